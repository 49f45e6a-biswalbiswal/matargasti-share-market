       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDTROLL.
      * LAST STEP OF THE NIGHT - MOVES THE BUSINESS DATE ON THE
      * CONTROL FILE TO THE NEXT DAY THE EXCHANGE TRADES, PASSING
      * OVER SATURDAYS, SUNDAYS AND THE WEEKDAY HOLIDAYS ON THE
      * HOLIDAY CALENDAR.  IT IS DEFINED ON BDTCTL WITH THE LAST
      * OF THE NIGHT'S JOBS AS ITS PREDECESSOR, SO THE DATE CANNOT
      * MOVE UNTIL THE NIGHT HAS COMPLETED - AND, ONCE MOVED,
      * CANNOT MOVE AGAIN UNTIL THE NEXT NIGHT HAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDTCTL ASSIGN TO BDTCTL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDT-KEY
               FILE STATUS IS WS-BDTCTL-STATUS.
           SELECT HOLCAL ASSIGN TO HOLCAL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BDTCTL.
      * BUSINESS DATE CONTROL RECORD LAYOUT - SEE BDTREC.COB
       COPY "BDTREC.COB".
       FD  HOLCAL.
      * HOLIDAY CALENDAR RECORD LAYOUT - SEE HOLREC.COB
       COPY "HOLREC.COB".
       WORKING-STORAGE SECTION.
       01  WS-BDTCTL-STATUS        PIC X(02).
       01  WS-HOLCAL-STATUS        PIC X(02).

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-CLOCK-DATE-N         PIC 9(08).
       01  WS-CLOCK-TIME-N         PIC 9(08).
       01  WS-CLOCK-TIME-X         PIC X(08).

      * THE CANDIDATE DATE, STEPPED ON A DAY AT A TIME
       01  WS-NEXT-DATE.
           05  WS-NEXT-CCYY        PIC 9(04).
           05  WS-NEXT-MM          PIC 9(02).
           05  WS-NEXT-DD          PIC 9(02).
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE
                                   PIC X(08).
       01  WS-MAX-DAY              PIC 9(02).
       01  WS-DAYS-TABLE.
           05  FILLER              PIC X(24) VALUE
                   '312831303130313130313031'.
       01  WS-DAYS-TABLE-R REDEFINES WS-DAYS-TABLE.
           05  WS-DAYS-OCC  OCCURS 12 TIMES         PIC 99.

       01  WS-LEAP-SW              PIC X(01) VALUE 'N'.
           88  WS-IS-LEAP              VALUE 'Y'.
       01  WS-LEAP-CALC.
           05  WS-LEAP-Q           PIC 9(4).
           05  WS-LEAP-R4          PIC 9(4).
           05  WS-LEAP-R100        PIC 9(4).
           05  WS-LEAP-R400        PIC 9(4).

      * DAY OF THE WEEK BY SAKAMOTO'S METHOD - 0 IS SUNDAY, 6 IS
      * SATURDAY.  JANUARY AND FEBRUARY COUNT AS THE END OF THE
      * YEAR BEFORE.
       01  WS-MONTH-OFFSETS.
           05  FILLER              PIC X(12) VALUE
                   '032503514624'.
       01  WS-MONTH-OFFSETS-R REDEFINES WS-MONTH-OFFSETS.
           05  WS-MONTH-OFF OCCURS 12 TIMES        PIC 9.
       01  WS-DOW-YEAR             PIC 9(04).
       01  WS-DOW-SUM              PIC 9(06).
       01  WS-DOW-Q                PIC 9(06).
       01  WS-DOW-Q4               PIC 9(04).
       01  WS-DOW-Q100             PIC 9(04).
       01  WS-DOW-Q400             PIC 9(04).
       01  WS-DOW                  PIC 9(01).
           88  WS-WEEKEND              VALUE 0 6.

       01  WS-TRADING-SW           PIC X(01).
           88  WS-TRADING-DAY          VALUE 'Y'.
      * A CALENDAR THAT CLOSES THE EXCHANGE FOR A MONTH IS WRONG,
      * NOT A LONG HOLIDAY - STOP RATHER THAN ROLL INTO IT.
       77  WS-DAYS-STEPPED         PIC 9(03) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM STEP-DAY-PARA
           PERFORM STEP-DAY-PARA UNTIL WS-TRADING-DAY
           PERFORM ROLL-DATE-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'BDTROLL' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'BDTROLL: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           IF WS-RUN-DATE-X NOT NUMERIC
               DISPLAY 'BDTROLL: BUSINESS DATE ' WS-RUN-DATE-X
                   ' IS NOT A DATE'
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE-X TO WS-NEXT-DATE-X
           OPEN INPUT HOLCAL
           IF WS-HOLCAL-STATUS NOT = '00'
               DISPLAY 'BDTROLL: HOLCAL OPEN FAILED - STATUS '
                   WS-HOLCAL-STATUS
               STOP RUN
           END-IF.

      * ONE DAY ON, THEN DECIDE WHETHER THE EXCHANGE OPENS.
       STEP-DAY-PARA.
           ADD 1 TO WS-DAYS-STEPPED
           IF WS-DAYS-STEPPED > 31
               DISPLAY 'BDTROLL: NO TRADING DAY WITHIN 31 DAYS OF '
                   WS-RUN-DATE-X ' - CHECK HOLCAL'
               STOP RUN
           END-IF
           PERFORM ADD-ONE-DAY-PARA
           PERFORM DAY-OF-WEEK-PARA
           MOVE 'Y' TO WS-TRADING-SW
           IF WS-WEEKEND
               MOVE 'N' TO WS-TRADING-SW
           ELSE
               MOVE WS-NEXT-DATE-X TO HOL-DATE
               READ HOLCAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-TRADING-SW
                       DISPLAY 'BDTROLL: ' WS-NEXT-DATE-X
                           ' SKIPPED - ' HOL-DESC
               END-READ
           END-IF.

       ADD-ONE-DAY-PARA.
           PERFORM CHECK-LEAP-YEAR-PARA
           MOVE WS-DAYS-OCC(WS-NEXT-MM) TO WS-MAX-DAY
           IF WS-NEXT-MM = 02 AND WS-IS-LEAP
               MOVE 29 TO WS-MAX-DAY
           END-IF
           ADD 1 TO WS-NEXT-DD
           IF WS-NEXT-DD > WS-MAX-DAY
               MOVE 1 TO WS-NEXT-DD
               ADD 1 TO WS-NEXT-MM
               IF WS-NEXT-MM > 12
                   MOVE 1 TO WS-NEXT-MM
                   ADD 1 TO WS-NEXT-CCYY
               END-IF
           END-IF.

       CHECK-LEAP-YEAR-PARA.
           MOVE 'N' TO WS-LEAP-SW
           DIVIDE WS-NEXT-CCYY BY 4 GIVING WS-LEAP-Q
               REMAINDER WS-LEAP-R4
           DIVIDE WS-NEXT-CCYY BY 100 GIVING WS-LEAP-Q
               REMAINDER WS-LEAP-R100
           DIVIDE WS-NEXT-CCYY BY 400 GIVING WS-LEAP-Q
               REMAINDER WS-LEAP-R400
           IF WS-LEAP-R4 = 0 AND
               (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
               SET WS-IS-LEAP TO TRUE
           END-IF.

       DAY-OF-WEEK-PARA.
           MOVE WS-NEXT-CCYY TO WS-DOW-YEAR
           IF WS-NEXT-MM < 3
               SUBTRACT 1 FROM WS-DOW-YEAR
           END-IF
           DIVIDE WS-DOW-YEAR BY 4 GIVING WS-DOW-Q4
           DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-Q100
           DIVIDE WS-DOW-YEAR BY 400 GIVING WS-DOW-Q400
           COMPUTE WS-DOW-SUM = WS-DOW-YEAR + WS-DOW-Q4
               - WS-DOW-Q100 + WS-DOW-Q400
               + WS-MONTH-OFF(WS-NEXT-MM) + WS-NEXT-DD
           DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-Q
               REMAINDER WS-DOW.

       ROLL-DATE-PARA.
           OPEN I-O BDTCTL
           IF WS-BDTCTL-STATUS NOT = '00'
               DISPLAY 'BDTROLL: BDTCTL OPEN FAILED - STATUS '
                   WS-BDTCTL-STATUS
               STOP RUN
           END-IF
           MOVE '*BUSDATE' TO BDT-KEY
           READ BDTCTL
               INVALID KEY
                   DISPLAY 'BDTROLL: NO BUSINESS DATE ON BDTCTL'
                   STOP RUN
           END-READ
           ACCEPT WS-CLOCK-DATE-N FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME-N FROM TIME
           MOVE WS-CLOCK-TIME-N TO WS-CLOCK-TIME-X
           MOVE WS-RUN-DATE-X   TO BDT-PREV-DATE
           MOVE WS-NEXT-DATE-X  TO BDT-BUS-DATE
           MOVE WS-CLOCK-DATE-N TO BDT-SET-DATE
           MOVE WS-CLOCK-TIME-X(1:6) TO BDT-SET-TIME
           REWRITE BDT-RECORD
           IF WS-BDTCTL-STATUS NOT = '00'
               DISPLAY 'BDTROLL: REWRITE FAILED - STATUS '
                   WS-BDTCTL-STATUS
               STOP RUN
           END-IF
           CLOSE BDTCTL.

       TERM-PARA.
           CLOSE HOLCAL
           DISPLAY 'BDTROLL: BUSINESS DATE ROLLED FROM '
               WS-RUN-DATE-X ' TO ' WS-NEXT-DATE-X.
