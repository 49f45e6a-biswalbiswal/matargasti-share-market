       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVRRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE EXTRAPARTITION DATASET BEHIND THE OVRJ TRANSIENT DATA
      * QUEUE, HOLDING ONE RECORD PER TRADE A SUPERVISOR BOOKED
      * OUTSIDE THE PRICE BAND ON P3 - CLOSED TO CICS WHILE THIS
      * JOB RUNS.
           SELECT OVRJRNL ASSIGN TO OVRJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVRJRNL-STATUS.
      * COMPLIANCE READ THE DAY'S OVERRIDES BY THE SUPERVISOR WHO
      * TOOK THEM, SO THE DAY'S RECORDS GO THROUGH A SORT ON
      * OPERATOR PLUS TIME FIRST.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT OVRLIST ASSIGN TO OVRLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OVRJRNL.
      * PRICE BAND OVERRIDE JOURNAL RECORD LAYOUT - SEE OVRREC.COB
       COPY "OVRREC.COB".
       SD  SORTWK.
       01  SRT-RECORD.
           05  SRT-CUST-ID         PIC X(005).
           05  SRT-SCRIP           PIC X(008).
           05  SRT-BS              PIC X(001).
           05  SRT-QTY             PIC 9(007).
           05  SRT-PRICE           PIC 9(006)V99.
           05  SRT-CLOSE           PIC 9(006)V99.
           05  SRT-CLOSE-DATE      PIC X(008).
           05  SRT-BAND-PCT        PIC 9(003)V99.
           05  SRT-DATE            PIC X(008).
           05  SRT-TIME            PIC X(006).
           05  SRT-OPER-ID         PIC X(005).
           05  SRT-OPER-NAME       PIC X(020).
           05  SRT-TERMID          PIC X(004).
       FD  OVRLIST.
       01  RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-OVRJRNL-STATUS       PIC X(02).
       01  WS-OVRLIST-STATUS       PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       01  WS-CUR-OPER             PIC X(005).
       01  WS-VALUE                PIC S9(013)V99.
      * HOW FAR THE KEYED PRICE LAY FROM THE REFERENCE CLOSE, AS A
      * PERCENTAGE OF THE CLOSE - MINUS IS BELOW IT.
       01  WS-DEVIATION            PIC S9(007)V99.

      * PER-OPERATOR AND RUN TOTALS
       77  WS-OPER-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-OPER-VALUE           PIC S9(013)V99 VALUE ZERO.
       77  WS-GRAND-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GRAND-VALUE          PIC S9(013)V99 VALUE ZERO.
       77  WS-NOCLOSE-COUNT        PIC 9(07) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(132) VALUE
           'PRICE BAND OVERRIDE EXCEPTIONS - FOR COMPLIANCE'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(114) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

       01  WS-OPER-LINE.
           05  FILLER              PIC X(012) VALUE
               'SUPERVISOR: '.
           05  WS-OPER-LINE-ID     PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-OPER-LINE-NAME   PIC X(020).
           05  FILLER              PIC X(093) VALUE SPACES.

       01  WS-COL-LINE             PIC X(132) VALUE
           '  CUST   SCRIP     B/S QUANTITY      PRICE  REF CLOSE  CLOSE
      -    ' DT   DEVN PCT    BAND  TIME    OPER   TERM  OPERATOR NAME'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-CUST         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-SCRIP        PIC X(008).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WS-DET-BS           PIC X(001).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WS-DET-QTY          PIC ZZZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-PRICE        PIC ZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-CLOSE        PIC ZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-CLOSE-DATE   PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-DEV          PIC -----9.99.
           05  WS-DET-DEV-X REDEFINES WS-DET-DEV
                                   PIC X(009).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-BAND         PIC ZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-TIME         PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-OPER         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-TERM         PIC X(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-NAME         PIC X(020).
           05  FILLER              PIC X(007) VALUE SPACES.

       01  WS-OTOT-LINE.
           05  FILLER              PIC X(019) VALUE
               '  SUPERVISOR TOTAL '.
           05  WS-OTOT-COUNT       PIC ZZZZ9.
           05  FILLER              PIC X(018) VALUE
               ' OVERRIDES  VALUE '.
           05  WS-OTOT-VALUE       PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(073) VALUE SPACES.

       01  WS-GTOT-LINE.
           05  FILLER              PIC X(017) VALUE
               'DAY TOTAL        '.
           05  WS-GTOT-COUNT       PIC ZZZZZZ9.
           05  FILLER              PIC X(018) VALUE
               ' OVERRIDES  VALUE '.
           05  WS-GTOT-VALUE       PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(073) VALUE SPACES.

       01  WS-NOCLOSE-LINE.
           05  FILLER              PIC X(017) VALUE
               'NO CLOSE ON FILE '.
           05  WS-NOCLOSE-TOT      PIC ZZZZZZ9.
           05  FILLER              PIC X(108) VALUE SPACES.

       01  WS-NONE-LINE            PIC X(132) VALUE
           'NO PRICE BAND OVERRIDES TAKEN'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-OPER-ID SRT-TIME
               INPUT PROCEDURE IS SELECT-TODAY-PARA
               OUTPUT PROCEDURE IS REPORT-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'OVRRPT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'OVRRPT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN OUTPUT OVRLIST
           IF WS-OVRLIST-STATUS NOT = '00'
               DISPLAY 'OVRRPT: OVRLIST OPEN FAILED - STATUS '
                   WS-OVRLIST-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA.

      * FEED ONLY THE BUSINESS DATE'S OVERRIDES TO THE SORT.  A
      * MISSING JOURNAL DATASET MEANS NONE WERE TAKEN - THE
      * LISTING STILL GOES TO COMPLIANCE SO THE DAY IS EVIDENCED.
       SELECT-TODAY-PARA SECTION.
           OPEN INPUT OVRJRNL
           EVALUATE WS-OVRJRNL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'OVRRPT: OVRJRNL OPEN FAILED - STATUS '
                       WS-OVRJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-OVRJRNL-PARA
           END-IF
           PERFORM RELEASE-OVERRIDE-PARA UNTIL WS-EOF
           IF WS-OVRJRNL-STATUS NOT = '35'
               CLOSE OVRJRNL
           END-IF
           GO TO SELECT-TODAY-EXIT.

       RELEASE-OVERRIDE-PARA.
           IF OVR-DATE = WS-RUN-DATE-X
               MOVE OVR-RECORD TO SRT-RECORD
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-OVRJRNL-PARA.

       READ-OVRJRNL-PARA.
           READ OVRJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       SELECT-TODAY-EXIT.
           EXIT.

      * TAKE THE SORTED OVERRIDES BACK GROUPED BY SUPERVISOR AND
      * PRINT THEM WITH A TOTAL LINE AT EACH SUPERVISOR BREAK.
       REPORT-PARA SECTION.
           MOVE LOW-VALUES TO WS-CUR-OPER
           PERFORM RETURN-OVERRIDE-PARA
           PERFORM PRINT-OVERRIDE-PARA UNTIL WS-SORT-EOF
           IF WS-CUR-OPER NOT = LOW-VALUES
               PERFORM WRITE-OPER-TOTAL-PARA
           END-IF
           GO TO REPORT-EXIT.

       RETURN-OVERRIDE-PARA.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-OVERRIDE-PARA.
           IF SRT-OPER-ID NOT = WS-CUR-OPER
               PERFORM OPER-BREAK-PARA
           END-IF
           PERFORM WRITE-DETAIL-PARA
           PERFORM RETURN-OVERRIDE-PARA.

       OPER-BREAK-PARA.
           IF WS-CUR-OPER NOT = LOW-VALUES
               PERFORM WRITE-OPER-TOTAL-PARA
           END-IF
           MOVE SRT-OPER-ID TO WS-CUR-OPER
           MOVE ZERO TO WS-OPER-COUNT WS-OPER-VALUE
           MOVE SRT-OPER-ID   TO WS-OPER-LINE-ID
           MOVE SRT-OPER-NAME TO WS-OPER-LINE-NAME
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-OPER-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

      * AN OVERRIDE TAKEN WHERE THE SCRIP HAD NO VALIDATED CLOSE
      * HAS NO DEVIATION TO SHOW - IT IS MARKED AND COUNTED APART.
       WRITE-DETAIL-PARA.
           COMPUTE WS-VALUE = SRT-QTY * SRT-PRICE
           MOVE SRT-CUST-ID    TO WS-DET-CUST
           MOVE SRT-SCRIP      TO WS-DET-SCRIP
           MOVE SRT-BS         TO WS-DET-BS
           MOVE SRT-QTY        TO WS-DET-QTY
           MOVE SRT-PRICE      TO WS-DET-PRICE
           MOVE SRT-CLOSE      TO WS-DET-CLOSE
           MOVE SRT-CLOSE-DATE TO WS-DET-CLOSE-DATE
           IF SRT-CLOSE = ZERO
               MOVE ' NO CLOSE' TO WS-DET-DEV-X
               ADD 1 TO WS-NOCLOSE-COUNT
           ELSE
               COMPUTE WS-DEVIATION ROUNDED =
                   (SRT-PRICE - SRT-CLOSE) * 100 / SRT-CLOSE
               MOVE WS-DEVIATION TO WS-DET-DEV
           END-IF
           MOVE SRT-BAND-PCT   TO WS-DET-BAND
           MOVE SRT-TIME       TO WS-DET-TIME
           MOVE SRT-OPER-ID    TO WS-DET-OPER
           MOVE SRT-TERMID     TO WS-DET-TERM
           MOVE SRT-OPER-NAME  TO WS-DET-NAME
           ADD 1 TO WS-OPER-COUNT
           ADD 1 TO WS-GRAND-COUNT
           ADD WS-VALUE TO WS-OPER-VALUE
           ADD WS-VALUE TO WS-GRAND-VALUE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-OPER-TOTAL-PARA.
           MOVE WS-OPER-COUNT TO WS-OTOT-COUNT
           MOVE WS-OPER-VALUE TO WS-OTOT-VALUE
           WRITE RPT-LINE FROM WS-OTOT-LINE.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2.

       TERM-PARA.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF WS-GRAND-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE WS-GRAND-COUNT   TO WS-GTOT-COUNT
           MOVE WS-GRAND-VALUE   TO WS-GTOT-VALUE
           WRITE RPT-LINE FROM WS-GTOT-LINE
           MOVE WS-NOCLOSE-COUNT TO WS-NOCLOSE-TOT
           WRITE RPT-LINE FROM WS-NOCLOSE-LINE
           CLOSE OVRLIST.

       REPORT-EXIT.
           EXIT.
