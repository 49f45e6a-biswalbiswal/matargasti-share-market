           05  SRT-TIME            PIC X(006).
           05  SRT-OPER-ID         PIC X(005).
           05  SRT-TERMID          PIC X(004).
           05  SRT-CANCEL-SW       PIC X(001).
           05  SRT-REF             PIC X(008).
       FD  CASHLIST.
       01  RPT-LINE                PIC X(080).
       WORKING-STORAGE SECTION.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       01  WS-CUR-CUST             PIC X(005).
       01  WS-AMOUNT               PIC S9(013)V99.

      * PER-CUSTOMER AND RUN TOTALS.  IN LESS OUT SHOULD AGREE
      * WITH THE COUNTER DRAWER THE SAME WAY THE REGISTRATION

       01  WS-COL-LINE             PIC X(080) VALUE
           '  TYPE            AMOUNT            BALANCE  TIME    OPER
      -    '  TERM    REF'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-OPER         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-TERM         PIC X(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-MARK         PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-REF          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.

       01  WS-CTOT-LINE.
           05  FILLER              PIC X(017) VALUE
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-CUST-ID SRT-TIME
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-TODAY-PARA
               OUTPUT PROCEDURE IS REPORT-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'CASHRPT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'CASHRPT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN OUTPUT CASHLIST
           IF WS-CASHLIST-STATUS NOT = '00'
               DISPLAY 'CASHRPT: CASHLIST OPEN FAILED - STATUS '
           WRITE RPT-LINE FROM WS-CUST-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

      * D, S AND THE CORPACT DIVIDEND V PUT MONEY INTO THE
      * ACCOUNT, W AND B TAKE IT OUT, AS DO THE TRADE CHARGES K,
      * T, M AND F - THESE CARRY THE TIME OF THEIR TRADE AND
      * FOLLOW IT IN JOURNAL ORDER.  A BANK PAYOUT P TAKES MONEY
      * OUT AND ITS PAYRTN RE-CREDIT R PUTS IT BACK - NEITHER
      * PASSES THROUGH THE DRAWER.
      * A P9 CANCELLATION CARRIES THE TYPE OF THE POSTING IT
      * REVERSES AND IS MARKED CXL - IT COMES OFF THAT SIDE'S
      * TOTAL, SO A BUSTED TRADE NETS TO NOTHING.
       WRITE-DETAIL-PARA.
           EVALUATE SRT-TYPE
               WHEN 'D'
                   MOVE 'TBUY' TO WS-DET-TYPE
               WHEN 'S'
                   MOVE 'TSEL' TO WS-DET-TYPE
               WHEN 'K'
                   MOVE 'BRKG' TO WS-DET-TYPE
               WHEN 'T'
                   MOVE 'TTAX' TO WS-DET-TYPE
               WHEN 'M'
                   MOVE 'STMP' TO WS-DET-TYPE
               WHEN 'F'
                   MOVE 'EXFE' TO WS-DET-TYPE
               WHEN 'V'
                   MOVE 'DIVD' TO WS-DET-TYPE
               WHEN 'P'
                   MOVE 'PAYO' TO WS-DET-TYPE
               WHEN 'R'
                   MOVE 'PRTN' TO WS-DET-TYPE
               WHEN OTHER
                   MOVE SRT-TYPE TO WS-DET-TYPE
           END-EVALUATE
           MOVE SRT-TIME    TO WS-DET-TIME
           MOVE SRT-OPER-ID TO WS-DET-OPER
           MOVE SRT-TERMID  TO WS-DET-TERM
           MOVE SRT-REF     TO WS-DET-REF
           ADD 1 TO WS-CUST-COUNT
           ADD 1 TO WS-GRAND-COUNT
           IF SRT-CANCEL-SW = 'X'
               MOVE 'CXL' TO WS-DET-MARK
               COMPUTE WS-AMOUNT = ZERO - SRT-AMOUNT
           ELSE
               MOVE SPACES TO WS-DET-MARK
               MOVE SRT-AMOUNT TO WS-AMOUNT
           END-IF
           IF SRT-TYPE = 'D' OR SRT-TYPE = 'S' OR SRT-TYPE = 'V'
               OR SRT-TYPE = 'R'
               ADD WS-AMOUNT TO WS-CUST-IN-VAL
               ADD WS-AMOUNT TO WS-GRAND-IN-VAL
           ELSE
               ADD WS-AMOUNT TO WS-CUST-OUT-VAL
               ADD WS-AMOUNT TO WS-GRAND-OUT-VAL
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

