               FILE STATUS IS WS-TRDJRNL-STATUS.
      * THE JOURNAL ARRIVES IN TIME ORDER - THE BLOTTER WANTS THE
      * DAY'S TRADES GROUPED BY CUSTOMER, SO TODAY'S RECORDS GO
      * THROUGH A SORT ON CUSTOMER PLUS TIME FIRST.  A P9
      * CANCELLATION OF ONE OF TODAY'S TRADES SORTS AT THE TIME OF
      * THE TRADE IT BUSTS, JUST AHEAD OF IT.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT BLOTRPT ASSIGN TO BLOTRPT
               ORGANIZATION IS LINE SEQUENTIAL
           05  SRT-COST-AMT        PIC S9(013)V99.
           05  SRT-PROCEEDS        PIC S9(013)V99.
           05  SRT-REALIZED        PIC S9(013)V99.
           05  SRT-CANCEL-SW       PIC X(001).
           05  SRT-ORIG-DATE       PIC X(008).
           05  SRT-ORIG-TIME       PIC X(006).
           05  SRT-BROKERAGE       PIC S9(009)V99.
           05  SRT-TXN-TAX         PIC S9(009)V99.
           05  SRT-STAMP-DUTY      PIC S9(009)V99.
           05  SRT-EXCH-FEE        PIC S9(009)V99.
           05  SRT-NET-AMT         PIC S9(013)V99.
           05  SRT-SEQ-TIME        PIC X(006).
       FD  BLOTRPT.
       01  RPT-LINE                PIC X(080).
       WORKING-STORAGE SECTION.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       01  WS-CUR-CUST             PIC X(005).
       01  WS-VALUE                PIC S9(013)V99.

      * THE EXECUTION THE LAST CANCELLATION PRINTED BUSTS - IF IT
      * WAS TODAY'S IT FOLLOWS STRAIGHT AFTER AND IS NOT COUNTED.
       01  WS-BUST-KEY.
           05  WS-BUST-CUST        PIC X(005).
           05  WS-BUST-SCRIP       PIC X(008).
           05  WS-BUST-DATE        PIC X(008).
           05  WS-BUST-TIME        PIC X(006).
       01  WS-THIS-KEY.
           05  WS-THIS-CUST        PIC X(005).
           05  WS-THIS-SCRIP       PIC X(008).
           05  WS-THIS-DATE        PIC X(008).
           05  WS-THIS-TIME        PIC X(006).

      * PER-CUSTOMER AND RUN TOTALS - COUNTS AND DEALT VALUE SO
      * THE COUNTER CAN BALANCE THE DAY THE WAY CUSTRPT BALANCES
      * THE REGISTRATIONS.
       77  WS-GRAND-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GRAND-BUY-VAL        PIC S9(013)V99 VALUE ZERO.
       01  WS-GRAND-SELL-VAL       PIC S9(013)V99 VALUE ZERO.
       77  WS-CXL-COUNT            PIC 9(07) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(080) VALUE
           'END OF DAY TRADE BLOTTER'.
           05  WS-DET-OPER         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-TERM         PIC X(004).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-MARK         PIC X(004).

       01  WS-CTOT-LINE.
           05  FILLER              PIC X(017) VALUE
           05  WS-GTOT-SELL        PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.

       01  WS-CXL-LINE.
           05  FILLER              PIC X(015) VALUE
               'CANCELLATIONS  '.
           05  WS-CXL-TOT          PIC ZZZZZZ9.
           05  FILLER              PIC X(058) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-CUST-ID SRT-SEQ-TIME SRT-SCRIP
               ON DESCENDING KEY SRT-CANCEL-SW
               INPUT PROCEDURE IS SELECT-TODAY-PARA
               OUTPUT PROCEDURE IS REPORT-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'TRDBLOT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'TRDBLOT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN OUTPUT BLOTRPT
           IF WS-BLOTRPT-STATUS NOT = '00'
               DISPLAY 'TRDBLOT: BLOTRPT OPEN FAILED - STATUS '
       RELEASE-TRADE-PARA.
           IF TRD-DATE = WS-RUN-DATE-X
               MOVE TRD-RECORD TO SRT-RECORD
               MOVE TRD-TIME TO SRT-SEQ-TIME
               IF TRD-CANCELLATION
                   AND TRD-ORIG-DATE = WS-RUN-DATE-X
                   MOVE TRD-ORIG-TIME TO SRT-SEQ-TIME
               END-IF
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-TRDJRNL-PARA.
      * THE BLOTTER WITH A TOTAL LINE AT EACH CUSTOMER BREAK.
       REPORT-PARA SECTION.
           MOVE LOW-VALUES TO WS-CUR-CUST
           MOVE LOW-VALUES TO WS-BUST-KEY
           PERFORM RETURN-TRADE-PARA
           PERFORM PRINT-TRADE-PARA UNTIL WS-SORT-EOF
           IF WS-CUR-CUST NOT = LOW-VALUES
           IF SRT-CUST-ID NOT = WS-CUR-CUST
               PERFORM CUST-BREAK-PARA
           END-IF
           IF SRT-CANCEL-SW = 'X'
               PERFORM WRITE-CANCEL-PARA
           ELSE
               PERFORM WRITE-DETAIL-PARA
           END-IF
           PERFORM RETURN-TRADE-PARA.

       CUST-BREAK-PARA.
           WRITE RPT-LINE FROM WS-CUST-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

      * A TRADE BUSTED BY THE CANCELLATION JUST PRINTED IS SHOWN
      * BUT NOT COUNTED.
       WRITE-DETAIL-PARA.
           COMPUTE WS-VALUE = SRT-QTY * SRT-PRICE
           PERFORM FORMAT-DETAIL-PARA
           MOVE SRT-CUST-ID TO WS-THIS-CUST
           MOVE SRT-SCRIP   TO WS-THIS-SCRIP
           MOVE SRT-DATE    TO WS-THIS-DATE
           MOVE SRT-TIME    TO WS-THIS-TIME
           IF WS-THIS-KEY = WS-BUST-KEY
               MOVE 'BUST' TO WS-DET-MARK
           ELSE
               MOVE SPACES TO WS-DET-MARK
               ADD 1 TO WS-CUST-COUNT
               ADD 1 TO WS-GRAND-COUNT
               PERFORM ADD-VALUE-PARA
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

      * A CANCELLATION PRINTS AT MINUS THE TRADE VALUE.  IF IT
      * BUSTS ONE OF TODAY'S TRADES THAT TRADE IS SIMPLY LEFT OUT
      * OF THE TOTALS; IF IT BUSTS AN EARLIER DAY'S TRADE, ALREADY
      * COUNTED ON THAT DAY'S BLOTTER, IT COMES OFF TODAY'S.
       WRITE-CANCEL-PARA.
           COMPUTE WS-VALUE = ZERO - SRT-QTY * SRT-PRICE
           PERFORM FORMAT-DETAIL-PARA
           MOVE 'CXL ' TO WS-DET-MARK
           MOVE SRT-CUST-ID   TO WS-BUST-CUST
           MOVE SRT-SCRIP     TO WS-BUST-SCRIP
           MOVE SRT-ORIG-DATE TO WS-BUST-DATE
           MOVE SRT-ORIG-TIME TO WS-BUST-TIME
           ADD 1 TO WS-CXL-COUNT
           IF SRT-ORIG-DATE NOT = WS-RUN-DATE-X
               PERFORM ADD-VALUE-PARA
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       FORMAT-DETAIL-PARA.
           MOVE SRT-SCRIP TO WS-DET-SCRIP
           MOVE SRT-BS    TO WS-DET-BS
           MOVE SRT-QTY   TO WS-DET-QTY
           MOVE WS-VALUE  TO WS-DET-VALUE
           MOVE SRT-TIME  TO WS-DET-TIME
           MOVE SRT-OPER-ID TO WS-DET-OPER
           MOVE SRT-TERMID  TO WS-DET-TERM.

       ADD-VALUE-PARA.
           IF SRT-BS = 'B'
               ADD WS-VALUE TO WS-CUST-BUY-VAL
               ADD WS-VALUE TO WS-GRAND-BUY-VAL
           ELSE
               ADD WS-VALUE TO WS-CUST-SELL-VAL
               ADD WS-VALUE TO WS-GRAND-SELL-VAL
           END-IF.

       WRITE-CUST-TOTAL-PARA.
           MOVE WS-CUST-COUNT    TO WS-CTOT-COUNT
           MOVE WS-GRAND-SELL-VAL TO WS-GTOT-SELL
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-GTOT-LINE
           MOVE WS-CXL-COUNT      TO WS-CXL-TOT
           WRITE RPT-LINE FROM WS-CXL-LINE
           CLOSE BLOTRPT.

       REPORT-EXIT.
