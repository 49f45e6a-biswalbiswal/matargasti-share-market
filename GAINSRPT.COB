           05  SRT-COST-AMT        PIC S9(013)V99.
           05  SRT-PROCEEDS        PIC S9(013)V99.
           05  SRT-REALIZED        PIC S9(013)V99.
           05  SRT-CANCEL-SW       PIC X(001).
       FD  GAINLIST.
       01  RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       01  WS-FY-YEAR-X            PIC X(04) VALUE SPACES.

       01  WS-CUR-CUST             PIC X(005).

      * THE SALE THE LAST CANCELLATION RETURNED BUSTS - IT SORTS
      * STRAIGHT AFTER ITS CANCELLATION AND IS NOT COUNTED.
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

       77  WS-CUST-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CUST-COST            PIC S9(013)V99 VALUE ZERO.
       01  WS-CUST-PROC            PIC S9(013)V99 VALUE ZERO.
           05  WS-DET-PROC         PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-REAL         PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-MARK         PIC X(006).
           05  FILLER              PIC X(038) VALUE SPACES.

       01  WS-CTOT-LINE.
           05  FILLER              PIC X(017) VALUE
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-CUST-ID SRT-DATE SRT-TIME
                   SRT-SCRIP
               ON DESCENDING KEY SRT-CANCEL-SW
               INPUT PROCEDURE IS SELECT-SELLS-PARA
               OUTPUT PROCEDURE IS REPORT-PARA
           PERFORM TERM-PARA
           STOP RUN.

      * A STATEMENT RUN ON DEMAND, FOR ANY YEAR OR CUSTOMER AS OFTEN
      * AS NEEDED - NOT PART OF THE NIGHTLY SEQUENCE, SO IT ONLY
      * ASKS BDTCHK FOR THE BUSINESS DATE TO HEAD THE LISTING WITH.
       INIT-PARA.
           SET WS-BDT-DATE-ONLY TO TRUE
           MOVE 'GAINSRPT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'GAINSRPT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           PERFORM READ-PARM-PARA
           OPEN OUTPUT GAINLIST
           IF WS-GAINLIST-STATUS NOT = '00'
           MOVE WS-FY-NEXT-N TO WS-TO-CCYY.

      * FEED ONLY THE YEAR'S SELLS TO THE SORT - BUYS CARRY NO
      * REALIZED AMOUNT.  A P9 CANCELLATION OF A SALE GOES IN
      * UNDER THE DATE AND TIME OF THE SALE IT BUSTS, SO THE TWO
      * SORT TOGETHER WHICHEVER YEAR THE CANCEL WAS MADE IN.
       SELECT-SELLS-PARA SECTION.
           OPEN INPUT TRDJRNL
           EVALUATE WS-TRDJRNL-STATUS
           GO TO SELECT-SELLS-EXIT.

       RELEASE-SELL-PARA.
           IF TRD-CANCELLATION
               MOVE TRD-ORIG-DATE TO SRT-DATE
               MOVE TRD-ORIG-TIME TO SRT-TIME
           ELSE
               MOVE TRD-DATE     TO SRT-DATE
               MOVE TRD-TIME     TO SRT-TIME
           END-IF
           IF TRD-SELL
               AND SRT-DATE NOT < WS-FROM-DATE
               AND SRT-DATE NOT > WS-TO-DATE
               AND (WS-SEL-CUST-ID = SPACES
                   OR TRD-CUST-ID = WS-SEL-CUST-ID)
               MOVE TRD-CUST-ID  TO SRT-CUST-ID
               MOVE TRD-SCRIP    TO SRT-SCRIP
               MOVE TRD-QTY      TO SRT-QTY
               MOVE TRD-COST-AMT TO SRT-COST-AMT
               MOVE TRD-PROCEEDS TO SRT-PROCEEDS
               MOVE TRD-REALIZED TO SRT-REALIZED
               MOVE TRD-CANCEL-SW TO SRT-CANCEL-SW
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-TRDJRNL-PARA.
      * PRINT THE STATEMENT WITH TOTALS AT EACH BREAK.
       REPORT-PARA SECTION.
           MOVE LOW-VALUES TO WS-CUR-CUST
           MOVE LOW-VALUES TO WS-BUST-KEY
           PERFORM RETURN-SELL-PARA
           PERFORM PRINT-SELL-PARA UNTIL WS-SORT-EOF
           IF WS-CUR-CUST NOT = LOW-VALUES
           IF SRT-CUST-ID NOT = WS-CUR-CUST
               PERFORM CUST-BREAK-PARA
           END-IF
           IF SRT-CANCEL-SW = 'X'
               PERFORM NOTE-CANCEL-PARA
           ELSE
               PERFORM WRITE-DETAIL-PARA
           END-IF
           PERFORM RETURN-SELL-PARA.

      * A CANCELLATION IS NOT PRINTED - IT MARKS THE SALE THAT
      * FOLLOWS IT AS BUSTED.
       NOTE-CANCEL-PARA.
           MOVE SRT-CUST-ID TO WS-BUST-CUST
           MOVE SRT-SCRIP   TO WS-BUST-SCRIP
           MOVE SRT-DATE    TO WS-BUST-DATE
           MOVE SRT-TIME    TO WS-BUST-TIME.

       CUST-BREAK-PARA.
           IF WS-CUR-CUST NOT = LOW-VALUES
               PERFORM WRITE-CUST-TOTAL-PARA
           MOVE SRT-COST-AMT TO WS-DET-COST
           MOVE SRT-PROCEEDS TO WS-DET-PROC
           MOVE SRT-REALIZED TO WS-DET-REAL
           MOVE SRT-CUST-ID  TO WS-THIS-CUST
           MOVE SRT-SCRIP    TO WS-THIS-SCRIP
           MOVE SRT-DATE     TO WS-THIS-DATE
           MOVE SRT-TIME     TO WS-THIS-TIME
           IF WS-THIS-KEY = WS-BUST-KEY
               MOVE 'BUSTED' TO WS-DET-MARK
           ELSE
               MOVE SPACES TO WS-DET-MARK
               ADD 1 TO WS-CUST-COUNT
               ADD 1 TO WS-GRAND-COUNT
               ADD SRT-COST-AMT TO WS-CUST-COST WS-GRAND-COST
               ADD SRT-PROCEEDS TO WS-CUST-PROC WS-GRAND-PROC
               ADD SRT-REALIZED TO WS-CUST-REAL WS-GRAND-REAL
           END-IF
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-CUST-TOTAL-PARA.
