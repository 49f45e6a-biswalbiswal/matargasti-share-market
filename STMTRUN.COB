           SELECT TRDWRK ASSIGN TO TRDWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDWRK-STATUS.
      * THE CASH MOVEMENT JOURNAL - THE STATEMENT MONTH'S DIVIDEND
      * CREDITS ARE PULLED OFF IT AND SORTED BY CUSTOMER THE SAME
      * WAY AS THE TRADES.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
           SELECT DIVSORT ASSIGN TO DIVSORT.
           SELECT DIVWRK ASSIGN TO DIVWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIVWRK-STATUS.
      * STATEMENT MONTH CONTROL CARD - CCYYMM.
           SELECT PARMCARD ASSIGN TO PARMCARD
               ORGANIZATION IS LINE SEQUENTIAL
           05  SRT-DATE            PIC X(008).
           05  SRT-TIME            PIC X(006).
           05  SRT-REALIZED        PIC S9(013)V99.
           05  SRT-CANCEL-SW       PIC X(001).
           05  SRT-ORIG-DATE       PIC X(008).
       FD  TRDWRK.
       01  TW-RECORD.
           05  TW-CUST-ID          PIC X(005).
           05  TW-DATE             PIC X(008).
           05  TW-TIME             PIC X(006).
           05  TW-REALIZED         PIC S9(013)V99.
           05  TW-CANCEL-SW        PIC X(001).
           05  TW-ORIG-DATE        PIC X(008).
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       SD  DIVSORT.
       01  DS-RECORD.
           05  DS-CUST-ID          PIC X(005).
           05  DS-DATE             PIC X(008).
           05  DS-TIME             PIC X(006).
           05  DS-REF              PIC X(008).
           05  DS-AMOUNT           PIC 9(013)V99.
       FD  DIVWRK.
       01  DW-RECORD.
           05  DW-CUST-ID          PIC X(005).
           05  DW-DATE             PIC X(008).
           05  DW-TIME             PIC X(006).
           05  DW-REF              PIC X(008).
           05  DW-AMOUNT           PIC 9(013)V99.
       FD  PARMCARD.
       01  PARM-RECORD.
           05  PARM-MONTH          PIC X(006).
       01  WS-PRICEVAL-STATUS      PIC X(02).
       01  WS-TRDJRNL-STATUS       PIC X(02).
       01  WS-TRDWRK-STATUS        PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).
       01  WS-DIVWRK-STATUS        PIC X(02).
       01  WS-PARMCARD-STATUS      PIC X(02).
       01  WS-STMTPRT-STATUS       PIC X(02).

           88  WS-CUST-EOF             VALUE 'Y'.
       01  WS-TW-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-TW-EOF               VALUE 'Y'.
       01  WS-DW-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-DW-EOF               VALUE 'Y'.
       01  WS-HOLD-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-HOLD-DONE            VALUE 'Y'.
       01  WS-PRICE-OK-SW          PIC X(01) VALUE 'Y'.
           88  WS-PRICE-OK             VALUE 'Y'.
           88  WS-PRICE-MISSING        VALUE 'N'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-STMT-MONTH           PIC X(06) VALUE SPACES.

       01  WS-VALUE                PIC S9(013)V99.
       01  WS-CLOSE-VALUE          PIC S9(013)V99.
       01  WS-MONTH-REAL           PIC S9(013)V99.
       01  WS-MONTH-DIV            PIC S9(013)V99.
       01  WS-TRD-CNT              PIC 9(05).

      * THE TRADE THE LAST CANCELLATION READ BUSTS - IT SORTS
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

       01  WS-STMT-HEAD.
           05  FILLER              PIC X(031) VALUE
               'CUSTOMER STATEMENT FOR MONTH   '.
           05  WS-TL-PRICE         PIC ZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-TL-REAL          PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-TL-MARK          PIC X(006).
           05  FILLER              PIC X(009) VALUE SPACES.
       01  WS-NOTRD-LINE           PIC X(080) VALUE
           '  NO TRADES THIS MONTH'.

       01  WS-DIV-HEAD             PIC X(080) VALUE
           'DIVIDENDS CREDITED THIS MONTH'.
       01  WS-DIV-COL              PIC X(080) VALUE
           '  DATE      SCRIP                AMOUNT'.
       01  WS-DIV-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DL-DATE          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DL-SCRIP         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DL-AMOUNT        PIC ZZZZZZZZZZZZ9.99.
           05  FILLER              PIC X(042) VALUE SPACES.

       01  WS-CLOSE-LINE.
           05  FILLER              PIC X(025) VALUE
               'CLOSING PORTFOLIO VALUE  '.
               'REALIZED THIS MONTH      '.
           05  WS-RL-VALUE         PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(037) VALUE SPACES.
       01  WS-DTOT-LINE.
           05  FILLER              PIC X(025) VALUE
               'DIVIDENDS THIS MONTH     '.
           05  WS-DT-VALUE         PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(037) VALUE SPACES.

       01  WS-SUM-HEAD             PIC X(080) VALUE
           'STATEMENT RUN SUMMARY'.
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-CUST-ID SRT-DATE SRT-TIME
                   SRT-SCRIP
               ON DESCENDING KEY SRT-CANCEL-SW
               INPUT PROCEDURE IS SELECT-MONTH-PARA
               GIVING TRDWRK
           SORT DIVSORT
               ON ASCENDING KEY DS-CUST-ID DS-DATE DS-TIME
               INPUT PROCEDURE IS SELECT-DIVIDEND-PARA
               GIVING DIVWRK
           PERFORM STMT-PASS-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'STMTRUN' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'STMTRUN: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           PERFORM READ-PARM-PARA
           OPEN OUTPUT STMTPRT
           IF WS-STMTPRT-STATUS NOT = '00'
               STOP RUN
           END-IF.

      * FEED THE SORT ONLY THE STATEMENT MONTH'S TRADES.  A P9
      * CANCELLATION MADE IN THE MONTH OF A TRADE ALSO MADE IN THE
      * MONTH GOES IN UNDER THE DATE AND TIME OF THAT TRADE, SO
      * THE TWO SORT TOGETHER.
       SELECT-MONTH-PARA SECTION.
           OPEN INPUT TRDJRNL
           EVALUATE WS-TRDJRNL-STATUS
               MOVE TRD-DATE     TO SRT-DATE
               MOVE TRD-TIME     TO SRT-TIME
               MOVE TRD-REALIZED TO SRT-REALIZED
               MOVE TRD-CANCEL-SW TO SRT-CANCEL-SW
               MOVE TRD-ORIG-DATE TO SRT-ORIG-DATE
               IF TRD-CANCELLATION
                   AND TRD-ORIG-DATE(1:6) = WS-STMT-MONTH
                   MOVE TRD-ORIG-DATE TO SRT-DATE
                   MOVE TRD-ORIG-TIME TO SRT-TIME
               END-IF
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-TRDJRNL-PARA.
       SELECT-MONTH-EXIT.
           EXIT.

      * FEED THE SECOND SORT THE STATEMENT MONTH'S DIVIDEND
      * CREDITS.  A MISSING JOURNAL DATASET MEANS NONE WERE PAID.
       SELECT-DIVIDEND-PARA SECTION.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CSHJRNL
           EVALUATE WS-CSHJRNL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'STMTRUN: CSHJRNL OPEN FAILED - STATUS '
                       WS-CSHJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-CSHJRNL-PARA
           END-IF
           PERFORM RELEASE-DIVIDEND-PARA UNTIL WS-EOF
           IF WS-CSHJRNL-STATUS NOT = '35'
               CLOSE CSHJRNL
           END-IF
           GO TO SELECT-DIVIDEND-EXIT.

       RELEASE-DIVIDEND-PARA.
           IF CSHM-DIVIDEND
               AND CSHM-DATE(1:6) = WS-STMT-MONTH
               MOVE CSHM-CUST-ID TO DS-CUST-ID
               MOVE CSHM-DATE    TO DS-DATE
               MOVE CSHM-TIME    TO DS-TIME
               MOVE CSHM-REF     TO DS-REF
               MOVE CSHM-AMOUNT  TO DS-AMOUNT
               RELEASE DS-RECORD
           END-IF
           PERFORM READ-CSHJRNL-PARA.

       READ-CSHJRNL-PARA.
           READ CSHJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       SELECT-DIVIDEND-EXIT.
           EXIT.

      * ONE MATCHED PASS - CUSTOMER MASTER IN KEY ORDER AGAINST
      * THE SORTED MONTH TRADES, HOLDINGS AND PRICES LOOKED UP
      * PER CUSTOMER.
                   WS-TRDWRK-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DIVWRK
           IF WS-DIVWRK-STATUS NOT = '00'
               DISPLAY 'STMTRUN: DIVWRK OPEN FAILED - STATUS '
                   WS-DIVWRK-STATUS
               STOP RUN
           END-IF
           PERFORM READ-TRDWRK-PARA
           PERFORM READ-DIVWRK-PARA
           PERFORM READ-CUSTMAS-PARA
           PERFORM STMT-CUST-PARA UNTIL WS-CUST-EOF
      * TRADES LEFT PAST THE LAST CUSTOMER BELONG TO NOBODY ON
           CLOSE HOLDMAS
           CLOSE PRICEVAL
           CLOSE TRDWRK
           CLOSE DIVWRK
           GO TO STMT-PASS-EXIT.

      * DIVIDENDS FOR A CUSTOMER NOT ON THE MASTER ARE PASSED
      * OVER - THE CASH LISTING ALREADY SHOWED THEM ON THE DAY.
       STMT-CUST-PARA.
           PERFORM SKIP-LOW-TRADES-PARA
           PERFORM SKIP-LOW-DIVIDENDS-PARA
           PERFORM CHECK-PRICES-PARA
           EVALUATE TRUE
               WHEN WS-HOLD-CNT = ZERO
                   AND (WS-TW-EOF OR TW-CUST-ID NOT = CUST-ID)
                   AND (WS-DW-EOF OR DW-CUST-ID NOT = CUST-ID)
                   ADD 1 TO WS-NOACT-COUNT
               WHEN WS-PRICE-MISSING
                   ADD 1 TO WS-SKIP-COUNT
                   PERFORM CONSUME-TRADES-PARA
                       UNTIL WS-TW-EOF OR TW-CUST-ID NOT = CUST-ID
                   PERFORM READ-DIVWRK-PARA
                       UNTIL WS-DW-EOF OR DW-CUST-ID NOT = CUST-ID
               WHEN OTHER
                   PERFORM PRINT-STMT-PARA
           END-EVALUATE
           PERFORM DRAIN-ONE-ORPHAN-PARA
               UNTIL WS-TW-EOF OR TW-CUST-ID NOT < CUST-ID.

       SKIP-LOW-DIVIDENDS-PARA.
           PERFORM READ-DIVWRK-PARA
               UNTIL WS-DW-EOF OR DW-CUST-ID NOT < CUST-ID.

       DRAIN-ONE-ORPHAN-PARA.
           ADD 1 TO WS-ORPHTRD-COUNT
           PERFORM READ-TRDWRK-PARA.
                   SET WS-TW-EOF TO TRUE
           END-READ.

       READ-DIVWRK-PARA.
           READ DIVWRK
               AT END
                   SET WS-DW-EOF TO TRUE
           END-READ.

      * ONE STATEMENT - MAILING BLOCK, VALUED POSITIONS, THE
      * MONTH'S TRADES WITH REALIZED AMOUNTS, ANY DIVIDENDS
      * CREDITED, CLOSING VALUE.
       PRINT-STMT-PARA.
           ADD 1 TO WS-STMT-COUNT
           MOVE ZERO TO WS-CLOSE-VALUE WS-MONTH-REAL WS-TRD-CNT
               WS-MONTH-DIV
           MOVE WS-STMT-MONTH TO WS-SH-MONTH
           MOVE WS-RUN-DATE-X TO WS-SH-DATE
           WRITE RPT-LINE FROM WS-STMT-HEAD
               WRITE RPT-LINE FROM WS-BLANK-LINE
           END-IF
           WRITE RPT-LINE FROM WS-TRD-HEAD
           MOVE LOW-VALUES TO WS-BUST-KEY
           IF WS-TW-EOF OR TW-CUST-ID NOT = CUST-ID
               WRITE RPT-LINE FROM WS-NOTRD-LINE
           ELSE
               PERFORM PRINT-ONE-TRADE-PARA
                   UNTIL WS-TW-EOF OR TW-CUST-ID NOT = CUST-ID
           END-IF
           IF NOT WS-DW-EOF AND DW-CUST-ID = CUST-ID
               WRITE RPT-LINE FROM WS-BLANK-LINE
               WRITE RPT-LINE FROM WS-DIV-HEAD
               WRITE RPT-LINE FROM WS-DIV-COL
               PERFORM PRINT-ONE-DIVIDEND-PARA
                   UNTIL WS-DW-EOF OR DW-CUST-ID NOT = CUST-ID
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-CLOSE-VALUE TO WS-CL-VALUE
           WRITE RPT-LINE FROM WS-CLOSE-LINE
           MOVE WS-MONTH-REAL TO WS-RL-VALUE
           WRITE RPT-LINE FROM WS-REAL-LINE
           MOVE WS-MONTH-DIV TO WS-DT-VALUE
           WRITE RPT-LINE FROM WS-DTOT-LINE.

       PRINT-ONE-DIVIDEND-PARA.
           MOVE DW-DATE   TO WS-DL-DATE
           MOVE DW-REF    TO WS-DL-SCRIP
           MOVE DW-AMOUNT TO WS-DL-AMOUNT
           ADD DW-AMOUNT  TO WS-MONTH-DIV
           WRITE RPT-LINE FROM WS-DIV-LINE
           PERFORM READ-DIVWRK-PARA.

       PRINT-ONE-HOLDING-PARA.
           MOVE HOLD-SCRIP TO PRC-SCRIP
           WRITE RPT-LINE FROM WS-POS-LINE
           PERFORM READ-HOLDMAS-PARA.

      * A CANCELLATION OF ONE OF THE MONTH'S TRADES IS NOT
      * PRINTED - THE TRADE AFTER IT IS SHOWN BUSTED AND ITS GAIN
      * LEFT OUT.  A CANCELLATION OF AN EARLIER MONTH'S TRADE,
      * ALREADY ON THAT MONTH'S STATEMENT, PRINTS AS A REVERSAL
      * WITH THE GAIN TAKEN BACK.
       PRINT-ONE-TRADE-PARA.
           MOVE TW-CUST-ID TO WS-THIS-CUST
           MOVE TW-SCRIP   TO WS-THIS-SCRIP
           MOVE TW-DATE    TO WS-THIS-DATE
           MOVE TW-TIME    TO WS-THIS-TIME
           EVALUATE TRUE
               WHEN TW-CANCEL-SW = 'X'
                   AND TW-ORIG-DATE(1:6) = WS-STMT-MONTH
                   MOVE WS-THIS-KEY TO WS-BUST-KEY
               WHEN WS-THIS-KEY = WS-BUST-KEY
                   AND TW-CANCEL-SW = SPACE
                   PERFORM FORMAT-TRADE-PARA
                   MOVE ZERO TO WS-TL-REAL
                   MOVE 'BUSTED' TO WS-TL-MARK
                   WRITE RPT-LINE FROM WS-TRD-LINE
               WHEN OTHER
                   ADD 1 TO WS-TRD-CNT
                   PERFORM FORMAT-TRADE-PARA
                   IF TW-CANCEL-SW = 'X'
                       MOVE 'CXL' TO WS-TL-MARK
                   END-IF
                   IF TW-BS = 'S'
                       MOVE TW-REALIZED TO WS-TL-REAL
                       ADD TW-REALIZED TO WS-MONTH-REAL
                   ELSE
                       MOVE ZERO TO WS-TL-REAL
                   END-IF
                   WRITE RPT-LINE FROM WS-TRD-LINE
           END-EVALUATE
           PERFORM READ-TRDWRK-PARA.

       FORMAT-TRADE-PARA.
           MOVE TW-DATE  TO WS-TL-DATE
           MOVE TW-SCRIP TO WS-TL-SCRIP
           MOVE TW-BS    TO WS-TL-BS
           MOVE TW-QTY   TO WS-TL-QTY
           MOVE TW-PRICE TO WS-TL-PRICE
           MOVE SPACES   TO WS-TL-MARK.

      * RUN SUMMARY ON ITS OWN PAGE SO DESPATCH CAN BALANCE THE
      * MAILING AGAINST THE PAGES IN THE TRAY.
