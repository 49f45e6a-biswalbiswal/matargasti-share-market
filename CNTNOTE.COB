       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTNOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE EXTRAPARTITION DATASET BEHIND THE TRDJ TRANSIENT DATA
      * QUEUE, HOLDING ONE RECORD PER ACCEPTED TRADE - CLOSED TO
      * CICS WHILE THIS JOB RUNS.
           SELECT TRDJRNL ASSIGN TO TRDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDJRNL-STATUS.
      * THE JOURNAL ARRIVES IN TIME ORDER - ONE NOTE GOES OUT PER
      * CUSTOMER, SO TODAY'S RECORDS GO THROUGH A SORT ON
      * CUSTOMER PLUS TIME FIRST.
           SELECT SORTWK ASSIGN TO SORTWK.
      * NAME AND ADDRESS FOR THE HEAD OF EACH NOTE.
           SELECT CUSTMAS ASSIGN TO CUSTMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.
      * THE PRINT FILE DESPATCH MAILS - ONE CONTRACT NOTE PER PAGE
      * PER CUSTOMER, RUN SUMMARY ON THE LAST PAGE.
           SELECT NOTEPRT ASSIGN TO NOTEPRT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTEPRT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRDJRNL.
      * TRADE HISTORY RECORD LAYOUT - SEE TRDREC.COB
       COPY "TRDREC.COB".
       SD  SORTWK.
       01  SRT-RECORD.
           05  SRT-CUST-ID         PIC X(005).
           05  SRT-SCRIP           PIC X(008).
           05  SRT-BS              PIC X(001).
           05  SRT-QTY             PIC 9(007).
           05  SRT-PRICE           PIC 9(006)V99.
           05  SRT-DATE            PIC X(008).
           05  SRT-TIME            PIC X(006).
           05  SRT-OPER-ID         PIC X(005).
           05  SRT-TERMID          PIC X(004).
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
       FD  CUSTMAS.
      * CUSTOMER MASTER RECORD LAYOUT - SEE CUSTREC.COB
       COPY "CUSTREC.COB".
       FD  NOTEPRT.
       01  RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-TRDJRNL-STATUS       PIC X(02).
       01  WS-CUSTMAS-STATUS       PIC X(02).
       01  WS-NOTEPRT-STATUS       PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       01  WS-CUR-CUST             PIC X(005).
       01  WS-VALUE                PIC S9(013)V99.

      * PER-NOTE TOTALS.  THE NET IS WHAT THE CUSTOMER OWES US ON
      * THE DAY - BUY NETS LESS SELL NETS; BELOW ZERO WE OWE THEM.
       01  WS-NOTE-BUY-VAL         PIC S9(013)V99.
       01  WS-NOTE-SELL-VAL        PIC S9(013)V99.
       01  WS-NOTE-BRK             PIC S9(011)V99.
       01  WS-NOTE-TAX             PIC S9(011)V99.
       01  WS-NOTE-STP             PIC S9(011)V99.
       01  WS-NOTE-FEE             PIC S9(011)V99.
       01  WS-NOTE-NET             PIC S9(013)V99.

      * RUN TOTALS FOR THE SUMMARY PAGE
       77  WS-NOTE-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-TRADE-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-CXL-COUNT            PIC 9(07) VALUE ZERO.
       77  WS-NOCUST-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-GRAND-CHARGES        PIC S9(013)V99 VALUE ZERO.
       01  WS-GRAND-PAYABLE        PIC S9(013)V99 VALUE ZERO.
       01  WS-GRAND-RECEIVABLE     PIC S9(013)V99 VALUE ZERO.

       01  WS-NOTE-HEAD.
           05  FILLER              PIC X(031) VALUE
               'CONTRACT NOTE FOR TRADE DATE  '.
           05  WS-NH-DATE          PIC X(008).
           05  FILLER              PIC X(093) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

      * MAILING BLOCK - NAME AND ADDRESS AS DESPATCH NEEDS THEM
       01  WS-MAIL-NAME.
           05  WS-MN-NAME          PIC X(008).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  FILLER              PIC X(001) VALUE '('.
           05  WS-MN-ID            PIC X(005).
           05  FILLER              PIC X(001) VALUE ')'.
           05  FILLER              PIC X(114) VALUE SPACES.
       01  WS-MAIL-ADDR.
           05  WS-MA-ADDR          PIC X(030).
           05  FILLER              PIC X(102) VALUE SPACES.
       01  WS-NOCUST-NAME          PIC X(030) VALUE
           '** NOT ON CUSTOMER MASTER **'.

       01  WS-COL-LINE             PIC X(132) VALUE
           'TIME    SCRIP     B/S  QUANTITY      PRICE           VALUE  
      -    '  BROKERAGE      TXN TAX   STAMP DUTY     EXCH FEE          
      -    '    NET'.

       01  WS-DETAIL-LINE.
           05  WS-DET-TIME         PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-SCRIP        PIC X(008).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WS-DET-BS           PIC X(001).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WS-DET-QTY          PIC ZZZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-PRICE        PIC ZZZZZ9.99.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-VALUE        PIC ZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-BRK          PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-TAX          PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-STP          PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-FEE          PIC ZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-NET          PIC ZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-MARK         PIC X(003).
           05  FILLER              PIC X(001) VALUE SPACES.

      * ONE LABELLED FIGURE PER LINE IN THE NOTE FOOTING
       01  WS-FOOT-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-FL-LABEL         PIC X(032).
           05  WS-FL-AMT           PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(081) VALUE SPACES.

       01  WS-SUM-HEAD.
           05  FILLER              PIC X(031) VALUE
               'CONTRACT NOTE RUN SUMMARY      '.
           05  WS-SH-DATE          PIC X(008).
           05  FILLER              PIC X(093) VALUE SPACES.
       01  WS-SUM-LINE-1.
           05  FILLER              PIC X(032) VALUE
               'CONTRACT NOTES PRINTED          '.
           05  WS-SUM-NOTES        PIC ZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-SUM-LINE-2.
           05  FILLER              PIC X(032) VALUE
               'EXECUTIONS NOTED                '.
           05  WS-SUM-TRADES       PIC ZZZZZZ9.
           05  FILLER              PIC X(093) VALUE SPACES.
       01  WS-SUM-LINE-3.
           05  FILLER              PIC X(032) VALUE
               'CANCELLATIONS NOTED             '.
           05  WS-SUM-CXL          PIC ZZZZZZ9.
           05  FILLER              PIC X(093) VALUE SPACES.
       01  WS-SUM-LINE-4.
           05  FILLER              PIC X(032) VALUE
               'NOTES WITH NO CUSTOMER RECORD   '.
           05  WS-SUM-NOCUST       PIC ZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-CUST-ID SRT-TIME SRT-SCRIP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-TODAY-PARA
               OUTPUT PROCEDURE IS REPORT-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'CNTNOTE' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'CNTNOTE: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN INPUT CUSTMAS
           IF WS-CUSTMAS-STATUS NOT = '00'
               DISPLAY 'CNTNOTE: CUSTMAS OPEN FAILED - STATUS '
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT NOTEPRT
           IF WS-NOTEPRT-STATUS NOT = '00'
               DISPLAY 'CNTNOTE: NOTEPRT OPEN FAILED - STATUS '
                   WS-NOTEPRT-STATUS
               STOP RUN
           END-IF.

      * FEED ONLY TODAY'S JOURNAL TO THE SORT - EXECUTIONS AND ANY
      * P9 CANCELLATIONS MADE TODAY.  A MISSING JOURNAL DATASET
      * MEANS NO TRADES WERE CAPTURED AND NO NOTES ARE DUE.
       SELECT-TODAY-PARA SECTION.
           OPEN INPUT TRDJRNL
           EVALUATE WS-TRDJRNL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'CNTNOTE: TRDJRNL OPEN FAILED - STATUS '
                       WS-TRDJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-TRDJRNL-PARA
           END-IF
           PERFORM RELEASE-TRADE-PARA UNTIL WS-EOF
           IF WS-TRDJRNL-STATUS NOT = '35'
               CLOSE TRDJRNL
           END-IF
           GO TO SELECT-TODAY-EXIT.

       RELEASE-TRADE-PARA.
           IF TRD-DATE = WS-RUN-DATE-X
               MOVE TRD-RECORD TO SRT-RECORD
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-TRDJRNL-PARA.

       READ-TRDJRNL-PARA.
           READ TRDJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       SELECT-TODAY-EXIT.
           EXIT.

      * TAKE THE SORTED TRADES BACK GROUPED BY CUSTOMER - A NEW
      * NOTE AT EACH CUSTOMER BREAK, FOOTED WITH THE CHARGES AND
      * THE NET MONEY DUE EITHER WAY.
       REPORT-PARA SECTION.
           MOVE LOW-VALUES TO WS-CUR-CUST
           PERFORM RETURN-TRADE-PARA
           PERFORM PRINT-TRADE-PARA UNTIL WS-SORT-EOF
           IF WS-CUR-CUST NOT = LOW-VALUES
               PERFORM WRITE-NOTE-FOOT-PARA
           END-IF
           GO TO REPORT-EXIT.

       RETURN-TRADE-PARA.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-TRADE-PARA.
           IF SRT-CUST-ID NOT = WS-CUR-CUST
               PERFORM CUST-BREAK-PARA
           END-IF
           PERFORM WRITE-DETAIL-PARA
           PERFORM RETURN-TRADE-PARA.

       CUST-BREAK-PARA.
           IF WS-CUR-CUST NOT = LOW-VALUES
               PERFORM WRITE-NOTE-FOOT-PARA
           END-IF
           MOVE SRT-CUST-ID TO WS-CUR-CUST
           MOVE ZERO TO WS-NOTE-BUY-VAL WS-NOTE-SELL-VAL
               WS-NOTE-BRK WS-NOTE-TAX WS-NOTE-STP WS-NOTE-FEE
               WS-NOTE-NET
           PERFORM WRITE-NOTE-HEAD-PARA.

      * HEAD OF NOTE ON A NEW PAGE - A CUSTOMER MISSING FROM THE
      * MASTER STILL GETS A NOTE SO THE DAY'S TRADES ARE ALL
      * EVIDENCED, BUT IT IS COUNTED FOR DESPATCH TO PULL.
       WRITE-NOTE-HEAD-PARA.
           ADD 1 TO WS-NOTE-COUNT
           MOVE WS-RUN-DATE-X TO WS-NH-DATE
           WRITE RPT-LINE FROM WS-NOTE-HEAD
               AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE WS-CUR-CUST TO CUST-ID
           READ CUSTMAS
               INVALID KEY
                   ADD 1 TO WS-NOCUST-COUNT
                   MOVE SPACES TO WS-MN-NAME
                   MOVE WS-NOCUST-NAME TO WS-MA-ADDR
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-MN-NAME
                   MOVE CUST-ADDR TO WS-MA-ADDR
           END-READ
           MOVE WS-CUR-CUST TO WS-MN-ID
           WRITE RPT-LINE FROM WS-MAIL-NAME
           WRITE RPT-LINE FROM WS-MAIL-ADDR
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

      * ONE LINE PER EXECUTION.  A P9 CANCELLATION CARRIES ITS
      * CHARGES AND NET ALREADY NEGATED AND IS MARKED CXL, SO THE
      * NOTE FOOTS TO WHAT ACTUALLY MOVED ON THE CASH ACCOUNT.
       WRITE-DETAIL-PARA.
           IF SRT-CANCEL-SW = 'X'
               COMPUTE WS-VALUE = ZERO - SRT-QTY * SRT-PRICE
               MOVE 'CXL' TO WS-DET-MARK
               ADD 1 TO WS-CXL-COUNT
           ELSE
               COMPUTE WS-VALUE = SRT-QTY * SRT-PRICE
               MOVE SPACES TO WS-DET-MARK
               ADD 1 TO WS-TRADE-COUNT
           END-IF
           MOVE SRT-TIME       TO WS-DET-TIME
           MOVE SRT-SCRIP      TO WS-DET-SCRIP
           MOVE SRT-BS         TO WS-DET-BS
           MOVE SRT-QTY        TO WS-DET-QTY
           MOVE SRT-PRICE      TO WS-DET-PRICE
           MOVE WS-VALUE       TO WS-DET-VALUE
           MOVE SRT-BROKERAGE  TO WS-DET-BRK
           MOVE SRT-TXN-TAX    TO WS-DET-TAX
           MOVE SRT-STAMP-DUTY TO WS-DET-STP
           MOVE SRT-EXCH-FEE   TO WS-DET-FEE
           MOVE SRT-NET-AMT    TO WS-DET-NET
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           ADD SRT-BROKERAGE  TO WS-NOTE-BRK
           ADD SRT-TXN-TAX    TO WS-NOTE-TAX
           ADD SRT-STAMP-DUTY TO WS-NOTE-STP
           ADD SRT-EXCH-FEE   TO WS-NOTE-FEE
           IF SRT-BS = 'B'
               ADD WS-VALUE TO WS-NOTE-BUY-VAL
               ADD SRT-NET-AMT TO WS-NOTE-NET
           ELSE
               ADD WS-VALUE TO WS-NOTE-SELL-VAL
               SUBTRACT SRT-NET-AMT FROM WS-NOTE-NET
           END-IF.

       WRITE-NOTE-FOOT-PARA.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'TOTAL BOUGHT' TO WS-FL-LABEL
           MOVE WS-NOTE-BUY-VAL TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'TOTAL SOLD' TO WS-FL-LABEL
           MOVE WS-NOTE-SELL-VAL TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'BROKERAGE' TO WS-FL-LABEL
           MOVE WS-NOTE-BRK TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'TRANSACTION TAX' TO WS-FL-LABEL
           MOVE WS-NOTE-TAX TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'STAMP DUTY' TO WS-FL-LABEL
           MOVE WS-NOTE-STP TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'EXCHANGE FEE' TO WS-FL-LABEL
           MOVE WS-NOTE-FEE TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           ADD WS-NOTE-BRK WS-NOTE-TAX WS-NOTE-STP WS-NOTE-FEE
               TO WS-GRAND-CHARGES
           IF WS-NOTE-NET < ZERO
               MOVE 'NET AMOUNT RECEIVABLE BY CLIENT' TO WS-FL-LABEL
               COMPUTE WS-VALUE = ZERO - WS-NOTE-NET
               ADD WS-VALUE TO WS-GRAND-RECEIVABLE
           ELSE
               MOVE 'NET AMOUNT PAYABLE BY CLIENT' TO WS-FL-LABEL
               MOVE WS-NOTE-NET TO WS-VALUE
               ADD WS-VALUE TO WS-GRAND-PAYABLE
           END-IF
           MOVE WS-VALUE TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE.

      * RUN SUMMARY ON ITS OWN PAGE SO DESPATCH CAN BALANCE THE
      * MAILING AGAINST THE PAGES IN THE TRAY.
       TERM-PARA.
           MOVE WS-RUN-DATE-X  TO WS-SH-DATE
           MOVE WS-NOTE-COUNT  TO WS-SUM-NOTES
           MOVE WS-TRADE-COUNT TO WS-SUM-TRADES
           MOVE WS-CXL-COUNT   TO WS-SUM-CXL
           MOVE WS-NOCUST-COUNT TO WS-SUM-NOCUST
           WRITE RPT-LINE FROM WS-SUM-HEAD
               AFTER ADVANCING PAGE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-SUM-LINE-1
           WRITE RPT-LINE FROM WS-SUM-LINE-2
           WRITE RPT-LINE FROM WS-SUM-LINE-3
           WRITE RPT-LINE FROM WS-SUM-LINE-4
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'TOTAL CHARGES' TO WS-FL-LABEL
           MOVE WS-GRAND-CHARGES TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'TOTAL PAYABLE BY CLIENTS' TO WS-FL-LABEL
           MOVE WS-GRAND-PAYABLE TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           MOVE 'TOTAL RECEIVABLE BY CLIENTS' TO WS-FL-LABEL
           MOVE WS-GRAND-RECEIVABLE TO WS-FL-AMT
           WRITE RPT-LINE FROM WS-FOOT-LINE
           CLOSE CUSTMAS
           CLOSE NOTEPRT.

       REPORT-EXIT.
           EXIT.
