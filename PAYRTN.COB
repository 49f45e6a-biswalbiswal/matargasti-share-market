       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTN.
      * BANK PAYOUT RETURN LOAD.  THE BANK ANSWERS EACH PAYMENT
      * INSTRUCTION PAYRUN SENT IT, QUOTING THE PAYOUT REFERENCE -
      * PAID, OR REJECTED WITH A REASON CODE (ACCOUNT CLOSED, NAME
      * MISMATCH AND THE LIKE).  A PAID PAYOUT IS SIMPLY SETTLED.
      * A REJECTED ONE NEVER LEFT THE BANK, SO THE MONEY GOES BACK
      * ON THE CUSTOMER'S CASH ACCOUNT AND IS JOURNALLED AS A TYPE
      * R POSTING ON CSHJRNL.  ONLY A PAYOUT STILL MARKED SENT IS
      * SETTLED, SO A RETURN LOADED TWICE CANNOT CREDIT TWICE.
      * THE RE-CREDIT IS DATED THE BUSINESS DATE, SO PAYRTN MUST BE
      * DEFINED ON BDTCTL AS A PREDECESSOR OF EODPROOF - A RETURN
      * LOADED AFTER THE PROOF WOULD MISS BOTH TONIGHT'S SNAPSHOT
      * AND TOMORROW'S MOVEMENTS AND LEAVE THE ACCOUNT OUT OF
      * BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYRETN ASSIGN TO PAYRETN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRETN-STATUS.
           SELECT PAYMAS ASSIGN TO PAYMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMAS-STATUS.
           SELECT CASHMAS ASSIGN TO CASHMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASH-CUST-ID
               FILE STATUS IS WS-CASHMAS-STATUS.
      * THE EXTRAPARTITION DATASET BEHIND THE CSHJ QUEUE - CLOSED
      * TO CICS WHILE THIS JOB RUNS, SO EACH RE-CREDIT IS APPENDED
      * TO IT DIRECTLY, AS CORPACT DOES ITS DIVIDENDS.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
           SELECT PAYRLIST ASSIGN TO PAYRLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYRLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYRETN.
      * ONE RETURN PER INSTRUCTION FROM THE BANK'S RETURN FILE -
      * RESULT IS P (PAID) OR R (REJECTED, WITH A REASON CODE).
       01  RET-RECORD.
           05  RET-REF.
               10  RET-CUST-ID     PIC X(005).
               10  RET-PAY-DATE    PIC X(008).
               10  RET-PAY-TIME    PIC X(006).
           05  RET-RESULT          PIC X(001).
               88  RET-PAID            VALUE 'P'.
               88  RET-REJECTED        VALUE 'R'.
           05  RET-REASON          PIC X(004).
           05  RET-DATE            PIC X(008).
       FD  PAYMAS.
      * PAYOUT REQUEST RECORD LAYOUT - SEE PAYREC.COB
       COPY "PAYREC.COB".
       FD  CASHMAS.
      * CASH ACCOUNT RECORD LAYOUT - SEE CASHREC.COB
       COPY "CASHREC.COB".
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       FD  PAYRLIST.
       01  RPT-LINE                PIC X(080).
       WORKING-STORAGE SECTION.
       01  WS-PAYRETN-STATUS       PIC X(02).
       01  WS-PAYMAS-STATUS        PIC X(02).
       01  WS-CASHMAS-STATUS       PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).
       01  WS-PAYRLIST-STATUS      PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-RUN-TIME-N           PIC 9(08).
       01  WS-RUN-TIME-X           PIC X(08).
       01  WS-RTN-TIME             PIC X(006).

       77  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-PAID-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECT-AMOUNT        PIC 9(015)V99 VALUE ZERO.
       77  WS-EXCP-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(080) VALUE
           'BANK PAYOUT RETURN LOAD - RETURNS LISTING'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(062) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(080) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER              PIC X(040) VALUE
               'CUST   PAYOUT   TIME   RES   RSN        '.
           05  FILLER              PIC X(040) VALUE
               '    AMOUNT  OUTCOME'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-DATE         PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-TIME         PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-RESULT       PIC X(001).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WS-DET-REASON       PIC X(004).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-AMOUNT       PIC ZZZZZZZZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-OUTCOME      PIC X(028).

       01  WS-TOT-LINE-1.
           05  FILLER              PIC X(024) VALUE
               'RETURNS READ:           '.
           05  WS-TOT-READ         PIC ZZZZ9.
           05  FILLER              PIC X(051) VALUE SPACES.
       01  WS-TOT-LINE-2.
           05  FILLER              PIC X(024) VALUE
               'PAID:                   '.
           05  WS-TOT-PAID         PIC ZZZZ9.
           05  FILLER              PIC X(051) VALUE SPACES.
       01  WS-TOT-LINE-3.
           05  FILLER              PIC X(024) VALUE
               'REJECTED AND RE-CREDITED'.
           05  WS-TOT-REJECT       PIC ZZZZ9.
           05  FILLER              PIC X(010) VALUE
               '  AMOUNT: '.
           05  WS-TOT-REJECT-AMT   PIC ZZZZZZZZZZZZZZ9.99.
           05  FILLER              PIC X(023) VALUE SPACES.
       01  WS-TOT-LINE-4.
           05  FILLER              PIC X(024) VALUE
               'EXCEPTIONS:             '.
           05  WS-TOT-EXCP         PIC ZZZZ9.
           05  FILLER              PIC X(051) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'PAYRTN' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'PAYRTN: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           ACCEPT WS-RUN-TIME-N FROM TIME
           MOVE WS-RUN-TIME-N TO WS-RUN-TIME-X
           MOVE WS-RUN-TIME-X(1:6) TO WS-RTN-TIME
           OPEN INPUT PAYRETN
           IF WS-PAYRETN-STATUS NOT = '00'
               DISPLAY 'PAYRTN: PAYRETN OPEN FAILED - STATUS '
                   WS-PAYRETN-STATUS
               STOP RUN
           END-IF
           OPEN I-O PAYMAS
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'PAYRTN: PAYMAS OPEN FAILED - STATUS '
                   WS-PAYMAS-STATUS
               STOP RUN
           END-IF
           OPEN I-O CASHMAS
           IF WS-CASHMAS-STATUS NOT = '00'
               DISPLAY 'PAYRTN: CASHMAS OPEN FAILED - STATUS '
                   WS-CASHMAS-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-CSHJRNL-PARA
           OPEN OUTPUT PAYRLIST
           IF WS-PAYRLIST-STATUS NOT = '00'
               DISPLAY 'PAYRTN: PAYRLIST OPEN FAILED - STATUS '
                   WS-PAYRLIST-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA
           PERFORM READ-PAYRETN-PARA.

      * THE JOURNAL DATASET IS APPENDED TO - THE ONLINE DAY'S
      * RECORDS ARE ALREADY ON IT.  A DATASET NOT YET ALLOCATED ON
      * A FIRST RUN IS SIMPLY CREATED.
       OPEN-CSHJRNL-PARA.
           OPEN EXTEND CSHJRNL
           IF WS-CSHJRNL-STATUS = '35'
               OPEN OUTPUT CSHJRNL
           END-IF
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'PAYRTN: CSHJRNL OPEN FAILED - STATUS '
                   WS-CSHJRNL-STATUS
               STOP RUN
           END-IF.

       PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE RET-CUST-ID  TO WS-DET-CUST
           MOVE RET-PAY-DATE TO WS-DET-DATE
           MOVE RET-PAY-TIME TO WS-DET-TIME
           MOVE RET-RESULT   TO WS-DET-RESULT
           MOVE RET-REASON   TO WS-DET-REASON
           MOVE ZERO         TO WS-DET-AMOUNT
           MOVE RET-REF TO PAY-KEY
           READ PAYMAS
               INVALID KEY
                   MOVE 'PAYOUT NOT ON FILE' TO WS-DET-OUTCOME
                   ADD 1 TO WS-EXCP-COUNT
               NOT INVALID KEY
                   MOVE PAY-AMOUNT TO WS-DET-AMOUNT
                   PERFORM SETTLE-PAYOUT-PARA
           END-READ
           WRITE RPT-LINE FROM WS-DETAIL-LINE
           PERFORM READ-PAYRETN-PARA.

       SETTLE-PAYOUT-PARA.
           EVALUATE TRUE
               WHEN NOT PAY-SENT
                   MOVE 'NOT AWAITING A RETURN' TO WS-DET-OUTCOME
                   ADD 1 TO WS-EXCP-COUNT
               WHEN RET-PAID
                   SET PAY-PAID TO TRUE
                   PERFORM REWRITE-PAYOUT-PARA
                   MOVE 'PAID' TO WS-DET-OUTCOME
                   ADD 1 TO WS-PAID-COUNT
               WHEN RET-REJECTED
                   SET PAY-REJECTED TO TRUE
                   PERFORM REWRITE-PAYOUT-PARA
                   PERFORM RECREDIT-CASH-PARA
               WHEN OTHER
                   MOVE 'RESULT CODE NOT P OR R' TO WS-DET-OUTCOME
                   ADD 1 TO WS-EXCP-COUNT
           END-EVALUATE.

      * THE PAYOUT IS SETTLED BEFORE THE MONEY MOVES - A RUN THAT
      * FAILS BETWEEN THE TWO LEAVES A RE-CREDIT TO POST BY HAND,
      * NEVER ONE POSTED TWICE.
       REWRITE-PAYOUT-PARA.
           MOVE WS-RUN-DATE-X TO PAY-RTN-DATE
           MOVE RET-REASON    TO PAY-RTN-REASON
           REWRITE PAY-RECORD
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'PAYRTN: PAYMAS REWRITE FAILED - STATUS '
                   WS-PAYMAS-STATUS ' - PAYOUT ' PAY-KEY
               STOP RUN
           END-IF.

       RECREDIT-CASH-PARA.
           MOVE PAY-CUST-ID TO CASH-CUST-ID
           READ CASHMAS
               INVALID KEY
                   MOVE PAY-AMOUNT    TO CASH-BALANCE
                   MOVE ZERO          TO CASH-RESERVED
                   MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
                   MOVE WS-RTN-TIME   TO CASH-LAST-TIME
                   WRITE CASH-RECORD
               NOT INVALID KEY
                   ADD PAY-AMOUNT     TO CASH-BALANCE
                   MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
                   MOVE WS-RTN-TIME   TO CASH-LAST-TIME
                   REWRITE CASH-RECORD
           END-READ
           IF WS-CASHMAS-STATUS = '00'
               MOVE 'REJECTED - RE-CREDITED' TO WS-DET-OUTCOME
               ADD 1 TO WS-REJECT-COUNT
               ADD PAY-AMOUNT TO WS-REJECT-AMOUNT
               PERFORM WRITE-CASH-MOVEMENT-PARA
           ELSE
               DISPLAY 'PAYRTN: CASHMAS UPDATE FAILED - STATUS '
                   WS-CASHMAS-STATUS ' - ACCOUNT ' CASH-CUST-ID
               MOVE 'RE-CREDIT FAILED - POST BY HAND'
                   TO WS-DET-OUTCOME
               ADD 1 TO WS-EXCP-COUNT
           END-IF.

      * JOURNAL THE RE-CREDIT AS A TYPE R POSTING CARRYING THE
      * DATE OF THE PAYOUT IT REVERSES.  A BATCH RUN HAS NO
      * TERMINAL OR SIGNED-ON OPERATOR, SO THE JOB STANDS IN FOR
      * BOTH.
       WRITE-CASH-MOVEMENT-PARA.
           MOVE CASH-CUST-ID  TO CSHM-CUST-ID
           SET CSHM-PAYOUT-RETURN TO TRUE
           MOVE PAY-AMOUNT    TO CSHM-AMOUNT
           MOVE CASH-BALANCE  TO CSHM-BALANCE
           MOVE WS-RUN-DATE-X TO CSHM-DATE
           MOVE WS-RTN-TIME   TO CSHM-TIME
           MOVE 'BATCH'       TO CSHM-OPER-ID
           MOVE 'BTCH'        TO CSHM-TERMID
           SET CSHM-ORIGINAL  TO TRUE
           MOVE PAY-DATE      TO CSHM-REF
           WRITE CSHM-RECORD
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'PAYRTN: CSHJRNL WRITE FAILED - STATUS '
                   WS-CSHJRNL-STATUS ' - ACCOUNT ' CASH-CUST-ID
           END-IF.

       READ-PAYRETN-PARA.
           READ PAYRETN
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

       TERM-PARA.
           MOVE WS-READ-COUNT    TO WS-TOT-READ
           MOVE WS-PAID-COUNT    TO WS-TOT-PAID
           MOVE WS-REJECT-COUNT  TO WS-TOT-REJECT
           MOVE WS-REJECT-AMOUNT TO WS-TOT-REJECT-AMT
           MOVE WS-EXCP-COUNT    TO WS-TOT-EXCP
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-LINE-1
           WRITE RPT-LINE FROM WS-TOT-LINE-2
           WRITE RPT-LINE FROM WS-TOT-LINE-3
           WRITE RPT-LINE FROM WS-TOT-LINE-4
           CLOSE PAYRETN
           CLOSE PAYMAS
           CLOSE CASHMAS
           CLOSE CSHJRNL
           CLOSE PAYRLIST.
