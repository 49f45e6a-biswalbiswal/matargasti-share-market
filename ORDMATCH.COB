       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE LIMIT ORDER BOOK - SEE ORDREC.COB.  WALKED ONCE FROM
      * THE TOP; EVERY ORDER SETTLED BY THE RUN IS REWRITTEN WITH
      * ITS OUTCOME, SO A RERUN ONLY LOOKS AT WHAT IS STILL OPEN.
           SELECT ORDMAS ASSIGN TO ORDMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDMAS-STATUS.
      * AN ORDER IS ONLY MATCHED IN A SCRIP STILL ACTIVE ON THE
      * SCRIP MASTER.
           SELECT SCRIPMAS ASSIGN TO SCRIPMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCRP-CODE
               FILE STATUS IS WS-SCRIPMAS-STATUS.
      * THE VALIDATED CLOSE FROM TONIGHT'S PRICEDIT RUN - THE ONLY
      * PRICE AN ORDER IS EVER FILLED AT.
           SELECT PRICEVAL ASSIGN TO PRICEVAL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-SCRIP
               FILE STATUS IS WS-PRICEVAL-STATUS.
           SELECT CHGMAS ASSIGN TO CHGMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-BS
               FILE STATUS IS WS-CHGMAS-STATUS.
           SELECT HOLDMAS ASSIGN TO HOLDMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAS-STATUS.
           SELECT CASHMAS ASSIGN TO CASHMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASH-CUST-ID
               FILE STATUS IS WS-CASHMAS-STATUS.
      * THE EXTRAPARTITION DATASETS BEHIND THE TRDJ AND CSHJ
      * QUEUES - CLOSED TO CICS WHILE THIS JOB RUNS, SO EACH FILL
      * IS JOURNALLED TO THEM DIRECTLY, JUST AS P3 JOURNALS A
      * TRADE TAKEN AT THE COUNTER.  THE FILLS ARE DATED THE
      * BUSINESS DATE, SO ORDMATCH MUST BE DEFINED ON BDTCTL AS A
      * PREDECESSOR OF EODPROOF.
           SELECT TRDJRNL ASSIGN TO TRDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDJRNL-STATUS.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
      * ORDER STATUS REPORT - EVERY ORDER THE RUN LOOKED AT, WITH
      * WHAT BECAME OF IT.
           SELECT ORDLIST ASSIGN TO ORDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDMAS.
      * LIMIT ORDER RECORD LAYOUT - SEE ORDREC.COB
       COPY "ORDREC.COB".
       FD  SCRIPMAS.
      * SCRIP REFERENCE RECORD LAYOUT - SEE SCRPREC.COB
       COPY "SCRPREC.COB".
       FD  PRICEVAL.
      * VALIDATED CLOSING PRICE RECORD LAYOUT - SEE PRCREC.COB
       COPY "PRCREC.COB".
       FD  CHGMAS.
      * CHARGES SCHEDULE RECORD LAYOUT - SEE CHGREC.COB
       COPY "CHGREC.COB".
       FD  HOLDMAS.
      * HOLDINGS RECORD LAYOUT - SEE HOLDREC.COB
       COPY "HOLDREC.COB".
       FD  CASHMAS.
      * CASH ACCOUNT RECORD LAYOUT - SEE CASHREC.COB
       COPY "CASHREC.COB".
       FD  TRDJRNL.
      * TRADE JOURNAL RECORD LAYOUT - SEE TRDREC.COB
       COPY "TRDREC.COB".
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       FD  ORDLIST.
       01  RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ORDMAS-STATUS        PIC X(02).
       01  WS-SCRIPMAS-STATUS      PIC X(02).
       01  WS-PRICEVAL-STATUS      PIC X(02).
       01  WS-CHGMAS-STATUS        PIC X(02).
       01  WS-HOLDMAS-STATUS       PIC X(02).
       01  WS-CASHMAS-STATUS       PIC X(02).
       01  WS-TRDJRNL-STATUS       PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).
       01  WS-ORDLIST-STATUS       PIC X(02).

       01  WS-ORD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-ORD-EOF              VALUE 'Y'.

      * WHETHER THE ORDER'S SCRIP HAS A CLOSE IT CAN BE MATCHED
      * AGAINST TONIGHT, AND WHETHER THE FILL COULD BE CHARGED.
       01  WS-PRICED-SW            PIC X(01).
           88  WS-PRICED               VALUE 'Y'.
       01  WS-CHG-SW               PIC X(01).
           88  WS-CHG-OK               VALUE 'Y'.

      * WHAT THE RUN DID WITH THE ORDER IN HAND
       01  WS-OUTCOME              PIC X(01).
           88  WS-OUT-OPEN             VALUE 'O'.
           88  WS-OUT-FILLED           VALUE 'F'.
           88  WS-OUT-EXPIRED          VALUE 'E'.
           88  WS-OUT-REJECTED         VALUE 'R'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-RUN-TIME-N           PIC 9(08).
       01  WS-RUN-TIME-X           PIC X(08).
       01  WS-ENT-TIME             PIC X(006).

      * WHY AN ORDER WAS NOT FILLED, OR WHY IT WAS TAKEN OFF THE
      * BOOK UNFILLED.
       01  WS-REASON               PIC X(030).

      * THE FILL - ORDER QUANTITY AT THE VALIDATED CLOSE, CHARGED
      * OFF THE CHGMAS SCHEDULE EXACTLY AS P3 CHARGES A TRADE.
       01  WS-QTY                  PIC 9(007).
       01  WS-PRICE                PIC 9(006)V99.
       01  WS-TRADE-VALUE          PIC S9(015)V99.
       01  WS-BRK-AMT              PIC S9(009)V99.
       01  WS-TAX-AMT              PIC S9(009)V99.
       01  WS-STP-AMT              PIC S9(009)V99.
       01  WS-FEE-AMT              PIC S9(009)V99.
       01  WS-TOT-CHARGES          PIC S9(011)V99.
       01  WS-NET-AMT              PIC S9(015)V99.
       01  WS-CHG-RATE             PIC 9(001)V9(006).
       01  WS-CHG-MIN              PIC 9(007)V99.
       01  WS-CHG-MAX              PIC 9(007)V99.
       01  WS-CHG-AMT              PIC S9(009)V99.
       01  WS-TOT-COST             PIC S9(015)V99.
       01  WS-SELL-COST            PIC S9(013)V99.
       01  WS-SELL-PROCEEDS        PIC S9(013)V99.
       01  WS-SELL-REALIZED        PIC S9(013)V99.
       01  WS-MOVE-AMT             PIC S9(013)V99.
       01  WS-RUN-BALANCE          PIC S9(013)V99.

      * THE AMOUNT SHOWN AGAINST THE ORDER ON THE REPORT - THE NET
      * MONEY OF A FILL, OR THE CASH RELEASED BY A BUY TAKEN OFF
      * THE BOOK UNFILLED.
       01  WS-LINE-AMT             PIC S9(013)V99.

      * RUN TOTALS
       77  WS-EXAMINED-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-FILLED-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-EXPIRED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-OPEN-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-FILLED-VALUE         PIC S9(015)V99 VALUE ZERO.
       01  WS-RELEASED-AMT         PIC S9(015)V99 VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(132) VALUE
           'LIMIT ORDER MATCHING - ORDER STATUS REPORT'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(114) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

       01  WS-COL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  FILLER              PIC X(007) VALUE 'CUST'.
           05  FILLER              PIC X(010) VALUE 'SCRIP'.
           05  FILLER              PIC X(006) VALUE 'SEQ'.
           05  FILLER              PIC X(003) VALUE 'BS'.
           05  FILLER              PIC X(009) VALUE '    QTY'.
           05  FILLER              PIC X(011) VALUE '    LIMIT'.
           05  FILLER              PIC X(011) VALUE '    CLOSE'.
           05  FILLER              PIC X(010) VALUE 'VALID TO'.
           05  FILLER              PIC X(010) VALUE 'OUTCOME'.
           05  FILLER              PIC X(018) VALUE
               '          AMOUNT'.
           05  FILLER              PIC X(035) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-CUST         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-SCRIP        PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-SEQ          PIC 9(004).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-BS           PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-QTY          PIC ZZZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-LIMIT        PIC ZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-CLOSE        PIC ZZZZZ9.99.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-VALID        PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-OUTCOME      PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-AMT          PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-REASON       PIC X(030).
           05  FILLER              PIC X(005) VALUE SPACES.

       01  WS-TOT-LINE-1.
           05  FILLER              PIC X(030) VALUE
               'ORDERS EXAMINED:              '.
           05  WS-TOT-EXAMINED     PIC ZZZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-TOT-LINE-2.
           05  FILLER              PIC X(030) VALUE
               'ORDERS FILLED:                '.
           05  WS-TOT-FILLED       PIC ZZZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-TOT-LINE-3.
           05  FILLER              PIC X(030) VALUE
               'NET VALUE FILLED:             '.
           05  WS-TOT-FILL-VALUE   PIC ZZZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(083) VALUE SPACES.
       01  WS-TOT-LINE-4.
           05  FILLER              PIC X(030) VALUE
               'ORDERS EXPIRED:               '.
           05  WS-TOT-EXPIRED      PIC ZZZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-TOT-LINE-5.
           05  FILLER              PIC X(030) VALUE
               'ORDERS REJECTED:              '.
           05  WS-TOT-REJECT       PIC ZZZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-TOT-LINE-6.
           05  FILLER              PIC X(030) VALUE
               'ORDERS STILL OPEN:            '.
           05  WS-TOT-OPEN         PIC ZZZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-TOT-LINE-7.
           05  FILLER              PIC X(030) VALUE
               'RESERVED CASH RELEASED:       '.
           05  WS-TOT-RELEASED     PIC ZZZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(083) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM START-ORDERS-PARA
           PERFORM CHECK-ORDER-PARA UNTIL WS-ORD-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'ORDMATCH' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'ORDMATCH: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           ACCEPT WS-RUN-TIME-N FROM TIME
           MOVE WS-RUN-TIME-N TO WS-RUN-TIME-X
           MOVE WS-RUN-TIME-X(1:6) TO WS-ENT-TIME
           OPEN I-O ORDMAS
           IF WS-ORDMAS-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: ORDMAS OPEN FAILED - STATUS '
                   WS-ORDMAS-STATUS
               STOP RUN
           END-IF
           OPEN INPUT SCRIPMAS
           IF WS-SCRIPMAS-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: SCRIPMAS OPEN FAILED - STATUS '
                   WS-SCRIPMAS-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PRICEVAL
           IF WS-PRICEVAL-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: PRICEVAL OPEN FAILED - STATUS '
                   WS-PRICEVAL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CHGMAS
           IF WS-CHGMAS-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: CHGMAS OPEN FAILED - STATUS '
                   WS-CHGMAS-STATUS
               STOP RUN
           END-IF
           OPEN I-O HOLDMAS
           IF WS-HOLDMAS-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: HOLDMAS OPEN FAILED - STATUS '
                   WS-HOLDMAS-STATUS
               STOP RUN
           END-IF
           OPEN I-O CASHMAS
           IF WS-CASHMAS-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: CASHMAS OPEN FAILED - STATUS '
                   WS-CASHMAS-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-TRDJRNL-PARA
           PERFORM OPEN-CSHJRNL-PARA
           OPEN OUTPUT ORDLIST
           IF WS-ORDLIST-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: ORDLIST OPEN FAILED - STATUS '
                   WS-ORDLIST-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA.

      * THE JOURNAL DATASETS ARE APPENDED TO - THE ONLINE DAY'S
      * RECORDS ARE ALREADY ON THEM.  A DATASET NOT YET ALLOCATED
      * ON A FIRST RUN IS SIMPLY CREATED.
       OPEN-TRDJRNL-PARA.
           OPEN EXTEND TRDJRNL
           IF WS-TRDJRNL-STATUS = '35'
               OPEN OUTPUT TRDJRNL
           END-IF
           IF WS-TRDJRNL-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: TRDJRNL OPEN FAILED - STATUS '
                   WS-TRDJRNL-STATUS
               STOP RUN
           END-IF.

       OPEN-CSHJRNL-PARA.
           OPEN EXTEND CSHJRNL
           IF WS-CSHJRNL-STATUS = '35'
               OPEN OUTPUT CSHJRNL
           END-IF
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: CSHJRNL OPEN FAILED - STATUS '
                   WS-CSHJRNL-STATUS
               STOP RUN
           END-IF.

       START-ORDERS-PARA.
           MOVE LOW-VALUES TO ORD-KEY
           START ORDMAS KEY NOT < ORD-KEY
               INVALID KEY
                   SET WS-ORD-EOF TO TRUE
           END-START
           IF NOT WS-ORD-EOF
               PERFORM READ-ORDMAS-PARA
           END-IF.

      * ONLY AN OPEN ORDER IS LOOKED AT.  ONE ENTERED AFTER THE
      * BUSINESS DATE ROLLED - A LATE-EVENING ORDER DATED AHEAD OF
      * THIS RUN - WAS TAKEN AFTER THE CLOSE IT WOULD BE MATCHED
      * AGAINST, SO IT WAITS FOR THE NEXT RUN.
       CHECK-ORDER-PARA.
           IF ORD-OPEN
               AND ORD-ENTRY-DATE NOT > WS-RUN-DATE-X
               PERFORM MATCH-ORDER-PARA
           END-IF
           PERFORM READ-ORDMAS-PARA.

       READ-ORDMAS-PARA.
           READ ORDMAS NEXT RECORD
               AT END
                   SET WS-ORD-EOF TO TRUE
           END-READ.

      * ONE ORDER.  A BUY FILLS WHEN THE CLOSE IS AT OR UNDER ITS
      * LIMIT, A SELL WHEN THE CLOSE IS AT OR OVER IT, AND EITHER
      * FILLS IN FULL AT THE CLOSE.  AN ORDER NOT FILLED STAYS ON
      * THE BOOK UNTIL ITS VALID-UNTIL DATE, AND EXPIRES WITH THE
      * RUN FOR THAT DATE.
       MATCH-ORDER-PARA.
           ADD 1 TO WS-EXAMINED-COUNT
           SET WS-OUT-OPEN TO TRUE
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-LINE-AMT
           PERFORM GET-CLOSE-PARA
           IF WS-PRICED
               IF (ORD-BUY AND PRC-CLOSE NOT > ORD-LIMIT)
                   OR (ORD-SELL AND PRC-CLOSE NOT < ORD-LIMIT)
                   PERFORM FILL-ORDER-PARA
               ELSE
                   MOVE 'LIMIT NOT REACHED' TO WS-REASON
               END-IF
           END-IF
           IF WS-OUT-OPEN
               AND ORD-VALID-DATE NOT > WS-RUN-DATE-X
               SET WS-OUT-EXPIRED TO TRUE
               MOVE 'VALIDITY ENDED UNFILLED' TO WS-REASON
           END-IF
           IF WS-OUT-EXPIRED OR WS-OUT-REJECTED
               PERFORM CLOSE-ORDER-PARA
           END-IF
           PERFORM WRITE-DETAIL-PARA.

      * THE SCRIP MUST STILL BE DEALT IN AND PRICEDIT MUST HAVE
      * PASSED A CLOSE FOR IT ON THIS BUSINESS DATE.  A SUSPENDED
      * SCRIP OR A MISSING CLOSE LEAVES THE ORDER WAITING; AN
      * ORDER IN A SCRIP THAT HAS GONE FROM THE MARKET CAN NEVER
      * FILL AND IS TAKEN OFF THE BOOK.
       GET-CLOSE-PARA.
           MOVE 'N' TO WS-PRICED-SW
           MOVE ZERO TO PRC-CLOSE
           MOVE ORD-SCRIP TO SCRP-CODE
           READ SCRIPMAS
               INVALID KEY
                   SET WS-OUT-REJECTED TO TRUE
                   MOVE 'SCRIP NOT ON SCRIP MASTER' TO WS-REASON
           END-READ
           IF WS-OUT-OPEN
               EVALUATE TRUE
                   WHEN SCRP-DELISTED
                       SET WS-OUT-REJECTED TO TRUE
                       MOVE 'SCRIP DELISTED' TO WS-REASON
                   WHEN SCRP-SUSPENDED
                       MOVE 'SCRIP SUSPENDED - NOT MATCHED'
                           TO WS-REASON
                   WHEN OTHER
                       PERFORM READ-PRICEVAL-PARA
               END-EVALUATE
           END-IF.

       READ-PRICEVAL-PARA.
           MOVE ORD-SCRIP TO PRC-SCRIP
           READ PRICEVAL
               INVALID KEY
                   MOVE ZERO TO PRC-CLOSE
                   MOVE 'NO VALIDATED CLOSE' TO WS-REASON
               NOT INVALID KEY
                   IF PRC-DATE = WS-RUN-DATE-X
                       SET WS-PRICED TO TRUE
                   ELSE
                       MOVE 'CLOSE NOT FOR BUSINESS DATE'
                           TO WS-REASON
                   END-IF
           END-READ.

      * THE FILL IS CHARGED AT THE CLOSE.  A SIDE WITH NO CHARGES
      * SCHEDULE IS A SET-UP FAULT, NOT THE CUSTOMER'S, SO THE
      * ORDER IS LEFT OPEN FOR THE NEXT RUN.
       FILL-ORDER-PARA.
           MOVE ORD-QTY   TO WS-QTY
           MOVE PRC-CLOSE TO WS-PRICE
           PERFORM CALC-CHARGES-PARA
           IF WS-CHG-OK
               IF ORD-BUY
                   PERFORM FILL-BUY-PARA
               ELSE
                   PERFORM FILL-SELL-PARA
               END-IF
           ELSE
               MOVE 'NO CHARGES SCHEDULE - NOT FILLED' TO WS-REASON
           END-IF.

       CALC-CHARGES-PARA.
           MOVE 'N' TO WS-CHG-SW
           COMPUTE WS-TRADE-VALUE = WS-QTY * WS-PRICE
           MOVE ORD-BS TO CHG-BS
           READ CHGMAS
               INVALID KEY
                   MOVE ZERO TO WS-TOT-CHARGES
               NOT INVALID KEY
                   SET WS-CHG-OK TO TRUE
           END-READ
           IF WS-CHG-OK
               MOVE CHG-BRK-RATE TO WS-CHG-RATE
               MOVE CHG-BRK-MIN  TO WS-CHG-MIN
               MOVE CHG-BRK-MAX  TO WS-CHG-MAX
               PERFORM CALC-ONE-CHARGE-PARA
               MOVE WS-CHG-AMT   TO WS-BRK-AMT
               MOVE CHG-TAX-RATE TO WS-CHG-RATE
               MOVE CHG-TAX-MIN  TO WS-CHG-MIN
               MOVE CHG-TAX-MAX  TO WS-CHG-MAX
               PERFORM CALC-ONE-CHARGE-PARA
               MOVE WS-CHG-AMT   TO WS-TAX-AMT
               MOVE CHG-STP-RATE TO WS-CHG-RATE
               MOVE CHG-STP-MIN  TO WS-CHG-MIN
               MOVE CHG-STP-MAX  TO WS-CHG-MAX
               PERFORM CALC-ONE-CHARGE-PARA
               MOVE WS-CHG-AMT   TO WS-STP-AMT
               MOVE CHG-FEE-RATE TO WS-CHG-RATE
               MOVE CHG-FEE-MIN  TO WS-CHG-MIN
               MOVE CHG-FEE-MAX  TO WS-CHG-MAX
               PERFORM CALC-ONE-CHARGE-PARA
               MOVE WS-CHG-AMT   TO WS-FEE-AMT
               COMPUTE WS-TOT-CHARGES = WS-BRK-AMT + WS-TAX-AMT
                   + WS-STP-AMT + WS-FEE-AMT
               IF ORD-BUY
                   COMPUTE WS-NET-AMT =
                       WS-TRADE-VALUE + WS-TOT-CHARGES
               ELSE
                   COMPUTE WS-NET-AMT =
                       WS-TRADE-VALUE - WS-TOT-CHARGES
               END-IF
           END-IF.

      * RATE ON THE TRADE VALUE, NEVER LESS THAN THE MINIMUM AND,
      * WHERE A CAP IS SET, NEVER MORE THAN THE CAP.
       CALC-ONE-CHARGE-PARA.
           COMPUTE WS-CHG-AMT ROUNDED = WS-TRADE-VALUE * WS-CHG-RATE
           IF WS-CHG-AMT < WS-CHG-MIN
               MOVE WS-CHG-MIN TO WS-CHG-AMT
           END-IF
           IF WS-CHG-MAX > ZERO AND WS-CHG-AMT > WS-CHG-MAX
               MOVE WS-CHG-MAX TO WS-CHG-AMT
           END-IF.

      * A BUY IS PAID FOR OUT OF ITS OWN RESERVATION - THE FILL
      * CAN ONLY BE AT OR UNDER THE LIMIT IT WAS RESERVED AT - SO
      * THE FREE CASH IS TAKEN WITH THIS ORDER'S RESERVATION ADDED
      * BACK.  AN ACCOUNT RUN DOWN SINCE ENTRY REJECTS THE ORDER.
       FILL-BUY-PARA.
           MOVE ORD-CUST-ID TO CASH-CUST-ID
           READ CASHMAS
               INVALID KEY
                   SET WS-OUT-REJECTED TO TRUE
                   MOVE 'NO CASH ACCOUNT AT FILL' TO WS-REASON
           END-READ
           IF WS-OUT-OPEN
               IF CASH-BALANCE - CASH-RESERVED + ORD-RESERVED
                   < WS-NET-AMT
                   SET WS-OUT-REJECTED TO TRUE
                   MOVE 'FUNDS SHORT AT FILL' TO WS-REASON
               ELSE
                   PERFORM BUY-HOLDING-PARA
               END-IF
           END-IF.

      * THE BUY IS AVERAGED INTO THE HOLDING, OR OPENS ONE, WITH
      * ITS CHARGES IN THE BOOK COST - AS A P3 BUY IS.
       BUY-HOLDING-PARA.
           MOVE ORD-CUST-ID TO HOLD-CUST-ID
           MOVE ORD-SCRIP   TO HOLD-SCRIP
           READ HOLDMAS
               INVALID KEY
                   MOVE WS-QTY TO HOLD-QTY
                   COMPUTE HOLD-AVG-COST ROUNDED =
                       WS-NET-AMT / WS-QTY
                   MOVE WS-RUN-DATE-X TO HOLD-LAST-DATE
                   MOVE WS-ENT-TIME   TO HOLD-LAST-TIME
                   WRITE HOLD-RECORD
               NOT INVALID KEY
                   COMPUTE WS-TOT-COST =
                       HOLD-QTY * HOLD-AVG-COST + WS-NET-AMT
                   ADD WS-QTY TO HOLD-QTY
                   COMPUTE HOLD-AVG-COST ROUNDED =
                       WS-TOT-COST / HOLD-QTY
                   MOVE WS-RUN-DATE-X TO HOLD-LAST-DATE
                   MOVE WS-ENT-TIME   TO HOLD-LAST-TIME
                   REWRITE HOLD-RECORD
           END-READ
           IF WS-HOLDMAS-STATUS = '00'
               PERFORM WRITE-TRADE-PARA
               PERFORM DEBIT-CASH-PARA
               PERFORM MARK-FILLED-PARA
           ELSE
               DISPLAY 'ORDMATCH: HOLDMAS UPDATE FAILED - STATUS '
                   WS-HOLDMAS-STATUS ' - HOLDING ' HOLD-KEY
               MOVE 'HOLDING UPDATE FAILED' TO WS-REASON
           END-IF.

      * THE NET COST COMES OFF THE BALANCE AND THE ORDER'S
      * RESERVATION COMES OFF THE RESERVED TOTAL - THE CASH IS NO
      * LONGER PROMISED, IT IS SPENT.
       DEBIT-CASH-PARA.
           SUBTRACT WS-NET-AMT FROM CASH-BALANCE
           SUBTRACT ORD-RESERVED FROM CASH-RESERVED
           IF CASH-RESERVED < ZERO
               MOVE ZERO TO CASH-RESERVED
           END-IF
           MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
           MOVE WS-ENT-TIME   TO CASH-LAST-TIME
           REWRITE CASH-RECORD
           IF WS-CASHMAS-STATUS = '00'
               PERFORM WRITE-CASH-MOVEMENT-PARA
           ELSE
               DISPLAY 'ORDMATCH: CASHMAS UPDATE FAILED - STATUS '
                   WS-CASHMAS-STATUS ' - ACCOUNT ' CASH-CUST-ID
           END-IF.

      * THE HOLDING IS NOT RESERVED AT ENTRY, SO A SELL IS COVERED
      * AGAIN HERE AGAINST THE HOLDING AS IT NOW STANDS.
       FILL-SELL-PARA.
           MOVE ORD-CUST-ID TO HOLD-CUST-ID
           MOVE ORD-SCRIP   TO HOLD-SCRIP
           READ HOLDMAS
               INVALID KEY
                   SET WS-OUT-REJECTED TO TRUE
                   MOVE 'NO HOLDING AT FILL' TO WS-REASON
           END-READ
           IF WS-OUT-OPEN
               IF WS-QTY > HOLD-QTY
                   SET WS-OUT-REJECTED TO TRUE
                   MOVE 'HOLDING SHORT AT FILL' TO WS-REASON
               ELSE
                   PERFORM SELL-HOLDING-PARA
               END-IF
           END-IF.

       SELL-HOLDING-PARA.
           COMPUTE WS-SELL-COST ROUNDED =
               WS-QTY * HOLD-AVG-COST
           COMPUTE WS-SELL-PROCEEDS =
               WS-QTY * WS-PRICE
           COMPUTE WS-SELL-REALIZED =
               WS-SELL-PROCEEDS - WS-SELL-COST
               - WS-TOT-CHARGES
           SUBTRACT WS-QTY FROM HOLD-QTY
           MOVE WS-RUN-DATE-X TO HOLD-LAST-DATE
           MOVE WS-ENT-TIME   TO HOLD-LAST-TIME
           REWRITE HOLD-RECORD
           IF WS-HOLDMAS-STATUS = '00'
               PERFORM WRITE-TRADE-PARA
               PERFORM CREDIT-CASH-PARA
               PERFORM MARK-FILLED-PARA
           ELSE
               DISPLAY 'ORDMATCH: HOLDMAS REWRITE FAILED - STATUS '
                   WS-HOLDMAS-STATUS ' - HOLDING ' HOLD-KEY
               MOVE 'HOLDING UPDATE FAILED' TO WS-REASON
           END-IF.

      * THE PROCEEDS GO TO THE CASH ACCOUNT, OPENING ONE IF THE
      * CUSTOMER HAS NEVER BANKED WITH US, THE WAY A P3 SELL DOES.
       CREDIT-CASH-PARA.
           MOVE ORD-CUST-ID TO CASH-CUST-ID
           READ CASHMAS
               INVALID KEY
                   MOVE WS-NET-AMT    TO CASH-BALANCE
                   MOVE ZERO          TO CASH-RESERVED
                   MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
                   MOVE WS-ENT-TIME   TO CASH-LAST-TIME
                   WRITE CASH-RECORD
               NOT INVALID KEY
                   ADD WS-NET-AMT     TO CASH-BALANCE
                   MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
                   MOVE WS-ENT-TIME   TO CASH-LAST-TIME
                   REWRITE CASH-RECORD
           END-READ
           IF WS-CASHMAS-STATUS = '00'
               PERFORM WRITE-CASH-MOVEMENT-PARA
           ELSE
               DISPLAY 'ORDMATCH: CASHMAS UPDATE FAILED - STATUS '
                   WS-CASHMAS-STATUS ' - ACCOUNT ' CASH-CUST-ID
           END-IF.

      * JOURNAL THE FILL AS A TRADE, IN THE SAME FORM P3 WRITES TO
      * TRDJ.  A BATCH RUN HAS NO TERMINAL OR SIGNED-ON OPERATOR,
      * SO THE JOB STANDS IN FOR BOTH.
       WRITE-TRADE-PARA.
           MOVE ORD-CUST-ID   TO TRD-CUST-ID
           MOVE ORD-SCRIP     TO TRD-SCRIP
           MOVE ORD-BS        TO TRD-BS
           MOVE WS-QTY        TO TRD-QTY
           MOVE WS-PRICE      TO TRD-PRICE
           MOVE WS-RUN-DATE-X TO TRD-DATE
           MOVE WS-ENT-TIME   TO TRD-TIME
           MOVE 'BATCH'       TO TRD-OPER-ID
           MOVE 'BTCH'        TO TRD-TERMID
           IF ORD-SELL
               MOVE WS-SELL-COST     TO TRD-COST-AMT
               MOVE WS-SELL-PROCEEDS TO TRD-PROCEEDS
               MOVE WS-SELL-REALIZED TO TRD-REALIZED
           ELSE
               MOVE ZERO TO TRD-COST-AMT TRD-PROCEEDS
                   TRD-REALIZED
           END-IF
           SET TRD-ORIGINAL TO TRUE
           MOVE SPACES TO TRD-ORIG-DATE TRD-ORIG-TIME
           MOVE WS-BRK-AMT    TO TRD-BROKERAGE
           MOVE WS-TAX-AMT    TO TRD-TXN-TAX
           MOVE WS-STP-AMT    TO TRD-STAMP-DUTY
           MOVE WS-FEE-AMT    TO TRD-EXCH-FEE
           MOVE WS-NET-AMT    TO TRD-NET-AMT
           WRITE TRD-RECORD
           IF WS-TRDJRNL-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: TRDJRNL WRITE FAILED - STATUS '
                   WS-TRDJRNL-STATUS ' - ORDER ' ORD-KEY
           END-IF.

      * JOURNAL THE MONEY AS P3 DOES - TYPE B OR S FOR THE TRADE
      * VALUE, THEN EACH CHARGE AS A DEBIT OF ITS OWN TYPE, THE
      * BALANCE RUN DOWN TO WHAT CASHMAS NOW HOLDS.
       WRITE-CASH-MOVEMENT-PARA.
           COMPUTE WS-RUN-BALANCE = CASH-BALANCE + WS-TOT-CHARGES
           MOVE ORD-BS         TO CSHM-TYPE
           MOVE WS-TRADE-VALUE TO WS-MOVE-AMT
           PERFORM WRITE-ONE-MOVEMENT-PARA
           SET CSHM-BROKERAGE TO TRUE
           MOVE WS-BRK-AMT TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA
           SET CSHM-TXN-TAX TO TRUE
           MOVE WS-TAX-AMT TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA
           SET CSHM-STAMP-DUTY TO TRUE
           MOVE WS-STP-AMT TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA
           SET CSHM-EXCH-FEE TO TRUE
           MOVE WS-FEE-AMT TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA.

      * A CHARGE THE SCHEDULE STRUCK AT NIL IS NOT JOURNALLED.
       WRITE-CHARGE-PARA.
           IF WS-MOVE-AMT NOT = ZERO
               SUBTRACT WS-MOVE-AMT FROM WS-RUN-BALANCE
               PERFORM WRITE-ONE-MOVEMENT-PARA
           END-IF.

       WRITE-ONE-MOVEMENT-PARA.
           MOVE CASH-CUST-ID   TO CSHM-CUST-ID
           MOVE WS-MOVE-AMT    TO CSHM-AMOUNT
           MOVE WS-RUN-BALANCE TO CSHM-BALANCE
           MOVE WS-RUN-DATE-X  TO CSHM-DATE
           MOVE WS-ENT-TIME    TO CSHM-TIME
           MOVE 'BATCH'        TO CSHM-OPER-ID
           MOVE 'BTCH'         TO CSHM-TERMID
           SET CSHM-ORIGINAL   TO TRUE
           MOVE ORD-SCRIP      TO CSHM-REF
           WRITE CSHM-RECORD
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: CSHJRNL WRITE FAILED - STATUS '
                   WS-CSHJRNL-STATUS ' - ACCOUNT ' CASH-CUST-ID
           END-IF.

       MARK-FILLED-PARA.
           SET WS-OUT-FILLED TO TRUE
           MOVE SPACES TO WS-REASON
           MOVE WS-NET-AMT TO WS-LINE-AMT
           ADD WS-NET-AMT TO WS-FILLED-VALUE
           SET ORD-FILLED TO TRUE
           MOVE PRC-CLOSE     TO ORD-FILL-PRICE
           MOVE WS-RUN-DATE-X TO ORD-DONE-DATE
           PERFORM REWRITE-ORDER-PARA.

      * AN ORDER TAKEN OFF THE BOOK UNFILLED GIVES BACK ANY CASH
      * IT HELD.  ONLY THE RESERVED TOTAL MOVES - NO MONEY HAS,
      * SO NOTHING IS JOURNALLED AND THE BALANCE IS UNTOUCHED.
       CLOSE-ORDER-PARA.
           IF ORD-BUY AND ORD-RESERVED > ZERO
               PERFORM RELEASE-CASH-PARA
           END-IF
           IF WS-OUT-EXPIRED
               SET ORD-EXPIRED TO TRUE
           ELSE
               SET ORD-REJECTED TO TRUE
           END-IF
           MOVE WS-RUN-DATE-X TO ORD-DONE-DATE
           PERFORM REWRITE-ORDER-PARA.

       RELEASE-CASH-PARA.
           MOVE ORD-CUST-ID TO CASH-CUST-ID
           READ CASHMAS
               INVALID KEY
                   DISPLAY 'ORDMATCH: NO CASH ACCOUNT TO RELEASE - '
                       'ORDER ' ORD-KEY
               NOT INVALID KEY
                   SUBTRACT ORD-RESERVED FROM CASH-RESERVED
                   IF CASH-RESERVED < ZERO
                       MOVE ZERO TO CASH-RESERVED
                   END-IF
                   REWRITE CASH-RECORD
                   IF WS-CASHMAS-STATUS = '00'
                       MOVE ORD-RESERVED TO WS-LINE-AMT
                       ADD ORD-RESERVED TO WS-RELEASED-AMT
                   ELSE
                       DISPLAY 'ORDMATCH: CASHMAS UPDATE FAILED - '
                           'STATUS ' WS-CASHMAS-STATUS
                           ' - ACCOUNT ' CASH-CUST-ID
                   END-IF
           END-READ.

       REWRITE-ORDER-PARA.
           REWRITE ORD-RECORD
           IF WS-ORDMAS-STATUS NOT = '00'
               DISPLAY 'ORDMATCH: ORDMAS REWRITE FAILED - STATUS '
                   WS-ORDMAS-STATUS ' - ORDER ' ORD-KEY
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE ORD-CUST-ID    TO WS-DET-CUST
           MOVE ORD-SCRIP      TO WS-DET-SCRIP
           MOVE ORD-SEQ        TO WS-DET-SEQ
           MOVE ORD-BS         TO WS-DET-BS
           MOVE ORD-QTY        TO WS-DET-QTY
           MOVE ORD-LIMIT      TO WS-DET-LIMIT
           MOVE PRC-CLOSE      TO WS-DET-CLOSE
           MOVE ORD-VALID-DATE TO WS-DET-VALID
           MOVE WS-LINE-AMT    TO WS-DET-AMT
           MOVE WS-REASON      TO WS-DET-REASON
           EVALUATE TRUE
               WHEN WS-OUT-FILLED
                   MOVE 'FILLED'   TO WS-DET-OUTCOME
                   ADD 1 TO WS-FILLED-COUNT
               WHEN WS-OUT-EXPIRED
                   MOVE 'EXPIRED'  TO WS-DET-OUTCOME
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN WS-OUT-REJECTED
                   MOVE 'REJECTED' TO WS-DET-OUTCOME
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   MOVE 'OPEN'     TO WS-DET-OUTCOME
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

       TERM-PARA.
           MOVE WS-EXAMINED-COUNT TO WS-TOT-EXAMINED
           MOVE WS-FILLED-COUNT   TO WS-TOT-FILLED
           MOVE WS-FILLED-VALUE   TO WS-TOT-FILL-VALUE
           MOVE WS-EXPIRED-COUNT  TO WS-TOT-EXPIRED
           MOVE WS-REJECT-COUNT   TO WS-TOT-REJECT
           MOVE WS-OPEN-COUNT     TO WS-TOT-OPEN
           MOVE WS-RELEASED-AMT   TO WS-TOT-RELEASED
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-LINE-1
           WRITE RPT-LINE FROM WS-TOT-LINE-2
           WRITE RPT-LINE FROM WS-TOT-LINE-3
           WRITE RPT-LINE FROM WS-TOT-LINE-4
           WRITE RPT-LINE FROM WS-TOT-LINE-5
           WRITE RPT-LINE FROM WS-TOT-LINE-6
           WRITE RPT-LINE FROM WS-TOT-LINE-7
           CLOSE ORDMAS
           CLOSE SCRIPMAS
           CLOSE PRICEVAL
           CLOSE CHGMAS
           CLOSE HOLDMAS
           CLOSE CASHMAS
           CLOSE TRDJRNL
           CLOSE CSHJRNL
           CLOSE ORDLIST.
