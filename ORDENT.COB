       IDENTIFICATION DIVISION.
       PROGRAM-ID. P12.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CICS-SUPPLIED SYMBOLIC AID AND ATTRIBUTE CONSTANTS
       COPY DFHAID.
       COPY DFHBMSCA.
      * SYMBOLIC MAP FOR PAGE4.10 - THE LIMIT ORDER ENTRY AND
      * INQUIRY SCREEN
       COPY "PAGE4.10.COB".

      * CUSTOMER MASTER I/O AREA - THE CUSTOMER MUST EXIST ON
      * CUSTMAS BEFORE AN ORDER IS ACCEPTED.  SEE CUSTREC.COB
       COPY "CUSTREC.COB".

      * LIMIT ORDER I/O AREA FOR EXEC CICS READ/WRITE AND THE
      * BROWSE OF FILE('ORDMAS') - SEE ORDREC.COB
       COPY "ORDREC.COB".

      * CASH ACCOUNT I/O AREA - A BUY ORDER RESERVES ITS CASH
      * HERE WHEN IT IS ENTERED.  SEE CASHREC.COB
       COPY "CASHREC.COB".

      * HOLDINGS I/O AREA - A SELL ORDER MUST BE COVERED BY THE
      * HOLDING WHEN IT IS ENTERED.  SEE HOLDREC.COB
       COPY "HOLDREC.COB".

      * SCRIP REFERENCE MASTER I/O AREA - ORDERS ARE ONLY TAKEN
      * IN AN ACTIVE SCRIP, IN WHOLE LOTS.  SEE SCRPREC.COB
       COPY "SCRPREC.COB".

      * BROKERAGE AND STATUTORY CHARGES SCHEDULE FOR THE SIDE OF
      * THE ORDER, READ FROM CHGMAS - SEE CHGREC.COB
       COPY "CHGREC.COB".

      * SIGNED-ON OPERATOR AT THIS TERMINAL, PARKED IN TS STORAGE
      * BY THE P0 SIGN-ON TRANSACTION - SEE SGNREC.COB
       COPY "SGNREC.COB".

      * AUDIT JOURNAL RECORD FOR EVERY CUSTMAS CHANGE - SEE
      * AUDREC.COB
       COPY "AUDREC.COB".

       01  WS-CA.
           05  WS-CA-STATUS     PIC X(01).
               88  WS-CA-CLEAR      VALUE SPACE.

       01  WS-SW-AID            PIC X(01).
           88  WS-AID-ENTER     VALUE 'E'.
           88  WS-AID-PF3       VALUE '3'.
           88  WS-AID-OTHER     VALUE 'O'.

       01  WS-SW-EDIT           PIC X(01) VALUE 'Y'.
           88  WS-EDIT-OK       VALUE 'Y'.
           88  WS-EDIT-BAD      VALUE 'N'.

       01  WS-RESP              PIC S9(08) COMP.

       01  WS-SW-SIGNON         PIC X(01) VALUE 'N'.
           88  WS-SIGNED-ON     VALUE 'Y'.

      * PER-TERMINAL TS QUEUE NAME FOR THE SIGNED-ON OPERATOR
       01  WS-TS-QUEUE          PIC X(008).

       01  WS-ABS-TIME          PIC S9(15) COMP.
       01  WS-CURRENT-DATE      PIC X(010).
       01  WS-CURRENT-TIME      PIC X(008).
       01  WS-ORD-DATE          PIC X(008).
       01  WS-ORD-TIME          PIC X(006).

      * NUMERIC VIEWS OF THE KEYED QUANTITY, LIMIT PRICE AND
      * SEQUENCE NUMBER.  THE LIMIT IS KEYED AS 8 DIGITS WITH TWO
      * IMPLIED DECIMALS (999999.99), AS THE P3 PRICE IS.
       01  WS-QTY-X             PIC X(007).
       01  WS-QTY REDEFINES WS-QTY-X
                                PIC 9(007).
       01  WS-PRICE-X           PIC X(008).
       01  WS-PRICE REDEFINES WS-PRICE-X
                                PIC 9(006)V99.
       01  WS-SEQ-X             PIC X(004).
       01  WS-SEQ REDEFINES WS-SEQ-X
                                PIC 9(004).

      * MARKET LOT EDIT - THE QUANTITY IN WHOLE LOTS OF
      * SCRP-LOT-SIZE, AND WHAT IS LEFT OVER.
       01  WS-LOT-COUNT         PIC 9(007).
       01  WS-LOT-REM           PIC 9(005).
       01  WS-LOT-MSG.
           05  FILLER           PIC X(034) VALUE
               'QUANTITY MUST BE A MULTIPLE OF LOT'.
           05  FILLER           PIC X(001) VALUE SPACE.
           05  WS-LOT-MSG-SIZE  PIC ZZZZ9.

      * CHARGES ON A BUY AT ITS LIMIT, STRUCK IN CALC-CHARGES-PARA
      * OFF THE CHGMAS SCHEDULE EXACTLY AS P3 STRIKES THEM.  THE
      * FILL CAN ONLY BE AT OR UNDER THE LIMIT, SO VALUE PLUS
      * THESE CHARGES IS THE MOST THE BUY CAN COST.
       01  WS-TRADE-VALUE       PIC S9(015)V99.
       01  WS-BRK-AMT           PIC S9(009)V99.
       01  WS-TAX-AMT           PIC S9(009)V99.
       01  WS-STP-AMT           PIC S9(009)V99.
       01  WS-FEE-AMT           PIC S9(009)V99.
       01  WS-TOT-CHARGES       PIC S9(011)V99.
       01  WS-NET-AMT           PIC S9(015)V99.
       01  WS-CHG-RATE          PIC 9(001)V9(006).
       01  WS-CHG-MIN           PIC 9(007)V99.
       01  WS-CHG-MAX           PIC 9(007)V99.
       01  WS-CHG-AMT           PIC S9(009)V99.

      * ORDER BOOK BROWSE - CUSTOMER, SCRIP, SEQUENCE
       01  WS-BRKEY.
           05  WS-BRKEY-ID      PIC X(005).
           05  WS-BRKEY-SCRIP   PIC X(008).
           05  WS-BRKEY-SEQ     PIC 9(004).
       01  WS-NEXT-SEQ          PIC 9(004).
       01  WS-SW-DONE           PIC X(01) VALUE 'N'.
           88  WS-DONE          VALUE 'Y'.
       01  WS-SW-MORE           PIC X(01) VALUE 'N'.
           88  WS-MORE          VALUE 'Y'.
       77  WS-IX                PIC 9(04) COMP VALUE ZERO.
       77  WS-LINE-CNT          PIC 9(02) VALUE ZERO.

      * WORK AREAS FOR THE ONE-WAY PIN SCRAMBLE - SEE PINSCRM
       01  WS-PIN-CLEAR         PIC X(008).
       01  WS-PIN-SCRAM         PIC X(008).

      * DISPLAY EDITS FOR THE MAP
       01  WS-RESV-EDIT         PIC ZZZZZZZZZZZZ9.99.
       01  WS-FILL-EDIT         PIC ZZZZZ9.99.

       01  WS-LINE-BUILD.
           05  WS-LB-SCRIP      PIC X(008).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WS-LB-SEQ        PIC 9(004).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WS-LB-BS         PIC X(001).
           05  FILLER           PIC X(001) VALUE SPACES.
           05  WS-LB-QTY        PIC ZZZZZZ9.
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WS-LB-LIMIT      PIC ZZZZZ9.99.
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WS-LB-VALID      PIC X(008).
           05  FILLER           PIC X(002) VALUE SPACES.
           05  WS-LB-RESV       PIC ZZZZZZZZZ9.99.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-STATUS        PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM END-PARA
           STOP RUN.

       INIT-PARA.
           IF EIBCALEN = ZERO
              PERFORM FIRST-PARA
           ELSE
              MOVE DFHCOMMAREA TO WS-CA
              PERFORM NEXT-PARA
           END-IF.

       FIRST-PARA.
           MOVE LOW-VALUES TO PAGE410O
           SET WS-CA-CLEAR TO TRUE
           PERFORM DATE-TIME-PARA
           MOVE 'ENTER PLACES ORDER, PF5 INQUIRE, PF6 OPEN ORDERS'
               TO MSG410O
           PERFORM SEND-A-MAP.

      * LIVE BUSINESS DATE/TIME FOR THE PAGE4.10 HEADER
       DATE-TIME-PARA.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               MMDDYYYY(WS-CURRENT-DATE) DATESEP
               TIME(WS-CURRENT-TIME) TIMESEP
               YYYYMMDD(WS-ORD-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               TIME(WS-ORD-TIME)
           END-EXEC
           MOVE WS-CURRENT-DATE TO DATE410I
           MOVE WS-CURRENT-TIME TO TIME410I.

      * RECEIVE THE RETURNED MAP AND BRANCH ON THE AID KEY
       NEXT-PARA.
           EXEC CICS RECEIVE MAP('PAGE410') MAPSET('PAGE4')
               INTO(PAGE410I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO PAGE410I
           END-IF
           PERFORM DATE-TIME-PARA
           SET WS-EDIT-OK TO TRUE
           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   SET WS-AID-ENTER TO TRUE
                   PERFORM VALIDATE-PARA
                   IF WS-EDIT-OK
                       PERFORM PLACE-ORDER-PARA
                   END-IF
               WHEN EIBAID = DFHPF5
                   SET WS-AID-OTHER TO TRUE
                   PERFORM INQUIRE-PARA
               WHEN EIBAID = DFHPF6
                   SET WS-AID-OTHER TO TRUE
                   PERFORM LIST-OPEN-PARA
               WHEN EIBAID = DFHPF3
                   SET WS-AID-PF3 TO TRUE
               WHEN OTHER
                   SET WS-AID-OTHER TO TRUE
                   MOVE 'INVALID KEY - USE ENTER, PF3, PF5 OR PF6'
                       TO MSG410O
           END-EVALUATE.

      * FIELD-LEVEL EDITS - THE SAME BAR P3 SETS FOR A TRADE: A
      * KYC-VERIFIED CUSTOMER, AN ACTIVE SCRIP, WHOLE LOTS.  A
      * LIMIT ORDER ALSO NEEDS A LIMIT PRICE AND A VALIDITY DATE
      * NO EARLIER THAN TODAY.
       VALIDATE-PARA.
           IF OCIDI = SPACES OR LOW-VALUES
               MOVE 'CUSTOMER ID MUST NOT BE BLANK' TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               EXEC CICS READ FILE('CUSTMAS')
                   INTO(CUST-RECORD)
                   RIDFLD(OCIDI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER ID NOT ON MASTER' TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
      * ONLY A BUREAU-VERIFIED CUSTOMER IS CLEARED TO TRADE
                   IF NOT CUST-KYC-VERIFIED
                       MOVE 'CUSTOMER NOT KYC VERIFIED - REFUSED'
                           TO MSG410O
                       SET WS-EDIT-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK
               IF OSCRIPI = SPACES OR LOW-VALUES
                   MOVE 'SCRIP CODE MUST NOT BE BLANK' TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   EXEC CICS READ FILE('SCRIPMAS')
                       INTO(SCRP-RECORD)
                       RIDFLD(OSCRIPI)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'SCRIP CODE NOT ON SCRIP MASTER'
                           TO MSG410O
                       SET WS-EDIT-BAD TO TRUE
                   ELSE
                       PERFORM CHECK-SCRIP-STATUS-PARA
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK
               AND OBSI NOT = 'B' AND OBSI NOT = 'S'
               MOVE 'BUY/SELL CODE MUST BE B OR S' TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               IF OQTYI IS NOT NUMERIC
                   MOVE 'QUANTITY MUST BE 7 NUMERIC DIGITS'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE OQTYI TO WS-QTY-X
                   IF WS-QTY = ZERO
                       MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                           TO MSG410O
                       SET WS-EDIT-BAD TO TRUE
                   ELSE
                       PERFORM CHECK-LOT-PARA
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK
               IF OLIMITI IS NOT NUMERIC
                   MOVE 'LIMIT MUST BE 8 DIGITS, 2 IMPLIED DECIMALS'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE OLIMITI TO WS-PRICE-X
                   IF WS-PRICE = ZERO
                       MOVE 'LIMIT PRICE MUST BE GREATER THAN ZERO'
                           TO MSG410O
                       SET WS-EDIT-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK
               IF OVALIDI IS NOT NUMERIC
                   MOVE 'VALID-UNTIL DATE MUST BE YYYYMMDD'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   IF OVALIDI < WS-ORD-DATE
                       MOVE 'VALID-UNTIL DATE IS ALREADY PAST'
                           TO MSG410O
                       SET WS-EDIT-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK AND OBSI = 'B'
               PERFORM CALC-CHARGES-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM VERIFY-PIN-PARA
           END-IF
           IF WS-EDIT-OK
               IF OBSI = 'B'
                   PERFORM CHECK-FUNDS-PARA
               ELSE
                   PERFORM CHECK-HOLDING-PARA
               END-IF
           END-IF.

      * ONLY AN ACTIVE SCRIP MAY BE DEALT IN.  A SUSPENDED SCRIP
      * IS HALTED ON THE EXCHANGE AND A DELISTED ONE HAS NO MARKET.
       CHECK-SCRIP-STATUS-PARA.
           IF SCRP-SUSPENDED
               MOVE 'SCRIP SUSPENDED FROM TRADING - REFUSED'
                   TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF SCRP-DELISTED
               MOVE 'SCRIP DELISTED - REFUSED' TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

      * THE EXCHANGE DEALS ONLY IN WHOLE MARKET LOTS, SO THE
      * QUANTITY MUST DIVIDE EXACTLY BY THE SCRIP'S LOT SIZE.
       CHECK-LOT-PARA.
           IF SCRP-LOT-SIZE > ZERO
               DIVIDE WS-QTY BY SCRP-LOT-SIZE
                   GIVING WS-LOT-COUNT
                   REMAINDER WS-LOT-REM
               IF WS-LOT-REM NOT = ZERO
                   MOVE SCRP-LOT-SIZE TO WS-LOT-MSG-SIZE
                   MOVE WS-LOT-MSG TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * STRIKE THE CHARGES A BUY WOULD PAY AT ITS LIMIT OFF THE
      * BUY SCHEDULE.  NO ORDER IS TAKEN THAT CANNOT BE CHARGED.
       CALC-CHARGES-PARA.
           COMPUTE WS-TRADE-VALUE = WS-QTY * WS-PRICE
           MOVE OBSI TO CHG-BS
           EXEC CICS READ FILE('CHGMAS')
               INTO(CHG-RECORD)
               RIDFLD(CHG-BS)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHARGES SCHEDULE FOR THAT SIDE - REFUSED'
                   TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           ELSE
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
               COMPUTE WS-NET-AMT =
                   WS-TRADE-VALUE + WS-TOT-CHARGES
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

      * A BUY MUST BE COVERED BY THE FREE CASH - THE BALANCE LESS
      * WHAT IS ALREADY RESERVED FOR OTHER OPEN BUYS.  THE READ
      * FOR UPDATE HOLDS THE ACCOUNT UNTIL THE RESERVATION IS
      * TAKEN, SO THE CASH CHECKED HERE IS THE CASH RESERVED.
       CHECK-FUNDS-PARA.
           MOVE OCIDI TO CASH-CUST-ID
           EXEC CICS READ FILE('CASHMAS')
               INTO(CASH-RECORD)
               RIDFLD(CASH-CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CASH ACCOUNT - ORDER REFUSED' TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF CASH-BALANCE - CASH-RESERVED < WS-NET-AMT
                   MOVE 'INSUFFICIENT FUNDS - ORDER REFUSED'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * A SELL MUST BE COVERED BY THE HOLDING AS IT STANDS.  THE
      * HOLDING IS NOT RESERVED, SO ORDMATCH CHECKS IT AGAIN WHEN
      * THE ORDER FILLS.
       CHECK-HOLDING-PARA.
           MOVE OCIDI   TO HOLD-CUST-ID
           MOVE OSCRIPI TO HOLD-SCRIP
           EXEC CICS READ FILE('HOLDMAS')
               INTO(HOLD-RECORD)
               RIDFLD(HOLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO HOLDING ON FILE FOR THAT SCRIP' TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF WS-QTY > HOLD-QTY
                   MOVE 'INSUFFICIENT HOLDING - ORDER REFUSED'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * THE CUSTOMER AUTHENTICATES THE ORDER AT THE COUNTER WITH
      * THEIR PIN, EXACTLY AS ON THE TRADE CAPTURE SCREEN.  A
      * WRONG PIN COUNTS AGAINST THE RECORD AND THREE FAILURES
      * LOCK IT UNTIL A SUPERVISOR RELEASES IT.
       VERIFY-PIN-PARA.
           IF OPINI = SPACES OR LOW-VALUES
               OR OPINI IS NOT NUMERIC
               MOVE 'CUSTOMER PIN REQUIRED - 8 DIGITS' TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF CUST-LOCKED
                   MOVE 'PIN LOCKED - SUPERVISOR RELEASE REQUIRED'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE OPINI TO WS-PIN-CLEAR
                   CALL 'PINSCRM' USING WS-PIN-CLEAR WS-PIN-SCRAM
                   IF WS-PIN-SCRAM NOT = CUST-PIN
                       PERFORM BAD-PIN-PARA
                       SET WS-EDIT-BAD TO TRUE
                   ELSE
                       IF CUST-PIN-TRIES NOT = ZERO
                           PERFORM GOOD-PIN-PARA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A CORRECT PIN WIPES ANY STALE FAILURES OFF THE RECORD,
      * JUST AS THE TRADE CAPTURE VERIFY DOES.
       GOOD-PIN-PARA.
           EXEC CICS READ FILE('CUSTMAS')
               INTO(CUST-RECORD)
               RIDFLD(OCIDI)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-RECORD TO AUD-BEFORE-IMAGE
               MOVE ZERO TO CUST-PIN-TRIES
               EXEC CICS REWRITE FILE('CUSTMAS')
                   FROM(CUST-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM WRITE-AUDIT-PARA
               END-IF
           END-IF.

      * COUNT THE FAILURE ON THE MASTER SO ATTEMPTS AT DIFFERENT
      * TERMINALS ADD UP, AND LOCK ON THE THIRD.
       BAD-PIN-PARA.
           EXEC CICS READ FILE('CUSTMAS')
               INTO(CUST-RECORD)
               RIDFLD(OCIDI)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CUST-RECORD TO AUD-BEFORE-IMAGE
               ADD 1 TO CUST-PIN-TRIES
               IF CUST-PIN-TRIES NOT < 3
                   SET CUST-LOCKED TO TRUE
                   MOVE 'PIN LOCKED AFTER 3 WRONG ATTEMPTS'
                       TO MSG410O
               ELSE
                   MOVE 'CUSTOMER PIN INCORRECT' TO MSG410O
               END-IF
               EXEC CICS REWRITE FILE('CUSTMAS')
                   FROM(CUST-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM WRITE-AUDIT-PARA
               END-IF
           ELSE
               MOVE 'CUSTOMER PIN INCORRECT' TO MSG410O
           END-IF.

      * WHO IS SIGNED ON AT THIS TERMINAL, IF ANYONE - P0 PARKS
      * THE OPERATOR IN TS STORAGE AT SIGN-ON.
       GET-SIGNON-PARA.
           MOVE 'N' TO WS-SW-SIGNON
           MOVE SPACES TO SGN-RECORD
           MOVE SPACES TO WS-TS-QUEUE
           MOVE EIBTRMID TO WS-TS-QUEUE(1:4)
           MOVE 'SGNQ' TO WS-TS-QUEUE(5:4)
           EXEC CICS READQ TS
               QUEUE(WS-TS-QUEUE)
               INTO(SGN-RECORD)
               LENGTH(LENGTH OF SGN-RECORD)
               ITEM(1)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SIGNED-ON TO TRUE
           END-IF.

      * JOURNAL THE COUNTER/LOCK REWRITE FOR COMPLIANCE - EVERY
      * CUSTMAS CHANGE GOES TO AUDJ.  THE OPERATOR IS BLANK WHEN
      * NOBODY IS SIGNED ON AT THIS TERMINAL.
       WRITE-AUDIT-PARA.
           PERFORM GET-SIGNON-PARA
           MOVE CUST-ID     TO AUD-CUST-ID
           SET AUD-ACTION-CHANGE TO TRUE
           MOVE EIBTRMID    TO AUD-TERMID
           MOVE SGN-OPER-ID TO AUD-OPER-ID
           MOVE WS-ORD-DATE TO AUD-DATE
           MOVE WS-ORD-TIME TO AUD-TIME
           MOVE CUST-RECORD TO AUD-AFTER-IMAGE
           EXEC CICS WRITEQ TD QUEUE('AUDJ')
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
           END-EXEC.

      * PUT THE ORDER ON THE BOOK UNDER THE NEXT SEQUENCE NUMBER
      * FOR THE CUSTOMER AND SCRIP, THEN RESERVE A BUY'S CASH ON
      * THE ACCOUNT STILL HELD FROM THE FUNDS CHECK.  THE ORDER
      * MUST NOT STAND WITHOUT ITS RESERVATION.
       PLACE-ORDER-PARA.
           PERFORM NEXT-SEQ-PARA
           IF WS-EDIT-OK
               PERFORM GET-SIGNON-PARA
               MOVE OCIDI       TO ORD-CUST-ID
               MOVE OSCRIPI     TO ORD-SCRIP
               MOVE WS-NEXT-SEQ TO ORD-SEQ
               MOVE OBSI        TO ORD-BS
               MOVE WS-QTY      TO ORD-QTY
               MOVE WS-PRICE    TO ORD-LIMIT
               MOVE OVALIDI     TO ORD-VALID-DATE
               SET ORD-OPEN TO TRUE
               IF ORD-BUY
                   MOVE WS-NET-AMT TO ORD-RESERVED
               ELSE
                   MOVE ZERO TO ORD-RESERVED
               END-IF
               MOVE WS-ORD-DATE TO ORD-ENTRY-DATE
               MOVE WS-ORD-TIME TO ORD-ENTRY-TIME
               MOVE SGN-OPER-ID TO ORD-OPER-ID
               MOVE EIBTRMID    TO ORD-TERMID
               MOVE SPACES      TO ORD-DONE-DATE
               MOVE ZERO        TO ORD-FILL-PRICE
               EXEC CICS WRITE FILE('ORDMAS')
                   FROM(ORD-RECORD)
                   RIDFLD(ORD-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       IF ORD-BUY
                           PERFORM RESERVE-CASH-PARA
                       ELSE
                           PERFORM SHOW-ORDER-PARA
                           MOVE 'SELL ORDER PLACED ON THE BOOK'
                               TO MSG410O
                       END-IF
                   WHEN WS-RESP = DFHRESP(DUPREC)
                       MOVE 'ORDER NUMBER TAKEN - PRESS ENTER AGAIN'
                           TO MSG410O
                   WHEN OTHER
                       MOVE 'UNABLE TO PLACE ORDER - RETRY' TO MSG410O
               END-EVALUATE
           END-IF.

       RESERVE-CASH-PARA.
           ADD ORD-RESERVED TO CASH-RESERVED
           EXEC CICS REWRITE FILE('CASHMAS')
               FROM(CASH-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-ORDER-PARA
               MOVE 'BUY ORDER PLACED - CASH RESERVED' TO MSG410O
           ELSE
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'UNABLE TO PLACE ORDER - RETRY' TO MSG410O
           END-IF.

      * THE NEXT SEQUENCE NUMBER IS ONE PAST THE HIGHEST ON THE
      * BOOK FOR THE CUSTOMER AND SCRIP - 1 FOR THE FIRST ORDER.
       NEXT-SEQ-PARA.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-SW-DONE
           MOVE OCIDI   TO WS-BRKEY-ID
           MOVE OSCRIPI TO WS-BRKEY-SCRIP
           MOVE ZERO    TO WS-BRKEY-SEQ
           EXEC CICS STARTBR FILE('ORDMAS')
               RIDFLD(WS-BRKEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-SEQ-PARA UNTIL WS-DONE
               EXEC CICS ENDBR FILE('ORDMAS')
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-NEXT-SEQ = 9999
               MOVE 'ORDER NUMBERS USED UP FOR CUSTOMER AND SCRIP'
                   TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-SEQ
           END-IF.

       READ-SEQ-PARA.
           EXEC CICS READNEXT FILE('ORDMAS')
               INTO(ORD-RECORD)
               RIDFLD(WS-BRKEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-DONE TO TRUE
               WHEN ORD-CUST-ID NOT = OCIDI
                   OR ORD-SCRIP NOT = OSCRIPI
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   MOVE ORD-SEQ TO WS-NEXT-SEQ
           END-EVALUATE.

      * PF5 - SHOW ONE ORDER, OPEN OR NOT, BY ITS FULL KEY
       INQUIRE-PARA.
           IF OCIDI = SPACES OR LOW-VALUES
               OR OSCRIPI = SPACES OR LOW-VALUES
               MOVE 'KEY CUSTOMER, SCRIP AND ORDER NUMBER'
                   TO MSG410O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               IF OSEQI IS NOT NUMERIC
                   MOVE 'ORDER NUMBER MUST BE 4 NUMERIC DIGITS'
                       TO MSG410O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE OSEQI TO WS-SEQ-X
               END-IF
           END-IF
           IF WS-EDIT-OK
               MOVE OCIDI   TO ORD-CUST-ID
               MOVE OSCRIPI TO ORD-SCRIP
               MOVE WS-SEQ  TO ORD-SEQ
               EXEC CICS READ FILE('ORDMAS')
                   INTO(ORD-RECORD)
                   RIDFLD(ORD-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-ORDER-PARA
                   MOVE 'ORDER SHOWN' TO MSG410O
               ELSE
                   MOVE 'ORDER NOT FOUND' TO MSG410O
               END-IF
           END-IF.

       SHOW-ORDER-PARA.
           MOVE ORD-SEQ        TO OSEQO
           MOVE ORD-BS         TO OBSO
           MOVE ORD-QTY        TO OQTYO
           MOVE ORD-LIMIT      TO WS-PRICE
           MOVE WS-PRICE-X     TO OLIMITO
           MOVE ORD-VALID-DATE TO OVALIDO
           MOVE SPACES         TO OPINO
           EVALUATE TRUE
               WHEN ORD-OPEN
                   MOVE 'OPEN    ' TO OSTATO
               WHEN ORD-FILLED
                   MOVE 'FILLED  ' TO OSTATO
               WHEN ORD-EXPIRED
                   MOVE 'EXPIRED ' TO OSTATO
               WHEN ORD-REJECTED
                   MOVE 'REJECTED' TO OSTATO
               WHEN OTHER
                   MOVE ORD-STATUS TO OSTATO
           END-EVALUATE
           MOVE ORD-RESERVED   TO WS-RESV-EDIT
           MOVE WS-RESV-EDIT   TO ORESVO
           IF ORD-FILLED
               MOVE ORD-FILL-PRICE TO WS-FILL-EDIT
               MOVE WS-FILL-EDIT   TO OFILLO
           ELSE
               MOVE SPACES         TO OFILLO
           END-IF.

      * PF6 - LIST THE CUSTOMER'S OPEN ORDERS ACROSS ALL SCRIPS,
      * WITH THE CASH EACH BUY HOLDS, SO THE COUNTER CAN SEE WHY
      * THE FREE BALANCE IS WHAT IT IS.
       LIST-OPEN-PARA.
           PERFORM CLEAR-LINE-PARA
               VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 10
           IF OCIDI = SPACES OR LOW-VALUES
               MOVE 'ENTER A CUSTOMER ID TO LIST' TO MSG410O
           ELSE
               MOVE ZERO TO WS-LINE-CNT
               MOVE 'N' TO WS-SW-DONE
               MOVE 'N' TO WS-SW-MORE
               MOVE OCIDI      TO WS-BRKEY-ID
               MOVE LOW-VALUES TO WS-BRKEY-SCRIP
               MOVE ZERO       TO WS-BRKEY-SEQ
               EXEC CICS STARTBR FILE('ORDMAS')
                   RIDFLD(WS-BRKEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-LIST-PARA UNTIL WS-DONE
                   EXEC CICS ENDBR FILE('ORDMAS')
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               EVALUATE TRUE
                   WHEN WS-LINE-CNT = ZERO
                       MOVE 'NO OPEN ORDERS FOR CUSTOMER' TO MSG410O
                   WHEN WS-MORE
                       MOVE 'FIRST 10 OPEN ORDERS LISTED - PF5 FOR ANY'
                           TO MSG410O
                   WHEN OTHER
                       MOVE 'OPEN ORDERS LISTED' TO MSG410O
               END-EVALUATE
           END-IF.

       CLEAR-LINE-PARA.
           MOVE SPACES TO LINEO(WS-IX).

       READ-LIST-PARA.
           EXEC CICS READNEXT FILE('ORDMAS')
               INTO(ORD-RECORD)
               RIDFLD(WS-BRKEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-DONE TO TRUE
               WHEN ORD-CUST-ID NOT = OCIDI
                   SET WS-DONE TO TRUE
               WHEN NOT ORD-OPEN
                   CONTINUE
               WHEN WS-LINE-CNT = 10
                   SET WS-MORE TO TRUE
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-LINE-CNT
                   MOVE ORD-SCRIP    TO WS-LB-SCRIP
                   MOVE ORD-SEQ      TO WS-LB-SEQ
                   MOVE ORD-BS       TO WS-LB-BS
                   MOVE ORD-QTY      TO WS-LB-QTY
                   MOVE ORD-LIMIT    TO WS-LB-LIMIT
                   MOVE ORD-VALID-DATE TO WS-LB-VALID
                   MOVE ORD-RESERVED TO WS-LB-RESV
                   MOVE WS-LINE-BUILD TO LINEO(WS-LINE-CNT)
           END-EVALUATE.

      * SEND THE INITIAL BLANK MAP, CUSTOMER PIN FIELD MASKED
       SEND-A-MAP.
           MOVE DFHBMDAR TO OPINA
           EXEC CICS SEND MAP('PAGE410') MAPSET('PAGE4')
               FROM(PAGE410O)
               ERASE
           END-EXEC.

      * RESEND THE MAP WITH CURRENT DATA, CUSTOMER PIN MASKED
       SEND-MAPB-PARA.
           MOVE DFHBMDAR TO OPINA
           EXEC CICS SEND MAP('PAGE410') MAPSET('PAGE4')
               FROM(PAGE410O)
               DATAONLY
           END-EXEC.

      * SINGLE POINT WHERE THE TASK ENDS.
       END-PARA.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   EXEC CICS RETURN TRANSID(EIBTRNID)
                       COMMAREA(WS-CA)
                       LENGTH(LENGTH OF WS-CA)
                   END-EXEC
               WHEN WS-AID-PF3
                   EXEC CICS RETURN
                   END-EXEC
               WHEN OTHER
                   PERFORM SEND-MAPB-PARA
                   EXEC CICS RETURN TRANSID(EIBTRNID)
                       COMMAREA(WS-CA)
                       LENGTH(LENGTH OF WS-CA)
                   END-EXEC
           END-EVALUATE.
