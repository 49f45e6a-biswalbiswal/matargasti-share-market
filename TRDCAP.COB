      * IN A SCRIP THE SHOP ACTUALLY TRADES.  SEE SCRPREC.COB
       COPY "SCRPREC.COB".

      * TRADE EXECUTION RECORD FOR THE TRDXMAS FILE - WHAT THE P9
      * SUPERVISOR CANCELLATION BACKS THE TRADE OUT FROM.  SEE
      * TRDXREC.COB
       COPY "TRDXREC.COB".

      * BROKERAGE AND STATUTORY CHARGES SCHEDULE FOR THE SIDE OF
      * THE TRADE, READ FROM CHGMAS - SEE CHGREC.COB
       COPY "CHGREC.COB".

      * LAST VALIDATED CLOSE FOR THE SCRIP, READ FROM PRICEVAL AS
      * THE REFERENCE FOR THE PRICE BAND - SEE PRCREC.COB
       COPY "PRCREC.COB".

      * PRICE BAND PARAMETER FOR THE SCRIP, OR THE HOUSE DEFAULT,
      * READ FROM BANDMAS - SEE BANDREC.COB
       COPY "BANDREC.COB".

      * OVERRIDE JOURNAL RECORD FOR EVERY TRADE A SUPERVISOR
      * BOOKS OUTSIDE THE BAND - SEE OVRREC.COB
       COPY "OVRREC.COB".

       01  WS-CA.
           05  WS-CA-STATUS     PIC X(01).
               88  WS-CA-CLEAR      VALUE SPACE.
       01  WS-SW-AID            PIC X(01).
           88  WS-AID-ENTER     VALUE 'E'.
           88  WS-AID-PF3       VALUE '3'.
           88  WS-AID-PF4       VALUE '4'.
           88  WS-AID-OTHER     VALUE 'O'.

       01  WS-SW-EDIT           PIC X(01) VALUE 'Y'.
       01  WS-PRICE-X           PIC X(008).
       01  WS-PRICE REDEFINES WS-PRICE-X
                                PIC 9(006)V99.

      * MARKET LOT EDIT - THE QUANTITY IN WHOLE LOTS OF
      * SCRP-LOT-SIZE, AND WHAT IS LEFT OVER.
       01  WS-LOT-COUNT         PIC 9(007).
       01  WS-LOT-REM           PIC 9(005).
       01  WS-LOT-MSG.
           05  FILLER           PIC X(034) VALUE
               'QUANTITY MUST BE A MULTIPLE OF LOT'.
           05  FILLER           PIC X(001) VALUE SPACE.
           05  WS-LOT-MSG-SIZE  PIC ZZZZ9.
       01  WS-TOT-COST          PIC S9(015)V99.
       01  WS-TRADE-VALUE       PIC S9(015)V99.

       01  WS-SELL-PROCEEDS     PIC S9(013)V99.
       01  WS-SELL-REALIZED     PIC S9(013)V99.

      * CHARGES ON THE TRADE IN HAND, STRUCK IN CALC-CHARGES-PARA
      * OFF THE CHGMAS SCHEDULE.  EACH CHARGE IS WORKED THROUGH
      * THE WS-CHG- FIELDS ONE AT A TIME.
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

      * CSHJ POSTINGS FOR ONE TRADE - THE TRADE MONEY FIRST, THEN
      * EACH CHARGE, WITH THE BALANCE RUN DOWN BETWEEN THEM SO
      * THE LAST ONE AGREES WITH CASHMAS.
       01  WS-MOVE-AMT          PIC S9(013)V99.
       01  WS-RUN-BALANCE       PIC S9(013)V99.

      * PRICE BAND ROUND THE LAST CLOSE, STRUCK IN
      * CHECK-PRICE-BAND-PARA.  A BREACH IS ONLY BOOKED ON A
      * SUPERVISOR'S PF4, AND IS THEN JOURNALLED TO OVRJ.
       01  WS-SW-BAND           PIC X(01) VALUE 'N'.
           88  WS-BAND-BREACH   VALUE 'Y'.
       01  WS-BAND-WIDTH        PIC S9(009)V99.
       01  WS-BAND-LOW          PIC S9(009)V99.
       01  WS-BAND-HIGH         PIC S9(009)V99.
       01  WS-BAND-MSG.
           05  FILLER           PIC X(021) VALUE
               'OUTSIDE BAND - CLOSE '.
           05  WS-BAND-MSG-CLOSE
                                PIC ZZZZZ9.99.
           05  FILLER           PIC X(020) VALUE
               ' - SUPV PF4 OVERRIDE'.

      * WORK AREAS FOR THE ONE-WAY PIN SCRAMBLE - SEE PINSCRM
       01  WS-PIN-CLEAR         PIC X(008).
       01  WS-PIN-SCRAM         PIC X(008).
                   IF WS-EDIT-OK
                       PERFORM UPDATE-HOLDING-PARA
                   END-IF
      * PF4 BOOKS THE TRADE EVEN IF THE PRICE IS OUTSIDE THE BAND
      * - A SUPERVISOR'S KEY ONLY.  EVERY OTHER EDIT STILL APPLIES.
               WHEN EIBAID = DFHPF4
                   SET WS-AID-PF4 TO TRUE
                   SET WS-EDIT-OK TO TRUE
                   PERFORM CHECK-SUPV-PARA
                   IF WS-EDIT-OK
                       PERFORM VALIDATE-PARA
                   END-IF
                   IF WS-EDIT-OK
                       PERFORM UPDATE-HOLDING-PARA
                   END-IF
               WHEN EIBAID = DFHPF3
                   SET WS-AID-PF3 TO TRUE
               WHEN OTHER
                   SET WS-AID-OTHER TO TRUE
                   MOVE 'INVALID KEY - USE ENTER, PF3 OR PF4' TO MSG42O
           END-EVALUATE.

      * FIELD-LEVEL EDITS - THE CUSTOMER MUST BE REGISTERED ON
                       MOVE 'SCRIP CODE NOT ON SCRIP MASTER'
                           TO MSG42O
                       SET WS-EDIT-BAD TO TRUE
                   ELSE
                       PERFORM CHECK-SCRIP-STATUS-PARA
                   END-IF
               END-IF
           END-IF
                       MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                           TO MSG42O
                       SET WS-EDIT-BAD TO TRUE
                   ELSE
                       PERFORM CHECK-LOT-PARA
                   END-IF
               END-IF
           END-IF
                   MOVE PRICEI TO WS-PRICE-X
               END-IF
           END-IF
           IF WS-EDIT-OK
               PERFORM CHECK-PRICE-BAND-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM CALC-CHARGES-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM VERIFY-PIN-PARA
           END-IF
               PERFORM CHECK-FUNDS-PARA
           END-IF.

      * ONLY AN ACTIVE SCRIP MAY BE DEALT IN.  A SUSPENDED SCRIP
      * IS HALTED ON THE EXCHANGE AND A DELISTED ONE HAS NO MARKET.
       CHECK-SCRIP-STATUS-PARA.
           IF SCRP-SUSPENDED
               MOVE 'SCRIP SUSPENDED FROM TRADING - REFUSED'
                   TO MSG42O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF SCRP-DELISTED
               MOVE 'SCRIP DELISTED - REFUSED' TO MSG42O
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
                   MOVE WS-LOT-MSG TO MSG42O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * A MIS-KEYED PRICE WOULD BE AVERAGED INTO THE HOLDING FOR
      * GOOD, SO THE PRICE MUST LIE WITHIN THE BAND ROUND THE
      * SCRIP'S LAST VALIDATED CLOSE - THE SCRIP'S OWN BAND ON
      * BANDMAS, ELSE THE HOUSE DEFAULT.  A SCRIP WITH NO CLOSE
      * YET HAS NOTHING TO MEASURE AGAINST AND IS TREATED AS OUT
      * OF BAND.  ONLY A SUPERVISOR'S PF4 TAKES A BREACH.
       CHECK-PRICE-BAND-PARA.
           MOVE 'N' TO WS-SW-BAND
           MOVE SCRIPI TO BAND-KEY
           EXEC CICS READ FILE('BANDMAS')
               INTO(BAND-RECORD)
               RIDFLD(BAND-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET BAND-DEFAULT TO TRUE
               EXEC CICS READ FILE('BANDMAS')
                   INTO(BAND-RECORD)
                   RIDFLD(BAND-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO PRICE BAND SET FOR SCRIP - REFUSED' TO MSG42O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               EXEC CICS READ FILE('PRICEVAL')
                   INTO(PRC-RECORD)
                   RIDFLD(SCRIPI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE ZERO   TO PRC-CLOSE
                   MOVE SPACES TO PRC-DATE
                   SET WS-BAND-BREACH TO TRUE
               ELSE
                   COMPUTE WS-BAND-WIDTH ROUNDED =
                       PRC-CLOSE * BAND-PCT / 100
                   COMPUTE WS-BAND-LOW  = PRC-CLOSE - WS-BAND-WIDTH
                   COMPUTE WS-BAND-HIGH = PRC-CLOSE + WS-BAND-WIDTH
                   IF WS-PRICE < WS-BAND-LOW
                       OR WS-PRICE > WS-BAND-HIGH
                       SET WS-BAND-BREACH TO TRUE
                   END-IF
               END-IF
               IF WS-BAND-BREACH AND NOT WS-AID-PF4
                   IF PRC-CLOSE = ZERO
                       MOVE 'NO VALIDATED CLOSE - SUPV PF4 OVERRIDE'
                           TO MSG42O
                   ELSE
                       MOVE PRC-CLOSE TO WS-BAND-MSG-CLOSE
                       MOVE WS-BAND-MSG TO MSG42O
                   END-IF
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * STRIKE THE BROKERAGE AND STATUTORY CHARGES FOR THE TRADE
      * OFF THE SCHEDULE FOR ITS SIDE.  NO TRADE IS TAKEN THAT
      * CANNOT BE CHARGED.
       CALC-CHARGES-PARA.
           COMPUTE WS-TRADE-VALUE = WS-QTY * WS-PRICE
           MOVE BSI TO CHG-BS
           EXEC CICS READ FILE('CHGMAS')
               INTO(CHG-RECORD)
               RIDFLD(CHG-BS)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CHARGES SCHEDULE FOR THAT SIDE - REFUSED'
                   TO MSG42O
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
               IF BSI = 'B'
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

      * A BUY MUST BE COVERED BY THE CASH ACCOUNT BEFORE ANYTHING
      * TOUCHES THE HOLDINGS FILE - THE TRADE VALUE AND ITS
      * CHARGES BOTH.  THE READ FOR UPDATE HOLDS THE ACCOUNT UNTIL
      * THE POSTING, SO THE BALANCE CHECKED HERE IS THE BALANCE
      * DEBITED.  CASH ALREADY RESERVED FOR OPEN LIMIT BUYS IS NOT
      * FREE TO SPEND.
       CHECK-FUNDS-PARA.
           IF BSI = 'B'
               MOVE TCIDI TO CASH-CUST-ID
               EXEC CICS READ FILE('CASHMAS')
                   INTO(CASH-RECORD)
                   MOVE 'NO CASH ACCOUNT - BUY REFUSED' TO MSG42O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   IF CASH-BALANCE - CASH-RESERVED < WS-NET-AMT
                       MOVE 'INSUFFICIENT FUNDS - BUY REFUSED'
                           TO MSG42O
                       SET WS-EDIT-BAD TO TRUE
               SET WS-SIGNED-ON TO TRUE
           END-IF.

      * THE PF4 OVERRIDE IS A SUPERVISOR'S KEY - THE OPERATOR
      * SIGNED ON AT THIS TERMINAL MUST HOLD THE SUPERVISOR ROLE.
       CHECK-SUPV-PARA.
           PERFORM GET-SIGNON-PARA
           IF NOT WS-SIGNED-ON
               MOVE 'NOT SIGNED ON - USE THE P0 SIGN-ON FIRST'
                   TO MSG42O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF NOT SGN-ROLE-SUPV
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO MSG42O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * JOURNAL THE COUNTER/LOCK REWRITE FOR COMPLIANCE - EVERY
      * CUSTMAS CHANGE GOES TO AUDJ.  THE OPERATOR IS BLANK WHEN
      * NOBODY IS SIGNED ON AT THIS TERMINAL.
           END-EXEC.

      * APPLY THE TRADE TO THE HOLDINGS FILE.  A BUY AVERAGES THE
      * COST IN, CHARGES INCLUDED; A SELL REDUCES THE QUANTITY AND
      * MAY NOT OVERDRAW THE HOLDING, AND ITS REALIZED GAIN IS
      * STRUCK NET OF ITS OWN CHARGES.
       UPDATE-HOLDING-PARA.
           MOVE TCIDI  TO HOLD-CUST-ID
           MOVE SCRIPI TO HOLD-SCRIP
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE HOLD-RECORD TO TRDX-HOLD-IMAGE
               PERFORM APPLY-TRADE-PARA
           ELSE
               IF BSI = 'B'
                   MOVE SPACES TO TRDX-HOLD-IMAGE
                   PERFORM NEW-HOLDING-PARA
               ELSE
                   MOVE 'NO HOLDING ON FILE FOR THAT SCRIP'
       APPLY-TRADE-PARA.
           IF BSI = 'B'
               COMPUTE WS-TOT-COST =
                   HOLD-QTY * HOLD-AVG-COST + WS-NET-AMT
               ADD WS-QTY TO HOLD-QTY
               COMPUTE HOLD-AVG-COST ROUNDED =
                   WS-TOT-COST / HOLD-QTY
                       WS-QTY * WS-PRICE
                   COMPUTE WS-SELL-REALIZED =
                       WS-SELL-PROCEEDS - WS-SELL-COST
                       - WS-TOT-CHARGES
                   SUBTRACT WS-QTY FROM HOLD-QTY
                   PERFORM REWRITE-HOLDING-PARA
               END-IF
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-TRADE-PARA
               IF WS-BAND-BREACH
                   PERFORM WRITE-OVERRIDE-PARA
               END-IF
               PERFORM POST-CASH-PARA
               PERFORM WRITE-EXECUTION-PARA
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'TRADE RECORDED' TO MSG42O
               ELSE
                   MOVE 'TRADE RECORDED - NOT ON EXECUTION FILE'
                       TO MSG42O
               END-IF
           ELSE
               MOVE 'UNABLE TO RECORD TRADE - RETRY' TO MSG42O
           END-IF.
           MOVE TCIDI    TO HOLD-CUST-ID
           MOVE SCRIPI   TO HOLD-SCRIP
           MOVE WS-QTY   TO HOLD-QTY
           COMPUTE HOLD-AVG-COST ROUNDED = WS-NET-AMT / WS-QTY
           MOVE WS-TRD-DATE TO HOLD-LAST-DATE
           MOVE WS-TRD-TIME TO HOLD-LAST-TIME
           EXEC CICS WRITE FILE('HOLDMAS')
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-TRADE-PARA
               IF WS-BAND-BREACH
                   PERFORM WRITE-OVERRIDE-PARA
               END-IF
               PERFORM POST-CASH-PARA
               PERFORM WRITE-EXECUTION-PARA
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'TRADE RECORDED - NEW HOLDING OPENED'
                       TO MSG42O
               ELSE
                   MOVE 'TRADE RECORDED - NOT ON EXECUTION FILE'
                       TO MSG42O
               END-IF
           ELSE
               MOVE 'UNABLE TO RECORD TRADE - RETRY' TO MSG42O
           END-IF.

      * MOVE THE MONEY THE TRADE MOVED, NET OF ITS CHARGES.  A BUY
      * DEBITS THE ACCOUNT ALREADY HELD FOR UPDATE BY THE FUNDS
      * CHECK; A SELL CREDITS THE ACCOUNT, OPENING ONE IF THE
      * CUSTOMER HAS NEVER BANKED WITH US.
       POST-CASH-PARA.
           IF BSI = 'B'
               SUBTRACT WS-NET-AMT FROM CASH-BALANCE
               PERFORM REWRITE-CASH-PARA
           ELSE
               MOVE TCIDI TO CASH-CUST-ID
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD WS-NET-AMT TO CASH-BALANCE
                   PERFORM REWRITE-CASH-PARA
               ELSE
                   PERFORM NEW-CASH-PARA

       NEW-CASH-PARA.
           MOVE TCIDI TO CASH-CUST-ID
           MOVE WS-NET-AMT TO CASH-BALANCE
           MOVE ZERO TO CASH-RESERVED
           MOVE WS-TRD-DATE TO CASH-LAST-DATE
           MOVE WS-TRD-TIME TO CASH-LAST-TIME
           EXEC CICS WRITE FILE('CASHMAS')

      * JOURNAL THE POSTING TO THE CSHJ QUEUE - TYPE B IS A TRADE
      * DEBIT, TYPE S A TRADE CREDIT, SO THE DAILY CASH LISTING
      * CAN TELL COUNTER MONEY FROM TRADE MONEY.  EACH CHARGE
      * FOLLOWS AS A DEBIT OF ITS OWN TYPE, THE BALANCE RUN DOWN
      * TO WHAT CASHMAS NOW HOLDS.
       WRITE-CASH-MOVEMENT-PARA.
           COMPUTE WS-RUN-BALANCE = CASH-BALANCE + WS-TOT-CHARGES
           MOVE BSI            TO CSHM-TYPE
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
           MOVE CASH-CUST-ID TO CSHM-CUST-ID
           MOVE WS-MOVE-AMT  TO CSHM-AMOUNT
           MOVE WS-RUN-BALANCE TO CSHM-BALANCE
           MOVE WS-TRD-DATE  TO CSHM-DATE
           MOVE WS-TRD-TIME  TO CSHM-TIME
           MOVE SGN-OPER-ID  TO CSHM-OPER-ID
           MOVE EIBTRMID     TO CSHM-TERMID
           SET CSHM-ORIGINAL TO TRUE
           MOVE SCRIPI       TO CSHM-REF
           EXEC CICS WRITEQ TD QUEUE('CSHJ')
               FROM(CSHM-RECORD)
               LENGTH(LENGTH OF CSHM-RECORD)
               MOVE ZERO TO TRD-COST-AMT TRD-PROCEEDS
                   TRD-REALIZED
           END-IF
           SET TRD-ORIGINAL TO TRUE
           MOVE SPACES TO TRD-ORIG-DATE TRD-ORIG-TIME
           MOVE WS-BRK-AMT  TO TRD-BROKERAGE
           MOVE WS-TAX-AMT  TO TRD-TXN-TAX
           MOVE WS-STP-AMT  TO TRD-STAMP-DUTY
           MOVE WS-FEE-AMT  TO TRD-EXCH-FEE
           MOVE WS-NET-AMT  TO TRD-NET-AMT
           EXEC CICS WRITEQ TD QUEUE('TRDJ')
               FROM(TRD-RECORD)
               LENGTH(LENGTH OF TRD-RECORD)
           END-EXEC.

      * JOURNAL A SUPERVISOR'S BAND OVERRIDE TO THE OVRJ QUEUE FOR
      * THE COMPLIANCE EXCEPTIONS LISTING - WHO TOOK IT, THE PRICE
      * KEYED AND THE CLOSE IT WAS MEASURED AGAINST.  WRITTEN ONLY
      * ONCE THE TRADE ITSELF IS ON TRDJ.
       WRITE-OVERRIDE-PARA.
           MOVE TCIDI         TO OVR-CUST-ID
           MOVE SCRIPI        TO OVR-SCRIP
           MOVE BSI           TO OVR-BS
           MOVE WS-QTY        TO OVR-QTY
           MOVE WS-PRICE      TO OVR-PRICE
           MOVE PRC-CLOSE     TO OVR-CLOSE
           MOVE PRC-DATE      TO OVR-CLOSE-DATE
           MOVE BAND-PCT      TO OVR-BAND-PCT
           MOVE WS-TRD-DATE   TO OVR-DATE
           MOVE WS-TRD-TIME   TO OVR-TIME
           MOVE SGN-OPER-ID   TO OVR-OPER-ID
           MOVE SGN-OPER-NAME TO OVR-OPER-NAME
           MOVE EIBTRMID      TO OVR-TERMID
           EXEC CICS WRITEQ TD QUEUE('OVRJ')
               FROM(OVR-RECORD)
               LENGTH(LENGTH OF OVR-RECORD)
           END-EXEC.

      * FILE THE EXECUTION FOR THE P9 CANCELLATION - THE TRADE AS
      * JOURNALLED, THE HOLDING AS IT STOOD BEFORE THE TRADE AND
      * THE MONEY MOVED, CHARGES INCLUDED.  THE TRADE IS ALREADY
      * BOOKED, SO A FAILED WRITE ONLY COSTS THE ABILITY TO CANCEL
      * IT ON SCREEN.
       WRITE-EXECUTION-PARA.
           MOVE TRD-CUST-ID    TO TRDX-CUST-ID
           MOVE TRD-SCRIP      TO TRDX-SCRIP
           MOVE TRD-DATE       TO TRDX-DATE
           MOVE TRD-TIME       TO TRDX-TIME
           MOVE TRD-RECORD     TO TRDX-TRADE-IMAGE
           MOVE WS-NET-AMT     TO TRDX-CASH-AMT
           SET TRDX-ACTIVE TO TRUE
           MOVE SPACES TO TRDX-CXL-DATE TRDX-CXL-TIME
               TRDX-CXL-OPER-ID
           EXEC CICS WRITE FILE('TRDXMAS')
               FROM(TRDX-RECORD)
               RIDFLD(TRDX-KEY)
               RESP(WS-RESP)
           END-EXEC.

      * SEND THE INITIAL BLANK MAP, CUSTOMER PIN FIELD MASKED
       SEND-A-MAP.
           MOVE DFHBMDAR TO TPINA
