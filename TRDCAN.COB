       IDENTIFICATION DIVISION.
       PROGRAM-ID. P9.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CICS-SUPPLIED SYMBOLIC AID AND ATTRIBUTE CONSTANTS
       COPY DFHAID.
       COPY DFHBMSCA.
      * SYMBOLIC MAP FOR PAGE4.7 - THE TRADE CANCELLATION SCREEN
       COPY "PAGE4.7.COB".

      * TRADE EXECUTION I/O AREA FOR EXEC CICS READ/REWRITE
      * FILE('TRDXMAS') - SEE TRDXREC.COB
       COPY "TRDXREC.COB".

      * TRADE HISTORY RECORD - THE EXECUTION IMAGE IS UNPACKED
      * INTO IT AND GOES BACK OUT ON TRDJ AS THE REVERSAL.  SEE
      * TRDREC.COB
       COPY "TRDREC.COB".

      * HOLDINGS I/O AREA FOR EXEC CICS READ/REWRITE/DELETE
      * FILE('HOLDMAS') - SEE HOLDREC.COB
       COPY "HOLDREC.COB".

      * CASH ACCOUNT I/O AREA - SEE CASHREC.COB
       COPY "CASHREC.COB".

      * CASH MOVEMENT JOURNAL RECORD FOR THE REVERSING POSTING -
      * SEE CSHMREC.COB
       COPY "CSHMREC.COB".

      * SIGNED-ON OPERATOR AT THIS TERMINAL, PARKED IN TS STORAGE
      * BY THE P0 SIGN-ON TRANSACTION - SEE SGNREC.COB
       COPY "SGNREC.COB".

      * WORKING COPY OF DFHCOMMAREA - REMEMBERS WHICH EXECUTION
      * WAS FETCHED SO PF10 CAN ONLY CANCEL A TRADE THE
      * SUPERVISOR HAS ACTUALLY PULLED UP AND SEEN.
       01  WS-CA.
           05  WS-CA-STATUS     PIC X(01).
               88  WS-CA-CLEAR      VALUE SPACE.
               88  WS-CA-FETCHED    VALUE 'F'.
           05  WS-CA-KEY        PIC X(027).

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
       01  WS-CXL-DATE          PIC X(008).
       01  WS-CXL-TIME          PIC X(006).

      * THE EXECUTION KEY AS KEYED ON THE SCREEN
       01  WS-KEY.
           05  WS-KEY-CUST-ID   PIC X(005).
           05  WS-KEY-SCRIP     PIC X(008).
           05  WS-KEY-DATE      PIC X(008).
           05  WS-KEY-TIME      PIC X(006).

      * DISPLAY FORMS OF THE FETCHED EXECUTION
       01  WS-QTY-ED            PIC ZZZZZZ9.
       01  WS-PRICE-ED          PIC ZZZZZ9.99.
       01  WS-STAT-LINE.
           05  FILLER           PIC X(009) VALUE 'CANCELLED'.
           05  WS-SL-DATE       PIC X(008).
           05  FILLER           PIC X(001) VALUE SPACE.
           05  WS-SL-TIME       PIC X(006).
           05  FILLER           PIC X(001) VALUE SPACE.
           05  WS-SL-OPER       PIC X(005).

      * CSHJ REVERSALS FOR ONE TRADE - THE TRADE MONEY FIRST, THEN
      * EACH CHARGE REFUNDED, WITH THE BALANCE RUN BETWEEN THEM SO
      * THE LAST ONE AGREES WITH CASHMAS.
       01  WS-MOVE-AMT          PIC S9(013)V99.
       01  WS-RUN-BALANCE       PIC S9(013)V99.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-STATUS        PIC X(01).
           05  CA-KEY           PIC X(027).

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
           MOVE LOW-VALUES TO PAGE47O
           SET WS-CA-CLEAR TO TRUE
           MOVE SPACES TO WS-CA-KEY
           PERFORM DATE-TIME-PARA
           MOVE 'KEY CUSTOMER, SCRIP, DATE, TIME - PF5 TO FETCH'
               TO MSG47O
           PERFORM SEND-A-MAP.

      * LIVE BUSINESS DATE/TIME FOR THE PAGE4.7 HEADER
       DATE-TIME-PARA.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               MMDDYYYY(WS-CURRENT-DATE) DATESEP
               TIME(WS-CURRENT-TIME) TIMESEP
               YYYYMMDD(WS-CXL-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               TIME(WS-CXL-TIME)
           END-EXEC
           MOVE WS-CURRENT-DATE TO DATE47I
           MOVE WS-CURRENT-TIME TO TIME47I.

      * RECEIVE THE RETURNED MAP AND BRANCH ON THE AID KEY.
      * EVERYTHING ON THIS SCREEN IS SUPERVISOR-ONLY.
       NEXT-PARA.
           EXEC CICS RECEIVE MAP('PAGE47') MAPSET('PAGE4')
               INTO(PAGE47I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO PAGE47I
           END-IF
           PERFORM DATE-TIME-PARA
           IF EIBAID = DFHPF3
               SET WS-AID-PF3 TO TRUE
           ELSE
               SET WS-EDIT-OK TO TRUE
               PERFORM CHECK-SUPV-PARA
               IF WS-EDIT-OK
                   PERFORM ACTION-PARA
               END-IF
           END-IF.

       ACTION-PARA.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF5
                   SET WS-AID-OTHER TO TRUE
                   PERFORM FETCH-PARA
               WHEN EIBAID = DFHPF10
                   SET WS-AID-OTHER TO TRUE
                   PERFORM CANCEL-PARA
               WHEN OTHER
                   SET WS-AID-OTHER TO TRUE
                   MOVE 'INVALID KEY - PF3, PF5 OR PF10' TO MSG47O
           END-EVALUATE.

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

       CHECK-SUPV-PARA.
           PERFORM GET-SIGNON-PARA
           IF NOT WS-SIGNED-ON
               MOVE 'NOT SIGNED ON - USE THE P0 SIGN-ON FIRST'
                   TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF NOT SGN-ROLE-SUPV
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO MSG47O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * THE EXECUTION IS FOUND BY EXACTLY WHAT THE BLOTTER SHOWS -
      * CUSTOMER, SCRIP, TRADE DATE (CCYYMMDD) AND TIME (HHMMSS).
       EDIT-KEY-PARA.
           IF XCIDI = SPACES OR LOW-VALUES
               MOVE 'CUSTOMER ID MUST NOT BE BLANK' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               AND (XSCRIPI = SPACES OR LOW-VALUES)
               MOVE 'SCRIP CODE MUST NOT BE BLANK' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               AND XTDATEI IS NOT NUMERIC
               MOVE 'TRADE DATE MUST BE CCYYMMDD' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               AND XTTIMEI IS NOT NUMERIC
               MOVE 'TRADE TIME MUST BE HHMMSS' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               MOVE XCIDI   TO WS-KEY-CUST-ID
               MOVE XSCRIPI TO WS-KEY-SCRIP
               MOVE XTDATEI TO WS-KEY-DATE
               MOVE XTTIMEI TO WS-KEY-TIME
           END-IF.

      * PF5 - PULL UP THE EXECUTION AND SHOW IT.  ONLY A TRADE
      * STILL ACTIVE IS REMEMBERED IN THE COMMAREA FOR PF10.
       FETCH-PARA.
           SET WS-CA-CLEAR TO TRUE
           MOVE SPACES TO WS-CA-KEY
           PERFORM EDIT-KEY-PARA
           IF WS-EDIT-OK
               MOVE WS-KEY TO TRDX-KEY
               EXEC CICS READ FILE('TRDXMAS')
                   INTO(TRDX-RECORD)
                   RIDFLD(TRDX-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-TRADE-PARA
                   IF TRDX-CANCELLED
                       MOVE 'TRADE ALREADY CANCELLED' TO MSG47O
                   ELSE
                       MOVE WS-KEY TO WS-CA-KEY
                       SET WS-CA-FETCHED TO TRUE
                       MOVE 'FETCHED - PF10 CANCELS THIS TRADE'
                           TO MSG47O
                   END-IF
               ELSE
                   MOVE 'NO SUCH TRADE ON THE EXECUTION FILE'
                       TO MSG47O
               END-IF
           END-IF.

       SHOW-TRADE-PARA.
           MOVE TRDX-TRADE-IMAGE TO TRD-RECORD
           MOVE TRD-BS      TO XBSO
           MOVE TRD-QTY     TO WS-QTY-ED
           MOVE WS-QTY-ED   TO XQTYO
           MOVE TRD-PRICE   TO WS-PRICE-ED
           MOVE WS-PRICE-ED TO XPRICEO
           MOVE TRD-OPER-ID TO XOPERO
           MOVE TRD-TERMID  TO XTERMO
           IF TRDX-CANCELLED
               MOVE TRDX-CXL-DATE    TO WS-SL-DATE
               MOVE TRDX-CXL-TIME    TO WS-SL-TIME
               MOVE TRDX-CXL-OPER-ID TO WS-SL-OPER
               MOVE WS-STAT-LINE     TO XSTATO
           ELSE
               MOVE 'ACTIVE' TO XSTATO
           END-IF.

      * PF10 - BUST THE FETCHED TRADE.  THE HOLDING MUST STILL BE
      * EXACTLY AS THIS TRADE LEFT IT - ANY LATER TRADE IN THE
      * SAME SCRIP HAS RE-AVERAGED IT AND MUST BE CANCELLED FIRST,
      * LATEST FIRST.  EVERYTHING IS READ FOR UPDATE BEFORE
      * ANYTHING IS WRITTEN.
       CANCEL-PARA.
           PERFORM CHECK-FETCHED-PARA
           IF WS-EDIT-OK
               PERFORM READ-EXECUTION-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM READ-HOLDING-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM READ-CASH-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM RESTORE-HOLDING-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM REVERSE-CASH-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM MARK-CANCELLED-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM WRITE-CASH-MOVEMENT-PARA
               PERFORM WRITE-TRADE-PARA
               PERFORM SHOW-TRADE-PARA
               IF CASH-BALANCE < ZERO
                   MOVE 'TRADE CANCELLED - CASH ACCOUNT OVERDRAWN'
                       TO MSG47O
               ELSE
                   MOVE 'TRADE CANCELLED - HOLDING AND CASH RESTORED'
                       TO MSG47O
               END-IF
               SET WS-CA-CLEAR TO TRUE
               MOVE SPACES TO WS-CA-KEY
           END-IF.

      * PF10 INSISTS ON A PRIOR PF5 FETCH OF THE SAME EXECUTION -
      * THE P2 MAINTENANCE RULE.
       CHECK-FETCHED-PARA.
           IF NOT WS-CA-FETCHED
               MOVE 'FETCH A TRADE WITH PF5 FIRST' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               PERFORM EDIT-KEY-PARA
               IF WS-EDIT-OK
                   AND WS-KEY NOT = WS-CA-KEY
                   MOVE 'KEY CHANGED - PRESS PF5 TO FETCH IT FIRST'
                       TO MSG47O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

       READ-EXECUTION-PARA.
           MOVE WS-CA-KEY TO TRDX-KEY
           EXEC CICS READ FILE('TRDXMAS')
               INTO(TRDX-RECORD)
               RIDFLD(TRDX-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TRADE NO LONGER ON FILE - PRESS PF5' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF TRDX-CANCELLED
                   MOVE 'TRADE ALREADY CANCELLED' TO MSG47O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE TRDX-TRADE-IMAGE TO TRD-RECORD
               END-IF
           END-IF
           IF WS-EDIT-BAD
               SET WS-CA-CLEAR TO TRUE
               MOVE SPACES TO WS-CA-KEY
           END-IF.

       READ-HOLDING-PARA.
           MOVE TRDX-CUST-ID TO HOLD-CUST-ID
           MOVE TRDX-SCRIP   TO HOLD-SCRIP
           EXEC CICS READ FILE('HOLDMAS')
               INTO(HOLD-RECORD)
               RIDFLD(HOLD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'HOLDING NO LONGER ON FILE - CANCEL REFUSED'
                   TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF HOLD-LAST-DATE NOT = TRDX-DATE
                   OR HOLD-LAST-TIME NOT = TRDX-TIME
                   MOVE 'LATER ACTIVITY ON HOLDING - CANCEL REFUSED'
                       TO MSG47O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

       READ-CASH-PARA.
           MOVE TRDX-CUST-ID TO CASH-CUST-ID
           EXEC CICS READ FILE('CASHMAS')
               INTO(CASH-RECORD)
               RIDFLD(CASH-CUST-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO CASH ACCOUNT - CANCEL REFUSED' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

      * PUT THE HOLDING BACK EXACTLY AS IT STOOD BEFORE THE TRADE,
      * QUANTITY, AVERAGE COST AND LAST-ACTIVITY STAMP ALIKE, SO AN
      * EARLIER TRADE CAN BE CANCELLED IN ITS TURN.  A BUY THAT
      * OPENED THE HOLDING TAKES THE HOLDING AWAY AGAIN.
       RESTORE-HOLDING-PARA.
           IF TRDX-HOLD-IMAGE = SPACES
               EXEC CICS DELETE FILE('HOLDMAS')
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE TRDX-HOLD-IMAGE TO HOLD-RECORD
               EXEC CICS REWRITE FILE('HOLDMAS')
                   FROM(HOLD-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO CANCEL TRADE - RETRY' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

      * MOVE THE MONEY BACK - A BUSTED BUY IS REFUNDED, A BUSTED
      * SELL IS TAKEN BACK EVEN IF THAT OVERDRAWS THE ACCOUNT.  THE
      * CASH AMOUNT IS NET OF CHARGES, SO THE CHARGES GO BACK TOO.
      * IF THE ACCOUNT CANNOT BE REWRITTEN THE HOLDING CHANGE IS
      * BACKED OUT TOO, SO THE TWO NEVER DISAGREE.
       REVERSE-CASH-PARA.
           IF TRD-BUY
               ADD TRDX-CASH-AMT TO CASH-BALANCE
           ELSE
               SUBTRACT TRDX-CASH-AMT FROM CASH-BALANCE
           END-IF
           MOVE WS-CXL-DATE TO CASH-LAST-DATE
           MOVE WS-CXL-TIME TO CASH-LAST-TIME
           EXEC CICS REWRITE FILE('CASHMAS')
               FROM(CASH-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'UNABLE TO CANCEL TRADE - RETRY' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

      * JOURNAL THE REVERSAL TO TRDJ - THE ORIGINAL EXECUTION
      * FLAGGED X, DATED NOW, STAMPED WITH THE SUPERVISOR, THE
      * GAIN, CHARGE AND NET FIGURES NEGATED AND POINTING BACK AT
      * THE ORIGINAL.
       WRITE-TRADE-PARA.
           MOVE TRD-DATE    TO TRD-ORIG-DATE
           MOVE TRD-TIME    TO TRD-ORIG-TIME
           MOVE WS-CXL-DATE TO TRD-DATE
           MOVE WS-CXL-TIME TO TRD-TIME
           MOVE SGN-OPER-ID TO TRD-OPER-ID
           MOVE EIBTRMID    TO TRD-TERMID
           COMPUTE TRD-COST-AMT = ZERO - TRD-COST-AMT
           COMPUTE TRD-PROCEEDS = ZERO - TRD-PROCEEDS
           COMPUTE TRD-REALIZED = ZERO - TRD-REALIZED
           COMPUTE TRD-BROKERAGE  = ZERO - TRD-BROKERAGE
           COMPUTE TRD-TXN-TAX    = ZERO - TRD-TXN-TAX
           COMPUTE TRD-STAMP-DUTY = ZERO - TRD-STAMP-DUTY
           COMPUTE TRD-EXCH-FEE   = ZERO - TRD-EXCH-FEE
           COMPUTE TRD-NET-AMT    = ZERO - TRD-NET-AMT
           SET TRD-CANCELLATION TO TRUE
           EXEC CICS WRITEQ TD QUEUE('TRDJ')
               FROM(TRD-RECORD)
               LENGTH(LENGTH OF TRD-RECORD)
           END-EXEC.

      * JOURNAL THE REVERSING POSTINGS TO CSHJ UNDER THE ORIGINAL
      * TYPES, FLAGGED X - THE TRADE MONEY, THEN EACH CHARGE THE
      * TRADE CARRIED.  DONE BEFORE THE TRDJ REVERSAL NEGATES THE
      * CHARGES ON THE TRADE RECORD.
       WRITE-CASH-MOVEMENT-PARA.
           COMPUTE WS-RUN-BALANCE = CASH-BALANCE
               - TRD-BROKERAGE - TRD-TXN-TAX
               - TRD-STAMP-DUTY - TRD-EXCH-FEE
           MOVE TRD-BS TO CSHM-TYPE
           COMPUTE WS-MOVE-AMT = TRD-QTY * TRD-PRICE
           PERFORM WRITE-ONE-MOVEMENT-PARA
           SET CSHM-BROKERAGE TO TRUE
           MOVE TRD-BROKERAGE TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA
           SET CSHM-TXN-TAX TO TRUE
           MOVE TRD-TXN-TAX TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA
           SET CSHM-STAMP-DUTY TO TRUE
           MOVE TRD-STAMP-DUTY TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA
           SET CSHM-EXCH-FEE TO TRUE
           MOVE TRD-EXCH-FEE TO WS-MOVE-AMT
           PERFORM WRITE-CHARGE-PARA.

      * A CHARGE REFUNDED IS MONEY BACK TO THE CUSTOMER.
       WRITE-CHARGE-PARA.
           IF WS-MOVE-AMT NOT = ZERO
               ADD WS-MOVE-AMT TO WS-RUN-BALANCE
               PERFORM WRITE-ONE-MOVEMENT-PARA
           END-IF.

       WRITE-ONE-MOVEMENT-PARA.
           MOVE CASH-CUST-ID  TO CSHM-CUST-ID
           MOVE WS-MOVE-AMT   TO CSHM-AMOUNT
           MOVE WS-RUN-BALANCE TO CSHM-BALANCE
           MOVE WS-CXL-DATE   TO CSHM-DATE
           MOVE WS-CXL-TIME   TO CSHM-TIME
           MOVE SGN-OPER-ID   TO CSHM-OPER-ID
           MOVE EIBTRMID      TO CSHM-TERMID
           SET CSHM-CANCELLATION TO TRUE
           MOVE TRD-SCRIP     TO CSHM-REF
           EXEC CICS WRITEQ TD QUEUE('CSHJ')
               FROM(CSHM-RECORD)
               LENGTH(LENGTH OF CSHM-RECORD)
           END-EXEC.

      * STAMP THE EXECUTION SO IT CANNOT BE CANCELLED TWICE.  THIS
      * IS DONE BEFORE ANYTHING IS JOURNALLED - IF THE STAMP CANNOT
      * BE WRITTEN THE HOLDING AND CASH REVERSALS ARE BACKED OUT,
      * SO THE TRADE IS NEVER BUSTED WHILE STILL SHOWING ACTIVE.
       MARK-CANCELLED-PARA.
           SET TRDX-CANCELLED TO TRUE
           MOVE WS-CXL-DATE TO TRDX-CXL-DATE
           MOVE WS-CXL-TIME TO TRDX-CXL-TIME
           MOVE SGN-OPER-ID TO TRDX-CXL-OPER-ID
           EXEC CICS REWRITE FILE('TRDXMAS')
               FROM(TRDX-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE 'UNABLE TO CANCEL TRADE - RETRY' TO MSG47O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

      * SEND THE INITIAL BLANK MAP
       SEND-A-MAP.
           EXEC CICS SEND MAP('PAGE47') MAPSET('PAGE4')
               FROM(PAGE47O)
               ERASE
           END-EXEC.

      * RESEND THE MAP WITH CURRENT DATA
       SEND-MAPB-PARA.
           EXEC CICS SEND MAP('PAGE47') MAPSET('PAGE4')
               FROM(PAGE47O)
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
