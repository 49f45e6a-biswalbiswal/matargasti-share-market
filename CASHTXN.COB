      * FILE('CASHMAS') - SEE CASHREC.COB
       COPY "CASHREC.COB".

      * BANK MANDATE I/O AREA - A WITHDRAWAL IS PAID TO THE
      * CUSTOMER'S VERIFIED MANDATE, NEVER OVER THE COUNTER.  SEE
      * MANDREC.COB
       COPY "MANDREC.COB".

      * PAYOUT REQUEST I/O AREA FOR EXEC CICS WRITE
      * FILE('PAYMAS') - SEE PAYREC.COB
       COPY "PAYREC.COB".

      * SIGNED-ON OPERATOR AT THIS TERMINAL, PARKED IN TS STORAGE
      * BY THE P0 SIGN-ON TRANSACTION - SEE SGNREC.COB
       COPY "SGNREC.COB".

      * FIELD-LEVEL EDITS - THE CUSTOMER MUST BE REGISTERED ON
      * CUSTMAS AND KYC VERIFIED BEFORE MONEY MOVES, THE SAME
      * BAR THE TRADE CAPTURE SETS.  A WITHDRAWAL ALSO NEEDS A
      * VERIFIED BANK MANDATE TO PAY INTO, CHECKED BEFORE THE PIN
      * SO A REFUSAL DOES NOT COST THE CUSTOMER A PIN ATTEMPT.
       VALIDATE-PARA.
           SET WS-EDIT-OK TO TRUE
           IF CCIDI = SPACES OR LOW-VALUES
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK AND DWI = 'W'
               PERFORM CHECK-MANDATE-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM VERIFY-PIN-PARA
           END-IF.

       CHECK-MANDATE-PARA.
           EXEC CICS READ FILE('MANDMAS')
               INTO(MAND-RECORD)
               RIDFLD(CCIDI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NO BANK MANDATE ON FILE - WITHDRAWAL REFUSED'
                   TO MSG44O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF NOT MAND-VERIFIED
                   MOVE 'BANK MANDATE NOT VERIFIED - WITHDRAWAL REFUSED'
                       TO MSG44O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * THE CUSTOMER AUTHENTICATES THE MOVEMENT AT THE COUNTER
      * WITH THEIR PIN, EXACTLY AS ON THE TRADE CAPTURE SCREEN.
      * A WRONG PIN COUNTS AGAINST THE RECORD AND THREE FAILURES
           END-EXEC.

      * APPLY THE MOVEMENT TO THE CASH ACCOUNT.  A FIRST DEPOSIT
      * OPENS THE ACCOUNT; A WITHDRAWAL MAY NOT OVERDRAW IT OR
      * TOUCH CASH RESERVED FOR OPEN LIMIT BUY ORDERS, AND IS
      * RAISED AS A PAYOUT REQUEST TO THE BANK MANDATE FOR THE
      * PAYRUN NIGHTLY JOB TO SEND TO THE BANK.
       UPDATE-CASH-PARA.
           MOVE CCIDI TO CASH-CUST-ID
           EXEC CICS READ FILE('CASHMAS')
               ADD WS-AMT TO CASH-BALANCE
               PERFORM REWRITE-ACCOUNT-PARA
           ELSE
               IF WS-AMT > CASH-BALANCE - CASH-RESERVED
                   MOVE 'INSUFFICIENT FUNDS TO WITHDRAW' TO MSG44O
               ELSE
                   PERFORM WRITE-PAYOUT-PARA
                   IF WS-EDIT-OK
                       SUBTRACT WS-AMT FROM CASH-BALANCE
                       PERFORM REWRITE-ACCOUNT-PARA
                   END-IF
               END-IF
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM WRITE-MOVEMENT-PARA
               PERFORM SHOW-BALANCE-PARA
               IF DWI = 'W'
                   MOVE 'PAYOUT RAISED TO BANK MANDATE' TO MSG44O
               ELSE
                   MOVE 'MOVEMENT RECORDED' TO MSG44O
               END-IF
           ELSE
      * THE PAYOUT REQUEST MUST NOT STAND WITHOUT ITS DEBIT
               IF DWI = 'W'
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
               END-IF
               MOVE 'UNABLE TO RECORD MOVEMENT - RETRY' TO MSG44O
           END-IF.

       NEW-ACCOUNT-PARA.
           MOVE CCIDI  TO CASH-CUST-ID
           MOVE WS-AMT TO CASH-BALANCE
           MOVE ZERO   TO CASH-RESERVED
           MOVE WS-MOV-DATE TO CASH-LAST-DATE
           MOVE WS-MOV-TIME TO CASH-LAST-TIME
           EXEC CICS WRITE FILE('CASHMAS')
               MOVE 'UNABLE TO RECORD MOVEMENT - RETRY' TO MSG44O
           END-IF.

      * THE PAYOUT CARRIES THE MANDATE AS IT STANDS NOW AND THE
      * SAME DATE/TIME STAMP AS ITS CSHJ POSTING.
       WRITE-PAYOUT-PARA.
           PERFORM GET-SIGNON-PARA
           MOVE CASH-CUST-ID    TO PAY-CUST-ID
           MOVE WS-MOV-DATE     TO PAY-DATE
           MOVE WS-MOV-TIME     TO PAY-TIME
           MOVE WS-AMT          TO PAY-AMOUNT
           MOVE MAND-ACCT-NO    TO PAY-ACCT-NO
           MOVE MAND-BRANCH     TO PAY-BRANCH
           MOVE MAND-HOLDER     TO PAY-HOLDER
           MOVE SGN-OPER-ID     TO PAY-OPER-ID
           MOVE EIBTRMID        TO PAY-TERMID
           SET PAY-RAISED       TO TRUE
           MOVE SPACES          TO PAY-SENT-DATE PAY-RTN-DATE
               PAY-RTN-REASON
           EXEC CICS WRITE FILE('PAYMAS')
               FROM(PAY-RECORD)
               RIDFLD(PAY-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UNABLE TO RAISE PAYOUT - RETRY' TO MSG44O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

       SHOW-BALANCE-PARA.
           MOVE CASH-BALANCE TO WS-BAL-EDIT
           MOVE WS-BAL-EDIT TO BALO.

      * JOURNAL THE POSTING TO THE CSHJ QUEUE SO THE CASHRPT
      * DAILY LISTING CAN BALANCE THE COUNTER DRAWER.  A
      * WITHDRAWAL GOES TO THE BANK, NOT THROUGH THE DRAWER, AND
      * IS JOURNALLED AS A PAYOUT.
       WRITE-MOVEMENT-PARA.
           PERFORM GET-SIGNON-PARA
           MOVE CASH-CUST-ID TO CSHM-CUST-ID
           IF DWI = 'W'
               SET CSHM-PAYOUT TO TRUE
           ELSE
               MOVE DWI      TO CSHM-TYPE
           END-IF
           MOVE WS-AMT       TO CSHM-AMOUNT
           MOVE CASH-BALANCE TO CSHM-BALANCE
           MOVE WS-MOV-DATE  TO CSHM-DATE
           MOVE WS-MOV-TIME  TO CSHM-TIME
           MOVE SGN-OPER-ID  TO CSHM-OPER-ID
           MOVE EIBTRMID     TO CSHM-TERMID
           SET CSHM-ORIGINAL TO TRUE
           MOVE SPACES       TO CSHM-REF
           EXEC CICS WRITEQ TD QUEUE('CSHJ')
               FROM(CSHM-RECORD)
               LENGTH(LENGTH OF CSHM-RECORD)
