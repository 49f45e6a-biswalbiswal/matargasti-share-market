      * CASH MOVEMENT JOURNAL RECORD - ONE PER POSTING AGAINST A
      * CUSTOMER CASH ACCOUNT, WRITTEN TO THE CSHJ TRANSIENT DATA
      * QUEUE BY P6 (COUNTER DEPOSITS AND BANK PAYOUTS) AND P3
      * (TRADE DEBITS AND CREDITS AND THE TRADE CHARGES), APPENDED
      * TO BY THE CORPACT DIVIDEND RUN AND THE PAYRTN BANK RETURN
      * LOAD, AND READ BACK FROM THE EXTRAPARTITION DATASET BY THE
      * CASHRPT DAILY LISTING THAT BALANCES THE COUNTER DRAWER.
      * A P9 TRADE CANCELLATION POSTS A REVERSAL OF THE SAME TYPE
      * FLAGGED X - IT MOVES THE MONEY THE OPPOSITE WAY TO THE
      * TYPE IT CARRIES.
       01  CSHM-RECORD.
           05  CSHM-CUST-ID     PIC X(005).
           05  CSHM-TYPE        PIC X(001).
               88  CSHM-WITHDRAWAL   VALUE 'W'.
               88  CSHM-TRADE-DEBIT  VALUE 'B'.
               88  CSHM-TRADE-CREDIT VALUE 'S'.
      * TRADE CHARGES - ONE DEBIT PER CHARGE PER TRADE
               88  CSHM-BROKERAGE    VALUE 'K'.
               88  CSHM-TXN-TAX      VALUE 'T'.
               88  CSHM-STAMP-DUTY   VALUE 'M'.
               88  CSHM-EXCH-FEE     VALUE 'F'.
      * CASH DIVIDEND CREDITED BY THE CORPACT RUN
               88  CSHM-DIVIDEND     VALUE 'V'.
      * A WITHDRAWAL PAID TO THE BANK MANDATE RATHER THAN OVER THE
      * COUNTER, AND ITS RE-CREDIT WHEN THE BANK REJECTS IT
               88  CSHM-PAYOUT       VALUE 'P'.
               88  CSHM-PAYOUT-RETURN VALUE 'R'.
           05  CSHM-AMOUNT      PIC 9(013)V99.
           05  CSHM-BALANCE     PIC S9(013)V99.
           05  CSHM-DATE        PIC X(008).
           05  CSHM-TIME        PIC X(006).
           05  CSHM-OPER-ID     PIC X(005).
           05  CSHM-TERMID      PIC X(004).
           05  CSHM-CANCEL-SW   PIC X(001).
               88  CSHM-ORIGINAL     VALUE ' '.
               88  CSHM-CANCELLATION VALUE 'X'.
      * THE SCRIP A TRADE, CHARGE OR DIVIDEND POSTING AROSE FROM -
      * SPACES ON A COUNTER DEPOSIT, WITHDRAWAL OR PAYOUT.  A
      * PAYOUT RETURN CARRIES THE DATE OF THE PAYOUT IT REVERSES.
           05  CSHM-REF         PIC X(008).
