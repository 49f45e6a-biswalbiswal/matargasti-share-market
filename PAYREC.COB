      * BANK PAYOUT REQUEST RECORD - ONE PER COUNTER WITHDRAWAL.
      * P6 WRITES IT TO PAYMAS WHEN IT DEBITS THE CASH ACCOUNT,
      * KEYED ON CUSTOMER + DATE + TIME OF THE DEBIT - THE SAME
      * STAMP AS THE TYPE P POSTING ON CSHJ - AND THE KEY IS THE
      * REFERENCE THE BANK QUOTES BACK.  THE PAYRUN NIGHTLY JOB
      * SENDS RAISED REQUESTS TO THE BANK ON THE PAYMENT
      * INSTRUCTION FILE; PAYRTN LOADS THE BANK'S RETURN FILE AND
      * RE-CREDITS THE CASH ACCOUNT FOR A REJECTED PAYOUT.
       01  PAY-RECORD.
           05  PAY-KEY.
               10  PAY-CUST-ID  PIC X(005).
               10  PAY-DATE     PIC X(008).
               10  PAY-TIME     PIC X(006).
           05  PAY-AMOUNT       PIC 9(013)V99.
      * THE MANDATE AS IT STOOD WHEN THE PAYOUT WAS RAISED - A
      * LATER AMENDMENT DOES NOT REDIRECT MONEY ALREADY DEBITED.
           05  PAY-ACCT-NO      PIC X(018).
           05  PAY-BRANCH       PIC X(011).
           05  PAY-HOLDER       PIC X(030).
           05  PAY-OPER-ID      PIC X(005).
           05  PAY-TERMID       PIC X(004).
           05  PAY-STATUS       PIC X(001).
               88  PAY-RAISED        VALUE 'R'.
               88  PAY-SENT          VALUE 'S'.
               88  PAY-PAID          VALUE 'P'.
               88  PAY-REJECTED      VALUE 'J'.
      * BUSINESS DATE OF THE INSTRUCTION FILE IT WENT ON, AND OF
      * THE RETURN FILE THAT SETTLED IT, WITH THE BANK'S REASON
      * CODE ON A REJECTION.
           05  PAY-SENT-DATE    PIC X(008).
           05  PAY-RTN-DATE     PIC X(008).
           05  PAY-RTN-REASON   PIC X(004).
