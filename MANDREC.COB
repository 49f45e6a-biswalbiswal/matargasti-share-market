      * BANK MANDATE RECORD - THE ONE BANK ACCOUNT A CUSTOMER MAY
      * BE PAID INTO, KEYED ON MAND-CUST-ID.  KEYED AND AMENDED ON
      * THE P10 MANDATE MAINTENANCE SCREEN, WHERE EVERY CHANGE IS
      * JOURNALLED TO AUDJ LIKE A CUSTOMER MASTER CHANGE.  A NEW
      * OR AMENDED MANDATE IS UNVERIFIED UNTIL A SUPERVISOR OTHER
      * THAN THE OPERATOR WHO KEYED IT HAS CHECKED IT AGAINST THE
      * CUSTOMER'S BANK EVIDENCE - P6 WILL ONLY RAISE A PAYOUT
      * AGAINST A VERIFIED MANDATE.
       01  MAND-RECORD.
           05  MAND-CUST-ID     PIC X(005).
           05  MAND-ACCT-NO     PIC X(018).
           05  MAND-BRANCH      PIC X(011).
           05  MAND-HOLDER      PIC X(030).
           05  MAND-KEYED-BY    PIC X(005).
           05  MAND-KEYED-DATE  PIC X(008).
           05  MAND-KEYED-TIME  PIC X(006).
           05  MAND-VERIFY-SW   PIC X(001).
               88  MAND-VERIFIED     VALUE 'Y'.
               88  MAND-UNVERIFIED   VALUE 'N'.
           05  MAND-VERIFY-OPER PIC X(005).
           05  MAND-VERIFY-DATE PIC X(008).
