      * ENTITLEMENT RECORD - ONE PER HOLDING PER CORPORATE ACTION,
      * WRITTEN BY THE CORPACT RUN TO THE ENTITLEMENT JOURNAL
      * (ENTJRNL) AS THE ACTION IS APPLIED.  IT IS THE ONLY
      * RECORD OF A QUANTITY CHANGE ON HOLDMAS THAT DID NOT COME
      * FROM A TRADE.  A DIVIDEND LEAVES THE QUANTITY AND AVERAGE
      * COST AS THEY WERE AND CARRIES THE AMOUNT CREDITED.
       01  ENT-RECORD.
           05  ENT-CUST-ID      PIC X(005).
           05  ENT-SCRIP        PIC X(008).
           05  ENT-TYPE         PIC X(001).
               88  ENT-BONUS        VALUE 'B'.
               88  ENT-SPLIT        VALUE 'S'.
               88  ENT-DIVIDEND     VALUE 'D'.
           05  ENT-REC-DATE     PIC X(008).
           05  ENT-DATE         PIC X(008).
           05  ENT-TIME         PIC X(006).
           05  ENT-OLD-QTY      PIC S9(007).
           05  ENT-NEW-QTY      PIC S9(007).
           05  ENT-OLD-AVG      PIC S9(006)V99.
           05  ENT-NEW-AVG      PIC S9(006)V99.
           05  ENT-DIV-AMT      PIC S9(013)V99.
