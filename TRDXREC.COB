      * TRADE EXECUTION RECORD - ONE PER TRADE BOOKED BY THE P3
      * TRADE CAPTURE, WRITTEN TO THE TRADE EXECUTION FILE
      * (TRDXMAS) AT THE SAME MOMENT AS THE TRDJ JOURNAL RECORD,
      * KEYED ON CUSTOMER, SCRIP, TRADE DATE AND TIME.  IT IS WHAT
      * THE P9 SUPERVISOR CANCELLATION FINDS THE TRADE BY - THE
      * JOURNAL ITSELF IS A TRANSIENT DATA QUEUE AND CANNOT BE READ
      * BACK ONLINE.  THE TRADE IMAGE IS THE WHOLE TRD-RECORD AS
      * JOURNALLED (SEE TRDREC.COB, CURRENTLY 171 BYTES); THE
      * HOLDING IMAGE IS THE WHOLE HOLD-RECORD AS IT STOOD BEFORE
      * THE TRADE (SEE HOLDREC.COB, 42 BYTES) - SPACES WHEN THE BUY
      * OPENED THE HOLDING.  THE CASH AMOUNT IS WHAT THE TRADE
      * MOVED ON CASHMAS.
       01  TRDX-RECORD.
           05  TRDX-KEY.
               10  TRDX-CUST-ID     PIC X(005).
               10  TRDX-SCRIP       PIC X(008).
               10  TRDX-DATE        PIC X(008).
               10  TRDX-TIME        PIC X(006).
           05  TRDX-TRADE-IMAGE     PIC X(171).
           05  TRDX-HOLD-IMAGE      PIC X(042).
           05  TRDX-CASH-AMT        PIC S9(013)V99.
      * SPACE UNTIL A SUPERVISOR CANCELS THE TRADE ON P9 - THE
      * CANCEL STAMP SAYS WHO BUSTED IT AND WHEN.
           05  TRDX-STATUS          PIC X(001).
               88  TRDX-ACTIVE          VALUE ' '.
               88  TRDX-CANCELLED       VALUE 'X'.
           05  TRDX-CXL-DATE        PIC X(008).
           05  TRDX-CXL-TIME        PIC X(006).
           05  TRDX-CXL-OPER-ID     PIC X(005).
