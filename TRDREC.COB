      * READ BACK FROM THE EXTRAPARTITION DATASET BY THE TRDBLOT
      * END-OF-DAY BLOTTER.  THE HOLDING ON HOLDMAS ONLY CARRIES
      * THE AVERAGED POSITION - THIS RECORD IS THE ONLY EVIDENCE
      * OF THE INDIVIDUAL EXECUTION.  A SUPERVISOR CANCELLATION
      * ON P9 WRITES A REVERSING RECORD - SAME CUSTOMER, SCRIP,
      * SIDE, QUANTITY AND PRICE, DATED WHEN THE CANCEL WAS MADE,
      * FLAGGED X AND POINTING BACK AT THE EXECUTION IT BUSTS.
       01  TRD-RECORD.
           05  TRD-CUST-ID      PIC X(005).
           05  TRD-SCRIP        PIC X(008).
      * REALIZED P AND L OF A SELL, STRUCK AGAINST THE AVERAGE
      * COST THE HOLDING CARRIED AT THE MOMENT OF SALE - THE
      * AVERAGE MOVES WITH EVERY LATER BUY, SO THIS IS THE ONLY
      * PLACE THE GAIN SURVIVES.  ALL ZERO ON A BUY.  THE SALE'S
      * OWN CHARGES ARE TAKEN OFF THE REALIZED FIGURE; A BUY'S
      * CHARGES GO INTO THE HOLDING'S AVERAGE COST.
           05  TRD-COST-AMT     PIC S9(013)V99.
           05  TRD-PROCEEDS     PIC S9(013)V99.
           05  TRD-REALIZED     PIC S9(013)V99.
      * CANCELLATION MARKER - SPACE ON AN ORDINARY EXECUTION, X ON
      * THE REVERSAL P9 WRITES.  A REVERSAL CARRIES THE COST,
      * PROCEEDS AND REALIZED FIGURES OF THE ORIGINAL NEGATED, AND
      * THE ORIGINAL'S DATE AND TIME SO THE REPORTS CAN PAIR THEM.
           05  TRD-CANCEL-SW    PIC X(001).
               88  TRD-ORIGINAL     VALUE ' '.
               88  TRD-CANCELLATION VALUE 'X'.
           05  TRD-ORIG-DATE    PIC X(008).
           05  TRD-ORIG-TIME    PIC X(006).
      * BROKERAGE AND STATUTORY CHARGES STRUCK AT CAPTURE OFF THE
      * CHGMAS SCHEDULE - SEE CHGREC.COB - EACH POSTED TO CASH AS
      * ITS OWN CSHJ MOVEMENT.  THE NET AMOUNT IS WHAT THE
      * CUSTOMER PAYS ON A BUY (VALUE PLUS CHARGES) OR RECEIVES
      * ON A SELL (VALUE LESS CHARGES).  ALL NEGATED ON A
      * CANCELLATION.
           05  TRD-BROKERAGE    PIC S9(009)V99.
           05  TRD-TXN-TAX      PIC S9(009)V99.
           05  TRD-STAMP-DUTY   PIC S9(009)V99.
           05  TRD-EXCH-FEE     PIC S9(009)V99.
           05  TRD-NET-AMT      PIC S9(013)V99.
