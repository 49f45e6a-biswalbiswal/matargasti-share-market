      * BALANCES SNAPSHOT RECORD - WRITTEN BY THE EODPROOF RUN
      * FROM THE CLOSING CASHMAS AND HOLDMAS, AND READ BACK BY THE
      * NEXT NIGHT'S RUN AS ITS START-OF-DAY FIGURES.  THE FILE
      * OPENS WITH ONE HEADER RECORD CARRYING THE BUSINESS DATE
      * THE SNAPSHOT WAS TAKEN FOR, FOLLOWED BY ONE RECORD PER
      * CASH ACCOUNT (BALANCE, SCRIP SPACES) AND ONE PER HOLDING
      * (QUANTITY IN WHOLE SHARES).
       01  SNAP-RECORD.
           05  SNAP-TYPE        PIC X(001).
               88  SNAP-HEADER      VALUE '0'.
               88  SNAP-CASH        VALUE 'C'.
               88  SNAP-HOLDING     VALUE 'H'.
           05  SNAP-CUST-ID     PIC X(005).
           05  SNAP-SCRIP       PIC X(008).
           05  SNAP-AMOUNT      PIC S9(013)V99.
           05  SNAP-DATE        PIC X(008).
