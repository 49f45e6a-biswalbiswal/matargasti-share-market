      * BROKERAGE AND STATUTORY CHARGES SCHEDULE RECORD - ONE PER
      * SIDE OF THE MARKET (B = BUY, S = SELL), KEYED ON CHG-BS.
      * THE FILE (CHGMAS) IS READ BY THE P3 TRADE CAPTURE FOR
      * EVERY TRADE.  EACH CHARGE IS A RATE ON THE TRADE VALUE
      * (QUANTITY TIMES PRICE) WITH A MINIMUM AND A CAP - A ZERO
      * CAP MEANS THE CHARGE IS NOT CAPPED.  A CHARGE THAT DOES
      * NOT APPLY TO ONE SIDE CARRIES A ZERO RATE AND MINIMUM.
       01  CHG-RECORD.
           05  CHG-BS               PIC X(001).
               88  CHG-BUY              VALUE 'B'.
               88  CHG-SELL             VALUE 'S'.
           05  CHG-BROKERAGE.
               10  CHG-BRK-RATE     PIC 9(001)V9(006).
               10  CHG-BRK-MIN      PIC 9(007)V99.
               10  CHG-BRK-MAX      PIC 9(007)V99.
           05  CHG-TXN-TAX.
               10  CHG-TAX-RATE     PIC 9(001)V9(006).
               10  CHG-TAX-MIN      PIC 9(007)V99.
               10  CHG-TAX-MAX      PIC 9(007)V99.
           05  CHG-STAMP-DUTY.
               10  CHG-STP-RATE     PIC 9(001)V9(006).
               10  CHG-STP-MIN      PIC 9(007)V99.
               10  CHG-STP-MAX      PIC 9(007)V99.
           05  CHG-EXCH-FEE.
               10  CHG-FEE-RATE     PIC 9(001)V9(006).
               10  CHG-FEE-MIN      PIC 9(007)V99.
               10  CHG-FEE-MAX      PIC 9(007)V99.
