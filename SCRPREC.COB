      * NOT ON FILE) AND THE PRICEDIT PRICE-LOAD EDIT, KEYED ON
      * SCRP-CODE.  THE FILE (SCRIPMAS) IS THE ONLY DEFINITION OF
      * WHAT THIS SHOP TRADES - A CODE NOT ON IT IS A MIS-KEY.
      * IT IS MAINTAINED ONLINE BY SUPERVISORS ON THE P11 SCREEN.
      * P3 BOOKS ONLY ACTIVE SCRIPS, AND ONLY IN WHOLE MARKET LOTS
      * OF SCRP-LOT-SIZE.  A DELISTED SCRIP IS KEPT ON FILE FOR
      * HISTORY BUT PRICEDIT NO LONGER EXPECTS A PRICE FOR IT.
       01  SCRP-RECORD.
           05  SCRP-CODE        PIC X(008).
           05  SCRP-NAME        PIC X(020).
           05  SCRP-LIST-DATE   PIC X(008).
           05  SCRP-ISIN        PIC X(012).
           05  SCRP-LOT-SIZE    PIC 9(005).
           05  SCRP-STATUS      PIC X(001).
               88  SCRP-ACTIVE      VALUE 'A'.
               88  SCRP-SUSPENDED   VALUE 'S'.
               88  SCRP-DELISTED    VALUE 'D'.
               88  SCRP-STATUS-VALID
                                    VALUE 'A' 'S' 'D'.
