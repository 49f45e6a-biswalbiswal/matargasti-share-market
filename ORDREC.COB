      * LIMIT ORDER RECORD - ONE PER ORDER TAKEN ON THE P12 ORDER
      * ENTRY SCREEN, HELD ON THE ORDER BOOK FILE (ORDMAS) KEYED
      * ON CUSTOMER, SCRIP AND A SEQUENCE NUMBER RUNNING FROM 1
      * FOR EACH CUSTOMER AND SCRIP.  AN ORDER STAYS OPEN UNTIL
      * THE ORDMATCH RUN FILLS IT AT THE VALIDATED CLOSE, OR ITS
      * VALIDITY DATE PASSES, OR IT CANNOT BE BOOKED WHEN IT
      * MATCHES.  A BUY RESERVES ITS CASH ON CASHMAS WHEN IT IS
      * ENTERED - THE QUANTITY AT THE LIMIT PRICE PLUS CHARGES -
      * AND ORD-RESERVED RECORDS WHAT WAS TAKEN SO THE SAME AMOUNT
      * IS GIVEN BACK WHEN THE ORDER LEAVES THE BOOK.  ZERO ON A
      * SELL.
       01  ORD-RECORD.
           05  ORD-KEY.
               10  ORD-CUST-ID      PIC X(005).
               10  ORD-SCRIP        PIC X(008).
               10  ORD-SEQ          PIC 9(004).
           05  ORD-BS               PIC X(001).
               88  ORD-BUY              VALUE 'B'.
               88  ORD-SELL             VALUE 'S'.
           05  ORD-QTY              PIC 9(007).
           05  ORD-LIMIT            PIC 9(006)V99.
      * LAST BUSINESS DATE THE ORDER MAY FILL ON, YYYYMMDD
           05  ORD-VALID-DATE       PIC X(008).
           05  ORD-STATUS           PIC X(001).
               88  ORD-OPEN             VALUE 'O'.
               88  ORD-FILLED           VALUE 'F'.
               88  ORD-EXPIRED          VALUE 'E'.
               88  ORD-REJECTED         VALUE 'R'.
           05  ORD-RESERVED         PIC 9(013)V99.
           05  ORD-ENTRY-DATE       PIC X(008).
           05  ORD-ENTRY-TIME       PIC X(006).
           05  ORD-OPER-ID          PIC X(005).
           05  ORD-TERMID           PIC X(004).
      * SET BY ORDMATCH WHEN THE ORDER LEAVES THE BOOK - THE
      * BUSINESS DATE, AND ON A FILL THE CLOSE IT FILLED AT
           05  ORD-DONE-DATE        PIC X(008).
           05  ORD-FILL-PRICE       PIC 9(006)V99.
