           05  CASH-BALANCE     PIC S9(013)V99.
           05  CASH-LAST-DATE   PIC X(008).
           05  CASH-LAST-TIME   PIC X(006).
      * CASH HELD AGAINST THE CUSTOMER'S OPEN LIMIT BUY ORDERS ON
      * ORDMAS - TAKEN WHEN THE ORDER IS ENTERED ON P12, GIVEN UP
      * BY THE ORDMATCH RUN WHEN THE ORDER FILLS, EXPIRES OR IS
      * REJECTED.  IT IS PART OF THE BALANCE, NOT A POSTING, SO
      * NOTHING IS JOURNALLED FOR IT; BUT ONLY THE BALANCE LESS
      * THE RESERVATION IS FREE FOR A P3 BUY OR A P6 WITHDRAWAL.
           05  CASH-RESERVED    PIC S9(013)V99.
