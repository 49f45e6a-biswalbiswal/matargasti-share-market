       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHCONV.
      * ONE-SHOT CONVERSION OF THE CASH ACCOUNT FILE TO THE
      * CURRENT CASHREC LAYOUT.  INPUT IS THE OLD-LAYOUT FILE
      * UNLOADED TO A FLAT FILE (34-BYTE RECORDS, NO RESERVATION
      * FIELD); OUTPUT IS A FRESHLY LOADED CASHMAS WITH NOTHING
      * RESERVED ON ANY ACCOUNT - THERE ARE NO LIMIT ORDERS UNTIL
      * THE ORDER BOOK GOES LIVE.  WITHOUT THIS PASS,
      * PRE-CONVERSION RECORDS DO NOT MATCH THE NEW RECORD LENGTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASHOLD ASSIGN TO CASHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASHOLD-STATUS.
           SELECT CASHMAS ASSIGN TO CASHMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASH-CUST-ID
               FILE STATUS IS WS-CASHMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CASHOLD.
      * THE CASH ACCOUNT AS IT WAS BEFORE THE RESERVATION FIELD
      * WAS ADDED - 34 BYTES.
       01  OLD-RECORD.
           05  OLD-CUST-ID    PIC X(005).
           05  OLD-BALANCE    PIC S9(013)V99.
           05  OLD-LAST-DATE  PIC X(008).
           05  OLD-LAST-TIME  PIC X(006).
       FD  CASHMAS.
      * CASH ACCOUNT RECORD LAYOUT - SEE CASHREC.COB
       COPY "CASHREC.COB".
       WORKING-STORAGE SECTION.
       01  WS-CASHOLD-STATUS       PIC X(02).
       01  WS-CASHMAS-STATUS       PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       77  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-LOAD-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-DUP-COUNT            PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           STOP RUN.

       INIT-PARA.
           OPEN INPUT CASHOLD
           IF WS-CASHOLD-STATUS NOT = '00'
               DISPLAY 'CASHCONV: CASHOLD OPEN FAILED - STATUS '
                   WS-CASHOLD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CASHMAS
           IF WS-CASHMAS-STATUS NOT = '00'
               DISPLAY 'CASHCONV: CASHMAS OPEN FAILED - STATUS '
                   WS-CASHMAS-STATUS
               STOP RUN
           END-IF
           PERFORM READ-CASHOLD-PARA.

       PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-CUST-ID   TO CASH-CUST-ID
           MOVE OLD-BALANCE   TO CASH-BALANCE
           MOVE OLD-LAST-DATE TO CASH-LAST-DATE
           MOVE OLD-LAST-TIME TO CASH-LAST-TIME
           MOVE ZERO          TO CASH-RESERVED
           WRITE CASH-RECORD
               INVALID KEY
                   PERFORM DUP-KEY-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE
           PERFORM READ-CASHOLD-PARA.

       DUP-KEY-PARA.
           ADD 1 TO WS-DUP-COUNT
           DISPLAY 'CASHCONV: ' OLD-CUST-ID
               ' DUPLICATE OR OUT OF SEQUENCE - NOT LOADED'.

       READ-CASHOLD-PARA.
           READ CASHOLD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TERM-PARA.
           CLOSE CASHOLD
           CLOSE CASHMAS
           DISPLAY 'CASHCONV: READ ' WS-READ-COUNT
               ' LOADED ' WS-LOAD-COUNT
               ' REJECTED ' WS-DUP-COUNT.
