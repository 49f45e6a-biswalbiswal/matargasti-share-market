       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSHJCONV.
      * ONE-SHOT CONVERSION OF THE CASH MOVEMENT JOURNAL TO THE
      * CURRENT CSHMREC LAYOUT.  INPUT IS THE OLD-LAYOUT CSHJ
      * EXTRAPARTITION DATASET (59-BYTE RECORDS, NO CANCELLATION
      * MARKER OR REFERENCE); OUTPUT IS THE SAME HISTORY IN
      * 68-BYTE RECORDS, EVERY ONE AN ORDINARY POSTING WITH A
      * REFERENCE OF SPACES - NOTHING WAS CANCELLED BEFORE P9
      * WENT LIVE.  WITHOUT THIS PASS, STMTRUN AND THE OTHER
      * READERS OF A MONTH OF HISTORY READ PRE-CONVERSION RECORDS
      * AGAINST THE NEW LENGTH.  THIS AND TRDJCONV MUST BOTH HAVE
      * RUN, AND THE CONVERTED DATASETS BE IN PLACE BEHIND TRDJ
      * AND CSHJ, BEFORE P3 AND P6 ARE RESTARTED ON THE NEW
      * LAYOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSHJOLD ASSIGN TO CSHJOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJOLD-STATUS.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CSHJOLD.
      * THE CASH MOVEMENT RECORD AS IT WAS BEFORE CANCELLATIONS
      * AND THE REFERENCE WERE ADDED - 59 BYTES.
       01  OLD-RECORD.
           05  OLD-CUST-ID      PIC X(005).
           05  OLD-TYPE         PIC X(001).
           05  OLD-AMOUNT       PIC 9(013)V99.
           05  OLD-BALANCE      PIC S9(013)V99.
           05  OLD-DATE         PIC X(008).
           05  OLD-TIME         PIC X(006).
           05  OLD-OPER-ID      PIC X(005).
           05  OLD-TERMID       PIC X(004).
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       WORKING-STORAGE SECTION.
       01  WS-CSHJOLD-STATUS       PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       77  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-WRITE-COUNT          PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           STOP RUN.

       INIT-PARA.
           OPEN INPUT CSHJOLD
           IF WS-CSHJOLD-STATUS NOT = '00'
               DISPLAY 'CSHJCONV: CSHJOLD OPEN FAILED - STATUS '
                   WS-CSHJOLD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CSHJRNL
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'CSHJCONV: CSHJRNL OPEN FAILED - STATUS '
                   WS-CSHJRNL-STATUS
               STOP RUN
           END-IF
           PERFORM READ-CSHJOLD-PARA.

       PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-CUST-ID   TO CSHM-CUST-ID
           MOVE OLD-TYPE      TO CSHM-TYPE
           MOVE OLD-AMOUNT    TO CSHM-AMOUNT
           MOVE OLD-BALANCE   TO CSHM-BALANCE
           MOVE OLD-DATE      TO CSHM-DATE
           MOVE OLD-TIME      TO CSHM-TIME
           MOVE OLD-OPER-ID   TO CSHM-OPER-ID
           MOVE OLD-TERMID    TO CSHM-TERMID
           SET CSHM-ORIGINAL  TO TRUE
           MOVE SPACES        TO CSHM-REF
           WRITE CSHM-RECORD
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'CSHJCONV: CSHJRNL WRITE FAILED - STATUS '
                   WS-CSHJRNL-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITE-COUNT
           PERFORM READ-CSHJOLD-PARA.

       READ-CSHJOLD-PARA.
           READ CSHJOLD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TERM-PARA.
           CLOSE CSHJOLD
           CLOSE CSHJRNL
           DISPLAY 'CSHJCONV: READ ' WS-READ-COUNT
               ' WRITTEN ' WS-WRITE-COUNT.
