       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRDJCONV.
      * ONE-SHOT CONVERSION OF THE TRADE HISTORY JOURNAL TO THE
      * CURRENT TRDREC LAYOUT.  INPUT IS THE OLD-LAYOUT TRDJ
      * EXTRAPARTITION DATASET (97-BYTE RECORDS, NO CANCELLATION
      * MARKER OR CHARGES); OUTPUT IS THE SAME HISTORY IN 171-BYTE
      * RECORDS, EVERY ONE AN ORDINARY EXECUTION WITH NO ORIGINAL
      * DATE AND TIME AND ZERO CHARGES AND NET AMOUNT - NOTHING
      * WAS CANCELLED OR CHARGED BEFORE P9 AND THE CHARGES
      * SCHEDULE WENT LIVE.  WITHOUT THIS PASS, GAINSRPT,
      * STMTRUN AND THE OTHER READERS OF A YEAR OR A MONTH OF
      * HISTORY READ PRE-CONVERSION RECORDS AGAINST THE NEW
      * LENGTH.  THIS AND CSHJCONV MUST BOTH HAVE RUN, AND THE
      * CONVERTED DATASETS BE IN PLACE BEHIND TRDJ AND CSHJ,
      * BEFORE P3 AND P6 ARE RESTARTED ON THE NEW LAYOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRDJOLD ASSIGN TO TRDJOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDJOLD-STATUS.
           SELECT TRDJRNL ASSIGN TO TRDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRDJOLD.
      * THE TRADE HISTORY RECORD AS IT WAS BEFORE CANCELLATIONS
      * AND CHARGES WERE ADDED - 97 BYTES.
       01  OLD-RECORD.
           05  OLD-CUST-ID      PIC X(005).
           05  OLD-SCRIP        PIC X(008).
           05  OLD-BS           PIC X(001).
           05  OLD-QTY          PIC 9(007).
           05  OLD-PRICE        PIC 9(006)V99.
           05  OLD-DATE         PIC X(008).
           05  OLD-TIME         PIC X(006).
           05  OLD-OPER-ID      PIC X(005).
           05  OLD-TERMID       PIC X(004).
           05  OLD-COST-AMT     PIC S9(013)V99.
           05  OLD-PROCEEDS     PIC S9(013)V99.
           05  OLD-REALIZED     PIC S9(013)V99.
       FD  TRDJRNL.
      * TRADE HISTORY RECORD LAYOUT - SEE TRDREC.COB
       COPY "TRDREC.COB".
       WORKING-STORAGE SECTION.
       01  WS-TRDJOLD-STATUS       PIC X(02).
       01  WS-TRDJRNL-STATUS       PIC X(02).

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
           OPEN INPUT TRDJOLD
           IF WS-TRDJOLD-STATUS NOT = '00'
               DISPLAY 'TRDJCONV: TRDJOLD OPEN FAILED - STATUS '
                   WS-TRDJOLD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TRDJRNL
           IF WS-TRDJRNL-STATUS NOT = '00'
               DISPLAY 'TRDJCONV: TRDJRNL OPEN FAILED - STATUS '
                   WS-TRDJRNL-STATUS
               STOP RUN
           END-IF
           PERFORM READ-TRDJOLD-PARA.

       PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE OLD-CUST-ID   TO TRD-CUST-ID
           MOVE OLD-SCRIP     TO TRD-SCRIP
           MOVE OLD-BS        TO TRD-BS
           MOVE OLD-QTY       TO TRD-QTY
           MOVE OLD-PRICE     TO TRD-PRICE
           MOVE OLD-DATE      TO TRD-DATE
           MOVE OLD-TIME      TO TRD-TIME
           MOVE OLD-OPER-ID   TO TRD-OPER-ID
           MOVE OLD-TERMID    TO TRD-TERMID
           MOVE OLD-COST-AMT  TO TRD-COST-AMT
           MOVE OLD-PROCEEDS  TO TRD-PROCEEDS
           MOVE OLD-REALIZED  TO TRD-REALIZED
           SET TRD-ORIGINAL   TO TRUE
           MOVE SPACES        TO TRD-ORIG-DATE TRD-ORIG-TIME
           MOVE ZERO          TO TRD-BROKERAGE TRD-TXN-TAX
               TRD-STAMP-DUTY TRD-EXCH-FEE TRD-NET-AMT
           WRITE TRD-RECORD
           IF WS-TRDJRNL-STATUS NOT = '00'
               DISPLAY 'TRDJCONV: TRDJRNL WRITE FAILED - STATUS '
                   WS-TRDJRNL-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-WRITE-COUNT
           PERFORM READ-TRDJOLD-PARA.

       READ-TRDJOLD-PARA.
           READ TRDJOLD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TERM-PARA.
           CLOSE TRDJOLD
           CLOSE TRDJRNL
           DISPLAY 'TRDJCONV: READ ' WS-READ-COUNT
               ' WRITTEN ' WS-WRITE-COUNT.
