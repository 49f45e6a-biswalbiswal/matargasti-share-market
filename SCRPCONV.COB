       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRPCONV.
      * ONE-SHOT CONVERSION OF THE SCRIP REFERENCE MASTER TO THE
      * CURRENT SCRPREC LAYOUT.  INPUT IS THE OLD-LAYOUT FILE
      * UNLOADED TO A FLAT FILE (36-BYTE RECORDS, NO ISIN, LOT OR
      * TRADING STATUS); OUTPUT IS A FRESHLY LOADED SCRIPMAS IN
      * WHICH EVERY SCRIP IS ACTIVE WITH A MARKET LOT OF ONE, SO
      * P3 TRADES EXACTLY AS BEFORE UNTIL A SUPERVISOR KEYS THE
      * REAL ISIN AND LOT ON THE P11 SCREEN.  WITHOUT THIS PASS,
      * PRE-CONVERSION RECORDS DO NOT MATCH THE NEW RECORD LENGTH
      * AND CARRY NO LOT FOR P3 TO DIVIDE BY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCRPOLD ASSIGN TO SCRPOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCRPOLD-STATUS.
           SELECT SCRIPMAS ASSIGN TO SCRIPMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCRP-CODE
               FILE STATUS IS WS-SCRIPMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCRPOLD.
      * THE SCRIP MASTER AS IT WAS BEFORE THE ISIN, LOT AND
      * STATUS FIELDS WERE ADDED - 36 BYTES.
       01  OLD-RECORD.
           05  OLD-CODE       PIC X(008).
           05  OLD-NAME       PIC X(020).
           05  OLD-LIST-DATE  PIC X(008).
       FD  SCRIPMAS.
      * SCRIP REFERENCE MASTER RECORD LAYOUT - SEE SCRPREC.COB
       COPY "SCRPREC.COB".
       WORKING-STORAGE SECTION.
       01  WS-SCRPOLD-STATUS       PIC X(02).
       01  WS-SCRIPMAS-STATUS      PIC X(02).

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
           OPEN INPUT SCRPOLD
           IF WS-SCRPOLD-STATUS NOT = '00'
               DISPLAY 'SCRPCONV: SCRPOLD OPEN FAILED - STATUS '
                   WS-SCRPOLD-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SCRIPMAS
           IF WS-SCRIPMAS-STATUS NOT = '00'
               DISPLAY 'SCRPCONV: SCRIPMAS OPEN FAILED - STATUS '
                   WS-SCRIPMAS-STATUS
               STOP RUN
           END-IF
           PERFORM READ-SCRPOLD-PARA.

       PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES        TO SCRP-RECORD
           MOVE OLD-CODE      TO SCRP-CODE
           MOVE OLD-NAME      TO SCRP-NAME
           MOVE OLD-LIST-DATE TO SCRP-LIST-DATE
           MOVE 1             TO SCRP-LOT-SIZE
           SET SCRP-ACTIVE TO TRUE
           WRITE SCRP-RECORD
               INVALID KEY
                   PERFORM DUP-KEY-PARA
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE
           PERFORM READ-SCRPOLD-PARA.

       DUP-KEY-PARA.
           ADD 1 TO WS-DUP-COUNT
           DISPLAY 'SCRPCONV: ' OLD-CODE
               ' DUPLICATE OR OUT OF SEQUENCE - NOT LOADED'.

       READ-SCRPOLD-PARA.
           READ SCRPOLD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       TERM-PARA.
           CLOSE SCRPOLD
           CLOSE SCRIPMAS
           DISPLAY 'SCRPCONV: READ ' WS-READ-COUNT
               ' LOADED ' WS-LOAD-COUNT
               ' REJECTED ' WS-DUP-COUNT.
