       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDTCHK.
      * BUSINESS DATE CONTROL, CALLED BY EVERY NIGHTLY BATCH JOB
      * AS IT STARTS AND AGAIN AS IT FINISHES - SEE BDTPARM.COB.
      * THE START CALL HANDS BACK THE BUSINESS DATE THE JOB IS TO
      * PROCESS, SO A RERUN AFTER MIDNIGHT OR A JOB HELD OVER TO
      * THE MORNING STILL WORKS THE RIGHT DAY.  IT REFUSES THE
      * JOB IF ANY PREDECESSOR HAS NOT COMPLETED FOR THAT DATE,
      * OR IF THE JOB HAS ITSELF ALREADY COMPLETED FOR IT AND
      * OPERATIONS HAVE NOT FLAGGED A RERUN.  THE FINISH CALL
      * MARKS THE JOB COMPLETE FOR THE DATE IT WAS GIVEN.  AN
      * ON-DEMAND INQUIRY OUTSIDE THE NIGHTLY SEQUENCE MAKES A
      * DATE CALL INSTEAD - IT IS HANDED THE BUSINESS DATE AND
      * NOTHING ON THE CONTROL FILE IS CHECKED OR CHANGED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDTCTL ASSIGN TO BDTCTL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDT-KEY
               FILE STATUS IS WS-BDTCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BDTCTL.
      * BUSINESS DATE CONTROL RECORD LAYOUT - SEE BDTREC.COB
       COPY "BDTREC.COB".
       WORKING-STORAGE SECTION.
       01  WS-BDTCTL-STATUS        PIC X(02).
       77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-CLOCK-DATE-N         PIC 9(08).
       01  WS-CLOCK-DATE-X         PIC X(08).
       01  WS-CLOCK-TIME-N         PIC 9(08).
       01  WS-CLOCK-TIME-X         PIC X(08).
       01  WS-BUS-DATE             PIC X(08).

      * THE JOB'S OWN CONTROL RECORD, HELD WHILE ITS PREDECESSORS
      * ARE READ INTO THE RECORD AREA
       01  WS-JOB-RECORD           PIC X(080).
       01  WS-PRED-JOB             PIC X(08).
       LINKAGE SECTION.
       01  PS-BDT-PARM.
           05  PS-FUNCTION         PIC X(01).
               88  PS-START            VALUE 'S'.
               88  PS-END              VALUE 'E'.
               88  PS-DATE-ONLY        VALUE 'D'.
           05  PS-JOB              PIC X(08).
           05  PS-BUS-DATE         PIC X(08).
           05  PS-RC               PIC X(02).
       PROCEDURE DIVISION USING PS-BDT-PARM.
       MAIN-PARA.
           MOVE '00' TO PS-RC
           ACCEPT WS-CLOCK-DATE-N FROM DATE YYYYMMDD
           MOVE WS-CLOCK-DATE-N TO WS-CLOCK-DATE-X
           ACCEPT WS-CLOCK-TIME-N FROM TIME
           MOVE WS-CLOCK-TIME-N TO WS-CLOCK-TIME-X
           IF PS-DATE-ONLY
               OPEN INPUT BDTCTL
           ELSE
               OPEN I-O BDTCTL
           END-IF
           IF WS-BDTCTL-STATUS NOT = '00'
               DISPLAY 'BDTCHK: BDTCTL OPEN FAILED - STATUS '
                   WS-BDTCTL-STATUS
               MOVE '10' TO PS-RC
               GOBACK
           END-IF
           EVALUATE TRUE
               WHEN PS-START
                   PERFORM START-JOB-PARA
               WHEN PS-END
                   PERFORM END-JOB-PARA
               WHEN PS-DATE-ONLY
                   PERFORM READ-DATE-PARA
               WHEN OTHER
                   DISPLAY 'BDTCHK: INVALID FUNCTION ' PS-FUNCTION
                       ' FROM ' PS-JOB
                   MOVE '90' TO PS-RC
           END-EVALUATE
           CLOSE BDTCTL
           GOBACK.

      * THE CHECKS RUN IN ORDER AND THE FIRST FAILURE STOPS THE
      * JOB - NOTHING ON THE CONTROL FILE CHANGES UNLESS THE JOB
      * IS LET THROUGH.
       START-JOB-PARA.
           MOVE '*BUSDATE' TO BDT-KEY
           READ BDTCTL
               INVALID KEY
                   DISPLAY 'BDTCHK: NO BUSINESS DATE ON BDTCTL'
                   MOVE '20' TO PS-RC
           END-READ
           IF PS-RC = '00'
               MOVE BDT-BUS-DATE TO WS-BUS-DATE PS-BUS-DATE
               PERFORM READ-JOB-PARA
           END-IF
           IF PS-RC = '00'
               PERFORM CHECK-PRED-PARA
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 3 OR PS-RC NOT = '00'
           END-IF
           IF PS-RC = '00'
               PERFORM CHECK-RERUN-PARA
           END-IF
           IF PS-RC = '00'
               PERFORM MARK-STARTED-PARA
           END-IF.

      * THE DATE CALL ONLY READS THE BUSINESS DATE - THE JOB NEED
      * NOT BE DEFINED ON BDTCTL AND MAY ASK AS OFTEN AS IT LIKES.
       READ-DATE-PARA.
           MOVE '*BUSDATE' TO BDT-KEY
           READ BDTCTL
               INVALID KEY
                   DISPLAY 'BDTCHK: NO BUSINESS DATE ON BDTCTL'
                   MOVE '20' TO PS-RC
               NOT INVALID KEY
                   MOVE BDT-BUS-DATE TO PS-BUS-DATE
           END-READ.

       READ-JOB-PARA.
           MOVE PS-JOB TO BDT-KEY
           READ BDTCTL
               INVALID KEY
                   DISPLAY 'BDTCHK: JOB ' PS-JOB
                       ' IS NOT DEFINED ON BDTCTL'
                   MOVE '30' TO PS-RC
               NOT INVALID KEY
                   MOVE BDT-RECORD TO WS-JOB-RECORD
           END-READ.

      * A PREDECESSOR IS SATISFIED ONLY BY A COMPLETED RUN FOR THE
      * SAME BUSINESS DATE.
       CHECK-PRED-PARA.
           MOVE WS-JOB-RECORD TO BDT-RECORD
           MOVE BDT-PRED-JOB(WS-SUB) TO WS-PRED-JOB
           IF WS-PRED-JOB NOT = SPACES
               MOVE WS-PRED-JOB TO BDT-KEY
               READ BDTCTL
                   INVALID KEY
                       MOVE SPACES TO BDT-JOB-STATUS BDT-JOB-DATE
               END-READ
               IF NOT BDT-JOB-COMPLETE
                   OR BDT-JOB-DATE NOT = WS-BUS-DATE
                   DISPLAY 'BDTCHK: ' PS-JOB ' REFUSED - '
                       WS-PRED-JOB ' HAS NOT COMPLETED FOR '
                       WS-BUS-DATE
                   MOVE '40' TO PS-RC
               END-IF
           END-IF.

      * A RUN THAT STARTED FOR THE DATE BUT NEVER FINISHED MAY GO
      * AGAIN - THAT IS A RESTART.  ONE THAT FINISHED NEEDS THE
      * RERUN FLAG, AND USES IT UP.
       CHECK-RERUN-PARA.
           MOVE WS-JOB-RECORD TO BDT-RECORD
           IF BDT-JOB-DATE = WS-BUS-DATE
               EVALUATE TRUE
                   WHEN BDT-JOB-COMPLETE AND BDT-RERUN-ALLOWED
                       DISPLAY 'BDTCHK: ' PS-JOB ' RERUN FOR '
                           WS-BUS-DATE
                   WHEN BDT-JOB-COMPLETE
                       DISPLAY 'BDTCHK: ' PS-JOB
                           ' ALREADY COMPLETED FOR ' WS-BUS-DATE
                           ' - RERUN NOT FLAGGED'
                       MOVE '50' TO PS-RC
                   WHEN BDT-JOB-INPROGRESS
                       DISPLAY 'BDTCHK: ' PS-JOB ' RUN FOR '
                           WS-BUS-DATE ' DID NOT COMPLETE'
                           ' - RESTARTING'
               END-EVALUATE
           END-IF.

       MARK-STARTED-PARA.
           MOVE WS-JOB-RECORD TO BDT-RECORD
           SET BDT-JOB-INPROGRESS TO TRUE
           MOVE WS-BUS-DATE     TO BDT-JOB-DATE
           MOVE 'N'             TO BDT-RERUN-SW
           MOVE WS-CLOCK-DATE-X TO BDT-START-DATE
           MOVE WS-CLOCK-TIME-X(1:6) TO BDT-START-TIME
           MOVE SPACES          TO BDT-END-DATE BDT-END-TIME
           REWRITE BDT-RECORD
           IF WS-BDTCTL-STATUS NOT = '00'
               DISPLAY 'BDTCHK: REWRITE FAILED FOR ' PS-JOB
                   ' - STATUS ' WS-BDTCTL-STATUS
               MOVE '10' TO PS-RC
           ELSE
               DISPLAY 'BDTCHK: ' PS-JOB ' STARTED FOR BUSINESS DATE '
                   WS-BUS-DATE
           END-IF.

       END-JOB-PARA.
           MOVE PS-JOB TO BDT-KEY
           READ BDTCTL
               INVALID KEY
                   DISPLAY 'BDTCHK: JOB ' PS-JOB
                       ' IS NOT DEFINED ON BDTCTL'
                   MOVE '30' TO PS-RC
           END-READ
           IF PS-RC = '00'
               AND (NOT BDT-JOB-INPROGRESS
                   OR BDT-JOB-DATE NOT = PS-BUS-DATE)
               DISPLAY 'BDTCHK: ' PS-JOB ' WAS NOT STARTED FOR '
                   PS-BUS-DATE
               MOVE '60' TO PS-RC
           END-IF
           IF PS-RC = '00'
               SET BDT-JOB-COMPLETE TO TRUE
               MOVE WS-CLOCK-DATE-X TO BDT-END-DATE
               MOVE WS-CLOCK-TIME-X(1:6) TO BDT-END-TIME
               REWRITE BDT-RECORD
               IF WS-BDTCTL-STATUS NOT = '00'
                   DISPLAY 'BDTCHK: REWRITE FAILED FOR ' PS-JOB
                       ' - STATUS ' WS-BDTCTL-STATUS
                   MOVE '10' TO PS-RC
               ELSE
                   DISPLAY 'BDTCHK: ' PS-JOB
                       ' COMPLETED FOR BUSINESS DATE ' PS-BUS-DATE
               END-IF
           END-IF.
