       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDTLOAD.
      * OPERATIONS' CONTROL CARD RUN FOR THE BUSINESS DATE CONTROL
      * FILE AND THE HOLIDAY CALENDAR.  IT SITS OUTSIDE THE NIGHT'S
      * SEQUENCE - IT IS HOW THE SEQUENCE IS SET UP AND HOW A RERUN
      * IS LET THROUGH - SO IT DOES NOT ASK BDTCHK FOR LEAVE TO RUN
      * AND DATES ITS LISTING FROM THE CLOCK.  CARD TYPES:
      *   D CCYYMMDD               SET THE BUSINESS DATE
      *   J JOBNAME  PRED1   PRED2   PRED3
      *                            DEFINE A JOB AND ITS PREDECESSORS
      *                            (E.G. J PORTVAL  PRICEDIT)
      *   R JOBNAME                FLAG A COMPLETED JOB FOR RERUN
      *   H CCYYMMDD DESCRIPTION   ADD AN EXCHANGE HOLIDAY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDTCARD ASSIGN TO BDTCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDTCARD-STATUS.
           SELECT BDTCTL ASSIGN TO BDTCTL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BDT-KEY
               FILE STATUS IS WS-BDTCTL-STATUS.
           SELECT HOLCAL ASSIGN TO HOLCAL
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-DATE
               FILE STATUS IS WS-HOLCAL-STATUS.
           SELECT BDTLIST ASSIGN TO BDTLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDTLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BDTCARD.
       01  CARD-RECORD.
           05  CARD-TYPE           PIC X(001).
               88  CARD-SET-DATE       VALUE 'D'.
               88  CARD-DEFINE-JOB     VALUE 'J'.
               88  CARD-RERUN          VALUE 'R'.
               88  CARD-HOLIDAY        VALUE 'H'.
           05  FILLER              PIC X(001).
           05  CARD-DATA           PIC X(078).
           05  CARD-DATE-DATA REDEFINES CARD-DATA.
               10  CARD-DATE       PIC X(008).
               10  FILLER          PIC X(001).
               10  CARD-HOL-DESC   PIC X(030).
               10  FILLER          PIC X(039).
           05  CARD-JOB-DATA REDEFINES CARD-DATA.
               10  CARD-JOB        PIC X(008).
               10  FILLER          PIC X(001).
               10  CARD-PRED-ENTRY OCCURS 3 TIMES.
                   15  CARD-PRED   PIC X(008).
                   15  FILLER      PIC X(001).
               10  FILLER          PIC X(042).
       FD  BDTCTL.
      * BUSINESS DATE CONTROL RECORD LAYOUT - SEE BDTREC.COB
       COPY "BDTREC.COB".
       FD  HOLCAL.
      * HOLIDAY CALENDAR RECORD LAYOUT - SEE HOLREC.COB
       COPY "HOLREC.COB".
       FD  BDTLIST.
       01  RPT-LINE                PIC X(080).
       WORKING-STORAGE SECTION.
       01  WS-BDTCARD-STATUS       PIC X(02).
       01  WS-BDTCTL-STATUS        PIC X(02).
       01  WS-HOLCAL-STATUS        PIC X(02).
       01  WS-BDTLIST-STATUS       PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

       01  WS-RUN-DATE-N           PIC 9(08).
       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-RUN-TIME-N           PIC 9(08).
       01  WS-RUN-TIME-X           PIC X(08).
       77  WS-SUB                  PIC 9(02) COMP VALUE ZERO.

      * CARD DATE EDIT
       01  WS-CARD-DATE.
           05  WS-CD-CCYY          PIC 9(04).
           05  WS-CD-MM            PIC 9(02).
           05  WS-CD-DD            PIC 9(02).
       01  WS-CARD-DATE-X REDEFINES WS-CARD-DATE
                                   PIC X(08).
       01  WS-DATE-OK-SW           PIC X(01).
           88  WS-DATE-OK              VALUE 'Y'.

       01  WS-RESULT               PIC X(040).

       77  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(080) VALUE
           'BUSINESS DATE CONTROL CARD LISTING'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(062) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(080) VALUE SPACES.

       01  WS-CARD-LINE.
           05  WS-CL-CARD          PIC X(038).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-RESULT        PIC X(040).

       01  WS-TOT-LINE-1.
           05  FILLER              PIC X(020) VALUE
               'CARDS READ:         '.
           05  WS-TOT-READ         PIC ZZZZ9.
           05  FILLER              PIC X(055) VALUE SPACES.
       01  WS-TOT-LINE-2.
           05  FILLER              PIC X(020) VALUE
               'CARDS APPLIED:      '.
           05  WS-TOT-APPLIED      PIC ZZZZ9.
           05  FILLER              PIC X(055) VALUE SPACES.
       01  WS-TOT-LINE-3.
           05  FILLER              PIC X(020) VALUE
               'CARDS REJECTED:     '.
           05  WS-TOT-REJECT       PIC ZZZZ9.
           05  FILLER              PIC X(055) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           STOP RUN.

       INIT-PARA.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-N TO WS-RUN-DATE-X
           ACCEPT WS-RUN-TIME-N FROM TIME
           MOVE WS-RUN-TIME-N TO WS-RUN-TIME-X
           OPEN INPUT BDTCARD
           IF WS-BDTCARD-STATUS NOT = '00'
               DISPLAY 'BDTLOAD: BDTCARD OPEN FAILED - STATUS '
                   WS-BDTCARD-STATUS
               STOP RUN
           END-IF
           OPEN I-O BDTCTL
           IF WS-BDTCTL-STATUS NOT = '00'
               DISPLAY 'BDTLOAD: BDTCTL OPEN FAILED - STATUS '
                   WS-BDTCTL-STATUS
               STOP RUN
           END-IF
           OPEN I-O HOLCAL
           IF WS-HOLCAL-STATUS NOT = '00'
               DISPLAY 'BDTLOAD: HOLCAL OPEN FAILED - STATUS '
                   WS-HOLCAL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT BDTLIST
           IF WS-BDTLIST-STATUS NOT = '00'
               DISPLAY 'BDTLOAD: BDTLIST OPEN FAILED - STATUS '
                   WS-BDTLIST-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA
           PERFORM READ-BDTCARD-PARA.

      * EACH CARD IS LISTED WITH WHAT WAS DONE WITH IT.
       PROCESS-PARA.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN CARD-SET-DATE
                   PERFORM SET-DATE-PARA
               WHEN CARD-DEFINE-JOB
                   PERFORM DEFINE-JOB-PARA
               WHEN CARD-RERUN
                   PERFORM FLAG-RERUN-PARA
               WHEN CARD-HOLIDAY
                   PERFORM ADD-HOLIDAY-PARA
               WHEN OTHER
                   MOVE 'REJECTED - CARD TYPE NOT D, J, R OR H'
                       TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT(1:8) = 'REJECTED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           MOVE CARD-RECORD TO WS-CL-CARD
           MOVE WS-RESULT   TO WS-CL-RESULT
           WRITE RPT-LINE FROM WS-CARD-LINE
           PERFORM READ-BDTCARD-PARA.

      * SETTING THE DATE BY CARD IS FOR THE FIRST NIGHT AND FOR
      * RECOVERY - ON ANY OTHER NIGHT BDTROLL MOVES IT.
       SET-DATE-PARA.
           PERFORM EDIT-CARD-DATE-PARA
           IF NOT WS-DATE-OK
               MOVE 'REJECTED - DATE NOT CCYYMMDD' TO WS-RESULT
           ELSE
               MOVE '*BUSDATE' TO BDT-KEY
               READ BDTCTL
                   INVALID KEY
                       MOVE SPACES TO BDT-DATA
                       MOVE '*BUSDATE' TO BDT-KEY
                       MOVE CARD-DATE TO BDT-BUS-DATE
                       PERFORM STAMP-DATE-PARA
                       WRITE BDT-RECORD
                   NOT INVALID KEY
                       MOVE BDT-BUS-DATE TO BDT-PREV-DATE
                       MOVE CARD-DATE TO BDT-BUS-DATE
                       PERFORM STAMP-DATE-PARA
                       REWRITE BDT-RECORD
               END-READ
               PERFORM CHECK-CTL-WRITE-PARA
               IF WS-RESULT = SPACES
                   MOVE 'BUSINESS DATE SET' TO WS-RESULT
               END-IF
           END-IF.

       STAMP-DATE-PARA.
           MOVE WS-RUN-DATE-X TO BDT-SET-DATE
           MOVE WS-RUN-TIME-X(1:6) TO BDT-SET-TIME.

      * A NEW JOB STARTS WITH NO RUN HISTORY; REDEFINING AN
      * EXISTING ONE ONLY REPLACES ITS PREDECESSORS.
       DEFINE-JOB-PARA.
           IF CARD-JOB = SPACES OR CARD-JOB = '*BUSDATE'
               MOVE 'REJECTED - NO JOB NAME' TO WS-RESULT
           ELSE
               MOVE CARD-JOB TO BDT-KEY
               READ BDTCTL
                   INVALID KEY
                       MOVE SPACES TO BDT-DATA
                       MOVE CARD-JOB TO BDT-KEY
                       PERFORM MOVE-PRED-PARA
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 3
                       MOVE 'N' TO BDT-RERUN-SW
                       WRITE BDT-RECORD
                   NOT INVALID KEY
                       PERFORM MOVE-PRED-PARA
                           VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 3
                       REWRITE BDT-RECORD
               END-READ
               PERFORM CHECK-CTL-WRITE-PARA
               IF WS-RESULT = SPACES
                   MOVE 'JOB DEFINED' TO WS-RESULT
               END-IF
           END-IF.

       MOVE-PRED-PARA.
           MOVE CARD-PRED(WS-SUB) TO BDT-PRED-JOB(WS-SUB).

       FLAG-RERUN-PARA.
           MOVE CARD-JOB TO BDT-KEY
           READ BDTCTL
               INVALID KEY
                   MOVE 'REJECTED - JOB NOT DEFINED' TO WS-RESULT
               NOT INVALID KEY
                   IF BDT-DATE-RECORD
                       MOVE 'REJECTED - NOT A JOB' TO WS-RESULT
                   ELSE
                       MOVE 'Y' TO BDT-RERUN-SW
                       REWRITE BDT-RECORD
                       PERFORM CHECK-CTL-WRITE-PARA
                       IF WS-RESULT = SPACES
                           MOVE 'RERUN FLAGGED' TO WS-RESULT
                       END-IF
                   END-IF
           END-READ.

       ADD-HOLIDAY-PARA.
           PERFORM EDIT-CARD-DATE-PARA
           IF NOT WS-DATE-OK
               MOVE 'REJECTED - DATE NOT CCYYMMDD' TO WS-RESULT
           ELSE
               MOVE CARD-DATE     TO HOL-DATE
               MOVE CARD-HOL-DESC TO HOL-DESC
               WRITE HOL-RECORD
               IF WS-HOLCAL-STATUS = '22'
                   REWRITE HOL-RECORD
               END-IF
               IF WS-HOLCAL-STATUS NOT = '00'
                   MOVE 'REJECTED - HOLCAL WRITE FAILED'
                       TO WS-RESULT
               ELSE
                   MOVE 'HOLIDAY ADDED' TO WS-RESULT
               END-IF
           END-IF.

       CHECK-CTL-WRITE-PARA.
           IF WS-BDTCTL-STATUS NOT = '00'
               MOVE 'REJECTED - BDTCTL WRITE FAILED' TO WS-RESULT
           END-IF.

       EDIT-CARD-DATE-PARA.
           MOVE 'N' TO WS-DATE-OK-SW
           MOVE CARD-DATE TO WS-CARD-DATE-X
           IF WS-CARD-DATE-X IS NUMERIC
               IF WS-CD-MM >= 01 AND WS-CD-MM <= 12
                   AND WS-CD-DD >= 01 AND WS-CD-DD <= 31
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       READ-BDTCARD-PARA.
           READ BDTCARD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2
           WRITE RPT-LINE FROM WS-BLANK-LINE.

       TERM-PARA.
           MOVE WS-READ-COUNT    TO WS-TOT-READ
           MOVE WS-APPLIED-COUNT TO WS-TOT-APPLIED
           MOVE WS-REJECT-COUNT  TO WS-TOT-REJECT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-LINE-1
           WRITE RPT-LINE FROM WS-TOT-LINE-2
           WRITE RPT-LINE FROM WS-TOT-LINE-3
           CLOSE BDTCARD
           CLOSE BDTCTL
           CLOSE HOLCAL
           CLOSE BDTLIST.
