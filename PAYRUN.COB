       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRUN.
      * NIGHTLY BANK PAYMENT INSTRUCTION RUN.  EVERY PAYOUT P6 HAS
      * RAISED AGAINST A CUSTOMER'S VERIFIED BANK MANDATE GOES TO
      * THE BANK ON TONIGHT'S INSTRUCTION FILE - ONE HEADER, ONE
      * DETAIL PER PAYOUT AND A TRAILER CARRYING THE BATCH CONTROL
      * TOTALS THE BANK PROVES THE FILE AGAINST - AND IS MARKED
      * SENT WITH THE BUSINESS DATE.  A RERUN FOR THE SAME DATE
      * PICKS UP WHAT THAT DATE ALREADY MARKED SENT AS WELL, SO IT
      * REBUILDS THE WHOLE BATCH RATHER THAN LOSING THE PART OF
      * IT THAT A FAILED RUN HAD MARKED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMAS ASSIGN TO PAYMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMAS-STATUS.
      * THE FILE TRANSMITTED TO THE BANK
           SELECT PAYINST ASSIGN TO PAYINST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYINST-STATUS.
           SELECT PAYLIST ASSIGN TO PAYLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMAS.
      * PAYOUT REQUEST RECORD LAYOUT - SEE PAYREC.COB
       COPY "PAYREC.COB".
       FD  PAYINST.
      * THE BANK'S PAYMENT INSTRUCTION LAYOUT - 100 BYTES, THE
      * FIRST BYTE SAYING WHICH OF THE THREE RECORDS IT IS.  THE
      * REFERENCE IS THE PAYOUT KEY AND COMES BACK ON THE BANK'S
      * RETURN FILE - SEE PAYRTN.
       01  INS-HEADER.
           05  INS-H-TYPE          PIC X(001).
           05  INS-H-BATCH-DATE    PIC X(008).
           05  INS-H-CREATE-DATE   PIC X(008).
           05  INS-H-CREATE-TIME   PIC X(006).
           05  FILLER              PIC X(077).
       01  INS-DETAIL.
           05  INS-D-TYPE          PIC X(001).
           05  INS-D-REF           PIC X(019).
           05  INS-D-ACCT-NO       PIC X(018).
           05  INS-D-BRANCH        PIC X(011).
           05  INS-D-HOLDER        PIC X(030).
           05  INS-D-AMOUNT        PIC 9(013)V99.
           05  FILLER              PIC X(006).
       01  INS-TRAILER.
           05  INS-T-TYPE          PIC X(001).
           05  INS-T-BATCH-DATE    PIC X(008).
           05  INS-T-COUNT         PIC 9(007).
           05  INS-T-AMOUNT        PIC 9(015)V99.
           05  FILLER              PIC X(067).
       FD  PAYLIST.
       01  RPT-LINE                PIC X(080).
       WORKING-STORAGE SECTION.
       01  WS-PAYMAS-STATUS        PIC X(02).
       01  WS-PAYINST-STATUS       PIC X(02).
       01  WS-PAYLIST-STATUS       PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-CLOCK-DATE-N         PIC 9(08).
       01  WS-CLOCK-TIME-N         PIC 9(08).
       01  WS-CLOCK-TIME-X         PIC X(08).

      * BATCH CONTROL TOTALS - CARRIED ON THE TRAILER AND PRINTED
      * ON THE CONTROL LISTING FOR TREASURY TO AGREE WITH THE
      * BANK'S ACKNOWLEDGEMENT.
       77  WS-INS-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-INS-AMOUNT           PIC 9(015)V99 VALUE ZERO.
       77  WS-RESENT-COUNT         PIC 9(07) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(080) VALUE
           'BANK PAYMENT INSTRUCTION FILE - CONTROL LISTING'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(062) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(080) VALUE SPACES.
       01  WS-COL-LINE.
           05  FILLER              PIC X(040) VALUE
               'CUST   DATE     TIME    ACCOUNT NUMBER  '.
           05  FILLER              PIC X(040) VALUE
               '    BRANCH                 AMOUNT'.

       01  WS-DETAIL-LINE.
           05  WS-DET-CUST         PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-DATE         PIC X(008).
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-TIME         PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-ACCT         PIC X(018).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-BRANCH       PIC X(011).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-AMOUNT       PIC ZZZZZZZZZZZZ9.99.
           05  FILLER              PIC X(007) VALUE SPACES.

       01  WS-NONE-LINE            PIC X(080) VALUE
           'NO PAYOUTS TO SEND - HEADER AND TRAILER ONLY'.
       01  WS-TOT-LINE-1.
           05  FILLER              PIC X(020) VALUE
               'INSTRUCTIONS:       '.
           05  WS-TOT-COUNT        PIC ZZZZZZ9.
           05  FILLER              PIC X(053) VALUE SPACES.
       01  WS-TOT-LINE-2.
           05  FILLER              PIC X(020) VALUE
               'BATCH TOTAL:        '.
           05  WS-TOT-AMOUNT       PIC ZZZZZZZZZZZZZZ9.99.
           05  FILLER              PIC X(042) VALUE SPACES.
       01  WS-TOT-LINE-3.
           05  FILLER              PIC X(020) VALUE
               'OF WHICH RESENT:    '.
           05  WS-TOT-RESENT       PIC ZZZZZZ9.
           05  FILLER              PIC X(053) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'PAYRUN' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'PAYRUN: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           ACCEPT WS-CLOCK-DATE-N FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME-N FROM TIME
           MOVE WS-CLOCK-TIME-N TO WS-CLOCK-TIME-X
           OPEN I-O PAYMAS
           IF WS-PAYMAS-STATUS NOT = '00'
               DISPLAY 'PAYRUN: PAYMAS OPEN FAILED - STATUS '
                   WS-PAYMAS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PAYINST
           IF WS-PAYINST-STATUS NOT = '00'
               DISPLAY 'PAYRUN: PAYINST OPEN FAILED - STATUS '
                   WS-PAYINST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT PAYLIST
           IF WS-PAYLIST-STATUS NOT = '00'
               DISPLAY 'PAYRUN: PAYLIST OPEN FAILED - STATUS '
                   WS-PAYLIST-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA
           PERFORM WRITE-HEADER-PARA
           PERFORM READ-PAYMAS-PARA.

      * A RAISED PAYOUT GOES ON THE FILE AND IS MARKED SENT; ONE
      * ALREADY MARKED SENT TODAY IS FROM AN EARLIER ATTEMPT AT
      * THIS SAME BATCH AND GOES ON AGAIN.  ANYTHING ELSE IS WITH
      * THE BANK OR SETTLED.
       PROCESS-PARA.
           EVALUATE TRUE
               WHEN PAY-RAISED
                   PERFORM WRITE-DETAIL-PARA
                   SET PAY-SENT TO TRUE
                   MOVE WS-RUN-DATE-X TO PAY-SENT-DATE
                   REWRITE PAY-RECORD
                   IF WS-PAYMAS-STATUS NOT = '00'
                       DISPLAY 'PAYRUN: PAYMAS REWRITE FAILED - '
                           'STATUS ' WS-PAYMAS-STATUS ' - PAYOUT '
                           PAY-KEY
                       STOP RUN
                   END-IF
               WHEN PAY-SENT AND PAY-SENT-DATE = WS-RUN-DATE-X
                   ADD 1 TO WS-RESENT-COUNT
                   PERFORM WRITE-DETAIL-PARA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM READ-PAYMAS-PARA.

       READ-PAYMAS-PARA.
           READ PAYMAS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       WRITE-HEADER-PARA.
           MOVE SPACES          TO INS-HEADER
           MOVE 'H'             TO INS-H-TYPE
           MOVE WS-RUN-DATE-X   TO INS-H-BATCH-DATE
           MOVE WS-CLOCK-DATE-N TO INS-H-CREATE-DATE
           MOVE WS-CLOCK-TIME-X(1:6) TO INS-H-CREATE-TIME
           WRITE INS-HEADER.

       WRITE-DETAIL-PARA.
           MOVE SPACES       TO INS-DETAIL
           MOVE 'D'          TO INS-D-TYPE
           MOVE PAY-KEY      TO INS-D-REF
           MOVE PAY-ACCT-NO  TO INS-D-ACCT-NO
           MOVE PAY-BRANCH   TO INS-D-BRANCH
           MOVE PAY-HOLDER   TO INS-D-HOLDER
           MOVE PAY-AMOUNT   TO INS-D-AMOUNT
           WRITE INS-DETAIL
           ADD 1 TO WS-INS-COUNT
           ADD PAY-AMOUNT TO WS-INS-AMOUNT
           MOVE PAY-CUST-ID  TO WS-DET-CUST
           MOVE PAY-DATE     TO WS-DET-DATE
           MOVE PAY-TIME     TO WS-DET-TIME
           MOVE PAY-ACCT-NO  TO WS-DET-ACCT
           MOVE PAY-BRANCH   TO WS-DET-BRANCH
           MOVE PAY-AMOUNT   TO WS-DET-AMOUNT
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-TRAILER-PARA.
           MOVE SPACES        TO INS-TRAILER
           MOVE 'T'           TO INS-T-TYPE
           MOVE WS-RUN-DATE-X TO INS-T-BATCH-DATE
           MOVE WS-INS-COUNT  TO INS-T-COUNT
           MOVE WS-INS-AMOUNT TO INS-T-AMOUNT
           WRITE INS-TRAILER.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-COL-LINE.

       TERM-PARA.
           PERFORM WRITE-TRAILER-PARA
           IF WS-INS-COUNT = ZERO
               WRITE RPT-LINE FROM WS-NONE-LINE
           END-IF
           MOVE WS-INS-COUNT    TO WS-TOT-COUNT
           MOVE WS-INS-AMOUNT   TO WS-TOT-AMOUNT
           MOVE WS-RESENT-COUNT TO WS-TOT-RESENT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-LINE-1
           WRITE RPT-LINE FROM WS-TOT-LINE-2
           WRITE RPT-LINE FROM WS-TOT-LINE-3
           CLOSE PAYMAS
           CLOSE PAYINST
           CLOSE PAYLIST
           DISPLAY 'PAYRUN: ' WS-INS-COUNT ' PAYOUTS SENT FOR '
               WS-RUN-DATE-X.
