       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       01  WS-SEL-CUST-ID          PIC X(05) VALUE SPACES.
           PERFORM TERM-PARA
           STOP RUN.

      * AN INQUIRY, RUN ON DEMAND AS OFTEN AS COMPLIANCE NEEDS -
      * NOT PART OF THE NIGHTLY SEQUENCE, SO IT ONLY ASKS BDTCHK
      * FOR THE BUSINESS DATE TO HEAD THE LISTING WITH.
       INIT-PARA.
           SET WS-BDT-DATE-ONLY TO TRUE
           MOVE 'AUDRPT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'AUDRPT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           PERFORM READ-PARM-PARA
           OPEN INPUT AUDIN
           IF WS-AUDIN-STATUS NOT = '00'
