           88  WS-REASON-AGED          VALUE 'A'.
           88  WS-REASON-REJECT        VALUE 'R'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-CUTOFF-DATE          PIC X(08) VALUE SPACES.

           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'CUSTARCH' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'CUSTARCH: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           PERFORM READ-PARM-PARA
           OPEN I-O CUSTMAS
           IF WS-CUSTMAS-STATUS NOT = '00'
