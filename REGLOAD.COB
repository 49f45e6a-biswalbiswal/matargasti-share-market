           88  WS-EDIT-OK          VALUE 'Y'.
           88  WS-EDIT-BAD         VALUE 'N'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-RUN-TIME-N           PIC 9(08).
       01  WS-RUN-TIME-X           PIC X(08).
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'REGLOAD' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'REGLOAD: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           ACCEPT WS-RUN-TIME-N FROM TIME
           MOVE WS-RUN-TIME-N TO WS-RUN-TIME-X
           MOVE WS-RUN-TIME-X(1:6) TO WS-REG-TIME
