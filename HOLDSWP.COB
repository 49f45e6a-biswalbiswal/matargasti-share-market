           88  WS-REASON-REJECT        VALUE 'R'.
           88  WS-REASON-LOCKED        VALUE 'L'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       77  WS-READ-COUNT           PIC 9(07) VALUE ZERO.
           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'HOLDSWP' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'HOLDSWP: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN I-O HOLDMAS
           IF WS-HOLDMAS-STATUS NOT = '00'
               DISPLAY 'HOLDSWP: HOLDMAS OPEN FAILED - STATUS '
