       01  WS-QUEUE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-QUEUE-OPEN           VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       77  WS-REC-COUNT            PIC 9(07) VALUE ZERO.

           PERFORM INIT-PARA
           PERFORM PROCESS-PARA UNTIL WS-EOF
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'AUDJDRN' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'AUDJDRN: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           PERFORM CHECK-CONTROL-PARA
           PERFORM WRITE-CONTROL-IP-PARA
           OPEN INPUT AUDJRNL
               AND WS-PRIOR-DATE = WS-RUN-DATE-X
               DISPLAY 'AUDJDRN: ALREADY DRAINED FOR '
                   WS-RUN-DATE-X ' - NOTHING TO DO'
               SET WS-BDT-END TO TRUE
               CALL 'BDTCHK' USING WS-BDT-PARM
               STOP RUN
           END-IF
           IF WS-PRIOR-STATUS = 'IP'
