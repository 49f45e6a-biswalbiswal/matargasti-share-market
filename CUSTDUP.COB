       01  WS-EMAIL-HIT-SW         PIC X(01) VALUE 'N'.
           88  WS-EMAIL-HIT            VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

      * THE WHOLE MASTER IS TABLED FOR THE PAIRWISE SWEEP - AT
           PERFORM LOAD-PARA UNTIL WS-EOF
           PERFORM SWEEP-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'CUSTDUP' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'CUSTDUP: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN INPUT CUSTMAS
           IF WS-CUSTMAS-STATUS NOT = '00'
               DISPLAY 'CUSTDUP: CUSTMAS OPEN FAILED - STATUS '
