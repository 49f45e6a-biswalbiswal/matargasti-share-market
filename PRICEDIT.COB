       01  WS-SCRIP-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-SCRIP-EOF            VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).

       77  WS-READ-COUNT           PIC 9(05) VALUE ZERO.
           PERFORM EDIT-FEED-PARA UNTIL WS-EOF
           PERFORM MISSING-PASS-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'PRICEDIT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'PRICEDIT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN INPUT PRICEMAS
           IF WS-PRICEMAS-STATUS NOT = '00'
               DISPLAY 'PRICEDIT: PRICEMAS OPEN FAILED - STATUS '
           PERFORM READ-PRICEMAS-PARA.

      * ONE PASS OF THE FEED.  A PRICE FOR A SCRIP NOT ON THE
      * MASTER IS A MIS-KEY OR A SCRIP NEVER SET UP AND IS NOT LOADED; A
      * PRICE STRUCK BEFORE TODAY IS LOADED BUT REPORTED STALE SO
      * OPERATIONS KNOW THE VALUATION LEANS ON OLD MONEY.
       EDIT-FEED-PARA.

      * SECOND PASS - EVERY SCRIP ON THE MASTER SHOULD HAVE COME
      * OUT OF THE FEED PRICED.  ONE THAT DID NOT IS WHAT PORTVAL
      * WOULD OTHERWISE FLAG WITH '*' FOREVER.  A DELISTED SCRIP
      * STAYS ON THE MASTER FOR HISTORY BUT IS NO LONGER QUOTED, SO
      * IT IS NOT EXPECTED IN THE FEED.
       MISSING-PASS-PARA.
           CLOSE PRICEVAL
           OPEN INPUT PRICEVAL
           PERFORM CHECK-PRICED-PARA UNTIL WS-SCRIP-EOF.

       CHECK-PRICED-PARA.
           IF NOT SCRP-DELISTED
               MOVE SCRP-CODE TO PRC-SCRIP
               READ PRICEVAL
                   INVALID KEY
                       PERFORM MISSING-PRICE-PARA
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           PERFORM READ-SCRIPMAS-PARA.

       MISSING-PRICE-PARA.
