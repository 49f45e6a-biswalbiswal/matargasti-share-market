       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CICS-SUPPLIED SYMBOLIC AID AND ATTRIBUTE CONSTANTS
       COPY DFHAID.
       COPY DFHBMSCA.
      * SYMBOLIC MAP FOR PAGE4.8 - THE BANK MANDATE MAINTENANCE
      * SCREEN
       COPY "PAGE4.8.COB".

      * CUSTOMER MASTER I/O AREA - A MANDATE MAY ONLY BE KEYED
      * FOR A CUSTOMER ON CUSTMAS.  SEE CUSTREC.COB
       COPY "CUSTREC.COB".

      * BANK MANDATE I/O AREA FOR EXEC CICS READ/WRITE/REWRITE
      * FILE('MANDMAS') - SEE MANDREC.COB
       COPY "MANDREC.COB".

      * SIGNED-ON OPERATOR AT THIS TERMINAL, PARKED IN TS STORAGE
      * BY THE P0 SIGN-ON TRANSACTION - SEE SGNREC.COB
       COPY "SGNREC.COB".

      * AUDIT JOURNAL RECORD - EVERY MANDMAS CHANGE IS JOURNALLED
      * LIKE A CUSTOMER MASTER CHANGE.  SEE AUDREC.COB
       COPY "AUDREC.COB".

      * WORKING COPY OF DFHCOMMAREA - REMEMBERS WHICH CUSTOMER WAS
      * FETCHED, WHETHER A MANDATE WAS ON FILE FOR THEM, AND THE
      * KEYED DATE/TIME OF THE MANDATE SHOWN, SO AN AMEND OR A
      * VERIFY ONLY APPLIES TO THE DETAILS ACTUALLY ON THE SCREEN.
       01  WS-CA.
           05  WS-CA-STATUS     PIC X(01).
               88  WS-CA-CLEAR      VALUE SPACE.
               88  WS-CA-FETCHED    VALUE 'F'.
               88  WS-CA-NEW        VALUE 'N'.
           05  WS-CA-ID         PIC X(005).
           05  WS-CA-STAMP      PIC X(014).

       01  WS-SW-AID            PIC X(01).
           88  WS-AID-ENTER     VALUE 'E'.
           88  WS-AID-PF3       VALUE '3'.
           88  WS-AID-OTHER     VALUE 'O'.

       01  WS-SW-EDIT           PIC X(01) VALUE 'Y'.
           88  WS-EDIT-OK       VALUE 'Y'.
           88  WS-EDIT-BAD      VALUE 'N'.

       01  WS-RESP              PIC S9(08) COMP.

       01  WS-SW-SIGNON         PIC X(01) VALUE 'N'.
           88  WS-SIGNED-ON     VALUE 'Y'.

      * PER-TERMINAL TS QUEUE NAME FOR THE SIGNED-ON OPERATOR
       01  WS-TS-QUEUE          PIC X(008).

       01  WS-ABS-TIME          PIC S9(15) COMP.
       01  WS-CURRENT-DATE      PIC X(010).
       01  WS-CURRENT-TIME      PIC X(008).
       01  WS-AUD-DATE          PIC X(008).
       01  WS-AUD-TIME          PIC X(006).

      * THE KEYED DATE/TIME OF THE MANDATE AS NOW ON FILE, TO
      * COMPARE WITH THE ONE REMEMBERED AT FETCH.
       01  WS-STAMP.
           05  WS-STAMP-DATE    PIC X(008).
           05  WS-STAMP-TIME    PIC X(006).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-STATUS        PIC X(01).
           05  CA-ID            PIC X(005).
           05  CA-STAMP         PIC X(014).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM END-PARA
           STOP RUN.

       INIT-PARA.
           IF EIBCALEN = ZERO
              PERFORM FIRST-PARA
           ELSE
              MOVE DFHCOMMAREA TO WS-CA
              PERFORM NEXT-PARA
           END-IF.

       FIRST-PARA.
           MOVE LOW-VALUES TO PAGE48O
           SET WS-CA-CLEAR TO TRUE
           MOVE SPACES TO WS-CA-ID WS-CA-STAMP
           PERFORM DATE-TIME-PARA
           MOVE 'KEY A CUSTOMER ID AND PRESS PF5 TO FETCH'
               TO MSG48O
           PERFORM SEND-A-MAP.

      * LIVE BUSINESS DATE/TIME FOR THE PAGE4.8 HEADER
       DATE-TIME-PARA.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               MMDDYYYY(WS-CURRENT-DATE) DATESEP
               TIME(WS-CURRENT-TIME) TIMESEP
               YYYYMMDD(WS-AUD-DATE)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               TIME(WS-AUD-TIME)
           END-EXEC
           MOVE WS-CURRENT-DATE TO DATE48I
           MOVE WS-CURRENT-TIME TO TIME48I.

      * RECEIVE THE RETURNED MAP AND BRANCH ON THE AID KEY.  ANY
      * SIGNED-ON OPERATOR MAY FETCH AND KEY A MANDATE - ONLY A
      * SUPERVISOR MAY VERIFY ONE.
       NEXT-PARA.
           EXEC CICS RECEIVE MAP('PAGE48') MAPSET('PAGE4')
               INTO(PAGE48I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO PAGE48I
           END-IF
           PERFORM DATE-TIME-PARA
           IF EIBAID = DFHPF3
               SET WS-AID-PF3 TO TRUE
           ELSE
               SET WS-EDIT-OK TO TRUE
               PERFORM CHECK-SIGNON-PARA
               IF WS-EDIT-OK
                   PERFORM ACTION-PARA
               END-IF
           END-IF.

       ACTION-PARA.
           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   SET WS-AID-ENTER TO TRUE
                   PERFORM SAVE-PARA
               WHEN EIBAID = DFHPF4
                   SET WS-AID-OTHER TO TRUE
                   PERFORM CHECK-SUPV-PARA
                   IF WS-EDIT-OK
                       PERFORM VERIFY-PARA
                   END-IF
               WHEN EIBAID = DFHPF5
                   SET WS-AID-OTHER TO TRUE
                   PERFORM FETCH-PARA
               WHEN OTHER
                   SET WS-AID-OTHER TO TRUE
                   MOVE 'INVALID KEY - ENTER, PF3, PF4 OR PF5'
                       TO MSG48O
           END-EVALUATE.

      * WHO IS SIGNED ON AT THIS TERMINAL, IF ANYONE - P0 PARKS
      * THE OPERATOR IN TS STORAGE AT SIGN-ON.
       GET-SIGNON-PARA.
           MOVE 'N' TO WS-SW-SIGNON
           MOVE SPACES TO SGN-RECORD
           MOVE SPACES TO WS-TS-QUEUE
           MOVE EIBTRMID TO WS-TS-QUEUE(1:4)
           MOVE 'SGNQ' TO WS-TS-QUEUE(5:4)
           EXEC CICS READQ TS
               QUEUE(WS-TS-QUEUE)
               INTO(SGN-RECORD)
               LENGTH(LENGTH OF SGN-RECORD)
               ITEM(1)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-SIGNED-ON TO TRUE
           END-IF.

      * A MANDATE SAYS WHERE A CUSTOMER'S MONEY GOES - NOBODY
      * TOUCHES ONE ANONYMOUSLY.
       CHECK-SIGNON-PARA.
           PERFORM GET-SIGNON-PARA
           IF NOT WS-SIGNED-ON
               MOVE 'NOT SIGNED ON - USE THE P0 SIGN-ON FIRST'
                   TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

       CHECK-SUPV-PARA.
           IF NOT SGN-ROLE-SUPV
               MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

      * PULL UP THE CUSTOMER AND THEIR MANDATE, IF THEY HAVE ONE.
      * THE FETCHED ID IS REMEMBERED IN THE COMMAREA, WITH WHETHER
      * A MANDATE WAS FOUND, SO THE NEXT ENTER KNOWS TO ADD OR TO
      * AMEND.
       FETCH-PARA.
           SET WS-CA-CLEAR TO TRUE
           MOVE SPACES TO WS-CA-ID WS-CA-STAMP
           IF MCIDI = SPACES OR LOW-VALUES
               MOVE 'ENTER A CUSTOMER ID TO FETCH' TO MSG48O
           ELSE
               EXEC CICS READ FILE('CUSTMAS')
                   INTO(CUST-RECORD)
                   RIDFLD(MCIDI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CUSTOMER ID NOT ON MASTER' TO MSG48O
               ELSE
                   MOVE CUST-NAME TO MCNAMEO
                   PERFORM FETCH-MANDATE-PARA
               END-IF
           END-IF.

       FETCH-MANDATE-PARA.
           MOVE MCIDI TO WS-CA-ID
           EXEC CICS READ FILE('MANDMAS')
               INTO(MAND-RECORD)
               RIDFLD(MCIDI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM SHOW-MANDATE-PARA
               SET WS-CA-FETCHED TO TRUE
               MOVE MAND-KEYED-DATE TO WS-CA-STAMP(1:8)
               MOVE MAND-KEYED-TIME TO WS-CA-STAMP(9:6)
               IF MAND-VERIFIED
                   MOVE 'MANDATE DISPLAYED - VERIFIED' TO MSG48O
               ELSE
                   MOVE 'MANDATE DISPLAYED - AWAITING VERIFICATION'
                       TO MSG48O
               END-IF
           ELSE
               SET WS-CA-NEW TO TRUE
               MOVE SPACES TO MACCTO MBRCHO MHOLDO
                   MVERO MKBYO MVBYO MVDTO
               MOVE 'NO MANDATE ON FILE - KEY DETAILS, ENTER TO ADD'
                   TO MSG48O
           END-IF.

       SHOW-MANDATE-PARA.
           MOVE MAND-ACCT-NO     TO MACCTO
           MOVE MAND-BRANCH      TO MBRCHO
           MOVE MAND-HOLDER      TO MHOLDO
           MOVE MAND-VERIFY-SW   TO MVERO
           MOVE MAND-KEYED-BY    TO MKBYO
           MOVE MAND-VERIFY-OPER TO MVBYO
           MOVE MAND-VERIFY-DATE TO MVDTO.

      * ENTER ADDS A MANDATE FOR A CUSTOMER WHO HAS NONE, OR
      * AMENDS THE ONE FETCHED.  EITHER WAY IT GOES ON FILE
      * UNVERIFIED AND NO PAYOUT CAN BE RAISED AGAINST IT UNTIL A
      * SUPERVISOR HAS VERIFIED IT.
       SAVE-PARA.
           PERFORM CHECK-FETCHED-PARA
           IF WS-EDIT-OK
               AND (MACCTI = SPACES OR LOW-VALUES)
               MOVE 'BANK ACCOUNT NUMBER MUST NOT BE BLANK'
                   TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               AND (MBRCHI = SPACES OR LOW-VALUES)
               MOVE 'BRANCH CODE MUST NOT BE BLANK' TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               AND (MHOLDI = SPACES OR LOW-VALUES)
               MOVE 'ACCOUNT HOLDER NAME MUST NOT BE BLANK'
                   TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               IF WS-CA-NEW
                   PERFORM DO-ADD-PARA
               ELSE
                   PERFORM DO-AMEND-PARA
               END-IF
           END-IF.

       DO-ADD-PARA.
           MOVE WS-CA-ID TO MAND-CUST-ID
           MOVE MACCTI   TO MAND-ACCT-NO
           MOVE MBRCHI   TO MAND-BRANCH
           MOVE MHOLDI   TO MAND-HOLDER
           PERFORM MARK-KEYED-PARA
           EXEC CICS WRITE FILE('MANDMAS')
               FROM(MAND-RECORD)
               RIDFLD(MAND-CUST-ID)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET AUD-ACTION-ADD TO TRUE
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE MAND-RECORD TO AUD-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-PARA
                   PERFORM SHOW-MANDATE-PARA
                   SET WS-CA-FETCHED TO TRUE
                   MOVE MAND-KEYED-DATE TO WS-CA-STAMP(1:8)
                   MOVE MAND-KEYED-TIME TO WS-CA-STAMP(9:6)
                   MOVE 'MANDATE ADDED - SUPERVISOR MUST VERIFY'
                       TO MSG48O
               WHEN DFHRESP(DUPREC)
                   MOVE 'MANDATE ALREADY ON FILE - PF5 FETCHES'
                       TO MSG48O
               WHEN OTHER
                   MOVE 'UNABLE TO ADD MANDATE - RETRY' TO MSG48O
           END-EVALUATE.

       DO-AMEND-PARA.
           PERFORM READ-UPDATE-PARA
           IF WS-EDIT-OK
               MOVE MACCTI TO MAND-ACCT-NO
               MOVE MBRCHI TO MAND-BRANCH
               MOVE MHOLDI TO MAND-HOLDER
               PERFORM MARK-KEYED-PARA
               PERFORM REWRITE-MANDATE-PARA
               IF WS-EDIT-OK
                   MOVE 'MANDATE AMENDED - SUPERVISOR MUST VERIFY'
                       TO MSG48O
               END-IF
           END-IF.

      * WHOEVER KEYS THE DETAILS IS STAMPED ON THE MANDATE, AND
      * ANY EARLIER VERIFICATION NO LONGER STANDS.
       MARK-KEYED-PARA.
           MOVE SGN-OPER-ID TO MAND-KEYED-BY
           MOVE WS-AUD-DATE TO MAND-KEYED-DATE
           MOVE WS-AUD-TIME TO MAND-KEYED-TIME
           SET MAND-UNVERIFIED TO TRUE
           MOVE SPACES TO MAND-VERIFY-OPER MAND-VERIFY-DATE.

      * PF4 - A SUPERVISOR WHO HAS CHECKED THE DISPLAYED DETAILS
      * AGAINST THE CUSTOMER'S BANK EVIDENCE VERIFIES THEM.  THE
      * OPERATOR WHO KEYED A MANDATE MAY NOT VERIFY IT.
       VERIFY-PARA.
           PERFORM CHECK-FETCHED-PARA
           IF WS-EDIT-OK AND WS-CA-NEW
               MOVE 'NO MANDATE ON FILE TO VERIFY' TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               PERFORM READ-UPDATE-PARA
           END-IF
           IF WS-EDIT-OK AND MAND-VERIFIED
               MOVE 'MANDATE IS ALREADY VERIFIED' TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK AND MAND-KEYED-BY = SGN-OPER-ID
               MOVE 'KEYED BY YOU - ANOTHER SUPERVISOR MUST VERIFY'
                   TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               SET MAND-VERIFIED TO TRUE
               MOVE SGN-OPER-ID TO MAND-VERIFY-OPER
               MOVE WS-AUD-DATE TO MAND-VERIFY-DATE
               PERFORM REWRITE-MANDATE-PARA
               IF WS-EDIT-OK
                   MOVE 'MANDATE VERIFIED - PAYOUTS MAY NOW BE RAISED'
                       TO MSG48O
               END-IF
           END-IF.

      * THE UPDATE ACTIONS ALL INSIST ON A PRIOR PF5 FETCH OF THE
      * SAME ID - THE P2 MAINTENANCE RULE.
       CHECK-FETCHED-PARA.
           IF MCIDI = SPACES OR LOW-VALUES
               MOVE WS-CA-ID TO MCIDI
           END-IF
           IF WS-CA-CLEAR
               MOVE 'FETCH A CUSTOMER WITH PF5 FIRST' TO MSG48O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF MCIDI NOT = WS-CA-ID
                   MOVE 'ID CHANGED - PRESS PF5 TO FETCH IT FIRST'
                       TO MSG48O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * SOMEONE ELSE MAY HAVE KEYED THE MANDATE SINCE IT WAS
      * FETCHED - THEN THE SCREEN IS STALE AND MUST BE REFETCHED.
       READ-UPDATE-PARA.
           EXEC CICS READ FILE('MANDMAS')
               INTO(MAND-RECORD)
               RIDFLD(WS-CA-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NO LONGER ON FILE - PRESS PF5'
                   TO MSG48O
               SET WS-CA-CLEAR TO TRUE
               MOVE SPACES TO WS-CA-ID WS-CA-STAMP
               SET WS-EDIT-BAD TO TRUE
           ELSE
               MOVE MAND-KEYED-DATE TO WS-STAMP-DATE
               MOVE MAND-KEYED-TIME TO WS-STAMP-TIME
               IF WS-STAMP NOT = WS-CA-STAMP
                   MOVE 'MANDATE CHANGED SINCE FETCH - PRESS PF5'
                       TO MSG48O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE MAND-RECORD TO AUD-BEFORE-IMAGE
               END-IF
           END-IF.

       REWRITE-MANDATE-PARA.
           EXEC CICS REWRITE FILE('MANDMAS')
               FROM(MAND-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET AUD-ACTION-CHANGE TO TRUE
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE MAND-RECORD TO AUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-PARA
               PERFORM SHOW-MANDATE-PARA
               MOVE MAND-KEYED-DATE TO WS-CA-STAMP(1:8)
               MOVE MAND-KEYED-TIME TO WS-CA-STAMP(9:6)
           ELSE
               SET WS-EDIT-BAD TO TRUE
               MOVE 'UNABLE TO UPDATE MANDATE - RETRY' TO MSG48O
           END-IF.

      * JOURNAL THE MANDMAS CHANGE FOR COMPLIANCE - THE CALLER
      * HAS ALREADY SET THE ACTION CODE AND BOTH RECORD IMAGES.
      * THE MANDATE IS FILED UNDER ITS CUSTOMER'S ID, SO THE AUDIT
      * INQUIRY SHOWS IT WITH THE CUSTOMER'S OTHER CHANGES.
       WRITE-AUDIT-PARA.
           MOVE MAND-CUST-ID TO AUD-CUST-ID
           MOVE EIBTRMID     TO AUD-TERMID
           MOVE SGN-OPER-ID  TO AUD-OPER-ID
           MOVE WS-AUD-DATE  TO AUD-DATE
           MOVE WS-AUD-TIME  TO AUD-TIME
           EXEC CICS WRITEQ TD QUEUE('AUDJ')
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
           END-EXEC.

      * SEND THE INITIAL BLANK MAP
       SEND-A-MAP.
           EXEC CICS SEND MAP('PAGE48') MAPSET('PAGE4')
               FROM(PAGE48O)
               ERASE
           END-EXEC.

      * RESEND THE MAP WITH CURRENT DATA
       SEND-MAPB-PARA.
           EXEC CICS SEND MAP('PAGE48') MAPSET('PAGE4')
               FROM(PAGE48O)
               DATAONLY
           END-EXEC.

      * SINGLE POINT WHERE THE TASK ENDS.
       END-PARA.
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   EXEC CICS RETURN TRANSID(EIBTRNID)
                       COMMAREA(WS-CA)
                       LENGTH(LENGTH OF WS-CA)
                   END-EXEC
               WHEN WS-AID-PF3
                   EXEC CICS RETURN
                   END-EXEC
               WHEN OTHER
                   PERFORM SEND-MAPB-PARA
                   EXEC CICS RETURN TRANSID(EIBTRNID)
                       COMMAREA(WS-CA)
                       LENGTH(LENGTH OF WS-CA)
                   END-EXEC
           END-EVALUATE.
