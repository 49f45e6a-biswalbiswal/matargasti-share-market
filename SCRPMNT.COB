       IDENTIFICATION DIVISION.
       PROGRAM-ID. P11.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CICS-SUPPLIED SYMBOLIC AID AND ATTRIBUTE CONSTANTS
       COPY DFHAID.
       COPY DFHBMSCA.
      * SYMBOLIC MAP FOR PAGE4.9 - THE SCRIP MASTER MAINTENANCE
      * SCREEN
       COPY "PAGE4.9.COB".

      * SCRIP REFERENCE MASTER I/O AREA FOR EXEC CICS READ/WRITE/
      * REWRITE FILE('SCRIPMAS') - SEE SCRPREC.COB
       COPY "SCRPREC.COB".

      * SIGNED-ON OPERATOR AT THIS TERMINAL AND THE SHARED SIGN-ON
      * ROSTER ITEM - SEE SGNREC.COB
       COPY "SGNREC.COB".

      * AUDIT JOURNAL RECORD - EVERY SCRIPMAS CHANGE IS JOURNALLED
      * LIKE A CUSTOMER MASTER CHANGE.  SEE AUDREC.COB
       COPY "AUDREC.COB".

      * WORKING COPY OF DFHCOMMAREA - REMEMBERS WHICH SCRIP WAS
      * FETCHED SO AN AMENDMENT ONLY APPLIES TO A RECORD THE
      * SUPERVISOR HAS ACTUALLY PULLED UP AND SEEN.
       01  WS-CA.
           05  WS-CA-STATUS     PIC X(01).
               88  WS-CA-CLEAR      VALUE SPACE.
               88  WS-CA-FETCHED    VALUE 'F'.
           05  WS-CA-ID         PIC X(008).

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

      * NUMERIC VIEW OF THE KEYED MARKET LOT
       01  WS-LOT-X             PIC X(005).
       01  WS-LOT REDEFINES WS-LOT-X
                                PIC 9(005).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-STATUS        PIC X(01).
           05  CA-ID            PIC X(008).

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
           MOVE LOW-VALUES TO PAGE49O
           SET WS-CA-CLEAR TO TRUE
           MOVE SPACES TO WS-CA-ID
           PERFORM DATE-TIME-PARA
           MOVE 'PF5 FETCH, ENTER ADD, PF4 AMEND' TO MSG49O
           PERFORM SEND-A-MAP.

      * LIVE BUSINESS DATE/TIME FOR THE PAGE4.9 HEADER
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
           MOVE WS-CURRENT-DATE TO DATE49I
           MOVE WS-CURRENT-TIME TO TIME49I.

      * RECEIVE THE RETURNED MAP AND BRANCH ON THE AID KEY.
      * WHAT THE SHOP TRADES IS A SUPERVISOR'S DECISION, SO
      * EVERYTHING ON THIS SCREEN, INQUIRY INCLUDED, IS
      * SUPERVISOR-ONLY.
       NEXT-PARA.
           EXEC CICS RECEIVE MAP('PAGE49') MAPSET('PAGE4')
               INTO(PAGE49I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE LOW-VALUES TO PAGE49I
           END-IF
           PERFORM DATE-TIME-PARA
           IF EIBAID = DFHPF3
               SET WS-AID-PF3 TO TRUE
           ELSE
               SET WS-EDIT-OK TO TRUE
               PERFORM CHECK-SUPV-PARA
               IF WS-EDIT-OK
                   PERFORM ACTION-PARA
               END-IF
           END-IF.

       ACTION-PARA.
           EVALUATE TRUE
               WHEN EIBAID = DFHENTER
                   SET WS-AID-ENTER TO TRUE
                   PERFORM ADD-PARA
               WHEN EIBAID = DFHPF4
                   SET WS-AID-OTHER TO TRUE
                   PERFORM AMEND-PARA
               WHEN EIBAID = DFHPF5
                   SET WS-AID-OTHER TO TRUE
                   PERFORM FETCH-PARA
               WHEN OTHER
                   SET WS-AID-OTHER TO TRUE
                   MOVE 'INVALID KEY - ENTER, PF3, PF4 OR PF5'
                       TO MSG49O
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

       CHECK-SUPV-PARA.
           PERFORM GET-SIGNON-PARA
           IF NOT WS-SIGNED-ON
               MOVE 'NOT SIGNED ON - USE THE P0 SIGN-ON FIRST'
                   TO MSG49O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF NOT SGN-ROLE-SUPV
                   MOVE 'SUPERVISOR AUTHORITY REQUIRED' TO MSG49O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

      * PULL UP AN EXISTING SCRIP.  THE FETCHED CODE IS
      * REMEMBERED IN THE COMMAREA SO A LATER AMENDMENT CAN ONLY
      * HIT THE RECORD THE SUPERVISOR IS LOOKING AT.
       FETCH-PARA.
           SET WS-CA-CLEAR TO TRUE
           MOVE SPACES TO WS-CA-ID
           IF SCODEI = SPACES OR LOW-VALUES
               MOVE 'ENTER A SCRIP CODE TO FETCH' TO MSG49O
           ELSE
               EXEC CICS READ FILE('SCRIPMAS')
                   INTO(SCRP-RECORD)
                   RIDFLD(SCODEI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM SHOW-SCRIP-PARA
                   MOVE SCODEI TO WS-CA-ID
                   SET WS-CA-FETCHED TO TRUE
                   MOVE 'FETCHED - PF4 AMENDS' TO MSG49O
               ELSE
                   MOVE 'SCRIP CODE NOT FOUND' TO MSG49O
               END-IF
           END-IF.

       SHOW-SCRIP-PARA.
           MOVE SCRP-NAME      TO SNAMEO
           MOVE SCRP-ISIN      TO SISINO
           MOVE SCRP-LOT-SIZE  TO SLOTO
           MOVE SCRP-STATUS    TO SSTATO
           MOVE SCRP-LIST-DATE TO SLDATEO.

      * FIELD EDITS SHARED BY ADD AND AMEND.  THE ISIN IS THE
      * TWELVE-CHARACTER INTERNATIONAL NUMBER, SO A SHORT ONE IS
      * A MIS-KEY.  THE LOT IS WHAT P3 MAKES EVERY QUANTITY A
      * WHOLE MULTIPLE OF, SO IT MUST BE AT LEAST ONE.
       EDIT-FIELDS-PARA.
           IF SNAMEI = SPACES OR LOW-VALUES
               MOVE 'SCRIP NAME MUST NOT BE BLANK' TO MSG49O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               IF SISINI(1:1) = SPACE OR LOW-VALUE
                   OR SISINI(12:1) = SPACE OR LOW-VALUE
                   MOVE 'ISIN MUST BE 12 CHARACTERS' TO MSG49O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF
           IF WS-EDIT-OK
               IF SLOTI IS NOT NUMERIC
                   MOVE 'LOT SIZE MUST BE 5 NUMERIC DIGITS' TO MSG49O
                   SET WS-EDIT-BAD TO TRUE
               ELSE
                   MOVE SLOTI TO WS-LOT-X
                   IF WS-LOT = ZERO
                       MOVE 'LOT SIZE MUST BE GREATER THAN ZERO'
                           TO MSG49O
                       SET WS-EDIT-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-OK
               AND SSTATI NOT = 'A' AND SSTATI NOT = 'S'
               AND SSTATI NOT = 'D'
               MOVE 'STATUS MUST BE A, S OR D' TO MSG49O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               AND SLDATEI IS NOT NUMERIC
               MOVE 'LISTING DATE MUST BE YYYYMMDD' TO MSG49O
               SET WS-EDIT-BAD TO TRUE
           END-IF.

       MOVE-FIELDS-PARA.
           MOVE SNAMEI   TO SCRP-NAME
           MOVE SISINI   TO SCRP-ISIN
           MOVE WS-LOT   TO SCRP-LOT-SIZE
           MOVE SSTATI   TO SCRP-STATUS
           MOVE SLDATEI  TO SCRP-LIST-DATE.

      * ENTER ADDS A NEW SCRIP TO WHAT THE SHOP TRADES.
       ADD-PARA.
           IF SCODEI = SPACES OR LOW-VALUES
               MOVE 'SCRIP CODE MUST NOT BE BLANK' TO MSG49O
               SET WS-EDIT-BAD TO TRUE
           END-IF
           IF WS-EDIT-OK
               PERFORM EDIT-FIELDS-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM DO-ADD-PARA
           END-IF.

       DO-ADD-PARA.
           MOVE SPACES TO SCRP-RECORD
           MOVE SCODEI TO SCRP-CODE
           PERFORM MOVE-FIELDS-PARA
           EXEC CICS WRITE FILE('SCRIPMAS')
               FROM(SCRP-RECORD)
               RIDFLD(SCRP-CODE)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET AUD-ACTION-ADD TO TRUE
                   MOVE SPACES TO AUD-BEFORE-IMAGE
                   MOVE SPACES TO AUD-AFTER-IMAGE
                   MOVE SCRP-RECORD TO AUD-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-PARA
                   MOVE SCRP-CODE TO WS-CA-ID
                   SET WS-CA-FETCHED TO TRUE
                   MOVE 'SCRIP ADDED' TO MSG49O
               WHEN DFHRESP(DUPREC)
                   MOVE 'SCRIP ALREADY ON FILE - PF5 FETCHES'
                       TO MSG49O
               WHEN OTHER
                   MOVE 'UNABLE TO ADD SCRIP - RETRY' TO MSG49O
           END-EVALUATE.

      * AN AMENDMENT INSISTS ON A PRIOR PF5 FETCH OF THE SAME
      * CODE - THE P2 MAINTENANCE RULE.
       CHECK-FETCHED-PARA.
           IF SCODEI = SPACES OR LOW-VALUES
               MOVE WS-CA-ID TO SCODEI
           END-IF
           IF NOT WS-CA-FETCHED
               MOVE 'FETCH A RECORD WITH PF5 FIRST' TO MSG49O
               SET WS-EDIT-BAD TO TRUE
           ELSE
               IF SCODEI NOT = WS-CA-ID
                   MOVE 'ID CHANGED - PRESS PF5 TO FETCH IT FIRST'
                       TO MSG49O
                   SET WS-EDIT-BAD TO TRUE
               END-IF
           END-IF.

       READ-UPDATE-PARA.
           EXEC CICS READ FILE('SCRIPMAS')
               INTO(SCRP-RECORD)
               RIDFLD(WS-CA-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NO LONGER ON FILE - PRESS PF5'
                   TO MSG49O
               SET WS-CA-CLEAR TO TRUE
               MOVE SPACES TO WS-CA-ID
               SET WS-EDIT-BAD TO TRUE
           ELSE
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE SCRP-RECORD TO AUD-BEFORE-IMAGE
           END-IF.

      * PF4 - APPLY THE KEYED NAME, ISIN, LOT, STATUS AND LISTING
      * DATE TO THE FETCHED SCRIP.  SUSPENDING OR DELISTING HERE
      * IS WHAT STOPS P3 BOOKING IT.
       AMEND-PARA.
           PERFORM CHECK-FETCHED-PARA
           IF WS-EDIT-OK
               PERFORM EDIT-FIELDS-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM READ-UPDATE-PARA
           END-IF
           IF WS-EDIT-OK
               PERFORM MOVE-FIELDS-PARA
               PERFORM REWRITE-SCRIP-PARA
           END-IF.

       REWRITE-SCRIP-PARA.
           EXEC CICS REWRITE FILE('SCRIPMAS')
               FROM(SCRP-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET AUD-ACTION-CHANGE TO TRUE
               MOVE SPACES TO AUD-AFTER-IMAGE
               MOVE SCRP-RECORD TO AUD-AFTER-IMAGE
               PERFORM WRITE-AUDIT-PARA
               MOVE 'SCRIP AMENDED' TO MSG49O
           ELSE
               SET WS-EDIT-BAD TO TRUE
               MOVE 'UNABLE TO UPDATE SCRIP - RETRY' TO MSG49O
           END-IF.

      * JOURNAL THE SCRIPMAS CHANGE FOR COMPLIANCE - THE CALLER
      * HAS ALREADY SET THE ACTION CODE AND BOTH RECORD IMAGES.
      * A SCRIP CODE DOES NOT FIT THE CUSTOMER ID FIELD, SO THE
      * ENTRY IS FLAGGED '*SCRP' THERE AND THE CODE IS READ FROM
      * THE FRONT OF THE IMAGES.
       WRITE-AUDIT-PARA.
           SET AUD-SCRIP-CHANGE TO TRUE
           MOVE EIBTRMID    TO AUD-TERMID
           MOVE SGN-OPER-ID TO AUD-OPER-ID
           MOVE WS-AUD-DATE TO AUD-DATE
           MOVE WS-AUD-TIME TO AUD-TIME
           EXEC CICS WRITEQ TD QUEUE('AUDJ')
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
           END-EXEC.

      * SEND THE INITIAL BLANK MAP
       SEND-A-MAP.
           EXEC CICS SEND MAP('PAGE49') MAPSET('PAGE4')
               FROM(PAGE49O)
               ERASE
           END-EXEC.

      * RESEND THE MAP WITH CURRENT DATA
       SEND-MAPB-PARA.
           EXEC CICS SEND MAP('PAGE49') MAPSET('PAGE4')
               FROM(PAGE49O)
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
