       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE CORPORATE ACTIONS FILE - SEE CORPREC.COB.  WALKED TWICE,
      * DIVIDENDS FIRST, AND EACH ACTION APPLIED IS STAMPED SO A
      * RERUN CANNOT APPLY IT AGAIN.
           SELECT CORPMAS ASSIGN TO CORPMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CORP-KEY
               FILE STATUS IS WS-CORPMAS-STATUS.
      * EVERY HOLDING IS READ ONCE PER ACTION - THE FILE IS KEYED
      * ON CUSTOMER FIRST, SO THE HOLDERS OF ONE SCRIP ARE FOUND
      * BY A FULL PASS.
           SELECT HOLDMAS ASSIGN TO HOLDMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAS-STATUS.
           SELECT CASHMAS ASSIGN TO CASHMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASH-CUST-ID
               FILE STATUS IS WS-CASHMAS-STATUS.
      * THE EXTRAPARTITION DATASET BEHIND THE CSHJ QUEUE - CLOSED
      * TO CICS WHILE THIS JOB RUNS, SO EACH DIVIDEND CREDIT IS
      * APPENDED TO IT DIRECTLY, JUST AS P6 AND P3 JOURNAL THEIRS.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
      * ENTITLEMENT JOURNAL - ONE RECORD PER HOLDING PER ACTION,
      * SEE ENTREC.COB.
           SELECT ENTJRNL ASSIGN TO ENTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTJRNL-STATUS.
      * ENTITLEMENT REGISTER - ONE SECTION PER ACTION, RECONCILED
      * AGAINST THE REGISTRAR'S FIGURES.
           SELECT CORPRPT ASSIGN TO CORPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORPMAS.
      * CORPORATE ACTION RECORD LAYOUT - SEE CORPREC.COB
       COPY "CORPREC.COB".
       FD  HOLDMAS.
      * HOLDINGS RECORD LAYOUT - SEE HOLDREC.COB
       COPY "HOLDREC.COB".
       FD  CASHMAS.
      * CASH ACCOUNT RECORD LAYOUT - SEE CASHREC.COB
       COPY "CASHREC.COB".
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       FD  ENTJRNL.
      * ENTITLEMENT RECORD LAYOUT - SEE ENTREC.COB
       COPY "ENTREC.COB".
       FD  CORPRPT.
       01  RPT-LINE                PIC X(080).
       WORKING-STORAGE SECTION.
       01  WS-CORPMAS-STATUS       PIC X(02).
       01  WS-HOLDMAS-STATUS       PIC X(02).
       01  WS-CASHMAS-STATUS       PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).
       01  WS-ENTJRNL-STATUS       PIC X(02).
       01  WS-CORPRPT-STATUS       PIC X(02).

       01  WS-CORP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-CORP-EOF             VALUE 'Y'.
       01  WS-HOLD-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-HOLD-EOF             VALUE 'Y'.

       01  WS-SW-EDIT              PIC X(01) VALUE 'Y'.
           88  WS-EDIT-OK          VALUE 'Y'.
           88  WS-EDIT-BAD         VALUE 'N'.

      * DIVIDENDS GO FIRST - THEY ARE PAID ON THE HOLDING AS IT
      * STOOD ON THE RECORD DATE, BEFORE ANY BONUS OR SPLIT OF THE
      * SAME DATE CHANGES THE QUANTITY.
       01  WS-PASS-SW              PIC X(01).
           88  WS-DIVIDEND-PASS        VALUE 'D'.
           88  WS-CAPITAL-PASS         VALUE 'C'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-RUN-TIME-N           PIC 9(08).
       01  WS-RUN-TIME-X           PIC X(08).
       01  WS-ENT-TIME             PIC X(006).

      * THE REJECTION EXPLANATION FOR AN ACTION THAT CANNOT BE
      * APPLIED AS KEYED.
       01  WS-REASON               PIC X(050).

      * ONE HOLDING'S ENTITLEMENT
       01  WS-NEW-QTY              PIC S9(009).
       01  WS-TOT-COST             PIC S9(015)V99.
       01  WS-DIV-AMT              PIC S9(013)V99.

      * PER-ACTION AND RUN TOTALS
       77  WS-ACT-HOLDERS          PIC 9(07) VALUE ZERO.
       01  WS-ACT-OLD-QTY          PIC S9(011) VALUE ZERO.
       01  WS-ACT-NEW-QTY          PIC S9(011) VALUE ZERO.
       01  WS-ACT-DIV-AMT          PIC S9(013)V99 VALUE ZERO.
       77  WS-APPLIED-COUNT        PIC 9(05) VALUE ZERO.
       77  WS-REJECT-COUNT         PIC 9(05) VALUE ZERO.
       77  WS-ADJUST-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-CREDIT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-GRAND-DIV-AMT        PIC S9(013)V99 VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(080) VALUE
           'CORPORATE ACTIONS - ENTITLEMENT REGISTER'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(062) VALUE SPACES.
       01  WS-BLANK-LINE           PIC X(080) VALUE SPACES.

       01  WS-ACT-LINE.
           05  FILLER              PIC X(007) VALUE 'SCRIP: '.
           05  WS-AL-SCRIP         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-AL-TYPE          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-AL-TERMS         PIC X(025).
           05  FILLER              PIC X(014) VALUE
               '  RECORD DATE '.
           05  WS-AL-REC-DATE      PIC X(008).
           05  FILLER              PIC X(006) VALUE SPACES.

      * THE TERMS OF THE ACTION AS THE REGISTRAR STATES THEM
       01  WS-RATIO-TERMS.
           05  WS-RT-NEW           PIC ZZ9.
           05  FILLER              PIC X(005) VALUE ' FOR '.
           05  WS-RT-OLD           PIC ZZ9.
           05  FILLER              PIC X(014) VALUE SPACES.
       01  WS-RATE-TERMS.
           05  FILLER              PIC X(005) VALUE 'RATE '.
           05  WS-RT-RATE          PIC ZZZ9.9999.
           05  FILLER              PIC X(011) VALUE ' PER SHARE'.

       01  WS-COL-LINE             PIC X(080) VALUE
           '  CUST    HELD QTY   ENTITLED     OLD AVG    NEW AVG        
      -    ' DIVIDEND'.

       01  WS-DETAIL-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-CUST         PIC X(005).
           05  FILLER              PIC X(003) VALUE SPACES.
           05  WS-DET-OLD-QTY      PIC ZZZZZZZ9-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-NEW-QTY      PIC ZZZZZZZ9-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-DET-OLD-AVG      PIC ZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-NEW-AVG      PIC ZZZZZ9.99-.
           05  FILLER              PIC X(001) VALUE SPACES.
           05  WS-DET-DIV-AMT      PIC ZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(010) VALUE SPACES.

       01  WS-ATOT-LINE.
           05  FILLER              PIC X(010) VALUE
               '  HOLDERS '.
           05  WS-ATOT-HOLDERS     PIC ZZZZZZ9.
           05  FILLER              PIC X(008) VALUE
               '  HELD  '.
           05  WS-ATOT-OLD-QTY     PIC ZZZZZZZZZZ9-.
           05  FILLER              PIC X(012) VALUE
               '  ENTITLED  '.
           05  WS-ATOT-NEW-QTY     PIC ZZZZZZZZZZ9-.
           05  FILLER              PIC X(019) VALUE SPACES.
       01  WS-ADIV-LINE.
           05  FILLER              PIC X(016) VALUE
               '  DIVIDEND PAID '.
           05  WS-ATOT-DIV-AMT     PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(047) VALUE SPACES.

       01  WS-REJ-LINE.
           05  FILLER              PIC X(011) VALUE
               '  REJECTED '.
           05  WS-REJ-REASON       PIC X(050).
           05  FILLER              PIC X(019) VALUE SPACES.

       01  WS-TOT-LINE-1.
           05  FILLER              PIC X(030) VALUE
               'ACTIONS APPLIED:              '.
           05  WS-TOT-APPLIED      PIC ZZZZ9.
           05  FILLER              PIC X(045) VALUE SPACES.
       01  WS-TOT-LINE-2.
           05  FILLER              PIC X(030) VALUE
               'ACTIONS REJECTED:             '.
           05  WS-TOT-REJECT       PIC ZZZZ9.
           05  FILLER              PIC X(045) VALUE SPACES.
       01  WS-TOT-LINE-3.
           05  FILLER              PIC X(030) VALUE
               'HOLDINGS ADJUSTED:            '.
           05  WS-TOT-ADJUST       PIC ZZZZZZ9.
           05  FILLER              PIC X(043) VALUE SPACES.
       01  WS-TOT-LINE-4.
           05  FILLER              PIC X(030) VALUE
               'DIVIDEND CREDITS:             '.
           05  WS-TOT-CREDIT       PIC ZZZZZZ9.
           05  FILLER              PIC X(043) VALUE SPACES.
       01  WS-TOT-LINE-5.
           05  FILLER              PIC X(030) VALUE
               'DIVIDENDS CREDITED:           '.
           05  WS-TOT-DIV-AMT      PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(033) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           SET WS-DIVIDEND-PASS TO TRUE
           PERFORM ACTION-PASS-PARA
           SET WS-CAPITAL-PASS TO TRUE
           PERFORM ACTION-PASS-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'CORPACT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'CORPACT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           ACCEPT WS-RUN-TIME-N FROM TIME
           MOVE WS-RUN-TIME-N TO WS-RUN-TIME-X
           MOVE WS-RUN-TIME-X(1:6) TO WS-ENT-TIME
           OPEN I-O CORPMAS
           IF WS-CORPMAS-STATUS NOT = '00'
               DISPLAY 'CORPACT: CORPMAS OPEN FAILED - STATUS '
                   WS-CORPMAS-STATUS
               STOP RUN
           END-IF
           OPEN I-O HOLDMAS
           IF WS-HOLDMAS-STATUS NOT = '00'
               DISPLAY 'CORPACT: HOLDMAS OPEN FAILED - STATUS '
                   WS-HOLDMAS-STATUS
               STOP RUN
           END-IF
           OPEN I-O CASHMAS
           IF WS-CASHMAS-STATUS NOT = '00'
               DISPLAY 'CORPACT: CASHMAS OPEN FAILED - STATUS '
                   WS-CASHMAS-STATUS
               STOP RUN
           END-IF
           PERFORM OPEN-CSHJRNL-PARA
           PERFORM OPEN-ENTJRNL-PARA
           OPEN OUTPUT CORPRPT
           IF WS-CORPRPT-STATUS NOT = '00'
               DISPLAY 'CORPACT: CORPRPT OPEN FAILED - STATUS '
                   WS-CORPRPT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA.

      * THE JOURNAL DATASETS ARE APPENDED TO - THE ONLINE DAY'S
      * RECORDS ARE ALREADY ON THEM.  A DATASET NOT YET ALLOCATED
      * ON A FIRST RUN IS SIMPLY CREATED.
       OPEN-CSHJRNL-PARA.
           OPEN EXTEND CSHJRNL
           IF WS-CSHJRNL-STATUS = '35'
               OPEN OUTPUT CSHJRNL
           END-IF
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'CORPACT: CSHJRNL OPEN FAILED - STATUS '
                   WS-CSHJRNL-STATUS
               STOP RUN
           END-IF.

       OPEN-ENTJRNL-PARA.
           OPEN EXTEND ENTJRNL
           IF WS-ENTJRNL-STATUS = '35'
               OPEN OUTPUT ENTJRNL
           END-IF
           IF WS-ENTJRNL-STATUS NOT = '00'
               DISPLAY 'CORPACT: ENTJRNL OPEN FAILED - STATUS '
                   WS-ENTJRNL-STATUS
               STOP RUN
           END-IF.

      * ONE WALK OF THE ACTIONS FILE FROM THE TOP, TAKING THE
      * ACTIONS THIS PASS IS FOR.  AN ACTION IS DUE ONCE ITS
      * RECORD DATE IS REACHED - ONE KEYED LATE IS STILL APPLIED,
      * ON THE HOLDINGS AS THEY STAND.
       ACTION-PASS-PARA.
           MOVE 'N' TO WS-CORP-EOF-SW
           MOVE LOW-VALUES TO CORP-KEY
           START CORPMAS KEY NOT < CORP-KEY
               INVALID KEY
                   SET WS-CORP-EOF TO TRUE
           END-START
           IF NOT WS-CORP-EOF
               PERFORM READ-CORPMAS-PARA
           END-IF
           PERFORM CHECK-ACTION-PARA UNTIL WS-CORP-EOF.

       CHECK-ACTION-PARA.
           IF CORP-PENDING
               AND CORP-REC-DATE NOT > WS-RUN-DATE-X
               AND ((WS-DIVIDEND-PASS AND CORP-DIVIDEND)
                   OR (WS-CAPITAL-PASS AND NOT CORP-DIVIDEND))
               PERFORM APPLY-ACTION-PARA
           END-IF
           PERFORM READ-CORPMAS-PARA.

       READ-CORPMAS-PARA.
           READ CORPMAS NEXT RECORD
               AT END
                   SET WS-CORP-EOF TO TRUE
           END-READ.

      * ONE ACTION - REGISTER HEADING, EVERY HOLDER OF THE SCRIP,
      * ACTION TOTALS, THEN THE ACTION IS STAMPED APPLIED.  AN
      * ACTION KEYED WITH TERMS THAT CANNOT BE APPLIED IS LISTED
      * AND LEFT PENDING FOR OPERATIONS TO CORRECT.
       APPLY-ACTION-PARA.
           PERFORM EDIT-ACTION-PARA
           PERFORM WRITE-ACTION-HEAD-PARA
           IF WS-EDIT-BAD
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REASON TO WS-REJ-REASON
               WRITE RPT-LINE FROM WS-REJ-LINE
           ELSE
               MOVE ZERO TO WS-ACT-HOLDERS WS-ACT-OLD-QTY
                   WS-ACT-NEW-QTY WS-ACT-DIV-AMT
               WRITE RPT-LINE FROM WS-COL-LINE
               PERFORM START-HOLDINGS-PARA
               PERFORM CHECK-HOLDING-PARA UNTIL WS-HOLD-EOF
               PERFORM WRITE-ACTION-TOTAL-PARA
               SET CORP-APPLIED TO TRUE
               MOVE WS-RUN-DATE-X TO CORP-APPLY-DATE
               REWRITE CORP-RECORD
               IF WS-CORPMAS-STATUS NOT = '00'
                   DISPLAY 'CORPACT: CORPMAS REWRITE FAILED - STATUS '
                       WS-CORPMAS-STATUS ' - ACTION ' CORP-KEY
               END-IF
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       EDIT-ACTION-PARA.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN CORP-BONUS OR CORP-SPLIT
                   IF CORP-RATIO-NEW IS NOT NUMERIC
                       OR CORP-RATIO-OLD IS NOT NUMERIC
                       OR CORP-RATIO-NEW = ZERO
                       OR CORP-RATIO-OLD = ZERO
                       MOVE 'RATIO MUST BE TWO NON-ZERO NUMBERS'
                           TO WS-REASON
                       SET WS-EDIT-BAD TO TRUE
                   END-IF
               WHEN CORP-DIVIDEND
                   IF CORP-DIV-RATE IS NOT NUMERIC
                       OR CORP-DIV-RATE = ZERO
                       MOVE 'DIVIDEND RATE MUST BE GREATER THAN ZERO'
                           TO WS-REASON
                       SET WS-EDIT-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE 'ACTION TYPE MUST BE B, S OR D' TO WS-REASON
                   SET WS-EDIT-BAD TO TRUE
           END-EVALUATE.

       WRITE-ACTION-HEAD-PARA.
           MOVE CORP-SCRIP    TO WS-AL-SCRIP
           MOVE CORP-REC-DATE TO WS-AL-REC-DATE
           EVALUATE TRUE
               WHEN CORP-BONUS
                   MOVE 'BONUS'    TO WS-AL-TYPE
               WHEN CORP-SPLIT
                   MOVE 'SPLIT'    TO WS-AL-TYPE
               WHEN CORP-DIVIDEND
                   MOVE 'DIVIDEND' TO WS-AL-TYPE
               WHEN OTHER
                   MOVE CORP-TYPE  TO WS-AL-TYPE
           END-EVALUATE
           IF WS-EDIT-BAD
               MOVE SPACES TO WS-AL-TERMS
           ELSE
               IF CORP-DIVIDEND
                   MOVE CORP-DIV-RATE  TO WS-RT-RATE
                   MOVE WS-RATE-TERMS  TO WS-AL-TERMS
               ELSE
                   MOVE CORP-RATIO-NEW TO WS-RT-NEW
                   MOVE CORP-RATIO-OLD TO WS-RT-OLD
                   MOVE WS-RATIO-TERMS TO WS-AL-TERMS
               END-IF
           END-IF
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-ACT-LINE.

       START-HOLDINGS-PARA.
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLDMAS KEY NOT < HOLD-KEY
               INVALID KEY
                   SET WS-HOLD-EOF TO TRUE
           END-START
           IF NOT WS-HOLD-EOF
               PERFORM READ-HOLDMAS-PARA
           END-IF.

      * ONLY A POSITION STILL HELD IS ENTITLED - A HOLDING SOLD
      * DOWN TO NOTHING WAITING FOR THE HOLDSWP SWEEP GETS NOTHING.
       CHECK-HOLDING-PARA.
           IF HOLD-SCRIP = CORP-SCRIP
               AND HOLD-QTY > ZERO
               PERFORM ENTITLE-HOLDING-PARA
           END-IF
           PERFORM READ-HOLDMAS-PARA.

       READ-HOLDMAS-PARA.
           READ HOLDMAS NEXT RECORD
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

       ENTITLE-HOLDING-PARA.
           MOVE HOLD-CUST-ID  TO ENT-CUST-ID
           MOVE HOLD-SCRIP    TO ENT-SCRIP
           MOVE CORP-TYPE     TO ENT-TYPE
           MOVE CORP-REC-DATE TO ENT-REC-DATE
           MOVE WS-RUN-DATE-X TO ENT-DATE
           MOVE WS-ENT-TIME   TO ENT-TIME
           MOVE HOLD-QTY      TO ENT-OLD-QTY
           MOVE HOLD-AVG-COST TO ENT-OLD-AVG
           MOVE ZERO          TO ENT-DIV-AMT
           IF CORP-DIVIDEND
               PERFORM CREDIT-DIVIDEND-PARA
           ELSE
               PERFORM ADJUST-HOLDING-PARA
           END-IF
           MOVE HOLD-QTY      TO ENT-NEW-QTY
           MOVE HOLD-AVG-COST TO ENT-NEW-AVG
           WRITE ENT-RECORD
           IF WS-ENTJRNL-STATUS NOT = '00'
               DISPLAY 'CORPACT: ENTJRNL WRITE FAILED - STATUS '
                   WS-ENTJRNL-STATUS ' - HOLDING ' HOLD-KEY
           END-IF
           ADD 1 TO WS-ACT-HOLDERS
           ADD ENT-OLD-QTY TO WS-ACT-OLD-QTY
           ADD ENT-NEW-QTY TO WS-ACT-NEW-QTY
           ADD ENT-DIV-AMT TO WS-ACT-DIV-AMT
           PERFORM WRITE-DETAIL-PARA.

      * BONUS SHARES ARE ADDED TO THE HOLDING; A SPLIT REPLACES
      * IT.  EITHER WAY THE BOOK COST IS UNCHANGED, SO THE AVERAGE
      * IS SPREAD OVER THE NEW QUANTITY.  THE LAST-ACTIVITY STAMP
      * MOVES, SO P9 WILL NOT BACK A TRADE OUT OVER THE ACTION.
       ADJUST-HOLDING-PARA.
           IF CORP-BONUS
               COMPUTE WS-NEW-QTY = HOLD-QTY
                   + HOLD-QTY * CORP-RATIO-NEW / CORP-RATIO-OLD
           ELSE
               COMPUTE WS-NEW-QTY =
                   HOLD-QTY * CORP-RATIO-NEW / CORP-RATIO-OLD
           END-IF
           IF WS-NEW-QTY > ZERO
               COMPUTE WS-TOT-COST = HOLD-QTY * HOLD-AVG-COST
               MOVE WS-NEW-QTY TO HOLD-QTY
               COMPUTE HOLD-AVG-COST ROUNDED =
                   WS-TOT-COST / HOLD-QTY
               MOVE WS-RUN-DATE-X TO HOLD-LAST-DATE
               MOVE WS-ENT-TIME   TO HOLD-LAST-TIME
               REWRITE HOLD-RECORD
               IF WS-HOLDMAS-STATUS = '00'
                   ADD 1 TO WS-ADJUST-COUNT
               ELSE
                   DISPLAY 'CORPACT: HOLDMAS REWRITE FAILED - STATUS '
                       WS-HOLDMAS-STATUS ' - HOLDING ' HOLD-KEY
                   MOVE ENT-OLD-QTY TO HOLD-QTY
                   MOVE ENT-OLD-AVG TO HOLD-AVG-COST
               END-IF
           END-IF.

      * THE DIVIDEND GOES TO THE CASH ACCOUNT, OPENING ONE IF THE
      * CUSTOMER HAS NEVER BANKED WITH US, THE WAY A P3 SELL DOES.
       CREDIT-DIVIDEND-PARA.
           COMPUTE WS-DIV-AMT ROUNDED = HOLD-QTY * CORP-DIV-RATE
           MOVE HOLD-CUST-ID TO CASH-CUST-ID
           READ CASHMAS
               INVALID KEY
                   MOVE WS-DIV-AMT    TO CASH-BALANCE
                   MOVE ZERO          TO CASH-RESERVED
                   MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
                   MOVE WS-ENT-TIME   TO CASH-LAST-TIME
                   WRITE CASH-RECORD
               NOT INVALID KEY
                   ADD WS-DIV-AMT     TO CASH-BALANCE
                   MOVE WS-RUN-DATE-X TO CASH-LAST-DATE
                   MOVE WS-ENT-TIME   TO CASH-LAST-TIME
                   REWRITE CASH-RECORD
           END-READ
           IF WS-CASHMAS-STATUS = '00'
               MOVE WS-DIV-AMT TO ENT-DIV-AMT
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-DIV-AMT TO WS-GRAND-DIV-AMT
               PERFORM WRITE-CASH-MOVEMENT-PARA
           ELSE
               DISPLAY 'CORPACT: CASHMAS UPDATE FAILED - STATUS '
                   WS-CASHMAS-STATUS ' - ACCOUNT ' CASH-CUST-ID
           END-IF.

      * JOURNAL THE CREDIT AS A TYPE V POSTING.  A BATCH RUN HAS
      * NO TERMINAL OR SIGNED-ON OPERATOR, SO THE JOB STANDS IN
      * FOR BOTH.
       WRITE-CASH-MOVEMENT-PARA.
           MOVE CASH-CUST-ID  TO CSHM-CUST-ID
           SET CSHM-DIVIDEND  TO TRUE
           MOVE WS-DIV-AMT    TO CSHM-AMOUNT
           MOVE CASH-BALANCE  TO CSHM-BALANCE
           MOVE WS-RUN-DATE-X TO CSHM-DATE
           MOVE WS-ENT-TIME   TO CSHM-TIME
           MOVE 'BATCH'       TO CSHM-OPER-ID
           MOVE 'BTCH'        TO CSHM-TERMID
           SET CSHM-ORIGINAL  TO TRUE
           MOVE CORP-SCRIP    TO CSHM-REF
           WRITE CSHM-RECORD
           IF WS-CSHJRNL-STATUS NOT = '00'
               DISPLAY 'CORPACT: CSHJRNL WRITE FAILED - STATUS '
                   WS-CSHJRNL-STATUS ' - ACCOUNT ' CASH-CUST-ID
           END-IF.

       WRITE-DETAIL-PARA.
           MOVE ENT-CUST-ID TO WS-DET-CUST
           MOVE ENT-OLD-QTY TO WS-DET-OLD-QTY
           MOVE ENT-NEW-QTY TO WS-DET-NEW-QTY
           MOVE ENT-OLD-AVG TO WS-DET-OLD-AVG
           MOVE ENT-NEW-AVG TO WS-DET-NEW-AVG
           MOVE ENT-DIV-AMT TO WS-DET-DIV-AMT
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       WRITE-ACTION-TOTAL-PARA.
           MOVE WS-ACT-HOLDERS TO WS-ATOT-HOLDERS
           MOVE WS-ACT-OLD-QTY TO WS-ATOT-OLD-QTY
           MOVE WS-ACT-NEW-QTY TO WS-ATOT-NEW-QTY
           WRITE RPT-LINE FROM WS-ATOT-LINE
           IF CORP-DIVIDEND
               MOVE WS-ACT-DIV-AMT TO WS-ATOT-DIV-AMT
               WRITE RPT-LINE FROM WS-ADIV-LINE
           END-IF.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2.

       TERM-PARA.
           MOVE WS-APPLIED-COUNT TO WS-TOT-APPLIED
           MOVE WS-REJECT-COUNT  TO WS-TOT-REJECT
           MOVE WS-ADJUST-COUNT  TO WS-TOT-ADJUST
           MOVE WS-CREDIT-COUNT  TO WS-TOT-CREDIT
           MOVE WS-GRAND-DIV-AMT TO WS-TOT-DIV-AMT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-LINE-1
           WRITE RPT-LINE FROM WS-TOT-LINE-2
           WRITE RPT-LINE FROM WS-TOT-LINE-3
           WRITE RPT-LINE FROM WS-TOT-LINE-4
           WRITE RPT-LINE FROM WS-TOT-LINE-5
           CLOSE CORPMAS
           CLOSE HOLDMAS
           CLOSE CASHMAS
           CLOSE CSHJRNL
           CLOSE ENTJRNL
           CLOSE CORPRPT.
