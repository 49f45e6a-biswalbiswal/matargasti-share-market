       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODPROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LAST NIGHT'S SNAPSHOT OF THE CLOSING BALANCES - TONIGHT'S
      * OPENING FIGURES.  SEE SNAPREC.COB.
           SELECT SNAPIN ASSIGN TO SNAPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPIN-STATUS.
      * TONIGHT'S SNAPSHOT, TAKEN FROM THE CLOSING MASTERS AS
      * THEY ARE READ FOR THE PROOF - TOMORROW'S SNAPIN.
           SELECT SNAPOUT ASSIGN TO SNAPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPOUT-STATUS.
      * THE EXTRAPARTITION DATASETS BEHIND THE CSHJ AND TRDJ
      * TRANSIENT DATA QUEUES - CLOSED TO CICS WHILE THIS JOB
      * RUNS.  THE BATCH JOBS POST TO THEM DIRECTLY AS WELL -
      * CORPACT (DIVIDENDS), PAYRTN (PAYOUT RE-CREDITS) AND
      * ORDMATCH (LIMIT ORDER FILLS) - AND EACH MUST RUN BEFORE
      * THIS JOB FOR THE SAME BUSINESS DATE, OR ITS POSTINGS ARE
      * NEVER PROVED.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
           SELECT TRDJRNL ASSIGN TO TRDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDJRNL-STATUS.
      * THE CORPACT ENTITLEMENT JOURNAL - A BONUS OR SPLIT MOVES
      * HOLD-QTY WITHOUT A TRADE.
           SELECT ENTJRNL ASSIGN TO ENTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENTJRNL-STATUS.
      * THE ORPHANED HOLDINGS TONIGHT'S HOLDSWP SWEEP ARCHIVED AND
      * PURGED - EACH ONE TAKES ITS WHOLE QUANTITY OFF HOLDMAS.
           SELECT HARCOUT ASSIGN TO HARCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HARCOUT-STATUS.
      * THE CLOSING MASTERS, READ END TO END.
           SELECT CASHMAS ASSIGN TO CASHMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASH-CUST-ID
               FILE STATUS IS WS-CASHMAS-STATUS.
           SELECT HOLDMAS ASSIGN TO HOLDMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDMAS-STATUS.
      * OPENING FIGURES, MOVEMENTS AND CLOSING FIGURES ALL MEET
      * IN ONE SORT ON ACCOUNT OR POSITION, SO EACH ONE IS PROVED
      * AT ITS CONTROL BREAK.
           SELECT SORTWK ASSIGN TO SORTWK.
      * THE BREAK REPORT OPERATIONS SIGN THE DAY OFF FROM.
           SELECT PROOFRPT ASSIGN TO PROOFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOFRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SNAPIN.
       01  SNPI-RECORD             PIC X(037).
       FD  SNAPOUT.
       01  SNPO-RECORD             PIC X(037).
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       FD  TRDJRNL.
      * TRADE HISTORY RECORD LAYOUT - SEE TRDREC.COB
       COPY "TRDREC.COB".
       FD  ENTJRNL.
      * ENTITLEMENT RECORD LAYOUT - SEE ENTREC.COB
       COPY "ENTREC.COB".
       FD  HARCOUT.
      * THE HOLDREC LAYOUT, AS HOLDSWP WRITES IT
       01  HARC-RECORD.
           05  HARC-KEY.
               10  HARC-CUST-ID    PIC X(005).
               10  HARC-SCRIP      PIC X(008).
           05  HARC-QTY            PIC S9(007).
           05  FILLER              PIC X(022).
       FD  CASHMAS.
      * CASH ACCOUNT RECORD LAYOUT - SEE CASHREC.COB
       COPY "CASHREC.COB".
       FD  HOLDMAS.
      * HOLDINGS RECORD LAYOUT - SEE HOLDREC.COB
       COPY "HOLDREC.COB".
       SD  SORTWK.
       01  SRT-RECORD.
           05  SRT-KEY.
               10  SRT-KIND        PIC X(001).
               10  SRT-CUST-ID     PIC X(005).
               10  SRT-SCRIP       PIC X(008).
           05  SRT-SOURCE          PIC X(001).
               88  SRT-OPENING         VALUE 'O'.
               88  SRT-MOVEMENT        VALUE 'M'.
               88  SRT-CLOSING         VALUE 'A'.
           05  SRT-AMOUNT          PIC S9(013)V99.
       FD  PROOFRPT.
       01  RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-SNAPIN-STATUS        PIC X(02).
       01  WS-SNAPOUT-STATUS       PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).
       01  WS-TRDJRNL-STATUS       PIC X(02).
       01  WS-ENTJRNL-STATUS       PIC X(02).
       01  WS-HARCOUT-STATUS       PIC X(02).
       01  WS-CASHMAS-STATUS       PIC X(02).
       01  WS-HOLDMAS-STATUS       PIC X(02).
       01  WS-PROOFRPT-STATUS      PIC X(02).

      * SNAPSHOT I/O AREA - SEE SNAPREC.COB
       COPY "SNAPREC.COB".

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
      * THE FIRST NIGHT THERE IS NO SNAPSHOT TO PROVE FROM - THE
      * CLOSING SNAPSHOT IS STILL TAKEN AND THE PROOF STARTS THE
      * NEXT NIGHT.
       01  WS-SNAPSHOT-SW          PIC X(01) VALUE 'Y'.
           88  WS-HAVE-SNAPSHOT        VALUE 'Y'.
           88  WS-NO-SNAPSHOT          VALUE 'N'.
       01  WS-OPEN-SW              PIC X(01).
           88  WS-HAS-OPENING          VALUE 'Y'.
       01  WS-CLOSE-SW             PIC X(01).
           88  WS-HAS-CLOSING          VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
      * THE MOVEMENTS PROVED ARE THOSE DATED AFTER THE SNAPSHOT
      * AND NOT AFTER TONIGHT - A NIGHT THE JOB DID NOT RUN IS
      * PICKED UP BY THE NEXT ONE.
       01  WS-SNAP-DATE            PIC X(08) VALUE SPACES.

      * ONE ACCOUNT OR POSITION BEING PROVED
       01  WS-CUR-KEY.
           05  WS-CUR-KIND         PIC X(001).
               88  WS-CUR-CASH         VALUE 'C'.
               88  WS-CUR-HOLDING      VALUE 'H'.
           05  WS-CUR-CUST-ID      PIC X(005).
           05  WS-CUR-SCRIP        PIC X(008).
       01  WS-OPEN-AMT             PIC S9(015)V99.
       01  WS-MVT-AMT              PIC S9(015)V99.
       01  WS-EXP-AMT              PIC S9(015)V99.
       01  WS-ACT-AMT              PIC S9(015)V99.
       01  WS-DIFF-AMT             PIC S9(015)V99.
       01  WS-NOTE                 PIC X(014).

      * INPUT COUNTS
       77  WS-SNAP-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-CSHJ-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-TRDJ-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-ENT-COUNT            PIC 9(07) VALUE ZERO.
       77  WS-HARC-COUNT           PIC 9(07) VALUE ZERO.

      * GRAND CONTROL TOTALS - CASH IN MONEY, HOLDINGS IN SHARES.
      * OPENING PLUS MOVEMENTS IS EXPECTED; EXPECTED LESS ACTUAL
      * IS THE NET OF THE BREAKS.
       77  WS-CASH-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-CASH-BRK-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-CASH-OPEN            PIC S9(015)V99 VALUE ZERO.
       01  WS-CASH-MVT             PIC S9(015)V99 VALUE ZERO.
       01  WS-CASH-EXP             PIC S9(015)V99 VALUE ZERO.
       01  WS-CASH-ACT             PIC S9(015)V99 VALUE ZERO.
       01  WS-CASH-DIFF            PIC S9(015)V99 VALUE ZERO.
       77  WS-HOLD-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-HOLD-BRK-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-HOLD-OPEN            PIC S9(015) VALUE ZERO.
       01  WS-HOLD-MVT             PIC S9(015) VALUE ZERO.
       01  WS-HOLD-EXP             PIC S9(015) VALUE ZERO.
       01  WS-HOLD-ACT             PIC S9(015) VALUE ZERO.
       01  WS-HOLD-DIFF            PIC S9(015) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(132) VALUE
           'END OF DAY PROOF - CASH AND HOLDINGS BREAK REPORT'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(019) VALUE
               '  OPENING SNAPSHOT '.
           05  WS-HEAD-SNAP        PIC X(008).
           05  FILLER              PIC X(087) VALUE SPACES.
       01  WS-NOSNAP-LINE          PIC X(132) VALUE
           'NO OPENING SNAPSHOT - CLOSING SNAPSHOT TAKEN, PROOF STARTS N
      -    'EXT RUN'.
       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.
       01  WS-COL-LINE             PIC X(132) VALUE
           'KIND  CUST   SCRIP              OPENING          MOVEMENTS
      -    '         EXPECTED             ACTUAL         DIFFERENCE   NO
      -    'TE'.

       01  WS-CASH-LINE.
           05  FILLER              PIC X(004) VALUE 'CASH'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-CUST          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-SCRIP         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-OPEN          PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-MVT           PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-EXP           PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-ACT           PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-DIFF          PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-CL-NOTE          PIC X(014).

       01  WS-HOLD-LINE.
           05  FILLER              PIC X(004) VALUE 'HOLD'.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-HL-CUST          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-HL-SCRIP         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-HL-OPEN          PIC ZZZZZZZZZZZZ9-.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WS-HL-MVT           PIC ZZZZZZZZZZZZ9-.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WS-HL-EXP           PIC ZZZZZZZZZZZZ9-.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WS-HL-ACT           PIC ZZZZZZZZZZZZ9-.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WS-HL-DIFF          PIC ZZZZZZZZZZZZ9-.
           05  FILLER              PIC X(005) VALUE SPACES.
           05  WS-HL-NOTE          PIC X(014).

       01  WS-TOT-HEAD             PIC X(132) VALUE
           'GRAND CONTROL TOTALS'.
       01  WS-CNT-LINE.
           05  WS-CNT-LABEL        PIC X(030).
           05  WS-CNT-VALUE        PIC ZZZZZZ9.
           05  FILLER              PIC X(095) VALUE SPACES.
       01  WS-AMT-LINE.
           05  WS-AMT-LABEL        PIC X(030).
           05  WS-AMT-VALUE        PIC ZZZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(083) VALUE SPACES.
       01  WS-QTY-LINE.
           05  WS-QTY-LABEL        PIC X(030).
           05  WS-QTY-VALUE        PIC ZZZZZZZZZZZZZZ9-.
           05  FILLER              PIC X(086) VALUE SPACES.
       01  WS-RESULT-LINE.
           05  FILLER              PIC X(014) VALUE
               'PROOF RESULT: '.
           05  WS-RESULT           PIC X(040).
           05  FILLER              PIC X(078) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           SORT SORTWK
               ON ASCENDING KEY SRT-KIND SRT-CUST-ID SRT-SCRIP
               INPUT PROCEDURE IS LOAD-PROOF-PARA
               OUTPUT PROCEDURE IS PROVE-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'EODPROOF' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'EODPROOF: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           OPEN INPUT SNAPIN
           EVALUATE WS-SNAPIN-STATUS
               WHEN '00'
                   PERFORM READ-SNAPIN-PARA
                   IF WS-EOF OR NOT SNAP-HEADER
                       DISPLAY 'EODPROOF: SNAPIN HAS NO HEADER RECORD'
                       STOP RUN
                   END-IF
                   MOVE SNAP-DATE TO WS-SNAP-DATE
               WHEN '35'
                   SET WS-NO-SNAPSHOT TO TRUE
               WHEN OTHER
                   DISPLAY 'EODPROOF: SNAPIN OPEN FAILED - STATUS '
                       WS-SNAPIN-STATUS
                   STOP RUN
           END-EVALUATE
      * A SNAPSHOT TAKEN TONIGHT OR LATER WOULD COUNT TONIGHT'S
      * MOVEMENTS TWICE - THE WRONG GENERATION HAS BEEN GIVEN.
           IF WS-HAVE-SNAPSHOT
               AND WS-SNAP-DATE NOT < WS-RUN-DATE-X
               DISPLAY 'EODPROOF: OPENING SNAPSHOT DATED '
                   WS-SNAP-DATE ' IS NOT BEFORE RUN DATE '
                   WS-RUN-DATE-X
               STOP RUN
           END-IF
           OPEN OUTPUT SNAPOUT
           IF WS-SNAPOUT-STATUS NOT = '00'
               DISPLAY 'EODPROOF: SNAPOUT OPEN FAILED - STATUS '
                   WS-SNAPOUT-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO SNAP-RECORD
           SET SNAP-HEADER TO TRUE
           MOVE ZERO TO SNAP-AMOUNT
           MOVE WS-RUN-DATE-X TO SNAP-DATE
           WRITE SNPO-RECORD FROM SNAP-RECORD
           OPEN OUTPUT PROOFRPT
           IF WS-PROOFRPT-STATUS NOT = '00'
               DISPLAY 'EODPROOF: PROOFRPT OPEN FAILED - STATUS '
                   WS-PROOFRPT-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA.

      * FEED THE SORT - LAST NIGHT'S FIGURES, EVERY MOVEMENT SINCE
      * ON CASH AND HOLDINGS, AND THE CLOSING MASTERS.  A MISSING
      * JOURNAL DATASET MEANS NOTHING OF THAT KIND MOVED.
       LOAD-PROOF-PARA SECTION.
           IF WS-HAVE-SNAPSHOT
               PERFORM RELEASE-SNAPSHOT-PARA
               PERFORM LOAD-CSHJRNL-PARA
               PERFORM LOAD-TRDJRNL-PARA
               PERFORM LOAD-ENTJRNL-PARA
               PERFORM LOAD-HARCOUT-PARA
           END-IF
           PERFORM LOAD-CASHMAS-PARA
           PERFORM LOAD-HOLDMAS-PARA
           GO TO LOAD-PROOF-EXIT.

       RELEASE-SNAPSHOT-PARA.
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-SNAPIN-PARA
           PERFORM RELEASE-ONE-SNAP-PARA UNTIL WS-EOF
           CLOSE SNAPIN.

       RELEASE-ONE-SNAP-PARA.
           ADD 1 TO WS-SNAP-COUNT
           MOVE SNAP-TYPE    TO SRT-KIND
           MOVE SNAP-CUST-ID TO SRT-CUST-ID
           MOVE SNAP-SCRIP   TO SRT-SCRIP
           SET SRT-OPENING   TO TRUE
           MOVE SNAP-AMOUNT  TO SRT-AMOUNT
           RELEASE SRT-RECORD
           PERFORM READ-SNAPIN-PARA.

       READ-SNAPIN-PARA.
           READ SNAPIN INTO SNAP-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-CSHJRNL-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CSHJRNL
           EVALUATE WS-CSHJRNL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'EODPROOF: CSHJRNL OPEN FAILED - STATUS '
                       WS-CSHJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-CSHJRNL-PARA
           END-IF
           PERFORM RELEASE-CASH-MVT-PARA UNTIL WS-EOF
           IF WS-CSHJRNL-STATUS NOT = '35'
               CLOSE CSHJRNL
           END-IF.

      * D, S, THE DIVIDEND V AND THE PAYOUT RETURN R PUT MONEY
      * IN; W, B, THE BANK PAYOUT P AND THE TRADE CHARGES TAKE IT
      * OUT.  A P9 CANCELLATION MOVES IT THE OTHER WAY TO THE
      * TYPE IT CARRIES.
       RELEASE-CASH-MVT-PARA.
           IF CSHM-DATE > WS-SNAP-DATE
               AND CSHM-DATE NOT > WS-RUN-DATE-X
               ADD 1 TO WS-CSHJ-COUNT
               MOVE 'C'          TO SRT-KIND
               MOVE CSHM-CUST-ID TO SRT-CUST-ID
               MOVE SPACES       TO SRT-SCRIP
               SET SRT-MOVEMENT  TO TRUE
               IF CSHM-DEPOSIT OR CSHM-TRADE-CREDIT OR CSHM-DIVIDEND
                   OR CSHM-PAYOUT-RETURN
                   MOVE CSHM-AMOUNT TO SRT-AMOUNT
               ELSE
                   COMPUTE SRT-AMOUNT = ZERO - CSHM-AMOUNT
               END-IF
               IF CSHM-CANCELLATION
                   COMPUTE SRT-AMOUNT = ZERO - SRT-AMOUNT
               END-IF
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-CSHJRNL-PARA.

       READ-CSHJRNL-PARA.
           READ CSHJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-TRDJRNL-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRDJRNL
           EVALUATE WS-TRDJRNL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'EODPROOF: TRDJRNL OPEN FAILED - STATUS '
                       WS-TRDJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-TRDJRNL-PARA
           END-IF
           PERFORM RELEASE-TRADE-MVT-PARA UNTIL WS-EOF
           IF WS-TRDJRNL-STATUS NOT = '35'
               CLOSE TRDJRNL
           END-IF.

      * A BUY ADDS TO THE HOLDING AND A SELL TAKES OFF IT.  A P9
      * REVERSAL IS DATED THE DAY OF THE CANCEL, CARRIES THE SIDE
      * OF THE TRADE IT BUSTS AND MOVES THE QUANTITY BACK.
       RELEASE-TRADE-MVT-PARA.
           IF TRD-DATE > WS-SNAP-DATE
               AND TRD-DATE NOT > WS-RUN-DATE-X
               ADD 1 TO WS-TRDJ-COUNT
               MOVE 'H'         TO SRT-KIND
               MOVE TRD-CUST-ID TO SRT-CUST-ID
               MOVE TRD-SCRIP   TO SRT-SCRIP
               SET SRT-MOVEMENT TO TRUE
               IF TRD-BUY
                   MOVE TRD-QTY TO SRT-AMOUNT
               ELSE
                   COMPUTE SRT-AMOUNT = ZERO - TRD-QTY
               END-IF
               IF TRD-CANCELLATION
                   COMPUTE SRT-AMOUNT = ZERO - SRT-AMOUNT
               END-IF
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-TRDJRNL-PARA.

       READ-TRDJRNL-PARA.
           READ TRDJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-ENTJRNL-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ENTJRNL
           EVALUATE WS-ENTJRNL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'EODPROOF: ENTJRNL OPEN FAILED - STATUS '
                       WS-ENTJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-ENTJRNL-PARA
           END-IF
           PERFORM RELEASE-ENT-MVT-PARA UNTIL WS-EOF
           IF WS-ENTJRNL-STATUS NOT = '35'
               CLOSE ENTJRNL
           END-IF.

      * A BONUS OR SPLIT MOVES THE HOLDING FROM ITS OLD QUANTITY
      * TO ITS NEW ONE.  THE DIVIDEND'S MONEY IS ALREADY ON CSHJ.
       RELEASE-ENT-MVT-PARA.
           IF ENT-DATE > WS-SNAP-DATE
               AND ENT-DATE NOT > WS-RUN-DATE-X
               AND (ENT-BONUS OR ENT-SPLIT)
               ADD 1 TO WS-ENT-COUNT
               MOVE 'H'         TO SRT-KIND
               MOVE ENT-CUST-ID TO SRT-CUST-ID
               MOVE ENT-SCRIP   TO SRT-SCRIP
               SET SRT-MOVEMENT TO TRUE
               COMPUTE SRT-AMOUNT = ENT-NEW-QTY - ENT-OLD-QTY
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-ENTJRNL-PARA.

       READ-ENTJRNL-PARA.
           READ ENTJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-HARCOUT-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HARCOUT
           EVALUATE WS-HARCOUT-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'EODPROOF: HARCOUT OPEN FAILED - STATUS '
                       WS-HARCOUT-STATUS
                   STOP RUN
           END-EVALUATE
           IF NOT WS-EOF
               PERFORM READ-HARCOUT-PARA
           END-IF
           PERFORM RELEASE-PURGE-MVT-PARA UNTIL WS-EOF
           IF WS-HARCOUT-STATUS NOT = '35'
               CLOSE HARCOUT
           END-IF.

       RELEASE-PURGE-MVT-PARA.
           ADD 1 TO WS-HARC-COUNT
           MOVE 'H'          TO SRT-KIND
           MOVE HARC-CUST-ID TO SRT-CUST-ID
           MOVE HARC-SCRIP   TO SRT-SCRIP
           SET SRT-MOVEMENT  TO TRUE
           COMPUTE SRT-AMOUNT = ZERO - HARC-QTY
           RELEASE SRT-RECORD
           PERFORM READ-HARCOUT-PARA.

       READ-HARCOUT-PARA.
           READ HARCOUT
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * THE CLOSING MASTERS - EACH RECORD GOES TO THE SORT AS THE
      * ACTUAL FIGURE AND TO TONIGHT'S SNAPSHOT AS TOMORROW'S
      * OPENING ONE.
       LOAD-CASHMAS-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CASHMAS
           IF WS-CASHMAS-STATUS NOT = '00'
               DISPLAY 'EODPROOF: CASHMAS OPEN FAILED - STATUS '
                   WS-CASHMAS-STATUS
               STOP RUN
           END-IF
           PERFORM READ-CASHMAS-PARA
           PERFORM RELEASE-CASH-ACT-PARA UNTIL WS-EOF
           CLOSE CASHMAS.

       RELEASE-CASH-ACT-PARA.
           MOVE 'C'          TO SRT-KIND
           MOVE CASH-CUST-ID TO SRT-CUST-ID
           MOVE SPACES       TO SRT-SCRIP
           SET SRT-CLOSING   TO TRUE
           MOVE CASH-BALANCE TO SRT-AMOUNT
           RELEASE SRT-RECORD
           PERFORM WRITE-SNAPSHOT-PARA
           PERFORM READ-CASHMAS-PARA.

       READ-CASHMAS-PARA.
           READ CASHMAS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       LOAD-HOLDMAS-PARA.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT HOLDMAS
           IF WS-HOLDMAS-STATUS NOT = '00'
               DISPLAY 'EODPROOF: HOLDMAS OPEN FAILED - STATUS '
                   WS-HOLDMAS-STATUS
               STOP RUN
           END-IF
           PERFORM READ-HOLDMAS-PARA
           PERFORM RELEASE-HOLD-ACT-PARA UNTIL WS-EOF
           CLOSE HOLDMAS.

       RELEASE-HOLD-ACT-PARA.
           MOVE 'H'          TO SRT-KIND
           MOVE HOLD-CUST-ID TO SRT-CUST-ID
           MOVE HOLD-SCRIP   TO SRT-SCRIP
           SET SRT-CLOSING   TO TRUE
           MOVE HOLD-QTY     TO SRT-AMOUNT
           RELEASE SRT-RECORD
           PERFORM WRITE-SNAPSHOT-PARA
           PERFORM READ-HOLDMAS-PARA.

       READ-HOLDMAS-PARA.
           READ HOLDMAS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       WRITE-SNAPSHOT-PARA.
           MOVE SRT-KIND      TO SNAP-TYPE
           MOVE SRT-CUST-ID   TO SNAP-CUST-ID
           MOVE SRT-SCRIP     TO SNAP-SCRIP
           MOVE SRT-AMOUNT    TO SNAP-AMOUNT
           MOVE WS-RUN-DATE-X TO SNAP-DATE
           WRITE SNPO-RECORD FROM SNAP-RECORD
           IF WS-SNAPOUT-STATUS NOT = '00'
               DISPLAY 'EODPROOF: SNAPOUT WRITE FAILED - STATUS '
                   WS-SNAPOUT-STATUS
               STOP RUN
           END-IF.

       LOAD-PROOF-EXIT.
           EXIT.

      * TAKE THE FIGURES BACK ONE ACCOUNT OR POSITION AT A TIME.
      * OPENING PLUS MOVEMENTS MUST EQUAL THE CLOSING MASTER - ONE
      * MISSING FROM EITHER SIDE COUNTS AS ZERO.
       PROVE-PARA SECTION.
           PERFORM RETURN-FIGURE-PARA
           PERFORM PROVE-ONE-PARA UNTIL WS-SORT-EOF
           GO TO PROVE-EXIT.

       PROVE-ONE-PARA.
           MOVE SRT-KEY TO WS-CUR-KEY
           MOVE ZERO TO WS-OPEN-AMT WS-MVT-AMT WS-ACT-AMT
           MOVE 'N' TO WS-OPEN-SW WS-CLOSE-SW
           PERFORM ADD-FIGURE-PARA
               UNTIL WS-SORT-EOF OR SRT-KEY NOT = WS-CUR-KEY
           COMPUTE WS-EXP-AMT = WS-OPEN-AMT + WS-MVT-AMT
           COMPUTE WS-DIFF-AMT = WS-EXP-AMT - WS-ACT-AMT
           IF WS-CUR-CASH
               PERFORM PROVE-CASH-PARA
           ELSE
               PERFORM PROVE-HOLDING-PARA
           END-IF.

       ADD-FIGURE-PARA.
           EVALUATE TRUE
               WHEN SRT-OPENING
                   ADD SRT-AMOUNT TO WS-OPEN-AMT
                   SET WS-HAS-OPENING TO TRUE
               WHEN SRT-MOVEMENT
                   ADD SRT-AMOUNT TO WS-MVT-AMT
               WHEN SRT-CLOSING
                   ADD SRT-AMOUNT TO WS-ACT-AMT
                   SET WS-HAS-CLOSING TO TRUE
           END-EVALUATE
           PERFORM RETURN-FIGURE-PARA.

       RETURN-FIGURE-PARA.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PROVE-CASH-PARA.
           ADD 1 TO WS-CASH-COUNT
           ADD WS-OPEN-AMT TO WS-CASH-OPEN
           ADD WS-MVT-AMT  TO WS-CASH-MVT
           ADD WS-EXP-AMT  TO WS-CASH-EXP
           ADD WS-ACT-AMT  TO WS-CASH-ACT
           IF WS-HAVE-SNAPSHOT AND WS-DIFF-AMT NOT = ZERO
               ADD 1 TO WS-CASH-BRK-COUNT
               ADD WS-DIFF-AMT TO WS-CASH-DIFF
               MOVE WS-CUR-CUST-ID TO WS-CL-CUST
               MOVE WS-CUR-SCRIP   TO WS-CL-SCRIP
               MOVE WS-OPEN-AMT    TO WS-CL-OPEN
               MOVE WS-MVT-AMT     TO WS-CL-MVT
               MOVE WS-EXP-AMT     TO WS-CL-EXP
               MOVE WS-ACT-AMT     TO WS-CL-ACT
               MOVE WS-DIFF-AMT    TO WS-CL-DIFF
               PERFORM SET-NOTE-PARA
               MOVE WS-NOTE        TO WS-CL-NOTE
               WRITE RPT-LINE FROM WS-CASH-LINE
           END-IF.

       PROVE-HOLDING-PARA.
           ADD 1 TO WS-HOLD-COUNT
           ADD WS-OPEN-AMT TO WS-HOLD-OPEN
           ADD WS-MVT-AMT  TO WS-HOLD-MVT
           ADD WS-EXP-AMT  TO WS-HOLD-EXP
           ADD WS-ACT-AMT  TO WS-HOLD-ACT
           IF WS-HAVE-SNAPSHOT AND WS-DIFF-AMT NOT = ZERO
               ADD 1 TO WS-HOLD-BRK-COUNT
               ADD WS-DIFF-AMT TO WS-HOLD-DIFF
               MOVE WS-CUR-CUST-ID TO WS-HL-CUST
               MOVE WS-CUR-SCRIP   TO WS-HL-SCRIP
               MOVE WS-OPEN-AMT    TO WS-HL-OPEN
               MOVE WS-MVT-AMT     TO WS-HL-MVT
               MOVE WS-EXP-AMT     TO WS-HL-EXP
               MOVE WS-ACT-AMT     TO WS-HL-ACT
               MOVE WS-DIFF-AMT    TO WS-HL-DIFF
               PERFORM SET-NOTE-PARA
               MOVE WS-NOTE        TO WS-HL-NOTE
               WRITE RPT-LINE FROM WS-HOLD-LINE
           END-IF.

      * SAY WHICH SIDE OF THE PROOF THE RECORD IS MISSING FROM -
      * A MASTER RECORD WRITTEN OR DELETED WITHOUT ITS JOURNAL.
       SET-NOTE-PARA.
           EVALUATE TRUE
               WHEN NOT WS-HAS-CLOSING
                   MOVE 'NOT ON MASTER' TO WS-NOTE
               WHEN NOT WS-HAS-OPENING
                   MOVE 'NEW SINCE SNAP' TO WS-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-NOTE
           END-EVALUATE.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           MOVE WS-SNAP-DATE  TO WS-HEAD-SNAP
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2
           WRITE RPT-LINE FROM WS-BLANK-LINE
           IF WS-NO-SNAPSHOT
               WRITE RPT-LINE FROM WS-NOSNAP-LINE
           ELSE
               WRITE RPT-LINE FROM WS-COL-LINE
           END-IF.

       TERM-PARA.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-HEAD
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'SNAPSHOT RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-SNAP-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE 'CASH POSTINGS (CSHJ)' TO WS-CNT-LABEL
           MOVE WS-CSHJ-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE 'TRADE EXECUTIONS (TRDJ)' TO WS-CNT-LABEL
           MOVE WS-TRDJ-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE 'BONUS AND SPLIT ENTITLEMENTS' TO WS-CNT-LABEL
           MOVE WS-ENT-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE 'HOLDINGS PURGED BY SWEEP' TO WS-CNT-LABEL
           MOVE WS-HARC-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'CASH ACCOUNTS' TO WS-CNT-LABEL
           MOVE WS-CASH-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE '  OPENING BALANCES' TO WS-AMT-LABEL
           MOVE WS-CASH-OPEN TO WS-AMT-VALUE
           WRITE RPT-LINE FROM WS-AMT-LINE
           MOVE '  NET POSTINGS' TO WS-AMT-LABEL
           MOVE WS-CASH-MVT TO WS-AMT-VALUE
           WRITE RPT-LINE FROM WS-AMT-LINE
           MOVE '  EXPECTED CLOSING' TO WS-AMT-LABEL
           MOVE WS-CASH-EXP TO WS-AMT-VALUE
           WRITE RPT-LINE FROM WS-AMT-LINE
           MOVE '  ACTUAL CLOSING' TO WS-AMT-LABEL
           MOVE WS-CASH-ACT TO WS-AMT-VALUE
           WRITE RPT-LINE FROM WS-AMT-LINE
           MOVE '  ACCOUNTS OUT OF BALANCE' TO WS-CNT-LABEL
           MOVE WS-CASH-BRK-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE '  NET DIFFERENCE' TO WS-AMT-LABEL
           MOVE WS-CASH-DIFF TO WS-AMT-VALUE
           WRITE RPT-LINE FROM WS-AMT-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'HOLDINGS' TO WS-CNT-LABEL
           MOVE WS-HOLD-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE '  OPENING QUANTITY' TO WS-QTY-LABEL
           MOVE WS-HOLD-OPEN TO WS-QTY-VALUE
           WRITE RPT-LINE FROM WS-QTY-LINE
           MOVE '  NET MOVEMENTS' TO WS-QTY-LABEL
           MOVE WS-HOLD-MVT TO WS-QTY-VALUE
           WRITE RPT-LINE FROM WS-QTY-LINE
           MOVE '  EXPECTED CLOSING' TO WS-QTY-LABEL
           MOVE WS-HOLD-EXP TO WS-QTY-VALUE
           WRITE RPT-LINE FROM WS-QTY-LINE
           MOVE '  ACTUAL CLOSING' TO WS-QTY-LABEL
           MOVE WS-HOLD-ACT TO WS-QTY-VALUE
           WRITE RPT-LINE FROM WS-QTY-LINE
           MOVE '  POSITIONS OUT OF BALANCE' TO WS-CNT-LABEL
           MOVE WS-HOLD-BRK-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE '  NET DIFFERENCE' TO WS-QTY-LABEL
           MOVE WS-HOLD-DIFF TO WS-QTY-VALUE
           WRITE RPT-LINE FROM WS-QTY-LINE
           WRITE RPT-LINE FROM WS-BLANK-LINE
           EVALUATE TRUE
               WHEN WS-NO-SNAPSHOT
                   MOVE 'NOT PROVED - NO OPENING SNAPSHOT'
                       TO WS-RESULT
               WHEN WS-CASH-BRK-COUNT = ZERO
                   AND WS-HOLD-BRK-COUNT = ZERO
                   MOVE 'IN BALANCE' TO WS-RESULT
               WHEN OTHER
                   MOVE 'OUT OF BALANCE - SEE BREAKS ABOVE'
                       TO WS-RESULT
           END-EVALUATE
           WRITE RPT-LINE FROM WS-RESULT-LINE
           CLOSE SNAPOUT
           CLOSE PROOFRPT.

       PROVE-EXIT.
           EXIT.
