       IDENTIFICATION DIVISION.
       PROGRAM-ID. SURVRPT.
      * NIGHTLY TRADE AND CASH SURVEILLANCE FOR COMPLIANCE.  THE
      * BUSINESS DATE'S TRADES AND CASH MOVEMENTS, AND THE
      * CUSTOMERS REGISTERED THAT DAY, ARE BROUGHT TOGETHER BY
      * CUSTOMER AND TESTED AGAINST THESE RULES -
      *   LD  A COUNTER DEPOSIT AT OR OVER THE LARGE-DEPOSIT LEVEL
      *   SD  REPEATED COUNTER DEPOSITS JUST UNDER THE REPORTING
      *       THRESHOLD WITHIN A RUN OF DAYS ENDING TODAY
      *   CH  A BUY AND A SELL OF THE SAME SCRIP ON THE SAME DAY
      *   RT  TRADES KEYED AT THE TERMINAL THE CUSTOMER WAS
      *       REGISTERED FROM THAT SAME DAY
      *   KY  ANY ACTIVITY ON A CUSTOMER WHOSE KYC IS OLDER THAN
      *       THE SET NUMBER OF DAYS
      * EACH CASE GOES TO THE ALERTMAS FILE, WHICH PERSISTS FROM
      * RUN TO RUN - SEE ALRTREC.COB.  COMPLIANCE MARK A CASE
      * REVIEWED ON A REVIEW CARD AND IT IS NOT RAISED AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * THE EXTRAPARTITION DATASETS BEHIND THE TRDJ AND CSHJ
      * TRANSIENT DATA QUEUES - CLOSED TO CICS WHILE THIS JOB
      * RUNS.
           SELECT TRDJRNL ASSIGN TO TRDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDJRNL-STATUS.
           SELECT CSHJRNL ASSIGN TO CSHJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSHJRNL-STATUS.
      * TONIGHT'S AUDJ GENERATION AS CUT BY AUDJDRN - THE ADD
      * RECORDS SAY WHICH TERMINAL EACH NEW CUSTOMER WAS
      * REGISTERED FROM.
           SELECT AUDIN ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIN-STATUS.
           SELECT CUSTMAS ASSIGN TO CUSTMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.
           SELECT ALERTMAS ASSIGN TO ALERTMAS
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERTMAS-STATUS.
      * THRESHOLDS CARD - THE RULES HAVE NO BUILT-IN LEVELS, SO
      * THE RUN WILL NOT GO WITHOUT IT.
           SELECT SURVPARM ASSIGN TO SURVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVPARM-STATUS.
      * COMPLIANCE'S REVIEWED CASES, ONE CARD EACH - MAY BE EMPTY
      * OR ABSENT.
           SELECT REVCARD ASSIGN TO REVCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVCARD-STATUS.
      * ALL THE EVIDENCE MEETS IN ONE SORT ON CUSTOMER, SO EACH
      * CUSTOMER'S REGISTRATION, CASH AND TRADES ARE TESTED
      * TOGETHER AT THE CUSTOMER BREAK.
           SELECT SORTWK ASSIGN TO SORTWK.
           SELECT SURVLIST ASSIGN TO SURVLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRDJRNL.
      * TRADE HISTORY RECORD LAYOUT - SEE TRDREC.COB
       COPY "TRDREC.COB".
       FD  CSHJRNL.
      * CASH MOVEMENT JOURNAL RECORD LAYOUT - SEE CSHMREC.COB
       COPY "CSHMREC.COB".
       FD  AUDIN.
      * AUDIT JOURNAL RECORD LAYOUT - SEE AUDREC.COB
       COPY "AUDREC.COB".
       FD  CUSTMAS.
      * CUSTOMER MASTER RECORD LAYOUT - SEE CUSTREC.COB
       COPY "CUSTREC.COB".
       FD  ALERTMAS.
      * SURVEILLANCE ALERT RECORD LAYOUT - SEE ALRTREC.COB
       COPY "ALRTREC.COB".
       FD  SURVPARM.
       01  PARM-RECORD.
           05  PARM-LARGE-AMT      PIC 9(011)V99.
           05  FILLER              PIC X(001).
           05  PARM-REPORT-AMT     PIC 9(011)V99.
           05  FILLER              PIC X(001).
           05  PARM-NEAR-PCT       PIC 9(003)V99.
           05  FILLER              PIC X(001).
           05  PARM-NEAR-COUNT     PIC 9(003).
           05  FILLER              PIC X(001).
           05  PARM-NEAR-DAYS      PIC 9(003).
           05  FILLER              PIC X(001).
           05  PARM-KYC-DAYS       PIC 9(005).
       FD  REVCARD.
       01  REV-RECORD.
           05  REV-RULE            PIC X(002).
           05  FILLER              PIC X(001).
           05  REV-CUST-ID         PIC X(005).
           05  FILLER              PIC X(001).
           05  REV-REF             PIC X(016).
           05  FILLER              PIC X(001).
           05  REV-REVIEWER        PIC X(005).
       SD  SORTWK.
      * KIND 1 IS A REGISTRATION, 2 A CASH MOVEMENT, 3 A TRADE -
      * THE REGISTRATION SORTS FIRST SO ITS TERMINAL IS KNOWN
      * BEFORE THE CUSTOMER'S TRADES ARE SEEN.  CODE IS THE CSHM
      * TYPE OR THE TRADE SIDE; AMOUNT IS THE CASH MOVED OR THE
      * TRADE VALUE.
       01  SRT-RECORD.
           05  SRT-CUST-ID         PIC X(005).
           05  SRT-KIND            PIC X(001).
               88  SRT-REGISTRATION    VALUE '1'.
               88  SRT-CASH            VALUE '2'.
               88  SRT-TRADE           VALUE '3'.
           05  SRT-SCRIP           PIC X(008).
           05  SRT-DATE            PIC X(008).
           05  SRT-TIME            PIC X(006).
           05  SRT-CODE            PIC X(001).
           05  SRT-QTY             PIC 9(007).
           05  SRT-AMOUNT          PIC S9(013)V99.
           05  SRT-OPER-ID         PIC X(005).
           05  SRT-TERMID          PIC X(004).
       FD  SURVLIST.
       01  RPT-LINE                PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-TRDJRNL-STATUS       PIC X(02).
       01  WS-CSHJRNL-STATUS       PIC X(02).
       01  WS-AUDIN-STATUS         PIC X(02).
       01  WS-CUSTMAS-STATUS       PIC X(02).
       01  WS-ALERTMAS-STATUS      PIC X(02).
       01  WS-SURVPARM-STATUS      PIC X(02).
       01  WS-REVCARD-STATUS       PIC X(02).
       01  WS-SURVLIST-STATUS      PIC X(02).

       01  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

      * BUSINESS DATE CONTROL CALL AREA - SEE BDTPARM.COB
       COPY "BDTPARM.COB".

       01  WS-RUN-DATE-X           PIC X(08).
       01  WS-RUN-DAYS             PIC 9(07).
       01  WS-WINDOW-DAYS          PIC 9(07).
       01  WS-AGE-DAYS             PIC S9(07).

      * THE THRESHOLDS OFF THE SURVPARM CARD.  A DEPOSIT IS JUST
      * UNDER THE REPORTING THRESHOLD WHEN IT LIES BELOW IT BY NO
      * MORE THAN THE NEAR PERCENTAGE.
       01  WS-LARGE-AMT            PIC 9(011)V99.
       01  WS-REPORT-AMT           PIC 9(011)V99.
       01  WS-NEAR-PCT             PIC 9(003)V99.
       01  WS-NEAR-LOW             PIC 9(011)V99.
       01  WS-NEAR-COUNT           PIC 9(003).
       01  WS-NEAR-DAYS            PIC 9(003).
       01  WS-KYC-DAYS             PIC 9(005).

      * DATE TO DAY NUMBER, SO DATES CAN BE SUBTRACTED - MARCH
      * COUNTS AS THE FIRST MONTH OF THE YEAR, SO FEBRUARY'S
      * LEAP DAY FALLS AT THE END.
       01  WS-DD-DATE.
           05  WS-DD-CCYY          PIC 9(04).
           05  WS-DD-MM            PIC 9(02).
           05  WS-DD-DD            PIC 9(02).
       01  WS-DD-DATE-X REDEFINES WS-DD-DATE
                                   PIC X(08).
       01  WS-DD-YEAR              PIC 9(04).
       01  WS-DD-MONTH             PIC 9(02).
       01  WS-DD-Q4                PIC 9(04).
       01  WS-DD-Q100              PIC 9(04).
       01  WS-DD-Q400              PIC 9(04).
       01  WS-DD-MDAYS             PIC 9(04).
       01  WS-DD-DAYS              PIC 9(07).

      * THE CUSTOMER IN HAND
       01  WS-CUR-CUST             PIC X(005).
       01  WS-CUST-NAME            PIC X(008).
       01  WS-CUST-FOUND-SW        PIC X(01).
           88  WS-CUST-FOUND           VALUE 'Y'.
       01  WS-REG-SW               PIC X(01).
           88  WS-REGISTERED-TODAY     VALUE 'Y'.
       01  WS-REG-TERM             PIC X(004).
       01  WS-REG-EVID             PIC X(055).
       01  WS-SD-TODAY-SW          PIC X(01).
           88  WS-SD-TODAY             VALUE 'Y'.
       01  WS-SD-FIRST             PIC X(014).
       01  WS-CUR-SCRIP            PIC X(008).
       01  WS-CH-BUY-SW            PIC X(01).
           88  WS-CH-BUY               VALUE 'Y'.
       01  WS-CH-SELL-SW           PIC X(01).
           88  WS-CH-SELL              VALUE 'Y'.

      * THE RULES, IN THE ORDER OF THE EVIDENCE SETS BELOW
       01  WS-RULE-TABLE-DATA.
           05  FILLER              PIC X(032) VALUE
               'SDDEPOSITS JUST UNDER THRESHOLD '.
           05  FILLER              PIC X(032) VALUE
               'CHSAME-DAY BUY AND SELL OF SCRIP'.
           05  FILLER              PIC X(032) VALUE
               'RTTRADED AT REGISTERING TERMINAL'.
           05  FILLER              PIC X(032) VALUE
               'KYACTIVITY ON STALE KYC         '.
           05  FILLER              PIC X(032) VALUE
               'LDLARGE COUNTER DEPOSIT         '.
       01  WS-RULE-TABLE REDEFINES WS-RULE-TABLE-DATA.
           05  WS-RULE-ENTRY OCCURS 5 TIMES.
               10  WS-RULE-CODE    PIC X(002).
               10  WS-RULE-DESC    PIC X(030).

      * ONE EVIDENCE SET PER RULE FOR THE CUSTOMER IN HAND - THE
      * COUNT OF ALL THE EVIDENCE AND THE FIRST FIVE RECORDS OF
      * IT.  THE LD SET HOLDS ONE DEPOSIT AT A TIME.
       01  WS-RULE-SETS.
           05  WS-RS OCCURS 5 TIMES.
               10  WS-RS-COUNT     PIC 9(005).
               10  WS-RS-EVID OCCURS 5 TIMES
                                   PIC X(055).
       77  WS-RX                   PIC 9(01) COMP VALUE ZERO.
       77  WS-EX                   PIC 9(02) COMP VALUE ZERO.
       01  WS-NEW-REF              PIC X(016).

      * THE EVIDENCE RECORD IN HAND, IN THE ALRT-EVIDENCE LAYOUT
       01  WS-EV-WORK.
           05  WS-EV-SOURCE        PIC X(001).
           05  WS-EV-DATE          PIC X(008).
           05  WS-EV-TIME          PIC X(006).
           05  WS-EV-CODE          PIC X(001).
           05  WS-EV-SCRIP         PIC X(008).
           05  WS-EV-QTY           PIC 9(007).
           05  WS-EV-AMOUNT        PIC S9(013)V99.
           05  WS-EV-OPER-ID       PIC X(005).
           05  WS-EV-TERMID        PIC X(004).
       01  WS-EV-HOLD              PIC X(055).

      * RUN TOTALS BY RULE
       01  WS-RULE-COUNTS.
           05  WS-RC OCCURS 5 TIMES.
               10  WS-RC-NEW       PIC 9(005).
               10  WS-RC-OPEN      PIC 9(005).
               10  WS-RC-SUPP      PIC 9(005).
       77  WS-REV-COUNT            PIC 9(05) VALUE ZERO.
       77  WS-STALE-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-HEAD-LINE-1          PIC X(132) VALUE
           'TRADE AND CASH SURVEILLANCE - FOR COMPLIANCE'.
       01  WS-HEAD-LINE-2.
           05  FILLER              PIC X(010) VALUE
               'RUN DATE: '.
           05  WS-HEAD-DATE        PIC X(008).
           05  FILLER              PIC X(114) VALUE SPACES.
       01  WS-PARM-LINE.
           05  FILLER              PIC X(015) VALUE
               'LARGE DEPOSIT  '.
           05  WS-PL-LARGE         PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(021) VALUE
               '  REPORTING LEVEL    '.
           05  WS-PL-REPORT        PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(006) VALUE
               '  SD: '.
           05  WS-PL-COUNT         PIC ZZ9.
           05  FILLER              PIC X(013) VALUE
               ' DEPOSITS IN '.
           05  WS-PL-DAYS          PIC ZZ9.
           05  FILLER              PIC X(013) VALUE
               ' DAYS WITHIN '.
           05  WS-PL-PCT           PIC ZZ9.99.
           05  FILLER              PIC X(014) VALUE
               ' PCT  KYC AGE '.
           05  WS-PL-KYC           PIC ZZZZ9.
           05  FILLER              PIC X(005) VALUE
               ' DAYS'.
       01  WS-BLANK-LINE           PIC X(132) VALUE SPACES.

       01  WS-REV-HEAD             PIC X(132) VALUE
           'REVIEWS APPLIED'.
       01  WS-REV-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-RV-RULE          PIC X(002).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-RV-CUST          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-RV-REF           PIC X(016).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-RV-REVIEWER      PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-RV-RESULT        PIC X(030).
           05  FILLER              PIC X(064) VALUE SPACES.

       01  WS-ALERT-HEAD           PIC X(132) VALUE
           'ALERTS RAISED'.
       01  WS-ALERT-LINE.
           05  FILLER              PIC X(005) VALUE 'RULE '.
           05  WS-AL-RULE          PIC X(002).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-AL-DESC          PIC X(030).
           05  FILLER              PIC X(011) VALUE
               '  CUSTOMER '.
           05  WS-AL-CUST          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-AL-NAME          PIC X(008).
           05  FILLER              PIC X(011) VALUE
               '  CASE REF '.
           05  WS-AL-REF           PIC X(016).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-AL-STATUS        PIC X(010).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-AL-EVCOUNT       PIC ZZZZ9.
           05  FILLER              PIC X(009) VALUE
               ' EVIDENCE'.
           05  FILLER              PIC X(012) VALUE SPACES.
       01  WS-EV-COL-LINE.
           05  FILLER              PIC X(050) VALUE
               '    SOURCE  DATE      TIME    T  SCRIP         QTY'.
           05  FILLER              PIC X(082) VALUE
               '             AMOUNT  OPER   TERM'.
       01  WS-EV-LINE.
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WS-EL-SOURCE        PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-DATE          PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-TIME          PIC X(006).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-CODE          PIC X(001).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-SCRIP         PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-QTY           PIC ZZZZZZ9.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-AMOUNT        PIC ZZZZZZZZZZZZ9.99-.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-OPER          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-EL-TERM          PIC X(004).
           05  FILLER              PIC X(050) VALUE SPACES.

       01  WS-STALE-HEAD           PIC X(132) VALUE
           'OPEN CASES NOT FOUND AGAIN TONIGHT - AWAITING REVIEW'.
       01  WS-STALE-COL            PIC X(132) VALUE
           '  RULE  CUST   CASE REF          RAISED    LAST SEEN  EVIDEN
      -    'CE'.
       01  WS-STALE-LINE.
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SL-RULE          PIC X(002).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WS-SL-CUST          PIC X(005).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SL-REF           PIC X(016).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SL-RAISED        PIC X(008).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-SL-LAST          PIC X(008).
           05  FILLER              PIC X(006) VALUE SPACES.
           05  WS-SL-EVCOUNT       PIC ZZZZ9.
           05  FILLER              PIC X(070) VALUE SPACES.

       01  WS-TOT-HEAD             PIC X(132) VALUE
           'RULE  DESCRIPTION                       NEW       STILL OPEN
      -    '  REVIEWED - NOT RAISED'.
       01  WS-TOT-LINE.
           05  WS-TL-RULE          PIC X(002).
           05  FILLER              PIC X(004) VALUE SPACES.
           05  WS-TL-DESC          PIC X(030).
           05  FILLER              PIC X(002) VALUE SPACES.
           05  WS-TL-NEW           PIC ZZZZ9.
           05  FILLER              PIC X(012) VALUE SPACES.
           05  WS-TL-OPEN          PIC ZZZZ9.
           05  FILLER              PIC X(018) VALUE SPACES.
           05  WS-TL-SUPP          PIC ZZZZ9.
           05  FILLER              PIC X(049) VALUE SPACES.
       01  WS-CNT-LINE.
           05  WS-CNT-LABEL        PIC X(036).
           05  WS-CNT-VALUE        PIC ZZZZ9.
           05  FILLER              PIC X(091) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-PARA
           PERFORM APPLY-REVIEWS-PARA
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-ALERT-HEAD
           SORT SORTWK
               ON ASCENDING KEY SRT-CUST-ID SRT-KIND SRT-SCRIP
                   SRT-DATE SRT-TIME
               INPUT PROCEDURE IS SELECT-EVIDENCE-PARA
               OUTPUT PROCEDURE IS SURVEY-PARA
           PERFORM LIST-STALE-PARA
           PERFORM TERM-PARA
           SET WS-BDT-END TO TRUE
           CALL 'BDTCHK' USING WS-BDT-PARM
           STOP RUN.

       INIT-PARA.
           SET WS-BDT-START TO TRUE
           MOVE 'SURVRPT' TO WS-BDT-JOB
           CALL 'BDTCHK' USING WS-BDT-PARM
           IF NOT WS-BDT-OK
               DISPLAY 'SURVRPT: NOT STARTED - BUSINESS DATE CONTROL'
               STOP RUN
           END-IF
           MOVE WS-BDT-DATE TO WS-RUN-DATE-X
           PERFORM READ-PARM-PARA
           MOVE WS-RUN-DATE-X TO WS-DD-DATE-X
           PERFORM DATE-TO-DAYS-PARA
           MOVE WS-DD-DAYS TO WS-RUN-DAYS
      * THE WINDOW FOR THE SD RULE RUNS BACK FROM TODAY INCLUSIVE
           IF WS-NEAR-DAYS = ZERO
               MOVE 1 TO WS-NEAR-DAYS
           END-IF
           COMPUTE WS-WINDOW-DAYS = WS-RUN-DAYS - WS-NEAR-DAYS + 1
           INITIALIZE WS-RULE-COUNTS
           OPEN INPUT CUSTMAS
           IF WS-CUSTMAS-STATUS NOT = '00'
               DISPLAY 'SURVRPT: CUSTMAS OPEN FAILED - STATUS '
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF
      * THE FIRST RUN FINDS NO ALERT FILE AND STARTS ONE
           OPEN I-O ALERTMAS
           IF WS-ALERTMAS-STATUS = '35'
               OPEN OUTPUT ALERTMAS
               CLOSE ALERTMAS
               OPEN I-O ALERTMAS
           END-IF
           IF WS-ALERTMAS-STATUS NOT = '00'
               DISPLAY 'SURVRPT: ALERTMAS OPEN FAILED - STATUS '
                   WS-ALERTMAS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SURVLIST
           IF WS-SURVLIST-STATUS NOT = '00'
               DISPLAY 'SURVRPT: SURVLIST OPEN FAILED - STATUS '
                   WS-SURVLIST-STATUS
               STOP RUN
           END-IF
           PERFORM WRITE-HEADINGS-PARA.

       READ-PARM-PARA.
           OPEN INPUT SURVPARM
           IF WS-SURVPARM-STATUS NOT = '00'
               DISPLAY 'SURVRPT: SURVPARM OPEN FAILED - STATUS '
                   WS-SURVPARM-STATUS
               STOP RUN
           END-IF
           READ SURVPARM
               AT END
                   DISPLAY 'SURVRPT: NO THRESHOLDS CARD ON SURVPARM'
                   STOP RUN
           END-READ
           IF PARM-LARGE-AMT NOT NUMERIC
               OR PARM-REPORT-AMT NOT NUMERIC
               OR PARM-NEAR-PCT NOT NUMERIC
               OR PARM-NEAR-COUNT NOT NUMERIC
               OR PARM-NEAR-DAYS NOT NUMERIC
               OR PARM-KYC-DAYS NOT NUMERIC
               DISPLAY 'SURVRPT: THRESHOLDS CARD IS NOT NUMERIC - '
                   PARM-RECORD
               STOP RUN
           END-IF
           MOVE PARM-LARGE-AMT  TO WS-LARGE-AMT
           MOVE PARM-REPORT-AMT TO WS-REPORT-AMT
           MOVE PARM-NEAR-PCT   TO WS-NEAR-PCT
           MOVE PARM-NEAR-COUNT TO WS-NEAR-COUNT
           MOVE PARM-NEAR-DAYS  TO WS-NEAR-DAYS
           MOVE PARM-KYC-DAYS   TO WS-KYC-DAYS
           COMPUTE WS-NEAR-LOW ROUNDED = WS-REPORT-AMT
               - WS-REPORT-AMT * WS-NEAR-PCT / 100
           CLOSE SURVPARM.

      * A REVIEWED CASE IS MARKED ON THE ALERT FILE BEFORE TONIGHT'S
      * EVIDENCE IS LOOKED AT, SO IT IS NOT RAISED AGAIN TONIGHT.
       APPLY-REVIEWS-PARA.
           OPEN INPUT REVCARD
           IF WS-REVCARD-STATUS = '00'
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-REVCARD-PARA
               IF NOT WS-EOF
                   WRITE RPT-LINE FROM WS-BLANK-LINE
                   WRITE RPT-LINE FROM WS-REV-HEAD
               END-IF
               PERFORM APPLY-ONE-REVIEW-PARA UNTIL WS-EOF
               CLOSE REVCARD
           END-IF.

       APPLY-ONE-REVIEW-PARA.
           MOVE REV-RULE       TO WS-RV-RULE ALRT-RULE
           MOVE REV-CUST-ID    TO WS-RV-CUST ALRT-CUST-ID
           MOVE REV-REF        TO WS-RV-REF ALRT-REF
           MOVE REV-REVIEWER   TO WS-RV-REVIEWER
           READ ALERTMAS
               INVALID KEY
                   MOVE 'NOT ON ALERT FILE - IGNORED' TO WS-RV-RESULT
               NOT INVALID KEY
                   PERFORM MARK-REVIEWED-PARA
           END-READ
           WRITE RPT-LINE FROM WS-REV-LINE
           PERFORM READ-REVCARD-PARA.

       MARK-REVIEWED-PARA.
           IF ALRT-REVIEWED
               MOVE 'ALREADY REVIEWED - IGNORED' TO WS-RV-RESULT
           ELSE
               SET ALRT-REVIEWED TO TRUE
               MOVE WS-RUN-DATE-X TO ALRT-REVIEW-DATE
               MOVE REV-REVIEWER  TO ALRT-REVIEWER
               REWRITE ALRT-RECORD
               IF WS-ALERTMAS-STATUS NOT = '00'
                   DISPLAY 'SURVRPT: ALERTMAS REWRITE FAILED - STATUS '
                       WS-ALERTMAS-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO WS-REV-COUNT
               MOVE 'MARKED REVIEWED' TO WS-RV-RESULT
           END-IF.

       READ-REVCARD-PARA.
           READ REVCARD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      * FEED THE SORT.  THE BUSINESS DATE'S TRADES, DEPOSITS AND
      * WITHDRAWALS ARE ALL EVIDENCE; EARLIER DEPOSITS ONLY GO IN
      * WHEN THEY FALL INSIDE THE SD WINDOW JUST UNDER THE
      * THRESHOLD.  CANCELLATION RECORDS ARE LEFT OUT.  A MISSING
      * DATASET JUST MEANS THERE IS NOTHING OF THAT KIND.
       SELECT-EVIDENCE-PARA SECTION.
           OPEN INPUT AUDIN
           EVALUATE WS-AUDIN-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM READ-AUDIN-PARA
                   PERFORM RELEASE-REGISTRATION-PARA UNTIL WS-EOF
                   CLOSE AUDIN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SURVRPT: AUDIN OPEN FAILED - STATUS '
                       WS-AUDIN-STATUS
                   STOP RUN
           END-EVALUATE
           OPEN INPUT CSHJRNL
           EVALUATE WS-CSHJRNL-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM READ-CSHJRNL-PARA
                   PERFORM RELEASE-CASH-PARA UNTIL WS-EOF
                   CLOSE CSHJRNL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SURVRPT: CSHJRNL OPEN FAILED - STATUS '
                       WS-CSHJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           OPEN INPUT TRDJRNL
           EVALUATE WS-TRDJRNL-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM READ-TRDJRNL-PARA
                   PERFORM RELEASE-TRADE-PARA UNTIL WS-EOF
                   CLOSE TRDJRNL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SURVRPT: TRDJRNL OPEN FAILED - STATUS '
                       WS-TRDJRNL-STATUS
                   STOP RUN
           END-EVALUATE
           GO TO SELECT-EVIDENCE-EXIT.

       RELEASE-REGISTRATION-PARA.
           IF AUD-ACTION-ADD AND AUD-DATE = WS-RUN-DATE-X
               MOVE AUD-CUST-ID TO SRT-CUST-ID
               SET SRT-REGISTRATION TO TRUE
               MOVE SPACES      TO SRT-SCRIP SRT-CODE
               MOVE AUD-DATE    TO SRT-DATE
               MOVE AUD-TIME    TO SRT-TIME
               MOVE ZERO        TO SRT-QTY SRT-AMOUNT
               MOVE AUD-OPER-ID TO SRT-OPER-ID
               MOVE AUD-TERMID  TO SRT-TERMID
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-AUDIN-PARA.

       RELEASE-CASH-PARA.
           IF CSHM-ORIGINAL
               EVALUATE TRUE
                   WHEN CSHM-DATE = WS-RUN-DATE-X
                       AND (CSHM-DEPOSIT OR CSHM-WITHDRAWAL
                            OR CSHM-PAYOUT)
                       PERFORM RELEASE-ONE-CASH-PARA
                   WHEN CSHM-DATE < WS-RUN-DATE-X
                       AND CSHM-DEPOSIT
                       AND CSHM-AMOUNT NOT < WS-NEAR-LOW
                       AND CSHM-AMOUNT < WS-REPORT-AMT
                       MOVE CSHM-DATE TO WS-DD-DATE-X
                       PERFORM DATE-TO-DAYS-PARA
                       IF WS-DD-DAYS NOT < WS-WINDOW-DAYS
                           PERFORM RELEASE-ONE-CASH-PARA
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM READ-CSHJRNL-PARA.

       RELEASE-ONE-CASH-PARA.
           MOVE CSHM-CUST-ID TO SRT-CUST-ID
           SET SRT-CASH TO TRUE
           MOVE CSHM-REF     TO SRT-SCRIP
           MOVE CSHM-DATE    TO SRT-DATE
           MOVE CSHM-TIME    TO SRT-TIME
           MOVE CSHM-TYPE    TO SRT-CODE
           MOVE ZERO         TO SRT-QTY
           MOVE CSHM-AMOUNT  TO SRT-AMOUNT
           MOVE CSHM-OPER-ID TO SRT-OPER-ID
           MOVE CSHM-TERMID  TO SRT-TERMID
           RELEASE SRT-RECORD.

       RELEASE-TRADE-PARA.
           IF TRD-ORIGINAL AND TRD-DATE = WS-RUN-DATE-X
               MOVE TRD-CUST-ID TO SRT-CUST-ID
               SET SRT-TRADE TO TRUE
               MOVE TRD-SCRIP   TO SRT-SCRIP
               MOVE TRD-DATE    TO SRT-DATE
               MOVE TRD-TIME    TO SRT-TIME
               MOVE TRD-BS      TO SRT-CODE
               MOVE TRD-QTY     TO SRT-QTY
               COMPUTE SRT-AMOUNT = TRD-QTY * TRD-PRICE
               MOVE TRD-OPER-ID TO SRT-OPER-ID
               MOVE TRD-TERMID  TO SRT-TERMID
               RELEASE SRT-RECORD
           END-IF
           PERFORM READ-TRDJRNL-PARA.

       READ-AUDIN-PARA.
           READ AUDIN
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       READ-CSHJRNL-PARA.
           READ CSHJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       READ-TRDJRNL-PARA.
           READ TRDJRNL
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       SELECT-EVIDENCE-EXIT.
           EXIT.

      * TAKE THE EVIDENCE BACK A CUSTOMER AT A TIME.  LD IS
      * RAISED DEPOSIT BY DEPOSIT AND CH AT EACH SCRIP BREAK; THE
      * OTHER RULES ARE DECIDED AT THE CUSTOMER BREAK.
       SURVEY-PARA SECTION.
           MOVE LOW-VALUES TO WS-CUR-CUST
           PERFORM RETURN-EVIDENCE-PARA
           PERFORM SURVEY-ONE-PARA UNTIL WS-SORT-EOF
           IF WS-CUR-CUST NOT = LOW-VALUES
               PERFORM END-CUSTOMER-PARA
           END-IF
           GO TO SURVEY-EXIT.

       RETURN-EVIDENCE-PARA.
           RETURN SORTWK
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       SURVEY-ONE-PARA.
           IF SRT-CUST-ID NOT = WS-CUR-CUST
               IF WS-CUR-CUST NOT = LOW-VALUES
                   PERFORM END-CUSTOMER-PARA
               END-IF
               PERFORM START-CUSTOMER-PARA
           END-IF
           PERFORM FORMAT-EVIDENCE-PARA
           EVALUATE TRUE
      * AUDJ ALSO CARRIES THE ADD OF A BANK MANDATE UNDER THE
      * CUSTOMER ID - ONLY THE ADD STAMPED WITH THE CUSTOMER'S OWN
      * REGISTRATION DATE AND TIME IS THE REGISTRATION.
               WHEN SRT-REGISTRATION
                   IF WS-CUST-FOUND
                       AND SRT-DATE = CUST-REG-DATE
                       AND SRT-TIME = CUST-REG-TIME
                       SET WS-REGISTERED-TODAY TO TRUE
                       MOVE SRT-TERMID TO WS-REG-TERM
                       MOVE WS-EV-WORK TO WS-REG-EVID
                   END-IF
               WHEN SRT-CASH
                   PERFORM CASH-EVIDENCE-PARA
               WHEN SRT-TRADE
                   PERFORM TRADE-EVIDENCE-PARA
           END-EVALUATE
           PERFORM RETURN-EVIDENCE-PARA.

       START-CUSTOMER-PARA.
           MOVE SRT-CUST-ID TO WS-CUR-CUST
           INITIALIZE WS-RULE-SETS
           MOVE 'N'    TO WS-REG-SW WS-SD-TODAY-SW
               WS-CH-BUY-SW WS-CH-SELL-SW
           MOVE SPACES TO WS-REG-TERM WS-SD-FIRST WS-CUR-SCRIP
           MOVE SRT-CUST-ID TO CUST-ID
           READ CUSTMAS
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
                   MOVE SPACES TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
                   MOVE CUST-NAME TO WS-CUST-NAME
           END-READ.

       FORMAT-EVIDENCE-PARA.
           EVALUATE TRUE
               WHEN SRT-REGISTRATION
                   MOVE 'R' TO WS-EV-SOURCE
               WHEN SRT-CASH
                   MOVE 'C' TO WS-EV-SOURCE
               WHEN OTHER
                   MOVE 'T' TO WS-EV-SOURCE
           END-EVALUATE
           MOVE SRT-DATE    TO WS-EV-DATE
           MOVE SRT-TIME    TO WS-EV-TIME
           MOVE SRT-CODE    TO WS-EV-CODE
           MOVE SRT-SCRIP   TO WS-EV-SCRIP
           MOVE SRT-QTY     TO WS-EV-QTY
           MOVE SRT-AMOUNT  TO WS-EV-AMOUNT
           MOVE SRT-OPER-ID TO WS-EV-OPER-ID
           MOVE SRT-TERMID  TO WS-EV-TERMID.

      * TODAY'S COUNTER MONEY IS ACTIVITY FOR THE KY RULE.  A
      * DEPOSIT MAY ALSO BE LARGE IN ITSELF, OR ONE OF A RUN JUST
      * UNDER THE THRESHOLD - THE RUN IS ONLY RAISED WHEN TODAY
      * ADDED TO IT.
       CASH-EVIDENCE-PARA.
           IF SRT-DATE = WS-RUN-DATE-X
               MOVE 4 TO WS-RX
               PERFORM ADD-EVIDENCE-PARA
           END-IF
           IF SRT-CODE = 'D'
               IF SRT-DATE = WS-RUN-DATE-X
                   AND SRT-AMOUNT NOT < WS-LARGE-AMT
                   MOVE 5 TO WS-RX
                   MOVE ZERO TO WS-RS-COUNT(5)
                   PERFORM ADD-EVIDENCE-PARA
                   MOVE SPACES TO WS-NEW-REF
                   MOVE SRT-DATE TO WS-NEW-REF(1:8)
                   MOVE SRT-TIME TO WS-NEW-REF(9:6)
                   PERFORM RAISE-ALERT-PARA
               END-IF
               IF SRT-AMOUNT NOT < WS-NEAR-LOW
                   AND SRT-AMOUNT < WS-REPORT-AMT
                   MOVE 1 TO WS-RX
                   IF WS-RS-COUNT(1) = ZERO
                       MOVE SRT-DATE TO WS-SD-FIRST(1:8)
                       MOVE SRT-TIME TO WS-SD-FIRST(9:6)
                   END-IF
                   PERFORM ADD-EVIDENCE-PARA
                   IF SRT-DATE = WS-RUN-DATE-X
                       SET WS-SD-TODAY TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A TRADE IS ACTIVITY FOR THE KY RULE, COUNTS TOWARDS CH FOR
      * ITS SCRIP, AND TOWARDS RT IF IT WAS KEYED AT THE TERMINAL
      * THE CUSTOMER WAS REGISTERED FROM TODAY - THE REGISTRATION
      * ITSELF IS THEN THE FIRST PIECE OF RT EVIDENCE.
       TRADE-EVIDENCE-PARA.
           IF SRT-SCRIP NOT = WS-CUR-SCRIP
               IF WS-CUR-SCRIP NOT = SPACES
                   PERFORM END-SCRIP-PARA
               END-IF
               MOVE SRT-SCRIP TO WS-CUR-SCRIP
           END-IF
           MOVE 4 TO WS-RX
           PERFORM ADD-EVIDENCE-PARA
           IF SRT-CODE = 'B'
               SET WS-CH-BUY TO TRUE
           ELSE
               SET WS-CH-SELL TO TRUE
           END-IF
           MOVE 2 TO WS-RX
           PERFORM ADD-EVIDENCE-PARA
           IF WS-REGISTERED-TODAY AND SRT-TERMID = WS-REG-TERM
               MOVE 3 TO WS-RX
               IF WS-RS-COUNT(3) = ZERO
                   MOVE WS-EV-WORK  TO WS-EV-HOLD
                   MOVE WS-REG-EVID TO WS-EV-WORK
                   PERFORM ADD-EVIDENCE-PARA
                   MOVE WS-EV-HOLD  TO WS-EV-WORK
               END-IF
               PERFORM ADD-EVIDENCE-PARA
           END-IF.

       ADD-EVIDENCE-PARA.
           ADD 1 TO WS-RS-COUNT(WS-RX)
           IF WS-RS-COUNT(WS-RX) NOT > 5
               MOVE WS-EV-WORK TO
                   WS-RS-EVID(WS-RX, WS-RS-COUNT(WS-RX))
           END-IF.

      * CH - BOTH SIDES OF THE SCRIP TRADED TODAY
       END-SCRIP-PARA.
           IF WS-CH-BUY AND WS-CH-SELL
               MOVE 2 TO WS-RX
               MOVE SPACES TO WS-NEW-REF
               MOVE WS-CUR-SCRIP  TO WS-NEW-REF(1:8)
               MOVE WS-RUN-DATE-X TO WS-NEW-REF(9:8)
               PERFORM RAISE-ALERT-PARA
           END-IF
           MOVE ZERO TO WS-RS-COUNT(2)
           MOVE 'N' TO WS-CH-BUY-SW WS-CH-SELL-SW.

      * SD, RT AND KY ARE DECIDED ON ALL THE CUSTOMER'S EVIDENCE.
      * A CUSTOMER WHO IS NOT ON CUSTMAS HAS NO KYC DATE TO AGE.
       END-CUSTOMER-PARA.
           IF WS-CUR-SCRIP NOT = SPACES
               PERFORM END-SCRIP-PARA
           END-IF
           IF WS-SD-TODAY AND WS-RS-COUNT(1) NOT < WS-NEAR-COUNT
               MOVE 1 TO WS-RX
               MOVE WS-SD-FIRST TO WS-NEW-REF
               PERFORM RAISE-ALERT-PARA
           END-IF
           IF WS-RS-COUNT(3) > ZERO
               MOVE 3 TO WS-RX
               MOVE SPACES TO WS-NEW-REF
               MOVE WS-RUN-DATE-X TO WS-NEW-REF(1:8)
               MOVE WS-REG-TERM   TO WS-NEW-REF(9:4)
               PERFORM RAISE-ALERT-PARA
           END-IF
           IF WS-RS-COUNT(4) > ZERO AND WS-CUST-FOUND
               PERFORM CHECK-KYC-AGE-PARA
           END-IF.

      * A KYC DATE THAT IS NOT A DATE AT ALL COUNTS AS STALE.
       CHECK-KYC-AGE-PARA.
           MOVE CUST-KYC-DATE TO WS-DD-DATE-X
           PERFORM DATE-TO-DAYS-PARA
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-DD-DAYS
           IF WS-DD-DAYS = ZERO OR WS-AGE-DAYS > WS-KYC-DAYS
               MOVE 4 TO WS-RX
               MOVE SPACES TO WS-NEW-REF
               MOVE CUST-KYC-DATE TO WS-NEW-REF(1:8)
               PERFORM RAISE-ALERT-PARA
           END-IF.

      * FILE THE CASE.  A NEW ONE IS WRITTEN OPEN; ONE STILL OPEN
      * FROM AN EARLIER NIGHT IS REFRESHED WITH TONIGHT'S EVIDENCE
      * AND LISTED AGAIN; ONE ALREADY REVIEWED IS ONLY COUNTED.
       RAISE-ALERT-PARA.
           MOVE WS-RULE-CODE(WS-RX) TO ALRT-RULE
           MOVE WS-CUR-CUST         TO ALRT-CUST-ID
           MOVE WS-NEW-REF          TO ALRT-REF
           READ ALERTMAS
               INVALID KEY
                   PERFORM NEW-ALERT-PARA
               NOT INVALID KEY
                   IF ALRT-REVIEWED
                       ADD 1 TO WS-RC-SUPP(WS-RX)
                   ELSE
                       PERFORM REFRESH-ALERT-PARA
                   END-IF
           END-READ.

       NEW-ALERT-PARA.
           MOVE WS-RULE-CODE(WS-RX) TO ALRT-RULE
           MOVE WS-CUR-CUST         TO ALRT-CUST-ID
           MOVE WS-NEW-REF          TO ALRT-REF
           SET ALRT-OPEN TO TRUE
           MOVE WS-RUN-DATE-X TO ALRT-RAISED-DATE ALRT-LAST-DATE
           MOVE SPACES        TO ALRT-REVIEW-DATE ALRT-REVIEWER
           PERFORM LOAD-EVIDENCE-PARA
           WRITE ALRT-RECORD
           IF WS-ALERTMAS-STATUS NOT = '00'
               DISPLAY 'SURVRPT: ALERTMAS WRITE FAILED - STATUS '
                   WS-ALERTMAS-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-RC-NEW(WS-RX)
           MOVE 'NEW' TO WS-AL-STATUS
           PERFORM PRINT-ALERT-PARA.

       REFRESH-ALERT-PARA.
           MOVE WS-RUN-DATE-X TO ALRT-LAST-DATE
           PERFORM LOAD-EVIDENCE-PARA
           REWRITE ALRT-RECORD
           IF WS-ALERTMAS-STATUS NOT = '00'
               DISPLAY 'SURVRPT: ALERTMAS REWRITE FAILED - STATUS '
                   WS-ALERTMAS-STATUS
               STOP RUN
           END-IF
           ADD 1 TO WS-RC-OPEN(WS-RX)
           MOVE 'STILL OPEN' TO WS-AL-STATUS
           PERFORM PRINT-ALERT-PARA.

       LOAD-EVIDENCE-PARA.
           MOVE WS-RS-COUNT(WS-RX) TO ALRT-EVID-COUNT
           PERFORM LOAD-ONE-EVIDENCE-PARA
               VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 5.

       LOAD-ONE-EVIDENCE-PARA.
           MOVE WS-RS-EVID(WS-RX, WS-EX) TO ALRT-EVIDENCE(WS-EX).

       PRINT-ALERT-PARA.
           MOVE ALRT-RULE           TO WS-AL-RULE
           MOVE WS-RULE-DESC(WS-RX) TO WS-AL-DESC
           MOVE ALRT-CUST-ID        TO WS-AL-CUST
           MOVE WS-CUST-NAME        TO WS-AL-NAME
           MOVE ALRT-REF            TO WS-AL-REF
           MOVE ALRT-EVID-COUNT     TO WS-AL-EVCOUNT
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-ALERT-LINE
           WRITE RPT-LINE FROM WS-EV-COL-LINE
           PERFORM PRINT-EVIDENCE-PARA
               VARYING WS-EX FROM 1 BY 1
               UNTIL WS-EX > 5 OR WS-EX > ALRT-EVID-COUNT.

       PRINT-EVIDENCE-PARA.
           EVALUATE ALRT-EV-SOURCE(WS-EX)
               WHEN 'R'
                   MOVE 'REGN'  TO WS-EL-SOURCE
               WHEN 'C'
                   MOVE 'CASH'  TO WS-EL-SOURCE
               WHEN OTHER
                   MOVE 'TRADE' TO WS-EL-SOURCE
           END-EVALUATE
           MOVE ALRT-EV-DATE(WS-EX)    TO WS-EL-DATE
           MOVE ALRT-EV-TIME(WS-EX)    TO WS-EL-TIME
           MOVE ALRT-EV-CODE(WS-EX)    TO WS-EL-CODE
           MOVE ALRT-EV-SCRIP(WS-EX)   TO WS-EL-SCRIP
           MOVE ALRT-EV-QTY(WS-EX)     TO WS-EL-QTY
           MOVE ALRT-EV-AMOUNT(WS-EX)  TO WS-EL-AMOUNT
           MOVE ALRT-EV-OPER-ID(WS-EX) TO WS-EL-OPER
           MOVE ALRT-EV-TERMID(WS-EX)  TO WS-EL-TERM
           WRITE RPT-LINE FROM WS-EV-LINE.

       DATE-TO-DAYS-PARA.
           IF WS-DD-DATE-X NOT NUMERIC
               MOVE ZERO TO WS-DD-DAYS
           ELSE
               MOVE WS-DD-CCYY TO WS-DD-YEAR
               MOVE WS-DD-MM   TO WS-DD-MONTH
               IF WS-DD-MONTH < 3
                   SUBTRACT 1 FROM WS-DD-YEAR
                   ADD 12 TO WS-DD-MONTH
               END-IF
               DIVIDE WS-DD-YEAR BY 4   GIVING WS-DD-Q4
               DIVIDE WS-DD-YEAR BY 100 GIVING WS-DD-Q100
               DIVIDE WS-DD-YEAR BY 400 GIVING WS-DD-Q400
               COMPUTE WS-DD-MDAYS = 153 * (WS-DD-MONTH - 3) + 2
               DIVIDE WS-DD-MDAYS BY 5 GIVING WS-DD-MDAYS
               COMPUTE WS-DD-DAYS = 365 * WS-DD-YEAR + WS-DD-Q4
                   - WS-DD-Q100 + WS-DD-Q400 + WS-DD-MDAYS
                   + WS-DD-DD
           END-IF.

      * CASES STILL OPEN THAT TONIGHT'S EVIDENCE DID NOT RAISE
      * AGAIN WOULD OTHERWISE DROP OUT OF SIGHT UNTIL REVIEWED.
       LIST-STALE-PARA.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-STALE-HEAD
           WRITE RPT-LINE FROM WS-STALE-COL
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO ALRT-KEY
           START ALERTMAS KEY IS NOT LESS THAN ALRT-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           IF NOT WS-EOF
               PERFORM READ-ALERTMAS-PARA
           END-IF
           PERFORM LIST-ONE-STALE-PARA UNTIL WS-EOF.

       LIST-ONE-STALE-PARA.
           IF ALRT-OPEN AND ALRT-LAST-DATE < WS-RUN-DATE-X
               MOVE ALRT-RULE        TO WS-SL-RULE
               MOVE ALRT-CUST-ID     TO WS-SL-CUST
               MOVE ALRT-REF         TO WS-SL-REF
               MOVE ALRT-RAISED-DATE TO WS-SL-RAISED
               MOVE ALRT-LAST-DATE   TO WS-SL-LAST
               MOVE ALRT-EVID-COUNT  TO WS-SL-EVCOUNT
               WRITE RPT-LINE FROM WS-STALE-LINE
               ADD 1 TO WS-STALE-COUNT
           END-IF
           PERFORM READ-ALERTMAS-PARA.

       READ-ALERTMAS-PARA.
           READ ALERTMAS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       WRITE-HEADINGS-PARA.
           MOVE WS-RUN-DATE-X TO WS-HEAD-DATE
           MOVE WS-LARGE-AMT  TO WS-PL-LARGE
           MOVE WS-REPORT-AMT TO WS-PL-REPORT
           MOVE WS-NEAR-PCT   TO WS-PL-PCT
           MOVE WS-NEAR-COUNT TO WS-PL-COUNT
           MOVE WS-NEAR-DAYS  TO WS-PL-DAYS
           MOVE WS-KYC-DAYS   TO WS-PL-KYC
           WRITE RPT-LINE FROM WS-HEAD-LINE-1
           WRITE RPT-LINE FROM WS-HEAD-LINE-2
           WRITE RPT-LINE FROM WS-PARM-LINE.

       TERM-PARA.
           WRITE RPT-LINE FROM WS-BLANK-LINE
           WRITE RPT-LINE FROM WS-TOT-HEAD
           PERFORM WRITE-RULE-TOTAL-PARA
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 5
           WRITE RPT-LINE FROM WS-BLANK-LINE
           MOVE 'REVIEWS APPLIED TONIGHT' TO WS-CNT-LABEL
           MOVE WS-REV-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           MOVE 'OPEN CASES NOT FOUND AGAIN TONIGHT' TO WS-CNT-LABEL
           MOVE WS-STALE-COUNT TO WS-CNT-VALUE
           WRITE RPT-LINE FROM WS-CNT-LINE
           CLOSE CUSTMAS
           CLOSE ALERTMAS
           CLOSE SURVLIST.

       WRITE-RULE-TOTAL-PARA.
           MOVE WS-RULE-CODE(WS-RX) TO WS-TL-RULE
           MOVE WS-RULE-DESC(WS-RX) TO WS-TL-DESC
           MOVE WS-RC-NEW(WS-RX)    TO WS-TL-NEW
           MOVE WS-RC-OPEN(WS-RX)   TO WS-TL-OPEN
           MOVE WS-RC-SUPP(WS-RX)   TO WS-TL-SUPP
           WRITE RPT-LINE FROM WS-TOT-LINE.

       SURVEY-EXIT.
           EXIT.
