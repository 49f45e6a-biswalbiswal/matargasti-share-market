      * SURVEILLANCE ALERT RECORD - ONE PER CASE RAISED BY THE
      * SURVRPT NIGHTLY SURVEILLANCE RUN, KEYED ON THE RULE CODE,
      * THE CUSTOMER AND A CASE REFERENCE THAT TELLS ONE CASE OF
      * THE SAME RULE FROM ANOTHER (SEE SURVRPT FOR WHAT EACH RULE
      * PUTS THERE).  THE FILE (ALERTMAS) PERSISTS FROM NIGHT TO
      * NIGHT - A CASE FOUND AGAIN WHILE STILL OPEN IS REFRESHED
      * AND LISTED AGAIN, ONE COMPLIANCE HAVE MARKED REVIEWED IS
      * NOT RAISED AGAIN.  THE FIRST FIVE EVIDENCE RECORDS BEHIND
      * THE CASE ARE HELD ON IT; THE COUNT IS OF ALL OF THEM.
       01  ALRT-RECORD.
           05  ALRT-KEY.
               10  ALRT-RULE        PIC X(002).
                   88  ALRT-LARGE-DEPOSIT  VALUE 'LD'.
                   88  ALRT-SPLIT-DEPOSITS VALUE 'SD'.
                   88  ALRT-CHURN          VALUE 'CH'.
                   88  ALRT-REG-TERMINAL   VALUE 'RT'.
                   88  ALRT-STALE-KYC      VALUE 'KY'.
               10  ALRT-CUST-ID     PIC X(005).
               10  ALRT-REF         PIC X(016).
           05  ALRT-STATUS          PIC X(001).
               88  ALRT-OPEN            VALUE 'O'.
               88  ALRT-REVIEWED        VALUE 'R'.
           05  ALRT-RAISED-DATE     PIC X(008).
           05  ALRT-LAST-DATE       PIC X(008).
           05  ALRT-REVIEW-DATE     PIC X(008).
           05  ALRT-REVIEWER        PIC X(005).
           05  ALRT-EVID-COUNT      PIC 9(005).
           05  ALRT-EVIDENCE OCCURS 5 TIMES.
      * R = THE CUSTOMER'S REGISTRATION (FROM AUDJ), C = A CSHJ
      * CASH MOVEMENT, T = A TRDJ TRADE.  THE CODE IS THE CSHM
      * TYPE OR THE TRADE SIDE; THE AMOUNT IS THE CASH MOVED OR
      * THE TRADE VALUE.
               10  ALRT-EV-SOURCE   PIC X(001).
               10  ALRT-EV-DATE     PIC X(008).
               10  ALRT-EV-TIME     PIC X(006).
               10  ALRT-EV-CODE     PIC X(001).
               10  ALRT-EV-SCRIP    PIC X(008).
               10  ALRT-EV-QTY      PIC 9(007).
               10  ALRT-EV-AMOUNT   PIC S9(013)V99.
               10  ALRT-EV-OPER-ID  PIC X(005).
               10  ALRT-EV-TERMID   PIC X(004).
