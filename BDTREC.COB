      * BUSINESS DATE CONTROL RECORD - THE CONTROL FILE (BDTCTL)
      * EVERY NIGHTLY BATCH JOB TAKES ITS PROCESSING DATE FROM,
      * KEYED ON BDT-KEY.  ONE RECORD, KEYED *BUSDATE, CARRIES THE
      * CURRENT BUSINESS DATE - ONLY THE BDTROLL STEP MOVES IT ON.
      * EVERY OTHER RECORD IS KEYED ON A JOB'S PROGRAM NAME AND
      * CARRIES THE JOBS THAT MUST HAVE COMPLETED FOR THE DATE
      * BEFORE IT MAY START, AND THE STATE OF ITS OWN LAST RUN.
      * THE RECORDS ARE SET UP AND THE RERUN FLAG RAISED BY THE
      * BDTLOAD CONTROL CARD RUN; THE STATE IS KEPT BY BDTCHK.
       01  BDT-RECORD.
           05  BDT-KEY              PIC X(008).
               88  BDT-DATE-RECORD      VALUE '*BUSDATE'.
           05  BDT-DATA             PIC X(072).
           05  BDT-DATE-DATA REDEFINES BDT-DATA.
               10  BDT-BUS-DATE     PIC X(008).
               10  BDT-PREV-DATE    PIC X(008).
      * CLOCK DATE AND TIME THE BUSINESS DATE WAS LAST SET
               10  BDT-SET-DATE     PIC X(008).
               10  BDT-SET-TIME     PIC X(006).
               10  FILLER           PIC X(042).
           05  BDT-JOB-DATA REDEFINES BDT-DATA.
      * UP TO THREE PREDECESSORS - SPACES WHERE UNUSED
               10  BDT-PRED-JOB     PIC X(008) OCCURS 3 TIMES.
               10  BDT-JOB-STATUS   PIC X(002).
                   88  BDT-JOB-NEVER-RUN    VALUE SPACES.
                   88  BDT-JOB-INPROGRESS   VALUE 'IP'.
                   88  BDT-JOB-COMPLETE     VALUE 'CP'.
      * THE BUSINESS DATE OF THE LAST RUN STARTED OR COMPLETED
               10  BDT-JOB-DATE     PIC X(008).
      * RAISED BY OPERATIONS TO LET A COMPLETED JOB RUN AGAIN FOR
      * THE SAME DATE - LOWERED AGAIN AS THAT RERUN STARTS.
               10  BDT-RERUN-SW     PIC X(001).
                   88  BDT-RERUN-ALLOWED    VALUE 'Y'.
               10  BDT-START-DATE   PIC X(008).
               10  BDT-START-TIME   PIC X(006).
               10  BDT-END-DATE     PIC X(008).
               10  BDT-END-TIME     PIC X(006).
               10  FILLER           PIC X(009).
