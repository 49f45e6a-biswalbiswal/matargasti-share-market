      * BUSINESS DATE CONTROL CALL AREA - PASSED TO BDTCHK BY EVERY
      * NIGHTLY BATCH JOB, ONCE WITH S AS IT STARTS AND ONCE WITH
      * E AS IT FINISHES.  ON THE START CALL THE JOB NAMES ITSELF
      * AND GETS BACK THE BUSINESS DATE TO PROCESS; ANY RETURN
      * OTHER THAN 00 MEANS THE JOB MUST NOT RUN - BDTCHK HAS
      * ALREADY SAID WHY ON THE JOB LOG.  AN ON-DEMAND INQUIRY
      * THAT IS NOT PART OF THE NIGHTLY SEQUENCE CALLS ONCE WITH D
      * FOR THE BUSINESS DATE ALONE, AND IS NEVER MARKED STARTED
      * OR COMPLETE.
       01  WS-BDT-PARM.
           05  WS-BDT-FUNCTION     PIC X(01).
               88  WS-BDT-START        VALUE 'S'.
               88  WS-BDT-END          VALUE 'E'.
               88  WS-BDT-DATE-ONLY    VALUE 'D'.
           05  WS-BDT-JOB          PIC X(08).
           05  WS-BDT-DATE         PIC X(08).
           05  WS-BDT-RC           PIC X(02).
               88  WS-BDT-OK           VALUE '00'.
