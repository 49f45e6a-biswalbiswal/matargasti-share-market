      * CORPORATE ACTION RECORD - ONE PER ACTION ANNOUNCED ON A
      * SCRIP, KEYED ON THE SCRIP CODE (SCRP-CODE), THE RECORD
      * DATE AND THE ACTION TYPE.  THE FILE (CORPMAS) IS KEYED UP
      * BY OPERATIONS FROM THE REGISTRAR'S NOTICE AND APPLIED TO
      * HOLDMAS AND CASHMAS BY THE CORPACT RUN ON THE RECORD DATE.
      *   BONUS    - CORP-RATIO-NEW FREE SHARES FOR EVERY
      *              CORP-RATIO-OLD HELD
      *   SPLIT    - EVERY CORP-RATIO-OLD SHARES HELD BECOME
      *              CORP-RATIO-NEW
      *   DIVIDEND - CORP-DIV-RATE PAID PER SHARE HELD
      * FRACTIONS OF A SHARE ARE NOT ALLOTTED.
       01  CORP-RECORD.
           05  CORP-KEY.
               10  CORP-SCRIP       PIC X(008).
               10  CORP-REC-DATE    PIC X(008).
               10  CORP-TYPE        PIC X(001).
                   88  CORP-BONUS       VALUE 'B'.
                   88  CORP-SPLIT       VALUE 'S'.
                   88  CORP-DIVIDEND    VALUE 'D'.
           05  CORP-RATIO-NEW       PIC 9(003).
           05  CORP-RATIO-OLD       PIC 9(003).
           05  CORP-DIV-RATE        PIC 9(004)V9(004).
      * SPACE UNTIL THE CORPACT RUN HAS APPLIED THE ACTION - AN
      * APPLIED ACTION IS NEVER APPLIED AGAIN.
           05  CORP-STATUS          PIC X(001).
               88  CORP-PENDING         VALUE ' '.
               88  CORP-APPLIED         VALUE 'A'.
           05  CORP-APPLY-DATE      PIC X(008).
