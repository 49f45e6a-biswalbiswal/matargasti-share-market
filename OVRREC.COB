      * PRICE BAND OVERRIDE JOURNAL RECORD - ONE PER TRADE BOOKED
      * ON P3 AT A PRICE OUTSIDE THE BAND ROUND THE LAST CLOSE,
      * WRITTEN TO THE OVRJ TRANSIENT DATA QUEUE ONCE THE TRADE
      * HAS COMMITTED AND READ BACK FROM THE EXTRAPARTITION
      * DATASET BY THE OVRRPT COMPLIANCE EXCEPTIONS LISTING.  THE
      * REFERENCE CLOSE IS ZERO, AND ITS DATE SPACES, WHEN THE
      * SCRIP HAD NO VALIDATED CLOSE TO MEASURE AGAINST.
       01  OVR-RECORD.
           05  OVR-CUST-ID      PIC X(005).
           05  OVR-SCRIP        PIC X(008).
           05  OVR-BS           PIC X(001).
           05  OVR-QTY          PIC 9(007).
           05  OVR-PRICE        PIC 9(006)V99.
           05  OVR-CLOSE        PIC 9(006)V99.
           05  OVR-CLOSE-DATE   PIC X(008).
           05  OVR-BAND-PCT     PIC 9(003)V99.
           05  OVR-DATE         PIC X(008).
           05  OVR-TIME         PIC X(006).
           05  OVR-OPER-ID      PIC X(005).
           05  OVR-OPER-NAME    PIC X(020).
           05  OVR-TERMID       PIC X(004).
