      * DATA QUEUE BY THE ONLINE PROGRAMS AND READ BACK BY THE
      * AUDRPT INQUIRY.  THE IMAGES ARE WHOLE CUST-RECORDS (SEE
      * CUSTREC.COB, CURRENTLY 116 BYTES) - BEFORE IS SPACES ON AN
      * ADD, AFTER IS SPACES ON A DELETE.  THE P10 BANK MANDATE
      * MAINTENANCE JOURNALS ITS MANDMAS CHANGES HERE TOO, UNDER
      * THE CUSTOMER'S ID WITH MAND-RECORD IMAGES (MANDREC.COB).
      * THE P11 SCRIP MASTER MAINTENANCE JOURNALS ITS SCRIPMAS
      * CHANGES UNDER THE FLAG '*SCRP' WITH SCRP-RECORD IMAGES
      * (SCRPREC.COB) - THE SCRIP CODE LEADS EACH IMAGE.
       01  AUD-RECORD.
           05  AUD-CUST-ID      PIC X(005).
               88  AUD-SCRIP-CHANGE   VALUE '*SCRP'.
           05  AUD-ACTION       PIC X(001).
               88  AUD-ACTION-ADD     VALUE 'A'.
               88  AUD-ACTION-CHANGE  VALUE 'C'.
