      *----------------------------------------------------------------
      * SECLOG - SECURITY PROFILE CHANGE LOG RECORD LAYOUT
      *
      * ONE RECORD PER PROFILE ADDED, CHANGED OR DELETED BY
      * MULT-SECURITY-MAINT, APPENDED TO PROD.MULT.SECLOG (DISP=MOD,
      * NEVER TRIMMED) IN THE SAME RUN THAT UPDATES THE SECPROF KSDS.
      * SL-BEFORE IS THE GRANT AS IT STOOD (SPACES FOR AN ADD) AND
      * SL-AFTER THE GRANT AS IT NOW STANDS (SPACES FOR A DELETE),
      * LAID OUT EXACTLY AS SP-GRANT IN SECPROF.  SL-CHANGED-BY IS THE
      * USER WHO REQUESTED THE CHANGE, FROM THE MAINTENANCE CARD.
      * MULT-SECURITY-REPORT LISTS THE MONTH'S RECORDS FROM HERE.
      *----------------------------------------------------------------
       01  SECURITY-LOG-RECORD.
           05  SL-TIMESTAMP            PIC X(14).
           05  SL-ACTION               PIC X(01).
               88  SL-ADDED            VALUE 'A'.
               88  SL-CHANGED          VALUE 'C'.
               88  SL-DELETED          VALUE 'D'.
           05  SL-CHANGED-BY           PIC X(08).
           05  SL-PROF-KEY.
               10  SL-USER-ID          PIC X(08).
               10  SL-TRANSID          PIC X(04).
           05  SL-BEFORE.
               10  SL-BEF-FUNCTIONS    PIC X(08).
               10  SL-BEF-CLASS-LIST   PIC X(20).
               10  SL-BEF-STATUS       PIC X(01).
           05  SL-AFTER.
               10  SL-AFT-FUNCTIONS    PIC X(08).
               10  SL-AFT-CLASS-LIST   PIC X(20).
               10  SL-AFT-STATUS       PIC X(01).
           05  FILLER                  PIC X(07).
