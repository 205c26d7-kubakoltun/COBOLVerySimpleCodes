      *----------------------------------------------------------------
      * SECPROF - ONLINE SECURITY PROFILE RECORD LAYOUT
      *
      * ONE RECORD PER USER ID AND ONLINE TRANSACTION THE USER MAY
      * RUN.  EVERY ONLINE PROGRAM (MULT, RATA, ORDR, ORDQ, ORDH)
      * READS ITS OWN TRANSACTION'S RECORD FOR THE SIGNED-ON USER
      * BEFORE IT DOES ANYTHING, AND REFUSES - WITH A 'V' ROW ON THE
      * RATEAUD TRAIL (SEE AUDREC) - WHEN THERE IS NO RECORD, THE
      * RECORD IS REVOKED, THE FUNCTION KEYED IS NOT IN SP-FUNCTIONS,
      * OR THE RATE CLASS THE FUNCTION WORKS ON IS NOT IN
      * SP-CLASS-LIST.  THE FILE IS A KSDS KEYED ON SP-PROF-KEY.
      *
      * SP-FUNCTIONS LISTS THE FUNCTION CODES GRANTED, ONE BYTE EACH,
      * IN ANY ORDER, SPACE-FILLED:
      *   MULT - L LOOKUP, V VIEW, U KEY A RATE CHANGE
      *   RATA - A APPROVE, R REJECT
      *   ORDR - L LOOK UP AN ORDER, C CONFIRM A REVERSAL
      *   ORDQ - I INQUIRY
      *   ORDH - A RELEASE, X SEND BACK
      * SIGNING ON TO A TRANSACTION AND PAGING ITS SCREENS NEEDS ONLY
      * AN ACTIVE RECORD FOR IT.  SP-CLASS-LIST HOLDS UP TO TEN RATE
      * CLASSES THE FUNCTIONS MAY WORK ON, SPACE-FILLED; '**' IN ANY
      * SLOT MEANS EVERY CLASS.  THE CLASS IS TESTED FOR MULT (THE
      * CLASS KEYED, '00' WHEN BLANK), RATA (THE PENDING CHANGE'S
      * CLASS), ORDR C (THE ORDER'S PRICED CLASS) AND ORDH (THE HELD
      * ORDER'S CLASS); ORDQ AND ORDR L ARE NOT CLASS-SPECIFIC.
      *
      * MAINTAINED ONLY BY MULT-SECURITY-MAINT (SECMNT), WHICH STAMPS
      * SP-CHANGED-BY AND SP-CHANGE-TIMESTAMP AND LOGS EVERY CHANGE,
      * BEFORE AND AFTER, TO THE SECURITY CHANGE LOG (SEE SECLOG).
      *----------------------------------------------------------------
       01  SECURITY-PROFILE-RECORD.
           05  SP-PROF-KEY.
               10  SP-USER-ID          PIC X(08).
               10  SP-TRANSID          PIC X(04).
           05  SP-GRANT.
               10  SP-FUNCTIONS        PIC X(08).
               10  SP-CLASS-LIST.
                   15  SP-CLASS        PIC X(02)   OCCURS 10 TIMES.
               10  SP-STATUS           PIC X(01).
                   88  SP-ACTIVE       VALUE 'A'.
                   88  SP-REVOKED      VALUE 'R'.
           05  SP-CHANGED-BY           PIC X(08).
           05  SP-CHANGE-TIMESTAMP     PIC X(14).
           05  FILLER                  PIC X(17).
