      * REALLOCATE AS FB/76 AND COPY THE OLD 74-BYTE ROWS IN PADDED
      * THE SAME WAY.  SKIP ANY OF THEM AND THE FIRST POST-SHIP
      * WRITE OR REPRO FAILS ON THE RECORD LENGTH.
      * AU-CHARGE-LIMIT SAYS WHETHER THE RATE CLASS'S MINIMUM ('N')
      * OR MAXIMUM ('X') CHARGE (SEE RATECLS) REPLACED THE QUANTITY
      * TIMES MULTIPLIER FIGURE IN AU-RESULT - SPACE WHEN NEITHER
      * APPLIED, AND ON EVERY ROW WRITTEN BEFORE THE LIMITS EXISTED.
      * THE UNLIMITED FIGURE IS STILL AU-QUANTITY TIMES
      * AU-MULTIPLIER-USED.  THE RECORD IS NOW 77 BYTES; SHIP IT THE
      * SAME WAY AS THE 76-BYTE CHANGE ABOVE - RATEAUD REDEFINED
      * RECORDSIZE(77 77), AUDITLOG AND AUDARCH REALLOCATED FB/77,
      * THE OLD ROWS PADDED WITH ONE TRAILING SPACE (EXACTLY THE
      * NO-LIMIT SPELLING OF AU-CHARGE-LIMIT).
      * AU-ACTION-CODE 'V' IS A REFUSED ONLINE ATTEMPT - THE SIGNED-ON
      * USER'S SECURITY PROFILE (SEE SECPROF) DID NOT ALLOW WHAT WAS
      * KEYED.  THE ONLINE PROGRAMS WRITE IT TO RATEAUD AND, HAVING NO
      * ORDER OR PRICING OF ITS OWN, IT OVERLOADS THE FIELDS THE SAME
      * WAY THE 'C' ROW DOES: AU-RUN-ID IS THE TRANSACTION ID (1-4)
      * AND TERMINAL (5-8), AU-ORDER-KEY THE USER ID, AU-TIMESTAMP
      * WHEN, AU-BRANCH-CODE THE FUNCTION KEYED (SPACE ON SIGN-ON),
      * AU-RATE-CLASS THE CLASS ASKED FOR (SPACES WHEN NONE APPLIED)
      * AND AU-STATUS-CODE THE REASON: 'NP' NO PROFILE FOR THE
      * TRANSACTION, 'RV' PROFILE REVOKED, 'FN' FUNCTION NOT GRANTED,
      * 'CL' CLASS NOT GRANTED, 'PF' PROFILE FILE UNAVAILABLE.  THE
      * NUMERIC FIELDS ARE ZERO.  NO LENGTH CHANGE.
      *----------------------------------------------------------------
      *
      * AU-INQUIRY-ID GROUPS THE ORDER KEY AND TIMESTAMP SO THE
               88  AU-ACT-PRICING      VALUE 'P'.
               88  AU-ACT-LOOKUP       VALUE 'L'.
               88  AU-ACT-RATE-CHANGE  VALUE 'C'.
               88  AU-ACT-REFUSAL      VALUE 'V'.
           05  AU-RATE-CLASS           PIC X(02).
           05  AU-CHARGE-LIMIT         PIC X(01).
               88  AU-LIMIT-NONE       VALUE SPACE.
               88  AU-LIMIT-MINIMUM    VALUE 'N'.
               88  AU-LIMIT-MAXIMUM    VALUE 'X'.
