      *----------------------------------------------------------------
      * SRCMST - ORDER-ENTRY SOURCE-SYSTEM MASTER CARD LAYOUT
      *
      * ONE 80-BYTE CARD PER ORDER-ENTRY SYSTEM ALLOWED TO DROP ORDER-
      * QUANTITY BATCHES (SEE ORDREC).  MULT-ORDER-EDIT, MULT-BATCH-
      * DRIVER AND MULT-ORDER-CONFIRM ALL LOAD THE DECK AT START-UP -
      * A SOURCE NOT ON IT REJECTS 'SRC' AT THE EDIT AND TALLIES AS
      * 'OTHR' ON THE DRIVER'S TRAILER.  ONBOARDING A NEW SOURCE IS A
      * NEW CARD, NOT A PROGRAM CHANGE.
      *
      * SM-ACTIVE-FROM AND SM-ACTIVE-TO BOUND THE BATCH CREATE DATES
      * THE SOURCE MAY DROP, BOTH INCLUSIVE; 99999999 IN SM-ACTIVE-TO
      * MEANS NO END DATE.  A DETAIL IN A BATCH DATED OUTSIDE THEM
      * REJECTS 'INA' (SEE ORDREJ).  RETIRE A SOURCE BY SETTING ITS
      * END DATE, NOT BY PULLING THE CARD, SO ITS LATE DROPS REJECT
      * FOR WHAT THEY ARE.
      *
      * SM-DROP-DAYS HOLDS ONE BYTE PER WEEKDAY OF THE CYCLE DATE,
      * MONDAY FIRST: 'Y' MEANS A BATCH FROM THE SOURCE IS EXPECTED IN
      * EVERY CYCLE DATED THAT DAY.  ALL 'N' IS A SOURCE THAT DROPS
      * ONLY WHEN IT HAS SOMETHING TO SEND.  WHEN AN EXPECTED BATCH
      * NEVER ARRIVES, SM-MISSING-ACTION 'H' HOLDS THE CYCLE - THE
      * EDIT REFUSES THE INPUT RC=16 - AND 'W' ONLY WARNS ON SYSOUT
      * AND ENDS THE EDIT RC=4.
      *
      * SM-FEED-SLOT IS THE CONFIRMATION FEED MULT-ORDER-CONFIRM
      * WRITES THE SOURCE'S CONFIRMATIONS ON - 01 THROUGH 08, DD
      * CNFFD01 THROUGH CNFFD08 IN MULTDRV STEP018, ONE SOURCE PER
      * SLOT.  SPACES OR 00 MEANS NO FEED: ONLY ONLR, WHICH IS KEYED
      * IN-HOUSE, SHOULD HAVE NONE - ANY OTHER ACTIVE SOURCE WITHOUT A
      * SLOT ENDS THE CONFIRMATION STEP RC=8.
      *
      * SM-SET-BY AND SM-SET-DATE ARE WHO LAST CHANGED THE CARD, AND
      * WHEN.  MAINTAINED BY HAND AS PROD.MULT.SRCMST.CARDS, NO SORT
      * ORDER REQUIRED, ONE CARD PER SOURCE, AT MOST 20 CARDS.
      *----------------------------------------------------------------
       01  SOURCE-MASTER-RECORD.
           05  SM-SOURCE-SYS           PIC X(04).
           05  SM-SOURCE-NAME          PIC X(30).
           05  SM-ACTIVE-FROM          PIC 9(08).
           05  SM-ACTIVE-TO            PIC 9(08).
           05  SM-DROP-DAYS.
               10  SM-DROP-DAY         PIC X(01)   OCCURS 7 TIMES.
           05  SM-MISSING-ACTION       PIC X(01).
               88  SM-HOLD-IF-MISSING  VALUE 'H'.
               88  SM-WARN-IF-MISSING  VALUE 'W'.
           05  SM-SET-BY               PIC X(08).
           05  SM-SET-DATE             PIC 9(08).
           05  SM-FEED-SLOT            PIC X(02).
           05  FILLER                  PIC X(04).
