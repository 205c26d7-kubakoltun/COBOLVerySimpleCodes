      *----------------------------------------------------------------
      * ORDBTCH - ORDER-EDIT BATCH-CONTROL RECORD LAYOUT
      *
      * ONE RECORD PER HEADER/TRAILER BATCH MULT-ORDER-EDIT EDITED,
      * WRITTEN AT CLEAN TERMINATION IN INPUT ORDER.  OB-SOURCE-SYS
      * AND OB-CREATE-DATE ARE THE BATCH HEADER'S OWN; OB-HDR-CYCLE
      * IS THE CYCLE NUMBER THE HEADER CARRIED (0000 FOR A GENERATED
      * BATCH) AND OB-CYCLE-NUMBER THE CYCLE IT RESOLVED TO AND WAS
      * PRICED UNDER.  THE THREE COUNTS ARE THE BATCH'S DETAILS
      * RECEIVED (WHAT ITS TRAILER BALANCED TO), PASSED CLEAN TO THE
      * DRIVER, AND REJECTED BACK TO THE SOURCE ON THE EDIT'S REJECT
      * FILE - RECEIVED = CLEAN + REJECTED, ALWAYS.  THE CONFIRMATION
      * FEED (SEE MULT-ORDER-CONFIRM) SUMMARIZES EACH BATCH FROM
      * HERE, SO IT TIES BACK TO THE COUNTS THE EDIT BALANCED.
      * LRECL 50.
      *----------------------------------------------------------------
       01  ORDER-BATCH-RECORD.
           05  OB-SOURCE-SYS           PIC X(04).
           05  OB-CREATE-DATE          PIC 9(08).
           05  OB-HDR-CYCLE            PIC 9(04).
           05  OB-CYCLE-NUMBER         PIC 9(04).
           05  OB-RECEIVED-COUNT       PIC 9(09).
           05  OB-CLEAN-COUNT          PIC 9(09).
           05  OB-REJECT-COUNT         PIC 9(09).
           05  FILLER                  PIC X(03).
