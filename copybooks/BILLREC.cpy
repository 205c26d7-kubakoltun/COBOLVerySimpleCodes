      * WALK-UP DEFAULT), TAKEN FROM TRAILING FILLER SO THE LRECL
      * AND EVERY EXISTING FIELD POSITION ARE UNCHANGED - AGREED
      * WITH BILLING WHEN RATE CLASSES WERE INTRODUCED.
      * BL-EFF-DATE IS THE ORDER'S OWN EFFECTIVE DATE (THE DATE ITS
      * RATE ROW WAS LOOKED UP FOR), TAKEN FROM THE SAME TRAILING
      * FILLER THE SAME WAY, SO THE BILLING-STATUS MASTER (SEE
      * ORDSTAT) CAN RECORD IT AGAINST EACH EVENT.  BL-SOURCE-SYS IS
      * THE ORDER-ENTRY SYSTEM THE ORDER CAME FROM (OQ-SOURCE-SYS),
      * TAKEN THE SAME WAY, SO THE GENERAL-LEDGER JOURNAL (SEE
      * MULT-GL-JOURNAL) CAN SPLIT REVENUE BY SOURCE.
      * BL-CHARGE-LIMIT IS 'N' WHEN THE RATE CLASS'S MINIMUM CHARGE
      * REPLACED QUANTITY TIMES MULTIPLIER, 'X' WHEN ITS MAXIMUM DID
      * (SEE RATECLS), SPACE OTHERWISE - THE LAST BYTE OF TRAILING
      * FILLER, TAKEN THE SAME WAY.  THE RECORD HAS NO FILLER LEFT;
      * ANYTHING FURTHER MEANS AN LRECL CHANGE AGREED WITH BILLING.
      *----------------------------------------------------------------
       01  BILLING-EXTRACT-RECORD.
           05  BL-ORDER-KEY            PIC X(10).
           05  BL-RUN-ID               PIC X(14).
           05  BL-TRANS-TYPE           PIC X(01).
           05  BL-RATE-CLASS           PIC X(02).
           05  BL-EFF-DATE             PIC 9(08).
           05  BL-SOURCE-SYS           PIC X(04).
           05  BL-CHARGE-LIMIT         PIC X(01).
               88  BL-LIMIT-NONE       VALUE SPACE.
               88  BL-LIMIT-MINIMUM    VALUE 'N'.
               88  BL-LIMIT-MAXIMUM    VALUE 'X'.
