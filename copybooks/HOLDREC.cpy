      *----------------------------------------------------------------
      * HOLDREC - HELD-ORDER FILE RECORD LAYOUT
      *
      * ONE RECORD PER ORDER MULT-BATCH-DRIVER PRICED CLEAN BUT HELD
      * FOR REVIEW BECAUSE IT EXCEEDED ITS RATE CLASS AND SOURCE
      * SYSTEM'S THRESHOLD (SEE HOLDTHR).  A HELD ORDER WRITES
      * NOTHING TO RESULTS OR BILLOUT.  THE FILE IS A KSDS KEYED ON
      * HO-HOLD-KEY - THE RUN-ID THAT HELD THE ORDER PLUS A SEQUENCE
      * NUMBER WITHIN THE RUN - SO THE ORDH TRANSACTION LISTS THE
      * OLDEST HOLDS FIRST.
      *
      * HO-ORDER-DETAIL IS THE INBOUND RECORD INTACT (SAME BYTES,
      * SAME ORDER AS ORDREC) SO A RETURNED ORDER GOES BACK TO ITS
      * SOURCE SYSTEM AS-IS.  HO-AMOUNT, HO-MULTIPLIER, HO-RATE-
      * BRANCH, HO-CHARGE-LIMIT AND HO-PRICE-STATUS ARE WHAT PRICING
      * RETURNED AT HOLD TIME; A RELEASED ORDER BILLS AT EXACTLY
      * THAT AMOUNT - THE AMOUNT THE REVIEWER APPROVED - AND IS NOT
      * REPRICED.  HO-BASIS, HO-LIMIT-AMOUNT, HO-LIMIT-QTY AND
      * HO-THRESH-SET-BY ARE THE THRESHOLD CARD THAT HELD IT.
      *
      * HO-STATUS:
      *   H - HELD, AWAITING REVIEW ON ORDH
      *   A - RELEASED ON ORDH; BILLS IN THE NEXT NIGHTLY RUN
      *   X - SEND BACK REQUESTED ON ORDH; RETURNED TO THE SOURCE
      *       SYSTEM (REASON 'HLD', SEE ORDREJ) IN THE NEXT NIGHTLY RUN
      *   B - RELEASED AND BILLED BY THE RUN IN HO-DONE-RUN-ID
      *   S - SENT BACK BY THE RUN IN HO-DONE-RUN-ID
      * HO-ACTION-BY, HO-ACTION-TERM AND HO-ACTION-TIMESTAMP ARE THE
      * USER, TERMINAL AND TIME OF THE RELEASE OR SEND BACK.  RECORDS
      * ARE NEVER DELETED; THE FILE IS ITS OWN TRAIL.  MULT-ORDER-EDIT
      * READS THE FILE EVERY NIGHT AND REJECTS A SECOND COPY OF ANY
      * ORDER STILL HELD OR RELEASED 'XDP' (SEE ORDREJ).
      *----------------------------------------------------------------
       01  HELD-ORDER-RECORD.
           05  HO-HOLD-KEY.
               10  HO-HOLD-RUN-ID      PIC X(14).
               10  HO-HOLD-SEQ         PIC 9(06).
           05  HO-ORDER-DETAIL.
               10  HO-ORDER-KEY        PIC X(10).
               10  HO-QUANTITY         PIC 9(07).
               10  HO-SOURCE-SYS       PIC X(04).
               10  HO-EFFECTIVE-DATE   PIC 9(08).
               10  HO-TRANS-TYPE       PIC X(01).
               10  HO-RATE-CLASS       PIC X(02).
           05  HO-CYCLE-NUMBER         PIC 9(04).
           05  HO-HOLD-DATE            PIC 9(08).
           05  HO-AMOUNT               PIC S9(10)V99.
           05  HO-MULTIPLIER           PIC 9(03)V99.
           05  HO-RATE-BRANCH          PIC X(01).
           05  HO-CHARGE-LIMIT         PIC X(01).
           05  HO-PRICE-STATUS         PIC X(02).
           05  HO-BASIS                PIC X(01).
               88  HO-BY-AMOUNT        VALUE 'A'.
               88  HO-BY-QUANTITY      VALUE 'Q'.
           05  HO-LIMIT-AMOUNT         PIC 9(10)V99.
           05  HO-LIMIT-QTY            PIC 9(07).
           05  HO-THRESH-SET-BY        PIC X(08).
           05  HO-STATUS               PIC X(01).
               88  HO-HELD             VALUE 'H'.
               88  HO-RELEASED         VALUE 'A'.
               88  HO-RETURN-REQ       VALUE 'X'.
               88  HO-BILLED           VALUE 'B'.
               88  HO-SENT-BACK        VALUE 'S'.
           05  HO-ACTION-BY            PIC X(08).
           05  HO-ACTION-TERM          PIC X(04).
           05  HO-ACTION-TIMESTAMP     PIC X(14).
           05  HO-DONE-RUN-ID          PIC X(14).
           05  FILLER                  PIC X(06).
