      *----------------------------------------------------------------
      * CNFREC - PRICED-ORDER CONFIRMATION RECORD LAYOUT
      *
      * THE NIGHTLY CONFIRMATION FEED BACK TO EACH ORDER-ENTRY SOURCE
      * SYSTEM, SO A SOURCE CAN CLOSE OUT ITS OWN ORDERS WITHOUT
      * PHONING US.  MULT-BATCH-DRIVER WRITES ONE DETAIL ('D') PER
      * ORDER OUTCOME TO ITS CONFIRMATION WORK FILE (CNFWORK);
      * MULT-ORDER-CONFIRM CUTS THAT INTO ONE FILE PER SOURCE SYSTEM:
      * A FILE HEADER ('H'), THE SOURCE'S DETAILS, ONE BATCH SUMMARY
      * ('B') PER HEADER/TRAILER BATCH THE SOURCE SENT, AND A FILE
      * TRAILER ('T').  LAYOUT AGREED WITH THE SOURCE SYSTEMS - DO NOT
      * CHANGE WITHOUT NOTIFYING THEM FIRST.  LRECL 80.
      *
      * DETAIL: THE ORDER AS THE SOURCE SENT IT (KEY, TYPE, QUANTITY,
      * CLASS - '00' WHERE IT SENT SPACES - AND EFFECTIVE DATE), THE
      * MULTIPLIER APPLIED, THE PRICED AMOUNT (SIGNED, TWO IMPLIED
      * DECIMALS, NEGATIVE FOR A REVERSAL - THE SAME FIGURE BILLING
      * RECEIVED), THE MINIMUM/MAXIMUM CHARGE CODE (SEE BILLREC), THE
      * RUN-ID IT BILLED UNDER AND THE CYCLE NUMBER, AND WHAT BECAME
      * OF IT:
      *   P - PRICED AND BILLED IN ITS OWN CYCLE
      *   S - SUSPENDED: NO RATE ROW IN FORCE ON ITS EFFECTIVE DATE
      *       (PRICING STATUS '50').  IT IS RETRIED NIGHTLY FROM THE
      *       PRICING SUSPENSE AND A LATER 'L' OR 'X' CLOSES IT.
      *   R - REJECTED AT PRICING WITH A STATUS NO RETRY CAN FIX;
      *       RETURNED ON THE PRICING RETURN FILE, REASON 'PRC'
      *   L - PRICED LATE: AN ORDER EARLIER CONFIRMED 'S' THAT PRICED
      *       TONIGHT OFF THE PRICING SUSPENSE
      *   X - AN ORDER EARLIER CONFIRMED 'S' THAT RAN OUT OF RETRIES
      *       (OR NOW FAILS FOR ANOTHER REASON) AND WAS RETURNED 'PRC'
      *   H - HELD: PRICED CLEAN BUT OVER ITS HIGH-VALUE THRESHOLD
      *       (SEE HOLDTHR), WAITING ON THE HELD-ORDER FILE FOR REVIEW.
      *       NOTHING BILLED; A LATER 'A' OR 'T' CLOSES IT.
      *   A - AN ORDER EARLIER CONFIRMED 'H' THAT WAS RELEASED ON ORDH
      *       AND BILLED TONIGHT AT ITS HELD AMOUNT
      *   T - AN ORDER EARLIER CONFIRMED 'H' THAT WAS SENT BACK ON ORDH
      *       AND RETURNED TONIGHT, REASON 'HLD'
      * CF-PRICE-STATUS IS THE PRICING STATUS BEHIND IT ('00' PRICED,
      * '01' PRICED REVERSAL).  THE MULTIPLIER AND AMOUNT ARE ZERO ON
      * ANYTHING THAT DID NOT PRICE, AND ON AN 'H' - IT HAS NOT BILLED
      * YET.  AN 'L', 'X', 'A' OR 'T' CARRIES TONIGHT'S RUN-ID AND
      * CYCLE, NOT THE CYCLE THE ORDER ARRIVED IN, AND IS
      * NOT COUNTED IN ANY BATCH SUMMARY - ITS BATCH WAS SUMMARIZED
      * THE NIGHT IT ARRIVED.  THE EDIT'S OWN REJECTS GET NO DETAIL
      * HERE - THEY ALREADY GO BACK ON THE EDIT'S REJECT FILE WITH
      * THEIR REASON CODES - BUT THEY ARE COUNTED IN THE SUMMARY.
      *
      * BATCH SUMMARY: ONE PER SOURCE AND CYCLE, FROM THE EDIT'S
      * BATCH-CONTROL ROWS (SEE ORDBTCH).  RECEIVED IS WHAT THE
      * BATCH'S TRAILER BALANCED TO; REJECTED IS THE EDIT'S REJECTS
      * PLUS PRICING'S 'R' DETAILS (BOTH ALSO SHOWN APART); PRICED,
      * SUSPENDED AND HELD COUNT THE 'P', 'S' AND 'H' DETAILS.
      * RECEIVED = PRICED + REJECTED + SUSPENDED + HELD, OR
      * CF-BALANCE-FLAG IS 'E'.  CF-HELD-COUNT TAKES THE LAST SIX
      * BYTES OF WHAT WAS SUMMARY FILLER, SO NO FIELD MOVES.  A
      * SOURCE THAT SENDS TWO BATCHES INTO ONE CYCLE GETS ONE SUMMARY
      * FOR BOTH (CF-BATCH-COUNT 2, THE FIRST HEADER'S DATE).
      *
      * TRAILER: THE FILE'S DETAIL COUNT, BATCH-SUMMARY COUNT, HASH
      * TOTAL OF CF-QUANTITY OVER THE DETAILS AND NET OF CF-AMOUNT.
      *----------------------------------------------------------------
       01  ORDER-CONFIRM-RECORD.
           05  CF-RECORD-TYPE          PIC X(01).
               88  CF-FILE-HEADER      VALUE 'H'.
               88  CF-DETAIL           VALUE 'D'.
               88  CF-BATCH-SUMMARY    VALUE 'B'.
               88  CF-FILE-TRAILER     VALUE 'T'.
           05  CF-SOURCE-SYS           PIC X(04).
           05  CF-BODY                 PIC X(75).
           05  CF-DETAIL-BODY REDEFINES CF-BODY.
               10  CF-ORDER-KEY        PIC X(10).
               10  CF-TRANS-TYPE       PIC X(01).
               10  CF-QUANTITY         PIC 9(07).
               10  CF-RATE-CLASS       PIC X(02).
               10  CF-EFF-DATE         PIC 9(08).
               10  CF-MULTIPLIER       PIC 9(03)V99.
               10  CF-AMOUNT           PIC S9(10)V99.
               10  CF-CHARGE-LIMIT     PIC X(01).
               10  CF-RUN-ID           PIC X(14).
               10  CF-CYCLE-NUMBER     PIC 9(04).
               10  CF-DISPOSITION      PIC X(01).
                   88  CF-PRICED       VALUE 'P'.
                   88  CF-SUSPENDED    VALUE 'S'.
                   88  CF-REJECTED     VALUE 'R'.
                   88  CF-PRICED-LATE  VALUE 'L'.
                   88  CF-RETURNED     VALUE 'X'.
                   88  CF-HELD         VALUE 'H'.
                   88  CF-RELEASED     VALUE 'A'.
                   88  CF-HOLD-RETURNED
                                       VALUE 'T'.
                   88  CF-IN-BATCH     VALUES 'P' 'S' 'R' 'H'.
               10  CF-PRICE-STATUS     PIC X(02).
               10  FILLER              PIC X(08).
           05  CF-SUMMARY-BODY REDEFINES CF-BODY.
               10  CF-BATCH-DATE       PIC 9(08).
               10  CF-BATCH-CYCLE      PIC 9(04).
               10  CF-BATCH-COUNT      PIC 9(02).
               10  CF-RECEIVED-COUNT   PIC 9(09).
               10  CF-PRICED-COUNT     PIC 9(09).
               10  CF-REJECTED-COUNT   PIC 9(09).
               10  CF-SUSPENDED-COUNT  PIC 9(09).
               10  CF-EDIT-REJ-COUNT   PIC 9(09).
               10  CF-PRICE-REJ-COUNT  PIC 9(09).
               10  CF-BALANCE-FLAG     PIC X(01).
                   88  CF-IN-BALANCE   VALUE SPACE.
                   88  CF-OUT-OF-BALANCE
                                       VALUE 'E'.
               10  CF-HELD-COUNT       PIC 9(06).
           05  CF-HEADER-BODY REDEFINES CF-BODY.
               10  CF-HDR-RUN-DATE     PIC 9(08).
               10  CF-HDR-RUN-TIME     PIC 9(06).
               10  FILLER              PIC X(61).
           05  CF-TRAILER-BODY REDEFINES CF-BODY.
               10  CF-TRL-DETAIL-COUNT PIC 9(09).
               10  CF-TRL-BATCH-COUNT  PIC 9(05).
               10  CF-TRL-QTY-HASH     PIC 9(13).
               10  CF-TRL-NET-AMOUNT   PIC S9(13)V99.
               10  FILLER              PIC X(33).
