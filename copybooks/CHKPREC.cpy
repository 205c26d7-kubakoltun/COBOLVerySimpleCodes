      * THEIR BREAKS AND ARE SKIPPED WHOLE.  THE RECORD GREW FOR
      * THESE FIELDS - REALLOCATE THE CHECKPOINT DATASET (FB/140)
      * WHEN THIS SHIPS; THE FILE IS EMPTY BETWEEN CLEAN RUNS SO
      * NOTHING CONVERTS.  CK-CYC-NET-AMOUNT IS THE CYCLE IN FLIGHT'S
      * SIGNED NET BILLED SO FAR, SO ITS CYCLE-CONTROL POSTING'S
      * MONEY (CY-NET-AMOUNT) SURVIVES A RESTART THE SAME WAY ITS
      * COUNTS DO - THE DATASET IS NOW FB/155, REALLOCATE IT THE
      * SAME WAY.  CK-HELD-COUNT THRU CK-RLSE-NET-AMOUNT CARRY THE
      * HIGH-VALUE HOLD QUEUE'S RUNNING COUNTS (SEE HOLDREC): ORDERS
      * HELD IN THE RUN AND IN THE CYCLE IN FLIGHT, HOLDS RELEASED
      * AND BILLED, HOLDS SENT BACK, THE HELD AMOUNT AND THE NET THE
      * RELEASES BILLED.  CK-HELD-COUNT ALSO NUMBERS THE HOLDS, SO A
      * RESTART THAT REPLAYS A HOLD REWRITES THE SAME HOLDQ KEY.
      * THE DATASET IS NOW FB/224, REALLOCATED THE SAME WAY.
      *----------------------------------------------------------------
       01  CHECKPOINT-RECORD.
           05  CK-RUN-ID               PIC X(14).
           05  CK-CYC-RECORD-COUNT     PIC 9(09).
           05  CK-CYC-PRICED-COUNT     PIC 9(09).
           05  CK-CYC-REJECT-COUNT     PIC 9(09).
           05  CK-CYC-NET-AMOUNT       PIC S9(13)V99.
           05  CK-HELD-COUNT           PIC 9(09).
           05  CK-CYC-HELD-COUNT       PIC 9(09).
           05  CK-RLSE-COUNT           PIC 9(09).
           05  CK-HOLD-RET-COUNT       PIC 9(09).
           05  CK-TOTAL-HELD-RESULT    PIC 9(16)V99.
           05  CK-RLSE-NET-AMOUNT      PIC S9(13)V99.
