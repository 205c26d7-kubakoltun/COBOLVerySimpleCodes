      *----------------------------------------------------------------
      * HOLDTHR - HIGH-VALUE HOLD THRESHOLD CARD LAYOUT
      *
      * ONE 80-BYTE CARD PER RATE CLASS AND SOURCE SYSTEM WHOSE
      * ORDERS MUST BE REVIEWED BEFORE THEY BILL.  MULT-BATCH-DRIVER
      * LOADS THE DECK AT START-UP AND HOLDS ANY ORDER THAT PRICES
      * CLEAN BUT EXCEEDS ITS THRESHOLD ON THE HELD-ORDER FILE (SEE
      * HOLDREC) INSTEAD OF SENDING IT TO RESULTS AND BILLOUT.
      *
      * HT-SOURCE-SYS SPACES MEANS ANY SOURCE FOR THE CLASS; A CARD
      * FOR THE EXACT CLASS AND SOURCE WINS OVER THE CLASS-WIDE ONE.
      * A CLASS/SOURCE WITH NO CARD IS NEVER HELD.  HT-BASIS 'A'
      * TESTS THE PRICED AMOUNT (AFTER ANY MINIMUM/MAXIMUM CHARGE)
      * AGAINST HT-LIMIT-AMOUNT, TWO IMPLIED DECIMALS; 'Q' TESTS THE
      * ORDER QUANTITY AGAINST HT-LIMIT-QTY.  AN ORDER IS HELD WHEN IT
      * IS STRICTLY OVER THE LIMIT; REVERSALS ARE TESTED ON THEIR
      * UNSIGNED AMOUNT THE SAME WAY.
      *
      * HT-SET-BY IS THE USER ID OF WHOEVER SET THE THRESHOLD.  IT IS
      * CARRIED ONTO EVERY ORDER THE CARD HOLDS, AND THAT USER MAY NOT
      * RELEASE THE ORDER ON THE ORDH TRANSACTION (DUAL CONTROL).
      *
      * MAINTAINED BY HAND AS PROD.MULT.HOLDTHR.CARDS, NO SORT ORDER
      * REQUIRED, AT MOST ONE CARD PER CLASS/SOURCE PAIR.
      *----------------------------------------------------------------
       01  HOLD-THRESHOLD-RECORD.
           05  HT-RATE-CLASS           PIC X(02).
           05  HT-SOURCE-SYS           PIC X(04).
           05  HT-BASIS                PIC X(01).
               88  HT-BY-AMOUNT        VALUE 'A'.
               88  HT-BY-QUANTITY      VALUE 'Q'.
           05  HT-LIMIT-AMOUNT         PIC 9(10)V99.
           05  HT-LIMIT-QTY            PIC 9(07).
           05  HT-SET-BY               PIC X(08).
           05  HT-SET-DATE             PIC 9(08).
           05  FILLER                  PIC X(38).
