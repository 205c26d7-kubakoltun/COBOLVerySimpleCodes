      *----------------------------------------------------------------
      * RATECLS - CUSTOMER RATE-CLASS MASTER RECORD LAYOUT
      *
      * ONE RECORD PER RATE CLASS THE SHOP CHARGES AND EFFECTIVE-DATE
      * RANGE.  MULT-ORDER-EDIT VALIDATES EVERY ORDER'S OQ-RATE-CLASS
      * AGAINST THIS FILE (REASON 'CLS' WHEN THE CLASS HAS NO ROW
      * HERE AT ALL), AFTER NORMALIZING SPACES TO THE WALK-UP DEFAULT
      * '00' - SO CLASS '00' MUST ALWAYS BE ON THE MASTER.  EACH CLASS
      * PRICES OFF ITS OWN DATED EVEN AND ODD ROWS IN RATETAB; A CLASS
      * ON THE MASTER WITH NO DATED ROW IN FORCE PRICES STATUS '50'
      * AND LANDS ON THE PRICING SUSPENSE, THE SAME AS ANY MISSING
      * RATE.
      *
      * RC-MIN-CHARGE AND RC-MAX-CHARGE ARE THE OPTIONAL PER-ORDER
      * MINIMUM AND MAXIMUM CHARGE FOR THE CLASS, TWO IMPLIED
      * DECIMALS, ZERO MEANING NO LIMIT.  AN ORDER WHOSE QUANTITY
      * TIMES MULTIPLIER FALLS BELOW THE MINIMUM IS CHARGED THE
      * MINIMUM; ONE ABOVE THE MAXIMUM IS CHARGED THE MAXIMUM.  THE
      * LIMITS ARE EFFECTIVE-DATED THE SAME WAY THE RATETAB ROWS ARE:
      * THE ROW THAT APPLIES IS THE ONE WHOSE RC-EFF-START-DATE THRU
      * RC-EFF-END-DATE RANGE CONTAINS THE ORDER'S EFFECTIVE DATE,
      * RANGES FOR A CLASS MUST NOT OVERLAP, AND AN OPEN-ENDED CURRENT
      * ROW CARRIES RC-EFF-END-DATE 99999999.  A DATE NO ROW COVERS
      * PRICES WITH NO LIMIT.  SIMPLE-MULTIPLICATION (BATCH), THE
      * MULT TRANSACTION'S LOOKUP AND MULT-PRICE-SIM ALL APPLY THE
      * SAME ROW THE SAME WAY, SO THE THREE AGREE TO THE PENNY.
      *
      * THE FILE IS A KSDS KEYED ON RC-CLASS-ID (CLASS + EFFECTIVE-
      * START DATE), SO A CLASS'S DATED ROWS SIT TOGETHER IN START-
      * DATE ORDER AND THE MULT TRANSACTION CAN BROWSE THEM.  STILL
      * MAINTAINED BY HAND - AS A CARD DECK IN THIS LAYOUT, SORTED ON
      * THE KEY, LOADED WITH CLASLOAD - ADD A CLASS HERE AND ITS
      * RATETAB ROWS THROUGH MULT-RATE-MAINT IN THE SAME CHANGE.
      * SHIP NOTE: THE OLD 30-BYTE CARDS CONVERT ONE FOR ONE - CLASS
      * CODE, START DATE 00000000, END DATE 99999999, THE NAME, ZERO
      * LIMITS.
      *----------------------------------------------------------------
       01  RATE-CLASS-RECORD.
           05  RC-CLASS-ID.
               10  RC-CLASS-CODE       PIC X(02).
               10  RC-EFF-START-DATE   PIC 9(08).
           05  RC-EFF-END-DATE         PIC 9(08).
           05  RC-CLASS-NAME           PIC X(20).
           05  RC-MIN-CHARGE           PIC 9(08)V99.
           05  RC-MAX-CHARGE           PIC 9(08)V99.
           05  FILLER                  PIC X(22).
