      *----------------------------------------------------------------
      * HLDMAP - SYMBOLIC MAP FOR THE ORDH HELD-ORDER REVIEW
      *          TRANSACTION (MAPSET HLDMAP, MAP HLDMAP)
      *
      * ONE SCREEN LISTS UP TO FOUR ORDERS STILL HELD ON THE HELD-
      * ORDER FILE (SEE HOLDREC), OLDEST FIRST - ORDER KEY, SOURCE,
      * CLASS, QUANTITY, HELD AMOUNT, THE BASIS THAT HELD IT, THE
      * DATE IT WAS HELD AND WHO SET THE THRESHOLD - AND TAKES A
      * FUNCTION CODE AND A LINE NUMBER: 'A' RELEASES THE ORDER ON
      * THAT LINE TO BILL IN THE NEXT NIGHTLY RUN, 'X' SENDS IT BACK
      * TO ITS SOURCE SYSTEM, 'F' PAGES FORWARD, BLANK REDISPLAYS THE
      * PAGE.  THE USER WHO SET THE THRESHOLD CANNOT RELEASE.  SHAPE
      * OF A BMS-GENERATED SYMBOLIC MAP, LIKE RATEMAP.
      *----------------------------------------------------------------
       01  HLDMAPI.
           05  HLDFUNL                 PIC S9(04) COMP.
           05  HLDFUNF                 PIC X(01).
           05  FILLER REDEFINES HLDFUNF.
               10  HLDFUNA             PIC X(01).
           05  HLDFUNI                 PIC X(01).
           05  HLDLINL                 PIC S9(04) COMP.
           05  HLDLINF                 PIC X(01).
           05  FILLER REDEFINES HLDLINF.
               10  HLDLINA             PIC X(01).
           05  HLDLINI                 PIC X(01).
       01  HLDMAPO.
           05  FILLER                  PIC X(03).
           05  HLDFUNO                 PIC X(01).
           05  FILLER                  PIC X(03).
           05  HLDLINO                 PIC X(01).
           05  HLDLN1L                 PIC S9(04) COMP.
           05  HLDLN1F                 PIC X(01).
           05  FILLER REDEFINES HLDLN1F.
               10  HLDLN1A             PIC X(01).
           05  HLDLN1O                 PIC X(70).
           05  HLDLN2L                 PIC S9(04) COMP.
           05  HLDLN2F                 PIC X(01).
           05  FILLER REDEFINES HLDLN2F.
               10  HLDLN2A             PIC X(01).
           05  HLDLN2O                 PIC X(70).
           05  HLDLN3L                 PIC S9(04) COMP.
           05  HLDLN3F                 PIC X(01).
           05  FILLER REDEFINES HLDLN3F.
               10  HLDLN3A             PIC X(01).
           05  HLDLN3O                 PIC X(70).
           05  HLDLN4L                 PIC S9(04) COMP.
           05  HLDLN4F                 PIC X(01).
           05  FILLER REDEFINES HLDLN4F.
               10  HLDLN4A             PIC X(01).
           05  HLDLN4O                 PIC X(70).
           05  HLDMSGL                 PIC S9(04) COMP.
           05  HLDMSGF                 PIC X(01).
           05  FILLER REDEFINES HLDMSGF.
               10  HLDMSGA             PIC X(01).
           05  HLDMSGO                 PIC X(40).
