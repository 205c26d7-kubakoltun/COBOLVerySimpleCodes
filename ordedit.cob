001324*                 ONE QUEUED CYCLE AND RESUBMITTED CORRECTED IN
001325*                 THE NEXT EDITS THE SAME AS IF THE CYCLES HAD
001326*                 RUN A DAY APART.
015450* 2026-10-15 DS   BILLING-STATUS CHECK.  EVERY RECORD THAT PASSES
015460*                 THE OTHER EDITS IS CHECKED AGAINST THE ORDER
015470*                 BILLING-STATUS MASTER (ORDSTAT, SEE ORDSTAT)
015480*                 THAT MULT-BILL-STATUS BUILDS FROM WHAT THE
015490*                 DRIVER ACTUALLY BILLED.  AN ORDINARY ORDER FOR A
015500*                 KEY ALREADY BILLED AND NOT REVERSED REJECTS
015510*                 'XDP', A REVERSAL OF A KEY THAT NEVER BILLED
015520*                 REJECTS 'ORV', AND A REVERSAL OF A KEY ALREADY
015530*                 REVERSED REJECTS 'DRV'.  A KEY THAT RECURS IN
015540*                 THE RUN CARRIES ITS STATUS FORWARD RECORD BY
015550*                 RECORD IN INPUT ORDER, SO AN ORDER AND ITS
015560*                 SAME-NIGHT REVERSAL, OR A CATCH-UP ORDERING A
015570*                 KEY IN TWO CYCLES, EDITS AS IF THE NIGHTS HAD
015580*                 RUN APART.  XDP AND DRV REJECTS ARE NOT PARKED
015590*                 ON THE REJECT SUSPENSE - NO RESUBMISSION OF THE
015600*                 SAME KEY AND TYPE COULD EVER CLEAR THEM.
015610* 2026-10-15 DS   THE RATE-CLASS MASTER IS NOW A KSDS CARRYING
015620*                 ONE ROW PER CLASS AND EFFECTIVE-DATE RANGE
015630*                 (SEE RATECLS); THE LOAD KEEPS EACH CLASS ONCE.
015640* 2026-10-15 DS   BATCH CONTROL FOR THE CONFIRMATION FEED.  PASS
015650*                 TWO NOW COUNTS EVERY HEADER/TRAILER BATCH'S
015660*                 DETAILS RECEIVED, CLEAN AND REJECTED UNDER THE
015670*                 CYCLE THE BATCH RESOLVED TO, AND CLEAN
015680*                 TERMINATION WRITES ONE BATCHCTL ROW PER BATCH
015690*                 (SEE ORDBTCH) FOR MULT-ORDER-CONFIRM.  THE
015700*                 PER-SOURCE TERMINATION DISPLAY NOW STEPS TO THE
015710*                 NEXT SOURCE - IT LOOPED ON THE FIRST ONE.
015720* 2026-10-15 DS   THE ACCEPTED SOURCE SYSTEMS NOW COME OFF THE
015730*                 SOURCE-SYSTEM MASTER DECK (SRCMST) INSTEAD OF
015740*                 A TABLE COMPILED IN HERE.  A DETAIL IN A BATCH
015750*                 DATED OUTSIDE ITS SOURCE'S ACTIVE DATES REJECTS
015760*                 'INA'.  ONCE PASS ONE HAS BALANCED, EVERY
015770*                 SOURCE THE MASTER EXPECTS ON A CYCLE'S WEEKDAY
015780*                 MUST HAVE A BATCH IN THAT CYCLE - A MISSING
015790*                 ONE HOLDS THE CYCLE (RC=16) OR WARNS (RC=4) AS
015800*                 ITS CARD SAYS.
015810* 2026-10-15 DS   AN ORDINARY ORDER STILL ON HOLD - HELD OR
015820*                 RELEASED BUT NOT YET BILLED ON HOLDQ (SEE
015830*                 HOLDREC) - NOW REJECTS 'XDP' AS IF IT HAD
015840*                 BILLED.  IT IS NOT ON ORDSTAT UNTIL IT BILLS,
015850*                 SO A SOURCE RE-SENDING IT WHILE IT SAT ON HOLD
015860*                 WAS PRICED AND THEN BILLED A SECOND TIME WHEN
015870*                 THE HOLD WAS RELEASED.
015871* 2026-10-15 DS   ORDSTAT AND HOLDQ ARE OPTIONAL, SO THE FIRST
015872*                 NIGHT AGAINST A NEWLY DEFINED, NEVER-LOADED
015873*                 CLUSTER EDITS AS IF NOTHING HAD BILLED OR BEEN
015874*                 HELD INSTEAD OF FAILING THE OPEN.  A SRCMST
015875*                 CARD'S FEED SLOT MUST BE BLANK OR 00 - 08.
015876* 2026-10-15 DS   AN ORDINARY ORDER STILL ON THE PRICING SUSPENSE
015877*                 (PSUSPIN DD, SEE PSUSREC) NOW REJECTS 'XDP' TOO
015878*                 - THE DRIVER REPRICES IT TONIGHT, SO A RE-SENT
015879*                 COPY WOULD HAVE BILLED IT TWICE.
001330 ENVIRONMENT DIVISION.
001340 CONFIGURATION SECTION.
001350 SOURCE-COMPUTER. IBM-370.
001510     SELECT CYCLE-CTL-FILE   ASSIGN TO CYCCTL
001520            ORGANIZATION IS SEQUENTIAL.
001530     SELECT CLASS-MASTER     ASSIGN TO CLASMST
001531            ORGANIZATION IS INDEXED
001532            RECORD KEY IS RC-CLASS-ID
001533            ACCESS MODE IS SEQUENTIAL.
001534     SELECT OPTIONAL ORDER-STATUS-FILE ASSIGN TO ORDSTAT
001535            ORGANIZATION IS INDEXED
001536            RECORD KEY IS OS-ORDER-KEY
001537            ACCESS MODE IS RANDOM.
001538     SELECT BATCH-CTL-FILE   ASSIGN TO BATCHCTL
001540            ORGANIZATION IS SEQUENTIAL.
001541     SELECT SOURCE-MASTER    ASSIGN TO SRCMST
001542            ORGANIZATION IS SEQUENTIAL.
001543     SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO HOLDQ
001544            ORGANIZATION IS INDEXED
001545            RECORD KEY IS HO-HOLD-KEY
001546            ACCESS MODE IS SEQUENTIAL.
001547     SELECT PRICE-SUSP-IN    ASSIGN TO PSUSPIN
001548            ORGANIZATION IS SEQUENTIAL.
001550     SELECT SORT-WORK-FILE   ASSIGN TO SORTWK.
001560 DATA DIVISION.
001570 FILE SECTION.
002070     RECORDING MODE IS F.
002080 COPY RATECLS.
002090*----------------------------------------------------------------
015880* INPUT - THE ORDER BILLING-STATUS MASTER, READ BY KEY FOR EACH
015890*         RECORD THAT PASSES THE OTHER EDITS
015900*----------------------------------------------------------------
015910 FD  ORDER-STATUS-FILE
015920     RECORDING MODE IS F.
015930 COPY ORDSTAT.
015940*----------------------------------------------------------------
015950* OUTPUT - ONE ROW PER HEADER/TRAILER BATCH EDITED, WRITTEN AT
015960*          CLEAN TERMINATION FOR THE CONFIRMATION FEED
015970*----------------------------------------------------------------
015980 FD  BATCH-CTL-FILE
015990     RECORDING MODE IS F.
016000 COPY ORDBTCH.
016010*----------------------------------------------------------------
016020* INPUT - THE SOURCE-SYSTEM MASTER DECK, LOADED AHEAD OF THE KEY
016030*         PASS
016040*----------------------------------------------------------------
016050 FD  SOURCE-MASTER
016060     RECORDING MODE IS F.
016070 COPY SRCMST.
016080*----------------------------------------------------------------
016090* INPUT - THE HELD-ORDER FILE (SEE HOLDREC), READ ONCE AHEAD OF
016100*         THE EDIT PASS FOR THE ORDERS STILL ON HOLD
016110*----------------------------------------------------------------
016120 FD  HOLD-QUEUE-FILE
016125     RECORDING MODE IS F.
016130 COPY HOLDREC.
016131*----------------------------------------------------------------
016132* INPUT - THE DRIVER'S PRICING SUSPENSE (SEE PSUSREC), READ ONCE
016133*         AHEAD OF THE EDIT PASS FOR THE ORDERS IT WILL REPRICE
016134*----------------------------------------------------------------
016135 FD  PRICE-SUSP-IN
016136     RECORDING MODE IS F.
016137 COPY PSUSREC.
016140*----------------------------------------------------------------
002100* SORT WORK - ORDER KEYS ONLY, SORTED TO FIND THE DUPLICATES
002110*             WITHOUT HOLDING EVERY KEY OF THE FILE IN STORAGE
002120*----------------------------------------------------------------
002250         88  WS-SUSP-EOF         VALUE 'Y'.
002260     05  WS-CLASS-EOF-SW         PIC X(01)   VALUE 'N'.
002270         88  WS-CLASS-EOF        VALUE 'Y'.
002273     05  WS-HOLDQ-EOF-SW         PIC X(01)   VALUE 'N'.
002276         88  WS-HOLDQ-EOF        VALUE 'Y'.
002277     05  WS-PSUS-EOF-SW          PIC X(01)   VALUE 'N'.
002278         88  WS-PSUS-EOF         VALUE 'Y'.
002280     05  WS-RECORD-OK-SW         PIC X(01)   VALUE 'Y'.
002290         88  WS-RECORD-OK        VALUE 'Y'.
002300 01  WS-COUNTERS.
002360     05  WS-TYP-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002370     05  WS-CLS-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002380     05  WS-DUP-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002381     05  WS-XDP-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002382     05  WS-ORV-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002383     05  WS-DRV-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002384     05  WS-INA-REJECT-COUNT     PIC 9(09)   COMP   VALUE ZERO.
002390 01  WS-REJECT-REASON            PIC X(03).
002400*----------------------------------------------------------------
002410* THE ORDER-ENTRY SYSTEMS WE ACCEPT, LOADED FROM THE SOURCE-
002417* SYSTEM MASTER (SEE SRCMST) BEFORE ANYTHING IS READ.  ONBOARDING
002424* A NEW SOURCE IS A NEW CARD ON THE DECK, NOT A CHANGE HERE.  A
002431* DECK WITH A BAD CARD, OR WITH NO CARDS, REFUSES THE INPUT.
002440*----------------------------------------------------------------
002450 01  WS-SOURCE-TABLE.
002520     05  WS-SOURCE-ENTRY OCCURS 20 TIMES.
002521         10  WS-VALID-SOURCE     PIC X(04).
002522         10  WS-SOURCE-NAME      PIC X(30).
002523         10  WS-SOURCE-FROM      PIC 9(08).
002524         10  WS-SOURCE-TO        PIC 9(08).
002525         10  WS-SOURCE-DAYS.
002526             15  WS-SOURCE-DAY   PIC X(01)   OCCURS 7 TIMES.
002527         10  WS-SOURCE-ACTION    PIC X(01).
002528             88  WS-SOURCE-HOLD-IF-MISSING VALUE 'H'.
002530 01  WS-SOURCE-SEARCH.
002540     05  WS-SOURCE-MAX           PIC 9(02)   COMP   VALUE 20.
002545     05  WS-SOURCE-COUNT         PIC 9(02)   COMP   VALUE ZERO.
002550     05  WS-SOURCE-IDX           PIC 9(02)   COMP.
002560     05  WS-SOURCE-FOUND-IDX     PIC 9(02)   COMP   VALUE ZERO.
002570     05  WS-SOURCE-FOUND-SW      PIC X(01).
002580         88  WS-SOURCE-FOUND     VALUE 'Y'.
002581     05  WS-SRCM-EOF-SW          PIC X(01)   VALUE 'N'.
002582         88  WS-SRCM-EOF         VALUE 'Y'.
002583     05  WS-SRCM-BAD-SW          PIC X(01)   VALUE 'N'.
002584         88  WS-SRCM-BAD         VALUE 'Y'.
002585     05  WS-SRCM-DUP-SW          PIC X(01).
002586         88  WS-SRCM-DUP         VALUE 'Y'.
002587     05  WS-SRCM-DAY-TALLY       PIC 9(02)   COMP.
002590*----------------------------------------------------------------
002600* PER-SOURCE TALLIES, ONE ROW PER ENTRY OF THE VALID-SOURCE
002610* TABLE, COUNTED OFF EACH DETAIL'S OWN OQ-SOURCE-SYS DURING THE
002640* SHOW ONLY IN THE GLOBAL COUNTS.
002650*----------------------------------------------------------------
002660 01  WS-SOURCE-STATS.
002670     05  WS-SRC-STAT OCCURS 20 TIMES.
002680         10  WS-SRC-RECV-COUNT   PIC 9(09)   COMP   VALUE ZERO.
002690         10  WS-SRC-CLEAN-COUNT  PIC 9(09)   COMP   VALUE ZERO.
002700         10  WS-SRC-REJ-COUNT    PIC 9(09)   COMP   VALUE ZERO.
003010         10  WS-EDIT-DUP-TYPE    PIC X(01).
003015         10  WS-EDIT-DUP-CYCLE   PIC 9(04).
003020     05  WS-DUP-KEY              PIC X(15)   OCCURS 500 TIMES.
016150*----------------------------------------------------------------
016160* BILLING-STATUS WORK.  THE SORTED KEY PASS ALSO NOTES EVERY
016170* ORDER KEY THAT APPEARS MORE THAN ONCE IN THE RUN, WHATEVER ITS
016180* TYPE OR CYCLE.  THE EDIT PASS LOOKS EACH ONE UP ON THE MASTER
016190* THE FIRST TIME IT MEETS IT AND FROM THEN ON CARRIES THE STATUS
016200* THE RUN'S OWN CLEAN RECORDS LEAVE IT IN, SINCE THE MASTER ONLY
016210* LEARNS OF THEM AFTER THE DRIVER BILLS THEM.  A SPACE STATUS
016220* MEANS NOT YET LOOKED UP; 'N' MEANS NEVER BILLED.  MORE
016230* RECURRING KEYS THAN THE TABLE HOLDS ABENDS THE JOB.
016240*----------------------------------------------------------------
016250 01  WS-BST-WORK.
016260     05  WS-BST-MAX              PIC 9(04)   COMP   VALUE 1000.
016270     05  WS-BST-COUNT            PIC 9(04)   COMP   VALUE ZERO.
016280     05  WS-BST-IDX              PIC 9(04)   COMP.
016290     05  WS-BST-FOUND-IDX        PIC 9(04)   COMP   VALUE ZERO.
016300     05  WS-PREV-ORDER-KEY       PIC X(10).
016310     05  WS-PREV-ORDER-LOGGED-SW PIC X(01).
016320         88  WS-PREV-ORDER-LOGGED
016330                                 VALUE 'Y'.
016340     05  WS-BST-STATUS           PIC X(01).
016350         88  WS-BST-NONE         VALUE 'N'.
016360         88  WS-BST-PRICED       VALUE 'P'.
016370         88  WS-BST-REVERSED     VALUE 'R'.
016380         88  WS-BST-REBILLED     VALUE 'B'.
016390     05  WS-BST-ENTRY OCCURS 1000 TIMES.
016400         10  WS-BST-KEY          PIC X(10).
016410         10  WS-BST-KEY-STATUS   PIC X(01).
016420*----------------------------------------------------------------
016430* ORDERS STILL ON HOLD - HELD OR RELEASED BUT NOT YET BILLED ON
016440* HOLDQ.  NEITHER IS ON THE BILLING-STATUS MASTER UNTIL IT BILLS,
016450* SO AN ORDINARY ORDER FOR ONE OF THESE KEYS REJECTS 'XDP' THE
016460* SAME AS A KEY ALREADY BILLED.  MORE HELD ORDERS THAN THE TABLE
016470* HOLDS ABENDS THE JOB.
016480*----------------------------------------------------------------
016490 01  WS-HELD-WORK.
016500     05  WS-HELD-MAX             PIC 9(04)   COMP   VALUE 2000.
016510     05  WS-HELD-COUNT           PIC 9(04)   COMP   VALUE ZERO.
016520     05  WS-HELD-IDX             PIC 9(04)   COMP.
016530     05  WS-HELD-KEY             PIC X(10)   OCCURS 2000 TIMES.
022780*----------------------------------------------------------------
022790* ORDINARY ORDERS ON THE PRICING SUSPENSE - SUSPENDED '50' ON AN
022800* EARLIER NIGHT AND REPRICED BY THE DRIVER AT THE END OF TONIGHT'S
022810* RUN.  NOT BILLED YET, SO NOT ON THE BILLING-STATUS MASTER; A
022820* SECOND COPY OF ONE REJECTS 'XDP'.  MORE THAN THE TABLE HOLDS
022830* ABENDS THE JOB.
022840*----------------------------------------------------------------
022850 01  WS-PSUS-WORK.
022860     05  WS-PSUS-MAX             PIC 9(04)   COMP   VALUE 2000.
022870     05  WS-PSUS-COUNT           PIC 9(04)   COMP   VALUE ZERO.
022880     05  WS-PSUS-IDX             PIC 9(04)   COMP.
022890     05  WS-PSUS-KEY             PIC X(10)   OCCURS 2000 TIMES.
003030*----------------------------------------------------------------
003040* CONTROL-RECORD BALANCE WORK.  THE INPUT CARRIES ONE HEADER/
003050* TRAILER BATCH PER SOURCE SYSTEM'S DROP; EACH BATCH IS BALANCED
003580     05  FILLER                  PIC X(03)   VALUE 'DTE'.
003590     05  FILLER                  PIC X(03)   VALUE 'DUP'.
003600     05  FILLER                  PIC X(03)   VALUE 'CLS'.
003601     05  FILLER                  PIC X(03)   VALUE 'XDP'.
003602     05  FILLER                  PIC X(03)   VALUE 'ORV'.
003603     05  FILLER                  PIC X(03)   VALUE 'DRV'.
003604     05  FILLER                  PIC X(03)   VALUE 'INA'.
003610 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
003620     05  WS-REASON-CODE          PIC X(03)   OCCURS 9 TIMES.
003630 01  WS-REASON-WORK.
003640     05  WS-REASON-MAX           PIC 9(02)   COMP   VALUE 9.
003650     05  WS-REASON-IDX           PIC 9(02)   COMP.
003660     05  WS-AGE-SRC-IDX          PIC 9(02)   COMP.
003670 01  WS-CURR-DATE                PIC 9(08).
004000         10  WS-CYCNT-RECV       PIC 9(09)   COMP   VALUE ZERO.
004010         10  WS-CYCNT-CLEAN      PIC 9(09)   COMP   VALUE ZERO.
004020         10  WS-CYCNT-REJ        PIC 9(09)   COMP   VALUE ZERO.
016540*----------------------------------------------------------------
016550* PER-BATCH COUNTS.  PASS TWO OPENS ONE SLOT PER HEADER/TRAILER
016560* BATCH AS ITS HEADER GOES BY, UNDER THE CYCLE THE BATCH RESOLVED
016570* TO, AND COUNTS THE BATCH'S DETAILS INTO IT; TERMINATION WRITES
016580* ONE BATCH-CONTROL ROW PER SLOT.  A BATCH A SOURCE SENT EMPTY
016590* STILL GETS ITS ROW.
016600*----------------------------------------------------------------
016610 01  WS-BATCH-SLOT-WORK.
016620     05  WS-BSLOT-MAX            PIC 9(03)   COMP   VALUE 200.
016630     05  WS-BSLOT-COUNT          PIC 9(03)   COMP   VALUE ZERO.
016640     05  WS-BSLOT-IDX            PIC 9(03)   COMP.
016650     05  WS-BSLOT-ENTRY OCCURS 200 TIMES.
016660         10  WS-BSLOT-SOURCE     PIC X(04).
016670         10  WS-BSLOT-DATE       PIC 9(08).
016680         10  WS-BSLOT-HDR-CYCLE  PIC 9(04).
016690         10  WS-BSLOT-CYCLE      PIC 9(04).
016700         10  WS-BSLOT-RECV       PIC 9(09)   COMP.
016710         10  WS-BSLOT-CLEAN      PIC 9(09)   COMP.
016720         10  WS-BSLOT-REJ        PIC 9(09)   COMP.
004030 01  WS-CLASS-WORK.
004040     05  WS-CLASS-MAX            PIC 9(02)   COMP   VALUE 20.
004050     05  WS-CLASS-COUNT          PIC 9(02)   COMP   VALUE ZERO.
004090     05  WS-DFLT-SEEN-SW         PIC X(01)   VALUE 'N'.
004100         88  WS-DFLT-SEEN        VALUE 'Y'.
004110     05  WS-CLASS-CODE           PIC X(02)   OCCURS 20 TIMES.
016730*----------------------------------------------------------------
016740* EXPECTED-DROP WORK.  THE KEY PASS NOTES EVERY BATCH AS ITS
016750* HEADER GOES BY, UNDER THE CYCLE IT RESOLVED TO.  ONCE EVERY
016760* BATCH HAS BALANCED, EACH CYCLE IS DATED BY ITS FIRST NUMBERED
016770* HEADER, AND EVERY SOURCE ACTIVE THAT DAY WHOSE CARD EXPECTS A
016780* DROP ON THAT WEEKDAY MUST HAVE A BATCH IN IT.
016790*----------------------------------------------------------------
016800 01  WS-ARRIVAL-WORK.
016810     05  WS-ARR-MAX              PIC 9(03)   COMP   VALUE 200.
016820     05  WS-ARR-COUNT            PIC 9(03)   COMP   VALUE ZERO.
016830     05  WS-ARR-IDX              PIC 9(03)   COMP.
016840     05  WS-ARR-ENTRY OCCURS 200 TIMES.
016850         10  WS-ARR-SOURCE       PIC X(04).
016860         10  WS-ARR-DATE         PIC 9(08).
016870         10  WS-ARR-HDR-CYCLE    PIC 9(04).
016880         10  WS-ARR-CYCLE        PIC 9(04).
016890 01  WS-EXPECT-WORK.
016900     05  WS-EXP-CYCLE            PIC 9(04)   VALUE ZERO.
016910     05  WS-EXP-DATE             PIC 9(08).
016920     05  WS-EXP-DATE-R REDEFINES WS-EXP-DATE.
016930         10  WS-EXP-YEAR         PIC 9(04).
016940         10  WS-EXP-MONTH        PIC 9(02).
016950         10  WS-EXP-DAY          PIC 9(02).
016960     05  WS-EXP-DAYNUM           PIC 9(07)   COMP.
016970     05  WS-EXP-WEEKS            PIC 9(07)   COMP.
016980     05  WS-EXP-WEEKDAY          PIC 9(01).
016990     05  WS-EXP-SCAN-IDX         PIC 9(03)   COMP.
017000     05  WS-EXP-FOUND-SW         PIC X(01).
017010         88  WS-EXP-FOUND        VALUE 'Y'.
017020     05  WS-DROP-HOLD-SW         PIC X(01)   VALUE 'N'.
017030         88  WS-DROP-HOLD        VALUE 'Y'.
017040     05  WS-DROP-WARN-COUNT      PIC 9(04)   COMP   VALUE ZERO.
017050 01  WS-DAY-NAME-VALUES.
017060     05  FILLER                  PIC X(21)
017070         VALUE 'MONTUEWEDTHUFRISATSUN'.
017080 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
017090     05  WS-DAY-NAME             PIC X(03)   OCCURS 7 TIMES.
004120 01  WS-AGING-HEADING-1.
004130     05  FILLER                  PIC X(33)
004140         VALUE 'REJECT SUSPENSE AGING REPORT     '.
004470 0000-MAINLINE.
004480     PERFORM 0900-FIND-LAST-CYCLE
004490         THRU 0900-FIND-LAST-CYCLE-EXIT.
004492     PERFORM 4700-LOAD-SOURCE-MASTER
004494         THRU 4700-LOAD-SOURCE-MASTER-EXIT.
004500     SORT SORT-WORK-FILE
004510         ON ASCENDING KEY SK-DUP-ID
004520         INPUT PROCEDURE IS 5000-RELEASE-KEYS
004550             THRU 5100-COLLECT-DUP-KEYS-EXIT.
004560     PERFORM 5500-BALANCE-CONTROL-TOTALS
004570         THRU 5500-BALANCE-CONTROL-TOTALS-EXIT.
004572     PERFORM 5600-CHECK-EXPECTED-DROPS
004574         THRU 5600-CHECK-EXPECTED-DROPS-EXIT.
004580     PERFORM 4000-LOAD-SUSPENSE
004590         THRU 4000-LOAD-SUSPENSE-EXIT.
004600     PERFORM 4600-LOAD-CLASS-MASTER
004610         THRU 4600-LOAD-CLASS-MASTER-EXIT.
004613     PERFORM 4800-LOAD-HELD-ORDERS
004616         THRU 4800-LOAD-HELD-ORDERS-EXIT.
004617     PERFORM 4850-LOAD-PRICE-SUSPENSE
004618         THRU 4850-LOAD-PRICE-SUSPENSE-EXIT.
004620     PERFORM 1500-OPEN-SECOND-PASS
004630         THRU 1500-OPEN-SECOND-PASS-EXIT.
004640     PERFORM 2000-EDIT-RECORD
005150 1500-OPEN-SECOND-PASS.
005160     OPEN OUTPUT CLEAN-ORDER-FILE
005170          OUTPUT REJECT-FILE.
005175     OPEN INPUT ORDER-STATUS-FILE.
005180     OPEN INPUT ORDER-QTY-FILE.
005190     MOVE 'N'                 TO WS-EOF-SW.
005200     PERFORM 8000-READ-ORDER-QTY
005260*                    IT TO THE CLEAN OR THE REJECT FILE.  THE
005270*                    FIRST EDIT THAT FAILS SETS THE REASON CODE -
005280*                    SOURCE SYSTEM, THEN TRANSACTION TYPE, THEN
005290*                    EFFECTIVE DATE, THEN DUPLICATE KEY, THEN
005295*                    BILLING STATUS.  A KNOWN SOURCE IS ALSO
005296*                    HELD TO ITS ACTIVE DATES BEFORE ANYTHING
005297*                    ELSE.
005300*----------------------------------------------------------------
005310 2000-EDIT-RECORD.
005320     IF OH-HEADER-ID
005390     END-IF.
005400     ADD 1                    TO WS-READ-COUNT.
005410     ADD 1                    TO WS-CYCNT-RECV(WS-CYCNT-COUNT).
005415     ADD 1                    TO WS-BSLOT-RECV(WS-BSLOT-COUNT).
005420     MOVE 'Y'                 TO WS-RECORD-OK-SW.
005430     MOVE SPACES              TO WS-REJECT-REASON.
005440     PERFORM 2100-EDIT-SOURCE-SYS
005590         PERFORM 2300-EDIT-DUPLICATE-KEY
005600             THRU 2300-EDIT-DUPLICATE-KEY-EXIT
005610     END-IF.
005611     IF WS-RECORD-OK
005612         PERFORM 2400-EDIT-BILLING-STATUS
005613             THRU 2400-EDIT-BILLING-STATUS-EXIT
005614     END-IF.
005620*    THE PER-SOURCE TALLIES COUNT OFF EACH DETAIL'S OWN SOURCE
005630*    CODE; A RECORD REJECTED FOR AN UNKNOWN SOURCE HAS NO ROW TO
005640*    COUNT UNDER AND SHOWS IN THE GLOBAL COUNTS ONLY.
005740         PERFORM 2800-WRITE-CLEAN
005750             THRU 2800-WRITE-CLEAN-EXIT
005760         ADD 1            TO WS-CYCNT-CLEAN(WS-CYCNT-COUNT)
005765         ADD 1            TO WS-BSLOT-CLEAN(WS-BSLOT-COUNT)
005770         IF WS-SOURCE-FOUND-IDX > ZERO
005780             ADD 1
005790                 TO WS-SRC-CLEAN-COUNT(WS-SOURCE-FOUND-IDX)
005820         PERFORM 2900-WRITE-REJECT
005830             THRU 2900-WRITE-REJECT-EXIT
005840         ADD 1            TO WS-CYCNT-REJ(WS-CYCNT-COUNT)
005845         ADD 1            TO WS-BSLOT-REJ(WS-BSLOT-COUNT)
005850         IF WS-SOURCE-FOUND-IDX > ZERO
005860             ADD 1       TO WS-SRC-REJ-COUNT(WS-SOURCE-FOUND-IDX)
005870         END-IF
005920 2000-EDIT-RECORD-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 2100-EDIT-SOURCE-SYS - IS THIS AN ORDER-ENTRY SYSTEM WE ACCEPT,
005953*                        AND WAS IT ACTIVE ON ITS BATCH'S CREATE
005956*                        DATE?
005960*----------------------------------------------------------------
005970 2100-EDIT-SOURCE-SYS.
005980     MOVE 'N'                 TO WS-SOURCE-FOUND-SW.
006000     MOVE 1                   TO WS-SOURCE-IDX.
006010     PERFORM 2110-TEST-ONE-SOURCE
006020         THRU 2110-TEST-ONE-SOURCE-EXIT
006030         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
006040     IF NOT WS-SOURCE-FOUND
006050         MOVE 'N'             TO WS-RECORD-OK-SW
006060         MOVE 'SRC'           TO WS-REJECT-REASON
006061     END-IF.
006062     IF WS-SOURCE-FOUND
006063        AND (WS-BSLOT-DATE(WS-BSLOT-COUNT) <
006064                 WS-SOURCE-FROM(WS-SOURCE-FOUND-IDX)
006065          OR WS-BSLOT-DATE(WS-BSLOT-COUNT) >
006066                 WS-SOURCE-TO(WS-SOURCE-FOUND-IDX))
006067         MOVE 'N'             TO WS-RECORD-OK-SW
006068         MOVE 'INA'           TO WS-REJECT-REASON
006070     END-IF.
006080 2100-EDIT-SOURCE-SYS-EXIT.
006090     EXIT.
006380     ELSE
006390         MOVE OH-CYCLE-NUMBER TO WS-RESOLVED-CYCLE
006400     END-IF.
006401     PERFORM 2560-OPEN-BATCH-SLOT
006402         THRU 2560-OPEN-BATCH-SLOT-EXIT.
006410     IF WS-CYCNT-COUNT > ZERO
006420        AND WS-RESOLVED-CYCLE = WS-P2-CYCLE
006430         GO TO 2550-NOTE-CYCLE-HEADER-EXIT
006550     MOVE WS-RESOLVED-CYCLE   TO OH-CYCLE-NUMBER.
006560     WRITE CLEAN-ORDER-RECORD FROM ORDER-HDR-RECORD.
006570 2550-NOTE-CYCLE-HEADER-EXIT.
017100     EXIT.
017110*----------------------------------------------------------------
017120* 2560-OPEN-BATCH-SLOT - EVERY HEADER OPENS ITS BATCH'S COUNT
017130*                        SLOT, UNDER THE CYCLE IT RESOLVED TO AND
017140*                        THE CYCLE IT CARRIED, BEFORE THE HEADER
017150*                        IS PATCHED FOR THE CLEAN FILE.
017160*----------------------------------------------------------------
017170 2560-OPEN-BATCH-SLOT.
017180     IF WS-BSLOT-COUNT >= WS-BSLOT-MAX
017190         DISPLAY 'MULT-ORDER-EDIT ABEND - MORE THAN '
017200                 WS-BSLOT-MAX ' BATCHES IN ONE RUN'
017210         MOVE 16              TO RETURN-CODE
017220         STOP RUN
017230     END-IF.
017240     ADD 1                    TO WS-BSLOT-COUNT.
017250     MOVE OH-SOURCE-SYS       TO WS-BSLOT-SOURCE(WS-BSLOT-COUNT).
017260     MOVE OH-CREATE-DATE      TO WS-BSLOT-DATE(WS-BSLOT-COUNT).
017270     MOVE OH-CYCLE-NUMBER
017280         TO WS-BSLOT-HDR-CYCLE(WS-BSLOT-COUNT).
017290     MOVE WS-RESOLVED-CYCLE   TO WS-BSLOT-CYCLE(WS-BSLOT-COUNT).
017300     MOVE ZERO                TO WS-BSLOT-RECV(WS-BSLOT-COUNT)
017310                                 WS-BSLOT-CLEAN(WS-BSLOT-COUNT)
017320                                 WS-BSLOT-REJ(WS-BSLOT-COUNT).
017330 2560-OPEN-BATCH-SLOT-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------
006600* 2170-EDIT-RATE-CLASS - IS THIS A RATE CLASS ON THE MASTER?
007800 2310-TEST-ONE-DUP-KEY-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
017340* 2400-EDIT-BILLING-STATUS - HAS THIS KEY ALREADY BILLED?  ITS
017350*                            NET STATUS COMES FROM THE MASTER OR,
017360*                            FOR A KEY THAT RECURS IN THIS RUN,
017370*                            FROM WHAT THE RUN HAS ALREADY PASSED
017380*                            CLEAN.  AN ORDINARY ORDER NEEDS A KEY
017390*                            NEVER BILLED OR SINCE REVERSED, AND
017400*                            NOT STILL ON HOLD (SEE 2430) OR ON
017405*                            THE PRICING SUSPENSE (SEE 2450); A
017410*                            REVERSAL NEEDS ONE BILLED AND NOT YET
017420*                            REVERSED.
017430*----------------------------------------------------------------
017440 2400-EDIT-BILLING-STATUS.
017450     MOVE ZERO                TO WS-BST-FOUND-IDX.
017460     IF WS-BST-COUNT > ZERO
017470         MOVE 1               TO WS-BST-IDX
017480         PERFORM 2410-TEST-ONE-BST-KEY
017490             THRU 2410-TEST-ONE-BST-KEY-EXIT
017500             UNTIL WS-BST-IDX > WS-BST-COUNT
017510     END-IF.
017520     IF WS-BST-FOUND-IDX > ZERO
017530        AND WS-BST-KEY-STATUS(WS-BST-FOUND-IDX) NOT = SPACE
017540         MOVE WS-BST-KEY-STATUS(WS-BST-FOUND-IDX)
017550                              TO WS-BST-STATUS
017560     ELSE
017570         PERFORM 2420-READ-STATUS-MASTER
017580             THRU 2420-READ-STATUS-MASTER-EXIT
017590     END-IF.
017600     IF OQ-REVERSAL
017610         IF WS-BST-NONE
017620             MOVE 'N'         TO WS-RECORD-OK-SW
017630             MOVE 'ORV'       TO WS-REJECT-REASON
017640         END-IF
017650         IF WS-BST-REVERSED
017660             MOVE 'N'         TO WS-RECORD-OK-SW
017670             MOVE 'DRV'       TO WS-REJECT-REASON
017680         END-IF
017690     ELSE
017700         IF WS-BST-PRICED OR WS-BST-REBILLED
017710             MOVE 'N'         TO WS-RECORD-OK-SW
017720             MOVE 'XDP'       TO WS-REJECT-REASON
017730         END-IF
017740         IF WS-RECORD-OK
017750             PERFORM 2430-TEST-HELD-ORDERS
017760                 THRU 2430-TEST-HELD-ORDERS-EXIT
017770         END-IF
017772         IF WS-RECORD-OK
017774             PERFORM 2450-TEST-PRICE-SUSPENSE
017776                 THRU 2450-TEST-PRICE-SUSPENSE-EXIT
017778         END-IF
017780     END-IF.
017790*    A RECURRING KEY CARRIES FORWARD THE STATUS THIS RECORD LEAVES
017800*    IT IN - PASSED CLEAN, THE STATUS THE DRIVER WILL BILL IT TO;
017810*    REJECTED, THE STATUS IT ALREADY HAD.
017820     IF WS-BST-FOUND-IDX = ZERO
017830         GO TO 2400-EDIT-BILLING-STATUS-EXIT
017840     END-IF.
017850     IF WS-RECORD-OK
017860         IF OQ-REVERSAL
017870             SET WS-BST-REVERSED TO TRUE
017880         ELSE
017890             IF WS-BST-REVERSED
017900                 SET WS-BST-REBILLED TO TRUE
017910             ELSE
017920                 SET WS-BST-PRICED TO TRUE
017930             END-IF
017940         END-IF
017950     END-IF.
017960     MOVE WS-BST-STATUS
017970         TO WS-BST-KEY-STATUS(WS-BST-FOUND-IDX).
017980 2400-EDIT-BILLING-STATUS-EXIT.
017990     EXIT.
018000*----------------------------------------------------------------
018010* 2410-TEST-ONE-BST-KEY - IS THIS THE RECURRING KEY'S TABLE ENTRY?
018020*----------------------------------------------------------------
018030 2410-TEST-ONE-BST-KEY.
018040     IF OQ-ORDER-KEY = WS-BST-KEY(WS-BST-IDX)
018050         MOVE WS-BST-IDX      TO WS-BST-FOUND-IDX
018060         MOVE 9999            TO WS-BST-IDX
018070         GO TO 2410-TEST-ONE-BST-KEY-EXIT
018080     END-IF.
018090     ADD 1                    TO WS-BST-IDX.
018100 2410-TEST-ONE-BST-KEY-EXIT.
018110     EXIT.
018120*----------------------------------------------------------------
018130* 2420-READ-STATUS-MASTER - THE KEY'S NET STATUS AS OF THE LAST
018140*                           BILLING-STATUS UPDATE; NOT ON FILE
018150*                           MEANS NEVER BILLED
018160*----------------------------------------------------------------
018170 2420-READ-STATUS-MASTER.
018180     MOVE 'N'                 TO WS-BST-STATUS.
018190     MOVE OQ-ORDER-KEY        TO OS-ORDER-KEY.
018200     READ ORDER-STATUS-FILE
018210         INVALID KEY
018220             GO TO 2420-READ-STATUS-MASTER-EXIT
018230     END-READ.
018240     MOVE OS-NET-STATUS       TO WS-BST-STATUS.
018250 2420-READ-STATUS-MASTER-EXIT.
018260     EXIT.
018270*----------------------------------------------------------------
018280* 2430-TEST-HELD-ORDERS - IS THE KEY STILL ON HOLD?  A HELD OR
018290*                        RELEASED ORDER WILL BILL FROM HOLDQ, SO
018300*                        A SECOND COPY OF IT IS A DUPLICATE.
018310*----------------------------------------------------------------
018320 2430-TEST-HELD-ORDERS.
018330     MOVE 1                   TO WS-HELD-IDX.
018340     PERFORM 2440-TEST-ONE-HELD-KEY
018350         THRU 2440-TEST-ONE-HELD-KEY-EXIT
018360         UNTIL WS-HELD-IDX > WS-HELD-COUNT.
018370 2430-TEST-HELD-ORDERS-EXIT.
018380     EXIT.
018390*----------------------------------------------------------------
018400* 2440-TEST-ONE-HELD-KEY - IS THIS THE HELD ORDER'S TABLE ENTRY?
018410*----------------------------------------------------------------
018420 2440-TEST-ONE-HELD-KEY.
018430     IF OQ-ORDER-KEY = WS-HELD-KEY(WS-HELD-IDX)
018440         MOVE 'N'             TO WS-RECORD-OK-SW
018450         MOVE 'XDP'           TO WS-REJECT-REASON
018460         MOVE 9999            TO WS-HELD-IDX
018470         GO TO 2440-TEST-ONE-HELD-KEY-EXIT
018480     END-IF.
018490     ADD 1                    TO WS-HELD-IDX.
018500 2440-TEST-ONE-HELD-KEY-EXIT.
018510     EXIT.
022900*----------------------------------------------------------------
022910* 2450-TEST-PRICE-SUSPENSE - IS THE KEY WAITING ON THE PRICING
022920*                            SUSPENSE?  THE DRIVER REPRICES IT
022930*                            TONIGHT, SO A SECOND COPY OF IT IS A
022940*                            DUPLICATE.
022950*----------------------------------------------------------------
022960 2450-TEST-PRICE-SUSPENSE.
022970     MOVE 1                   TO WS-PSUS-IDX.
022980     PERFORM 2460-TEST-ONE-PSUS-KEY
022990         THRU 2460-TEST-ONE-PSUS-KEY-EXIT
023000         UNTIL WS-PSUS-IDX > WS-PSUS-COUNT.
023010 2450-TEST-PRICE-SUSPENSE-EXIT.
023020     EXIT.
023030*----------------------------------------------------------------
023040* 2460-TEST-ONE-PSUS-KEY - IS THIS THE SUSPENDED ORDER'S ENTRY?
023050*----------------------------------------------------------------
023060 2460-TEST-ONE-PSUS-KEY.
023070     IF OQ-ORDER-KEY = WS-PSUS-KEY(WS-PSUS-IDX)
023080         MOVE 'N'             TO WS-RECORD-OK-SW
023090         MOVE 'XDP'           TO WS-REJECT-REASON
023100         MOVE 9999            TO WS-PSUS-IDX
023110         GO TO 2460-TEST-ONE-PSUS-KEY-EXIT
023120     END-IF.
023130     ADD 1                    TO WS-PSUS-IDX.
023140 2460-TEST-ONE-PSUS-KEY-EXIT.
023150     EXIT.
018520*----------------------------------------------------------------
007830* 2800-WRITE-CLEAN - PASS ONE RECORD THROUGH TO THE DRIVER
007840*----------------------------------------------------------------
007850 2800-WRITE-CLEAN.
008090             ADD 1            TO WS-DTE-REJECT-COUNT
008100         WHEN 'DUP'
008110             ADD 1            TO WS-DUP-REJECT-COUNT
008111         WHEN 'XDP'
008112             ADD 1            TO WS-XDP-REJECT-COUNT
008113         WHEN 'ORV'
008114             ADD 1            TO WS-ORV-REJECT-COUNT
008115         WHEN 'DRV'
008116             ADD 1            TO WS-DRV-REJECT-COUNT
008117         WHEN 'INA'
008118             ADD 1            TO WS-INA-REJECT-COUNT
008120     END-EVALUATE.
008121*    A KEY ALREADY BILLED, OR ALREADY REVERSED, STAYS THAT WAY
008122*    WHATEVER THE SOURCE RESENDS - THERE IS NOTHING FOR A
008123*    RESUBMISSION TO CLEAR, SO THESE GO BACK WITHOUT A SUSPENSE
008124*    ENTRY TO AGE FOREVER.
008125     IF WS-REJECT-REASON = 'XDP' OR 'DRV'
008126         GO TO 2900-WRITE-REJECT-EXIT
008127     END-IF.
008130     PERFORM 4200-ADD-SUSPENSE-ENTRY
008140         THRU 4200-ADD-SUSPENSE-ENTRY-EXIT.
008150 2900-WRITE-REJECT-EXIT.
008160     EXIT.
008170*----------------------------------------------------------------
008180* 3000-TERMINATE - CLOSE FILES AND REPORT THE SPLIT.  RETURN
008190*                  CODE 4 FLAGS A RUN THAT REJECTED ANYTHING,
008193*                  OR WAS MISSING A DROP ITS SOURCE'S CARD ONLY
008200*                  WARNS ABOUT, SO OPERATIONS SEES IT WITHOUT
008205*                  READING SYSOUT.
008210*----------------------------------------------------------------
008220 3000-TERMINATE.
008230     CLOSE ORDER-QTY-FILE
008240           CLEAN-ORDER-FILE
008250           REJECT-FILE
008255           ORDER-STATUS-FILE.
008260     DISPLAY 'MULT-ORDER-EDIT RECORDS READ:     ' WS-READ-COUNT.
008270     DISPLAY 'MULT-ORDER-EDIT RECORDS CLEAN:    ' WS-CLEAN-COUNT.
008280     DISPLAY 'MULT-ORDER-EDIT RECORDS REJECTED: ' WS-REJECT-COUNT.
008360             WS-DTE-REJECT-COUNT.
008370     DISPLAY 'MULT-ORDER-EDIT REJECTS DUP:      '
008380             WS-DUP-REJECT-COUNT.
018530     DISPLAY 'MULT-ORDER-EDIT REJECTS XDP:      '
018540             WS-XDP-REJECT-COUNT.
018550     DISPLAY 'MULT-ORDER-EDIT REJECTS ORV:      '
018560             WS-ORV-REJECT-COUNT.
018570     DISPLAY 'MULT-ORDER-EDIT REJECTS DRV:      '
018580             WS-DRV-REJECT-COUNT.
018590     DISPLAY 'MULT-ORDER-EDIT REJECTS INA:      '
018600             WS-INA-REJECT-COUNT.
018610     DISPLAY 'MULT-ORDER-EDIT DROP WARNINGS:    '
018620             WS-DROP-WARN-COUNT.
008390     DISPLAY 'MULT-ORDER-EDIT SUSPENSE CLEARED: '
008400             WS-SUSP-CLEARED-COUNT.
008410     DISPLAY 'MULT-ORDER-EDIT SUSPENSE CARRIED: '
008430     MOVE 1                   TO WS-SOURCE-IDX.
008440     PERFORM 3100-DISPLAY-ONE-SOURCE
008450         THRU 3100-DISPLAY-ONE-SOURCE-EXIT
008460         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
008470     PERFORM 3200-POST-CYCLE-CONTROL
008480         THRU 3200-POST-CYCLE-CONTROL-EXIT.
008483     PERFORM 3300-WRITE-BATCH-CONTROL
008486         THRU 3300-WRITE-BATCH-CONTROL-EXIT.
008490     IF WS-REJECT-COUNT > ZERO OR WS-DROP-WARN-COUNT > ZERO
008500         MOVE 4               TO RETURN-CODE
008510     END-IF.
008520 3000-TERMINATE-EXIT.
008630             ' CLEAN ' WS-SRC-CLEAN-COUNT(WS-SOURCE-IDX)
008640             ' REJ ' WS-SRC-REJ-COUNT(WS-SOURCE-IDX)
008650             ' QTY ' WS-SRC-QTY-TOTAL(WS-SOURCE-IDX).
008655     ADD 1                    TO WS-SOURCE-IDX.
008660 3100-DISPLAY-ONE-SOURCE-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
009140 3210-POST-ONE-CYCLE-EXIT.
009150     EXIT.
009160*----------------------------------------------------------------
018630* 3300-WRITE-BATCH-CONTROL - ONE ROW PER BATCH EDITED THIS RUN, IN
018640*                            INPUT ORDER, FOR THE CONFIRMATION
018650*                            FEED TO SUMMARIZE EACH SOURCE'S
018660*                            BATCHES FROM.
018670*----------------------------------------------------------------
018680 3300-WRITE-BATCH-CONTROL.
018690     OPEN OUTPUT BATCH-CTL-FILE.
018700     MOVE 1                   TO WS-BSLOT-IDX.
018710     PERFORM 3310-WRITE-ONE-BATCH
018720         THRU 3310-WRITE-ONE-BATCH-EXIT
018730         UNTIL WS-BSLOT-IDX > WS-BSLOT-COUNT.
018740     CLOSE BATCH-CTL-FILE.
018750 3300-WRITE-BATCH-CONTROL-EXIT.
018760     EXIT.
018770*----------------------------------------------------------------
018780* 3310-WRITE-ONE-BATCH - ONE BATCH'S OWN COUNTS
018790*----------------------------------------------------------------
018800 3310-WRITE-ONE-BATCH.
018810     MOVE SPACES              TO ORDER-BATCH-RECORD.
018820     MOVE WS-BSLOT-SOURCE(WS-BSLOT-IDX)
018830                              TO OB-SOURCE-SYS.
018840     MOVE WS-BSLOT-DATE(WS-BSLOT-IDX)
018850                              TO OB-CREATE-DATE.
018860     MOVE WS-BSLOT-HDR-CYCLE(WS-BSLOT-IDX)
018870                              TO OB-HDR-CYCLE.
018880     MOVE WS-BSLOT-CYCLE(WS-BSLOT-IDX)
018890                              TO OB-CYCLE-NUMBER.
018900     MOVE WS-BSLOT-RECV(WS-BSLOT-IDX)
018910                              TO OB-RECEIVED-COUNT.
018920     MOVE WS-BSLOT-CLEAN(WS-BSLOT-IDX)
018930                              TO OB-CLEAN-COUNT.
018940     MOVE WS-BSLOT-REJ(WS-BSLOT-IDX)
018950                              TO OB-REJECT-COUNT.
018960     WRITE ORDER-BATCH-RECORD.
018970     ADD 1                    TO WS-BSLOT-IDX.
018980 3310-WRITE-ONE-BATCH-EXIT.
018990     EXIT.
019000*----------------------------------------------------------------
009170* 4600-LOAD-CLASS-MASTER - LOAD THE RATE-CLASS MASTER AHEAD OF
009180*                          THE EDIT PASS.  AN EMPTY MASTER OR
009190*                          ONE MISSING THE '00' DEFAULT WOULD
009340 4600-LOAD-CLASS-MASTER-EXIT.
009350     EXIT.
009360*----------------------------------------------------------------
009370* 4610-LOAD-ONE-CLASS - ONE MASTER ENTRY INTO THE TABLE.  A
009372*                       CLASS'S LATER DATED ROWS FOLLOW ITS
009374*                       FIRST IN KEY ORDER AND ADD NOTHING.
009380*----------------------------------------------------------------
009390 4610-LOAD-ONE-CLASS.
009400     READ CLASS-MASTER
009420             SET WS-CLASS-EOF TO TRUE
009430             GO TO 4610-LOAD-ONE-CLASS-EXIT
009440     END-READ.
009442     IF WS-CLASS-COUNT > ZERO
009444         IF RC-CLASS-CODE = WS-CLASS-CODE(WS-CLASS-COUNT)
009446             GO TO 4610-LOAD-ONE-CLASS-EXIT
009448         END-IF
009449     END-IF.
009450     IF WS-CLASS-COUNT >= WS-CLASS-MAX
009460         DISPLAY 'MULT-ORDER-EDIT ABEND - RATE-CLASS MASTER '
009470                 'HOLDS MORE THAN ' WS-CLASS-MAX ' CLASSES'
009540         SET WS-DFLT-SEEN TO TRUE
009550     END-IF.
009560 4610-LOAD-ONE-CLASS-EXIT.
019010     EXIT.
019020*----------------------------------------------------------------
019030* 4700-LOAD-SOURCE-MASTER - LOAD THE SOURCE-SYSTEM MASTER DECK
019040*                           (SEE SRCMST) BEFORE ANYTHING IS READ.
019050*                           EVERY BAD CARD IS LISTED BEFORE THE
019060*                           INPUT IS REFUSED, SO ONE FIX TO THE
019070*                           DECK CLEARS THEM ALL.  AN EMPTY DECK
019080*                           WOULD REJECT EVERY ORDER AND IS
019090*                           REFUSED THE SAME WAY.
019100*----------------------------------------------------------------
019110 4700-LOAD-SOURCE-MASTER.
019120     OPEN INPUT SOURCE-MASTER.
019130     PERFORM 4710-LOAD-ONE-SOURCE
019140         THRU 4710-LOAD-ONE-SOURCE-EXIT
019150         UNTIL WS-SRCM-EOF.
019160     CLOSE SOURCE-MASTER.
019170     IF WS-SRCM-BAD
019180         DISPLAY 'MULT-ORDER-EDIT ABEND - SOURCE-SYSTEM MASTER '
019190                 'HAS BAD CARDS'
019200         PERFORM 5900-REFUSE-INPUT
019210     END-IF.
019220     IF WS-SOURCE-COUNT = ZERO
019230         DISPLAY 'MULT-ORDER-EDIT ABEND - SOURCE-SYSTEM MASTER '
019240                 'EMPTY'
019250         PERFORM 5900-REFUSE-INPUT
019260     END-IF.
019270 4700-LOAD-SOURCE-MASTER-EXIT.
019280     EXIT.
019290*----------------------------------------------------------------
019300* 4710-LOAD-ONE-SOURCE - EDIT ONE SOURCE CARD AND ADD IT TO THE
019310*                        TABLE
019320*----------------------------------------------------------------
019330 4710-LOAD-ONE-SOURCE.
019340     READ SOURCE-MASTER
019350         AT END
019360             SET WS-SRCM-EOF TO TRUE
019370             GO TO 4710-LOAD-ONE-SOURCE-EXIT
019380     END-READ.
019390     IF SM-SOURCE-SYS = SPACES
019400         DISPLAY 'MULT-ORDER-EDIT SRCMST CARD WITH NO SOURCE CODE'
019410         SET WS-SRCM-BAD TO TRUE
019420         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019430     END-IF.
019440     IF SM-ACTIVE-FROM NOT NUMERIC OR SM-ACTIVE-TO NOT NUMERIC
019450         DISPLAY 'MULT-ORDER-EDIT SRCMST CARD FOR ' SM-SOURCE-SYS
019460                 ' HAS ACTIVE DATES ' SM-ACTIVE-FROM ' '
019470                 SM-ACTIVE-TO
019480         SET WS-SRCM-BAD TO TRUE
019490         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019500     END-IF.
019510     IF SM-ACTIVE-FROM > SM-ACTIVE-TO
019520         DISPLAY 'MULT-ORDER-EDIT SRCMST CARD FOR ' SM-SOURCE-SYS
019530                 ' IS ACTIVE FROM ' SM-ACTIVE-FROM
019540                 ' AFTER ITS END ' SM-ACTIVE-TO
019550         SET WS-SRCM-BAD TO TRUE
019560         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019570     END-IF.
019580     MOVE ZERO                TO WS-SRCM-DAY-TALLY.
019590     INSPECT SM-DROP-DAYS TALLYING WS-SRCM-DAY-TALLY
019600         FOR ALL 'Y' ALL 'N'.
019610     IF WS-SRCM-DAY-TALLY NOT = 7
019620         DISPLAY 'MULT-ORDER-EDIT SRCMST CARD FOR ' SM-SOURCE-SYS
019630                 ' HAS DROP DAYS ' SM-DROP-DAYS
019640         SET WS-SRCM-BAD TO TRUE
019650         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019660     END-IF.
019670     IF NOT SM-HOLD-IF-MISSING AND NOT SM-WARN-IF-MISSING
019680         DISPLAY 'MULT-ORDER-EDIT SRCMST CARD FOR ' SM-SOURCE-SYS
019690                 ' HAS MISSING ACTION ' SM-MISSING-ACTION
019700         SET WS-SRCM-BAD TO TRUE
019710         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019720     END-IF.
019721     IF SM-FEED-SLOT NOT = SPACES
019722        AND (SM-FEED-SLOT NOT NUMERIC OR SM-FEED-SLOT > '08')
019723         DISPLAY 'MULT-ORDER-EDIT SRCMST CARD FOR ' SM-SOURCE-SYS
019724                 ' HAS FEED SLOT ' SM-FEED-SLOT
019725         SET WS-SRCM-BAD TO TRUE
019726         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019727     END-IF.
019730     MOVE 'N'                 TO WS-SRCM-DUP-SW.
019740     MOVE 1                   TO WS-SOURCE-IDX.
019750     PERFORM 4720-TEST-ONE-DUPLICATE
019760         THRU 4720-TEST-ONE-DUPLICATE-EXIT
019770         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
019780     IF WS-SRCM-DUP
019790         DISPLAY 'MULT-ORDER-EDIT SRCMST HAS MORE THAN ONE CARD '
019800                 'FOR ' SM-SOURCE-SYS
019810         SET WS-SRCM-BAD TO TRUE
019820         GO TO 4710-LOAD-ONE-SOURCE-EXIT
019830     END-IF.
019840     IF WS-SOURCE-COUNT >= WS-SOURCE-MAX
019850         DISPLAY 'MULT-ORDER-EDIT ABEND - SOURCE-SYSTEM MASTER '
019860                 'HOLDS MORE THAN ' WS-SOURCE-MAX ' SOURCES'
019870         MOVE 16              TO RETURN-CODE
019880         STOP RUN
019890     END-IF.
019900     ADD 1                    TO WS-SOURCE-COUNT.
019910     MOVE SM-SOURCE-SYS       TO WS-VALID-SOURCE(WS-SOURCE-COUNT).
019920     MOVE SM-SOURCE-NAME      TO WS-SOURCE-NAME(WS-SOURCE-COUNT).
019930     MOVE SM-ACTIVE-FROM      TO WS-SOURCE-FROM(WS-SOURCE-COUNT).
019940     MOVE SM-ACTIVE-TO        TO WS-SOURCE-TO(WS-SOURCE-COUNT).
019950     MOVE SM-DROP-DAYS        TO WS-SOURCE-DAYS(WS-SOURCE-COUNT).
019960     MOVE SM-MISSING-ACTION
019970                          TO WS-SOURCE-ACTION(WS-SOURCE-COUNT).
019980 4710-LOAD-ONE-SOURCE-EXIT.
019990     EXIT.
020000*----------------------------------------------------------------
020010* 4720-TEST-ONE-DUPLICATE - IS THIS CARD'S SOURCE ALREADY LOADED?
020020*----------------------------------------------------------------
020030 4720-TEST-ONE-DUPLICATE.
020040     IF SM-SOURCE-SYS = WS-VALID-SOURCE(WS-SOURCE-IDX)
020050         SET WS-SRCM-DUP TO TRUE
020060         MOVE 99              TO WS-SOURCE-IDX
020070         GO TO 4720-TEST-ONE-DUPLICATE-EXIT
020080     END-IF.
020090     ADD 1                    TO WS-SOURCE-IDX.
020100 4720-TEST-ONE-DUPLICATE-EXIT.
020110     EXIT.
020120*----------------------------------------------------------------
020130* 4800-LOAD-HELD-ORDERS - NOTE EVERY ORDER STILL ON HOLD BEFORE
020140*                         THE EDIT PASS.  HOLDQ IS ONLY READ, SO
020150*                         ORDH CAN STAY UP WHILE THE EDIT RUNS.
020160*----------------------------------------------------------------
020170 4800-LOAD-HELD-ORDERS.
020180     OPEN INPUT HOLD-QUEUE-FILE.
020190     PERFORM 4810-LOAD-ONE-HELD
020200         THRU 4810-LOAD-ONE-HELD-EXIT
020210         UNTIL WS-HOLDQ-EOF.
020220     CLOSE HOLD-QUEUE-FILE.
020230 4800-LOAD-HELD-ORDERS-EXIT.
020240     EXIT.
020250*----------------------------------------------------------------
020260* 4810-LOAD-ONE-HELD - ONE HOLDQ RECORD; ONLY STATUS H AND A ARE
020270*                     STILL TO BILL
020280*----------------------------------------------------------------
020290 4810-LOAD-ONE-HELD.
020300     READ HOLD-QUEUE-FILE NEXT RECORD
020310         AT END
020320             SET WS-HOLDQ-EOF TO TRUE
020330             GO TO 4810-LOAD-ONE-HELD-EXIT
020340     END-READ.
020350     IF NOT HO-HELD AND NOT HO-RELEASED
020360         GO TO 4810-LOAD-ONE-HELD-EXIT
020370     END-IF.
020380     IF WS-HELD-COUNT >= WS-HELD-MAX
020390         DISPLAY 'MULT-ORDER-EDIT ABEND - MORE THAN ' WS-HELD-MAX
020400                 ' ORDERS ON HOLD'
020410         MOVE 16              TO RETURN-CODE
020420         STOP RUN
020430     END-IF.
020440     ADD 1                    TO WS-HELD-COUNT.
020450     MOVE HO-ORDER-KEY        TO WS-HELD-KEY(WS-HELD-COUNT).
020460 4810-LOAD-ONE-HELD-EXIT.
009570     EXIT.
023160*----------------------------------------------------------------
023170* 4850-LOAD-PRICE-SUSPENSE - NOTE EVERY ORDINARY ORDER ON LAST
023180*                            NIGHT'S PRICING SUSPENSE BEFORE THE
023190*                            EDIT PASS.  A SUSPENDED REVERSAL IS
023200*                            LEFT OUT - ITS KEY IS STILL BILLED
023210*                            ON THE MASTER, WHICH ALREADY REJECTS
023220*                            A SECOND ORDINARY ORDER FOR IT.
023230*----------------------------------------------------------------
023240 4850-LOAD-PRICE-SUSPENSE.
023250     OPEN INPUT PRICE-SUSP-IN.
023260     PERFORM 4860-LOAD-ONE-PRICE-SUSP
023270         THRU 4860-LOAD-ONE-PRICE-SUSP-EXIT
023280         UNTIL WS-PSUS-EOF.
023290     CLOSE PRICE-SUSP-IN.
023300 4850-LOAD-PRICE-SUSPENSE-EXIT.
023310     EXIT.
023320*----------------------------------------------------------------
023330* 4860-LOAD-ONE-PRICE-SUSP - ONE PRICING SUSPENSE RECORD
023340*----------------------------------------------------------------
023350 4860-LOAD-ONE-PRICE-SUSP.
023360     READ PRICE-SUSP-IN
023370         AT END
023380             SET WS-PSUS-EOF  TO TRUE
023390             GO TO 4860-LOAD-ONE-PRICE-SUSP-EXIT
023400     END-READ.
023410     IF PS-TRANS-TYPE = 'R'
023420         GO TO 4860-LOAD-ONE-PRICE-SUSP-EXIT
023430     END-IF.
023440     IF WS-PSUS-COUNT >= WS-PSUS-MAX
023450         DISPLAY 'MULT-ORDER-EDIT ABEND - MORE THAN ' WS-PSUS-MAX
023460                 ' ORDERS ON THE PRICING SUSPENSE'
023470         MOVE 16              TO RETURN-CODE
023480         STOP RUN
023490     END-IF.
023500     ADD 1                    TO WS-PSUS-COUNT.
023510     MOVE PS-ORDER-KEY        TO WS-PSUS-KEY(WS-PSUS-COUNT).
023520 4860-LOAD-ONE-PRICE-SUSP-EXIT.
023530     EXIT.
009580*----------------------------------------------------------------
009590* 4000-LOAD-SUSPENSE - LOAD LAST NIGHT'S REJECT SUSPENSE INTO
009600*                      THE TABLE AHEAD OF THE EDIT PASS, SO
011270     MOVE 1                   TO WS-AGE-SRC-IDX.
011280     PERFORM 4510-WRITE-ONE-SOURCE-GROUP
011290         THRU 4510-WRITE-ONE-SOURCE-GROUP-EXIT
011300         UNTIL WS-AGE-SRC-IDX > WS-SOURCE-COUNT.
011310     PERFORM 4540-WRITE-UNKNOWN-SOURCES
011320         THRU 4540-WRITE-UNKNOWN-SOURCES-EXIT.
011330     CLOSE SUSPENSE-OUT
011990     MOVE 1                   TO WS-SOURCE-IDX.
012000     PERFORM 4547-MATCH-ONE-SOURCE
012010         THRU 4547-MATCH-ONE-SOURCE-EXIT
012020         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
012030     IF NOT WS-SOURCE-FOUND
012040         PERFORM 4550-WRITE-ONE-SUSPENSE
012050             THRU 4550-WRITE-ONE-SUSPENSE-EXIT
013310     PERFORM 5250-SEQUENCE-BATCH-CYCLE
013320         THRU 5250-SEQUENCE-BATCH-CYCLE-EXIT.
013330     MOVE WS-RESOLVED-CYCLE   TO WS-HDR-CYCLE.
013332     PERFORM 5210-NOTE-ARRIVAL
013334         THRU 5210-NOTE-ARRIVAL-EXIT.
013340     MOVE ZERO                TO WS-BATCH-DETAIL-TALLY.
013350     MOVE ZERO                TO WS-BATCH-QTY-HASH.
013360 5200-OPEN-BATCH-EXIT.
020470     EXIT.
020480*----------------------------------------------------------------
020490* 5210-NOTE-ARRIVAL - NOTE THE BATCH WHOSE HEADER JUST OPENED, FOR
020500*                     THE EXPECTED-DROP CHECK
020510*----------------------------------------------------------------
020520 5210-NOTE-ARRIVAL.
020530     IF WS-ARR-COUNT >= WS-ARR-MAX
020540         DISPLAY 'MULT-ORDER-EDIT ABEND - MORE THAN '
020550                 WS-ARR-MAX ' BATCHES IN ONE RUN'
020560         MOVE 16              TO RETURN-CODE
020570         STOP RUN
020580     END-IF.
020590     ADD 1                    TO WS-ARR-COUNT.
020600     MOVE OH-SOURCE-SYS       TO WS-ARR-SOURCE(WS-ARR-COUNT).
020610     MOVE OH-CREATE-DATE      TO WS-ARR-DATE(WS-ARR-COUNT).
020620     MOVE OH-CYCLE-NUMBER     TO WS-ARR-HDR-CYCLE(WS-ARR-COUNT).
020630     MOVE WS-RESOLVED-CYCLE   TO WS-ARR-CYCLE(WS-ARR-COUNT).
020640 5210-NOTE-ARRIVAL-EXIT.
013370     EXIT.
013380*----------------------------------------------------------------
013390* 5250-SEQUENCE-BATCH-CYCLE - THE QUEUE MUST WALK FORWARD FROM
014670 5500-BALANCE-CONTROL-TOTALS-EXIT.
014680     EXIT.
014690*----------------------------------------------------------------
020650* 5600-CHECK-EXPECTED-DROPS - EVERY SOURCE THE MASTER EXPECTS ON A
020660*                             CYCLE'S WEEKDAY, AND ACTIVE ON ITS
020670*                             DATE, MUST HAVE SENT A BATCH IN THAT
020680*                             CYCLE.  A MISSING DROP WHOSE CARD
020690*                             SAYS HOLD REFUSES THE WHOLE INPUT
020700*                             BEFORE ANYTHING IS EDITED, SO THE
020710*                             CYCLE WAITS FOR THE DROP; ONE WHOSE
020720*                             CARD SAYS WARN IS LISTED AND THE
020730*                             EDIT ENDS RC=4.  EVERY MISSING DROP
020740*                             IS LISTED BEFORE THE INPUT IS
020750*                             REFUSED.
020760*----------------------------------------------------------------
020770 5600-CHECK-EXPECTED-DROPS.
020780     MOVE 1                   TO WS-ARR-IDX.
020790     PERFORM 5605-SETTLE-ONE-ARRIVAL
020800         THRU 5605-SETTLE-ONE-ARRIVAL-EXIT
020810         UNTIL WS-ARR-IDX > WS-ARR-COUNT.
020820     MOVE ZERO                TO WS-EXP-CYCLE.
020830     MOVE 1                   TO WS-ARR-IDX.
020840     PERFORM 5610-CHECK-ONE-CYCLE
020850         THRU 5610-CHECK-ONE-CYCLE-EXIT
020860         UNTIL WS-ARR-IDX > WS-ARR-COUNT.
020870     IF WS-DROP-HOLD
020880         DISPLAY 'MULT-ORDER-EDIT ABEND - AN EXPECTED DROP THE '
020890                 'SOURCE-SYSTEM MASTER HOLDS THE CYCLE FOR '
020900                 'NEVER ARRIVED'
020910         PERFORM 5900-REFUSE-INPUT
020920     END-IF.
020930 5600-CHECK-EXPECTED-DROPS-EXIT.
020940     EXIT.
020950*----------------------------------------------------------------
020960* 5605-SETTLE-ONE-ARRIVAL - 0000 BATCHES AHEAD OF THE FIRST
020970*                           NUMBERED HEADER BELONG TO THE STARTING
020980*                           CYCLE PASS ONE SETTLED ON - ON A
020990*                           FIRST-EVER RUN THEY WERE NOTED UNDER A
021000*                           PROVISIONAL ONE.
021010*----------------------------------------------------------------
021020 5605-SETTLE-ONE-ARRIVAL.
021030     IF WS-ARR-HDR-CYCLE(WS-ARR-IDX) NOT = ZERO
021040         MOVE 999             TO WS-ARR-IDX
021050         GO TO 5605-SETTLE-ONE-ARRIVAL-EXIT
021060     END-IF.
021070     MOVE WS-FIRST-CYCLE      TO WS-ARR-CYCLE(WS-ARR-IDX).
021080     ADD 1                    TO WS-ARR-IDX.
021090 5605-SETTLE-ONE-ARRIVAL-EXIT.
021100     EXIT.
021110*----------------------------------------------------------------
021120* 5610-CHECK-ONE-CYCLE - THE FIRST BATCH OF EACH CYCLE CHECKS THE
021130*                        WHOLE CYCLE.  THE CYCLE TAKES THE DATE OF
021140*                        ITS FIRST NUMBERED HEADER; A CYCLE THAT
021150*                        CANNOT BE DATED IS ONLY WARNED ABOUT.
021160*----------------------------------------------------------------
021170 5610-CHECK-ONE-CYCLE.
021180     IF WS-ARR-CYCLE(WS-ARR-IDX) = WS-EXP-CYCLE
021190         GO TO 5610-CHECK-ONE-CYCLE-NEXT
021200     END-IF.
021210     MOVE WS-ARR-CYCLE(WS-ARR-IDX) TO WS-EXP-CYCLE.
021220     MOVE WS-ARR-DATE(WS-ARR-IDX) TO WS-EXP-DATE.
021230     MOVE WS-ARR-IDX          TO WS-EXP-SCAN-IDX.
021240     PERFORM 5615-FIND-CYCLE-DATE
021250         THRU 5615-FIND-CYCLE-DATE-EXIT
021260         UNTIL WS-EXP-SCAN-IDX > WS-ARR-COUNT.
021270     PERFORM 5620-FIND-CYCLE-WEEKDAY
021280         THRU 5620-FIND-CYCLE-WEEKDAY-EXIT.
021290     IF WS-EXP-WEEKDAY = ZERO
021300         DISPLAY 'MULT-ORDER-EDIT WARNING - CYCLE ' WS-EXP-CYCLE
021310                 ' DATED ' WS-EXP-DATE ' IS NOT A CALENDAR DATE, '
021320                 'EXPECTED DROPS NOT CHECKED'
021330         ADD 1                TO WS-DROP-WARN-COUNT
021340         GO TO 5610-CHECK-ONE-CYCLE-NEXT
021350     END-IF.
021360     MOVE 1                   TO WS-SOURCE-IDX.
021370     PERFORM 5625-CHECK-ONE-SOURCE
021380         THRU 5625-CHECK-ONE-SOURCE-EXIT
021390         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
021400 5610-CHECK-ONE-CYCLE-NEXT.
021410     ADD 1                    TO WS-ARR-IDX.
021420 5610-CHECK-ONE-CYCLE-EXIT.
021430     EXIT.
021440*----------------------------------------------------------------
021450* 5615-FIND-CYCLE-DATE - THE CYCLE'S FIRST NUMBERED HEADER DATES
021460*                        IT; A GENERATED 0000 BATCH ONLY DATES A
021470*                        CYCLE THAT HAS NOTHING ELSE
021480*----------------------------------------------------------------
021490 5615-FIND-CYCLE-DATE.
021500     IF WS-ARR-CYCLE(WS-EXP-SCAN-IDX) NOT = WS-EXP-CYCLE
021510         MOVE 999             TO WS-EXP-SCAN-IDX
021520         GO TO 5615-FIND-CYCLE-DATE-EXIT
021530     END-IF.
021540     IF WS-ARR-HDR-CYCLE(WS-EXP-SCAN-IDX) NOT = ZERO
021550         MOVE WS-ARR-DATE(WS-EXP-SCAN-IDX) TO WS-EXP-DATE
021560         MOVE 999             TO WS-EXP-SCAN-IDX
021570         GO TO 5615-FIND-CYCLE-DATE-EXIT
021580     END-IF.
021590     ADD 1                    TO WS-EXP-SCAN-IDX.
021600 5615-FIND-CYCLE-DATE-EXIT.
021610     EXIT.
021620*----------------------------------------------------------------
021630* 5620-FIND-CYCLE-WEEKDAY - WEEKDAY OF THE CYCLE DATE, 1 = MONDAY
021640*                           THROUGH 7 = SUNDAY, OR ZERO WHEN THE
021650*                           DATE IS NOT A REAL CALENDAR DATE
021660*----------------------------------------------------------------
021670 5620-FIND-CYCLE-WEEKDAY.
021680     MOVE ZERO                TO WS-EXP-WEEKDAY.
021690     IF WS-EXP-DATE NOT NUMERIC
021700         GO TO 5620-FIND-CYCLE-WEEKDAY-EXIT
021710     END-IF.
021720     IF WS-EXP-YEAR < 1601
021730        OR WS-EXP-MONTH < 1 OR WS-EXP-MONTH > 12
021740        OR WS-EXP-DAY < 1
021750         GO TO 5620-FIND-CYCLE-WEEKDAY-EXIT
021760     END-IF.
021770     IF WS-EXP-DAY > WS-MONTH-DAYS(WS-EXP-MONTH)
021780        AND NOT (WS-EXP-MONTH = 2 AND WS-EXP-DAY = 29)
021790         GO TO 5620-FIND-CYCLE-WEEKDAY-EXIT
021800     END-IF.
021810     COMPUTE WS-EXP-DAYNUM =
021820         FUNCTION INTEGER-OF-DATE(WS-EXP-DATE).
021830     IF WS-EXP-DAYNUM = ZERO
021840         GO TO 5620-FIND-CYCLE-WEEKDAY-EXIT
021850     END-IF.
021860*    DAY 1 OF THE INTEGER CALENDAR, 1601-01-01, WAS A MONDAY.
021870     DIVIDE WS-EXP-DAYNUM BY 7 GIVING WS-EXP-WEEKS
021880         REMAINDER WS-EXP-WEEKDAY.
021890     IF WS-EXP-WEEKDAY = ZERO
021900         MOVE 7               TO WS-EXP-WEEKDAY
021910     END-IF.
021920 5620-FIND-CYCLE-WEEKDAY-EXIT.
021930     EXIT.
021940*----------------------------------------------------------------
021950* 5625-CHECK-ONE-SOURCE - IF THIS SOURCE WAS DUE IN THE CYCLE, DID
021960*                         ITS BATCH ARRIVE?
021970*----------------------------------------------------------------
021980 5625-CHECK-ONE-SOURCE.
021990     IF WS-EXP-DATE < WS-SOURCE-FROM(WS-SOURCE-IDX)
022000        OR WS-EXP-DATE > WS-SOURCE-TO(WS-SOURCE-IDX)
022010        OR WS-SOURCE-DAY(WS-SOURCE-IDX, WS-EXP-WEEKDAY) NOT = 'Y'
022020         GO TO 5625-CHECK-ONE-SOURCE-NEXT
022030     END-IF.
022040     MOVE 'N'                 TO WS-EXP-FOUND-SW.
022050     MOVE 1                   TO WS-EXP-SCAN-IDX.
022060     PERFORM 5630-TEST-ONE-ARRIVAL
022070         THRU 5630-TEST-ONE-ARRIVAL-EXIT
022080         UNTIL WS-EXP-SCAN-IDX > WS-ARR-COUNT.
022090     IF WS-EXP-FOUND
022100         GO TO 5625-CHECK-ONE-SOURCE-NEXT
022110     END-IF.
022120     IF WS-SOURCE-HOLD-IF-MISSING(WS-SOURCE-IDX)
022130         DISPLAY 'MULT-ORDER-EDIT HOLD - NO DROP FROM '
022140                 WS-VALID-SOURCE(WS-SOURCE-IDX) ' '
022150                 WS-SOURCE-NAME(WS-SOURCE-IDX)
022160         SET WS-DROP-HOLD TO TRUE
022170     ELSE
022180         DISPLAY 'MULT-ORDER-EDIT WARNING - NO DROP FROM '
022190                 WS-VALID-SOURCE(WS-SOURCE-IDX) ' '
022200                 WS-SOURCE-NAME(WS-SOURCE-IDX)
022210         ADD 1                TO WS-DROP-WARN-COUNT
022220     END-IF.
022230     DISPLAY 'MULT-ORDER-EDIT    EXPECTED IN CYCLE ' WS-EXP-CYCLE
022240             ' DATED ' WS-EXP-DATE ' '
022250             WS-DAY-NAME(WS-EXP-WEEKDAY).
022260 5625-CHECK-ONE-SOURCE-NEXT.
022270     ADD 1                    TO WS-SOURCE-IDX.
022280 5625-CHECK-ONE-SOURCE-EXIT.
022290     EXIT.
022300*----------------------------------------------------------------
022310* 5630-TEST-ONE-ARRIVAL - DID THIS BATCH COME FROM THE SOURCE, IN
022320*                         THE CYCLE BEING CHECKED?
022330*----------------------------------------------------------------
022340 5630-TEST-ONE-ARRIVAL.
022350     IF WS-ARR-CYCLE(WS-EXP-SCAN-IDX) = WS-EXP-CYCLE
022360        AND WS-ARR-SOURCE(WS-EXP-SCAN-IDX) =
022370            WS-VALID-SOURCE(WS-SOURCE-IDX)
022380         SET WS-EXP-FOUND TO TRUE
022390         MOVE 999             TO WS-EXP-SCAN-IDX
022400         GO TO 5630-TEST-ONE-ARRIVAL-EXIT
022410     END-IF.
022420     ADD 1                    TO WS-EXP-SCAN-IDX.
022430 5630-TEST-ONE-ARRIVAL-EXIT.
022440     EXIT.
022450*----------------------------------------------------------------
014700* 5900-REFUSE-INPUT - REFUSE THE WHOLE INPUT.  NOTHING HAS BEEN
014710*                     EDITED OR PRICED AND THE CLEAN AND REJECT
014720*                     FILES ARE NOT YET OPEN, SO THE DRIVER
014850*----------------------------------------------------------------
014860 5100-COLLECT-DUP-KEYS.
014870     MOVE LOW-VALUES          TO WS-PREV-SORT-KEY.
014875     MOVE LOW-VALUES          TO WS-PREV-ORDER-KEY.
014877     MOVE 'N'                 TO WS-PREV-ORDER-LOGGED-SW.
014880     MOVE 'N'                 TO WS-PREV-KEY-LOGGED-SW.
014890     PERFORM 5110-RETURN-ONE-KEY
014900         THRU 5110-RETURN-ONE-KEY-EXIT
015100         MOVE SK-DUP-ID       TO WS-PREV-SORT-KEY
015110         MOVE 'N'             TO WS-PREV-KEY-LOGGED-SW
015120     END-IF.
022460*    AN ORDER KEY SEEN MORE THAN ONCE IN THE FILE, WHATEVER THE
022470*    TRANSACTION TYPE, HAS ITS BILLING STATUS CARRIED FORWARD
022480*    RECORD BY RECORD IN 2400 RATHER THAN READ AFRESH EACH TIME.
022490     IF SK-ORDER-KEY = WS-PREV-ORDER-KEY
022500         IF NOT WS-PREV-ORDER-LOGGED
022510             PERFORM 5130-RECORD-RECURRING-KEY
022520                 THRU 5130-RECORD-RECURRING-KEY-EXIT
022530         END-IF
022540     ELSE
022550         MOVE SK-ORDER-KEY    TO WS-PREV-ORDER-KEY
022560         MOVE 'N'             TO WS-PREV-ORDER-LOGGED-SW
022570     END-IF.
015130 5110-RETURN-ONE-KEY-EXIT.
015140     EXIT.
015150*----------------------------------------------------------------
015310 5120-RECORD-DUP-KEY-EXIT.
015320     EXIT.
015330*----------------------------------------------------------------
022580* 5130-RECORD-RECURRING-KEY - ADD ONE RECURRING ORDER KEY TO THE
022590*                             BILLING-STATUS CARRY-FORWARD TABLE.
022600*                             ITS STATUS STAYS BLANK UNTIL 2400
022610*                             FIRST READS IT FROM THE MASTER.
022620*----------------------------------------------------------------
022630 5130-RECORD-RECURRING-KEY.
022640     IF WS-BST-COUNT >= WS-BST-MAX
022650         DISPLAY 'MULT-ORDER-EDIT ABEND - MORE THAN ' WS-BST-MAX
022660                 ' RECURRING ORDER KEYS IN THE INPUT FILE'
022670         DISPLAY 'LAST RECURRING KEY SEEN: ' SK-ORDER-KEY
022680         MOVE 16              TO RETURN-CODE
022690         STOP RUN
022700     END-IF.
022710     ADD 1                    TO WS-BST-COUNT.
022720     MOVE SK-ORDER-KEY        TO WS-BST-KEY(WS-BST-COUNT).
022730     MOVE SPACE               TO WS-BST-KEY-STATUS(WS-BST-COUNT).
022740     SET WS-PREV-ORDER-LOGGED TO TRUE.
022750 5130-RECORD-RECURRING-KEY-EXIT.
022760     EXIT.
022770*----------------------------------------------------------------
015340* 8000-READ-ORDER-QTY - READ THE NEXT ORDER QUANTITY RECORD
015350*----------------------------------------------------------------
015360 8000-READ-ORDER-QTY.
