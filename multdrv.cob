002310*                 ONE IN FLIGHT.  START-UP NOW VERIFIES THE
002320*                 PENDING EDITED CYCLES PICK UP EXACTLY ONE
002330*                 ABOVE THE LAST COMPLETED CYCLE.
014240* 2026-10-15 DS   THE BILLING EXTRACT NOW CARRIES THE ORDER'S
014250*                 EFFECTIVE DATE (BL-EFF-DATE, SEE BILLREC) FOR
014260*                 THE BILLING-STATUS MASTER MULT-BILL-STATUS
014270*                 BUILDS FROM IT.
014280* 2026-10-15 DS   THE BILLING EXTRACT ALSO CARRIES THE ORDER'S
014290*                 SOURCE SYSTEM (BL-SOURCE-SYS) FOR THE GL
014300*                 JOURNAL, AND EACH CYCLE'S COMPLETION POSTING NOW
014310*                 CARRIES THE SIGNED NET AMOUNT WRITTEN TO BILLOUT
014320*                 UNDER ITS RUN-ID (CY-NET-AMOUNT, SEE CYCREC) SO
014330*                 MULT-GL-JOURNAL AND MULT-CYCLE-BALANCE CAN TIE
014340*                 THE MONEY.  THE CYCLE'S RUNNING NET IS CHECK-
014350*                 POINTED (CK-CYC-NET-AMOUNT) LIKE ITS COUNTS.
014360* 2026-10-15 DS   MINIMUM AND MAXIMUM CHARGE PER RATE CLASS.  BOTH
014370*                 PRICING CALLS PASS THE NEW SM-CHARGE-LIMIT (SEE
014380*                 SIMPLE-MULTIPLICATION) AND THE AMOUNT THAT COMES
014390*                 BACK IS ALREADY HELD TO THE CLASS'S LIMITS.  A
014400*                 LIMITED ORDER IS TAGGED MIN OR MAX ON A NEW
014410*                 DETAIL-LINE COLUMN AND CARRIES THE SAME CODE ON
014420*                 THE BILLING EXTRACT (BL-CHARGE-LIMIT, SEE
014430*                 BILLREC).  THE STEP NOW NEEDS THE CLASMST DD.
014440* 2026-10-15 DS   CONFIRMATION FEED.  EVERY ORDER OUTCOME -
014450*                 PRICED, SUSPENDED OR REJECTED IN THE MAIN PASS,
014460*                 PRICED LATE OR RETURNED OFF THE PRICING
014470*                 SUSPENSE - NOW ALSO WRITES ONE DETAIL (SEE
014480*                 CNFREC) TO THE NEW CONFIRMATION WORK FILE,
014490*                 CNFWORK, WHICH MULT-ORDER-CONFIRM CUTS INTO ONE
014500*                 FEED PER SOURCE SYSTEM.  RESTARTS LIKE BILLOUT.
014510* 2026-10-15 DS   HIGH-VALUE HOLD QUEUE.  AN ORDER THAT PRICES
014520*                 CLEAN BUT IS OVER ITS RATE CLASS AND SOURCE
014530*                 SYSTEM'S THRESHOLD CARD (SEE HOLDTHR) IS WRITTEN
014540*                 TO THE HELD-ORDER FILE, HOLDQ (SEE HOLDREC),
014550*                 INSTEAD OF RESULTS AND BILLOUT, AND CONFIRMS
014560*                 'H'.  A NEW PASS AFTER THE SUSPENSE PASS BILLS
014570*                 ORDERS RELEASED ON THE ORDH TRANSACTION SINCE
014580*                 THE LAST RUN AT THEIR HELD AMOUNT, AND RETURNS
014590*                 THOSE SENT BACK TO THE SOURCE SYSTEM, REASON
014600*                 'HLD'.  HELD, RELEASED AND RETURNED COUNTS POST
014610*                 TO CYCCTL UNDER JOB HOLDQ; RELEASED ORDERS ALSO
014620*                 RIDE THE FINAL CYCLE'S PRICED COUNT AND NET LIKE
014630*                 SUSPENSE REPRICES.  THE STEP NOW NEEDS THE
014640*                 HOLDTHR AND HOLDQ DDS AND THE CHECKPOINT DATASET
014650*                 IS FB/224.
014660* 2026-10-15 DS   THE PER-SOURCE TRAILER LINES NOW COME OFF THE
014670*                 SOURCE-SYSTEM MASTER DECK (SEE SRCMST)
014680*                 THE EDIT ACCEPTS FROM, NOT A TABLE COMPILED IN
014690*                 HERE AND IN MULT-ORDER-EDIT.  THE STEP NOW
014700*                 NEEDS THE SRCMST DD.
014701* 2026-10-15 DS   HOLDQ IS OPTIONAL, SO THE FIRST RUN AGAINST A
014702*                 NEWLY DEFINED, NEVER-LOADED CLUSTER OPENS IT
014703*                 EMPTY AND LOADS IT INSTEAD OF FAILING THE OPEN.
002340*----------------------------------------------------------------
002350 ENVIRONMENT DIVISION.
002360 CONFIGURATION SECTION.
002570            ORGANIZATION IS SEQUENTIAL.
002580     SELECT SUSP-RETURN-FILE  ASSIGN TO PSUSPRET
002590            ORGANIZATION IS SEQUENTIAL.
002593     SELECT SOURCE-MASTER     ASSIGN TO SRCMST
002596            ORGANIZATION IS SEQUENTIAL.
002600     SELECT CYCLE-CTL-FILE    ASSIGN TO CYCCTL
002610            ORGANIZATION IS SEQUENTIAL.
002611     SELECT CONFIRM-WORK-FILE ASSIGN TO CNFWORK
002612            ORGANIZATION IS SEQUENTIAL.
002613     SELECT HOLD-THRESH-FILE  ASSIGN TO HOLDTHR
002614            ORGANIZATION IS SEQUENTIAL.
002615     SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO HOLDQ
002616            ORGANIZATION IS INDEXED
002617            RECORD KEY IS HO-HOLD-KEY
002618            ACCESS MODE IS DYNAMIC.
002620 DATA DIVISION.
002630 FILE SECTION.
002640*----------------------------------------------------------------
003200     RECORDING MODE IS F.
003210 COPY ORDREJ.
003220*----------------------------------------------------------------
003221* INPUT - THE SOURCE-SYSTEM MASTER DECK, LOADED AT START-UP
003222*----------------------------------------------------------------
003223 FD  SOURCE-MASTER
003224     RECORDING MODE IS F.
003225 COPY SRCMST.
003226*----------------------------------------------------------------
003230* THE SHARED CYCLE-CONTROL FILE - READ AT START-UP TO VERIFY THE
003240* EDIT RAN AND THE CYCLE IS UNPRICED, APPENDED AT CLEAN
003250* TERMINATION WITH THIS RUN'S COUNTS
003270 FD  CYCLE-CTL-FILE
003280     RECORDING MODE IS F.
003290 COPY CYCREC.
014710*----------------------------------------------------------------
014720* OUTPUT - ONE CONFIRMATION DETAIL PER ORDER OUTCOME, ALL SOURCES
014730*          TOGETHER, FOR MULT-ORDER-CONFIRM TO CUT BY SOURCE
014740*----------------------------------------------------------------
014750 FD  CONFIRM-WORK-FILE
014760     RECORDING MODE IS F.
014770 COPY CNFREC.
014780*----------------------------------------------------------------
014790* INPUT - THE HIGH-VALUE HOLD THRESHOLD CARDS, LOADED AT START-UP
014800*----------------------------------------------------------------
014810 FD  HOLD-THRESH-FILE
014820     RECORDING MODE IS F.
014830 COPY HOLDTHR.
014840*----------------------------------------------------------------
014850* UPDATE - THE HELD-ORDER KSDS.  ORDERS OVER THEIR THRESHOLD ARE
014860*          ADDED; THOSE RELEASED OR SENT BACK ON ORDH SINCE THE
014870*          LAST RUN ARE BILLED OR RETURNED AND RESTATUSED.
014880*----------------------------------------------------------------
014890 FD  HOLD-QUEUE-FILE
014895     RECORDING MODE IS F.
014900 COPY HOLDREC.
003300 WORKING-STORAGE SECTION.
003310 01  WS-SWITCHES.
003320     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
003650     05  WS-SUSP-SKIP-COUNT      PIC 9(09)   COMP   VALUE ZERO.
003660     05  WS-TOTAL-SUSP-RESULT    PIC 9(16)V99
003670                                             COMP-3 VALUE ZERO.
014910     05  WS-SUSP-NET-AMOUNT      PIC S9(13)V99
014920                                             COMP-3 VALUE ZERO.
014930*----------------------------------------------------------------
014940* HIGH-VALUE HOLD CONTROL.  THE THRESHOLD CARDS (SEE HOLDTHR) ARE
014950* LOADED INTO WS-THR-ENTRY AT START-UP.  WS-HELD-COUNT ALSO
014960* NUMBERS EACH HOLD WITHIN THE RUN (HO-HOLD-SEQ) AND IS CHECK-
014970* POINTED, SO A RESTART REPLAYING A HOLD REWRITES THE SAME KEY.
014980*----------------------------------------------------------------
014990 01  WS-HOLD-CONTROL.
015000     05  WS-THR-EOF-SW           PIC X(01)   VALUE 'N'.
015010         88  WS-THR-EOF          VALUE 'Y'.
015020     05  WS-HOLDQ-EOF-SW         PIC X(01)   VALUE 'N'.
015030         88  WS-HOLDQ-EOF        VALUE 'Y'.
015040     05  WS-HOLD-SW              PIC X(01)   VALUE 'N'.
015050         88  WS-HOLD-ORDER       VALUE 'Y'.
015060     05  WS-HELD-COUNT           PIC 9(09)   COMP   VALUE ZERO.
015070     05  WS-CYC-HELD-COUNT       PIC 9(09)   COMP   VALUE ZERO.
015080     05  WS-RLSE-COUNT           PIC 9(09)   COMP   VALUE ZERO.
015090     05  WS-HOLD-RET-COUNT       PIC 9(09)   COMP   VALUE ZERO.
015100     05  WS-STILL-HELD-COUNT     PIC 9(09)   COMP   VALUE ZERO.
015110     05  WS-TOTAL-HELD-RESULT    PIC 9(16)V99
015120                                             COMP-3 VALUE ZERO.
015130     05  WS-RLSE-NET-AMOUNT      PIC S9(13)V99
015140                                             COMP-3 VALUE ZERO.
015150 01  WS-HOLD-THRESH-TABLE.
015160     05  WS-THR-MAX              PIC 9(04)   COMP   VALUE 100.
015170     05  WS-THR-COUNT            PIC 9(04)   COMP   VALUE ZERO.
015180     05  WS-THR-IDX              PIC 9(04)   COMP.
015190     05  WS-THR-FOUND-IDX        PIC 9(04)   COMP   VALUE ZERO.
015200     05  WS-THR-WIDE-IDX         PIC 9(04)   COMP   VALUE ZERO.
015210     05  WS-THR-ENTRY            OCCURS 100 TIMES.
015220         10  WS-THR-CLASS        PIC X(02).
015230         10  WS-THR-SOURCE       PIC X(04).
015240         10  WS-THR-BASIS        PIC X(01).
015250         10  WS-THR-LIMIT-AMOUNT PIC 9(10)V99.
015260         10  WS-THR-LIMIT-QTY    PIC 9(07).
015270         10  WS-THR-SET-BY       PIC X(08).
003680*----------------------------------------------------------------
003690* CYCLE-CONTROL WORK.  THE LATEST EDIT POSTING NAMES THE CYCLE
003700* THIS RUN PRICES; ITS DATE AND NUMBER GO BACK OUT ON THE
003900     05  WS-CYC-REC-COUNT        PIC 9(09)   COMP   VALUE ZERO.
003910     05  WS-CYC-PRICED-COUNT     PIC 9(09)   COMP   VALUE ZERO.
003920     05  WS-CYC-REJ-COUNT        PIC 9(09)   COMP   VALUE ZERO.
003921     05  WS-CYC-NET-AMOUNT       PIC S9(13)V99
003922                                             COMP-3 VALUE ZERO.
003923     05  WS-POST-AMOUNT          PIC S9(13)V99
003924                                             COMP-3 VALUE ZERO.
003925     05  WS-POST-RLSE            PIC 9(09)   COMP   VALUE ZERO.
003926     05  WS-POST-HOLD-RET        PIC 9(09)   COMP   VALUE ZERO.
003927     05  WS-POST-RLSE-AMOUNT     PIC S9(13)V99
003928                                             COMP-3 VALUE ZERO.
003930 01  WS-CYCLE-LINE.
003940     05  FILLER                  PIC X(06)   VALUE 'CYCLE '.
003950     05  WL-CYCLE                PIC 9(04).
004150     05  WS-CALL-BRANCH          PIC X(01).
004160     05  WS-CALL-MODE            PIC X(01)   VALUE '0'.
004170     05  WS-CALL-MULTIPLIER      PIC 9(03)V99.
004175     05  WS-CALL-LIMIT           PIC X(01).
004176         88  WS-CALL-AT-MINIMUM  VALUE 'N'.
004177         88  WS-CALL-AT-MAXIMUM  VALUE 'X'.
004180     05  WS-CALL-AMOUNT          PIC S9(10)V99.
015280*----------------------------------------------------------------
015290* THE ORDER A CONFIRMATION DETAIL IS FOR, IN THE ORDREC DETAIL
015300* LAYOUT - THE MAIN PASS MOVES IN ORDER-QTY-RECORD, THE SUSPENSE
015310* PASS PS-ORDER-DETAIL, THE HOLD PASS HO-ORDER-DETAIL - AND WHAT
015320* BECAME OF IT (SEE CNFREC)
015330*----------------------------------------------------------------
015340 01  WS-CNF-WORK.
015350     05  WS-CNF-ORDER-DETAIL.
015360         10  WS-CNF-ORDER-KEY    PIC X(10).
015370         10  WS-CNF-QUANTITY     PIC 9(07).
015380         10  WS-CNF-SOURCE-SYS   PIC X(04).
015390         10  WS-CNF-EFF-DATE     PIC 9(08).
015400         10  WS-CNF-TRANS-TYPE   PIC X(01).
015410         10  WS-CNF-RATE-CLASS   PIC X(02).
015420     05  WS-CNF-DISPOSITION      PIC X(01).
015430         88  WS-CNF-PRICED       VALUES 'P' 'L' 'A'.
004190 01  WS-DETAIL-LINE.
004200     05  WD-ORDER-KEY            PIC X(10).
004210     05  FILLER                  PIC X(02).
004300     05  WD-REV-TAG              PIC X(03).
004310     05  FILLER                  PIC X(02).
004320     05  WD-RATE-CLASS           PIC X(02).
004330     05  FILLER                  PIC X(02).
004333     05  WD-LIMIT-TAG            PIC X(03).
004334     05  FILLER                  PIC X(02).
004335     05  WD-HOLD-TAG             PIC X(04).
004336     05  FILLER                  PIC X(12).
004340 01  WS-TRAILER-LINE-1.
004350     05  FILLER                  PIC X(10)   VALUE 'RECORDS: '.
004360     05  WT-RECORD-COUNT         PIC ZZZZZZZZ9.
004750     05  FILLER                  PIC X(12)   VALUE 'SUSP RSLT:  '.
004760     05  WT-TOTAL-SUSP-RESULT    PIC Z(15)9.99.
004770     05  FILLER                  PIC X(49).
015440 01  WS-TRAILER-LINE-12.
015450     05  FILLER                  PIC X(12)   VALUE 'HELD:       '.
015460     05  WT-HELD-COUNT           PIC ZZZZZZZZ9.
015470     05  FILLER                  PIC X(59).
015480 01  WS-TRAILER-LINE-13.
015490     05  FILLER                  PIC X(12)   VALUE 'HELD RSLT:  '.
015500     05  WT-TOTAL-HELD-RESULT    PIC Z(15)9.99.
015510     05  FILLER                  PIC X(49).
015520 01  WS-TRAILER-LINE-14.
015530     05  FILLER                  PIC X(12)   VALUE 'RLSE BILLED:'.
015540     05  WT-RLSE-COUNT           PIC ZZZZZZZZ9.
015550     05  FILLER                  PIC X(59).
015560 01  WS-TRAILER-LINE-15.
015570     05  FILLER                  PIC X(12)   VALUE 'HOLD RETD:  '.
015580     05  WT-HOLD-RET-COUNT       PIC ZZZZZZZZ9.
015590     05  FILLER                  PIC X(59).
004780 01  WS-SUSP-SECTION-LINE.
004790     05  FILLER                  PIC X(40)
004800         VALUE 'PRICING SUSPENSE AGING (KEY STATUS QTY  '.
004940     05  FILLER                  PIC X(02).
004950     05  WP-DISPOSITION          PIC X(08).
004960     05  FILLER                  PIC X(31).
015600 01  WS-HOLD-SECTION-LINE.
015610     05  FILLER                  PIC X(40)
015620         VALUE 'HIGH-VALUE HOLD QUEUE (KEY QTY AMOUNT   '.
015630     05  FILLER                  PIC X(26)
015640         VALUE 'HELD-DATE BY ACTION DISP):'.
015650     05  FILLER                  PIC X(14)   VALUE SPACES.
015660 01  WS-HOLD-QUEUE-LINE.
015670     05  WH-ORDER-KEY            PIC X(10).
015680     05  FILLER                  PIC X(02).
015690     05  WH-QUANTITY             PIC ZZZZZZ9.
015700     05  FILLER                  PIC X(02).
015710     05  WH-AMOUNT               PIC Z(9)9.99-.
015720     05  FILLER                  PIC X(02).
015730     05  WH-HOLD-DATE            PIC 9(08).
015740     05  FILLER                  PIC X(02).
015750     05  WH-ACTION-BY            PIC X(08).
015760     05  FILLER                  PIC X(02).
015770     05  WH-DISPOSITION          PIC X(08).
015780     05  FILLER                  PIC X(15).
004970*----------------------------------------------------------------
004980* PER-SOURCE TRAILER.  THE ORDER-ENTRY SYSTEMS ON THE SOURCE-
004988* SYSTEM MASTER DECK (SEE SRCMST), LOADED AT START-UP - THE SAME
004996* DECK MULT-ORDER-EDIT ACCEPTS SOURCES FROM, IN THE SAME ORDER.
005004* EACH RECORD IS COUNTED OFF ITS OWN OQ-SOURCE-SYS SO THE
005012* TRAILER'S PER-SOURCE LINES TIE OUT AGAINST THE EDIT'S
005020* PER-SOURCE FIGURES.
005030*----------------------------------------------------------------
005040 01  WS-SOURCE-TABLE.
005110     05  WS-VALID-SOURCE         PIC X(04)   OCCURS 20 TIMES.
005120 01  WS-SOURCE-SEARCH.
005130     05  WS-SOURCE-MAX           PIC 9(02)   COMP   VALUE 20.
005135     05  WS-SOURCE-COUNT         PIC 9(02)   COMP   VALUE ZERO.
005140     05  WS-SOURCE-IDX           PIC 9(02)   COMP.
005150     05  WS-SOURCE-FOUND-IDX     PIC 9(02)   COMP   VALUE ZERO.
005155     05  WS-SRCM-EOF-SW          PIC X(01)   VALUE 'N'.
005156         88  WS-SRCM-EOF         VALUE 'Y'.
005160 01  WS-SOURCE-STATS.
005170     05  WS-SRC-STAT OCCURS 20 TIMES.
005180         10  WS-SRC-REC-COUNT    PIC 9(09)   COMP   VALUE ZERO.
005190         10  WS-SRC-TOTAL-N      PIC 9(13)   COMP-3 VALUE ZERO.
005200     05  WS-OTH-REC-COUNT        PIC 9(09)   COMP   VALUE ZERO.
005390         UNTIL WS-EOF.
005400     PERFORM 2650-PROCESS-SUSPENSE-FILE
005410         THRU 2650-PROCESS-SUSPENSE-FILE-EXIT.
005411     PERFORM 2750-PROCESS-HOLD-QUEUE
005412         THRU 2750-PROCESS-HOLD-QUEUE-EXIT.
005420     PERFORM 3000-TERMINATE
005430         THRU 3000-TERMINATE-EXIT.
005440     GOBACK.
005570         OPEN EXTEND BILL-EXTRACT-FILE
005580         OPEN EXTEND PRICE-SUSP-OUT
005590         OPEN EXTEND SUSP-RETURN-FILE
005595         OPEN EXTEND CONFIRM-WORK-FILE
005600     ELSE
005610         OPEN OUTPUT RESULT-FILE
005620         OPEN OUTPUT PRINT-FILE
005630         OPEN OUTPUT BILL-EXTRACT-FILE
005640         OPEN OUTPUT PRICE-SUSP-OUT
005650         OPEN OUTPUT SUSP-RETURN-FILE
005655         OPEN OUTPUT CONFIRM-WORK-FILE
005660         PERFORM 1200-ESTABLISH-RUN-ID
005670             THRU 1200-ESTABLISH-RUN-ID-EXIT
005680     END-IF.
005690     OPEN EXTEND RUN-HISTORY-FILE.
005691     OPEN I-O HOLD-QUEUE-FILE.
005692     PERFORM 1500-LOAD-HOLD-THRESHOLDS
005693         THRU 1500-LOAD-HOLD-THRESHOLDS-EXIT.
005694     PERFORM 1550-LOAD-SOURCE-MASTER
005695         THRU 1550-LOAD-SOURCE-MASTER-EXIT.
005700     PERFORM 1400-WRITE-RUN-OPEN
005710         THRU 1400-WRITE-RUN-OPEN-EXIT.
005720     OPEN INPUT ORDER-QTY-FILE.
006920         MOVE CK-CYC-PRICED-COUNT TO WS-CYC-PRICED-COUNT
006930         MOVE CK-CYC-REJECT-COUNT TO WS-CYC-REJ-COUNT
006940     END-IF.
015790     IF CK-CYC-NET-AMOUNT NUMERIC
015800         MOVE CK-CYC-NET-AMOUNT   TO WS-CYC-NET-AMOUNT
015810     END-IF.
015820*    THE HOLD QUEUE'S COUNTS, SO A RESTART NUMBERS ITS NEXT HOLD
015830*    ON FROM WHERE THE BROKEN RUN LEFT OFF AND THE HOLDQ POSTING
015840*    IS NOT UNDERSTATED.
015850     IF CK-HELD-COUNT NUMERIC
015860         MOVE CK-HELD-COUNT       TO WS-HELD-COUNT
015870         MOVE CK-CYC-HELD-COUNT   TO WS-CYC-HELD-COUNT
015880         MOVE CK-RLSE-COUNT       TO WS-RLSE-COUNT
015890         MOVE CK-HOLD-RET-COUNT   TO WS-HOLD-RET-COUNT
015900         MOVE CK-TOTAL-HELD-RESULT
015910                                  TO WS-TOTAL-HELD-RESULT
015920     END-IF.
015930     IF CK-RLSE-NET-AMOUNT NUMERIC
015940         MOVE CK-RLSE-NET-AMOUNT  TO WS-RLSE-NET-AMOUNT
015950     END-IF.
006950     SET WS-RESTART TO TRUE.
006960 1100-NO-CHECKPOINT.
006970     CLOSE CHECKPOINT-FILE.
008010 1400-WRITE-RUN-OPEN-EXIT.
008020     EXIT.
008030*----------------------------------------------------------------
015960* 1500-LOAD-HOLD-THRESHOLDS - LOAD THE HIGH-VALUE HOLD THRESHOLD
015970*                             CARDS (SEE HOLDTHR).  A CARD WITH AN
015980*                             UNKNOWN BASIS OR A DECK TOO BIG FOR
015990*                             THE TABLE ABENDS THE RUN BEFORE
016000*                             ANYTHING IS PRICED - PRICING WITHOUT
016010*                             EVERY THRESHOLD WOULD BILL WHAT
016020*                             SHOULD HAVE BEEN HELD.
016030*----------------------------------------------------------------
016040 1500-LOAD-HOLD-THRESHOLDS.
016050     OPEN INPUT HOLD-THRESH-FILE.
016060     PERFORM 1510-LOAD-ONE-THRESHOLD
016070         THRU 1510-LOAD-ONE-THRESHOLD-EXIT
016080         UNTIL WS-THR-EOF.
016090     CLOSE HOLD-THRESH-FILE.
016100 1500-LOAD-HOLD-THRESHOLDS-EXIT.
016110     EXIT.
016120*----------------------------------------------------------------
016130* 1510-LOAD-ONE-THRESHOLD - ONE THRESHOLD CARD INTO THE TABLE
016140*----------------------------------------------------------------
016150 1510-LOAD-ONE-THRESHOLD.
016160     READ HOLD-THRESH-FILE
016170         AT END
016180             SET WS-THR-EOF TO TRUE
016190             GO TO 1510-LOAD-ONE-THRESHOLD-EXIT
016200     END-READ.
016210     IF NOT HT-BY-AMOUNT AND NOT HT-BY-QUANTITY
016220         DISPLAY 'MULT-BATCH-DRIVER ABEND - HOLDTHR CARD FOR '
016230                 'CLASS ' HT-RATE-CLASS ' SOURCE ' HT-SOURCE-SYS
016240                 ' HAS BASIS ' HT-BASIS
016250         MOVE 16              TO RETURN-CODE
016260         STOP RUN
016270     END-IF.
016280     IF WS-THR-COUNT NOT < WS-THR-MAX
016290         DISPLAY 'MULT-BATCH-DRIVER ABEND - HOLDTHR HAS MORE '
016300                 'THAN ' WS-THR-MAX ' CARDS'
016310         MOVE 16              TO RETURN-CODE
016320         STOP RUN
016330     END-IF.
016340     ADD 1                    TO WS-THR-COUNT.
016350     MOVE HT-RATE-CLASS       TO WS-THR-CLASS(WS-THR-COUNT).
016360     MOVE HT-SOURCE-SYS       TO WS-THR-SOURCE(WS-THR-COUNT).
016370     MOVE HT-BASIS            TO WS-THR-BASIS(WS-THR-COUNT).
016380     MOVE HT-LIMIT-AMOUNT
016390                          TO WS-THR-LIMIT-AMOUNT(WS-THR-COUNT).
016400     MOVE HT-LIMIT-QTY        TO WS-THR-LIMIT-QTY(WS-THR-COUNT).
016410     MOVE HT-SET-BY           TO WS-THR-SET-BY(WS-THR-COUNT).
016420 1510-LOAD-ONE-THRESHOLD-EXIT.
016430     EXIT.
016440*----------------------------------------------------------------
016450* 1550-LOAD-SOURCE-MASTER - LOAD THE SOURCE-SYSTEM MASTER DECK
016460*                           (SEE SRCMST) FOR THE PER-SOURCE
016470*                           TRAILER LINES.  MULT-ORDER-EDIT HAS
016480*                           ALREADY REFUSED A BAD DECK; A DECK
016490*                           TOO BIG FOR THE TABLE ABENDS THE RUN
016500*                           BEFORE ANYTHING IS PRICED.
016510*----------------------------------------------------------------
016520 1550-LOAD-SOURCE-MASTER.
016530     OPEN INPUT SOURCE-MASTER.
016540     PERFORM 1560-LOAD-ONE-SOURCE
016550         THRU 1560-LOAD-ONE-SOURCE-EXIT
016560         UNTIL WS-SRCM-EOF.
016570     CLOSE SOURCE-MASTER.
016580 1550-LOAD-SOURCE-MASTER-EXIT.
016590     EXIT.
016600*----------------------------------------------------------------
016610* 1560-LOAD-ONE-SOURCE - ONE SOURCE CARD INTO THE TABLE
016620*----------------------------------------------------------------
016630 1560-LOAD-ONE-SOURCE.
016640     READ SOURCE-MASTER
016650         AT END
016660             SET WS-SRCM-EOF TO TRUE
016670             GO TO 1560-LOAD-ONE-SOURCE-EXIT
016680     END-READ.
016690     IF WS-SOURCE-COUNT NOT < WS-SOURCE-MAX
016700         DISPLAY 'MULT-BATCH-DRIVER ABEND - SRCMST HAS MORE '
016710                 'THAN ' WS-SOURCE-MAX ' CARDS'
016720         MOVE 16              TO RETURN-CODE
016730         STOP RUN
016740     END-IF.
016750     ADD 1                    TO WS-SOURCE-COUNT.
016760     MOVE SM-SOURCE-SYS       TO WS-VALID-SOURCE(WS-SOURCE-COUNT).
016770 1560-LOAD-ONE-SOURCE-EXIT.
016780     EXIT.
016790*----------------------------------------------------------------
008040* 2000-PROCESS-RECORD - CALL THE SUBPROGRAM FOR ONE QUANTITY
008050*----------------------------------------------------------------
008060 2000-PROCESS-RECORD.
008240                                        OQ-ORDER-KEY
008250                                        OQ-EFFECTIVE-DATE
008260                                        OQ-TRANS-TYPE
008270                                        OQ-RATE-CLASS
008275                                        WS-CALL-LIMIT.
008280*    TOTAL N COVERS EVERY RECORD READ, ACCEPTED OR REJECTED, SO IT
008290*    RECONCILES AGAINST THE SOURCE FILE'S OWN SUM OF QUANTITY
008300*    WITHOUT HAVING TO ADD THE REJECTED COUNT BACK IN BY HAND.
008470     IF WS-CALL-REVERSAL
008480         COMPUTE WS-CALL-AMOUNT = 0 - WS-CALL-RESULT
008490     END-IF.
008491*    AN ORDER OVER ITS THRESHOLD GOES TO THE HOLD QUEUE INSTEAD -
008492*    NOTHING TO RESULTS OR BILLOUT UNTIL SOMEONE RELEASES IT.
008493     PERFORM 2400-CHECK-HOLD-THRESHOLD
008494         THRU 2400-CHECK-HOLD-THRESHOLD-EXIT.
008495     IF WS-HOLD-ORDER
008496         PERFORM 2450-HOLD-ORDER
008497             THRU 2450-HOLD-ORDER-EXIT
008498         GO TO 2000-PROCESS-RECORD-READ-NEXT
008499     END-IF.
008500     MOVE OQ-ORDER-KEY       TO RS-ORDER-KEY.
008510     MOVE WS-CALL-AMOUNT     TO RS-RESULT.
008520     WRITE RESULT-RECORD.
008530     ADD 1                   TO WS-CYC-PRICED-COUNT.
008535     ADD WS-CALL-AMOUNT      TO WS-CYC-NET-AMOUNT.
008540     IF WS-CALL-REVERSAL
008550         ADD 1               TO WS-REVERSAL-COUNT
008560         ADD WS-CALL-RESULT  TO WS-TOTAL-REVERSED
008710         THRU 2500-PRINT-DETAIL-LINE-EXIT.
008720     PERFORM 2600-WRITE-BILL-EXTRACT
008730         THRU 2600-WRITE-BILL-EXTRACT-EXIT.
008732     MOVE ORDER-QTY-RECORD    TO WS-CNF-ORDER-DETAIL.
008734     MOVE 'P'                 TO WS-CNF-DISPOSITION.
008736     PERFORM 2620-WRITE-CONFIRMATION
008738         THRU 2620-WRITE-CONFIRMATION-EXIT.
008740 2000-PROCESS-RECORD-READ-NEXT.
008750     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
008760         GIVING WS-CKPT-QUOTIENT
008820     PERFORM 8000-READ-ORDER-QTY
008830         THRU 8000-READ-ORDER-QTY-EXIT.
008840 2000-PROCESS-RECORD-EXIT.
016800     EXIT.
016810*----------------------------------------------------------------
016820* 2400-CHECK-HOLD-THRESHOLD - IS THE ORDER JUST PRICED OVER ITS
016830*                             HIGH-VALUE THRESHOLD?  A CARD FOR
016840*                             ITS OWN CLASS AND SOURCE WINS OVER
016850*                             ONE FOR THE CLASS AND ANY SOURCE; NO
016860*                             CARD AT ALL MEANS NEVER HELD.
016870*----------------------------------------------------------------
016880 2400-CHECK-HOLD-THRESHOLD.
016890     MOVE 'N'                 TO WS-HOLD-SW.
016900     MOVE ZERO                TO WS-THR-FOUND-IDX.
016910     MOVE ZERO                TO WS-THR-WIDE-IDX.
016920     MOVE 1                   TO WS-THR-IDX.
016930     PERFORM 2410-TEST-ONE-THRESHOLD
016940         THRU 2410-TEST-ONE-THRESHOLD-EXIT
016950         UNTIL WS-THR-IDX > WS-THR-COUNT.
016960     IF WS-THR-FOUND-IDX = ZERO
016970         MOVE WS-THR-WIDE-IDX TO WS-THR-FOUND-IDX
016980     END-IF.
016990     IF WS-THR-FOUND-IDX = ZERO
017000         GO TO 2400-CHECK-HOLD-THRESHOLD-EXIT
017010     END-IF.
017020     IF WS-THR-BASIS(WS-THR-FOUND-IDX) = 'A'
017030         IF WS-CALL-RESULT
017040                 > WS-THR-LIMIT-AMOUNT(WS-THR-FOUND-IDX)
017050             SET WS-HOLD-ORDER TO TRUE
017060         END-IF
017070     ELSE
017080         IF WS-CALL-N > WS-THR-LIMIT-QTY(WS-THR-FOUND-IDX)
017090             SET WS-HOLD-ORDER TO TRUE
017100         END-IF
017110     END-IF.
017120 2400-CHECK-HOLD-THRESHOLD-EXIT.
017130     EXIT.
017140*----------------------------------------------------------------
017150* 2410-TEST-ONE-THRESHOLD - DOES THIS CARD COVER THE ORDER?
017160*----------------------------------------------------------------
017170 2410-TEST-ONE-THRESHOLD.
017180     IF WS-THR-CLASS(WS-THR-IDX) NOT = OQ-RATE-CLASS
017190         ADD 1                TO WS-THR-IDX
017200         GO TO 2410-TEST-ONE-THRESHOLD-EXIT
017210     END-IF.
017220     IF WS-THR-SOURCE(WS-THR-IDX) = OQ-SOURCE-SYS
017230         MOVE WS-THR-IDX      TO WS-THR-FOUND-IDX
017240         MOVE 9999            TO WS-THR-IDX
017250         GO TO 2410-TEST-ONE-THRESHOLD-EXIT
017260     END-IF.
017270     IF WS-THR-SOURCE(WS-THR-IDX) = SPACES
017280        AND WS-THR-WIDE-IDX = ZERO
017290         MOVE WS-THR-IDX      TO WS-THR-WIDE-IDX
017300     END-IF.
017310     ADD 1                    TO WS-THR-IDX.
017320 2410-TEST-ONE-THRESHOLD-EXIT.
017330     EXIT.
017340*----------------------------------------------------------------
017350* 2450-HOLD-ORDER - PUT THE ORDER JUST PRICED ON THE HOLD QUEUE
017360*                   WITH ITS PRICED AMOUNT AND THE CARD THAT HELD
017370*                   IT.  A RESTART REPLAYING A HOLD THE BROKEN RUN
017380*                   ALREADY WROTE FINDS ITS KEY ON FILE AND
017390*                   REWRITES IT INSTEAD.
017400*----------------------------------------------------------------
017410 2450-HOLD-ORDER.
017420     ADD 1                    TO WS-HELD-COUNT.
017430     ADD 1                    TO WS-CYC-HELD-COUNT.
017440     ADD WS-CALL-RESULT       TO WS-TOTAL-HELD-RESULT
017450         ON SIZE ERROR
017460             DISPLAY 'MULT-BATCH-DRIVER WARNING - HELD RESULT '
017470                     'TOTAL OVERFLOWED'
017480     END-ADD.
017490     MOVE SPACES              TO HELD-ORDER-RECORD.
017500     MOVE WS-RUN-ID           TO HO-HOLD-RUN-ID.
017510     MOVE WS-HELD-COUNT       TO HO-HOLD-SEQ.
017520     MOVE ORDER-QTY-RECORD    TO HO-ORDER-DETAIL.
017530     MOVE WS-CUR-CYCLE        TO HO-CYCLE-NUMBER.
017540     MOVE WS-CURR-DATE        TO HO-HOLD-DATE.
017550     MOVE WS-CALL-AMOUNT      TO HO-AMOUNT.
017560     MOVE WS-CALL-MULTIPLIER  TO HO-MULTIPLIER.
017570     MOVE WS-CALL-BRANCH      TO HO-RATE-BRANCH.
017580     MOVE WS-CALL-LIMIT       TO HO-CHARGE-LIMIT.
017590     MOVE WS-CALL-STATUS      TO HO-PRICE-STATUS.
017600     MOVE WS-THR-BASIS(WS-THR-FOUND-IDX)
017610                              TO HO-BASIS.
017620     MOVE WS-THR-LIMIT-AMOUNT(WS-THR-FOUND-IDX)
017630                              TO HO-LIMIT-AMOUNT.
017640     MOVE WS-THR-LIMIT-QTY(WS-THR-FOUND-IDX)
017650                              TO HO-LIMIT-QTY.
017660     MOVE WS-THR-SET-BY(WS-THR-FOUND-IDX)
017670                              TO HO-THRESH-SET-BY.
017680     SET HO-HELD              TO TRUE.
017690     WRITE HELD-ORDER-RECORD
017700         INVALID KEY
017710             REWRITE HELD-ORDER-RECORD
017720                 INVALID KEY
017730                     DISPLAY 'MULT-BATCH-DRIVER ABEND - HOLDQ '
017740                             'REFUSED KEY ' HO-HOLD-KEY
017750                     MOVE 16  TO RETURN-CODE
017760                     STOP RUN
017770             END-REWRITE
017780     END-WRITE.
017790     PERFORM 2500-PRINT-DETAIL-LINE
017800         THRU 2500-PRINT-DETAIL-LINE-EXIT.
017810     MOVE ORDER-QTY-RECORD    TO WS-CNF-ORDER-DETAIL.
017820     MOVE 'H'                 TO WS-CNF-DISPOSITION.
017830     PERFORM 2620-WRITE-CONFIRMATION
017840         THRU 2620-WRITE-CONFIRMATION-EXIT.
017850 2450-HOLD-ORDER-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------
008870* 2500-PRINT-DETAIL-LINE - WRITE ONE DETAIL LINE TO THE REPORT
009010     ELSE
009020         MOVE 'ODD '          TO WD-BRANCH
009030     END-IF.
009031     IF WS-CALL-AT-MINIMUM
009032         MOVE 'MIN'           TO WD-LIMIT-TAG
009033     END-IF.
009034     IF WS-CALL-AT-MAXIMUM
009035         MOVE 'MAX'           TO WD-LIMIT-TAG
009036     END-IF.
009037     IF WS-HOLD-ORDER
009038         MOVE 'HELD'          TO WD-HOLD-TAG
009039     END-IF.
009040     WRITE PRINT-RECORD       FROM WS-DETAIL-LINE.
009050 2500-PRINT-DETAIL-LINE-EXIT.
009060     EXIT.
009140     MOVE WS-CALL-BRANCH      TO BL-RATE-BRANCH.
009150     MOVE WS-CALL-AMOUNT      TO BL-BILL-AMOUNT.
009160     MOVE OQ-RATE-CLASS       TO BL-RATE-CLASS.
009161     MOVE OQ-SOURCE-SYS       TO BL-SOURCE-SYS.
009165     MOVE OQ-EFFECTIVE-DATE   TO BL-EFF-DATE.
009167     MOVE WS-CALL-LIMIT       TO BL-CHARGE-LIMIT.
009170     MOVE WS-RUN-ID           TO BL-RUN-ID.
009180     IF WS-CALL-REVERSAL
009190         MOVE 'R'             TO BL-TRANS-TYPE
009220     END-IF.
009230     WRITE BILLING-EXTRACT-RECORD.
009240 2600-WRITE-BILL-EXTRACT-EXIT.
017860     EXIT.
017870*----------------------------------------------------------------
017880* 2620-WRITE-CONFIRMATION - ONE CONFIRMATION DETAIL FOR THE ORDER
017890*                           IN WS-CNF-ORDER-DETAIL, WITH THE
017900*                           DISPOSITION THE CALLER SET.  ONLY A
017910*                           PRICED ORDER CARRIES A MULTIPLIER,
017920*                           AMOUNT AND LIMIT CODE; THE PRICING
017930*                           STATUS RIDES EVERY DETAIL.
017940*----------------------------------------------------------------
017950 2620-WRITE-CONFIRMATION.
017960     MOVE SPACES              TO ORDER-CONFIRM-RECORD.
017970     SET CF-DETAIL            TO TRUE.
017980     MOVE WS-CNF-SOURCE-SYS   TO CF-SOURCE-SYS.
017990     MOVE WS-CNF-ORDER-KEY    TO CF-ORDER-KEY.
018000     MOVE WS-CNF-TRANS-TYPE   TO CF-TRANS-TYPE.
018010     MOVE WS-CNF-RATE-CLASS   TO CF-RATE-CLASS.
018020     IF WS-CNF-QUANTITY NUMERIC
018030         MOVE WS-CNF-QUANTITY TO CF-QUANTITY
018040     ELSE
018050         MOVE ZERO            TO CF-QUANTITY
018060     END-IF.
018070     IF WS-CNF-EFF-DATE NUMERIC
018080         MOVE WS-CNF-EFF-DATE TO CF-EFF-DATE
018090     ELSE
018100         MOVE ZERO            TO CF-EFF-DATE
018110     END-IF.
018120     IF WS-CNF-PRICED
018130         MOVE WS-CALL-MULTIPLIER
018140                              TO CF-MULTIPLIER
018150         MOVE WS-CALL-AMOUNT  TO CF-AMOUNT
018160         MOVE WS-CALL-LIMIT   TO CF-CHARGE-LIMIT
018170     ELSE
018180         MOVE ZERO            TO CF-MULTIPLIER
018190                                 CF-AMOUNT
018200     END-IF.
018210     MOVE WS-RUN-ID           TO CF-RUN-ID.
018220     MOVE WS-CUR-CYCLE        TO CF-CYCLE-NUMBER.
018230     MOVE WS-CNF-DISPOSITION  TO CF-DISPOSITION.
018240     MOVE WS-CALL-STATUS      TO CF-PRICE-STATUS.
018250     WRITE ORDER-CONFIRM-RECORD.
018260 2620-WRITE-CONFIRMATION-EXIT.
009250     EXIT.
009260*----------------------------------------------------------------
009270* 2650-PROCESS-SUSPENSE-FILE - RE-PRESENT LAST NIGHT'S PRICING
010060                                        PS-ORDER-KEY
010070                                        PS-EFFECTIVE-DATE
010080                                        PS-TRANS-TYPE
010090                                        PS-RATE-CLASS
010095                                        WS-CALL-LIMIT.
010100     IF NOT WS-CALL-REJECTED
010110         PERFORM 2670-WRITE-SUSP-PRICED
010120             THRU 2670-WRITE-SUSP-PRICED-EXIT
010460     MOVE WS-CALL-BRANCH      TO BL-RATE-BRANCH.
010470     MOVE WS-CALL-AMOUNT      TO BL-BILL-AMOUNT.
010480     MOVE PS-RATE-CLASS       TO BL-RATE-CLASS.
010485     MOVE PS-EFFECTIVE-DATE   TO BL-EFF-DATE.
010486     MOVE PS-SOURCE-SYS       TO BL-SOURCE-SYS.
010488     MOVE WS-CALL-LIMIT       TO BL-CHARGE-LIMIT.
010490     MOVE WS-RUN-ID           TO BL-RUN-ID.
010500     IF WS-CALL-REVERSAL
010510         MOVE 'R'             TO BL-TRANS-TYPE
010530         MOVE 'O'             TO BL-TRANS-TYPE
010540     END-IF.
010550     WRITE BILLING-EXTRACT-RECORD.
010552     MOVE PS-ORDER-DETAIL     TO WS-CNF-ORDER-DETAIL.
010554     MOVE 'L'                 TO WS-CNF-DISPOSITION.
010556     PERFORM 2620-WRITE-CONFIRMATION
010558         THRU 2620-WRITE-CONFIRMATION-EXIT.
010560     ADD 1                    TO WS-SUSP-PRICED-COUNT.
010565     ADD WS-CALL-AMOUNT       TO WS-SUSP-NET-AMOUNT.
010570     ADD WS-CALL-RESULT       TO WS-TOTAL-SUSP-RESULT
010580         ON SIZE ERROR
010590             DISPLAY 'MULT-BATCH-DRIVER WARNING - SUSP RESULT '
010880     MOVE PS-ORDER-DETAIL     TO RJ-ORDER-DETAIL.
010890     MOVE 'PRC'               TO RJ-REASON-CODE.
010900     WRITE ORDER-REJECT-RECORD.
010902     MOVE PS-ORDER-DETAIL     TO WS-CNF-ORDER-DETAIL.
010904     MOVE 'X'                 TO WS-CNF-DISPOSITION.
010906     PERFORM 2620-WRITE-CONFIRMATION
010908         THRU 2620-WRITE-CONFIRMATION-EXIT.
010910     ADD 1                    TO WS-RETURNED-COUNT.
010920     MOVE 'RETURNED'          TO WP-DISPOSITION.
010930     PERFORM 2685-WRITE-SUSP-AGING-LINE
011130 2685-WRITE-SUSP-AGING-LINE-EXIT.
011140     EXIT.
011150*----------------------------------------------------------------
018270* 2750-PROCESS-HOLD-QUEUE - BILL OR RETURN WHAT WAS RELEASED OR
018280*                           SENT BACK ON THE ORDH TRANSACTION
018290*                           SINCE THE LAST RUN, AND LIST WHAT IS
018300*                           STILL HELD.  RUNS AFTER THE SUSPENSE
018310*                           PASS SO A RELEASED ORDER RIDES THE
018320*                           FINAL CYCLE THE SAME WAY A SUSPENSE
018330*                           REPRICE DOES.  EACH ORDER IS
018340*                           RESTATUSED AS IT IS DONE, SO A RESTART
018350*                           PASSES OVER IT.
018360*----------------------------------------------------------------
018370 2750-PROCESS-HOLD-QUEUE.
018380     WRITE PRINT-RECORD       FROM WS-HOLD-SECTION-LINE.
018390     MOVE LOW-VALUES          TO HO-HOLD-KEY.
018400     START HOLD-QUEUE-FILE KEY IS NOT LESS THAN HO-HOLD-KEY
018410         INVALID KEY
018420             SET WS-HOLDQ-EOF TO TRUE
018430     END-START.
018440     PERFORM 2760-PROCESS-ONE-HOLD
018450         THRU 2760-PROCESS-ONE-HOLD-EXIT
018460         UNTIL WS-HOLDQ-EOF.
018470 2750-PROCESS-HOLD-QUEUE-EXIT.
018480     EXIT.
018490*----------------------------------------------------------------
018500* 2760-PROCESS-ONE-HOLD - ONE HELD-ORDER RECORD.  ORDERS ALREADY
018510*                         BILLED OR SENT BACK BY AN EARLIER RUN
018520*                         ARE HISTORY AND ARE PASSED OVER.  A
018530*                         RELEASE BY THE USER WHO SET THE
018540*                         THRESHOLD IS NOT HONOURED - ORDH REFUSES
018550*                         ONE, SO IT CAN ONLY HAVE COME FROM
018560*                         OUTSIDE THE TRANSACTION.
018570*----------------------------------------------------------------
018580 2760-PROCESS-ONE-HOLD.
018590     READ HOLD-QUEUE-FILE NEXT RECORD
018600         AT END
018610             SET WS-HOLDQ-EOF TO TRUE
018620             GO TO 2760-PROCESS-ONE-HOLD-EXIT
018630     END-READ.
018640     IF HO-RELEASED
018650        AND HO-ACTION-BY = HO-THRESH-SET-BY
018660         DISPLAY 'MULT-BATCH-DRIVER WARNING - HOLD ' HO-HOLD-KEY
018670                 ' RELEASED BY THRESHOLD SETTER ' HO-ACTION-BY
018680                 ' - NOT BILLED'
018690         ADD 1                TO WS-STILL-HELD-COUNT
018700         MOVE 'REFUSED'       TO WH-DISPOSITION
018710         PERFORM 2790-WRITE-HOLD-QUEUE-LINE
018720             THRU 2790-WRITE-HOLD-QUEUE-LINE-EXIT
018730         GO TO 2760-PROCESS-ONE-HOLD-EXIT
018740     END-IF.
018750     IF HO-RELEASED
018760         PERFORM 2770-BILL-RELEASED-HOLD
018770             THRU 2770-BILL-RELEASED-HOLD-EXIT
018780         PERFORM 2700-WRITE-CHECKPOINT
018790             THRU 2700-WRITE-CHECKPOINT-EXIT
018800         GO TO 2760-PROCESS-ONE-HOLD-EXIT
018810     END-IF.
018820     IF HO-RETURN-REQ
018830         PERFORM 2780-RETURN-HOLD
018840             THRU 2780-RETURN-HOLD-EXIT
018850         PERFORM 2700-WRITE-CHECKPOINT
018860             THRU 2700-WRITE-CHECKPOINT-EXIT
018870         GO TO 2760-PROCESS-ONE-HOLD-EXIT
018880     END-IF.
018890     IF HO-HELD
018900         ADD 1                TO WS-STILL-HELD-COUNT
018910         MOVE 'HELD'          TO WH-DISPOSITION
018920         PERFORM 2790-WRITE-HOLD-QUEUE-LINE
018930             THRU 2790-WRITE-HOLD-QUEUE-LINE-EXIT
018940     END-IF.
018950 2760-PROCESS-ONE-HOLD-EXIT.
018960     EXIT.
018970*----------------------------------------------------------------
018980* 2770-BILL-RELEASED-HOLD - A RELEASED ORDER GOES OUT LIKE ANY
018990*                           OTHER PRICED ORDER, AT THE AMOUNT IT
019000*                           WAS HELD AT, UNDER TONIGHT'S RUN-ID.
019010*                           ITS AMOUNT ACCUMULATES IN ITS OWN NET
019020*                           SO TOTAL RSLT STILL RECONCILES AGAINST
019030*                           THE NIGHT'S OWN CLEAN FILE ALONE.
019040*----------------------------------------------------------------
019050 2770-BILL-RELEASED-HOLD.
019060     MOVE HO-QUANTITY         TO WS-CALL-N.
019070     MOVE HO-AMOUNT           TO WS-CALL-AMOUNT.
019080     MOVE HO-MULTIPLIER       TO WS-CALL-MULTIPLIER.
019090     MOVE HO-RATE-BRANCH      TO WS-CALL-BRANCH.
019100     MOVE HO-CHARGE-LIMIT     TO WS-CALL-LIMIT.
019110     MOVE HO-PRICE-STATUS     TO WS-CALL-STATUS.
019120     MOVE HO-ORDER-KEY        TO RS-ORDER-KEY.
019130     MOVE WS-CALL-AMOUNT      TO RS-RESULT.
019140     WRITE RESULT-RECORD.
019150     MOVE HO-ORDER-KEY        TO BL-ORDER-KEY.
019160     MOVE WS-CALL-N           TO BL-QUANTITY.
019170     MOVE WS-CALL-BRANCH      TO BL-RATE-BRANCH.
019180     MOVE WS-CALL-AMOUNT      TO BL-BILL-AMOUNT.
019190     MOVE HO-RATE-CLASS       TO BL-RATE-CLASS.
019200     MOVE HO-EFFECTIVE-DATE   TO BL-EFF-DATE.
019210     MOVE HO-SOURCE-SYS       TO BL-SOURCE-SYS.
019220     MOVE WS-CALL-LIMIT       TO BL-CHARGE-LIMIT.
019230     MOVE WS-RUN-ID           TO BL-RUN-ID.
019240     IF WS-CALL-REVERSAL
019250         MOVE 'R'             TO BL-TRANS-TYPE
019260     ELSE
019270         MOVE 'O'             TO BL-TRANS-TYPE
019280     END-IF.
019290     WRITE BILLING-EXTRACT-RECORD.
019300     MOVE HO-ORDER-DETAIL     TO WS-CNF-ORDER-DETAIL.
019310     MOVE 'A'                 TO WS-CNF-DISPOSITION.
019320     PERFORM 2620-WRITE-CONFIRMATION
019330         THRU 2620-WRITE-CONFIRMATION-EXIT.
019340     ADD 1                    TO WS-RLSE-COUNT.
019350     ADD WS-CALL-AMOUNT       TO WS-RLSE-NET-AMOUNT.
019360     SET HO-BILLED            TO TRUE.
019370     MOVE WS-RUN-ID           TO HO-DONE-RUN-ID.
019380     PERFORM 2785-REWRITE-HOLD
019390         THRU 2785-REWRITE-HOLD-EXIT.
019400     MOVE 'BILLED'            TO WH-DISPOSITION.
019410     PERFORM 2790-WRITE-HOLD-QUEUE-LINE
019420         THRU 2790-WRITE-HOLD-QUEUE-LINE-EXIT.
019430 2770-BILL-RELEASED-HOLD-EXIT.
019440     EXIT.
019450*----------------------------------------------------------------
019460* 2780-RETURN-HOLD - SENT BACK ON ORDH; BACK TO THE OWNING SOURCE
019470*                    SYSTEM ON THE RETURN FILE, REASON 'HLD'
019480*----------------------------------------------------------------
019490 2780-RETURN-HOLD.
019500     MOVE SPACES              TO ORDER-REJECT-RECORD.
019510     MOVE HO-ORDER-DETAIL     TO RJ-ORDER-DETAIL.
019520     MOVE 'HLD'               TO RJ-REASON-CODE.
019530     WRITE ORDER-REJECT-RECORD.
019540     MOVE HO-PRICE-STATUS     TO WS-CALL-STATUS.
019550     MOVE HO-ORDER-DETAIL     TO WS-CNF-ORDER-DETAIL.
019560     MOVE 'T'                 TO WS-CNF-DISPOSITION.
019570     PERFORM 2620-WRITE-CONFIRMATION
019580         THRU 2620-WRITE-CONFIRMATION-EXIT.
019590     ADD 1                    TO WS-HOLD-RET-COUNT.
019600     SET HO-SENT-BACK         TO TRUE.
019610     MOVE WS-RUN-ID           TO HO-DONE-RUN-ID.
019620     PERFORM 2785-REWRITE-HOLD
019630         THRU 2785-REWRITE-HOLD-EXIT.
019640     MOVE 'RETURNED'          TO WH-DISPOSITION.
019650     PERFORM 2790-WRITE-HOLD-QUEUE-LINE
019660         THRU 2790-WRITE-HOLD-QUEUE-LINE-EXIT.
019670 2780-RETURN-HOLD-EXIT.
019680     EXIT.
019690*----------------------------------------------------------------
019700* 2785-REWRITE-HOLD - PUT BACK THE HELD-ORDER RECORD JUST READ
019710*                     WITH ITS NEW STATUS
019720*----------------------------------------------------------------
019730 2785-REWRITE-HOLD.
019740     REWRITE HELD-ORDER-RECORD
019750         INVALID KEY
019760             DISPLAY 'MULT-BATCH-DRIVER ABEND - HOLDQ REFUSED '
019770                     'REWRITE OF KEY ' HO-HOLD-KEY
019780             MOVE 16          TO RETURN-CODE
019790             STOP RUN
019800     END-REWRITE.
019810 2785-REWRITE-HOLD-EXIT.
019820     EXIT.
019830*----------------------------------------------------------------
019840* 2790-WRITE-HOLD-QUEUE-LINE - ONE LINE PER HELD ORDER STILL
019850*                              WAITING OR ACTED ON TONIGHT
019860*----------------------------------------------------------------
019870 2790-WRITE-HOLD-QUEUE-LINE.
019880     MOVE HO-ORDER-KEY        TO WH-ORDER-KEY.
019890     IF HO-QUANTITY NUMERIC
019900         MOVE HO-QUANTITY     TO WH-QUANTITY
019910     ELSE
019920         MOVE ZERO            TO WH-QUANTITY
019930     END-IF.
019940     MOVE HO-AMOUNT           TO WH-AMOUNT.
019950     MOVE HO-HOLD-DATE        TO WH-HOLD-DATE.
019960     MOVE HO-ACTION-BY        TO WH-ACTION-BY.
019970     WRITE PRINT-RECORD       FROM WS-HOLD-QUEUE-LINE.
019980 2790-WRITE-HOLD-QUEUE-LINE-EXIT.
019990     EXIT.
020000*----------------------------------------------------------------
011160* 2900-ROUTE-REJECTED-RECORD - A MAIN-PASS REJECT EITHER OPENS A
011170*                              SUSPENSE ENTRY (STATUS '50' - A
011180*                              LATER RATE LOAD CAN FIX IT) OR
011300         MOVE 1               TO PS-RETRY-COUNT
011310         WRITE PRICE-SUSPENSE-RECORD
011320         ADD 1                TO WS-NEW-SUSP-COUNT
011325         MOVE 'S'             TO WS-CNF-DISPOSITION
011330     ELSE
011340         MOVE SPACES          TO ORDER-REJECT-RECORD
011350         MOVE ORDER-QTY-RECORD
011370         MOVE 'PRC'           TO RJ-REASON-CODE
011380         WRITE ORDER-REJECT-RECORD
011390         ADD 1                TO WS-RETURNED-COUNT
011395         MOVE 'R'             TO WS-CNF-DISPOSITION
011400     END-IF.
011402     MOVE ORDER-QTY-RECORD    TO WS-CNF-ORDER-DETAIL.
011404     PERFORM 2620-WRITE-CONFIRMATION
011406         THRU 2620-WRITE-CONFIRMATION-EXIT.
011410 2900-ROUTE-REJECTED-RECORD-EXIT.
011420     EXIT.
011430*----------------------------------------------------------------
011500     MOVE 1                   TO WS-SOURCE-IDX.
011510     PERFORM 2810-TEST-ONE-SOURCE
011520         THRU 2810-TEST-ONE-SOURCE-EXIT
011530         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
011540     IF WS-SOURCE-FOUND-IDX = ZERO
011550         ADD 1                TO WS-OTH-REC-COUNT
011560         IF OQ-QUANTITY NUMERIC
011960     MOVE WS-CYC-REC-COUNT    TO CK-CYC-RECORD-COUNT.
011970     MOVE WS-CYC-PRICED-COUNT TO CK-CYC-PRICED-COUNT.
011980     MOVE WS-CYC-REJ-COUNT    TO CK-CYC-REJECT-COUNT.
011981     MOVE WS-CYC-NET-AMOUNT   TO CK-CYC-NET-AMOUNT.
011982     MOVE WS-HELD-COUNT       TO CK-HELD-COUNT.
011983     MOVE WS-CYC-HELD-COUNT   TO CK-CYC-HELD-COUNT.
011984     MOVE WS-RLSE-COUNT       TO CK-RLSE-COUNT.
011985     MOVE WS-HOLD-RET-COUNT   TO CK-HOLD-RET-COUNT.
011986     MOVE WS-TOTAL-HELD-RESULT
011987                              TO CK-TOTAL-HELD-RESULT.
011988     MOVE WS-RLSE-NET-AMOUNT  TO CK-RLSE-NET-AMOUNT.
011990     WRITE CHECKPOINT-RECORD.
012000     CLOSE CHECKPOINT-FILE.
012010 2700-WRITE-CHECKPOINT-EXIT.
012300     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-9.
012310     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-10.
012320     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-11.
012321     MOVE WS-HELD-COUNT       TO WT-HELD-COUNT.
012322     MOVE WS-TOTAL-HELD-RESULT
012323                              TO WT-TOTAL-HELD-RESULT.
012324     MOVE WS-RLSE-COUNT       TO WT-RLSE-COUNT.
012325     MOVE WS-HOLD-RET-COUNT   TO WT-HOLD-RET-COUNT.
012326     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-12.
012327     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-13.
012328     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-14.
012329     WRITE PRINT-RECORD       FROM WS-TRAILER-LINE-15.
012330     MOVE 1                   TO WS-SOURCE-IDX.
012340     PERFORM 3200-WRITE-ONE-SOURCE-LINE
012350         THRU 3200-WRITE-ONE-SOURCE-LINE-EXIT
012360         UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT.
012370     IF WS-OTH-REC-COUNT > ZERO
012380         MOVE 'OTHR'          TO WT-SRC-CODE
012390         MOVE WS-OTH-REC-COUNT
012520           BILL-EXTRACT-FILE
012530           RUN-HISTORY-FILE
012540           PRICE-SUSP-OUT
012550           SUSP-RETURN-FILE
012552           CONFIRM-WORK-FILE
012554           HOLD-QUEUE-FILE.
012560     OPEN OUTPUT CHECKPOINT-FILE.
012570     CLOSE CHECKPOINT-FILE.
012580     DISPLAY 'MULT-BATCH-DRIVER RECORDS PROCESSED: '
012690             WS-NEW-SUSP-COUNT.
012700     DISPLAY 'MULT-BATCH-DRIVER RETURNED TO SOURCE:'
012710             WS-RETURNED-COUNT.
012711     DISPLAY 'MULT-BATCH-DRIVER ORDERS HELD:       '
012712             WS-HELD-COUNT.
012713     DISPLAY 'MULT-BATCH-DRIVER HOLDS RELEASED:    '
012714             WS-RLSE-COUNT.
012715     DISPLAY 'MULT-BATCH-DRIVER HOLDS RETURNED:    '
012716             WS-HOLD-RET-COUNT.
012717     DISPLAY 'MULT-BATCH-DRIVER HOLDS WAITING:     '
012718             WS-STILL-HELD-COUNT.
012720 3000-TERMINATE-EXIT.
012730     EXIT.
012740*----------------------------------------------------------------
012920*                           POSTING.  EARLIER CYCLES IN A
012930*                           CATCH-UP RUN WERE POSTED AT THEIR
012940*                           BREAKS; THE LAST ONE ALSO CARRIES
012950*                           THE SUSPENSE RE-PRESENTATION AND THE
012970*                           HOLDS RELEASED TONIGHT, SO PRICED OUT
012980*                           STILL SUMS TO EVERYTHING WRITTEN TO
012990*                           RESULTS AND BILLOUT AND THE INQUIRY
012995*                           LOAD AND RECON TIE STRAIGHT TO IT.
013000*----------------------------------------------------------------
013010 3300-POST-CYCLE-CONTROL.
013020     COMPUTE WS-POST-PRICED
013030         = WS-CYC-PRICED-COUNT + WS-SUSP-PRICED-COUNT
013035         + WS-RLSE-COUNT.
013040     MOVE WS-SUSP-IN-COUNT    TO WS-POST-SUSP.
013042     COMPUTE WS-POST-AMOUNT
013044         = WS-CYC-NET-AMOUNT + WS-SUSP-NET-AMOUNT
013046         + WS-RLSE-NET-AMOUNT.
013050     PERFORM 3310-POST-DRIVER-CYCLE
013060         THRU 3310-POST-DRIVER-CYCLE-EXIT.
013061     MOVE WS-RLSE-COUNT       TO WS-POST-RLSE.
013062     MOVE WS-HOLD-RET-COUNT   TO WS-POST-HOLD-RET.
013063     MOVE WS-RLSE-NET-AMOUNT  TO WS-POST-RLSE-AMOUNT.
013064     PERFORM 3320-POST-HOLD-CYCLE
013065         THRU 3320-POST-HOLD-CYCLE-EXIT.
013070 3300-POST-CYCLE-CONTROL-EXIT.
013080     EXIT.
013090*----------------------------------------------------------------
013280     MOVE WS-POST-PRICED      TO CY-COUNT-2.
013290     MOVE WS-CYC-REJ-COUNT    TO CY-COUNT-3.
013300     MOVE WS-POST-SUSP        TO CY-COUNT-4.
013305     MOVE WS-POST-AMOUNT      TO CY-NET-AMOUNT.
013310     WRITE CYCLE-CONTROL-RECORD.
013320     CLOSE CYCLE-CTL-FILE.
013330 3310-POST-DRIVER-CYCLE-EXIT.
020010     EXIT.
020020*----------------------------------------------------------------
020030* 3320-POST-HOLD-CYCLE - THE HOLD QUEUE'S ROW FOR THE SAME CYCLE:
020040*                        ORDERS HELD IN THE CYCLE'S MAIN PASS,
020050*                        HOLDS RELEASED AND BILLED AND HOLDS SENT
020060*                        BACK (FINAL CYCLE ONLY - THE HOLD PASS
020070*                        RUNS ONCE, AT THE END), AND THE MAIN-PASS
020080*                        PRICED COUNT, SO THE BALANCER CAN PROVE
020090*                        EVERY ORDER PROCESSED WAS PRICED, HELD OR
020100*                        REJECTED.  THE NET IS WHAT THE RELEASES
020110*                        BILLED.
020120*----------------------------------------------------------------
020130 3320-POST-HOLD-CYCLE.
020140     OPEN EXTEND CYCLE-CTL-FILE.
020150     MOVE SPACES              TO CYCLE-CONTROL-RECORD.
020160     MOVE WS-CYC-DATE         TO CY-CYCLE-DATE.
020170     MOVE WS-CUR-CYCLE        TO CY-CYCLE-NUMBER.
020180     SET CY-JOB-HOLDQ         TO TRUE.
020190     MOVE WS-CURR-DATE        TO CY-TIMESTAMP(1:8).
020200     MOVE WS-CURR-TIME(1:6)   TO CY-TIMESTAMP(9:6).
020210     MOVE WS-RUN-ID           TO CY-RUN-ID.
020220     SET CY-COMPLETED         TO TRUE.
020230     MOVE WS-CYC-HELD-COUNT   TO CY-COUNT-1.
020240     MOVE WS-POST-RLSE        TO CY-COUNT-2.
020250     MOVE WS-POST-HOLD-RET    TO CY-COUNT-3.
020260     MOVE WS-CYC-PRICED-COUNT TO CY-COUNT-4.
020270     MOVE WS-POST-RLSE-AMOUNT TO CY-NET-AMOUNT.
020280     WRITE CYCLE-CONTROL-RECORD.
020290     CLOSE CYCLE-CTL-FILE.
020300 3320-POST-HOLD-CYCLE-EXIT.
013340     EXIT.
013350*----------------------------------------------------------------
013360* 2050-CYCLE-BREAK - A CYCLE-HEADER RECORD ON THE CLEAN FILE.
013640     MOVE ZERO                TO WS-CYC-REC-COUNT.
013650     MOVE ZERO                TO WS-CYC-PRICED-COUNT.
013660     MOVE ZERO                TO WS-CYC-REJ-COUNT.
013665     MOVE ZERO                TO WS-CYC-NET-AMOUNT.
013666     MOVE ZERO                TO WS-CYC-HELD-COUNT.
013670 2050-CYCLE-BREAK-EXIT.
013680     EXIT.
013690*----------------------------------------------------------------
013800     WRITE PRINT-RECORD       FROM WS-CYCLE-LINE.
013810     MOVE WS-CYC-PRICED-COUNT TO WS-POST-PRICED.
013820     MOVE ZERO                TO WS-POST-SUSP.
013825     MOVE WS-CYC-NET-AMOUNT   TO WS-POST-AMOUNT.
013830     PERFORM 3310-POST-DRIVER-CYCLE
013840         THRU 3310-POST-DRIVER-CYCLE-EXIT.
013841     MOVE ZERO                TO WS-POST-RLSE.
013842     MOVE ZERO                TO WS-POST-HOLD-RET.
013843     MOVE ZERO                TO WS-POST-RLSE-AMOUNT.
013844     PERFORM 3320-POST-HOLD-CYCLE
013845         THRU 3320-POST-HOLD-CYCLE-EXIT.
013850 2060-CLOSE-CYCLE-EXIT.
013860     EXIT.
013870*----------------------------------------------------------------
