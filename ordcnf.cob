000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-ORDER-CONFIRM.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  THE NIGHTLY CONFIRMATION FEED
000110*                 BACK TO THE ORDER-ENTRY SOURCE SYSTEMS, CUT FROM
000120*                 THE DRIVER'S CONFIRMATION WORK FILE (CNFWORK,
000130*                 SEE CNFREC): ONE FILE PER SOURCE SYSTEM CARRYING
000140*                 EVERY ORDER OUTCOME THE DRIVER HAD FOR IT - THE
000150*                 QUANTITY, RATE CLASS, MULTIPLIER APPLIED, PRICED
000160*                 AMOUNT, RUN-ID AND CYCLE - AND ONE SUMMARY PER
000170*                 HEADER/TRAILER BATCH IT SENT (RECEIVED, PRICED,
000180*                 REJECTED, SUSPENDED), BUILT FROM THE EDIT'S
000190*                 BATCH-CONTROL ROWS (BATCHCTL, SEE ORDBTCH) SO IT
000200*                 TIES BACK TO THE COUNTS THE EDIT BALANCED.  THE
000210*                 ONLR BATCH (REVERSALS KEYED ON ORDR) IS OURS AND
000220*                 IS COUNTED BUT NOT SENT.  RC=0 CLEAN, RC=8 A
000230*                 BATCH SUMMARY OUT OF BALANCE (SEE SYSOUT - IT IS
000240*                 STILL SENT, FLAGGED 'E'), RC=16 TABLE OVERFLOW.
000241* 2026-10-15 DS   HIGH-VALUE HOLD QUEUE: A HELD ORDER ('H') COUNTS
000242*                 IN ITS BATCH SUMMARY (NEW HELD COUNT, IN THE
000243*                 BALANCE); RELEASED ('A') AND SENT-BACK ('T')
000244*                 HOLDS ARE COUNTED APART LIKE 'L' AND 'X'.
005310* 2026-10-15 DS   THE FEEDS NOW COME OFF THE SOURCE-SYSTEM MASTER
005320*                 DECK (SEE SRCMST) INSTEAD OF A TABLE COMPILED IN
005330*                 HERE: EACH CARD'S FEED SLOT PICKS ONE OF
005340*                 EIGHT FEED DDS, CNFFD01 - CNFFD08, SO A NEW
005350*                 SOURCE NEEDS ONLY A CARD AND A DD.  AN ACTIVE
005360*                 SOURCE OTHER THAN ONLR WITH NO SLOT, OR A DETAIL
005370*                 FOR ANY SOURCE BUT ONLR WITH NO FEED, IS LISTED
005380*                 AND ENDS THE STEP RC=8 - BEFORE, IT WAS COUNTED
005390*                 AS ONLR AND NEVER SENT.  A BAD SLOT ON A CARD
005400*                 ENDS IT RC=16 BEFORE ANY FEED IS OPENED.  THE
005410*                 STEP NOW NEEDS THE SRCMST DD AND ALL EIGHT FEED
005420*                 DDS (DUMMY FOR A FREE SLOT).
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BATCH-CTL-FILE    ASSIGN TO BATCHCTL
000330            ORGANIZATION IS SEQUENTIAL.
000340     SELECT CONFIRM-WORK-FILE ASSIGN TO CNFWORK
000350            ORGANIZATION IS SEQUENTIAL.
000360     SELECT CONFIRM-FD01-FILE ASSIGN TO CNFFD01
000370            ORGANIZATION IS SEQUENTIAL.
000380     SELECT CONFIRM-FD02-FILE ASSIGN TO CNFFD02
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT CONFIRM-FD03-FILE ASSIGN TO CNFFD03
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT CONFIRM-FD04-FILE ASSIGN TO CNFFD04
005430            ORGANIZATION IS SEQUENTIAL.
005440     SELECT CONFIRM-FD05-FILE ASSIGN TO CNFFD05
005450            ORGANIZATION IS SEQUENTIAL.
005460     SELECT CONFIRM-FD06-FILE ASSIGN TO CNFFD06
005470            ORGANIZATION IS SEQUENTIAL.
005480     SELECT CONFIRM-FD07-FILE ASSIGN TO CNFFD07
005490            ORGANIZATION IS SEQUENTIAL.
005500     SELECT CONFIRM-FD08-FILE ASSIGN TO CNFFD08
005510            ORGANIZATION IS SEQUENTIAL.
005520     SELECT SOURCE-MASTER     ASSIGN TO SRCMST
000430            ORGANIZATION IS SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000470* INPUT - THE EDIT'S BATCH-CONTROL ROWS, ONE PER BATCH EDITED
000480*----------------------------------------------------------------
000490 FD  BATCH-CTL-FILE
000500     RECORDING MODE IS F.
000510 COPY ORDBTCH.
000520*----------------------------------------------------------------
000530* INPUT - THE DRIVER'S CONFIRMATION DETAILS, ALL SOURCES TOGETHER
000540*----------------------------------------------------------------
000550 FD  CONFIRM-WORK-FILE
000560     RECORDING MODE IS F.
000570 01  CONFIRM-WORK-RECORD         PIC X(80).
000580*----------------------------------------------------------------
000590* OUTPUT - ONE CONFIRMATION FILE PER FEED SLOT, EACH CARRYING THE
000595*          SOURCE SYSTEM WHOSE SRCMST CARD NAMES THAT SLOT, IN THE
000600*          CNFREC LAYOUT, BUILT IN WORKING-STORAGE AND WRITTEN
000605*          FROM THERE.  A FREE SLOT IS OPENED BUT GETS NOTHING.
000610*----------------------------------------------------------------
000620 FD  CONFIRM-FD01-FILE
000630     RECORDING MODE IS F.
000640 01  CONFIRM-FD01-RECORD         PIC X(80).
000650 FD  CONFIRM-FD02-FILE
000660     RECORDING MODE IS F.
000670 01  CONFIRM-FD02-RECORD         PIC X(80).
000680 FD  CONFIRM-FD03-FILE
000690     RECORDING MODE IS F.
000700 01  CONFIRM-FD03-RECORD         PIC X(80).
000710 FD  CONFIRM-FD04-FILE
000720     RECORDING MODE IS F.
000730 01  CONFIRM-FD04-RECORD         PIC X(80).
005530 FD  CONFIRM-FD05-FILE
005540     RECORDING MODE IS F.
005550 01  CONFIRM-FD05-RECORD         PIC X(80).
005560 FD  CONFIRM-FD06-FILE
005570     RECORDING MODE IS F.
005580 01  CONFIRM-FD06-RECORD         PIC X(80).
005590 FD  CONFIRM-FD07-FILE
005600     RECORDING MODE IS F.
005610 01  CONFIRM-FD07-RECORD         PIC X(80).
005620 FD  CONFIRM-FD08-FILE
005630     RECORDING MODE IS F.
005640 01  CONFIRM-FD08-RECORD         PIC X(80).
005650*----------------------------------------------------------------
005660* INPUT - THE SOURCE-SYSTEM MASTER DECK, FOR EACH SOURCE'S FEED
005670*----------------------------------------------------------------
005680 FD  SOURCE-MASTER
005690     RECORDING MODE IS F.
005700 COPY SRCMST.
000740 WORKING-STORAGE SECTION.
000750 01  WS-SWITCHES.
000760     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000770         88  WS-EOF              VALUE 'Y'.
000780     05  WS-BCTL-EOF-SW          PIC X(01)   VALUE 'N'.
000790         88  WS-BCTL-EOF         VALUE 'Y'.
000800     05  WS-ANY-OUT-OF-BAL-SW    PIC X(01)   VALUE 'N'.
000810         88  WS-ANY-OUT-OF-BAL   VALUE 'Y'.
000812     05  WS-SRCM-EOF-SW          PIC X(01)   VALUE 'N'.
000814         88  WS-SRCM-EOF         VALUE 'Y'.
000816     05  WS-SRCM-BAD-SW          PIC X(01)   VALUE 'N'.
000818         88  WS-SRCM-BAD         VALUE 'Y'.
000820 01  WS-COUNTERS.
000830     05  WS-BCTL-READ-COUNT      PIC 9(09)   COMP   VALUE ZERO.
000840     05  WS-READ-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000850     05  WS-SENT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000860     05  WS-NOT-SENT-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000870     05  WS-LATE-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000880     05  WS-RETURNED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000881     05  WS-RLSE-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000882     05  WS-HOLD-RET-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000890     05  WS-NO-BATCH-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000900     05  WS-OUT-OF-BAL-COUNT     PIC 9(09)   COMP   VALUE ZERO.
000903     05  WS-NO-FEED-COUNT        PIC 9(09)   COMP   VALUE ZERO.
000906     05  WS-UNFED-SOURCE-COUNT   PIC 9(05)   COMP   VALUE ZERO.
000910 01  WS-CURRENT-DATE-TIME.
000920     05  WS-CURR-DATE            PIC 9(08).
000930     05  WS-CURR-TIME            PIC 9(08).
000940 COPY CNFREC.
000950*----------------------------------------------------------------
000956* ONE ENTRY PER FEED SLOT, IN THE ORDER OF THEIR OUTPUT FILES:
000962* THE SOURCE SYSTEM ITS SRCMST CARD PUTS THERE (SPACES = FREE)
000970* AND THE FEED'S TRAILER TOTALS.  ONLR - THE ORDR REVERSAL BATCH
000980* - IS KEYED IN-HOUSE AND IS THE ONE SOURCE WITH NO FEED.
000990*----------------------------------------------------------------
001070 01  WS-FEED-WORK.
001080     05  WS-FEED-MAX             PIC 9(02)   COMP   VALUE 8.
001090     05  WS-FEED-IDX             PIC 9(02)   COMP.
001100     05  WS-FEED-FOUND-IDX       PIC 9(02)   COMP   VALUE ZERO.
001105     05  WS-SRCM-SLOT            PIC 9(02).
001110     05  WS-FEED-TOTALS OCCURS 8 TIMES.
001115         10  WS-FEED-SOURCE      PIC X(04)   VALUE SPACES.
001120         10  WS-FEED-DETAILS     PIC 9(09)   COMP   VALUE ZERO.
001130         10  WS-FEED-BATCHES     PIC 9(05)   COMP   VALUE ZERO.
001140         10  WS-FEED-QTY-HASH    PIC 9(13)   COMP-3 VALUE ZERO.
001150         10  WS-FEED-NET-AMOUNT  PIC S9(13)V99
001160                                             COMP-3 VALUE ZERO.
001170*----------------------------------------------------------------
001180* ONE BATCH SUMMARY PER SOURCE AND CYCLE - THE EDIT'S COUNTS OFF
001190* BATCHCTL, THE DRIVER'S OFF THE 'P', 'S' AND 'R' DETAILS.  A
001200* DETAIL WITH NO BATCH-CONTROL ROW OPENS A SUMMARY WITH NOTHING
001210* RECEIVED, WHICH CANNOT BALANCE.  SAME CEILING AS THE EDIT'S
001220* OWN BATCH TABLE.
001230*----------------------------------------------------------------
001240 01  WS-BSUM-WORK.
001250     05  WS-BSUM-MAX             PIC 9(03)   COMP   VALUE 200.
001260     05  WS-BSUM-COUNT           PIC 9(03)   COMP   VALUE ZERO.
001270     05  WS-BSUM-IDX             PIC 9(03)   COMP.
001280     05  WS-BSUM-FOUND-IDX       PIC 9(03)   COMP   VALUE ZERO.
001290     05  WS-FIND-SOURCE          PIC X(04).
001300     05  WS-FIND-CYCLE           PIC 9(04).
001310     05  WS-BSUM-ENTRY OCCURS 200 TIMES.
001320         10  WS-BSUM-SOURCE      PIC X(04).
001330         10  WS-BSUM-CYCLE       PIC 9(04).
001340         10  WS-BSUM-DATE        PIC 9(08).
001350         10  WS-BSUM-BATCHES     PIC 9(02)   COMP.
001360         10  WS-BSUM-RECV        PIC 9(09)   COMP.
001370         10  WS-BSUM-CLEAN       PIC 9(09)   COMP.
001380         10  WS-BSUM-EDIT-REJ    PIC 9(09)   COMP.
001390         10  WS-BSUM-PRICED      PIC 9(09)   COMP.
001400         10  WS-BSUM-SUSP        PIC 9(09)   COMP.
001410         10  WS-BSUM-PRICE-REJ   PIC 9(09)   COMP.
001415         10  WS-BSUM-HELD        PIC 9(09)   COMP.
001420         10  WS-BSUM-FLAG        PIC X(01).
001430             88  WS-BSUM-OUT-OF-BAL
001440                                 VALUE 'E'.
001450 PROCEDURE DIVISION.
001460*----------------------------------------------------------------
001470* 0000-MAINLINE
001480*----------------------------------------------------------------
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001510         THRU 1000-INITIALIZE-EXIT.
001520     PERFORM 2000-CONFIRM-ONE-DETAIL
001530         THRU 2000-CONFIRM-ONE-DETAIL-EXIT
001540         UNTIL WS-EOF.
001550     PERFORM 3000-TERMINATE
001560         THRU 3000-TERMINATE-EXIT.
001570     GOBACK.
001580*----------------------------------------------------------------
001590* 1000-INITIALIZE - LOAD THE SOURCE MASTER AND THE BATCH
001600*                   CONTROL, OPEN THE FEEDS AND HEAD THEM, PRIME
001605*                   THE READ
001610*----------------------------------------------------------------
001620 1000-INITIALIZE.
001630     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001640     ACCEPT WS-CURR-TIME FROM TIME.
001643     PERFORM 1300-LOAD-SOURCE-MASTER
001646         THRU 1300-LOAD-SOURCE-MASTER-EXIT.
001650     PERFORM 1100-LOAD-BATCH-CONTROL
001660         THRU 1100-LOAD-BATCH-CONTROL-EXIT.
001670     OPEN INPUT  CONFIRM-WORK-FILE
001680          OUTPUT CONFIRM-FD01-FILE
001690                 CONFIRM-FD02-FILE
001700                 CONFIRM-FD03-FILE
001710                 CONFIRM-FD04-FILE
001712                 CONFIRM-FD05-FILE
001714                 CONFIRM-FD06-FILE
001716                 CONFIRM-FD07-FILE
001718                 CONFIRM-FD08-FILE.
001720     MOVE 1                   TO WS-FEED-IDX.
001730     PERFORM 1200-WRITE-FEED-HEADER
001740         THRU 1200-WRITE-FEED-HEADER-EXIT
001750         UNTIL WS-FEED-IDX > WS-FEED-MAX.
001760     PERFORM 8000-READ-CONFIRM-WORK
001770         THRU 8000-READ-CONFIRM-WORK-EXIT.
001780 1000-INITIALIZE-EXIT.
001790     EXIT.
001800*----------------------------------------------------------------
001810* 1100-LOAD-BATCH-CONTROL - ONE SUMMARY SLOT PER SOURCE AND CYCLE
001820*                           THE EDIT SAW A BATCH FOR
001830*----------------------------------------------------------------
001840 1100-LOAD-BATCH-CONTROL.
001850     OPEN INPUT BATCH-CTL-FILE.
001860     PERFORM 1110-LOAD-ONE-BATCH
001870         THRU 1110-LOAD-ONE-BATCH-EXIT
001880         UNTIL WS-BCTL-EOF.
001890     CLOSE BATCH-CTL-FILE.
001900 1100-LOAD-BATCH-CONTROL-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930* 1110-LOAD-ONE-BATCH - A SOURCE'S SECOND BATCH INTO THE SAME
001940*                       CYCLE ADDS INTO THE FIRST ONE'S SLOT
001950*----------------------------------------------------------------
001960 1110-LOAD-ONE-BATCH.
001970     READ BATCH-CTL-FILE
001980         AT END
001990             SET WS-BCTL-EOF  TO TRUE
002000             GO TO 1110-LOAD-ONE-BATCH-EXIT
002010     END-READ.
002020     ADD 1                    TO WS-BCTL-READ-COUNT.
002030     MOVE OB-SOURCE-SYS       TO WS-FIND-SOURCE.
002040     MOVE OB-CYCLE-NUMBER     TO WS-FIND-CYCLE.
002050     PERFORM 2200-FIND-BATCH-SUMMARY
002060         THRU 2200-FIND-BATCH-SUMMARY-EXIT.
002070     IF WS-BSUM-FOUND-IDX = ZERO
002080         PERFORM 2300-OPEN-BATCH-SUMMARY
002090             THRU 2300-OPEN-BATCH-SUMMARY-EXIT
002100         MOVE OB-CREATE-DATE
002110             TO WS-BSUM-DATE(WS-BSUM-FOUND-IDX)
002120     END-IF.
002130     ADD 1      TO WS-BSUM-BATCHES(WS-BSUM-FOUND-IDX).
002140     ADD OB-RECEIVED-COUNT
002150                TO WS-BSUM-RECV(WS-BSUM-FOUND-IDX).
002160     ADD OB-CLEAN-COUNT
002170                TO WS-BSUM-CLEAN(WS-BSUM-FOUND-IDX).
002180     ADD OB-REJECT-COUNT
002190                TO WS-BSUM-EDIT-REJ(WS-BSUM-FOUND-IDX).
002200 1110-LOAD-ONE-BATCH-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230* 1200-WRITE-FEED-HEADER - ONE FILE HEADER PER FEED IN USE
002240*----------------------------------------------------------------
002250 1200-WRITE-FEED-HEADER.
002252     IF WS-FEED-SOURCE(WS-FEED-IDX) = SPACES
002254         ADD 1                TO WS-FEED-IDX
002256         GO TO 1200-WRITE-FEED-HEADER-EXIT
002258     END-IF.
002260     MOVE SPACES              TO ORDER-CONFIRM-RECORD.
002270     SET CF-FILE-HEADER       TO TRUE.
002280     MOVE WS-FEED-SOURCE(WS-FEED-IDX)
002290                              TO CF-SOURCE-SYS.
002300     MOVE WS-CURR-DATE        TO CF-HDR-RUN-DATE.
002310     MOVE WS-CURR-TIME(1:6)   TO CF-HDR-RUN-TIME.
002320     MOVE WS-FEED-IDX         TO WS-FEED-FOUND-IDX.
002330     PERFORM 7000-WRITE-FEED-RECORD
002340         THRU 7000-WRITE-FEED-RECORD-EXIT.
002350     ADD 1                    TO WS-FEED-IDX.
002360 1200-WRITE-FEED-HEADER-EXIT.
002370     EXIT.
002380*----------------------------------------------------------------
005710* 1300-LOAD-SOURCE-MASTER - PUT EACH SOURCE ON THE FEED SLOT ITS
005720*                           SRCMST CARD NAMES.  MULT-ORDER-
005730*                           EDIT HAS ALREADY EDITED THE REST OF
005740*                           THE CARD.  EVERY BAD SLOT IS LISTED
005750*                           BEFORE THE STEP ENDS RC=16, AND NO
005760*                           FEED IS OPENED.
005770*----------------------------------------------------------------
005780 1300-LOAD-SOURCE-MASTER.
005790     OPEN INPUT SOURCE-MASTER.
005800     PERFORM 1310-LOAD-ONE-SOURCE
005810         THRU 1310-LOAD-ONE-SOURCE-EXIT
005820         UNTIL WS-SRCM-EOF.
005830     CLOSE SOURCE-MASTER.
005840     IF WS-SRCM-BAD
005850         DISPLAY 'MULT-ORDER-CONFIRM ABEND - SOURCE-SYSTEM '
005860                 'MASTER HAS BAD FEED SLOTS'
005870         MOVE 16              TO RETURN-CODE
005880         STOP RUN
005890     END-IF.
005900 1300-LOAD-SOURCE-MASTER-EXIT.
005910     EXIT.
005920*----------------------------------------------------------------
005930* 1310-LOAD-ONE-SOURCE - ONE SOURCE CARD ONTO ITS FEED SLOT.  ONLY
005940*                        ONLR SHOULD HAVE NONE: ANY OTHER SOURCE
005950*                        ACTIVE TODAY WITHOUT ONE IS LISTED,
005960*                        AND ITS DETAILS COUNT AS NO FEED SLOT.
005970*----------------------------------------------------------------
005980 1310-LOAD-ONE-SOURCE.
005990     READ SOURCE-MASTER
006000         AT END
006010             SET WS-SRCM-EOF  TO TRUE
006020             GO TO 1310-LOAD-ONE-SOURCE-EXIT
006030     END-READ.
006040     IF SM-FEED-SLOT = SPACES OR '00'
006050         IF SM-SOURCE-SYS NOT = 'ONLR'
006060            AND WS-CURR-DATE NOT < SM-ACTIVE-FROM
006070            AND WS-CURR-DATE NOT > SM-ACTIVE-TO
006080             DISPLAY 'MULT-ORDER-CONFIRM WARNING - SOURCE '
006090                     SM-SOURCE-SYS ' IS ACTIVE BUT HAS NO FEED '
006100                     'SLOT ON SRCMST'
006110             ADD 1            TO WS-UNFED-SOURCE-COUNT
006120         END-IF
006130         GO TO 1310-LOAD-ONE-SOURCE-EXIT
006140     END-IF.
006150     IF SM-FEED-SLOT NOT NUMERIC
006160         DISPLAY 'MULT-ORDER-CONFIRM SRCMST CARD FOR '
006170                 SM-SOURCE-SYS ' HAS FEED SLOT ' SM-FEED-SLOT
006180         SET WS-SRCM-BAD      TO TRUE
006190         GO TO 1310-LOAD-ONE-SOURCE-EXIT
006200     END-IF.
006210     MOVE SM-FEED-SLOT        TO WS-SRCM-SLOT.
006220     IF WS-SRCM-SLOT > WS-FEED-MAX
006230         DISPLAY 'MULT-ORDER-CONFIRM SRCMST CARD FOR '
006240                 SM-SOURCE-SYS ' HAS FEED SLOT ' SM-FEED-SLOT
006250         SET WS-SRCM-BAD      TO TRUE
006260         GO TO 1310-LOAD-ONE-SOURCE-EXIT
006270     END-IF.
006280     IF WS-FEED-SOURCE(WS-SRCM-SLOT) NOT = SPACES
006290         DISPLAY 'MULT-ORDER-CONFIRM SRCMST FEED SLOT '
006300                 SM-FEED-SLOT ' IS ON BOTH '
006310                 WS-FEED-SOURCE(WS-SRCM-SLOT)
006320                 ' AND ' SM-SOURCE-SYS
006330         SET WS-SRCM-BAD      TO TRUE
006340         GO TO 1310-LOAD-ONE-SOURCE-EXIT
006350     END-IF.
006360     MOVE SM-SOURCE-SYS       TO WS-FEED-SOURCE(WS-SRCM-SLOT).
006370 1310-LOAD-ONE-SOURCE-EXIT.
006380     EXIT.
006390*----------------------------------------------------------------
002390* 2000-CONFIRM-ONE-DETAIL - COUNT ONE DRIVER DETAIL INTO ITS BATCH
002400*                           SUMMARY AND PASS IT TO ITS SOURCE'S
002405*                           FEED - ONLR HAS NONE, ANY OTHER SOURCE
002406*                           WITHOUT ONE IS AN EXCEPTION.  'L' AND
002407*                           'X' DETAILS CLOSE OUT AN EARLIER
002410*                           NIGHT'S 'S', 'A' AND 'T' AN EARLIER
002415*                           NIGHT'S 'H', AND BELONG TO NO BATCH
002420*                           TONIGHT.
002440*----------------------------------------------------------------
002450 2000-CONFIRM-ONE-DETAIL.
002460     ADD 1                    TO WS-READ-COUNT.
002470     IF CF-IN-BATCH
002480         PERFORM 2050-COUNT-IN-BATCH
002490             THRU 2050-COUNT-IN-BATCH-EXIT
002500     ELSE
002502         IF CF-PRICED-LATE
002504             ADD 1            TO WS-LATE-COUNT
002506         ELSE
002508             IF CF-RELEASED
002510                 ADD 1        TO WS-RLSE-COUNT
002512             ELSE
002514                 IF CF-HOLD-RETURNED
002516                     ADD 1    TO WS-HOLD-RET-COUNT
002518                 ELSE
002520                     ADD 1    TO WS-RETURNED-COUNT
002522                 END-IF
002524             END-IF
002526         END-IF
002560     END-IF.
002570     PERFORM 2100-FIND-FEED
002580         THRU 2100-FIND-FEED-EXIT.
002590     IF WS-FEED-FOUND-IDX = ZERO
002595        AND CF-SOURCE-SYS = 'ONLR'
002600         ADD 1                TO WS-NOT-SENT-COUNT
002601         GO TO 2000-CONFIRM-ONE-DETAIL-NEXT
002602     END-IF.
002603     IF WS-FEED-FOUND-IDX = ZERO
002604         DISPLAY 'MULT-ORDER-CONFIRM WARNING - ORDER '
002605                 CF-ORDER-KEY ' SOURCE ' CF-SOURCE-SYS
002606                 ' HAS NO FEED SLOT - NOT SENT'
002607         ADD 1                TO WS-NO-FEED-COUNT
002610         GO TO 2000-CONFIRM-ONE-DETAIL-NEXT
002620     END-IF.
002630     PERFORM 7000-WRITE-FEED-RECORD
002640         THRU 7000-WRITE-FEED-RECORD-EXIT.
002650     ADD 1                    TO WS-SENT-COUNT.
002660     ADD 1      TO WS-FEED-DETAILS(WS-FEED-FOUND-IDX).
002670     ADD CF-QUANTITY
002680                TO WS-FEED-QTY-HASH(WS-FEED-FOUND-IDX).
002690     ADD CF-AMOUNT
002700                TO WS-FEED-NET-AMOUNT(WS-FEED-FOUND-IDX).
002710 2000-CONFIRM-ONE-DETAIL-NEXT.
002720     PERFORM 8000-READ-CONFIRM-WORK
002730         THRU 8000-READ-CONFIRM-WORK-EXIT.
002740 2000-CONFIRM-ONE-DETAIL-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 2050-COUNT-IN-BATCH - A 'P', 'S', 'R' OR 'H' DETAIL COUNTS UNDER
002780*                       ITS SOURCE AND CYCLE
002790*----------------------------------------------------------------
002800 2050-COUNT-IN-BATCH.
002810     MOVE CF-SOURCE-SYS       TO WS-FIND-SOURCE.
002820     MOVE CF-CYCLE-NUMBER     TO WS-FIND-CYCLE.
002830     PERFORM 2200-FIND-BATCH-SUMMARY
002840         THRU 2200-FIND-BATCH-SUMMARY-EXIT.
002850     IF WS-BSUM-FOUND-IDX = ZERO
002860         DISPLAY 'MULT-ORDER-CONFIRM WARNING - ORDER '
002870                 CF-ORDER-KEY ' SOURCE ' CF-SOURCE-SYS
002880                 ' CYCLE ' CF-CYCLE-NUMBER
002890                 ' HAS NO BATCH-CONTROL ROW'
002900         ADD 1                TO WS-NO-BATCH-COUNT
002910         PERFORM 2300-OPEN-BATCH-SUMMARY
002920             THRU 2300-OPEN-BATCH-SUMMARY-EXIT
002930     END-IF.
002940     EVALUATE TRUE
002950         WHEN CF-PRICED
002960             ADD 1  TO WS-BSUM-PRICED(WS-BSUM-FOUND-IDX)
002970         WHEN CF-SUSPENDED
002980             ADD 1  TO WS-BSUM-SUSP(WS-BSUM-FOUND-IDX)
002981         WHEN CF-HELD
002982             ADD 1  TO WS-BSUM-HELD(WS-BSUM-FOUND-IDX)
002990         WHEN OTHER
003000             ADD 1  TO WS-BSUM-PRICE-REJ(WS-BSUM-FOUND-IDX)
003010     END-EVALUATE.
003020 2050-COUNT-IN-BATCH-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050* 2100-FIND-FEED - WHICH FEED, IF ANY, THE CURRENT RECORD'S SOURCE
003060*                  GOES OUT ON (ZERO = NONE)
003070*----------------------------------------------------------------
003080 2100-FIND-FEED.
003090     MOVE ZERO                TO WS-FEED-FOUND-IDX.
003100     MOVE 1                   TO WS-FEED-IDX.
003110     PERFORM 2110-TEST-ONE-FEED
003120         THRU 2110-TEST-ONE-FEED-EXIT
003130         UNTIL WS-FEED-IDX > WS-FEED-MAX.
003140 2100-FIND-FEED-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170* 2110-TEST-ONE-FEED
003180*----------------------------------------------------------------
003190 2110-TEST-ONE-FEED.
003200     IF WS-FEED-SOURCE(WS-FEED-IDX) = CF-SOURCE-SYS
003210         MOVE WS-FEED-IDX     TO WS-FEED-FOUND-IDX
003220         MOVE 99              TO WS-FEED-IDX
003230     ELSE
003240         ADD 1                TO WS-FEED-IDX
003250     END-IF.
003260 2110-TEST-ONE-FEED-EXIT.
003270     EXIT.
003280*----------------------------------------------------------------
003290* 2200-FIND-BATCH-SUMMARY - THE SLOT FOR WS-FIND-SOURCE AND
003300*                           WS-FIND-CYCLE (ZERO = NONE YET)
003310*----------------------------------------------------------------
003320 2200-FIND-BATCH-SUMMARY.
003330     MOVE ZERO                TO WS-BSUM-FOUND-IDX.
003340     MOVE 1                   TO WS-BSUM-IDX.
003350     PERFORM 2210-TEST-ONE-SUMMARY
003360         THRU 2210-TEST-ONE-SUMMARY-EXIT
003370         UNTIL WS-BSUM-IDX > WS-BSUM-COUNT.
003380 2200-FIND-BATCH-SUMMARY-EXIT.
003390     EXIT.
003400*----------------------------------------------------------------
003410* 2210-TEST-ONE-SUMMARY
003420*----------------------------------------------------------------
003430 2210-TEST-ONE-SUMMARY.
003440     IF WS-BSUM-SOURCE(WS-BSUM-IDX) = WS-FIND-SOURCE
003450        AND WS-BSUM-CYCLE(WS-BSUM-IDX) = WS-FIND-CYCLE
003460         MOVE WS-BSUM-IDX     TO WS-BSUM-FOUND-IDX
003470         MOVE 999             TO WS-BSUM-IDX
003480     ELSE
003490         ADD 1                TO WS-BSUM-IDX
003500     END-IF.
003510 2210-TEST-ONE-SUMMARY-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 2300-OPEN-BATCH-SUMMARY - A NEW, EMPTY SLOT FOR WS-FIND-SOURCE
003550*                           AND WS-FIND-CYCLE
003560*----------------------------------------------------------------
003570 2300-OPEN-BATCH-SUMMARY.
003580     IF WS-BSUM-COUNT >= WS-BSUM-MAX
003590         DISPLAY 'MULT-ORDER-CONFIRM ABEND - MORE THAN '
003600                 WS-BSUM-MAX ' BATCHES IN ONE RUN'
003610         MOVE 16              TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     ADD 1                    TO WS-BSUM-COUNT.
003650     MOVE WS-BSUM-COUNT       TO WS-BSUM-FOUND-IDX.
003660     MOVE WS-FIND-SOURCE      TO WS-BSUM-SOURCE(WS-BSUM-COUNT).
003670     MOVE WS-FIND-CYCLE       TO WS-BSUM-CYCLE(WS-BSUM-COUNT).
003680     MOVE ZERO                TO WS-BSUM-DATE(WS-BSUM-COUNT)
003690                                 WS-BSUM-BATCHES(WS-BSUM-COUNT)
003700                                 WS-BSUM-RECV(WS-BSUM-COUNT)
003710                                 WS-BSUM-CLEAN(WS-BSUM-COUNT)
003720                                 WS-BSUM-EDIT-REJ(WS-BSUM-COUNT)
003730                                 WS-BSUM-PRICED(WS-BSUM-COUNT)
003740                                 WS-BSUM-SUSP(WS-BSUM-COUNT)
003745                                 WS-BSUM-PRICE-REJ(WS-BSUM-COUNT)
003750                                 WS-BSUM-HELD(WS-BSUM-COUNT).
003760     MOVE SPACE               TO WS-BSUM-FLAG(WS-BSUM-COUNT).
003770 2300-OPEN-BATCH-SUMMARY-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 3000-TERMINATE - BALANCE AND WRITE THE BATCH SUMMARIES, CLOSE
003810*                  EACH FEED WITH ITS TRAILER, REPORT.  RETURN
003820*                  CODE 8 FLAGS A SUMMARY THAT DID NOT BALANCE,
003825*                  OR A SOURCE OTHER THAN ONLR WITH NO FEED.
003830*----------------------------------------------------------------
003840 3000-TERMINATE.
003850     MOVE 1                   TO WS-BSUM-IDX.
003860     PERFORM 3100-WRITE-ONE-SUMMARY
003870         THRU 3100-WRITE-ONE-SUMMARY-EXIT
003880         UNTIL WS-BSUM-IDX > WS-BSUM-COUNT.
003890     MOVE 1                   TO WS-FEED-IDX.
003900     PERFORM 3200-WRITE-FEED-TRAILER
003910         THRU 3200-WRITE-FEED-TRAILER-EXIT
003920         UNTIL WS-FEED-IDX > WS-FEED-MAX.
003930     CLOSE CONFIRM-WORK-FILE
003940           CONFIRM-FD01-FILE
003950           CONFIRM-FD02-FILE
003960           CONFIRM-FD03-FILE
003970           CONFIRM-FD04-FILE
003972           CONFIRM-FD05-FILE
003974           CONFIRM-FD06-FILE
003976           CONFIRM-FD07-FILE
003978           CONFIRM-FD08-FILE.
003980     DISPLAY 'MULT-ORDER-CONFIRM BATCH ROWS READ:  '
003990             WS-BCTL-READ-COUNT.
004000     DISPLAY 'MULT-ORDER-CONFIRM DETAILS READ:     '
004010             WS-READ-COUNT.
004020     DISPLAY 'MULT-ORDER-CONFIRM DETAILS SENT:     '
004030             WS-SENT-COUNT.
004040     DISPLAY 'MULT-ORDER-CONFIRM NOT SENT (ONLR):  '
004050             WS-NOT-SENT-COUNT.
004052     DISPLAY 'MULT-ORDER-CONFIRM NO FEED SLOT:     '
004054             WS-NO-FEED-COUNT.
004056     DISPLAY 'MULT-ORDER-CONFIRM ACTIVE, NO SLOT:  '
004058             WS-UNFED-SOURCE-COUNT.
004060     DISPLAY 'MULT-ORDER-CONFIRM PRICED LATE:      '
004070             WS-LATE-COUNT.
004080     DISPLAY 'MULT-ORDER-CONFIRM RETURNED LATE:    '
004090             WS-RETURNED-COUNT.
004091     DISPLAY 'MULT-ORDER-CONFIRM HOLDS RELEASED:   '
004092             WS-RLSE-COUNT.
004093     DISPLAY 'MULT-ORDER-CONFIRM HOLDS SENT BACK:  '
004094             WS-HOLD-RET-COUNT.
004100     DISPLAY 'MULT-ORDER-CONFIRM NO BATCH ROW:     '
004110             WS-NO-BATCH-COUNT.
004120     DISPLAY 'MULT-ORDER-CONFIRM OUT OF BALANCE:   '
004130             WS-OUT-OF-BAL-COUNT.
004140     IF WS-ANY-OUT-OF-BAL
004143        OR WS-NO-FEED-COUNT > ZERO
004146        OR WS-UNFED-SOURCE-COUNT > ZERO
004150         MOVE 8               TO RETURN-CODE
004160     END-IF.
004170 3000-TERMINATE-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 3100-WRITE-ONE-SUMMARY - BALANCE ONE SOURCE'S BATCH: WHAT THE
004210*                          EDIT RECEIVED MUST SPLIT INTO ITS OWN
004220*                          REJECTS AND CLEAN, AND WHAT WAS CLEAN
004230*                          INTO PRICED, PRICE-REJECTED, SUSPENDED
004240*                          AND HELD.  EVERY SUMMARY SHOWS ON
004250*                          SYSOUT; ONLY A FEED SOURCE'S IS SENT.
004260*----------------------------------------------------------------
004270 3100-WRITE-ONE-SUMMARY.
004280     IF WS-BSUM-RECV(WS-BSUM-IDX) NOT =
004290        WS-BSUM-CLEAN(WS-BSUM-IDX) + WS-BSUM-EDIT-REJ(WS-BSUM-IDX)
004300        OR WS-BSUM-CLEAN(WS-BSUM-IDX) NOT =
004305           WS-BSUM-PRICED(WS-BSUM-IDX) + WS-BSUM-SUSP(WS-BSUM-IDX)
004310           + WS-BSUM-PRICE-REJ(WS-BSUM-IDX)
004315           + WS-BSUM-HELD(WS-BSUM-IDX)
004330         MOVE 'E'             TO WS-BSUM-FLAG(WS-BSUM-IDX)
004340         ADD 1                TO WS-OUT-OF-BAL-COUNT
004350         SET WS-ANY-OUT-OF-BAL TO TRUE
004360     END-IF.
004370     MOVE SPACES              TO ORDER-CONFIRM-RECORD.
004380     SET CF-BATCH-SUMMARY     TO TRUE.
004390     MOVE WS-BSUM-SOURCE(WS-BSUM-IDX)
004400                              TO CF-SOURCE-SYS.
004410     MOVE WS-BSUM-DATE(WS-BSUM-IDX)
004420                              TO CF-BATCH-DATE.
004430     MOVE WS-BSUM-CYCLE(WS-BSUM-IDX)
004440                              TO CF-BATCH-CYCLE.
004450     MOVE WS-BSUM-BATCHES(WS-BSUM-IDX)
004460                              TO CF-BATCH-COUNT.
004470     MOVE WS-BSUM-RECV(WS-BSUM-IDX)
004480                              TO CF-RECEIVED-COUNT.
004490     MOVE WS-BSUM-PRICED(WS-BSUM-IDX)
004500                              TO CF-PRICED-COUNT.
004510     COMPUTE CF-REJECTED-COUNT = WS-BSUM-EDIT-REJ(WS-BSUM-IDX)
004520                               + WS-BSUM-PRICE-REJ(WS-BSUM-IDX).
004530     MOVE WS-BSUM-SUSP(WS-BSUM-IDX)
004540                              TO CF-SUSPENDED-COUNT.
004550     MOVE WS-BSUM-EDIT-REJ(WS-BSUM-IDX)
004560                              TO CF-EDIT-REJ-COUNT.
004570     MOVE WS-BSUM-PRICE-REJ(WS-BSUM-IDX)
004580                              TO CF-PRICE-REJ-COUNT.
004590     MOVE WS-BSUM-FLAG(WS-BSUM-IDX)
004600                              TO CF-BALANCE-FLAG.
004601     MOVE WS-BSUM-HELD(WS-BSUM-IDX)
004602                              TO CF-HELD-COUNT.
004610     DISPLAY 'MULT-ORDER-CONFIRM BATCH ' CF-SOURCE-SYS
004620             ' CYCLE ' CF-BATCH-CYCLE
004630             ' RECV ' CF-RECEIVED-COUNT
004640             ' PRICED ' CF-PRICED-COUNT
004650             ' REJ ' CF-REJECTED-COUNT
004660             ' SUSP ' CF-SUSPENDED-COUNT
004665             ' HELD ' CF-HELD-COUNT
004670             ' ' CF-BALANCE-FLAG.
004680     PERFORM 2100-FIND-FEED
004690         THRU 2100-FIND-FEED-EXIT.
004700     IF WS-FEED-FOUND-IDX > ZERO
004710         PERFORM 7000-WRITE-FEED-RECORD
004720             THRU 7000-WRITE-FEED-RECORD-EXIT
004730         ADD 1  TO WS-FEED-BATCHES(WS-FEED-FOUND-IDX)
004740     END-IF.
004750     ADD 1                    TO WS-BSUM-IDX.
004760 3100-WRITE-ONE-SUMMARY-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 3200-WRITE-FEED-TRAILER - ONE FILE TRAILER PER FEED IN USE
004800*----------------------------------------------------------------
004810 3200-WRITE-FEED-TRAILER.
004812     IF WS-FEED-SOURCE(WS-FEED-IDX) = SPACES
004814         ADD 1                TO WS-FEED-IDX
004816         GO TO 3200-WRITE-FEED-TRAILER-EXIT
004818     END-IF.
004820     MOVE SPACES              TO ORDER-CONFIRM-RECORD.
004830     SET CF-FILE-TRAILER      TO TRUE.
004840     MOVE WS-FEED-SOURCE(WS-FEED-IDX)
004850                              TO CF-SOURCE-SYS.
004860     MOVE WS-FEED-DETAILS(WS-FEED-IDX)
004870                              TO CF-TRL-DETAIL-COUNT.
004880     MOVE WS-FEED-BATCHES(WS-FEED-IDX)
004890                              TO CF-TRL-BATCH-COUNT.
004900     MOVE WS-FEED-QTY-HASH(WS-FEED-IDX)
004910                              TO CF-TRL-QTY-HASH.
004920     MOVE WS-FEED-NET-AMOUNT(WS-FEED-IDX)
004930                              TO CF-TRL-NET-AMOUNT.
004940     MOVE WS-FEED-IDX         TO WS-FEED-FOUND-IDX.
004950     PERFORM 7000-WRITE-FEED-RECORD
004960         THRU 7000-WRITE-FEED-RECORD-EXIT.
004970     DISPLAY 'MULT-ORDER-CONFIRM FEED ' CF-SOURCE-SYS
004980             ' DETAILS ' CF-TRL-DETAIL-COUNT
004990             ' BATCHES ' CF-TRL-BATCH-COUNT
005000             ' QTY ' CF-TRL-QTY-HASH.
005010     ADD 1                    TO WS-FEED-IDX.
005020 3200-WRITE-FEED-TRAILER-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------
005050* 7000-WRITE-FEED-RECORD - WRITE ORDER-CONFIRM-RECORD TO THE FEED
005060*                          IN WS-FEED-FOUND-IDX
005070*----------------------------------------------------------------
005080 7000-WRITE-FEED-RECORD.
005090     EVALUATE WS-FEED-FOUND-IDX
005100         WHEN 1
005110             WRITE CONFIRM-FD01-RECORD FROM ORDER-CONFIRM-RECORD
005120         WHEN 2
005130             WRITE CONFIRM-FD02-RECORD FROM ORDER-CONFIRM-RECORD
005140         WHEN 3
005150             WRITE CONFIRM-FD03-RECORD FROM ORDER-CONFIRM-RECORD
005160         WHEN 4
005170             WRITE CONFIRM-FD04-RECORD FROM ORDER-CONFIRM-RECORD
005171         WHEN 5
005172             WRITE CONFIRM-FD05-RECORD FROM ORDER-CONFIRM-RECORD
005173         WHEN 6
005174             WRITE CONFIRM-FD06-RECORD FROM ORDER-CONFIRM-RECORD
005175         WHEN 7
005176             WRITE CONFIRM-FD07-RECORD FROM ORDER-CONFIRM-RECORD
005177         WHEN 8
005178             WRITE CONFIRM-FD08-RECORD FROM ORDER-CONFIRM-RECORD
005180     END-EVALUATE.
005190 7000-WRITE-FEED-RECORD-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 8000-READ-CONFIRM-WORK - NEXT DRIVER DETAIL INTO CNFREC
005230*----------------------------------------------------------------
005240 8000-READ-CONFIRM-WORK.
005250     READ CONFIRM-WORK-FILE INTO ORDER-CONFIRM-RECORD
005260         AT END
005270             SET WS-EOF       TO TRUE
005280     END-READ.
005290 8000-READ-CONFIRM-WORK-EXIT.
005300     EXIT.
