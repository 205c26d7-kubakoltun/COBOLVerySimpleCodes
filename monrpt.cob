000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-MONTHLY-REVENUE.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  MONTH-END REVENUE AND VOLUME
000110*                 ANALYSIS OVER THE DATED BILLING HISTORY (SEE
000120*                 BILLHIST).  FOR THE REPORT MONTH, THE MONTH
000130*                 BEFORE IT AND THE SAME MONTH A YEAR EARLIER, IT
000140*                 SUMS EVERY EXTRACT ROW BY ORDER-ENTRY SOURCE,
000150*                 CUSTOMER RATE CLASS AND EVEN/ODD RATE BRANCH,
000160*                 AND PRINTS ONE LINE PER SOURCE, CLASS AND
000170*                 BRANCH PLUS A GRAND TOTAL: GROSS BILLED,
000180*                 REVERSED AND NET ORDER COUNTS AND AMOUNTS, THE
000190*                 MONTH-OVER-MONTH AND YEAR-OVER-YEAR CHANGE IN
000200*                 NET AMOUNT AND NET ORDERS, AND - PER CLASS - THE
000210*                 AVERAGE MULTIPLIER ACTUALLY REALISED (GROSS
000220*                 BILLED OVER GROSS QUANTITY).  A MONTH IS
000230*                 ASSIGNED BY THE ROW'S CYCLE DATE, NOT THE DATE
000240*                 THE DRIVER HAPPENED TO RUN.
000250*
000260*                 CONTROL CARDS (RPTCTL, KEYWORD IN COLS 1-8,
000270*                 VALUE FROM COL 10):
000280*                   MONTH    YYYYMM - THE REPORT MONTH (OMIT = THE
000290*                                     CALENDAR MONTH BEFORE TODAY)
000300*
000310*                 RC=0 REPORTED, RC=4 NO HISTORY FOR THE REPORT
000320*                 MONTH, RC=16 BAD CONTROL CARD.
000330*----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BILL-HISTORY-FILE ASSIGN TO BILLHIST
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT REPORT-CTL-FILE   ASSIGN TO RPTCTL
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT MONTH-RPT-FILE    ASSIGN TO MONRPT
000450            ORGANIZATION IS SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* INPUT - THE PERMANENT DATED BILLING HISTORY
000500*----------------------------------------------------------------
000510 FD  BILL-HISTORY-FILE
000520     RECORDING MODE IS F.
000530 COPY BILLHIST.
000540*----------------------------------------------------------------
000550* INPUT - CONTROL CARDS
000560*----------------------------------------------------------------
000570 FD  REPORT-CTL-FILE
000580     RECORDING MODE IS F.
000590 01  REPORT-CTL-RECORD.
000600     05  CT-KEYWORD              PIC X(08).
000610     05  FILLER                  PIC X(01).
000620     05  CT-VALUE                PIC X(14).
000630     05  FILLER                  PIC X(57).
000640*----------------------------------------------------------------
000650* OUTPUT - THE MONTHLY ANALYSIS REPORT
000660*----------------------------------------------------------------
000670 FD  MONTH-RPT-FILE
000680     RECORDING MODE IS F.
000690 01  MONTH-RPT-RECORD            PIC X(132).
000700 WORKING-STORAGE SECTION.
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000730         88  WS-EOF              VALUE 'Y'.
000740     05  WS-CTL-EOF-SW           PIC X(01)   VALUE 'N'.
000750         88  WS-CTL-EOF          VALUE 'Y'.
000760 01  WS-COUNTERS.
000770     05  WS-READ-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000780     05  WS-USED-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000790     05  WS-MONTH-ROW-COUNT      PIC 9(09)   COMP   VALUE ZERO.
000800 01  WS-CURRENT-DATE-TIME.
000810     05  WS-CURR-DATE            PIC 9(08).
000820     05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
000830         10  WS-CURR-YYYY        PIC 9(04).
000840         10  WS-CURR-MM          PIC 9(02).
000850         10  WS-CURR-DD          PIC 9(02).
000860*----------------------------------------------------------------
000870* THE THREE MONTHS COMPARED - PERIOD 1 THE REPORT MONTH, PERIOD 2
000880* THE MONTH BEFORE IT, PERIOD 3 THE SAME MONTH A YEAR EARLIER
000890*----------------------------------------------------------------
000900 01  WS-MONTH-WORK.
000910     05  WS-CUR-MONTH            PIC 9(06)   VALUE ZERO.
000920     05  WS-CUR-MONTH-R REDEFINES WS-CUR-MONTH.
000930         10  WS-CUR-YYYY         PIC 9(04).
000940         10  WS-CUR-MM           PIC 9(02).
000950     05  WS-PRIOR-MONTH          PIC 9(06).
000960     05  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
000970         10  WS-PRIOR-YYYY       PIC 9(04).
000980         10  WS-PRIOR-MM         PIC 9(02).
000990     05  WS-YAGO-MONTH           PIC 9(06).
001000     05  WS-YAGO-MONTH-R REDEFINES WS-YAGO-MONTH.
001010         10  WS-YAGO-YYYY        PIC 9(04).
001020         10  WS-YAGO-MM          PIC 9(02).
001030     05  WS-HIST-DATE            PIC 9(08).
001040     05  WS-HIST-DATE-R REDEFINES WS-HIST-DATE.
001050         10  WS-HIST-MONTH       PIC 9(06).
001060         10  FILLER              PIC 9(02).
001070     05  WS-PERIOD               PIC 9(01)   COMP.
001080*----------------------------------------------------------------
001090* THE HISTORY ROW'S EXTRACT IMAGE, LAID OUT AS THE EXTRACT
001100*----------------------------------------------------------------
001110 COPY BILLREC.
001120*----------------------------------------------------------------
001130* ONE CELL PER SOURCE, CLASS AND BRANCH SEEN IN ANY OF THE THREE
001140* MONTHS, PLUS THE GRAND TOTAL, KEPT IN REPORT ORDER (DIMENSION,
001150* THEN VALUE) AS THEY ARRIVE.  REVERSED AMOUNTS ARE HELD POSITIVE.
001160*----------------------------------------------------------------
001170 01  WS-CELL-WORK.
001180     05  WS-CELL-MAX             PIC 9(02)   COMP   VALUE 60.
001190     05  WS-CELL-COUNT           PIC 9(02)   COMP   VALUE ZERO.
001200     05  WS-CELL-IDX             PIC 9(02)   COMP.
001210     05  WS-CELL-FOUND-IDX       PIC 9(02)   COMP.
001220     05  WS-SHIFT-IDX            PIC 9(02)   COMP.
001230     05  WS-SEARCH-KEY.
001240         10  WS-SEARCH-DIM       PIC X(01).
001250         10  WS-SEARCH-VALUE     PIC X(04).
001260     05  WS-CELL-ENTRY OCCURS 61 TIMES.
001270         10  WS-CELL-KEY.
001280             15  WS-CELL-DIM     PIC X(01).
001290                 88  WS-CELL-SOURCE
001300                                 VALUE '1'.
001310                 88  WS-CELL-CLASS
001320                                 VALUE '2'.
001330                 88  WS-CELL-BRANCH
001340                                 VALUE '3'.
001350                 88  WS-CELL-TOTAL
001360                                 VALUE '9'.
001370             15  WS-CELL-VALUE   PIC X(04).
001380         10  WS-CELL-PERIOD OCCURS 3 TIMES.
001390             15  WS-CP-GROSS-CNT PIC 9(09)   COMP.
001400             15  WS-CP-GROSS-AMT PIC S9(13)V99
001410                                             COMP-3.
001420             15  WS-CP-GROSS-QTY PIC 9(13)   COMP-3.
001430             15  WS-CP-REV-CNT   PIC 9(09)   COMP.
001440             15  WS-CP-REV-AMT   PIC S9(13)V99
001450                                             COMP-3.
001460 01  WS-LAST-DIM                 PIC X(01).
001470 01  WS-CHANGE-WORK.
001480     05  WS-NET-CNT              PIC S9(09)  COMP-3.
001490     05  WS-NET-AMT              PIC S9(13)V99
001500                                             COMP-3.
001510     05  WS-CHG-CUR              PIC S9(13)V99
001520                                             COMP-3.
001530     05  WS-CHG-BASE             PIC S9(13)V99
001540                                             COMP-3.
001550     05  WS-CHG-PCT              PIC S9(05)V9.
001560     05  WS-CHG-PCT-ED           PIC -(5)9.9.
001570     05  WS-CHG-EDIT             PIC X(08).
001580     05  WS-AVG-MULT             PIC 9(03)V9999.
001590 01  WS-HEADING-LINE-1.
001600     05  FILLER                  PIC X(40)
001610         VALUE 'MONTHLY REVENUE AND VOLUME ANALYSIS FOR '.
001620     05  WH-CUR-MONTH            PIC 9(06).
001630     05  FILLER                  PIC X(16)
001640         VALUE '   PRIOR MONTH '.
001650     05  WH-PRIOR-MONTH          PIC 9(06).
001660     05  FILLER                  PIC X(26)
001670         VALUE '   SAME MONTH LAST YEAR '.
001680     05  WH-YAGO-MONTH           PIC 9(06).
001690     05  FILLER                  PIC X(32)   VALUE SPACES.
001700 01  WS-HEADING-LINE-2.
001710     05  FILLER                  PIC X(44)
001720         VALUE '            ---- GROSS BILLED ----- ------ R'.
001730     05  FILLER                  PIC X(44)
001740         VALUE 'EVERSED ------ ------ NET BILLED ----- -- MO'.
001750     05  FILLER                  PIC X(44)
001760         VALUE 'NTH/MONTH -- --- YEAR/YEAR --- AVG MULT     '.
001770 01  WS-HEADING-LINE-3.
001780     05  FILLER                  PIC X(44)
001790         VALUE 'DIM    VALUE  ORDERS         AMOUNT  ORDERS '.
001800     05  FILLER                  PIC X(44)
001810         VALUE '        AMOUNT   ORDERS         AMOUNT     A'.
001820     05  FILLER                  PIC X(44)
001830         VALUE 'MT%     ORD%     AMT%     ORD% REALISED     '.
001840 01  WS-SECTION-LINE.
001850     05  WS-SECTION-TITLE        PIC X(40).
001860     05  FILLER                  PIC X(92).
001870 01  WS-DETAIL-LINE.
001880     05  WD-DIM                  PIC X(06).
001890     05  FILLER                  PIC X(01).
001900     05  WD-VALUE                PIC X(04).
001910     05  FILLER                  PIC X(01).
001920     05  WD-GROSS-CNT            PIC Z(7)9.
001930     05  FILLER                  PIC X(01).
001940     05  WD-GROSS-AMT            PIC Z(10)9.99.
001950     05  FILLER                  PIC X(01).
001960     05  WD-REV-CNT              PIC Z(6)9.
001970     05  FILLER                  PIC X(01).
001980     05  WD-REV-AMT              PIC Z(10)9.99.
001990     05  FILLER                  PIC X(01).
002000     05  WD-NET-CNT              PIC -(7)9.
002010     05  FILLER                  PIC X(01).
002020     05  WD-NET-AMT              PIC -(10)9.99.
002030     05  FILLER                  PIC X(01).
002040     05  WD-MOM-AMT              PIC X(08).
002050     05  FILLER                  PIC X(01).
002060     05  WD-MOM-CNT              PIC X(08).
002070     05  FILLER                  PIC X(01).
002080     05  WD-YOY-AMT              PIC X(08).
002090     05  FILLER                  PIC X(01).
002100     05  WD-YOY-CNT              PIC X(08).
002110     05  FILLER                  PIC X(01).
002120     05  WD-AVG-MULT             PIC ZZ9.9999.
002130     05  WD-AVG-MULT-X REDEFINES WD-AVG-MULT
002140                                 PIC X(08).
002150     05  FILLER                  PIC X(05).
002160 01  WS-VERDICT-LINE.
002170     05  WV-VERDICT              PIC X(50).
002180     05  FILLER                  PIC X(82).
002190 PROCEDURE DIVISION.
002200*----------------------------------------------------------------
002210* 0000-MAINLINE
002220*----------------------------------------------------------------
002230 0000-MAINLINE.
002240     PERFORM 1000-INITIALIZE
002250         THRU 1000-INITIALIZE-EXIT.
002260     PERFORM 2000-TAKE-ONE-ROW
002270         THRU 2000-TAKE-ONE-ROW-EXIT
002280         UNTIL WS-EOF.
002290     PERFORM 3000-WRITE-REPORT
002300         THRU 3000-WRITE-REPORT-EXIT.
002310     PERFORM 4000-TERMINATE
002320         THRU 4000-TERMINATE-EXIT.
002330     GOBACK.
002340*----------------------------------------------------------------
002350* 1000-INITIALIZE - CONTROL CARDS, THE THREE MONTHS, OPEN FILES,
002360*                   THE GRAND-TOTAL CELL, PRIME THE READ
002370*----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     OPEN INPUT REPORT-CTL-FILE.
002400     PERFORM 1100-READ-CONTROL-CARD
002410         THRU 1100-READ-CONTROL-CARD-EXIT
002420         UNTIL WS-CTL-EOF.
002430     CLOSE REPORT-CTL-FILE.
002440     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002450     IF WS-CUR-MONTH = ZERO
002460         IF WS-CURR-MM = 1
002470             COMPUTE WS-CUR-YYYY = WS-CURR-YYYY - 1
002480             MOVE 12          TO WS-CUR-MM
002490         ELSE
002500             MOVE WS-CURR-YYYY
002510                              TO WS-CUR-YYYY
002520             COMPUTE WS-CUR-MM = WS-CURR-MM - 1
002530         END-IF
002540     END-IF.
002550     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
002560         DISPLAY 'MULT-MONTHLY-REVENUE ABEND - BAD REPORT MONTH '
002570                 WS-CUR-MONTH
002580         MOVE 16              TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     IF WS-CUR-MM = 1
002620         COMPUTE WS-PRIOR-YYYY = WS-CUR-YYYY - 1
002630         MOVE 12              TO WS-PRIOR-MM
002640     ELSE
002650         MOVE WS-CUR-YYYY     TO WS-PRIOR-YYYY
002660         COMPUTE WS-PRIOR-MM = WS-CUR-MM - 1
002670     END-IF.
002680     COMPUTE WS-YAGO-YYYY = WS-CUR-YYYY - 1.
002690     MOVE WS-CUR-MM           TO WS-YAGO-MM.
002700     MOVE '9'                 TO WS-SEARCH-DIM.
002710     MOVE 'ALL '              TO WS-SEARCH-VALUE.
002720     PERFORM 2300-FIND-OR-ADD-CELL
002730         THRU 2300-FIND-OR-ADD-CELL-EXIT.
002740     OPEN INPUT  BILL-HISTORY-FILE
002750          OUTPUT MONTH-RPT-FILE.
002760     PERFORM 8000-READ-HISTORY
002770         THRU 8000-READ-HISTORY-EXIT.
002780 1000-INITIALIZE-EXIT.
002790     EXIT.
002800*----------------------------------------------------------------
002810* 1100-READ-CONTROL-CARD - TAKE ONE CONTROL CARD
002820*----------------------------------------------------------------
002830 1100-READ-CONTROL-CARD.
002840     READ REPORT-CTL-FILE
002850         AT END
002860             SET WS-CTL-EOF TO TRUE
002870             GO TO 1100-READ-CONTROL-CARD-EXIT
002880     END-READ.
002890     EVALUATE CT-KEYWORD
002900         WHEN 'MONTH   '
002910             IF CT-VALUE(1:6) NUMERIC
002920                 MOVE CT-VALUE(1:6) TO WS-CUR-MONTH
002930             ELSE
002940                 DISPLAY 'MULT-MONTHLY-REVENUE ABEND - MONTH '
002950                         'CARD NOT YYYYMM: ' CT-VALUE
002960                 MOVE 16      TO RETURN-CODE
002970                 STOP RUN
002980             END-IF
002990         WHEN SPACES
003000             CONTINUE
003010         WHEN OTHER
003020             DISPLAY 'MULT-MONTHLY-REVENUE WARNING - CONTROL '
003030                     'CARD IGNORED: ' CT-KEYWORD
003040     END-EVALUATE.
003050 1100-READ-CONTROL-CARD-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------
003080* 2000-TAKE-ONE-ROW - ONE HISTORY ROW INTO ITS SOURCE, CLASS,
003090*                     BRANCH AND TOTAL CELLS, IF IT FALLS IN ONE
003100*                     OF THE THREE MONTHS
003110*----------------------------------------------------------------
003120 2000-TAKE-ONE-ROW.
003130     MOVE BH-CYCLE-DATE       TO WS-HIST-DATE.
003140     EVALUATE WS-HIST-MONTH
003150         WHEN WS-CUR-MONTH
003160             MOVE 1           TO WS-PERIOD
003170             ADD 1            TO WS-MONTH-ROW-COUNT
003180         WHEN WS-PRIOR-MONTH
003190             MOVE 2           TO WS-PERIOD
003200         WHEN WS-YAGO-MONTH
003210             MOVE 3           TO WS-PERIOD
003220         WHEN OTHER
003230             GO TO 2000-TAKE-ONE-NEXT
003240     END-EVALUATE.
003250     ADD 1                    TO WS-USED-COUNT.
003260     MOVE BH-BILL-IMAGE       TO BILLING-EXTRACT-RECORD.
003270     MOVE '1'                 TO WS-SEARCH-DIM.
003280     MOVE BL-SOURCE-SYS       TO WS-SEARCH-VALUE.
003290     PERFORM 2200-POST-TO-CELL
003300         THRU 2200-POST-TO-CELL-EXIT.
003310     MOVE '2'                 TO WS-SEARCH-DIM.
003320     MOVE BL-RATE-CLASS       TO WS-SEARCH-VALUE.
003330     PERFORM 2200-POST-TO-CELL
003340         THRU 2200-POST-TO-CELL-EXIT.
003350     MOVE '3'                 TO WS-SEARCH-DIM.
003360     MOVE BL-RATE-BRANCH      TO WS-SEARCH-VALUE.
003370     PERFORM 2200-POST-TO-CELL
003380         THRU 2200-POST-TO-CELL-EXIT.
003390     MOVE '9'                 TO WS-SEARCH-DIM.
003400     MOVE 'ALL '              TO WS-SEARCH-VALUE.
003410     PERFORM 2200-POST-TO-CELL
003420         THRU 2200-POST-TO-CELL-EXIT.
003430 2000-TAKE-ONE-NEXT.
003440     PERFORM 8000-READ-HISTORY
003450         THRU 8000-READ-HISTORY-EXIT.
003460 2000-TAKE-ONE-ROW-EXIT.
003470     EXIT.
003480*----------------------------------------------------------------
003490* 2200-POST-TO-CELL - ADD THE ROW TO THE SEARCH KEY'S CELL FOR
003500*                     THE PERIOD.  A REVERSAL COUNTS AS REVERSED,
003510*                     ANYTHING ELSE AS GROSS BILLED.
003520*----------------------------------------------------------------
003530 2200-POST-TO-CELL.
003540     PERFORM 2300-FIND-OR-ADD-CELL
003550         THRU 2300-FIND-OR-ADD-CELL-EXIT.
003560     IF BL-TRANS-TYPE = 'R'
003570         ADD 1 TO WS-CP-REV-CNT(WS-CELL-FOUND-IDX, WS-PERIOD)
003580         SUBTRACT BL-BILL-AMOUNT
003590             FROM WS-CP-REV-AMT(WS-CELL-FOUND-IDX, WS-PERIOD)
003600     ELSE
003610         ADD 1 TO WS-CP-GROSS-CNT(WS-CELL-FOUND-IDX, WS-PERIOD)
003620         ADD BL-BILL-AMOUNT
003630             TO WS-CP-GROSS-AMT(WS-CELL-FOUND-IDX, WS-PERIOD)
003640         ADD BL-QUANTITY
003650             TO WS-CP-GROSS-QTY(WS-CELL-FOUND-IDX, WS-PERIOD)
003660     END-IF.
003670 2200-POST-TO-CELL-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------
003700* 2300-FIND-OR-ADD-CELL - THE CELL FOR WS-SEARCH-KEY.  A NEW KEY
003710*                         IS SLOTTED IN KEY ORDER, THE CELLS ABOVE
003720*                         IT MOVED UP ONE, SO THE REPORT NEEDS NO
003730*                         SORT.  A TABLE THAT CANNOT HOLD IT IS
003740*                         REFUSED RATHER THAN UNDERSTATED.
003750*----------------------------------------------------------------
003760 2300-FIND-OR-ADD-CELL.
003770     COMPUTE WS-CELL-FOUND-IDX = WS-CELL-COUNT + 1.
003780     MOVE 1                   TO WS-CELL-IDX.
003790     PERFORM 2310-TEST-ONE-CELL
003800         THRU 2310-TEST-ONE-CELL-EXIT
003810         UNTIL WS-CELL-IDX > WS-CELL-COUNT.
003820     IF WS-CELL-IDX = 99
003830         GO TO 2300-FIND-OR-ADD-CELL-EXIT
003840     END-IF.
003850     IF WS-CELL-COUNT >= WS-CELL-MAX
003860         DISPLAY 'MULT-MONTHLY-REVENUE ABEND - MORE THAN '
003870                 WS-CELL-MAX ' SOURCES, CLASSES AND BRANCHES'
003880         MOVE 16              TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910*    WS-CELL-FOUND-IDX IS THE FIRST CELL WITH A HIGHER KEY (OR
003920*    ONE PAST THE END) - OPEN THE SLOT THERE.
003930     MOVE WS-CELL-COUNT       TO WS-SHIFT-IDX.
003940     PERFORM 2320-SHIFT-ONE-CELL
003950         THRU 2320-SHIFT-ONE-CELL-EXIT
003960         UNTIL WS-SHIFT-IDX < WS-CELL-FOUND-IDX.
003970     ADD 1                    TO WS-CELL-COUNT.
003980     INITIALIZE WS-CELL-ENTRY(WS-CELL-FOUND-IDX).
003990     MOVE WS-SEARCH-KEY       TO WS-CELL-KEY(WS-CELL-FOUND-IDX).
004000 2300-FIND-OR-ADD-CELL-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 2310-TEST-ONE-CELL - A MATCH ENDS THE SEARCH WITH THE INDEX SET
004040*                      TO 99; A HIGHER KEY ENDS IT AT THE SLOT A
004050*                      NEW CELL BELONGS IN
004060*----------------------------------------------------------------
004070 2310-TEST-ONE-CELL.
004080     IF WS-SEARCH-KEY = WS-CELL-KEY(WS-CELL-IDX)
004090         MOVE WS-CELL-IDX     TO WS-CELL-FOUND-IDX
004100         MOVE 99              TO WS-CELL-IDX
004110         GO TO 2310-TEST-ONE-CELL-EXIT
004120     END-IF.
004130     IF WS-SEARCH-KEY < WS-CELL-KEY(WS-CELL-IDX)
004140         MOVE WS-CELL-IDX     TO WS-CELL-FOUND-IDX
004150         MOVE 98              TO WS-CELL-IDX
004160         GO TO 2310-TEST-ONE-CELL-EXIT
004170     END-IF.
004180     ADD 1                    TO WS-CELL-IDX.
004190 2310-TEST-ONE-CELL-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 2320-SHIFT-ONE-CELL - MOVE ONE CELL UP A SLOT
004230*----------------------------------------------------------------
004240 2320-SHIFT-ONE-CELL.
004250     MOVE WS-CELL-ENTRY(WS-SHIFT-IDX)
004260                     TO WS-CELL-ENTRY(WS-SHIFT-IDX + 1).
004270     SUBTRACT 1               FROM WS-SHIFT-IDX.
004280 2320-SHIFT-ONE-CELL-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------
004310* 3000-WRITE-REPORT - HEADINGS, THEN ONE LINE PER CELL IN KEY
004320*                     ORDER, A TITLE AHEAD OF EACH DIMENSION
004330*----------------------------------------------------------------
004340 3000-WRITE-REPORT.
004350     MOVE WS-CUR-MONTH        TO WH-CUR-MONTH.
004360     MOVE WS-PRIOR-MONTH      TO WH-PRIOR-MONTH.
004370     MOVE WS-YAGO-MONTH       TO WH-YAGO-MONTH.
004380     WRITE MONTH-RPT-RECORD FROM WS-HEADING-LINE-1.
004390     WRITE MONTH-RPT-RECORD FROM WS-HEADING-LINE-2.
004400     WRITE MONTH-RPT-RECORD FROM WS-HEADING-LINE-3.
004410     MOVE SPACES              TO WS-LAST-DIM.
004420     MOVE 1                   TO WS-CELL-IDX.
004430     PERFORM 3100-WRITE-ONE-CELL
004440         THRU 3100-WRITE-ONE-CELL-EXIT
004450         UNTIL WS-CELL-IDX > WS-CELL-COUNT.
004460 3000-WRITE-REPORT-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 3100-WRITE-ONE-CELL - ONE SOURCE, CLASS, BRANCH OR THE TOTAL
004500*----------------------------------------------------------------
004510 3100-WRITE-ONE-CELL.
004520     IF WS-CELL-DIM(WS-CELL-IDX) NOT = WS-LAST-DIM
004530         MOVE WS-CELL-DIM(WS-CELL-IDX)
004540                              TO WS-LAST-DIM
004550         MOVE SPACES          TO WS-SECTION-LINE
004560         WRITE MONTH-RPT-RECORD FROM WS-SECTION-LINE
004570         EVALUATE TRUE
004580             WHEN WS-CELL-SOURCE(WS-CELL-IDX)
004590                 MOVE 'BY ORDER-ENTRY SOURCE SYSTEM'
004600                              TO WS-SECTION-TITLE
004610             WHEN WS-CELL-CLASS(WS-CELL-IDX)
004620                 MOVE 'BY CUSTOMER RATE CLASS'
004630                              TO WS-SECTION-TITLE
004640             WHEN WS-CELL-BRANCH(WS-CELL-IDX)
004650                 MOVE 'BY RATE BRANCH'
004660                              TO WS-SECTION-TITLE
004670             WHEN OTHER
004680                 MOVE 'ALL BILLING'
004690                              TO WS-SECTION-TITLE
004700         END-EVALUATE
004710         WRITE MONTH-RPT-RECORD FROM WS-SECTION-LINE
004720     END-IF.
004730     MOVE SPACES              TO WS-DETAIL-LINE.
004740     MOVE WS-CELL-VALUE(WS-CELL-IDX)
004750                              TO WD-VALUE.
004760     EVALUATE TRUE
004770         WHEN WS-CELL-SOURCE(WS-CELL-IDX)
004780             MOVE 'SOURCE'    TO WD-DIM
004790         WHEN WS-CELL-CLASS(WS-CELL-IDX)
004800             MOVE 'CLASS'     TO WD-DIM
004810         WHEN WS-CELL-BRANCH(WS-CELL-IDX)
004820             MOVE 'BRANCH'    TO WD-DIM
004830             IF WS-CELL-VALUE(WS-CELL-IDX) = 'E'
004840                 MOVE 'EVEN'  TO WD-VALUE
004850             END-IF
004860             IF WS-CELL-VALUE(WS-CELL-IDX) = 'O'
004870                 MOVE 'ODD '  TO WD-VALUE
004880             END-IF
004890         WHEN OTHER
004900             MOVE 'TOTAL'     TO WD-DIM
004910     END-EVALUATE.
004920     MOVE WS-CP-GROSS-CNT(WS-CELL-IDX, 1)
004930                              TO WD-GROSS-CNT.
004940     MOVE WS-CP-GROSS-AMT(WS-CELL-IDX, 1)
004950                              TO WD-GROSS-AMT.
004960     MOVE WS-CP-REV-CNT(WS-CELL-IDX, 1)
004970                              TO WD-REV-CNT.
004980     MOVE WS-CP-REV-AMT(WS-CELL-IDX, 1)
004990                              TO WD-REV-AMT.
005000     MOVE 1                   TO WS-PERIOD.
005010     PERFORM 3200-NET-ONE-PERIOD
005020         THRU 3200-NET-ONE-PERIOD-EXIT.
005030     MOVE WS-NET-CNT          TO WD-NET-CNT.
005040     MOVE WS-NET-AMT          TO WD-NET-AMT.
005050*    MONTH-OVER-MONTH, THEN YEAR-OVER-YEAR, ON NET AMOUNT AND NET
005060*    ORDERS - EACH AGAINST PERIOD 2, THEN PERIOD 3.
005070     MOVE 2                   TO WS-PERIOD.
005080     PERFORM 3300-CHANGE-VS-PERIOD
005090         THRU 3300-CHANGE-VS-PERIOD-EXIT.
005100     MOVE WS-CHG-EDIT         TO WD-MOM-AMT.
005110     PERFORM 3310-COUNT-CHANGE-VS-PERIOD
005120         THRU 3310-COUNT-CHANGE-VS-PERIOD-EXIT.
005130     MOVE WS-CHG-EDIT         TO WD-MOM-CNT.
005140     MOVE 3                   TO WS-PERIOD.
005150     PERFORM 3300-CHANGE-VS-PERIOD
005160         THRU 3300-CHANGE-VS-PERIOD-EXIT.
005170     MOVE WS-CHG-EDIT         TO WD-YOY-AMT.
005180     PERFORM 3310-COUNT-CHANGE-VS-PERIOD
005190         THRU 3310-COUNT-CHANGE-VS-PERIOD-EXIT.
005200     MOVE WS-CHG-EDIT         TO WD-YOY-CNT.
005210     MOVE SPACES              TO WD-AVG-MULT-X.
005220     IF WS-CELL-CLASS(WS-CELL-IDX)
005230        AND WS-CP-GROSS-QTY(WS-CELL-IDX, 1) > ZERO
005240         COMPUTE WS-AVG-MULT ROUNDED
005250             = WS-CP-GROSS-AMT(WS-CELL-IDX, 1)
005260             / WS-CP-GROSS-QTY(WS-CELL-IDX, 1)
005270             ON SIZE ERROR
005280                 MOVE ZERO    TO WS-AVG-MULT
005290         END-COMPUTE
005300         MOVE WS-AVG-MULT     TO WD-AVG-MULT
005310     END-IF.
005320     WRITE MONTH-RPT-RECORD FROM WS-DETAIL-LINE.
005330     ADD 1                    TO WS-CELL-IDX.
005340 3100-WRITE-ONE-CELL-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 3200-NET-ONE-PERIOD - NET ORDERS AND AMOUNT OF THE CURRENT CELL
005380*                       FOR WS-PERIOD
005390*----------------------------------------------------------------
005400 3200-NET-ONE-PERIOD.
005410     COMPUTE WS-NET-CNT = WS-CP-GROSS-CNT(WS-CELL-IDX, WS-PERIOD)
005420                        - WS-CP-REV-CNT(WS-CELL-IDX, WS-PERIOD).
005430     COMPUTE WS-NET-AMT = WS-CP-GROSS-AMT(WS-CELL-IDX, WS-PERIOD)
005440                        - WS-CP-REV-AMT(WS-CELL-IDX, WS-PERIOD).
005450 3200-NET-ONE-PERIOD-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 3300-CHANGE-VS-PERIOD - NET AMOUNT CHANGE, REPORT MONTH AGAINST
005490*                         WS-PERIOD, AS AN EDITED PERCENTAGE
005500*----------------------------------------------------------------
005510 3300-CHANGE-VS-PERIOD.
005520     PERFORM 3200-NET-ONE-PERIOD
005530         THRU 3200-NET-ONE-PERIOD-EXIT.
005540     MOVE WS-NET-AMT          TO WS-CHG-BASE.
005550     COMPUTE WS-CHG-CUR = WS-CP-GROSS-AMT(WS-CELL-IDX, 1)
005560                        - WS-CP-REV-AMT(WS-CELL-IDX, 1).
005570     PERFORM 3400-EDIT-CHANGE
005580         THRU 3400-EDIT-CHANGE-EXIT.
005590 3300-CHANGE-VS-PERIOD-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------
005620* 3310-COUNT-CHANGE-VS-PERIOD - THE SAME FOR NET ORDERS
005630*----------------------------------------------------------------
005640 3310-COUNT-CHANGE-VS-PERIOD.
005650     PERFORM 3200-NET-ONE-PERIOD
005660         THRU 3200-NET-ONE-PERIOD-EXIT.
005670     MOVE WS-NET-CNT          TO WS-CHG-BASE.
005680     COMPUTE WS-CHG-CUR = WS-CP-GROSS-CNT(WS-CELL-IDX, 1)
005690                        - WS-CP-REV-CNT(WS-CELL-IDX, 1).
005700     PERFORM 3400-EDIT-CHANGE
005710         THRU 3400-EDIT-CHANGE-EXIT.
005720 3310-COUNT-CHANGE-VS-PERIOD-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 3400-EDIT-CHANGE - PERCENT CHANGE OF WS-CHG-CUR OVER
005760*                    WS-CHG-BASE, MEASURED AGAINST THE SIZE OF
005770*                    THE BASE.  NOTHING TO COMPARE WITH SHOWS
005780*                    'NEW' (OR '--' IF BOTH ARE NIL); A CHANGE TOO
005790*                    BIG TO PRINT SHOWS '****'.
005800*----------------------------------------------------------------
005810 3400-EDIT-CHANGE.
005820     IF WS-CHG-BASE = ZERO
005830         IF WS-CHG-CUR = ZERO
005840             MOVE '      --'  TO WS-CHG-EDIT
005850         ELSE
005860             MOVE '     NEW'  TO WS-CHG-EDIT
005870         END-IF
005880         GO TO 3400-EDIT-CHANGE-EXIT
005890     END-IF.
005900     IF WS-CHG-BASE < ZERO
005910         COMPUTE WS-CHG-PCT ROUNDED
005920             = (WS-CHG-CUR - WS-CHG-BASE) * 100
005930             / (0 - WS-CHG-BASE)
005940             ON SIZE ERROR
005950                 MOVE '    ****'
005960                              TO WS-CHG-EDIT
005970                 GO TO 3400-EDIT-CHANGE-EXIT
005980         END-COMPUTE
005990     ELSE
006000         COMPUTE WS-CHG-PCT ROUNDED
006010             = (WS-CHG-CUR - WS-CHG-BASE) * 100 / WS-CHG-BASE
006020             ON SIZE ERROR
006030                 MOVE '    ****'
006040                              TO WS-CHG-EDIT
006050                 GO TO 3400-EDIT-CHANGE-EXIT
006060         END-COMPUTE
006070     END-IF.
006080     MOVE WS-CHG-PCT          TO WS-CHG-PCT-ED.
006090     MOVE WS-CHG-PCT-ED       TO WS-CHG-EDIT.
006100 3400-EDIT-CHANGE-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* 4000-TERMINATE - THE VERDICT LINE, CLOSE AND REPORT THE RUN
006140*----------------------------------------------------------------
006150 4000-TERMINATE.
006160     MOVE SPACES              TO WS-VERDICT-LINE.
006170     WRITE MONTH-RPT-RECORD FROM WS-VERDICT-LINE.
006180     IF WS-MONTH-ROW-COUNT = ZERO
006190         MOVE 'NO BILLING HISTORY FOR THE REPORT MONTH'
006200                              TO WV-VERDICT
006210         MOVE 4               TO RETURN-CODE
006220     ELSE
006230         MOVE 'END OF MONTHLY ANALYSIS'
006240                              TO WV-VERDICT
006250     END-IF.
006260     WRITE MONTH-RPT-RECORD FROM WS-VERDICT-LINE.
006270     CLOSE BILL-HISTORY-FILE
006280           MONTH-RPT-FILE.
006290     DISPLAY 'MULT-MONTHLY-REVENUE MONTH:        ' WS-CUR-MONTH.
006300     DISPLAY 'MULT-MONTHLY-REVENUE HISTORY READ: ' WS-READ-COUNT.
006310     DISPLAY 'MULT-MONTHLY-REVENUE ROWS USED:    ' WS-USED-COUNT.
006320     DISPLAY 'MULT-MONTHLY-REVENUE MONTH ROWS:   '
006330             WS-MONTH-ROW-COUNT.
006340 4000-TERMINATE-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370* 8000-READ-HISTORY - NEXT BILLING HISTORY ROW
006380*----------------------------------------------------------------
006390 8000-READ-HISTORY.
006400     READ BILL-HISTORY-FILE
006410         AT END
006420             SET WS-EOF TO TRUE
006430             GO TO 8000-READ-HISTORY-EXIT
006440     END-READ.
006450     ADD 1                    TO WS-READ-COUNT.
006460 8000-READ-HISTORY-EXIT.
006470     EXIT.
006480 END PROGRAM MULT-MONTHLY-REVENUE.
