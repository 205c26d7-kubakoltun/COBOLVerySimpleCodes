000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-RATE-COVERAGE.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  DAILY RATE COVERAGE AND EXPIRY
000110*                 EARLY WARNING.  READS THE RATE-CLASS MASTER
000120*                 (CLASMST, SEE RATECLS) AND THE DATED RATE TABLE
000130*                 (RATETAB) AND, FOR EVERY CLASS ON THE MASTER AND
000140*                 EACH OF ITS EVEN AND ODD KEYS, REPORTS:
000150*                   NO ROW TODAY - NO DATED ROW IN FORCE TODAY,
000160*                                  SO ORDERS ARE FAILING STATUS
000170*                                  '50' NOW;
000180*                   EXPIRING     - THE ROW IN FORCE TODAY ENDS
000190*                                  WITHIN THE WARNING HORIZON AND
000200*                                  NO ROW STARTS THE NEXT DAY;
000210*                   DATE GAP     - A HOLE BETWEEN TWO DATED ROWS
000220*                                  (PAST OR FUTURE);
000230*                   OVERLAP      - TWO DATED ROWS COVERING THE
000240*                                  SAME DAY;
000250*                 AND, FOR EVERY RATETAB ROW WHOSE CLASS IS NO
000260*                 LONGER ON THE MASTER, CLASS NOT ON MST.  EACH
000270*                 HOLE IS PRICED AGAINST WHAT ALREADY WAITS ON THE
000280*                 PRICING SUSPENSE (PSUSPIN, SEE PSUSREC): THE
000290*                 ORDERS AND QUANTITY WHOSE CLASS, EVEN/ODD KEY
000300*                 AND EFFECTIVE DATE FALL IN IT.
000310*
000320*                 CONTROL CARDS (COVCTL, KEYWORD IN COLS 1-8,
000330*                 VALUE FROM COL 10):
000340*                   WARNDAYS NNN      - THE EXPIRY WARNING HORIZON
000350*                                       IN DAYS (OMIT = 14)
000360*                   ASOF     YYYYMMDD - CHECK AS OF THIS DATE
000370*                                       (OMIT = TODAY)
000380*
000390*                 RC=0 COVERAGE CLEAN.  RC=4 WARNINGS ONLY
000400*                 (EXPIRING, A DATE GAP OR OVERLAP NOTHING IS
000410*                 WAITING ON, A ROW FOR A CLASS NOT ON THE
000420*                 MASTER).
000430*                 RC=8 A CLASS AND KEY HAS NO ROW IN FORCE TODAY,
000440*                 OR ORDERS ARE WAITING ON THE SUSPENSE IN A HOLE.
000450*                 RC=16 BAD CONTROL CARD OR A TABLE OVERFLOWED,
000460*                 NOTHING REPORTED.
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT CLASS-MASTER      ASSIGN TO CLASMST
000550            ORGANIZATION IS INDEXED
000560            RECORD KEY IS RC-CLASS-ID
000570            ACCESS MODE IS SEQUENTIAL.
000580     SELECT RATE-TABLE-FILE   ASSIGN TO RATETAB
000590            ORGANIZATION IS INDEXED
000600            RECORD KEY IS RT-RATE-ID
000610            ACCESS MODE IS SEQUENTIAL.
000620     SELECT PRICE-SUSP-FILE   ASSIGN TO PSUSPIN
000630            ORGANIZATION IS SEQUENTIAL.
000640     SELECT COVERAGE-CTL-FILE ASSIGN TO COVCTL
000650            ORGANIZATION IS SEQUENTIAL.
000660     SELECT COVERAGE-RPT-FILE ASSIGN TO COVRPT
000670            ORGANIZATION IS SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700*----------------------------------------------------------------
000710* INPUT - THE RATE-CLASS MASTER
000720*----------------------------------------------------------------
000730 FD  CLASS-MASTER
000740     RECORDING MODE IS F.
000750 COPY RATECLS.
000760*----------------------------------------------------------------
000770* INPUT - THE DATED RATE TABLE
000780*----------------------------------------------------------------
000790 FD  RATE-TABLE-FILE
000800     RECORDING MODE IS F.
000810 COPY RATETAB.
000820*----------------------------------------------------------------
000830* INPUT - WHAT IS WAITING ON THE PRICING SUSPENSE
000840*----------------------------------------------------------------
000850 FD  PRICE-SUSP-FILE
000860     RECORDING MODE IS F.
000870 COPY PSUSREC.
000880*----------------------------------------------------------------
000890* INPUT - CONTROL CARDS
000900*----------------------------------------------------------------
000910 FD  COVERAGE-CTL-FILE
000920     RECORDING MODE IS F.
000930 01  COVERAGE-CTL-RECORD.
000940     05  CT-KEYWORD              PIC X(08).
000950     05  FILLER                  PIC X(01).
000960     05  CT-VALUE                PIC X(14).
000970     05  FILLER                  PIC X(57).
000980*----------------------------------------------------------------
000990* OUTPUT - THE COVERAGE REPORT
001000*----------------------------------------------------------------
001010 FD  COVERAGE-RPT-FILE
001020     RECORDING MODE IS F.
001030 01  COVERAGE-RPT-RECORD         PIC X(132).
001040 WORKING-STORAGE SECTION.
001050 01  WS-SWITCHES.
001060     05  WS-CLASS-EOF-SW         PIC X(01)   VALUE 'N'.
001070         88  WS-CLASS-EOF        VALUE 'Y'.
001080     05  WS-RATE-EOF-SW          PIC X(01)   VALUE 'N'.
001090         88  WS-RATE-EOF         VALUE 'Y'.
001100     05  WS-SUSP-EOF-SW          PIC X(01)   VALUE 'N'.
001110         88  WS-SUSP-EOF         VALUE 'Y'.
001120     05  WS-CTL-EOF-SW           PIC X(01)   VALUE 'N'.
001130         88  WS-CTL-EOF          VALUE 'Y'.
001140     05  WS-CLASS-FOUND-SW       PIC X(01).
001150         88  WS-CLASS-FOUND      VALUE 'Y'.
001160     05  WS-PREV-IN-FORCE-SW     PIC X(01).
001170         88  WS-PREV-IN-FORCE    VALUE 'Y'.
001180 01  WS-COUNTERS.
001190     05  WS-SUSP-READ-COUNT      PIC 9(09)   COMP   VALUE ZERO.
001200     05  WS-SUSP-HOLE-COUNT      PIC 9(09)   COMP   VALUE ZERO.
001210     05  WS-SUSP-OTHER-COUNT     PIC 9(09)   COMP   VALUE ZERO.
001220     05  WS-SUSP-READ-QTY        PIC 9(13)   COMP-3 VALUE ZERO.
001230     05  WS-SUSP-HOLE-QTY        PIC 9(13)   COMP-3 VALUE ZERO.
001240     05  WS-SUSP-OTHER-QTY       PIC 9(13)   COMP-3 VALUE ZERO.
001250     05  WS-MISSING-COUNT        PIC 9(05)   COMP   VALUE ZERO.
001260     05  WS-EXPIRING-COUNT       PIC 9(05)   COMP   VALUE ZERO.
001270     05  WS-GAP-COUNT            PIC 9(05)   COMP   VALUE ZERO.
001280     05  WS-OVERLAP-COUNT        PIC 9(05)   COMP   VALUE ZERO.
001290     05  WS-ORPHAN-COUNT         PIC 9(05)   COMP   VALUE ZERO.
001300     05  WS-WAITING-HOLE-COUNT   PIC 9(05)   COMP   VALUE ZERO.
001310 01  WS-CURRENT-DATE-TIME.
001320     05  WS-CURR-DATE            PIC 9(08).
001330*----------------------------------------------------------------
001340* THE DATES EVERYTHING IS MEASURED FROM - THE AS-OF DATE (TODAY
001350* UNLESS A CARD SAYS OTHERWISE) AND THE LAST DAY OF THE WARNING
001360* HORIZON
001370*----------------------------------------------------------------
001380 01  WS-RUN-DATES.
001390     05  WS-ASOF-DATE            PIC 9(08)   VALUE ZERO.
001400     05  WS-HORIZON-DATE         PIC 9(08).
001410     05  WS-WARN-DAYS            PIC 9(03)   VALUE 014.
001420*----------------------------------------------------------------
001430* ONE-DAY DATE STEPPING.  WS-STEP-DATE IS MOVED ON OR BACK ONE
001440* CALENDAR DAY BY 7000-NEXT-DAY / 7100-PRIOR-DAY.
001450*----------------------------------------------------------------
001460 01  WS-MONTH-DAY-VALUES.
001470     05  FILLER                  PIC X(24)
001480         VALUE '312831303130313130313031'.
001490 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
001500     05  WS-MONTH-DAYS           PIC 9(02)   OCCURS 12 TIMES.
001510 01  WS-DATE-WORK.
001520     05  WS-STEP-DATE            PIC 9(08).
001530     05  WS-STEP-DATE-R REDEFINES WS-STEP-DATE.
001540         10  WS-STEP-YEAR        PIC 9(04).
001550         10  WS-STEP-MONTH       PIC 9(02).
001560         10  WS-STEP-DAY         PIC 9(02).
001570     05  WS-STEP-MONTH-END       PIC 9(02).
001580*----------------------------------------------------------------
001590* THE CLASSES ON THE MASTER, ONCE EACH - THE SAME 20-CLASS BOUND
001600* THE EDIT HOLDS
001610*----------------------------------------------------------------
001620 01  WS-CLASS-WORK.
001630     05  WS-CLASS-MAX            PIC 9(02)   COMP   VALUE 20.
001640     05  WS-CLASS-COUNT          PIC 9(02)   COMP   VALUE ZERO.
001650     05  WS-CLASS-IDX            PIC 9(02)   COMP.
001660     05  WS-CLASS-CODE           PIC X(02)   OCCURS 20 TIMES.
001670*----------------------------------------------------------------
001680* EVERY DATED RATE ROW IN KEY ORDER - THE SAME 200-ROW BOUND THE
001690* BATCH PRICING HOLDS
001700*----------------------------------------------------------------
001710 01  WS-RATE-WORK.
001720     05  WS-RATE-MAX             PIC 9(03)   COMP   VALUE 200.
001730     05  WS-RATE-COUNT           PIC 9(03)   COMP   VALUE ZERO.
001740     05  WS-RATE-IDX             PIC 9(03)   COMP.
001750     05  WS-PREV-IDX             PIC 9(03)   COMP.
001760     05  WS-RATE-ENTRY OCCURS 200 TIMES.
001770         10  WS-RATE-CLASS       PIC X(02).
001780         10  WS-RATE-KEY         PIC X(01).
001790         10  WS-RATE-START       PIC 9(08).
001800         10  WS-RATE-END         PIC 9(08).
001810         10  WS-RATE-MULT        PIC 9(03)V99.
001820*----------------------------------------------------------------
001830* THE CLASS AND KEY BEING CHECKED.  THE KEYS ARE WALKED FROM A
001840* TWO-BYTE LIST SO EVERY CLASS IS CHECKED FOR BOTH.
001850*----------------------------------------------------------------
001860 01  WS-CHECK-WORK.
001870     05  WS-KEY-LIST             PIC X(02)   VALUE 'EO'.
001880     05  WS-KEY-IDX              PIC 9(01)   COMP.
001890     05  WS-CHK-CLASS            PIC X(02).
001900     05  WS-CHK-KEY              PIC X(01).
001910     05  WS-CHK-ROWS             PIC 9(03)   COMP.
001920*----------------------------------------------------------------
001930* THE FINDINGS, IN REPORT ORDER AS THEY ARE FOUND, EACH WITH THE
001940* DATE WINDOW IT COVERS AND THE SUSPENSE WAITING IN IT.  A TABLE
001950* THAT CANNOT HOLD THEM ALL IS REFUSED RATHER THAN UNDERSTATED.
001960*----------------------------------------------------------------
001970 01  WS-FINDING-WORK.
001980     05  WS-FIND-MAX             PIC 9(03)   COMP   VALUE 300.
001990     05  WS-FIND-COUNT           PIC 9(03)   COMP   VALUE ZERO.
002000     05  WS-FIND-IDX             PIC 9(03)   COMP.
002010     05  WS-NEW-TYPE             PIC X(01).
002020     05  WS-NEW-FROM             PIC 9(08).
002030     05  WS-NEW-THRU             PIC 9(08).
002040     05  WS-NEW-NOTE             PIC X(30).
002050     05  WS-SUSP-CLASS           PIC X(02).
002060     05  WS-SUSP-KEY             PIC X(01).
002070     05  WS-FIND-ENTRY OCCURS 300 TIMES.
002080         10  WS-FIND-CLASS       PIC X(02).
002090         10  WS-FIND-KEY         PIC X(01).
002100         10  WS-FIND-TYPE        PIC X(01).
002110             88  WS-FIND-MISSING VALUE 'M'.
002120             88  WS-FIND-EXPIRING
002130                                 VALUE 'E'.
002140             88  WS-FIND-GAP     VALUE 'G'.
002150             88  WS-FIND-OVERLAP VALUE 'V'.
002160             88  WS-FIND-ORPHAN  VALUE 'U'.
002170             88  WS-FIND-HOLE    VALUES 'M' 'E' 'G'.
002180         10  WS-FIND-FROM        PIC 9(08).
002190         10  WS-FIND-THRU        PIC 9(08).
002200         10  WS-FIND-NOTE        PIC X(30).
002210         10  WS-FIND-SUSP-CNT    PIC 9(09)   COMP.
002220         10  WS-FIND-SUSP-QTY    PIC 9(13)   COMP-3.
002230 01  WS-HEADING-LINE-1.
002240     05  FILLER                  PIC X(35)
002250         VALUE 'RATE COVERAGE AND EXPIRY REPORT AS '.
002260     05  FILLER                  PIC X(03)   VALUE 'OF '.
002270     05  WH-ASOF-DATE            PIC 9(08).
002280     05  FILLER                  PIC X(19)
002290         VALUE '   WARNING HORIZON '.
002300     05  WH-WARN-DAYS            PIC ZZ9.
002310     05  FILLER                  PIC X(12)
002320         VALUE ' DAYS, THRU '.
002330     05  WH-HORIZON-DATE         PIC 9(08).
002340     05  FILLER                  PIC X(44)   VALUE SPACES.
002350 01  WS-HEADING-LINE-2.
002360     05  FILLER                  PIC X(10)   VALUE 'CLASS KEY'.
002370     05  FILLER                  PIC X(17)   VALUE 'FINDING'.
002380     05  FILLER                  PIC X(09)   VALUE 'FROM'.
002390     05  FILLER                  PIC X(09)   VALUE 'THRU'.
002400     05  FILLER                  PIC X(31)   VALUE 'DETAIL'.
002410     05  FILLER                  PIC X(10)   VALUE '  WAITING'.
002420     05  FILLER                  PIC X(14)
002430         VALUE '   WAITING QTY'.
002440     05  FILLER                  PIC X(32)   VALUE SPACES.
002450 01  WS-DETAIL-LINE.
002460     05  FILLER                  PIC X(02).
002470     05  WD-CLASS                PIC X(02).
002480     05  FILLER                  PIC X(03).
002490     05  WD-KEY                  PIC X(01).
002500     05  FILLER                  PIC X(02).
002510     05  WD-FINDING              PIC X(16).
002520     05  FILLER                  PIC X(01).
002530     05  WD-FROM                 PIC 9(08).
002540     05  FILLER                  PIC X(01).
002550     05  WD-THRU                 PIC 9(08).
002560     05  FILLER                  PIC X(01).
002570     05  WD-NOTE                 PIC X(30).
002580     05  FILLER                  PIC X(01).
002590     05  WD-SUSP-CNT             PIC Z(8)9.
002600     05  WD-SUSP-CNT-X REDEFINES WD-SUSP-CNT
002610                                 PIC X(09).
002620     05  FILLER                  PIC X(01).
002630     05  WD-SUSP-QTY             PIC Z(13)9.
002640     05  WD-SUSP-QTY-X REDEFINES WD-SUSP-QTY
002650                                 PIC X(14).
002660     05  FILLER                  PIC X(32).
002670 01  WS-SECTION-LINE.
002680     05  WS-SECTION-TITLE        PIC X(50).
002690     05  FILLER                  PIC X(82).
002700 01  WS-COUNT-LINE.
002710     05  WC-LABEL                PIC X(40).
002720     05  WC-COUNT                PIC Z(8)9.
002730     05  FILLER                  PIC X(01).
002740     05  WC-QTY                  PIC Z(13)9.
002750     05  WC-QTY-X REDEFINES WC-QTY
002760                                 PIC X(14).
002770     05  FILLER                  PIC X(68).
002780 01  WS-VERDICT-LINE.
002790     05  WV-VERDICT              PIC X(60).
002800     05  FILLER                  PIC X(72).
002810 PROCEDURE DIVISION.
002820*----------------------------------------------------------------
002830* 0000-MAINLINE
002840*----------------------------------------------------------------
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE
002870         THRU 1000-INITIALIZE-EXIT.
002880     MOVE 1                   TO WS-CLASS-IDX.
002890     PERFORM 2000-CHECK-ONE-CLASS
002900         THRU 2000-CHECK-ONE-CLASS-EXIT
002910         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT.
002920     MOVE 1                   TO WS-RATE-IDX.
002930     PERFORM 2500-CHECK-ROW-CLASS
002940         THRU 2500-CHECK-ROW-CLASS-EXIT
002950         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
002960     PERFORM 3000-PRICE-SUSPENSE
002970         THRU 3000-PRICE-SUSPENSE-EXIT.
002980     PERFORM 4000-WRITE-REPORT
002990         THRU 4000-WRITE-REPORT-EXIT.
003000     PERFORM 5000-TERMINATE
003010         THRU 5000-TERMINATE-EXIT.
003020     GOBACK.
003030*----------------------------------------------------------------
003040* 1000-INITIALIZE - CONTROL CARDS, THE AS-OF AND HORIZON DATES,
003050*                   THE CLASS MASTER AND THE RATE TABLE
003060*----------------------------------------------------------------
003070 1000-INITIALIZE.
003080     OPEN INPUT COVERAGE-CTL-FILE.
003090     PERFORM 1100-READ-CONTROL-CARD
003100         THRU 1100-READ-CONTROL-CARD-EXIT
003110         UNTIL WS-CTL-EOF.
003120     CLOSE COVERAGE-CTL-FILE.
003130     IF WS-ASOF-DATE = ZERO
003140         ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
003150         MOVE WS-CURR-DATE    TO WS-ASOF-DATE
003160     END-IF.
003170     MOVE WS-ASOF-DATE        TO WS-STEP-DATE.
003180     PERFORM 7000-NEXT-DAY
003190         THRU 7000-NEXT-DAY-EXIT
003200         WS-WARN-DAYS TIMES.
003210     MOVE WS-STEP-DATE        TO WS-HORIZON-DATE.
003220     OPEN INPUT CLASS-MASTER.
003230     PERFORM 1200-LOAD-ONE-CLASS
003240         THRU 1200-LOAD-ONE-CLASS-EXIT
003250         UNTIL WS-CLASS-EOF.
003260     CLOSE CLASS-MASTER.
003270     OPEN INPUT RATE-TABLE-FILE.
003280     PERFORM 1300-LOAD-ONE-RATE
003290         THRU 1300-LOAD-ONE-RATE-EXIT
003300         UNTIL WS-RATE-EOF.
003310     CLOSE RATE-TABLE-FILE.
003320 1000-INITIALIZE-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 1100-READ-CONTROL-CARD - TAKE ONE CONTROL CARD
003360*----------------------------------------------------------------
003370 1100-READ-CONTROL-CARD.
003380     READ COVERAGE-CTL-FILE
003390         AT END
003400             SET WS-CTL-EOF TO TRUE
003410             GO TO 1100-READ-CONTROL-CARD-EXIT
003420     END-READ.
003430     EVALUATE CT-KEYWORD
003440         WHEN 'WARNDAYS'
003450             IF CT-VALUE(1:3) NUMERIC
003460                 MOVE CT-VALUE(1:3) TO WS-WARN-DAYS
003470             ELSE
003480                 DISPLAY 'MULT-RATE-COVERAGE ABEND - WARNDAYS '
003490                         'CARD NOT NNN: ' CT-VALUE
003500                 MOVE 16      TO RETURN-CODE
003510                 STOP RUN
003520             END-IF
003530         WHEN 'ASOF    '
003540             MOVE CT-VALUE(1:8) TO WS-STEP-DATE
003550             IF CT-VALUE(1:8) NOT NUMERIC
003560                OR WS-STEP-MONTH < 01 OR WS-STEP-MONTH > 12
003570                OR WS-STEP-DAY < 01 OR WS-STEP-DAY > 31
003580                 DISPLAY 'MULT-RATE-COVERAGE ABEND - ASOF '
003590                         'CARD NOT YYYYMMDD: ' CT-VALUE
003600                 MOVE 16      TO RETURN-CODE
003610                 STOP RUN
003620             END-IF
003630             MOVE WS-STEP-DATE TO WS-ASOF-DATE
003640         WHEN SPACES
003650             CONTINUE
003660         WHEN OTHER
003670             DISPLAY 'MULT-RATE-COVERAGE WARNING - CONTROL '
003680                     'CARD IGNORED: ' CT-KEYWORD
003690     END-EVALUATE.
003700 1100-READ-CONTROL-CARD-EXIT.
003710     EXIT.
003720*----------------------------------------------------------------
003730* 1200-LOAD-ONE-CLASS - ONE MASTER ROW.  A CLASS'S LATER DATED
003740*                       ROWS FOLLOW ITS FIRST IN KEY ORDER AND ADD
003750*                       NOTHING.
003760*----------------------------------------------------------------
003770 1200-LOAD-ONE-CLASS.
003780     READ CLASS-MASTER
003790         AT END
003800             SET WS-CLASS-EOF TO TRUE
003810             GO TO 1200-LOAD-ONE-CLASS-EXIT
003820     END-READ.
003830     IF WS-CLASS-COUNT > ZERO
003840         IF RC-CLASS-CODE = WS-CLASS-CODE(WS-CLASS-COUNT)
003850             GO TO 1200-LOAD-ONE-CLASS-EXIT
003860         END-IF
003870     END-IF.
003880     IF WS-CLASS-COUNT >= WS-CLASS-MAX
003890         DISPLAY 'MULT-RATE-COVERAGE ABEND - RATE-CLASS MASTER '
003900                 'HOLDS MORE THAN ' WS-CLASS-MAX ' CLASSES'
003910         MOVE 16              TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     ADD 1                    TO WS-CLASS-COUNT.
003950     MOVE RC-CLASS-CODE       TO WS-CLASS-CODE(WS-CLASS-COUNT).
003960 1200-LOAD-ONE-CLASS-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 1300-LOAD-ONE-RATE - ONE DATED RATE ROW INTO THE TABLE
004000*----------------------------------------------------------------
004010 1300-LOAD-ONE-RATE.
004020     READ RATE-TABLE-FILE
004030         AT END
004040             SET WS-RATE-EOF TO TRUE
004050             GO TO 1300-LOAD-ONE-RATE-EXIT
004060     END-READ.
004070     IF WS-RATE-COUNT >= WS-RATE-MAX
004080         DISPLAY 'MULT-RATE-COVERAGE ABEND - RATE TABLE HOLDS '
004090                 'MORE THAN ' WS-RATE-MAX ' ROWS'
004100         MOVE 16              TO RETURN-CODE
004110         STOP RUN
004120     END-IF.
004130     ADD 1                    TO WS-RATE-COUNT.
004140     MOVE WS-RATE-COUNT       TO WS-RATE-IDX.
004150     MOVE RT-RATE-CLASS       TO WS-RATE-CLASS(WS-RATE-IDX).
004160     MOVE RT-RATE-KEY         TO WS-RATE-KEY(WS-RATE-IDX).
004170     MOVE RT-EFF-START-DATE   TO WS-RATE-START(WS-RATE-IDX).
004180     MOVE RT-EFF-END-DATE     TO WS-RATE-END(WS-RATE-IDX).
004190     MOVE RT-MULTIPLIER       TO WS-RATE-MULT(WS-RATE-IDX).
004200 1300-LOAD-ONE-RATE-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 2000-CHECK-ONE-CLASS - THE CURRENT MASTER CLASS, EVEN THEN ODD
004240*----------------------------------------------------------------
004250 2000-CHECK-ONE-CLASS.
004260     MOVE WS-CLASS-CODE(WS-CLASS-IDX)
004270                              TO WS-CHK-CLASS.
004280     MOVE 1                   TO WS-KEY-IDX.
004290     PERFORM 2100-CHECK-CLASS-KEY
004300         THRU 2100-CHECK-CLASS-KEY-EXIT
004310         UNTIL WS-KEY-IDX > 2.
004320     ADD 1                    TO WS-CLASS-IDX.
004330 2000-CHECK-ONE-CLASS-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* 2100-CHECK-CLASS-KEY - WALK THE CLASS AND KEY'S DATED ROWS IN
004370*                        START-DATE ORDER, TESTING EACH AGAINST
004380*                        THE ONE BEFORE IT, THEN THE LAST ROW'S
004390*                        END
004400*----------------------------------------------------------------
004410 2100-CHECK-CLASS-KEY.
004420     MOVE WS-KEY-LIST(WS-KEY-IDX:1)
004430                              TO WS-CHK-KEY.
004440     MOVE ZERO                TO WS-CHK-ROWS.
004450     MOVE ZERO                TO WS-PREV-IDX.
004460     MOVE 1                   TO WS-RATE-IDX.
004470     PERFORM 2110-CHECK-ONE-ROW
004480         THRU 2110-CHECK-ONE-ROW-EXIT
004490         UNTIL WS-RATE-IDX > WS-RATE-COUNT.
004500     IF WS-CHK-ROWS = ZERO
004510         MOVE 'M'             TO WS-NEW-TYPE
004520         MOVE ZERO            TO WS-NEW-FROM
004530         MOVE 99999999        TO WS-NEW-THRU
004540         MOVE 'NO ROWS ON RATETAB AT ALL'
004550                              TO WS-NEW-NOTE
004560         PERFORM 2900-ADD-FINDING
004570             THRU 2900-ADD-FINDING-EXIT
004580     ELSE
004590         PERFORM 2200-CHECK-LAST-ROW
004600             THRU 2200-CHECK-LAST-ROW-EXIT
004610     END-IF.
004620     ADD 1                    TO WS-KEY-IDX.
004630 2100-CHECK-CLASS-KEY-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660* 2110-CHECK-ONE-ROW - A ROW OF THE CLASS AND KEY.  THE FIRST ONE
004670*                      STARTING AFTER THE AS-OF DATE LEAVES TODAY
004680*                      UNCOVERED; EVERY LATER ONE MUST START THE
004690*                      DAY AFTER THE ROW BEFORE IT ENDS.
004700*----------------------------------------------------------------
004710 2110-CHECK-ONE-ROW.
004720     IF WS-RATE-CLASS(WS-RATE-IDX) NOT = WS-CHK-CLASS
004730        OR WS-RATE-KEY(WS-RATE-IDX) NOT = WS-CHK-KEY
004740         GO TO 2110-CHECK-ONE-ROW-NEXT
004750     END-IF.
004760     ADD 1                    TO WS-CHK-ROWS.
004770     IF WS-PREV-IDX = ZERO
004780         IF WS-RATE-START(WS-RATE-IDX) > WS-ASOF-DATE
004790             MOVE 'M'         TO WS-NEW-TYPE
004800             MOVE ZERO        TO WS-NEW-FROM
004810             MOVE WS-RATE-START(WS-RATE-IDX)
004820                              TO WS-STEP-DATE
004830             PERFORM 7100-PRIOR-DAY
004840                 THRU 7100-PRIOR-DAY-EXIT
004850             MOVE WS-STEP-DATE
004860                              TO WS-NEW-THRU
004870             MOVE 'FIRST ROW STARTS AFTER TODAY'
004880                              TO WS-NEW-NOTE
004890             PERFORM 2900-ADD-FINDING
004900                 THRU 2900-ADD-FINDING-EXIT
004910         END-IF
004920     ELSE
004930         PERFORM 2120-CHECK-ROW-PAIR
004940             THRU 2120-CHECK-ROW-PAIR-EXIT
004950     END-IF.
004960     MOVE WS-RATE-IDX         TO WS-PREV-IDX.
004970 2110-CHECK-ONE-ROW-NEXT.
004980     ADD 1                    TO WS-RATE-IDX.
004990 2110-CHECK-ONE-ROW-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* 2120-CHECK-ROW-PAIR - THE ROW AT WS-RATE-IDX AGAINST THE ROW AT
005030*                       WS-PREV-IDX.  STARTING ON OR BEFORE THE
005040*                       PREVIOUS END IS AN OVERLAP; STARTING AFTER
005050*                       THE DAY FOLLOWING IT LEAVES A HOLE, WHICH
005060*                       IS TODAY'S MISSING ROW IF IT TAKES IN THE
005070*                       AS-OF DATE, AN EXPIRY WARNING IF THE ROW
005080*                       IN FORCE TODAY ENDS INTO IT WITHIN THE
005090*                       HORIZON, AND A PLAIN DATE GAP OTHERWISE.
005100*----------------------------------------------------------------
005110 2120-CHECK-ROW-PAIR.
005120     IF WS-RATE-START(WS-RATE-IDX) NOT > WS-RATE-END(WS-PREV-IDX)
005130         MOVE 'V'             TO WS-NEW-TYPE
005140         MOVE WS-RATE-START(WS-RATE-IDX)
005150                              TO WS-NEW-FROM
005160         MOVE WS-RATE-END(WS-PREV-IDX)
005170                              TO WS-NEW-THRU
005180         MOVE 'TWO ROWS IN FORCE TOGETHER'
005190                              TO WS-NEW-NOTE
005200         PERFORM 2900-ADD-FINDING
005210             THRU 2900-ADD-FINDING-EXIT
005220         GO TO 2120-CHECK-ROW-PAIR-EXIT
005230     END-IF.
005240     MOVE WS-RATE-END(WS-PREV-IDX)
005250                              TO WS-STEP-DATE.
005260     PERFORM 7000-NEXT-DAY
005270         THRU 7000-NEXT-DAY-EXIT.
005280     IF WS-RATE-START(WS-RATE-IDX) = WS-STEP-DATE
005290         GO TO 2120-CHECK-ROW-PAIR-EXIT
005300     END-IF.
005310     MOVE WS-STEP-DATE        TO WS-NEW-FROM.
005320     MOVE WS-RATE-START(WS-RATE-IDX)
005330                              TO WS-STEP-DATE.
005340     PERFORM 7100-PRIOR-DAY
005350         THRU 7100-PRIOR-DAY-EXIT.
005360     MOVE WS-STEP-DATE        TO WS-NEW-THRU.
005370     PERFORM 2130-TEST-PREV-IN-FORCE
005380         THRU 2130-TEST-PREV-IN-FORCE-EXIT.
005390     EVALUATE TRUE
005400         WHEN WS-ASOF-DATE NOT < WS-NEW-FROM
005410              AND WS-ASOF-DATE NOT > WS-NEW-THRU
005420             MOVE 'M'         TO WS-NEW-TYPE
005430             MOVE 'HOLE BETWEEN DATED ROWS'
005440                              TO WS-NEW-NOTE
005450         WHEN WS-PREV-IN-FORCE
005460              AND WS-RATE-END(WS-PREV-IDX) NOT > WS-HORIZON-DATE
005470             MOVE 'E'         TO WS-NEW-TYPE
005480             MOVE 'NEXT ROW STARTS LATE'
005490                              TO WS-NEW-NOTE
005500         WHEN OTHER
005510             MOVE 'G'         TO WS-NEW-TYPE
005520             MOVE 'HOLE BETWEEN DATED ROWS'
005530                              TO WS-NEW-NOTE
005540     END-EVALUATE.
005550     PERFORM 2900-ADD-FINDING
005560         THRU 2900-ADD-FINDING-EXIT.
005570 2120-CHECK-ROW-PAIR-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 2130-TEST-PREV-IN-FORCE - IS THE ROW AT WS-PREV-IDX THE ONE IN
005610*                           FORCE ON THE AS-OF DATE?
005620*----------------------------------------------------------------
005630 2130-TEST-PREV-IN-FORCE.
005640     MOVE 'N'                 TO WS-PREV-IN-FORCE-SW.
005650     IF WS-ASOF-DATE NOT < WS-RATE-START(WS-PREV-IDX)
005660        AND WS-ASOF-DATE NOT > WS-RATE-END(WS-PREV-IDX)
005670         SET WS-PREV-IN-FORCE TO TRUE
005680     END-IF.
005690 2130-TEST-PREV-IN-FORCE-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 2200-CHECK-LAST-ROW - THE CLASS AND KEY'S LAST ROW.  AN OPEN END
005730*                       (99999999) IS FINE.  ONE THAT HAS ALREADY
005740*                       ENDED LEAVES TODAY UNCOVERED; ONE IN FORCE
005750*                       THAT ENDS WITHIN THE HORIZON IS EXPIRING
005760*                       WITH NO SUCCESSOR.  A LATER END IS LEFT
005770*                       FOR A LATER MORNING TO WARN ABOUT.
005780*----------------------------------------------------------------
005790 2200-CHECK-LAST-ROW.
005800     IF WS-RATE-END(WS-PREV-IDX) = 99999999
005810         GO TO 2200-CHECK-LAST-ROW-EXIT
005820     END-IF.
005830     MOVE WS-RATE-END(WS-PREV-IDX)
005840                              TO WS-STEP-DATE.
005850     PERFORM 7000-NEXT-DAY
005860         THRU 7000-NEXT-DAY-EXIT.
005870     MOVE WS-STEP-DATE        TO WS-NEW-FROM.
005880     MOVE 99999999            TO WS-NEW-THRU.
005890     PERFORM 2130-TEST-PREV-IN-FORCE
005900         THRU 2130-TEST-PREV-IN-FORCE-EXIT.
005910     EVALUATE TRUE
005920         WHEN WS-RATE-END(WS-PREV-IDX) < WS-ASOF-DATE
005930             MOVE 'M'         TO WS-NEW-TYPE
005940             MOVE 'LAST ROW HAS ENDED'
005950                              TO WS-NEW-NOTE
005960         WHEN WS-PREV-IN-FORCE
005970              AND WS-RATE-END(WS-PREV-IDX) NOT > WS-HORIZON-DATE
005980             MOVE 'E'         TO WS-NEW-TYPE
005990             MOVE 'NO SUCCESSOR ROW'
006000                              TO WS-NEW-NOTE
006010         WHEN OTHER
006020             GO TO 2200-CHECK-LAST-ROW-EXIT
006030     END-EVALUATE.
006040     PERFORM 2900-ADD-FINDING
006050         THRU 2900-ADD-FINDING-EXIT.
006060 2200-CHECK-LAST-ROW-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* 2500-CHECK-ROW-CLASS - IS THE CLASS OF THE RATE ROW AT
006100*                        WS-RATE-IDX STILL ON THE MASTER?
006110*----------------------------------------------------------------
006120 2500-CHECK-ROW-CLASS.
006130     MOVE 'N'                 TO WS-CLASS-FOUND-SW.
006140     MOVE 1                   TO WS-CLASS-IDX.
006150     PERFORM 2510-TEST-ONE-CLASS
006160         THRU 2510-TEST-ONE-CLASS-EXIT
006170         UNTIL WS-CLASS-IDX > WS-CLASS-COUNT.
006180     IF NOT WS-CLASS-FOUND
006190         MOVE WS-RATE-CLASS(WS-RATE-IDX)
006200                              TO WS-CHK-CLASS
006210         MOVE WS-RATE-KEY(WS-RATE-IDX)
006220                              TO WS-CHK-KEY
006230         MOVE 'U'             TO WS-NEW-TYPE
006240         MOVE WS-RATE-START(WS-RATE-IDX)
006250                              TO WS-NEW-FROM
006260         MOVE WS-RATE-END(WS-RATE-IDX)
006270                              TO WS-NEW-THRU
006280         MOVE 'CLASS HAS NO RATECLS ROW'
006290                              TO WS-NEW-NOTE
006300         PERFORM 2900-ADD-FINDING
006310             THRU 2900-ADD-FINDING-EXIT
006320     END-IF.
006330     ADD 1                    TO WS-RATE-IDX.
006340 2500-CHECK-ROW-CLASS-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370* 2510-TEST-ONE-CLASS - DOES THIS MASTER CLASS MATCH?
006380*----------------------------------------------------------------
006390 2510-TEST-ONE-CLASS.
006400     IF WS-RATE-CLASS(WS-RATE-IDX) = WS-CLASS-CODE(WS-CLASS-IDX)
006410         SET WS-CLASS-FOUND TO TRUE
006420         MOVE 99              TO WS-CLASS-IDX
006430         GO TO 2510-TEST-ONE-CLASS-EXIT
006440     END-IF.
006450     ADD 1                    TO WS-CLASS-IDX.
006460 2510-TEST-ONE-CLASS-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------
006490* 2900-ADD-FINDING - ONE FINDING FOR WS-CHK-CLASS / WS-CHK-KEY
006500*                    FROM THE WS-NEW- FIELDS
006510*----------------------------------------------------------------
006520 2900-ADD-FINDING.
006530     IF WS-FIND-COUNT >= WS-FIND-MAX
006540         DISPLAY 'MULT-RATE-COVERAGE ABEND - MORE THAN '
006550                 WS-FIND-MAX ' FINDINGS'
006560         MOVE 16              TO RETURN-CODE
006570         STOP RUN
006580     END-IF.
006590     ADD 1                    TO WS-FIND-COUNT.
006600     MOVE WS-FIND-COUNT       TO WS-FIND-IDX.
006610     MOVE WS-CHK-CLASS        TO WS-FIND-CLASS(WS-FIND-IDX).
006620     MOVE WS-CHK-KEY          TO WS-FIND-KEY(WS-FIND-IDX).
006630     MOVE WS-NEW-TYPE         TO WS-FIND-TYPE(WS-FIND-IDX).
006640     MOVE WS-NEW-FROM         TO WS-FIND-FROM(WS-FIND-IDX).
006650     MOVE WS-NEW-THRU         TO WS-FIND-THRU(WS-FIND-IDX).
006660     MOVE WS-NEW-NOTE         TO WS-FIND-NOTE(WS-FIND-IDX).
006670     MOVE ZERO                TO WS-FIND-SUSP-CNT(WS-FIND-IDX).
006680     MOVE ZERO                TO WS-FIND-SUSP-QTY(WS-FIND-IDX).
006690     EVALUATE TRUE
006700         WHEN WS-FIND-MISSING(WS-FIND-IDX)
006710             ADD 1            TO WS-MISSING-COUNT
006720         WHEN WS-FIND-EXPIRING(WS-FIND-IDX)
006730             ADD 1            TO WS-EXPIRING-COUNT
006740         WHEN WS-FIND-GAP(WS-FIND-IDX)
006750             ADD 1            TO WS-GAP-COUNT
006760         WHEN WS-FIND-OVERLAP(WS-FIND-IDX)
006770             ADD 1            TO WS-OVERLAP-COUNT
006780         WHEN OTHER
006790             ADD 1            TO WS-ORPHAN-COUNT
006800     END-EVALUATE.
006810 2900-ADD-FINDING-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* 3000-PRICE-SUSPENSE - RUN THE PRICING SUSPENSE ONCE AGAINST THE
006850*                       HOLES FOUND
006860*----------------------------------------------------------------
006870 3000-PRICE-SUSPENSE.
006880     OPEN INPUT PRICE-SUSP-FILE.
006890     PERFORM 3100-TAKE-ONE-SUSPENSE
006900         THRU 3100-TAKE-ONE-SUSPENSE-EXIT
006910         UNTIL WS-SUSP-EOF.
006920     CLOSE PRICE-SUSP-FILE.
006930 3000-PRICE-SUSPENSE-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 3100-TAKE-ONE-SUSPENSE - ONE WAITING ORDER INTO THE HOLE ITS
006970*                          CLASS, EVEN/ODD KEY AND EFFECTIVE DATE
006980*                          FALL IN - THE SAME CLASS DEFAULTING
006990*                          AND KEY CHOICE THE PRICING MAKES.  ONE
007000*                          IN NO REPORTED HOLE IS COUNTED
007010*                          SEPARATELY.
007020*----------------------------------------------------------------
007030 3100-TAKE-ONE-SUSPENSE.
007040     READ PRICE-SUSP-FILE
007050         AT END
007060             SET WS-SUSP-EOF TO TRUE
007070             GO TO 3100-TAKE-ONE-SUSPENSE-EXIT
007080     END-READ.
007090     ADD 1                    TO WS-SUSP-READ-COUNT.
007100     IF PS-QUANTITY NOT NUMERIC
007110         MOVE ZERO            TO PS-QUANTITY
007120     END-IF.
007130     ADD PS-QUANTITY          TO WS-SUSP-READ-QTY.
007140     IF PS-RATE-CLASS = SPACES
007150         MOVE '00'            TO WS-SUSP-CLASS
007160     ELSE
007170         MOVE PS-RATE-CLASS   TO WS-SUSP-CLASS
007180     END-IF.
007190     IF FUNCTION REM(PS-QUANTITY, 2) = 0
007200         MOVE 'E'             TO WS-SUSP-KEY
007210     ELSE
007220         MOVE 'O'             TO WS-SUSP-KEY
007230     END-IF.
007240     MOVE ZERO                TO WS-PREV-IDX.
007250     MOVE 1                   TO WS-FIND-IDX.
007260     PERFORM 3110-TEST-ONE-HOLE
007270         THRU 3110-TEST-ONE-HOLE-EXIT
007280         UNTIL WS-FIND-IDX > WS-FIND-COUNT.
007290     IF WS-PREV-IDX = ZERO
007300         ADD 1                TO WS-SUSP-OTHER-COUNT
007310         ADD PS-QUANTITY      TO WS-SUSP-OTHER-QTY
007320     ELSE
007330         ADD 1                TO WS-SUSP-HOLE-COUNT
007340         ADD PS-QUANTITY      TO WS-SUSP-HOLE-QTY
007350         ADD 1                TO WS-FIND-SUSP-CNT(WS-PREV-IDX)
007360         ADD PS-QUANTITY      TO WS-FIND-SUSP-QTY(WS-PREV-IDX)
007370     END-IF.
007380 3100-TAKE-ONE-SUSPENSE-EXIT.
007390     EXIT.
007400*----------------------------------------------------------------
007410* 3110-TEST-ONE-HOLE - DOES THE WAITING ORDER FALL IN THIS HOLE?
007420*                      A MATCH ENDS THE SEARCH WITH ITS INDEX IN
007430*                      WS-PREV-IDX.
007440*----------------------------------------------------------------
007450 3110-TEST-ONE-HOLE.
007460     IF WS-FIND-HOLE(WS-FIND-IDX)
007470        AND WS-FIND-CLASS(WS-FIND-IDX) = WS-SUSP-CLASS
007480        AND WS-FIND-KEY(WS-FIND-IDX) = WS-SUSP-KEY
007490        AND PS-EFFECTIVE-DATE NOT < WS-FIND-FROM(WS-FIND-IDX)
007500        AND PS-EFFECTIVE-DATE NOT > WS-FIND-THRU(WS-FIND-IDX)
007510         MOVE WS-FIND-IDX     TO WS-PREV-IDX
007520         MOVE 999             TO WS-FIND-IDX
007530         GO TO 3110-TEST-ONE-HOLE-EXIT
007540     END-IF.
007550     ADD 1                    TO WS-FIND-IDX.
007560 3110-TEST-ONE-HOLE-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------
007590* 4000-WRITE-REPORT - HEADINGS, ONE LINE PER FINDING, THE COUNTS
007600*----------------------------------------------------------------
007610 4000-WRITE-REPORT.
007620     OPEN OUTPUT COVERAGE-RPT-FILE.
007630     MOVE WS-ASOF-DATE        TO WH-ASOF-DATE.
007640     MOVE WS-WARN-DAYS        TO WH-WARN-DAYS.
007650     MOVE WS-HORIZON-DATE     TO WH-HORIZON-DATE.
007660     WRITE COVERAGE-RPT-RECORD FROM WS-HEADING-LINE-1.
007670     WRITE COVERAGE-RPT-RECORD FROM WS-HEADING-LINE-2.
007680     IF WS-FIND-COUNT = ZERO
007690         MOVE SPACES          TO WS-SECTION-LINE
007700         MOVE 'NO COVERAGE FINDINGS'
007710                              TO WS-SECTION-TITLE
007720         WRITE COVERAGE-RPT-RECORD FROM WS-SECTION-LINE
007730     END-IF.
007740     MOVE 1                   TO WS-FIND-IDX.
007750     PERFORM 4100-WRITE-ONE-FINDING
007760         THRU 4100-WRITE-ONE-FINDING-EXIT
007770         UNTIL WS-FIND-IDX > WS-FIND-COUNT.
007780     MOVE SPACES              TO WS-SECTION-LINE.
007790     WRITE COVERAGE-RPT-RECORD FROM WS-SECTION-LINE.
007800     MOVE 'FINDINGS BY TYPE'  TO WS-SECTION-TITLE.
007810     WRITE COVERAGE-RPT-RECORD FROM WS-SECTION-LINE.
007820     MOVE SPACES              TO WS-COUNT-LINE.
007830     MOVE 'NO ROW TODAY:'     TO WC-LABEL.
007840     MOVE WS-MISSING-COUNT    TO WC-COUNT.
007850     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
007860     MOVE 'EXPIRING WITHIN HORIZON:'
007870                              TO WC-LABEL.
007880     MOVE WS-EXPIRING-COUNT   TO WC-COUNT.
007890     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
007900     MOVE 'DATE GAPS:'        TO WC-LABEL.
007910     MOVE WS-GAP-COUNT        TO WC-COUNT.
007920     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
007930     MOVE 'OVERLAPS:'         TO WC-LABEL.
007940     MOVE WS-OVERLAP-COUNT    TO WC-COUNT.
007950     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
007960     MOVE 'ROWS FOR CLASSES NOT ON MASTER:'
007970                              TO WC-LABEL.
007980     MOVE WS-ORPHAN-COUNT     TO WC-COUNT.
007990     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
008000     MOVE SPACES              TO WS-SECTION-LINE.
008010     WRITE COVERAGE-RPT-RECORD FROM WS-SECTION-LINE.
008020     MOVE 'PRICING SUSPENSE            ORDERS       QUANTITY'
008030                              TO WS-SECTION-TITLE.
008040     WRITE COVERAGE-RPT-RECORD FROM WS-SECTION-LINE.
008050     MOVE 'WAITING IN TOTAL:'  TO WC-LABEL.
008060     MOVE WS-SUSP-READ-COUNT  TO WC-COUNT.
008070     MOVE WS-SUSP-READ-QTY    TO WC-QTY.
008080     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
008090     MOVE 'IN A REPORTED HOLE:' TO WC-LABEL.
008100     MOVE WS-SUSP-HOLE-COUNT  TO WC-COUNT.
008110     MOVE WS-SUSP-HOLE-QTY    TO WC-QTY.
008120     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
008130     MOVE 'IN NO REPORTED HOLE:' TO WC-LABEL.
008140     MOVE WS-SUSP-OTHER-COUNT TO WC-COUNT.
008150     MOVE WS-SUSP-OTHER-QTY   TO WC-QTY.
008160     WRITE COVERAGE-RPT-RECORD FROM WS-COUNT-LINE.
008170 4000-WRITE-REPORT-EXIT.
008180     EXIT.
008190*----------------------------------------------------------------
008200* 4100-WRITE-ONE-FINDING - ONE REPORT LINE.  THE SUSPENSE
008210*                          COLUMNS ARE LEFT BLANK FOR FINDINGS
008220*                          THAT ARE NOT HOLES.  A HOLE SOMETHING
008230*                          IS WAITING IN IS COUNTED FOR THE RETURN
008240*                          CODE.
008250*----------------------------------------------------------------
008260 4100-WRITE-ONE-FINDING.
008270     MOVE SPACES              TO WS-DETAIL-LINE.
008280     MOVE WS-FIND-CLASS(WS-FIND-IDX)
008290                              TO WD-CLASS.
008300     MOVE WS-FIND-KEY(WS-FIND-IDX)
008310                              TO WD-KEY.
008320     EVALUATE TRUE
008330         WHEN WS-FIND-MISSING(WS-FIND-IDX)
008340             MOVE 'NO ROW TODAY'  TO WD-FINDING
008350         WHEN WS-FIND-EXPIRING(WS-FIND-IDX)
008360             MOVE 'EXPIRING'      TO WD-FINDING
008370         WHEN WS-FIND-GAP(WS-FIND-IDX)
008380             MOVE 'DATE GAP'      TO WD-FINDING
008390         WHEN WS-FIND-OVERLAP(WS-FIND-IDX)
008400             MOVE 'OVERLAP'       TO WD-FINDING
008410         WHEN OTHER
008420             MOVE 'CLASS NOT ON MST'
008430                                  TO WD-FINDING
008440     END-EVALUATE.
008450     MOVE WS-FIND-FROM(WS-FIND-IDX)
008460                              TO WD-FROM.
008470     MOVE WS-FIND-THRU(WS-FIND-IDX)
008480                              TO WD-THRU.
008490     MOVE WS-FIND-NOTE(WS-FIND-IDX)
008500                              TO WD-NOTE.
008510     IF WS-FIND-HOLE(WS-FIND-IDX)
008520         MOVE WS-FIND-SUSP-CNT(WS-FIND-IDX)
008530                              TO WD-SUSP-CNT
008540         MOVE WS-FIND-SUSP-QTY(WS-FIND-IDX)
008550                              TO WD-SUSP-QTY
008560         IF WS-FIND-SUSP-CNT(WS-FIND-IDX) > ZERO
008570             ADD 1            TO WS-WAITING-HOLE-COUNT
008580         END-IF
008590     ELSE
008600         MOVE SPACES          TO WD-SUSP-CNT-X
008610         MOVE SPACES          TO WD-SUSP-QTY-X
008620     END-IF.
008630     WRITE COVERAGE-RPT-RECORD FROM WS-DETAIL-LINE.
008640     ADD 1                    TO WS-FIND-IDX.
008650 4100-WRITE-ONE-FINDING-EXIT.
008660     EXIT.
008670*----------------------------------------------------------------
008680* 5000-TERMINATE - THE VERDICT AND RETURN CODE, CLOSE, REPORT
008690*----------------------------------------------------------------
008700 5000-TERMINATE.
008710     MOVE SPACES              TO WS-VERDICT-LINE.
008720     WRITE COVERAGE-RPT-RECORD FROM WS-VERDICT-LINE.
008730     EVALUATE TRUE
008740         WHEN WS-MISSING-COUNT > ZERO
008750              OR WS-WAITING-HOLE-COUNT > ZERO
008760             MOVE 'COVERAGE BROKEN - ORDERS CANNOT PRICE'
008770                              TO WV-VERDICT
008780             MOVE 8           TO RETURN-CODE
008790         WHEN WS-FIND-COUNT > ZERO
008800             MOVE 'COVERAGE WARNINGS - SEE ABOVE'
008810                              TO WV-VERDICT
008820             MOVE 4           TO RETURN-CODE
008830         WHEN OTHER
008840             MOVE 'COVERAGE CLEAN'
008850                              TO WV-VERDICT
008860     END-EVALUATE.
008870     WRITE COVERAGE-RPT-RECORD FROM WS-VERDICT-LINE.
008880     CLOSE COVERAGE-RPT-FILE.
008890     DISPLAY 'MULT-RATE-COVERAGE AS OF:          ' WS-ASOF-DATE.
008900     DISPLAY 'MULT-RATE-COVERAGE FINDINGS:       ' WS-FIND-COUNT.
008910     DISPLAY 'MULT-RATE-COVERAGE NO ROW TODAY:   '
008920             WS-MISSING-COUNT.
008930     DISPLAY 'MULT-RATE-COVERAGE SUSPENSE READ:  '
008940             WS-SUSP-READ-COUNT.
008950     DISPLAY 'MULT-RATE-COVERAGE IN A HOLE:      '
008960             WS-SUSP-HOLE-COUNT.
008970 5000-TERMINATE-EXIT.
008980     EXIT.
008990*----------------------------------------------------------------
009000* 7000-NEXT-DAY - MOVE WS-STEP-DATE ON ONE CALENDAR DAY
009010*----------------------------------------------------------------
009020 7000-NEXT-DAY.
009030     PERFORM 7200-SET-MONTH-END
009040         THRU 7200-SET-MONTH-END-EXIT.
009050     IF WS-STEP-DAY < WS-STEP-MONTH-END
009060         ADD 1                TO WS-STEP-DAY
009070         GO TO 7000-NEXT-DAY-EXIT
009080     END-IF.
009090     MOVE 1                   TO WS-STEP-DAY.
009100     IF WS-STEP-MONTH < 12
009110         ADD 1                TO WS-STEP-MONTH
009120     ELSE
009130         MOVE 1               TO WS-STEP-MONTH
009140         ADD 1                TO WS-STEP-YEAR
009150     END-IF.
009160 7000-NEXT-DAY-EXIT.
009170     EXIT.
009180*----------------------------------------------------------------
009190* 7100-PRIOR-DAY - MOVE WS-STEP-DATE BACK ONE CALENDAR DAY
009200*----------------------------------------------------------------
009210 7100-PRIOR-DAY.
009220     IF WS-STEP-DAY > 1
009230         SUBTRACT 1           FROM WS-STEP-DAY
009240         GO TO 7100-PRIOR-DAY-EXIT
009250     END-IF.
009260     IF WS-STEP-MONTH > 1
009270         SUBTRACT 1           FROM WS-STEP-MONTH
009280     ELSE
009290         MOVE 12              TO WS-STEP-MONTH
009300         SUBTRACT 1           FROM WS-STEP-YEAR
009310     END-IF.
009320     PERFORM 7200-SET-MONTH-END
009330         THRU 7200-SET-MONTH-END-EXIT.
009340     MOVE WS-STEP-MONTH-END   TO WS-STEP-DAY.
009350 7100-PRIOR-DAY-EXIT.
009360     EXIT.
009370*----------------------------------------------------------------
009380* 7200-SET-MONTH-END - THE LAST DAY OF WS-STEP-DATE'S MONTH,
009390*                      FEBRUARY 29 IN A LEAP YEAR
009400*----------------------------------------------------------------
009410 7200-SET-MONTH-END.
009420     MOVE WS-MONTH-DAYS(WS-STEP-MONTH)
009430                              TO WS-STEP-MONTH-END.
009440     IF WS-STEP-MONTH = 02
009450         IF FUNCTION REM(WS-STEP-YEAR, 4) = 0
009460            AND (FUNCTION REM(WS-STEP-YEAR, 100) NOT = 0
009470                 OR FUNCTION REM(WS-STEP-YEAR, 400) = 0)
009480             MOVE 29          TO WS-STEP-MONTH-END
009490         END-IF
009500     END-IF.
009510 7200-SET-MONTH-END-EXIT.
009520     EXIT.
009530 END PROGRAM MULT-RATE-COVERAGE.
