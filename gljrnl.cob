000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-GL-JOURNAL.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  TURNS THE NIGHT'S BILLING
000110*                 EXTRACT (SEE BILLREC) INTO BALANCED GENERAL-
000120*                 LEDGER JOURNAL ENTRIES (SEE GLJRNL) SO FINANCE
000130*                 NO LONGER KEYS THE REVENUE BY HAND FROM THE
000140*                 DRIVER'S TRAILER.  THE EXTRACT ARRIVES SORTED BY
000150*                 RUN-ID, RATE CLASS, SOURCE SYSTEM AND
000160*                 TRANSACTION TYPE; EACH SUCH GROUP BECOMES ONE
000170*                 ENTRY - DEBIT RECEIVABLES, CREDIT REVENUE FOR
000180*                 ORDINARY ORDERS, AND THE CONTRA PAIR FOR
000190*                 REVERSALS - ON THE CLASS'S ACCOUNTS FROM THE GL
000200*                 ACCOUNT MAPPING FILE (SEE GLMAP).  EVERY RUN-ID
000210*                 JOURNALED MUST BE ONE THE DRIVER POSTED FOR THE
000220*                 NIGHT ON THE CYCLE-CONTROL FILE (SEE CYCREC),
000230*                 AND EACH RUN-ID'S JOURNALED ORDER COUNT AND NET
000240*                 AMOUNT MUST TIE TO THAT POSTING'S PRICED COUNT
000250*                 AND NET AMOUNT.  AN UNMAPPED CLASS, A STRAY
000260*                 RUN-ID OR A TIE THAT FAILS IS AN EXCEPTION ON
000270*                 THE REPORT; THE JOB POSTS ITS OWN CYCLE-CONTROL
000280*                 ROW EITHER WAY (STATUS 'E' WHEN OUT OF BALANCE)
000290*                 SO MULT-CYCLE-BALANCE CAN HOLD THE MORNING.
000300*                 RC=0 IN BALANCE, RC=8 OUT OF BALANCE, RC=16
000310*                 NOTHING TO JOURNAL AGAINST.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BILL-EXTRACT-FILE ASSIGN TO BILLSRT
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT GL-MAP-FILE       ASSIGN TO GLMAP
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNL
000440            ORGANIZATION IS SEQUENTIAL.
000450     SELECT GL-REPORT-FILE    ASSIGN TO GLRPT
000460            ORGANIZATION IS SEQUENTIAL.
000470     SELECT CYCLE-CTL-FILE    ASSIGN TO CYCCTL
000480            ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510*----------------------------------------------------------------
000520* INPUT - THE NIGHT'S BILLING EXTRACT, SORTED BY RUN-ID, RATE
000530*         CLASS, SOURCE SYSTEM AND TRANSACTION TYPE
000540*----------------------------------------------------------------
000550 FD  BILL-EXTRACT-FILE
000560     RECORDING MODE IS F.
000570 COPY BILLREC.
000580*----------------------------------------------------------------
000590* INPUT - THE GL ACCOUNT MAPPING, ONE ROW PER RATE CLASS
000600*----------------------------------------------------------------
000610 FD  GL-MAP-FILE
000620     RECORDING MODE IS F.
000630 COPY GLMAP.
000640*----------------------------------------------------------------
000650* OUTPUT - THE JOURNAL FEED FOR THE GENERAL LEDGER
000660*----------------------------------------------------------------
000670 FD  GL-JOURNAL-FILE
000680     RECORDING MODE IS F.
000690 COPY GLJRNL.
000700*----------------------------------------------------------------
000710* OUTPUT - JOURNAL CONTROL REPORT, TIE-OUT AND VERDICT
000720*----------------------------------------------------------------
000730 FD  GL-REPORT-FILE
000740     RECORDING MODE IS F.
000750 01  GL-REPORT-RECORD            PIC X(80).
000760*----------------------------------------------------------------
000770* THE SHARED CYCLE-CONTROL FILE - READ AT START-UP FOR THE
000780* DRIVER'S POSTINGS, APPENDED AT TERMINATION WITH THE VERDICT
000790*----------------------------------------------------------------
000800 FD  CYCLE-CTL-FILE
000810     RECORDING MODE IS F.
000820 COPY CYCREC.
000830 WORKING-STORAGE SECTION.
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000860         88  WS-EOF              VALUE 'Y'.
000870     05  WS-MAP-EOF-SW           PIC X(01)   VALUE 'N'.
000880         88  WS-MAP-EOF          VALUE 'Y'.
000890     05  WS-GROUP-OPEN-SW        PIC X(01)   VALUE 'N'.
000900         88  WS-GROUP-OPEN       VALUE 'Y'.
000910 01  WS-COUNTERS.
000920     05  WS-EXTRACT-COUNT        PIC 9(09)   COMP   VALUE ZERO.
000930     05  WS-JOURNALED-COUNT      PIC 9(09)   COMP   VALUE ZERO.
000940     05  WS-LINE-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000950     05  WS-EXCEPTION-COUNT      PIC 9(09)   COMP   VALUE ZERO.
000960 01  WS-TOTALS.
000970     05  WS-TOTAL-DEBITS         PIC 9(13)V99
000980                                             COMP-3 VALUE ZERO.
000990     05  WS-TOTAL-CREDITS        PIC 9(13)V99
001000                                             COMP-3 VALUE ZERO.
001010     05  WS-NET-JOURNALED        PIC S9(13)V99
001020                                             COMP-3 VALUE ZERO.
001030 01  WS-CURRENT-DATE-TIME.
001040     05  WS-CURR-DATE            PIC 9(08).
001050     05  WS-CURR-TIME            PIC 9(08).
001060*----------------------------------------------------------------
001070* CYCLE-CONTROL WORK.  THE LATEST CYCLE DATE THE DRIVER COMPLETED
001080* IS THE NIGHT BEING JOURNALED; EVERY DRIVER POSTING UNDER IT (ONE
001090* PER CYCLE - A CATCH-UP NIGHT HAS SEVERAL) GOES IN THE RUN TABLE
001100* WITH ITS PRICED COUNT AND NET AMOUNT TO TIE THE JOURNAL TO.  THE
001110* TABLE BOUNDS A CATCH-UP AT A MONTH OF CYCLES, AS THE EDIT DOES.
001120*----------------------------------------------------------------
001130 01  WS-CYCLE-WORK.
001140     05  WS-CYC-EOF-SW           PIC X(01)   VALUE 'N'.
001150         88  WS-CYC-EOF          VALUE 'Y'.
001160     05  WS-CYC-DATE             PIC 9(08)   VALUE ZERO.
001170     05  WS-LAST-CYCLE           PIC 9(04)   VALUE ZERO.
001180     05  WS-LAST-RUN-ID          PIC X(14)   VALUE SPACES.
001190 01  WS-RUN-WORK.
001200     05  WS-RUN-MAX              PIC 9(02)   COMP   VALUE 31.
001210     05  WS-RUN-COUNT            PIC 9(02)   COMP   VALUE ZERO.
001220     05  WS-RUN-IDX              PIC 9(02)   COMP.
001230     05  WS-RUN-FOUND-IDX        PIC 9(02)   COMP   VALUE ZERO.
001240     05  WS-RUN-ENTRY OCCURS 31 TIMES.
001250         10  WS-RUN-ID           PIC X(14).
001260         10  WS-RUN-CYCLE        PIC 9(04).
001270         10  WS-RUN-AMT-KNOWN-SW PIC X(01).
001280             88  WS-RUN-AMT-KNOWN
001290                                 VALUE 'Y'.
001300         10  WS-RUN-DRV-COUNT    PIC 9(09)   COMP.
001310         10  WS-RUN-DRV-AMOUNT   PIC S9(13)V99
001320                                             COMP-3.
001330         10  WS-RUN-GL-COUNT     PIC 9(09)   COMP.
001340         10  WS-RUN-GL-AMOUNT    PIC S9(13)V99
001350                                             COMP-3.
001360*----------------------------------------------------------------
001370* THE GL ACCOUNT MAPPING, HELD IN STORAGE.  SAME CEILING AS THE
001380* RATE-CLASS MASTER IT SHADOWS.
001390*----------------------------------------------------------------
001400 01  WS-MAP-WORK.
001410     05  WS-MAP-MAX              PIC 9(02)   COMP   VALUE 20.
001420     05  WS-MAP-COUNT            PIC 9(02)   COMP   VALUE ZERO.
001430     05  WS-MAP-IDX              PIC 9(02)   COMP.
001440     05  WS-MAP-FOUND-IDX        PIC 9(02)   COMP   VALUE ZERO.
001450     05  WS-MAP-ENTRY OCCURS 20 TIMES.
001460         10  WS-MAP-CLASS        PIC X(02).
001470         10  WS-MAP-RECV         PIC X(12).
001480         10  WS-MAP-REVENUE      PIC X(12).
001490*----------------------------------------------------------------
001500* CONTROL-BREAK WORK.  ONE GROUP IS ONE RUN-ID, CLASS, SOURCE AND
001510* TRANSACTION TYPE - ONE JOURNAL ENTRY.
001520*----------------------------------------------------------------
001530 01  WS-ROW-KEY.
001540     05  WS-RK-RUN-ID            PIC X(14).
001550     05  WS-RK-CLASS             PIC X(02).
001560     05  WS-RK-SOURCE            PIC X(04).
001570     05  WS-RK-TYPE              PIC X(01).
001580 01  WS-GROUP-KEY.
001590     05  WS-GK-RUN-ID            PIC X(14).
001600     05  WS-GK-CLASS             PIC X(02).
001610     05  WS-GK-SOURCE            PIC X(04).
001620     05  WS-GK-TYPE              PIC X(01).
001630 01  WS-GROUP-WORK.
001640     05  WS-GROUP-ORDERS         PIC 9(07)   COMP.
001650     05  WS-GROUP-AMOUNT         PIC S9(13)V99
001660                                             COMP-3.
001670     05  WS-GROUP-RUN-IDX        PIC 9(02)   COMP.
001680     05  WS-GROUP-MAP-IDX        PIC 9(02)   COMP.
001690     05  WS-LINE-AMOUNT          PIC 9(11)V99.
001700     05  WS-DEBIT-ACCOUNT        PIC X(12).
001710     05  WS-CREDIT-ACCOUNT       PIC X(12).
001720 01  WS-HEADING-LINE-1.
001730     05  FILLER                  PIC X(40)
001740         VALUE 'GENERAL-LEDGER JOURNAL FEED - CYCLE DATE'.
001750     05  FILLER                  PIC X(01)   VALUE SPACE.
001760     05  WH-CYC-DATE             PIC 9(08).
001770     05  FILLER                  PIC X(31)   VALUE SPACES.
001780 01  WS-HEADING-LINE-2.
001790     05  FILLER                  PIC X(40)
001800         VALUE 'RUN-ID         CL SRC  T  ORDERS DR ACCO'.
001810     05  FILLER                  PIC X(40)
001820         VALUE 'UNT   CR ACCOUNT           AMOUNT       '.
001830 01  WS-ENTRY-LINE.
001840     05  WE-RUN-ID               PIC X(14).
001850     05  FILLER                  PIC X(01).
001860     05  WE-CLASS                PIC X(02).
001870     05  FILLER                  PIC X(01).
001880     05  WE-SOURCE               PIC X(04).
001890     05  FILLER                  PIC X(01).
001900     05  WE-TYPE                 PIC X(01).
001910     05  FILLER                  PIC X(01).
001920     05  WE-ORDERS               PIC ZZZZZZ9.
001930     05  FILLER                  PIC X(01).
001940     05  WE-DR-ACCOUNT           PIC X(12).
001950     05  FILLER                  PIC X(01).
001960     05  WE-CR-ACCOUNT           PIC X(12).
001970     05  FILLER                  PIC X(01).
001980     05  WE-AMOUNT               PIC Z(10)9.99.
001990     05  FILLER                  PIC X(07).
002000 01  WS-EXCEPTION-LINE REDEFINES WS-ENTRY-LINE.
002010     05  FILLER                  PIC X(33).
002020     05  WX-REASON               PIC X(40).
002030     05  FILLER                  PIC X(07).
002040 01  WS-TIE-LINE.
002050     05  WK-RUN-ID               PIC X(14).
002060     05  FILLER                  PIC X(01).
002070     05  WK-CYCLE                PIC 9(04).
002080     05  FILLER                  PIC X(01).
002090     05  WK-WHAT                 PIC X(07).
002100     05  FILLER                  PIC X(01).
002110     05  WK-GL-AMOUNT            PIC -(12)9.99.
002120     05  WK-GL-COUNT REDEFINES WK-GL-AMOUNT
002130                                 PIC Z(15)9.
002140     05  FILLER                  PIC X(01).
002150     05  WK-DRV-AMOUNT           PIC -(12)9.99.
002160     05  WK-DRV-COUNT REDEFINES WK-DRV-AMOUNT
002170                                 PIC Z(15)9.
002180     05  FILLER                  PIC X(02).
002190     05  WK-VERDICT              PIC X(04).
002200     05  FILLER                  PIC X(13).
002210 01  WS-TOTAL-LINE.
002220     05  WL-LABEL                PIC X(24).
002230     05  WL-AMOUNT               PIC -(13)9.99.
002240     05  WL-COUNT REDEFINES WL-AMOUNT
002250                                 PIC Z(16)9.
002260     05  FILLER                  PIC X(39).
002270 01  WS-VERDICT-LINE.
002280     05  WV-VERDICT              PIC X(50).
002290     05  FILLER                  PIC X(30).
002300 PROCEDURE DIVISION.
002310*----------------------------------------------------------------
002320* 0000-MAINLINE
002330*----------------------------------------------------------------
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-INITIALIZE-EXIT.
002370     PERFORM 2000-PROCESS-ONE-ROW
002380         THRU 2000-PROCESS-ONE-ROW-EXIT
002390         UNTIL WS-EOF.
002400     IF WS-GROUP-OPEN
002410         PERFORM 2500-CLOSE-GROUP
002420             THRU 2500-CLOSE-GROUP-EXIT
002430     END-IF.
002440     PERFORM 3000-TERMINATE
002450         THRU 3000-TERMINATE-EXIT.
002460     GOBACK.
002470*----------------------------------------------------------------
002480* 1000-INITIALIZE - FIND THE NIGHT, LOAD THE MAPPING, OPEN FILES,
002490*                   WRITE THE HEADINGS AND PRIME THE READ
002500*----------------------------------------------------------------
002510 1000-INITIALIZE.
002520     PERFORM 1100-FIND-DRIVER-NIGHT
002530         THRU 1100-FIND-DRIVER-NIGHT-EXIT.
002540     PERFORM 1200-LOAD-GL-MAP
002550         THRU 1200-LOAD-GL-MAP-EXIT.
002560     OPEN INPUT  BILL-EXTRACT-FILE
002570          OUTPUT GL-JOURNAL-FILE
002580          OUTPUT GL-REPORT-FILE.
002590     MOVE WS-CYC-DATE         TO WH-CYC-DATE.
002600     MOVE SPACES              TO WS-ENTRY-LINE.
002610     WRITE GL-REPORT-RECORD FROM WS-HEADING-LINE-1.
002620     WRITE GL-REPORT-RECORD FROM WS-HEADING-LINE-2.
002630     PERFORM 8000-READ-EXTRACT
002640         THRU 8000-READ-EXTRACT-EXIT.
002650 1000-INITIALIZE-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 1100-FIND-DRIVER-NIGHT - FIRST PASS FINDS THE LATEST CYCLE DATE
002690*                          THE DRIVER COMPLETED; SECOND PASS LOADS
002700*                          EVERY DRIVER POSTING UNDER IT.  NO
002710*                          DRIVER POSTING MEANS NOTHING TO
002720*                          JOURNAL.
002730*----------------------------------------------------------------
002740 1100-FIND-DRIVER-NIGHT.
002750     OPEN INPUT CYCLE-CTL-FILE.
002760     PERFORM 1110-SCAN-ONE-CYCLE-ROW
002770         THRU 1110-SCAN-ONE-CYCLE-ROW-EXIT
002780         UNTIL WS-CYC-EOF.
002790     CLOSE CYCLE-CTL-FILE.
002800     IF WS-CYC-DATE = ZERO
002810         DISPLAY 'MULT-GL-JOURNAL ABEND - NO MULTDRV POSTING '
002820                 'ON THE CYCLE-CONTROL FILE, RUN THE DRIVER '
002830                 'FIRST'
002840         MOVE 16              TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     MOVE 'N'                 TO WS-CYC-EOF-SW.
002880     OPEN INPUT CYCLE-CTL-FILE.
002890     PERFORM 1120-LOAD-ONE-CYCLE-ROW
002900         THRU 1120-LOAD-ONE-CYCLE-ROW-EXIT
002910         UNTIL WS-CYC-EOF.
002920     CLOSE CYCLE-CTL-FILE.
002930 1100-FIND-DRIVER-NIGHT-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960* 1110-SCAN-ONE-CYCLE-ROW - TRACK THE LATEST DRIVER CYCLE DATE
002970*----------------------------------------------------------------
002980 1110-SCAN-ONE-CYCLE-ROW.
002990     READ CYCLE-CTL-FILE
003000         AT END
003010             SET WS-CYC-EOF TO TRUE
003020             GO TO 1110-SCAN-ONE-CYCLE-ROW-EXIT
003030     END-READ.
003040     IF CY-JOB-MULTDRV AND CY-COMPLETED
003050        AND CY-CYCLE-DATE > WS-CYC-DATE
003060         MOVE CY-CYCLE-DATE   TO WS-CYC-DATE
003070     END-IF.
003080 1110-SCAN-ONE-CYCLE-ROW-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------
003110* 1120-LOAD-ONE-CYCLE-ROW - ONE OF THE NIGHT'S DRIVER POSTINGS
003120*                           INTO THE RUN TABLE.  A DRIVER ROW CUT
003130*                           BEFORE CY-NET-AMOUNT EXISTED TIES ON
003140*                           ITS COUNT ALONE.
003150*----------------------------------------------------------------
003160 1120-LOAD-ONE-CYCLE-ROW.
003170     READ CYCLE-CTL-FILE
003180         AT END
003190             SET WS-CYC-EOF TO TRUE
003200             GO TO 1120-LOAD-ONE-CYCLE-ROW-EXIT
003210     END-READ.
003220     IF NOT CY-JOB-MULTDRV OR NOT CY-COMPLETED
003230        OR CY-CYCLE-DATE NOT = WS-CYC-DATE
003240         GO TO 1120-LOAD-ONE-CYCLE-ROW-EXIT
003250     END-IF.
003260     IF WS-RUN-COUNT >= WS-RUN-MAX
003270         DISPLAY 'MULT-GL-JOURNAL ABEND - MORE THAN ' WS-RUN-MAX
003280                 ' DRIVER POSTINGS FOR CYCLE DATE ' WS-CYC-DATE
003290         MOVE 16              TO RETURN-CODE
003300         STOP RUN
003310     END-IF.
003320     ADD 1                    TO WS-RUN-COUNT.
003330     MOVE CY-RUN-ID           TO WS-RUN-ID(WS-RUN-COUNT).
003340     MOVE CY-CYCLE-NUMBER     TO WS-RUN-CYCLE(WS-RUN-COUNT).
003350     MOVE CY-COUNT-2          TO WS-RUN-DRV-COUNT(WS-RUN-COUNT).
003360     MOVE ZERO                TO WS-RUN-GL-COUNT(WS-RUN-COUNT).
003370     MOVE ZERO                TO WS-RUN-GL-AMOUNT(WS-RUN-COUNT).
003380     IF CY-NET-AMOUNT NUMERIC
003390         MOVE CY-NET-AMOUNT   TO WS-RUN-DRV-AMOUNT(WS-RUN-COUNT)
003400         MOVE 'Y'             TO WS-RUN-AMT-KNOWN-SW(WS-RUN-COUNT)
003410     ELSE
003420         MOVE ZERO            TO WS-RUN-DRV-AMOUNT(WS-RUN-COUNT)
003430         MOVE 'N'             TO WS-RUN-AMT-KNOWN-SW(WS-RUN-COUNT)
003440     END-IF.
003450     IF CY-CYCLE-NUMBER >= WS-LAST-CYCLE
003460         MOVE CY-CYCLE-NUMBER TO WS-LAST-CYCLE
003470         MOVE CY-RUN-ID       TO WS-LAST-RUN-ID
003480     END-IF.
003490 1120-LOAD-ONE-CYCLE-ROW-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------
003520* 1200-LOAD-GL-MAP - LOAD THE GL ACCOUNT MAPPING.  AN EMPTY
003530*                    MAPPING WOULD MAKE EVERY ROW AN EXCEPTION, SO
003540*                    IT IS REFUSED OUTRIGHT INSTEAD.
003550*----------------------------------------------------------------
003560 1200-LOAD-GL-MAP.
003570     OPEN INPUT GL-MAP-FILE.
003580     PERFORM 1210-LOAD-ONE-MAP-ROW
003590         THRU 1210-LOAD-ONE-MAP-ROW-EXIT
003600         UNTIL WS-MAP-EOF.
003610     CLOSE GL-MAP-FILE.
003620     IF WS-MAP-COUNT = ZERO
003630         DISPLAY 'MULT-GL-JOURNAL ABEND - GL ACCOUNT MAPPING '
003640                 'FILE IS EMPTY'
003650         MOVE 16              TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680 1200-LOAD-GL-MAP-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 1210-LOAD-ONE-MAP-ROW - ONE MAPPING ROW INTO THE TABLE
003720*----------------------------------------------------------------
003730 1210-LOAD-ONE-MAP-ROW.
003740     READ GL-MAP-FILE
003750         AT END
003760             SET WS-MAP-EOF TO TRUE
003770             GO TO 1210-LOAD-ONE-MAP-ROW-EXIT
003780     END-READ.
003790     IF WS-MAP-COUNT >= WS-MAP-MAX
003800         DISPLAY 'MULT-GL-JOURNAL ABEND - GL ACCOUNT MAPPING '
003810                 'HOLDS MORE THAN ' WS-MAP-MAX ' CLASSES'
003820         MOVE 16              TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     ADD 1                    TO WS-MAP-COUNT.
003860     MOVE GM-RATE-CLASS       TO WS-MAP-CLASS(WS-MAP-COUNT).
003870     MOVE GM-RECV-ACCOUNT     TO WS-MAP-RECV(WS-MAP-COUNT).
003880     MOVE GM-REVENUE-ACCOUNT  TO WS-MAP-REVENUE(WS-MAP-COUNT).
003890 1210-LOAD-ONE-MAP-ROW-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 2000-PROCESS-ONE-ROW - ONE EXTRACT ROW INTO ITS GROUP.  A CHANGE
003930*                        OF RUN-ID, CLASS, SOURCE OR TYPE CLOSES
003940*                        THE GROUP BEFORE IT AND OPENS A NEW ONE.
003950*----------------------------------------------------------------
003960 2000-PROCESS-ONE-ROW.
003970     IF WS-GROUP-OPEN AND WS-ROW-KEY NOT = WS-GROUP-KEY
003980         PERFORM 2500-CLOSE-GROUP
003990             THRU 2500-CLOSE-GROUP-EXIT
004000     END-IF.
004010     IF NOT WS-GROUP-OPEN
004020         PERFORM 2100-OPEN-GROUP
004030             THRU 2100-OPEN-GROUP-EXIT
004040     END-IF.
004050     ADD 1                    TO WS-GROUP-ORDERS.
004060     ADD BL-BILL-AMOUNT       TO WS-GROUP-AMOUNT.
004070     PERFORM 8000-READ-EXTRACT
004080         THRU 8000-READ-EXTRACT-EXIT.
004090 2000-PROCESS-ONE-ROW-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------
004120* 2100-OPEN-GROUP - A NEW GROUP: ITS KEY, ITS RUN TABLE ENTRY AND
004130*                   ITS CLASS'S ACCOUNTS (ZERO IF NOT FOUND)
004140*----------------------------------------------------------------
004150 2100-OPEN-GROUP.
004160     MOVE WS-ROW-KEY          TO WS-GROUP-KEY.
004170     MOVE ZERO                TO WS-GROUP-ORDERS.
004180     MOVE ZERO                TO WS-GROUP-AMOUNT.
004190     MOVE ZERO                TO WS-RUN-FOUND-IDX.
004200     MOVE 1                   TO WS-RUN-IDX.
004210     PERFORM 2110-TEST-ONE-RUN
004220         THRU 2110-TEST-ONE-RUN-EXIT
004230         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
004240     MOVE WS-RUN-FOUND-IDX    TO WS-GROUP-RUN-IDX.
004250     MOVE ZERO                TO WS-MAP-FOUND-IDX.
004260     MOVE 1                   TO WS-MAP-IDX.
004270     PERFORM 2120-TEST-ONE-MAP
004280         THRU 2120-TEST-ONE-MAP-EXIT
004290         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
004300     MOVE WS-MAP-FOUND-IDX    TO WS-GROUP-MAP-IDX.
004310     SET WS-GROUP-OPEN        TO TRUE.
004320 2100-OPEN-GROUP-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* 2110-TEST-ONE-RUN - IS THIS THE GROUP'S DRIVER POSTING?
004360*----------------------------------------------------------------
004370 2110-TEST-ONE-RUN.
004380     IF WS-GK-RUN-ID = WS-RUN-ID(WS-RUN-IDX)
004390         MOVE WS-RUN-IDX      TO WS-RUN-FOUND-IDX
004400         MOVE 99              TO WS-RUN-IDX
004410         GO TO 2110-TEST-ONE-RUN-EXIT
004420     END-IF.
004430     ADD 1                    TO WS-RUN-IDX.
004440 2110-TEST-ONE-RUN-EXIT.
004450     EXIT.
004460*----------------------------------------------------------------
004470* 2120-TEST-ONE-MAP - IS THIS THE GROUP'S CLASS MAPPING?
004480*----------------------------------------------------------------
004490 2120-TEST-ONE-MAP.
004500     IF WS-GK-CLASS = WS-MAP-CLASS(WS-MAP-IDX)
004510         MOVE WS-MAP-IDX      TO WS-MAP-FOUND-IDX
004520         MOVE 99              TO WS-MAP-IDX
004530         GO TO 2120-TEST-ONE-MAP-EXIT
004540     END-IF.
004550     ADD 1                    TO WS-MAP-IDX.
004560 2120-TEST-ONE-MAP-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 2500-CLOSE-GROUP - ONE FINISHED GROUP BECOMES ONE BALANCED
004600*                    ENTRY.  A GROUP FROM A RUN-ID THE DRIVER
004610*                    NEVER POSTED FOR THE NIGHT, OR OF A CLASS
004620*                    WITH NO GL ACCOUNTS, IS NOT JOURNALED - IT IS
004630*                    REPORTED AS AN EXCEPTION, AND ITS RUN-ID'S
004640*                    TIE FAILS.
004650*----------------------------------------------------------------
004660 2500-CLOSE-GROUP.
004670     MOVE 'N'                 TO WS-GROUP-OPEN-SW.
004680     IF WS-GROUP-RUN-IDX = ZERO
004690         MOVE 'EXCEPTION - RUN-ID NOT POSTED BY DRIVER'
004700                              TO WX-REASON
004710         PERFORM 2700-WRITE-GROUP-EXCEPTION
004720             THRU 2700-WRITE-GROUP-EXCEPTION-EXIT
004730         GO TO 2500-CLOSE-GROUP-EXIT
004740     END-IF.
004750     IF WS-GROUP-MAP-IDX = ZERO
004760         MOVE 'EXCEPTION - NO GL ACCOUNTS FOR CLASS'
004770                              TO WX-REASON
004780         PERFORM 2700-WRITE-GROUP-EXCEPTION
004790             THRU 2700-WRITE-GROUP-EXCEPTION-EXIT
004800         GO TO 2500-CLOSE-GROUP-EXIT
004810     END-IF.
004820     IF WS-GROUP-AMOUNT < ZERO
004830         COMPUTE WS-LINE-AMOUNT = 0 - WS-GROUP-AMOUNT
004840     ELSE
004850         MOVE WS-GROUP-AMOUNT TO WS-LINE-AMOUNT
004860     END-IF.
004870*    AN ORDINARY ORDER DEBITS RECEIVABLES AND CREDITS REVENUE; A
004880*    REVERSAL IS THE CONTRA ENTRY, THE SAME ACCOUNTS SWAPPED.
004890     IF WS-GK-TYPE = 'R'
004900         MOVE WS-MAP-REVENUE(WS-GROUP-MAP-IDX)
004910                              TO WS-DEBIT-ACCOUNT
004920         MOVE WS-MAP-RECV(WS-GROUP-MAP-IDX)
004930                              TO WS-CREDIT-ACCOUNT
004940     ELSE
004950         MOVE WS-MAP-RECV(WS-GROUP-MAP-IDX)
004960                              TO WS-DEBIT-ACCOUNT
004970         MOVE WS-MAP-REVENUE(WS-GROUP-MAP-IDX)
004980                              TO WS-CREDIT-ACCOUNT
004990     END-IF.
005000     MOVE SPACES              TO GL-JOURNAL-RECORD.
005010     MOVE WS-CYC-DATE         TO GJ-JOURNAL-DATE.
005020     MOVE WS-RUN-CYCLE(WS-GROUP-RUN-IDX)
005030                              TO GJ-CYCLE-NUMBER.
005040     MOVE WS-GK-RUN-ID        TO GJ-RUN-ID.
005050     MOVE WS-GK-CLASS         TO GJ-RATE-CLASS.
005060     MOVE WS-GK-SOURCE        TO GJ-SOURCE-SYS.
005070     MOVE WS-GK-TYPE          TO GJ-TRANS-TYPE.
005080     MOVE WS-LINE-AMOUNT      TO GJ-AMOUNT.
005090     MOVE WS-GROUP-ORDERS     TO GJ-ORDER-COUNT.
005100     SET GJ-DEBIT             TO TRUE.
005110     MOVE WS-DEBIT-ACCOUNT    TO GJ-ACCOUNT.
005120     WRITE GL-JOURNAL-RECORD.
005130     SET GJ-CREDIT            TO TRUE.
005140     MOVE WS-CREDIT-ACCOUNT   TO GJ-ACCOUNT.
005150     WRITE GL-JOURNAL-RECORD.
005160     ADD 2                    TO WS-LINE-COUNT.
005170     ADD WS-LINE-AMOUNT       TO WS-TOTAL-DEBITS.
005180     ADD WS-LINE-AMOUNT       TO WS-TOTAL-CREDITS.
005190     ADD WS-GROUP-AMOUNT      TO WS-NET-JOURNALED.
005200     ADD WS-GROUP-ORDERS      TO WS-JOURNALED-COUNT.
005210     ADD WS-GROUP-ORDERS
005220                     TO WS-RUN-GL-COUNT(WS-GROUP-RUN-IDX).
005230     ADD WS-GROUP-AMOUNT
005240                     TO WS-RUN-GL-AMOUNT(WS-GROUP-RUN-IDX).
005250     MOVE SPACES              TO WS-ENTRY-LINE.
005260     MOVE WS-GK-RUN-ID        TO WE-RUN-ID.
005270     MOVE WS-GK-CLASS         TO WE-CLASS.
005280     MOVE WS-GK-SOURCE        TO WE-SOURCE.
005290     MOVE WS-GK-TYPE          TO WE-TYPE.
005300     MOVE WS-GROUP-ORDERS     TO WE-ORDERS.
005310     MOVE WS-DEBIT-ACCOUNT    TO WE-DR-ACCOUNT.
005320     MOVE WS-CREDIT-ACCOUNT   TO WE-CR-ACCOUNT.
005330     MOVE WS-LINE-AMOUNT      TO WE-AMOUNT.
005340     WRITE GL-REPORT-RECORD FROM WS-ENTRY-LINE.
005350 2500-CLOSE-GROUP-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------
005380* 2700-WRITE-GROUP-EXCEPTION - ONE GROUP LEFT OFF THE JOURNAL
005390*----------------------------------------------------------------
005400 2700-WRITE-GROUP-EXCEPTION.
005410     MOVE WS-GK-RUN-ID        TO WE-RUN-ID.
005420     MOVE WS-GK-CLASS         TO WE-CLASS.
005430     MOVE WS-GK-SOURCE        TO WE-SOURCE.
005440     MOVE WS-GK-TYPE          TO WE-TYPE.
005450     MOVE WS-GROUP-ORDERS     TO WE-ORDERS.
005460     WRITE GL-REPORT-RECORD FROM WS-EXCEPTION-LINE.
005470     MOVE SPACES              TO WS-ENTRY-LINE.
005480     ADD 1                    TO WS-EXCEPTION-COUNT.
005490 2700-WRITE-GROUP-EXCEPTION-EXIT.
005500     EXIT.
005510*----------------------------------------------------------------
005520* 3000-TERMINATE - TIE EVERY RUN-ID TO ITS DRIVER POSTING, WRITE
005530*                  THE TOTALS AND VERDICT, AND POST THE JOB'S OWN
005540*                  CYCLE-CONTROL ROW
005550*----------------------------------------------------------------
005560 3000-TERMINATE.
005570     MOVE 1                   TO WS-RUN-IDX.
005580     PERFORM 3100-TIE-ONE-RUN
005590         THRU 3100-TIE-ONE-RUN-EXIT
005600         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
005610     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
005620         ADD 1                TO WS-EXCEPTION-COUNT
005630     END-IF.
005640     MOVE SPACES              TO WS-TOTAL-LINE.
005650     MOVE 'EXTRACT ROWS READ:'
005660                              TO WL-LABEL.
005670     MOVE WS-EXTRACT-COUNT    TO WL-COUNT.
005680     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005690     MOVE 'ORDERS JOURNALED:'
005700                              TO WL-LABEL.
005710     MOVE WS-JOURNALED-COUNT  TO WL-COUNT.
005720     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005730     MOVE 'JOURNAL LINES:'    TO WL-LABEL.
005740     MOVE WS-LINE-COUNT       TO WL-COUNT.
005750     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005760     MOVE 'TOTAL DEBITS:'     TO WL-LABEL.
005770     MOVE WS-TOTAL-DEBITS     TO WL-AMOUNT.
005780     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005790     MOVE 'TOTAL CREDITS:'    TO WL-LABEL.
005800     MOVE WS-TOTAL-CREDITS    TO WL-AMOUNT.
005810     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005820     MOVE 'NET JOURNALED:'    TO WL-LABEL.
005830     MOVE WS-NET-JOURNALED    TO WL-AMOUNT.
005840     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005850     MOVE 'EXCEPTIONS:'       TO WL-LABEL.
005860     MOVE WS-EXCEPTION-COUNT  TO WL-COUNT.
005870     WRITE GL-REPORT-RECORD FROM WS-TOTAL-LINE.
005880     MOVE SPACES              TO WS-VERDICT-LINE.
005890     IF WS-EXCEPTION-COUNT = ZERO
005900         MOVE 'GL JOURNAL IN BALANCE'
005910                              TO WV-VERDICT
005920     ELSE
005930         MOVE 'GL JOURNAL OUT OF BALANCE - SEE RPT'
005940                              TO WV-VERDICT
005950         MOVE 8               TO RETURN-CODE
005960     END-IF.
005970     WRITE GL-REPORT-RECORD FROM WS-VERDICT-LINE.
005980     DISPLAY 'MULT-GL-JOURNAL ' WS-CYC-DATE ' ' WV-VERDICT.
005990     PERFORM 3200-POST-CYCLE-CONTROL
006000         THRU 3200-POST-CYCLE-CONTROL-EXIT.
006010     CLOSE BILL-EXTRACT-FILE
006020           GL-JOURNAL-FILE
006030           GL-REPORT-FILE.
006040 3000-TERMINATE-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------
006070* 3100-TIE-ONE-RUN - ONE RUN-ID'S JOURNALED ORDERS AND NET AMOUNT
006080*                    AGAINST ITS DRIVER POSTING'S PRICED COUNT AND
006090*                    NET AMOUNT
006100*----------------------------------------------------------------
006110 3100-TIE-ONE-RUN.
006120     MOVE SPACES              TO WS-TIE-LINE.
006130     MOVE WS-RUN-ID(WS-RUN-IDX)
006140                              TO WK-RUN-ID.
006150     MOVE WS-RUN-CYCLE(WS-RUN-IDX)
006160                              TO WK-CYCLE.
006170     MOVE 'ORDERS'            TO WK-WHAT.
006180     MOVE WS-RUN-GL-COUNT(WS-RUN-IDX)
006190                              TO WK-GL-COUNT.
006200     MOVE WS-RUN-DRV-COUNT(WS-RUN-IDX)
006210                              TO WK-DRV-COUNT.
006220     IF WS-RUN-GL-COUNT(WS-RUN-IDX)
006230        = WS-RUN-DRV-COUNT(WS-RUN-IDX)
006240         MOVE 'OK  '          TO WK-VERDICT
006250     ELSE
006260         MOVE 'FAIL'          TO WK-VERDICT
006270         ADD 1                TO WS-EXCEPTION-COUNT
006280     END-IF.
006290     WRITE GL-REPORT-RECORD FROM WS-TIE-LINE.
006300     IF NOT WS-RUN-AMT-KNOWN(WS-RUN-IDX)
006310         GO TO 3100-TIE-ONE-RUN-NEXT
006320     END-IF.
006330     MOVE 'NET AMT'           TO WK-WHAT.
006340     MOVE WS-RUN-GL-AMOUNT(WS-RUN-IDX)
006350                              TO WK-GL-AMOUNT.
006360     MOVE WS-RUN-DRV-AMOUNT(WS-RUN-IDX)
006370                              TO WK-DRV-AMOUNT.
006380     IF WS-RUN-GL-AMOUNT(WS-RUN-IDX)
006390        = WS-RUN-DRV-AMOUNT(WS-RUN-IDX)
006400         MOVE 'OK  '          TO WK-VERDICT
006410     ELSE
006420         MOVE 'FAIL'          TO WK-VERDICT
006430         ADD 1                TO WS-EXCEPTION-COUNT
006440     END-IF.
006450     WRITE GL-REPORT-RECORD FROM WS-TIE-LINE.
006460 3100-TIE-ONE-RUN-NEXT.
006470     ADD 1                    TO WS-RUN-IDX.
006480 3100-TIE-ONE-RUN-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------
006510* 3200-POST-CYCLE-CONTROL - THE JOURNAL'S COUNTS, NET AMOUNT AND
006520*                           VERDICT UNDER THE NIGHT'S CYCLE DATE
006530*                           AND ITS LAST CYCLE'S NUMBER AND
006540*                           RUN-ID.
006550*                           STATUS 'E' IS THE OUT-OF-BALANCE FLAG
006560*                           THE MORNING BALANCER PICKS UP.
006570*----------------------------------------------------------------
006580 3200-POST-CYCLE-CONTROL.
006590     OPEN EXTEND CYCLE-CTL-FILE.
006600     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
006610     ACCEPT WS-CURR-TIME FROM TIME.
006620     MOVE SPACES              TO CYCLE-CONTROL-RECORD.
006630     MOVE WS-CYC-DATE         TO CY-CYCLE-DATE.
006640     MOVE WS-LAST-CYCLE       TO CY-CYCLE-NUMBER.
006650     SET CY-JOB-GLJRNL        TO TRUE.
006660     MOVE WS-CURR-DATE        TO CY-TIMESTAMP(1:8).
006670     MOVE WS-CURR-TIME(1:6)   TO CY-TIMESTAMP(9:6).
006680     MOVE WS-LAST-RUN-ID      TO CY-RUN-ID.
006690     IF WS-EXCEPTION-COUNT = ZERO
006700         SET CY-COMPLETED     TO TRUE
006710     ELSE
006720         SET CY-OUT-OF-BAL    TO TRUE
006730     END-IF.
006740     MOVE WS-EXTRACT-COUNT    TO CY-COUNT-1.
006750     MOVE WS-LINE-COUNT       TO CY-COUNT-2.
006760     MOVE WS-EXCEPTION-COUNT  TO CY-COUNT-3.
006770     MOVE WS-RUN-COUNT        TO CY-COUNT-4.
006780     MOVE WS-NET-JOURNALED    TO CY-NET-AMOUNT.
006790     WRITE CYCLE-CONTROL-RECORD.
006800     CLOSE CYCLE-CTL-FILE.
006810 3200-POST-CYCLE-CONTROL-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------
006840* 8000-READ-EXTRACT - NEXT EXTRACT ROW AND ITS GROUP KEY
006850*----------------------------------------------------------------
006860 8000-READ-EXTRACT.
006870     READ BILL-EXTRACT-FILE
006880         AT END
006890             SET WS-EOF TO TRUE
006900             GO TO 8000-READ-EXTRACT-EXIT
006910     END-READ.
006920     ADD 1                    TO WS-EXTRACT-COUNT.
006930     MOVE BL-RUN-ID           TO WS-RK-RUN-ID.
006940     MOVE BL-RATE-CLASS       TO WS-RK-CLASS.
006950     MOVE BL-SOURCE-SYS       TO WS-RK-SOURCE.
006960     MOVE BL-TRANS-TYPE       TO WS-RK-TYPE.
006970 8000-READ-EXTRACT-EXIT.
006980     EXIT.
006990 END PROGRAM MULT-GL-JOURNAL.
