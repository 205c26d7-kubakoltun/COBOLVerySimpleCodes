000250*                 AT THE END, AND A RETURN CODE THE SCHEDULER
000260*                 CAN GATE ON: RC=0 IN BALANCE, RC=8 ANYTHING
000270*                 MISSING, OUT OF SEQUENCE OR OUT OF BALANCE.
003870* 2026-10-15 DS   GENERAL-LEDGER JOURNAL FEED JOINS THE CHAIN AS
003880*                 JOB 5 (GLJRNL).  IT MUST HAVE POSTED, JOURNALED
003890*                 EVERY ORDER THE DRIVER PRICED, WITH NO
003900*                 EXCEPTIONS, AND ITS NET AMOUNT MUST EQUAL THE
003910*                 DRIVER'S NET (NEW SIGNED MONEY CHECK), AND IT
003920*                 MUST HAVE RUN AFTER THE DRIVER.  ONLY ITS LATEST
003930*                 POSTING FOR THE NIGHT COUNTS, SO A RERUN AFTER
003940*                 AN OUT-OF-BALANCE NIGHT CLEARS THE FAILURE.
003950* 2026-10-15 DS   HIGH-VALUE HOLD QUEUE JOINS THE CHAIN AS JOB 6
003960*                 (HOLDQ), POSTED BY THE DRIVER ALONGSIDE EACH OF
003970*                 ITS OWN ROWS.  IT MUST HAVE POSTED, AND EVERY
003980*                 ORDER THE DRIVER PROCESSED MUST HAVE BEEN PRICED
003990*                 IN THE MAIN PASS, HELD OR REJECTED (NEW CHECK).
004000*                 RELEASED HOLDS RIDE THE DRIVER'S PRICED COUNT
004010*                 AND NET, SO THE LOAD, RECON AND GL CHECKS STAND.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000600         88  WS-CHAIN-FAILED     VALUE 'Y'.
000610     05  WS-RECON-ERR-SW         PIC X(01)   VALUE 'N'.
000620         88  WS-RECON-ERRORED    VALUE 'Y'.
000621     05  WS-GL-ERR-SW            PIC X(01)   VALUE 'N'.
000622         88  WS-GL-ERRORED       VALUE 'Y'.
000630 01  WS-BAL-DATE                 PIC 9(08)   VALUE ZERO.
000640 01  WS-JOB-IDX                  PIC 9(02)   COMP.
000650*----------------------------------------------------------------
000660* ONE ACCUMULATOR ROW PER JOB IN CHAIN ORDER - 1 ORDEDIT,
000670* 2 MULTDRV, 3 INQLOAD, 4 BILLRCN, 5 GLJRNL, 6 HOLDQ.  A CATCH-UP
000680* NIGHT POSTS SEVERAL EDIT AND DRIVER ROWS UNDER ONE DATE; THE
000685* COUNTS SUM.  THE GL JOURNAL KEEPS ONLY ITS LATEST POSTING.
000690*----------------------------------------------------------------
000700 01  WS-JOB-STATS.
000710     05  WS-JOB-STAT OCCURS 6 TIMES.
000720         10  WS-JOB-ROWS         PIC 9(04)   COMP   VALUE ZERO.
000730         10  WS-JOB-TS-MIN       PIC X(14)
000740                                 VALUE HIGH-VALUES.
000780         10  WS-JOB-C2           PIC 9(13)   COMP-3 VALUE ZERO.
000790         10  WS-JOB-C3           PIC 9(13)   COMP-3 VALUE ZERO.
000800         10  WS-JOB-C4           PIC 9(13)   COMP-3 VALUE ZERO.
000801         10  WS-JOB-NET          PIC S9(13)V99
000802                                             COMP-3 VALUE ZERO.
000810 01  WS-JOB-NAMES.
000820     05  FILLER                  PIC X(08)   VALUE 'ORDEDIT '.
000830     05  FILLER                  PIC X(08)   VALUE 'MULTDRV '.
000840     05  FILLER                  PIC X(08)   VALUE 'INQLOAD '.
000850     05  FILLER                  PIC X(08)   VALUE 'BILLRCN '.
000855     05  FILLER                  PIC X(08)   VALUE 'GLJRNL  '.
000856     05  FILLER                  PIC X(08)   VALUE 'HOLDQ   '.
000860 01  WS-JOB-NAME-TABLE REDEFINES WS-JOB-NAMES.
000870     05  WS-JOB-NAME             PIC X(08)   OCCURS 6 TIMES.
000880 01  WS-HEADING-LINE.
000890     05  FILLER                  PIC X(30)
000900         VALUE 'NIGHTLY CYCLE BALANCE FOR     '.
001110     05  FILLER                  PIC X(02).
001120     05  WK-RIGHT                PIC Z(12)9.
001130     05  FILLER                  PIC X(06).
001131 01  WS-AMOUNT-CHECK-LINE.
001132     05  WM-DESC                 PIC X(38).
001133     05  FILLER                  PIC X(02).
001134     05  WM-VERDICT              PIC X(04).
001135     05  FILLER                  PIC X(01).
001136     05  WM-LEFT                 PIC -(13)9.99.
001137     05  FILLER                  PIC X(01).
001138     05  WM-RIGHT                PIC -(13)9.99.
001140 01  WS-VERDICT-LINE.
001150     05  WV-VERDICT              PIC X(50).
001160     05  FILLER                  PIC X(30).
001170 01  WS-COMPARE-WORK.
001180     05  WS-CHK-LEFT             PIC 9(13)   COMP-3.
001190     05  WS-CHK-RIGHT            PIC 9(13)   COMP-3.
001191     05  WS-AMT-LEFT             PIC S9(13)V99
001192                                             COMP-3.
001193     05  WS-AMT-RIGHT            PIC S9(13)V99
001194                                             COMP-3.
001200 PROCEDURE DIVISION.
001210*----------------------------------------------------------------
001220* 0000-MAINLINE - ONE PASS TO FIND THE LATEST EDITED CYCLE DATE,
002030             MOVE 3           TO WS-JOB-IDX
002040         WHEN CY-JOB-BILLRCN
002050             MOVE 4           TO WS-JOB-IDX
002051         WHEN CY-JOB-GLJRNL
002052             MOVE 5           TO WS-JOB-IDX
002053         WHEN CY-JOB-HOLDQ
002054             MOVE 6           TO WS-JOB-IDX
002060         WHEN OTHER
002070             GO TO 2010-SUM-ONE-ROW-EXIT
002080     END-EVALUATE.
002090     ADD 1                    TO WS-JOB-ROWS(WS-JOB-IDX).
002091     IF WS-JOB-IDX = 5
002092         PERFORM 2020-KEEP-LATEST-GL-ROW
002093             THRU 2020-KEEP-LATEST-GL-ROW-EXIT
002094         GO TO 2010-SUM-ONE-ROW-EXIT
002095     END-IF.
002100     IF CY-TIMESTAMP < WS-JOB-TS-MIN(WS-JOB-IDX)
002110         MOVE CY-TIMESTAMP    TO WS-JOB-TS-MIN(WS-JOB-IDX)
002120     END-IF.
002170     ADD CY-COUNT-2           TO WS-JOB-C2(WS-JOB-IDX).
002180     ADD CY-COUNT-3           TO WS-JOB-C3(WS-JOB-IDX).
002190     ADD CY-COUNT-4           TO WS-JOB-C4(WS-JOB-IDX).
002191     IF CY-NET-AMOUNT NUMERIC
002192         ADD CY-NET-AMOUNT    TO WS-JOB-NET(WS-JOB-IDX)
002193     END-IF.
002200     IF CY-OUT-OF-BAL
002210         SET WS-RECON-ERRORED TO TRUE
002220     END-IF.
002230 2010-SUM-ONE-ROW-EXIT.
004020     EXIT.
004030*----------------------------------------------------------------
004040* 2020-KEEP-LATEST-GL-ROW - THE GL JOURNAL IS RERUN UNTIL IT COMES
004050*                           OUT IN BALANCE, SO ONLY ITS LATEST
004060*                           POSTING FOR THE NIGHT COUNTS - AN
004070*                           EARLIER ONE IS SUPERSEDED, NOT SUMMED
004080*----------------------------------------------------------------
004090 2020-KEEP-LATEST-GL-ROW.
004100     IF CY-TIMESTAMP < WS-JOB-TS-MIN(5)
004110         MOVE CY-TIMESTAMP    TO WS-JOB-TS-MIN(5)
004120     END-IF.
004130     IF CY-TIMESTAMP < WS-JOB-TS-MAX(5)
004140         GO TO 2020-KEEP-LATEST-GL-ROW-EXIT
004150     END-IF.
004160     MOVE CY-TIMESTAMP        TO WS-JOB-TS-MAX(5).
004170     MOVE CY-COUNT-1          TO WS-JOB-C1(5).
004180     MOVE CY-COUNT-2          TO WS-JOB-C2(5).
004190     MOVE CY-COUNT-3          TO WS-JOB-C3(5).
004200     MOVE CY-COUNT-4          TO WS-JOB-C4(5).
004210     IF CY-NET-AMOUNT NUMERIC
004220         MOVE CY-NET-AMOUNT   TO WS-JOB-NET(5)
004230     ELSE
004240         MOVE ZERO            TO WS-JOB-NET(5)
004250     END-IF.
004260     IF CY-OUT-OF-BAL
004270         SET WS-GL-ERRORED    TO TRUE
004280     ELSE
004290         MOVE 'N'             TO WS-GL-ERR-SW
004300     END-IF.
004310 2020-KEEP-LATEST-GL-ROW-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------
002260* 3000-RUN-THE-CHECKS - THE HEADING, THE PER-JOB SUMS, THEN ONE
002320     MOVE 1                   TO WS-JOB-IDX.
002330     PERFORM 3100-WRITE-ONE-JOB-LINE
002340         THRU 3100-WRITE-ONE-JOB-LINE-EXIT
002350         UNTIL WS-JOB-IDX > 6.
002360     MOVE 1                   TO WS-JOB-IDX.
002370     PERFORM 3200-CHECK-ONE-JOB-POSTED
002380         THRU 3200-CHECK-ONE-JOB-POSTED-EXIT
002390         UNTIL WS-JOB-IDX > 6.
002400     MOVE WS-JOB-C1(1)        TO WS-CHK-LEFT.
002410     COMPUTE WS-CHK-RIGHT = WS-JOB-C2(1) + WS-JOB-C3(1).
002420     MOVE 'RECEIVED = CLEAN + REJECTED'
002460     MOVE WS-JOB-C1(2)        TO WS-CHK-LEFT.
002470     MOVE WS-JOB-C2(1)        TO WS-CHK-RIGHT.
002480     MOVE 'DRIVER PROCESSED = EDIT CLEAN'
002481                              TO WK-DESC.
002482     PERFORM 3300-WRITE-ONE-CHECK
002483         THRU 3300-WRITE-ONE-CHECK-EXIT.
002484     MOVE WS-JOB-C1(2)        TO WS-CHK-LEFT.
002485     COMPUTE WS-CHK-RIGHT = WS-JOB-C4(6) + WS-JOB-C1(6)
002486                          + WS-JOB-C3(2).
002487     MOVE 'DRIVER PROCESSED = PRICED+HELD+REJ'
002490                              TO WK-DESC.
002500     PERFORM 3300-WRITE-ONE-CHECK
002510         THRU 3300-WRITE-ONE-CHECK-EXIT.
002680     PERFORM 3300-WRITE-ONE-CHECK
002690         THRU 3300-WRITE-ONE-CHECK-EXIT.
002700     IF WS-RECON-ERRORED
004320         SET WS-CHAIN-FAILED TO TRUE
004330     END-IF.
004340     MOVE WS-JOB-C1(5)        TO WS-CHK-LEFT.
004350     MOVE WS-JOB-C2(2)        TO WS-CHK-RIGHT.
004360     MOVE 'GL EXTRACT = DRIVER PRICED'
004370                              TO WK-DESC.
004380     PERFORM 3300-WRITE-ONE-CHECK
004390         THRU 3300-WRITE-ONE-CHECK-EXIT.
004400     MOVE WS-JOB-C3(5)        TO WS-CHK-LEFT.
004410     MOVE ZERO                TO WS-CHK-RIGHT.
004420     MOVE 'GL EXCEPTIONS = ZERO'
004430                              TO WK-DESC.
004440     PERFORM 3300-WRITE-ONE-CHECK
004450         THRU 3300-WRITE-ONE-CHECK-EXIT.
004460     MOVE SPACES              TO WS-AMOUNT-CHECK-LINE.
004470     MOVE WS-JOB-NET(5)       TO WS-AMT-LEFT.
004480     MOVE WS-JOB-NET(2)       TO WS-AMT-RIGHT.
004490     MOVE 'GL NET = DRIVER NET'
004500                              TO WM-DESC.
004510     PERFORM 3310-WRITE-ONE-AMOUNT-CHECK
004520         THRU 3310-WRITE-ONE-AMOUNT-CHECK-EXIT.
004530     IF WS-GL-ERRORED
002710         SET WS-CHAIN-FAILED TO TRUE
002720     END-IF.
002730     PERFORM 3400-CHECK-SEQUENCE
003350 3300-WRITE-ONE-CHECK-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
004540* 3310-WRITE-ONE-AMOUNT-CHECK - THE SAME FOR A SIGNED MONEY CHECK
004550*----------------------------------------------------------------
004560 3310-WRITE-ONE-AMOUNT-CHECK.
004570     MOVE WS-AMT-LEFT         TO WM-LEFT.
004580     MOVE WS-AMT-RIGHT        TO WM-RIGHT.
004590     IF WS-AMT-LEFT = WS-AMT-RIGHT
004600         MOVE 'OK  '          TO WM-VERDICT
004610     ELSE
004620         MOVE 'FAIL'          TO WM-VERDICT
004630         SET WS-CHAIN-FAILED TO TRUE
004640     END-IF.
004650     WRITE BALANCE-RPT-RECORD FROM WS-AMOUNT-CHECK-LINE.
004660     MOVE SPACES              TO WS-AMOUNT-CHECK-LINE.
004670 3310-WRITE-ONE-AMOUNT-CHECK-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
003380* 3400-CHECK-SEQUENCE - THE POSTED TIMESTAMPS MUST RUN EDIT,
003390*                       THEN DRIVER, THEN LOAD AND RECON.  A JOB
003400*                       THAT NEVER POSTED ALREADY FAILED ITS OWN
003410*                       CHECK, SO ONLY POSTED PAIRS ARE TESTED.
003411*                       THE GL JOURNAL'S LATEST POSTING MUST COME
003412*                       AFTER THE DRIVER'S LAST CYCLE.
003420*----------------------------------------------------------------
003430 3400-CHECK-SEQUENCE.
003440     MOVE SPACES              TO WS-CHECK-LINE.
003570     END-IF.
003580     IF WS-JOB-ROWS(2) > ZERO AND WS-JOB-ROWS(4) > ZERO
003590        AND WS-JOB-TS-MAX(2) > WS-JOB-TS-MIN(4)
003592         MOVE 'FAIL'          TO WK-VERDICT
003594     END-IF.
003596     IF WS-JOB-ROWS(2) > ZERO AND WS-JOB-ROWS(5) > ZERO
003598        AND WS-JOB-TS-MAX(2) > WS-JOB-TS-MAX(5)
003600         MOVE 'FAIL'          TO WK-VERDICT
003610     END-IF.
003620     IF WK-VERDICT = 'FAIL'
