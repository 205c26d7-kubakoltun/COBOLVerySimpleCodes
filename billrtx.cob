000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-BILL-RETRANSMIT.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  REBUILDS A BILLING EXTRACT
000110*                 FROM THE DATED BILLING HISTORY (SEE BILLHIST) -
000120*                 EVERY EXTRACT ROW EVER SENT, KEPT BYTE FOR BYTE
000130*                 IN THE ORDER IT WAS SENT UNDER ITS RUN-ID AND
000140*                 CYCLE - SO A NIGHT BILLING LOST OR MIS-LOADED
000150*                 CAN BE SENT AGAIN WITHOUT GOING TO BACKUPS.  ONE
000160*                 RUN-ID, OR EVERY RUN-ID IN A RANGE OF CYCLE
000170*                 NUMBERS, IS COPIED OUT EXACTLY AS ORIGINALLY
000180*                 SENT.  BEFORE ANYTHING IS WRITTEN EACH RUN-ID'S
000190*                 ARCHIVED ROWS AND NET ARE TIED TO THE BILLING
000200*                 HISTORY'S OWN CYCLE-CONTROL POSTING FOR IT, AND
000210*                 BILLING'S ACKNOWLEDGMENT FILE (SEE BILLACK) IS
000220*                 SEARCHED FOR IT: A RUN-ID BILLING HAS ALREADY
000230*                 ACKNOWLEDGED IS NOT SENT TWICE UNLESS AN
000240*                 OVERRIDE CARD NAMES WHO AUTHORIZED IT.  EVERY
000250*                 RUN-ID SENT IS LOGGED, UNDER ONE TRANSMISSION
000260*                 ID, TO THE RETRANSMISSION LOG (SEE BILLTXL) THAT
000270*                 MULT-BILL-RECON RECONCILES THE RESEND AGAINST.
000280*
000290*                 CONTROL CARDS (RTXCTL, KEYWORD IN COLS 1-8,
000300*                 VALUE FROM COL 10):
000310*                   RUNID    XXXXXXXXXXXXXX - ONE RUN-ID, OR
000320*                   FROMCYC  NNNN  AND
000330*                   TOCYC    NNNN  - A RANGE OF CYCLE NUMBERS
000340*                                    (TOCYC OMITTED = FROMCYC)
000350*                   OVERRIDE XXXXXXXX - USER AUTHORIZING THE
000360*                            RESEND OF AN ACKNOWLEDGED RUN-ID
000370*
000380*                 RC=0 SENT, RC=4 SENT UNDER OVERRIDE, RC=16
000390*                 NOTHING SENT - BAD OR MISSING SELECTION CARD,
000400*                 NOTHING ARCHIVED FOR IT, ARCHIVE NOT AS POSTED,
000410*                 OR AN ACKNOWLEDGED RUN-ID WITH NO OVERRIDE.
000420*----------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RETRANSMIT-CTL-FILE ASSIGN TO RTXCTL
000500            ORGANIZATION IS SEQUENTIAL.
000510     SELECT BILL-HISTORY-FILE   ASSIGN TO BILLHIST
000520            ORGANIZATION IS SEQUENTIAL.
000530     SELECT CYCLE-CTL-FILE      ASSIGN TO CYCCTL
000540            ORGANIZATION IS SEQUENTIAL.
000550     SELECT BILL-ACK-FILE       ASSIGN TO BILLACK
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT TRANSMIT-LOG-FILE   ASSIGN TO BILLTXL
000580            ORGANIZATION IS SEQUENTIAL.
000590     SELECT RETRANSMIT-FILE     ASSIGN TO RTXOUT
000600            ORGANIZATION IS SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640* INPUT - CONTROL CARDS
000650*----------------------------------------------------------------
000660 FD  RETRANSMIT-CTL-FILE
000670     RECORDING MODE IS F.
000680 01  RETRANSMIT-CTL-RECORD.
000690     05  CT-KEYWORD              PIC X(08).
000700     05  FILLER                  PIC X(01).
000710     05  CT-VALUE                PIC X(14).
000720     05  FILLER                  PIC X(57).
000730*----------------------------------------------------------------
000740* INPUT - THE PERMANENT DATED BILLING HISTORY, READ TWICE
000750*----------------------------------------------------------------
000760 FD  BILL-HISTORY-FILE
000770     RECORDING MODE IS F.
000780 COPY BILLHIST.
000790*----------------------------------------------------------------
000800* INPUT - THE SHARED CYCLE-CONTROL FILE, FOR THE BILLING
000810*         HISTORY'S POSTING PER RUN-ID ARCHIVED
000820*----------------------------------------------------------------
000830 FD  CYCLE-CTL-FILE
000840     RECORDING MODE IS F.
000850 COPY CYCREC.
000860*----------------------------------------------------------------
000870* INPUT - BILLING'S POSTING ACKNOWLEDGMENTS
000880*----------------------------------------------------------------
000890 FD  BILL-ACK-FILE
000900     RECORDING MODE IS F.
000910 COPY BILLACK.
000920*----------------------------------------------------------------
000930* INPUT, THEN APPENDED - THE RETRANSMISSION LOG
000940*----------------------------------------------------------------
000950 FD  TRANSMIT-LOG-FILE
000960     RECORDING MODE IS F.
000970 COPY BILLTXL.
000980*----------------------------------------------------------------
000990* OUTPUT - THE REBUILT EXTRACT, LAID OUT AS BILLOUT (SEE BILLREC)
001000*----------------------------------------------------------------
001010 FD  RETRANSMIT-FILE
001020     RECORDING MODE IS F.
001030 01  RETRANSMIT-RECORD           PIC X(60).
001040 WORKING-STORAGE SECTION.
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
001070         88  WS-EOF              VALUE 'Y'.
001080     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
001090         88  WS-ERRORS-FOUND     VALUE 'Y'.
001100     05  WS-SELECT-SW            PIC X(01)   VALUE SPACE.
001110         88  WS-SELECT-RUN-ID    VALUE 'R'.
001120         88  WS-SELECT-CYCLES    VALUE 'C'.
001130     05  WS-OVERRIDE-USED-SW     PIC X(01)   VALUE 'N'.
001140         88  WS-OVERRIDE-USED    VALUE 'Y'.
001150 01  WS-COUNTERS.
001160     05  WS-HIST-READ-COUNT      PIC 9(09)   COMP   VALUE ZERO.
001170     05  WS-SENT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
001180     05  WS-ACKED-RUN-COUNT      PIC 9(04)   COMP   VALUE ZERO.
001190 01  WS-CURRENT-DATE-TIME.
001200     05  WS-CURR-DATE            PIC 9(08).
001210     05  WS-CURR-TIME            PIC 9(08).
001220 01  WS-TRANSMIT-ID              PIC X(14).
001230 01  WS-SELECTION.
001240     05  WS-SEL-RUN-ID           PIC X(14)   VALUE SPACES.
001250     05  WS-SEL-FROM-CYCLE       PIC 9(04)   VALUE ZERO.
001260     05  WS-SEL-TO-CYCLE         PIC 9(04)   VALUE ZERO.
001270     05  WS-SEL-FROM-SW          PIC X(01)   VALUE 'N'.
001280         88  WS-SEL-FROM-GIVEN   VALUE 'Y'.
001290     05  WS-SEL-TO-SW            PIC X(01)   VALUE 'N'.
001300         88  WS-SEL-TO-GIVEN     VALUE 'Y'.
001310     05  WS-OVERRIDE-BY          PIC X(08)   VALUE SPACES.
001320 01  WS-FIND-RUN-ID              PIC X(14).
001330*----------------------------------------------------------------
001340* THE HISTORY ROW'S EXTRACT IMAGE, LAID OUT AS THE EXTRACT
001350*----------------------------------------------------------------
001360 COPY BILLREC.
001370*----------------------------------------------------------------
001380* ONE ENTRY PER RUN-ID SELECTED, IN THE ORDER THE HISTORY FIRST
001390* SHOWS IT: WHAT THE ARCHIVE HOLDS, WHAT THE BILLING HISTORY
001400* POSTED FOR IT, WHETHER BILLING ACKNOWLEDGED IT AND HOW OFTEN IT
001410* HAS BEEN RESENT BEFORE.  A RANGE WIDER THAN THE TABLE IS
001420* REFUSED - SPLIT IT.
001430*----------------------------------------------------------------
001440 01  WS-RUN-WORK.
001450     05  WS-RUN-MAX              PIC 9(03)   COMP   VALUE 100.
001460     05  WS-RUN-COUNT            PIC 9(03)   COMP   VALUE ZERO.
001470     05  WS-RUN-IDX              PIC 9(03)   COMP.
001480     05  WS-RUN-FOUND-IDX        PIC 9(03)   COMP   VALUE ZERO.
001490     05  WS-RUN-ENTRY OCCURS 100 TIMES.
001500         10  WS-RUN-ID           PIC X(14).
001510         10  WS-RUN-CYC-DATE     PIC 9(08).
001520         10  WS-RUN-CYC-NUMBER   PIC 9(04).
001530         10  WS-RUN-ROWS         PIC 9(09)   COMP.
001540         10  WS-RUN-AMOUNT       PIC S9(11)V99
001550                                             COMP-3.
001560         10  WS-RUN-POSTED-SW    PIC X(01).
001570             88  WS-RUN-POSTED   VALUE 'Y'.
001580         10  WS-RUN-POST-ROWS    PIC 9(09)   COMP.
001590         10  WS-RUN-POST-AMOUNT  PIC S9(11)V99
001600                                             COMP-3.
001610         10  WS-RUN-ACKED-SW     PIC X(01).
001620             88  WS-RUN-ACKED    VALUE 'Y'.
001630         10  WS-RUN-RESENT       PIC 9(04)   COMP.
001640 PROCEDURE DIVISION.
001650*----------------------------------------------------------------
001660* 0000-MAINLINE
001670*----------------------------------------------------------------
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE
001700         THRU 1000-INITIALIZE-EXIT.
001710     PERFORM 2000-SELECT-RUNS
001720         THRU 2000-SELECT-RUNS-EXIT.
001730     PERFORM 3000-CHECK-RUNS
001740         THRU 3000-CHECK-RUNS-EXIT.
001750     IF WS-ERRORS-FOUND
001760         DISPLAY 'MULT-BILL-RETRANSMIT - NOTHING SENT'
001770         MOVE 16                  TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     PERFORM 4000-WRITE-EXTRACT
001810         THRU 4000-WRITE-EXTRACT-EXIT.
001820     PERFORM 5000-TERMINATE
001830         THRU 5000-TERMINATE-EXIT.
001840     GOBACK.
001850*----------------------------------------------------------------
001860* 1000-INITIALIZE - STAMP THE TRANSMISSION AND TAKE THE CARDS
001870*----------------------------------------------------------------
001880 1000-INITIALIZE.
001890     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001900     ACCEPT WS-CURR-TIME FROM TIME.
001910     MOVE WS-CURR-DATE            TO WS-TRANSMIT-ID(1:8).
001920     MOVE WS-CURR-TIME(1:6)       TO WS-TRANSMIT-ID(9:6).
001930     OPEN INPUT RETRANSMIT-CTL-FILE.
001940     PERFORM 1100-READ-CONTROL-CARD
001950         THRU 1100-READ-CONTROL-CARD-EXIT
001960         UNTIL WS-EOF.
001970     CLOSE RETRANSMIT-CTL-FILE.
001980     MOVE 'N'                     TO WS-EOF-SW.
001990     IF WS-SEL-RUN-ID NOT = SPACES
002000         SET WS-SELECT-RUN-ID TO TRUE
002010     END-IF.
002020     IF WS-SEL-FROM-GIVEN
002030         IF WS-SELECT-RUN-ID
002040             DISPLAY 'MULT-BILL-RETRANSMIT ABEND - CODE RUNID OR '
002050                     'FROMCYC/TOCYC, NOT BOTH'
002060             MOVE 16              TO RETURN-CODE
002070             STOP RUN
002080         END-IF
002090         SET WS-SELECT-CYCLES TO TRUE
002100         IF NOT WS-SEL-TO-GIVEN
002110             MOVE WS-SEL-FROM-CYCLE
002120                                  TO WS-SEL-TO-CYCLE
002130         END-IF
002140     END-IF.
002150     IF WS-SEL-TO-GIVEN AND NOT WS-SEL-FROM-GIVEN
002160         DISPLAY 'MULT-BILL-RETRANSMIT ABEND - TOCYC CARD '
002170                 'WITH NO FROMCYC CARD'
002180         MOVE 16                  TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     IF NOT WS-SELECT-RUN-ID AND NOT WS-SELECT-CYCLES
002220         DISPLAY 'MULT-BILL-RETRANSMIT ABEND - NO RUNID OR '
002230                 'FROMCYC CARD, NOTHING SELECTED'
002240         MOVE 16                  TO RETURN-CODE
002250         STOP RUN
002260     END-IF.
002270     IF WS-SEL-TO-CYCLE < WS-SEL-FROM-CYCLE
002280         DISPLAY 'MULT-BILL-RETRANSMIT ABEND - TOCYC '
002290                 WS-SEL-TO-CYCLE ' IS BEFORE FROMCYC '
002300                 WS-SEL-FROM-CYCLE
002310         MOVE 16                  TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340 1000-INITIALIZE-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370* 1100-READ-CONTROL-CARD - TAKE ONE CONTROL CARD
002380*----------------------------------------------------------------
002390 1100-READ-CONTROL-CARD.
002400     READ RETRANSMIT-CTL-FILE
002410         AT END
002420             SET WS-EOF TO TRUE
002430             GO TO 1100-READ-CONTROL-CARD-EXIT
002440     END-READ.
002450     EVALUATE CT-KEYWORD
002460         WHEN 'RUNID   '
002470             MOVE CT-VALUE        TO WS-SEL-RUN-ID
002480         WHEN 'FROMCYC '
002490             IF CT-VALUE(1:4) NUMERIC
002500                 MOVE CT-VALUE(1:4) TO WS-SEL-FROM-CYCLE
002510                 SET WS-SEL-FROM-GIVEN TO TRUE
002520             ELSE
002530                 DISPLAY 'MULT-BILL-RETRANSMIT ABEND - FROMCYC '
002540                         'CARD NOT NNNN: ' CT-VALUE
002550                 MOVE 16          TO RETURN-CODE
002560                 STOP RUN
002570             END-IF
002580         WHEN 'TOCYC   '
002590             IF CT-VALUE(1:4) NUMERIC
002600                 MOVE CT-VALUE(1:4) TO WS-SEL-TO-CYCLE
002610                 SET WS-SEL-TO-GIVEN TO TRUE
002620             ELSE
002630                 DISPLAY 'MULT-BILL-RETRANSMIT ABEND - TOCYC '
002640                         'CARD NOT NNNN: ' CT-VALUE
002650                 MOVE 16          TO RETURN-CODE
002660                 STOP RUN
002670             END-IF
002680         WHEN 'OVERRIDE'
002690             MOVE CT-VALUE(1:8)   TO WS-OVERRIDE-BY
002700         WHEN SPACES
002710             CONTINUE
002720         WHEN OTHER
002730             DISPLAY 'MULT-BILL-RETRANSMIT WARNING - CONTROL '
002740                     'CARD IGNORED: ' CT-KEYWORD
002750     END-EVALUATE.
002760 1100-READ-CONTROL-CARD-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 2000-SELECT-RUNS - FIRST PASS OF THE HISTORY: TABLE EVERY
002800*                    RUN-ID THE CARDS SELECT WITH ITS ROWS AND NET
002810*----------------------------------------------------------------
002820 2000-SELECT-RUNS.
002830     OPEN INPUT BILL-HISTORY-FILE.
002840     PERFORM 8000-READ-HISTORY
002850         THRU 8000-READ-HISTORY-EXIT.
002860     PERFORM 2100-TAKE-ONE-HIST-ROW
002870         THRU 2100-TAKE-ONE-HIST-ROW-EXIT
002880         UNTIL WS-EOF.
002890     CLOSE BILL-HISTORY-FILE.
002900     MOVE 'N'                     TO WS-EOF-SW.
002910     IF WS-RUN-COUNT = ZERO
002920         IF WS-SELECT-RUN-ID
002930             DISPLAY 'MULT-BILL-RETRANSMIT ABEND - RUN-ID '
002940                     WS-SEL-RUN-ID ' IS NOT ON THE BILLING '
002950                     'HISTORY'
002960         ELSE
002970             DISPLAY 'MULT-BILL-RETRANSMIT ABEND - NO CYCLE '
002980                     WS-SEL-FROM-CYCLE ' THRU ' WS-SEL-TO-CYCLE
002990                     ' ON THE BILLING HISTORY'
003000         END-IF
003010         MOVE 16                  TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040 2000-SELECT-RUNS-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2100-TAKE-ONE-HIST-ROW - COUNT A SELECTED ROW AGAINST ITS RUN-ID
003080*----------------------------------------------------------------
003090 2100-TAKE-ONE-HIST-ROW.
003100     PERFORM 2200-TEST-SELECTED
003110         THRU 2200-TEST-SELECTED-EXIT.
003120     IF WS-RUN-FOUND-IDX = ZERO
003130         GO TO 2100-TAKE-ONE-HIST-NEXT
003140     END-IF.
003150     ADD 1                  TO WS-RUN-ROWS(WS-RUN-FOUND-IDX).
003160     ADD BL-BILL-AMOUNT     TO WS-RUN-AMOUNT(WS-RUN-FOUND-IDX).
003170 2100-TAKE-ONE-HIST-NEXT.
003180     PERFORM 8000-READ-HISTORY
003190         THRU 8000-READ-HISTORY-EXIT.
003200 2100-TAKE-ONE-HIST-ROW-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 2200-TEST-SELECTED - IS THIS HISTORY ROW SELECTED?  LEAVES ITS
003240*                      RUN-ID'S TABLE ENTRY IN WS-RUN-FOUND-IDX
003250*                      (ADDED ON FIRST SIGHT), ZERO IF NOT
003260*                      SELECTED
003270*----------------------------------------------------------------
003280 2200-TEST-SELECTED.
003290     MOVE ZERO                    TO WS-RUN-FOUND-IDX.
003300     MOVE BH-BILL-IMAGE           TO BILLING-EXTRACT-RECORD.
003310     IF WS-SELECT-RUN-ID
003320         IF BL-RUN-ID NOT = WS-SEL-RUN-ID
003330             GO TO 2200-TEST-SELECTED-EXIT
003340         END-IF
003350     ELSE
003360         IF BH-CYCLE-NUMBER < WS-SEL-FROM-CYCLE
003370            OR BH-CYCLE-NUMBER > WS-SEL-TO-CYCLE
003380             GO TO 2200-TEST-SELECTED-EXIT
003390         END-IF
003400     END-IF.
003410     MOVE BL-RUN-ID               TO WS-FIND-RUN-ID.
003420     PERFORM 2300-FIND-RUN
003430         THRU 2300-FIND-RUN-EXIT.
003440     IF WS-RUN-FOUND-IDX > ZERO
003450         GO TO 2200-TEST-SELECTED-EXIT
003460     END-IF.
003470     IF WS-RUN-COUNT >= WS-RUN-MAX
003480         DISPLAY 'MULT-BILL-RETRANSMIT ABEND - MORE THAN '
003490                 WS-RUN-MAX ' RUN-IDS SELECTED, NARROW THE CYCLE '
003500                 'RANGE'
003510         MOVE 16                  TO RETURN-CODE
003520         STOP RUN
003530     END-IF.
003540     ADD 1                        TO WS-RUN-COUNT.
003550     MOVE WS-RUN-COUNT            TO WS-RUN-FOUND-IDX.
003560     MOVE BL-RUN-ID         TO WS-RUN-ID(WS-RUN-FOUND-IDX).
003570     MOVE BH-CYCLE-DATE     TO WS-RUN-CYC-DATE(WS-RUN-FOUND-IDX).
003580     MOVE BH-CYCLE-NUMBER
003590                 TO WS-RUN-CYC-NUMBER(WS-RUN-FOUND-IDX).
003600     MOVE ZERO              TO WS-RUN-ROWS(WS-RUN-FOUND-IDX).
003610     MOVE ZERO              TO WS-RUN-AMOUNT(WS-RUN-FOUND-IDX).
003620     MOVE 'N'               TO WS-RUN-POSTED-SW(WS-RUN-FOUND-IDX).
003630     MOVE ZERO              TO WS-RUN-POST-ROWS(WS-RUN-FOUND-IDX).
003640     MOVE ZERO
003650                 TO WS-RUN-POST-AMOUNT(WS-RUN-FOUND-IDX).
003660     MOVE 'N'               TO WS-RUN-ACKED-SW(WS-RUN-FOUND-IDX).
003670     MOVE ZERO              TO WS-RUN-RESENT(WS-RUN-FOUND-IDX).
003680 2200-TEST-SELECTED-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 2300-FIND-RUN - LOOK WS-FIND-RUN-ID UP IN THE RUN TABLE (ZERO
003720*                 IF NOT SELECTED)
003730*----------------------------------------------------------------
003740 2300-FIND-RUN.
003750     MOVE ZERO                    TO WS-RUN-FOUND-IDX.
003760     MOVE 1                       TO WS-RUN-IDX.
003770     PERFORM 2310-TEST-ONE-RUN
003780         THRU 2310-TEST-ONE-RUN-EXIT
003790         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
003800 2300-FIND-RUN-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830* 2310-TEST-ONE-RUN - DOES THIS TABLE ENTRY MATCH?
003840*----------------------------------------------------------------
003850 2310-TEST-ONE-RUN.
003860     IF WS-FIND-RUN-ID = WS-RUN-ID(WS-RUN-IDX)
003870         MOVE WS-RUN-IDX          TO WS-RUN-FOUND-IDX
003880         MOVE 999                 TO WS-RUN-IDX
003890         GO TO 2310-TEST-ONE-RUN-EXIT
003900     END-IF.
003910     ADD 1                        TO WS-RUN-IDX.
003920 2310-TEST-ONE-RUN-EXIT.
003930     EXIT.
003940*----------------------------------------------------------------
003950* 3000-CHECK-RUNS - TIE EACH SELECTED RUN-ID TO ITS BILLING
003960*                   HISTORY POSTING, LOOK FOR BILLING'S
003970*                   ACKNOWLEDGMENT AND EARLIER RESENDS, THEN JUDGE
003980*----------------------------------------------------------------
003990 3000-CHECK-RUNS.
004000     OPEN INPUT CYCLE-CTL-FILE.
004010     PERFORM 3100-TAKE-ONE-CYCLE-ROW
004020         THRU 3100-TAKE-ONE-CYCLE-ROW-EXIT
004030         UNTIL WS-EOF.
004040     CLOSE CYCLE-CTL-FILE.
004050     MOVE 'N'                     TO WS-EOF-SW.
004060     OPEN INPUT BILL-ACK-FILE.
004070     PERFORM 3200-TAKE-ONE-ACK
004080         THRU 3200-TAKE-ONE-ACK-EXIT
004090         UNTIL WS-EOF.
004100     CLOSE BILL-ACK-FILE.
004110     MOVE 'N'                     TO WS-EOF-SW.
004120     OPEN INPUT TRANSMIT-LOG-FILE.
004130     PERFORM 3300-TAKE-ONE-LOG-ROW
004140         THRU 3300-TAKE-ONE-LOG-ROW-EXIT
004150         UNTIL WS-EOF.
004160     CLOSE TRANSMIT-LOG-FILE.
004170     MOVE 'N'                     TO WS-EOF-SW.
004180     MOVE 1                       TO WS-RUN-IDX.
004190     PERFORM 3400-JUDGE-ONE-RUN
004200         THRU 3400-JUDGE-ONE-RUN-EXIT
004210         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
004220 3000-CHECK-RUNS-EXIT.
004230     EXIT.
004240*----------------------------------------------------------------
004250* 3100-TAKE-ONE-CYCLE-ROW - THE BILLING HISTORY'S POSTING FOR A
004260*                           SELECTED RUN-ID
004270*----------------------------------------------------------------
004280 3100-TAKE-ONE-CYCLE-ROW.
004290     READ CYCLE-CTL-FILE
004300         AT END
004310             SET WS-EOF TO TRUE
004320             GO TO 3100-TAKE-ONE-CYCLE-ROW-EXIT
004330     END-READ.
004340     IF NOT CY-JOB-BILLHST
004350         GO TO 3100-TAKE-ONE-CYCLE-ROW-EXIT
004360     END-IF.
004370     MOVE CY-RUN-ID               TO WS-FIND-RUN-ID.
004380     PERFORM 2300-FIND-RUN
004390         THRU 2300-FIND-RUN-EXIT.
004400     IF WS-RUN-FOUND-IDX = ZERO
004410         GO TO 3100-TAKE-ONE-CYCLE-ROW-EXIT
004420     END-IF.
004430     SET WS-RUN-POSTED(WS-RUN-FOUND-IDX) TO TRUE.
004440     ADD CY-COUNT-1     TO WS-RUN-POST-ROWS(WS-RUN-FOUND-IDX).
004450     IF CY-NET-AMOUNT NUMERIC
004460         ADD CY-NET-AMOUNT
004470                        TO WS-RUN-POST-AMOUNT(WS-RUN-FOUND-IDX)
004480     END-IF.
004490 3100-TAKE-ONE-CYCLE-ROW-EXIT.
004500     EXIT.
004510*----------------------------------------------------------------
004520* 3200-TAKE-ONE-ACK - BILLING POSTED A ROW OF A SELECTED RUN-ID
004530*----------------------------------------------------------------
004540 3200-TAKE-ONE-ACK.
004550     READ BILL-ACK-FILE
004560         AT END
004570             SET WS-EOF TO TRUE
004580             GO TO 3200-TAKE-ONE-ACK-EXIT
004590     END-READ.
004600     MOVE BA-RUN-ID               TO WS-FIND-RUN-ID.
004610     PERFORM 2300-FIND-RUN
004620         THRU 2300-FIND-RUN-EXIT.
004630     IF WS-RUN-FOUND-IDX > ZERO
004640         SET WS-RUN-ACKED(WS-RUN-FOUND-IDX) TO TRUE
004650     END-IF.
004660 3200-TAKE-ONE-ACK-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 3300-TAKE-ONE-LOG-ROW - AN EARLIER RESEND OF A SELECTED RUN-ID
004700*----------------------------------------------------------------
004710 3300-TAKE-ONE-LOG-ROW.
004720     READ TRANSMIT-LOG-FILE
004730         AT END
004740             SET WS-EOF TO TRUE
004750             GO TO 3300-TAKE-ONE-LOG-ROW-EXIT
004760     END-READ.
004770     MOVE TX-RUN-ID               TO WS-FIND-RUN-ID.
004780     PERFORM 2300-FIND-RUN
004790         THRU 2300-FIND-RUN-EXIT.
004800     IF WS-RUN-FOUND-IDX > ZERO
004810         ADD 1              TO WS-RUN-RESENT(WS-RUN-FOUND-IDX)
004820     END-IF.
004830 3300-TAKE-ONE-LOG-ROW-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 3400-JUDGE-ONE-RUN - THE ARCHIVE MUST HOLD EXACTLY WHAT THE
004870*                      BILLING HISTORY POSTED FOR THE RUN-ID, AND
004880*                      AN ACKNOWLEDGED RUN-ID NEEDS AN OVERRIDE
004890*----------------------------------------------------------------
004900 3400-JUDGE-ONE-RUN.
004910     DISPLAY 'MULT-BILL-RETRANSMIT RUN-ID ' WS-RUN-ID(WS-RUN-IDX)
004920             ' CYCLE ' WS-RUN-CYC-NUMBER(WS-RUN-IDX)
004930             ' OF ' WS-RUN-CYC-DATE(WS-RUN-IDX)
004940             ' ROWS ' WS-RUN-ROWS(WS-RUN-IDX).
004950     IF NOT WS-RUN-POSTED(WS-RUN-IDX)
004960         DISPLAY 'MULT-BILL-RETRANSMIT ERROR - RUN-ID '
004970                 WS-RUN-ID(WS-RUN-IDX) ' HAS NO BILLING HISTORY '
004980                 'POSTING ON CYCCTL'
004990         SET WS-ERRORS-FOUND TO TRUE
005000     ELSE
005010         IF WS-RUN-ROWS(WS-RUN-IDX) NOT =
005020            WS-RUN-POST-ROWS(WS-RUN-IDX)
005030            OR WS-RUN-AMOUNT(WS-RUN-IDX) NOT =
005040               WS-RUN-POST-AMOUNT(WS-RUN-IDX)
005050             DISPLAY 'MULT-BILL-RETRANSMIT ERROR - RUN-ID '
005060                     WS-RUN-ID(WS-RUN-IDX) ' ARCHIVE DOES NOT '
005070                     'MATCH ITS POSTING, POSTED ROWS '
005080                     WS-RUN-POST-ROWS(WS-RUN-IDX)
005090             SET WS-ERRORS-FOUND TO TRUE
005100         END-IF
005110     END-IF.
005120     IF WS-RUN-RESENT(WS-RUN-IDX) > ZERO
005130         DISPLAY 'MULT-BILL-RETRANSMIT WARNING - RUN-ID '
005140                 WS-RUN-ID(WS-RUN-IDX) ' ALREADY RESENT '
005150                 WS-RUN-RESENT(WS-RUN-IDX) ' TIME(S)'
005160     END-IF.
005170     IF WS-RUN-ACKED(WS-RUN-IDX)
005180         ADD 1                    TO WS-ACKED-RUN-COUNT
005190         IF WS-OVERRIDE-BY = SPACES
005200             DISPLAY 'MULT-BILL-RETRANSMIT ERROR - RUN-ID '
005210                     WS-RUN-ID(WS-RUN-IDX) ' ALREADY '
005220                     'ACKNOWLEDGED BY BILLING, OVERRIDE CARD '
005230                     'REQUIRED'
005240             SET WS-ERRORS-FOUND TO TRUE
005250         ELSE
005260             DISPLAY 'MULT-BILL-RETRANSMIT WARNING - RUN-ID '
005270                     WS-RUN-ID(WS-RUN-IDX) ' ALREADY '
005280                     'ACKNOWLEDGED, RESENT UNDER OVERRIDE BY '
005290                     WS-OVERRIDE-BY
005300             SET WS-OVERRIDE-USED TO TRUE
005310         END-IF
005320     END-IF.
005330     ADD 1                        TO WS-RUN-IDX.
005340 3400-JUDGE-ONE-RUN-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 4000-WRITE-EXTRACT - SECOND PASS OF THE HISTORY: EVERY SELECTED
005380*                      ROW OUT AS IT WAS SENT, IN THE SAME ORDER
005390*----------------------------------------------------------------
005400 4000-WRITE-EXTRACT.
005410     OPEN INPUT  BILL-HISTORY-FILE
005420          OUTPUT RETRANSMIT-FILE.
005430     PERFORM 8000-READ-HISTORY
005440         THRU 8000-READ-HISTORY-EXIT.
005450     PERFORM 4100-COPY-ONE-HIST-ROW
005460         THRU 4100-COPY-ONE-HIST-ROW-EXIT
005470         UNTIL WS-EOF.
005480     CLOSE BILL-HISTORY-FILE
005490           RETRANSMIT-FILE.
005500 4000-WRITE-EXTRACT-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* 4100-COPY-ONE-HIST-ROW - ONE SELECTED ROW, BYTE FOR BYTE
005540*----------------------------------------------------------------
005550 4100-COPY-ONE-HIST-ROW.
005560     PERFORM 2200-TEST-SELECTED
005570         THRU 2200-TEST-SELECTED-EXIT.
005580     IF WS-RUN-FOUND-IDX > ZERO
005590         WRITE RETRANSMIT-RECORD FROM BH-BILL-IMAGE
005600         ADD 1                    TO WS-SENT-COUNT
005610     END-IF.
005620     PERFORM 8000-READ-HISTORY
005630         THRU 8000-READ-HISTORY-EXIT.
005640 4100-COPY-ONE-HIST-ROW-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 5000-TERMINATE - ONE LOG RECORD PER RUN-ID SENT, REPORT THE RUN
005680*----------------------------------------------------------------
005690 5000-TERMINATE.
005700     OPEN EXTEND TRANSMIT-LOG-FILE.
005710     MOVE 1                       TO WS-RUN-IDX.
005720     PERFORM 5100-LOG-ONE-RUN
005730         THRU 5100-LOG-ONE-RUN-EXIT
005740         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
005750     CLOSE TRANSMIT-LOG-FILE.
005760     DISPLAY 'MULT-BILL-RETRANSMIT TRANSMISSION ID: '
005770             WS-TRANSMIT-ID.
005780     DISPLAY 'MULT-BILL-RETRANSMIT RUN-IDS SENT:    '
005790             WS-RUN-COUNT.
005800     DISPLAY 'MULT-BILL-RETRANSMIT ROWS SENT:       '
005810             WS-SENT-COUNT.
005820     DISPLAY 'MULT-BILL-RETRANSMIT ACKNOWLEDGED:    '
005830             WS-ACKED-RUN-COUNT.
005840     IF WS-OVERRIDE-USED
005850         MOVE 4                   TO RETURN-CODE
005860     END-IF.
005870 5000-TERMINATE-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 5100-LOG-ONE-RUN - WHAT WAS SENT FOR ONE RUN-ID, AND WHEN
005910*----------------------------------------------------------------
005920 5100-LOG-ONE-RUN.
005930     MOVE SPACES                  TO BILL-TRANSMIT-LOG-RECORD.
005940     MOVE WS-TRANSMIT-ID          TO TX-TRANSMIT-ID.
005950     MOVE WS-RUN-ID(WS-RUN-IDX)   TO TX-RUN-ID.
005960     MOVE WS-RUN-CYC-DATE(WS-RUN-IDX)
005970                                  TO TX-CYCLE-DATE.
005980     MOVE WS-RUN-CYC-NUMBER(WS-RUN-IDX)
005990                                  TO TX-CYCLE-NUMBER.
006000     MOVE WS-RUN-ROWS(WS-RUN-IDX) TO TX-ROW-COUNT.
006010     MOVE WS-RUN-AMOUNT(WS-RUN-IDX)
006020                                  TO TX-NET-AMOUNT.
006030     MOVE WS-SELECT-SW            TO TX-SELECTED-BY.
006040     IF WS-RUN-ACKED(WS-RUN-IDX)
006050         SET TX-WAS-ACKED         TO TRUE
006060         MOVE WS-OVERRIDE-BY      TO TX-OVERRIDE-BY
006070     ELSE
006080         SET TX-NOT-ACKED         TO TRUE
006090     END-IF.
006100     WRITE BILL-TRANSMIT-LOG-RECORD.
006110     ADD 1                        TO WS-RUN-IDX.
006120 5100-LOG-ONE-RUN-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* 8000-READ-HISTORY - NEXT BILLING HISTORY ROW
006160*----------------------------------------------------------------
006170 8000-READ-HISTORY.
006180     READ BILL-HISTORY-FILE
006190         AT END
006200             SET WS-EOF TO TRUE
006210             GO TO 8000-READ-HISTORY-EXIT
006220     END-READ.
006230     ADD 1                        TO WS-HIST-READ-COUNT.
006240 8000-READ-HISTORY-EXIT.
006250     EXIT.
006260 END PROGRAM MULT-BILL-RETRANSMIT.
