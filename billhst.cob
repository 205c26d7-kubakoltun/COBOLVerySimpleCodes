000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-BILL-HISTORY.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  APPENDS THE NIGHT'S BILLING
000110*                 EXTRACT TO THE PERMANENT DATED BILLING HISTORY
000120*                 (SEE BILLHIST), EACH ROW STAMPED WITH THE CYCLE
000130*                 DATE AND NUMBER THE DRIVER POSTED FOR ITS RUN-ID
000140*                 ON THE CYCLE-CONTROL FILE, SO MONTH-END
000150*                 REPORTING HAS MORE THAN THE NIGHTLY TRAILERS TO
000160*                 WORK FROM.  ONE CYCLE-CONTROL ROW IS POSTED PER
000170*                 RUN-ID ARCHIVED; A RUN-ID ALREADY POSTED THAT
000180*                 WAY IS SKIPPED, SO RERUNNING THE STEP NEVER
000190*                 ARCHIVES A NIGHT TWICE.  A ROW WHOSE RUN-ID THE
000200*                 DRIVER NEVER POSTED AS COMPLETE IS NOT ARCHIVED.
000210*                 RC=0 CLEAN, RC=4 ROWS SKIPPED FOR AN UNPOSTED
000220*                 RUN-ID (SEE SYSOUT), RC=16 NO DRIVER POSTING.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BILL-EXTRACT-FILE ASSIGN TO BILLOUT
000310            ORGANIZATION IS SEQUENTIAL.
000320     SELECT BILL-HISTORY-FILE ASSIGN TO BILLHIST
000330            ORGANIZATION IS SEQUENTIAL.
000340     SELECT CYCLE-CTL-FILE    ASSIGN TO CYCCTL
000350            ORGANIZATION IS SEQUENTIAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380*----------------------------------------------------------------
000390* INPUT - THE NIGHT'S BILLING EXTRACT
000400*----------------------------------------------------------------
000410 FD  BILL-EXTRACT-FILE
000420     RECORDING MODE IS F.
000430 COPY BILLREC.
000440*----------------------------------------------------------------
000450* OUTPUT - THE PERMANENT DATED BILLING HISTORY (DISP=MOD)
000460*----------------------------------------------------------------
000470 FD  BILL-HISTORY-FILE
000480     RECORDING MODE IS F.
000490 COPY BILLHIST.
000500*----------------------------------------------------------------
000510* THE SHARED CYCLE-CONTROL FILE - READ AT START-UP FOR THE
000520* DRIVER'S POSTINGS AND OUR OWN, APPENDED AT TERMINATION
000530*----------------------------------------------------------------
000540 FD  CYCLE-CTL-FILE
000550     RECORDING MODE IS F.
000560 COPY CYCREC.
000570 WORKING-STORAGE SECTION.
000580 01  WS-SWITCHES.
000590     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000600         88  WS-EOF              VALUE 'Y'.
000610     05  WS-CYC-EOF-SW           PIC X(01)   VALUE 'N'.
000620         88  WS-CYC-EOF          VALUE 'Y'.
000630 01  WS-COUNTERS.
000640     05  WS-READ-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000650     05  WS-ARCHIVED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000660     05  WS-DONE-SKIP-COUNT      PIC 9(09)   COMP   VALUE ZERO.
000670     05  WS-UNPOSTED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000680 01  WS-CURRENT-DATE-TIME.
000690     05  WS-CURR-DATE            PIC 9(08).
000700     05  WS-CURR-TIME            PIC 9(08).
000710 01  WS-CYC-DATE                 PIC 9(08)   VALUE ZERO.
000720 01  WS-FIND-RUN-ID              PIC X(14).
000730*----------------------------------------------------------------
000740* THE NIGHT'S DRIVER POSTINGS - ONE PER CYCLE PRICED, EACH WITH
000750* ITS RUN-ID - AND WHETHER A HISTORY ROW IS ALREADY POSTED FOR IT.
000760* SAME MONTH-OF-CYCLES CEILING AS THE EDIT'S CATCH-UP.
000770*----------------------------------------------------------------
000780 01  WS-RUN-WORK.
000790     05  WS-RUN-MAX              PIC 9(02)   COMP   VALUE 31.
000800     05  WS-RUN-COUNT            PIC 9(02)   COMP   VALUE ZERO.
000810     05  WS-RUN-IDX              PIC 9(02)   COMP.
000820     05  WS-RUN-FOUND-IDX        PIC 9(02)   COMP   VALUE ZERO.
000830     05  WS-RUN-ENTRY OCCURS 31 TIMES.
000840         10  WS-RUN-ID           PIC X(14).
000850         10  WS-RUN-CYCLE        PIC 9(04).
000860         10  WS-RUN-DONE-SW      PIC X(01).
000870             88  WS-RUN-DONE     VALUE 'Y'.
000880         10  WS-RUN-ROWS         PIC 9(09)   COMP.
000890         10  WS-RUN-AMOUNT       PIC S9(13)V99
000900                                             COMP-3.
000910 PROCEDURE DIVISION.
000920*----------------------------------------------------------------
000930* 0000-MAINLINE
000940*----------------------------------------------------------------
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE
000970         THRU 1000-INITIALIZE-EXIT.
000980     PERFORM 2000-ARCHIVE-ONE-ROW
000990         THRU 2000-ARCHIVE-ONE-ROW-EXIT
001000         UNTIL WS-EOF.
001010     PERFORM 3000-TERMINATE
001020         THRU 3000-TERMINATE-EXIT.
001030     GOBACK.
001040*----------------------------------------------------------------
001050* 1000-INITIALIZE - FIND THE NIGHT, OPEN FILES, PRIME THE READ
001060*----------------------------------------------------------------
001070 1000-INITIALIZE.
001080     PERFORM 1100-FIND-DRIVER-NIGHT
001090         THRU 1100-FIND-DRIVER-NIGHT-EXIT.
001100     OPEN INPUT  BILL-EXTRACT-FILE
001110          EXTEND BILL-HISTORY-FILE.
001120     PERFORM 8000-READ-EXTRACT
001130         THRU 8000-READ-EXTRACT-EXIT.
001140 1000-INITIALIZE-EXIT.
001150     EXIT.
001160*----------------------------------------------------------------
001170* 1100-FIND-DRIVER-NIGHT - FIRST PASS FINDS THE LATEST CYCLE DATE
001180*                          THE DRIVER COMPLETED; SECOND PASS LOADS
001190*                          ITS DRIVER POSTINGS, THEN MARKS THOSE
001200*                          ALREADY ARCHIVED
001210*----------------------------------------------------------------
001220 1100-FIND-DRIVER-NIGHT.
001230     OPEN INPUT CYCLE-CTL-FILE.
001240     PERFORM 1110-SCAN-ONE-CYCLE-ROW
001250         THRU 1110-SCAN-ONE-CYCLE-ROW-EXIT
001260         UNTIL WS-CYC-EOF.
001270     CLOSE CYCLE-CTL-FILE.
001280     IF WS-CYC-DATE = ZERO
001290         DISPLAY 'MULT-BILL-HISTORY ABEND - NO MULTDRV POSTING '
001300                 'ON THE CYCLE-CONTROL FILE, RUN THE DRIVER '
001310                 'FIRST'
001320         MOVE 16              TO RETURN-CODE
001330         STOP RUN
001340     END-IF.
001350     MOVE 'N'                 TO WS-CYC-EOF-SW.
001360     OPEN INPUT CYCLE-CTL-FILE.
001370     PERFORM 1120-LOAD-ONE-CYCLE-ROW
001380         THRU 1120-LOAD-ONE-CYCLE-ROW-EXIT
001390         UNTIL WS-CYC-EOF.
001400     CLOSE CYCLE-CTL-FILE.
001410     MOVE 'N'                 TO WS-CYC-EOF-SW.
001420     OPEN INPUT CYCLE-CTL-FILE.
001430     PERFORM 1130-MARK-ONE-ARCHIVED
001440         THRU 1130-MARK-ONE-ARCHIVED-EXIT
001450         UNTIL WS-CYC-EOF.
001460     CLOSE CYCLE-CTL-FILE.
001470 1100-FIND-DRIVER-NIGHT-EXIT.
001480     EXIT.
001490*----------------------------------------------------------------
001500* 1110-SCAN-ONE-CYCLE-ROW - TRACK THE LATEST DRIVER CYCLE DATE
001510*----------------------------------------------------------------
001520 1110-SCAN-ONE-CYCLE-ROW.
001530     READ CYCLE-CTL-FILE
001540         AT END
001550             SET WS-CYC-EOF TO TRUE
001560             GO TO 1110-SCAN-ONE-CYCLE-ROW-EXIT
001570     END-READ.
001580     IF CY-JOB-MULTDRV AND CY-COMPLETED
001590        AND CY-CYCLE-DATE > WS-CYC-DATE
001600         MOVE CY-CYCLE-DATE   TO WS-CYC-DATE
001610     END-IF.
001620 1110-SCAN-ONE-CYCLE-ROW-EXIT.
001630     EXIT.
001640*----------------------------------------------------------------
001650* 1120-LOAD-ONE-CYCLE-ROW - ONE OF THE NIGHT'S DRIVER POSTINGS
001660*                           INTO THE RUN TABLE
001670*----------------------------------------------------------------
001680 1120-LOAD-ONE-CYCLE-ROW.
001690     READ CYCLE-CTL-FILE
001700         AT END
001710             SET WS-CYC-EOF TO TRUE
001720             GO TO 1120-LOAD-ONE-CYCLE-ROW-EXIT
001730     END-READ.
001740     IF NOT CY-JOB-MULTDRV OR NOT CY-COMPLETED
001750        OR CY-CYCLE-DATE NOT = WS-CYC-DATE
001760         GO TO 1120-LOAD-ONE-CYCLE-ROW-EXIT
001770     END-IF.
001780     IF WS-RUN-COUNT >= WS-RUN-MAX
001790         DISPLAY 'MULT-BILL-HISTORY ABEND - MORE THAN ' WS-RUN-MAX
001800                 ' DRIVER POSTINGS FOR CYCLE DATE ' WS-CYC-DATE
001810         MOVE 16              TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     ADD 1                    TO WS-RUN-COUNT.
001850     MOVE CY-RUN-ID           TO WS-RUN-ID(WS-RUN-COUNT).
001860     MOVE CY-CYCLE-NUMBER     TO WS-RUN-CYCLE(WS-RUN-COUNT).
001870     MOVE 'N'                 TO WS-RUN-DONE-SW(WS-RUN-COUNT).
001880     MOVE ZERO                TO WS-RUN-ROWS(WS-RUN-COUNT).
001890     MOVE ZERO                TO WS-RUN-AMOUNT(WS-RUN-COUNT).
001900 1120-LOAD-ONE-CYCLE-ROW-EXIT.
001910     EXIT.
001920*----------------------------------------------------------------
001930* 1130-MARK-ONE-ARCHIVED - A HISTORY POSTING FOR ONE OF THE
001940*                          NIGHT'S RUN-IDS MEANS AN EARLIER RUN OF
001950*                          THIS STEP ALREADY ARCHIVED IT
001960*----------------------------------------------------------------
001970 1130-MARK-ONE-ARCHIVED.
001980     READ CYCLE-CTL-FILE
001990         AT END
002000             SET WS-CYC-EOF TO TRUE
002010             GO TO 1130-MARK-ONE-ARCHIVED-EXIT
002020     END-READ.
002030     IF NOT CY-JOB-BILLHST
002040        OR CY-CYCLE-DATE NOT = WS-CYC-DATE
002050         GO TO 1130-MARK-ONE-ARCHIVED-EXIT
002060     END-IF.
002070     MOVE CY-RUN-ID           TO WS-FIND-RUN-ID.
002080     PERFORM 2100-FIND-RUN
002090         THRU 2100-FIND-RUN-EXIT.
002100     IF WS-RUN-FOUND-IDX > ZERO
002110         SET WS-RUN-DONE(WS-RUN-FOUND-IDX) TO TRUE
002120     END-IF.
002130 1130-MARK-ONE-ARCHIVED-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 2000-ARCHIVE-ONE-ROW - ONE EXTRACT ROW ONTO THE HISTORY, UNDER
002170*                        ITS RUN-ID'S CYCLE DATE AND NUMBER
002180*----------------------------------------------------------------
002190 2000-ARCHIVE-ONE-ROW.
002200     MOVE BL-RUN-ID           TO WS-FIND-RUN-ID.
002210     PERFORM 2100-FIND-RUN
002220         THRU 2100-FIND-RUN-EXIT.
002230     IF WS-RUN-FOUND-IDX = ZERO
002240         ADD 1                TO WS-UNPOSTED-COUNT
002250         DISPLAY 'MULT-BILL-HISTORY WARNING - RUN-ID ' BL-RUN-ID
002260                 ' NOT POSTED BY THE DRIVER, ROW NOT ARCHIVED: '
002270                 BL-ORDER-KEY
002280         GO TO 2000-ARCHIVE-ONE-NEXT
002290     END-IF.
002300     IF WS-RUN-DONE(WS-RUN-FOUND-IDX)
002310         ADD 1                TO WS-DONE-SKIP-COUNT
002320         GO TO 2000-ARCHIVE-ONE-NEXT
002330     END-IF.
002340     MOVE SPACES              TO BILL-HISTORY-RECORD.
002350     MOVE WS-CYC-DATE         TO BH-CYCLE-DATE.
002360     MOVE WS-RUN-CYCLE(WS-RUN-FOUND-IDX)
002370                              TO BH-CYCLE-NUMBER.
002380     MOVE BILLING-EXTRACT-RECORD
002390                              TO BH-BILL-IMAGE.
002400     WRITE BILL-HISTORY-RECORD.
002410     ADD 1                    TO WS-ARCHIVED-COUNT.
002420     ADD 1                    TO WS-RUN-ROWS(WS-RUN-FOUND-IDX).
002430     ADD BL-BILL-AMOUNT       TO WS-RUN-AMOUNT(WS-RUN-FOUND-IDX).
002440 2000-ARCHIVE-ONE-NEXT.
002450     PERFORM 8000-READ-EXTRACT
002460         THRU 8000-READ-EXTRACT-EXIT.
002470 2000-ARCHIVE-ONE-ROW-EXIT.
002480     EXIT.
002490*----------------------------------------------------------------
002500* 2100-FIND-RUN - LOOK WS-FIND-RUN-ID UP IN THE RUN TABLE (ZERO
002510*                 IF NOT ONE OF THE NIGHT'S DRIVER POSTINGS)
002520*----------------------------------------------------------------
002530 2100-FIND-RUN.
002540     MOVE ZERO                TO WS-RUN-FOUND-IDX.
002550     MOVE 1                   TO WS-RUN-IDX.
002560     PERFORM 2110-TEST-ONE-RUN
002570         THRU 2110-TEST-ONE-RUN-EXIT
002580         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
002590 2100-FIND-RUN-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 2110-TEST-ONE-RUN - DOES THIS TABLE ENTRY MATCH?
002630*----------------------------------------------------------------
002640 2110-TEST-ONE-RUN.
002650     IF WS-FIND-RUN-ID = WS-RUN-ID(WS-RUN-IDX)
002660         MOVE WS-RUN-IDX      TO WS-RUN-FOUND-IDX
002670         MOVE 99              TO WS-RUN-IDX
002680         GO TO 2110-TEST-ONE-RUN-EXIT
002690     END-IF.
002700     ADD 1                    TO WS-RUN-IDX.
002710 2110-TEST-ONE-RUN-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 3000-TERMINATE - ONE CYCLE-CONTROL ROW PER RUN-ID ARCHIVED THIS
002750*                  TIME, CLOSE AND REPORT THE ARCHIVE
002760*----------------------------------------------------------------
002770 3000-TERMINATE.
002780     CLOSE BILL-EXTRACT-FILE
002790           BILL-HISTORY-FILE.
002800     OPEN EXTEND CYCLE-CTL-FILE.
002810     MOVE 1                   TO WS-RUN-IDX.
002820     PERFORM 3100-POST-ONE-RUN
002830         THRU 3100-POST-ONE-RUN-EXIT
002840         UNTIL WS-RUN-IDX > WS-RUN-COUNT.
002850     CLOSE CYCLE-CTL-FILE.
002860     DISPLAY 'MULT-BILL-HISTORY CYCLE DATE:      ' WS-CYC-DATE.
002870     DISPLAY 'MULT-BILL-HISTORY EXTRACT READ:    ' WS-READ-COUNT.
002880     DISPLAY 'MULT-BILL-HISTORY ROWS ARCHIVED:   '
002890             WS-ARCHIVED-COUNT.
002900     DISPLAY 'MULT-BILL-HISTORY ALREADY ON FILE: '
002910             WS-DONE-SKIP-COUNT.
002920     DISPLAY 'MULT-BILL-HISTORY RUN-ID UNPOSTED: '
002930             WS-UNPOSTED-COUNT.
002940     IF WS-UNPOSTED-COUNT > ZERO
002950         MOVE 4               TO RETURN-CODE
002960     END-IF.
002970 3000-TERMINATE-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 3100-POST-ONE-RUN - THE HISTORY POSTING FOR ONE RUN-ID THAT HAD
003010*                     ROWS ARCHIVED THIS TIME
003020*----------------------------------------------------------------
003030 3100-POST-ONE-RUN.
003040     IF WS-RUN-DONE(WS-RUN-IDX)
003050        OR WS-RUN-ROWS(WS-RUN-IDX) = ZERO
003060         GO TO 3100-POST-ONE-NEXT
003070     END-IF.
003080     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003090     ACCEPT WS-CURR-TIME FROM TIME.
003100     MOVE SPACES              TO CYCLE-CONTROL-RECORD.
003110     MOVE WS-CYC-DATE         TO CY-CYCLE-DATE.
003120     MOVE WS-RUN-CYCLE(WS-RUN-IDX)
003130                              TO CY-CYCLE-NUMBER.
003140     SET CY-JOB-BILLHST       TO TRUE.
003150     MOVE WS-CURR-DATE        TO CY-TIMESTAMP(1:8).
003160     MOVE WS-CURR-TIME(1:6)   TO CY-TIMESTAMP(9:6).
003170     MOVE WS-RUN-ID(WS-RUN-IDX)
003180                              TO CY-RUN-ID.
003190     SET CY-COMPLETED         TO TRUE.
003200     MOVE WS-RUN-ROWS(WS-RUN-IDX)
003210                              TO CY-COUNT-1.
003220     MOVE ZERO                TO CY-COUNT-2.
003230     MOVE ZERO                TO CY-COUNT-3.
003240     MOVE ZERO                TO CY-COUNT-4.
003250     MOVE WS-RUN-AMOUNT(WS-RUN-IDX)
003260                              TO CY-NET-AMOUNT.
003270     WRITE CYCLE-CONTROL-RECORD.
003280 3100-POST-ONE-NEXT.
003290     ADD 1                    TO WS-RUN-IDX.
003300 3100-POST-ONE-RUN-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330* 8000-READ-EXTRACT - NEXT BILLING EXTRACT ROW
003340*----------------------------------------------------------------
003350 8000-READ-EXTRACT.
003360     READ BILL-EXTRACT-FILE
003370         AT END
003380             SET WS-EOF TO TRUE
003390             GO TO 8000-READ-EXTRACT-EXIT
003400     END-READ.
003410     ADD 1                    TO WS-READ-COUNT.
003420 8000-READ-EXTRACT-EXIT.
003430     EXIT.
003440 END PROGRAM MULT-BILL-HISTORY.
