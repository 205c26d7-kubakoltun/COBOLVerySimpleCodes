000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-BILL-STATUS.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  APPLIES THE NIGHT'S BILLING
000110*                 EXTRACT (SEE BILLREC) TO THE ORDER BILLING-
000120*                 STATUS MASTER (ORDSTAT, SEE ORDSTAT), ONE
000130*                 EVENT PER EXTRACT ROW IN THE ORDER THE DRIVER
000140*                 WROTE THEM: AN ORDINARY ROW FOR A NEW KEY
000150*                 OPENS IT PRICED, AN ORDINARY ROW FOR A
000160*                 REVERSED KEY REBILLS IT, A REVERSAL ROW FOR A
000170*                 PRICED OR REBILLED KEY REVERSES IT.  THE
000180*                 MASTER IS WHAT MULT-ORDER-EDIT CHECKS TO
000190*                 REFUSE CROSS-CYCLE DUPLICATES, ORPHAN
000200*                 REVERSALS AND DOUBLE REVERSALS, SO IT IS BUILT
000210*                 FROM WHAT ACTUALLY WENT TO BILLING, NOT FROM
000220*                 THE CLEAN FILE.  ANY OTHER TRANSITION (A KEY
000230*                 BILLED TWICE, A REVERSAL OF A KEY NEVER BILLED
000240*                 OR ALREADY REVERSED) CAN ONLY MEAN SOMETHING
000250*                 GOT PAST THE EDIT - IT IS STILL RECORDED, SINCE
000260*                 BILLING HAS IT, BUT LISTED AS AN EXCEPTION AND
000270*                 THE STEP ENDS RC=4.  A ROW WHOSE RUN-ID THE
000280*                 MASTER ALREADY HOLDS FOR THAT EVENT IS SKIPPED,
000290*                 SO RERUNNING THE STEP OVER THE SAME EXTRACT
000300*                 CHANGES NOTHING.
000301* 2026-10-15 DS   ORDSTAT IS OPTIONAL, SO THE FIRST RUN AGAINST A
000302*                 NEWLY DEFINED, NEVER-LOADED CLUSTER LOADS IT
000303*                 INSTEAD OF FAILING THE OPEN.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT BILL-EXTRACT-FILE ASSIGN TO BILLOUT
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT OPTIONAL ORDER-STATUS-FILE ASSIGN TO ORDSTAT
000410            ORGANIZATION IS INDEXED
000420            RECORD KEY IS OS-ORDER-KEY
000430            ACCESS MODE IS RANDOM.
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000470* INPUT - THE NIGHT'S BILLING EXTRACT, IN THE ORDER WRITTEN
000480*----------------------------------------------------------------
000490 FD  BILL-EXTRACT-FILE
000500     RECORDING MODE IS F.
000510 COPY BILLREC.
000520*----------------------------------------------------------------
000530* UPDATE - THE ORDER BILLING-STATUS MASTER
000540*----------------------------------------------------------------
000550 FD  ORDER-STATUS-FILE
000560     RECORDING MODE IS F.
000570 COPY ORDSTAT.
000580 WORKING-STORAGE SECTION.
000590 01  WS-SWITCHES.
000600     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000610         88  WS-EOF              VALUE 'Y'.
000620     05  WS-ON-FILE-SW           PIC X(01)   VALUE 'N'.
000630         88  WS-ON-FILE          VALUE 'Y'.
000640 01  WS-COUNTERS.
000650     05  WS-READ-COUNT           PIC 9(09)   COMP   VALUE ZERO.
000660     05  WS-ADDED-COUNT          PIC 9(09)   COMP   VALUE ZERO.
000670     05  WS-REVERSED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000680     05  WS-REBILLED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
000690     05  WS-SKIPPED-COUNT        PIC 9(09)   COMP   VALUE ZERO.
000700     05  WS-EXCEPTION-COUNT      PIC 9(09)   COMP   VALUE ZERO.
000710 01  WS-EXCEPTION-TEXT           PIC X(30).
000720 01  WS-CURR-DATE                PIC 9(08).
000730 PROCEDURE DIVISION.
000740*----------------------------------------------------------------
000750* 0000-MAINLINE
000760*----------------------------------------------------------------
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE
000790         THRU 1000-INITIALIZE-EXIT.
000800     PERFORM 2000-APPLY-ONE-EVENT
000810         THRU 2000-APPLY-ONE-EVENT-EXIT
000820         UNTIL WS-EOF.
000830     PERFORM 3000-TERMINATE
000840         THRU 3000-TERMINATE-EXIT.
000850     GOBACK.
000860*----------------------------------------------------------------
000870* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ
000880*----------------------------------------------------------------
000890 1000-INITIALIZE.
000900     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
000910     OPEN INPUT BILL-EXTRACT-FILE
000920          I-O   ORDER-STATUS-FILE.
000930     PERFORM 8000-READ-EXTRACT
000940         THRU 8000-READ-EXTRACT-EXIT.
000950 1000-INITIALIZE-EXIT.
000960     EXIT.
000970*----------------------------------------------------------------
000980* 2000-APPLY-ONE-EVENT - ONE EXTRACT ROW AGAINST ITS KEY'S MASTER
000990*                        RECORD.  A ROW OLDER THAN THE LAST RUN
001000*                        APPLIED TO THE KEY, OR FROM THAT SAME
001010*                        RUN AND ALREADY HELD AS THE EVENT IT
001020*                        WOULD BECOME, WAS APPLIED BEFORE.
001030*----------------------------------------------------------------
001040 2000-APPLY-ONE-EVENT.
001050     ADD 1                    TO WS-READ-COUNT.
001060     MOVE BL-ORDER-KEY        TO OS-ORDER-KEY.
001070     MOVE 'Y'                 TO WS-ON-FILE-SW.
001080     READ ORDER-STATUS-FILE
001090         INVALID KEY
001100             MOVE 'N'         TO WS-ON-FILE-SW
001110     END-READ.
001120     IF NOT WS-ON-FILE
001130         PERFORM 2100-ADD-NEW-KEY
001140             THRU 2100-ADD-NEW-KEY-EXIT
001150         GO TO 2000-APPLY-ONE-EVENT-NEXT
001160     END-IF.
001170     IF BL-RUN-ID < OS-LAST-RUN-ID
001180         ADD 1                TO WS-SKIPPED-COUNT
001190         GO TO 2000-APPLY-ONE-EVENT-NEXT
001200     END-IF.
001210     IF BL-RUN-ID = OS-LAST-RUN-ID
001220         IF (BL-TRANS-TYPE = 'R' AND BL-RUN-ID = OS-REV-RUN-ID)
001230            OR (BL-TRANS-TYPE NOT = 'R'
001240                AND (BL-RUN-ID = OS-BILL-RUN-ID
001250                     OR BL-RUN-ID = OS-REBILL-RUN-ID))
001260             ADD 1            TO WS-SKIPPED-COUNT
001270             GO TO 2000-APPLY-ONE-EVENT-NEXT
001280         END-IF
001290     END-IF.
001300     IF BL-TRANS-TYPE = 'R'
001310         PERFORM 2300-APPLY-REVERSAL
001320             THRU 2300-APPLY-REVERSAL-EXIT
001330     ELSE
001340         PERFORM 2200-APPLY-BILL
001350             THRU 2200-APPLY-BILL-EXIT
001360     END-IF.
001370     MOVE BL-RUN-ID           TO OS-LAST-RUN-ID.
001380     MOVE WS-CURR-DATE        TO OS-LAST-UPDATE-DATE.
001390     ADD 1                    TO OS-EVENT-COUNT.
001400     REWRITE ORDER-STATUS-RECORD
001410         INVALID KEY
001420             DISPLAY 'MULT-BILL-STATUS ABEND - ORDSTAT REFUSED '
001430                     'REWRITE OF KEY ' OS-ORDER-KEY
001440             MOVE 16          TO RETURN-CODE
001450             STOP RUN
001460     END-REWRITE.
001470 2000-APPLY-ONE-EVENT-NEXT.
001480     PERFORM 8000-READ-EXTRACT
001490         THRU 8000-READ-EXTRACT-EXIT.
001500 2000-APPLY-ONE-EVENT-EXIT.
001510     EXIT.
001520*----------------------------------------------------------------
001530* 2100-ADD-NEW-KEY - FIRST EVENT EVER FOR THIS KEY.  AN ORDINARY
001540*                    ROW OPENS IT PRICED.  A REVERSAL HERE BACKED
001550*                    OUT A KEY BILLING NEVER SAW BILLED - IT IS
001560*                    RECORDED REVERSED SO A SECOND ONE IS CAUGHT,
001570*                    AND LISTED AS AN EXCEPTION.
001580*----------------------------------------------------------------
001590 2100-ADD-NEW-KEY.
001600     MOVE SPACES              TO ORDER-STATUS-RECORD.
001610     MOVE BL-ORDER-KEY        TO OS-ORDER-KEY.
001620     MOVE ZERO                TO OS-EVENT-COUNT
001630                                 OS-BILL-AMOUNT
001640                                 OS-BILL-EFF-DATE
001650                                 OS-REV-AMOUNT
001660                                 OS-REV-EFF-DATE
001670                                 OS-REBILL-AMOUNT
001680                                 OS-REBILL-EFF-DATE.
001690     IF BL-TRANS-TYPE = 'R'
001700         SET OS-REVERSED      TO TRUE
001710         PERFORM 2400-SET-REVERSAL-EVENT
001720             THRU 2400-SET-REVERSAL-EVENT-EXIT
001730         MOVE 'REVERSAL OF A KEY NEVER BILLED'
001740                              TO WS-EXCEPTION-TEXT
001750         PERFORM 2900-NOTE-EXCEPTION
001760             THRU 2900-NOTE-EXCEPTION-EXIT
001770     ELSE
001780         SET OS-PRICED        TO TRUE
001790         MOVE BL-RUN-ID       TO OS-BILL-RUN-ID
001800         MOVE BL-BILL-AMOUNT  TO OS-BILL-AMOUNT
001810         MOVE BL-RATE-CLASS   TO OS-BILL-CLASS
001820         MOVE BL-EFF-DATE     TO OS-BILL-EFF-DATE
001830     END-IF.
001840     MOVE BL-RUN-ID           TO OS-LAST-RUN-ID.
001850     MOVE WS-CURR-DATE        TO OS-LAST-UPDATE-DATE.
001860     MOVE 1                   TO OS-EVENT-COUNT.
001870     WRITE ORDER-STATUS-RECORD
001880         INVALID KEY
001890             DISPLAY 'MULT-BILL-STATUS ABEND - ORDSTAT REFUSED '
001900                     'KEY ' OS-ORDER-KEY
001910             MOVE 16          TO RETURN-CODE
001920             STOP RUN
001930     END-WRITE.
001940     ADD 1                    TO WS-ADDED-COUNT.
001950 2100-ADD-NEW-KEY-EXIT.
001960     EXIT.
001970*----------------------------------------------------------------
001980* 2200-APPLY-BILL - AN ORDINARY ROW FOR A KEY ALREADY ON FILE.
001990*                   AFTER A REVERSAL IT IS A REBILL; OTHERWISE
002000*                   THE KEY HAS NOW BILLED TWICE WITH NOTHING
002010*                   BACKED OUT BETWEEN - RECORDED AS A REBILL
002020*                   ALL THE SAME AND LISTED.
002030*----------------------------------------------------------------
002040 2200-APPLY-BILL.
002050     IF NOT OS-REVERSED
002060         MOVE 'BILLED AGAIN WITHOUT REVERSAL '
002070                              TO WS-EXCEPTION-TEXT
002080         PERFORM 2900-NOTE-EXCEPTION
002090             THRU 2900-NOTE-EXCEPTION-EXIT
002100     END-IF.
002110     SET OS-REBILLED          TO TRUE.
002120     MOVE BL-RUN-ID           TO OS-REBILL-RUN-ID.
002130     MOVE BL-BILL-AMOUNT      TO OS-REBILL-AMOUNT.
002140     MOVE BL-RATE-CLASS       TO OS-REBILL-CLASS.
002150     MOVE BL-EFF-DATE         TO OS-REBILL-EFF-DATE.
002160     ADD 1                    TO WS-REBILLED-COUNT.
002170 2200-APPLY-BILL-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200* 2300-APPLY-REVERSAL - A REVERSAL ROW FOR A KEY ALREADY ON FILE.
002210*                       A KEY ALREADY REVERSED IS NOW REVERSED
002220*                       TWICE - RECORDED AND LISTED.
002230*----------------------------------------------------------------
002240 2300-APPLY-REVERSAL.
002250     IF OS-REVERSED
002260         MOVE 'REVERSAL OF A REVERSED KEY    '
002270                              TO WS-EXCEPTION-TEXT
002280         PERFORM 2900-NOTE-EXCEPTION
002290             THRU 2900-NOTE-EXCEPTION-EXIT
002300     END-IF.
002310     SET OS-REVERSED          TO TRUE.
002320     PERFORM 2400-SET-REVERSAL-EVENT
002330         THRU 2400-SET-REVERSAL-EVENT-EXIT.
002340     ADD 1                    TO WS-REVERSED-COUNT.
002350 2300-APPLY-REVERSAL-EXIT.
002360     EXIT.
002370*----------------------------------------------------------------
002380* 2400-SET-REVERSAL-EVENT - THE REVERSAL ROW'S OWN FIGURES
002390*----------------------------------------------------------------
002400 2400-SET-REVERSAL-EVENT.
002410     MOVE BL-RUN-ID           TO OS-REV-RUN-ID.
002420     MOVE BL-BILL-AMOUNT      TO OS-REV-AMOUNT.
002430     MOVE BL-RATE-CLASS       TO OS-REV-CLASS.
002440     MOVE BL-EFF-DATE         TO OS-REV-EFF-DATE.
002450 2400-SET-REVERSAL-EVENT-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 2900-NOTE-EXCEPTION - ONE TRANSITION THE EDIT SHOULD HAVE
002490*                       STOPPED, LISTED ON SYSOUT
002500*----------------------------------------------------------------
002510 2900-NOTE-EXCEPTION.
002520     ADD 1                    TO WS-EXCEPTION-COUNT.
002530     DISPLAY 'MULT-BILL-STATUS EXCEPTION - ' WS-EXCEPTION-TEXT
002540             ' KEY ' BL-ORDER-KEY ' RUN ' BL-RUN-ID.
002550 2900-NOTE-EXCEPTION-EXIT.
002560     EXIT.
002570*----------------------------------------------------------------
002580* 3000-TERMINATE - CLOSE AND REPORT.  RETURN CODE 4 FLAGS A RUN
002590*                  THAT LISTED ANY EXCEPTION.
002600*----------------------------------------------------------------
002610 3000-TERMINATE.
002620     CLOSE BILL-EXTRACT-FILE
002630           ORDER-STATUS-FILE.
002640     DISPLAY 'MULT-BILL-STATUS EXTRACT ROWS READ:  '
002650             WS-READ-COUNT.
002660     DISPLAY 'MULT-BILL-STATUS NEW KEYS ADDED:     '
002670             WS-ADDED-COUNT.
002680     DISPLAY 'MULT-BILL-STATUS KEYS REVERSED:      '
002690             WS-REVERSED-COUNT.
002700     DISPLAY 'MULT-BILL-STATUS KEYS REBILLED:      '
002710             WS-REBILLED-COUNT.
002720     DISPLAY 'MULT-BILL-STATUS ROWS ALREADY APPLIED: '
002730             WS-SKIPPED-COUNT.
002740     DISPLAY 'MULT-BILL-STATUS EXCEPTIONS:         '
002750             WS-EXCEPTION-COUNT.
002760     IF WS-EXCEPTION-COUNT > ZERO
002770         MOVE 4               TO RETURN-CODE
002780     END-IF.
002790 3000-TERMINATE-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* 8000-READ-EXTRACT - NEXT BILLING EXTRACT ROW
002830*----------------------------------------------------------------
002840 8000-READ-EXTRACT.
002850     READ BILL-EXTRACT-FILE
002860         AT END
002870             SET WS-EOF TO TRUE
002880             GO TO 8000-READ-EXTRACT-EXIT
002890     END-READ.
002900 8000-READ-EXTRACT-EXIT.
002910     EXIT.
002920 END PROGRAM MULT-BILL-STATUS.
