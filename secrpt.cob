000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-SECURITY-REPORT.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  MONTHLY ONLINE SECURITY
000110*                 REPORT FOR AUDIT, IN THREE SECTIONS:
000120*                   1. EVERY REFUSED ONLINE ATTEMPT IN THE MONTH -
000130*                      THE 'V' ROWS ON THE RATEAUD TRAIL (SEE
000140*                      AUDREC), WITH USER, TERMINAL, TRANSACTION,
000150*                      FUNCTION, CLASS AND REASON;
000160*                   2. EVERY SECURITY PROFILE CHANGE IN THE MONTH,
000170*                      BEFORE AND AFTER, FROM THE CHANGE LOG (SEE
000180*                      SECLOG);
000190*                   3. EVERY USER WHO BOTH KEYED AND APPROVED
000200*                      RATE CHANGES FOR THE SAME RATE CLASS IN THE
000210*                      MONTH, FROM THE PENDING-CHANGE FILE (SEE
000220*                      PENDREC) - RATA ALREADY STOPS A USER
000230*                      APPROVING THEIR OWN CHANGE, BUT NOT TWO
000240*                      USERS APPROVING EACH OTHER'S.  A CHANGE
000250*                      COUNTS AS KEYED IN THE MONTH OF ITS
000260*                      PC-KEY-TIMESTAMP AND AS APPROVED IN THE
000270*                      MONTH OF ITS PC-APPROVE-TIMESTAMP; REJECTED
000280*                      AND STILL-PENDING CHANGES ARE NOT
000290*                      APPROVALS.
000300*                 RATEAUD AND RATEPEND ARE READ AS FLAT COPIES THE
000310*                 JOB'S IDCAMS STEP UNLOADS (SEE SECRPT JCL).
000320*
000330*                 CONTROL CARDS (RPTCTL, KEYWORD IN COLS 1-8,
000340*                 VALUE FROM COL 10):
000350*                   MONTH    YYYYMM - THE REPORT MONTH (OMIT = THE
000360*                                     CALENDAR MONTH BEFORE TODAY)
000370*
000380*                 RC=0 NOTHING TO FOLLOW UP, RC=4 A REFUSAL OR A
000390*                 SAME-CLASS KEYER/APPROVER WAS LISTED, RC=16 BAD
000400*                 CONTROL CARD OR TABLE FULL.
000410*----------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ONLINE-AUDIT-FILE ASSIGN TO RATEFLAT
000490            ORGANIZATION IS SEQUENTIAL.
000500     SELECT PEND-FLAT-FILE    ASSIGN TO PENDFLAT
000510            ORGANIZATION IS SEQUENTIAL.
000520     SELECT SEC-LOG-FILE      ASSIGN TO SECLOG
000530            ORGANIZATION IS SEQUENTIAL.
000540     SELECT REPORT-CTL-FILE   ASSIGN TO RPTCTL
000550            ORGANIZATION IS SEQUENTIAL.
000560     SELECT SEC-RPT-FILE      ASSIGN TO SECRPT
000570            ORGANIZATION IS SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------------
000610* INPUT - FLAT COPY OF THE ONLINE AUDIT TRAIL (RATEAUD)
000620*----------------------------------------------------------------
000630 FD  ONLINE-AUDIT-FILE
000640     RECORDING MODE IS F.
000650 COPY AUDREC.
000660*----------------------------------------------------------------
000670* INPUT - FLAT COPY OF THE PENDING RATE CHANGE FILE (RATEPEND)
000680*----------------------------------------------------------------
000690 FD  PEND-FLAT-FILE
000700     RECORDING MODE IS F.
000710 COPY PENDREC.
000720*----------------------------------------------------------------
000730* INPUT - THE SECURITY PROFILE CHANGE LOG
000740*----------------------------------------------------------------
000750 FD  SEC-LOG-FILE
000760     RECORDING MODE IS F.
000770 COPY SECLOG.
000780*----------------------------------------------------------------
000790* INPUT - CONTROL CARDS
000800*----------------------------------------------------------------
000810 FD  REPORT-CTL-FILE
000820     RECORDING MODE IS F.
000830 01  REPORT-CTL-RECORD.
000840     05  CT-KEYWORD              PIC X(08).
000850     05  FILLER                  PIC X(01).
000860     05  CT-VALUE                PIC X(14).
000870     05  FILLER                  PIC X(57).
000880*----------------------------------------------------------------
000890* OUTPUT - THE MONTHLY SECURITY REPORT
000900*----------------------------------------------------------------
000910 FD  SEC-RPT-FILE
000920     RECORDING MODE IS F.
000930 01  SEC-RPT-RECORD              PIC X(132).
000940 WORKING-STORAGE SECTION.
000950 01  WS-SWITCHES.
000960     05  WS-AUDIT-EOF-SW         PIC X(01)   VALUE 'N'.
000970         88  WS-AUDIT-EOF        VALUE 'Y'.
000980     05  WS-PEND-EOF-SW          PIC X(01)   VALUE 'N'.
000990         88  WS-PEND-EOF         VALUE 'Y'.
001000     05  WS-LOG-EOF-SW           PIC X(01)   VALUE 'N'.
001010         88  WS-LOG-EOF          VALUE 'Y'.
001020     05  WS-CTL-EOF-SW           PIC X(01)   VALUE 'N'.
001030         88  WS-CTL-EOF          VALUE 'Y'.
001040 01  WS-COUNTERS.
001050     05  WS-AUDIT-READ-COUNT     PIC 9(09)   COMP   VALUE ZERO.
001060     05  WS-PEND-READ-COUNT      PIC 9(09)   COMP   VALUE ZERO.
001070     05  WS-LOG-READ-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001080     05  WS-REFUSAL-COUNT        PIC 9(09)   COMP   VALUE ZERO.
001090     05  WS-CHANGE-COUNT         PIC 9(09)   COMP   VALUE ZERO.
001100     05  WS-BOTH-COUNT           PIC 9(09)   COMP   VALUE ZERO.
001110 01  WS-CURRENT-DATE-TIME.
001120     05  WS-CURR-DATE            PIC 9(08).
001130     05  WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
001140         10  WS-CURR-YYYY        PIC 9(04).
001150         10  WS-CURR-MM          PIC 9(02).
001160         10  WS-CURR-DD          PIC 9(02).
001170 01  WS-MONTH-WORK.
001180     05  WS-CUR-MONTH            PIC 9(06)   VALUE ZERO.
001190     05  WS-CUR-MONTH-R REDEFINES WS-CUR-MONTH.
001200         10  WS-CUR-YYYY         PIC 9(04).
001210         10  WS-CUR-MM           PIC 9(02).
001220     05  WS-CUR-MONTH-X REDEFINES WS-CUR-MONTH
001230                                 PIC X(06).
001240*----------------------------------------------------------------
001250* REFUSAL REASON CODES (SEE AUDREC) AND WHAT THEY MEAN
001260*----------------------------------------------------------------
001270 01  WS-REASON-VALUES.
001280     05  FILLER                  PIC X(26)
001290         VALUE 'NPNO PROFILE FOR TRANSID  '.
001300     05  FILLER                  PIC X(26)
001310         VALUE 'RVPROFILE REVOKED         '.
001320     05  FILLER                  PIC X(26)
001330         VALUE 'FNFUNCTION NOT GRANTED    '.
001340     05  FILLER                  PIC X(26)
001350         VALUE 'CLRATE CLASS NOT GRANTED  '.
001360     05  FILLER                  PIC X(26)
001370         VALUE 'PFPROFILE FILE UNAVAILABLE'.
001380 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001390     05  WS-REASON-ENTRY         OCCURS 5 TIMES.
001400         10  WS-RSN-CODE         PIC X(02).
001410         10  WS-RSN-TEXT         PIC X(24).
001420 01  WS-REASON-IDX               PIC 9(02)   COMP.
001430*----------------------------------------------------------------
001440* ONE CELL PER RATE CLASS AND USER WHO KEYED OR APPROVED A CHANGE
001450* IN THE MONTH, KEPT IN CLASS/USER ORDER AS THEY ARRIVE.  A TABLE
001460* THAT CANNOT HOLD THE MONTH IS REFUSED RATHER THAN UNDERSTATED.
001470*----------------------------------------------------------------
001480 01  WS-PAIR-WORK.
001490     05  WS-PAIR-MAX             PIC 9(04)   COMP   VALUE 500.
001500     05  WS-PAIR-COUNT           PIC 9(04)   COMP   VALUE ZERO.
001510     05  WS-PAIR-IDX             PIC 9(04)   COMP.
001520     05  WS-PAIR-FOUND-IDX       PIC 9(04)   COMP.
001530     05  WS-SHIFT-IDX            PIC 9(04)   COMP.
001540     05  WS-SEARCH-KEY.
001550         10  WS-SEARCH-CLASS     PIC X(02).
001560         10  WS-SEARCH-USER      PIC X(08).
001570     05  WS-PAIR-ENTRY OCCURS 501 TIMES.
001580         10  WS-PAIR-KEY.
001590             15  WS-PAIR-CLASS   PIC X(02).
001600             15  WS-PAIR-USER    PIC X(08).
001610         10  WS-PAIR-KEYED-CNT   PIC 9(07)   COMP.
001620         10  WS-PAIR-APPR-CNT    PIC 9(07)   COMP.
001630 01  WS-HEADING-LINE.
001640     05  FILLER                  PIC X(33)
001650         VALUE 'ONLINE SECURITY REPORT FOR MONTH '.
001660     05  WH-CUR-MONTH            PIC 9(06).
001670     05  FILLER                  PIC X(93)   VALUE SPACES.
001680 01  WS-SECTION-LINE.
001690     05  WS-SECTION-TITLE        PIC X(60).
001700     05  FILLER                  PIC X(72).
001710 01  WS-REFUSAL-HEAD.
001720     05  FILLER                  PIC X(44)
001730         VALUE 'TIMESTAMP      TRAN TERM USER     FN CLASS R'.
001740     05  FILLER                  PIC X(44)
001750         VALUE 'EASON                                       '.
001760     05  FILLER                  PIC X(44)   VALUE SPACES.
001770 01  WS-REFUSAL-LINE.
001780     05  WF-TIMESTAMP            PIC X(14).
001790     05  FILLER                  PIC X(01).
001800     05  WF-TRANSID              PIC X(04).
001810     05  FILLER                  PIC X(01).
001820     05  WF-TERMINAL             PIC X(04).
001830     05  FILLER                  PIC X(01).
001840     05  WF-USER-ID              PIC X(08).
001850     05  FILLER                  PIC X(01).
001860     05  WF-FUNCTION             PIC X(01).
001870     05  FILLER                  PIC X(02).
001880     05  WF-CLASS                PIC X(02).
001890     05  FILLER                  PIC X(04).
001900     05  WF-REASON-CODE          PIC X(02).
001910     05  FILLER                  PIC X(01).
001920     05  WF-REASON-TEXT          PIC X(24).
001930     05  FILLER                  PIC X(62).
001940 01  WS-CHANGE-HEAD.
001950     05  FILLER                  PIC X(44)
001960         VALUE 'TIMESTAMP      ACT USER     TRAN CHANGED-BY '.
001970     05  FILLER                  PIC X(44)
001980         VALUE 'BEFORE: FUNCS    CLASSES              ST AFT'.
001990     05  FILLER                  PIC X(44)
002000         VALUE 'ER:  FUNCS    CLASSES              ST       '.
002010 01  WS-CHANGE-LINE.
002020     05  WG-TIMESTAMP            PIC X(14).
002030     05  FILLER                  PIC X(01).
002040     05  WG-ACTION               PIC X(01).
002050     05  FILLER                  PIC X(03).
002060     05  WG-USER-ID              PIC X(08).
002070     05  FILLER                  PIC X(01).
002080     05  WG-TRANSID              PIC X(04).
002090     05  FILLER                  PIC X(01).
002100     05  WG-CHANGED-BY           PIC X(08).
002110     05  FILLER                  PIC X(11).
002120     05  WG-BEF-FUNCTIONS        PIC X(08).
002130     05  FILLER                  PIC X(01).
002140     05  WG-BEF-CLASS-LIST       PIC X(20).
002150     05  FILLER                  PIC X(01).
002160     05  WG-BEF-STATUS           PIC X(01).
002170     05  FILLER                  PIC X(10).
002180     05  WG-AFT-FUNCTIONS        PIC X(08).
002190     05  FILLER                  PIC X(01).
002200     05  WG-AFT-CLASS-LIST       PIC X(20).
002210     05  FILLER                  PIC X(01).
002220     05  WG-AFT-STATUS           PIC X(01).
002230     05  FILLER                  PIC X(08).
002240 01  WS-BOTH-HEAD.
002250     05  FILLER                  PIC X(44)
002260         VALUE 'CLASS USER     KEYED APPROVED               '.
002270     05  FILLER                  PIC X(44)   VALUE SPACES.
002280     05  FILLER                  PIC X(44)   VALUE SPACES.
002290 01  WS-BOTH-LINE.
002300     05  WB-CLASS                PIC X(02).
002310     05  FILLER                  PIC X(04).
002320     05  WB-USER-ID              PIC X(08).
002330     05  FILLER                  PIC X(01).
002340     05  WB-KEYED-CNT            PIC Z(4)9.
002350     05  FILLER                  PIC X(04).
002360     05  WB-APPR-CNT             PIC Z(4)9.
002370     05  FILLER                  PIC X(103).
002380 01  WS-NONE-LINE.
002390     05  FILLER                  PIC X(06)   VALUE SPACES.
002400     05  WN-TEXT                 PIC X(40).
002410     05  FILLER                  PIC X(86)   VALUE SPACES.
002420 01  WS-COUNT-LINE.
002430     05  WC-LABEL                PIC X(30).
002440     05  WC-COUNT                PIC ZZZZZZZZ9.
002450     05  FILLER                  PIC X(93).
002460 PROCEDURE DIVISION.
002470*----------------------------------------------------------------
002480* 0000-MAINLINE
002490*----------------------------------------------------------------
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE
002520         THRU 1000-INITIALIZE-EXIT.
002530     PERFORM 2000-LIST-REFUSALS
002540         THRU 2000-LIST-REFUSALS-EXIT.
002550     PERFORM 3000-LIST-PROFILE-CHANGES
002560         THRU 3000-LIST-PROFILE-CHANGES-EXIT.
002570     PERFORM 4000-LIST-KEYER-APPROVERS
002580         THRU 4000-LIST-KEYER-APPROVERS-EXIT.
002590     PERFORM 5000-TERMINATE
002600         THRU 5000-TERMINATE-EXIT.
002610     GOBACK.
002620*----------------------------------------------------------------
002630* 1000-INITIALIZE - CONTROL CARDS, THE REPORT MONTH, OPEN FILES
002640*----------------------------------------------------------------
002650 1000-INITIALIZE.
002660     OPEN INPUT REPORT-CTL-FILE.
002670     PERFORM 1100-READ-CONTROL-CARD
002680         THRU 1100-READ-CONTROL-CARD-EXIT
002690         UNTIL WS-CTL-EOF.
002700     CLOSE REPORT-CTL-FILE.
002710     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002720     IF WS-CUR-MONTH = ZERO
002730         IF WS-CURR-MM = 1
002740             COMPUTE WS-CUR-YYYY = WS-CURR-YYYY - 1
002750             MOVE 12          TO WS-CUR-MM
002760         ELSE
002770             MOVE WS-CURR-YYYY
002780                              TO WS-CUR-YYYY
002790             COMPUTE WS-CUR-MM = WS-CURR-MM - 1
002800         END-IF
002810     END-IF.
002820     IF WS-CUR-MM < 1 OR WS-CUR-MM > 12
002830         DISPLAY 'MULT-SECURITY-REPORT ABEND - BAD REPORT MONTH '
002840                 WS-CUR-MONTH
002850         MOVE 16              TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002880     OPEN INPUT  ONLINE-AUDIT-FILE
002890                 PEND-FLAT-FILE
002900                 SEC-LOG-FILE
002910          OUTPUT SEC-RPT-FILE.
002920     MOVE WS-CUR-MONTH        TO WH-CUR-MONTH.
002930     WRITE SEC-RPT-RECORD FROM WS-HEADING-LINE.
002940 1000-INITIALIZE-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 1100-READ-CONTROL-CARD - TAKE ONE CONTROL CARD
002980*----------------------------------------------------------------
002990 1100-READ-CONTROL-CARD.
003000     READ REPORT-CTL-FILE
003010         AT END
003020             SET WS-CTL-EOF TO TRUE
003030             GO TO 1100-READ-CONTROL-CARD-EXIT
003040     END-READ.
003050     EVALUATE CT-KEYWORD
003060         WHEN 'MONTH   '
003070             IF CT-VALUE(1:6) NUMERIC
003080                 MOVE CT-VALUE(1:6) TO WS-CUR-MONTH
003090             ELSE
003100                 DISPLAY 'MULT-SECURITY-REPORT ABEND - MONTH '
003110                         'CARD NOT YYYYMM: ' CT-VALUE
003120                 MOVE 16      TO RETURN-CODE
003130                 STOP RUN
003140             END-IF
003150         WHEN SPACES
003160             CONTINUE
003170         WHEN OTHER
003180             DISPLAY 'MULT-SECURITY-REPORT WARNING - CONTROL '
003190                     'CARD IGNORED: ' CT-KEYWORD
003200     END-EVALUATE.
003210 1100-READ-CONTROL-CARD-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 2000-LIST-REFUSALS - SECTION 1, THE MONTH'S 'V' ROWS IN TRAIL
003250*                      ORDER
003260*----------------------------------------------------------------
003270 2000-LIST-REFUSALS.
003280     MOVE SPACES              TO WS-SECTION-LINE.
003290     WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE.
003300     MOVE 'REFUSED ONLINE ATTEMPTS'
003310                              TO WS-SECTION-TITLE.
003320     WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE.
003330     WRITE SEC-RPT-RECORD FROM WS-REFUSAL-HEAD.
003340     PERFORM 8100-READ-AUDIT
003350         THRU 8100-READ-AUDIT-EXIT.
003360     PERFORM 2100-TAKE-ONE-AUDIT-ROW
003370         THRU 2100-TAKE-ONE-AUDIT-ROW-EXIT
003380         UNTIL WS-AUDIT-EOF.
003390     IF WS-REFUSAL-COUNT = ZERO
003400         MOVE 'NO REFUSED ATTEMPTS THIS MONTH'
003410                              TO WN-TEXT
003420         WRITE SEC-RPT-RECORD FROM WS-NONE-LINE
003430     END-IF.
003440 2000-LIST-REFUSALS-EXIT.
003450     EXIT.
003460*----------------------------------------------------------------
003470* 2100-TAKE-ONE-AUDIT-ROW - LIST A REFUSAL THAT FALLS IN THE MONTH
003480*----------------------------------------------------------------
003490 2100-TAKE-ONE-AUDIT-ROW.
003500     IF NOT AU-ACT-REFUSAL
003510        OR AU-TIMESTAMP(1:6) NOT = WS-CUR-MONTH-X
003520         GO TO 2100-TAKE-ONE-AUDIT-NEXT
003530     END-IF.
003540     MOVE SPACES              TO WS-REFUSAL-LINE.
003550     MOVE AU-TIMESTAMP        TO WF-TIMESTAMP.
003560     MOVE AU-RUN-ID(1:4)      TO WF-TRANSID.
003570     MOVE AU-RUN-ID(5:4)      TO WF-TERMINAL.
003580     MOVE AU-ORDER-KEY(1:8)   TO WF-USER-ID.
003590     MOVE AU-BRANCH-CODE      TO WF-FUNCTION.
003600     MOVE AU-RATE-CLASS       TO WF-CLASS.
003610     MOVE AU-STATUS-CODE      TO WF-REASON-CODE.
003620     MOVE 1                   TO WS-REASON-IDX.
003630     PERFORM 2110-TEST-ONE-REASON
003640         THRU 2110-TEST-ONE-REASON-EXIT
003650         UNTIL WS-REASON-IDX > 5.
003660     WRITE SEC-RPT-RECORD FROM WS-REFUSAL-LINE.
003670     ADD 1                    TO WS-REFUSAL-COUNT.
003680 2100-TAKE-ONE-AUDIT-NEXT.
003690     PERFORM 8100-READ-AUDIT
003700         THRU 8100-READ-AUDIT-EXIT.
003710 2100-TAKE-ONE-AUDIT-ROW-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 2110-TEST-ONE-REASON - SPELL OUT THE REASON CODE
003750*----------------------------------------------------------------
003760 2110-TEST-ONE-REASON.
003770     IF AU-STATUS-CODE = WS-RSN-CODE(WS-REASON-IDX)
003780         MOVE WS-RSN-TEXT(WS-REASON-IDX)
003790                              TO WF-REASON-TEXT
003800         MOVE 99              TO WS-REASON-IDX
003810         GO TO 2110-TEST-ONE-REASON-EXIT
003820     END-IF.
003830     ADD 1                    TO WS-REASON-IDX.
003840 2110-TEST-ONE-REASON-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870* 3000-LIST-PROFILE-CHANGES - SECTION 2, THE MONTH'S CHANGE LOG
003880*                             RECORDS, BEFORE AND AFTER
003890*----------------------------------------------------------------
003900 3000-LIST-PROFILE-CHANGES.
003910     MOVE SPACES              TO WS-SECTION-LINE.
003920     WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE.
003930     MOVE 'SECURITY PROFILE CHANGES'
003940                              TO WS-SECTION-TITLE.
003950     WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE.
003960     WRITE SEC-RPT-RECORD FROM WS-CHANGE-HEAD.
003970     PERFORM 8300-READ-LOG
003980         THRU 8300-READ-LOG-EXIT.
003990     PERFORM 3100-TAKE-ONE-LOG-ROW
004000         THRU 3100-TAKE-ONE-LOG-ROW-EXIT
004010         UNTIL WS-LOG-EOF.
004020     IF WS-CHANGE-COUNT = ZERO
004030         MOVE 'NO PROFILE CHANGES THIS MONTH'
004040                              TO WN-TEXT
004050         WRITE SEC-RPT-RECORD FROM WS-NONE-LINE
004060     END-IF.
004070 3000-LIST-PROFILE-CHANGES-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 3100-TAKE-ONE-LOG-ROW - LIST A CHANGE THAT FALLS IN THE MONTH
004110*----------------------------------------------------------------
004120 3100-TAKE-ONE-LOG-ROW.
004130     IF SL-TIMESTAMP(1:6) NOT = WS-CUR-MONTH-X
004140         GO TO 3100-TAKE-ONE-LOG-NEXT
004150     END-IF.
004160     MOVE SPACES              TO WS-CHANGE-LINE.
004170     MOVE SL-TIMESTAMP        TO WG-TIMESTAMP.
004180     MOVE SL-ACTION           TO WG-ACTION.
004190     MOVE SL-USER-ID          TO WG-USER-ID.
004200     MOVE SL-TRANSID          TO WG-TRANSID.
004210     MOVE SL-CHANGED-BY       TO WG-CHANGED-BY.
004220     MOVE SL-BEF-FUNCTIONS    TO WG-BEF-FUNCTIONS.
004230     MOVE SL-BEF-CLASS-LIST   TO WG-BEF-CLASS-LIST.
004240     MOVE SL-BEF-STATUS       TO WG-BEF-STATUS.
004250     MOVE SL-AFT-FUNCTIONS    TO WG-AFT-FUNCTIONS.
004260     MOVE SL-AFT-CLASS-LIST   TO WG-AFT-CLASS-LIST.
004270     MOVE SL-AFT-STATUS       TO WG-AFT-STATUS.
004280     WRITE SEC-RPT-RECORD FROM WS-CHANGE-LINE.
004290     ADD 1                    TO WS-CHANGE-COUNT.
004300 3100-TAKE-ONE-LOG-NEXT.
004310     PERFORM 8300-READ-LOG
004320         THRU 8300-READ-LOG-EXIT.
004330 3100-TAKE-ONE-LOG-ROW-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------
004360* 4000-LIST-KEYER-APPROVERS - SECTION 3, TALLY KEYINGS AND
004370*                             APPROVALS BY CLASS AND USER, THEN
004380*                             LIST EVERY CELL WITH BOTH
004390*----------------------------------------------------------------
004400 4000-LIST-KEYER-APPROVERS.
004410     PERFORM 8200-READ-PEND
004420         THRU 8200-READ-PEND-EXIT.
004430     PERFORM 4100-TAKE-ONE-PEND-ROW
004440         THRU 4100-TAKE-ONE-PEND-ROW-EXIT
004450         UNTIL WS-PEND-EOF.
004460     MOVE SPACES              TO WS-SECTION-LINE.
004470     WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE.
004480     MOVE 'USERS WHO KEYED AND APPROVED FOR THE SAME CLASS'
004490                              TO WS-SECTION-TITLE.
004500     WRITE SEC-RPT-RECORD FROM WS-SECTION-LINE.
004510     WRITE SEC-RPT-RECORD FROM WS-BOTH-HEAD.
004520     MOVE 1                   TO WS-PAIR-IDX.
004530     PERFORM 4300-WRITE-ONE-PAIR
004540         THRU 4300-WRITE-ONE-PAIR-EXIT
004550         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
004560     IF WS-BOTH-COUNT = ZERO
004570         MOVE 'NO USER KEYED AND APPROVED ONE CLASS'
004580                              TO WN-TEXT
004590         WRITE SEC-RPT-RECORD FROM WS-NONE-LINE
004600     END-IF.
004610 4000-LIST-KEYER-APPROVERS-EXIT.
004620     EXIT.
004630*----------------------------------------------------------------
004640* 4100-TAKE-ONE-PEND-ROW - COUNT THE KEYING AND THE APPROVAL OF
004650*                          ONE PENDING CHANGE AGAINST THEIR USERS
004660*----------------------------------------------------------------
004670 4100-TAKE-ONE-PEND-ROW.
004680     IF PC-KEY-TIMESTAMP(1:6) = WS-CUR-MONTH-X
004690        AND PC-KEYED-BY NOT = SPACES
004700         MOVE PC-RATE-CLASS   TO WS-SEARCH-CLASS
004710         MOVE PC-KEYED-BY     TO WS-SEARCH-USER
004720         PERFORM 4200-FIND-OR-ADD-PAIR
004730             THRU 4200-FIND-OR-ADD-PAIR-EXIT
004740         ADD 1        TO WS-PAIR-KEYED-CNT(WS-PAIR-FOUND-IDX)
004750     END-IF.
004760     IF PC-APPROVED
004770        AND PC-APPROVE-TIMESTAMP(1:6) = WS-CUR-MONTH-X
004780        AND PC-APPROVED-BY NOT = SPACES
004790         MOVE PC-RATE-CLASS   TO WS-SEARCH-CLASS
004800         MOVE PC-APPROVED-BY  TO WS-SEARCH-USER
004810         PERFORM 4200-FIND-OR-ADD-PAIR
004820             THRU 4200-FIND-OR-ADD-PAIR-EXIT
004830         ADD 1        TO WS-PAIR-APPR-CNT(WS-PAIR-FOUND-IDX)
004840     END-IF.
004850     PERFORM 8200-READ-PEND
004860         THRU 8200-READ-PEND-EXIT.
004870 4100-TAKE-ONE-PEND-ROW-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
004900* 4200-FIND-OR-ADD-PAIR - THE CELL FOR WS-SEARCH-KEY.  A NEW KEY
004910*                         IS SLOTTED IN KEY ORDER, THE CELLS ABOVE
004920*                         IT MOVED UP ONE, SO THE REPORT NEEDS NO
004930*                         SORT.
004940*----------------------------------------------------------------
004950 4200-FIND-OR-ADD-PAIR.
004960     COMPUTE WS-PAIR-FOUND-IDX = WS-PAIR-COUNT + 1.
004970     MOVE 1                   TO WS-PAIR-IDX.
004980     PERFORM 4210-TEST-ONE-PAIR
004990         THRU 4210-TEST-ONE-PAIR-EXIT
005000         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
005010     IF WS-PAIR-IDX = 9999
005020         GO TO 4200-FIND-OR-ADD-PAIR-EXIT
005030     END-IF.
005040     IF WS-PAIR-COUNT >= WS-PAIR-MAX
005050         DISPLAY 'MULT-SECURITY-REPORT ABEND - MORE THAN '
005060                 WS-PAIR-MAX ' CLASS/USER KEYERS AND APPROVERS'
005070         MOVE 16              TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100*    WS-PAIR-FOUND-IDX IS THE FIRST CELL WITH A HIGHER KEY (OR
005110*    ONE PAST THE END) - OPEN THE SLOT THERE.
005120     MOVE WS-PAIR-COUNT       TO WS-SHIFT-IDX.
005130     PERFORM 4220-SHIFT-ONE-PAIR
005140         THRU 4220-SHIFT-ONE-PAIR-EXIT
005150         UNTIL WS-SHIFT-IDX < WS-PAIR-FOUND-IDX.
005160     ADD 1                    TO WS-PAIR-COUNT.
005170     INITIALIZE WS-PAIR-ENTRY(WS-PAIR-FOUND-IDX).
005180     MOVE WS-SEARCH-KEY       TO WS-PAIR-KEY(WS-PAIR-FOUND-IDX).
005190 4200-FIND-OR-ADD-PAIR-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------
005220* 4210-TEST-ONE-PAIR - A MATCH ENDS THE SEARCH WITH THE INDEX SET
005230*                      TO 9999; A HIGHER KEY ENDS IT AT THE SLOT A
005240*                      NEW CELL BELONGS IN
005250*----------------------------------------------------------------
005260 4210-TEST-ONE-PAIR.
005270     IF WS-SEARCH-KEY = WS-PAIR-KEY(WS-PAIR-IDX)
005280         MOVE WS-PAIR-IDX     TO WS-PAIR-FOUND-IDX
005290         MOVE 9999            TO WS-PAIR-IDX
005300         GO TO 4210-TEST-ONE-PAIR-EXIT
005310     END-IF.
005320     IF WS-SEARCH-KEY < WS-PAIR-KEY(WS-PAIR-IDX)
005330         MOVE WS-PAIR-IDX     TO WS-PAIR-FOUND-IDX
005340         MOVE 9998            TO WS-PAIR-IDX
005350         GO TO 4210-TEST-ONE-PAIR-EXIT
005360     END-IF.
005370     ADD 1                    TO WS-PAIR-IDX.
005380 4210-TEST-ONE-PAIR-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 4220-SHIFT-ONE-PAIR - MOVE ONE CELL UP A SLOT
005420*----------------------------------------------------------------
005430 4220-SHIFT-ONE-PAIR.
005440     IF WS-SHIFT-IDX = ZERO
005450         GO TO 4220-SHIFT-ONE-PAIR-EXIT
005460     END-IF.
005470     MOVE WS-PAIR-ENTRY(WS-SHIFT-IDX)
005480                     TO WS-PAIR-ENTRY(WS-SHIFT-IDX + 1).
005490     SUBTRACT 1               FROM WS-SHIFT-IDX.
005500 4220-SHIFT-ONE-PAIR-EXIT.
005510     EXIT.
005520*----------------------------------------------------------------
005530* 4300-WRITE-ONE-PAIR - LIST A CLASS/USER CELL WITH BOTH A KEYING
005540*                       AND AN APPROVAL
005550*----------------------------------------------------------------
005560 4300-WRITE-ONE-PAIR.
005570     IF WS-PAIR-KEYED-CNT(WS-PAIR-IDX) > ZERO
005580        AND WS-PAIR-APPR-CNT(WS-PAIR-IDX) > ZERO
005590         MOVE SPACES          TO WS-BOTH-LINE
005600         MOVE WS-PAIR-CLASS(WS-PAIR-IDX)
005610                              TO WB-CLASS
005620         MOVE WS-PAIR-USER(WS-PAIR-IDX)
005630                              TO WB-USER-ID
005640         MOVE WS-PAIR-KEYED-CNT(WS-PAIR-IDX)
005650                              TO WB-KEYED-CNT
005660         MOVE WS-PAIR-APPR-CNT(WS-PAIR-IDX)
005670                              TO WB-APPR-CNT
005680         WRITE SEC-RPT-RECORD FROM WS-BOTH-LINE
005690         ADD 1                TO WS-BOTH-COUNT
005700     END-IF.
005710     ADD 1                    TO WS-PAIR-IDX.
005720 4300-WRITE-ONE-PAIR-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 5000-TERMINATE - TRAILER COUNTS, RETURN CODE, CLOSE
005760*----------------------------------------------------------------
005770 5000-TERMINATE.
005780     MOVE SPACES              TO WS-COUNT-LINE.
005790     WRITE SEC-RPT-RECORD FROM WS-COUNT-LINE.
005800     MOVE 'REFUSED ATTEMPTS:'  TO WC-LABEL.
005810     MOVE WS-REFUSAL-COUNT    TO WC-COUNT.
005820     WRITE SEC-RPT-RECORD FROM WS-COUNT-LINE.
005830     MOVE 'PROFILE CHANGES:'   TO WC-LABEL.
005840     MOVE WS-CHANGE-COUNT     TO WC-COUNT.
005850     WRITE SEC-RPT-RECORD FROM WS-COUNT-LINE.
005860     MOVE 'SAME-CLASS KEYER/APPROVERS:'
005870                              TO WC-LABEL.
005880     MOVE WS-BOTH-COUNT       TO WC-COUNT.
005890     WRITE SEC-RPT-RECORD FROM WS-COUNT-LINE.
005900     IF WS-REFUSAL-COUNT > ZERO
005910        OR WS-BOTH-COUNT > ZERO
005920         MOVE 4               TO RETURN-CODE
005930     END-IF.
005940     CLOSE ONLINE-AUDIT-FILE
005950           PEND-FLAT-FILE
005960           SEC-LOG-FILE
005970           SEC-RPT-FILE.
005980     DISPLAY 'MULT-SECURITY-REPORT MONTH:           '
005990             WS-CUR-MONTH.
006000     DISPLAY 'MULT-SECURITY-REPORT AUDIT ROWS READ: '
006010             WS-AUDIT-READ-COUNT.
006020     DISPLAY 'MULT-SECURITY-REPORT PENDING READ:    '
006030             WS-PEND-READ-COUNT.
006040     DISPLAY 'MULT-SECURITY-REPORT CHANGE LOG READ: '
006050             WS-LOG-READ-COUNT.
006060 5000-TERMINATE-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* 8100-READ-AUDIT - NEXT ONLINE AUDIT ROW
006100*----------------------------------------------------------------
006110 8100-READ-AUDIT.
006120     READ ONLINE-AUDIT-FILE
006130         AT END
006140             SET WS-AUDIT-EOF TO TRUE
006150             GO TO 8100-READ-AUDIT-EXIT
006160     END-READ.
006170     ADD 1                    TO WS-AUDIT-READ-COUNT.
006180 8100-READ-AUDIT-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------
006210* 8200-READ-PEND - NEXT PENDING RATE CHANGE
006220*----------------------------------------------------------------
006230 8200-READ-PEND.
006240     READ PEND-FLAT-FILE
006250         AT END
006260             SET WS-PEND-EOF TO TRUE
006270             GO TO 8200-READ-PEND-EXIT
006280     END-READ.
006290     ADD 1                    TO WS-PEND-READ-COUNT.
006300 8200-READ-PEND-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* 8300-READ-LOG - NEXT SECURITY CHANGE LOG RECORD
006340*----------------------------------------------------------------
006350 8300-READ-LOG.
006360     READ SEC-LOG-FILE
006370         AT END
006380             SET WS-LOG-EOF TO TRUE
006390             GO TO 8300-READ-LOG-EXIT
006400     END-READ.
006410     ADD 1                    TO WS-LOG-READ-COUNT.
006420 8300-READ-LOG-EXIT.
006430     EXIT.
006440 END PROGRAM MULT-SECURITY-REPORT.
