000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-ORDER-HOLD.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  PSEUDO-CONVERSATIONAL CICS
000110*                 TRANSACTION ORDH AGAINST MAPSET HLDMAP, MAP
000120*                 HLDMAP, ALONGSIDE MULT, ORDQ AND ORDR - THE
000130*                 REVIEW SIDE OF THE HIGH-VALUE HOLD QUEUE.
000140*                 MULT-BATCH-DRIVER HOLDS ANY ORDER OVER ITS RATE
000150*                 CLASS AND SOURCE SYSTEM'S THRESHOLD (SEE
000160*                 HOLDTHR) ON THE HOLDQ KSDS (SEE HOLDREC) INSTEAD
000170*                 OF BILLING IT.  THIS SCREEN LISTS THE ORDERS
000180*                 STILL HELD, FOUR TO A PAGE, OLDEST FIRST.  'A'
000190*                 AND A LINE NUMBER RELEASES THAT ORDER -
000200*                 RESTATUSED 'A' WITH THE USER, TERMINAL AND
000210*                 TIMESTAMP, IT BILLS AT ITS HELD AMOUNT IN THE
000220*                 NEXT NIGHTLY RUN; 'X' RESTATUSES IT 'X' THE SAME
000230*                 WAY AND THE NEXT RUN RETURNS IT TO ITS SOURCE,
000240*                 REASON 'HLD'; 'F' PAGES FORWARD; BLANK
000250*                 REDISPLAYS THE PAGE.  THE USER WHO SET THE
000260*                 THRESHOLD THAT HELD AN ORDER CANNOT RELEASE IT -
000270*                 THAT REFUSAL IS THE DUAL CONTROL, AND THE DRIVER
000280*                 CHECKS IT AGAIN BEFORE IT BILLS.  ANYONE MAY
000290*                 SEND AN ORDER BACK.  THE COMMAREA CARRIES THE
000300*                 KEY OF EVERY ORDER ON THE SCREEN, SO THE ACTION
000310*                 LANDS ON THE ORDER THE USER WAS ACTUALLY LOOKING
000320*                 AT.
000330* 2026-10-15 DS   SECURITY PROFILES.  EVERY ENTRY NOW NEEDS AN
000340*                 ACTIVE ORDH RECORD FOR THE SIGNED-ON USER ON THE
000350*                 SECPROF KSDS (SEE SECPROF), AND 'A' AND 'X' NEED
000360*                 THAT FUNCTION AND THE HELD ORDER'S RATE CLASS
000370*                 GRANTED ON IT.  A REFUSAL SAYS WHY ON THE SCREEN
000380*                 AND GOES TO RATEAUD AS A 'V' ROW (SEE AUDREC).
000390*----------------------------------------------------------------
000400* RESOURCE DEFINITIONS ASSUMED (CSD GROUP MULTGRP):
000410*   TRANSACTION ORDH  PROGRAM(ORDHLD)
000420*   PROGRAM    ORDHLD  LANGUAGE(COBOL)
000430*   MAPSET     HLDMAP
000440*   FILE       HOLDQ    KSDS, RECORDSIZE(160,160), KEYLENGTH(20,0)
000450*   FILE       RATEAUD  ESDS, RECORDSIZE(77,77)
000460*   FILE       SECPROF  KSDS, RECORDSIZE(80,80), KEYLENGTH(12,0)
000470*----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 DATA DIVISION.
000530 WORKING-STORAGE SECTION.
000540 01  WS-SWITCHES.
000550     05  WS-FIRST-ENTRY-SW       PIC X(01)   VALUE 'Y'.
000560         88  WS-FIRST-ENTRY      VALUE 'Y'.
000570     05  WS-BROWSE-DONE-SW       PIC X(01).
000580         88  WS-BROWSE-DONE      VALUE 'Y'.
000590*----------------------------------------------------------------
000600* THE COMMAREA: THE KEY THE PAGE ON THE SCREEN STARTED FROM, THE
000610* KEY OF THE FIRST HELD ORDER PAST IT (SPACES WHEN THE PAGE RAN TO
000620* THE END OF THE FILE), AND THE KEY OF THE ORDER ON EACH LINE
000630* (SPACES FOR AN EMPTY LINE).
000640*----------------------------------------------------------------
000650 01  WS-COMMAREA.
000660     05  WS-CA-PAGE-KEY          PIC X(20).
000670     05  WS-CA-NEXT-KEY          PIC X(20).
000680     05  WS-CA-LINE-KEY          PIC X(20)   OCCURS 4 TIMES.
000690 01  WS-BROWSE-KEY               PIC X(20).
000700 01  WS-RESP                     PIC S9(08) COMP.
000710 01  WS-USER-ID                  PIC X(08).
000720 01  WS-ACTION-MSG               PIC X(40)   VALUE SPACES.
000730 01  WS-LINE-IDX                 PIC 9(02)   COMP   VALUE ZERO.
000740 01  WS-SEL-LINE                 PIC 9(01).
000750 01  WS-CURRENT-DATE-TIME.
000760     05  WS-CURR-DATE            PIC 9(08).
000770     05  WS-CURR-TIME            PIC 9(08).
000780 01  WS-HOLD-LINE.
000790     05  WH-LINE-NO              PIC 9(01).
000800     05  FILLER                  PIC X(01).
000810     05  WH-ORDER-KEY            PIC X(10).
000820     05  FILLER                  PIC X(01).
000830     05  WH-SOURCE-SYS           PIC X(04).
000840     05  FILLER                  PIC X(01).
000850     05  WH-RATE-CLASS           PIC X(02).
000860     05  FILLER                  PIC X(01).
000870     05  WH-QUANTITY             PIC ZZZZZZ9.
000880     05  FILLER                  PIC X(01).
000890     05  WH-AMOUNT               PIC Z(9)9.99-.
000900     05  FILLER                  PIC X(01).
000910     05  WH-BASIS                PIC X(01).
000920     05  FILLER                  PIC X(01).
000930     05  WH-HOLD-DATE            PIC 9(08).
000940     05  FILLER                  PIC X(01).
000950     05  WH-THRESH-SET-BY        PIC X(08).
000960     05  FILLER                  PIC X(06).
000970*----------------------------------------------------------------
000980* SECURITY PROFILE CHECK (SEE SECPROF AND 2800-CHECK-PROFILE).
000990* THE CALLER SETS THE FUNCTION AND CLASS TO BE CHECKED (SPACES
001000* FOR NONE); WS-SEC-REASON COMES BACK SPACES WHEN THE USER IS
001010* ALLOWED, OTHERWISE THE REASON CODE ON THE 'V' AUDIT ROW, WITH
001020* WS-SEC-MSG SAYING WHY FOR THE SCREEN.
001030*----------------------------------------------------------------
001040 01  WS-PROFILE-WORK.
001050     05  WS-SEC-KEY.
001060         10  WS-SEC-USER-ID      PIC X(08).
001070         10  WS-SEC-TRANSID      PIC X(04)   VALUE 'ORDH'.
001080     05  WS-SEC-FUNCTION         PIC X(01).
001090     05  WS-SEC-CLASS            PIC X(02).
001100     05  WS-SEC-REASON           PIC X(02).
001110         88  WS-SEC-ALLOWED      VALUE SPACES.
001120     05  WS-SEC-MSG              PIC X(40).
001130     05  WS-SEC-TALLY            PIC 9(04)   COMP.
001140     05  WS-SEC-IDX              PIC 9(02)   COMP.
001150     05  WS-SEC-CLASS-SW         PIC X(01).
001160         88  WS-SEC-CLASS-OK     VALUE 'Y'.
001170 COPY HOLDREC.
001180 COPY SECPROF.
001190 COPY AUDREC.
001200 COPY HLDMAP.
001210 LINKAGE SECTION.
001220 01  DFHCOMMAREA                 PIC X(120).
001230 PROCEDURE DIVISION.
001240*----------------------------------------------------------------
001250* 0000-MAINLINE - FIRST ENTRY LISTS FROM THE OLDEST HELD ORDER,
001260*                 RE-ENTRY ACTS ON WHATEVER FUNCTION THE USER
001270*                 KEYED AND THEN LISTS THE PAGE AGAIN
001280*----------------------------------------------------------------
001290 0000-MAINLINE.
001300     EXEC CICS HANDLE CONDITION
001310         ERROR(9999-ABEND)
001320     END-EXEC.
001330     IF EIBCALEN = ZERO
001340         SET WS-FIRST-ENTRY TO TRUE
001350         MOVE SPACES          TO WS-COMMAREA
001360         MOVE LOW-VALUES      TO WS-CA-PAGE-KEY
001370     ELSE
001380         MOVE 'N'             TO WS-FIRST-ENTRY-SW
001390         MOVE DFHCOMMAREA     TO WS-COMMAREA
001400     END-IF.
001410*    EVERY ENTRY LISTS HELD ORDERS, SO EVERY ENTRY NEEDS AN
001420*    ACTIVE PROFILE FOR THE TRANSACTION.
001430     MOVE SPACE               TO WS-SEC-FUNCTION.
001440     MOVE SPACES              TO WS-SEC-CLASS.
001450     PERFORM 2800-CHECK-PROFILE
001460         THRU 2800-CHECK-PROFILE-EXIT.
001470     IF NOT WS-SEC-ALLOWED
001480         GO TO 9000-REFUSE-SIGN-ON
001490     END-IF.
001500     IF NOT WS-FIRST-ENTRY
001510         PERFORM 2000-RECEIVE-AND-PROCESS
001520             THRU 2000-RECEIVE-AND-PROCESS-EXIT
001530     END-IF.
001540     PERFORM 1000-SHOW-HELD-PAGE
001550         THRU 1000-SHOW-HELD-PAGE-EXIT.
001560     EXEC CICS RETURN
001570         TRANSID('ORDH')
001580         COMMAREA(WS-COMMAREA)
001590         LENGTH(120)
001600     END-EXEC.
001610     GOBACK.
001620*----------------------------------------------------------------
001630* 1000-SHOW-HELD-PAGE - BROWSE HOLDQ FROM THE PAGE KEY FOR UP TO
001640*                       FOUR ORDERS STILL HELD AND PUT THEM ON THE
001650*                       SCREEN, NOTING THE KEY OF THE NEXT ONE
001660*                       PAST THEM FOR 'F'
001670*----------------------------------------------------------------
001680 1000-SHOW-HELD-PAGE.
001690     MOVE SPACES              TO HLDMAPO.
001700     MOVE SPACES              TO WS-CA-NEXT-KEY.
001710     MOVE SPACES              TO WS-CA-LINE-KEY(1)
001720                                 WS-CA-LINE-KEY(2)
001730                                 WS-CA-LINE-KEY(3)
001740                                 WS-CA-LINE-KEY(4).
001750     MOVE ZERO                TO WS-LINE-IDX.
001760     PERFORM 3000-BROWSE-HELD-ORDERS
001770         THRU 3000-BROWSE-HELD-ORDERS-EXIT.
001780     IF WS-ACTION-MSG = SPACES
001790         IF WS-LINE-IDX = ZERO
001800             MOVE 'NO ORDERS ON HOLD'
001810                              TO HLDMSGO
001820         ELSE
001830             MOVE 'A=RELEASE, X=SEND BACK, F=NEXT PAGE'
001840                              TO HLDMSGO
001850         END-IF
001860     ELSE
001870         MOVE WS-ACTION-MSG   TO HLDMSGO
001880     END-IF.
001890     EXEC CICS SEND MAP('HLDMAP')
001900         MAPSET('HLDMAP')
001910         FROM(HLDMAPO)
001920         ERASE
001930     END-EXEC.
001940 1000-SHOW-HELD-PAGE-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970* 2000-RECEIVE-AND-PROCESS - READ THE SCREEN BACK AND ACT ON THE
001980*                            ORDER ON THE LINE THE USER CHOSE
001990*----------------------------------------------------------------
002000 2000-RECEIVE-AND-PROCESS.
002010     EXEC CICS RECEIVE MAP('HLDMAP')
002020         MAPSET('HLDMAP')
002030         INTO(HLDMAPI)
002040     END-EXEC.
002050     MOVE SPACES              TO WS-ACTION-MSG.
002060     EVALUATE HLDFUNI
002070         WHEN 'A'
002080             PERFORM 2100-RELEASE-ORDER
002090                 THRU 2100-RELEASE-ORDER-EXIT
002100         WHEN 'X'
002110             PERFORM 2200-SEND-BACK-ORDER
002120                 THRU 2200-SEND-BACK-ORDER-EXIT
002130         WHEN 'F'
002140             PERFORM 2300-NEXT-PAGE
002150                 THRU 2300-NEXT-PAGE-EXIT
002160         WHEN SPACE
002170         WHEN LOW-VALUE
002180             CONTINUE
002190         WHEN OTHER
002200             MOVE 'FUNCTION MUST BE A, X, F OR BLANK'
002210                              TO WS-ACTION-MSG
002220     END-EVALUATE.
002230 2000-RECEIVE-AND-PROCESS-EXIT.
002240     EXIT.
002250*----------------------------------------------------------------
002260* 2050-READ-SELECTED - CHECK THE LINE NUMBER AND READ THE ORDER ON
002270*                      IT FOR UPDATE.  WS-ACTION-MSG NON-BLANK
002280*                      ON RETURN MEANS THERE IS NOTHING TO ACT
002290*                      ON (AND NOTHING LEFT LOCKED).
002300*----------------------------------------------------------------
002310 2050-READ-SELECTED.
002320     IF HLDLINI < '1' OR HLDLINI > '4'
002330         MOVE 'ENTER A LINE NUMBER 1-4'
002340                              TO WS-ACTION-MSG
002350         GO TO 2050-READ-SELECTED-EXIT
002360     END-IF.
002370     MOVE HLDLINI             TO WS-SEL-LINE.
002380     IF WS-CA-LINE-KEY(WS-SEL-LINE) = SPACES
002390         MOVE 'NO ORDER ON THAT LINE'
002400                              TO WS-ACTION-MSG
002410         GO TO 2050-READ-SELECTED-EXIT
002420     END-IF.
002430     MOVE WS-CA-LINE-KEY(WS-SEL-LINE)
002440                              TO WS-BROWSE-KEY.
002450     EXEC CICS READ FILE('HOLDQ')
002460         INTO(HELD-ORDER-RECORD)
002470         RIDFLD(WS-BROWSE-KEY)
002480         UPDATE
002490         RESP(WS-RESP)
002500     END-EXEC.
002510     IF WS-RESP NOT = DFHRESP(NORMAL)
002520         MOVE 'HELD ORDER UNAVAILABLE'
002530                              TO WS-ACTION-MSG
002540         GO TO 2050-READ-SELECTED-EXIT
002550     END-IF.
002560     IF NOT HO-HELD
002570         MOVE 'ORDER ALREADY ACTIONED'
002580                              TO WS-ACTION-MSG
002590         EXEC CICS UNLOCK FILE('HOLDQ')
002600         END-EXEC
002610         GO TO 2050-READ-SELECTED-EXIT
002620     END-IF.
002630     EXEC CICS ASSIGN
002640         USERID(WS-USER-ID)
002650     END-EXEC.
002660     MOVE HLDFUNI             TO WS-SEC-FUNCTION.
002670     MOVE HO-RATE-CLASS       TO WS-SEC-CLASS.
002680     PERFORM 2800-CHECK-PROFILE
002690         THRU 2800-CHECK-PROFILE-EXIT.
002700     IF NOT WS-SEC-ALLOWED
002710         MOVE WS-SEC-MSG      TO WS-ACTION-MSG
002720         EXEC CICS UNLOCK FILE('HOLDQ')
002730         END-EXEC
002740     END-IF.
002750 2050-READ-SELECTED-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780* 2100-RELEASE-ORDER - RESTATUS THE HELD ORDER 'A' SO THE NEXT
002790*                      NIGHTLY RUN BILLS IT.  WHOEVER SET THE
002800*                      THRESHOLD CANNOT BE THE RELEASER - THAT IS
002810*                      THE DUAL CONTROL.
002820*----------------------------------------------------------------
002830 2100-RELEASE-ORDER.
002840     PERFORM 2050-READ-SELECTED
002850         THRU 2050-READ-SELECTED-EXIT.
002860     IF WS-ACTION-MSG NOT = SPACES
002870         GO TO 2100-RELEASE-ORDER-EXIT
002880     END-IF.
002890     IF HO-THRESH-SET-BY = WS-USER-ID
002900         MOVE 'DUAL CONTROL - SETTER CANNOT RELEASE'
002910                              TO WS-ACTION-MSG
002920         EXEC CICS UNLOCK FILE('HOLDQ')
002930         END-EXEC
002940         GO TO 2100-RELEASE-ORDER-EXIT
002950     END-IF.
002960     SET HO-RELEASED          TO TRUE.
002970     PERFORM 2900-REWRITE-ACTIONED
002980         THRU 2900-REWRITE-ACTIONED-EXIT.
002990     MOVE 'ORDER RELEASED - BILLS IN NEXT RUN'
003000                              TO WS-ACTION-MSG.
003010 2100-RELEASE-ORDER-EXIT.
003020     EXIT.
003030*----------------------------------------------------------------
003040* 2200-SEND-BACK-ORDER - RESTATUS THE HELD ORDER 'X' SO THE NEXT
003050*                        NIGHTLY RUN RETURNS IT TO ITS SOURCE
003060*----------------------------------------------------------------
003070 2200-SEND-BACK-ORDER.
003080     PERFORM 2050-READ-SELECTED
003090         THRU 2050-READ-SELECTED-EXIT.
003100     IF WS-ACTION-MSG NOT = SPACES
003110         GO TO 2200-SEND-BACK-ORDER-EXIT
003120     END-IF.
003130     SET HO-RETURN-REQ        TO TRUE.
003140     PERFORM 2900-REWRITE-ACTIONED
003150         THRU 2900-REWRITE-ACTIONED-EXIT.
003160     MOVE 'ORDER GOES BACK TO SOURCE IN NEXT RUN'
003170                              TO WS-ACTION-MSG.
003180 2200-SEND-BACK-ORDER-EXIT.
003190     EXIT.
003200*----------------------------------------------------------------
003210* 2300-NEXT-PAGE - MOVE THE PAGE KEY ON TO THE FIRST HELD ORDER
003220*                  PAST THE SCREEN, OR BACK TO THE TOP AT THE END
003230*----------------------------------------------------------------
003240 2300-NEXT-PAGE.
003250     IF WS-CA-NEXT-KEY = SPACES
003260         MOVE LOW-VALUES      TO WS-CA-PAGE-KEY
003270         MOVE 'NO MORE HELD ORDERS - BACK TO THE TOP'
003280                              TO WS-ACTION-MSG
003290     ELSE
003300         MOVE WS-CA-NEXT-KEY  TO WS-CA-PAGE-KEY
003310     END-IF.
003320 2300-NEXT-PAGE-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 2800-CHECK-PROFILE - READ THE SIGNED-ON USER'S SECURITY PROFILE
003360*                      FOR THIS TRANSACTION AND TEST IT AGAINST
003370*                      THE FUNCTION AND CLASS THE CALLER SET.  A
003380*                      REFUSAL IS WRITTEN TO RATEAUD BEFORE THIS
003390*                      RETURNS, SO EVERY CALLER NEED ONLY SHOW
003400*                      WS-SEC-MSG AND STOP.
003410*----------------------------------------------------------------
003420 2800-CHECK-PROFILE.
003430     MOVE SPACES              TO WS-SEC-REASON.
003440     MOVE SPACES              TO WS-SEC-MSG.
003450     EXEC CICS ASSIGN
003460         USERID(WS-SEC-USER-ID)
003470     END-EXEC.
003480     EXEC CICS READ FILE('SECPROF')
003490         INTO(SECURITY-PROFILE-RECORD)
003500         RIDFLD(WS-SEC-KEY)
003510         RESP(WS-RESP)
003520     END-EXEC.
003530     IF WS-RESP = DFHRESP(NOTFND)
003540         MOVE 'NP'            TO WS-SEC-REASON
003550         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
003560                              TO WS-SEC-MSG
003570         GO TO 2800-CHECK-PROFILE-REFUSED
003580     END-IF.
003590     IF WS-RESP NOT = DFHRESP(NORMAL)
003600         MOVE 'PF'            TO WS-SEC-REASON
003610         MOVE 'PROFILE FILE DOWN - NOTIFY SUPPORT'
003620                              TO WS-SEC-MSG
003630         GO TO 2800-CHECK-PROFILE-REFUSED
003640     END-IF.
003650     IF NOT SP-ACTIVE
003660         MOVE 'RV'            TO WS-SEC-REASON
003670         MOVE 'NOT AUTHORIZED - PROFILE REVOKED'
003680                              TO WS-SEC-MSG
003690         GO TO 2800-CHECK-PROFILE-REFUSED
003700     END-IF.
003710     IF WS-SEC-FUNCTION NOT = SPACE
003720         MOVE ZERO            TO WS-SEC-TALLY
003730         INSPECT SP-FUNCTIONS TALLYING WS-SEC-TALLY
003740             FOR ALL WS-SEC-FUNCTION
003750         IF WS-SEC-TALLY = ZERO
003760             MOVE 'FN'        TO WS-SEC-REASON
003770             MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
003780                              TO WS-SEC-MSG
003790             GO TO 2800-CHECK-PROFILE-REFUSED
003800         END-IF
003810     END-IF.
003820     IF WS-SEC-CLASS = SPACES
003830         GO TO 2800-CHECK-PROFILE-EXIT
003840     END-IF.
003850     MOVE 'N'                 TO WS-SEC-CLASS-SW.
003860     MOVE 1                   TO WS-SEC-IDX.
003870     PERFORM 2810-TEST-ONE-CLASS
003880         THRU 2810-TEST-ONE-CLASS-EXIT
003890         UNTIL WS-SEC-CLASS-OK OR WS-SEC-IDX > 10.
003900     IF WS-SEC-CLASS-OK
003910         GO TO 2800-CHECK-PROFILE-EXIT
003920     END-IF.
003930     MOVE 'CL'                TO WS-SEC-REASON.
003940     MOVE 'NOT AUTHORIZED FOR THIS RATE CLASS'
003950                              TO WS-SEC-MSG.
003960 2800-CHECK-PROFILE-REFUSED.
003970     PERFORM 2850-WRITE-REFUSAL-AUDIT
003980         THRU 2850-WRITE-REFUSAL-AUDIT-EXIT.
003990 2800-CHECK-PROFILE-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 2810-TEST-ONE-CLASS - DOES THIS SLOT GRANT THE CLASS?  '**'
004030*                       GRANTS EVERY CLASS.
004040*----------------------------------------------------------------
004050 2810-TEST-ONE-CLASS.
004060     IF SP-CLASS(WS-SEC-IDX) = '**'
004070        OR SP-CLASS(WS-SEC-IDX) = WS-SEC-CLASS
004080         SET WS-SEC-CLASS-OK TO TRUE
004090     END-IF.
004100     ADD 1                    TO WS-SEC-IDX.
004110 2810-TEST-ONE-CLASS-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 2850-WRITE-REFUSAL-AUDIT - APPEND THE 'V' ROW TO RATEAUD FOR A
004150*                            REFUSED ATTEMPT (SEE AUDREC FOR HOW
004160*                            ITS FIELDS ARE USED)
004170*----------------------------------------------------------------
004180 2850-WRITE-REFUSAL-AUDIT.
004190     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004200     ACCEPT WS-CURR-TIME FROM TIME.
004210     MOVE SPACES               TO AUDIT-RECORD.
004220     MOVE WS-SEC-TRANSID       TO AU-RUN-ID(1:4).
004230     MOVE EIBTRMID             TO AU-RUN-ID(5:4).
004240     MOVE WS-SEC-USER-ID       TO AU-ORDER-KEY.
004250     MOVE WS-CURR-DATE         TO AU-TIMESTAMP(1:8).
004260     MOVE WS-CURR-TIME(1:6)    TO AU-TIMESTAMP(9:6).
004270     MOVE ZERO                 TO AU-QUANTITY.
004280     MOVE WS-SEC-FUNCTION      TO AU-BRANCH-CODE.
004290     MOVE WS-SEC-REASON        TO AU-STATUS-CODE.
004300     MOVE ZERO                 TO AU-RESULT.
004310     MOVE ZERO                 TO AU-RATE-EFF-DATE.
004320     MOVE ZERO                 TO AU-MULTIPLIER-USED.
004330     SET AU-ACT-REFUSAL        TO TRUE.
004340     MOVE WS-SEC-CLASS         TO AU-RATE-CLASS.
004350     EXEC CICS WRITE FILE('RATEAUD')
004360         FROM(AUDIT-RECORD)
004370     END-EXEC.
004380 2850-WRITE-REFUSAL-AUDIT-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------
004410* 2900-REWRITE-ACTIONED - STAMP WHO ACTIONED THE ORDER, FROM WHICH
004420*                         TERMINAL AND WHEN, AND REWRITE IT
004430*----------------------------------------------------------------
004440 2900-REWRITE-ACTIONED.
004450     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004460     ACCEPT WS-CURR-TIME FROM TIME.
004470     MOVE WS-USER-ID          TO HO-ACTION-BY.
004480     MOVE EIBTRMID            TO HO-ACTION-TERM.
004490     MOVE WS-CURR-DATE        TO HO-ACTION-TIMESTAMP(1:8).
004500     MOVE WS-CURR-TIME(1:6)   TO HO-ACTION-TIMESTAMP(9:6).
004510     EXEC CICS REWRITE FILE('HOLDQ')
004520         FROM(HELD-ORDER-RECORD)
004530     END-EXEC.
004540 2900-REWRITE-ACTIONED-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570* 3000-BROWSE-HELD-ORDERS - BROWSE HOLDQ FROM THE PAGE KEY.
004580*                           ACTIONED RECORDS STAY ON FILE AS THE
004590*                           TRAIL, SO THE BROWSE SKIPS PAST THEM.
004600*----------------------------------------------------------------
004610 3000-BROWSE-HELD-ORDERS.
004620     MOVE 'N'                 TO WS-BROWSE-DONE-SW.
004630     MOVE WS-CA-PAGE-KEY      TO WS-BROWSE-KEY.
004640     EXEC CICS STARTBR FILE('HOLDQ')
004650         RIDFLD(WS-BROWSE-KEY)
004660         GTEQ
004670         RESP(WS-RESP)
004680     END-EXEC.
004690     IF WS-RESP = DFHRESP(NOTFND)
004700         GO TO 3000-BROWSE-HELD-ORDERS-EXIT
004710     END-IF.
004720     IF WS-RESP NOT = DFHRESP(NORMAL)
004730         MOVE 'HOLD FILE UNAVAILABLE - NOTIFY SUPPORT'
004740                              TO WS-ACTION-MSG
004750         GO TO 3000-BROWSE-HELD-ORDERS-EXIT
004760     END-IF.
004770     PERFORM 3010-BROWSE-ONE-HELD
004780         THRU 3010-BROWSE-ONE-HELD-EXIT
004790         UNTIL WS-BROWSE-DONE.
004800     EXEC CICS ENDBR FILE('HOLDQ')
004810     END-EXEC.
004820 3000-BROWSE-HELD-ORDERS-EXIT.
004830     EXIT.
004840*----------------------------------------------------------------
004850* 3010-BROWSE-ONE-HELD - TAKE THE NEXT RECORD.  A HELD ONE GOES ON
004860*                        THE NEXT FREE LINE; ONCE ALL FOUR ARE
004870*                        FULL, THE NEXT HELD ONE IS WHERE 'F'
004880*                        STARTS AND THE BROWSE IS DONE.
004890*----------------------------------------------------------------
004900 3010-BROWSE-ONE-HELD.
004910     EXEC CICS READNEXT FILE('HOLDQ')
004920         INTO(HELD-ORDER-RECORD)
004930         RIDFLD(WS-BROWSE-KEY)
004940         RESP(WS-RESP)
004950     END-EXEC.
004960     IF WS-RESP NOT = DFHRESP(NORMAL)
004970         SET WS-BROWSE-DONE TO TRUE
004980         GO TO 3010-BROWSE-ONE-HELD-EXIT
004990     END-IF.
005000     IF NOT HO-HELD
005010         GO TO 3010-BROWSE-ONE-HELD-EXIT
005020     END-IF.
005030     IF WS-LINE-IDX = 4
005040         MOVE HO-HOLD-KEY     TO WS-CA-NEXT-KEY
005050         SET WS-BROWSE-DONE TO TRUE
005060         GO TO 3010-BROWSE-ONE-HELD-EXIT
005070     END-IF.
005080     ADD 1                    TO WS-LINE-IDX.
005090     MOVE HO-HOLD-KEY         TO WS-CA-LINE-KEY(WS-LINE-IDX).
005100     PERFORM 3020-FORMAT-HELD-LINE
005110         THRU 3020-FORMAT-HELD-LINE-EXIT.
005120 3010-BROWSE-ONE-HELD-EXIT.
005130     EXIT.
005140*----------------------------------------------------------------
005150* 3020-FORMAT-HELD-LINE - ONE HELD ORDER ONTO ONE SCREEN LINE
005160*----------------------------------------------------------------
005170 3020-FORMAT-HELD-LINE.
005180     MOVE SPACES              TO WS-HOLD-LINE.
005190     MOVE WS-LINE-IDX         TO WH-LINE-NO.
005200     MOVE HO-ORDER-KEY        TO WH-ORDER-KEY.
005210     MOVE HO-SOURCE-SYS       TO WH-SOURCE-SYS.
005220     MOVE HO-RATE-CLASS       TO WH-RATE-CLASS.
005230     MOVE HO-QUANTITY         TO WH-QUANTITY.
005240     MOVE HO-AMOUNT           TO WH-AMOUNT.
005250     MOVE HO-BASIS            TO WH-BASIS.
005260     MOVE HO-HOLD-DATE        TO WH-HOLD-DATE.
005270     MOVE HO-THRESH-SET-BY    TO WH-THRESH-SET-BY.
005280     EVALUATE WS-LINE-IDX
005290         WHEN 1
005300             MOVE WS-HOLD-LINE TO HLDLN1O
005310         WHEN 2
005320             MOVE WS-HOLD-LINE TO HLDLN2O
005330         WHEN 3
005340             MOVE WS-HOLD-LINE TO HLDLN3O
005350         WHEN 4
005360             MOVE WS-HOLD-LINE TO HLDLN4O
005370     END-EVALUATE.
005380 3020-FORMAT-HELD-LINE-EXIT.
005390     EXIT.
005400*----------------------------------------------------------------
005410* 9000-REFUSE-SIGN-ON - NO ACTIVE PROFILE FOR THIS TRANSACTION:
005420*                       SAY WHY AND END WITHOUT PUTTING UP
005430*                       THE SCREEN
005440*----------------------------------------------------------------
005450 9000-REFUSE-SIGN-ON.
005460     EXEC CICS SEND TEXT
005470         FROM(WS-SEC-MSG)
005480         ERASE
005490     END-EXEC.
005500     EXEC CICS RETURN
005510     END-EXEC.
005520     GOBACK.
005530*----------------------------------------------------------------
005540* 9999-ABEND - UNEXPECTED CICS CONDITION, TELL THE USER AND
005550*              END THE TRANSACTION CLEANLY
005560*----------------------------------------------------------------
005570 9999-ABEND.
005580     EXEC CICS SEND TEXT
005590         FROM('UNEXPECTED ERROR - NOTIFY SUPPORT')
005600         ERASE
005610     END-EXEC.
005620     EXEC CICS RETURN
005630     END-EXEC.
005640     GOBACK.
005650 END PROGRAM MULT-ORDER-HOLD.
