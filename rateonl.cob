001201*                 SAME DATED ROWS THE BATCH APPLIES.  AUDIT
001202*                 ROWS CARRY THE CLASS (AU-RATE-CLASS) AND THE
001203*                 PENDING-CHANGE KEY GREW TO MATCH THE RATE ID.
003620* 2026-10-15 DS   MINIMUM AND MAXIMUM CHARGE.  THE LOOKUP NOW
003630*                 BROWSES THE RATE-CLASS MASTER (RATECLS, NOW A
003640*                 KSDS) FOR THE CLASS'S LIMITS IN FORCE TODAY AND
003650*                 APPLIES THEM THE WAY SIMPLE-MULTIPLICATION
003660*                 DOES, SAYING SO ON THE MESSAGE LINE AND IN
003670*                 AU-CHARGE-LIMIT ON THE AUDIT ROW.
003680* 2026-10-15 DS   SECURITY PROFILES.  EVERY ENTRY NOW READS THE
003690*                 SIGNED-ON USER'S MULT RECORD ON THE SECPROF KSDS
003700*                 (SEE SECPROF) BEFORE DOING ANYTHING: FIRST ENTRY
003710*                 NEEDS AN ACTIVE RECORD, AND L, V AND U NEED THE
003720*                 FUNCTION AND THE CLASS KEYED ('00' WHEN BLANK)
003730*                 GRANTED ON IT.  A REFUSAL SAYS WHY ON THE SCREEN
003740*                 AND GOES TO RATEAUD AS A 'V' ROW (SEE AUDREC).
001204*----------------------------------------------------------------
001220* RESOURCE DEFINITIONS ASSUMED (CSD GROUP MULTGRP):
001230*   TRANSACTION MULT  PROGRAM(RATEONL)
001240*   PROGRAM    RATEONL  LANGUAGE(COBOL)
001250*   MAPSET     RATEMAP
001260*   FILE       RATETAB  KSDS, RECORDSIZE(30,30), KEYLENGTH(11,0)
001265*   FILE       RATEAUD  ESDS, RECORDSIZE(77,77)
001266*   FILE       RATEPEND KSDS, RECORDSIZE(80,80), KEYLENGTH(25,0)
001268*   FILE       RATECLS  KSDS, RECORDSIZE(80,80), KEYLENGTH(10,0)
001269*   FILE       SECPROF  KSDS, RECORDSIZE(80,80), KEYLENGTH(12,0)
001270*----------------------------------------------------------------
001280 ENVIRONMENT DIVISION.
001290 CONFIGURATION SECTION.
001360         88  WS-FIRST-ENTRY      VALUE 'Y'.
001365 01  WS-DUMMY-COMMAREA           PIC X(01)   VALUE SPACE.
001370 COPY RATETAB.
001371*----------------------------------------------------------------
001372* BROWSE WORK FOR THE CLASS'S DATED MINIMUM/MAXIMUM CHARGE ROW ON
001373* RATECLS (SEE 2600-FIND-CLASS-LIMIT).  NO ROW IN FORCE MEANS NO
001374* LIMIT, EXACTLY AS IN BATCH.
001375*----------------------------------------------------------------
001376 01  WS-LIMIT-BROWSE-WORK.
001377     05  WS-CLASS-ID-ARG.
001378         10  WS-CID-CLASS        PIC X(02).
001379         10  WS-CID-DATE         PIC 9(08).
001380     05  WS-LIMIT-FOUND-SW       PIC X(01).
001381         88  WS-LIMIT-FOUND      VALUE 'Y'.
001382     05  WS-LIMIT-DONE-SW        PIC X(01).
001383         88  WS-LIMIT-DONE       VALUE 'Y'.
001384     05  WS-LIMIT-FAIL-SW        PIC X(01).
001385         88  WS-LIMIT-FAIL       VALUE 'Y'.
001386 COPY RATECLS.
001390 01  WS-LOOKUP-WORK.
001420     05  WS-LOOKUP-RESULT        PIC 9(10)V99.
001422     05  WS-LOOKUP-EDITED        PIC Z(9)9.99.
001475     05  WS-OA-EFF-DATE          PIC 9(08)   VALUE ZERO.
001476     05  WS-OA-MULT              PIC 9(03)V99 VALUE ZERO.
001477     05  WS-OA-CLASS             PIC X(02)   VALUE SPACES.
003750     05  WS-OA-LIMIT             PIC X(01)   VALUE SPACE.
001478 01  WS-USER-ID                  PIC X(08).
003760*----------------------------------------------------------------
003770* SECURITY PROFILE CHECK (SEE SECPROF AND 2800-CHECK-PROFILE).
003780* THE CALLER SETS THE FUNCTION AND CLASS TO BE CHECKED (SPACES
003790* FOR NONE); WS-SEC-REASON COMES BACK SPACES WHEN THE USER IS
003800* ALLOWED, OTHERWISE THE REASON CODE ON THE 'V' AUDIT ROW, WITH
003810* WS-SEC-MSG SAYING WHY FOR THE SCREEN.
003820*----------------------------------------------------------------
003830 01  WS-PROFILE-WORK.
003840     05  WS-SEC-KEY.
003850         10  WS-SEC-USER-ID      PIC X(08).
003860         10  WS-SEC-TRANSID      PIC X(04)   VALUE 'MULT'.
003870     05  WS-SEC-FUNCTION         PIC X(01).
003880     05  WS-SEC-CLASS            PIC X(02).
003890     05  WS-SEC-REASON           PIC X(02).
003900         88  WS-SEC-ALLOWED      VALUE SPACES.
003910     05  WS-SEC-MSG              PIC X(40).
003920     05  WS-SEC-TALLY            PIC 9(04)   COMP.
003930     05  WS-SEC-IDX              PIC 9(02)   COMP.
003940     05  WS-SEC-CLASS-SW         PIC X(01).
003950         88  WS-SEC-CLASS-OK     VALUE 'Y'.
003960 COPY SECPROF.
001479 COPY AUDREC.
001480 COPY PENDREC.
001481 COPY RATEMAP.
001590         SET WS-FIRST-ENTRY TO TRUE
001600     ELSE
001610         MOVE 'N'             TO WS-FIRST-ENTRY-SW
001611     END-IF.
001612     IF WS-FIRST-ENTRY
001613         MOVE SPACE           TO WS-SEC-FUNCTION
001614         MOVE SPACES          TO WS-SEC-CLASS
001615         PERFORM 2800-CHECK-PROFILE
001616             THRU 2800-CHECK-PROFILE-EXIT
001617         IF NOT WS-SEC-ALLOWED
001618             GO TO 9000-REFUSE-SIGN-ON
001619         END-IF
001620     END-IF.
001630     IF WS-FIRST-ENTRY
001640         PERFORM 1000-SEND-INITIAL-MAP
001950         INTO(RATEMAPI)
001960     END-EXEC.
001970     MOVE SPACES              TO RATEMAPO.
003970     IF RATEFUNI = 'L' OR RATEFUNI = 'V' OR RATEFUNI = 'U'
003980         MOVE RATEFUNI        TO WS-SEC-FUNCTION
003990         PERFORM 2500-SET-BROWSE-CLASS
004000             THRU 2500-SET-BROWSE-CLASS-EXIT
004010         MOVE WS-BROWSE-CLASS TO WS-SEC-CLASS
004020         PERFORM 2800-CHECK-PROFILE
004030             THRU 2800-CHECK-PROFILE-EXIT
004040         IF NOT WS-SEC-ALLOWED
004050             MOVE WS-SEC-MSG  TO RATEMSGO
004060             GO TO 2000-SEND-AND-EXIT
004070         END-IF
004080     END-IF.
001980     EVALUATE RATEFUNI
001990         WHEN 'L'
002000             PERFORM 2100-LOOKUP-QUANTITY
002090             MOVE 'UNKNOWN FUNCTION - USE L, V OR U'
002100                                  TO RATEMSGO
002110     END-EVALUATE.
002115 2000-SEND-AND-EXIT.
002120     EXEC CICS SEND MAP('RATEMAP')
002130         MAPSET('RATEMAP')
002140         FROM(RATEMAPO)
002230 2100-LOOKUP-QUANTITY.
002231     MOVE SPACES               TO WS-OA-BRANCH.
002232     MOVE ZERO                 TO WS-OA-EFF-DATE WS-OA-MULT.
002233     MOVE SPACES               TO WS-OA-CLASS WS-OA-LIMIT.
002234     MOVE RATEQTYI             TO RATEQTYO.
002235     PERFORM 2500-SET-BROWSE-CLASS
002236         THRU 2500-SET-BROWSE-CLASS-EXIT.
002302             MOVE '20'         TO WS-OA-STATUS
002303             GO TO 2100-WRITE-AUDIT-AND-EXIT
002304     END-COMPUTE.
004090     PERFORM 2600-FIND-CLASS-LIMIT
004100         THRU 2600-FIND-CLASS-LIMIT-EXIT.
004110     IF WS-LIMIT-FAIL
004120         MOVE 'CLASS FILE UNAVAILABLE - NOTIFY SUPPORT'
004130                                  TO RATEMSGO
004140         MOVE '90'             TO WS-OA-STATUS
004150         GO TO 2100-WRITE-AUDIT-AND-EXIT
004160     END-IF.
004170     MOVE 'LOOKUP OK'          TO RATEMSGO.
004180     IF WS-LIMIT-FOUND
004190         IF RC-MIN-CHARGE > ZERO
004200            AND WS-LOOKUP-RESULT < RC-MIN-CHARGE
004210             MOVE RC-MIN-CHARGE TO WS-LOOKUP-RESULT
004220             MOVE 'N'          TO WS-OA-LIMIT
004230             MOVE 'LOOKUP OK - MINIMUM CHARGE APPLIED'
004240                                  TO RATEMSGO
004250         ELSE
004260             IF RC-MAX-CHARGE > ZERO
004270                AND WS-LOOKUP-RESULT > RC-MAX-CHARGE
004280                 MOVE RC-MAX-CHARGE TO WS-LOOKUP-RESULT
004290                 MOVE 'X'      TO WS-OA-LIMIT
004300                 MOVE 'LOOKUP OK - MAXIMUM CHARGE APPLIED'
004310                                  TO RATEMSGO
004320             END-IF
004330         END-IF
004340     END-IF.
002315     MOVE WS-LOOKUP-RESULT     TO WS-LOOKUP-EDITED.
002316     MOVE WS-LOOKUP-EDITED     TO RATERSLO.
002317     MOVE '00'                 TO WS-OA-STATUS.
002380 2100-WRITE-AUDIT-AND-EXIT.
002382     PERFORM 2900-WRITE-ONLINE-AUDIT-RECORD
002384         THRU 2900-WRITE-ONLINE-AUDIT-RECORD-EXIT.
003220 2500-SET-BROWSE-CLASS-EXIT.
003225     EXIT.
003230*----------------------------------------------------------------
004350* 2600-FIND-CLASS-LIMIT - BROWSE RATECLS FROM THE FIRST DATED ROW
004360*                         OF WS-BROWSE-CLASS FOR THE ONE WHOSE
004370*                         RANGE CONTAINS WS-SEARCH-DATE.
004380*                         WS-LIMIT-FOUND COMES BACK SET WITH THE
004390*                         ROW IN RATE-CLASS-RECORD; WS-LIMIT-FAIL
004400*                         MEANS THE FILE COULD NOT BE BROWSED.
004410*----------------------------------------------------------------
004420 2600-FIND-CLASS-LIMIT.
004430     MOVE 'N'                  TO WS-LIMIT-FOUND-SW.
004440     MOVE 'N'                  TO WS-LIMIT-DONE-SW.
004450     MOVE 'N'                  TO WS-LIMIT-FAIL-SW.
004460     MOVE WS-BROWSE-CLASS      TO WS-CID-CLASS.
004470     MOVE ZERO                 TO WS-CID-DATE.
004480     EXEC CICS STARTBR FILE('RATECLS')
004490         RIDFLD(WS-CLASS-ID-ARG)
004500         GTEQ
004510         RESP(WS-RESP)
004520     END-EXEC.
004530     IF WS-RESP = DFHRESP(NOTFND)
004540         GO TO 2600-FIND-CLASS-LIMIT-EXIT
004550     END-IF.
004560     IF WS-RESP NOT = DFHRESP(NORMAL)
004570         SET WS-LIMIT-FAIL TO TRUE
004580         GO TO 2600-FIND-CLASS-LIMIT-EXIT
004590     END-IF.
004600     PERFORM 2610-BROWSE-ONE-LIMIT
004610         THRU 2610-BROWSE-ONE-LIMIT-EXIT
004620         UNTIL WS-LIMIT-FOUND OR WS-LIMIT-DONE.
004630     EXEC CICS ENDBR FILE('RATECLS')
004640     END-EXEC.
004650 2600-FIND-CLASS-LIMIT-EXIT.
004660     EXIT.
004670*----------------------------------------------------------------
004680* 2610-BROWSE-ONE-LIMIT - TAKE THE NEXT DATED CLASS ROW; DONE
004690*                         WHEN THE BROWSE LEAVES THE CLASS OR
004700*                         RUNS OFF THE FILE
004710*----------------------------------------------------------------
004720 2610-BROWSE-ONE-LIMIT.
004730     EXEC CICS READNEXT FILE('RATECLS')
004740         INTO(RATE-CLASS-RECORD)
004750         RIDFLD(WS-CLASS-ID-ARG)
004760         RESP(WS-RESP)
004770     END-EXEC.
004780     IF WS-RESP NOT = DFHRESP(NORMAL)
004790         SET WS-LIMIT-DONE TO TRUE
004800         GO TO 2610-BROWSE-ONE-LIMIT-EXIT
004810     END-IF.
004820     IF RC-CLASS-CODE NOT = WS-BROWSE-CLASS
004830         SET WS-LIMIT-DONE TO TRUE
004840         GO TO 2610-BROWSE-ONE-LIMIT-EXIT
004850     END-IF.
004860     IF WS-SEARCH-DATE >= RC-EFF-START-DATE
004870        AND WS-SEARCH-DATE <= RC-EFF-END-DATE
004880         SET WS-LIMIT-FOUND TO TRUE
004890     END-IF.
004900 2610-BROWSE-ONE-LIMIT-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
003235* 2900-WRITE-ONLINE-AUDIT-RECORD - APPEND ONE ROW TO RATEAUD FOR
003240*                                  A FUNCTION L LOOKUP, ACCEPTED
003245*                                  OR REJECTED
003340     MOVE WS-OA-EFF-DATE       TO AU-RATE-EFF-DATE.
003345     MOVE WS-OA-MULT           TO AU-MULTIPLIER-USED.
003350     MOVE WS-OA-CLASS          TO AU-RATE-CLASS.
003352     MOVE WS-OA-LIMIT          TO AU-CHARGE-LIMIT.
003355     SET AU-ACT-LOOKUP         TO TRUE.
003360     EXEC CICS WRITE FILE('RATEAUD')
003365         FROM(AUDIT-RECORD)
003540 2960-WRITE-PENDING-CHANGE-EXIT.
003545     EXIT.
003550*----------------------------------------------------------------
004930* 2800-CHECK-PROFILE - READ THE SIGNED-ON USER'S SECURITY PROFILE
004940*                      FOR THIS TRANSACTION AND TEST IT AGAINST
004950*                      THE FUNCTION AND CLASS THE CALLER SET.  A
004960*                      REFUSAL IS WRITTEN TO RATEAUD BEFORE THIS
004970*                      RETURNS, SO EVERY CALLER NEED ONLY SHOW
004980*                      WS-SEC-MSG AND STOP.
004990*----------------------------------------------------------------
005000 2800-CHECK-PROFILE.
005010     MOVE SPACES              TO WS-SEC-REASON.
005020     MOVE SPACES              TO WS-SEC-MSG.
005030     EXEC CICS ASSIGN
005040         USERID(WS-SEC-USER-ID)
005050     END-EXEC.
005060     EXEC CICS READ FILE('SECPROF')
005070         INTO(SECURITY-PROFILE-RECORD)
005080         RIDFLD(WS-SEC-KEY)
005090         RESP(WS-RESP)
005100     END-EXEC.
005110     IF WS-RESP = DFHRESP(NOTFND)
005120         MOVE 'NP'            TO WS-SEC-REASON
005130         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
005140                              TO WS-SEC-MSG
005150         GO TO 2800-CHECK-PROFILE-REFUSED
005160     END-IF.
005170     IF WS-RESP NOT = DFHRESP(NORMAL)
005180         MOVE 'PF'            TO WS-SEC-REASON
005190         MOVE 'PROFILE FILE DOWN - NOTIFY SUPPORT'
005200                              TO WS-SEC-MSG
005210         GO TO 2800-CHECK-PROFILE-REFUSED
005220     END-IF.
005230     IF NOT SP-ACTIVE
005240         MOVE 'RV'            TO WS-SEC-REASON
005250         MOVE 'NOT AUTHORIZED - PROFILE REVOKED'
005260                              TO WS-SEC-MSG
005270         GO TO 2800-CHECK-PROFILE-REFUSED
005280     END-IF.
005290     IF WS-SEC-FUNCTION NOT = SPACE
005300         MOVE ZERO            TO WS-SEC-TALLY
005310         INSPECT SP-FUNCTIONS TALLYING WS-SEC-TALLY
005320             FOR ALL WS-SEC-FUNCTION
005330         IF WS-SEC-TALLY = ZERO
005340             MOVE 'FN'        TO WS-SEC-REASON
005350             MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
005360                              TO WS-SEC-MSG
005370             GO TO 2800-CHECK-PROFILE-REFUSED
005380         END-IF
005390     END-IF.
005400     IF WS-SEC-CLASS = SPACES
005410         GO TO 2800-CHECK-PROFILE-EXIT
005420     END-IF.
005430     MOVE 'N'                 TO WS-SEC-CLASS-SW.
005440     MOVE 1                   TO WS-SEC-IDX.
005450     PERFORM 2810-TEST-ONE-CLASS
005460         THRU 2810-TEST-ONE-CLASS-EXIT
005470         UNTIL WS-SEC-CLASS-OK OR WS-SEC-IDX > 10.
005480     IF WS-SEC-CLASS-OK
005490         GO TO 2800-CHECK-PROFILE-EXIT
005500     END-IF.
005510     MOVE 'CL'                TO WS-SEC-REASON.
005520     MOVE 'NOT AUTHORIZED FOR THIS RATE CLASS'
005530                              TO WS-SEC-MSG.
005540 2800-CHECK-PROFILE-REFUSED.
005550     PERFORM 2850-WRITE-REFUSAL-AUDIT
005560         THRU 2850-WRITE-REFUSAL-AUDIT-EXIT.
005570 2800-CHECK-PROFILE-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 2810-TEST-ONE-CLASS - DOES THIS SLOT GRANT THE CLASS?  '**'
005610*                       GRANTS EVERY CLASS.
005620*----------------------------------------------------------------
005630 2810-TEST-ONE-CLASS.
005640     IF SP-CLASS(WS-SEC-IDX) = '**'
005650        OR SP-CLASS(WS-SEC-IDX) = WS-SEC-CLASS
005660         SET WS-SEC-CLASS-OK TO TRUE
005670     END-IF.
005680     ADD 1                    TO WS-SEC-IDX.
005690 2810-TEST-ONE-CLASS-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 2850-WRITE-REFUSAL-AUDIT - APPEND THE 'V' ROW TO RATEAUD FOR A
005730*                            REFUSED ATTEMPT (SEE AUDREC FOR HOW
005740*                            ITS FIELDS ARE USED)
005750*----------------------------------------------------------------
005760 2850-WRITE-REFUSAL-AUDIT.
005770     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
005780     ACCEPT WS-CURR-TIME FROM TIME.
005790     MOVE SPACES               TO AUDIT-RECORD.
005800     MOVE WS-SEC-TRANSID       TO AU-RUN-ID(1:4).
005810     MOVE EIBTRMID             TO AU-RUN-ID(5:4).
005820     MOVE WS-SEC-USER-ID       TO AU-ORDER-KEY.
005830     MOVE WS-CURR-DATE         TO AU-TIMESTAMP(1:8).
005840     MOVE WS-CURR-TIME(1:6)    TO AU-TIMESTAMP(9:6).
005850     MOVE ZERO                 TO AU-QUANTITY.
005860     MOVE WS-SEC-FUNCTION      TO AU-BRANCH-CODE.
005870     MOVE WS-SEC-REASON        TO AU-STATUS-CODE.
005880     MOVE ZERO                 TO AU-RESULT.
005890     MOVE ZERO                 TO AU-RATE-EFF-DATE.
005900     MOVE ZERO                 TO AU-MULTIPLIER-USED.
005910     SET AU-ACT-REFUSAL        TO TRUE.
005920     MOVE WS-SEC-CLASS         TO AU-RATE-CLASS.
005930     EXEC CICS WRITE FILE('RATEAUD')
005940         FROM(AUDIT-RECORD)
005950     END-EXEC.
005960 2850-WRITE-REFUSAL-AUDIT-EXIT.
005970     EXIT.
005980*----------------------------------------------------------------
005990* 9000-REFUSE-SIGN-ON - NO ACTIVE PROFILE FOR THIS TRANSACTION:
006000*                       SAY WHY AND END WITHOUT PUTTING UP
006010*                       THE SCREEN
006020*----------------------------------------------------------------
006030 9000-REFUSE-SIGN-ON.
006040     EXEC CICS SEND TEXT
006050         FROM(WS-SEC-MSG)
006060         ERASE
006070     END-EXEC.
006080     EXEC CICS RETURN
006090     END-EXEC.
006100     GOBACK.
006110*----------------------------------------------------------------
003555* 9999-ABEND - UNEXPECTED CICS CONDITION, TELL THE USER AND
003560*              END THE TRANSACTION CLEANLY
003565*----------------------------------------------------------------
