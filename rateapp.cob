001300*                 RECORD ON THE SCREEN, SO THE ACTION LANDS ON
001310*                 THE CHANGE THE USER WAS ACTUALLY LOOKING AT
001320*                 EVEN IF ANOTHER ONE ARRIVED MEANWHILE.
001321* 2026-10-15 DS   SECURITY PROFILES.  EVERY ENTRY NOW NEEDS AN
001322*                 ACTIVE RATA RECORD FOR THE SIGNED-ON USER ON THE
001323*                 SECPROF KSDS (SEE SECPROF), AND 'A' AND 'R' NEED
001324*                 THAT FUNCTION AND THE PENDING CHANGE'S RATE
001325*                 CLASS GRANTED ON IT, CHECKED AFTER THE RECORD IS
001326*                 READ AND BEFORE THE DUAL-CONTROL TEST.  A
001327*                 REFUSAL SAYS WHY ON THE SCREEN AND GOES TO
001328*                 RATEAUD AS A 'V' ROW (SEE AUDREC).
001330*----------------------------------------------------------------
001340* RESOURCE DEFINITIONS ASSUMED (CSD GROUP MULTGRP):
001350*   TRANSACTION RATA  PROGRAM(RATEAPP)
001360*   PROGRAM    RATEAPP  LANGUAGE(COBOL)
001370*   MAPSET     RATAMAP
001380*   FILE       RATETAB  KSDS, RECORDSIZE(30,30), KEYLENGTH(11,0)
001390*   FILE       RATEAUD  ESDS, RECORDSIZE(77,77)
001400*   FILE       RATEPEND KSDS, RECORDSIZE(80,80), KEYLENGTH(25,0)
001405*   FILE       SECPROF  KSDS, RECORDSIZE(80,80), KEYLENGTH(12,0)
001410*----------------------------------------------------------------
001420 ENVIRONMENT DIVISION.
001430 CONFIGURATION SECTION.
001620 01  WS-CURRENT-DATE-TIME.
001630     05  WS-CURR-DATE            PIC 9(08).
001640     05  WS-CURR-TIME            PIC 9(08).
004740*----------------------------------------------------------------
004750* SECURITY PROFILE CHECK (SEE SECPROF AND 2800-CHECK-PROFILE).
004760* THE CALLER SETS THE FUNCTION AND CLASS TO BE CHECKED (SPACES
004770* FOR NONE); WS-SEC-REASON COMES BACK SPACES WHEN THE USER IS
004780* ALLOWED, OTHERWISE THE REASON CODE ON THE 'V' AUDIT ROW, WITH
004790* WS-SEC-MSG SAYING WHY FOR THE SCREEN.
004800*----------------------------------------------------------------
004810 01  WS-PROFILE-WORK.
004820     05  WS-SEC-KEY.
004830         10  WS-SEC-USER-ID      PIC X(08).
004840         10  WS-SEC-TRANSID      PIC X(04)   VALUE 'RATA'.
004850     05  WS-SEC-FUNCTION         PIC X(01).
004860     05  WS-SEC-CLASS            PIC X(02).
004870     05  WS-SEC-REASON           PIC X(02).
004880         88  WS-SEC-ALLOWED      VALUE SPACES.
004890     05  WS-SEC-MSG              PIC X(40).
004900     05  WS-SEC-TALLY            PIC 9(04)   COMP.
004910     05  WS-SEC-IDX              PIC 9(02)   COMP.
004920     05  WS-SEC-CLASS-SW         PIC X(01).
004930         88  WS-SEC-CLASS-OK     VALUE 'Y'.
004940 COPY SECPROF.
001650 COPY RATETAB.
001660 COPY PENDREC.
001670 COPY AUDREC.
001830     ELSE
001840         MOVE 'N'             TO WS-FIRST-ENTRY-SW
001850         MOVE DFHCOMMAREA     TO WS-PEND-KEY-SAVE
001851     END-IF.
001852*    EVERY ENTRY SHOWS A PENDING CHANGE, SO EVERY ENTRY NEEDS AN
001853*    ACTIVE PROFILE FOR THE TRANSACTION.
001854     MOVE SPACE               TO WS-SEC-FUNCTION.
001855     MOVE SPACES              TO WS-SEC-CLASS.
001856     PERFORM 2800-CHECK-PROFILE
001857         THRU 2800-CHECK-PROFILE-EXIT.
001858     IF NOT WS-SEC-ALLOWED
001859         GO TO 9000-REFUSE-SIGN-ON
001860     END-IF.
001870     IF NOT WS-FIRST-ENTRY
001880         PERFORM 2000-RECEIVE-AND-PROCESS
002980     EXEC CICS ASSIGN
002990         USERID(WS-USER-ID)
003000     END-EXEC.
004950     MOVE 'A'                 TO WS-SEC-FUNCTION.
004960     MOVE PC-RATE-CLASS       TO WS-SEC-CLASS.
004970     PERFORM 2800-CHECK-PROFILE
004980         THRU 2800-CHECK-PROFILE-EXIT.
004990     IF NOT WS-SEC-ALLOWED
005000         MOVE WS-SEC-MSG      TO WS-ACTION-MSG
005010         EXEC CICS UNLOCK FILE('RATEPEND')
005020         END-EXEC
005030         GO TO 2100-APPROVE-CHANGE-EXIT
005040     END-IF.
003010     IF PC-KEYED-BY = WS-USER-ID
003020         MOVE 'DUAL CONTROL - KEYER CANNOT APPROVE'
003030                              TO WS-ACTION-MSG
003700     EXEC CICS ASSIGN
003710         USERID(WS-USER-ID)
003720     END-EXEC.
005050     MOVE 'R'                 TO WS-SEC-FUNCTION.
005060     MOVE PC-RATE-CLASS       TO WS-SEC-CLASS.
005070     PERFORM 2800-CHECK-PROFILE
005080         THRU 2800-CHECK-PROFILE-EXIT.
005090     IF NOT WS-SEC-ALLOWED
005100         MOVE WS-SEC-MSG      TO WS-ACTION-MSG
005110         EXEC CICS UNLOCK FILE('RATEPEND')
005120         END-EXEC
005130         GO TO 2200-REJECT-CHANGE-EXIT
005140     END-IF.
003730     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003740     ACCEPT WS-CURR-TIME FROM TIME.
003750     SET PC-REJECTED          TO TRUE.
003810     END-EXEC.
003820     MOVE 'CHANGE REJECTED'   TO WS-ACTION-MSG.
003830 2200-REJECT-CHANGE-EXIT.
005150     EXIT.
005160*----------------------------------------------------------------
005170* 2800-CHECK-PROFILE - READ THE SIGNED-ON USER'S SECURITY PROFILE
005180*                      FOR THIS TRANSACTION AND TEST IT AGAINST
005190*                      THE FUNCTION AND CLASS THE CALLER SET.  A
005200*                      REFUSAL IS WRITTEN TO RATEAUD BEFORE THIS
005210*                      RETURNS, SO EVERY CALLER NEED ONLY SHOW
005220*                      WS-SEC-MSG AND STOP.
005230*----------------------------------------------------------------
005240 2800-CHECK-PROFILE.
005250     MOVE SPACES              TO WS-SEC-REASON.
005260     MOVE SPACES              TO WS-SEC-MSG.
005270     EXEC CICS ASSIGN
005280         USERID(WS-SEC-USER-ID)
005290     END-EXEC.
005300     EXEC CICS READ FILE('SECPROF')
005310         INTO(SECURITY-PROFILE-RECORD)
005320         RIDFLD(WS-SEC-KEY)
005330         RESP(WS-RESP)
005340     END-EXEC.
005350     IF WS-RESP = DFHRESP(NOTFND)
005360         MOVE 'NP'            TO WS-SEC-REASON
005370         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
005380                              TO WS-SEC-MSG
005390         GO TO 2800-CHECK-PROFILE-REFUSED
005400     END-IF.
005410     IF WS-RESP NOT = DFHRESP(NORMAL)
005420         MOVE 'PF'            TO WS-SEC-REASON
005430         MOVE 'PROFILE FILE DOWN - NOTIFY SUPPORT'
005440                              TO WS-SEC-MSG
005450         GO TO 2800-CHECK-PROFILE-REFUSED
005460     END-IF.
005470     IF NOT SP-ACTIVE
005480         MOVE 'RV'            TO WS-SEC-REASON
005490         MOVE 'NOT AUTHORIZED - PROFILE REVOKED'
005500                              TO WS-SEC-MSG
005510         GO TO 2800-CHECK-PROFILE-REFUSED
005520     END-IF.
005530     IF WS-SEC-FUNCTION NOT = SPACE
005540         MOVE ZERO            TO WS-SEC-TALLY
005550         INSPECT SP-FUNCTIONS TALLYING WS-SEC-TALLY
005560             FOR ALL WS-SEC-FUNCTION
005570         IF WS-SEC-TALLY = ZERO
005580             MOVE 'FN'        TO WS-SEC-REASON
005590             MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
005600                              TO WS-SEC-MSG
005610             GO TO 2800-CHECK-PROFILE-REFUSED
005620         END-IF
005630     END-IF.
005640     IF WS-SEC-CLASS = SPACES
005650         GO TO 2800-CHECK-PROFILE-EXIT
005660     END-IF.
005670     MOVE 'N'                 TO WS-SEC-CLASS-SW.
005680     MOVE 1                   TO WS-SEC-IDX.
005690     PERFORM 2810-TEST-ONE-CLASS
005700         THRU 2810-TEST-ONE-CLASS-EXIT
005710         UNTIL WS-SEC-CLASS-OK OR WS-SEC-IDX > 10.
005720     IF WS-SEC-CLASS-OK
005730         GO TO 2800-CHECK-PROFILE-EXIT
005740     END-IF.
005750     MOVE 'CL'                TO WS-SEC-REASON.
005760     MOVE 'NOT AUTHORIZED FOR THIS RATE CLASS'
005770                              TO WS-SEC-MSG.
005780 2800-CHECK-PROFILE-REFUSED.
005790     PERFORM 2850-WRITE-REFUSAL-AUDIT
005800         THRU 2850-WRITE-REFUSAL-AUDIT-EXIT.
005810 2800-CHECK-PROFILE-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840* 2810-TEST-ONE-CLASS - DOES THIS SLOT GRANT THE CLASS?  '**'
005850*                       GRANTS EVERY CLASS.
005860*----------------------------------------------------------------
005870 2810-TEST-ONE-CLASS.
005880     IF SP-CLASS(WS-SEC-IDX) = '**'
005890        OR SP-CLASS(WS-SEC-IDX) = WS-SEC-CLASS
005900         SET WS-SEC-CLASS-OK TO TRUE
005910     END-IF.
005920     ADD 1                    TO WS-SEC-IDX.
005930 2810-TEST-ONE-CLASS-EXIT.
005940     EXIT.
005950*----------------------------------------------------------------
005960* 2850-WRITE-REFUSAL-AUDIT - APPEND THE 'V' ROW TO RATEAUD FOR A
005970*                            REFUSED ATTEMPT (SEE AUDREC FOR HOW
005980*                            ITS FIELDS ARE USED)
005990*----------------------------------------------------------------
006000 2850-WRITE-REFUSAL-AUDIT.
006010     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
006020     ACCEPT WS-CURR-TIME FROM TIME.
006030     MOVE SPACES               TO AUDIT-RECORD.
006040     MOVE WS-SEC-TRANSID       TO AU-RUN-ID(1:4).
006050     MOVE EIBTRMID             TO AU-RUN-ID(5:4).
006060     MOVE WS-SEC-USER-ID       TO AU-ORDER-KEY.
006070     MOVE WS-CURR-DATE         TO AU-TIMESTAMP(1:8).
006080     MOVE WS-CURR-TIME(1:6)    TO AU-TIMESTAMP(9:6).
006090     MOVE ZERO                 TO AU-QUANTITY.
006100     MOVE WS-SEC-FUNCTION      TO AU-BRANCH-CODE.
006110     MOVE WS-SEC-REASON        TO AU-STATUS-CODE.
006120     MOVE ZERO                 TO AU-RESULT.
006130     MOVE ZERO                 TO AU-RATE-EFF-DATE.
006140     MOVE ZERO                 TO AU-MULTIPLIER-USED.
006150     SET AU-ACT-REFUSAL        TO TRUE.
006160     MOVE WS-SEC-CLASS         TO AU-RATE-CLASS.
006170     EXEC CICS WRITE FILE('RATEAUD')
006180         FROM(AUDIT-RECORD)
006190     END-EXEC.
006200 2850-WRITE-REFUSAL-AUDIT-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 2900-WRITE-RATE-CHANGE-AUDIT - APPEND THE 'C' ROW TO RATEAUD
004590 3010-BROWSE-ONE-PENDING-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
006210* 9000-REFUSE-SIGN-ON - NO ACTIVE PROFILE FOR THIS TRANSACTION:
006220*                       SAY WHY AND END WITHOUT PUTTING UP
006230*                       THE SCREEN
006240*----------------------------------------------------------------
006250 9000-REFUSE-SIGN-ON.
006260     EXEC CICS SEND TEXT
006270         FROM(WS-SEC-MSG)
006280         ERASE
006290     END-EXEC.
006300     EXEC CICS RETURN
006310     END-EXEC.
006320     GOBACK.
006330*----------------------------------------------------------------
004620* 9999-ABEND - UNEXPECTED CICS CONDITION, TELL THE USER AND
004630*              END THE TRANSACTION CLEANLY
004640*----------------------------------------------------------------
