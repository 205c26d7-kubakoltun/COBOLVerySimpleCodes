000320*                 OTHER TRANSACTIONS - THIS PROGRAM TOUCHES THE
000330*                 INQUIRY KSDS COPIES AND THE PENDING FILE ONLY,
000340*                 NEVER THE LIVE BATCH FILES.
000341* 2026-10-15 DS   SECURITY PROFILES.  FIRST ENTRY NOW NEEDS AN
000342*                 ACTIVE ORDR RECORD FOR THE SIGNED-ON USER ON THE
000343*                 SECPROF KSDS (SEE SECPROF); A LOOKUP NEEDS
000344*                 FUNCTION L GRANTED ON IT, AND A CONFIRM FUNCTION
000345*                 C AND THE RATE CLASS THE ORDER PRICED UNDER.  A
000346*                 REFUSAL SAYS WHY ON THE SCREEN AND GOES TO
000347*                 RATEAUD AS A 'V' ROW (SEE AUDREC) - THE FIRST
000348*                 THING THIS TRANSACTION WRITES THERE.
000350*----------------------------------------------------------------
000360* RESOURCE DEFINITIONS ASSUMED (CSD GROUP MULTGRP):
000370*   TRANSACTION ORDR  PROGRAM(ORDREV)
000380*   PROGRAM    ORDREV  LANGUAGE(COBOL)
000390*   MAPSET     REVMAP
000400*   FILE       RESLTKS  KSDS, RECORDSIZE(40,40), KEYLENGTH(17,0)
000410*   FILE       AUDITKS  KSDS, RECORDSIZE(77,77), KEYLENGTH(24,14)
000420*   FILE       REVPEND  ESDS, RECORDSIZE(70,70)
000421*   FILE       RATEAUD  ESDS, RECORDSIZE(77,77)
000422*   FILE       SECPROF  KSDS, RECORDSIZE(80,80), KEYLENGTH(12,0)
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000870 01  WS-CURRENT-DATE-TIME.
000880     05  WS-CURR-DATE            PIC 9(08).
000890     05  WS-CURR-TIME            PIC 9(08).
003770*----------------------------------------------------------------
003780* SECURITY PROFILE CHECK (SEE SECPROF AND 2800-CHECK-PROFILE).
003790* THE CALLER SETS THE FUNCTION AND CLASS TO BE CHECKED (SPACES
003800* FOR NONE); WS-SEC-REASON COMES BACK SPACES WHEN THE USER IS
003810* ALLOWED, OTHERWISE THE REASON CODE ON THE 'V' AUDIT ROW, WITH
003820* WS-SEC-MSG SAYING WHY FOR THE SCREEN.
003830*----------------------------------------------------------------
003840 01  WS-PROFILE-WORK.
003850     05  WS-SEC-KEY.
003860         10  WS-SEC-USER-ID      PIC X(08).
003870         10  WS-SEC-TRANSID      PIC X(04)   VALUE 'ORDR'.
003880     05  WS-SEC-FUNCTION         PIC X(01).
003890     05  WS-SEC-CLASS            PIC X(02).
003900     05  WS-SEC-REASON           PIC X(02).
003910         88  WS-SEC-ALLOWED      VALUE SPACES.
003920     05  WS-SEC-MSG              PIC X(40).
003930     05  WS-SEC-TALLY            PIC 9(04)   COMP.
003940     05  WS-SEC-IDX              PIC 9(02)   COMP.
003950     05  WS-SEC-CLASS-SW         PIC X(01).
003960         88  WS-SEC-CLASS-OK     VALUE 'Y'.
003970 COPY SECPROF.
000900 COPY INQRES.
000910 COPY AUDREC.
000920 COPY REVPREC.
001080     ELSE
001090         MOVE 'N'             TO WS-FIRST-ENTRY-SW
001100         MOVE DFHCOMMAREA     TO WS-SAVED-CA
001101     END-IF.
001102     IF WS-FIRST-ENTRY
001103         MOVE SPACE           TO WS-SEC-FUNCTION
001104         MOVE SPACES          TO WS-SEC-CLASS
001105         PERFORM 2800-CHECK-PROFILE
001106             THRU 2800-CHECK-PROFILE-EXIT
001107         IF NOT WS-SEC-ALLOWED
001108             GO TO 9000-REFUSE-SIGN-ON
001109         END-IF
001110     END-IF.
001120     IF WS-FIRST-ENTRY
001130         PERFORM 1000-SEND-INITIAL-MAP
001550     IF REVKEYI = SPACES OR REVKEYI = LOW-VALUES
001560         MOVE 'ORDER KEY REQUIRED'
001570                              TO REVMSGO
003980         GO TO 2000-SEND-AND-EXIT
003990     END-IF.
004000     MOVE 'L'                 TO WS-SEC-FUNCTION.
004010     MOVE SPACES              TO WS-SEC-CLASS.
004020     IF REVFUNI = 'C'
004030        AND REVKEYI = WS-SV-ORDER-KEY
004040        AND WS-SV-ORDER-KEY NOT = SPACES
004050         MOVE 'C'             TO WS-SEC-FUNCTION
004060         MOVE WS-SV-RATE-CLASS
004070                              TO WS-SEC-CLASS
004080     END-IF.
004090     PERFORM 2800-CHECK-PROFILE
004100         THRU 2800-CHECK-PROFILE-EXIT.
004110     IF NOT WS-SEC-ALLOWED
004120         MOVE WS-SEC-MSG      TO REVMSGO
001580         GO TO 2000-SEND-AND-EXIT
001590     END-IF.
001600     IF REVFUNI = 'C'
003620 2410-TAKE-ONE-AUDIT-ROW-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
004130* 2800-CHECK-PROFILE - READ THE SIGNED-ON USER'S SECURITY PROFILE
004140*                      FOR THIS TRANSACTION AND TEST IT AGAINST
004150*                      THE FUNCTION AND CLASS THE CALLER SET.  A
004160*                      REFUSAL IS WRITTEN TO RATEAUD BEFORE THIS
004170*                      RETURNS, SO EVERY CALLER NEED ONLY SHOW
004180*                      WS-SEC-MSG AND STOP.
004190*----------------------------------------------------------------
004200 2800-CHECK-PROFILE.
004210     MOVE SPACES              TO WS-SEC-REASON.
004220     MOVE SPACES              TO WS-SEC-MSG.
004230     EXEC CICS ASSIGN
004240         USERID(WS-SEC-USER-ID)
004250     END-EXEC.
004260     EXEC CICS READ FILE('SECPROF')
004270         INTO(SECURITY-PROFILE-RECORD)
004280         RIDFLD(WS-SEC-KEY)
004290         RESP(WS-RESP)
004300     END-EXEC.
004310     IF WS-RESP = DFHRESP(NOTFND)
004320         MOVE 'NP'            TO WS-SEC-REASON
004330         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
004340                              TO WS-SEC-MSG
004350         GO TO 2800-CHECK-PROFILE-REFUSED
004360     END-IF.
004370     IF WS-RESP NOT = DFHRESP(NORMAL)
004380         MOVE 'PF'            TO WS-SEC-REASON
004390         MOVE 'PROFILE FILE DOWN - NOTIFY SUPPORT'
004400                              TO WS-SEC-MSG
004410         GO TO 2800-CHECK-PROFILE-REFUSED
004420     END-IF.
004430     IF NOT SP-ACTIVE
004440         MOVE 'RV'            TO WS-SEC-REASON
004450         MOVE 'NOT AUTHORIZED - PROFILE REVOKED'
004460                              TO WS-SEC-MSG
004470         GO TO 2800-CHECK-PROFILE-REFUSED
004480     END-IF.
004490     IF WS-SEC-FUNCTION NOT = SPACE
004500         MOVE ZERO            TO WS-SEC-TALLY
004510         INSPECT SP-FUNCTIONS TALLYING WS-SEC-TALLY
004520             FOR ALL WS-SEC-FUNCTION
004530         IF WS-SEC-TALLY = ZERO
004540             MOVE 'FN'        TO WS-SEC-REASON
004550             MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
004560                              TO WS-SEC-MSG
004570             GO TO 2800-CHECK-PROFILE-REFUSED
004580         END-IF
004590     END-IF.
004600     IF WS-SEC-CLASS = SPACES
004610         GO TO 2800-CHECK-PROFILE-EXIT
004620     END-IF.
004630     MOVE 'N'                 TO WS-SEC-CLASS-SW.
004640     MOVE 1                   TO WS-SEC-IDX.
004650     PERFORM 2810-TEST-ONE-CLASS
004660         THRU 2810-TEST-ONE-CLASS-EXIT
004670         UNTIL WS-SEC-CLASS-OK OR WS-SEC-IDX > 10.
004680     IF WS-SEC-CLASS-OK
004690         GO TO 2800-CHECK-PROFILE-EXIT
004700     END-IF.
004710     MOVE 'CL'                TO WS-SEC-REASON.
004720     MOVE 'NOT AUTHORIZED FOR THIS RATE CLASS'
004730                              TO WS-SEC-MSG.
004740 2800-CHECK-PROFILE-REFUSED.
004750     PERFORM 2850-WRITE-REFUSAL-AUDIT
004760         THRU 2850-WRITE-REFUSAL-AUDIT-EXIT.
004770 2800-CHECK-PROFILE-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800* 2810-TEST-ONE-CLASS - DOES THIS SLOT GRANT THE CLASS?  '**'
004810*                       GRANTS EVERY CLASS.
004820*----------------------------------------------------------------
004830 2810-TEST-ONE-CLASS.
004840     IF SP-CLASS(WS-SEC-IDX) = '**'
004850        OR SP-CLASS(WS-SEC-IDX) = WS-SEC-CLASS
004860         SET WS-SEC-CLASS-OK TO TRUE
004870     END-IF.
004880     ADD 1                    TO WS-SEC-IDX.
004890 2810-TEST-ONE-CLASS-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 2850-WRITE-REFUSAL-AUDIT - APPEND THE 'V' ROW TO RATEAUD FOR A
004930*                            REFUSED ATTEMPT (SEE AUDREC FOR HOW
004940*                            ITS FIELDS ARE USED)
004950*----------------------------------------------------------------
004960 2850-WRITE-REFUSAL-AUDIT.
004970     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004980     ACCEPT WS-CURR-TIME FROM TIME.
004990     MOVE SPACES               TO AUDIT-RECORD.
005000     MOVE WS-SEC-TRANSID       TO AU-RUN-ID(1:4).
005010     MOVE EIBTRMID             TO AU-RUN-ID(5:4).
005020     MOVE WS-SEC-USER-ID       TO AU-ORDER-KEY.
005030     MOVE WS-CURR-DATE         TO AU-TIMESTAMP(1:8).
005040     MOVE WS-CURR-TIME(1:6)    TO AU-TIMESTAMP(9:6).
005050     MOVE ZERO                 TO AU-QUANTITY.
005060     MOVE WS-SEC-FUNCTION      TO AU-BRANCH-CODE.
005070     MOVE WS-SEC-REASON        TO AU-STATUS-CODE.
005080     MOVE ZERO                 TO AU-RESULT.
005090     MOVE ZERO                 TO AU-RATE-EFF-DATE.
005100     MOVE ZERO                 TO AU-MULTIPLIER-USED.
005110     SET AU-ACT-REFUSAL        TO TRUE.
005120     MOVE WS-SEC-CLASS         TO AU-RATE-CLASS.
005130     EXEC CICS WRITE FILE('RATEAUD')
005140         FROM(AUDIT-RECORD)
005150     END-EXEC.
005160 2850-WRITE-REFUSAL-AUDIT-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190* 9000-REFUSE-SIGN-ON - NO ACTIVE PROFILE FOR THIS TRANSACTION:
005200*                       SAY WHY AND END WITHOUT PUTTING UP
005210*                       THE SCREEN
005220*----------------------------------------------------------------
005230 9000-REFUSE-SIGN-ON.
005240     EXEC CICS SEND TEXT
005250         FROM(WS-SEC-MSG)
005260         ERASE
005270     END-EXEC.
005280     EXEC CICS RETURN
005290     END-EXEC.
005300     GOBACK.
005310*----------------------------------------------------------------
003650* 9999-ABEND - UNEXPECTED CICS CONDITION, TELL THE USER AND
003660*              END THE TRANSACTION CLEANLY
003670*----------------------------------------------------------------
