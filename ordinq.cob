000240*                 THE MULT TRANSACTION APPLIES HERE - THIS
000250*                 PROGRAM TOUCHES THE INQUIRY KSDS COPIES ONLY,
000260*                 NEVER THE LIVE BATCH FILES.
000261* 2026-10-15 DS   SECURITY PROFILES.  FIRST ENTRY NOW NEEDS AN
000262*                 ACTIVE ORDQ RECORD FOR THE SIGNED-ON USER ON THE
000263*                 SECPROF KSDS (SEE SECPROF), AND EVERY INQUIRY
000264*                 FUNCTION I GRANTED ON IT.  A REFUSAL SAYS WHY ON
000265*                 THE SCREEN AND GOES TO RATEAUD AS A 'V' ROW (SEE
000266*                 AUDREC).  THE INQUIRY IS NOT CLASS-SPECIFIC.
000270*----------------------------------------------------------------
000280* RESOURCE DEFINITIONS ASSUMED (CSD GROUP MULTGRP):
000290*   TRANSACTION ORDQ  PROGRAM(ORDINQ)
000300*   PROGRAM    ORDINQ  LANGUAGE(COBOL)
000310*   MAPSET     ORDMAP
000320*   FILE       RESLTKS  KSDS, RECORDSIZE(40,40), KEYLENGTH(17,0)
000330*   FILE       AUDITKS  KSDS, RECORDSIZE(77,77), KEYLENGTH(24,14)
000331*   FILE       RATEAUD  ESDS, RECORDSIZE(77,77)
000332*   FILE       SECPROF  KSDS, RECORDSIZE(80,80), KEYLENGTH(12,0)
000340*----------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000800     05  FILLER                  PIC X(01).
000810     05  WA-ACTION               PIC X(01).
000820     05  FILLER                  PIC X(05).
003360 01  WS-CURRENT-DATE-TIME.
003370     05  WS-CURR-DATE            PIC 9(08).
003380     05  WS-CURR-TIME            PIC 9(08).
003390*----------------------------------------------------------------
003400* SECURITY PROFILE CHECK (SEE SECPROF AND 2800-CHECK-PROFILE).
003410* THE CALLER SETS THE FUNCTION AND CLASS TO BE CHECKED (SPACES
003420* FOR NONE); WS-SEC-REASON COMES BACK SPACES WHEN THE USER IS
003430* ALLOWED, OTHERWISE THE REASON CODE ON THE 'V' AUDIT ROW, WITH
003440* WS-SEC-MSG SAYING WHY FOR THE SCREEN.
003450*----------------------------------------------------------------
003460 01  WS-PROFILE-WORK.
003470     05  WS-SEC-KEY.
003480         10  WS-SEC-USER-ID      PIC X(08).
003490         10  WS-SEC-TRANSID      PIC X(04)   VALUE 'ORDQ'.
003500     05  WS-SEC-FUNCTION         PIC X(01).
003510     05  WS-SEC-CLASS            PIC X(02).
003520     05  WS-SEC-REASON           PIC X(02).
003530         88  WS-SEC-ALLOWED      VALUE SPACES.
003540     05  WS-SEC-MSG              PIC X(40).
003550     05  WS-SEC-TALLY            PIC 9(04)   COMP.
003560     05  WS-SEC-IDX              PIC 9(02)   COMP.
003570     05  WS-SEC-CLASS-SW         PIC X(01).
003580         88  WS-SEC-CLASS-OK     VALUE 'Y'.
003590 COPY SECPROF.
000830 COPY INQRES.
000840 COPY AUDREC.
000850 COPY ORDMAP.
000960         SET WS-FIRST-ENTRY TO TRUE
000970     ELSE
000980         MOVE 'N'             TO WS-FIRST-ENTRY-SW
000981     END-IF.
000982     IF WS-FIRST-ENTRY
000983         MOVE SPACE           TO WS-SEC-FUNCTION
000984         MOVE SPACES          TO WS-SEC-CLASS
000985         PERFORM 2800-CHECK-PROFILE
000986             THRU 2800-CHECK-PROFILE-EXIT
000987         IF NOT WS-SEC-ALLOWED
000988             GO TO 9000-REFUSE-SIGN-ON
000989         END-IF
000990     END-IF.
001000     IF WS-FIRST-ENTRY
001010         PERFORM 1000-SEND-INITIAL-MAP
001350     END-EXEC.
001360     MOVE SPACES              TO ORDMAPO.
001370     MOVE ORDKEYI             TO ORDKEYO.
001371     MOVE 'I'                 TO WS-SEC-FUNCTION.
001372     MOVE SPACES              TO WS-SEC-CLASS.
001373     PERFORM 2800-CHECK-PROFILE
001374         THRU 2800-CHECK-PROFILE-EXIT.
001375     IF NOT WS-SEC-ALLOWED
001376         MOVE WS-SEC-MSG      TO ORDMSGO
001377         GO TO 2000-SEND-AND-EXIT
001378     END-IF.
001380     IF ORDKEYI = SPACES OR ORDKEYI = LOW-VALUES
001390         MOVE 'ORDER KEY REQUIRED'
001400                              TO ORDMSGO
003210 2220-FORMAT-ATTEMPT-LINE-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003600* 2800-CHECK-PROFILE - READ THE SIGNED-ON USER'S SECURITY PROFILE
003610*                      FOR THIS TRANSACTION AND TEST IT AGAINST
003620*                      THE FUNCTION AND CLASS THE CALLER SET.  A
003630*                      REFUSAL IS WRITTEN TO RATEAUD BEFORE THIS
003640*                      RETURNS, SO EVERY CALLER NEED ONLY SHOW
003650*                      WS-SEC-MSG AND STOP.
003660*----------------------------------------------------------------
003670 2800-CHECK-PROFILE.
003680     MOVE SPACES              TO WS-SEC-REASON.
003690     MOVE SPACES              TO WS-SEC-MSG.
003700     EXEC CICS ASSIGN
003710         USERID(WS-SEC-USER-ID)
003720     END-EXEC.
003730     EXEC CICS READ FILE('SECPROF')
003740         INTO(SECURITY-PROFILE-RECORD)
003750         RIDFLD(WS-SEC-KEY)
003760         RESP(WS-RESP)
003770     END-EXEC.
003780     IF WS-RESP = DFHRESP(NOTFND)
003790         MOVE 'NP'            TO WS-SEC-REASON
003800         MOVE 'NOT AUTHORIZED FOR THIS TRANSACTION'
003810                              TO WS-SEC-MSG
003820         GO TO 2800-CHECK-PROFILE-REFUSED
003830     END-IF.
003840     IF WS-RESP NOT = DFHRESP(NORMAL)
003850         MOVE 'PF'            TO WS-SEC-REASON
003860         MOVE 'PROFILE FILE DOWN - NOTIFY SUPPORT'
003870                              TO WS-SEC-MSG
003880         GO TO 2800-CHECK-PROFILE-REFUSED
003890     END-IF.
003900     IF NOT SP-ACTIVE
003910         MOVE 'RV'            TO WS-SEC-REASON
003920         MOVE 'NOT AUTHORIZED - PROFILE REVOKED'
003930                              TO WS-SEC-MSG
003940         GO TO 2800-CHECK-PROFILE-REFUSED
003950     END-IF.
003960     IF WS-SEC-FUNCTION NOT = SPACE
003970         MOVE ZERO            TO WS-SEC-TALLY
003980         INSPECT SP-FUNCTIONS TALLYING WS-SEC-TALLY
003990             FOR ALL WS-SEC-FUNCTION
004000         IF WS-SEC-TALLY = ZERO
004010             MOVE 'FN'        TO WS-SEC-REASON
004020             MOVE 'NOT AUTHORIZED FOR THIS FUNCTION'
004030                              TO WS-SEC-MSG
004040             GO TO 2800-CHECK-PROFILE-REFUSED
004050         END-IF
004060     END-IF.
004070     IF WS-SEC-CLASS = SPACES
004080         GO TO 2800-CHECK-PROFILE-EXIT
004090     END-IF.
004100     MOVE 'N'                 TO WS-SEC-CLASS-SW.
004110     MOVE 1                   TO WS-SEC-IDX.
004120     PERFORM 2810-TEST-ONE-CLASS
004130         THRU 2810-TEST-ONE-CLASS-EXIT
004140         UNTIL WS-SEC-CLASS-OK OR WS-SEC-IDX > 10.
004150     IF WS-SEC-CLASS-OK
004160         GO TO 2800-CHECK-PROFILE-EXIT
004170     END-IF.
004180     MOVE 'CL'                TO WS-SEC-REASON.
004190     MOVE 'NOT AUTHORIZED FOR THIS RATE CLASS'
004200                              TO WS-SEC-MSG.
004210 2800-CHECK-PROFILE-REFUSED.
004220     PERFORM 2850-WRITE-REFUSAL-AUDIT
004230         THRU 2850-WRITE-REFUSAL-AUDIT-EXIT.
004240 2800-CHECK-PROFILE-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 2810-TEST-ONE-CLASS - DOES THIS SLOT GRANT THE CLASS?  '**'
004280*                       GRANTS EVERY CLASS.
004290*----------------------------------------------------------------
004300 2810-TEST-ONE-CLASS.
004310     IF SP-CLASS(WS-SEC-IDX) = '**'
004320        OR SP-CLASS(WS-SEC-IDX) = WS-SEC-CLASS
004330         SET WS-SEC-CLASS-OK TO TRUE
004340     END-IF.
004350     ADD 1                    TO WS-SEC-IDX.
004360 2810-TEST-ONE-CLASS-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 2850-WRITE-REFUSAL-AUDIT - APPEND THE 'V' ROW TO RATEAUD FOR A
004400*                            REFUSED ATTEMPT (SEE AUDREC FOR HOW
004410*                            ITS FIELDS ARE USED)
004420*----------------------------------------------------------------
004430 2850-WRITE-REFUSAL-AUDIT.
004440     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
004450     ACCEPT WS-CURR-TIME FROM TIME.
004460     MOVE SPACES               TO AUDIT-RECORD.
004470     MOVE WS-SEC-TRANSID       TO AU-RUN-ID(1:4).
004480     MOVE EIBTRMID             TO AU-RUN-ID(5:4).
004490     MOVE WS-SEC-USER-ID       TO AU-ORDER-KEY.
004500     MOVE WS-CURR-DATE         TO AU-TIMESTAMP(1:8).
004510     MOVE WS-CURR-TIME(1:6)    TO AU-TIMESTAMP(9:6).
004520     MOVE ZERO                 TO AU-QUANTITY.
004530     MOVE WS-SEC-FUNCTION      TO AU-BRANCH-CODE.
004540     MOVE WS-SEC-REASON        TO AU-STATUS-CODE.
004550     MOVE ZERO                 TO AU-RESULT.
004560     MOVE ZERO                 TO AU-RATE-EFF-DATE.
004570     MOVE ZERO                 TO AU-MULTIPLIER-USED.
004580     SET AU-ACT-REFUSAL        TO TRUE.
004590     MOVE WS-SEC-CLASS         TO AU-RATE-CLASS.
004600     EXEC CICS WRITE FILE('RATEAUD')
004610         FROM(AUDIT-RECORD)
004620     END-EXEC.
004630 2850-WRITE-REFUSAL-AUDIT-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660* 9000-REFUSE-SIGN-ON - NO ACTIVE PROFILE FOR THIS TRANSACTION:
004670*                       SAY WHY AND END WITHOUT PUTTING UP
004680*                       THE SCREEN
004690*----------------------------------------------------------------
004700 9000-REFUSE-SIGN-ON.
004710     EXEC CICS SEND TEXT
004720         FROM(WS-SEC-MSG)
004730         ERASE
004740     END-EXEC.
004750     EXEC CICS RETURN
004760     END-EXEC.
004770     GOBACK.
004780*----------------------------------------------------------------
003240* 9999-ABEND - UNEXPECTED CICS CONDITION, TELL THE USER AND
003250*              END THE TRANSACTION CLEANLY
003260*----------------------------------------------------------------
