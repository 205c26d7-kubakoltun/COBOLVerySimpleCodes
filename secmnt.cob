000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MULT-SECURITY-MAINT.
000030 AUTHOR. D-SCHAEFER.
000040 INSTALLATION. ORDER-BILLING-SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 2026-10-15 DS   INITIAL VERSION.  MAINTAINS THE ONLINE SECURITY
000110*                 PROFILE KSDS (SECPROF, SEE SECPROF) THAT THE
000120*                 MULT, RATA, ORDR, ORDQ AND ORDH TRANSACTIONS
000130*                 CHECK BEFORE THEY DO ANYTHING.  ONE CARD PER
000140*                 PROFILE TO ADD ('A'), CHANGE ('C' - THE CARD
000150*                 REPLACES THE WHOLE GRANT) OR DELETE ('D'), EACH
000160*                 NAMING THE USER WHO ASKED FOR IT.  THE WHOLE
000170*                 DECK IS VALIDATED BEFORE ANYTHING IS APPLIED - A
000180*                 KNOWN TRANSACTION, ONLY THAT TRANSACTION'S
000190*                 FUNCTION CODES, AT LEAST ONE RATE CLASS, STATUS
000200*                 'A' OR 'R', AN ADD FOR A PROFILE NOT YET ON FILE
000210*                 AND A CHANGE OR DELETE FOR ONE THAT IS, AT MOST
000220*                 ONE CARD PER USER AND TRANSACTION, AND A
000230*                 REQUESTER WHO IS NOT THE USER BEING CHANGED
000240*                 (NOBODY GRANTS THEMSELVES ANYTHING).  A DECK
000250*                 THAT FAILS ANY OF THESE LEAVES THE FILE
000260*                 UNTOUCHED AND ENDS WITH RETURN CODE 16.  EVERY
000270*                 CHANGE APPLIED IS STAMPED ON THE PROFILE AND
000280*                 APPENDED, BEFORE AND AFTER, TO THE SECURITY
000290*                 CHANGE LOG (SEE SECLOG) THAT THE MONTHLY
000300*                 SECURITY REPORT LISTS.
000301* 2026-10-15 DS   SECPROF IS OPTIONAL, SO THE FIRST RUN AGAINST A
000302*                 NEWLY DEFINED, NEVER-LOADED CLUSTER LOADS THE
000303*                 INITIAL PROFILES FROM A DECK OF ADDS INSTEAD OF
000304*                 FAILING THE OPEN.
000310*----------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SEC-MAINT-IN     ASSIGN TO SECUPD
000390            ORGANIZATION IS SEQUENTIAL.
000400     SELECT OPTIONAL SEC-PROFILE-FILE ASSIGN TO SECPROF
000410            ORGANIZATION IS INDEXED
000420            RECORD KEY IS SP-PROF-KEY
000430            ACCESS MODE IS RANDOM.
000440     SELECT SEC-LOG-FILE     ASSIGN TO SECLOG
000450            ORGANIZATION IS SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480*----------------------------------------------------------------
000490* INPUT - THE MAINTENANCE DECK.  SU-GRANT IS LAID OUT EXACTLY AS
000500*         SP-GRANT (SEE SECPROF); A DELETE CARD NEEDS ONLY THE
000510*         ACTION, THE KEY AND THE REQUESTER.
000520*----------------------------------------------------------------
000530 FD  SEC-MAINT-IN
000540     RECORDING MODE IS F.
000550 01  SEC-MAINT-RECORD.
000560     05  SU-ACTION               PIC X(01).
000570     05  SU-PROF-KEY.
000580         10  SU-USER-ID          PIC X(08).
000590         10  SU-TRANSID          PIC X(04).
000600     05  SU-GRANT.
000610         10  SU-FUNCTIONS        PIC X(08).
000620         10  SU-CLASS-LIST       PIC X(20).
000630         10  SU-STATUS           PIC X(01).
000640     05  SU-REQUESTED-BY         PIC X(08).
000650     05  FILLER                  PIC X(30).
000660*----------------------------------------------------------------
000670* UPDATE - THE SECURITY PROFILE KSDS
000680*----------------------------------------------------------------
000690 FD  SEC-PROFILE-FILE
000700     RECORDING MODE IS F.
000710 COPY SECPROF.
000720*----------------------------------------------------------------
000730* OUTPUT - THE SECURITY CHANGE LOG, APPENDED TO
000740*----------------------------------------------------------------
000750 FD  SEC-LOG-FILE
000760     RECORDING MODE IS F.
000770 COPY SECLOG.
000780 WORKING-STORAGE SECTION.
000790 01  WS-SWITCHES.
000800     05  WS-EOF-SW               PIC X(01)   VALUE 'N'.
000810         88  WS-EOF              VALUE 'Y'.
000820     05  WS-ERROR-SW             PIC X(01)   VALUE 'N'.
000830         88  WS-ERRORS-FOUND     VALUE 'Y'.
000840     05  WS-ON-FILE-SW           PIC X(01).
000850         88  WS-ON-FILE          VALUE 'Y'.
000860 01  WS-COUNTERS.
000870     05  WS-ADDED-COUNT          PIC 9(09)   COMP   VALUE ZERO.
000880     05  WS-CHANGED-COUNT        PIC 9(09)   COMP   VALUE ZERO.
000890     05  WS-DELETED-COUNT        PIC 9(09)   COMP   VALUE ZERO.
000900*----------------------------------------------------------------
000910* THE ONLINE TRANSACTIONS AND THE FUNCTION CODES EACH ONE KNOWS.
000920* A NEW TRANSACTION OR FUNCTION IS ADDED HERE AND IN SECPROF.
000930*----------------------------------------------------------------
000940 01  WS-TRANS-VALUES.
000950     05  FILLER                  PIC X(08)   VALUE 'MULTLVU '.
000960     05  FILLER                  PIC X(08)   VALUE 'RATAAR  '.
000970     05  FILLER                  PIC X(08)   VALUE 'ORDRLC  '.
000980     05  FILLER                  PIC X(08)   VALUE 'ORDQI   '.
000990     05  FILLER                  PIC X(08)   VALUE 'ORDHAX  '.
001000 01  WS-TRANS-TABLE REDEFINES WS-TRANS-VALUES.
001010     05  WS-TRANS-ENTRY          OCCURS 5 TIMES.
001020         10  WS-TRN-ID           PIC X(04).
001030         10  WS-TRN-FUNCTIONS    PIC X(04).
001040 01  WS-EDIT-WORK.
001050     05  WS-TRN-IDX              PIC 9(02)   COMP.
001060     05  WS-TRN-FOUND-IDX        PIC 9(02)   COMP.
001070     05  WS-FN-IDX               PIC 9(02)   COMP.
001080     05  WS-FN-TALLY             PIC 9(04)   COMP.
001090     05  WS-FN-BYTE              PIC X(01).
001100     05  WS-DUP-IDX              PIC 9(03)   COMP.
001110*----------------------------------------------------------------
001120* THE WHOLE DECK IS HELD AND VALIDATED IN STORAGE BEFORE THE
001130* FIRST UPDATE, SO A BAD DECK CANNOT LEAVE HALF ITS CHANGES
001140* BEHIND.
001150*----------------------------------------------------------------
001160 01  WS-MAINT-WORK.
001170     05  WS-MAINT-MAX            PIC 9(03)   COMP   VALUE 200.
001180     05  WS-MAINT-COUNT          PIC 9(03)   COMP   VALUE ZERO.
001190     05  WS-MAINT-IDX            PIC 9(03)   COMP.
001200     05  WS-MAINT-ENTRY OCCURS 200 TIMES.
001210         10  WS-MNT-ACTION       PIC X(01).
001220         10  WS-MNT-KEY.
001230             15  WS-MNT-USER-ID  PIC X(08).
001240             15  WS-MNT-TRANSID  PIC X(04).
001250         10  WS-MNT-GRANT.
001260             15  WS-MNT-FUNCTIONS
001270                                 PIC X(08).
001280             15  WS-MNT-CLASS-LIST
001290                                 PIC X(20).
001300             15  WS-MNT-STATUS   PIC X(01).
001310         10  WS-MNT-REQUESTED-BY PIC X(08).
001320 01  WS-CURRENT-DATE-TIME.
001330     05  WS-CURR-DATE            PIC 9(08).
001340     05  WS-CURR-TIME            PIC 9(08).
001350 01  WS-CHANGE-TIMESTAMP         PIC X(14).
001360 PROCEDURE DIVISION.
001370*----------------------------------------------------------------
001380* 0000-MAINLINE
001390*----------------------------------------------------------------
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE
001420         THRU 1000-INITIALIZE-EXIT.
001430     PERFORM 2000-VALIDATE-DECK
001440         THRU 2000-VALIDATE-DECK-EXIT.
001450     IF WS-ERRORS-FOUND
001460         DISPLAY 'MULT-SECURITY-MAINT - DECK REFUSED, NO PROFILE '
001470                 'CHANGED'
001480         MOVE 16                  TO RETURN-CODE
001490     ELSE
001500         PERFORM 2500-APPLY-DECK
001510             THRU 2500-APPLY-DECK-EXIT
001520     END-IF.
001530     PERFORM 3000-TERMINATE
001540         THRU 3000-TERMINATE-EXIT.
001550     GOBACK.
001560*----------------------------------------------------------------
001570* 1000-INITIALIZE - STAMP THE RUN, OPEN THE PROFILE FILE AND READ
001580*                   THE WHOLE DECK INTO THE TABLE
001590*----------------------------------------------------------------
001600 1000-INITIALIZE.
001610     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
001620     ACCEPT WS-CURR-TIME FROM TIME.
001630     MOVE WS-CURR-DATE            TO WS-CHANGE-TIMESTAMP(1:8).
001640     MOVE WS-CURR-TIME(1:6)       TO WS-CHANGE-TIMESTAMP(9:6).
001650     OPEN INPUT SEC-MAINT-IN
001660          I-O   SEC-PROFILE-FILE.
001670     PERFORM 8000-READ-SEC-MAINT
001680         THRU 8000-READ-SEC-MAINT-EXIT.
001690     PERFORM 1100-LOAD-ONE-ENTRY
001700         THRU 1100-LOAD-ONE-ENTRY-EXIT
001710         UNTIL WS-EOF.
001720     CLOSE SEC-MAINT-IN.
001730 1000-INITIALIZE-EXIT.
001740     EXIT.
001750*----------------------------------------------------------------
001760* 1100-LOAD-ONE-ENTRY - STORE ONE CARD FOR VALIDATION
001770*----------------------------------------------------------------
001780 1100-LOAD-ONE-ENTRY.
001790     IF WS-MAINT-COUNT >= WS-MAINT-MAX
001800         DISPLAY 'MULT-SECURITY-MAINT ABEND - DECK HOLDS MORE '
001810                 'THAN ' WS-MAINT-MAX ' CARDS'
001820         MOVE 16                  TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     ADD 1                        TO WS-MAINT-COUNT.
001860     MOVE WS-MAINT-COUNT          TO WS-MAINT-IDX.
001870     MOVE SU-ACTION         TO WS-MNT-ACTION(WS-MAINT-IDX).
001880     MOVE SU-PROF-KEY       TO WS-MNT-KEY(WS-MAINT-IDX).
001890     MOVE SU-GRANT          TO WS-MNT-GRANT(WS-MAINT-IDX).
001900     MOVE SU-REQUESTED-BY   TO WS-MNT-REQUESTED-BY(WS-MAINT-IDX).
001910     PERFORM 8000-READ-SEC-MAINT
001920         THRU 8000-READ-SEC-MAINT-EXIT.
001930 1100-LOAD-ONE-ENTRY-EXIT.
001940     EXIT.
001950*----------------------------------------------------------------
001960* 2000-VALIDATE-DECK - EVERY CARD MUST PASS BEFORE A SINGLE
001970*                      PROFILE IS TOUCHED
001980*----------------------------------------------------------------
001990 2000-VALIDATE-DECK.
002000     IF WS-MAINT-COUNT = ZERO
002010         DISPLAY 'MULT-SECURITY-MAINT ERROR - MAINTENANCE '
002020                 'DECK IS EMPTY'
002030         SET WS-ERRORS-FOUND TO TRUE
002040         GO TO 2000-VALIDATE-DECK-EXIT
002050     END-IF.
002060     MOVE 1                       TO WS-MAINT-IDX.
002070     PERFORM 2010-VALIDATE-ONE-ENTRY
002080         THRU 2010-VALIDATE-ONE-ENTRY-EXIT
002090         UNTIL WS-MAINT-IDX > WS-MAINT-COUNT.
002100 2000-VALIDATE-DECK-EXIT.
002110     EXIT.
002120*----------------------------------------------------------------
002130* 2010-VALIDATE-ONE-ENTRY - EDIT ONE CARD, ITS PLACE IN THE DECK
002140*                           AND ITS KEY AGAINST THE FILE
002150*----------------------------------------------------------------
002160 2010-VALIDATE-ONE-ENTRY.
002170     IF WS-MNT-ACTION(WS-MAINT-IDX) NOT = 'A'
002180        AND WS-MNT-ACTION(WS-MAINT-IDX) NOT = 'C'
002190        AND WS-MNT-ACTION(WS-MAINT-IDX) NOT = 'D'
002200         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002210                 ' ACTION IS NOT A, C OR D'
002220         SET WS-ERRORS-FOUND TO TRUE
002230         GO TO 2010-VALIDATE-ONE-NEXT
002240     END-IF.
002250     IF WS-MNT-USER-ID(WS-MAINT-IDX) = SPACES
002260         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002270                 ' USER ID IS BLANK'
002280         SET WS-ERRORS-FOUND TO TRUE
002290         GO TO 2010-VALIDATE-ONE-NEXT
002300     END-IF.
002310     MOVE ZERO                    TO WS-TRN-FOUND-IDX.
002320     MOVE 1                       TO WS-TRN-IDX.
002330     PERFORM 2020-FIND-TRANSACTION
002340         THRU 2020-FIND-TRANSACTION-EXIT
002350         UNTIL WS-TRN-IDX > 5.
002360     IF WS-TRN-FOUND-IDX = ZERO
002370         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002380                 ' TRANSACTION ' WS-MNT-TRANSID(WS-MAINT-IDX)
002390                 ' IS NOT AN ONLINE TRANSACTION'
002400         SET WS-ERRORS-FOUND TO TRUE
002410         GO TO 2010-VALIDATE-ONE-NEXT
002420     END-IF.
002430     IF WS-MNT-REQUESTED-BY(WS-MAINT-IDX) = SPACES
002440         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002450                 ' REQUESTED-BY IS BLANK'
002460         SET WS-ERRORS-FOUND TO TRUE
002470     END-IF.
002480     IF WS-MNT-REQUESTED-BY(WS-MAINT-IDX) =
002490        WS-MNT-USER-ID(WS-MAINT-IDX)
002500         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002510                 ' REQUESTER MAY NOT CHANGE THEIR OWN PROFILE'
002520         SET WS-ERRORS-FOUND TO TRUE
002530     END-IF.
002540     MOVE 1                       TO WS-DUP-IDX.
002550     PERFORM 2030-CHECK-ONE-EARLIER
002560         THRU 2030-CHECK-ONE-EARLIER-EXIT
002570         UNTIL WS-DUP-IDX >= WS-MAINT-IDX.
002580     MOVE WS-MNT-KEY(WS-MAINT-IDX) TO SP-PROF-KEY.
002590     MOVE 'Y'                     TO WS-ON-FILE-SW.
002600     READ SEC-PROFILE-FILE
002610         INVALID KEY
002620             MOVE 'N'             TO WS-ON-FILE-SW
002630     END-READ.
002640     IF WS-MNT-ACTION(WS-MAINT-IDX) = 'A'
002650         IF WS-ON-FILE
002660             DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD '
002670                     WS-MAINT-IDX ' ADDS A PROFILE ALREADY ON '
002680                     'FILE'
002690             SET WS-ERRORS-FOUND TO TRUE
002700         END-IF
002710     ELSE
002720         IF NOT WS-ON-FILE
002730             DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD '
002740                     WS-MAINT-IDX ' NAMES A PROFILE NOT ON FILE'
002750             SET WS-ERRORS-FOUND TO TRUE
002760         END-IF
002770     END-IF.
002780     IF WS-MNT-ACTION(WS-MAINT-IDX) = 'D'
002790         GO TO 2010-VALIDATE-ONE-NEXT
002800     END-IF.
002810     IF WS-MNT-FUNCTIONS(WS-MAINT-IDX) = SPACES
002820         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002830                 ' GRANTS NO FUNCTION'
002840         SET WS-ERRORS-FOUND TO TRUE
002850     ELSE
002860         MOVE 1                   TO WS-FN-IDX
002870         PERFORM 2040-CHECK-ONE-FUNCTION
002880             THRU 2040-CHECK-ONE-FUNCTION-EXIT
002890             UNTIL WS-FN-IDX > 8
002900     END-IF.
002910     IF WS-MNT-CLASS-LIST(WS-MAINT-IDX)(1:2) = SPACES
002920         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002930                 ' FIRST RATE CLASS IS BLANK (** = ALL)'
002940         SET WS-ERRORS-FOUND TO TRUE
002950     END-IF.
002960     IF WS-MNT-STATUS(WS-MAINT-IDX) NOT = 'A'
002970        AND WS-MNT-STATUS(WS-MAINT-IDX) NOT = 'R'
002980         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
002990                 ' STATUS IS NOT A OR R'
003000         SET WS-ERRORS-FOUND TO TRUE
003010     END-IF.
003020 2010-VALIDATE-ONE-NEXT.
003030     ADD 1                        TO WS-MAINT-IDX.
003040 2010-VALIDATE-ONE-ENTRY-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2020-FIND-TRANSACTION - IS THE CARD'S TRANSACTION THIS ONE?
003080*----------------------------------------------------------------
003090 2020-FIND-TRANSACTION.
003100     IF WS-MNT-TRANSID(WS-MAINT-IDX) = WS-TRN-ID(WS-TRN-IDX)
003110         MOVE WS-TRN-IDX          TO WS-TRN-FOUND-IDX
003120         MOVE 99                  TO WS-TRN-IDX
003130         GO TO 2020-FIND-TRANSACTION-EXIT
003140     END-IF.
003150     ADD 1                        TO WS-TRN-IDX.
003160 2020-FIND-TRANSACTION-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* 2030-CHECK-ONE-EARLIER - AT MOST ONE CARD PER PROFILE KEY
003200*----------------------------------------------------------------
003210 2030-CHECK-ONE-EARLIER.
003220     IF WS-MNT-KEY(WS-DUP-IDX) = WS-MNT-KEY(WS-MAINT-IDX)
003230         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
003240                 ' REPEATS THE PROFILE ON CARD ' WS-DUP-IDX
003250         SET WS-ERRORS-FOUND TO TRUE
003260         MOVE WS-MAINT-IDX        TO WS-DUP-IDX
003270         GO TO 2030-CHECK-ONE-EARLIER-EXIT
003280     END-IF.
003290     ADD 1                        TO WS-DUP-IDX.
003300 2030-CHECK-ONE-EARLIER-EXIT.
003310     EXIT.
003320*----------------------------------------------------------------
003330* 2040-CHECK-ONE-FUNCTION - EVERY FUNCTION BYTE GRANTED MUST BE
003340*                           ONE THE TRANSACTION KNOWS
003350*----------------------------------------------------------------
003360 2040-CHECK-ONE-FUNCTION.
003370     MOVE WS-MNT-FUNCTIONS(WS-MAINT-IDX)(WS-FN-IDX:1)
003380                                  TO WS-FN-BYTE.
003390     ADD 1                        TO WS-FN-IDX.
003400     IF WS-FN-BYTE = SPACE
003410         GO TO 2040-CHECK-ONE-FUNCTION-EXIT
003420     END-IF.
003430     MOVE ZERO                    TO WS-FN-TALLY.
003440     INSPECT WS-TRN-FUNCTIONS(WS-TRN-FOUND-IDX)
003450         TALLYING WS-FN-TALLY FOR ALL WS-FN-BYTE.
003460     IF WS-FN-TALLY = ZERO
003470         DISPLAY 'MULT-SECURITY-MAINT ERROR - CARD ' WS-MAINT-IDX
003480                 ' FUNCTION ' WS-FN-BYTE ' IS NOT A '
003490                 WS-TRN-ID(WS-TRN-FOUND-IDX) ' FUNCTION'
003500         SET WS-ERRORS-FOUND TO TRUE
003510     END-IF.
003520 2040-CHECK-ONE-FUNCTION-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550* 2500-APPLY-DECK - APPLY THE VALIDATED CARDS IN DECK ORDER AND
003560*                   LOG EACH ONE
003570*----------------------------------------------------------------
003580 2500-APPLY-DECK.
003590     OPEN EXTEND SEC-LOG-FILE.
003600     MOVE 1                       TO WS-MAINT-IDX.
003610     PERFORM 2510-APPLY-ONE-ENTRY
003620         THRU 2510-APPLY-ONE-ENTRY-EXIT
003630         UNTIL WS-MAINT-IDX > WS-MAINT-COUNT.
003640     CLOSE SEC-LOG-FILE.
003650 2500-APPLY-DECK-EXIT.
003660     EXIT.
003670*----------------------------------------------------------------
003680* 2510-APPLY-ONE-ENTRY - ADD, REPLACE OR DELETE ONE PROFILE AND
003690*                        WRITE ITS BEFORE/AFTER LOG RECORD
003700*----------------------------------------------------------------
003710 2510-APPLY-ONE-ENTRY.
003720     MOVE SPACES                  TO SECURITY-LOG-RECORD.
003730     MOVE WS-CHANGE-TIMESTAMP     TO SL-TIMESTAMP.
003740     MOVE WS-MNT-ACTION(WS-MAINT-IDX)
003750                                  TO SL-ACTION.
003760     MOVE WS-MNT-REQUESTED-BY(WS-MAINT-IDX)
003770                                  TO SL-CHANGED-BY.
003780     MOVE WS-MNT-KEY(WS-MAINT-IDX) TO SL-PROF-KEY.
003790     MOVE WS-MNT-KEY(WS-MAINT-IDX) TO SP-PROF-KEY.
003800     IF NOT SL-ADDED
003810         READ SEC-PROFILE-FILE
003820             INVALID KEY
003830                 DISPLAY 'MULT-SECURITY-MAINT ABEND - PROFILE '
003840                         SP-PROF-KEY ' VANISHED'
003850                 MOVE 16          TO RETURN-CODE
003860                 STOP RUN
003870         END-READ
003880         MOVE SP-GRANT            TO SL-BEFORE
003890     END-IF.
003900     EVALUATE TRUE
003910         WHEN SL-ADDED
003920             MOVE SPACES          TO SECURITY-PROFILE-RECORD
003930             MOVE WS-MNT-KEY(WS-MAINT-IDX)
003940                                  TO SP-PROF-KEY
003950             PERFORM 2520-STAMP-PROFILE
003960                 THRU 2520-STAMP-PROFILE-EXIT
003970             WRITE SECURITY-PROFILE-RECORD
003980                 INVALID KEY
003990                     DISPLAY 'MULT-SECURITY-MAINT ABEND - KSDS '
004000                             'REFUSED KEY ' SP-PROF-KEY
004010                     MOVE 16      TO RETURN-CODE
004020                     STOP RUN
004030             END-WRITE
004040             MOVE SP-GRANT        TO SL-AFTER
004050             ADD 1                TO WS-ADDED-COUNT
004060         WHEN SL-CHANGED
004070             PERFORM 2520-STAMP-PROFILE
004080                 THRU 2520-STAMP-PROFILE-EXIT
004090             REWRITE SECURITY-PROFILE-RECORD
004100                 INVALID KEY
004110                     DISPLAY 'MULT-SECURITY-MAINT ABEND - '
004120                             'REWRITE OF KEY ' SP-PROF-KEY
004130                     MOVE 16      TO RETURN-CODE
004140                     STOP RUN
004150             END-REWRITE
004160             MOVE SP-GRANT        TO SL-AFTER
004170             ADD 1                TO WS-CHANGED-COUNT
004180         WHEN SL-DELETED
004190             DELETE SEC-PROFILE-FILE
004200                 INVALID KEY
004210                     DISPLAY 'MULT-SECURITY-MAINT ABEND - DELETE '
004220                             'OF KEY ' SP-PROF-KEY
004230                     MOVE 16      TO RETURN-CODE
004240                     STOP RUN
004250             END-DELETE
004260             ADD 1                TO WS-DELETED-COUNT
004270     END-EVALUATE.
004280     WRITE SECURITY-LOG-RECORD.
004290     DISPLAY 'MULT-SECURITY-MAINT ' SL-ACTION ' ' SL-USER-ID ' '
004300             SL-TRANSID ' BY ' SL-CHANGED-BY.
004310     ADD 1                        TO WS-MAINT-IDX.
004320 2510-APPLY-ONE-ENTRY-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* 2520-STAMP-PROFILE - THE CARD'S GRANT, WHO ASKED FOR IT AND WHEN
004360*----------------------------------------------------------------
004370 2520-STAMP-PROFILE.
004380     MOVE WS-MNT-GRANT(WS-MAINT-IDX)
004390                                  TO SP-GRANT.
004400     MOVE WS-MNT-REQUESTED-BY(WS-MAINT-IDX)
004410                                  TO SP-CHANGED-BY.
004420     MOVE WS-CHANGE-TIMESTAMP     TO SP-CHANGE-TIMESTAMP.
004430 2520-STAMP-PROFILE-EXIT.
004440     EXIT.
004450*----------------------------------------------------------------
004460* 3000-TERMINATE - CLOSE THE PROFILE FILE AND REPORT THE COUNTS
004470*----------------------------------------------------------------
004480 3000-TERMINATE.
004490     CLOSE SEC-PROFILE-FILE.
004500     DISPLAY 'MULT-SECURITY-MAINT PROFILES ADDED:   '
004510             WS-ADDED-COUNT.
004520     DISPLAY 'MULT-SECURITY-MAINT PROFILES CHANGED: '
004530             WS-CHANGED-COUNT.
004540     DISPLAY 'MULT-SECURITY-MAINT PROFILES DELETED: '
004550             WS-DELETED-COUNT.
004560 3000-TERMINATE-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 8000-READ-SEC-MAINT - READ THE NEXT MAINTENANCE CARD
004600*----------------------------------------------------------------
004610 8000-READ-SEC-MAINT.
004620     READ SEC-MAINT-IN
004630         AT END
004640             SET WS-EOF TO TRUE
004650             GO TO 8000-READ-SEC-MAINT-EXIT
004660     END-READ.
004670 8000-READ-SEC-MAINT-EXIT.
004680     EXIT.
004690 END PROGRAM MULT-SECURITY-MAINT.
