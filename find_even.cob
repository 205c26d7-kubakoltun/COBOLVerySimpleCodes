001495*                 GREW TO 200 ROWS SO EVERY CLASS CAN CARRY ITS
001496*                 OWN DATED E AND O ROWS PLUS HISTORY.  BANDED
001497*                 MODE IS UNCHANGED - BANDS ARE NOT CLASSED.
004070* 2026-10-15 DS   MINIMUM AND MAXIMUM CHARGE PER RATE CLASS.  THE
004080*                 RATE-CLASS MASTER (CLASMST, SEE RATECLS) IS NOW
004090*                 A DATED KSDS WHOSE ROWS CARRY AN OPTIONAL
004100*                 PER-ORDER MINIMUM AND MAXIMUM CHARGE, LOADED
004110*                 ONCE PER RUN UNIT LIKE THE RATE TABLE.  AFTER
004120*                 FLAT PRICING, A FIGURE BELOW THE MINIMUM IN
004130*                 FORCE FOR THE ORDER'S CLASS ON ITS EFFECTIVE
004140*                 DATE IS RAISED TO IT AND ONE ABOVE THE MAXIMUM
004150*                 IS CUT TO IT.  THE NEW SM-CHARGE-LIMIT AT THE
004160*                 END OF THE CALLING SEQUENCE COMES BACK 'N'
004170*                 (MINIMUM APPLIED), 'X' (MAXIMUM APPLIED) OR
004180*                 SPACE, AND THE AUDIT ROW CARRIES THE SAME CODE
004190*                 (AU-CHARGE-LIMIT).  A REVERSAL PRICES THROUGH
004200*                 THE SAME LIMIT SO IT BACKS OUT EXACTLY WHAT THE
004210*                 ORDER BILLED.  BANDED MODE IS UNCHANGED - BANDS
004220*                 ARE NOT CLASSED.
001498*----------------------------------------------------------------
001370 ENVIRONMENT DIVISION.
001380 CONFIGURATION SECTION.
001460            ORGANIZATION IS SEQUENTIAL.
001470     SELECT AUDIT-FILE       ASSIGN TO AUDITLOG
001480            ORGANIZATION IS SEQUENTIAL.
004230     SELECT CLASS-MASTER     ASSIGN TO CLASMST
004240            ORGANIZATION IS INDEXED
004250            RECORD KEY IS RC-CLASS-ID
004260            ACCESS MODE IS SEQUENTIAL.
001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  RATE-TABLE-FILE
001570 FD  AUDIT-FILE
001580     RECORDING MODE IS F.
001590 COPY AUDREC.
001592 FD  CLASS-MASTER
001594     RECORDING MODE IS F.
001596 COPY RATECLS.
001600 WORKING-STORAGE SECTION.
001610 01  WS-SWITCHES.
001620     05  WS-RATES-LOADED-SW      PIC X(01)   VALUE 'N'.
001670         88  WS-AUDIT-OPEN       VALUE 'Y'.
001672     05  WS-RATE-EOF-SW          PIC X(01)   VALUE 'N'.
001674         88  WS-RATE-EOF         VALUE 'Y'.
001675     05  WS-LIMITS-LOADED-SW     PIC X(01)   VALUE 'N'.
001676         88  WS-LIMITS-LOADED    VALUE 'Y'.
001677     05  WS-LIMIT-EOF-SW         PIC X(01)   VALUE 'N'.
001678         88  WS-LIMIT-EOF        VALUE 'Y'.
001680*----------------------------------------------------------------
001682* THE WHOLE DATED RATE TABLE IS HELD IN STORAGE FOR THE RUN
001684* UNIT.  WS-RATE-MAX IS SIZED FOR THE RATE-CLASS MASTER'S FULL
001716     05  WS-RATE-FOUND-IDX       PIC 9(03)   COMP   VALUE ZERO.
001718 01  WS-RATE-EFF-APPLIED         PIC 9(08)   VALUE ZERO.
001720 01  WS-RATE-CLASS-APPLIED       PIC X(02)   VALUE SPACES.
001722*----------------------------------------------------------------
001724* THE DATED RATE-CLASS ROWS AND THEIR MINIMUM AND MAXIMUM CHARGE,
001726* HELD IN STORAGE FOR THE RUN UNIT THE SAME WAY.  WS-LIMIT-MAX IS
001728* SIZED FOR THE MASTER'S TWENTY CLASSES WITH FIVE DATED ROWS EACH
001730* (20 X 5 = 100).
001732*----------------------------------------------------------------
001734 01  WS-LIMIT-WORK.
001736     05  WS-LIMIT-MAX            PIC 9(03)   COMP   VALUE 100.
001738     05  WS-LIMIT-COUNT          PIC 9(03)   COMP   VALUE ZERO.
001740     05  WS-LIMIT-IDX            PIC 9(03)   COMP.
001742     05  WS-LIMIT-FOUND-IDX      PIC 9(03)   COMP   VALUE ZERO.
001744     05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
001746         10  WS-LIMIT-CLASS      PIC X(02).
001748         10  WS-LIMIT-START      PIC 9(08).
001750         10  WS-LIMIT-END        PIC 9(08).
001752         10  WS-LIMIT-MIN-CHG    PIC 9(08)V99.
001754         10  WS-LIMIT-MAX-CHG    PIC 9(08)V99.
001760 01  WS-BAND-WORK.
001770     05  WS-BAND-IDX             PIC 9(02)   COMP.
001780     05  WS-BAND-ENTRY OCCURS 3 TIMES.
002030     88  SM-TT-ORDINARY          VALUES SPACE 'O'.
002035     88  SM-TT-REVERSAL          VALUE 'R'.
002036 01  SM-RATE-CLASS               PIC X(02).
004270 01  SM-CHARGE-LIMIT             PIC X(01).
004280     88  SM-LIMIT-NONE           VALUE SPACE.
004290     88  SM-LIMIT-MINIMUM        VALUE 'N'.
004300     88  SM-LIMIT-MAXIMUM        VALUE 'X'.
002040 PROCEDURE DIVISION USING N RESULT SM-STATUS-CODE
002050                                  SM-BRANCH-CODE
002060                                  SM-MODE-FLAG
002068                                  SM-ORDER-KEY
002069                                  SM-EFFECTIVE-DATE
002070                                  SM-TRANS-TYPE
002071                                  SM-RATE-CLASS
004310                                  SM-CHARGE-LIMIT.
002072*----------------------------------------------------------------
002080* 0000-MAINLINE
002090*----------------------------------------------------------------
002106         PERFORM 0600-OPEN-AUDIT-LOG
002107             THRU 0600-OPEN-AUDIT-LOG-EXIT
002108     END-IF.
004320     SET SM-LIMIT-NONE TO TRUE.
002109     IF NOT SM-MODE-FLAT AND NOT SM-MODE-BANDED
002111         SET SM-INVALID-MODE TO TRUE
002112         SET SM-NO-BRANCH TO TRUE
002110     IF NOT WS-RATES-LOADED
002120         PERFORM 0500-LOAD-RATE-TABLE
002130             THRU 0500-LOAD-RATE-TABLE-EXIT
002132     END-IF.
002134     IF NOT WS-LIMITS-LOADED
002136         PERFORM 0700-LOAD-CLASS-LIMITS
002138             THRU 0700-LOAD-CLASS-LIMITS-EXIT
002140     END-IF.
002150     IF SM-MODE-BANDED AND NOT WS-BANDS-LOADED
002160         PERFORM 0550-LOAD-BAND-TABLE
003100 0600-OPEN-AUDIT-LOG-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
004330* 0700-LOAD-CLASS-LIMITS - LOAD EVERY DATED RATE-CLASS ROW, WITH
004340*                          ITS MINIMUM AND MAXIMUM CHARGE, ONCE
004350*                          PER RUN UNIT FROM THE RATE-CLASS MASTER
004360*----------------------------------------------------------------
004370 0700-LOAD-CLASS-LIMITS.
004380     OPEN INPUT CLASS-MASTER.
004390     MOVE ZERO TO WS-LIMIT-COUNT.
004400     MOVE 'N' TO WS-LIMIT-EOF-SW.
004410     PERFORM 0710-READ-LIMIT-ENTRY
004420         THRU 0710-READ-LIMIT-ENTRY-EXIT
004430         UNTIL WS-LIMIT-EOF.
004440     CLOSE CLASS-MASTER.
004450     SET WS-LIMITS-LOADED TO TRUE.
004460 0700-LOAD-CLASS-LIMITS-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------
004490* 0710-READ-LIMIT-ENTRY - READ ONE DATED CLASS ROW INTO THE TABLE.
004500*                         A MASTER WITH MORE ROWS THAN THE TABLE
004510*                         HOLDS, OR A ROW WHOSE LIMITS ARE NOT
004520*                         NUMERIC OR WHOSE MINIMUM EXCEEDS ITS
004530*                         MAXIMUM, IS REFUSED OUTRIGHT RATHER THAN
004540*                         PRICED AGAINST A GUESS.
004550*----------------------------------------------------------------
004560 0710-READ-LIMIT-ENTRY.
004570     READ CLASS-MASTER
004580         AT END
004590             SET WS-LIMIT-EOF TO TRUE
004600             GO TO 0710-READ-LIMIT-ENTRY-EXIT
004610     END-READ.
004620     IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
004630         DISPLAY 'SIMPLE-MULTIPLICATION ABEND - RATE-CLASS '
004640                 'MASTER HOLDS MORE THAN ' WS-LIMIT-MAX ' ROWS'
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     IF RC-MIN-CHARGE NOT NUMERIC OR RC-MAX-CHARGE NOT NUMERIC
004690         DISPLAY 'SIMPLE-MULTIPLICATION ABEND - RATE-CLASS '
004700                 'ROW ' RC-CLASS-ID ' LIMITS NOT NUMERIC'
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     IF RC-MAX-CHARGE > ZERO AND RC-MIN-CHARGE > RC-MAX-CHARGE
004750         DISPLAY 'SIMPLE-MULTIPLICATION ABEND - RATE-CLASS '
004760                 'ROW ' RC-CLASS-ID ' MINIMUM ABOVE MAXIMUM'
004770         MOVE 16 TO RETURN-CODE
004780         STOP RUN
004790     END-IF.
004800     ADD 1 TO WS-LIMIT-COUNT.
004810     MOVE WS-LIMIT-COUNT TO WS-LIMIT-IDX.
004820     MOVE RC-CLASS-CODE       TO WS-LIMIT-CLASS(WS-LIMIT-IDX).
004830     MOVE RC-EFF-START-DATE   TO WS-LIMIT-START(WS-LIMIT-IDX).
004840     MOVE RC-EFF-END-DATE     TO WS-LIMIT-END(WS-LIMIT-IDX).
004850     MOVE RC-MIN-CHARGE       TO WS-LIMIT-MIN-CHG(WS-LIMIT-IDX).
004860     MOVE RC-MAX-CHARGE       TO WS-LIMIT-MAX-CHG(WS-LIMIT-IDX).
004870 0710-READ-LIMIT-ENTRY-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------
003130* 1000-EDIT-QUANTITY - REJECT A ZERO OR NON-NUMERIC QUANTITY
003140*----------------------------------------------------------------
003150 1000-EDIT-QUANTITY.
003308     END-IF.
003310     ADD 1 TO WS-RATE-IDX.
003312 1510-TEST-ONE-RATE-EXIT.
004900     EXIT.
004910*----------------------------------------------------------------
004920* 1600-FIND-CLASS-LIMIT - LOCATE THE RATE-CLASS ROW FOR
004930*                         WS-FIND-CLASS WHOSE EFFECTIVE RANGE
004940*                         CONTAINS SM-EFFECTIVE-DATE.
004950*                         WS-LIMIT-FOUND-IDX COMES BACK ZERO IF NO
004960*                         ROW COVERS IT.
004970*----------------------------------------------------------------
004980 1600-FIND-CLASS-LIMIT.
004990     MOVE ZERO TO WS-LIMIT-FOUND-IDX.
005000     MOVE 1 TO WS-LIMIT-IDX.
005010     PERFORM 1610-TEST-ONE-LIMIT
005020         THRU 1610-TEST-ONE-LIMIT-EXIT
005030         UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT.
005040 1600-FIND-CLASS-LIMIT-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 1610-TEST-ONE-LIMIT - IS THIS CLASS ROW THE ONE IN FORCE?
005080*----------------------------------------------------------------
005090 1610-TEST-ONE-LIMIT.
005100     IF WS-LIMIT-CLASS(WS-LIMIT-IDX) = WS-FIND-CLASS
005110        AND SM-EFFECTIVE-DATE >= WS-LIMIT-START(WS-LIMIT-IDX)
005120        AND SM-EFFECTIVE-DATE <= WS-LIMIT-END(WS-LIMIT-IDX)
005130         MOVE WS-LIMIT-IDX TO WS-LIMIT-FOUND-IDX
005140         MOVE 999 TO WS-LIMIT-IDX
005150         GO TO 1610-TEST-ONE-LIMIT-EXIT
005160     END-IF.
005170     ADD 1 TO WS-LIMIT-IDX.
005180 1610-TEST-ONE-LIMIT-EXIT.
003314     EXIT.
003316*----------------------------------------------------------------
003318* 2000-COMPUTE-RESULT - EVEN QUANTITIES PRICE AT THE EVEN RATE,
003377         ON SIZE ERROR
003378             SET SM-OVERFLOW-QTY TO TRUE
003380     END-COMPUTE.
005190     IF SM-VALID-QTY
005200         PERFORM 2050-APPLY-CHARGE-LIMIT
005210             THRU 2050-APPLY-CHARGE-LIMIT-EXIT
005220     END-IF.
003382 2000-COMPUTE-RESULT-EXIT.
005230     EXIT.
005240*----------------------------------------------------------------
005250* 2050-APPLY-CHARGE-LIMIT - HOLD THE PRICED FIGURE INSIDE THE
005260*                           ORDER CLASS'S MINIMUM AND MAXIMUM
005270*                           CHARGE IN FORCE ON ITS EFFECTIVE DATE
005280*                           (SEE RATECLS).  NO ROW IN FORCE, OR A
005290*                           ZERO LIMIT, MEANS NO LIMIT.
005300*                           SM-CHARGE-LIMIT SAYS WHICH LIMIT, IF
005310*                           EITHER, REPLACED THE FIGURE.
005320*----------------------------------------------------------------
005330 2050-APPLY-CHARGE-LIMIT.
005340     PERFORM 1600-FIND-CLASS-LIMIT
005350         THRU 1600-FIND-CLASS-LIMIT-EXIT.
005360     IF WS-LIMIT-FOUND-IDX = ZERO
005370         GO TO 2050-APPLY-CHARGE-LIMIT-EXIT
005380     END-IF.
005390     IF WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX) > ZERO
005400        AND RESULT < WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX)
005410         MOVE WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX) TO RESULT
005420         SET SM-LIMIT-MINIMUM TO TRUE
005430         GO TO 2050-APPLY-CHARGE-LIMIT-EXIT
005440     END-IF.
005450     IF WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX) > ZERO
005460        AND RESULT > WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX)
005470         MOVE WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX) TO RESULT
005480         SET SM-LIMIT-MAXIMUM TO TRUE
005490     END-IF.
005500 2050-APPLY-CHARGE-LIMIT-EXIT.
003384     EXIT.
003400*----------------------------------------------------------------
003410* 2100-COMPUTE-BANDED-RESULT - PRICE BY QUANTITY BAND, THEN BY
003982     MOVE WS-RATE-EFF-APPLIED TO AU-RATE-EFF-DATE.
003984     MOVE SM-MULTIPLIER-USED  TO AU-MULTIPLIER-USED.
003985     MOVE WS-RATE-CLASS-APPLIED TO AU-RATE-CLASS.
005510     MOVE SM-CHARGE-LIMIT     TO AU-CHARGE-LIMIT.
003986     SET AU-ACT-PRICING       TO TRUE.
003990     WRITE AUDIT-RECORD.
004000 2900-WRITE-AUDIT-RECORD-EXIT.
