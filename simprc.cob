000420*                 UNDER EXACTLY ONE TABLE IS ALSO COUNTED AS A
000430*                 COVERAGE MISMATCH, WHICH USUALLY MEANS THE
000440*                 PROPOSED DECK'S DATE RANGES HAVE A HOLE.
005870* 2026-10-15 DS   MINIMUM AND MAXIMUM CHARGE.  BOTH AMOUNTS ARE
005880*                 NOW HELD INSIDE THE ORDER CLASS'S MINIMUM AND
005890*                 MAXIMUM CHARGE IN FORCE ON ITS EFFECTIVE DATE,
005900*                 READ FROM THE RATE-CLASS MASTER (CLASMST, SEE
005910*                 RATECLS) AND APPLIED EXACTLY AS
005920*                 SIMPLE-MULTIPLICATION APPLIES THEM, SO THE
005930*                 SIMULATION STILL AGREES WITH WHAT BATCH WOULD
005940*                 BILL.  A PROPOSED DECK CHANGES THE MULTIPLIERS
005950*                 ONLY - BOTH SIDES USE THE PRODUCTION LIMITS.
005960*                 THE REPORT COUNTS THE ORDERS EACH LIMIT CAUGHT
005970*                 UNDER EACH TABLE.
000450*----------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000570            ACCESS MODE IS SEQUENTIAL.
000580     SELECT PROP-TABLE-FILE  ASSIGN TO PROPTAB
000590            ORGANIZATION IS SEQUENTIAL.
000592     SELECT CLASS-MASTER     ASSIGN TO CLASMST
000594            ORGANIZATION IS INDEXED
000596            RECORD KEY IS RC-CLASS-ID
000598            ACCESS MODE IS SEQUENTIAL.
000600     SELECT SIM-RPT-FILE     ASSIGN TO SIMRPT
000610            ORGANIZATION IS SEQUENTIAL.
000620 DATA DIVISION.
000870     05  PR-EFF-END-DATE         PIC 9(08).
000880     05  PR-MULTIPLIER           PIC 9(03)V99.
000890*----------------------------------------------------------------
000891* INPUT - THE RATE-CLASS MASTER, FOR EACH CLASS'S DATED MINIMUM
000892*         AND MAXIMUM CHARGE
000893*----------------------------------------------------------------
000894 FD  CLASS-MASTER
000895     RECORDING MODE IS F.
000896 COPY RATECLS.
000897*----------------------------------------------------------------
000900* OUTPUT - THE COMPARISON REPORT
000910*----------------------------------------------------------------
000920 FD  SIM-RPT-FILE
001000         88  WS-PROD-EOF         VALUE 'Y'.
001010     05  WS-PROP-EOF-SW          PIC X(01)   VALUE 'N'.
001020         88  WS-PROP-EOF         VALUE 'Y'.
001021     05  WS-CLASS-EOF-SW         PIC X(01)   VALUE 'N'.
001023         88  WS-CLASS-EOF        VALUE 'Y'.
001024     05  WS-PROD-OVER-SW         PIC X(01)   VALUE 'N'.
001026         88  WS-PROD-OVER        VALUE 'Y'.
001027     05  WS-PROP-OVER-SW         PIC X(01)   VALUE 'N'.
001029         88  WS-PROP-OVER        VALUE 'Y'.
001030 01  WS-COUNTERS.
001040     05  WS-READ-COUNT           PIC 9(09)   COMP   VALUE ZERO.
001050     05  WS-PRICED-COUNT         PIC 9(09)   COMP   VALUE ZERO.
001070     05  WS-PROD-NORATE-COUNT    PIC 9(09)   COMP   VALUE ZERO.
001080     05  WS-PROP-NORATE-COUNT    PIC 9(09)   COMP   VALUE ZERO.
001090     05  WS-MISMATCH-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001092     05  WS-PROD-MIN-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001094     05  WS-PROD-MAX-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001096     05  WS-PROP-MIN-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001098     05  WS-PROP-MAX-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001100 01  WS-TOTALS.
001110     05  WS-PROD-TOTAL           PIC 9(16)V99
001120                                             COMP-3 VALUE ZERO.
001450     05  WS-PROP-AMOUNT          PIC 9(10)V99.
001460     05  WS-DELTA-AMOUNT         PIC S9(11)V99.
001470     05  WS-ABS-DELTA            PIC 9(11)V99.
005980*----------------------------------------------------------------
005990* THE DATED CLASS LIMITS, HELD THE SAME WAY AND TO THE SAME
006000* 100-ROW BOUND AS IN SIMPLE-MULTIPLICATION
006010*----------------------------------------------------------------
006020 01  WS-LIMIT-WORK.
006030     05  WS-LIMIT-MAX            PIC 9(03)   COMP   VALUE 100.
006040     05  WS-LIMIT-COUNT          PIC 9(03)   COMP   VALUE ZERO.
006050     05  WS-LIMIT-IDX            PIC 9(03)   COMP.
006060     05  WS-LIMIT-FOUND-IDX      PIC 9(03)   COMP   VALUE ZERO.
006070     05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
006080         10  WS-LIMIT-CLASS      PIC X(02).
006090         10  WS-LIMIT-START      PIC 9(08).
006100         10  WS-LIMIT-END        PIC 9(08).
006110         10  WS-LIMIT-MIN-CHG    PIC 9(08)V99.
006120         10  WS-LIMIT-MAX-CHG    PIC 9(08)V99.
001480*----------------------------------------------------------------
001490* THE TEN LARGEST PER-ORDER DELTAS, KEPT AS A RUNNING TABLE -
001500* A NEW DELTA DISPLACES THE SMALLEST ENTRY IT BEATS
002120         THRU 3000-TERMINATE-EXIT.
002130     GOBACK.
002140*----------------------------------------------------------------
002150* 1000-INITIALIZE - LOAD BOTH RATE TABLES AND THE CLASS LIMITS,
002160*                   OPEN THE ORDER FILE AND THE REPORT, PRIME
002165*                   THE READ
002170*----------------------------------------------------------------
002180 1000-INITIALIZE.
002190     PERFORM 1100-LOAD-PROD-TABLE
002200         THRU 1100-LOAD-PROD-TABLE-EXIT.
002210     PERFORM 1200-LOAD-PROP-TABLE
002220         THRU 1200-LOAD-PROP-TABLE-EXIT.
002222     PERFORM 1300-LOAD-CLASS-LIMITS
002224         THRU 1300-LOAD-CLASS-LIMITS-EXIT.
002230     OPEN INPUT  ORDER-QTY-FILE
002240          OUTPUT SIM-RPT-FILE.
002250     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
003500*    ROUNDED = COBOL STANDARD HALF-UP ROUNDING, THE SAME RULE
003510*    THE PRODUCTION PRICING APPLIES, SO THE SIMULATED FIGURES
003520*    MATCH WHAT WOULD ACTUALLY BILL.
003522     MOVE 'N'                 TO WS-PROD-OVER-SW.
003524     MOVE 'N'                 TO WS-PROP-OVER-SW.
003530     COMPUTE WS-PROD-AMOUNT ROUNDED
003540         = OQ-QUANTITY * WS-PROD-MULT(WS-PROD-FOUND-IDX)
003550         ON SIZE ERROR
003560             MOVE ZERO        TO WS-PROD-AMOUNT
003565             SET WS-PROD-OVER TO TRUE
003570     END-COMPUTE.
003580     COMPUTE WS-PROP-AMOUNT ROUNDED
003590         = OQ-QUANTITY * WS-PROP-MULT(WS-PROP-FOUND-IDX)
003600         ON SIZE ERROR
003610             MOVE ZERO        TO WS-PROP-AMOUNT
003615             SET WS-PROP-OVER TO TRUE
003620     END-COMPUTE.
003622     PERFORM 2400-APPLY-CHARGE-LIMITS
003624         THRU 2400-APPLY-CHARGE-LIMITS-EXIT.
003630     ADD 1                    TO WS-PRICED-COUNT.
003640     ADD WS-PROD-AMOUNT       TO WS-PROD-TOTAL
003650         ON SIZE ERROR
005170     MOVE 'COVERAGE MISMATCHES: '  TO WC-LABEL.
005180     MOVE WS-MISMATCH-COUNT   TO WC-COUNT.
005190     WRITE SIM-RPT-RECORD FROM WS-COUNT-LINE.
006130     MOVE 'PRODUCTION AT MINIMUM: '  TO WC-LABEL.
006140     MOVE WS-PROD-MIN-COUNT   TO WC-COUNT.
006150     WRITE SIM-RPT-RECORD FROM WS-COUNT-LINE.
006160     MOVE 'PRODUCTION AT MAXIMUM: '  TO WC-LABEL.
006170     MOVE WS-PROD-MAX-COUNT   TO WC-COUNT.
006180     WRITE SIM-RPT-RECORD FROM WS-COUNT-LINE.
006190     MOVE 'PROPOSED AT MINIMUM:   '  TO WC-LABEL.
006200     MOVE WS-PROP-MIN-COUNT   TO WC-COUNT.
006210     WRITE SIM-RPT-RECORD FROM WS-COUNT-LINE.
006220     MOVE 'PROPOSED AT MAXIMUM:   '  TO WC-LABEL.
006230     MOVE WS-PROP-MAX-COUNT   TO WC-COUNT.
006240     WRITE SIM-RPT-RECORD FROM WS-COUNT-LINE.
005200     CLOSE ORDER-QTY-FILE
005210           SIM-RPT-FILE.
005220     DISPLAY 'MULT-PRICE-SIM RECORDS PRICED: ' WS-PRICED-COUNT.
005830     END-READ.
005840 8000-READ-ORDER-QTY-EXIT.
005850     EXIT.
006250*----------------------------------------------------------------
006260* 1300-LOAD-CLASS-LIMITS - EVERY DATED ROW OF THE CLASS MASTER
006270*----------------------------------------------------------------
006280 1300-LOAD-CLASS-LIMITS.
006290     OPEN INPUT CLASS-MASTER.
006300     PERFORM 1310-READ-LIMIT-ROW
006310         THRU 1310-READ-LIMIT-ROW-EXIT
006320         UNTIL WS-CLASS-EOF.
006330     CLOSE CLASS-MASTER.
006340 1300-LOAD-CLASS-LIMITS-EXIT.
006350     EXIT.
006360*----------------------------------------------------------------
006370* 1310-READ-LIMIT-ROW - ONE DATED CLASS ROW INTO THE LIMIT TABLE.
006380*                       REFUSES THE SAME MASTERS BATCH REFUSES.
006390*----------------------------------------------------------------
006400 1310-READ-LIMIT-ROW.
006410     READ CLASS-MASTER
006420         AT END
006430             SET WS-CLASS-EOF TO TRUE
006440             GO TO 1310-READ-LIMIT-ROW-EXIT
006450     END-READ.
006460     IF WS-LIMIT-COUNT >= WS-LIMIT-MAX
006470         DISPLAY 'MULT-PRICE-SIM ABEND - RATE-CLASS MASTER '
006480                 'HOLDS MORE THAN ' WS-LIMIT-MAX ' ROWS'
006490         MOVE 16              TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     IF RC-MIN-CHARGE NOT NUMERIC OR RC-MAX-CHARGE NOT NUMERIC
006530         DISPLAY 'MULT-PRICE-SIM ABEND - RATE-CLASS ROW '
006540                 RC-CLASS-ID ' LIMITS NOT NUMERIC'
006550         MOVE 16              TO RETURN-CODE
006560         STOP RUN
006570     END-IF.
006580     IF RC-MAX-CHARGE > ZERO AND RC-MIN-CHARGE > RC-MAX-CHARGE
006590         DISPLAY 'MULT-PRICE-SIM ABEND - RATE-CLASS ROW '
006600                 RC-CLASS-ID ' MINIMUM ABOVE MAXIMUM'
006610         MOVE 16              TO RETURN-CODE
006620         STOP RUN
006630     END-IF.
006640     ADD 1                    TO WS-LIMIT-COUNT.
006650     MOVE WS-LIMIT-COUNT      TO WS-LIMIT-IDX.
006660     MOVE RC-CLASS-CODE       TO WS-LIMIT-CLASS(WS-LIMIT-IDX).
006670     MOVE RC-EFF-START-DATE   TO WS-LIMIT-START(WS-LIMIT-IDX).
006680     MOVE RC-EFF-END-DATE     TO WS-LIMIT-END(WS-LIMIT-IDX).
006690     MOVE RC-MIN-CHARGE       TO WS-LIMIT-MIN-CHG(WS-LIMIT-IDX).
006700     MOVE RC-MAX-CHARGE       TO WS-LIMIT-MAX-CHG(WS-LIMIT-IDX).
006710 1310-READ-LIMIT-ROW-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740* 2400-APPLY-CHARGE-LIMITS - HOLD BOTH AMOUNTS INSIDE THE
006750*                            CLASS'S MINIMUM AND MAXIMUM CHARGE IN
006760*                            FORCE ON THE ORDER'S EFFECTIVE DATE.
006770*                            NO ROW IN FORCE OR A ZERO LIMIT MEANS
006780*                            NO LIMIT; AN AMOUNT THAT OVERFLOWED
006790*                            STAYS OUT, AS IT DOES IN BATCH.
006800*----------------------------------------------------------------
006810 2400-APPLY-CHARGE-LIMITS.
006820     MOVE ZERO                TO WS-LIMIT-FOUND-IDX.
006830     MOVE 1                   TO WS-LIMIT-IDX.
006840     PERFORM 2410-TEST-ONE-LIMIT-ROW
006850         THRU 2410-TEST-ONE-LIMIT-ROW-EXIT
006860         UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT.
006870     IF WS-LIMIT-FOUND-IDX = ZERO
006880         GO TO 2400-APPLY-CHARGE-LIMITS-EXIT
006890     END-IF.
006900     IF NOT WS-PROD-OVER
006910         PERFORM 2420-LIMIT-PROD-AMOUNT
006920             THRU 2420-LIMIT-PROD-AMOUNT-EXIT
006930     END-IF.
006940     IF NOT WS-PROP-OVER
006950         PERFORM 2430-LIMIT-PROP-AMOUNT
006960             THRU 2430-LIMIT-PROP-AMOUNT-EXIT
006970     END-IF.
006980 2400-APPLY-CHARGE-LIMITS-EXIT.
006990     EXIT.
007000*----------------------------------------------------------------
007010* 2410-TEST-ONE-LIMIT-ROW - IS THIS CLASS ROW THE ONE IN FORCE?
007020*----------------------------------------------------------------
007030 2410-TEST-ONE-LIMIT-ROW.
007040     IF WS-LIMIT-CLASS(WS-LIMIT-IDX) = WS-FIND-CLASS
007050        AND OQ-EFFECTIVE-DATE >= WS-LIMIT-START(WS-LIMIT-IDX)
007060        AND OQ-EFFECTIVE-DATE <= WS-LIMIT-END(WS-LIMIT-IDX)
007070         MOVE WS-LIMIT-IDX    TO WS-LIMIT-FOUND-IDX
007080         MOVE 999             TO WS-LIMIT-IDX
007090         GO TO 2410-TEST-ONE-LIMIT-ROW-EXIT
007100     END-IF.
007110     ADD 1                    TO WS-LIMIT-IDX.
007120 2410-TEST-ONE-LIMIT-ROW-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------
007150* 2420-LIMIT-PROD-AMOUNT - THE PRODUCTION AMOUNT AGAINST LIMITS
007160*----------------------------------------------------------------
007170 2420-LIMIT-PROD-AMOUNT.
007180     IF WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX) > ZERO
007190        AND WS-PROD-AMOUNT < WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX)
007200         MOVE WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX)
007210                              TO WS-PROD-AMOUNT
007220         ADD 1                TO WS-PROD-MIN-COUNT
007230         GO TO 2420-LIMIT-PROD-AMOUNT-EXIT
007240     END-IF.
007250     IF WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX) > ZERO
007260        AND WS-PROD-AMOUNT > WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX)
007270         MOVE WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX)
007280                              TO WS-PROD-AMOUNT
007290         ADD 1                TO WS-PROD-MAX-COUNT
007300     END-IF.
007310 2420-LIMIT-PROD-AMOUNT-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------
007340* 2430-LIMIT-PROP-AMOUNT - THE PROPOSED AMOUNT AGAINST LIMITS
007350*----------------------------------------------------------------
007360 2430-LIMIT-PROP-AMOUNT.
007370     IF WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX) > ZERO
007380        AND WS-PROP-AMOUNT < WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX)
007390         MOVE WS-LIMIT-MIN-CHG(WS-LIMIT-FOUND-IDX)
007400                              TO WS-PROP-AMOUNT
007410         ADD 1                TO WS-PROP-MIN-COUNT
007420         GO TO 2430-LIMIT-PROP-AMOUNT-EXIT
007430     END-IF.
007440     IF WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX) > ZERO
007450        AND WS-PROP-AMOUNT > WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX)
007460         MOVE WS-LIMIT-MAX-CHG(WS-LIMIT-FOUND-IDX)
007470                              TO WS-PROP-AMOUNT
007480         ADD 1                TO WS-PROP-MAX-COUNT
007490     END-IF.
007500 2430-LIMIT-PROP-AMOUNT-EXIT.
007510     EXIT.
005860 END PROGRAM MULT-PRICE-SIM.
