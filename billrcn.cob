000253*                 AND RUN-ID SO MULT-CYCLE-BALANCE CAN TIE THE
000254*                 EXTRACT COUNT TO THE DRIVER'S PRICED COUNT
000255*                 AND GATE THE MORNING ON ONE ANSWER.
004090* 2026-10-15 DS   RETRANSMISSIONS.  A  RESEND   CARD ON THE NEW
004100*                 RCNCTL CONTROL FILE NAMES A TRANSMISSION ID
004110*                 FROM THE RETRANSMISSION LOG (SEE BILLTXL); THE
004120*                 TIE-OUT THEN MATCHES THE RESENT EXTRACT AGAINST
004130*                 BILLING'S NEW ACKNOWLEDGMENT INSTEAD OF THE
004140*                 NIGHT'S, COUNTS AN EXTRACT THAT DOES NOT HOLD
004150*                 WHAT THE LOG SAYS WAS SENT AS AN EXCEPTION, AND
004160*                 POSTS UNDER JOB RTXRCN AND THE TRANSMISSION ID
004170*                 SO THE NIGHT'S OWN BILLRCN FIGURES STAND.  NO
004180*                 CARD (RCNCTL DD DUMMY) IS THE NIGHTLY TIE-OUT.
000256*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000360     SELECT RECON-REPORT-FILE ASSIGN TO RECONRPT
000370            ORGANIZATION IS SEQUENTIAL.
000372     SELECT CYCLE-CTL-FILE    ASSIGN TO CYCCTL
004190            ORGANIZATION IS SEQUENTIAL.
004200     SELECT RECON-CTL-FILE    ASSIGN TO RCNCTL
004210            ORGANIZATION IS SEQUENTIAL.
004220     SELECT TRANSMIT-LOG-FILE ASSIGN TO BILLTXL
000374            ORGANIZATION IS SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000585 FD  CYCLE-CTL-FILE
000586     RECORDING MODE IS F.
000587 COPY CYCREC.
004230*----------------------------------------------------------------
004240* INPUT - CONTROL CARDS; EMPTY FOR THE NIGHTLY TIE-OUT
004250*----------------------------------------------------------------
004260 FD  RECON-CTL-FILE
004270     RECORDING MODE IS F.
004280 01  RECON-CTL-RECORD.
004290     05  CT-KEYWORD              PIC X(08).
004300     05  FILLER                  PIC X(01).
004310     05  CT-VALUE                PIC X(14).
004320     05  FILLER                  PIC X(57).
004330*----------------------------------------------------------------
004340* INPUT - THE RETRANSMISSION LOG, READ ONLY FOR A RESEND
004350*----------------------------------------------------------------
004360 FD  TRANSMIT-LOG-FILE
004370     RECORDING MODE IS F.
004380 COPY BILLTXL.
000590 WORKING-STORAGE SECTION.
000600 01  WS-SWITCHES.
000610     05  WS-EXTRACT-EOF-SW       PIC X(01)   VALUE 'N'.
000820     05  WS-CYC-DATE             PIC 9(08)   VALUE ZERO.
000830     05  WS-CYC-NUMBER           PIC 9(04)   VALUE ZERO.
000840     05  WS-CYC-RUN-ID           PIC X(14)   VALUE SPACES.
004390*----------------------------------------------------------------
004400* RETRANSMISSION WORK - WHAT THE LOG SAYS WAS RESENT UNDER THE
004410* TRANSMISSION ID ON THE RESEND CARD
004420*----------------------------------------------------------------
004430 01  WS-RESEND-WORK.
004440     05  WS-CTL-EOF-SW           PIC X(01)   VALUE 'N'.
004450         88  WS-CTL-EOF          VALUE 'Y'.
004460     05  WS-RESEND-ID            PIC X(14)   VALUE SPACES.
004470     05  WS-TXL-EOF-SW           PIC X(01)   VALUE 'N'.
004480         88  WS-TXL-EOF          VALUE 'Y'.
004490     05  WS-TXL-FOUND-SW         PIC X(01)   VALUE 'N'.
004500         88  WS-TXL-FOUND        VALUE 'Y'.
004510     05  WS-TXL-RUN-COUNT        PIC 9(04)   COMP   VALUE ZERO.
004520     05  WS-TXL-ROWS             PIC 9(09)   COMP   VALUE ZERO.
004530     05  WS-TXL-AMOUNT           PIC S9(11)V99
004540                                             COMP-3 VALUE ZERO.
004550     05  WS-EXTRACT-AMOUNT       PIC S9(11)V99
004560                                             COMP-3 VALUE ZERO.
000850 01  WS-CURRENT-DATE-TIME.
000860     05  WS-CURR-DATE            PIC 9(08).
000870     05  WS-CURR-TIME            PIC 9(08).
001020         VALUE 'BILLING ACKNOWLEDGMENT RECONCILIAT'.
001030     05  FILLER                  PIC X(10)   VALUE 'ION       '.
001040     05  FILLER                  PIC X(36)   VALUE SPACES.
001041 01  WS-HEADING-LINE-RESEND.
001042     05  FILLER                  PIC X(15)
001043         VALUE 'RETRANSMISSION '.
001044     05  WH-RESEND-ID            PIC X(14).
001045     05  FILLER                  PIC X(08)   VALUE ' - RUNS '.
001046     05  WH-RESEND-RUNS          PIC ZZZ9.
001047     05  FILLER                  PIC X(39)   VALUE SPACES.
001050 01  WS-HEADING-LINE-2.
001060     05  FILLER                  PIC X(12)
001070         VALUE 'ORDER KEY'.
001510*                   READS
001520*----------------------------------------------------------------
001530 1000-INITIALIZE.
001531     OPEN INPUT RECON-CTL-FILE.
001540     PERFORM 1050-READ-CONTROL-CARD
001550         THRU 1050-READ-CONTROL-CARD-EXIT
001551         UNTIL WS-CTL-EOF.
001552     CLOSE RECON-CTL-FILE.
001553     IF WS-RESEND-ID = SPACES
001554         PERFORM 1100-FIND-DRIVER-CYCLE
001555             THRU 1100-FIND-DRIVER-CYCLE-EXIT
001556     ELSE
001557         PERFORM 1200-FIND-TRANSMISSION
001558             THRU 1200-FIND-TRANSMISSION-EXIT
001559     END-IF.
001560     OPEN INPUT  BILL-EXTRACT-FILE
001570          INPUT  BILL-ACK-FILE
001580          OUTPUT RECON-REPORT-FILE.
001590     WRITE RECON-REPORT-RECORD FROM WS-HEADING-LINE-1.
001591     IF WS-RESEND-ID NOT = SPACES
001592         MOVE WS-RESEND-ID        TO WH-RESEND-ID
001593         MOVE WS-TXL-RUN-COUNT    TO WH-RESEND-RUNS
001594         WRITE RECON-REPORT-RECORD FROM WS-HEADING-LINE-RESEND
001595     END-IF.
001600     WRITE RECON-REPORT-RECORD FROM WS-HEADING-LINE-2.
001610     PERFORM 8100-READ-EXTRACT
001620         THRU 8100-READ-EXTRACT-EXIT.
001630     PERFORM 8200-READ-ACK
001640         THRU 8200-READ-ACK-EXIT.
001650 1000-INITIALIZE-EXIT.
004570     EXIT.
004580*----------------------------------------------------------------
004590* 1050-READ-CONTROL-CARD - TAKE ONE CONTROL CARD.  THE NIGHTLY
004600*                          TIE-OUT RUNS WITH NONE.
004610*----------------------------------------------------------------
004620 1050-READ-CONTROL-CARD.
004630     READ RECON-CTL-FILE
004640         AT END
004650             SET WS-CTL-EOF TO TRUE
004660             GO TO 1050-READ-CONTROL-CARD-EXIT
004670     END-READ.
004680     EVALUATE CT-KEYWORD
004690         WHEN 'RESEND  '
004700             MOVE CT-VALUE        TO WS-RESEND-ID
004710         WHEN SPACES
004720             CONTINUE
004730         WHEN OTHER
004740             DISPLAY 'MULT-BILL-RECON WARNING - CONTROL CARD '
004750                     'IGNORED: ' CT-KEYWORD
004760     END-EVALUATE.
004770 1050-READ-CONTROL-CARD-EXIT.
001660     EXIT.
001670*----------------------------------------------------------------
001680* 1100-FIND-DRIVER-CYCLE - THE LATEST DRIVER POSTING ON THE
002010         MOVE CY-RUN-ID       TO WS-CYC-RUN-ID
002020     END-IF.
002030 1110-READ-ONE-CYCLE-ROW-EXIT.
004780     EXIT.
004790*----------------------------------------------------------------
004800* 1200-FIND-TRANSMISSION - A RESEND IS TIED OUT AGAINST WHAT THE
004810*                          RETRANSMISSION LOG SAYS WAS SENT UNDER
004820*                          THE TRANSMISSION ID, AND POSTED UNDER
004830*                          THE FIRST RUN-ID'S CYCLE
004840*----------------------------------------------------------------
004850 1200-FIND-TRANSMISSION.
004860     OPEN INPUT TRANSMIT-LOG-FILE.
004870     PERFORM 1210-READ-ONE-LOG-ROW
004880         THRU 1210-READ-ONE-LOG-ROW-EXIT
004890         UNTIL WS-TXL-EOF.
004900     CLOSE TRANSMIT-LOG-FILE.
004910     IF NOT WS-TXL-FOUND
004920         DISPLAY 'MULT-BILL-RECON ABEND - TRANSMISSION '
004930                 WS-RESEND-ID ' IS NOT ON THE RETRANSMISSION LOG'
004940         MOVE 16              TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     DISPLAY 'MULT-BILL-RECON RETRANSMISSION ' WS-RESEND-ID
004980             ' RUN-IDS ' WS-TXL-RUN-COUNT ' ROWS SENT '
004990             WS-TXL-ROWS.
005000 1200-FIND-TRANSMISSION-EXIT.
005010     EXIT.
005020*----------------------------------------------------------------
005030* 1210-READ-ONE-LOG-ROW - ADD UP ONE RUN-ID OF THE TRANSMISSION
005040*----------------------------------------------------------------
005050 1210-READ-ONE-LOG-ROW.
005060     READ TRANSMIT-LOG-FILE
005070         AT END
005080             SET WS-TXL-EOF TO TRUE
005090             GO TO 1210-READ-ONE-LOG-ROW-EXIT
005100     END-READ.
005110     IF TX-TRANSMIT-ID NOT = WS-RESEND-ID
005120         GO TO 1210-READ-ONE-LOG-ROW-EXIT
005130     END-IF.
005140     IF NOT WS-TXL-FOUND
005150         SET WS-TXL-FOUND TO TRUE
005160         MOVE TX-CYCLE-DATE   TO WS-CYC-DATE
005170         MOVE TX-CYCLE-NUMBER TO WS-CYC-NUMBER
005180     END-IF.
005190     ADD 1                    TO WS-TXL-RUN-COUNT.
005200     ADD TX-ROW-COUNT         TO WS-TXL-ROWS.
005210     ADD TX-NET-AMOUNT        TO WS-TXL-AMOUNT.
005220 1210-READ-ONE-LOG-ROW-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* 2000-MATCH-ONE-KEY - CLASSIC TWO-FILE MATCH ON THE COMPOSITE
002910*                  RETURN CODE THE SCHEDULER WATCHES
002920*----------------------------------------------------------------
002930 3000-TERMINATE.
002932     IF WS-RESEND-ID NOT = SPACES
002934         PERFORM 3050-CHECK-RESEND-TOTALS
002936             THRU 3050-CHECK-RESEND-TOTALS-EXIT
002938     END-IF.
002940     MOVE 1                   TO WS-COUNT-LINE-IDX.
002950     PERFORM 3100-WRITE-ONE-COUNT
002960         THRU 3100-WRITE-ONE-COUNT-EXIT
003140 3000-TERMINATE-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
005230* 3050-CHECK-RESEND-TOTALS - THE RESENT EXTRACT MUST HOLD WHAT THE
005240*                            RETRANSMISSION LOG SAYS WAS SENT; ANY
005250*                            DIFFERENCE IS ONE MORE EXCEPTION
005260*----------------------------------------------------------------
005270 3050-CHECK-RESEND-TOTALS.
005280     IF WS-EXTRACT-COUNT = WS-TXL-ROWS
005290        AND WS-EXTRACT-AMOUNT = WS-TXL-AMOUNT
005300         GO TO 3050-CHECK-RESEND-TOTALS-EXIT
005310     END-IF.
005320     MOVE SPACES              TO WS-EXCEPTION-LINE.
005330     MOVE WS-RESEND-ID        TO WX-RUN-ID.
005340     MOVE 'RESEND TOTAL DIFFER' TO WX-REASON.
005350     MOVE WS-EXTRACT-AMOUNT   TO WX-EXTRACT-AMT.
005360     MOVE WS-TXL-AMOUNT       TO WX-ACK-AMT.
005370     WRITE RECON-REPORT-RECORD FROM WS-EXCEPTION-LINE.
005380     ADD 1                    TO WS-EXCEPTION-COUNT.
005390     DISPLAY 'MULT-BILL-RECON - RESENT EXTRACT HOLDS '
005400             WS-EXTRACT-COUNT ' ROWS, LOG SAYS ' WS-TXL-ROWS.
005410 3050-CHECK-RESEND-TOTALS-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
003170* 3200-POST-CYCLE-CONTROL - THE MATCH COUNTS AND THE VERDICT
003180*                           UNDER THE PRICED CYCLE'S DATE,
003190*                           NUMBER AND RUN-ID.  STATUS 'E' IS
003270     MOVE SPACES              TO CYCLE-CONTROL-RECORD.
003280     MOVE WS-CYC-DATE         TO CY-CYCLE-DATE.
003290     MOVE WS-CYC-NUMBER       TO CY-CYCLE-NUMBER.
003292     IF WS-RESEND-ID = SPACES
003300         SET CY-JOB-BILLRCN   TO TRUE
003301         MOVE WS-CYC-RUN-ID   TO CY-RUN-ID
003302     ELSE
003303         SET CY-JOB-RTXRCN    TO TRUE
003304         MOVE WS-RESEND-ID    TO CY-RUN-ID
003305     END-IF.
003310     MOVE WS-CURR-DATE        TO CY-TIMESTAMP(1:8).
003320     MOVE WS-CURR-TIME(1:6)   TO CY-TIMESTAMP(9:6).
003340     IF WS-EXCEPTION-COUNT = ZERO
003350         SET CY-COMPLETED     TO TRUE
003360     ELSE
003840             GO TO 8100-READ-EXTRACT-EXIT
003850     END-READ.
003860     ADD 1                    TO WS-EXTRACT-COUNT.
003865     ADD BL-BILL-AMOUNT       TO WS-EXTRACT-AMOUNT.
003870     MOVE BL-ORDER-KEY        TO WS-EX-ORDER-KEY.
003880     MOVE BL-RUN-ID           TO WS-EX-RUN-ID.
003890     MOVE BL-TRANS-TYPE       TO WS-EX-TRANS-TYPE.
