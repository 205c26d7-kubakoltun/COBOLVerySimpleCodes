000316*                 THE REPORT WENT TO 132 COLUMNS SO THE DETAIL
000317*                 AND RATE-CHANGE LINES COULD SHOW THE DECIMALS
000318*                 WITHOUT DROPPING A COLUMN.
005610* 2026-10-15 DS   AUDIT ROWS NOW 77 BYTES (AU-CHARGE-LIMIT, SEE
005620*                 AUDREC); THE DRILL-DOWN LINE SHOWS IT AFTER
005630*                 THE ACTION CODE.
005640* 2026-10-15 DS   ONLINE SECURITY REFUSALS ('V' ROWS, SEE AUDREC)
005650*                 ARE COUNTED ON THEIR OWN TRAILER LINE AND KEPT
005660*                 OUT OF THE ACTIVITY SUMMARY - THEIR STATUS IS A
005670*                 REFUSAL REASON, NOT A PRICING STATUS.  THE
005680*                 MONTHLY SECURITY REPORT LISTS THEM.
000320*----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000630*----------------------------------------------------------------
000640 FD  ONLINE-AUDIT-FILE
000650     RECORDING MODE IS F.
000660 01  ONLINE-AUDIT-RECORD         PIC X(77).
000670*----------------------------------------------------------------
000680* OUTPUT - AUDITLOG ROWS INSIDE THE RETENTION WINDOW
000690*----------------------------------------------------------------
000700 FD  AUDIT-KEEP-FILE
000710     RECORDING MODE IS F.
000720 01  AUDIT-KEEP-RECORD           PIC X(77).
000730*----------------------------------------------------------------
000740* OUTPUT - AUDITLOG ROWS OLDER THAN THE RETENTION CUTOFF
000750*----------------------------------------------------------------
000760 FD  AUDIT-ARCH-FILE
000770     RECORDING MODE IS F.
000780 01  AUDIT-ARCH-RECORD           PIC X(77).
000790*----------------------------------------------------------------
000800* OUTPUT - THE DAILY AUDIT ACTIVITY REPORT
000810*----------------------------------------------------------------
001160     05  WS-KEPT-COUNT           PIC 9(09)   COMP   VALUE ZERO.
001170     05  WS-ARCHIVED-COUNT       PIC 9(09)   COMP   VALUE ZERO.
001180     05  WS-RATECHG-COUNT        PIC 9(09)   COMP   VALUE ZERO.
001185     05  WS-REFUSAL-COUNT        PIC 9(09)   COMP   VALUE ZERO.
001190     05  WS-DETAIL-COUNT         PIC 9(09)   COMP   VALUE ZERO.
001200*----------------------------------------------------------------
001210* ACTIVITY SUMMARY - ONE ROW PER KNOWN STATUS CODE, A BATCH AND
001900     05  WD-MULT                 PIC ZZ9.99.
001910     05  FILLER                  PIC X(01).
001920     05  WD-ACTION               PIC X(01).
001930     05  FILLER                  PIC X(01).
001933     05  WD-LIMIT                PIC X(01).
001936     05  FILLER                  PIC X(44).
001940 01  WS-SUMMARY-LINE.
001950     05  FILLER                  PIC X(07)   VALUE 'STATUS '.
001960     05  WU-STATUS               PIC X(05).
002900     MOVE ONLINE-AUDIT-RECORD TO AUDIT-RECORD.
002910     ADD 1                    TO WS-ONLINE-COUNT.
002920     MOVE 'O'                 TO WS-SUM-SOURCE.
002922     IF AU-ACT-REFUSAL
002924         ADD 1                TO WS-REFUSAL-COUNT
002926     ELSE
002930         PERFORM 2900-COUNT-ONE-STATUS
002940             THRU 2900-COUNT-ONE-STATUS-EXIT
002945     END-IF.
002950     IF AU-ACT-RATE-CHANGE
002960         PERFORM 2100-LIST-RATE-CHANGE
002970             THRU 2100-LIST-RATE-CHANGE-EXIT
003590     MOVE AU-RATE-EFF-DATE    TO WD-EFF-DATE.
003600     MOVE AU-MULTIPLIER-USED  TO WD-MULT.
003610     MOVE AU-ACTION-CODE      TO WD-ACTION.
003615     MOVE AU-CHARGE-LIMIT     TO WD-LIMIT.
003620 2300-FORMAT-DETAIL-LINE-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
005150     MOVE 'RATE CHANGES LISTED: '  TO WC-LABEL.
005160     MOVE WS-RATECHG-COUNT    TO WC-COUNT.
005170     WRITE AUDIT-RPT-RECORD FROM WS-COUNT-LINE.
005172     MOVE 'REFUSED ATTEMPTS:    '  TO WC-LABEL.
005174     MOVE WS-REFUSAL-COUNT    TO WC-COUNT.
005176     WRITE AUDIT-RPT-RECORD FROM WS-COUNT-LINE.
005180     MOVE 'DETAIL LINES:        '  TO WC-LABEL.
005190     MOVE WS-DETAIL-COUNT     TO WC-COUNT.
005200     WRITE AUDIT-RPT-RECORD FROM WS-COUNT-LINE.
