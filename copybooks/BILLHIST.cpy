      *----------------------------------------------------------------
      * BILLHIST - DATED BILLING-EXTRACT HISTORY RECORD LAYOUT
      *
      * ONE RECORD PER BILLING EXTRACT ROW EVER SENT, APPENDED EACH
      * NIGHT BY MULT-BILL-HISTORY AFTER A CLEAN DRIVER RUN.  THE
      * EXTRACT ROW IS KEPT BYTE FOR BYTE IN BH-BILL-IMAGE (LAY
      * BILLREC OVER IT TO READ THE FIELDS), STAMPED WITH THE CYCLE
      * DATE AND CYCLE NUMBER THE DRIVER POSTED FOR ITS RUN-ID ON THE
      * CYCLE-CONTROL FILE (SEE CYCREC) - THE EXTRACT ITSELF CARRIES
      * NO BUSINESS DATE.  THE FILE IS DISP=MOD AND NEVER EMPTIED,
      * LIKE THE RUN HISTORY; MONTH-END REPORTING READS IT BY
      * BH-CYCLE-DATE.  BECAUSE EVERY ROW IS KEPT IN THE ORDER IT WAS
      * SENT, MULT-BILL-RETRANSMIT REBUILDS ANY NIGHT'S EXTRACT FROM
      * HERE, BY RUN-ID OR CYCLE, EXACTLY AS IT WAS FIRST SENT.
      * LRECL 80.
      *----------------------------------------------------------------
       01  BILL-HISTORY-RECORD.
           05  BH-CYCLE-DATE           PIC 9(08).
           05  BH-CYCLE-NUMBER         PIC 9(04).
           05  BH-BILL-IMAGE           PIC X(60).
           05  FILLER                  PIC X(08).
