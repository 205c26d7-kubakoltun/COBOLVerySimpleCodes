      *----------------------------------------------------------------
      * BILLTXL - BILLING EXTRACT RETRANSMISSION LOG RECORD LAYOUT
      *
      * ONE RECORD PER RUN-ID EVERY TIME MULT-BILL-RETRANSMIT REBUILDS
      * ITS BILLING EXTRACT FROM THE DATED BILLING HISTORY (SEE
      * BILLHIST) AND SENDS IT AGAIN.  TX-TRANSMIT-ID IS THE TIME THE
      * RETRANSMISSION WAS BUILT, YYYYMMDDHHMMSS, AND IS THE SAME ON
      * EVERY RUN-ID SENT TOGETHER - IT IS WHAT THE RESEND CARD NAMES
      * WHEN MULT-BILL-RECON TIES BILLING'S NEW ACKNOWLEDGMENT BACK
      * TO THE RESENT EXTRACT.  TX-ROW-COUNT AND TX-NET-AMOUNT ARE
      * WHAT WAS SENT FOR THE RUN-ID (NET OF REVERSALS, TWO IMPLIED
      * DECIMALS).  TX-SELECTED-BY SAYS WHETHER THE RUN-ID WAS ASKED
      * FOR BY NAME OR FELL IN A CYCLE RANGE.  TX-ACKED IS 'Y' WHEN
      * BILLING HAD ALREADY ACKNOWLEDGED THE RUN-ID, IN WHICH CASE
      * TX-OVERRIDE-BY CARRIES THE USER WHO AUTHORIZED SENDING IT
      * AGAIN.  THE FILE IS DISP=MOD AND NEVER EMPTIED.  LRECL 80.
      *----------------------------------------------------------------
       01  BILL-TRANSMIT-LOG-RECORD.
           05  TX-TRANSMIT-ID          PIC X(14).
           05  TX-RUN-ID               PIC X(14).
           05  TX-CYCLE-DATE           PIC 9(08).
           05  TX-CYCLE-NUMBER         PIC 9(04).
           05  TX-ROW-COUNT            PIC 9(09).
           05  TX-NET-AMOUNT           PIC S9(11)V99.
           05  TX-SELECTED-BY          PIC X(01).
               88  TX-BY-RUN-ID        VALUE 'R'.
               88  TX-BY-CYCLE-RANGE   VALUE 'C'.
           05  TX-ACKED                PIC X(01).
               88  TX-WAS-ACKED        VALUE 'Y'.
               88  TX-NOT-ACKED        VALUE 'N'.
           05  TX-OVERRIDE-BY          PIC X(08).
           05  FILLER                  PIC X(08).
