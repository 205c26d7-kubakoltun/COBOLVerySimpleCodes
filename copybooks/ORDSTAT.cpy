      *----------------------------------------------------------------
      * ORDSTAT - ORDER BILLING-STATUS MASTER RECORD LAYOUT
      *
      * ONE RECORD PER ORDER KEY EVER BILLED, KEYED ON OS-ORDER-KEY
      * (VSAM KSDS, LRECL 160).  MAINTAINED ONLY BY MULT-BILL-STATUS
      * FROM THE BILLING EXTRACT THE DRIVER ACTUALLY WROTE, SO IT
      * SAYS WHAT BILLING HAS BEEN SENT, NOT WHAT ORDER-ENTRY ASKED
      * FOR.  READ BY MULT-ORDER-EDIT TO REFUSE AN ORDER KEY THAT
      * ALREADY BILLED ON AN EARLIER NIGHT, AND A REVERSAL OF A KEY
      * THAT NEVER BILLED OR IS ALREADY REVERSED.
      *
      * OS-NET-STATUS:
      *   P - PRICED    - BILLED ONCE, NOT REVERSED
      *   R - REVERSED  - THE LAST EVENT WAS A REVERSAL; A FRESH
      *                   ORDER FOR THE KEY IS ACCEPTED AS A REBILL
      *   B - REBILLED  - BILLED AGAIN AFTER A REVERSAL
      *
      * EACH EVENT GROUP CARRIES THE RUN-ID, SIGNED AMOUNT, RATE
      * CLASS AND EFFECTIVE DATE OFF THE EXTRACT ROW THAT CAUSED IT.
      * OS-BILL-EVENT IS THE ORIGINAL BILL AND NEVER CHANGES;
      * OS-REV-EVENT AND OS-REBILL-EVENT HOLD THE LATEST OF EACH.
      * OS-LAST-RUN-ID IS THE HIGHEST RUN-ID APPLIED, WHICH IS HOW A
      * RERUN OVER THE SAME EXTRACT IS RECOGNIZED AND SKIPPED.
      *----------------------------------------------------------------
       01  ORDER-STATUS-RECORD.
           05  OS-ORDER-KEY            PIC X(10).
           05  OS-NET-STATUS           PIC X(01).
               88  OS-PRICED           VALUE 'P'.
               88  OS-REVERSED         VALUE 'R'.
               88  OS-REBILLED         VALUE 'B'.
           05  OS-LAST-RUN-ID          PIC X(14).
           05  OS-EVENT-COUNT          PIC 9(05).
           05  OS-LAST-UPDATE-DATE     PIC 9(08).
           05  OS-BILL-EVENT.
               10  OS-BILL-RUN-ID      PIC X(14).
               10  OS-BILL-AMOUNT      PIC S9(10)V99.
               10  OS-BILL-CLASS       PIC X(02).
               10  OS-BILL-EFF-DATE    PIC 9(08).
           05  OS-REV-EVENT.
               10  OS-REV-RUN-ID       PIC X(14).
               10  OS-REV-AMOUNT       PIC S9(10)V99.
               10  OS-REV-CLASS        PIC X(02).
               10  OS-REV-EFF-DATE     PIC 9(08).
           05  OS-REBILL-EVENT.
               10  OS-REBILL-RUN-ID    PIC X(14).
               10  OS-REBILL-AMOUNT    PIC S9(10)V99.
               10  OS-REBILL-CLASS     PIC X(02).
               10  OS-REBILL-EFF-DATE  PIC 9(08).
           05  FILLER                  PIC X(14).
