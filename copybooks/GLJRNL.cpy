      *----------------------------------------------------------------
      * GLJRNL - GENERAL-LEDGER JOURNAL FEED RECORD LAYOUT
      *
      * ONE RECORD PER JOURNAL LINE MULT-GL-JOURNAL BUILDS FROM THE
      * NIGHT'S BILLING EXTRACT.  EVERY ENTRY IS A BALANCED PAIR OF
      * LINES FOR ONE RUN-ID, RATE CLASS, SOURCE SYSTEM AND
      * TRANSACTION TYPE: ORDINARY ORDERS ('O') DEBIT THE CLASS'S
      * RECEIVABLE ACCOUNT AND CREDIT ITS REVENUE ACCOUNT; REVERSALS
      * ('R') POST AS THEIR OWN CONTRA PAIR, CREDITING RECEIVABLES
      * AND DEBITING REVENUE, SO NEITHER SIDE IS NETTED AWAY.
      * GJ-AMOUNT IS ALWAYS POSITIVE - GJ-DR-CR SAYS WHICH SIDE - AND
      * CARRIES THE SAME TWO IMPLIED DECIMALS BL-BILL-AMOUNT DOES.
      * GJ-JOURNAL-DATE IS THE CYCLE DATE THE DRIVER POSTED THE
      * RUN-ID UNDER ON THE CYCLE-CONTROL FILE.
      *----------------------------------------------------------------
       01  GL-JOURNAL-RECORD.
           05  GJ-JOURNAL-DATE         PIC 9(08).
           05  GJ-CYCLE-NUMBER         PIC 9(04).
           05  GJ-RUN-ID               PIC X(14).
           05  GJ-RATE-CLASS           PIC X(02).
           05  GJ-SOURCE-SYS           PIC X(04).
           05  GJ-TRANS-TYPE           PIC X(01).
           05  GJ-DR-CR                PIC X(01).
               88  GJ-DEBIT            VALUE 'D'.
               88  GJ-CREDIT           VALUE 'C'.
           05  GJ-ACCOUNT              PIC X(12).
           05  GJ-AMOUNT               PIC 9(11)V99.
           05  GJ-ORDER-COUNT          PIC 9(07).
           05  FILLER                  PIC X(14).
