      *            4 (UNUSED)
      *   BILLRCN: 1 EXTRACT RECORDS   2 ACK RECORDS 3 EXCEPTIONS
      *            4 (UNUSED)
      *   GLJRNL:  1 EXTRACT RECORDS   2 JOURNAL LINES 3 EXCEPTIONS
      *            4 RUN-IDS JOURNALED
      *   BILLHST: 1 ROWS ARCHIVED     2 (UNUSED)   3 (UNUSED)
      *            4 (UNUSED) - ONE ROW PER RUN-ID ARCHIVED TO THE
      *            DATED BILLING HISTORY (SEE BILLHIST), WHICH IS
      *            HOW A RERUN KNOWS NOT TO ARCHIVE IT TWICE
      *   HOLDQ:   1 ORDERS HELD        2 HOLDS RELEASED AND BILLED
      *            3 HOLDS SENT BACK    4 MAIN-PASS PRICED - POSTED
      *            BY MULT-BATCH-DRIVER RIGHT AFTER EACH OF ITS OWN
      *            ROWS, SAME CYCLE AND RUN-ID (SEE HOLDREC).  2
      *            AND 3 ARE ONLY EVER NON-ZERO ON THE RUN'S FINAL
      *            CYCLE, WHERE THE HOLD PASS RUNS.  MULTDRV'S
      *            RECORDS PROCESSED = 4 + 1 HERE + MULTDRV'S
      *            REJECTED.
      *   RTXRCN:  1 EXTRACT RECORDS   2 ACK RECORDS 3 EXCEPTIONS
      *            4 (UNUSED) - MULT-BILL-RECON'S TIE-OUT OF A
      *            RETRANSMITTED EXTRACT (SEE BILLTXL).  CY-RUN-ID
      *            CARRIES THE TRANSMISSION ID, NOT A DRIVER RUN-ID,
      *            AND THE BALANCER IGNORES THE ROW, SO A RESEND
      *            NEVER DOUBLES THE NIGHT'S BILLRCN FIGURES.
      * PRICED OUT = RECORDS WRITTEN TO RESULTS AND BILLOUT, MAIN
      * PASS, SUSPENSE REPRICES AND RELEASED HOLDS ALIKE, SO IT TIES
      * STRAIGHT TO THE INQUIRY LOAD AND THE RECON'S EXTRACT COUNT.
      * A HELD ORDER IS NOT PRICED OUT UNTIL IT IS RELEASED.
      * CY-NET-AMOUNT IS THE SIGNED NET MONEY BEHIND THE ROW, TAKEN
      * FROM TRAILING FILLER: THE DRIVER POSTS THE NET OF EVERYTHING
      * IT WROTE TO BILLOUT UNDER THE ROW'S RUN-ID (ORDERS LESS
      * REVERSALS, RELEASED HOLDS INCLUDED), THE HOLD QUEUE THE NET
      * ITS RELEASES BILLED, THE GL JOURNAL POSTS THE NET IT
      * JOURNALED AND THE BILLING HISTORY THE NET IT ARCHIVED PER
      * RUN-ID, SO THE BALANCER TIES THE MONEY AS WELL AS THE COUNTS.
      * JOBS THAT POST NO MONEY (AND ROWS WRITTEN BEFORE THE FIELD
      * EXISTED) CARRY SPACES THERE - TEST IT NUMERIC BEFORE USE.
      *----------------------------------------------------------------
       01  CYCLE-CONTROL-RECORD.
           05  CY-CYCLE-DATE           PIC 9(08).
               88  CY-JOB-MULTDRV      VALUE 'MULTDRV '.
               88  CY-JOB-INQLOAD      VALUE 'INQLOAD '.
               88  CY-JOB-BILLRCN      VALUE 'BILLRCN '.
               88  CY-JOB-GLJRNL       VALUE 'GLJRNL  '.
               88  CY-JOB-BILLHST      VALUE 'BILLHST '.
               88  CY-JOB-HOLDQ        VALUE 'HOLDQ   '.
               88  CY-JOB-RTXRCN       VALUE 'RTXRCN  '.
           05  CY-TIMESTAMP            PIC X(14).
           05  CY-RUN-ID               PIC X(14).
           05  CY-STATUS               PIC X(01).
           05  CY-COUNT-2              PIC 9(09).
           05  CY-COUNT-3              PIC 9(09).
           05  CY-COUNT-4              PIC 9(09).
           05  CY-NET-AMOUNT           PIC S9(11)V99.
           05  FILLER                  PIC X(02).
