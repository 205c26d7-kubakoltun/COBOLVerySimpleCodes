      *----------------------------------------------------------------
      * GLMAP - GENERAL-LEDGER ACCOUNT MAPPING RECORD LAYOUT
      *
      * ONE RECORD PER CUSTOMER RATE CLASS (SEE RATECLS), NAMING THE
      * TWO GL ACCOUNTS MULT-GL-JOURNAL POSTS THAT CLASS'S BILLED
      * REVENUE TO: THE RECEIVABLE ACCOUNT DEBITED AND THE REVENUE
      * ACCOUNT CREDITED FOR AN ORDINARY ORDER, AND THE SAME TWO
      * ACCOUNTS THE OTHER WAY ROUND FOR A REVERSAL'S CONTRA LINES.
      * MAINTAINED BY FINANCE AS A SMALL CARD-IMAGE DATASET, THE SAME
      * WAY THE RATE-CLASS MASTER IS - A NEW RATE CLASS NEEDS ITS
      * ROW HERE BEFORE ITS FIRST NIGHT, OR ITS BILLING SHOWS AS AN
      * UNMAPPED-CLASS EXCEPTION AND THE GL FEED IS OUT OF BALANCE.
      *----------------------------------------------------------------
       01  GL-ACCOUNT-MAP-RECORD.
           05  GM-RATE-CLASS           PIC X(02).
           05  GM-RECV-ACCOUNT         PIC X(12).
           05  GM-REVENUE-ACCOUNT      PIC X(12).
           05  GM-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(34).
