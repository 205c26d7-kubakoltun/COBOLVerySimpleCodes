      *
      * REASON CODES:
      *   SRC - RJ-SOURCE-SYS IS NOT AN ACCEPTED ORDER-ENTRY SYSTEM
      *         (NOT ON THE SOURCE-SYSTEM MASTER, SEE SRCMST)
      *   INA - RJ-SOURCE-SYS IS ON THE SOURCE-SYSTEM MASTER, BUT THE
      *         BATCH CARRYING THE RECORD IS DATED OUTSIDE THE
      *         SOURCE'S ACTIVE DATES
      *   TYP - RJ-TRANS-TYPE IS NOT SPACE, 'O' OR 'R'
      *   DTE - RJ-EFFECTIVE-DATE IS NOT A REAL CALENDAR DATE
      *   CLS - RJ-RATE-CLASS IS NOT ON THE RATE-CLASS MASTER (SEE
      *         THE CYCLE ALSO ORDERS IS LEGITIMATE, AND SO IS THE
      *         SAME KEY IN TWO QUEUED CYCLES OF A CATCH-UP RUN -
      *         THAT IS A RESUBMISSION, NOT A DUPLICATE)
      *   XDP - RJ-ORDER-KEY ALREADY BILLED ON AN EARLIER NIGHT AND
      *         NOT SINCE REVERSED (SEE ORDSTAT), OR EARLIER IN THIS
      *         SAME RUN, OR STILL ON HOLD AND YET TO BILL (HELD OR
      *         RELEASED ON HOLDQ, SEE HOLDREC) - A CROSS-CYCLE
      *         DUPLICATE
      *   ORV - A REVERSAL OF AN ORDER KEY THAT HAS NEVER BILLED
      *   DRV - A REVERSAL OF AN ORDER KEY ALREADY REVERSED AND NOT
      *         BILLED AGAIN SINCE
      *   PRC - MULT-BATCH-DRIVER GAVE UP ON THE RECORD AT PRICING
      *         TIME: EITHER IT RETRIED ITS CAP OF CYCLES ON THE
      *         PRICING SUSPENSE FILE STILL STATUS '50' (SEE
      *         PSUSREC), OR PRICING REJECTED IT WITH A STATUS NO
      *         RETRY CAN FIX.  WRITTEN BY THE DRIVER'S RETURN FILE,
      *         NOT BY MULT-ORDER-EDIT.
      *   HLD - THE ORDER PRICED CLEAN BUT WAS HELD OVER ITS HIGH-
      *         VALUE THRESHOLD (SEE HOLDREC), AND A REVIEWER SENT
      *         IT BACK ON THE ORDH TRANSACTION.  WRITTEN TO THE
      *         DRIVER'S RETURN FILE THE NIGHT AFTER IT WAS SENT BACK.
      *----------------------------------------------------------------
       01  ORDER-REJECT-RECORD.
           05  RJ-ORDER-DETAIL.
