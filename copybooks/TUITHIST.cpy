      *> TUITHIST - what tuition billing has already put on the ledger
      *> for each student's section: credits charged and credits
      *> refunded to date, with the money for each. A night bills only
      *> the difference between STUDENTF and these figures, so the
      *> same enrollment is never charged twice. The last-run fields
      *> hold the share billed in the SYSTUIT block of that date and
      *> batch number; until BATCHREG shows that block posted, the
      *> next run takes the share back out and bills it again.
       01  TUIT-HIST-REC.
           05  TB-STUDENT-ID          PIC X(9).
           05  TB-SECTION-CODE        PIC X(6).
           05  TB-ACCT-REF            PIC X(8).
           05  TB-BILLED-CREDITS      PIC 9(3).
           05  TB-BILLED-AMOUNT       PIC 9(7).
           05  TB-REFUND-CREDITS      PIC 9(3).
           05  TB-REFUND-AMOUNT       PIC 9(7).
           05  TB-LAST-RUN-DATE       PIC 9(8).
           05  TB-LAST-BILLED-CREDITS PIC 9(3).
           05  TB-LAST-BILLED-AMOUNT  PIC 9(7).
           05  TB-LAST-REFUND-CREDITS PIC 9(3).
           05  TB-LAST-REFUND-AMOUNT  PIC 9(7).
           05  TB-LAST-BATCH-NUM      PIC 9(4).
