       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "BATCHCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT RATE-FILE ASSIGN TO "ACCRRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT ACCR-TRAN-FILE ASSIGN TO "ACCRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCR-RPT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Only the CAL records matter here; STEP records are BATCH-CTL's.
       FD  SCHED-FILE.
       01  SCHED-CAL-REC.
           05  SC-CAL-TYPE        PIC X(4).
           05  SC-CAL-DATE        PIC 9(8).
           05  SC-CAL-HOLIDAY-SW  PIC X.
           05  SC-CAL-MONTH-END-SW PIC X.

       FD  RATE-FILE.
       COPY ACCRRATE.

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-REC.
           05  AM-ACCT-REF    PIC X(8).
           05  AM-ACCT-NAME   PIC X(20).
           05  AM-STATUS      PIC X.
           05  AM-ACCT-TYPE   PIC X(2).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LG-ACCT-REF    PIC X(8).
           05  LG-BALANCE     PIC S9(9).

      *> BATCHREG is only read here: a SYSACCR block registered under
      *> a month-end's date is that month accrued.
       FD  BATCH-REG-FILE.
       COPY BATCHREG.

      *> ACCRTRAN is a TRANFILE in every respect - one BATCHHDR block
      *> from source SYSACCR - and is read by ARITHMETIC after the
      *> upstream feed, so the accruals are balanced, vetted against
      *> the master, journaled and registered like any other batch.
      *> Interest goes in as an add (NUM1 + NUM2), a fee as a
      *> subtract from zero (0 - NUM2).
       FD  ACCR-TRAN-FILE.
       01  ACCR-TRAN-REC.
           05  AT-NUM1            PIC 9(4).
           05  AT-NUM2            PIC 9(4).
           05  AT-ACCT-REF        PIC X(8).
           05  AT-OP-CODE         PIC X.
       01  ACCR-TRAILER-REC.
           05  AT-TRAILER-MARK    PIC X(8).
           05  AT-TRAILER-COUNT   PIC 9(5).
           05  AT-TRAILER-HASH    PIC 9(10).
       01  ACCR-HEADER-REC.
           05  AT-HEADER-MARK     PIC X(8).
           05  AT-HDR-SOURCE-ID   PIC X(8).
           05  AT-HDR-BATCH-DATE  PIC 9(8).
           05  AT-HDR-BATCH-NUM   PIC 9(4).

       FD  ACCR-RPT-FILE.
       01  ACCR-RPT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-SCHED-STATUS    PIC XX VALUE "00".
       01  WS-SCHED-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-SCHED   VALUE 'Y'.
      *> The month to accrue is the latest BATCHCAL month-end on or
      *> before the run date, and it is due until BATCHREG holds its
      *> block - so a month-end night whose accrual never posted is
      *> made good by the next run, month-end day or not. A late
      *> accrual is figured on the balances the ledger holds then.
       01  WS-ACCR-PERIOD-DATE PIC 9(8) VALUE 0.
       01  WS-ACCRUE-SW       PIC X VALUE 'N'.
           88  PERIOD-NOT-ACCRUED VALUE 'Y'.
       01  WS-BREG-STATUS     PIC XX VALUE "00".

       01  WS-RATE-STATUS     PIC XX VALUE "00".
       01  WS-RATE-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-RATES   VALUE 'Y'.
       01  WS-RATE-COUNT      PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RT-KEY-KIND     PIC X.
               10  WS-RT-KEY          PIC X(8).
               10  WS-RT-INT-RATE     PIC 9(2)V9(4).
               10  WS-RT-INT-MIN-BAL  PIC 9(9).
               10  WS-RT-FEE-AMOUNT   PIC 9(4).
               10  WS-RT-FEE-WAIVE-BAL PIC 9(9).
       01  WS-RATE-SUB        PIC 9(3) VALUE 0.

       01  WS-ACCT-STATUS     PIC XX VALUE "00".
       01  WS-ACCT-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-ACCTS   VALUE 'Y'.
       01  WS-ACCT-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-REF    PIC X(8).
               10  WS-ACCT-OPEN-SW PIC X.
               10  WS-ACCT-TYPE   PIC X(2).
       01  WS-ACCT-SUB        PIC 9(4) VALUE 0.

      *> A table that cannot be loaded whole would silently leave
      *> accounts unaccrued or accrued at the wrong class, so the run
      *> is abandoned and no block is written.
       01  WS-ABORT-SW        PIC X VALUE 'N'.
           88  ACCRUAL-ABORTED VALUE 'Y'.

       01  WS-LEDGER-STATUS   PIC XX VALUE "00".
       01  WS-LEDGER-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-LEDGER  VALUE 'Y'.

      *> The block header goes out with the first detail, so a month
      *> with nothing to accrue writes no empty block for ARITHMETIC
      *> to register.
       01  WS-BLOCK-OPEN-SW   PIC X VALUE 'N'.
           88  BLOCK-OPEN     VALUE 'Y'.
       01  WS-ACCR-SOURCE-ID  PIC X(8) VALUE "SYSACCR ".
       01  WS-BLOCK-COUNT     PIC 9(5) VALUE 0.
       01  WS-BLOCK-HASH      PIC 9(10) VALUE 0.
       01  WS-HOLD-DETAIL     PIC X(17).

       01  WS-INTEREST        PIC S9(9).
       01  WS-FEE             PIC S9(9).
       01  WS-REMAINING       PIC 9(9).
       01  WS-TOTAL-INTEREST  PIC S9(11) VALUE 0.
       01  WS-TOTAL-FEES      PIC S9(11) VALUE 0.

       01  WS-LEDGER-COUNT    PIC 9(5) VALUE 0.
       01  WS-INTEREST-COUNT  PIC 9(5) VALUE 0.
       01  WS-FEE-COUNT       PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT    PIC 9(5) VALUE 0.
       01  WS-NOT-ON-MSTR-COUNT PIC 9(5) VALUE 0.
       01  WS-NO-RATE-COUNT   PIC 9(5) VALUE 0.

       01  WS-BAL-FMT         PIC -(9)9.
       01  WS-INT-FMT         PIC -(8)9.
       01  WS-FEE-FMT         PIC -(8)9.
       01  WS-TOTAL-FMT       PIC -(11)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Month-End Accrual ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

      *> ACCRTRAN is emptied every night, so once a month's block
      *> has posted ARITHMETIC finds nothing in it to post.
           OPEN OUTPUT ACCR-TRAN-FILE.
           OPEN OUTPUT ACCR-RPT-FILE.
           PERFORM 0030-WRITE-RPT-HEADER.

           PERFORM 0050-CHECK-CALENDAR.
           IF WS-ACCR-PERIOD-DATE > 0
               PERFORM 0055-CHECK-ACCRUED
           END-IF.
           IF NOT PERIOD-NOT-ACCRUED AND NOT ACCRUAL-ABORTED
               MOVE SPACES TO ACCR-RPT-REC
               IF WS-ACCR-PERIOD-DATE = 0
                   STRING "NO MONTH-END ON THE CALENDAR YET - "
                          "NOTHING ACCRUED"
                          DELIMITED BY SIZE INTO ACCR-RPT-REC
               ELSE
                   STRING "MONTH-END " WS-ACCR-PERIOD-DATE
                          " ALREADY ACCRUED - NOTHING ACCRUED"
                          DELIMITED BY SIZE INTO ACCR-RPT-REC
               END-IF
               WRITE ACCR-RPT-REC
               CLOSE ACCR-TRAN-FILE
               CLOSE ACCR-RPT-FILE
               PERFORM 2100-LOG-AUDIT-END
               GOBACK
           END-IF.

           IF NOT ACCRUAL-ABORTED
               PERFORM 0060-LOAD-RATES
           END-IF.
           PERFORM 0070-LOAD-ACCT-MASTER.
           IF NOT ACCRUAL-ABORTED
               OPEN INPUT LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "--- Month-End Accrual: ABORTED - "
                           "LEDGERBL OPEN FAILED, STATUS "
                           WS-LEDGER-STATUS " ---"
                   SET ACCRUAL-ABORTED TO TRUE
               END-IF
           END-IF.
           IF ACCRUAL-ABORTED
               MOVE SPACES TO ACCR-RPT-REC
               STRING "*** ACCRUAL ABORTED - NO BLOCK WRITTEN"
                      DELIMITED BY SIZE INTO ACCR-RPT-REC
               WRITE ACCR-RPT-REC
               CLOSE ACCR-TRAN-FILE
               CLOSE ACCR-RPT-FILE
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL END-OF-LEDGER
               READ LEDGER-FILE
                   AT END
                       SET END-OF-LEDGER TO TRUE
                   NOT AT END
                       PERFORM 1000-ACCRUE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

           IF BLOCK-OPEN
               PERFORM 1900-WRITE-TRAILER
           END-IF.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE ACCR-TRAN-FILE.
           CLOSE ACCR-RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-NOT-ON-MSTR-COUNT > 0 OR WS-NO-RATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "ACCRUAL     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-RPT-HEADER.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "MONTH-END ACCRUAL - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "ACCOUNT   TYPE     BALANCE   INTEREST        FEE"
                  DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.

      *> No calendar, or no month-end CAL record up to today, leaves
      *> nothing due - the same calendar the month-end close follows.
       0050-CHECK-CALENDAR.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "00"
               PERFORM UNTIL END-OF-SCHED
                   READ SCHED-FILE
                       AT END
                           SET END-OF-SCHED TO TRUE
                       NOT AT END
                           IF SC-CAL-TYPE = "CAL "
                                   AND SC-CAL-MONTH-END-SW = 'Y'
                                   AND SC-CAL-DATE NOT > JOBHDR-RUN-DATE
                                   AND SC-CAL-DATE > WS-ACCR-PERIOD-DATE
                               MOVE SC-CAL-DATE TO WS-ACCR-PERIOD-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           ELSE
               DISPLAY "Calendar: BATCHCAL not found - no accrual"
           END-IF.
           IF WS-ACCR-PERIOD-DATE > 0
               DISPLAY "Calendar: latest month-end "
                       WS-ACCR-PERIOD-DATE
           ELSE
               DISPLAY "Calendar: no month-end up to "
                       JOBHDR-RUN-DATE " - no accrual this run"
           END-IF.

      *> No BATCHREG means no block has ever posted, so the month is
      *> due; a registry that will not open leaves it unknown and the
      *> run is stopped rather than risk accruing a month twice.
       0055-CHECK-ACCRUED.
           OPEN INPUT BATCH-REG-FILE.
           EVALUATE WS-BREG-STATUS
               WHEN "00"
                   MOVE WS-ACCR-SOURCE-ID TO BR-SOURCE-ID
                   MOVE WS-ACCR-PERIOD-DATE TO BR-BATCH-DATE
                   MOVE 1 TO BR-BATCH-NUM
                   READ BATCH-REG-FILE
                       INVALID KEY
                           SET PERIOD-NOT-ACCRUED TO TRUE
                       NOT INVALID KEY
                           DISPLAY "Month-end " WS-ACCR-PERIOD-DATE
                                   " already accrued - posted "
                                   BR-POSTED-DATE " run " BR-RUN-ID
                   END-READ
                   CLOSE BATCH-REG-FILE
               WHEN "35"
                   SET PERIOD-NOT-ACCRUED TO TRUE
               WHEN OTHER
                   DISPLAY "--- Month-End Accrual: ABORTED - "
                           "BATCHREG OPEN FAILED, STATUS "
                           WS-BREG-STATUS " ---"
                   SET ACCRUAL-ABORTED TO TRUE
           END-EVALUATE.
           IF PERIOD-NOT-ACCRUED
               DISPLAY "Month-end " WS-ACCR-PERIOD-DATE
                       " not yet accrued - accruing this run"
           END-IF.

       0060-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL END-OF-RATES
                   READ RATE-FILE
                       AT END
                           SET END-OF-RATES TO TRUE
                       NOT AT END
                           PERFORM 0065-STORE-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY "--- Month-End Accrual: ABORTED - "
                       "ACCRRATE NOT FOUND ---"
               SET ACCRUAL-ABORTED TO TRUE
           END-IF.
           DISPLAY "Rate rows loaded: " WS-RATE-COUNT.

       0065-STORE-RATE.
           IF WS-RATE-COUNT < 500
               ADD 1 TO WS-RATE-COUNT
               MOVE RT-KEY-KIND TO WS-RT-KEY-KIND (WS-RATE-COUNT)
               MOVE RT-KEY TO WS-RT-KEY (WS-RATE-COUNT)
               MOVE RT-INT-RATE TO WS-RT-INT-RATE (WS-RATE-COUNT)
               MOVE RT-INT-MIN-BAL TO WS-RT-INT-MIN-BAL (WS-RATE-COUNT)
               MOVE RT-FEE-AMOUNT TO WS-RT-FEE-AMOUNT (WS-RATE-COUNT)
               MOVE RT-FEE-WAIVE-BAL
                   TO WS-RT-FEE-WAIVE-BAL (WS-RATE-COUNT)
           ELSE
               DISPLAY "*** EXCEPTION: RATE TABLE FULL - "
                       RT-KEY-KIND " " RT-KEY " NOT LOADED ***"
               SET ACCRUAL-ABORTED TO TRUE
           END-IF.

       0070-LOAD-ACCT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL END-OF-ACCTS
                   READ ACCT-MASTER-FILE
                       AT END
                           SET END-OF-ACCTS TO TRUE
                       NOT AT END
                           IF WS-ACCT-COUNT < 2000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE AM-ACCT-REF
                                   TO WS-ACCT-REF (WS-ACCT-COUNT)
                               MOVE AM-STATUS
                                   TO WS-ACCT-OPEN-SW (WS-ACCT-COUNT)
                               MOVE AM-ACCT-TYPE
                                   TO WS-ACCT-TYPE (WS-ACCT-COUNT)
                           ELSE
                               DISPLAY "*** EXCEPTION: ACCOUNT "
                                       "MASTER TABLE FULL - ACCT "
                                       AM-ACCT-REF " NOT LOADED ***"
                               SET ACCRUAL-ABORTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           ELSE
               DISPLAY "--- Month-End Accrual: ABORTED - "
                       "ACCTMSTR NOT FOUND ---"
               SET ACCRUAL-ABORTED TO TRUE
           END-IF.
           DISPLAY "Accounts on master: " WS-ACCT-COUNT.

      *> Only an open account on the master is accrued - ARITHMETIC
      *> would refuse a posting to any other into SUSPENSE anyway.
      *> A ledger row for an account the master does not know is an
      *> exception in its own right, as is an account no rate row
      *> covers: neither is silently skipped.
       1000-ACCRUE-ACCOUNT.
           ADD 1 TO WS-LEDGER-COUNT.
           MOVE 0 TO WS-ACCT-SUB.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-REF (WS-ACCT-IDX) = LG-ACCT-REF
                   SET WS-ACCT-SUB TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ACCT-SUB = 0
               ADD 1 TO WS-NOT-ON-MSTR-COUNT
               DISPLAY "*** EXCEPTION: ACCT " LG-ACCT-REF
                       " ON LEDGER BUT NOT ON MASTER - NOT ACCRUED ***"
               MOVE SPACES TO ACCR-RPT-REC
               STRING LG-ACCT-REF "  *** NOT ON ACCOUNT MASTER"
                      DELIMITED BY SIZE INTO ACCR-RPT-REC
               WRITE ACCR-RPT-REC
           ELSE
               IF WS-ACCT-OPEN-SW (WS-ACCT-SUB) NOT = 'O'
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM 1010-FIND-RATE
                   IF WS-RATE-SUB = 0
                       ADD 1 TO WS-NO-RATE-COUNT
                       DISPLAY "*** EXCEPTION: ACCT " LG-ACCT-REF
                               " TYPE '" WS-ACCT-TYPE (WS-ACCT-SUB)
                               "' HAS NO RATE ROW - NOT ACCRUED ***"
                       MOVE SPACES TO ACCR-RPT-REC
                       STRING LG-ACCT-REF "  "
                              WS-ACCT-TYPE (WS-ACCT-SUB)
                              "    *** NO RATE ROW FOR ACCOUNT OR TYPE"
                              DELIMITED BY SIZE INTO ACCR-RPT-REC
                       WRITE ACCR-RPT-REC
                   ELSE
                       PERFORM 1100-COMPUTE-ACCRUAL
                   END-IF
               END-IF
           END-IF.

      *> The account's own row wins over its type's row wherever in
      *> the table either sits.
       1010-FIND-RATE.
           MOVE 0 TO WS-RATE-SUB.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-KEY-KIND (WS-RATE-IDX) = 'A'
                       AND WS-RT-KEY (WS-RATE-IDX) = LG-ACCT-REF
                   SET WS-RATE-SUB TO WS-RATE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RATE-SUB = 0
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   IF WS-RT-KEY-KIND (WS-RATE-IDX) = 'T'
                           AND WS-RT-KEY (WS-RATE-IDX) (1:2)
                               = WS-ACCT-TYPE (WS-ACCT-SUB)
                       SET WS-RATE-SUB TO WS-RATE-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> A month's interest is the annual rate over twelve, rounded
      *> to the whole unit the ledger carries, and only on a credit
      *> balance above the row's minimum.
       1100-COMPUTE-ACCRUAL.
           MOVE 0 TO WS-INTEREST.
           MOVE 0 TO WS-FEE.
           IF WS-RT-INT-RATE (WS-RATE-SUB) > 0
                   AND LG-BALANCE > 0
                   AND LG-BALANCE > WS-RT-INT-MIN-BAL (WS-RATE-SUB)
               COMPUTE WS-INTEREST ROUNDED =
                   LG-BALANCE * WS-RT-INT-RATE (WS-RATE-SUB) / 1200
           END-IF.
           IF WS-RT-FEE-AMOUNT (WS-RATE-SUB) > 0
                   AND LG-BALANCE < WS-RT-FEE-WAIVE-BAL (WS-RATE-SUB)
               MOVE WS-RT-FEE-AMOUNT (WS-RATE-SUB) TO WS-FEE
           END-IF.
           IF WS-INTEREST > 0
               ADD 1 TO WS-INTEREST-COUNT
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
               PERFORM 1200-WRITE-INTEREST
           END-IF.
           IF WS-FEE > 0
               ADD 1 TO WS-FEE-COUNT
               ADD WS-FEE TO WS-TOTAL-FEES
               PERFORM 1300-WRITE-FEE
           END-IF.
           IF WS-INTEREST > 0 OR WS-FEE > 0
               MOVE LG-BALANCE TO WS-BAL-FMT
               MOVE WS-INTEREST TO WS-INT-FMT
               MOVE WS-FEE TO WS-FEE-FMT
               MOVE SPACES TO ACCR-RPT-REC
               STRING LG-ACCT-REF "  " WS-ACCT-TYPE (WS-ACCT-SUB)
                      "  " WS-BAL-FMT " " WS-INT-FMT
                      "  " WS-FEE-FMT
                      DELIMITED BY SIZE INTO ACCR-RPT-REC
               WRITE ACCR-RPT-REC
           END-IF.

      *> A detail carries at most 9999 in each of NUM1 and NUM2, so
      *> interest beyond 19998 is spread over as many add lines as it
      *> takes; they post one after another to the same account.
       1200-WRITE-INTEREST.
           MOVE WS-INTEREST TO WS-REMAINING.
           PERFORM UNTIL WS-REMAINING = 0
               MOVE LG-ACCT-REF TO AT-ACCT-REF
               MOVE 'A' TO AT-OP-CODE
               IF WS-REMAINING > 9999
                   MOVE 9999 TO AT-NUM1
               ELSE
                   MOVE WS-REMAINING TO AT-NUM1
               END-IF
               SUBTRACT AT-NUM1 FROM WS-REMAINING
               IF WS-REMAINING > 9999
                   MOVE 9999 TO AT-NUM2
               ELSE
                   MOVE WS-REMAINING TO AT-NUM2
               END-IF
               SUBTRACT AT-NUM2 FROM WS-REMAINING
               PERFORM 1800-WRITE-DETAIL
           END-PERFORM.

       1300-WRITE-FEE.
           MOVE 0 TO AT-NUM1.
           MOVE WS-FEE TO AT-NUM2.
           MOVE LG-ACCT-REF TO AT-ACCT-REF.
           MOVE 'S' TO AT-OP-CODE.
           PERFORM 1800-WRITE-DETAIL.

      *> The detail is built in the record area before the header
      *> shares it, so it is held aside while the header goes out.
       1800-WRITE-DETAIL.
           IF NOT BLOCK-OPEN
               MOVE ACCR-TRAN-REC TO WS-HOLD-DETAIL
               PERFORM 1810-WRITE-HEADER
               MOVE WS-HOLD-DETAIL TO ACCR-TRAN-REC
           END-IF.
           ADD 1 TO WS-BLOCK-COUNT.
           ADD AT-NUM1 TO WS-BLOCK-HASH.
           ADD AT-NUM2 TO WS-BLOCK-HASH.
           WRITE ACCR-TRAN-REC.

       1810-WRITE-HEADER.
           SET BLOCK-OPEN TO TRUE.
           MOVE SPACES TO ACCR-HEADER-REC.
           MOVE "BATCHHDR" TO AT-HEADER-MARK.
           MOVE WS-ACCR-SOURCE-ID TO AT-HDR-SOURCE-ID.
           MOVE WS-ACCR-PERIOD-DATE TO AT-HDR-BATCH-DATE.
           MOVE 1 TO AT-HDR-BATCH-NUM.
           WRITE ACCR-HEADER-REC.

       1900-WRITE-TRAILER.
           MOVE SPACES TO ACCR-TRAILER-REC.
           MOVE "TRAILER1" TO AT-TRAILER-MARK.
           MOVE WS-BLOCK-COUNT TO AT-TRAILER-COUNT.
           MOVE WS-BLOCK-HASH TO AT-TRAILER-HASH.
           WRITE ACCR-TRAILER-REC.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "  LEDGER ROWS=" WS-LEDGER-COUNT
                  "  INTEREST=" WS-INTEREST-COUNT
                  "  FEES=" WS-FEE-COUNT
                  "  CLOSED=" WS-CLOSED-COUNT
                  DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "  NOT ON MASTER=" WS-NOT-ON-MSTR-COUNT
                  "  NO RATE ROW=" WS-NO-RATE-COUNT
                  DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.
           MOVE WS-TOTAL-INTEREST TO WS-TOTAL-FMT.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "  TOTAL INTEREST " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.
           MOVE WS-TOTAL-FEES TO WS-TOTAL-FMT.
           MOVE SPACES TO ACCR-RPT-REC.
           STRING "  TOTAL FEES     " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO ACCR-RPT-REC.
           WRITE ACCR-RPT-REC.
           MOVE SPACES TO ACCR-RPT-REC.
           IF BLOCK-OPEN
               STRING "  BLOCK " WS-ACCR-SOURCE-ID " "
                      WS-ACCR-PERIOD-DATE " 0001  COUNT="
                      WS-BLOCK-COUNT "  HASH=" WS-BLOCK-HASH
                      DELIMITED BY SIZE INTO ACCR-RPT-REC
           ELSE
               STRING "  NOTHING TO ACCRUE - NO BLOCK WRITTEN"
                      DELIMITED BY SIZE INTO ACCR-RPT-REC
           END-IF.
           WRITE ACCR-RPT-REC.
           DISPLAY " ".
           DISPLAY "Ledger rows: " WS-LEDGER-COUNT
                   " Interest: " WS-INTEREST-COUNT
                   " Fees: " WS-FEE-COUNT
                   " Details: " WS-BLOCK-COUNT
                   " Hash: " WS-BLOCK-HASH.

       2100-LOG-AUDIT-END.
           MOVE "ACCRUAL     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-BLOCK-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
