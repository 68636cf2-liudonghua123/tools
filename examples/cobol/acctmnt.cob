       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "ACCTTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One maintenance transaction per record: A (add a new account
      *> under the name given), N (rename), C (close), R (reopen - a
      *> closed account, or a dormant one back into use), T (change
      *> the account type). The name is only read on A and N, the
      *> type only on A and T - an add with no type takes the default
      *> rate class. The operator ID is whoever keyed the change, and
      *> must be on OPERMSTR for it to apply.
       FD  MAINT-FILE.
       01  MAINT-REC.
           05  MT-TXN-CODE        PIC X.
               88  MT-TXN-ADD     VALUE 'A'.
               88  MT-TXN-RENAME  VALUE 'N'.
               88  MT-TXN-CLOSE   VALUE 'C'.
               88  MT-TXN-REOPEN  VALUE 'R'.
               88  MT-TXN-RETYPE  VALUE 'T'.
           05  MT-ACCT-REF        PIC X(8).
           05  MT-ACCT-NAME       PIC X(20).
           05  MT-OPERATOR-ID     PIC X(8).
           05  MT-ACCT-TYPE       PIC X(2).

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

       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-REC.
           05  OM-OPERATOR-ID     PIC X(8).
           05  OM-OPERATOR-NAME   PIC X(20).
           05  OM-AUTH-LEVEL      PIC X.

      *> ACCTAUDT - the permanent trail of every change put to the
      *> account master, applied or not: the account as it stood
      *> before, as it stood after (the same as before on a reject),
      *> and the person who keyed it, by name from the operator
      *> master. It is appended to across runs, like AUDITLOG.
       FD  ACCT-AUDIT-FILE.
       01  ACCT-AUDIT-REC.
           05  AA-RUN-DATE        PIC 9(8).
           05  FILLER             PIC X.
           05  AA-RUN-ID          PIC X(8).
           05  FILLER             PIC X.
           05  AA-TXN-CODE        PIC X.
           05  FILLER             PIC X.
           05  AA-ACCT-REF        PIC X(8).
           05  FILLER             PIC X.
           05  AA-RESULT          PIC X(8).
           05  FILLER             PIC X.
           05  AA-REASON          PIC X(20).
           05  FILLER             PIC X.
           05  AA-BEFORE-NAME     PIC X(20).
           05  FILLER             PIC X.
           05  AA-BEFORE-STATUS   PIC X.
           05  FILLER             PIC X.
           05  AA-AFTER-NAME      PIC X(20).
           05  FILLER             PIC X.
           05  AA-AFTER-STATUS    PIC X.
           05  FILLER             PIC X.
           05  AA-OPERATOR-ID     PIC X(8).
           05  FILLER             PIC X.
           05  AA-OPERATOR-NAME   PIC X(20).
           05  FILLER             PIC X.
           05  AA-BEFORE-TYPE     PIC X(2).
           05  FILLER             PIC X.
           05  AA-AFTER-TYPE      PIC X(2).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-MAINT-STATUS    PIC XX VALUE "00".
       01  WS-MAINT-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-MAINT   VALUE 'Y'.
       01  WS-AUDT-STATUS     PIC XX VALUE "00".

       01  WS-ACCT-STATUS     PIC XX VALUE "00".
       01  WS-ACCT-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-ACCTS   VALUE 'Y'.
       01  WS-ACCT-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-REF    PIC X(8).
               10  WS-ACCT-NAME   PIC X(20).
               10  WS-ACCT-OPEN-SW PIC X.
               10  WS-ACCT-TYPE   PIC X(2).
       01  WS-ACCT-SUB        PIC 9(4) VALUE 0.
       01  WS-ACCT-MATCH-SW   PIC X VALUE 'N'.
           88  ACCT-MATCH-FOUND VALUE 'Y'.
      *> Set when the master could not be loaded whole; the file is
      *> then left exactly as it was rather than rewritten short.
       01  WS-ACCT-LOAD-SW    PIC X VALUE 'Y'.
           88  ACCT-MASTER-LOADED VALUE 'Y'.

       01  WS-LEDGER-STATUS   PIC XX VALUE "00".
       01  WS-LEDGER-OPEN-SW  PIC X VALUE 'N'.
           88  LEDGER-OPEN    VALUE 'Y'.

       01  WS-OPER-STATUS     PIC XX VALUE "00".
       01  WS-OPER-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-OPERS   VALUE 'Y'.
       01  WS-OPER-COUNT      PIC 9(3) VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OPER-IDX.
               10  WS-OPER-ID     PIC X(8).
               10  WS-OPER-NAME   PIC X(20).
       01  WS-OPER-FOUND-SW   PIC X VALUE 'N'.
           88  OPERATOR-KNOWN VALUE 'Y'.
       01  WS-TXN-OPER-NAME   PIC X(20).

       01  WS-REJECT-REASON   PIC X(20).
       01  WS-BEFORE-NAME     PIC X(20).
       01  WS-BEFORE-STATUS   PIC X.
       01  WS-BEFORE-TYPE     PIC X(2).

       01  WS-TXN-COUNT       PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT  PIC 9(5) VALUE 0.
       01  WS-ADD-COUNT       PIC 9(5) VALUE 0.
       01  WS-RENAME-COUNT    PIC 9(5) VALUE 0.
       01  WS-CLOSE-COUNT     PIC 9(5) VALUE 0.
       01  WS-REOPEN-COUNT    PIC 9(5) VALUE 0.
       01  WS-RETYPE-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Account Master Maintenance ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0050-LOAD-OPER-MASTER.
           PERFORM 0060-LOAD-ACCT-MASTER.
           IF NOT ACCT-MASTER-LOADED
               DISPLAY "--- Account Master Maintenance: ABORTED - "
                       "ACCTMSTR NOT FULLY LOADED ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0070-OPEN-LEDGER.

           OPEN EXTEND ACCT-AUDIT-FILE.
           IF WS-AUDT-STATUS = "35"
               OPEN OUTPUT ACCT-AUDIT-FILE
           END-IF.

           OPEN INPUT MAINT-FILE.
           IF WS-MAINT-STATUS = "00"
               PERFORM UNTIL END-OF-MAINT
                   READ MAINT-FILE
                       AT END
                           SET END-OF-MAINT TO TRUE
                       NOT AT END
                           PERFORM 1000-PROCESS-MAINT
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           ELSE
               DISPLAY "No ACCTTXN transactions this run"
           END-IF.

           CLOSE ACCT-AUDIT-FILE.
           IF LEDGER-OPEN
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-APPLIED-COUNT > 0
               PERFORM 1900-WRITE-ACCT-MASTER
           END-IF.
           PERFORM 2000-PRINT-SUMMARY.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "ACCTMNT     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

      *> A missing operator master leaves the table empty, so every
      *> transaction is rejected as keyed by an unknown operator -
      *> the same fail-closed choice BATCH-CTL makes.
       0050-LOAD-OPER-MASTER.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPER-STATUS = "00"
               PERFORM UNTIL END-OF-OPERS
                   READ OPER-MASTER-FILE
                       AT END
                           SET END-OF-OPERS TO TRUE
                       NOT AT END
                           IF WS-OPER-COUNT < 200
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OM-OPERATOR-ID
                                   TO WS-OPER-ID (WS-OPER-COUNT)
                               MOVE OM-OPERATOR-NAME
                                   TO WS-OPER-NAME (WS-OPER-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: OPERATOR TABLE "
                                       "FULL - " OM-OPERATOR-ID
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-MASTER-FILE
           ELSE
               DISPLAY "*** EXCEPTION: OPERMSTR NOT FOUND - NO "
                       "MAINTENANCE CAN BE AUTHORIZED ***"
           END-IF.

      *> The whole master is held in the table and rewritten from it,
      *> so an account the table cannot take would be dropped from
      *> the file on the rewrite - the run stops instead. A missing
      *> file (first run) starts an empty master that adds can build.
       0060-LOAD-ACCT-MASTER.
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
                               MOVE AM-ACCT-NAME
                                   TO WS-ACCT-NAME (WS-ACCT-COUNT)
                               MOVE AM-STATUS
                                   TO WS-ACCT-OPEN-SW (WS-ACCT-COUNT)
                               MOVE AM-ACCT-TYPE
                                   TO WS-ACCT-TYPE (WS-ACCT-COUNT)
                           ELSE
                               MOVE 'N' TO WS-ACCT-LOAD-SW
                               DISPLAY "*** EXCEPTION: ACCOUNT "
                                       "MASTER TABLE FULL - ACCT "
                                       AM-ACCT-REF " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           ELSE
               DISPLAY "ACCTMSTR not found - starting an empty "
                       "account master"
           END-IF.
           DISPLAY "Accounts on master: " WS-ACCT-COUNT.

      *> LEDGERBL is only read here, to see whether an account being
      *> closed still carries a balance. If it cannot be opened no
      *> close can be vouched for, so closes are rejected.
       0070-OPEN-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               SET LEDGER-OPEN TO TRUE
           ELSE
               DISPLAY "*** WARNING: LEDGERBL OPEN FAILED - STATUS "
                       WS-LEDGER-STATUS " - CLOSES WILL BE REJECTED ***"
           END-IF.

       1000-PROCESS-MAINT.
           ADD 1 TO WS-TXN-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-BEFORE-NAME.
           MOVE SPACE TO WS-BEFORE-STATUS.
           MOVE SPACES TO WS-BEFORE-TYPE.
           PERFORM 1010-FIND-OPERATOR.
           PERFORM 1020-FIND-ACCOUNT.
           IF ACCT-MATCH-FOUND
               MOVE WS-ACCT-NAME (WS-ACCT-SUB) TO WS-BEFORE-NAME
               MOVE WS-ACCT-OPEN-SW (WS-ACCT-SUB) TO WS-BEFORE-STATUS
               MOVE WS-ACCT-TYPE (WS-ACCT-SUB) TO WS-BEFORE-TYPE
           END-IF.

           EVALUATE TRUE
               WHEN NOT OPERATOR-KNOWN
                   MOVE "OPERATOR NOT ON MSTR" TO WS-REJECT-REASON
               WHEN MT-ACCT-REF = SPACES
                   MOVE "ACCOUNT REF BLANK" TO WS-REJECT-REASON
               WHEN MT-TXN-ADD
                   PERFORM 1100-ADD-ACCOUNT
               WHEN MT-TXN-RENAME
                   PERFORM 1200-RENAME-ACCOUNT
               WHEN MT-TXN-CLOSE
                   PERFORM 1300-CLOSE-ACCOUNT
               WHEN MT-TXN-REOPEN
                   PERFORM 1400-REOPEN-ACCOUNT
               WHEN MT-TXN-RETYPE
                   PERFORM 1450-RETYPE-ACCOUNT
               WHEN OTHER
                   MOVE "UNKNOWN TXN CODE" TO WS-REJECT-REASON
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "Applied " MT-TXN-CODE " to ACCT " MT-ACCT-REF
                       " by " MT-OPERATOR-ID
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "*** EXCEPTION: " MT-TXN-CODE " FOR ACCT "
                       MT-ACCT-REF " REJECTED - " WS-REJECT-REASON
                       " ***"
           END-IF.
           PERFORM 1500-WRITE-AUDIT-LINE.

       1010-FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE SPACES TO WS-TXN-OPER-NAME.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPER-ID (WS-OPER-IDX) = MT-OPERATOR-ID
                   SET OPERATOR-KNOWN TO TRUE
                   MOVE WS-OPER-NAME (WS-OPER-IDX) TO WS-TXN-OPER-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1020-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-MATCH-SW.
           MOVE 0 TO WS-ACCT-SUB.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-REF (WS-ACCT-IDX) = MT-ACCT-REF
                   SET ACCT-MATCH-FOUND TO TRUE
                   SET WS-ACCT-SUB TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A new account goes on the master open; LEDGERBL gets its row
      *> from ARITHMETIC on the first posting, as it always has.
       1100-ADD-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-MATCH-FOUND
                   MOVE "ALREADY ON MASTER" TO WS-REJECT-REASON
               WHEN MT-ACCT-NAME = SPACES
                   MOVE "ACCOUNT NAME BLANK" TO WS-REJECT-REASON
               WHEN WS-ACCT-COUNT NOT < 2000
                   MOVE "MASTER TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
                   MOVE MT-ACCT-REF TO WS-ACCT-REF (WS-ACCT-SUB)
                   MOVE MT-ACCT-NAME TO WS-ACCT-NAME (WS-ACCT-SUB)
                   MOVE 'O' TO WS-ACCT-OPEN-SW (WS-ACCT-SUB)
                   MOVE MT-ACCT-TYPE TO WS-ACCT-TYPE (WS-ACCT-SUB)
                   ADD 1 TO WS-ADD-COUNT
           END-EVALUATE.

       1200-RENAME-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT ACCT-MATCH-FOUND
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               WHEN MT-ACCT-NAME = SPACES
                   MOVE "ACCOUNT NAME BLANK" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MT-ACCT-NAME TO WS-ACCT-NAME (WS-ACCT-SUB)
                   ADD 1 TO WS-RENAME-COUNT
           END-EVALUATE.

      *> Closing an account with money still on it would strand the
      *> balance - ARITHMETIC refuses postings to a closed account,
      *> so nothing could ever clear it. No LEDGERBL row means the
      *> account was never posted to, which is a zero balance. A
      *> dormant account closes the same way, once its balance has
      *> been paid out or turned over.
       1300-CLOSE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT ACCT-MATCH-FOUND
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               WHEN WS-ACCT-OPEN-SW (WS-ACCT-SUB) NOT = 'O'
                       AND WS-ACCT-OPEN-SW (WS-ACCT-SUB) NOT = 'D'
                   MOVE "ALREADY CLOSED" TO WS-REJECT-REASON
               WHEN NOT LEDGER-OPEN
                   MOVE "LEDGER UNAVAILABLE" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MT-ACCT-REF TO LG-ACCT-REF
                   READ LEDGER-FILE
                       INVALID KEY
                           MOVE 0 TO LG-BALANCE
                   END-READ
                   IF LG-BALANCE NOT = 0
                       MOVE "BALANCE NOT ZERO" TO WS-REJECT-REASON
                   ELSE
                       MOVE 'C' TO WS-ACCT-OPEN-SW (WS-ACCT-SUB)
                       ADD 1 TO WS-CLOSE-COUNT
                   END-IF
           END-EVALUATE.

       1400-REOPEN-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT ACCT-MATCH-FOUND
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               WHEN WS-ACCT-OPEN-SW (WS-ACCT-SUB) = 'O'
                   MOVE "ALREADY OPEN" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'O' TO WS-ACCT-OPEN-SW (WS-ACCT-SUB)
                   ADD 1 TO WS-REOPEN-COUNT
           END-EVALUATE.

      *> The type picks the account's rate class for the month-end
      *> accrual; a closed account may be retyped ahead of a reopen.
       1450-RETYPE-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT ACCT-MATCH-FOUND
                   MOVE "NOT ON MASTER" TO WS-REJECT-REASON
               WHEN MT-ACCT-TYPE = SPACES
                   MOVE "ACCOUNT TYPE BLANK" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE MT-ACCT-TYPE TO WS-ACCT-TYPE (WS-ACCT-SUB)
                   ADD 1 TO WS-RETYPE-COUNT
           END-EVALUATE.

      *> The after image is read back from the table, so a reject
      *> shows the account unchanged (or blank, if it never existed).
       1500-WRITE-AUDIT-LINE.
           MOVE SPACES TO ACCT-AUDIT-REC.
           MOVE JOBHDR-RUN-DATE TO AA-RUN-DATE.
           MOVE JOBHDR-RUN-ID TO AA-RUN-ID.
           MOVE MT-TXN-CODE TO AA-TXN-CODE.
           MOVE MT-ACCT-REF TO AA-ACCT-REF.
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED " TO AA-RESULT
           ELSE
               MOVE "REJECTED" TO AA-RESULT
               MOVE WS-REJECT-REASON TO AA-REASON
           END-IF.
           MOVE WS-BEFORE-NAME TO AA-BEFORE-NAME.
           MOVE WS-BEFORE-STATUS TO AA-BEFORE-STATUS.
           MOVE WS-BEFORE-TYPE TO AA-BEFORE-TYPE.
           IF WS-ACCT-SUB > 0
               MOVE WS-ACCT-NAME (WS-ACCT-SUB) TO AA-AFTER-NAME
               MOVE WS-ACCT-OPEN-SW (WS-ACCT-SUB) TO AA-AFTER-STATUS
               MOVE WS-ACCT-TYPE (WS-ACCT-SUB) TO AA-AFTER-TYPE
           END-IF.
           MOVE MT-OPERATOR-ID TO AA-OPERATOR-ID.
           MOVE WS-TXN-OPER-NAME TO AA-OPERATOR-NAME.
           WRITE ACCT-AUDIT-REC.

      *> Rewritten wholesale from the table, the way CTLFLOW rewrites
      *> TRANSCPT - new accounts land at the end of the file.
       1900-WRITE-ACCT-MASTER.
           OPEN OUTPUT ACCT-MASTER-FILE.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-REF (WS-ACCT-IDX) TO AM-ACCT-REF
               MOVE WS-ACCT-NAME (WS-ACCT-IDX) TO AM-ACCT-NAME
               MOVE WS-ACCT-OPEN-SW (WS-ACCT-IDX) TO AM-STATUS
               MOVE WS-ACCT-TYPE (WS-ACCT-IDX) TO AM-ACCT-TYPE
               WRITE ACCT-MASTER-REC
           END-PERFORM.
           CLOSE ACCT-MASTER-FILE.

       2000-PRINT-SUMMARY.
           DISPLAY "=== SUMMARY ===".
           DISPLAY "Transactions Read:  " WS-TXN-COUNT.
           DISPLAY "Applied:            " WS-APPLIED-COUNT.
           DISPLAY "  Added:            " WS-ADD-COUNT.
           DISPLAY "  Renamed:          " WS-RENAME-COUNT.
           DISPLAY "  Closed:           " WS-CLOSE-COUNT.
           DISPLAY "  Reopened:         " WS-REOPEN-COUNT.
           DISPLAY "  Retyped:          " WS-RETYPE-COUNT.
           DISPLAY "Rejected:           " WS-REJECTED-COUNT.
           DISPLAY "Accounts on master: " WS-ACCT-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "ACCTMNT     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-TXN-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
