       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGPRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PROOF-FILE ASSIGN TO "PROOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> JRNLPOST here is every retained generation, read as one
      *> concatenation. The catalog hands generations over newest
      *> first, so the replay puts lines back in run-date order itself
      *> rather than trusting the order they arrive in.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-RUN-DATE    PIC 9(8).
           05  JR-ACCT-REF    PIC X(8).
           05  JR-NUM1        PIC 9(4).
           05  JR-NUM2        PIC 9(4).
           05  JR-OP-CODE     PIC X.
           05  JR-POST-AMOUNT PIC S9(5).
           05  JR-NEW-BALANCE PIC S9(9).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LG-ACCT-REF    PIC X(8).
           05  LG-BALANCE     PIC S9(9).

       FD  PROOF-FILE.
       01  PROOF-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.

       01  WS-JOURNAL-STATUS  PIC XX VALUE "00".
       01  WS-JOURNAL-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-JOURNAL VALUE 'Y'.
       01  WS-LEDGER-STATUS   PIC XX VALUE "00".
       01  WS-LEDGER-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-LEDGER  VALUE 'Y'.

      *> Every retained journal line, in the order read. Lines from
      *> one run keep their table order, which is the order they were
      *> posted; lines from different runs are ordered by run date
      *> when the account is replayed. JL-DONE-SW marks a line already
      *> replayed, the same claim-and-skip device CTLFLOW's rank
      *> report uses.
       01  WS-JOURNAL-COUNT   PIC 9(5) VALUE 0.
       01  WS-JOURNAL-TABLE.
           05  WS-JL-ENTRY OCCURS 9999 TIMES
                   INDEXED BY WS-JL-IDX.
               10  WS-JL-RUN-DATE  PIC 9(8).
               10  WS-JL-ACCT-REF  PIC X(8).
               10  WS-JL-AMOUNT    PIC S9(5).
               10  WS-JL-BALANCE   PIC S9(9).
               10  WS-JL-DONE-SW   PIC X.
       01  WS-JL-DROP-COUNT   PIC 9(5) VALUE 0.
       01  WS-JL-PICK-SUB     PIC 9(5).
       01  WS-JL-PICK-DATE    PIC 9(8).
       01  WS-FIRST-DATE      PIC 9(8) VALUE 99999999.
       01  WS-LAST-DATE       PIC 9(8) VALUE 0.

      *> Per account: the replayed balance is the opening figure plus
      *> every posted amount, and is what the live row must equal;
      *> the prior recorded balance is the last JR-NEW-BALANCE seen,
      *> which the next line's balance must follow from. The opening
      *> is implied by the earliest retained line - its own balance
      *> less its own amount - since what came before it has aged
      *> out of the generations.
       01  WS-ACCT-LINES      PIC 9(5).
       01  WS-REPLAY-BALANCE  PIC S9(11).
       01  WS-PRIOR-BALANCE   PIC S9(11).
       01  WS-EXPECT-BALANCE  PIC S9(11).
       01  WS-ACCT-BREAKS     PIC 9(5).

       01  WS-ACCT-COUNT      PIC 9(5) VALUE 0.
       01  WS-PROVED-COUNT    PIC 9(5) VALUE 0.
       01  WS-OUT-OF-BAL-COUNT PIC 9(5) VALUE 0.
       01  WS-NO-ACTIVITY-COUNT PIC 9(5) VALUE 0.
       01  WS-BREAK-COUNT     PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT    PIC 9(5) VALUE 0.
      *> Held here, not in LG-ACCT-REF: LEDGERBL is closed by the
      *> time the orphans are listed, and its record area with it.
       01  WS-ORPHAN-ACCT     PIC X(8).
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01  WS-BAL-FMT         PIC -(9)9.
       01  WS-LIVE-FMT        PIC -(9)9.
       01  WS-REC-FMT         PIC -(9)9.
       01  WS-AMT-FMT         PIC -(5)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0010-INIT-JOB-HEADER.
           DISPLAY "--- Ledger Proof ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0050-LOAD-JOURNAL.

           OPEN OUTPUT PROOF-FILE.
           PERFORM 0020-WRITE-PROOF-HEADER.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL END-OF-LEDGER
                   READ LEDGER-FILE
                       AT END
                           SET END-OF-LEDGER TO TRUE
                       NOT AT END
                           PERFORM 1000-PROVE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: LEDGERBL NOT FOUND - STATUS "
                       WS-LEDGER-STATUS " ***"
               MOVE SPACES TO PROOF-REC
               STRING "*** LEDGERBL NOT FOUND - NOTHING PROVED"
                      DELIMITED BY SIZE INTO PROOF-REC
               WRITE PROOF-REC
           END-IF.

           PERFORM 1500-REPORT-ORPHANS.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE PROOF-FILE.

           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-WRITE-PROOF-HEADER.
           MOVE SPACES TO PROOF-REC.
           STRING "LEDGER PROOF - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-REC.
           IF WS-JOURNAL-COUNT = 0
               STRING "NO JOURNAL LINES RETAINED"
                      DELIMITED BY SIZE INTO PROOF-REC
           ELSE
               STRING "JOURNAL LINES=" WS-JOURNAL-COUNT
                      "  RUN DATES " WS-FIRST-DATE
                      " THROUGH " WS-LAST-DATE
                      DELIMITED BY SIZE INTO PROOF-REC
           END-IF.
           WRITE PROOF-REC.

      *> A journal the table cannot hold whole would leave gaps in
      *> some account's chain that look exactly like tampering, so
      *> the overflow is an exception of its own.
       0050-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           PERFORM 0055-STORE-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "*** WARNING: JRNLPOST NOT FOUND - NO "
                       "ACCOUNT CAN BE PROVED ***"
           END-IF.
           IF WS-JL-DROP-COUNT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: JOURNAL TABLE FULL - "
                       WS-JL-DROP-COUNT " LINE(S) NOT REPLAYED ***"
           END-IF.

       0055-STORE-JOURNAL-LINE.
           IF WS-JOURNAL-COUNT < 9999
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE JR-RUN-DATE TO WS-JL-RUN-DATE (WS-JOURNAL-COUNT)
               MOVE JR-ACCT-REF TO WS-JL-ACCT-REF (WS-JOURNAL-COUNT)
               MOVE JR-POST-AMOUNT TO WS-JL-AMOUNT (WS-JOURNAL-COUNT)
               MOVE JR-NEW-BALANCE TO WS-JL-BALANCE (WS-JOURNAL-COUNT)
               MOVE 'N' TO WS-JL-DONE-SW (WS-JOURNAL-COUNT)
               IF JR-RUN-DATE < WS-FIRST-DATE
                   MOVE JR-RUN-DATE TO WS-FIRST-DATE
               END-IF
               IF JR-RUN-DATE > WS-LAST-DATE
                   MOVE JR-RUN-DATE TO WS-LAST-DATE
               END-IF
           ELSE
               ADD 1 TO WS-JL-DROP-COUNT
           END-IF.

      *> Replays one account's lines oldest run first. Each pass picks
      *> the earliest-dated line not yet replayed; a strictly-earlier
      *> test keeps the first of several same-date lines, so one
      *> run's postings replay in the order they were journaled.
       1000-PROVE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE 0 TO WS-ACCT-LINES.
           MOVE 0 TO WS-ACCT-BREAKS.
           MOVE 0 TO WS-REPLAY-BALANCE.
           MOVE 0 TO WS-PRIOR-BALANCE.
           PERFORM 1010-PICK-NEXT-LINE.
           PERFORM UNTIL WS-JL-PICK-SUB = 0
               PERFORM 1020-REPLAY-LINE
               PERFORM 1010-PICK-NEXT-LINE
           END-PERFORM.

           MOVE WS-REPLAY-BALANCE TO WS-BAL-FMT.
           MOVE LG-BALANCE TO WS-LIVE-FMT.
           MOVE SPACES TO PROOF-REC.
           EVALUATE TRUE
               WHEN WS-ACCT-LINES = 0
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
                   STRING LG-ACCT-REF "  NO RETAINED POSTINGS"
                          "                LIVE=" WS-LIVE-FMT
                          "  NOT PROVED"
                          DELIMITED BY SIZE INTO PROOF-REC
               WHEN WS-REPLAY-BALANCE NOT = LG-BALANCE
                   ADD 1 TO WS-OUT-OF-BAL-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   STRING LG-ACCT-REF "  LINES=" WS-ACCT-LINES
                          "  REPLAYED=" WS-BAL-FMT
                          "  LIVE=" WS-LIVE-FMT
                          "  *** OUT OF BALANCE"
                          DELIMITED BY SIZE INTO PROOF-REC
                   DISPLAY "*** EXCEPTION: ACCT " LG-ACCT-REF
                           " REPLAYED " WS-BAL-FMT " BUT LEDGER "
                           "HOLDS " WS-LIVE-FMT " ***"
               WHEN WS-ACCT-BREAKS > 0
                   STRING LG-ACCT-REF "  LINES=" WS-ACCT-LINES
                          "  REPLAYED=" WS-BAL-FMT
                          "  LIVE=" WS-LIVE-FMT
                          "  *** CHAIN BROKEN"
                          DELIMITED BY SIZE INTO PROOF-REC
               WHEN OTHER
                   ADD 1 TO WS-PROVED-COUNT
                   STRING LG-ACCT-REF "  LINES=" WS-ACCT-LINES
                          "  REPLAYED=" WS-BAL-FMT
                          "  LIVE=" WS-LIVE-FMT
                          "  PROVED"
                          DELIMITED BY SIZE INTO PROOF-REC
           END-EVALUATE.
           WRITE PROOF-REC.

       1010-PICK-NEXT-LINE.
           MOVE 0 TO WS-JL-PICK-SUB.
           MOVE 99999999 TO WS-JL-PICK-DATE.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JOURNAL-COUNT
               IF WS-JL-ACCT-REF (WS-JL-IDX) = LG-ACCT-REF
                       AND WS-JL-DONE-SW (WS-JL-IDX) = 'N'
                       AND (WS-JL-PICK-SUB = 0
                        OR WS-JL-RUN-DATE (WS-JL-IDX) < WS-JL-PICK-DATE)
                   SET WS-JL-PICK-SUB TO WS-JL-IDX
                   MOVE WS-JL-RUN-DATE (WS-JL-IDX) TO WS-JL-PICK-DATE
               END-IF
           END-PERFORM.

      *> The first line only sets the opening. Every later line's
      *> recorded balance must be the prior recorded balance plus its
      *> own amount; a break is reported once, and the check then
      *> carries on from the balance as recorded so one bad line does
      *> not flag every line after it.
       1020-REPLAY-LINE.
           MOVE 'Y' TO WS-JL-DONE-SW (WS-JL-PICK-SUB).
           ADD 1 TO WS-ACCT-LINES.
           IF WS-ACCT-LINES = 1
               COMPUTE WS-REPLAY-BALANCE =
                   WS-JL-BALANCE (WS-JL-PICK-SUB)
                   - WS-JL-AMOUNT (WS-JL-PICK-SUB)
               MOVE WS-REPLAY-BALANCE TO WS-PRIOR-BALANCE
           END-IF.
           ADD WS-JL-AMOUNT (WS-JL-PICK-SUB) TO WS-REPLAY-BALANCE.
           COMPUTE WS-EXPECT-BALANCE =
               WS-PRIOR-BALANCE + WS-JL-AMOUNT (WS-JL-PICK-SUB).
           IF WS-JL-BALANCE (WS-JL-PICK-SUB) NOT = WS-EXPECT-BALANCE
               ADD 1 TO WS-ACCT-BREAKS
               ADD 1 TO WS-BREAK-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-PRIOR-BALANCE TO WS-BAL-FMT
               MOVE WS-JL-AMOUNT (WS-JL-PICK-SUB) TO WS-AMT-FMT
               MOVE WS-JL-BALANCE (WS-JL-PICK-SUB) TO WS-REC-FMT
               MOVE SPACES TO PROOF-REC
               STRING "  *** CHAIN BREAK " LG-ACCT-REF " "
                      WS-JL-RUN-DATE (WS-JL-PICK-SUB)
                      " PRIOR=" WS-BAL-FMT
                      " AMT=" WS-AMT-FMT
                      " REC=" WS-REC-FMT
                      DELIMITED BY SIZE INTO PROOF-REC
               WRITE PROOF-REC
               DISPLAY "*** EXCEPTION: CHAIN BREAK ON ACCT "
                       LG-ACCT-REF " RUN " WS-JL-RUN-DATE
                       (WS-JL-PICK-SUB) " ***"
           END-IF.
           MOVE WS-JL-BALANCE (WS-JL-PICK-SUB) TO WS-PRIOR-BALANCE.

      *> A line no ledger row claimed was posted to an account whose
      *> LEDGERBL row has since gone - one name per account.
       1500-REPORT-ORPHANS.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JOURNAL-COUNT
               IF WS-JL-DONE-SW (WS-JL-IDX) = 'N'
                   PERFORM 1510-REPORT-ONE-ORPHAN
               END-IF
           END-PERFORM.

       1510-REPORT-ONE-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-JL-ACCT-REF (WS-JL-IDX) TO WS-ORPHAN-ACCT.
           MOVE 0 TO WS-ACCT-LINES.
           PERFORM VARYING WS-JL-PICK-SUB FROM WS-JL-IDX BY 1
                   UNTIL WS-JL-PICK-SUB > WS-JOURNAL-COUNT
               IF WS-JL-ACCT-REF (WS-JL-PICK-SUB) = WS-ORPHAN-ACCT
                   MOVE 'Y' TO WS-JL-DONE-SW (WS-JL-PICK-SUB)
                   ADD 1 TO WS-ACCT-LINES
               END-IF
           END-PERFORM.
           MOVE SPACES TO PROOF-REC.
           STRING WS-ORPHAN-ACCT "  LINES=" WS-ACCT-LINES
                  "  *** JOURNALED BUT NOT ON LEDGER"
                  DELIMITED BY SIZE INTO PROOF-REC.
           WRITE PROOF-REC.
           DISPLAY "*** EXCEPTION: ACCT " WS-ORPHAN-ACCT
                   " HAS JOURNAL LINES BUT NO LEDGER ROW ***".

       2000-PRINT-SUMMARY.
           MOVE SPACES TO PROOF-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-REC.
           STRING "  ACCOUNTS=" WS-ACCT-COUNT
                  "  PROVED=" WS-PROVED-COUNT
                  "  OUT OF BALANCE=" WS-OUT-OF-BAL-COUNT
                  "  NOT PROVED=" WS-NO-ACTIVITY-COUNT
                  DELIMITED BY SIZE INTO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-REC.
           STRING "  CHAIN BREAKS=" WS-BREAK-COUNT
                  "  NOT ON LEDGER=" WS-ORPHAN-COUNT
                  "  LINES NOT LOADED=" WS-JL-DROP-COUNT
                  DELIMITED BY SIZE INTO PROOF-REC.
           WRITE PROOF-REC.
           MOVE SPACES TO PROOF-REC.
           IF WS-EXCEPTION-COUNT = 0
               STRING "  LEDGER PROVED AGAINST JOURNAL"
                      DELIMITED BY SIZE INTO PROOF-REC
           ELSE
               STRING "  *** LEDGER NOT PROVED - " WS-EXCEPTION-COUNT
                      " EXCEPTION(S)"
                      DELIMITED BY SIZE INTO PROOF-REC
           END-IF.
           WRITE PROOF-REC.
           DISPLAY " ".
           DISPLAY "Accounts: " WS-ACCT-COUNT
                   " Proved: " WS-PROVED-COUNT
                   " Out of Balance: " WS-OUT-OF-BAL-COUNT
                   " Chain Breaks: " WS-BREAK-COUNT
                   " Not on Ledger: " WS-ORPHAN-COUNT.
