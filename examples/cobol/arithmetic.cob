           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPT-FILE ASSIGN TO "ARITEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT PARM-FILE ASSIGN TO "ARITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "ARITCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AM-ACCT-REF    PIC X(8).
           05  AM-ACCT-NAME   PIC X(20).
           05  AM-STATUS      PIC X.
           05  AM-ACCT-TYPE   PIC X(2).

       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-POST-AMOUNT PIC S9(5).
           05  JR-NEW-BALANCE PIC S9(9).

       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  PERIOD-CTL-FILE.
       COPY PERDCTL.

       FD  BATCH-REG-FILE.
       COPY BATCHREG.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC         PIC X(260).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.
           88  IN-BLOCK       VALUE 'Y'.
       01  WS-CUR-SOURCE-ID   PIC X(8) VALUE SPACES.
       01  WS-CUR-BATCH-NUM   PIC 9(4) VALUE 0.
       01  WS-CUR-BATCH-DATE  PIC 9(8) VALUE 0.
       01  WS-BLOCK-TRANS-COUNT PIC 9(5) VALUE 0.
       01  WS-BLOCK-HASH-TOTAL PIC 9(10) VALUE 0.
       01  WS-BLOCK-COUNT     PIC 9(3) VALUE 0.
       01  WS-BLOCK-BAL-OK-COUNT PIC 9(3) VALUE 0.
       01  WS-BLOCK-BALANCED-SW PIC X VALUE 'N'.
           88  BLOCK-BALANCED VALUE 'Y'.

      *> A block whose header is already on BATCHREG was posted on an
      *> earlier night (or earlier in this file); every record up to
      *> its trailer is passed over unposted.
       01  WS-BREG-STATUS     PIC XX VALUE "00".
       01  WS-BREG-OPEN-SW    PIC X VALUE 'N'.
           88  REGISTRY-OPEN  VALUE 'Y'.
       01  WS-DUP-BLOCK-SW    PIC X VALUE 'N'.
           88  BLOCK-IS-DUPLICATE VALUE 'Y'.
       01  WS-DUP-BLOCK-COUNT PIC 9(3) VALUE 0.
       01  WS-DUP-SKIP-COUNT  PIC 9(5) VALUE 0.
       01  WS-BLOCK-SKIP-COUNT PIC 9(5) VALUE 0.

       01  WS-SOURCE-COUNT    PIC 9(2) VALUE 0.
       01  WS-SOURCE-TABLE.
           88  ACCT-MATCH-FOUND VALUE 'Y'.
       01  WS-ACCT-OK-SW      PIC X VALUE 'N'.
           88  ACCT-POSTABLE  VALUE 'Y'.
      *> 'D' on ACCTMSTR - flagged dormant by DORMACCT. Not postable,
      *> but held with a warning rather than refused as an exception.
       01  WS-ACCT-DORMANT-SW PIC X VALUE 'N'.
           88  ACCT-DORMANT   VALUE 'Y'.
       01  WS-POST-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01  WS-POST-REJECT-COUNT PIC 9(5) VALUE 0.

      *> Last night's SUSPENSE file is held here while the new one is
      *> written: every item is re-presented ahead of the new
      *> TRANFILE, and only the ones that still cannot post go back
      *> out, alongside tonight's fresh rejects.
       01  WS-SUSP-STATUS     PIC XX VALUE "00".
       01  WS-SUSP-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-SUSPENSE VALUE 'Y'.
       01  WS-SUSP-COUNT      PIC 9(4) VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SUSP-IDX.
               10  WS-SU-NUM1          PIC 9(4).
               10  WS-SU-NUM2          PIC 9(4).
               10  WS-SU-ACCT-REF      PIC X(8).
               10  WS-SU-OP-CODE       PIC X.
               10  WS-SU-POST-AMOUNT   PIC S9(5).
               10  WS-SU-SOURCE-ID     PIC X(8).
               10  WS-SU-BATCH-DATE    PIC 9(8).
               10  WS-SU-BATCH-NUM     PIC 9(4).
               10  WS-SU-REJECT-DATE   PIC 9(8).
               10  WS-SU-RECYCLE-COUNT PIC 9(3).
       01  WS-SUSP-DROP-COUNT PIC 9(4) VALUE 0.
       01  WS-SUSP-NEW-COUNT  PIC 9(5) VALUE 0.
       01  WS-RECYCLE-POSTED  PIC 9(5) VALUE 0.
       01  WS-RECYCLE-HELD    PIC 9(5) VALUE 0.

      *> The last accounting period the month-end close has taken;
      *> a posting whose batch date falls in it or earlier is refused
      *> into suspense. Zero (no close ever taken) refuses nothing.
       01  WS-PCTL-STATUS     PIC XX VALUE "00".
       01  WS-CLOSED-PERIOD   PIC 9(6) VALUE 0.
       01  WS-POST-DATE       PIC 9(8) VALUE 0.
       01  WS-PERIOD-SW       PIC X VALUE 'N'.
           88  POSTING-PERIOD-CLOSED VALUE 'Y'.
       01  WS-PERIOD-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-DORMANT-HOLD-COUNT PIC 9(5) VALUE 0.

       01  WS-TOTALS.
           05  WS-TOTAL-ADD   PIC S9(9) VALUE 0.
           05  WS-TOTAL-SUB   PIC S9(9) VALUE 0.
           05  WS-OP-COUNT-DIV  PIC 9(5) VALUE 0.
           05  WS-OP-COUNT-COMP PIC 9(5) VALUE 0.

      *> ARITCKPT - the restart trail for one night's posting run.
      *> 'W' rows save the SUSPENSE items carried in, before 1700
      *> rewrites that file. 'B' rows hold the LEDGERBL balance an
      *> account had before a posting touched it, and 'R' rows the
      *> BATCHREG key of a block just registered; each is written and
      *> closed ahead of the update it covers. A 'C' row marks a
      *> commit point - TRANFILE position, run totals and output line
      *> counts - followed by one 'S' row per source subtotal entry.
      *> Everything after the last 'C' is uncommitted and is backed
      *> out on restart. Emptied at a clean end.
       01  WS-CKPT-ROW.
           05  CK-REC-TYPE            PIC X.
               88  CK-SUSPENSE-ITEM   VALUE 'W'.
               88  CK-BEFORE-IMAGE    VALUE 'B'.
               88  CK-REGISTRATION    VALUE 'R'.
               88  CK-COMMIT          VALUE 'C'.
               88  CK-SOURCE-ROW      VALUE 'S'.
           05  CK-DATA                PIC X(259).
       01  CK-SUSPENSE-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-SU-IMAGE            PIC X(53).
           05  FILLER                 PIC X(206).
       01  CK-BEFORE-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-BI-ACCT-REF         PIC X(8).
           05  CK-BI-EXISTED-SW       PIC X.
               88  CK-BI-ROW-EXISTED  VALUE 'Y'.
           05  CK-BI-BALANCE          PIC S9(9).
           05  FILLER                 PIC X(241).
       01  CK-REGISTRATION-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-RG-SOURCE-ID        PIC X(8).
           05  CK-RG-BATCH-DATE       PIC 9(8).
           05  CK-RG-BATCH-NUM        PIC 9(4).
           05  FILLER                 PIC X(239).
       01  CK-SOURCE-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-SR-ENTRY            PIC X(26).
           05  FILLER                 PIC X(233).
       01  CK-COMMIT-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-RUN-DATE            PIC 9(8).
           05  CK-RECS-READ           PIC 9(7).
           05  CK-JRNL-LINES          PIC 9(7).
           05  CK-EXCP-LINES          PIC 9(7).
           05  CK-SUSP-LINES          PIC 9(7).
           05  CK-TRANS-COUNT         PIC 9(5).
           05  CK-HASH-TOTAL          PIC 9(10).
           05  CK-IN-BLOCK-SW         PIC X.
           05  CK-CUR-SOURCE-ID       PIC X(8).
           05  CK-CUR-BATCH-NUM       PIC 9(4).
           05  CK-CUR-BATCH-DATE      PIC 9(8).
           05  CK-BLOCK-TRANS-COUNT   PIC 9(5).
           05  CK-BLOCK-HASH-TOTAL    PIC 9(10).
           05  CK-BLOCK-COUNT         PIC 9(3).
           05  CK-BLOCK-BAL-OK-COUNT  PIC 9(3).
           05  CK-DUP-BLOCK-SW        PIC X.
           05  CK-DUP-BLOCK-COUNT     PIC 9(3).
           05  CK-DUP-SKIP-COUNT      PIC 9(5).
           05  CK-BLOCK-SKIP-COUNT    PIC 9(5).
           05  CK-SOURCE-COUNT        PIC 9(2).
           05  CK-SOURCE-SUB          PIC 9(2).
           05  CK-LEDGER-UPD-COUNT    PIC 9(5).
           05  CK-LEDGER-NEW-COUNT    PIC 9(5).
           05  CK-POST-ACCEPT-COUNT   PIC 9(5).
           05  CK-POST-REJECT-COUNT   PIC 9(5).
           05  CK-SUSP-NEW-COUNT      PIC 9(5).
           05  CK-RECYCLE-POSTED      PIC 9(5).
           05  CK-RECYCLE-HELD        PIC 9(5).
           05  CK-PERIOD-REJECT-COUNT PIC 9(5).
           05  CK-EXCEPTION-COUNT     PIC 9(5).
           05  CK-TOTALS              PIC X(45).
           05  CK-OP-COUNTS           PIC X(25).
           05  CK-DORMANT-HOLD-COUNT  PIC 9(5).
           05  FILLER                 PIC X(23).

      *> Commit-point restart. Every WS-COMMIT-INTERVAL TRANFILE
      *> records (and once after the suspense recycle) the outputs are
      *> closed and reopened so what is written so far is on disk,
      *> and a 'C' row records how far the run has got. A restart
      *> backs LEDGERBL and BATCHREG out to the last commit, restores
      *> the totals it carries and passes over the TRANFILE records
      *> it had already read. The output files are reopened EXTEND;
      *> lines already on them past the commit are the ones the
      *> resumed run is about to write again, so that many writes are
      *> counted but not repeated.
       01  WS-CKPT-STATUS     PIC XX VALUE "00".
       01  WS-EXCP-STATUS     PIC XX VALUE "00".
       01  WS-JRNL-STATUS     PIC XX VALUE "00".
       01  WS-COMMIT-INTERVAL PIC 9(4) VALUE 100.
       01  WS-RECS-READ       PIC 9(7) VALUE 0.
       01  WS-RESTART-POSITION PIC 9(7) VALUE 0.
       01  WS-RESTART-SKIP-COUNT PIC 9(7) VALUE 0.
       01  WS-COMMIT-COUNT    PIC 9(5) VALUE 0.
       01  WS-CKPT-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-CKPT    VALUE 'Y'.
       01  WS-RESTART-SW      PIC X VALUE 'N'.
           88  RESTART-RUN    VALUE 'Y'.
       01  WS-CKPT-SUSP-SW    PIC X VALUE 'N'.
           88  SUSPENSE-FROM-CKPT VALUE 'Y'.
       01  WS-LAST-COMMIT     PIC X(260) VALUE SPACES.
       01  WS-JRNL-LINES      PIC 9(7) VALUE 0.
       01  WS-EXCP-LINES      PIC 9(7) VALUE 0.
       01  WS-SUSP-LINES      PIC 9(7) VALUE 0.
       01  WS-JRNL-ON-FILE    PIC 9(7) VALUE 0.
       01  WS-EXCP-ON-FILE    PIC 9(7) VALUE 0.
       01  WS-SUSP-ON-FILE    PIC 9(7) VALUE 0.
      *> The source subtotal rows that followed the last commit.
       01  WS-CKPT-SRC-COUNT  PIC 9(2) VALUE 0.
       01  WS-CKPT-SRC-TABLE.
           05  WS-CKPT-SRC-ENTRY  PIC X(26) OCCURS 20 TIMES.
      *> Before-images and registrations written since the last
      *> commit, undone newest first. The suspense recycle can touch
      *> up to 2000 accounts before the first commit is taken.
       01  WS-UNDO-COUNT      PIC 9(4) VALUE 0.
       01  WS-UNDO-SUB        PIC 9(4) VALUE 0.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-ROW        PIC X(30) OCCURS 4000 TIMES.
       01  WS-UNDO-DROP-COUNT PIC 9(4) VALUE 0.
       01  WS-UNDO-LEDGER-COUNT PIC 9(4) VALUE 0.
       01  WS-UNDO-REG-COUNT  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           DISPLAY "--- Arithmetic Operations ---".

           PERFORM 0060-OPEN-LEDGER.
           PERFORM 0062-OPEN-REGISTRY.
      *> A prior run that stopped short left ARITCKPT behind; its
      *> uncommitted updates are backed out here, before anything
      *> else can read the ledger. If there are more of them than
      *> the undo table holds, the ledger cannot be put back and the
      *> run must not post on top of it.
           PERFORM 0080-LOAD-CHECKPOINT.
           IF WS-UNDO-DROP-COUNT > 0
               DISPLAY "*** ARITHMETIC ABORTED: ARITCKPT HOLDS MORE "
                       "UNCOMMITTED UPDATES THAN CAN BE BACKED OUT - "
                       "RESTORE LEDGERBL AND BATCHREG ***"
               CLOSE LEDGER-FILE
               IF REGISTRY-OPEN
                   CLOSE BATCH-REG-FILE
               END-IF
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT TRANS-FILE.
           IF RESTART-RUN
               PERFORM 0090-REOPEN-OUTPUTS
           ELSE
               OPEN OUTPUT EXCEPT-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           PERFORM 0030-WRITE-EXCEPTION-HEADER.
      *> Loaded after the exception file is open so an account the
      *> table cannot take is reported to ARITEXCP, not just the
      *> console.
           PERFORM 0065-LOAD-ACCT-MASTER.
           PERFORM 0068-LOAD-PERIOD-CTL.
      *> A resumed run has already recycled last night's suspense -
      *> the postings are on LEDGERBL and the new SUSPENSE is being
      *> written - so it picks up from the commit point instead.
      *> Otherwise the items carried in come from SUSPENSE, or from
      *> ARITCKPT when a run that stopped mid-recycle had already
      *> begun rewriting SUSPENSE.
           IF RESTART-RUN
               PERFORM 0095-RESTORE-COMMIT
           ELSE
               IF NOT SUSPENSE-FROM-CKPT
                   PERFORM 0070-LOAD-SUSPENSE
               END-IF
               PERFORM 0073-REPORT-SUSPENSE-LOAD
               IF WS-SUSP-DROP-COUNT > 0
                   PERFORM 0078-ABORT-SUSPENSE-FULL
                   GOBACK
               END-IF
               PERFORM 1700-RECYCLE-SUSPENSE
               PERFORM 0200-WRITE-CHECKPOINT
           END-IF.

      *> A data record is only ever processed inside an open block; a
      *> record physically outside one (before the first BATCHHDR,
                   AT END
                       SET END-OF-TRANS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       IF WS-RECS-READ NOT > WS-RESTART-POSITION
                           ADD 1 TO WS-RESTART-SKIP-COUNT
                       ELSE
                           PERFORM 0900-DISPATCH-RECORD
                           IF FUNCTION MOD (WS-RECS-READ,
                                   WS-COMMIT-INTERVAL) = 0
                               PERFORM 0200-WRITE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE TRANS-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE LEDGER-FILE.
           IF REGISTRY-OPEN
               CLOSE BATCH-REG-FILE
           END-IF.
           PERFORM 0300-CLEAR-CHECKPOINT.
           PERFORM 2000-PRINT-SUMMARY.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-EXCEPTION-COUNT > 0 OR WS-DORMANT-HOLD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
           STRING "RUN " JOBHDR-RUN-DATE " ID " JOBHDR-RUN-ID
                  " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

      *> ARITPARM may hold several effective-dated cards; the one
      *> bearing the latest effective date at or before the run date
               DISPLAY "Parameter card effective " WS-BEST-EFF-DATE
                       " governs this run"
               MOVE PARM-ARITH-MULTIPLIER TO WS-ARITH-MULTIPLIER
               IF PARM-ARITH-COMMIT-INTERVAL IS NUMERIC
                   IF PARM-ARITH-COMMIT-INTERVAL > 0
                       MOVE PARM-ARITH-COMMIT-INTERVAL
                           TO WS-COMMIT-INTERVAL
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO PARM-REC
           END-IF.
                       WS-LEDGER-STATUS " ***"
           END-IF.

      *> BATCHREG outlives every run, so a source system resending
      *> last week's file is caught however long ago it first posted.
      *> A missing registry (first run) is created empty. One that
      *> will not open leaves resends undetectable, which is worth
      *> an exception of its own rather than a silent pass.
       0062-OPEN-REGISTRY.
           OPEN I-O BATCH-REG-FILE.
           IF WS-BREG-STATUS = "35"
               OPEN OUTPUT BATCH-REG-FILE
               CLOSE BATCH-REG-FILE
               OPEN I-O BATCH-REG-FILE
           END-IF.
           IF WS-BREG-STATUS = "00"
               SET REGISTRY-OPEN TO TRUE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: BATCHREG OPEN FAILED - STATUS "
                       WS-BREG-STATUS " - RESENT BATCHES WILL NOT BE "
                       "DETECTED ***"
           END-IF.

      *> Each TRANFILE record now carries the one operation its source
      *> system asked for in TR-OP-CODE, so only that operation runs
      *> and only its WS-TOTALS bucket moves. The record still counts
                                      " NOT LOADED"
                                      DELIMITED BY SIZE
                                      INTO EXCEPT-REC
                               PERFORM 1980-WRITE-EXCEPT-LINE
                           END-IF
                   END-READ
               END-PERFORM
                       "POSTINGS WILL BE REJECTED ***"
           END-IF.

       0068-LOAD-PERIOD-CTL.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-PCTL-STATUS = "00"
               READ PERIOD-CTL-FILE
                   NOT AT END
                       IF PC-LAST-PERIOD IS NUMERIC
                           MOVE PC-LAST-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CTL-FILE
           END-IF.
           IF WS-CLOSED-PERIOD > 0
               DISPLAY "Ledger closed through period "
                       WS-CLOSED-PERIOD
           END-IF.

      *> SUSPENSE is running state, rewritten wholesale each night
      *> the way CTLFLOW rewrites TRANSCPT, so it is read in full
      *> before 1700 reopens it for output. A missing file (first
      *> run) just means nothing is waiting. The loaded items are
      *> copied to a fresh ARITCKPT, so a run that stops while 1700
      *> is rewriting SUSPENSE can still recycle every one of them.
       0070-LOAD-SUSPENSE.
           MOVE 0 TO WS-SUSP-COUNT.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           PERFORM 0075-STORE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
      *> A SUSPENSE the table cannot hold is left exactly as it is -
      *> no ARITCKPT copy is taken, since the run will not go on to
      *> rewrite it (see 0078-ABORT-SUSPENSE-FULL).
           IF WS-SUSP-DROP-COUNT = 0
               OPEN OUTPUT CHECKPOINT-FILE
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   MOVE SPACES TO WS-CKPT-ROW
                   SET CK-SUSPENSE-ITEM TO TRUE
                   MOVE WS-SUSP-ENTRY (WS-SUSP-IDX) TO CK-SU-IMAGE
                   WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       0073-REPORT-SUSPENSE-LOAD.
           IF WS-SUSP-DROP-COUNT > 0
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: SUSPENSE TABLE FULL - "
                       WS-SUSP-DROP-COUNT " ITEM(S) OVER 2000 ***"
               MOVE SPACES TO EXCEPT-REC
               STRING "SUSPENSE TABLE FULL  OVER="
                      WS-SUSP-DROP-COUNT
                      DELIMITED BY SIZE INTO EXCEPT-REC
               PERFORM 1980-WRITE-EXCEPT-LINE
           END-IF.
           DISPLAY "Suspense items carried in: " WS-SUSP-COUNT.

      *> 1700 rewrites SUSPENSE with OPEN OUTPUT from the table alone,
      *> so the items the table could not take would be gone for good.
      *> The run stops before posting anything instead: SUSPENSE,
      *> LEDGERBL and BATCHREG are untouched and the night can be
      *> rerun once the suspense backlog has been worked down.
       0078-ABORT-SUSPENSE-FULL.
           DISPLAY "*** ARITHMETIC ABORTED: SUSPENSE HOLDS MORE ITEMS "
                   "THAN THE RECYCLE TABLE - SUSPENSE LEFT AS IS ***".
           CLOSE TRANS-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE LEDGER-FILE.
           IF REGISTRY-OPEN
               CLOSE BATCH-REG-FILE
           END-IF.
           PERFORM 2100-LOG-AUDIT-END.
           MOVE 8 TO RETURN-CODE.

       0075-STORE-SUSPENSE-ITEM.
           IF WS-SUSP-COUNT < 2000
               ADD 1 TO WS-SUSP-COUNT
               MOVE SU-NUM1 TO WS-SU-NUM1 (WS-SUSP-COUNT)
               MOVE SU-NUM2 TO WS-SU-NUM2 (WS-SUSP-COUNT)
               MOVE SU-ACCT-REF TO WS-SU-ACCT-REF (WS-SUSP-COUNT)
               MOVE SU-OP-CODE TO WS-SU-OP-CODE (WS-SUSP-COUNT)
               MOVE SU-POST-AMOUNT
                   TO WS-SU-POST-AMOUNT (WS-SUSP-COUNT)
               MOVE SU-SOURCE-ID TO WS-SU-SOURCE-ID (WS-SUSP-COUNT)
               MOVE SU-BATCH-DATE TO WS-SU-BATCH-DATE (WS-SUSP-COUNT)
               MOVE SU-BATCH-NUM TO WS-SU-BATCH-NUM (WS-SUSP-COUNT)
               MOVE SU-REJECT-DATE
                   TO WS-SU-REJECT-DATE (WS-SUSP-COUNT)
               MOVE SU-RECYCLE-COUNT
                   TO WS-SU-RECYCLE-COUNT (WS-SUSP-COUNT)
           ELSE
               ADD 1 TO WS-SUSP-DROP-COUNT
           END-IF.

      *> Reads back whatever ARITCKPT a prior run left behind. Only
      *> the last 'C' row and the 'S' rows after it matter for
      *> resuming; each 'B'/'R' row after that last commit is an
      *> update the prior run made but never committed, and is undone
      *> here newest first. 'W' rows only count when no commit was
      *> ever taken - the prior run stopped during the recycle.
       0080-LOAD-CHECKPOINT.
           MOVE 0 TO WS-UNDO-COUNT.
           MOVE 0 TO WS-SUSP-COUNT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL END-OF-CKPT
                   READ CHECKPOINT-FILE INTO WS-CKPT-ROW
                       AT END
                           SET END-OF-CKPT TO TRUE
                       NOT AT END
                           PERFORM 0082-STORE-CHECKPOINT-ROW
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF WS-UNDO-DROP-COUNT = 0
               IF WS-UNDO-COUNT > 0
                   PERFORM 0084-BACK-OUT-UNCOMMITTED
               END-IF
               IF RESTART-RUN
                   MOVE 'N' TO WS-CKPT-SUSP-SW
                   MOVE 0 TO WS-SUSP-COUNT
                   PERFORM 0088-REWRITE-CHECKPOINT
                   MOVE WS-LAST-COMMIT TO WS-CKPT-ROW
                   MOVE CK-RECS-READ TO WS-RESTART-POSITION
      *> The resumed run finishes the same business day's posting,
      *> so it keeps the stopped run's date on everything it writes.
                   MOVE CK-RUN-DATE TO JOBHDR-RUN-DATE
                   DISPLAY "Resuming from commit point after TRANFILE"
                           " record " WS-RESTART-POSITION
                           " (run date " JOBHDR-RUN-DATE ")"
                   MOVE SPACES TO AUDIT-DETAIL
                   STRING "RESUMED AFTER RECORD "
                          WS-RESTART-POSITION
                          DELIMITED BY SIZE INTO AUDIT-DETAIL
                   PERFORM 0099-LOG-AUDIT-RERUN
               ELSE
                   IF WS-UNDO-COUNT > 0
                       PERFORM 0088-REWRITE-CHECKPOINT
                       MOVE "UNCOMMITTED UPDATES BACKED OUT"
                           TO AUDIT-DETAIL
                       PERFORM 0099-LOG-AUDIT-RERUN
                   END-IF
               END-IF
           END-IF.

       0082-STORE-CHECKPOINT-ROW.
           EVALUATE TRUE
               WHEN CK-SUSPENSE-ITEM
                   SET SUSPENSE-FROM-CKPT TO TRUE
                   IF WS-SUSP-COUNT < 2000
                       ADD 1 TO WS-SUSP-COUNT
                       MOVE CK-SU-IMAGE
                           TO WS-SUSP-ENTRY (WS-SUSP-COUNT)
                   ELSE
                       ADD 1 TO WS-SUSP-DROP-COUNT
                   END-IF
               WHEN CK-COMMIT
                   SET RESTART-RUN TO TRUE
                   MOVE WS-CKPT-ROW TO WS-LAST-COMMIT
                   MOVE 0 TO WS-UNDO-COUNT
                   MOVE 0 TO WS-CKPT-SRC-COUNT
               WHEN CK-SOURCE-ROW
                   IF WS-CKPT-SRC-COUNT < 20
                       ADD 1 TO WS-CKPT-SRC-COUNT
                       MOVE CK-SR-ENTRY
                           TO WS-CKPT-SRC-ENTRY (WS-CKPT-SRC-COUNT)
                   END-IF
               WHEN CK-BEFORE-IMAGE
               WHEN CK-REGISTRATION
                   IF WS-UNDO-COUNT < 4000
                       ADD 1 TO WS-UNDO-COUNT
                       MOVE WS-CKPT-ROW TO WS-UNDO-ROW (WS-UNDO-COUNT)
                   ELSE
                       ADD 1 TO WS-UNDO-DROP-COUNT
                   END-IF
           END-EVALUATE.

       0084-BACK-OUT-UNCOMMITTED.
           PERFORM VARYING WS-UNDO-SUB FROM WS-UNDO-COUNT BY -1
                   UNTIL WS-UNDO-SUB < 1
               MOVE WS-UNDO-ROW (WS-UNDO-SUB) TO WS-CKPT-ROW
               PERFORM 0086-UNDO-ONE-UPDATE
           END-PERFORM.
           DISPLAY "Backed out uncommitted updates: LEDGERBL "
                   WS-UNDO-LEDGER-COUNT " BATCHREG "
                   WS-UNDO-REG-COUNT.

      *> A balance row that existed before the posting gets its old
      *> balance back; one the posting opened is deleted. A block
      *> registration is deleted so the block posts again.
       0086-UNDO-ONE-UPDATE.
           IF CK-BEFORE-IMAGE
               MOVE CK-BI-ACCT-REF TO LG-ACCT-REF
               IF CK-BI-ROW-EXISTED
                   MOVE CK-BI-BALANCE TO LG-BALANCE
                   REWRITE LEDGER-REC
                       INVALID KEY
                           WRITE LEDGER-REC
                   END-REWRITE
               ELSE
                   DELETE LEDGER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               ADD 1 TO WS-UNDO-LEDGER-COUNT
           ELSE
               IF REGISTRY-OPEN
                   MOVE CK-RG-SOURCE-ID TO BR-SOURCE-ID
                   MOVE CK-RG-BATCH-DATE TO BR-BATCH-DATE
                   MOVE CK-RG-BATCH-NUM TO BR-BATCH-NUM
                   DELETE BATCH-REG-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               ADD 1 TO WS-UNDO-REG-COUNT
           END-IF.

      *> With the backout done, ARITCKPT is cut back to what is still
      *> needed: the last commit and its source rows on a restart, or
      *> the carried-in suspense items when no commit was ever taken.
       0088-REWRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF RESTART-RUN
               WRITE CHECKPOINT-REC FROM WS-LAST-COMMIT
               PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                       UNTIL WS-SOURCE-IDX > WS-CKPT-SRC-COUNT
                   MOVE SPACES TO WS-CKPT-ROW
                   SET CK-SOURCE-ROW TO TRUE
                   MOVE WS-CKPT-SRC-ENTRY (WS-SOURCE-IDX)
                       TO CK-SR-ENTRY
                   WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   MOVE SPACES TO WS-CKPT-ROW
                   SET CK-SUSPENSE-ITEM TO TRUE
                   MOVE WS-SUSP-ENTRY (WS-SUSP-IDX) TO CK-SU-IMAGE
                   WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
               END-PERFORM
           END-IF.
           CLOSE CHECKPOINT-FILE.

      *> Counts what the stopped run left on each output, then opens
      *> it to be added to. A line on file past the commit's count
      *> was written after the commit, and the resumed run is about
      *> to write the same line again.
       0090-REOPEN-OUTPUTS.
           OPEN INPUT EXCEPT-FILE.
           IF WS-EXCP-STATUS = "00"
               PERFORM UNTIL WS-EXCP-STATUS NOT = "00"
                   READ EXCEPT-FILE
                       NOT AT END
                           ADD 1 TO WS-EXCP-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE EXCEPT-FILE
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JRNL-STATUS = "00"
               PERFORM UNTIL WS-JRNL-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       NOT AT END
                           ADD 1 TO WS-JRNL-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL WS-SUSP-STATUS NOT = "00"
                   READ SUSPENSE-FILE
                       NOT AT END
                           ADD 1 TO WS-SUSP-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           OPEN EXTEND EXCEPT-FILE.
           IF WS-EXCP-STATUS = "35"
               OPEN OUTPUT EXCEPT-FILE
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.

      *> Puts the run back where the last commit left it. The load
      *> steps just repeated may have added to the exception count
      *> and the ARITEXCP line count; the commit's figures already
      *> include them and replace them here.
       0095-RESTORE-COMMIT.
           MOVE WS-LAST-COMMIT TO WS-CKPT-ROW.
           IF CK-JRNL-LINES > WS-JRNL-ON-FILE
                   OR CK-EXCP-LINES > WS-EXCP-ON-FILE
                   OR CK-SUSP-LINES > WS-SUSP-ON-FILE
               DISPLAY "*** WARNING: JRNLPOST/ARITEXCP/SUSPENSE "
                       "SHORTER THAN AT THE COMMIT POINT - CHECK "
                       "THE RESTART OUTPUTS ***"
           END-IF.
           MOVE CK-JRNL-LINES TO WS-JRNL-LINES.
           MOVE CK-EXCP-LINES TO WS-EXCP-LINES.
           MOVE CK-SUSP-LINES TO WS-SUSP-LINES.
           MOVE CK-TRANS-COUNT TO WS-TRANS-COUNT.
           MOVE CK-HASH-TOTAL TO WS-HASH-TOTAL.
           MOVE CK-IN-BLOCK-SW TO WS-IN-BLOCK-SW.
           MOVE CK-CUR-SOURCE-ID TO WS-CUR-SOURCE-ID.
           MOVE CK-CUR-BATCH-NUM TO WS-CUR-BATCH-NUM.
           MOVE CK-CUR-BATCH-DATE TO WS-CUR-BATCH-DATE.
           MOVE CK-BLOCK-TRANS-COUNT TO WS-BLOCK-TRANS-COUNT.
           MOVE CK-BLOCK-HASH-TOTAL TO WS-BLOCK-HASH-TOTAL.
           MOVE CK-BLOCK-COUNT TO WS-BLOCK-COUNT.
           MOVE CK-BLOCK-BAL-OK-COUNT TO WS-BLOCK-BAL-OK-COUNT.
           MOVE CK-DUP-BLOCK-SW TO WS-DUP-BLOCK-SW.
           MOVE CK-DUP-BLOCK-COUNT TO WS-DUP-BLOCK-COUNT.
           MOVE CK-DUP-SKIP-COUNT TO WS-DUP-SKIP-COUNT.
           MOVE CK-BLOCK-SKIP-COUNT TO WS-BLOCK-SKIP-COUNT.
           MOVE CK-SOURCE-COUNT TO WS-SOURCE-COUNT.
           MOVE CK-SOURCE-SUB TO WS-SOURCE-SUB.
           MOVE CK-LEDGER-UPD-COUNT TO WS-LEDGER-UPD-COUNT.
           MOVE CK-LEDGER-NEW-COUNT TO WS-LEDGER-NEW-COUNT.
           MOVE CK-POST-ACCEPT-COUNT TO WS-POST-ACCEPT-COUNT.
           MOVE CK-POST-REJECT-COUNT TO WS-POST-REJECT-COUNT.
           MOVE CK-SUSP-NEW-COUNT TO WS-SUSP-NEW-COUNT.
           MOVE CK-RECYCLE-POSTED TO WS-RECYCLE-POSTED.
           MOVE CK-RECYCLE-HELD TO WS-RECYCLE-HELD.
           MOVE CK-PERIOD-REJECT-COUNT TO WS-PERIOD-REJECT-COUNT.
           MOVE CK-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT.
           MOVE CK-TOTALS TO WS-TOTALS.
           MOVE CK-OP-COUNTS TO WS-OP-COUNTS.
           MOVE CK-DORMANT-HOLD-COUNT TO WS-DORMANT-HOLD-COUNT.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-CKPT-SRC-COUNT
               MOVE WS-CKPT-SRC-ENTRY (WS-SOURCE-IDX)
                   TO WS-SOURCE-ENTRY (WS-SOURCE-IDX)
           END-PERFORM.

       0099-LOG-AUDIT-RERUN.
           MOVE "ARITHMETIC  " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-RERUN TO TRUE.
           MOVE WS-RESTART-POSITION TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

      *> A commit point. The outputs are closed and reopened first, so
      *> every line the commit row counts is on disk before it says
      *> so; the ledger and registry updates it covers went to their
      *> files as they were made.
       0200-WRITE-CHECKPOINT.
           CLOSE EXCEPT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE SUSPENSE-FILE.
           OPEN EXTEND EXCEPT-FILE.
           OPEN EXTEND JOURNAL-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           MOVE SPACES TO WS-CKPT-ROW.
           SET CK-COMMIT TO TRUE.
           MOVE JOBHDR-RUN-DATE TO CK-RUN-DATE.
           MOVE WS-RECS-READ TO CK-RECS-READ.
           MOVE WS-JRNL-LINES TO CK-JRNL-LINES.
           MOVE WS-EXCP-LINES TO CK-EXCP-LINES.
           MOVE WS-SUSP-LINES TO CK-SUSP-LINES.
           MOVE WS-TRANS-COUNT TO CK-TRANS-COUNT.
           MOVE WS-HASH-TOTAL TO CK-HASH-TOTAL.
           MOVE WS-IN-BLOCK-SW TO CK-IN-BLOCK-SW.
           MOVE WS-CUR-SOURCE-ID TO CK-CUR-SOURCE-ID.
           MOVE WS-CUR-BATCH-NUM TO CK-CUR-BATCH-NUM.
           MOVE WS-CUR-BATCH-DATE TO CK-CUR-BATCH-DATE.
           MOVE WS-BLOCK-TRANS-COUNT TO CK-BLOCK-TRANS-COUNT.
           MOVE WS-BLOCK-HASH-TOTAL TO CK-BLOCK-HASH-TOTAL.
           MOVE WS-BLOCK-COUNT TO CK-BLOCK-COUNT.
           MOVE WS-BLOCK-BAL-OK-COUNT TO CK-BLOCK-BAL-OK-COUNT.
           MOVE WS-DUP-BLOCK-SW TO CK-DUP-BLOCK-SW.
           MOVE WS-DUP-BLOCK-COUNT TO CK-DUP-BLOCK-COUNT.
           MOVE WS-DUP-SKIP-COUNT TO CK-DUP-SKIP-COUNT.
           MOVE WS-BLOCK-SKIP-COUNT TO CK-BLOCK-SKIP-COUNT.
           MOVE WS-SOURCE-COUNT TO CK-SOURCE-COUNT.
           MOVE WS-SOURCE-SUB TO CK-SOURCE-SUB.
           MOVE WS-LEDGER-UPD-COUNT TO CK-LEDGER-UPD-COUNT.
           MOVE WS-LEDGER-NEW-COUNT TO CK-LEDGER-NEW-COUNT.
           MOVE WS-POST-ACCEPT-COUNT TO CK-POST-ACCEPT-COUNT.
           MOVE WS-POST-REJECT-COUNT TO CK-POST-REJECT-COUNT.
           MOVE WS-SUSP-NEW-COUNT TO CK-SUSP-NEW-COUNT.
           MOVE WS-RECYCLE-POSTED TO CK-RECYCLE-POSTED.
           MOVE WS-RECYCLE-HELD TO CK-RECYCLE-HELD.
           MOVE WS-PERIOD-REJECT-COUNT TO CK-PERIOD-REJECT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO CK-EXCEPTION-COUNT.
           MOVE WS-TOTALS TO CK-TOTALS.
           MOVE WS-OP-COUNTS TO CK-OP-COUNTS.
           MOVE WS-DORMANT-HOLD-COUNT TO CK-DORMANT-HOLD-COUNT.
           PERFORM 0210-OPEN-CKPT-EXTEND.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ROW.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
               MOVE SPACES TO WS-CKPT-ROW
               SET CK-SOURCE-ROW TO TRUE
               MOVE WS-SOURCE-ENTRY (WS-SOURCE-IDX) TO CK-SR-ENTRY
               WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO WS-COMMIT-COUNT.

       0210-OPEN-CKPT-EXTEND.
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

      *> Writes the 'B' or 'R' row built in WS-CKPT-ROW and closes
      *> ARITCKPT again before the caller touches LEDGERBL or
      *> BATCHREG, so no update can reach the file without the row
      *> that undoes it.
       0220-WRITE-UNDO-ROW.
           PERFORM 0210-OPEN-CKPT-EXTEND.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ROW.
           CLOSE CHECKPOINT-FILE.

       0300-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       0900-DISPATCH-RECORD.
           EVALUATE TRUE
               WHEN TR-HEADER-MARK = "BATCHHDR"
                   PERFORM 1850-START-BLOCK
               WHEN TR-TRAILER-MARK = "TRAILER1"
                   PERFORM 1900-BALANCE-TRAILER
               WHEN IN-BLOCK AND BLOCK-IS-DUPLICATE
                   ADD 1 TO WS-BLOCK-SKIP-COUNT
                   ADD 1 TO WS-DUP-SKIP-COUNT
               WHEN IN-BLOCK
                   PERFORM 1000-PROCESS-TRANS
               WHEN OTHER
                   PERFORM 1960-RECORD-OUTSIDE-BLOCK
           END-EVALUATE.

       1000-PROCESS-TRANS.
           ADD 1 TO WS-TRANS-COUNT.
           ADD TR-NUM1 TO WS-HASH-TOTAL.
           STRING "UNKNOWN OP CODE '" TR-OP-CODE "'  ACCT="
                  TR-ACCT-REF " NUM1=" TR-NUM1 " NUM2=" TR-NUM2
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

       1100-DIVIDE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           STRING "DIVIDE BY ZERO  ACCT=" TR-ACCT-REF
                  " NUM1=" NUM1 " NUM2=" NUM2
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

       1150-MULTIPLY-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           STRING "MULTIPLY OVERFLOW  ACCT=" TR-ACCT-REF
                  " NUM1=" NUM1 " NUM2=" NUM2
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

       1160-COMPUTE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           STRING "COMPUTE OVERFLOW  ACCT=" TR-ACCT-REF
                  " NUM1=" NUM1 " NUM2=" NUM2
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

      *> Opens a new batch block from its BATCHHDR record. A header
      *> arriving while another block is still open means the prior
           SET IN-BLOCK TO TRUE.
           MOVE TR-HDR-SOURCE-ID TO WS-CUR-SOURCE-ID.
           MOVE TR-HDR-BATCH-NUM TO WS-CUR-BATCH-NUM.
           MOVE TR-HDR-BATCH-DATE TO WS-CUR-BATCH-DATE.
           MOVE 0 TO WS-BLOCK-TRANS-COUNT.
           MOVE 0 TO WS-BLOCK-HASH-TOTAL.
           MOVE 0 TO WS-BLOCK-SKIP-COUNT.
           ADD 1 TO WS-BLOCK-COUNT.
           PERFORM 1855-FIND-SOURCE.
           IF WS-SOURCE-SUB > 0
           DISPLAY "Batch " WS-CUR-BATCH-NUM " from "
                   WS-CUR-SOURCE-ID " opened (batch date "
                   TR-HDR-BATCH-DATE ")".
           PERFORM 1860-CHECK-REGISTRY.

      *> The header alone decides it: a block already registered is
      *> refused before any of its records can post, so a resend
      *> costs nothing but the exception line.
       1860-CHECK-REGISTRY.
           MOVE 'N' TO WS-DUP-BLOCK-SW.
           IF REGISTRY-OPEN
               MOVE WS-CUR-SOURCE-ID TO BR-SOURCE-ID
               MOVE WS-CUR-BATCH-DATE TO BR-BATCH-DATE
               MOVE WS-CUR-BATCH-NUM TO BR-BATCH-NUM
               READ BATCH-REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BLOCK-IS-DUPLICATE TO TRUE
               END-READ
           END-IF.
           IF BLOCK-IS-DUPLICATE
               ADD 1 TO WS-DUP-BLOCK-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: BATCH " WS-CUR-BATCH-NUM
                       " FROM " WS-CUR-SOURCE-ID " DATED "
                       WS-CUR-BATCH-DATE " ALREADY POSTED "
                       BR-POSTED-DATE " RUN " BR-RUN-ID
                       " - BLOCK REJECTED ***"
               MOVE SPACES TO EXCEPT-REC
               STRING "DUPLICATE BATCH  SRC=" WS-CUR-SOURCE-ID
                      " DATE=" WS-CUR-BATCH-DATE
                      " B=" WS-CUR-BATCH-NUM
                      DELIMITED BY SIZE INTO EXCEPT-REC
               PERFORM 1980-WRITE-EXCEPT-LINE
           END-IF.

      *> Registered once its records have posted - at the trailer,
      *> or when the block is cut short by a missing one. An
      *> unbalanced block is registered too: its postings were
      *> applied all the same, and a resend of it would apply them
      *> twice.
       1870-REGISTER-BLOCK.
           IF REGISTRY-OPEN
               MOVE WS-CUR-SOURCE-ID TO BR-SOURCE-ID
               MOVE WS-CUR-BATCH-DATE TO BR-BATCH-DATE
               MOVE WS-CUR-BATCH-NUM TO BR-BATCH-NUM
               MOVE JOBHDR-RUN-DATE TO BR-POSTED-DATE
               MOVE JOBHDR-RUN-ID TO BR-RUN-ID
               MOVE WS-BLOCK-TRANS-COUNT TO BR-TRANS-COUNT
               MOVE WS-BLOCK-HASH-TOTAL TO BR-HASH-TOTAL
               MOVE WS-BLOCK-BALANCED-SW TO BR-BALANCED-SW
               MOVE SPACES TO WS-CKPT-ROW
               SET CK-REGISTRATION TO TRUE
               MOVE WS-CUR-SOURCE-ID TO CK-RG-SOURCE-ID
               MOVE WS-CUR-BATCH-DATE TO CK-RG-BATCH-DATE
               MOVE WS-CUR-BATCH-NUM TO CK-RG-BATCH-NUM
               PERFORM 0220-WRITE-UNDO-ROW
               WRITE BATCH-REG-REC
                   INVALID KEY
                       DISPLAY "*** WARNING: BATCHREG WRITE FAILED "
                               "FOR BATCH " WS-CUR-BATCH-NUM " FROM "
                               WS-CUR-SOURCE-ID " - STATUS "
                               WS-BREG-STATUS " ***"
               END-WRITE
           END-IF.

      *> A refused block's trailer is not balanced - nothing in the
      *> block was processed to balance it against.
       1880-CLOSE-DUPLICATE-BLOCK.
           DISPLAY "Batch " WS-CUR-BATCH-NUM " from "
                   WS-CUR-SOURCE-ID " rejected as a resend - "
                   WS-BLOCK-SKIP-COUNT " record(s) not posted".
           MOVE 'N' TO WS-DUP-BLOCK-SW.

      *> Finds (or registers) the per-source subtotal entry for the
      *> block just opened, leaving WS-SOURCE-SUB pointing at it for
           IF NOT IN-BLOCK
               PERFORM 1905-ORPHAN-TRAILER
           ELSE
               IF BLOCK-IS-DUPLICATE
                   PERFORM 1880-CLOSE-DUPLICATE-BLOCK
               ELSE
                   PERFORM 1910-BALANCE-BLOCK
               END-IF
               MOVE 'N' TO WS-IN-BLOCK-SW
           END-IF.

       1910-BALANCE-BLOCK.
           MOVE 'N' TO WS-BLOCK-BALANCED-SW.
           IF TR-TRAILER-COUNT = WS-BLOCK-TRANS-COUNT
               AND TR-TRAILER-HASH = WS-BLOCK-HASH-TOTAL
               ADD 1 TO WS-BLOCK-BAL-OK-COUNT
               SET BLOCK-BALANCED TO TRUE
           END-IF.
           IF TR-TRAILER-COUNT NOT = WS-BLOCK-TRANS-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: TRAILER COUNT "
                       TR-TRAILER-COUNT
                       " NOT EQUAL TO RECORDS PROCESSED "
                       WS-BLOCK-TRANS-COUNT " IN BATCH "
                       WS-CUR-BATCH-NUM " FROM "
                       WS-CUR-SOURCE-ID " ***"
      *> Short tags keep the whole line - actual count included -
      *> inside the 60-byte record; the actual value is exactly the
      *> diagnostic this balancing exists to deliver.
               MOVE SPACES TO EXCEPT-REC
               STRING "COUNT MISMATCH  SRC="
                      WS-CUR-SOURCE-ID " EXP="
                      TR-TRAILER-COUNT " ACT="
                      WS-BLOCK-TRANS-COUNT
                      DELIMITED BY SIZE INTO EXCEPT-REC
               PERFORM 1980-WRITE-EXCEPT-LINE
           END-IF.
           IF TR-TRAILER-HASH NOT = WS-BLOCK-HASH-TOTAL
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: TRAILER HASH "
                       TR-TRAILER-HASH
                       " NOT EQUAL TO ACCUMULATED HASH "
                       WS-BLOCK-HASH-TOTAL " IN BATCH "
                       WS-CUR-BATCH-NUM " FROM "
                       WS-CUR-SOURCE-ID " ***"
               MOVE SPACES TO EXCEPT-REC
               STRING "HASH MISMATCH  SRC="
                      WS-CUR-SOURCE-ID " EXP="
                      TR-TRAILER-HASH " ACT="
                      WS-BLOCK-HASH-TOTAL
                      DELIMITED BY SIZE INTO EXCEPT-REC
               PERFORM 1980-WRITE-EXCEPT-LINE
           END-IF.
           PERFORM 1870-REGISTER-BLOCK.

       1905-ORPHAN-TRAILER.
           ADD 1 TO WS-EXCEPTION-COUNT.
           STRING "TRAILER WITHOUT HEADER  COUNT=" TR-TRAILER-COUNT
                  " HASH=" TR-TRAILER-HASH
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

       1960-RECORD-OUTSIDE-BLOCK.
           ADD 1 TO WS-EXCEPTION-COUNT.
           STRING "RECORD OUTSIDE BATCH BLOCK  DATA="
                  TRANS-REC (1:17)
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.

       1950-MISSING-TRAILER.
           ADD 1 TO WS-EXCEPTION-COUNT.
                  " BATCH=" WS-CUR-BATCH-NUM " READ="
                  WS-BLOCK-TRANS-COUNT
                  DELIMITED BY SIZE INTO EXCEPT-REC.
           PERFORM 1980-WRITE-EXCEPT-LINE.
           IF BLOCK-IS-DUPLICATE
               PERFORM 1880-CLOSE-DUPLICATE-BLOCK
           ELSE
               MOVE 'N' TO WS-BLOCK-BALANCED-SW
               PERFORM 1870-REGISTER-BLOCK
           END-IF.
           MOVE 'N' TO WS-IN-BLOCK-SW.

       1970-POST-LEDGER.
      *> totals reset at 0000-MAIN each time. Every posting is vetted
      *> against the account master first; an account that is not on
      *> it, or is flagged closed, goes to ARITEXCP instead of opening
      *> a phantom LEDGERBL row, and into SUSPENSE so the money is
      *> held rather than lost. A posting dated into a period the
      *> month-end close has already taken is held the same way -
      *> that month's figures are final. A posting to a dormant
      *> account is held too, but only with a warning.
           MOVE WS-CUR-BATCH-DATE TO WS-POST-DATE.
           PERFORM 1972-CHECK-PERIOD.
           PERFORM 1975-VALIDATE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-DORMANT AND NOT POSTING-PERIOD-CLOSED
                   PERFORM 1973-HOLD-DORMANT-POSTING
               WHEN NOT ACCT-POSTABLE OR POSTING-PERIOD-CLOSED
                   PERFORM 1976-REJECT-POSTING
               WHEN OTHER
                   ADD 1 TO WS-POST-ACCEPT-COUNT
                   PERFORM 1978-APPLY-POSTING
           END-EVALUATE.

       1972-CHECK-PERIOD.
           MOVE 'N' TO WS-PERIOD-SW.
           IF WS-CLOSED-PERIOD > 0 AND WS-POST-DATE IS NUMERIC
               IF WS-POST-DATE (1:6) NOT > WS-CLOSED-PERIOD
                   SET POSTING-PERIOD-CLOSED TO TRUE
               END-IF
           END-IF.

      *> A dormant account has not been closed - its owner has simply
      *> not used it in a long while - so the posting is not an
      *> exception. It waits in SUSPENSE until ACCTMNT reopens the
      *> account, and the next night's recycle posts it.
       1973-HOLD-DORMANT-POSTING.
           ADD 1 TO WS-DORMANT-HOLD-COUNT.
           DISPLAY "*** WARNING: ACCT " TR-ACCT-REF
                   " IS DORMANT - POSTING HELD IN SUSPENSE ***".
           PERFORM 1977-WRITE-SUSPENSE.

       1975-VALIDATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-MATCH-SW.
           MOVE 'N' TO WS-ACCT-OK-SW.
           MOVE 'N' TO WS-ACCT-DORMANT-SW.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-REF (WS-ACCT-IDX) = TR-ACCT-REF
                   SET ACCT-MATCH-FOUND TO TRUE
                   EVALUATE WS-ACCT-OPEN-SW (WS-ACCT-IDX)
                       WHEN 'O'
                           SET ACCT-POSTABLE TO TRUE
                       WHEN 'D'
                           SET ACCT-DORMANT TO TRUE
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       1976-REJECT-POSTING.
           ADD 1 TO WS-POST-REJECT-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           EVALUATE TRUE
               WHEN POSTING-PERIOD-CLOSED
                   ADD 1 TO WS-PERIOD-REJECT-COUNT
                   DISPLAY "*** EXCEPTION: ACCT " TR-ACCT-REF
                           " POSTING DATED " WS-POST-DATE
                           " IS IN A CLOSED PERIOD - POSTING "
                           "SUSPENDED ***"
                   MOVE SPACES TO EXCEPT-REC
                   STRING "POSTING TO CLOSED PERIOD  ACCT="
                          TR-ACCT-REF " DATE=" WS-POST-DATE
                          DELIMITED BY SIZE INTO EXCEPT-REC
               WHEN ACCT-MATCH-FOUND
                   DISPLAY "*** EXCEPTION: ACCT " TR-ACCT-REF
                           " IS CLOSED - POSTING SUSPENDED ***"
                   MOVE SPACES TO EXCEPT-REC
                   STRING "POSTING TO CLOSED ACCOUNT  ACCT="
                          TR-ACCT-REF " AMOUNT=" WS-POST-AMOUNT
                          DELIMITED BY SIZE INTO EXCEPT-REC
               WHEN OTHER
                   DISPLAY "*** EXCEPTION: ACCT " TR-ACCT-REF
                           " NOT ON ACCOUNT MASTER - POSTING "
                           "SUSPENDED ***"
                   MOVE SPACES TO EXCEPT-REC
                   STRING "ACCOUNT NOT ON MASTER  ACCT=" TR-ACCT-REF
                          " AMOUNT=" WS-POST-AMOUNT
                          DELIMITED BY SIZE INTO EXCEPT-REC
           END-EVALUATE.
           PERFORM 1980-WRITE-EXCEPT-LINE.
           PERFORM 1977-WRITE-SUSPENSE.

      *> A fresh reject enters suspense stamped with tonight's date
      *> and the block it arrived in.
       1977-WRITE-SUSPENSE.
           MOVE TR-NUM1 TO SU-NUM1.
           MOVE TR-NUM2 TO SU-NUM2.
           MOVE TR-ACCT-REF TO SU-ACCT-REF.
           MOVE TR-OP-CODE TO SU-OP-CODE.
           MOVE WS-POST-AMOUNT TO SU-POST-AMOUNT.
           MOVE WS-CUR-SOURCE-ID TO SU-SOURCE-ID.
           MOVE WS-CUR-BATCH-DATE TO SU-BATCH-DATE.
           MOVE WS-CUR-BATCH-NUM TO SU-BATCH-NUM.
           PERFORM 1974-SET-REJECT-REASON.
           MOVE JOBHDR-RUN-DATE TO SU-REJECT-DATE.
           MOVE 0 TO SU-RECYCLE-COUNT.
           PERFORM 1981-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSP-NEW-COUNT.

       1974-SET-REJECT-REASON.
           EVALUATE TRUE
               WHEN POSTING-PERIOD-CLOSED
                   SET SU-REASON-PERIOD-CLOSED TO TRUE
               WHEN ACCT-DORMANT
                   SET SU-REASON-DORMANT TO TRUE
               WHEN ACCT-MATCH-FOUND
                   SET SU-REASON-CLOSED TO TRUE
               WHEN OTHER
                   SET SU-REASON-NOT-ON-MASTER TO TRUE
           END-EVALUATE.

      *> Each carried-in item is put back into the TRANS-REC area and
      *> run through the same account vetting and posting as a live
      *> transaction, ahead of the night's TRANFILE, so an account
      *> opened on ACCTMSTR since the item was rejected picks it up
      *> without anyone re-keying it. Recycled items are not part of
      *> any block - they were counted against their own trailer the
      *> night they arrived - so no block or source totals move here.
      *> An item that still cannot post goes back out with its
      *> original reject date and one more recycle on its count; it
      *> was reported to ARITEXCP when first rejected, so it is not
      *> reported again. One refused only because its period had
      *> closed posts on its first recycle, into tonight's period.
       1700-RECYCLE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               PERFORM 1710-RECYCLE-ONE-ITEM
           END-PERFORM.
           DISPLAY "Suspense items posted: " WS-RECYCLE-POSTED
                   " still held: " WS-RECYCLE-HELD.

       1710-RECYCLE-ONE-ITEM.
           MOVE WS-SU-NUM1 (WS-SUSP-IDX) TO TR-NUM1.
           MOVE WS-SU-NUM2 (WS-SUSP-IDX) TO TR-NUM2.
           MOVE WS-SU-ACCT-REF (WS-SUSP-IDX) TO TR-ACCT-REF.
           MOVE WS-SU-OP-CODE (WS-SUSP-IDX) TO TR-OP-CODE.
           MOVE WS-SU-POST-AMOUNT (WS-SUSP-IDX) TO WS-POST-AMOUNT.
           MOVE WS-SU-BATCH-DATE (WS-SUSP-IDX) TO WS-POST-DATE.
           PERFORM 1972-CHECK-PERIOD.
      *> The month its batch was dated in has been closed since, and
      *> nothing will ever reopen it, so the item is taken into the
      *> period open tonight - its journal line carries tonight's run
      *> date, and that is the period the close will count it in.
           IF POSTING-PERIOD-CLOSED
               MOVE JOBHDR-RUN-DATE TO WS-POST-DATE
               PERFORM 1972-CHECK-PERIOD
               IF NOT POSTING-PERIOD-CLOSED
                   DISPLAY "Suspense item for ACCT " TR-ACCT-REF
                           " batch dated "
                           WS-SU-BATCH-DATE (WS-SUSP-IDX)
                           " re-dated into open period "
                           WS-POST-DATE (1:6)
               END-IF
           END-IF.
           PERFORM 1975-VALIDATE-ACCOUNT.
           IF ACCT-POSTABLE AND NOT POSTING-PERIOD-CLOSED
               ADD 1 TO WS-RECYCLE-POSTED
               DISPLAY "Suspense item for ACCT " TR-ACCT-REF
                       " from " WS-SU-SOURCE-ID (WS-SUSP-IDX)
                       " rejected " WS-SU-REJECT-DATE (WS-SUSP-IDX)
                       " now posted"
               PERFORM 1978-APPLY-POSTING
           ELSE
               ADD 1 TO WS-RECYCLE-HELD
               MOVE TRANS-REC TO SU-TRANS-DATA
               MOVE WS-POST-AMOUNT TO SU-POST-AMOUNT
               MOVE WS-SU-SOURCE-ID (WS-SUSP-IDX) TO SU-SOURCE-ID
               MOVE WS-SU-BATCH-DATE (WS-SUSP-IDX) TO SU-BATCH-DATE
               MOVE WS-SU-BATCH-NUM (WS-SUSP-IDX) TO SU-BATCH-NUM
               PERFORM 1974-SET-REJECT-REASON
               MOVE WS-SU-REJECT-DATE (WS-SUSP-IDX) TO SU-REJECT-DATE
               COMPUTE SU-RECYCLE-COUNT =
                   WS-SU-RECYCLE-COUNT (WS-SUSP-IDX) + 1
               PERFORM 1981-WRITE-SUSPENSE-LINE
           END-IF.

      *> A keyed READ either finds this account's balance row to
      *> REWRITE in place or comes back "23" (no such record), in
      *> mailing extract.
       1978-APPLY-POSTING.
           MOVE TR-ACCT-REF TO LG-ACCT-REF.
           MOVE SPACES TO WS-CKPT-ROW.
           SET CK-BEFORE-IMAGE TO TRUE.
           MOVE TR-ACCT-REF TO CK-BI-ACCT-REF.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO CK-BI-EXISTED-SW
                   MOVE 0 TO CK-BI-BALANCE
                   PERFORM 0220-WRITE-UNDO-ROW
                   MOVE TR-ACCT-REF TO LG-ACCT-REF
                   MOVE WS-POST-AMOUNT TO WS-NEW-BALANCE
                   MOVE WS-NEW-BALANCE TO LG-BALANCE
                   WRITE LEDGER-REC
                   ADD 1 TO WS-LEDGER-NEW-COUNT
               NOT INVALID KEY
                   MOVE 'Y' TO CK-BI-EXISTED-SW
                   MOVE LG-BALANCE TO CK-BI-BALANCE
                   PERFORM 0220-WRITE-UNDO-ROW
                   COMPUTE WS-NEW-BALANCE =
                       LG-BALANCE + WS-POST-AMOUNT
                   MOVE WS-NEW-BALANCE TO LG-BALANCE
           MOVE TR-OP-CODE TO JR-OP-CODE.
           MOVE WS-POST-AMOUNT TO JR-POST-AMOUNT.
           MOVE WS-NEW-BALANCE TO JR-NEW-BALANCE.
           ADD 1 TO WS-JRNL-LINES.
           IF WS-JRNL-LINES > WS-JRNL-ON-FILE
               WRITE JOURNAL-REC
           END-IF.

      *> Every ARITEXCP and SUSPENSE line goes through one of these
      *> two, so a resumed run can pass over the lines the stopped
      *> run already wrote (see 0090-REOPEN-OUTPUTS).
       1980-WRITE-EXCEPT-LINE.
           ADD 1 TO WS-EXCP-LINES.
           IF WS-EXCP-LINES > WS-EXCP-ON-FILE
               WRITE EXCEPT-REC
           END-IF.

       1981-WRITE-SUSPENSE-LINE.
           ADD 1 TO WS-SUSP-LINES.
           IF WS-SUSP-LINES > WS-SUSP-ON-FILE
               WRITE SUSPENSE-REC
           END-IF.

       2000-PRINT-SUMMARY.
           DISPLAY " ".
                   "  (" WS-OP-COUNT-COMP " TRANS)".
           DISPLAY "Postings Accepted:      " WS-POST-ACCEPT-COUNT.
           DISPLAY "Postings Rejected:      " WS-POST-REJECT-COUNT.
           DISPLAY "Suspense Posted:        " WS-RECYCLE-POSTED.
           DISPLAY "Suspense Still Held:    " WS-RECYCLE-HELD.
           DISPLAY "Suspense New Items:     " WS-SUSP-NEW-COUNT.
           DISPLAY "Closed-Period Refusals: " WS-PERIOD-REJECT-COUNT.
           DISPLAY "Dormant Postings Held:  " WS-DORMANT-HOLD-COUNT.
           DISPLAY "Resent Blocks Rejected: " WS-DUP-BLOCK-COUNT
                   "  (" WS-DUP-SKIP-COUNT " RECORDS NOT POSTED)".
           DISPLAY "Ledger Rows Updated:    " WS-LEDGER-UPD-COUNT.
           DISPLAY "Ledger Rows Opened:     " WS-LEDGER-NEW-COUNT.
           DISPLAY "Commit Points Taken:    " WS-COMMIT-COUNT
                   "  (EVERY " WS-COMMIT-INTERVAL " RECORDS)".
           IF RESTART-RUN
               DISPLAY "Resumed After Record:   " WS-RESTART-POSITION
                       "  (" WS-RESTART-SKIP-COUNT " PASSED OVER)"
           END-IF.
           PERFORM 2010-PRINT-SOURCE-SUBTOTALS.

      *> Breaks the night's feed out by source system, on top of (not
