       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "BATCHCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PERIOD-HIST-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.
           SELECT TRIAL-FILE ASSIGN TO "TRIALBAL"
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

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LG-ACCT-REF    PIC X(8).
           05  LG-BALANCE     PIC S9(9).

      *> JRNLPOST here is every retained generation, read as one
      *> concatenation; only the totals per account matter, so the
      *> order the generations arrive in does not. The base must keep
      *> every night back to the previous close, reruns included -
      *> it is defined with room for that (see the DAILYRUN notes),
      *> and 0070 checks the oldest line read actually reaches it.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-RUN-DATE    PIC 9(8).
           05  JR-ACCT-REF    PIC X(8).
           05  JR-NUM1        PIC 9(4).
           05  JR-NUM2        PIC 9(4).
           05  JR-OP-CODE     PIC X.
           05  JR-POST-AMOUNT PIC S9(5).
           05  JR-NEW-BALANCE PIC S9(9).

       FD  PERIOD-HIST-FILE.
       COPY PERDHIST.

       FD  PERIOD-CTL-FILE.
       COPY PERDCTL.

       FD  TRIAL-FILE.
       01  TRIAL-REC          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-SCHED-STATUS    PIC XX VALUE "00".
       01  WS-SCHED-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-SCHED   VALUE 'Y'.
       01  WS-MONTH-END-SW    PIC X VALUE 'N'.
           88  TODAY-IS-MONTH-END VALUE 'Y'.

       01  WS-LEDGER-STATUS   PIC XX VALUE "00".
       01  WS-LEDGER-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-LEDGER  VALUE 'Y'.
       01  WS-JOURNAL-STATUS  PIC XX VALUE "00".
       01  WS-JOURNAL-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-JOURNAL VALUE 'Y'.
       01  WS-HIST-STATUS     PIC XX VALUE "00".
       01  WS-PCTL-STATUS     PIC XX VALUE "00".

      *> The period being closed is the run date's month. It opens
      *> on the figures the previous close left in PERDHIST, and its
      *> postings are every journal line since that close's date.
       01  WS-CLOSE-PERIOD    PIC 9(6).
       01  WS-OPEN-PERIOD     PIC 9(6) VALUE 0.
       01  WS-OPEN-CLOSE-DATE PIC 9(8) VALUE 0.
       01  WS-RERUN-SW        PIC X VALUE 'N'.
           88  CLOSE-IS-RERUN VALUE 'Y'.
       01  WS-ABORT-SW        PIC X VALUE 'N'.
           88  CLOSE-ABORTED  VALUE 'Y'.

      *> Period postings per account, summed from the journal.
       01  WS-POST-COUNT      PIC 9(4) VALUE 0.
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-POST-IDX.
               10  WS-PT-ACCT-REF  PIC X(8).
               10  WS-PT-AMOUNT    PIC S9(9).
               10  WS-PT-LINES     PIC 9(5).
               10  WS-PT-USED-SW   PIC X.
       01  WS-POST-DROP-COUNT PIC 9(4) VALUE 0.
       01  WS-POST-MATCH-SW   PIC X VALUE 'N'.
           88  POST-MATCH-FOUND VALUE 'Y'.
       01  WS-JOURNAL-READ    PIC 9(7) VALUE 0.
       01  WS-JOURNAL-IN-PERIOD PIC 9(7) VALUE 0.
       01  WS-OLDEST-JOURNAL  PIC 9(8) VALUE 99999999.
       01  WS-JOURNAL-GAP-SW  PIC X VALUE 'N'.
           88  JOURNAL-HAS-GAP VALUE 'Y'.

       01  WS-ACCT-OPENING    PIC S9(9).
       01  WS-ACCT-POSTINGS   PIC S9(9).
       01  WS-ACCT-CLOSING    PIC S9(9).
       01  WS-ACCT-DIFF       PIC S9(9).
       01  WS-TOTAL-OPENING   PIC S9(11) VALUE 0.
       01  WS-TOTAL-POSTINGS  PIC S9(11) VALUE 0.
       01  WS-TOTAL-CLOSING   PIC S9(11) VALUE 0.
       01  WS-TOTAL-DIFF      PIC S9(11) VALUE 0.
       01  WS-ACCT-COUNT      PIC 9(5) VALUE 0.
       01  WS-OUT-OF-BAL-COUNT PIC 9(5) VALUE 0.
       01  WS-ORPHAN-COUNT    PIC 9(4) VALUE 0.
       01  WS-HIST-ERROR-COUNT PIC 9(4) VALUE 0.

       01  WS-BAL-FMT         PIC -(9)9.
       01  WS-POST-FMT        PIC -(9)9.
       01  WS-CLOSE-FMT       PIC -(9)9.
       01  WS-TOTAL-FMT       PIC -(11)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Month-End Ledger Close ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

      *> Only a day BATCHCAL flags as month-end closes a period; on
      *> every other night this step is a clean no-op, so it can sit
      *> in the nightly stream without its own scheduling.
           PERFORM 0050-CHECK-CALENDAR.
           IF NOT TODAY-IS-MONTH-END
               DISPLAY "Calendar: " JOBHDR-RUN-DATE
                       " is not a month-end day - no close this run"
               PERFORM 2100-LOG-AUDIT-END
               GOBACK
           END-IF.

           MOVE JOBHDR-RUN-DATE (1:6) TO WS-CLOSE-PERIOD.
           PERFORM 0060-LOAD-PERIOD-CTL.
           IF CLOSE-ABORTED
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0070-LOAD-JOURNAL.

           OPEN I-O PERIOD-HIST-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT PERIOD-HIST-FILE
               CLOSE PERIOD-HIST-FILE
               OPEN I-O PERIOD-HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "--- Month-End Ledger Close: ABORTED - "
                       "PERDHIST OPEN FAILED, STATUS "
                       WS-HIST-STATUS " ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT TRIAL-FILE.
           PERFORM 0030-WRITE-TRIAL-HEADER.
           IF JOURNAL-HAS-GAP
               MOVE SPACES TO TRIAL-REC
               STRING "*** JOURNAL RETAINED ONLY FROM "
                      WS-OLDEST-JOURNAL " - POSTINGS MAY BE SHORT"
                      DELIMITED BY SIZE INTO TRIAL-REC
               WRITE TRIAL-REC
           END-IF.

      *> Without LEDGERBL there is nothing to snapshot, and closing
      *> the period anyway would start refusing postings to a month
      *> that has no closing figures - the close is abandoned.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL END-OF-LEDGER
                   READ LEDGER-FILE
                       AT END
                           SET END-OF-LEDGER TO TRUE
                       NOT AT END
                           PERFORM 1000-CLOSE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY "--- Month-End Ledger Close: ABORTED - "
                       "LEDGERBL OPEN FAILED, STATUS "
                       WS-LEDGER-STATUS " ---"
               SET CLOSE-ABORTED TO TRUE
           END-IF.
           CLOSE PERIOD-HIST-FILE.
           IF CLOSE-ABORTED
               CLOSE TRIAL-FILE
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1500-REPORT-ORPHANS.
           PERFORM 1900-WRITE-PERIOD-CTL.
           PERFORM 2000-PRINT-TOTALS.
           CLOSE TRIAL-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-OUT-OF-BAL-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                   OR WS-HIST-ERROR-COUNT > 0
                   OR WS-POST-DROP-COUNT > 0
                   OR JOURNAL-HAS-GAP
                   OR WS-TOTAL-DIFF NOT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "MTHCLOSE    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-TRIAL-HEADER.
           MOVE SPACES TO TRIAL-REC.
           STRING "TRIAL BALANCE - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.
           MOVE SPACES TO TRIAL-REC.
           IF WS-OPEN-PERIOD = 0
               STRING "PERIOD " WS-CLOSE-PERIOD
                      " CLOSED " JOBHDR-RUN-DATE
                      " - FIRST CLOSE, OPENING BALANCES ZERO"
                      DELIMITED BY SIZE INTO TRIAL-REC
           ELSE
               STRING "PERIOD " WS-CLOSE-PERIOD
                      " CLOSED " JOBHDR-RUN-DATE
                      " - OPENING FROM PERIOD " WS-OPEN-PERIOD
                      " CLOSED " WS-OPEN-CLOSE-DATE
                      DELIMITED BY SIZE INTO TRIAL-REC
           END-IF.
           WRITE TRIAL-REC.
           MOVE SPACES TO TRIAL-REC.
           STRING "ACCOUNT      OPENING    POSTINGS     CLOSING"
                  DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.

      *> No calendar, or no CAL record for today, is not a month-end:
      *> a close is never taken on a guess.
       0050-CHECK-CALENDAR.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "00"
               PERFORM UNTIL END-OF-SCHED
                   READ SCHED-FILE
                       AT END
                           SET END-OF-SCHED TO TRUE
                       NOT AT END
                           IF SC-CAL-TYPE = "CAL "
                                   AND SC-CAL-DATE = JOBHDR-RUN-DATE
                               MOVE SC-CAL-MONTH-END-SW
                                   TO WS-MONTH-END-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           ELSE
               DISPLAY "Calendar: BATCHCAL not found - no close"
           END-IF.

      *> A rerun of today's close (PERDCTL already names this period)
      *> opens from the period before it, exactly as the first
      *> attempt did. A control record already past this period means
      *> the calendar or the run date is wrong; nothing is touched.
       0060-LOAD-PERIOD-CTL.
           OPEN INPUT PERIOD-CTL-FILE.
           IF WS-PCTL-STATUS = "00"
               READ PERIOD-CTL-FILE
                   AT END
                       MOVE 0 TO PC-LAST-PERIOD
                       MOVE 0 TO PC-LAST-CLOSE-DATE
                       MOVE 0 TO PC-PRIOR-PERIOD
                       MOVE 0 TO PC-PRIOR-CLOSE-DATE
               END-READ
               CLOSE PERIOD-CTL-FILE
           ELSE
               MOVE 0 TO PC-LAST-PERIOD
               MOVE 0 TO PC-LAST-CLOSE-DATE
               MOVE 0 TO PC-PRIOR-PERIOD
               MOVE 0 TO PC-PRIOR-CLOSE-DATE
           END-IF.
           EVALUATE TRUE
               WHEN PC-LAST-PERIOD = WS-CLOSE-PERIOD
                   SET CLOSE-IS-RERUN TO TRUE
                   MOVE PC-PRIOR-PERIOD TO WS-OPEN-PERIOD
                   MOVE PC-PRIOR-CLOSE-DATE TO WS-OPEN-CLOSE-DATE
                   DISPLAY "Period " WS-CLOSE-PERIOD
                           " already closed - close is being rerun"
               WHEN PC-LAST-PERIOD > WS-CLOSE-PERIOD
                   DISPLAY "--- Month-End Ledger Close: ABORTED - "
                           "PERIOD " PC-LAST-PERIOD
                           " IS ALREADY CLOSED ---"
                   SET CLOSE-ABORTED TO TRUE
               WHEN OTHER
                   MOVE PC-LAST-PERIOD TO WS-OPEN-PERIOD
                   MOVE PC-LAST-CLOSE-DATE TO WS-OPEN-CLOSE-DATE
           END-EVALUATE.

      *> Only lines journaled after the previous close and on or
      *> before today belong to this period; anything older was in
      *> the previous period's figures already.
       0070-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           IF JR-RUN-DATE < WS-OLDEST-JOURNAL
                               MOVE JR-RUN-DATE TO WS-OLDEST-JOURNAL
                           END-IF
                           IF JR-RUN-DATE > WS-OPEN-CLOSE-DATE
                                   AND JR-RUN-DATE NOT > JOBHDR-RUN-DATE
                               ADD 1 TO WS-JOURNAL-IN-PERIOD
                               PERFORM 0075-ADD-JOURNAL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "*** WARNING: JRNLPOST NOT FOUND - PERIOD "
                       "POSTINGS WILL SHOW ZERO ***"
           END-IF.
           IF WS-POST-DROP-COUNT > 0
               DISPLAY "*** WARNING: POSTING TABLE FULL - "
                       WS-POST-DROP-COUNT " JOURNAL LINE(S) NOT "
                       "SUMMED ***"
           END-IF.
           DISPLAY "Journal lines read: " WS-JOURNAL-READ
                   " in period: " WS-JOURNAL-IN-PERIOD.
      *> The previous close night's own generation is the last one
      *> outside this period. If nothing that old is left, the GDG
      *> has already rolled off nights that belong to this period and
      *> their postings are missing from the figures below.
           IF WS-OPEN-CLOSE-DATE > 0
                   AND WS-OLDEST-JOURNAL > WS-OPEN-CLOSE-DATE
               SET JOURNAL-HAS-GAP TO TRUE
               DISPLAY "*** WARNING: OLDEST JRNLPOST LINE IS "
                       WS-OLDEST-JOURNAL " - NOTHING RETAINED FROM "
                       WS-OPEN-CLOSE-DATE ", PERIOD POSTINGS MAY BE "
                       "INCOMPLETE ***"
           END-IF.

       0075-ADD-JOURNAL-LINE.
           MOVE 'N' TO WS-POST-MATCH-SW.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-PT-ACCT-REF (WS-POST-IDX) = JR-ACCT-REF
                   SET POST-MATCH-FOUND TO TRUE
                   ADD JR-POST-AMOUNT TO WS-PT-AMOUNT (WS-POST-IDX)
                   ADD 1 TO WS-PT-LINES (WS-POST-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT POST-MATCH-FOUND
               IF WS-POST-COUNT < 2000
                   ADD 1 TO WS-POST-COUNT
                   MOVE JR-ACCT-REF TO WS-PT-ACCT-REF (WS-POST-COUNT)
                   MOVE JR-POST-AMOUNT TO WS-PT-AMOUNT (WS-POST-COUNT)
                   MOVE 1 TO WS-PT-LINES (WS-POST-COUNT)
                   MOVE 'N' TO WS-PT-USED-SW (WS-POST-COUNT)
               ELSE
                   ADD 1 TO WS-POST-DROP-COUNT
               END-IF
           END-IF.

      *> One trial-balance line and one PERDHIST row per LEDGERBL
      *> row. The opening figure is read before the new row is built,
      *> since both share the PERDHIST record area. A rerun finds its
      *> own first attempt's row already there and replaces it.
       1000-CLOSE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE LG-BALANCE TO WS-ACCT-CLOSING.
           MOVE 0 TO WS-ACCT-OPENING.
           IF WS-OPEN-PERIOD > 0
               MOVE LG-ACCT-REF TO PH-ACCT-REF
               MOVE WS-OPEN-PERIOD TO PH-PERIOD
               READ PERIOD-HIST-FILE
                   INVALID KEY
                       MOVE 0 TO WS-ACCT-OPENING
                   NOT INVALID KEY
                       MOVE PH-CLOSING-BALANCE TO WS-ACCT-OPENING
               END-READ
           END-IF.
           MOVE 0 TO WS-ACCT-POSTINGS.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-PT-ACCT-REF (WS-POST-IDX) = LG-ACCT-REF
                   MOVE WS-PT-AMOUNT (WS-POST-IDX) TO WS-ACCT-POSTINGS
                   MOVE 'Y' TO WS-PT-USED-SW (WS-POST-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-ACCT-DIFF =
               WS-ACCT-CLOSING - WS-ACCT-OPENING - WS-ACCT-POSTINGS.
           ADD WS-ACCT-OPENING TO WS-TOTAL-OPENING.
           ADD WS-ACCT-POSTINGS TO WS-TOTAL-POSTINGS.
           ADD WS-ACCT-CLOSING TO WS-TOTAL-CLOSING.

           MOVE LG-ACCT-REF TO PH-ACCT-REF.
           MOVE WS-CLOSE-PERIOD TO PH-PERIOD.
           MOVE WS-ACCT-OPENING TO PH-OPENING-BALANCE.
           MOVE WS-ACCT-POSTINGS TO PH-PERIOD-POSTINGS.
           MOVE WS-ACCT-CLOSING TO PH-CLOSING-BALANCE.
           MOVE JOBHDR-RUN-DATE TO PH-CLOSE-DATE.
           WRITE PERIOD-HIST-REC
               INVALID KEY
                   REWRITE PERIOD-HIST-REC
                       INVALID KEY
                           ADD 1 TO WS-HIST-ERROR-COUNT
                           DISPLAY "*** EXCEPTION: PERDHIST WRITE "
                                   "FAILED FOR ACCT " LG-ACCT-REF
                                   " - STATUS " WS-HIST-STATUS " ***"
                   END-REWRITE
           END-WRITE.

           MOVE WS-ACCT-OPENING TO WS-BAL-FMT.
           MOVE WS-ACCT-POSTINGS TO WS-POST-FMT.
           MOVE WS-ACCT-CLOSING TO WS-CLOSE-FMT.
           MOVE SPACES TO TRIAL-REC.
           STRING LG-ACCT-REF "  " WS-BAL-FMT "  " WS-POST-FMT
                  "  " WS-CLOSE-FMT
                  DELIMITED BY SIZE INTO TRIAL-REC.
           IF WS-ACCT-DIFF NOT = 0
               ADD 1 TO WS-OUT-OF-BAL-COUNT
               MOVE "  *** OUT OF BALANCE" TO TRIAL-REC (49:20)
               DISPLAY "*** EXCEPTION: ACCT " LG-ACCT-REF
                       " OPENING + POSTINGS DOES NOT EQUAL "
                       "CLOSING BALANCE ***"
           END-IF.
           WRITE TRIAL-REC.

      *> Journal postings to an account with no LEDGERBL row cannot
      *> be in any closing balance - the trial balance will not foot
      *> by exactly their total, so each is named.
       1500-REPORT-ORPHANS.
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               IF WS-PT-USED-SW (WS-POST-IDX) = 'N'
                   ADD 1 TO WS-ORPHAN-COUNT
                   ADD WS-PT-AMOUNT (WS-POST-IDX) TO WS-TOTAL-POSTINGS
                   MOVE WS-PT-AMOUNT (WS-POST-IDX) TO WS-POST-FMT
                   MOVE SPACES TO TRIAL-REC
                   STRING WS-PT-ACCT-REF (WS-POST-IDX) "  "
                          "          " "  " WS-POST-FMT
                          "  *** NOT ON LEDGER"
                          DELIMITED BY SIZE INTO TRIAL-REC
                   WRITE TRIAL-REC
                   DISPLAY "*** EXCEPTION: JOURNAL POSTINGS FOR ACCT "
                           WS-PT-ACCT-REF (WS-POST-IDX)
                           " HAVE NO LEDGER ROW ***"
               END-IF
           END-PERFORM.

      *> The period is closed even when the figures do not foot - the
      *> snapshot is what LEDGERBL said, and postings must stop going
      *> into the month either way; RC=4 and the report carry the
      *> break for accounting to chase.
       1900-WRITE-PERIOD-CTL.
           IF NOT CLOSE-IS-RERUN
               MOVE PC-LAST-PERIOD TO PC-PRIOR-PERIOD
               MOVE PC-LAST-CLOSE-DATE TO PC-PRIOR-CLOSE-DATE
           END-IF.
           MOVE WS-CLOSE-PERIOD TO PC-LAST-PERIOD.
           MOVE JOBHDR-RUN-DATE TO PC-LAST-CLOSE-DATE.
           MOVE JOBHDR-RUN-ID TO PC-RUN-ID.
           OPEN OUTPUT PERIOD-CTL-FILE.
           WRITE PERIOD-CTL-REC.
           CLOSE PERIOD-CTL-FILE.
           DISPLAY "Period " WS-CLOSE-PERIOD " closed - postings "
                   "dated in it or earlier will now be refused".

       2000-PRINT-TOTALS.
           COMPUTE WS-TOTAL-DIFF =
               WS-TOTAL-CLOSING - WS-TOTAL-OPENING - WS-TOTAL-POSTINGS.
           MOVE SPACES TO TRIAL-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.
           MOVE WS-TOTAL-OPENING TO WS-TOTAL-FMT.
           MOVE SPACES TO TRIAL-REC.
           STRING "  TOTAL OPENING   " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.
           MOVE WS-TOTAL-POSTINGS TO WS-TOTAL-FMT.
           MOVE SPACES TO TRIAL-REC.
           STRING "  TOTAL POSTINGS  " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.
           MOVE WS-TOTAL-CLOSING TO WS-TOTAL-FMT.
           MOVE SPACES TO TRIAL-REC.
           STRING "  TOTAL CLOSING   " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.
           MOVE SPACES TO TRIAL-REC.
           IF WS-TOTAL-DIFF = 0
               STRING "  TOTALS FOOT - OPENING + POSTINGS = CLOSING"
                      DELIMITED BY SIZE INTO TRIAL-REC
           ELSE
               MOVE WS-TOTAL-DIFF TO WS-TOTAL-FMT
               STRING "  *** TOTALS DO NOT FOOT - DIFFERENCE "
                      WS-TOTAL-FMT
                      DELIMITED BY SIZE INTO TRIAL-REC
           END-IF.
           WRITE TRIAL-REC.
           MOVE SPACES TO TRIAL-REC.
           STRING "  ACCOUNTS=" WS-ACCT-COUNT
                  "  OUT OF BALANCE=" WS-OUT-OF-BAL-COUNT
                  "  NOT ON LEDGER=" WS-ORPHAN-COUNT
                  DELIMITED BY SIZE INTO TRIAL-REC.
           WRITE TRIAL-REC.
           DISPLAY " ".
           DISPLAY "Accounts Closed: " WS-ACCT-COUNT
                   " Out of Balance: " WS-OUT-OF-BAL-COUNT
                   " Not on Ledger: " WS-ORPHAN-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "MTHCLOSE    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-ACCT-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
