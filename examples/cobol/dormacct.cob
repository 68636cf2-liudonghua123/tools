       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMACCT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "DORMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT LAST-ACT-FILE ASSIGN TO "LASTACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DORM-RPT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCH-RPT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> DORMCTL - one record: the days without a posting after which
      *> an open account is flagged dormant, and the statutory period
      *> in years after which a dormant balance is due to be turned
      *> over. Blank or zero fields take 1095 days and 5 years.
       FD  CTL-FILE.
       01  DORM-CTL-REC.
           05  DC-DORMANT-DAYS    PIC 9(5).
           05  DC-ESCHEAT-YEARS   PIC 9(2).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-REC.
           05  AM-ACCT-REF    PIC X(8).
           05  AM-ACCT-NAME   PIC X(20).
           05  AM-STATUS      PIC X.
           05  AM-ACCT-TYPE   PIC X(2).

      *> LASTACT - one row per account on ACCTMSTR: the last day it
      *> moved, carried forward night to night because the JRNLPOST
      *> generations only reach back as far as the GDG keeps them.
      *> The basis says where the date came from: J a journal line,
      *> T the night the account was first tracked with no posting on
      *> the journal, R the night it was reopened out of dormancy.
      *> The status is the account's as of the last run, which is how
      *> a reopen is noticed.
       FD  LAST-ACT-FILE.
       01  LAST-ACT-REC.
           05  LA-ACCT-REF        PIC X(8).
           05  LA-LAST-DATE       PIC 9(8).
           05  LA-BASIS           PIC X.
               88  LA-FROM-JOURNAL    VALUE 'J'.
               88  LA-TRACKING-BEGAN  VALUE 'T'.
               88  LA-REACTIVATED     VALUE 'R'.
           05  LA-STATUS          PIC X.

      *> JRNLPOST here is every retained generation, read as one
      *> concatenation; only the latest date per account matters, so
      *> the order the generations arrive in does not.
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

      *> DORMRPT - every dormant account, newly flagged tonight or
      *> already dormant, with its balance and years inactive.
       FD  DORM-RPT-FILE.
       01  DORM-RPT-REC           PIC X(80).

      *> ESCHRPT - the dormant accounts whose balance has gone the
      *> statutory period without a posting: the candidates to be
      *> turned over.
       FD  ESCH-RPT-FILE.
       01  ESCH-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-CTL-STATUS      PIC XX VALUE "00".
       01  WS-DORMANT-DAYS    PIC 9(5) VALUE 1095.
       01  WS-ESCHEAT-YEARS   PIC 9(2) VALUE 5.

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
               10  WS-ACCT-LAST-DATE PIC 9(8).
               10  WS-ACCT-BASIS  PIC X.
               10  WS-ACCT-PRIOR-SW PIC X.
       01  WS-ACCT-SUB        PIC 9(4) VALUE 0.
       01  WS-LOOKUP-REF      PIC X(8).
      *> Set when the master could not be loaded whole; the file is
      *> then left exactly as it was rather than rewritten short.
       01  WS-ACCT-LOAD-SW    PIC X VALUE 'Y'.
           88  ACCT-MASTER-LOADED VALUE 'Y'.

       01  WS-LAST-STATUS     PIC XX VALUE "00".
       01  WS-LAST-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-LAST-ACT VALUE 'Y'.
       01  WS-JOURNAL-STATUS  PIC XX VALUE "00".
       01  WS-JOURNAL-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-JOURNAL VALUE 'Y'.
       01  WS-LEDGER-STATUS   PIC XX VALUE "00".

       01  WS-TODAY-8         PIC 9(8).
       01  WS-TODAY-INT       PIC 9(7).
       01  WS-LAST-INT        PIC 9(7).
       01  WS-IDLE-DAYS       PIC 9(5).
       01  WS-IDLE-YEARS      PIC 99V9.
       01  WS-ELIGIBLE-DATE   PIC 9(8).
       01  WS-NEW-SW          PIC X.
           88  NEWLY-DORMANT  VALUE 'Y'.

       01  WS-JOURNAL-READ    PIC 9(7) VALUE 0.
       01  WS-JOURNAL-ORPHAN  PIC 9(7) VALUE 0.
       01  WS-TRACK-START-COUNT PIC 9(4) VALUE 0.
       01  WS-REACTIVATE-COUNT PIC 9(4) VALUE 0.
       01  WS-NEW-DORMANT-COUNT PIC 9(4) VALUE 0.
       01  WS-DORMANT-COUNT   PIC 9(4) VALUE 0.
       01  WS-ESCHEAT-COUNT   PIC 9(4) VALUE 0.
       01  WS-TRACKED-MARK-SW PIC X VALUE 'N'.
           88  TRACKED-DATE-SHOWN VALUE 'Y'.
       01  WS-DORMANT-BALANCE PIC S9(11) VALUE 0.
       01  WS-ESCHEAT-BALANCE PIC S9(11) VALUE 0.

       01  WS-DATE-MARK       PIC X.
       01  WS-YEARS-FMT       PIC Z9.9.
       01  WS-BAL-FMT         PIC -(9)9.
       01  WS-TOTAL-FMT       PIC -(11)9.
       01  WS-COUNT-FMT       PIC ZZZ9.
       01  WS-COUNT-FMT-2     PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Dormant Account Review ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0040-LOAD-DORMANCY-CTL.
           PERFORM 0060-LOAD-ACCT-MASTER.
           IF NOT ACCT-MASTER-LOADED
               DISPLAY "--- Dormant Account Review: ABORTED - "
                       "ACCTMSTR NOT FULLY LOADED ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *> The reports are about balances; without LEDGERBL they would
      *> show none, so nothing is flagged on a night it is missing.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "--- Dormant Account Review: ABORTED - "
                       "LEDGERBL OPEN FAILED, STATUS "
                       WS-LEDGER-STATUS " ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0065-LOAD-LAST-ACTIVITY.
           PERFORM 0070-LOAD-JOURNAL.

           OPEN OUTPUT DORM-RPT-FILE.
           OPEN OUTPUT ESCH-RPT-FILE.
           PERFORM 0030-WRITE-REPORT-HEADERS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM 1000-CHECK-ACCOUNT
           END-PERFORM.
           PERFORM 2000-WRITE-REPORT-TOTALS.
           CLOSE DORM-RPT-FILE.
           CLOSE ESCH-RPT-FILE.
           CLOSE LEDGER-FILE.

           IF WS-NEW-DORMANT-COUNT > 0
               PERFORM 1900-WRITE-ACCT-MASTER
           END-IF.
           PERFORM 1950-WRITE-LAST-ACTIVITY.

           DISPLAY "=== SUMMARY ===".
           DISPLAY "Accounts on master:     " WS-ACCT-COUNT.
           DISPLAY "Journal lines read:     " WS-JOURNAL-READ.
           DISPLAY "  Not on master:        " WS-JOURNAL-ORPHAN.
           DISPLAY "Tracking begun:         " WS-TRACK-START-COUNT.
           DISPLAY "Reopened from dormant:  " WS-REACTIVATE-COUNT.
           DISPLAY "Newly dormant:          " WS-NEW-DORMANT-COUNT.
           DISPLAY "Dormant in all:         " WS-DORMANT-COUNT.
           DISPLAY "Escheatment candidates: " WS-ESCHEAT-COUNT.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-NEW-DORMANT-COUNT > 0 OR WS-ESCHEAT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.
           MOVE JOBHDR-RUN-DATE TO WS-TODAY-8.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-8).

       0020-LOG-AUDIT-START.
           MOVE "DORMACCT    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-REPORT-HEADERS.
           MOVE SPACES TO DORM-RPT-REC.
           STRING "DORMANT ACCOUNTS - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO DORM-RPT-REC.
           WRITE DORM-RPT-REC.
           MOVE SPACES TO DORM-RPT-REC.
           STRING "DORMANT AFTER " WS-DORMANT-DAYS
                  " DAYS WITHOUT A POSTING"
                  DELIMITED BY SIZE INTO DORM-RPT-REC.
           WRITE DORM-RPT-REC.
           MOVE SPACES TO DORM-RPT-REC.
           STRING "ACCOUNT   NAME                 LAST POST YEARS"
                  "    BALANCE"
                  DELIMITED BY SIZE INTO DORM-RPT-REC.
           WRITE DORM-RPT-REC.

           MOVE SPACES TO ESCH-RPT-REC.
           STRING "ESCHEATMENT CANDIDATES - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO ESCH-RPT-REC.
           WRITE ESCH-RPT-REC.
           MOVE SPACES TO ESCH-RPT-REC.
           STRING "DORMANT, IN CREDIT, AND NO POSTING FOR "
                  WS-ESCHEAT-YEARS " YEARS OR MORE"
                  DELIMITED BY SIZE INTO ESCH-RPT-REC.
           WRITE ESCH-RPT-REC.
           MOVE SPACES TO ESCH-RPT-REC.
           STRING "ACCOUNT   NAME                 LAST POST YEARS"
                  "    BALANCE  ELIGIBLE"
                  DELIMITED BY SIZE INTO ESCH-RPT-REC.
           WRITE ESCH-RPT-REC.

      *> A missing control file, or a blank field on it, runs on the
      *> defaults rather than stopping the review.
       0040-LOAD-DORMANCY-CTL.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE
                   NOT AT END
                       IF DC-DORMANT-DAYS IS NUMERIC
                               AND DC-DORMANT-DAYS > 0
                           MOVE DC-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF DC-ESCHEAT-YEARS IS NUMERIC
                               AND DC-ESCHEAT-YEARS > 0
                           MOVE DC-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS
                       END-IF
               END-READ
               CLOSE CTL-FILE
           ELSE
               DISPLAY "DORMCTL not found - using default limits"
           END-IF.
           DISPLAY "Dormant after " WS-DORMANT-DAYS " days;"
                   " escheatment after " WS-ESCHEAT-YEARS " years".

      *> A missing master (first run) leaves nothing to review.
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
                               MOVE 0
                                   TO WS-ACCT-LAST-DATE (WS-ACCT-COUNT)
                               MOVE SPACE
                                   TO WS-ACCT-BASIS (WS-ACCT-COUNT)
                               MOVE AM-STATUS
                                   TO WS-ACCT-PRIOR-SW (WS-ACCT-COUNT)
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
               DISPLAY "ACCTMSTR not found - no accounts to review"
           END-IF.
           DISPLAY "Accounts on master: " WS-ACCT-COUNT.

      *> A row for an account no longer on the master is let go; a
      *> date that is not a valid date (a hand-edited file) is treated
      *> as no date at all, and tracking starts again tonight.
       0065-LOAD-LAST-ACTIVITY.
           OPEN INPUT LAST-ACT-FILE.
           IF WS-LAST-STATUS = "00"
               PERFORM UNTIL END-OF-LAST-ACT
                   READ LAST-ACT-FILE
                       AT END
                           SET END-OF-LAST-ACT TO TRUE
                       NOT AT END
                           PERFORM 0067-STORE-LAST-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE LAST-ACT-FILE
           ELSE
               DISPLAY "LASTACT not found - tracking starts tonight"
           END-IF.

       0067-STORE-LAST-ACTIVITY.
           MOVE LA-ACCT-REF TO WS-LOOKUP-REF.
           PERFORM 1010-FIND-ACCOUNT.
           IF WS-ACCT-SUB > 0
               MOVE LA-STATUS TO WS-ACCT-PRIOR-SW (WS-ACCT-SUB)
               IF LA-LAST-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD (LA-LAST-DATE)
                           = 0
                   MOVE LA-LAST-DATE TO WS-ACCT-LAST-DATE (WS-ACCT-SUB)
                   MOVE LA-BASIS TO WS-ACCT-BASIS (WS-ACCT-SUB)
               END-IF
           END-IF.

      *> Only a line dated on or before tonight counts - a later date
      *> is a bad journal line, not activity.
       0070-LOAD-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL END-OF-JOURNAL
                   READ JOURNAL-FILE
                       AT END
                           SET END-OF-JOURNAL TO TRUE
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-READ
                           PERFORM 0075-POST-JOURNAL-LINE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY "JRNLPOST not found - no new activity"
           END-IF.

       0075-POST-JOURNAL-LINE.
           IF JR-RUN-DATE IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD (JR-RUN-DATE) = 0
                   AND JR-RUN-DATE NOT > WS-TODAY-8
               MOVE JR-ACCT-REF TO WS-LOOKUP-REF
               PERFORM 1010-FIND-ACCOUNT
               IF WS-ACCT-SUB = 0
                   ADD 1 TO WS-JOURNAL-ORPHAN
               ELSE
                   IF JR-RUN-DATE > WS-ACCT-LAST-DATE (WS-ACCT-SUB)
                       MOVE JR-RUN-DATE
                           TO WS-ACCT-LAST-DATE (WS-ACCT-SUB)
                       MOVE 'J' TO WS-ACCT-BASIS (WS-ACCT-SUB)
                   END-IF
               END-IF
           END-IF.

      *> An account reopened by ACCTMNT since the last run starts its
      *> clock again tonight - otherwise the old date would flag it
      *> straight back. An account seen for the first time with no
      *> posting on the journal is given tonight as its start. Only
      *> an open account is flagged; a closed one is never reported.
       1000-CHECK-ACCOUNT.
           IF WS-ACCT-OPEN-SW (WS-ACCT-IDX) = 'O'
                   AND WS-ACCT-PRIOR-SW (WS-ACCT-IDX) = 'D'
               MOVE WS-TODAY-8 TO WS-ACCT-LAST-DATE (WS-ACCT-IDX)
               MOVE 'R' TO WS-ACCT-BASIS (WS-ACCT-IDX)
               ADD 1 TO WS-REACTIVATE-COUNT
               DISPLAY "Account " WS-ACCT-REF (WS-ACCT-IDX)
                       " reopened from dormant - clock restarted"
           END-IF.
           IF WS-ACCT-LAST-DATE (WS-ACCT-IDX) = 0
               MOVE WS-TODAY-8 TO WS-ACCT-LAST-DATE (WS-ACCT-IDX)
               MOVE 'T' TO WS-ACCT-BASIS (WS-ACCT-IDX)
               ADD 1 TO WS-TRACK-START-COUNT
           END-IF.

           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
               (WS-ACCT-LAST-DATE (WS-ACCT-IDX)).
           IF WS-LAST-INT < WS-TODAY-INT
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
           ELSE
               MOVE 0 TO WS-IDLE-DAYS
           END-IF.

           MOVE 'N' TO WS-NEW-SW.
           IF WS-ACCT-OPEN-SW (WS-ACCT-IDX) = 'O'
                   AND WS-IDLE-DAYS > WS-DORMANT-DAYS
               MOVE 'D' TO WS-ACCT-OPEN-SW (WS-ACCT-IDX)
               SET NEWLY-DORMANT TO TRUE
               ADD 1 TO WS-NEW-DORMANT-COUNT
               DISPLAY "*** WARNING: ACCT " WS-ACCT-REF (WS-ACCT-IDX)
                       " NO POSTING IN " WS-IDLE-DAYS
                       " DAYS - FLAGGED DORMANT ***"
           END-IF.
           IF WS-ACCT-OPEN-SW (WS-ACCT-IDX) = 'D'
               PERFORM 1100-REPORT-DORMANT
           END-IF.

       1010-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCT-SUB.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-REF (WS-ACCT-IDX) = WS-LOOKUP-REF
                   SET WS-ACCT-SUB TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> No LEDGERBL row means the account was never posted to, which
      *> is a zero balance. The date is marked '*' where no posting
      *> was ever seen and it is the night tracking began instead.
       1100-REPORT-DORMANT.
           ADD 1 TO WS-DORMANT-COUNT.
           MOVE WS-ACCT-REF (WS-ACCT-IDX) TO LG-ACCT-REF.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO LG-BALANCE
           END-READ.
           ADD LG-BALANCE TO WS-DORMANT-BALANCE.
           COMPUTE WS-IDLE-YEARS ROUNDED = WS-IDLE-DAYS / 365.25.
           MOVE WS-IDLE-YEARS TO WS-YEARS-FMT.
           MOVE LG-BALANCE TO WS-BAL-FMT.
           IF WS-ACCT-BASIS (WS-ACCT-IDX) = 'T'
               MOVE '*' TO WS-DATE-MARK
               SET TRACKED-DATE-SHOWN TO TRUE
           ELSE
               MOVE SPACE TO WS-DATE-MARK
           END-IF.
           MOVE SPACES TO DORM-RPT-REC.
           IF NEWLY-DORMANT
               STRING WS-ACCT-REF (WS-ACCT-IDX) "  "
                      WS-ACCT-NAME (WS-ACCT-IDX) " "
                      WS-ACCT-LAST-DATE (WS-ACCT-IDX) WS-DATE-MARK
                      " " WS-YEARS-FMT "  " WS-BAL-FMT
                      "  NEWLY DORMANT"
                      DELIMITED BY SIZE INTO DORM-RPT-REC
           ELSE
               STRING WS-ACCT-REF (WS-ACCT-IDX) "  "
                      WS-ACCT-NAME (WS-ACCT-IDX) " "
                      WS-ACCT-LAST-DATE (WS-ACCT-IDX) WS-DATE-MARK
                      " " WS-YEARS-FMT "  " WS-BAL-FMT
                      DELIMITED BY SIZE INTO DORM-RPT-REC
           END-IF.
           WRITE DORM-RPT-REC.

      *> The statutory period runs from the last posting to the same
      *> day that many years on. Only a credit balance is owed to the
      *> owner and so due to be turned over.
           COMPUTE WS-ELIGIBLE-DATE =
               WS-ACCT-LAST-DATE (WS-ACCT-IDX)
               + WS-ESCHEAT-YEARS * 10000.
           IF LG-BALANCE > 0 AND WS-TODAY-8 NOT < WS-ELIGIBLE-DATE
               PERFORM 1200-LIST-ESCHEAT
           END-IF.

       1200-LIST-ESCHEAT.
           ADD 1 TO WS-ESCHEAT-COUNT.
           ADD LG-BALANCE TO WS-ESCHEAT-BALANCE.
           MOVE SPACES TO ESCH-RPT-REC.
           STRING WS-ACCT-REF (WS-ACCT-IDX) "  "
                  WS-ACCT-NAME (WS-ACCT-IDX) " "
                  WS-ACCT-LAST-DATE (WS-ACCT-IDX) WS-DATE-MARK
                  " " WS-YEARS-FMT "  " WS-BAL-FMT
                  "  " WS-ELIGIBLE-DATE
                  DELIMITED BY SIZE INTO ESCH-RPT-REC.
           WRITE ESCH-RPT-REC.

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

       1950-WRITE-LAST-ACTIVITY.
           OPEN OUTPUT LAST-ACT-FILE.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-REF (WS-ACCT-IDX) TO LA-ACCT-REF
               MOVE WS-ACCT-LAST-DATE (WS-ACCT-IDX) TO LA-LAST-DATE
               MOVE WS-ACCT-BASIS (WS-ACCT-IDX) TO LA-BASIS
               MOVE WS-ACCT-OPEN-SW (WS-ACCT-IDX) TO LA-STATUS
               WRITE LAST-ACT-REC
           END-PERFORM.
           CLOSE LAST-ACT-FILE.

       2000-WRITE-REPORT-TOTALS.
           IF TRACKED-DATE-SHOWN
               MOVE SPACES TO DORM-RPT-REC
               STRING "* NO POSTING ON THE JOURNAL - DATE SHOWN IS WHEN"
                      " TRACKING BEGAN"
                      DELIMITED BY SIZE INTO DORM-RPT-REC
               WRITE DORM-RPT-REC
           END-IF.
           MOVE WS-DORMANT-COUNT TO WS-COUNT-FMT.
           MOVE WS-NEW-DORMANT-COUNT TO WS-COUNT-FMT-2.
           MOVE WS-DORMANT-BALANCE TO WS-TOTAL-FMT.
           MOVE SPACES TO DORM-RPT-REC.
           STRING "DORMANT ACCOUNTS: " WS-COUNT-FMT
                  " (" WS-COUNT-FMT-2 " NEW)  TOTAL BALANCE: "
                  WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO DORM-RPT-REC.
           WRITE DORM-RPT-REC.

           MOVE WS-ESCHEAT-COUNT TO WS-COUNT-FMT.
           MOVE WS-ESCHEAT-BALANCE TO WS-TOTAL-FMT.
           MOVE SPACES TO ESCH-RPT-REC.
           STRING "CANDIDATES: " WS-COUNT-FMT
                  "  TOTAL BALANCE: " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO ESCH-RPT-REC.
           WRITE ESCH-RPT-REC.

       2100-LOG-AUDIT-END.
           MOVE "DORMACCT    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-ACCT-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
