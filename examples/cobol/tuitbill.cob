       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUMST-STATUS.
           SELECT XREF-FILE ASSIGN TO "STUACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT RATE-FILE ASSIGN TO "TUITRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT REFUND-FILE ASSIGN TO "TUITRFND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT TUIT-HIST-FILE ASSIGN TO "TUITHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT TUIT-TRAN-FILE ASSIGN TO "TUITTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TUIT-RPT-FILE ASSIGN TO "TUITRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE.
       01  STUDENT-REC.
           05  ST-STUDENT-ID  PIC X(9).
           05  ST-COURSE-COUNT  PIC 9(1).
           05  ST-COURSE-ENTRY OCCURS 5 TIMES
                   INDEXED BY ST-COURSE-IDX.
               10  ST-COURSE-CREDITS  PIC 9(1).
               10  ST-COURSE-SCORE    PIC 9(3).
           05  ST-SECTION-CODE  PIC X(6).

       FD  STUDENT-MASTER-FILE.
       01  STUDENT-MASTER-REC.
           05  SM-STUDENT-ID       PIC X(9).
           05  SM-STUDENT-NAME     PIC X(20).
           05  SM-PROGRAM          PIC X(15).
           05  SM-ENROLLED-SW      PIC X.

      *> STUACCT - the bursar's student-to-ledger-account map. Each
      *> student's charges and refunds post to the one account named
      *> here; that account must be on ACCTMSTR like any other.
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-STUDENT-ID       PIC X(9).
           05  XR-ACCT-REF         PIC X(8).

      *> TUITRATE - the charge per credit hour by SM-PROGRAM; a row
      *> with a blank program prices any program not listed.
       FD  RATE-FILE.
       01  RATE-REC.
           05  TU-PROGRAM          PIC X(15).
           05  TU-RATE-PER-CREDIT  PIC 9(5).

      *> TUITRFND - the refund schedule. A withdrawal billed on or
      *> before RF-THROUGH-DATE gets RF-REFUND-PCT of the withdrawn
      *> credits' charge back; the earliest row still open on the run
      *> date applies, and past the last row there is no refund.
       FD  REFUND-FILE.
       01  REFUND-REC.
           05  RF-THROUGH-DATE     PIC 9(8).
           05  RF-REFUND-PCT       PIC 9(3).

       FD  TUIT-HIST-FILE.
       COPY TUITHIST.

      *> BATCHREG is only read here, to learn which SYSTUIT blocks
      *> ARITHMETIC has actually posted.
       FD  BATCH-REG-FILE.
       COPY BATCHREG.

      *> TUITTRAN is a TRANFILE block from source SYSTUIT, read by
      *> ARITHMETIC behind the upstream feed exactly as ACCRTRAN is.
      *> A charge goes in as an add (NUM1 + NUM2) to the student's
      *> account, a refund as a subtract from zero (0 - NUM2).
       FD  TUIT-TRAN-FILE.
       01  TUIT-TRAN-REC.
           05  TT-NUM1            PIC 9(4).
           05  TT-NUM2            PIC 9(4).
           05  TT-ACCT-REF        PIC X(8).
           05  TT-OP-CODE         PIC X.
       01  TUIT-TRAILER-REC.
           05  TT-TRAILER-MARK    PIC X(8).
           05  TT-TRAILER-COUNT   PIC 9(5).
           05  TT-TRAILER-HASH    PIC 9(10).
       01  TUIT-HEADER-REC.
           05  TT-HEADER-MARK     PIC X(8).
           05  TT-HDR-SOURCE-ID   PIC X(8).
           05  TT-HDR-BATCH-DATE  PIC 9(8).
           05  TT-HDR-BATCH-NUM   PIC 9(4).

       FD  TUIT-RPT-FILE.
       01  TUIT-RPT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-STUDENT-STATUS  PIC XX VALUE "00".
       01  WS-EOF-SW          PIC X VALUE 'N'.
           88  END-OF-STUDENTS VALUE 'Y'.

       01  WS-STUMST-STATUS       PIC XX VALUE "00".
       01  WS-STUMST-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-STUMST      VALUE 'Y'.
       01  WS-STUMST-COUNT        PIC 9(4) VALUE 0.
       01  WS-STUMST-TABLE.
           05  WS-SM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SM-IDX.
               10  WS-SM-STUDENT-ID   PIC X(9).
               10  WS-SM-STUDENT-NAME PIC X(20).
               10  WS-SM-PROGRAM      PIC X(15).
               10  WS-SM-ENROLLED-SW  PIC X.
       01  WS-SM-SUB              PIC 9(4) VALUE 0.

       01  WS-XREF-STATUS     PIC XX VALUE "00".
       01  WS-XREF-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-XREF    VALUE 'Y'.
       01  WS-XREF-COUNT      PIC 9(4) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-XREF-IDX.
               10  WS-XR-STUDENT-ID   PIC X(9).
               10  WS-XR-ACCT-REF     PIC X(8).
       01  WS-CUR-ACCT-REF    PIC X(8).

       01  WS-RATE-STATUS     PIC XX VALUE "00".
       01  WS-RATE-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-RATES   VALUE 'Y'.
       01  WS-RATE-COUNT      PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-TU-PROGRAM      PIC X(15).
               10  WS-TU-RATE         PIC 9(5).
       01  WS-RATE-FOUND-SW   PIC X VALUE 'N'.
           88  RATE-FOUND     VALUE 'Y'.
       01  WS-CUR-RATE        PIC 9(5).

       01  WS-REFUND-STATUS   PIC XX VALUE "00".
       01  WS-REFUND-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-REFUNDS VALUE 'Y'.
       01  WS-REFUND-PCT      PIC 9(3) VALUE 0.
       01  WS-REFUND-THROUGH  PIC 9(8) VALUE 0.

      *> The whole history is held in the table and rewritten from
      *> it; one the table cannot take whole stops the run rather
      *> than be rewritten short and bill those students again.
       01  WS-HIST-STATUS     PIC XX VALUE "00".
       01  WS-HIST-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-HIST    VALUE 'Y'.
       01  WS-HIST-COUNT      PIC 9(4) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10  WS-TB-STUDENT-ID       PIC X(9).
               10  WS-TB-SECTION-CODE     PIC X(6).
               10  WS-TB-ACCT-REF         PIC X(8).
               10  WS-TB-BILLED-CREDITS   PIC 9(3).
               10  WS-TB-BILLED-AMOUNT    PIC 9(7).
               10  WS-TB-REFUND-CREDITS   PIC 9(3).
               10  WS-TB-REFUND-AMOUNT    PIC 9(7).
               10  WS-TB-LAST-RUN-DATE    PIC 9(8).
               10  WS-TB-LAST-BILLED-CRED PIC 9(3).
               10  WS-TB-LAST-BILLED-AMT  PIC 9(7).
               10  WS-TB-LAST-REFUND-CRED PIC 9(3).
               10  WS-TB-LAST-REFUND-AMT  PIC 9(7).
               10  WS-TB-LAST-BATCH-NUM   PIC 9(4).
       01  WS-HIST-SUB        PIC 9(4) VALUE 0.
       01  WS-ABORT-SW        PIC X VALUE 'N'.
           88  BILLING-ABORTED VALUE 'Y'.

      *> The block header goes out with the first detail, so a night
      *> with nothing new to bill writes no empty block.
       01  WS-BLOCK-OPEN-SW   PIC X VALUE 'N'.
           88  BLOCK-OPEN     VALUE 'Y'.
       01  WS-TUIT-SOURCE-ID  PIC X(8) VALUE "SYSTUIT ".
       01  WS-TUIT-BATCH-NUM  PIC 9(4) VALUE 1.

      *> A share billed into a block BATCHREG does not hold never
      *> reached the ledger - the block was lost with an emptied
      *> TUITTRAN - so it is backed out of TUITHIST and billed again.
       01  WS-BREG-STATUS     PIC XX VALUE "00".
       01  WS-BREG-FOUND-SW   PIC X VALUE 'N'.
           88  BLOCK-POSTED   VALUE 'Y'.
       01  WS-BLOCK-COUNT     PIC 9(5) VALUE 0.
       01  WS-BLOCK-HASH      PIC 9(10) VALUE 0.
       01  WS-HOLD-DETAIL     PIC X(17).
       01  WS-REMAINING       PIC 9(9).

       01  WS-TERM-CREDITS    PIC 9(3).
       01  WS-W-CREDITS       PIC 9(3).
       01  WS-CHARGE-CREDITS  PIC S9(3).
       01  WS-REFUND-CREDITS  PIC S9(3).
       01  WS-CHARGE-AMOUNT   PIC 9(7).
       01  WS-REFUND-AMOUNT   PIC 9(7).
       01  WS-TOTAL-CHARGES   PIC 9(9) VALUE 0.
       01  WS-TOTAL-REFUNDS   PIC 9(9) VALUE 0.

       01  WS-STUDENT-COUNT   PIC 9(5) VALUE 0.
       01  WS-BILLED-COUNT    PIC 9(5) VALUE 0.
       01  WS-REFUNDED-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNCHANGED-COUNT PIC 9(5) VALUE 0.
       01  WS-NO-MASTER-COUNT PIC 9(5) VALUE 0.
       01  WS-NO-XREF-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-RATE-COUNT   PIC 9(5) VALUE 0.
       01  WS-REDUCED-COUNT   PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01  WS-RERUN-COUNT     PIC 9(5) VALUE 0.

       01  WS-CHG-CRED-FMT    PIC Z9.
       01  WS-RFD-CRED-FMT    PIC Z9.
       01  WS-CHG-FMT         PIC Z(6)9.
       01  WS-RFD-FMT         PIC Z(6)9.
       01  WS-TOTAL-FMT       PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Tuition Billing ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

      *> TUITTRAN is emptied every night, so an aborted run leaves
      *> ARITHMETIC nothing of this program's to post.
           OPEN OUTPUT TUIT-TRAN-FILE.
           OPEN OUTPUT TUIT-RPT-FILE.
           PERFORM 0030-WRITE-RPT-HEADER.

           PERFORM 0050-LOAD-STUDENT-MASTER.
           PERFORM 0055-LOAD-XREF.
           PERFORM 0060-LOAD-RATES.
           PERFORM 0065-LOAD-REFUND-SCHEDULE.
           PERFORM 0070-LOAD-HISTORY.
           IF NOT BILLING-ABORTED
               PERFORM 0080-CHECK-POSTED
           END-IF.
           IF BILLING-ABORTED
               MOVE SPACES TO TUIT-RPT-REC
               STRING "*** BILLING ABORTED - NOTHING BILLED"
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
               WRITE TUIT-RPT-REC
               CLOSE TUIT-TRAN-FILE
               CLOSE TUIT-RPT-FILE
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL END-OF-STUDENTS
                   READ STUDENT-FILE
                       AT END
                           SET END-OF-STUDENTS TO TRUE
                       NOT AT END
                           PERFORM 1000-BILL-STUDENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           ELSE
               DISPLAY "No STUDENTF enrollments this run"
           END-IF.

           IF BLOCK-OPEN
               PERFORM 1900-WRITE-TRAILER
           END-IF.
           PERFORM 1950-WRITE-HISTORY.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE TUIT-TRAN-FILE.
           CLOSE TUIT-RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "TUITBILL    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-RPT-HEADER.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "TUITION BILLING - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "STUDENT   SECTN  ACCOUNT  CRED  CHARGED  WDRN PCT"
                  "  REFUNDED"
                  DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.

       0050-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMST-STATUS = "00"
               PERFORM UNTIL END-OF-STUMST
                   READ STUDENT-MASTER-FILE
                       AT END
                           SET END-OF-STUMST TO TRUE
                       NOT AT END
                           IF WS-STUMST-COUNT < 2000
                               ADD 1 TO WS-STUMST-COUNT
                               MOVE SM-STUDENT-ID TO
                                   WS-SM-STUDENT-ID (WS-STUMST-COUNT)
                               MOVE SM-STUDENT-NAME TO
                                   WS-SM-STUDENT-NAME (WS-STUMST-COUNT)
                               MOVE SM-PROGRAM TO
                                   WS-SM-PROGRAM (WS-STUMST-COUNT)
                               MOVE SM-ENROLLED-SW TO
                                   WS-SM-ENROLLED-SW (WS-STUMST-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: STUDENT MASTER "
                                       "TABLE FULL - STUDENT "
                                       SM-STUDENT-ID
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           ELSE
               DISPLAY "*** WARNING: STUDMSTR NOT FOUND - NO "
                       "STUDENT CAN BE BILLED ***"
           END-IF.

       0055-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL END-OF-XREF
                   READ XREF-FILE
                       AT END
                           SET END-OF-XREF TO TRUE
                       NOT AT END
                           IF WS-XREF-COUNT < 2000
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XR-STUDENT-ID TO
                                   WS-XR-STUDENT-ID (WS-XREF-COUNT)
                               MOVE XR-ACCT-REF TO
                                   WS-XR-ACCT-REF (WS-XREF-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: ACCOUNT XREF "
                                       "TABLE FULL - STUDENT "
                                       XR-STUDENT-ID
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           ELSE
               DISPLAY "*** WARNING: STUACCT NOT FOUND - NO "
                       "STUDENT CAN BE BILLED ***"
           END-IF.

       0060-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
               PERFORM UNTIL END-OF-RATES
                   READ RATE-FILE
                       AT END
                           SET END-OF-RATES TO TRUE
                       NOT AT END
                           IF WS-RATE-COUNT < 100
                               ADD 1 TO WS-RATE-COUNT
                               MOVE TU-PROGRAM TO
                                   WS-TU-PROGRAM (WS-RATE-COUNT)
                               MOVE TU-RATE-PER-CREDIT TO
                                   WS-TU-RATE (WS-RATE-COUNT)
                           ELSE
                               DISPLAY "*** EXCEPTION: TUITION RATE "
                                       "TABLE FULL - " TU-PROGRAM
                                       " NOT LOADED ***"
                               SET BILLING-ABORTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY "--- Tuition Billing: ABORTED - "
                       "TUITRATE NOT FOUND ---"
               SET BILLING-ABORTED TO TRUE
           END-IF.

      *> Only the row in force today is kept: the earliest through
      *> date not yet passed. No schedule means no refunds are due,
      *> but the withdrawn credits are still recorded as settled.
       0065-LOAD-REFUND-SCHEDULE.
           OPEN INPUT REFUND-FILE.
           IF WS-REFUND-STATUS = "00"
               PERFORM UNTIL END-OF-REFUNDS
                   READ REFUND-FILE
                       AT END
                           SET END-OF-REFUNDS TO TRUE
                       NOT AT END
                           IF RF-THROUGH-DATE NOT < JOBHDR-RUN-DATE
                               AND (WS-REFUND-THROUGH = 0
                                OR RF-THROUGH-DATE < WS-REFUND-THROUGH)
                               MOVE RF-THROUGH-DATE
                                   TO WS-REFUND-THROUGH
                               MOVE RF-REFUND-PCT TO WS-REFUND-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-FILE
           ELSE
               DISPLAY "*** WARNING: TUITRFND NOT FOUND - "
                       "WITHDRAWALS REFUND NOTHING ***"
           END-IF.
           IF WS-REFUND-PCT > 100
               MOVE 100 TO WS-REFUND-PCT
           END-IF.
           DISPLAY "Refund schedule: " WS-REFUND-PCT
                   "% through " WS-REFUND-THROUGH.

       0070-LOAD-HISTORY.
           OPEN INPUT TUIT-HIST-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL END-OF-HIST
                   READ TUIT-HIST-FILE
                       AT END
                           SET END-OF-HIST TO TRUE
                       NOT AT END
                           PERFORM 0075-STORE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE TUIT-HIST-FILE
           ELSE
               DISPLAY "TUITHIST not found - starting an empty "
                       "billing history"
           END-IF.

       0075-STORE-HISTORY.
           IF WS-HIST-COUNT < 2000
               ADD 1 TO WS-HIST-COUNT
               MOVE TB-STUDENT-ID TO WS-TB-STUDENT-ID (WS-HIST-COUNT)
               MOVE TB-SECTION-CODE
                   TO WS-TB-SECTION-CODE (WS-HIST-COUNT)
               MOVE TB-ACCT-REF TO WS-TB-ACCT-REF (WS-HIST-COUNT)
               MOVE TB-BILLED-CREDITS
                   TO WS-TB-BILLED-CREDITS (WS-HIST-COUNT)
               MOVE TB-BILLED-AMOUNT
                   TO WS-TB-BILLED-AMOUNT (WS-HIST-COUNT)
               MOVE TB-REFUND-CREDITS
                   TO WS-TB-REFUND-CREDITS (WS-HIST-COUNT)
               MOVE TB-REFUND-AMOUNT
                   TO WS-TB-REFUND-AMOUNT (WS-HIST-COUNT)
               MOVE TB-LAST-RUN-DATE
                   TO WS-TB-LAST-RUN-DATE (WS-HIST-COUNT)
               MOVE TB-LAST-BILLED-CREDITS
                   TO WS-TB-LAST-BILLED-CRED (WS-HIST-COUNT)
               MOVE TB-LAST-BILLED-AMOUNT
                   TO WS-TB-LAST-BILLED-AMT (WS-HIST-COUNT)
               MOVE TB-LAST-REFUND-CREDITS
                   TO WS-TB-LAST-REFUND-CRED (WS-HIST-COUNT)
               MOVE TB-LAST-REFUND-AMOUNT
                   TO WS-TB-LAST-REFUND-AMT (WS-HIST-COUNT)
               IF TB-LAST-BATCH-NUM IS NUMERIC
                   MOVE TB-LAST-BATCH-NUM
                       TO WS-TB-LAST-BATCH-NUM (WS-HIST-COUNT)
               ELSE
                   MOVE 1 TO WS-TB-LAST-BATCH-NUM (WS-HIST-COUNT)
               END-IF
           ELSE
               DISPLAY "--- Tuition Billing: ABORTED - TUITHIST "
                       "TABLE FULL AT STUDENT " TB-STUDENT-ID " ---"
               SET BILLING-ABORTED TO TRUE
           END-IF.

      *> Every history entry carrying a last share is looked up on
      *> BATCHREG under the block it went out in; one not there is
      *> backed out. Tonight's block then takes the first batch
      *> number not yet posted today, so a changed rerun after a
      *> posted block goes out as a new block, not as a resend that
      *> BATCHREG would refuse. No BATCHREG at all means nothing has
      *> ever posted; any other open failure stops the run, since
      *> nothing could be billed safely.
       0080-CHECK-POSTED.
           OPEN INPUT BATCH-REG-FILE.
           EVALUATE WS-BREG-STATUS
               WHEN "00"
                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                           UNTIL WS-HIST-IDX > WS-HIST-COUNT
                       PERFORM 0085-CHECK-ONE-SHARE
                   END-PERFORM
                   MOVE 0 TO WS-TUIT-BATCH-NUM
                   SET BLOCK-POSTED TO TRUE
                   PERFORM UNTIL NOT BLOCK-POSTED
                           OR WS-TUIT-BATCH-NUM = 9999
                       ADD 1 TO WS-TUIT-BATCH-NUM
                       MOVE JOBHDR-RUN-DATE TO BR-BATCH-DATE
                       MOVE WS-TUIT-BATCH-NUM TO BR-BATCH-NUM
                       PERFORM 0090-READ-REGISTRY
                   END-PERFORM
                   CLOSE BATCH-REG-FILE
               WHEN "35"
                   DISPLAY "BATCHREG not found - no SYSTUIT block "
                           "has posted yet"
                   MOVE 'N' TO WS-BREG-FOUND-SW
                   PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                           UNTIL WS-HIST-IDX > WS-HIST-COUNT
                       PERFORM 0087-BACK-OUT-SHARE
                   END-PERFORM
                   MOVE 1 TO WS-TUIT-BATCH-NUM
               WHEN OTHER
                   DISPLAY "--- Tuition Billing: ABORTED - "
                           "BATCHREG OPEN FAILED, STATUS "
                           WS-BREG-STATUS " ---"
                   SET BILLING-ABORTED TO TRUE
           END-EVALUATE.
           IF WS-RERUN-COUNT > 0
               DISPLAY "Unposted billing backed out: " WS-RERUN-COUNT
                       " enrollment(s)"
           END-IF.
           DISPLAY "Tonight's block: " WS-TUIT-SOURCE-ID " "
                   JOBHDR-RUN-DATE " " WS-TUIT-BATCH-NUM.

       0085-CHECK-ONE-SHARE.
           IF WS-TB-LAST-BILLED-AMT (WS-HIST-IDX) > 0
                   OR WS-TB-LAST-REFUND-AMT (WS-HIST-IDX) > 0
                   OR WS-TB-LAST-BILLED-CRED (WS-HIST-IDX) > 0
                   OR WS-TB-LAST-REFUND-CRED (WS-HIST-IDX) > 0
               MOVE WS-TB-LAST-RUN-DATE (WS-HIST-IDX) TO BR-BATCH-DATE
               MOVE WS-TB-LAST-BATCH-NUM (WS-HIST-IDX) TO BR-BATCH-NUM
               PERFORM 0090-READ-REGISTRY
               IF NOT BLOCK-POSTED
                   PERFORM 0087-BACK-OUT-SHARE
               END-IF
           END-IF.

       0087-BACK-OUT-SHARE.
           IF WS-TB-LAST-BILLED-AMT (WS-HIST-IDX) > 0
                   OR WS-TB-LAST-REFUND-AMT (WS-HIST-IDX) > 0
                   OR WS-TB-LAST-BILLED-CRED (WS-HIST-IDX) > 0
                   OR WS-TB-LAST-REFUND-CRED (WS-HIST-IDX) > 0
               ADD 1 TO WS-RERUN-COUNT
               SUBTRACT WS-TB-LAST-BILLED-CRED (WS-HIST-IDX)
                   FROM WS-TB-BILLED-CREDITS (WS-HIST-IDX)
               SUBTRACT WS-TB-LAST-BILLED-AMT (WS-HIST-IDX)
                   FROM WS-TB-BILLED-AMOUNT (WS-HIST-IDX)
               SUBTRACT WS-TB-LAST-REFUND-CRED (WS-HIST-IDX)
                   FROM WS-TB-REFUND-CREDITS (WS-HIST-IDX)
               SUBTRACT WS-TB-LAST-REFUND-AMT (WS-HIST-IDX)
                   FROM WS-TB-REFUND-AMOUNT (WS-HIST-IDX)
               MOVE 0 TO WS-TB-LAST-BILLED-CRED (WS-HIST-IDX)
               MOVE 0 TO WS-TB-LAST-BILLED-AMT (WS-HIST-IDX)
               MOVE 0 TO WS-TB-LAST-REFUND-CRED (WS-HIST-IDX)
               MOVE 0 TO WS-TB-LAST-REFUND-AMT (WS-HIST-IDX)
           END-IF.

       0090-READ-REGISTRY.
           MOVE WS-TUIT-SOURCE-ID TO BR-SOURCE-ID.
           MOVE 'N' TO WS-BREG-FOUND-SW.
           READ BATCH-REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BLOCK-POSTED TO TRUE
           END-READ.

      *> A student the registrar does not have is left to NOSHOWRP's
      *> side of the house and never billed. An enrollment without an
      *> account or a price is an exception and is not recorded, so
      *> it bills in full the first night both are in place.
       1000-BILL-STUDENT.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM 1010-FIND-STUDENT-MASTER.
           IF WS-SM-SUB = 0
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE SPACES TO TUIT-RPT-REC
               STRING ST-STUDENT-ID " " ST-SECTION-CODE
                      "  *** NOT ON STUDENT MASTER - NOT BILLED"
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
               WRITE TUIT-RPT-REC
           ELSE
               PERFORM 1020-FIND-ACCOUNT
               PERFORM 1030-FIND-RATE
               EVALUATE TRUE
                   WHEN WS-CUR-ACCT-REF = SPACES
                       ADD 1 TO WS-NO-XREF-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "*** EXCEPTION: STUDENT " ST-STUDENT-ID
                               " HAS NO LEDGER ACCOUNT ON STUACCT ***"
                       MOVE SPACES TO TUIT-RPT-REC
                       STRING ST-STUDENT-ID " " ST-SECTION-CODE
                              "  *** NO ACCOUNT ON STUACCT - NOT BILLED"
                              DELIMITED BY SIZE INTO TUIT-RPT-REC
                       WRITE TUIT-RPT-REC
                   WHEN NOT RATE-FOUND
                       ADD 1 TO WS-NO-RATE-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "*** EXCEPTION: NO TUITION RATE FOR "
                               "PROGRAM " WS-SM-PROGRAM (WS-SM-SUB)
                               " - STUDENT " ST-STUDENT-ID " ***"
                       MOVE SPACES TO TUIT-RPT-REC
                       STRING ST-STUDENT-ID " " ST-SECTION-CODE
                              "  *** NO RATE FOR "
                              WS-SM-PROGRAM (WS-SM-SUB)
                              " - NOT BILLED"
                              DELIMITED BY SIZE INTO TUIT-RPT-REC
                       WRITE TUIT-RPT-REC
                   WHEN OTHER
                       PERFORM 1100-PRICE-ENROLLMENT
               END-EVALUATE
           END-IF.

       1010-FIND-STUDENT-MASTER.
           MOVE 0 TO WS-SM-SUB.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-STUMST-COUNT
               IF WS-SM-STUDENT-ID (WS-SM-IDX) = ST-STUDENT-ID
                   SET WS-SM-SUB TO WS-SM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1020-FIND-ACCOUNT.
           MOVE SPACES TO WS-CUR-ACCT-REF.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XR-STUDENT-ID (WS-XREF-IDX) = ST-STUDENT-ID
                   MOVE WS-XR-ACCT-REF (WS-XREF-IDX) TO WS-CUR-ACCT-REF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The student's own program's row wins; the blank-program row
      *> is only the fallback.
       1030-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 0 TO WS-CUR-RATE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-TU-PROGRAM (WS-RATE-IDX)
                       = WS-SM-PROGRAM (WS-SM-SUB)
                   SET RATE-FOUND TO TRUE
                   MOVE WS-TU-RATE (WS-RATE-IDX) TO WS-CUR-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT RATE-FOUND
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   IF WS-TU-PROGRAM (WS-RATE-IDX) = SPACES
                       SET RATE-FOUND TO TRUE
                       MOVE WS-TU-RATE (WS-RATE-IDX) TO WS-CUR-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> Every course on the enrollment is charged once, withdrawn or
      *> not - a 'W' (score 998) was taken and then dropped - and the
      *> withdrawn credits are then refunded at the schedule's rate.
      *> A student STUDMSTR shows withdrawn from the institution has
      *> every credit treated as withdrawn. Only what TUITHIST does
      *> not already show is billed tonight.
       1100-PRICE-ENROLLMENT.
           MOVE 0 TO WS-TERM-CREDITS.
           MOVE 0 TO WS-W-CREDITS.
           PERFORM VARYING ST-COURSE-IDX FROM 1 BY 1
                   UNTIL ST-COURSE-IDX > ST-COURSE-COUNT
                      OR ST-COURSE-IDX > 5
               ADD ST-COURSE-CREDITS (ST-COURSE-IDX) TO WS-TERM-CREDITS
               IF ST-COURSE-SCORE (ST-COURSE-IDX) = 998
                   ADD ST-COURSE-CREDITS (ST-COURSE-IDX)
                       TO WS-W-CREDITS
               END-IF
           END-PERFORM.
           IF WS-SM-ENROLLED-SW (WS-SM-SUB) = 'W'
               MOVE WS-TERM-CREDITS TO WS-W-CREDITS
           END-IF.

           PERFORM 1110-FIND-HISTORY.
           IF WS-HIST-SUB = 0
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: TUITHIST TABLE FULL - STUDENT "
                       ST-STUDENT-ID " NOT BILLED ***"
               MOVE SPACES TO TUIT-RPT-REC
               STRING ST-STUDENT-ID " " ST-SECTION-CODE
                      "  *** BILLING HISTORY FULL - NOT BILLED"
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
               WRITE TUIT-RPT-REC
           ELSE
               PERFORM 1120-BILL-DIFFERENCE
           END-IF.

      *> A new enrollment gets a zero history entry. One whose last
      *> share never posted was already backed out in 0080-CHECK-
      *> POSTED, so it is priced again exactly as that run priced it.
       1110-FIND-HISTORY.
           MOVE 0 TO WS-HIST-SUB.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF WS-TB-STUDENT-ID (WS-HIST-IDX) = ST-STUDENT-ID
                       AND WS-TB-SECTION-CODE (WS-HIST-IDX)
                           = ST-SECTION-CODE
                   SET WS-HIST-SUB TO WS-HIST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HIST-SUB = 0
               IF WS-HIST-COUNT < 2000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-SUB
                   INITIALIZE WS-HIST-ENTRY (WS-HIST-SUB)
                   MOVE ST-STUDENT-ID
                       TO WS-TB-STUDENT-ID (WS-HIST-SUB)
                   MOVE ST-SECTION-CODE
                       TO WS-TB-SECTION-CODE (WS-HIST-SUB)
               END-IF
           END-IF.

      *> Credits dropping below what was already charged means a
      *> course vanished from the feed rather than being withdrawn;
      *> that is not refunded automatically but put to the bursar.
       1120-BILL-DIFFERENCE.
           COMPUTE WS-CHARGE-CREDITS =
               WS-TERM-CREDITS - WS-TB-BILLED-CREDITS (WS-HIST-SUB).
           COMPUTE WS-REFUND-CREDITS =
               WS-W-CREDITS - WS-TB-REFUND-CREDITS (WS-HIST-SUB).
           IF WS-CHARGE-CREDITS < 0
               ADD 1 TO WS-REDUCED-COUNT
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: STUDENT " ST-STUDENT-ID
                       " SECTION " ST-SECTION-CODE
                       " CREDITS BELOW AMOUNT ALREADY BILLED ***"
               MOVE SPACES TO TUIT-RPT-REC
               STRING ST-STUDENT-ID " " ST-SECTION-CODE
                      "  *** CREDITS BELOW BILLED - REFER TO BURSAR"
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
               WRITE TUIT-RPT-REC
               MOVE 0 TO WS-CHARGE-CREDITS
           END-IF.
           IF WS-REFUND-CREDITS < 0
               MOVE 0 TO WS-REFUND-CREDITS
           END-IF.
           COMPUTE WS-CHARGE-AMOUNT = WS-CHARGE-CREDITS * WS-CUR-RATE.
           COMPUTE WS-REFUND-AMOUNT ROUNDED =
               WS-REFUND-CREDITS * WS-CUR-RATE * WS-REFUND-PCT / 100.

           IF WS-CHARGE-CREDITS = 0 AND WS-REFUND-CREDITS = 0
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               MOVE WS-CUR-ACCT-REF TO WS-TB-ACCT-REF (WS-HIST-SUB)
               MOVE JOBHDR-RUN-DATE TO WS-TB-LAST-RUN-DATE (WS-HIST-SUB)
               MOVE WS-TUIT-BATCH-NUM
                   TO WS-TB-LAST-BATCH-NUM (WS-HIST-SUB)
               ADD WS-CHARGE-CREDITS
                   TO WS-TB-BILLED-CREDITS (WS-HIST-SUB)
               MOVE WS-CHARGE-CREDITS
                   TO WS-TB-LAST-BILLED-CRED (WS-HIST-SUB)
               ADD WS-CHARGE-AMOUNT
                   TO WS-TB-BILLED-AMOUNT (WS-HIST-SUB)
               MOVE WS-CHARGE-AMOUNT
                   TO WS-TB-LAST-BILLED-AMT (WS-HIST-SUB)
               ADD WS-REFUND-CREDITS
                   TO WS-TB-REFUND-CREDITS (WS-HIST-SUB)
               MOVE WS-REFUND-CREDITS
                   TO WS-TB-LAST-REFUND-CRED (WS-HIST-SUB)
               ADD WS-REFUND-AMOUNT
                   TO WS-TB-REFUND-AMOUNT (WS-HIST-SUB)
               MOVE WS-REFUND-AMOUNT
                   TO WS-TB-LAST-REFUND-AMT (WS-HIST-SUB)
               IF WS-CHARGE-AMOUNT > 0
                   ADD 1 TO WS-BILLED-COUNT
                   ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGES
                   PERFORM 1200-WRITE-CHARGE
               END-IF
               IF WS-REFUND-AMOUNT > 0
                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDS
                   PERFORM 1300-WRITE-REFUND
               END-IF
               MOVE WS-CHARGE-AMOUNT TO WS-CHG-FMT
               MOVE WS-REFUND-AMOUNT TO WS-RFD-FMT
               MOVE WS-CHARGE-CREDITS TO WS-CHG-CRED-FMT
               MOVE WS-REFUND-CREDITS TO WS-RFD-CRED-FMT
               MOVE SPACES TO TUIT-RPT-REC
               STRING ST-STUDENT-ID " " ST-SECTION-CODE " "
                      WS-CUR-ACCT-REF "  " WS-CHG-CRED-FMT
                      "  " WS-CHG-FMT "    " WS-RFD-CRED-FMT
                      " " WS-REFUND-PCT "  " WS-RFD-FMT
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
               WRITE TUIT-RPT-REC
           END-IF.

      *> A detail carries at most 9999 in each of NUM1 and NUM2, so a
      *> larger charge is spread over as many add lines as it takes.
       1200-WRITE-CHARGE.
           MOVE WS-CHARGE-AMOUNT TO WS-REMAINING.
           PERFORM UNTIL WS-REMAINING = 0
               MOVE WS-CUR-ACCT-REF TO TT-ACCT-REF
               MOVE 'A' TO TT-OP-CODE
               IF WS-REMAINING > 9999
                   MOVE 9999 TO TT-NUM1
               ELSE
                   MOVE WS-REMAINING TO TT-NUM1
               END-IF
               SUBTRACT TT-NUM1 FROM WS-REMAINING
               IF WS-REMAINING > 9999
                   MOVE 9999 TO TT-NUM2
               ELSE
                   MOVE WS-REMAINING TO TT-NUM2
               END-IF
               SUBTRACT TT-NUM2 FROM WS-REMAINING
               PERFORM 1800-WRITE-DETAIL
           END-PERFORM.

      *> A refund rides in NUM2 alone, so it takes a line per 9999.
       1300-WRITE-REFUND.
           MOVE WS-REFUND-AMOUNT TO WS-REMAINING.
           PERFORM UNTIL WS-REMAINING = 0
               MOVE WS-CUR-ACCT-REF TO TT-ACCT-REF
               MOVE 'S' TO TT-OP-CODE
               MOVE 0 TO TT-NUM1
               IF WS-REMAINING > 9999
                   MOVE 9999 TO TT-NUM2
               ELSE
                   MOVE WS-REMAINING TO TT-NUM2
               END-IF
               SUBTRACT TT-NUM2 FROM WS-REMAINING
               PERFORM 1800-WRITE-DETAIL
           END-PERFORM.

      *> The detail is built in the record area before the header
      *> shares it, so it is held aside while the header goes out.
       1800-WRITE-DETAIL.
           IF NOT BLOCK-OPEN
               MOVE TUIT-TRAN-REC TO WS-HOLD-DETAIL
               PERFORM 1810-WRITE-HEADER
               MOVE WS-HOLD-DETAIL TO TUIT-TRAN-REC
           END-IF.
           ADD 1 TO WS-BLOCK-COUNT.
           ADD TT-NUM1 TO WS-BLOCK-HASH.
           ADD TT-NUM2 TO WS-BLOCK-HASH.
           WRITE TUIT-TRAN-REC.

       1810-WRITE-HEADER.
           SET BLOCK-OPEN TO TRUE.
           MOVE SPACES TO TUIT-HEADER-REC.
           MOVE "BATCHHDR" TO TT-HEADER-MARK.
           MOVE WS-TUIT-SOURCE-ID TO TT-HDR-SOURCE-ID.
           MOVE JOBHDR-RUN-DATE TO TT-HDR-BATCH-DATE.
           MOVE WS-TUIT-BATCH-NUM TO TT-HDR-BATCH-NUM.
           WRITE TUIT-HEADER-REC.

       1900-WRITE-TRAILER.
           MOVE SPACES TO TUIT-TRAILER-REC.
           MOVE "TRAILER1" TO TT-TRAILER-MARK.
           MOVE WS-BLOCK-COUNT TO TT-TRAILER-COUNT.
           MOVE WS-BLOCK-HASH TO TT-TRAILER-HASH.
           WRITE TUIT-TRAILER-REC.

      *> Rewritten wholesale from the table, the way CTLFLOW rewrites
      *> TRANSCPT - new enrollments land at the end of the file.
       1950-WRITE-HISTORY.
           OPEN OUTPUT TUIT-HIST-FILE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE WS-TB-STUDENT-ID (WS-HIST-IDX) TO TB-STUDENT-ID
               MOVE WS-TB-SECTION-CODE (WS-HIST-IDX) TO TB-SECTION-CODE
               MOVE WS-TB-ACCT-REF (WS-HIST-IDX) TO TB-ACCT-REF
               MOVE WS-TB-BILLED-CREDITS (WS-HIST-IDX)
                   TO TB-BILLED-CREDITS
               MOVE WS-TB-BILLED-AMOUNT (WS-HIST-IDX)
                   TO TB-BILLED-AMOUNT
               MOVE WS-TB-REFUND-CREDITS (WS-HIST-IDX)
                   TO TB-REFUND-CREDITS
               MOVE WS-TB-REFUND-AMOUNT (WS-HIST-IDX)
                   TO TB-REFUND-AMOUNT
               MOVE WS-TB-LAST-RUN-DATE (WS-HIST-IDX)
                   TO TB-LAST-RUN-DATE
               MOVE WS-TB-LAST-BILLED-CRED (WS-HIST-IDX)
                   TO TB-LAST-BILLED-CREDITS
               MOVE WS-TB-LAST-BILLED-AMT (WS-HIST-IDX)
                   TO TB-LAST-BILLED-AMOUNT
               MOVE WS-TB-LAST-REFUND-CRED (WS-HIST-IDX)
                   TO TB-LAST-REFUND-CREDITS
               MOVE WS-TB-LAST-REFUND-AMT (WS-HIST-IDX)
                   TO TB-LAST-REFUND-AMOUNT
               MOVE WS-TB-LAST-BATCH-NUM (WS-HIST-IDX)
                   TO TB-LAST-BATCH-NUM
               WRITE TUIT-HIST-REC
           END-PERFORM.
           CLOSE TUIT-HIST-FILE.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "  ENROLLMENTS=" WS-STUDENT-COUNT
                  "  CHARGED=" WS-BILLED-COUNT
                  "  REFUNDED=" WS-REFUNDED-COUNT
                  "  UNCHANGED=" WS-UNCHANGED-COUNT
                  DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "  NOT ON MASTER=" WS-NO-MASTER-COUNT
                  "  NO ACCOUNT=" WS-NO-XREF-COUNT
                  "  NO RATE=" WS-NO-RATE-COUNT
                  "  CREDITS REDUCED=" WS-REDUCED-COUNT
                  DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.
           MOVE WS-TOTAL-CHARGES TO WS-TOTAL-FMT.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "  TOTAL CHARGED  " WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.
           MOVE WS-TOTAL-REFUNDS TO WS-TOTAL-FMT.
           MOVE SPACES TO TUIT-RPT-REC.
           STRING "  TOTAL REFUNDED " WS-TOTAL-FMT
                  "  AT " WS-REFUND-PCT "% THROUGH " WS-REFUND-THROUGH
                  DELIMITED BY SIZE INTO TUIT-RPT-REC.
           WRITE TUIT-RPT-REC.
           MOVE SPACES TO TUIT-RPT-REC.
           IF BLOCK-OPEN
               STRING "  BLOCK " WS-TUIT-SOURCE-ID " "
                      JOBHDR-RUN-DATE " " WS-TUIT-BATCH-NUM
                      "  COUNT=" WS-BLOCK-COUNT
                      "  HASH=" WS-BLOCK-HASH
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
           ELSE
               STRING "  NOTHING NEW TO BILL - NO BLOCK WRITTEN"
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
           END-IF.
           WRITE TUIT-RPT-REC.
           IF WS-RERUN-COUNT > 0
               MOVE SPACES TO TUIT-RPT-REC
               STRING "  " WS-RERUN-COUNT
                      " ENROLLMENT(S) WITH UNPOSTED BILLING REPRICED"
                      DELIMITED BY SIZE INTO TUIT-RPT-REC
               WRITE TUIT-RPT-REC
           END-IF.
           DISPLAY " ".
           DISPLAY "Enrollments: " WS-STUDENT-COUNT
                   " Charged: " WS-BILLED-COUNT
                   " Refunded: " WS-REFUNDED-COUNT
                   " Exceptions: " WS-EXCEPTION-COUNT
                   " Details: " WS-BLOCK-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "TUITBILL    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-BLOCK-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
