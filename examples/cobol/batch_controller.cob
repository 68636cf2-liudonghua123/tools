           SELECT LOOP-PARM-FILE ASSIGN TO "LOOPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOP-STATUS.
           SELECT ARIT-PARM-FILE ASSIGN TO "ARITPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CTLF-PARM-FILE ASSIGN TO "CTLFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PRIM-PARM-FILE ASSIGN TO "PRIMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT STRN-PARM-FILE ASSIGN TO "STRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           ==PARM-OPERATOR-ID== BY ==LOOP-OPERATOR-ID==
           ==PARM-EFFECTIVE-DATE== BY ==LOOP-EFF-DATE==.

      *> The other four programs' cards, read only on a dry run to
      *> show which effective-dated card each would pick tonight.
       FD  ARIT-PARM-FILE.
       COPY PARMARI REPLACING
           ==PARM-REC== BY ==ARIT-PARM-REC==
           ==PARM-RUN-ID== BY ==ARIT-RUN-ID==
           ==PARM-OPERATOR-ID== BY ==ARIT-OPERATOR-ID==
           ==PARM-EFFECTIVE-DATE== BY ==ARIT-EFF-DATE==.

       FD  CTLF-PARM-FILE.
       COPY PARMCTL REPLACING
           ==PARM-REC== BY ==CTLF-PARM-REC==
           ==PARM-RUN-ID== BY ==CTLF-RUN-ID==
           ==PARM-OPERATOR-ID== BY ==CTLF-OPERATOR-ID==
           ==PARM-EFFECTIVE-DATE== BY ==CTLF-EFF-DATE==.

       FD  PRIM-PARM-FILE.
       COPY PARMPRM REPLACING
           ==PARM-REC== BY ==PRIM-PARM-REC==
           ==PARM-RUN-ID== BY ==PRIM-RUN-ID==
           ==PARM-OPERATOR-ID== BY ==PRIM-OPERATOR-ID==
           ==PARM-EFFECTIVE-DATE== BY ==PRIM-EFF-DATE==.

       FD  STRN-PARM-FILE.
       COPY PARMSTR REPLACING
           ==PARM-REC== BY ==STRN-PARM-REC==
           ==PARM-RUN-ID== BY ==STRN-RUN-ID==
           ==PARM-OPERATOR-ID== BY ==STRN-OPERATOR-ID==
           ==PARM-EFFECTIVE-DATE== BY ==STRN-EFF-DATE==.

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.
           88  BATCH-ABORTED  VALUE 'Y'.
       01  WS-WORST-RC        PIC 9(4) VALUE 0.

      *> The chain in DAILYRUN's step order, STEP006 to STEP057.
       01  WS-STEP-NAMES-LIST.
           05  FILLER         PIC X(48) VALUE
           "STATSAVE    ACCTMNT     ACCRUAL     TUITBILL    ".
           05  FILLER         PIC X(48) VALUE
           "ARITHMETIC  CTLFLOW     DEGAUDIT    LOOPS       ".
           05  FILLER         PIC X(48) VALUE
           "PRIMES      STRINGS     XREFMNT     MTHCLOSE    ".
           05  FILLER         PIC X(12) VALUE
           "DORMACCT    ".
       01  WS-STEP-NAMES-TABLE REDEFINES WS-STEP-NAMES-LIST.
           05  WS-STEP-PGM-NAME OCCURS 13 TIMES PIC X(12).
       01  WS-STEP-COUNT      PIC 9(2) VALUE 13.
       01  WS-STEP-IDX        PIC 9(2).

       01  WS-PARM-STATUS     PIC XX VALUE "00".
      *> weekday flags, defaulting to run-every-day when BATCHCAL
      *> has no STEP entry for it.
       01  WS-STEP-SCHED-TABLE.
           05  WS-STEP-SCHED OCCURS 13 TIMES.
               10  WS-SCHED-FREQ     PIC X VALUE 'D'.
               10  WS-SCHED-DAYS     PIC X(7) VALUE "YYYYYYY".
       01  WS-SCH-IDX         PIC 9(2).
       01  WS-RESTART-REQ-SW  PIC X VALUE 'N'.
           88  RESTART-REQUESTED VALUE 'Y'.

      *> Dry run: the checks that would stop a real run with STOP RUN
      *> record why instead, so the plan can show every step blocked
      *> and the reason.
       01  WS-DRY-RUN-SW      PIC X VALUE 'N'.
           88  DRY-RUN        VALUE 'Y'.
       01  WS-PLAN-BLOCK-SW   PIC X VALUE 'N'.
           88  PLAN-BLOCKED   VALUE 'Y'.
       01  WS-PLAN-BLOCK-REASON PIC X(40) VALUE SPACES.
       01  WS-PLAN-RESTART-FROM PIC X(40) VALUE SPACES.
      *> The card each program would pick, by the rule every program
      *> applies: the latest effective date at or before the run
      *> date, a blank date counting as always in effect. Parallel to
      *> WS-STEP-PGM-NAME; a step that reads no such card is marked
      *> '-' and shows no card line.
       01  WS-CARD-STATUS     PIC XX VALUE "00".
       01  WS-CARD-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-CARDS   VALUE 'Y'.
       01  WS-CARD-NUM        PIC 9(3) VALUE 0.
       01  WS-CARD-EFF-FIELD  PIC X(8).
       01  WS-CARD-EFF-DATE   PIC 9(8).
       01  WS-CARD-RUN-ID     PIC X(8).
       01  WS-PLAN-CARD-TABLE.
           05  WS-PLAN-CARD OCCURS 13 TIMES.
               10  WS-PLAN-PARM-FILE  PIC X(8).
      *> 'F' no PARM file, 'N' no card in effect, 'Y' card chosen,
      *> '-' the step takes no control card.
               10  WS-PLAN-CARD-SW    PIC X.
               10  WS-PLAN-CARD-SEQ   PIC 9(3).
               10  WS-PLAN-CARD-EFF   PIC 9(8).
               10  WS-PLAN-CARD-RUN-ID PIC X(8).
       01  WS-PLAN-LINE       PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

      *> A dry run stops here, with everything above evaluated and
      *> nothing CALLed, marked, or logged.
           IF DRY-RUN
               PERFORM 3000-PRINT-RUN-PLAN
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> A holiday on the calendar stops the whole chain before
      *> PARMCHK - nothing runs, nothing marks, and the operator no
      *> longer has to remember not to submit; every step is logged
           CALL "PARMCHK".
           PERFORM 1000-CHECK-STEP.

      *> The input feeds themselves are checked next, for the same
      *> reason: a missing or empty critical feed stops the chain
      *> here, while a stale, repeated, or short one is only a
      *> warning the operator sees in FEEDRPT.
           IF NOT BATCH-ABORTED
               MOVE "FEEDCHK     " TO WS-STEP-NAME
               CALL "FEEDCHK"
               PERFORM 1000-CHECK-STEP
           END-IF.

           IF WS-START-IDX > 1 AND NOT BATCH-ABORTED
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX >= WS-START-IDX
      *> the steps that did run had already flagged.
           CALL "EXCPDIG".

      *> The operators' acknowledgement cards go on straight after the
      *> digest, against the history it has just brought up to date,
      *> and the aging report comes out of the same pass.
           CALL "EXCPACK".

      *> The end-of-chain reports run unconditionally for the same
      *> reason the digest does: AUDTPAIR's orphaned-START evidence,
      *> SLARPT's blown-window alert, SUSPRPT's aged suspense, and
      *> FLASHRPT's one-page verdict are wanted most on exactly the
      *> degraded runs.
      *> FLASHRPT follows the other two - it reads the digest the
      *> EXCPDIG call above just wrote, and the history as EXCPACK
      *> left it, acknowledgements applied.
           CALL "AUDTPAIR".
           CALL "SLARPT".
           CALL "SUSPRPT".
           CALL "FLASHRPT".

      *> Distribution goes last of all, so the packets carry the
      *> flash and digest written just above.
           CALL "DISTRPT".

           IF BATCH-ABORTED
               DISPLAY "--- Batch Controller: ABORTED ---"
               MOVE 8 TO RETURN-CODE
                       CONTINUE
                   NOT AT END
                       MOVE PARM-RESTART-STEP TO WS-RESTART-STEP
                       IF PARM-DRY-RUN
                           SET DRY-RUN TO TRUE
                       END-IF
                       IF PARM-RUN-ID NOT = SPACES
                           MOVE PARM-RUN-ID TO JOBHDR-RUN-ID
                       END-IF
               DISPLAY "*** EXCEPTION: OPERMSTR NOT FOUND - NO "
                       "OPERATOR CAN BE AUTHORIZED ***"
           END-IF.
           IF NOT OPERATOR-KNOWN AND DRY-RUN
               SET PLAN-BLOCKED TO TRUE
               MOVE "OPERATOR NOT ON OPERATOR MASTER"
                   TO WS-PLAN-BLOCK-REASON
           END-IF.
           IF NOT OPERATOR-KNOWN AND NOT DRY-RUN
               DISPLAY "--- Batch Controller: ABORTED - OPERATOR '"
                       JOBHDR-OPERATOR-ID "' NOT ON OPERATOR "
                       "MASTER ---"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPERATOR-KNOWN
               DISPLAY "Operator " JOBHDR-OPERATOR-ID " verified: "
                       WS-OPER-NAME " (LEVEL " WS-OPER-LEVEL ")"
           END-IF.

      *> A restart request - PARM-RESTART-STEP on BATCHPRM, or a
      *> PARM-RESTART-LABEL on any LOOPPARM card - needs a
               END-PERFORM
               CLOSE LOOP-PARM-FILE
           END-IF.
           IF RESTART-REQUESTED AND DRY-RUN
               IF OPERATOR-IS-SUPERVISOR
                   DISPLAY "Restart would be authorized by "
                           WS-OPER-NAME
               ELSE
                   IF NOT PLAN-BLOCKED
                       SET PLAN-BLOCKED TO TRUE
                       MOVE "RESTART NEEDS A SUPERVISOR OPERATOR"
                           TO WS-PLAN-BLOCK-REASON
                   END-IF
               END-IF
           END-IF.
           IF RESTART-REQUESTED AND NOT DRY-RUN
               IF OPERATOR-IS-SUPERVISOR
                   DISPLAY "Restart authorized by " WS-OPER-NAME
                   MOVE "BATCH-CTL   " TO AUDIT-PROGRAM-NAME
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE "PARM-RESTART-STEP ON BATCHPRM"
                   TO WS-PLAN-RESTART-FROM
               IF NOT RESTART-STEP-FOUND
                   DISPLAY "*** EXCEPTION: UNKNOWN RESTART STEP '"
                           WS-RESTART-STEP "' - STARTING FROM BEGIN"
                       END-PERFORM
                       DISPLAY "Auto-resuming after last successful "
                               "step: " WS-LAST-MARK-STEP
                       MOVE "BATCHMRK MARKER FROM AN ABORTED RUN"
                           TO WS-PLAN-RESTART-FROM
                   ELSE
                       DISPLAY "Marker from " WS-LAST-MARK-DATE
                               " is stale - running the full chain "
           OPEN OUTPUT MARKER-FILE.
           WRITE MARKER-REC.
           CLOSE MARKER-FILE.

      *> The run plan: each thing a real run would do, in order, as
      *> WILL RUN or SKIP with the reason. Steps behind PARMCHK and
      *> FEEDCHK still depend on those two passing on the night.
       3000-PRINT-RUN-PLAN.
           PERFORM 3100-LOAD-PLAN-CARDS.
           DISPLAY "--- Batch Controller: DRY RUN - NO STEP WILL BE "
                   "CALLED ---".
           IF OPERATOR-KNOWN
               DISPLAY "Operator:  " JOBHDR-OPERATOR-ID " "
                       WS-OPER-NAME " (LEVEL " WS-OPER-LEVEL ")"
           ELSE
               DISPLAY "Operator:  " JOBHDR-OPERATOR-ID
                       " NOT ON OPERATOR MASTER"
           END-IF.
           EVALUATE TRUE
               WHEN TODAY-IS-HOLIDAY
                   DISPLAY "Calendar:  " JOBHDR-RUN-DATE " HOLIDAY"
               WHEN TODAY-IS-MONTH-END
                   DISPLAY "Calendar:  " JOBHDR-RUN-DATE
                           " MONTH-END BUSINESS DAY"
               WHEN OTHER
                   DISPLAY "Calendar:  " JOBHDR-RUN-DATE
                           " BUSINESS DAY (WEEKDAY " WS-TODAY-DOW ")"
           END-EVALUATE.
           IF WS-LAST-MARK-STEP = SPACES
               DISPLAY "Marker:    NONE"
           ELSE
               DISPLAY "Marker:    " WS-LAST-MARK-STEP " ON "
                       WS-LAST-MARK-DATE
           END-IF.
           IF WS-START-IDX > 1
               DISPLAY "Restart:   FROM "
                       WS-STEP-PGM-NAME (WS-START-IDX) " - "
                       WS-PLAN-RESTART-FROM
           ELSE
               DISPLAY "Restart:   NONE - FULL CHAIN"
           END-IF.
           IF PLAN-BLOCKED
               DISPLAY "*** CHAIN WOULD ABORT: " WS-PLAN-BLOCK-REASON
                       " ***"
           END-IF.
           DISPLAY "Run plan:".

           MOVE "PARMCHK     " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "FEEDCHK     " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 3300-PLAN-CHAIN-STEP
           END-PERFORM.
           MOVE "EXCPDIG     " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "EXCPACK     " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "AUDTPAIR    " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "SLARPT      " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "SUSPRPT     " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "FLASHRPT    " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           MOVE "DISTRPT     " TO WS-STEP-NAME.
           PERFORM 3200-PLAN-FIXED-STEP.
           DISPLAY "--- Batch Controller: DRY RUN COMPLETE ---".

       3100-LOAD-PLAN-CARDS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE '-' TO WS-PLAN-CARD-SW (WS-STEP-IDX)
           END-PERFORM.

           MOVE 5 TO WS-STEP-IDX.
           MOVE "ARITPARM" TO WS-PLAN-PARM-FILE (WS-STEP-IDX).
           PERFORM 3110-RESET-PLAN-CARD.
           OPEN INPUT ARIT-PARM-FILE.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-CARDS
                   READ ARIT-PARM-FILE
                       AT END
                           SET END-OF-CARDS TO TRUE
                       NOT AT END
                           MOVE ARIT-EFF-DATE (1:) TO WS-CARD-EFF-FIELD
                           MOVE ARIT-RUN-ID TO WS-CARD-RUN-ID
                           PERFORM 3150-CONSIDER-PLAN-CARD
                   END-READ
               END-PERFORM
               CLOSE ARIT-PARM-FILE
           END-IF.

           MOVE 6 TO WS-STEP-IDX.
           MOVE "CTLFPARM" TO WS-PLAN-PARM-FILE (WS-STEP-IDX).
           PERFORM 3110-RESET-PLAN-CARD.
           OPEN INPUT CTLF-PARM-FILE.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-CARDS
                   READ CTLF-PARM-FILE
                       AT END
                           SET END-OF-CARDS TO TRUE
                       NOT AT END
                           MOVE CTLF-EFF-DATE (1:) TO WS-CARD-EFF-FIELD
                           MOVE CTLF-RUN-ID TO WS-CARD-RUN-ID
                           PERFORM 3150-CONSIDER-PLAN-CARD
                   END-READ
               END-PERFORM
               CLOSE CTLF-PARM-FILE
           END-IF.

           MOVE 8 TO WS-STEP-IDX.
           MOVE "LOOPPARM" TO WS-PLAN-PARM-FILE (WS-STEP-IDX).
           PERFORM 3110-RESET-PLAN-CARD.
           MOVE 'N' TO WS-LOOP-EOF-SW.
           OPEN INPUT LOOP-PARM-FILE.
           MOVE WS-LOOP-STATUS TO WS-CARD-STATUS.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-CARDS
                   READ LOOP-PARM-FILE
                       AT END
                           SET END-OF-CARDS TO TRUE
                       NOT AT END
                           MOVE LOOP-EFF-DATE (1:) TO WS-CARD-EFF-FIELD
                           MOVE LOOP-RUN-ID TO WS-CARD-RUN-ID
                           PERFORM 3150-CONSIDER-PLAN-CARD
                   END-READ
               END-PERFORM
               CLOSE LOOP-PARM-FILE
           END-IF.

           MOVE 9 TO WS-STEP-IDX.
           MOVE "PRIMPARM" TO WS-PLAN-PARM-FILE (WS-STEP-IDX).
           PERFORM 3110-RESET-PLAN-CARD.
           OPEN INPUT PRIM-PARM-FILE.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-CARDS
                   READ PRIM-PARM-FILE
                       AT END
                           SET END-OF-CARDS TO TRUE
                       NOT AT END
                           MOVE PRIM-EFF-DATE (1:) TO WS-CARD-EFF-FIELD
                           MOVE PRIM-RUN-ID TO WS-CARD-RUN-ID
                           PERFORM 3150-CONSIDER-PLAN-CARD
                   END-READ
               END-PERFORM
               CLOSE PRIM-PARM-FILE
           END-IF.

           MOVE 10 TO WS-STEP-IDX.
           MOVE "STRNPARM" TO WS-PLAN-PARM-FILE (WS-STEP-IDX).
           PERFORM 3110-RESET-PLAN-CARD.
           OPEN INPUT STRN-PARM-FILE.
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-CARDS
                   READ STRN-PARM-FILE
                       AT END
                           SET END-OF-CARDS TO TRUE
                       NOT AT END
                           MOVE STRN-EFF-DATE (1:) TO WS-CARD-EFF-FIELD
                           MOVE STRN-RUN-ID TO WS-CARD-RUN-ID
                           PERFORM 3150-CONSIDER-PLAN-CARD
                   END-READ
               END-PERFORM
               CLOSE STRN-PARM-FILE
           END-IF.

       3110-RESET-PLAN-CARD.
           MOVE 'N' TO WS-CARD-EOF-SW.
           MOVE 0 TO WS-CARD-NUM.
           MOVE 'F' TO WS-PLAN-CARD-SW (WS-STEP-IDX).
           MOVE 0 TO WS-PLAN-CARD-SEQ (WS-STEP-IDX).
           MOVE 0 TO WS-PLAN-CARD-EFF (WS-STEP-IDX).
           MOVE SPACES TO WS-PLAN-CARD-RUN-ID (WS-STEP-IDX).

      *> Same choice the owning program makes in its 0055: a later
      *> effective date replaces the card held, an equal one does not.
       3150-CONSIDER-PLAN-CARD.
           ADD 1 TO WS-CARD-NUM.
           IF WS-PLAN-CARD-SW (WS-STEP-IDX) = 'F'
               MOVE 'N' TO WS-PLAN-CARD-SW (WS-STEP-IDX)
           END-IF.
           IF WS-CARD-EFF-FIELD IS NUMERIC
               MOVE WS-CARD-EFF-FIELD TO WS-CARD-EFF-DATE
           ELSE
               MOVE 0 TO WS-CARD-EFF-DATE
           END-IF.
           IF WS-CARD-EFF-DATE NOT > JOBHDR-RUN-DATE
               IF WS-PLAN-CARD-SW (WS-STEP-IDX) NOT = 'Y'
                  OR WS-CARD-EFF-DATE > WS-PLAN-CARD-EFF (WS-STEP-IDX)
                   MOVE 'Y' TO WS-PLAN-CARD-SW (WS-STEP-IDX)
                   MOVE WS-CARD-NUM TO WS-PLAN-CARD-SEQ (WS-STEP-IDX)
                   MOVE WS-CARD-EFF-DATE
                       TO WS-PLAN-CARD-EFF (WS-STEP-IDX)
                   MOVE WS-CARD-RUN-ID
                       TO WS-PLAN-CARD-RUN-ID (WS-STEP-IDX)
               END-IF
           END-IF.

      *> PARMCHK, FEEDCHK, and the end-of-chain reports run on any
      *> day the chain runs at all.
       3200-PLAN-FIXED-STEP.
           MOVE SPACES TO WS-PLAN-LINE.
           EVALUATE TRUE
               WHEN PLAN-BLOCKED
                   STRING "  " WS-STEP-NAME "SKIP (ABORT)     "
                          WS-PLAN-BLOCK-REASON
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN TODAY-IS-HOLIDAY
                   STRING "  " WS-STEP-NAME "SKIP (HOLIDAY)   "
                          "CALENDAR HOLIDAY - CHAIN NOT RUN"
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN OTHER
                   STRING "  " WS-STEP-NAME "WILL RUN"
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
           END-EVALUATE.
           DISPLAY WS-PLAN-LINE.

       3300-PLAN-CHAIN-STEP.
           MOVE SPACES TO WS-PLAN-LINE.
           PERFORM 0075-CHECK-STEP-SCHEDULE.
           EVALUATE TRUE
               WHEN PLAN-BLOCKED
                   STRING "  " WS-STEP-PGM-NAME (WS-STEP-IDX)
                          "SKIP (ABORT)     " WS-PLAN-BLOCK-REASON
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN TODAY-IS-HOLIDAY
                   STRING "  " WS-STEP-PGM-NAME (WS-STEP-IDX)
                          "SKIP (HOLIDAY)   "
                          "CALENDAR HOLIDAY - CHAIN NOT RUN"
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN WS-STEP-IDX < WS-START-IDX
                   STRING "  " WS-STEP-PGM-NAME (WS-STEP-IDX)
                          "SKIP (RESTART)   BEFORE RESTART STEP "
                          WS-STEP-PGM-NAME (WS-START-IDX)
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN NOT STEP-SCHEDULED
                   STRING "  " WS-STEP-PGM-NAME (WS-STEP-IDX)
                          "SKIP (FREQUENCY) " WS-SKIP-REASON
                          " - FREQUENCY " WS-SCHED-FREQ (WS-STEP-IDX)
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN OTHER
                   STRING "  " WS-STEP-PGM-NAME (WS-STEP-IDX)
                          "WILL RUN         FREQUENCY "
                          WS-SCHED-FREQ (WS-STEP-IDX)
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
           END-EVALUATE.
           DISPLAY WS-PLAN-LINE.
           IF WS-PLAN-CARD-SW (WS-STEP-IDX) NOT = '-'
               PERFORM 3310-PLAN-CARD-LINE
           END-IF.

       3310-PLAN-CARD-LINE.
           MOVE SPACES TO WS-PLAN-LINE.
           EVALUATE WS-PLAN-CARD-SW (WS-STEP-IDX)
               WHEN 'Y'
                   STRING "      " WS-PLAN-PARM-FILE (WS-STEP-IDX)
                          " CARD " WS-PLAN-CARD-SEQ (WS-STEP-IDX)
                          " EFFECTIVE " WS-PLAN-CARD-EFF (WS-STEP-IDX)
                          " RUN ID " WS-PLAN-CARD-RUN-ID (WS-STEP-IDX)
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN 'N'
                   STRING "      " WS-PLAN-PARM-FILE (WS-STEP-IDX)
                          " NO CARD IN EFFECT - PROGRAM DEFAULTS"
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
               WHEN OTHER
                   STRING "      " WS-PLAN-PARM-FILE (WS-STEP-IDX)
                          " NOT FOUND - PROGRAM DEFAULTS"
                          DELIMITED BY SIZE INTO WS-PLAN-LINE
           END-EVALUATE.
           DISPLAY WS-PLAN-LINE.
