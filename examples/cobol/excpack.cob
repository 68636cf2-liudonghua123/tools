       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "EXCPTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT HIST-FILE ASSIGN TO "EXCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AGE-FILE ASSIGN TO "EXCPAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One card per status change an operator puts to an exception
      *> on EXCPHIST: A (acknowledged - someone has looked at it),
      *> G (assigned - to the operator named in ASSIGN-TO, which
      *> acknowledges it too), R (resolved). The exception is named
      *> the way EXCPDIG keys it: program, type, and key exactly as
      *> RECURRPT prints them. The operator ID is whoever keyed the
      *> card, and must be on OPERMSTR for it to apply; an assignee
      *> must be on OPERMSTR as well. The note replaces the row's
      *> note when given.
       FD  ACK-FILE.
       01  ACK-REC.
           05  AK-ACTION          PIC X.
               88  AK-ACKNOWLEDGE VALUE 'A'.
               88  AK-ASSIGN      VALUE 'G'.
               88  AK-RESOLVE     VALUE 'R'.
           05  AK-PGM             PIC X(12).
           05  AK-TYPE            PIC X(25).
           05  AK-KEY             PIC X(20).
           05  AK-OPERATOR-ID     PIC X(8).
           05  AK-ASSIGN-TO       PIC X(8).
           05  AK-NOTE            PIC X(30).

       FD  HIST-FILE.
       COPY EXCPHIST.

       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-REC.
           05  OM-OPERATOR-ID     PIC X(8).
           05  OM-OPERATOR-NAME   PIC X(20).
           05  OM-AUTH-LEVEL      PIC X.

      *> EXCPAGE - tonight's cards, applied or rejected, then every
      *> exception still open past the aging limits, program by
      *> program with a count line under each.
       FD  AGE-FILE.
       01  AGE-REC                PIC X(120).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-ACK-STATUS      PIC XX VALUE "00".
       01  WS-ACK-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-ACKS    VALUE 'Y'.

       01  WS-HIST-STATUS     PIC XX VALUE "00".
       01  WS-HIST-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-HIST    VALUE 'Y'.
       01  WS-HIST-COUNT      PIC 9(4) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HX-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HX-IDX.
               10  WS-HX-ROW          PIC X(139).
       01  WS-HX-SUB          PIC 9(4) VALUE 0.
       01  WS-HX-MATCH-SW     PIC X VALUE 'N'.
           88  HX-MATCH-FOUND VALUE 'Y'.
      *> Set when the history could not be loaded whole; the file is
      *> then left exactly as it was rather than rewritten short.
       01  WS-HIST-LOAD-SW    PIC X VALUE 'Y'.
           88  HIST-LOADED    VALUE 'Y'.

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
       01  WS-LOOKUP-OPER     PIC X(8).

       01  WS-REJECT-REASON   PIC X(20).
       01  WS-CARD-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT  PIC 9(5) VALUE 0.

      *> The aging limits: an exception nobody has acknowledged more
      *> than a day after it opened has been missed; one still not
      *> resolved after five has stalled. FLASHRPT holds the first
      *> against the morning verdict.
       01  WS-UNACK-DAYS      PIC 9(2) VALUE 1.
       01  WS-UNRES-DAYS      PIC 9(2) VALUE 5.
       01  WS-TODAY-8         PIC 9(8).
       01  WS-TODAY-INT       PIC 9(7).
       01  WS-OPENED-INT      PIC 9(7).
       01  WS-AGE-DAYS        PIC 9(5).
       01  WS-AGE-DISP        PIC ZZZ9.
       01  WS-STATUS-TEXT     PIC X(12).
       01  WS-AGE-FLAGS       PIC X(20).
       01  WS-UNACK-SW        PIC X.
           88  OVER-UNACK-LIMIT VALUE 'Y'.
       01  WS-UNRES-SW        PIC X.
           88  OVER-UNRES-LIMIT VALUE 'Y'.

      *> Programs in the order they first appear on the history, so
      *> the report groups by program without a sort. Open exceptions
      *> from a program that would not fit are counted and named on
      *> the job log, and the report says how many went unaged.
       01  WS-AG-PGM-COUNT    PIC 9(2) VALUE 0.
       01  WS-AG-PGM-TABLE.
           05  WS-AG-PGM      PIC X(12) OCCURS 50 TIMES.
       01  WS-AG-DROPPED-COUNT PIC 9(4) VALUE 0.
       01  WS-AG-LAST-DROPPED PIC X(12) VALUE SPACES.
       01  WS-AG-PGM-IDX      PIC 9(2).
       01  WS-AG-FOUND-SW     PIC X.
           88  AG-PGM-LISTED  VALUE 'Y'.
       01  WS-AG-PGM-UNACK    PIC 9(4).
       01  WS-AG-PGM-UNRES    PIC 9(4).
       01  WS-AG-TOTAL-UNACK  PIC 9(4) VALUE 0.
       01  WS-AG-TOTAL-UNRES  PIC 9(4) VALUE 0.
       01  WS-COUNT-DISP      PIC ZZZ9.
       01  WS-COUNT-DISP-2    PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Exception Acknowledgement and Aging ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0050-LOAD-OPER-MASTER.
           PERFORM 0060-LOAD-HISTORY.
           IF NOT HIST-LOADED
               DISPLAY "--- Exception Acknowledgement: ABORTED - "
                       "EXCPHIST NOT FULLY LOADED ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT AGE-FILE.
           PERFORM 0030-WRITE-REPORT-HEADER.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL END-OF-ACKS
                   READ ACK-FILE
                       AT END
                           SET END-OF-ACKS TO TRUE
                       NOT AT END
                           PERFORM 1000-PROCESS-CARD
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.
           IF WS-CARD-COUNT = 0
               MOVE SPACES TO AGE-REC
               STRING "  (no acknowledgement cards this run)"
                   DELIMITED BY SIZE INTO AGE-REC
               WRITE AGE-REC
           END-IF.
           IF WS-APPLIED-COUNT > 0
               PERFORM 1900-WRITE-HISTORY
           END-IF.

           PERFORM 2000-WRITE-AGING.
           CLOSE AGE-FILE.

           DISPLAY "=== SUMMARY ===".
           DISPLAY "Cards Read:         " WS-CARD-COUNT.
           DISPLAY "Applied:            " WS-APPLIED-COUNT.
           DISPLAY "Rejected:           " WS-REJECTED-COUNT.
           DISPLAY "Unacknowledged over " WS-UNACK-DAYS " day(s): "
                   WS-AG-TOTAL-UNACK.
           DISPLAY "Unresolved over " WS-UNRES-DAYS " day(s):     "
                   WS-AG-TOTAL-UNRES.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-REJECTED-COUNT > 0
                   OR WS-AG-TOTAL-UNACK > 0
                   OR WS-AG-TOTAL-UNRES > 0
                   OR WS-AG-DROPPED-COUNT > 0
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
           MOVE "EXCPACK     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-REPORT-HEADER.
           MOVE SPACES TO AGE-REC.
           STRING "OPEN EXCEPTION AGING - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  " UNACKNOWLEDGED > " WS-UNACK-DAYS " DAY(S)"
                  " UNRESOLVED > " WS-UNRES-DAYS " DAY(S)"
                  DELIMITED BY SIZE INTO AGE-REC.
           WRITE AGE-REC.
           MOVE SPACES TO AGE-REC.
           STRING "--- ACKNOWLEDGEMENT CARDS ---"
               DELIMITED BY SIZE INTO AGE-REC.
           WRITE AGE-REC.

      *> A missing operator master leaves the table empty, so every
      *> card is rejected as keyed by an unknown operator - the same
      *> fail-closed choice ACCTMNT makes.
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
                       "ACKNOWLEDGEMENT CAN BE AUTHORIZED ***"
           END-IF.

      *> Rows are held whole and rewritten from the table, so a row
      *> the table cannot take would be lost on the rewrite - the run
      *> stops instead. A row from before the status fields existed
      *> is given them here: unacknowledged, opened when first seen.
       0060-LOAD-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL END-OF-HIST
                   READ HIST-FILE
                       AT END
                           SET END-OF-HIST TO TRUE
                       NOT AT END
                           IF WS-HIST-COUNT < 2000
                               IF HX-OPENED IS NOT NUMERIC
                                   MOVE HX-FIRST-SEEN TO HX-OPENED
                                   MOVE SPACE TO HX-STATUS
                                   MOVE 0 TO HX-STATUS-DATE
                                   MOVE SPACES TO HX-STATUS-OPER
                                   MOVE SPACES TO HX-ASSIGNED-TO
                                   MOVE SPACES TO HX-NOTE
                               END-IF
                               ADD 1 TO WS-HIST-COUNT
                               MOVE HIST-REC
                                   TO WS-HX-ROW (WS-HIST-COUNT)
                           ELSE
                               MOVE 'N' TO WS-HIST-LOAD-SW
                               DISPLAY "*** EXCEPTION: HISTORY TABLE "
                                       "FULL - " HX-PGM " " HX-TYPE
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               DISPLAY "EXCPHIST not found - no exceptions on history"
           END-IF.
           DISPLAY "Exceptions on history: " WS-HIST-COUNT.

       1000-PROCESS-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE AK-OPERATOR-ID TO WS-LOOKUP-OPER.
           PERFORM 1010-FIND-OPERATOR.
           PERFORM 1020-FIND-EXCEPTION.
           EVALUATE TRUE
               WHEN NOT OPERATOR-KNOWN
                   MOVE "OPERATOR NOT ON MSTR" TO WS-REJECT-REASON
               WHEN NOT AK-ACKNOWLEDGE AND NOT AK-ASSIGN
                       AND NOT AK-RESOLVE
                   MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               WHEN NOT HX-MATCH-FOUND
                   MOVE "NOT ON HISTORY" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 1100-APPLY-CARD
           END-EVALUATE.

           MOVE SPACES TO AGE-REC.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               STRING "  " AK-ACTION " " AK-PGM " " AK-TYPE
                      " KEY=" AK-KEY " BY " AK-OPERATOR-ID
                      " APPLIED"
                      DELIMITED BY SIZE INTO AGE-REC
               DISPLAY "Applied " AK-ACTION " to " AK-PGM " "
                       AK-TYPE " KEY=" AK-KEY " by " AK-OPERATOR-ID
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               STRING "  " AK-ACTION " " AK-PGM " " AK-TYPE
                      " KEY=" AK-KEY " BY " AK-OPERATOR-ID
                      " REJECTED - " WS-REJECT-REASON
                      DELIMITED BY SIZE INTO AGE-REC
               DISPLAY "*** EXCEPTION: " AK-ACTION " FOR " AK-PGM
                       " " AK-TYPE " REJECTED - " WS-REJECT-REASON
                       " ***"
           END-IF.
           WRITE AGE-REC.

       1010-FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPER-ID (WS-OPER-IDX) = WS-LOOKUP-OPER
                   SET OPERATOR-KNOWN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1020-FIND-EXCEPTION.
           MOVE 'N' TO WS-HX-MATCH-SW.
           MOVE 0 TO WS-HX-SUB.
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                   UNTIL WS-HX-IDX > WS-HIST-COUNT
               MOVE WS-HX-ROW (WS-HX-IDX) TO HIST-REC
               IF HX-PGM = AK-PGM
                       AND HX-TYPE = AK-TYPE
                       AND HX-KEY = AK-KEY
                   SET HX-MATCH-FOUND TO TRUE
                   SET WS-HX-SUB TO WS-HX-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Status only moves forward: a resolved exception takes no more
      *> cards (EXCPDIG reopens it if it comes back), and one already
      *> acknowledged or assigned needs no second acknowledgement. An
      *> assignment may be handed on to someone else.
       1100-APPLY-CARD.
           EVALUATE TRUE
               WHEN HX-RESOLVED
                   MOVE "ALREADY RESOLVED" TO WS-REJECT-REASON
               WHEN AK-ACKNOWLEDGE AND NOT HX-UNACKNOWLEDGED
                   MOVE "ALREADY ACKNOWLEDGED" TO WS-REJECT-REASON
               WHEN AK-ASSIGN AND AK-ASSIGN-TO = SPACES
                   MOVE "ASSIGNEE BLANK" TO WS-REJECT-REASON
               WHEN OTHER
                   IF AK-ASSIGN
                       MOVE AK-ASSIGN-TO TO WS-LOOKUP-OPER
                       PERFORM 1010-FIND-OPERATOR
                       IF OPERATOR-KNOWN
                           MOVE AK-ASSIGN-TO TO HX-ASSIGNED-TO
                       ELSE
                           MOVE "ASSIGNEE NOT ON MSTR"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE AK-ACTION TO HX-STATUS
               MOVE WS-TODAY-8 TO HX-STATUS-DATE
               MOVE AK-OPERATOR-ID TO HX-STATUS-OPER
               IF AK-NOTE NOT = SPACES
                   MOVE AK-NOTE TO HX-NOTE
               END-IF
               MOVE HIST-REC TO WS-HX-ROW (WS-HX-SUB)
           END-IF.

       1900-WRITE-HISTORY.
           OPEN OUTPUT HIST-FILE.
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                   UNTIL WS-HX-IDX > WS-HIST-COUNT
               MOVE WS-HX-ROW (WS-HX-IDX) TO HIST-REC
               WRITE HIST-REC
           END-PERFORM.
           CLOSE HIST-FILE.

      *> One pass to list the programs, then one pass per program over
      *> the whole table - the history is a few thousand rows at most.
       2000-WRITE-AGING.
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                   UNTIL WS-HX-IDX > WS-HIST-COUNT
               MOVE WS-HX-ROW (WS-HX-IDX) TO HIST-REC
               PERFORM 2010-LIST-PROGRAM
           END-PERFORM.
           PERFORM VARYING WS-AG-PGM-IDX FROM 1 BY 1
                   UNTIL WS-AG-PGM-IDX > WS-AG-PGM-COUNT
               PERFORM 2020-AGE-PROGRAM
           END-PERFORM.
           MOVE WS-AG-TOTAL-UNACK TO WS-COUNT-DISP.
           MOVE WS-AG-TOTAL-UNRES TO WS-COUNT-DISP-2.
           MOVE SPACES TO AGE-REC.
           STRING "=== TOTAL: " WS-COUNT-DISP
                  " UNACKNOWLEDGED OVER " WS-UNACK-DAYS " DAY(S), "
                  WS-COUNT-DISP-2 " UNRESOLVED OVER "
                  WS-UNRES-DAYS " DAY(S) ==="
                  DELIMITED BY SIZE INTO AGE-REC.
           WRITE AGE-REC.
           IF WS-AG-DROPPED-COUNT > 0
               MOVE WS-AG-DROPPED-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO AGE-REC
               STRING "*** " WS-COUNT-DISP " OPEN EXCEPTION(S) NOT "
                      "AGED - PROGRAM TABLE FULL ***"
                      DELIMITED BY SIZE INTO AGE-REC
               WRITE AGE-REC
           END-IF.

       2010-LIST-PROGRAM.
           MOVE 'N' TO WS-AG-FOUND-SW.
           PERFORM VARYING WS-AG-PGM-IDX FROM 1 BY 1
                   UNTIL WS-AG-PGM-IDX > WS-AG-PGM-COUNT
               IF WS-AG-PGM (WS-AG-PGM-IDX) = HX-PGM
                   SET AG-PGM-LISTED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT AG-PGM-LISTED
               IF WS-AG-PGM-COUNT < 50
                   ADD 1 TO WS-AG-PGM-COUNT
                   MOVE HX-PGM TO WS-AG-PGM (WS-AG-PGM-COUNT)
               ELSE
                   IF NOT HX-RESOLVED
                       ADD 1 TO WS-AG-DROPPED-COUNT
                       IF HX-PGM NOT = WS-AG-LAST-DROPPED
                           MOVE HX-PGM TO WS-AG-LAST-DROPPED
                           DISPLAY "*** WARNING: PROGRAM TABLE FULL - "
                                   HX-PGM " NOT AGED ***"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2020-AGE-PROGRAM.
           MOVE 0 TO WS-AG-PGM-UNACK.
           MOVE 0 TO WS-AG-PGM-UNRES.
           MOVE SPACES TO AGE-REC.
           STRING "--- " WS-AG-PGM (WS-AG-PGM-IDX) " ---"
               DELIMITED BY SIZE INTO AGE-REC.
           WRITE AGE-REC.
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                   UNTIL WS-HX-IDX > WS-HIST-COUNT
               MOVE WS-HX-ROW (WS-HX-IDX) TO HIST-REC
               IF HX-PGM = WS-AG-PGM (WS-AG-PGM-IDX)
                       AND NOT HX-RESOLVED
                   PERFORM 2030-AGE-EXCEPTION
               END-IF
           END-PERFORM.
           MOVE WS-AG-PGM-UNACK TO WS-COUNT-DISP.
           MOVE WS-AG-PGM-UNRES TO WS-COUNT-DISP-2.
           MOVE SPACES TO AGE-REC.
           STRING "  " WS-AG-PGM (WS-AG-PGM-IDX) ": "
                  WS-COUNT-DISP " UNACKNOWLEDGED, "
                  WS-COUNT-DISP-2 " UNRESOLVED PAST LIMIT"
                  DELIMITED BY SIZE INTO AGE-REC.
           WRITE AGE-REC.
           ADD WS-AG-PGM-UNACK TO WS-AG-TOTAL-UNACK.
           ADD WS-AG-PGM-UNRES TO WS-AG-TOTAL-UNRES.

      *> Age is whole days since the row opened. Only a row past one
      *> of the limits is listed.
       2030-AGE-EXCEPTION.
           COMPUTE WS-OPENED-INT =
               FUNCTION INTEGER-OF-DATE (HX-OPENED).
           IF WS-OPENED-INT < WS-TODAY-INT
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           MOVE 'N' TO WS-UNACK-SW.
           MOVE 'N' TO WS-UNRES-SW.
           MOVE SPACES TO WS-AGE-FLAGS.
           IF HX-UNACKNOWLEDGED AND WS-AGE-DAYS > WS-UNACK-DAYS
               SET OVER-UNACK-LIMIT TO TRUE
               ADD 1 TO WS-AG-PGM-UNACK
           END-IF.
           IF WS-AGE-DAYS > WS-UNRES-DAYS
               SET OVER-UNRES-LIMIT TO TRUE
               ADD 1 TO WS-AG-PGM-UNRES
           END-IF.
           EVALUATE TRUE
               WHEN OVER-UNACK-LIMIT AND OVER-UNRES-LIMIT
                   MOVE "UNACK/UNRESOLVED" TO WS-AGE-FLAGS
               WHEN OVER-UNACK-LIMIT
                   MOVE "UNACKNOWLEDGED" TO WS-AGE-FLAGS
               WHEN OVER-UNRES-LIMIT
                   MOVE "UNRESOLVED" TO WS-AGE-FLAGS
           END-EVALUATE.
           IF WS-AGE-FLAGS NOT = SPACES
               EVALUATE TRUE
                   WHEN HX-ACKNOWLEDGED
                       MOVE "ACKNOWLEDGED" TO WS-STATUS-TEXT
                   WHEN HX-ASSIGNED
                       MOVE "ASSIGNED" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "OPEN" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE WS-AGE-DAYS TO WS-AGE-DISP
               MOVE SPACES TO AGE-REC
               STRING "  " HX-TYPE " KEY=" HX-KEY
                      " OPENED=" HX-OPENED " AGE=" WS-AGE-DISP
                      " " WS-STATUS-TEXT " " HX-ASSIGNED-TO
                      " " WS-AGE-FLAGS
                      DELIMITED BY SIZE INTO AGE-REC
               WRITE AGE-REC
           END-IF.

       2100-LOG-AUDIT-END.
           MOVE "EXCPACK     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-CARD-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
