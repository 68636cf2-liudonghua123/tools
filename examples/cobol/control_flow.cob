           SELECT TERM-HIST-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-HIST-STATUS.
           SELECT POST-CTL-FILE ASSIGN TO "CTLFPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-CTL-STATUS.
           SELECT BEFORE-FILE ASSIGN TO "TRANSBFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-STATUS.
           SELECT TERM-WORK-FILE ASSIGN TO "TERMWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  TH-RUN-DATE         PIC 9(8).
           05  TH-TERM-GPA         PIC 9V9.
           05  TH-LAST-GRADE       PIC X.
           05  TH-CREDITS-EARNED   PIC 9(2).
           05  TH-W-COUNT          PIC 9.
           05  TH-SECTION-CODE     PIC X(6).

      *> CTLFPOST remembers the last STUDENTF batch posted to
      *> TRANSCPT and TERMHIST: its run date, a record count and hash
      *> to tell one batch from another, and whether that posting
      *> ran to completion ('C') or was still in progress ('I').
       FD  POST-CTL-FILE.
       01  POST-CTL-REC.
           05  PC-RUN-DATE         PIC 9(8).
           05  PC-STUDENT-COUNT    PIC 9(5).
           05  PC-STUDENT-HASH     PIC 9(12).
           05  PC-STATUS           PIC X.
               88  PC-POSTING-COMPLETE VALUE 'C'.
               88  PC-POSTING-IN-PROGRESS VALUE 'I'.

      *> TRANSBFR is TRANSCPT exactly as it stood before the batch in
      *> CTLFPOST was posted - the image a back-out restores.
       FD  BEFORE-FILE.
       01  BEFORE-REC.
           05  BF-STUDENT-ID  PIC X(9).
           05  BF-TERM-COUNT  PIC 9(3).
           05  BF-GPA-TOTAL   PIC 9(5)V9.
           05  BF-LAST-GRADE  PIC X.

       FD  TERM-WORK-FILE.
       01  TERM-WORK-REC          PIC X(29).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       01  WS-STUDENT-GPA     PIC 9V9.
       01  WS-GPA-FMT         PIC 9.9.
       01  WS-CREDIT-TOTAL    PIC 9(2) VALUE 0.
      *> Credits passed (A-C) and courses withdrawn this term, kept
      *> on TERMHIST so the degree audit can total them across terms.
       01  WS-EARNED-CREDITS  PIC 9(2) VALUE 0.
       01  WS-TERM-W-COUNT    PIC 9 VALUE 0.
       01  WS-WEIGHTED-GPA-TOTAL  PIC 9(4)V9 VALUE 0.
       01  WS-TERM-GPA        PIC 9V9 VALUE 0.
       01  WS-COURSE-NUM      PIC 9.
       01  WS-RANK-CUM-FMT        PIC Z(4)9.9.

       01  WS-TERM-HIST-STATUS    PIC XX VALUE "00".
       01  WS-TERM-HIST-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-TERM-HIST   VALUE 'Y'.
       01  WS-TERM-WORK-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-TERM-WORK   VALUE 'Y'.
       01  WS-TERM-HIST-DROPPED   PIC 9(5) VALUE 0.

      *> Same-day rerun protection. The STUDENTF batch is counted and
      *> hashed before anything is posted and compared with CTLFPOST;
      *> a batch already posted on this run date is either skipped or
      *> backed out and reposted, as the CTLFPARM card directs. A
      *> posting that never completed is always backed out - skipping
      *> it would leave the half that did post in place.
       01  WS-POST-CTL-STATUS     PIC XX VALUE "00".
       01  WS-BEFORE-STATUS       PIC XX VALUE "00".
       01  WS-BEFORE-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-BEFORE      VALUE 'Y'.
       01  WS-POST-MODE-SW        PIC X VALUE 'N'.
           88  POST-NORMAL        VALUE 'N'.
           88  POST-SKIP          VALUE 'S'.
           88  POST-BACKOUT       VALUE 'B'.
       01  WS-RERUN-ABORT-SW      PIC X VALUE 'N'.
           88  RERUN-ABORTED      VALUE 'Y'.
       01  WS-NEW-BATCH-SW        PIC X VALUE 'N'.
           88  RERUN-NEW-BATCH    VALUE 'Y'.
       01  WS-BATCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-BATCH-HASH          PIC 9(12) VALUE 0.
       01  WS-BATCH-ID-NUM        PIC 9(9).
       01  WS-RERUN-DETAIL        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0070-LOAD-TRANSCRIPTS.
           PERFORM 0075-LOAD-SECTIONS.
           PERFORM 0078-LOAD-STUDENT-MASTER.
           PERFORM 0082-CHECK-RERUN.
           IF POST-BACKOUT
               PERFORM 0084-BACK-OUT-POSTING
           END-IF.
           IF NOT POST-NORMAL
               PERFORM 0085-LOG-RERUN
           END-IF.
           IF RERUN-ABORTED
               DISPLAY "*** ABORT: EARLIER POSTING CANNOT BE BACKED "
                       "OUT - NOTHING POSTED ***"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT POST-SKIP
               PERFORM 0086-SAVE-BEFORE-IMAGE
           END-IF.

           OPEN INPUT STUDENT-FILE.
           OPEN OUTPUT EXCEPT-FILE.

           CLOSE STUDENT-FILE.
           CLOSE TERM-HIST-FILE.
      *> Corrections are postings too: the run being skipped has
      *> already applied tonight's GRDCORR.
           IF NOT POST-SKIP
               PERFORM 1500-PROCESS-CORRECTIONS
           END-IF.
           CLOSE EXCEPT-FILE.
           IF NOT POST-SKIP
               PERFORM 1980-WRITE-TRANSCRIPTS
               PERFORM 1990-MARK-POSTING-COMPLETE
           END-IF.
           PERFORM 2000-PRINT-DISTRIBUTION.
           PERFORM 2050-PRINT-HONOR-ROLL.
           PERFORM 2060-PRINT-RANK-REPORT.
           PERFORM 2080-PRINT-NOSHOW-REPORT.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-COUNT-EXCP > 0 OR WS-CORR-REJECT-COUNT > 0
                   OR (POST-SKIP AND RERUN-NEW-BATCH)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
               OPEN OUTPUT TERM-HIST-FILE
           END-IF.

      *> Counts and hashes tonight's STUDENTF (student IDs plus every
      *> course's credits and score), then decides against CTLFPOST
      *> whether this is a first posting, a skip, or a back-out.
       0082-CHECK-RERUN.
           OPEN INPUT STUDENT-FILE.
           PERFORM UNTIL END-OF-STUDENTS
               READ STUDENT-FILE
                   AT END
                       SET END-OF-STUDENTS TO TRUE
                   NOT AT END
                       PERFORM 0083-HASH-STUDENT
               END-READ
           END-PERFORM.
           CLOSE STUDENT-FILE.
           MOVE 'N' TO WS-EOF-SW.

           SET POST-NORMAL TO TRUE.
           OPEN INPUT POST-CTL-FILE.
           IF WS-POST-CTL-STATUS = "00"
               READ POST-CTL-FILE
                   AT END
                       MOVE 0 TO PC-RUN-DATE
               END-READ
               CLOSE POST-CTL-FILE
           ELSE
               MOVE 0 TO PC-RUN-DATE
           END-IF.
           IF PC-RUN-DATE IS NUMERIC
                   AND PC-RUN-DATE = JOBHDR-RUN-DATE
               IF PC-STUDENT-COUNT NOT = WS-BATCH-COUNT
                       OR PC-STUDENT-HASH NOT = WS-BATCH-HASH
                   SET RERUN-NEW-BATCH TO TRUE
                   DISPLAY "*** WARNING: STUDENTF DIFFERS FROM THE "
                           "BATCH POSTED EARLIER TODAY ***"
               END-IF
               EVALUATE TRUE
                   WHEN NOT PC-POSTING-COMPLETE
                       SET POST-BACKOUT TO TRUE
                       MOVE "INCOMPLETE RUN BACKED OUT"
                           TO WS-RERUN-DETAIL
                   WHEN PARM-RERUN-BACKOUT AND RERUN-NEW-BATCH
                       SET POST-BACKOUT TO TRUE
                       MOVE "BACKED OUT - NEW BATCH POSTED"
                           TO WS-RERUN-DETAIL
                   WHEN PARM-RERUN-BACKOUT
                       SET POST-BACKOUT TO TRUE
                       MOVE "BACKED OUT AND REPOSTED"
                           TO WS-RERUN-DETAIL
                   WHEN RERUN-NEW-BATCH
                       SET POST-SKIP TO TRUE
                       MOVE "SKIPPED - NEW BATCH NOT POSTED"
                           TO WS-RERUN-DETAIL
                   WHEN OTHER
                       SET POST-SKIP TO TRUE
                       MOVE "SKIPPED - POSTED EARLIER TODAY"
                           TO WS-RERUN-DETAIL
               END-EVALUATE
           END-IF.

       0083-HASH-STUDENT.
           ADD 1 TO WS-BATCH-COUNT.
           IF ST-STUDENT-ID IS NUMERIC
               MOVE ST-STUDENT-ID TO WS-BATCH-ID-NUM
               ADD WS-BATCH-ID-NUM TO WS-BATCH-HASH
           END-IF.
           IF ST-COURSE-COUNT IS NUMERIC
               PERFORM VARYING ST-COURSE-IDX FROM 1 BY 1
                       UNTIL ST-COURSE-IDX > ST-COURSE-COUNT
                          OR ST-COURSE-IDX > 5
                   IF ST-COURSE-CREDITS (ST-COURSE-IDX) IS NUMERIC
                       ADD ST-COURSE-CREDITS (ST-COURSE-IDX)
                           TO WS-BATCH-HASH
                   END-IF
                   IF ST-COURSE-SCORE (ST-COURSE-IDX) IS NUMERIC
                       ADD ST-COURSE-SCORE (ST-COURSE-IDX)
                           TO WS-BATCH-HASH
                   END-IF
               END-PERFORM
           END-IF.

      *> Puts TRANSCPT back to its TRANSBFR image and strips this run
      *> date's rows out of TERMHIST (copied through TERMWORK), so the
      *> batch can be posted again as if for the first time. Without
      *> a readable TRANSBFR there is nothing safe to restore from.
       0084-BACK-OUT-POSTING.
           OPEN INPUT BEFORE-FILE.
           IF WS-BEFORE-STATUS NOT = "00"
               SET RERUN-ABORTED TO TRUE
           ELSE
               MOVE 0 TO WS-TRANSCRIPT-COUNT
               PERFORM UNTIL END-OF-BEFORE OR RERUN-ABORTED
                   READ BEFORE-FILE
                       AT END
                           SET END-OF-BEFORE TO TRUE
                       NOT AT END
                           IF WS-TRANSCRIPT-COUNT < 2000
                               ADD 1 TO WS-TRANSCRIPT-COUNT
                               MOVE BEFORE-REC TO
                                   WS-TX-ENTRY (WS-TRANSCRIPT-COUNT)
                           ELSE
                               SET RERUN-ABORTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BEFORE-FILE
           END-IF.
           IF NOT RERUN-ABORTED
               OPEN INPUT TERM-HIST-FILE
               IF WS-TERM-HIST-STATUS = "00"
                   OPEN OUTPUT TERM-WORK-FILE
                   PERFORM UNTIL END-OF-TERM-HIST
                       READ TERM-HIST-FILE
                           AT END
                               SET END-OF-TERM-HIST TO TRUE
                           NOT AT END
                               IF TH-RUN-DATE = JOBHDR-RUN-DATE
                                   ADD 1 TO WS-TERM-HIST-DROPPED
                               ELSE
                                   WRITE TERM-WORK-REC
                                       FROM TERM-HIST-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-HIST-FILE
                   CLOSE TERM-WORK-FILE
                   OPEN INPUT TERM-WORK-FILE
                   OPEN OUTPUT TERM-HIST-FILE
                   PERFORM UNTIL END-OF-TERM-WORK
                       READ TERM-WORK-FILE
                           AT END
                               SET END-OF-TERM-WORK TO TRUE
                           NOT AT END
                               WRITE TERM-HIST-REC
                                   FROM TERM-WORK-REC
                       END-READ
                   END-PERFORM
                   CLOSE TERM-WORK-FILE
                   CLOSE TERM-HIST-FILE
               END-IF
               DISPLAY "Backed out: TRANSCPT restored to "
                       WS-TRANSCRIPT-COUNT " entries, "
                       WS-TERM-HIST-DROPPED " TERMHIST row(s) removed"
           END-IF.

      *> The RERUN event is logged only once the back-out has been
      *> tried, so AUDITLOG never shows a back-out that did not
      *> happen.
       0085-LOG-RERUN.
           IF RERUN-ABORTED
               MOVE "ABORTED - BACK-OUT FAILED" TO WS-RERUN-DETAIL
           END-IF.
           DISPLAY "Rerun for " JOBHDR-RUN-DATE ": " WS-RERUN-DETAIL.
           MOVE "CTLFLOW" TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-RERUN TO TRUE.
           MOVE WS-BATCH-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-RERUN-DETAIL TO AUDIT-DETAIL.
           CALL "AUDITLOG" USING AUDIT-PARMS.

      *> Saves the pre-posting TRANSCPT image, then marks tonight's
      *> batch in progress. The image goes first: a run that dies
      *> between the two still shows yesterday in CTLFPOST and has
      *> posted nothing.
       0086-SAVE-BEFORE-IMAGE.
           OPEN OUTPUT BEFORE-FILE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TRANSCRIPT-COUNT
               MOVE WS-TX-ENTRY (WS-TX-IDX) TO BEFORE-REC
               WRITE BEFORE-REC
           END-PERFORM.
           CLOSE BEFORE-FILE.
           MOVE JOBHDR-RUN-DATE TO PC-RUN-DATE.
           MOVE WS-BATCH-COUNT TO PC-STUDENT-COUNT.
           MOVE WS-BATCH-HASH TO PC-STUDENT-HASH.
           SET PC-POSTING-IN-PROGRESS TO TRUE.
           OPEN OUTPUT POST-CTL-FILE.
           WRITE POST-CTL-REC.
           CLOSE POST-CTL-FILE.

      *> Finds this STUDENTF record's master entry, marks it as seen
      *> for the no-show sweep, and leaves the student's name in
      *> WS-CUR-STUDENT-NAME for every report line that follows.
                   ST-COURSE-COUNT " course(s)".
           MOVE 0 TO WS-CREDIT-TOTAL.
           MOVE 0 TO WS-WEIGHTED-GPA-TOTAL.
           MOVE 0 TO WS-EARNED-CREDITS.
           MOVE 0 TO WS-TERM-W-COUNT.
           PERFORM VARYING ST-COURSE-IDX FROM 1 BY 1
                   UNTIL ST-COURSE-IDX > ST-COURSE-COUNT
               PERFORM 1050-PROCESS-COURSE
           END-IF.

       1175-WRITE-TERM-HIST.
           IF NOT POST-SKIP
               MOVE ST-STUDENT-ID TO TH-STUDENT-ID
               MOVE JOBHDR-RUN-DATE TO TH-RUN-DATE
               MOVE WS-TERM-GPA TO TH-TERM-GPA
               MOVE GRADE TO TH-LAST-GRADE
               MOVE WS-EARNED-CREDITS TO TH-CREDITS-EARNED
               MOVE WS-TERM-W-COUNT TO TH-W-COUNT
               MOVE ST-SECTION-CODE TO TH-SECTION-CODE
               WRITE TERM-HIST-REC
           END-IF.

       1050-PROCESS-COURSE.
           MOVE ST-COURSE-SCORE (ST-COURSE-IDX) TO NUM.
           IF GRADE = 'W'
               DISPLAY "  Result: Withdrawn"
               ADD 1 TO WS-COUNT-W
               ADD 1 TO WS-TERM-W-COUNT
               IF SECT-IDX-VALID
                   ADD 1 TO WS-SECT-COUNT-W (WS-SECT-SUB)
               END-IF
           COMPUTE WS-WEIGHTED-GPA-TOTAL = WS-WEIGHTED-GPA-TOTAL +
               (WS-STUDENT-GPA * ST-COURSE-CREDITS (ST-COURSE-IDX)).

           IF GRADE = 'A' OR GRADE = 'B' OR GRADE = 'C'
               ADD ST-COURSE-CREDITS (ST-COURSE-IDX)
                   TO WS-EARNED-CREDITS
           END-IF.

           EVALUATE GRADE
               WHEN 'A'
                   DISPLAY "  Result: Excellent!"
      *> table is full and this student is not already in it,
      *> WS-TX-IDX is left unusable and the caller must check
      *> TX-IDX-VALID before indexing WS-TRANSCRIPT-TABLE with it.
      *> On a skipped rerun the entry already holds tonight's term, so
      *> it is only located, never added to.
           MOVE 'N' TO WS-TX-MATCH-SW.
           MOVE 'N' TO WS-TX-IDX-SW.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT TX-MATCH-FOUND AND NOT POST-SKIP
               IF WS-TRANSCRIPT-COUNT < 2000
                   ADD 1 TO WS-TRANSCRIPT-COUNT
                   SET WS-TX-IDX TO WS-TRANSCRIPT-COUNT
                   SET TX-IDX-VALID TO TRUE
               END-IF
           END-IF.
           IF TX-IDX-VALID AND NOT POST-SKIP
               ADD 1 TO WS-TX-TERM-COUNT (WS-TX-IDX)
               ADD WS-TERM-GPA TO WS-TX-GPA-TOTAL (WS-TX-IDX)
               MOVE GRADE TO WS-TX-LAST-GRADE (WS-TX-IDX)
           END-PERFORM.
           CLOSE TRANSCRIPT-FILE.

       1990-MARK-POSTING-COMPLETE.
           MOVE JOBHDR-RUN-DATE TO PC-RUN-DATE.
           MOVE WS-BATCH-COUNT TO PC-STUDENT-COUNT.
           MOVE WS-BATCH-HASH TO PC-STUDENT-HASH.
           SET PC-POSTING-COMPLETE TO TRUE.
           OPEN OUTPUT POST-CTL-FILE.
           WRITE POST-CTL-REC.
           CLOSE POST-CTL-FILE.

       2000-PRINT-DISTRIBUTION.
           DISPLAY " ".
           DISPLAY "--- Grade Distribution Report ---".
