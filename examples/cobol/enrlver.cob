       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENRLVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "STUDENTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUMST-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.
           SELECT ENRL-FILE ASSIGN TO "ENRLVER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENRL-RPT-FILE ASSIGN TO "ENRLRPT"
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

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-REC.
           05  TX-STUDENT-ID  PIC X(9).
           05  TX-TERM-COUNT  PIC 9(3).
           05  TX-GPA-TOTAL   PIC 9(5)V9.
           05  TX-LAST-GRADE  PIC X.

       FD  ENRL-FILE.
       COPY ENRLVER.

       FD  ENRL-RPT-FILE.
       01  ENRL-RPT-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

      *> Credit-load bands for the enrollment status sent out:
      *> full time at or above the first figure, half time at or
      *> above the second, less than half time below that.
       01  WS-FULL-TIME-CREDITS  PIC 9(3) VALUE 12.
       01  WS-HALF-TIME-CREDITS  PIC 9(3) VALUE 6.

       01  WS-STUDENT-STATUS  PIC XX VALUE "00".
       01  WS-STUDENT-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-STUDENTS VALUE 'Y'.

       01  WS-STUMST-STATUS   PIC XX VALUE "00".
       01  WS-STUMST-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-STUMST  VALUE 'Y'.
       01  WS-STUMST-COUNT    PIC 9(4) VALUE 0.
       01  WS-STUMST-TABLE.
           05  WS-SM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SM-IDX.
               10  WS-SM-STUDENT-ID   PIC X(9).
               10  WS-SM-STUDENT-NAME PIC X(20).
               10  WS-SM-PROGRAM      PIC X(15).
               10  WS-SM-ENROLLED-SW  PIC X.
               10  WS-SM-SEEN-SW      PIC X.
               10  WS-SM-CREDITS      PIC 9(3).
       01  WS-SM-SUB          PIC 9(4) VALUE 0.

       01  WS-TRANSCRIPT-STATUS  PIC XX VALUE "00".
       01  WS-TRANSCRIPT-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-TRANSCRIPTS VALUE 'Y'.
       01  WS-TRANSCRIPT-COUNT   PIC 9(4) VALUE 0.
       01  WS-TRANSCRIPT-TABLE.
           05  WS-TX-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-TX-IDX.
               10  WS-TX-STUDENT-ID  PIC X(9).
               10  WS-TX-TERM-COUNT  PIC 9(3).

      *> A partial master would quietly leave students off a file
      *> that goes outside the institution, and a partial transcript
      *> table would send some students with no terms completed, so
      *> either table filling stops the run instead of sending what
      *> fit. ENRLVER is not opened until both have loaded, so an
      *> aborted run leaves the last file sent as it was.
       01  WS-ABORT-SW        PIC X VALUE 'N'.
           88  EXTRACT-ABORTED VALUE 'Y'.

       01  WS-ROW-CREDITS     PIC 9(3).
       01  WS-ROW-VALID-SW    PIC X.
           88  ROW-VALID      VALUE 'Y'.
           88  ROW-INVALID    VALUE 'N'.

       01  WS-DETAIL-COUNT    PIC 9(7) VALUE 0.
       01  WS-CREDIT-HASH     PIC 9(9) VALUE 0.
       01  WS-FULL-COUNT      PIC 9(5) VALUE 0.
       01  WS-HALF-COUNT      PIC 9(5) VALUE 0.
       01  WS-LESS-COUNT      PIC 9(5) VALUE 0.
       01  WS-WDRN-COUNT      PIC 9(5) VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT PIC 9(5) VALUE 0.
       01  WS-NOSHOW-COUNT    PIC 9(5) VALUE 0.
       01  WS-INVALID-COUNT   PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Enrollment Verification Extract ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           OPEN OUTPUT ENRL-RPT-FILE.
           PERFORM 0030-WRITE-RPT-HEADER.

           PERFORM 0050-LOAD-STUDENT-MASTER.
           IF NOT EXTRACT-ABORTED
               PERFORM 0060-LOAD-TRANSCRIPTS
           END-IF.
           IF EXTRACT-ABORTED
               MOVE SPACES TO ENRL-RPT-REC
               STRING "*** EXTRACT ABORTED - NO FILE PRODUCED"
                      DELIMITED BY SIZE INTO ENRL-RPT-REC
               WRITE ENRL-RPT-REC
               CLOSE ENRL-RPT-FILE
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ENRL-FILE.

           OPEN INPUT STUDENT-FILE.
           IF WS-STUDENT-STATUS = "00"
               PERFORM UNTIL END-OF-STUDENTS
                   READ STUDENT-FILE
                       AT END
                           SET END-OF-STUDENTS TO TRUE
                       NOT AT END
                           PERFORM 1000-TALLY-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           ELSE
               DISPLAY "*** WARNING: STUDENTF NOT FOUND - NO "
                       "CREDITS THIS TERM ***"
           END-IF.

           PERFORM 1500-WRITE-HEADER.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-STUMST-COUNT
               PERFORM 1600-EXTRACT-STUDENT
           END-PERFORM.
           PERFORM 1900-WRITE-TRAILER.

           PERFORM 2000-PRINT-SUMMARY.
           CLOSE ENRL-FILE.
           CLOSE ENRL-RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "ENRLVER     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-RPT-HEADER.
           MOVE SPACES TO ENRL-RPT-REC.
           STRING "ENROLLMENT VERIFICATION - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO ENRL-RPT-REC.
           WRITE ENRL-RPT-REC.
           MOVE SPACES TO ENRL-RPT-REC.
           STRING "HELD OUT OF THE EXTRACT:"
                  DELIMITED BY SIZE INTO ENRL-RPT-REC.
           WRITE ENRL-RPT-REC.

       0050-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMST-STATUS = "00"
               PERFORM UNTIL END-OF-STUMST OR EXTRACT-ABORTED
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
                               MOVE 'N' TO
                                   WS-SM-SEEN-SW (WS-STUMST-COUNT)
                               MOVE 0 TO
                                   WS-SM-CREDITS (WS-STUMST-COUNT)
                           ELSE
                               DISPLAY "*** ABORT: STUDENT MASTER "
                                       "TABLE FULL AT STUDENT "
                                       SM-STUDENT-ID " ***"
                               SET EXTRACT-ABORTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           ELSE
               DISPLAY "*** ABORT: STUDMSTR NOT FOUND - NO "
                       "STUDENT CAN BE VERIFIED ***"
               SET EXTRACT-ABORTED TO TRUE
           END-IF.

       0060-LOAD-TRANSCRIPTS.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSCRIPTS OR EXTRACT-ABORTED
                   READ TRANSCRIPT-FILE
                       AT END
                           SET END-OF-TRANSCRIPTS TO TRUE
                       NOT AT END
                           IF WS-TRANSCRIPT-COUNT < 2000
                               ADD 1 TO WS-TRANSCRIPT-COUNT
                               MOVE TX-STUDENT-ID TO
                                   WS-TX-STUDENT-ID
                                       (WS-TRANSCRIPT-COUNT)
                               MOVE TX-TERM-COUNT TO
                                   WS-TX-TERM-COUNT
                                       (WS-TRANSCRIPT-COUNT)
                           ELSE
                               DISPLAY "*** ABORT: TRANSCRIPT "
                                       "TABLE FULL AT STUDENT "
                                       TX-STUDENT-ID " ***"
                               SET EXTRACT-ABORTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.

      *> Adds one STUDENTF row's credits to its student's term load.
      *> A course the student withdrew from (998) is not carried as
      *> enrolled; an incomplete (999) still is. A row whose student
      *> is not on STUDMSTR has no name or program to send, so it is
      *> held out and listed rather than guessed at.
       1000-TALLY-ENROLLMENT.
           MOVE 0 TO WS-SM-SUB.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-STUMST-COUNT
               IF WS-SM-STUDENT-ID (WS-SM-IDX) = ST-STUDENT-ID
                   SET WS-SM-SUB TO WS-SM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SM-SUB = 0
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO ENRL-RPT-REC
               STRING "  " ST-STUDENT-ID " SECTION " ST-SECTION-CODE
                      "  NOT ON STUDMSTR"
                      DELIMITED BY SIZE INTO ENRL-RPT-REC
               WRITE ENRL-RPT-REC
           ELSE
               PERFORM 1010-ROW-CREDITS
               IF ROW-INVALID
                   ADD 1 TO WS-INVALID-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO ENRL-RPT-REC
                   STRING "  " ST-STUDENT-ID " SECTION "
                          ST-SECTION-CODE
                          "  STUDENTF ROW INVALID - CREDITS NOT "
                          "COUNTED"
                          DELIMITED BY SIZE INTO ENRL-RPT-REC
                   WRITE ENRL-RPT-REC
               ELSE
                   MOVE 'Y' TO WS-SM-SEEN-SW (WS-SM-SUB)
                   ADD WS-ROW-CREDITS TO WS-SM-CREDITS (WS-SM-SUB)
               END-IF
           END-IF.

       1010-ROW-CREDITS.
           MOVE 0 TO WS-ROW-CREDITS.
           SET ROW-VALID TO TRUE.
           IF ST-COURSE-COUNT IS NOT NUMERIC
               SET ROW-INVALID TO TRUE
           ELSE
               IF ST-COURSE-COUNT < 1 OR ST-COURSE-COUNT > 5
                   SET ROW-INVALID TO TRUE
               ELSE
                   PERFORM VARYING ST-COURSE-IDX FROM 1 BY 1
                           UNTIL ST-COURSE-IDX > ST-COURSE-COUNT
                       IF ST-COURSE-CREDITS (ST-COURSE-IDX)
                               IS NOT NUMERIC
                           SET ROW-INVALID TO TRUE
                       ELSE
                           IF ST-COURSE-SCORE (ST-COURSE-IDX)
                                   NOT = 998
                               ADD ST-COURSE-CREDITS (ST-COURSE-IDX)
                                   TO WS-ROW-CREDITS
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       1500-WRITE-HEADER.
           MOVE SPACES TO ENRL-HEADER-REC.
           SET EH-IS-HEADER TO TRUE.
           MOVE "ENRLVER " TO EH-FILE-ID.
           MOVE JOBHDR-RUN-DATE TO EH-FILE-DATE.
           MOVE JOBHDR-RUN-ID TO EH-RUN-ID.
           WRITE ENRL-HEADER-REC.

      *> One detail per master student. An enrolled ('E') student
      *> with no STUDENTF row this term is the NOSHOWRP gap, tested
      *> the way CTLFLOW tests it - there is no credit load to
      *> certify - so it is held out and listed. A withdrawn student
      *> goes out flagged, with whatever load the term still shows.
       1600-EXTRACT-STUDENT.
           IF WS-SM-ENROLLED-SW (WS-SM-IDX) = 'E'
                   AND WS-SM-SEEN-SW (WS-SM-IDX) = 'N'
               ADD 1 TO WS-NOSHOW-COUNT
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO ENRL-RPT-REC
               STRING "  " WS-SM-STUDENT-ID (WS-SM-IDX) " "
                      WS-SM-STUDENT-NAME (WS-SM-IDX)
                      "  ENROLLED BUT NOT ON STUDENTF"
                      DELIMITED BY SIZE INTO ENRL-RPT-REC
               WRITE ENRL-RPT-REC
           ELSE
               MOVE SPACES TO ENRL-DETAIL-REC
               SET ED-IS-DETAIL TO TRUE
               MOVE WS-SM-STUDENT-ID (WS-SM-IDX) TO ED-STUDENT-ID
               MOVE WS-SM-STUDENT-NAME (WS-SM-IDX) TO ED-STUDENT-NAME
               MOVE WS-SM-PROGRAM (WS-SM-IDX) TO ED-PROGRAM
               MOVE WS-SM-CREDITS (WS-SM-IDX) TO ED-CREDITS
               EVALUATE TRUE
                   WHEN WS-SM-CREDITS (WS-SM-IDX)
                           NOT < WS-FULL-TIME-CREDITS
                       SET ED-FULL-TIME TO TRUE
                       ADD 1 TO WS-FULL-COUNT
                   WHEN WS-SM-CREDITS (WS-SM-IDX)
                           NOT < WS-HALF-TIME-CREDITS
                       SET ED-HALF-TIME TO TRUE
                       ADD 1 TO WS-HALF-COUNT
                   WHEN OTHER
                       SET ED-LESS-THAN-HALF TO TRUE
                       ADD 1 TO WS-LESS-COUNT
               END-EVALUATE
               IF WS-SM-ENROLLED-SW (WS-SM-IDX) = 'W'
                   SET ED-WITHDRAWN TO TRUE
                   ADD 1 TO WS-WDRN-COUNT
               ELSE
                   SET ED-NOT-WITHDRAWN TO TRUE
               END-IF
               MOVE 0 TO ED-TERMS-COMPLETED
               PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                       UNTIL WS-TX-IDX > WS-TRANSCRIPT-COUNT
                   IF WS-TX-STUDENT-ID (WS-TX-IDX)
                           = WS-SM-STUDENT-ID (WS-SM-IDX)
                       MOVE WS-TX-TERM-COUNT (WS-TX-IDX)
                           TO ED-TERMS-COMPLETED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               WRITE ENRL-DETAIL-REC
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-SM-CREDITS (WS-SM-IDX) TO WS-CREDIT-HASH
           END-IF.

       1900-WRITE-TRAILER.
           MOVE SPACES TO ENRL-TRAILER-REC.
           SET ET-IS-TRAILER TO TRUE.
           MOVE WS-DETAIL-COUNT TO ET-RECORD-COUNT.
           MOVE WS-CREDIT-HASH TO ET-CREDIT-HASH.
           WRITE ENRL-TRAILER-REC.

       2000-PRINT-SUMMARY.
           IF WS-HELD-COUNT = 0
               MOVE SPACES TO ENRL-RPT-REC
               STRING "  (none)" DELIMITED BY SIZE INTO ENRL-RPT-REC
               WRITE ENRL-RPT-REC
           END-IF.
           MOVE SPACES TO ENRL-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE
                  INTO ENRL-RPT-REC.
           WRITE ENRL-RPT-REC.
           MOVE SPACES TO ENRL-RPT-REC.
           STRING "  EXTRACTED=" WS-DETAIL-COUNT
                  "  CREDIT HASH=" WS-CREDIT-HASH
                  DELIMITED BY SIZE INTO ENRL-RPT-REC.
           WRITE ENRL-RPT-REC.
           MOVE SPACES TO ENRL-RPT-REC.
           STRING "  FULL TIME=" WS-FULL-COUNT
                  "  HALF TIME=" WS-HALF-COUNT
                  "  LESS THAN HALF=" WS-LESS-COUNT
                  "  WITHDRAWN=" WS-WDRN-COUNT
                  DELIMITED BY SIZE INTO ENRL-RPT-REC.
           WRITE ENRL-RPT-REC.
           MOVE SPACES TO ENRL-RPT-REC.
           STRING "  HELD OUT=" WS-HELD-COUNT
                  "  NOT ON STUDMSTR=" WS-NOT-ON-MASTER-COUNT
                  "  NOT ON STUDENTF=" WS-NOSHOW-COUNT
                  "  INVALID=" WS-INVALID-COUNT
                  DELIMITED BY SIZE INTO ENRL-RPT-REC.
           WRITE ENRL-RPT-REC.
           DISPLAY " ".
           DISPLAY "Extracted: " WS-DETAIL-COUNT
                   " Credit Hash: " WS-CREDIT-HASH
                   " Held Out: " WS-HELD-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "ENRLVER     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-DETAIL-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
