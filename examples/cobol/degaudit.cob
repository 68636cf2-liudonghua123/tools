       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "PROGREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUMST-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.
           SELECT TERM-HIST-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-HIST-STATUS.
           SELECT AUDIT-RPT-FILE ASSIGN TO "DEGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-FILE ASSIGN TO "GRADLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> PROGREQ - one row of graduation requirements per SM-PROGRAM:
      *> credits passed, cumulative GPA, the most withdrawals allowed,
      *> and up to five sections (SECT-CODE) that must be passed.
       FD  REQ-FILE.
       01  REQ-REC.
           05  PR-PROGRAM          PIC X(15).
           05  PR-MIN-CREDITS      PIC 9(3).
           05  PR-MIN-GPA          PIC 9V9.
           05  PR-MAX-W            PIC 9(2).
           05  PR-REQ-COUNT        PIC 9.
           05  PR-REQ-SECT         PIC X(6) OCCURS 5 TIMES.

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

      *> Terms written before TERMHIST carried credits, withdrawals
      *> and section read those fields as spaces, and add nothing.
       FD  TERM-HIST-FILE.
       01  TERM-HIST-REC.
           05  TH-STUDENT-ID       PIC X(9).
           05  TH-RUN-DATE         PIC 9(8).
           05  TH-TERM-GPA         PIC 9V9.
           05  TH-LAST-GRADE       PIC X.
           05  TH-CREDITS-EARNED   PIC 9(2).
           05  TH-W-COUNT          PIC 9.
           05  TH-SECTION-CODE     PIC X(6).

       FD  AUDIT-RPT-FILE.
       01  AUDIT-RPT-REC      PIC X(80).

       FD  GRAD-FILE.
       01  GRAD-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-REQ-STATUS      PIC XX VALUE "00".
       01  WS-REQ-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-REQS    VALUE 'Y'.
       01  WS-REQ-COUNT       PIC 9(3) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  WS-PR-PROGRAM      PIC X(15).
               10  WS-PR-MIN-CREDITS  PIC 9(3).
               10  WS-PR-MIN-GPA      PIC 9V9.
               10  WS-PR-MAX-W        PIC 9(2).
               10  WS-PR-REQ-COUNT    PIC 9.
               10  WS-PR-REQ-SECT     PIC X(6) OCCURS 5 TIMES.
       01  WS-REQ-SUB         PIC 9(3) VALUE 0.

       01  WS-STUMST-STATUS   PIC XX VALUE "00".
       01  WS-STUMST-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-STUMST  VALUE 'Y'.

       01  WS-TRANSCRIPT-STATUS  PIC XX VALUE "00".
       01  WS-TRANSCRIPT-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-TRANSCRIPTS VALUE 'Y'.
       01  WS-TRANSCRIPT-COUNT   PIC 9(4) VALUE 0.
       01  WS-TRANSCRIPT-TABLE.
           05  WS-TX-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-TX-IDX.
               10  WS-TX-STUDENT-ID  PIC X(9).
               10  WS-TX-TERM-COUNT  PIC 9(3).
               10  WS-TX-GPA-TOTAL   PIC 9(5)V9.

      *> Each student's terms folded together: credits passed and
      *> withdrawals summed, and every section passed (one with any
      *> credit earned in the term it was taken) listed once.
       01  WS-TERM-HIST-STATUS   PIC XX VALUE "00".
       01  WS-TERM-HIST-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-TERM-HIST  VALUE 'Y'.
       01  WS-HIST-COUNT         PIC 9(4) VALUE 0.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10  WS-HS-STUDENT-ID  PIC X(9).
               10  WS-HS-CREDITS     PIC 9(4).
               10  WS-HS-W-COUNT     PIC 9(3).
               10  WS-HS-SECT-COUNT  PIC 9(2).
               10  WS-HS-SECT        PIC X(6) OCCURS 20 TIMES
                       INDEXED BY WS-HS-SECT-IDX.
       01  WS-HIST-SUB           PIC 9(4) VALUE 0.
       01  WS-HIST-DROP-COUNT    PIC 9(5) VALUE 0.
       01  WS-SECT-FOUND-SW      PIC X VALUE 'N'.
           88  SECT-FOUND        VALUE 'Y'.

       01  WS-STU-CREDITS     PIC 9(4).
       01  WS-STU-W-COUNT     PIC 9(3).
       01  WS-CUM-GPA         PIC 9(5)V9.
       01  WS-UNMET-COUNT     PIC 9(2).
       01  WS-REQ-SECT-SUB    PIC 9.
       01  WS-RESULT-TEXT     PIC X(5).

       01  WS-AUDITED-COUNT   PIC 9(5) VALUE 0.
       01  WS-ELIGIBLE-COUNT  PIC 9(5) VALUE 0.
       01  WS-NOT-YET-COUNT   PIC 9(5) VALUE 0.
       01  WS-NO-REQ-COUNT    PIC 9(5) VALUE 0.
       01  WS-SKIPPED-COUNT   PIC 9(5) VALUE 0.

       01  WS-GPA-FMT         PIC Z9.9.
       01  WS-MIN-GPA-FMT     PIC 9.9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Degree Audit ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0050-LOAD-REQUIREMENTS.
           PERFORM 0060-LOAD-TRANSCRIPTS.
           PERFORM 0070-LOAD-TERM-HISTORY.

           OPEN OUTPUT AUDIT-RPT-FILE.
           OPEN OUTPUT GRAD-FILE.
           PERFORM 0030-WRITE-HEADERS.

           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUMST-STATUS = "00"
               PERFORM UNTIL END-OF-STUMST
                   READ STUDENT-MASTER-FILE
                       AT END
                           SET END-OF-STUMST TO TRUE
                       NOT AT END
                           PERFORM 1000-AUDIT-STUDENT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           ELSE
               DISPLAY "*** EXCEPTION: STUDMSTR NOT FOUND - NO "
                       "STUDENT AUDITED ***"
               MOVE SPACES TO AUDIT-RPT-REC
               STRING "*** STUDMSTR NOT FOUND - NO STUDENT AUDITED"
                      DELIMITED BY SIZE INTO AUDIT-RPT-REC
               WRITE AUDIT-RPT-REC
           END-IF.

           PERFORM 2000-PRINT-SUMMARY.
           CLOSE AUDIT-RPT-FILE.
           CLOSE GRAD-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-NO-REQ-COUNT > 0 OR WS-HIST-DROP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "DEGAUDIT    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-HEADERS.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "DEGREE AUDIT - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.
           MOVE SPACES TO GRAD-REC.
           STRING "ELIGIBLE TO GRADUATE - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO GRAD-REC.
           WRITE GRAD-REC.
           MOVE SPACES TO GRAD-REC.
           STRING "STUDENT   NAME                 PROGRAM         "
                  "CREDITS  GPA"
                  DELIMITED BY SIZE INTO GRAD-REC.
           WRITE GRAD-REC.

       0050-LOAD-REQUIREMENTS.
           OPEN INPUT REQ-FILE.
           IF WS-REQ-STATUS = "00"
               PERFORM UNTIL END-OF-REQS
                   READ REQ-FILE
                       AT END
                           SET END-OF-REQS TO TRUE
                       NOT AT END
                           IF WS-REQ-COUNT < 100
                               ADD 1 TO WS-REQ-COUNT
                               MOVE REQ-REC
                                   TO WS-REQ-ENTRY (WS-REQ-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: REQUIREMENTS "
                                       "TABLE FULL - " PR-PROGRAM
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQ-FILE
           ELSE
               DISPLAY "*** WARNING: PROGREQ NOT FOUND - NO "
                       "PROGRAM HAS REQUIREMENTS ON FILE ***"
           END-IF.

       0060-LOAD-TRANSCRIPTS.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSCRIPTS
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
                               MOVE TX-GPA-TOTAL TO
                                   WS-TX-GPA-TOTAL
                                       (WS-TRANSCRIPT-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: TRANSCRIPT "
                                       "TABLE FULL - STUDENT "
                                       TX-STUDENT-ID
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.

       0070-LOAD-TERM-HISTORY.
           OPEN INPUT TERM-HIST-FILE.
           IF WS-TERM-HIST-STATUS = "00"
               PERFORM UNTIL END-OF-TERM-HIST
                   READ TERM-HIST-FILE
                       AT END
                           SET END-OF-TERM-HIST TO TRUE
                       NOT AT END
                           PERFORM 0075-FOLD-TERM
                   END-READ
               END-PERFORM
               CLOSE TERM-HIST-FILE
           ELSE
               DISPLAY "*** WARNING: TERMHIST NOT FOUND - NO "
                       "CREDITS OR SECTIONS ON RECORD ***"
           END-IF.
           IF WS-HIST-DROP-COUNT > 0
               DISPLAY "*** EXCEPTION: TERM HISTORY TABLE FULL - "
                       WS-HIST-DROP-COUNT " TERM(S) NOT COUNTED ***"
           END-IF.

       0075-FOLD-TERM.
           MOVE 0 TO WS-HIST-SUB.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF WS-HS-STUDENT-ID (WS-HIST-IDX) = TH-STUDENT-ID
                   SET WS-HIST-SUB TO WS-HIST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HIST-SUB = 0
               IF WS-HIST-COUNT < 2000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE WS-HIST-COUNT TO WS-HIST-SUB
                   INITIALIZE WS-HIST-ENTRY (WS-HIST-SUB)
                   MOVE TH-STUDENT-ID TO WS-HS-STUDENT-ID (WS-HIST-SUB)
               ELSE
                   ADD 1 TO WS-HIST-DROP-COUNT
               END-IF
           END-IF.
           IF WS-HIST-SUB > 0
               IF TH-CREDITS-EARNED IS NUMERIC
                   ADD TH-CREDITS-EARNED TO WS-HS-CREDITS (WS-HIST-SUB)
               END-IF
               IF TH-W-COUNT IS NUMERIC
                   ADD TH-W-COUNT TO WS-HS-W-COUNT (WS-HIST-SUB)
               END-IF
               IF TH-CREDITS-EARNED IS NUMERIC
                       AND TH-CREDITS-EARNED > 0
                       AND TH-SECTION-CODE NOT = SPACES
                   PERFORM 0078-ADD-SECTION-PASSED
               END-IF
           END-IF.

       0078-ADD-SECTION-PASSED.
           MOVE 'N' TO WS-SECT-FOUND-SW.
           PERFORM VARYING WS-HS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-HS-SECT-IDX > WS-HS-SECT-COUNT (WS-HIST-SUB)
               IF WS-HS-SECT (WS-HIST-SUB, WS-HS-SECT-IDX)
                       = TH-SECTION-CODE
                   SET SECT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT SECT-FOUND AND WS-HS-SECT-COUNT (WS-HIST-SUB) < 20
               ADD 1 TO WS-HS-SECT-COUNT (WS-HIST-SUB)
               MOVE TH-SECTION-CODE TO WS-HS-SECT
                   (WS-HIST-SUB, WS-HS-SECT-COUNT (WS-HIST-SUB))
           END-IF.

      *> Only students STUDMSTR shows enrolled are audited. Each one
      *> gets a block: one MET/UNMET line per requirement of their
      *> program, then the verdict; a clean sweep puts them on the
      *> registrar's eligible list as well.
       1000-AUDIT-STUDENT.
           IF SM-ENROLLED-SW NOT = 'E'
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-AUDITED-COUNT
               PERFORM 1010-GATHER-RECORD
               MOVE SPACES TO AUDIT-RPT-REC
               STRING SM-STUDENT-ID " " SM-STUDENT-NAME " "
                      SM-PROGRAM
                      DELIMITED BY SIZE INTO AUDIT-RPT-REC
               WRITE AUDIT-RPT-REC
               PERFORM 1020-FIND-REQUIREMENTS
               IF WS-REQ-SUB = 0
                   ADD 1 TO WS-NO-REQ-COUNT
                   DISPLAY "*** EXCEPTION: NO REQUIREMENTS ON FILE "
                           "FOR PROGRAM " SM-PROGRAM " - STUDENT "
                           SM-STUDENT-ID " ***"
                   MOVE SPACES TO AUDIT-RPT-REC
                   STRING "    *** NO REQUIREMENTS ON FILE FOR "
                          "PROGRAM - NOT AUDITED"
                          DELIMITED BY SIZE INTO AUDIT-RPT-REC
                   WRITE AUDIT-RPT-REC
               ELSE
                   PERFORM 1100-CHECK-REQUIREMENTS
               END-IF
           END-IF.

       1010-GATHER-RECORD.
           MOVE 0 TO WS-CUM-GPA.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                   UNTIL WS-TX-IDX > WS-TRANSCRIPT-COUNT
               IF WS-TX-STUDENT-ID (WS-TX-IDX) = SM-STUDENT-ID
                   IF WS-TX-TERM-COUNT (WS-TX-IDX) > 0
                       COMPUTE WS-CUM-GPA ROUNDED =
                           WS-TX-GPA-TOTAL (WS-TX-IDX)
                               / WS-TX-TERM-COUNT (WS-TX-IDX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-STU-CREDITS.
           MOVE 0 TO WS-STU-W-COUNT.
           MOVE 0 TO WS-HIST-SUB.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF WS-HS-STUDENT-ID (WS-HIST-IDX) = SM-STUDENT-ID
                   SET WS-HIST-SUB TO WS-HIST-IDX
                   MOVE WS-HS-CREDITS (WS-HIST-IDX) TO WS-STU-CREDITS
                   MOVE WS-HS-W-COUNT (WS-HIST-IDX) TO WS-STU-W-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1020-FIND-REQUIREMENTS.
           MOVE 0 TO WS-REQ-SUB.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-PR-PROGRAM (WS-REQ-IDX) = SM-PROGRAM
                   SET WS-REQ-SUB TO WS-REQ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1100-CHECK-REQUIREMENTS.
           MOVE 0 TO WS-UNMET-COUNT.

           IF WS-STU-CREDITS NOT < WS-PR-MIN-CREDITS (WS-REQ-SUB)
               MOVE "MET  " TO WS-RESULT-TEXT
           ELSE
               MOVE "UNMET" TO WS-RESULT-TEXT
               ADD 1 TO WS-UNMET-COUNT
           END-IF.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "    CREDITS PASSED     " WS-STU-CREDITS
                  "   NEEDED " WS-PR-MIN-CREDITS (WS-REQ-SUB)
                  "       " WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.

           IF WS-CUM-GPA NOT < WS-PR-MIN-GPA (WS-REQ-SUB)
               MOVE "MET  " TO WS-RESULT-TEXT
           ELSE
               MOVE "UNMET" TO WS-RESULT-TEXT
               ADD 1 TO WS-UNMET-COUNT
           END-IF.
           MOVE WS-CUM-GPA TO WS-GPA-FMT.
           MOVE WS-PR-MIN-GPA (WS-REQ-SUB) TO WS-MIN-GPA-FMT.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "    CUMULATIVE GPA     " WS-GPA-FMT
                  "   NEEDED " WS-MIN-GPA-FMT
                  "       " WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.

           IF WS-STU-W-COUNT NOT > WS-PR-MAX-W (WS-REQ-SUB)
               MOVE "MET  " TO WS-RESULT-TEXT
           ELSE
               MOVE "UNMET" TO WS-RESULT-TEXT
               ADD 1 TO WS-UNMET-COUNT
           END-IF.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "    WITHDRAWALS        " WS-STU-W-COUNT
                  "   AT MOST " WS-PR-MAX-W (WS-REQ-SUB)
                  "        " WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.

           PERFORM VARYING WS-REQ-SECT-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SECT-SUB > WS-PR-REQ-COUNT (WS-REQ-SUB)
                      OR WS-REQ-SECT-SUB > 5
               PERFORM 1110-CHECK-SECTION
           END-PERFORM.

           MOVE SPACES TO AUDIT-RPT-REC.
           IF WS-UNMET-COUNT = 0
               ADD 1 TO WS-ELIGIBLE-COUNT
               STRING "    RESULT: ALL REQUIREMENTS MET - ELIGIBLE "
                      "TO GRADUATE"
                      DELIMITED BY SIZE INTO AUDIT-RPT-REC
               PERFORM 1200-WRITE-GRAD-LINE
           ELSE
               ADD 1 TO WS-NOT-YET-COUNT
               STRING "    RESULT: " WS-UNMET-COUNT
                      " REQUIREMENT(S) UNMET"
                      DELIMITED BY SIZE INTO AUDIT-RPT-REC
           END-IF.
           WRITE AUDIT-RPT-REC.

       1110-CHECK-SECTION.
           MOVE 'N' TO WS-SECT-FOUND-SW.
           IF WS-HIST-SUB > 0
               PERFORM VARYING WS-HS-SECT-IDX FROM 1 BY 1
                       UNTIL WS-HS-SECT-IDX
                           > WS-HS-SECT-COUNT (WS-HIST-SUB)
                   IF WS-HS-SECT (WS-HIST-SUB, WS-HS-SECT-IDX)
                           = WS-PR-REQ-SECT
                                 (WS-REQ-SUB, WS-REQ-SECT-SUB)
                       SET SECT-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF SECT-FOUND
               MOVE "MET  " TO WS-RESULT-TEXT
           ELSE
               MOVE "UNMET" TO WS-RESULT-TEXT
               ADD 1 TO WS-UNMET-COUNT
           END-IF.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "    REQUIRED SECTION   "
                  WS-PR-REQ-SECT (WS-REQ-SUB, WS-REQ-SECT-SUB)
                  "                  " WS-RESULT-TEXT
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.

       1200-WRITE-GRAD-LINE.
           MOVE SPACES TO GRAD-REC.
           STRING SM-STUDENT-ID " " SM-STUDENT-NAME " " SM-PROGRAM
                  " " WS-STU-CREDITS "   " WS-GPA-FMT
                  DELIMITED BY SIZE INTO GRAD-REC.
           WRITE GRAD-REC.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE
                  INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "  AUDITED=" WS-AUDITED-COUNT
                  "  ELIGIBLE=" WS-ELIGIBLE-COUNT
                  "  NOT YET=" WS-NOT-YET-COUNT
                  "  NO REQUIREMENTS=" WS-NO-REQ-COUNT
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.
           MOVE SPACES TO AUDIT-RPT-REC.
           STRING "  NOT ENROLLED (NOT AUDITED)=" WS-SKIPPED-COUNT
                  "  TERMS NOT COUNTED=" WS-HIST-DROP-COUNT
                  DELIMITED BY SIZE INTO AUDIT-RPT-REC.
           WRITE AUDIT-RPT-REC.
           MOVE SPACES TO GRAD-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO GRAD-REC.
           WRITE GRAD-REC.
           MOVE SPACES TO GRAD-REC.
           STRING "  ELIGIBLE TO GRADUATE=" WS-ELIGIBLE-COUNT
                  " OF " WS-AUDITED-COUNT " AUDITED"
                  DELIMITED BY SIZE INTO GRAD-REC.
           WRITE GRAD-REC.
           DISPLAY " ".
           DISPLAY "Audited: " WS-AUDITED-COUNT
                   " Eligible: " WS-ELIGIBLE-COUNT
                   " Not Yet: " WS-NOT-YET-COUNT
                   " No Requirements: " WS-NO-REQ-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "DEGAUDIT    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-AUDITED-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
