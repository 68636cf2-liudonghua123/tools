           SELECT DIGEST-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
           SELECT HIST-FILE ASSIGN TO "EXCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RPT-FILE ASSIGN TO "FLASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DIGEST-FILE.
       01  DIGEST-REC             PIC X(80).

      *> The exception history, read only for the rows nobody has
      *> acknowledged yet.
       FD  HIST-FILE.
       COPY EXCPHIST.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       01  WS-MARK-STATUS         PIC XX VALUE "00".
       01  WS-CTL-STATUS          PIC XX VALUE "00".
       01  WS-DIGEST-STATUS       PIC XX VALUE "00".
       01  WS-HIST-STATUS         PIC XX VALUE "00".
       01  WS-EOF-SW              PIC X VALUE 'N'.
           88  AT-END-OF-FILE     VALUE 'Y'.

       01  WS-EXP-DISP            PIC ZZZZZZ9.
       01  WS-EXCP-DISP           PIC ZZZZ9.

      *> An exception still unacknowledged this many days after it
      *> opened is an open issue in its own right, whatever tonight's
      *> counts say - the same limit EXCPACK's aging report uses.
       01  WS-UNACK-DAYS          PIC 9(2) VALUE 1.
       01  WS-STALE-UNACK-COUNT   PIC 9(4) VALUE 0.
       01  WS-TODAY-INT           PIC 9(7).
       01  WS-OPENED-INT          PIC 9(7).
       01  WS-AGE-DAYS            PIC 9(5).
       01  WS-STALE-DISP          PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0050-LOAD-EXPECTED-COUNTS.
           PERFORM 0060-LOAD-AUDIT-STATUS.
           PERFORM 0070-LOAD-DIGEST-TOTALS.
           PERFORM 0080-COUNT-STALE-UNACK.

           OPEN OUTPUT RPT-FILE.
           PERFORM 1000-WRITE-FLASH-PAGE.
               END-IF
           END-PERFORM.

       0080-COUNT-STALE-UNACK.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-8).
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL AT-END-OF-FILE
                   READ HIST-FILE
                       AT END
                           SET AT-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 0085-AGE-HIST-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *> A row from before the status fields existed has no opened
      *> date; it has been open since it was first seen.
       0085-AGE-HIST-ROW.
           IF HX-UNACKNOWLEDGED
               IF HX-OPENED IS NUMERIC AND HX-OPENED > 0
                   COMPUTE WS-OPENED-INT =
                       FUNCTION INTEGER-OF-DATE (HX-OPENED)
               ELSE
                   COMPUTE WS-OPENED-INT =
                       FUNCTION INTEGER-OF-DATE (HX-FIRST-SEEN)
               END-IF
               IF WS-OPENED-INT < WS-TODAY-INT
                   COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-OPENED-INT
                   IF WS-AGE-DAYS > WS-UNACK-DAYS
                       ADD 1 TO WS-STALE-UNACK-COUNT
                   END-IF
               END-IF
           END-IF.

       1000-WRITE-FLASH-PAGE.
           MOVE SPACES TO RPT-REC.
           STRING "MORNING FLASH - RUN " JOBHDR-RUN-DATE
               PERFORM 1100-WRITE-STEP-LINE
           END-PERFORM.

           MOVE WS-STALE-UNACK-COUNT TO WS-STALE-DISP.
           MOVE SPACES TO RPT-REC.
           STRING "UNACKNOWLEDGED EXCEPTIONS OVER " WS-UNACK-DAYS
                  " DAY(S): " WS-STALE-DISP
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

           PERFORM 1200-DECIDE-VERDICT.
           MOVE SPACES TO RPT-REC.
           STRING "=== OVERALL: " WS-STATUS-TEXT " ==="
               WHEN WS-ABORT-COUNT > 0
                   MOVE "ABORTED   " TO WS-STATUS-TEXT
               WHEN WS-TOTAL-EXCP > 0 OR WS-MISMATCH-COUNT > 0
                       OR WS-STALE-UNACK-COUNT > 0
                   MOVE "EXCEPTIONS" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "CLEAN     " TO WS-STATUS-TEXT
