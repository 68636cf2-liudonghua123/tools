       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RPT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY SUSPREC.

       FD  RPT-FILE.
       01  RPT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.

       01  WS-SUSP-STATUS         PIC XX VALUE "00".
       01  WS-SUSP-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-SUSPENSE    VALUE 'Y'.

      *> The file ARITHMETIC leaves behind is loaded whole so each
      *> age bucket can be listed in its own section; the age in days
      *> is worked out once per item on the way in.
       01  WS-SUSP-COUNT          PIC 9(4) VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-SUSP-IDX.
               10  WS-SU-ACCT-REF      PIC X(8).
               10  WS-SU-OP-CODE       PIC X.
               10  WS-SU-POST-AMOUNT   PIC S9(5).
               10  WS-SU-SOURCE-ID     PIC X(8).
               10  WS-SU-BATCH-NUM     PIC 9(4).
               10  WS-SU-REASON        PIC X(4).
               10  WS-SU-REJECT-DATE   PIC 9(8).
               10  WS-SU-RECYCLE-COUNT PIC 9(3).
               10  WS-SU-AGE-DAYS      PIC 9(5).
               10  WS-SU-BUCKET        PIC 9.
       01  WS-SUSP-DROP-COUNT     PIC 9(4) VALUE 0.

      *> Bucket 1 is 0-7 days, 2 is 8-30, 3 is over 30 - the
      *> boundaries accounting chases on.
       01  WS-BUCKET-TITLES-LIST.
           05  FILLER             PIC X(20) VALUE "AGED 0-7 DAYS".
           05  FILLER             PIC X(20) VALUE "AGED 8-30 DAYS".
           05  FILLER             PIC X(20) VALUE "AGED OVER 30 DAYS".
       01  WS-BUCKET-TITLES-TABLE REDEFINES WS-BUCKET-TITLES-LIST.
           05  WS-BUCKET-TITLE    OCCURS 3 TIMES PIC X(20).
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-ENTRY OCCURS 3 TIMES.
               10  WS-BUCKET-ITEMS     PIC 9(5).
               10  WS-BUCKET-AMOUNT    PIC S9(9).
       01  WS-BKT-IDX             PIC 9.

       01  WS-TODAY-INT           PIC 9(7).
       01  WS-REJECT-INT          PIC 9(7).
       01  WS-AGE-WORK            PIC S9(7).
       01  WS-GRAND-ITEMS         PIC 9(5) VALUE 0.
       01  WS-GRAND-AMOUNT        PIC S9(9) VALUE 0.
       01  WS-AMT-FMT             PIC -(5)9.
       01  WS-TOTAL-FMT           PIC -(9)9.
       01  WS-AGE-DISP            PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0010-INIT-JOB-HEADER.
           INITIALIZE WS-BUCKET-TOTALS.
           DISPLAY "--- Aged Suspense Report ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0050-LOAD-SUSPENSE.

           OPEN OUTPUT RPT-FILE.
           PERFORM 0020-WRITE-RPT-HEADER.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3
               PERFORM 1000-PRINT-BUCKET
           END-PERFORM.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE RPT-FILE.

      *> Anything past 30 days has survived a month of recycles and
      *> needs a person to chase it, so the step says so in its RC.
           IF WS-BUCKET-ITEMS (3) > 0 OR WS-SUSP-DROP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (JOBHDR-RUN-DATE).

       0020-WRITE-RPT-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING "AGED SUSPENSE - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       0050-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-SUSPENSE TO TRUE
                       NOT AT END
                           PERFORM 0055-STORE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "SUSPENSE not found - nothing is held"
           END-IF.
           IF WS-SUSP-DROP-COUNT > 0
               DISPLAY "*** WARNING: SUSPENSE TABLE FULL - "
                       WS-SUSP-DROP-COUNT " ITEM(S) NOT AGED ***"
           END-IF.

      *> A reject date that is not a valid date (a hand-edited file)
      *> ages as zero days rather than stopping the report.
       0055-STORE-SUSPENSE-ITEM.
           IF WS-SUSP-COUNT < 2000
               ADD 1 TO WS-SUSP-COUNT
               SET WS-SUSP-IDX TO WS-SUSP-COUNT
               MOVE SU-ACCT-REF TO WS-SU-ACCT-REF (WS-SUSP-IDX)
               MOVE SU-OP-CODE TO WS-SU-OP-CODE (WS-SUSP-IDX)
               MOVE SU-POST-AMOUNT TO WS-SU-POST-AMOUNT (WS-SUSP-IDX)
               MOVE SU-SOURCE-ID TO WS-SU-SOURCE-ID (WS-SUSP-IDX)
               MOVE SU-BATCH-NUM TO WS-SU-BATCH-NUM (WS-SUSP-IDX)
               MOVE SU-REJECT-REASON TO WS-SU-REASON (WS-SUSP-IDX)
               MOVE SU-REJECT-DATE TO WS-SU-REJECT-DATE (WS-SUSP-IDX)
               MOVE SU-RECYCLE-COUNT
                   TO WS-SU-RECYCLE-COUNT (WS-SUSP-IDX)
               MOVE 0 TO WS-AGE-WORK
               IF SU-REJECT-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD (SU-REJECT-DATE)
                           = 0
                   COMPUTE WS-REJECT-INT =
                       FUNCTION INTEGER-OF-DATE (SU-REJECT-DATE)
                   COMPUTE WS-AGE-WORK = WS-TODAY-INT - WS-REJECT-INT
                   IF WS-AGE-WORK < 0
                       MOVE 0 TO WS-AGE-WORK
                   END-IF
               END-IF
               MOVE WS-AGE-WORK TO WS-SU-AGE-DAYS (WS-SUSP-IDX)
               EVALUATE TRUE
                   WHEN WS-AGE-WORK NOT > 7
                       MOVE 1 TO WS-SU-BUCKET (WS-SUSP-IDX)
                   WHEN WS-AGE-WORK NOT > 30
                       MOVE 2 TO WS-SU-BUCKET (WS-SUSP-IDX)
                   WHEN OTHER
                       MOVE 3 TO WS-SU-BUCKET (WS-SUSP-IDX)
               END-EVALUATE
               MOVE WS-SU-BUCKET (WS-SUSP-IDX) TO WS-BKT-IDX
               ADD 1 TO WS-BUCKET-ITEMS (WS-BKT-IDX)
               ADD SU-POST-AMOUNT TO WS-BUCKET-AMOUNT (WS-BKT-IDX)
               ADD 1 TO WS-GRAND-ITEMS
               ADD SU-POST-AMOUNT TO WS-GRAND-AMOUNT
           ELSE
               ADD 1 TO WS-SUSP-DROP-COUNT
           END-IF.

      *> One section per bucket, each item showing where it came
      *> from, why it is held, and how many recycles it has failed.
       1000-PRINT-BUCKET.
           MOVE SPACES TO RPT-REC.
           STRING "--- " WS-BUCKET-TITLE (WS-BKT-IDX)
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-BUCKET-ITEMS (WS-BKT-IDX) = 0
               MOVE SPACES TO RPT-REC
               STRING "  (none)" DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   IF WS-SU-BUCKET (WS-SUSP-IDX) = WS-BKT-IDX
                       PERFORM 1050-PRINT-ITEM-LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-BUCKET-AMOUNT (WS-BKT-IDX) TO WS-TOTAL-FMT.
           MOVE SPACES TO RPT-REC.
           STRING "  ITEMS=" WS-BUCKET-ITEMS (WS-BKT-IDX)
                  "  AMOUNT=" WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       1050-PRINT-ITEM-LINE.
           MOVE WS-SU-POST-AMOUNT (WS-SUSP-IDX) TO WS-AMT-FMT.
           MOVE WS-SU-AGE-DAYS (WS-SUSP-IDX) TO WS-AGE-DISP.
           MOVE SPACES TO RPT-REC.
           STRING "  ACCT " WS-SU-ACCT-REF (WS-SUSP-IDX)
                  " AMT=" WS-AMT-FMT
                  " SRC=" WS-SU-SOURCE-ID (WS-SUSP-IDX)
                  " B=" WS-SU-BATCH-NUM (WS-SUSP-IDX)
                  " " WS-SU-REASON (WS-SUSP-IDX)
                  " " WS-SU-REJECT-DATE (WS-SUSP-IDX)
                  " AGE=" WS-AGE-DISP
                  " RCY=" WS-SU-RECYCLE-COUNT (WS-SUSP-IDX)
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3
               MOVE WS-BUCKET-AMOUNT (WS-BKT-IDX) TO WS-TOTAL-FMT
               MOVE SPACES TO RPT-REC
               STRING "  " WS-BUCKET-TITLE (WS-BKT-IDX)
                      " ITEMS=" WS-BUCKET-ITEMS (WS-BKT-IDX)
                      "  AMOUNT=" WS-TOTAL-FMT
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM.
           MOVE WS-GRAND-AMOUNT TO WS-TOTAL-FMT.
           MOVE SPACES TO RPT-REC.
           STRING "  TOTAL HELD           ITEMS=" WS-GRAND-ITEMS
                  "  AMOUNT=" WS-TOTAL-FMT
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "Suspense items: " WS-GRAND-ITEMS
                   " over 30 days: " WS-BUCKET-ITEMS (3).
