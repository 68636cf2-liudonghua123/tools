       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREGRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT RPT-FILE ASSIGN TO "BREGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-REG-FILE.
       COPY BATCHREG.

       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.

       01  WS-BREG-STATUS     PIC XX VALUE "00".
       01  WS-BREG-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-REGISTRY VALUE 'Y'.

      *> The registry reads in key order - source, then batch date,
      *> then batch number - so each source's blocks list together
      *> and oldest first, and a source break is just a change of
      *> BR-SOURCE-ID.
       01  WS-PREV-SOURCE-ID  PIC X(8) VALUE SPACES.
       01  WS-FIRST-SW        PIC X VALUE 'Y'.
           88  FIRST-BLOCK    VALUE 'Y'.
       01  WS-SRC-BLOCKS      PIC 9(5) VALUE 0.
       01  WS-SRC-RECORDS     PIC 9(7) VALUE 0.
       01  WS-SRC-UNBALANCED  PIC 9(5) VALUE 0.
       01  WS-TOT-BLOCKS      PIC 9(5) VALUE 0.
       01  WS-TOT-RECORDS     PIC 9(7) VALUE 0.
       01  WS-TOT-UNBALANCED  PIC 9(5) VALUE 0.
       01  WS-TOT-SOURCES     PIC 9(3) VALUE 0.
       01  WS-TRAILER-TEXT    PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0010-INIT-JOB-HEADER.
           DISPLAY "--- Batch Registry Listing ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           OPEN OUTPUT RPT-FILE.
           PERFORM 0020-WRITE-REPORT-HEADER.

           OPEN INPUT BATCH-REG-FILE.
           IF WS-BREG-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTRY
                   READ BATCH-REG-FILE
                       AT END
                           SET END-OF-REGISTRY TO TRUE
                       NOT AT END
                           PERFORM 1000-LIST-BLOCK
                   END-READ
               END-PERFORM
               CLOSE BATCH-REG-FILE
               IF NOT FIRST-BLOCK
                   PERFORM 1100-PRINT-SOURCE-TOTALS
               END-IF
           ELSE
               DISPLAY "*** EXCEPTION: BATCHREG NOT FOUND - STATUS "
                       WS-BREG-STATUS " ***"
               MOVE SPACES TO RPT-REC
               STRING "*** BATCHREG NOT FOUND - NO BLOCKS REGISTERED"
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.

           PERFORM 2000-PRINT-SUMMARY.
           CLOSE RPT-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING "BATCH REGISTRY - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  BATCH DATE  BATCH  POSTED ON  RUN ID    "
                  "RECORDS  TRAILER"
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       1000-LIST-BLOCK.
           IF FIRST-BLOCK OR BR-SOURCE-ID NOT = WS-PREV-SOURCE-ID
               IF NOT FIRST-BLOCK
                   PERFORM 1100-PRINT-SOURCE-TOTALS
               END-IF
               MOVE 'N' TO WS-FIRST-SW
               MOVE BR-SOURCE-ID TO WS-PREV-SOURCE-ID
               ADD 1 TO WS-TOT-SOURCES
               MOVE SPACES TO RPT-REC
               STRING "--- SOURCE " BR-SOURCE-ID
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.
           ADD 1 TO WS-SRC-BLOCKS.
           ADD BR-TRANS-COUNT TO WS-SRC-RECORDS.
           IF BR-BLOCK-BALANCED
               MOVE "BALANCED  " TO WS-TRAILER-TEXT
           ELSE
               MOVE "UNBALANCED" TO WS-TRAILER-TEXT
               ADD 1 TO WS-SRC-UNBALANCED
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING "  " BR-BATCH-DATE "    " BR-BATCH-NUM
                  "   " BR-POSTED-DATE "   " BR-RUN-ID
                  "  " BR-TRANS-COUNT "    " WS-TRAILER-TEXT
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       1100-PRINT-SOURCE-TOTALS.
           MOVE SPACES TO RPT-REC.
           STRING "  BLOCKS=" WS-SRC-BLOCKS
                  "  RECORDS=" WS-SRC-RECORDS
                  "  UNBALANCED=" WS-SRC-UNBALANCED
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           ADD WS-SRC-BLOCKS TO WS-TOT-BLOCKS.
           ADD WS-SRC-RECORDS TO WS-TOT-RECORDS.
           ADD WS-SRC-UNBALANCED TO WS-TOT-UNBALANCED.
           MOVE 0 TO WS-SRC-BLOCKS.
           MOVE 0 TO WS-SRC-RECORDS.
           MOVE 0 TO WS-SRC-UNBALANCED.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  SOURCES=" WS-TOT-SOURCES
                  "  BLOCKS=" WS-TOT-BLOCKS
                  "  RECORDS=" WS-TOT-RECORDS
                  "  UNBALANCED=" WS-TOT-UNBALANCED
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY " ".
           DISPLAY "Sources: " WS-TOT-SOURCES
                   " Blocks: " WS-TOT-BLOCKS
                   " Records: " WS-TOT-RECORDS
                   " Unbalanced: " WS-TOT-UNBALANCED.
