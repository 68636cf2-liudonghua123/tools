       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT STUDENT-FILE ASSIGN TO "STUDENTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RETURNS-FILE ASSIGN TO "MAILRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "GRDCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT QUERY-FILE ASSIGN TO "PRIMEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CTL-FILE ASSIGN TO "RECNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PRIOR-FILE ASSIGN TO "FEEDPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT SAVE-FILE ASSIGN TO "FEEDSAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVE-STATUS.
           SELECT RPT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The feeds are checked as record images at the lengths their
      *> owning programs read them; only TRANFILE's BATCHHDR records
      *> are looked inside, through WS-FEED-HEADER below.
       FD  TRANS-FILE.
       01  TRANS-REC          PIC X(28).

       FD  STUDENT-FILE.
       01  STUDENT-REC        PIC X(36).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-REC       PIC X(107).

       FD  RETURNS-FILE.
       01  RETURNS-REC        PIC X(31).

       FD  CORRECTION-FILE.
       01  CORRECTION-REC     PIC X(32).

       FD  QUERY-FILE.
       01  QUERY-REC          PIC X(8).

       FD  CTL-FILE.
       COPY RECNCTL.

      *> FEEDSAVE - every record of every feed as FEEDCHK saw it, one
      *> generation a run, each row stamped with that run's date and
      *> time and the feed it came from, in feed order. FEEDPREV is
      *> the same base read whole, so the latest generation from
      *> before today can be found even after a same-day rerun has
      *> added one of today's.
       FD  PRIOR-FILE.
       01  PRIOR-REC.
           05  PR-RUN-DATE    PIC 9(8).
           05  PR-RUN-TIME    PIC 9(6).
           05  PR-FEED-NAME   PIC X(8).
           05  PR-IMAGE       PIC X(107).

       FD  SAVE-FILE.
       01  SAVE-REC.
           05  SV-RUN-DATE    PIC 9(8).
           05  SV-RUN-TIME    PIC 9(6).
           05  SV-FEED-NAME   PIC X(8).
           05  SV-IMAGE       PIC X(107).

       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-FEED-STATUS     PIC XX VALUE "00".
       01  WS-FEED-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-FEED    VALUE 'Y'.
       01  WS-CTL-STATUS      PIC XX VALUE "00".
       01  WS-CTL-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-CTL     VALUE 'Y'.
       01  WS-PRIOR-STATUS    PIC XX VALUE "00".
       01  WS-PRIOR-EOF-SW    PIC X VALUE 'N'.
           88  END-OF-PRIOR   VALUE 'Y'.
       01  WS-SAVE-STATUS     PIC XX VALUE "00".
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

      *> The six feeds in the order they are checked and saved, each
      *> with whether the chain can run without it ('Y' critical:
      *> missing or empty ends the chain) and the RECNCTL program
      *> whose expected count its record count is held to (blank:
      *> no expected count applies - PRIMES' count is of primes
      *> found, not of PRIMEREQ queries).
       01  WS-FEED-LIST.
           05  FILLER PIC X(21) VALUE "TRANFILEYARITHMETIC  ".
           05  FILLER PIC X(21) VALUE "STUDENTFYCTLFLOW     ".
           05  FILLER PIC X(21) VALUE "CUSTFILEYSTRINGS     ".
           05  FILLER PIC X(21) VALUE "MAILRTN N            ".
           05  FILLER PIC X(21) VALUE "GRDCORR N            ".
           05  FILLER PIC X(21) VALUE "PRIMEREQN            ".
       01  WS-FEED-TABLE REDEFINES WS-FEED-LIST.
           05  WS-FEED-ENTRY OCCURS 6 TIMES.
               10  WS-FEED-NAME       PIC X(8).
               10  WS-FEED-CRITICAL   PIC X.
               10  WS-FEED-RECON-PGM  PIC X(12).
       01  WS-FEED-COUNT      PIC 9(2) VALUE 6.
       01  WS-FEED-SUB        PIC 9(2) VALUE 0.

      *> Allowed difference between a feed's record count and its
      *> RECNCTL expected count, as a percentage of the expected.
       01  WS-TOLERANCE-PCT   PIC 9(3) VALUE 10.

       01  WS-FEED-IMAGE      PIC X(107).
       01  WS-FEED-HEADER REDEFINES WS-FEED-IMAGE.
           05  WS-FH-MARK         PIC X(8).
           05  WS-FH-SOURCE-ID    PIC X(8).
           05  WS-FH-BATCH-DATE   PIC X(8).
           05  FILLER             PIC X(83).

      *> Per-feed results, reset at the start of each feed.
       01  WS-FEED-PRESENT-SW PIC X VALUE 'N'.
           88  FEED-PRESENT   VALUE 'Y'.
       01  WS-FEED-RECORDS    PIC 9(7) VALUE 0.
       01  WS-FEED-DETAILS    PIC 9(7) VALUE 0.
       01  WS-FEED-HEADERS    PIC 9(5) VALUE 0.
       01  WS-STALE-HEADERS   PIC 9(5) VALUE 0.
      *> The first stale headers found, listed under the feed's line.
       01  WS-STALE-TABLE.
           05  WS-STALE-ENTRY OCCURS 10 TIMES.
               10  WS-STALE-SOURCE    PIC X(8).
               10  WS-STALE-DATE      PIC X(8).
       01  WS-STALE-SUB       PIC 9(2) VALUE 0.
       01  WS-DIFFERS-SW      PIC X VALUE 'N'.
           88  FEED-DIFFERS   VALUE 'Y'.

      *> RECNCTL, loaded whole; unknown programs are simply unused.
       01  WS-RECN-COUNT      PIC 9(2) VALUE 0.
       01  WS-RECN-SUB        PIC 9(2) VALUE 0.
       01  WS-RECN-TABLE.
           05  WS-RECN-ENTRY OCCURS 20 TIMES.
               10  WS-RECN-PGM        PIC X(12).
               10  WS-RECN-EXPECTED   PIC 9(7).
       01  WS-EXPECTED        PIC 9(7) VALUE 0.
       01  WS-EXPECTED-SW     PIC X VALUE 'N'.
           88  EXPECTED-FOUND VALUE 'Y'.
       01  WS-COUNT-X100      PIC 9(10) VALUE 0.
       01  WS-LOW-LIMIT       PIC 9(10) VALUE 0.
       01  WS-HIGH-LIMIT      PIC 9(10) VALUE 0.

      *> The prior generation compared against, and a one-row cursor
      *> over it that moves forward in step with the feeds.
       01  WS-PRIOR-SW        PIC X VALUE 'N'.
           88  PRIOR-AVAILABLE VALUE 'Y'.
       01  WS-PRIOR-DATE      PIC 9(8) VALUE 0.
       01  WS-PRIOR-TIME      PIC 9(6) VALUE 0.
       01  WS-PRIOR-FEED-SUB  PIC 9(2) VALUE 0.

       01  WS-ERROR-COUNT     PIC 9(3) VALUE 0.
       01  WS-WARNING-COUNT   PIC 9(3) VALUE 0.
       01  WS-TOTAL-RECORDS   PIC 9(7) VALUE 0.
       01  WS-MESSAGE         PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Input Feed Pre-Flight Check ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           OPEN OUTPUT RPT-FILE.
           PERFORM 0030-WRITE-RPT-HEADER.
           PERFORM 0050-LOAD-EXPECTED-COUNTS.
           PERFORM 0060-FIND-PRIOR-GENERATION.

           OPEN OUTPUT SAVE-FILE.
           IF PRIOR-AVAILABLE
               MOVE 'N' TO WS-PRIOR-EOF-SW
               OPEN INPUT PRIOR-FILE
               PERFORM 1810-NEXT-PRIOR-ROW
           END-IF.

           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
               PERFORM 1000-CHECK-FEED
           END-PERFORM.

           IF PRIOR-AVAILABLE
               CLOSE PRIOR-FILE
           END-IF.
           CLOSE SAVE-FILE.

           PERFORM 2000-PRINT-SUMMARY.
           CLOSE RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "FEEDCHK     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-RPT-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING "INPUT FEED PRE-FLIGHT - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "COUNT TOLERANCE " WS-TOLERANCE-PCT
                  "% OF RECNCTL EXPECTED"
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      *> A missing RECNCTL only means no count can be held to an
      *> expectation tonight; the other checks still run.
       0050-LOAD-EXPECTED-COUNTS.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = "00"
               MOVE SPACES TO RPT-REC
               STRING "RECNCTL NOT AVAILABLE - RECORD COUNTS NOT "
                      "CHECKED AGAINST EXPECTED"
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           ELSE
               PERFORM UNTIL END-OF-CTL
                   READ CTL-FILE
                       AT END
                           SET END-OF-CTL TO TRUE
                       NOT AT END
                           IF WS-RECN-COUNT < 20
                              AND RECN-EXPECTED-COUNT IS NUMERIC
                               ADD 1 TO WS-RECN-COUNT
                               MOVE RECN-PGM-NAME
                                   TO WS-RECN-PGM (WS-RECN-COUNT)
                               MOVE RECN-EXPECTED-COUNT
                                   TO WS-RECN-EXPECTED (WS-RECN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           END-IF.

      *> The comparison is against the latest generation taken on an
      *> earlier run date: "yesterday's" feed, even when tonight is
      *> a rerun and one of today's generations is already on file.
       0060-FIND-PRIOR-GENERATION.
           OPEN INPUT PRIOR-FILE.
           IF WS-PRIOR-STATUS = "00"
               PERFORM UNTIL END-OF-PRIOR
                   READ PRIOR-FILE
                       AT END
                           SET END-OF-PRIOR TO TRUE
                       NOT AT END
                           IF PR-RUN-DATE < JOBHDR-RUN-DATE
                              AND (PR-RUN-DATE > WS-PRIOR-DATE
                                   OR (PR-RUN-DATE = WS-PRIOR-DATE
                                       AND PR-RUN-TIME
                                           > WS-PRIOR-TIME))
                               MOVE PR-RUN-DATE TO WS-PRIOR-DATE
                               MOVE PR-RUN-TIME TO WS-PRIOR-TIME
                               SET PRIOR-AVAILABLE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-FILE
           END-IF.
           MOVE SPACES TO RPT-REC.
           IF PRIOR-AVAILABLE
               STRING "COMPARED WITH FEEDS OF " WS-PRIOR-DATE " "
                      WS-PRIOR-TIME
                      DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING "NO EARLIER FEEDS ON FILE - REPEAT CHECK "
                      "NOT MADE"
                      DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

      *> One feed: open, read every record through 1100, then judge.
      *> A feed missing altogether and a critical feed that is empty
      *> are errors; everything else found wrong is a warning.
       1000-CHECK-FEED.
           MOVE 'N' TO WS-FEED-PRESENT-SW.
           MOVE 'N' TO WS-FEED-EOF-SW.
           MOVE 'N' TO WS-DIFFERS-SW.
           MOVE 0 TO WS-FEED-RECORDS.
           MOVE 0 TO WS-FEED-DETAILS.
           MOVE 0 TO WS-FEED-HEADERS.
           MOVE 0 TO WS-STALE-HEADERS.
           PERFORM 1820-SKIP-EARLIER-FEEDS.

           EVALUATE WS-FEED-SUB
               WHEN 1
                   PERFORM 1010-READ-TRANFILE
               WHEN 2
                   PERFORM 1020-READ-STUDENTF
               WHEN 3
                   PERFORM 1030-READ-CUSTFILE
               WHEN 4
                   PERFORM 1040-READ-MAILRTN
               WHEN 5
                   PERFORM 1050-READ-GRDCORR
               WHEN 6
                   PERFORM 1060-READ-PRIMEREQ
           END-EVALUATE.

           PERFORM 1200-WRITE-FEED-LINE.
           EVALUATE TRUE
               WHEN NOT FEED-PRESENT
                   IF WS-FEED-CRITICAL (WS-FEED-SUB) = 'Y'
                       MOVE "CRITICAL FEED MISSING" TO WS-MESSAGE
                       PERFORM 1910-WRITE-ERROR
                   ELSE
                       MOVE "FEED MISSING" TO WS-MESSAGE
                       PERFORM 1900-WRITE-WARNING
                   END-IF
               WHEN WS-FEED-RECORDS = 0
                   IF WS-FEED-CRITICAL (WS-FEED-SUB) = 'Y'
                       MOVE "CRITICAL FEED IS EMPTY" TO WS-MESSAGE
                       PERFORM 1910-WRITE-ERROR
                   ELSE
                       MOVE SPACES TO RPT-REC
                       STRING "    EMPTY - NOTHING TO APPLY TONIGHT"
                              DELIMITED BY SIZE INTO RPT-REC
                       WRITE RPT-REC
                   END-IF
               WHEN OTHER
                   PERFORM 1300-CHECK-BATCH-DATES
                   PERFORM 1400-CHECK-TOLERANCE
                   PERFORM 1500-CHECK-REPEAT
           END-EVALUATE.

      *> Each read paragraph hands every record to 1100 through
      *> WS-FEED-IMAGE.
       1010-READ-TRANFILE.
           OPEN INPUT TRANS-FILE.
           IF WS-FEED-STATUS = "00"
               SET FEED-PRESENT TO TRUE
               PERFORM UNTIL END-OF-FEED
                   READ TRANS-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           MOVE TRANS-REC TO WS-FEED-IMAGE
                           PERFORM 1100-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       1020-READ-STUDENTF.
           OPEN INPUT STUDENT-FILE.
           IF WS-FEED-STATUS = "00"
               SET FEED-PRESENT TO TRUE
               PERFORM UNTIL END-OF-FEED
                   READ STUDENT-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           MOVE STUDENT-REC TO WS-FEED-IMAGE
                           PERFORM 1100-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       1030-READ-CUSTFILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-FEED-STATUS = "00"
               SET FEED-PRESENT TO TRUE
               PERFORM UNTIL END-OF-FEED
                   READ CUSTOMER-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           MOVE CUSTOMER-REC TO WS-FEED-IMAGE
                           PERFORM 1100-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       1040-READ-MAILRTN.
           OPEN INPUT RETURNS-FILE.
           IF WS-FEED-STATUS = "00"
               SET FEED-PRESENT TO TRUE
               PERFORM UNTIL END-OF-FEED
                   READ RETURNS-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           MOVE RETURNS-REC TO WS-FEED-IMAGE
                           PERFORM 1100-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
           END-IF.

       1050-READ-GRDCORR.
           OPEN INPUT CORRECTION-FILE.
           IF WS-FEED-STATUS = "00"
               SET FEED-PRESENT TO TRUE
               PERFORM UNTIL END-OF-FEED
                   READ CORRECTION-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           MOVE CORRECTION-REC TO WS-FEED-IMAGE
                           PERFORM 1100-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.

       1060-READ-PRIMEREQ.
           OPEN INPUT QUERY-FILE.
           IF WS-FEED-STATUS = "00"
               SET FEED-PRESENT TO TRUE
               PERFORM UNTIL END-OF-FEED
                   READ QUERY-FILE
                       AT END
                           SET END-OF-FEED TO TRUE
                       NOT AT END
                           MOVE QUERY-REC TO WS-FEED-IMAGE
                           PERFORM 1100-TAKE-RECORD
                   END-READ
               END-PERFORM
               CLOSE QUERY-FILE
           END-IF.

      *> Counts the record, saves it for tomorrow's comparison, and
      *> matches it against the same position in the prior feed. On
      *> TRANFILE only detail records count toward the expected
      *> figure (ARITHMETIC counts transactions, not BATCHHDR and
      *> TRAILER1 records), and every BATCHHDR must carry tonight's
      *> run date.
       1100-TAKE-RECORD.
           ADD 1 TO WS-FEED-RECORDS.
           ADD 1 TO WS-TOTAL-RECORDS.
           IF WS-FEED-SUB = 1
               EVALUATE WS-FH-MARK
                   WHEN "BATCHHDR"
                       ADD 1 TO WS-FEED-HEADERS
                       IF WS-FH-BATCH-DATE NOT = JOBHDR-RUN-DATE
                           ADD 1 TO WS-STALE-HEADERS
                           IF WS-STALE-HEADERS <= 10
                               MOVE WS-FH-SOURCE-ID TO WS-STALE-SOURCE
                                   (WS-STALE-HEADERS)
                               MOVE WS-FH-BATCH-DATE TO WS-STALE-DATE
                                   (WS-STALE-HEADERS)
                           END-IF
                       END-IF
                   WHEN "TRAILER1"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-FEED-DETAILS
               END-EVALUATE
           ELSE
               ADD 1 TO WS-FEED-DETAILS
           END-IF.

           MOVE JOBHDR-RUN-DATE TO SV-RUN-DATE.
           MOVE WS-RUN-TIME TO SV-RUN-TIME.
           MOVE WS-FEED-NAME (WS-FEED-SUB) TO SV-FEED-NAME.
           MOVE WS-FEED-IMAGE TO SV-IMAGE.
           WRITE SAVE-REC.

           IF PRIOR-AVAILABLE AND NOT FEED-DIFFERS
               IF NOT END-OF-PRIOR
                  AND WS-PRIOR-FEED-SUB = WS-FEED-SUB
                  AND PR-IMAGE = WS-FEED-IMAGE
                   PERFORM 1810-NEXT-PRIOR-ROW
               ELSE
                   SET FEED-DIFFERS TO TRUE
               END-IF
           END-IF.

       1200-WRITE-FEED-LINE.
           MOVE SPACES TO RPT-REC.
           IF FEED-PRESENT
               STRING WS-FEED-NAME (WS-FEED-SUB)
                      "  RECORDS " WS-FEED-RECORDS
                      "  COUNTED " WS-FEED-DETAILS
                      DELIMITED BY SIZE INTO RPT-REC
           ELSE
               STRING WS-FEED-NAME (WS-FEED-SUB) "  NOT PRESENT"
                      DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           DISPLAY RPT-REC.

       1300-CHECK-BATCH-DATES.
           IF WS-FEED-SUB = 1
               IF WS-FEED-HEADERS = 0
                   MOVE "NO BATCHHDR RECORDS - BATCH DATES UNKNOWN"
                       TO WS-MESSAGE
                   PERFORM 1900-WRITE-WARNING
               END-IF
               PERFORM VARYING WS-STALE-SUB FROM 1 BY 1
                       UNTIL WS-STALE-SUB > WS-STALE-HEADERS
                          OR WS-STALE-SUB > 10
                   MOVE SPACES TO RPT-REC
                   STRING "    BATCHHDR " WS-STALE-SOURCE (WS-STALE-SUB)
                          " DATED " WS-STALE-DATE (WS-STALE-SUB)
                          " - NOT THE RUN DATE"
                          DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-PERFORM
               IF WS-STALE-HEADERS > 0
                   MOVE SPACES TO WS-MESSAGE
                   STRING WS-STALE-HEADERS
                          " BATCH(ES) NOT DATED FOR THIS RUN"
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 1900-WRITE-WARNING
               END-IF
           END-IF.

      *> Within tolerance means the counted records lie between the
      *> expected count less and plus WS-TOLERANCE-PCT per cent of
      *> it, compared in hundredths to stay in whole numbers.
       1400-CHECK-TOLERANCE.
           MOVE 'N' TO WS-EXPECTED-SW.
           IF WS-FEED-RECON-PGM (WS-FEED-SUB) NOT = SPACES
               PERFORM VARYING WS-RECN-SUB FROM 1 BY 1
                       UNTIL WS-RECN-SUB > WS-RECN-COUNT
                   IF WS-RECN-PGM (WS-RECN-SUB)
                          = WS-FEED-RECON-PGM (WS-FEED-SUB)
                       SET EXPECTED-FOUND TO TRUE
                       MOVE WS-RECN-EXPECTED (WS-RECN-SUB)
                           TO WS-EXPECTED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF EXPECTED-FOUND
               COMPUTE WS-COUNT-X100 = WS-FEED-DETAILS * 100
               COMPUTE WS-LOW-LIMIT =
                   WS-EXPECTED * (100 - WS-TOLERANCE-PCT)
               COMPUTE WS-HIGH-LIMIT =
                   WS-EXPECTED * (100 + WS-TOLERANCE-PCT)
               IF WS-COUNT-X100 < WS-LOW-LIMIT
                  OR WS-COUNT-X100 > WS-HIGH-LIMIT
                   MOVE SPACES TO WS-MESSAGE
                   STRING "COUNT " WS-FEED-DETAILS " OUTSIDE "
                          "TOLERANCE OF EXPECTED " WS-EXPECTED
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM 1900-WRITE-WARNING
               END-IF
           END-IF.

      *> A feed that matched the prior one record for record, with
      *> nothing of the prior one left over, is yesterday's file sent
      *> again.
       1500-CHECK-REPEAT.
           IF PRIOR-AVAILABLE AND NOT FEED-DIFFERS
               IF NOT END-OF-PRIOR
                  AND WS-PRIOR-FEED-SUB = WS-FEED-SUB
                   SET FEED-DIFFERS TO TRUE
               ELSE
                   MOVE "IDENTICAL TO PRIOR RUN'S FEED" TO WS-MESSAGE
                   PERFORM 1900-WRITE-WARNING
               END-IF
           END-IF.

      *> Next row of the prior generation, with its feed's position
      *> in the table (99 if it names no feed checked here).
       1810-NEXT-PRIOR-ROW.
           PERFORM UNTIL END-OF-PRIOR
               READ PRIOR-FILE
                   AT END
                       SET END-OF-PRIOR TO TRUE
                   NOT AT END
                       IF PR-RUN-DATE = WS-PRIOR-DATE
                          AND PR-RUN-TIME = WS-PRIOR-TIME
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT END-OF-PRIOR
               MOVE 99 TO WS-PRIOR-FEED-SUB
               PERFORM VARYING WS-RECN-SUB FROM 1 BY 1
                       UNTIL WS-RECN-SUB > WS-FEED-COUNT
                   IF PR-FEED-NAME = WS-FEED-NAME (WS-RECN-SUB)
                       MOVE WS-RECN-SUB TO WS-PRIOR-FEED-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> Prior rows left over from an earlier feed (today's copy of it
      *> was shorter) are passed over before the next feed starts.
       1820-SKIP-EARLIER-FEEDS.
           IF PRIOR-AVAILABLE
               PERFORM UNTIL END-OF-PRIOR
                       OR WS-PRIOR-FEED-SUB >= WS-FEED-SUB
                   PERFORM 1810-NEXT-PRIOR-ROW
               END-PERFORM
           END-IF.

       1900-WRITE-WARNING.
           ADD 1 TO WS-WARNING-COUNT.
           MOVE SPACES TO RPT-REC.
           STRING "    WARNING: " WS-MESSAGE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "*** WARNING: " WS-FEED-NAME (WS-FEED-SUB) " "
                   WS-MESSAGE.

       1910-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO RPT-REC.
           STRING "    *** ERROR: " WS-MESSAGE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "*** EXCEPTION: " WS-FEED-NAME (WS-FEED-SUB) " "
                   WS-MESSAGE " ***".

       2000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "ERRORS " WS-ERROR-COUNT "  WARNINGS "
                  WS-WARNING-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   STRING "*** CHAIN STOPPED - CRITICAL FEED MISSING"
                          DELIMITED BY SIZE INTO RPT-REC
               WHEN WS-WARNING-COUNT > 0
                   STRING "CHAIN MAY RUN - REVIEW WARNINGS ABOVE"
                          DELIMITED BY SIZE INTO RPT-REC
               WHEN OTHER
                   STRING "ALL FEEDS PASSED"
                          DELIMITED BY SIZE INTO RPT-REC
           END-EVALUATE.
           WRITE RPT-REC.
           DISPLAY "Errors: " WS-ERROR-COUNT
                   " Warnings: " WS-WARNING-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "FEEDCHK     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-TOTAL-RECORDS TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
