       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHCUST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ARCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUST-ARCH-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTARCH-STATUS.
           SELECT RPT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> ARCHPARM - one card: months without activity after which a
      *> customer is archived, and the run/operator IDs for the log.
       FD  PARM-FILE.
       01  ARCH-PARM-REC.
           05  AP-INACTIVE-MONTHS PIC 9(3).
           05  AP-RUN-ID          PIC X(8).
           05  AP-OPERATOR-ID     PIC X(8).

       FD  CUST-MASTER-FILE.
       COPY CUSTMSTR.

       FD  CUST-ARCH-FILE.
       COPY CUSTARCH.

       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

      *> Used when ARCHPARM is missing or its month count is not a
      *> positive number.
       01  WS-DEFAULT-MONTHS  PIC 9(3) VALUE 24.
       01  WS-INACTIVE-MONTHS PIC 9(3) VALUE 0.

       01  WS-PARM-STATUS     PIC XX VALUE "00".
       01  WS-CUSTMST-STATUS  PIC XX VALUE "00".
       01  WS-CUSTMST-EOF-SW  PIC X VALUE 'N'.
           88  END-OF-CUSTMST VALUE 'Y'.
       01  WS-CUSTARCH-STATUS PIC XX VALUE "00".
       01  WS-CUSTARCH-OPEN-SW PIC X VALUE 'N'.
           88  CUSTARCH-OPEN  VALUE 'Y'.
       01  WS-CUSTARCH-FAIL-SW PIC X VALUE 'N'.
           88  CUSTARCH-FAILED VALUE 'Y'.

      *> The master is held whole and rewritten with OPEN OUTPUT, as
      *> STRINGS does; a master larger than the table would be cut
      *> short by the rewrite, so a full table stops the run with
      *> nothing changed.
       01  WS-CUSTMST-COUNT   PIC 9(4) VALUE 0.
       01  WS-CUSTMST-TABLE.
           05  WS-CM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CM-IDX.
               10  WS-CM-IMAGE      PIC X(100).
               10  WS-CM-ARCHIVE-SW PIC X.
       01  WS-ABORT-SW        PIC X VALUE 'N'.
           88  ARCHIVE-ABORTED VALUE 'Y'.

      *> Cutoff: the run date less WS-INACTIVE-MONTHS calendar months,
      *> pulled back to the last day of the month where the day does
      *> not exist (31 March less one month is 28 or 29 February).
       01  WS-CUTOFF-DATE     PIC 9(8) VALUE 0.
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY PIC 9(4).
           05  WS-CUTOFF-MM   PIC 9(2).
           05  WS-CUTOFF-DD   PIC 9(2).
       01  WS-MONTH-NUMBER    PIC 9(6) VALUE 0.

       01  WS-KEPT-COUNT      PIC 9(5) VALUE 0.
       01  WS-ARCHIVED-COUNT  PIC 9(5) VALUE 0.
       01  WS-UNDATED-COUNT   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0050-READ-PARM.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Inactive Customer Archive ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.
           PERFORM 0060-COMPUTE-CUTOFF.

           OPEN OUTPUT RPT-FILE.
           PERFORM 0030-WRITE-RPT-HEADER.

           PERFORM 0070-LOAD-CUST-MASTER.
           IF ARCHIVE-ABORTED
               MOVE SPACES TO RPT-REC
               STRING "*** ARCHIVE ABORTED - CUSTMSTR NOT CHANGED"
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               CLOSE RPT-FILE
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
               PERFORM 1000-CHECK-CUSTOMER
           END-PERFORM.

           IF WS-ARCHIVED-COUNT > 0
               PERFORM 1500-WRITE-ARCHIVE
               IF CUSTARCH-FAILED
                   MOVE SPACES TO RPT-REC
                   STRING "*** CUSTARCH WRITE FAILED - CUSTMSTR "
                          "NOT CHANGED"
                          DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               ELSE
                   PERFORM 1600-WRITE-CUST-MASTER
               END-IF
           END-IF.

           PERFORM 2000-PRINT-SUMMARY.
           CLOSE RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-UNDATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF CUSTARCH-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           IF AP-RUN-ID NOT = SPACES
               MOVE AP-RUN-ID TO JOBHDR-RUN-ID
           ELSE
               MOVE "DAILYRUN" TO JOBHDR-RUN-ID
           END-IF.
           IF AP-OPERATOR-ID NOT = SPACES
               MOVE AP-OPERATOR-ID TO JOBHDR-OPERATOR-ID
           ELSE
               MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID
           END-IF.

       0020-LOG-AUDIT-START.
           MOVE "ARCHCUST    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-RPT-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING "CUSTOMER ARCHIVE - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "INACTIVE MONTHS=" WS-INACTIVE-MONTHS
                  "  NO ACTIVITY SINCE BEFORE " WS-CUTOFF-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  CUST NO  NAME                  LAST ACTIVITY"
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

       0050-READ-PARM.
           MOVE SPACES TO ARCH-PARM-REC.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO ARCH-PARM-REC
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF AP-INACTIVE-MONTHS IS NUMERIC
                   AND AP-INACTIVE-MONTHS > 0
               MOVE AP-INACTIVE-MONTHS TO WS-INACTIVE-MONTHS
           ELSE
               MOVE WS-DEFAULT-MONTHS TO WS-INACTIVE-MONTHS
               DISPLAY "ARCHPARM missing or month count invalid - "
                       "using " WS-DEFAULT-MONTHS " months"
           END-IF.

       0060-COMPUTE-CUTOFF.
           MOVE JOBHDR-RUN-DATE TO WS-CUTOFF-DATE.
           COMPUTE WS-MONTH-NUMBER =
               WS-CUTOFF-YYYY * 12 + WS-CUTOFF-MM - 1
               - WS-INACTIVE-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YYYY REMAINDER WS-CUTOFF-MM.
           ADD 1 TO WS-CUTOFF-MM.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-CUTOFF-DATE)
                   = 0
               SUBTRACT 1 FROM WS-CUTOFF-DD
           END-PERFORM.

       0070-LOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUSTMST-STATUS NOT = "00"
               DISPLAY "*** EXCEPTION: CUSTMSTR NOT FOUND - STATUS "
                       WS-CUSTMST-STATUS " ***"
               SET ARCHIVE-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL END-OF-CUSTMST OR ARCHIVE-ABORTED
                   READ CUST-MASTER-FILE
                       AT END
                           SET END-OF-CUSTMST TO TRUE
                       NOT AT END
                           IF WS-CUSTMST-COUNT < 2000
                               ADD 1 TO WS-CUSTMST-COUNT
                               MOVE CUST-MASTER-REC
                                   TO WS-CM-IMAGE (WS-CUSTMST-COUNT)
                               MOVE 'N' TO
                                   WS-CM-ARCHIVE-SW (WS-CUSTMST-COUNT)
                           ELSE
                               DISPLAY "*** EXCEPTION: CUSTOMER "
                                       "MASTER TABLE FULL ***"
                               SET ARCHIVE-ABORTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           END-IF.

      *> A row with no activity date has not been through STRINGS
      *> since the date was added; it is kept and reported, never
      *> archived on a guess.
       1000-CHECK-CUSTOMER.
           MOVE WS-CM-IMAGE (WS-CM-IDX) TO CUST-MASTER-REC.
           EVALUATE TRUE
               WHEN CM-LAST-ACTIVITY IS NOT NUMERIC
                   ADD 1 TO WS-UNDATED-COUNT
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE SPACES TO RPT-REC
                   STRING "  " CM-CUST-NUM "  " CM-FIRST-NAME " "
                          CM-LAST-NAME " NO ACTIVITY DATE - KEPT"
                          DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN CM-LAST-ACTIVITY < WS-CUTOFF-DATE
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE 'Y' TO WS-CM-ARCHIVE-SW (WS-CM-IDX)
                   MOVE SPACES TO RPT-REC
                   STRING "  " CM-CUST-NUM "  " CM-FIRST-NAME " "
                          CM-LAST-NAME " " CM-LAST-ACTIVITY
                          DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               WHEN OTHER
                   ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE.

      *> Archive first, master second: a failure between the two
      *> leaves a customer on both files, which STRINGS tolerates
      *> (the master row wins the match), never on neither. Only a
      *> CUSTARCH that does not exist yet is started new; any other
      *> open or write failure leaves the master as it was.
       1500-WRITE-ARCHIVE.
           OPEN EXTEND CUST-ARCH-FILE.
           IF WS-CUSTARCH-STATUS = "35"
               OPEN OUTPUT CUST-ARCH-FILE
           END-IF.
           IF WS-CUSTARCH-STATUS = "00"
               SET CUSTARCH-OPEN TO TRUE
           ELSE
               DISPLAY "*** ARCHCUST ABORTED: CUSTARCH OPEN FAILED, "
                       "STATUS " WS-CUSTARCH-STATUS " ***"
               SET CUSTARCH-FAILED TO TRUE
           END-IF.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
                      OR CUSTARCH-FAILED
               IF WS-CM-ARCHIVE-SW (WS-CM-IDX) = 'Y'
                   MOVE WS-CM-IMAGE (WS-CM-IDX) TO CUST-MASTER-REC
                   MOVE CM-CUST-NUM TO AR-CUST-NUM
                   MOVE CM-FIRST-NAME TO AR-FIRST-NAME
                   MOVE CM-LAST-NAME TO AR-LAST-NAME
                   MOVE CM-FIRST-KEY TO AR-FIRST-KEY
                   MOVE CM-LAST-KEY TO AR-LAST-KEY
                   MOVE CM-ADDRESS TO AR-ADDRESS
                   MOVE CM-CITY TO AR-CITY
                   MOVE CM-STATE TO AR-STATE
                   MOVE CM-ZIP TO AR-ZIP
                   MOVE CM-LAST-ACTIVITY TO AR-LAST-ACTIVITY
                   MOVE JOBHDR-RUN-DATE TO AR-ARCHIVE-DATE
                   WRITE CUST-ARCH-REC
                   IF WS-CUSTARCH-STATUS NOT = "00"
                       DISPLAY "*** ARCHCUST ABORTED: CUSTARCH WRITE "
                               "FAILED FOR CUST " CM-CUST-NUM
                               ", STATUS " WS-CUSTARCH-STATUS " ***"
                       SET CUSTARCH-FAILED TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CUSTARCH-OPEN
               CLOSE CUST-ARCH-FILE
           END-IF.

       1600-WRITE-CUST-MASTER.
           OPEN OUTPUT CUST-MASTER-FILE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
               IF WS-CM-ARCHIVE-SW (WS-CM-IDX) = 'N'
                   MOVE WS-CM-IMAGE (WS-CM-IDX) TO CUST-MASTER-REC
                   WRITE CUST-MASTER-REC
               END-IF
           END-PERFORM.
           CLOSE CUST-MASTER-FILE.

       2000-PRINT-SUMMARY.
           IF WS-ARCHIVED-COUNT = 0
               MOVE SPACES TO RPT-REC
               STRING "  (no customers inactive long enough)"
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.
           MOVE SPACES TO RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "  ON MASTER=" WS-CUSTMST-COUNT
                  "  ARCHIVED=" WS-ARCHIVED-COUNT
                  "  KEPT=" WS-KEPT-COUNT
                  "  NO ACTIVITY DATE=" WS-UNDATED-COUNT
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           DISPLAY "Customers archived: " WS-ARCHIVED-COUNT
                   " Kept: " WS-KEPT-COUNT
                   " Undated: " WS-UNDATED-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "ARCHCUST    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-ARCHIVED-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
