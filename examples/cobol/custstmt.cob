       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DNM-FILE ASSIGN TO "DONOTMAI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DNM-STATUS.
           SELECT RTN-HIST-FILE ASSIGN TO "RTNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT PRINT-FILE ASSIGN TO "STMTPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> STMTRPT as LEDGSTMT writes it: a header line, then for each
      *> ledger account a "--- ACCOUNT xxxxxxxx ---" line followed by
      *> its opening balance, postings and closing balance, and at
      *> the end any orphan lines and the summary.
       FD  STMT-FILE.
       01  STMT-REC.
           05  ST-MARKER          PIC X(12).
               88  ST-ACCOUNT-START VALUE "--- ACCOUNT ".
           05  ST-ACCT-REF        PIC X(8).
           05  FILLER             PIC X(60).

       FD  CUST-XREF-FILE.
       COPY CUSTXREF.

       FD  CUST-MASTER-FILE.
       COPY CUSTMSTR.

       FD  DNM-FILE.
       01  DNM-REC.
           05  DNM-FIRST-NAME PIC X(10).
           05  DNM-LAST-NAME  PIC X(10).

       FD  RTN-HIST-FILE.
       01  RTN-HIST-REC.
           05  RH-FIRST-NAME     PIC X(10).
           05  RH-LAST-NAME      PIC X(10).
           05  RH-MOVED-COUNT    PIC 9(3).
           05  RH-REFUSED-COUNT  PIC 9(3).
           05  RH-UNDELIV-COUNT  PIC 9(3).
           05  RH-SUPPRESSED-SW  PIC X.

      *> STMTPRT - the statements themselves, ready for the print
      *> shop: an address block the window envelope shows, the
      *> account's STMTRPT lines, and a rule line between statements.
       FD  PRINT-FILE.
       01  PRINT-REC              PIC X(80).

      *> STMTCTL - one line per statement saying whether it was
      *> printed or held and why, with the counts at the end, so the
      *> print shop's piece count can be agreed to it.
       FD  CONTROL-FILE.
       01  CONTROL-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-STMT-STATUS     PIC XX VALUE "00".
       01  WS-STMT-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-STMTS   VALUE 'Y'.
      *> On from an account line whose statement is being printed to
      *> the line that ends that account (the next account line, or
      *> the orphan/summary trailer).
       01  WS-PRINTING-SW     PIC X VALUE 'N'.
           88  PRINTING-STATEMENT VALUE 'Y'.

       01  WS-XREF-STATUS     PIC XX VALUE "00".
       01  WS-XREF-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-XREF    VALUE 'Y'.
       01  WS-XREF-COUNT      PIC 9(4) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-XR-IDX.
               10  WS-XR-CUST-NUM  PIC 9(7).
               10  WS-XR-ACCT-REF  PIC X(8).

       01  WS-CUST-STATUS     PIC XX VALUE "00".
       01  WS-CUST-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-CUSTS   VALUE 'Y'.
       01  WS-CUST-COUNT      PIC 9(4) VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CM-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CM-IDX.
               10  WS-CM-CUST-NUM  PIC 9(7).
               10  WS-CM-FIRST     PIC X(10).
               10  WS-CM-LAST      PIC X(10).
               10  WS-CM-ADDRESS   PIC X(30).
               10  WS-CM-CITY      PIC X(15).
               10  WS-CM-STATE     PIC X(02).
               10  WS-CM-ZIP       PIC X(10).
       01  WS-CM-SUB          PIC 9(4) VALUE 0.

       01  WS-DNM-STATUS      PIC XX VALUE "00".
       01  WS-DNM-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-DNM     VALUE 'Y'.
       01  WS-DNM-COUNT       PIC 9(3) VALUE 0.
       01  WS-DNM-TABLE.
           05  WS-DNM-ENTRY OCCURS 200 TIMES INDEXED BY WS-DNM-IDX.
               10  WS-DNM-TBL-FIRST  PIC X(10).
               10  WS-DNM-TBL-LAST   PIC X(10).

      *> Only the names STRINGS has already auto-suppressed for
      *> returned mail are kept - the same rule that keeps them off
      *> the mailing extract keeps their statements out of the post.
       01  WS-RTN-STATUS      PIC XX VALUE "00".
       01  WS-RTN-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-RTN     VALUE 'Y'.
       01  WS-RTN-COUNT       PIC 9(4) VALUE 0.
       01  WS-RTN-TABLE.
           05  WS-RH-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RH-IDX.
               10  WS-RH-FIRST        PIC X(10).
               10  WS-RH-LAST         PIC X(10).

       01  WS-CUR-ACCT-REF    PIC X(8).
       01  WS-CUR-CUST-NUM    PIC 9(7).
       01  WS-HOLD-REASON     PIC X(20).
       01  WS-STD-ADDRESS     PIC X(30).
       01  WS-STD-CITY        PIC X(15).
       01  WS-NAME-LINE       PIC X(21).

       01  WS-STATEMENT-COUNT PIC 9(5) VALUE 0.
       01  WS-PRINTED-COUNT   PIC 9(5) VALUE 0.
       01  WS-HELD-COUNT      PIC 9(5) VALUE 0.
       01  WS-HELD-NOLINK     PIC 9(5) VALUE 0.
       01  WS-HELD-NOMASTER   PIC 9(5) VALUE 0.
       01  WS-HELD-NOADDR     PIC 9(5) VALUE 0.
       01  WS-HELD-DNM        PIC 9(5) VALUE 0.
       01  WS-HELD-RETURNED   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Customer Account Statements ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           OPEN INPUT STMT-FILE.
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "--- Customer Account Statements: ABORTED - "
                       "STMTRPT NOT FOUND - STATUS " WS-STMT-STATUS
                       " ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0050-LOAD-CUST-XREF.
           PERFORM 0060-LOAD-CUST-MASTER.
           PERFORM 0070-LOAD-DNM-LIST.
           PERFORM 0080-LOAD-RTN-HIST.

           OPEN OUTPUT PRINT-FILE.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO CONTROL-REC.
           STRING "STATEMENT CONTROL - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.

           PERFORM UNTIL END-OF-STMTS
               READ STMT-FILE
                   AT END
                       SET END-OF-STMTS TO TRUE
                   NOT AT END
                       PERFORM 1000-PROCESS-STMT-LINE
               END-READ
           END-PERFORM.
           PERFORM 1300-END-ACCOUNT.
           CLOSE STMT-FILE.

           PERFORM 2000-PRINT-SUMMARY.
           CLOSE PRINT-FILE.
           CLOSE CONTROL-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-HELD-NOLINK > 0 OR WS-HELD-NOMASTER > 0
                   OR WS-HELD-NOADDR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "CUSTSTMT    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

      *> Without the cross-reference no statement has an addressee,
      *> so every one is held - the run still accounts for them all.
       0050-LOAD-CUST-XREF.
           OPEN INPUT CUST-XREF-FILE.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL END-OF-XREF
                   READ CUST-XREF-FILE
                       AT END
                           SET END-OF-XREF TO TRUE
                       NOT AT END
                           IF WS-XREF-COUNT < 2000
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XR-CUST-NUM
                                   TO WS-XR-CUST-NUM (WS-XREF-COUNT)
                               MOVE XR-ACCT-REF
                                   TO WS-XR-ACCT-REF (WS-XREF-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: CROSS-REFERENCE "
                                       "TABLE FULL - ACCT " XR-ACCT-REF
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-XREF-FILE
           ELSE
               DISPLAY "*** WARNING: CUSTXREF NOT FOUND - ALL "
                       "STATEMENTS WILL BE HELD ***"
           END-IF.

       0060-LOAD-CUST-MASTER.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               PERFORM UNTIL END-OF-CUSTS
                   READ CUST-MASTER-FILE
                       AT END
                           SET END-OF-CUSTS TO TRUE
                       NOT AT END
                           IF WS-CUST-COUNT < 2000
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CM-CUST-NUM
                                   TO WS-CM-CUST-NUM (WS-CUST-COUNT)
                               MOVE CM-FIRST-NAME
                                   TO WS-CM-FIRST (WS-CUST-COUNT)
                               MOVE CM-LAST-NAME
                                   TO WS-CM-LAST (WS-CUST-COUNT)
                               MOVE CM-ADDRESS
                                   TO WS-CM-ADDRESS (WS-CUST-COUNT)
                               MOVE CM-CITY
                                   TO WS-CM-CITY (WS-CUST-COUNT)
                               MOVE CM-STATE
                                   TO WS-CM-STATE (WS-CUST-COUNT)
                               MOVE CM-ZIP
                                   TO WS-CM-ZIP (WS-CUST-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: CUSTOMER TABLE "
                                       "FULL - CUST " CM-CUST-NUM
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           ELSE
               DISPLAY "*** WARNING: CUSTMSTR NOT FOUND - ALL "
                       "STATEMENTS WILL BE HELD ***"
           END-IF.

       0070-LOAD-DNM-LIST.
           OPEN INPUT DNM-FILE.
           IF WS-DNM-STATUS = "00"
               PERFORM UNTIL END-OF-DNM
                   READ DNM-FILE
                       AT END
                           SET END-OF-DNM TO TRUE
                       NOT AT END
                           IF WS-DNM-COUNT < 200
                               ADD 1 TO WS-DNM-COUNT
                               MOVE DNM-FIRST-NAME
                                   TO WS-DNM-TBL-FIRST (WS-DNM-COUNT)
                               MOVE DNM-LAST-NAME
                                   TO WS-DNM-TBL-LAST (WS-DNM-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: DO-NOT-MAIL "
                                       "TABLE FULL - " DNM-FIRST-NAME
                                       " " DNM-LAST-NAME
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DNM-FILE
           ELSE
               DISPLAY "No DONOTMAI list this run"
           END-IF.

       0080-LOAD-RTN-HIST.
           OPEN INPUT RTN-HIST-FILE.
           IF WS-RTN-STATUS = "00"
               PERFORM UNTIL END-OF-RTN
                   READ RTN-HIST-FILE
                       AT END
                           SET END-OF-RTN TO TRUE
                       NOT AT END
                           IF RH-SUPPRESSED-SW = 'Y'
                               IF WS-RTN-COUNT < 2000
                                   ADD 1 TO WS-RTN-COUNT
                                   MOVE RH-FIRST-NAME
                                       TO WS-RH-FIRST (WS-RTN-COUNT)
                                   MOVE RH-LAST-NAME
                                       TO WS-RH-LAST (WS-RTN-COUNT)
                               ELSE
                                   DISPLAY "*** WARNING: RETURN "
                                           "HISTORY TABLE FULL - "
                                           RH-FIRST-NAME " "
                                           RH-LAST-NAME
                                           " NOT LOADED ***"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTN-HIST-FILE
           ELSE
               DISPLAY "No RTNHIST history this run"
           END-IF.

      *> An account line closes off the previous account and opens
      *> the next; the orphan lines and summary at the foot of
      *> STMTRPT close the last account and belong to no statement.
       1000-PROCESS-STMT-LINE.
           EVALUATE TRUE
               WHEN ST-ACCOUNT-START
                   PERFORM 1300-END-ACCOUNT
                   PERFORM 1100-START-ACCOUNT
               WHEN STMT-REC (1:3) = "***"
                       OR STMT-REC (1:3) = "==="
                   PERFORM 1300-END-ACCOUNT
               WHEN PRINTING-STATEMENT
                   MOVE STMT-REC TO PRINT-REC
                   WRITE PRINT-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Works out whether this account's statement can be mailed:
      *> it needs a linked customer who is on CUSTMSTR with an
      *> address, and who has neither asked not to be mailed nor had
      *> enough mail come back to be suppressed.
       1100-START-ACCOUNT.
           MOVE 'N' TO WS-PRINTING-SW.
           ADD 1 TO WS-STATEMENT-COUNT.
           MOVE ST-ACCT-REF TO WS-CUR-ACCT-REF.
           MOVE 0 TO WS-CUR-CUST-NUM.
           MOVE 0 TO WS-CM-SUB.
           MOVE SPACES TO WS-HOLD-REASON.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XREF-COUNT
               IF WS-XR-ACCT-REF (WS-XR-IDX) = WS-CUR-ACCT-REF
                   MOVE WS-XR-CUST-NUM (WS-XR-IDX) TO WS-CUR-CUST-NUM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CUR-CUST-NUM NOT = 0
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CUST-COUNT
                   IF WS-CM-CUST-NUM (WS-CM-IDX) = WS-CUR-CUST-NUM
                       SET WS-CM-SUB TO WS-CM-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           EVALUATE TRUE
               WHEN WS-CUR-CUST-NUM = 0
                   MOVE "NO CUSTOMER LINK" TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-NOLINK
               WHEN WS-CM-SUB = 0
                   MOVE "CUST NOT ON CUSTMSTR" TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-NOMASTER
               WHEN OTHER
                   PERFORM 1110-CHECK-SUPPRESSION
           END-EVALUATE.

           IF WS-HOLD-REASON = SPACES
               SET PRINTING-STATEMENT TO TRUE
               ADD 1 TO WS-PRINTED-COUNT
               PERFORM 1200-WRITE-ADDRESS-BLOCK
           ELSE
               ADD 1 TO WS-HELD-COUNT
               DISPLAY "Statement held: ACCT " WS-CUR-ACCT-REF
                       " CUST " WS-CUR-CUST-NUM " - " WS-HOLD-REASON
           END-IF.
           PERFORM 1400-WRITE-CONTROL-LINE.

       1110-CHECK-SUPPRESSION.
           PERFORM VARYING WS-DNM-IDX FROM 1 BY 1
                   UNTIL WS-DNM-IDX > WS-DNM-COUNT
               IF WS-DNM-TBL-FIRST (WS-DNM-IDX)
                       = WS-CM-FIRST (WS-CM-SUB)
                   AND WS-DNM-TBL-LAST (WS-DNM-IDX)
                       = WS-CM-LAST (WS-CM-SUB)
                   MOVE "DO NOT MAIL" TO WS-HOLD-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HOLD-REASON = SPACES
               PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                       UNTIL WS-RH-IDX > WS-RTN-COUNT
                   IF WS-RH-FIRST (WS-RH-IDX) = WS-CM-FIRST (WS-CM-SUB)
                       AND WS-RH-LAST (WS-RH-IDX)
                           = WS-CM-LAST (WS-CM-SUB)
                       MOVE "RETURNED MAIL" TO WS-HOLD-REASON
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-HOLD-REASON = "DO NOT MAIL"
                   ADD 1 TO WS-HELD-DNM
               WHEN WS-HOLD-REASON = "RETURNED MAIL"
                   ADD 1 TO WS-HELD-RETURNED
               WHEN WS-CM-ADDRESS (WS-CM-SUB) = SPACES
                       OR WS-CM-CITY (WS-CM-SUB) = SPACES
                   MOVE "NO MAILING ADDRESS" TO WS-HOLD-REASON
                   ADD 1 TO WS-HELD-NOADDR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Name and address are upper-cased for the envelope the same
      *> way STRINGS standardizes them for the mailing extract.
       1200-WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO PRINT-REC.
           STRING "ACCOUNT STATEMENT" DELIMITED BY SIZE
                  INTO PRINT-REC.
           MOVE "STATEMENT DATE " TO PRINT-REC (50:15).
           MOVE JOBHDR-RUN-DATE TO PRINT-REC (65:8).
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO WS-NAME-LINE.
           STRING FUNCTION TRIM (WS-CM-FIRST (WS-CM-SUB)) " "
                  FUNCTION TRIM (WS-CM-LAST (WS-CM-SUB))
                  DELIMITED BY SIZE INTO WS-NAME-LINE.
           MOVE FUNCTION UPPER-CASE (WS-CM-ADDRESS (WS-CM-SUB))
               TO WS-STD-ADDRESS.
           MOVE FUNCTION UPPER-CASE (WS-CM-CITY (WS-CM-SUB))
               TO WS-STD-CITY.
           MOVE SPACES TO PRINT-REC.
           STRING "    " FUNCTION UPPER-CASE (WS-NAME-LINE)
                  DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "    " WS-STD-ADDRESS DELIMITED BY SIZE
                  INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING "    " FUNCTION TRIM (WS-STD-CITY) ", "
                  WS-CM-STATE (WS-CM-SUB) "  "
                  WS-CM-ZIP (WS-CM-SUB)
                  DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO PRINT-REC.
           STRING "CUSTOMER " WS-CUR-CUST-NUM
                  "   ACCOUNT " WS-CUR-ACCT-REF
                  DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC.

       1300-END-ACCOUNT.
           IF PRINTING-STATEMENT
               MOVE SPACES TO PRINT-REC
               STRING "  *** END OF STATEMENT ***"
                      DELIMITED BY SIZE INTO PRINT-REC
               WRITE PRINT-REC
               MOVE ALL "=" TO PRINT-REC
               WRITE PRINT-REC
           END-IF.
           MOVE 'N' TO WS-PRINTING-SW.

       1400-WRITE-CONTROL-LINE.
           MOVE SPACES TO CONTROL-REC.
           IF PRINTING-STATEMENT
               STRING "PRINTED  ACCT " WS-CUR-ACCT-REF
                      " CUST " WS-CUR-CUST-NUM "  " WS-NAME-LINE
                      DELIMITED BY SIZE INTO CONTROL-REC
           ELSE
               STRING "HELD     ACCT " WS-CUR-ACCT-REF
                      " CUST " WS-CUR-CUST-NUM "  " WS-HOLD-REASON
                      DELIMITED BY SIZE INTO CONTROL-REC
           END-IF.
           WRITE CONTROL-REC.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO CONTROL-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.
           MOVE SPACES TO CONTROL-REC.
           STRING "  STATEMENTS=" WS-STATEMENT-COUNT
                  "  PRINTED=" WS-PRINTED-COUNT
                  "  HELD=" WS-HELD-COUNT
                  DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.
           MOVE SPACES TO CONTROL-REC.
           STRING "  HELD: NO LINK=" WS-HELD-NOLINK
                  "  NOT ON MASTER=" WS-HELD-NOMASTER
                  "  NO ADDRESS=" WS-HELD-NOADDR
                  DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.
           MOVE SPACES TO CONTROL-REC.
           STRING "        DO NOT MAIL=" WS-HELD-DNM
                  "  RETURNED MAIL=" WS-HELD-RETURNED
                  DELIMITED BY SIZE INTO CONTROL-REC.
           WRITE CONTROL-REC.
           DISPLAY " ".
           DISPLAY "Statements: " WS-STATEMENT-COUNT
                   " Printed: " WS-PRINTED-COUNT
                   " Held: " WS-HELD-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "CUSTSTMT    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-STATEMENT-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
