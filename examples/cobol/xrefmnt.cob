       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-TXN-FILE ASSIGN TO "XREFTXN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT XREF-RPT-FILE ASSIGN TO "XREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One cross-reference transaction per record: L links the
      *> account to the customer, U removes that link. The operator
      *> ID is whoever keyed the change, and must be on OPERMSTR for
      *> it to apply, as on ACCTTXN.
       FD  XREF-TXN-FILE.
       01  XREF-TXN-REC.
           05  XT-TXN-CODE        PIC X.
               88  XT-TXN-LINK    VALUE 'L'.
               88  XT-TXN-UNLINK  VALUE 'U'.
           05  XT-CUST-NUM        PIC 9(7).
           05  XT-ACCT-REF        PIC X(8).
           05  XT-OPERATOR-ID     PIC X(8).

       FD  CUST-XREF-FILE.
       COPY CUSTXREF.

       FD  CUST-MASTER-FILE.
       COPY CUSTMSTR.

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-REC.
           05  AM-ACCT-REF    PIC X(8).
           05  AM-ACCT-NAME   PIC X(20).
           05  AM-STATUS      PIC X.
           05  AM-ACCT-TYPE   PIC X(2).

       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-REC.
           05  OM-OPERATOR-ID     PIC X(8).
           05  OM-OPERATOR-NAME   PIC X(20).
           05  OM-AUTH-LEVEL      PIC X.

       FD  XREF-RPT-FILE.
       01  XREF-RPT-REC           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-TXN-STATUS      PIC XX VALUE "00".
       01  WS-TXN-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-TXNS    VALUE 'Y'.

      *> The cross-reference is held whole in the table, in key
      *> order, and rewritten from it - the same as ACCTMNT does with
      *> ACCTMSTR - so a link the table cannot take stops the run
      *> rather than being dropped from the file on the rewrite.
       01  WS-XREF-STATUS     PIC XX VALUE "00".
       01  WS-XREF-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-XREF    VALUE 'Y'.
       01  WS-XREF-COUNT      PIC 9(4) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-XR-IDX.
               10  WS-XR-KEY.
                   15  WS-XR-CUST-NUM  PIC 9(7).
                   15  WS-XR-ACCT-REF  PIC X(8).
               10  WS-XR-LINK-DATE     PIC 9(8).
               10  WS-XR-OPERATOR-ID   PIC X(8).
       01  WS-XREF-LOAD-SW    PIC X VALUE 'Y'.
           88  XREF-LOADED    VALUE 'Y'.
       01  WS-XR-SUB          PIC 9(4) VALUE 0.
       01  WS-INSERT-AT       PIC 9(4) VALUE 0.
       01  WS-SHIFT-SUB       PIC 9(4) VALUE 0.
       01  WS-TXN-KEY.
           05  WS-TXN-KEY-CUST    PIC 9(7).
           05  WS-TXN-KEY-ACCT    PIC X(8).
       01  WS-LINK-FOUND-SW   PIC X VALUE 'N'.
           88  LINK-FOUND     VALUE 'Y'.
       01  WS-ACCT-OWNER      PIC 9(7) VALUE 0.

       01  WS-CUST-STATUS     PIC XX VALUE "00".
       01  WS-CUST-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-CUSTS   VALUE 'Y'.
       01  WS-CUST-COUNT      PIC 9(4) VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CM-CUST-NUM OCCURS 2000 TIMES
                   INDEXED BY WS-CM-IDX PIC 9(7).
       01  WS-CUST-FOUND-SW   PIC X VALUE 'N'.
           88  CUSTOMER-ON-MASTER VALUE 'Y'.

       01  WS-ACCT-STATUS     PIC XX VALUE "00".
       01  WS-ACCT-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-ACCTS   VALUE 'Y'.
       01  WS-ACCT-COUNT      PIC 9(4) VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-REF    PIC X(8).
               10  WS-ACCT-OPEN-SW PIC X.
       01  WS-ACCT-SUB        PIC 9(4) VALUE 0.
       01  WS-ACCT-MATCH-SW   PIC X VALUE 'N'.
           88  ACCT-MATCH-FOUND VALUE 'Y'.

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
       01  WS-TXN-OPER-NAME   PIC X(20).

       01  WS-REJECT-REASON   PIC X(20).
       01  WS-TXN-COUNT       PIC 9(5) VALUE 0.
       01  WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT  PIC 9(5) VALUE 0.
       01  WS-LINK-COUNT      PIC 9(5) VALUE 0.
       01  WS-UNLINK-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Customer/Account Cross-Reference ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0050-LOAD-OPER-MASTER.
           PERFORM 0055-LOAD-CUST-MASTER.
           PERFORM 0060-LOAD-ACCT-MASTER.
           PERFORM 0065-LOAD-CUST-XREF.
           IF NOT XREF-LOADED
               DISPLAY "--- Customer/Account Cross-Reference: ABORTED "
                       "- CUSTXREF NOT FULLY LOADED ---"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT XREF-RPT-FILE.
           MOVE SPACES TO XREF-RPT-REC.
           STRING "CUSTOMER/ACCOUNT XREF - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO XREF-RPT-REC.
           WRITE XREF-RPT-REC.

           OPEN INPUT XREF-TXN-FILE.
           IF WS-TXN-STATUS = "00"
               PERFORM UNTIL END-OF-TXNS
                   READ XREF-TXN-FILE
                       AT END
                           SET END-OF-TXNS TO TRUE
                       NOT AT END
                           PERFORM 1000-PROCESS-TXN
                   END-READ
               END-PERFORM
               CLOSE XREF-TXN-FILE
           ELSE
               DISPLAY "No XREFTXN transactions this run"
           END-IF.

           IF WS-APPLIED-COUNT > 0
               PERFORM 1900-WRITE-CUST-XREF
           END-IF.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE XREF-RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "XREFMNT     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

      *> A missing operator master leaves the table empty, so every
      *> transaction is rejected as keyed by an unknown operator.
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
                       "MAINTENANCE CAN BE AUTHORIZED ***"
           END-IF.

      *> Only the customer numbers are needed - a link can only be
      *> made to a customer STRINGS has put on the master.
       0055-LOAD-CUST-MASTER.
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
                           ELSE
                               DISPLAY "*** WARNING: CUSTOMER TABLE "
                                       "FULL - CUST " CM-CUST-NUM
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           ELSE
               DISPLAY "*** WARNING: CUSTMSTR NOT FOUND - NO LINK "
                       "CAN BE MADE ***"
           END-IF.
           DISPLAY "Customers on master: " WS-CUST-COUNT.

       0060-LOAD-ACCT-MASTER.
           OPEN INPUT ACCT-MASTER-FILE.
           IF WS-ACCT-STATUS = "00"
               PERFORM UNTIL END-OF-ACCTS
                   READ ACCT-MASTER-FILE
                       AT END
                           SET END-OF-ACCTS TO TRUE
                       NOT AT END
                           IF WS-ACCT-COUNT < 2000
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE AM-ACCT-REF
                                   TO WS-ACCT-REF (WS-ACCT-COUNT)
                               MOVE AM-STATUS
                                   TO WS-ACCT-OPEN-SW (WS-ACCT-COUNT)
                           ELSE
                               DISPLAY "*** WARNING: ACCOUNT TABLE "
                                       "FULL - ACCT " AM-ACCT-REF
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           ELSE
               DISPLAY "*** WARNING: ACCTMSTR NOT FOUND - NO LINK "
                       "CAN BE MADE ***"
           END-IF.
           DISPLAY "Accounts on master: " WS-ACCT-COUNT.

      *> A missing file (first run) starts an empty cross-reference
      *> that links can build; one that is there but will not open
      *> stops the run before 1900 could rewrite it empty.
       0065-LOAD-CUST-XREF.
           OPEN INPUT CUST-XREF-FILE.
           IF WS-XREF-STATUS = "00"
               PERFORM UNTIL END-OF-XREF
                   READ CUST-XREF-FILE
                       AT END
                           SET END-OF-XREF TO TRUE
                       NOT AT END
                           IF WS-XREF-COUNT < 2000
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XR-KEY
                                   TO WS-XR-KEY (WS-XREF-COUNT)
                               MOVE XR-LINK-DATE
                                   TO WS-XR-LINK-DATE (WS-XREF-COUNT)
                               MOVE XR-OPERATOR-ID
                                   TO WS-XR-OPERATOR-ID (WS-XREF-COUNT)
                           ELSE
                               MOVE 'N' TO WS-XREF-LOAD-SW
                               DISPLAY "*** EXCEPTION: CROSS-REFERENCE "
                                       "TABLE FULL - " XR-KEY
                                       " NOT LOADED ***"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-XREF-FILE
           ELSE
               IF WS-XREF-STATUS = "35"
                   DISPLAY "CUSTXREF not found - starting an empty "
                           "cross-reference"
               ELSE
                   MOVE 'N' TO WS-XREF-LOAD-SW
                   DISPLAY "*** EXCEPTION: CUSTXREF OPEN FAILED, "
                           "STATUS " WS-XREF-STATUS " ***"
               END-IF
           END-IF.
           DISPLAY "Links on file: " WS-XREF-COUNT.

       1000-PROCESS-TXN.
           ADD 1 TO WS-TXN-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 1010-FIND-OPERATOR.
           EVALUATE TRUE
               WHEN NOT OPERATOR-KNOWN
                   MOVE "OPERATOR NOT ON MSTR" TO WS-REJECT-REASON
               WHEN XT-CUST-NUM NOT NUMERIC OR XT-CUST-NUM = 0
                   MOVE "CUSTOMER NUM INVALID" TO WS-REJECT-REASON
               WHEN XT-ACCT-REF = SPACES
                   MOVE "ACCOUNT REF BLANK" TO WS-REJECT-REASON
               WHEN XT-TXN-LINK
                   PERFORM 1100-LINK-ACCOUNT
               WHEN XT-TXN-UNLINK
                   PERFORM 1200-UNLINK-ACCOUNT
               WHEN OTHER
                   MOVE "UNKNOWN TXN CODE" TO WS-REJECT-REASON
           END-EVALUATE.

           MOVE SPACES TO XREF-RPT-REC.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "Applied " XT-TXN-CODE " CUST " XT-CUST-NUM
                       " ACCT " XT-ACCT-REF " by " XT-OPERATOR-ID
               STRING "APPLIED  " XT-TXN-CODE " CUST " XT-CUST-NUM
                      " ACCT " XT-ACCT-REF " BY " WS-TXN-OPER-NAME
                      DELIMITED BY SIZE INTO XREF-RPT-REC
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "*** EXCEPTION: " XT-TXN-CODE " FOR CUST "
                       XT-CUST-NUM " ACCT " XT-ACCT-REF
                       " REJECTED - " WS-REJECT-REASON " ***"
               STRING "REJECTED " XT-TXN-CODE " CUST " XT-CUST-NUM
                      " ACCT " XT-ACCT-REF " - " WS-REJECT-REASON
                      " (" XT-OPERATOR-ID ")"
                      DELIMITED BY SIZE INTO XREF-RPT-REC
           END-IF.
           WRITE XREF-RPT-REC.

       1010-FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW.
           MOVE SPACES TO WS-TXN-OPER-NAME.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPER-ID (WS-OPER-IDX) = XT-OPERATOR-ID
                   SET OPERATOR-KNOWN TO TRUE
                   MOVE WS-OPER-NAME (WS-OPER-IDX) TO WS-TXN-OPER-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Looks for the transaction's own link, and in the same pass
      *> notes any customer the account is already linked to.
       1020-FIND-LINK.
           MOVE XT-CUST-NUM TO WS-TXN-KEY-CUST.
           MOVE XT-ACCT-REF TO WS-TXN-KEY-ACCT.
           MOVE 'N' TO WS-LINK-FOUND-SW.
           MOVE 0 TO WS-XR-SUB.
           MOVE 0 TO WS-ACCT-OWNER.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XREF-COUNT
               IF WS-XR-KEY (WS-XR-IDX) = WS-TXN-KEY
                   SET LINK-FOUND TO TRUE
                   SET WS-XR-SUB TO WS-XR-IDX
               END-IF
               IF WS-XR-ACCT-REF (WS-XR-IDX) = XT-ACCT-REF
                   MOVE WS-XR-CUST-NUM (WS-XR-IDX) TO WS-ACCT-OWNER
               END-IF
           END-PERFORM.

       1030-FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CUST-COUNT
               IF WS-CM-CUST-NUM (WS-CM-IDX) = XT-CUST-NUM
                   SET CUSTOMER-ON-MASTER TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1040-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCT-MATCH-SW.
           MOVE 0 TO WS-ACCT-SUB.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-REF (WS-ACCT-IDX) = XT-ACCT-REF
                   SET ACCT-MATCH-FOUND TO TRUE
                   SET WS-ACCT-SUB TO WS-ACCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A link needs both ends on their masters and the account
      *> open - a dormant account is still open, and its owner is
      *> what escheatment follow-up needs. The new row is slotted in
      *> key order so the file stays sorted customer-then-account
      *> without a sort step.
       1100-LINK-ACCOUNT.
           PERFORM 1020-FIND-LINK.
           PERFORM 1030-FIND-CUSTOMER.
           PERFORM 1040-FIND-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT CUSTOMER-ON-MASTER
                   MOVE "CUST NOT ON CUSTMSTR" TO WS-REJECT-REASON
               WHEN NOT ACCT-MATCH-FOUND
                   MOVE "ACCT NOT ON ACCTMSTR" TO WS-REJECT-REASON
               WHEN WS-ACCT-OPEN-SW (WS-ACCT-SUB) NOT = 'O'
                       AND WS-ACCT-OPEN-SW (WS-ACCT-SUB) NOT = 'D'
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
               WHEN LINK-FOUND
                   MOVE "ALREADY LINKED" TO WS-REJECT-REASON
               WHEN WS-ACCT-OWNER NOT = 0
                   MOVE "ACCT HAS OTHER OWNER" TO WS-REJECT-REASON
               WHEN WS-XREF-COUNT NOT < 2000
                   MOVE "XREF TABLE FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 1 TO WS-INSERT-AT
                   PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                           UNTIL WS-XR-IDX > WS-XREF-COUNT
                       IF WS-XR-KEY (WS-XR-IDX) > WS-TXN-KEY
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO WS-INSERT-AT
                   END-PERFORM
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-XREF-COUNT
                           BY -1 UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                       MOVE WS-XR-ENTRY (WS-SHIFT-SUB)
                           TO WS-XR-ENTRY (WS-SHIFT-SUB + 1)
                   END-PERFORM
                   ADD 1 TO WS-XREF-COUNT
                   MOVE WS-TXN-KEY TO WS-XR-KEY (WS-INSERT-AT)
                   MOVE JOBHDR-RUN-DATE
                       TO WS-XR-LINK-DATE (WS-INSERT-AT)
                   MOVE XT-OPERATOR-ID
                       TO WS-XR-OPERATOR-ID (WS-INSERT-AT)
                   ADD 1 TO WS-LINK-COUNT
           END-EVALUATE.

      *> An unlink needs only the link itself - the customer may
      *> since have been archived off CUSTMSTR.
       1200-UNLINK-ACCOUNT.
           PERFORM 1020-FIND-LINK.
           IF NOT LINK-FOUND
               MOVE "LINK NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-SHIFT-SUB FROM WS-XR-SUB BY 1
                       UNTIL WS-SHIFT-SUB NOT < WS-XREF-COUNT
                   MOVE WS-XR-ENTRY (WS-SHIFT-SUB + 1)
                       TO WS-XR-ENTRY (WS-SHIFT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-XREF-COUNT
               ADD 1 TO WS-UNLINK-COUNT
           END-IF.

      *> Rewritten wholesale from the table, the way ACCTMNT rewrites
      *> ACCTMSTR.
       1900-WRITE-CUST-XREF.
           OPEN OUTPUT CUST-XREF-FILE.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XREF-COUNT
               MOVE WS-XR-KEY (WS-XR-IDX) TO XR-KEY
               MOVE WS-XR-LINK-DATE (WS-XR-IDX) TO XR-LINK-DATE
               MOVE WS-XR-OPERATOR-ID (WS-XR-IDX) TO XR-OPERATOR-ID
               WRITE CUST-XREF-REC
           END-PERFORM.
           CLOSE CUST-XREF-FILE.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO XREF-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE
                  INTO XREF-RPT-REC.
           WRITE XREF-RPT-REC.
           MOVE SPACES TO XREF-RPT-REC.
           STRING "  TRANSACTIONS=" WS-TXN-COUNT
                  "  LINKED=" WS-LINK-COUNT
                  "  UNLINKED=" WS-UNLINK-COUNT
                  "  REJECTED=" WS-REJECTED-COUNT
                  DELIMITED BY SIZE INTO XREF-RPT-REC.
           WRITE XREF-RPT-REC.
           MOVE SPACES TO XREF-RPT-REC.
           STRING "  LINKS ON FILE=" WS-XREF-COUNT
                  DELIMITED BY SIZE INTO XREF-RPT-REC.
           WRITE XREF-RPT-REC.
           DISPLAY "=== SUMMARY ===".
           DISPLAY "Transactions Read:  " WS-TXN-COUNT.
           DISPLAY "Applied:            " WS-APPLIED-COUNT.
           DISPLAY "  Linked:           " WS-LINK-COUNT.
           DISPLAY "  Unlinked:         " WS-UNLINK-COUNT.
           DISPLAY "Rejected:           " WS-REJECTED-COUNT.
           DISPLAY "Links on file:      " WS-XREF-COUNT.

       2100-LOG-AUDIT-END.
           MOVE "XREFMNT     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-TXN-COUNT TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
