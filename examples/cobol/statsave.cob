       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATSAVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT RTN-HIST-FILE ASSIGN TO "RTNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT EXCP-HIST-FILE ASSIGN TO "EXCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT STATE-FILE ASSIGN TO "PRIMESTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-IN-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TERM-HIST-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT POST-CTL-FILE ASSIGN TO "CTLFPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT BEFORE-FILE ASSIGN TO "TRANSBFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TUIT-HIST-FILE ASSIGN TO "TUITHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CUST-ARCH-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT LAST-ACT-FILE ASSIGN TO "LASTACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT PERIOD-HIST-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT ADDR-HIST-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT CONT-HIST-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT CAMP-HIST-FILE ASSIGN TO "CAMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-IN-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "STATEBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The state files are copied as record images; only the KSDS
      *> keys need naming, for the sequential read of each cluster.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-REC     PIC X(19).

       FD  CUST-MASTER-FILE.
       COPY CUSTMSTR.

       FD  RTN-HIST-FILE.
       01  RTN-HIST-REC       PIC X(30).

       FD  EXCP-HIST-FILE.
       01  EXCP-HIST-REC      PIC X(139).

       FD  STATE-FILE.
       01  STATE-REC          PIC X(15).

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LG-ACCT-REF    PIC X(8).
           05  LG-BALANCE     PIC S9(9).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-REC       PIC X(57).

       FD  PERIOD-CTL-FILE.
       01  PERIOD-CTL-REC     PIC X(36).

       FD  TERM-HIST-FILE.
       01  TERM-HIST-REC      PIC X(29).

       FD  POST-CTL-FILE.
       01  POST-CTL-REC       PIC X(26).

       FD  BEFORE-FILE.
       01  BEFORE-REC         PIC X(19).

       FD  ACCT-MASTER-FILE.
       01  ACCT-MASTER-REC    PIC X(31).

       FD  TUIT-HIST-FILE.
       01  TUIT-HIST-REC      PIC X(75).

       FD  CUST-ARCH-FILE.
       01  CUST-ARCH-REC      PIC X(108).

       FD  CUST-XREF-FILE.
       01  CUST-XREF-REC      PIC X(31).

       FD  LAST-ACT-FILE.
       01  LAST-ACT-REC       PIC X(18).

       FD  BATCH-REG-FILE.
       COPY BATCHREG.

       FD  PERIOD-HIST-FILE.
       COPY PERDHIST.

       FD  ADDR-HIST-FILE.
       COPY ADDRHIST.

       FD  CONT-HIST-FILE.
       COPY CONTHIST.

       FD  CAMP-HIST-FILE.
       COPY CAMPHIST.

       FD  BACKUP-FILE.
       COPY STATEBKP.

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-IN-STATUS       PIC XX VALUE "00".
       01  WS-IN-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-INPUT   VALUE 'Y'.
       01  WS-BACKUP-STATUS   PIC XX VALUE "00".
       01  WS-RUN-TIME        PIC 9(6) VALUE 0.

      *> The files saved, in the order they go onto the generation -
      *> every file a chain step rewrites or updates in place. New
      *> files go on the end so older generations still line up. A
      *> file that does not exist yet (PRIMESTA before PRIMES has
      *> ever run, say) is noted as not copied; any other open or
      *> read failure means tonight's generation is not a full
      *> backup, and it is left without its control row.
       01  WS-FILE-NAMES-LIST.
           05  FILLER PIC X(48) VALUE
               "TRANSCPTCUSTMSTRRTNHIST EXCPHISTPRIMESTALEDGERBL".
           05  FILLER PIC X(48) VALUE
               "BATCHREGSUSPENSEPERDCTL TERMHISTCTLFPOSTTRANSBFR".
           05  FILLER PIC X(48) VALUE
               "ACCTMSTRPERDHISTTUITHISTCUSTARCHCUSTXREFADDRHIST".
           05  FILLER PIC X(24) VALUE
               "CONTHISTCAMPHISTLASTACT ".
       01  WS-FILE-NAMES-TABLE REDEFINES WS-FILE-NAMES-LIST.
           05  WS-FILE-NAME   OCCURS 21 TIMES PIC X(8).
       01  WS-FILE-COUNT      PIC 9(2) VALUE 21.
       01  WS-FILE-SUB        PIC 9(2) VALUE 0.
       01  WS-SAVE-TABLE.
           05  WS-SAVE-ENTRY OCCURS 21 TIMES.
               10  WS-SAVE-COPIED-SW  PIC X.
               10  WS-SAVE-RECORDS    PIC 9(7).
       01  WS-SAVE-IMAGE      PIC X(200).
       01  WS-TOTAL-RECORDS   PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT    PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Running-State Backup ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Time: " WS-RUN-TIME
                   " Run ID: " JOBHDR-RUN-ID.

           OPEN OUTPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "*** STATSAVE ABORTED: STATEBKP OPEN FAILED, "
                       "STATUS " WS-BACKUP-STATUS " ***"
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0030-WRITE-HEADER.

           PERFORM 1100-SAVE-TRANSCPT.
           PERFORM 1200-SAVE-CUSTMSTR.
           PERFORM 1300-SAVE-RTNHIST.
           PERFORM 1400-SAVE-EXCPHIST.
           PERFORM 1500-SAVE-PRIMESTA.
           PERFORM 1600-SAVE-LEDGERBL.
           PERFORM 1610-SAVE-BATCHREG.
           PERFORM 1620-SAVE-SUSPENSE.
           PERFORM 1630-SAVE-PERDCTL.
           PERFORM 1640-SAVE-TERMHIST.
           PERFORM 1650-SAVE-CTLFPOST.
           PERFORM 1660-SAVE-TRANSBFR.
           PERFORM 1670-SAVE-ACCTMSTR.
           PERFORM 1680-SAVE-PERDHIST.
           PERFORM 1690-SAVE-TUITHIST.
           PERFORM 1700-SAVE-CUSTARCH.
           PERFORM 1710-SAVE-CUSTXREF.
           PERFORM 1720-SAVE-ADDRHIST.
           PERFORM 1730-SAVE-CONTHIST.
           PERFORM 1740-SAVE-CAMPHIST.
           PERFORM 1750-SAVE-LASTACT.

           IF WS-FAILED-COUNT = 0
               PERFORM 1800-WRITE-CONTROL
           ELSE
               DISPLAY "*** EXCEPTION: " WS-FAILED-COUNT " FILE(S) NOT "
                       "SAVED - GENERATION LEFT WITHOUT CONTROL ROW, "
                       "NOT RESTORABLE ***"
           END-IF.
           CLOSE BACKUP-FILE.

           PERFORM 2000-PRINT-SUMMARY.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE 'N' TO WS-SAVE-COPIED-SW (WS-FILE-SUB)
               MOVE 0 TO WS-SAVE-RECORDS (WS-FILE-SUB)
           END-PERFORM.

       0020-LOG-AUDIT-START.
           MOVE "STATSAVE    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-HEADER.
           MOVE SPACES TO BACKUP-REC.
           SET BK-HEADER TO TRUE.
           MOVE JOBHDR-RUN-DATE TO BK-RUN-DATE.
           MOVE WS-RUN-TIME TO BK-RUN-TIME.
           MOVE 0 TO BK-SEQ.
           MOVE JOBHDR-RUN-ID TO BK-HD-RUN-ID.
           MOVE JOBHDR-OPERATOR-ID TO BK-HD-OPERATOR-ID.
           WRITE BACKUP-REC.

      *> Each save paragraph leaves the open status in WS-IN-STATUS
      *> for 1950 to judge, and hands every record to 1900 through
      *> WS-SAVE-IMAGE with WS-FILE-SUB naming the file.
       1100-SAVE-TRANSCPT.
           MOVE 1 TO WS-FILE-SUB.
           OPEN INPUT TRANSCRIPT-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ TRANSCRIPT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE TRANSCRIPT-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.

       1200-SAVE-CUSTMSTR.
           MOVE 2 TO WS-FILE-SUB.
           OPEN INPUT CUST-MASTER-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ CUST-MASTER-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CUST-MASTER-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           END-IF.

       1300-SAVE-RTNHIST.
           MOVE 3 TO WS-FILE-SUB.
           OPEN INPUT RTN-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ RTN-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE RTN-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE RTN-HIST-FILE
           END-IF.

       1400-SAVE-EXCPHIST.
           MOVE 4 TO WS-FILE-SUB.
           OPEN INPUT EXCP-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ EXCP-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE EXCP-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE EXCP-HIST-FILE
           END-IF.

       1500-SAVE-PRIMESTA.
           MOVE 5 TO WS-FILE-SUB.
           OPEN INPUT STATE-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ STATE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE STATE-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

      *> The KSDS files are read in key order, so STATRSTR can load
      *> the rows straight back into an emptied cluster.
       1600-SAVE-LEDGERBL.
           MOVE 6 TO WS-FILE-SUB.
           OPEN INPUT LEDGER-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ LEDGER-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE LEDGER-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
                   PERFORM 1960-CHECK-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       1610-SAVE-BATCHREG.
           MOVE 7 TO WS-FILE-SUB.
           OPEN INPUT BATCH-REG-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ BATCH-REG-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE BATCH-REG-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
                   PERFORM 1960-CHECK-READ
               END-PERFORM
               CLOSE BATCH-REG-FILE
           END-IF.

       1620-SAVE-SUSPENSE.
           MOVE 8 TO WS-FILE-SUB.
           OPEN INPUT SUSPENSE-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE SUSPENSE-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       1630-SAVE-PERDCTL.
           MOVE 9 TO WS-FILE-SUB.
           OPEN INPUT PERIOD-CTL-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ PERIOD-CTL-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE PERIOD-CTL-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CTL-FILE
           END-IF.

       1640-SAVE-TERMHIST.
           MOVE 10 TO WS-FILE-SUB.
           OPEN INPUT TERM-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ TERM-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE TERM-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE TERM-HIST-FILE
           END-IF.

       1650-SAVE-CTLFPOST.
           MOVE 11 TO WS-FILE-SUB.
           OPEN INPUT POST-CTL-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ POST-CTL-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE POST-CTL-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE POST-CTL-FILE
           END-IF.

       1660-SAVE-TRANSBFR.
           MOVE 12 TO WS-FILE-SUB.
           OPEN INPUT BEFORE-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ BEFORE-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE BEFORE-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE BEFORE-FILE
           END-IF.

       1670-SAVE-ACCTMSTR.
           MOVE 13 TO WS-FILE-SUB.
           OPEN INPUT ACCT-MASTER-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ ACCT-MASTER-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE ACCT-MASTER-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE ACCT-MASTER-FILE
           END-IF.

       1680-SAVE-PERDHIST.
           MOVE 14 TO WS-FILE-SUB.
           OPEN INPUT PERIOD-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ PERIOD-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE PERIOD-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
                   PERFORM 1960-CHECK-READ
               END-PERFORM
               CLOSE PERIOD-HIST-FILE
           END-IF.

       1690-SAVE-TUITHIST.
           MOVE 15 TO WS-FILE-SUB.
           OPEN INPUT TUIT-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ TUIT-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE TUIT-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE TUIT-HIST-FILE
           END-IF.

       1700-SAVE-CUSTARCH.
           MOVE 16 TO WS-FILE-SUB.
           OPEN INPUT CUST-ARCH-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ CUST-ARCH-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CUST-ARCH-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-ARCH-FILE
           END-IF.

       1710-SAVE-CUSTXREF.
           MOVE 17 TO WS-FILE-SUB.
           OPEN INPUT CUST-XREF-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ CUST-XREF-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CUST-XREF-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-XREF-FILE
           END-IF.

       1720-SAVE-ADDRHIST.
           MOVE 18 TO WS-FILE-SUB.
           OPEN INPUT ADDR-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ ADDR-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE ADDR-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
                   PERFORM 1960-CHECK-READ
               END-PERFORM
               CLOSE ADDR-HIST-FILE
           END-IF.

       1730-SAVE-CONTHIST.
           MOVE 19 TO WS-FILE-SUB.
           OPEN INPUT CONT-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ CONT-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CONT-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
                   PERFORM 1960-CHECK-READ
               END-PERFORM
               CLOSE CONT-HIST-FILE
           END-IF.

       1740-SAVE-CAMPHIST.
           MOVE 20 TO WS-FILE-SUB.
           OPEN INPUT CAMP-HIST-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ CAMP-HIST-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CAMP-HIST-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
                   PERFORM 1960-CHECK-READ
               END-PERFORM
               CLOSE CAMP-HIST-FILE
           END-IF.

       1750-SAVE-LASTACT.
           MOVE 21 TO WS-FILE-SUB.
           OPEN INPUT LAST-ACT-FILE.
           PERFORM 1950-CHECK-OPEN.
           IF WS-IN-STATUS = "00"
               PERFORM UNTIL END-OF-INPUT
                   READ LAST-ACT-FILE
                       AT END
                           SET END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE LAST-ACT-REC TO WS-SAVE-IMAGE
                           PERFORM 1900-WRITE-DATA-ROW
                   END-READ
               END-PERFORM
               CLOSE LAST-ACT-FILE
           END-IF.

      *> Only a backup that saved every file gets its control row;
      *> without one STATRSTR will not restore from the generation,
      *> so a file missing from it can never be taken for a file
      *> that did not exist yet.
       1800-WRITE-CONTROL.
           MOVE SPACES TO BACKUP-REC.
           SET BK-CONTROL TO TRUE.
           MOVE JOBHDR-RUN-DATE TO BK-RUN-DATE.
           MOVE WS-RUN-TIME TO BK-RUN-TIME.
           MOVE 0 TO BK-SEQ.
           MOVE WS-FILE-COUNT TO BK-CT-FILE-COUNT.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE WS-FILE-NAME (WS-FILE-SUB)
                   TO BK-CT-FILE (WS-FILE-SUB)
               MOVE WS-SAVE-COPIED-SW (WS-FILE-SUB)
                   TO BK-CT-COPIED-SW (WS-FILE-SUB)
               MOVE WS-SAVE-RECORDS (WS-FILE-SUB)
                   TO BK-CT-RECORDS (WS-FILE-SUB)
           END-PERFORM.
           WRITE BACKUP-REC.

       1900-WRITE-DATA-ROW.
           ADD 1 TO WS-SAVE-RECORDS (WS-FILE-SUB).
           ADD 1 TO WS-TOTAL-RECORDS.
           MOVE SPACES TO BACKUP-REC.
           SET BK-DATA TO TRUE.
           MOVE JOBHDR-RUN-DATE TO BK-RUN-DATE.
           MOVE WS-RUN-TIME TO BK-RUN-TIME.
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO BK-FILE-NAME.
           MOVE WS-SAVE-RECORDS (WS-FILE-SUB) TO BK-SEQ.
           MOVE WS-SAVE-IMAGE TO BK-IMAGE.
           WRITE BACKUP-REC.

       1950-CHECK-OPEN.
           MOVE 'N' TO WS-IN-EOF-SW.
           MOVE SPACES TO WS-SAVE-IMAGE.
           EVALUATE WS-IN-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-SAVE-COPIED-SW (WS-FILE-SUB)
               WHEN "35"
                   DISPLAY WS-FILE-NAME (WS-FILE-SUB)
                           " not on file yet - nothing to save"
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "*** EXCEPTION: " WS-FILE-NAME (WS-FILE-SUB)
                           " OPEN FAILED, STATUS " WS-IN-STATUS
                           " - NOT IN TONIGHT'S BACKUP ***"
           END-EVALUATE.

       1960-CHECK-READ.
           IF WS-IN-STATUS NOT = "00" AND NOT END-OF-INPUT
               DISPLAY "*** EXCEPTION: " WS-FILE-NAME (WS-FILE-SUB)
                       " READ FAILED, STATUS " WS-IN-STATUS " ***"
               ADD 1 TO WS-FAILED-COUNT
               SET END-OF-INPUT TO TRUE
           END-IF.

       2000-PRINT-SUMMARY.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF WS-SAVE-COPIED-SW (WS-FILE-SUB) = 'Y'
                   DISPLAY "  " WS-FILE-NAME (WS-FILE-SUB)
                           "  records saved: "
                           WS-SAVE-RECORDS (WS-FILE-SUB)
               ELSE
                   DISPLAY "  " WS-FILE-NAME (WS-FILE-SUB)
                           "  not saved"
               END-IF
           END-PERFORM.
           DISPLAY "Backup generation " JOBHDR-RUN-DATE " "
                   WS-RUN-TIME ": " WS-TOTAL-RECORDS " records".

       2100-LOG-AUDIT-END.
           MOVE "STATSAVE    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-TOTAL-RECORDS TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
