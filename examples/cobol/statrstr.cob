       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATRSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RSTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "STATEBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RTN-HIST-FILE ASSIGN TO "RTNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT EXCP-HIST-FILE ASSIGN TO "EXCPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT STATE-FILE ASSIGN TO "PRIMESTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGERBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LG-ACCT-REF
               FILE STATUS IS WS-OUT-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PERIOD-CTL-FILE ASSIGN TO "PERDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TERM-HIST-FILE ASSIGN TO "TERMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT POST-CTL-FILE ASSIGN TO "CTLFPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BEFORE-FILE ASSIGN TO "TRANSBFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TUIT-HIST-FILE ASSIGN TO "TUITHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CUST-ARCH-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT LAST-ACT-FILE ASSIGN TO "LASTACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT PERIOD-HIST-FILE ASSIGN TO "PERDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ADDR-HIST-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CONT-HIST-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CAMP-HIST-FILE ASSIGN TO "CAMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RPT-FILE ASSIGN TO "RSTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> RSTRPARM - one card: the run date whose backup generation is
      *> to be put back, the one file to restore (blank restores them
      *> all; a file in a coupled set brings the rest of its set with
      *> it), the supervisor authorizing it, and the run ID for the
      *> log.
       FD  PARM-FILE.
       01  RSTR-PARM-REC.
           05  RP-RESTORE-DATE    PIC 9(8).
           05  RP-FILE-NAME       PIC X(8).
           05  RP-OPERATOR-ID     PIC X(8).
           05  RP-RUN-ID          PIC X(8).

       FD  OPER-MASTER-FILE.
       01  OPER-MASTER-REC.
           05  OM-OPERATOR-ID     PIC X(8).
           05  OM-OPERATOR-NAME   PIC X(20).
           05  OM-AUTH-LEVEL      PIC X.

       FD  BACKUP-FILE.
       COPY STATEBKP.

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

       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.

       01  WS-PARM-STATUS     PIC XX VALUE "00".
       01  WS-OPER-STATUS     PIC XX VALUE "00".
       01  WS-OPER-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-OPERS   VALUE 'Y'.
       01  WS-OPER-KNOWN-SW   PIC X VALUE 'N'.
           88  OPERATOR-KNOWN VALUE 'Y'.
       01  WS-OPER-NAME       PIC X(20) VALUE SPACES.
       01  WS-OPER-LEVEL      PIC X VALUE SPACE.
       01  WS-BACKUP-STATUS   PIC XX VALUE "00".
       01  WS-BACKUP-EOF-SW   PIC X VALUE 'N'.
           88  END-OF-BACKUP  VALUE 'Y'.
       01  WS-OUT-STATUS      PIC XX VALUE "00".
       01  WS-ABORT-SW        PIC X VALUE 'N'.
           88  RESTORE-ABORTED VALUE 'Y'.
       01  WS-ABORT-REASON    PIC X(50) VALUE SPACES.

      *> Same files, same order as STATSAVE writes them.
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
      *> Files that only make sense together go back together. 'L':
      *> the ledger, the registry of blocks posted to it, the items
      *> held out of it, the period it is closed through, and the
      *> tuition already billed to it - a ledger put back under a
      *> newer BATCHREG would have its rerun skip the postings as
      *> already done, and under a newer TUITHIST the later nights'
      *> tuition would never be billed again. 'T': the transcripts
      *> and the term history, rerun control and before-image that
      *> CTLFLOW posts alongside them. 'C': the customer master and
      *> the archive, which STRINGS and ARCHCUST move customers
      *> between - one put back without the other could leave a
      *> customer in both or in neither, and one in neither comes
      *> back under a new number.
       01  WS-FILE-SETS-LIST  PIC X(21) VALUE
           "TC   LLLLTTT  LC     ".
       01  WS-FILE-SETS-TABLE REDEFINES WS-FILE-SETS-LIST.
           05  WS-FILE-SET    OCCURS 21 TIMES PIC X.
       01  WS-FILE-COUNT      PIC 9(2) VALUE 21.
       01  WS-FILE-SUB        PIC 9(2) VALUE 0.
       01  WS-SET-SUB         PIC 9(2) VALUE 0.
       01  WS-FILE-FOUND-SW   PIC X VALUE 'N'.
           88  FILE-NAME-KNOWN VALUE 'Y'.

      *> Every generation written on the restore date, by the time it
      *> was taken (a rerun of the chain takes a second one). Each
      *> carries a count of the 'D' rows actually found per file and
      *> what its control row says should be there; only one whose
      *> control row arrived and agrees is complete.
       01  WS-GEN-MAX         PIC 9(2) VALUE 10.
       01  WS-GEN-COUNT       PIC 9(2) VALUE 0.
       01  WS-GEN-SUB         PIC 9(2) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 10 TIMES.
               10  WS-GEN-TIME        PIC 9(6).
               10  WS-GEN-CONTROL-SW  PIC X.
                   88  GEN-HAS-CONTROL VALUE 'Y'.
               10  WS-GEN-COMPLETE-SW PIC X.
                   88  GEN-COMPLETE   VALUE 'Y'.
               10  WS-GEN-FILE OCCURS 21 TIMES.
                   15  WS-GEN-FOUND       PIC 9(7).
                   15  WS-GEN-COPIED-SW   PIC X.
                   15  WS-GEN-EXPECTED    PIC 9(7).
       01  WS-CHOSEN-GEN      PIC 9(2) VALUE 0.
       01  WS-CHOSEN-TIME     PIC 9(6) VALUE 0.

       01  WS-RESTORE-SW-TABLE.
           05  WS-RESTORE-SW  OCCURS 21 TIMES PIC X.
       01  WS-RESTORED-TABLE.
           05  WS-RESTORED    OCCURS 21 TIMES PIC 9(7).
      *> Any target that would not open or take a row makes the
      *> restore a failure: RC=8, and no RSTOR event is logged.
       01  WS-FAILED-TABLE.
           05  WS-FAILED      OCCURS 21 TIMES PIC 9(7).
       01  WS-FAILED-COUNT    PIC 9(2) VALUE 0.
       01  WS-TOTAL-RESTORED  PIC 9(7) VALUE 0.
       01  WS-RESTORE-SCOPE   PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0050-READ-PARM.
           PERFORM 0010-INIT-JOB-HEADER.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- Running-State Restore ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           OPEN OUTPUT RPT-FILE.
           PERFORM 0030-WRITE-RPT-HEADER.

           IF NOT RESTORE-ABORTED
               PERFORM 0045-VERIFY-OPERATOR
           END-IF.
           IF NOT RESTORE-ABORTED
               PERFORM 0055-CHECK-FILE-NAME
           END-IF.
           IF NOT RESTORE-ABORTED
               PERFORM 0060-SCAN-GENERATIONS
           END-IF.
           IF NOT RESTORE-ABORTED
               PERFORM 0070-PICK-GENERATION
           END-IF.
           IF NOT RESTORE-ABORTED
               PERFORM 0075-CHECK-COUPLED-SETS
           END-IF.
           IF RESTORE-ABORTED
               DISPLAY "*** STATRSTR ABORTED: " WS-ABORT-REASON
                       " ***"
               MOVE SPACES TO RPT-REC
               STRING "*** RESTORE ABORTED - NOTHING CHANGED: "
                      WS-ABORT-REASON
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
               CLOSE RPT-FILE
               PERFORM 2100-LOG-AUDIT-END
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 1000-RESTORE-FILES.
           IF WS-FAILED-COUNT = 0
               PERFORM 1900-LOG-AUDIT-RESTORE
           END-IF.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE RPT-FILE.
           PERFORM 2100-LOG-AUDIT-END.
           IF WS-FAILED-COUNT > 0
               DISPLAY "*** STATRSTR FAILED: " WS-FAILED-COUNT
                       " FILE(S) NOT FULLY RESTORED - SEE RSTRRPT ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           IF RP-RUN-ID NOT = SPACES
               MOVE RP-RUN-ID TO JOBHDR-RUN-ID
           ELSE
               MOVE "RESTORE " TO JOBHDR-RUN-ID
           END-IF.
           MOVE RP-OPERATOR-ID TO JOBHDR-OPERATOR-ID.

       0020-LOG-AUDIT-START.
           MOVE "STATRSTR    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-START TO TRUE.
           MOVE 0 TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       0030-WRITE-RPT-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING "RUNNING-STATE RESTORE - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING "GENERATION DATE=" RP-RESTORE-DATE
                  "  FILE=" WS-RESTORE-SCOPE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.

      *> Putting yesterday's state back over tonight's is as
      *> dangerous as a restart, so it takes the same supervisor
      *> level BATCH-CTL demands for one. A missing master blocks
      *> the restore rather than letting it through unchecked.
       0045-VERIFY-OPERATOR.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPER-STATUS = "00"
               PERFORM UNTIL END-OF-OPERS OR OPERATOR-KNOWN
                   READ OPER-MASTER-FILE
                       AT END
                           SET END-OF-OPERS TO TRUE
                       NOT AT END
                           IF OM-OPERATOR-ID = JOBHDR-OPERATOR-ID
                               SET OPERATOR-KNOWN TO TRUE
                               MOVE OM-OPERATOR-NAME TO WS-OPER-NAME
                               MOVE OM-AUTH-LEVEL TO WS-OPER-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPER-MASTER-FILE
           ELSE
               DISPLAY "*** EXCEPTION: OPERMSTR NOT FOUND - NO "
                       "OPERATOR CAN BE AUTHORIZED ***"
           END-IF.
           EVALUATE TRUE
               WHEN NOT OPERATOR-KNOWN
                   SET RESTORE-ABORTED TO TRUE
                   MOVE "OPERATOR NOT ON OPERATOR MASTER"
                       TO WS-ABORT-REASON
               WHEN WS-OPER-LEVEL NOT = 'S'
                   SET RESTORE-ABORTED TO TRUE
                   MOVE "OPERATOR IS NOT SUPERVISOR LEVEL"
                       TO WS-ABORT-REASON
               WHEN OTHER
                   DISPLAY "Restore authorized by " WS-OPER-NAME
           END-EVALUATE.

      *> No card means no date to restore, so nothing is guessed.
       0050-READ-PARM.
           MOVE SPACES TO RSTR-PARM-REC.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE SPACES TO RSTR-PARM-REC
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF RP-RESTORE-DATE NOT NUMERIC OR RP-RESTORE-DATE = 0
               SET RESTORE-ABORTED TO TRUE
               MOVE "NO VALID RESTORE DATE ON RSTRPARM"
                   TO WS-ABORT-REASON
           END-IF.
           IF RP-FILE-NAME = SPACES
               MOVE "ALL" TO WS-RESTORE-SCOPE
           ELSE
               MOVE RP-FILE-NAME TO WS-RESTORE-SCOPE
           END-IF.

       0055-CHECK-FILE-NAME.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE 'N' TO WS-RESTORE-SW (WS-FILE-SUB)
               MOVE 0 TO WS-RESTORED (WS-FILE-SUB)
               MOVE 0 TO WS-FAILED (WS-FILE-SUB)
               IF RP-FILE-NAME = SPACES
                  OR RP-FILE-NAME = WS-FILE-NAME (WS-FILE-SUB)
                   MOVE 'Y' TO WS-RESTORE-SW (WS-FILE-SUB)
                   SET FILE-NAME-KNOWN TO TRUE
                   MOVE WS-FILE-SUB TO WS-SET-SUB
               END-IF
           END-PERFORM.
           IF NOT FILE-NAME-KNOWN
               SET RESTORE-ABORTED TO TRUE
               MOVE "FILE NAME IS NOT A BACKED-UP FILE"
                   TO WS-ABORT-REASON
           END-IF.
           IF FILE-NAME-KNOWN AND RP-FILE-NAME NOT = SPACES
                   AND WS-FILE-SET (WS-SET-SUB) NOT = SPACE
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-FILE-COUNT
                   IF WS-FILE-SET (WS-FILE-SUB)
                          = WS-FILE-SET (WS-SET-SUB)
                      AND WS-FILE-SUB NOT = WS-SET-SUB
                       MOVE 'Y' TO WS-RESTORE-SW (WS-FILE-SUB)
                       DISPLAY WS-FILE-NAME (WS-FILE-SUB)
                               " restored with " RP-FILE-NAME
                               " - same coupled set"
                   END-IF
               END-PERFORM
           END-IF.

      *> First pass over the whole backup base: tally each generation
      *> taken on the restore date.
       0060-SCAN-GENERATIONS.
           OPEN INPUT BACKUP-FILE.
           IF WS-BACKUP-STATUS NOT = "00"
               SET RESTORE-ABORTED TO TRUE
               MOVE "STATEBKP COULD NOT BE OPENED"
                   TO WS-ABORT-REASON
           ELSE
               PERFORM UNTIL END-OF-BACKUP OR RESTORE-ABORTED
                   READ BACKUP-FILE
                       AT END
                           SET END-OF-BACKUP TO TRUE
                       NOT AT END
                           IF BK-RUN-DATE = RP-RESTORE-DATE
                               PERFORM 0065-TALLY-BACKUP-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.

       0065-TALLY-BACKUP-ROW.
           MOVE 0 TO WS-GEN-SUB.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-GEN-COUNT
               IF WS-GEN-TIME (WS-FILE-SUB) = BK-RUN-TIME
                   MOVE WS-FILE-SUB TO WS-GEN-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-GEN-SUB = 0 AND WS-GEN-COUNT >= WS-GEN-MAX
               SET RESTORE-ABORTED TO TRUE
               MOVE "TOO MANY GENERATIONS ON THE RESTORE DATE"
                   TO WS-ABORT-REASON
           END-IF.
           IF WS-GEN-SUB = 0 AND NOT RESTORE-ABORTED
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-COUNT TO WS-GEN-SUB
               INITIALIZE WS-GEN-ENTRY (WS-GEN-SUB)
               MOVE BK-RUN-TIME TO WS-GEN-TIME (WS-GEN-SUB)
               MOVE 'N' TO WS-GEN-CONTROL-SW (WS-GEN-SUB)
               MOVE 'N' TO WS-GEN-COMPLETE-SW (WS-GEN-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN RESTORE-ABORTED
                   CONTINUE
               WHEN BK-DATA
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                           UNTIL WS-FILE-SUB > WS-FILE-COUNT
                       IF BK-FILE-NAME = WS-FILE-NAME (WS-FILE-SUB)
                           ADD 1 TO WS-GEN-FOUND
                               (WS-GEN-SUB, WS-FILE-SUB)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
      *> A control row from before a file joined the backup has no
      *> entry for it; the file is marked 'U', never in the backup.
               WHEN BK-CONTROL
                   MOVE 'Y' TO WS-GEN-CONTROL-SW (WS-GEN-SUB)
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                           UNTIL WS-FILE-SUB > WS-FILE-COUNT
                       IF WS-FILE-SUB > BK-CT-FILE-COUNT
                           MOVE 'U' TO WS-GEN-COPIED-SW
                               (WS-GEN-SUB, WS-FILE-SUB)
                           MOVE 0 TO WS-GEN-EXPECTED
                               (WS-GEN-SUB, WS-FILE-SUB)
                       ELSE
                           MOVE BK-CT-COPIED-SW (WS-FILE-SUB)
                               TO WS-GEN-COPIED-SW
                                   (WS-GEN-SUB, WS-FILE-SUB)
                           MOVE BK-CT-RECORDS (WS-FILE-SUB)
                               TO WS-GEN-EXPECTED
                                   (WS-GEN-SUB, WS-FILE-SUB)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *> The latest complete generation of the day wins: it is the
      *> state the chain last started from.
       0070-PICK-GENERATION.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF GEN-HAS-CONTROL (WS-GEN-SUB)
                   MOVE 'Y' TO WS-GEN-COMPLETE-SW (WS-GEN-SUB)
                   PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                           UNTIL WS-FILE-SUB > WS-FILE-COUNT
                       IF WS-GEN-FOUND (WS-GEN-SUB, WS-FILE-SUB)
                          NOT = WS-GEN-EXPECTED
                                    (WS-GEN-SUB, WS-FILE-SUB)
                           MOVE 'N' TO WS-GEN-COMPLETE-SW (WS-GEN-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               IF GEN-COMPLETE (WS-GEN-SUB)
                  AND WS-GEN-TIME (WS-GEN-SUB) >= WS-CHOSEN-TIME
                   MOVE WS-GEN-SUB TO WS-CHOSEN-GEN
                   MOVE WS-GEN-TIME (WS-GEN-SUB) TO WS-CHOSEN-TIME
               END-IF
               IF NOT GEN-COMPLETE (WS-GEN-SUB)
                   DISPLAY "Generation " RP-RESTORE-DATE " "
                           WS-GEN-TIME (WS-GEN-SUB)
                           " incomplete - passed over"
               END-IF
           END-PERFORM.
           IF WS-CHOSEN-GEN = 0
               SET RESTORE-ABORTED TO TRUE
               MOVE "NO COMPLETE GENERATION ON THAT DATE"
                   TO WS-ABORT-REASON
           END-IF.

      *> A coupled set is put back whole or not at all. A generation
      *> taken before one of a set's files was backed up cannot give
      *> the set back consistently, so it is refused rather than
      *> restoring the rest of the set over the newer file.
       0075-CHECK-COUPLED-SETS.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF WS-RESTORE-SW (WS-FILE-SUB) = 'Y'
                  AND WS-FILE-SET (WS-FILE-SUB) NOT = SPACE
                  AND WS-GEN-COPIED-SW (WS-CHOSEN-GEN, WS-FILE-SUB)
                      = 'U'
                   SET RESTORE-ABORTED TO TRUE
                   MOVE SPACES TO WS-ABORT-REASON
                   STRING "GENERATION PREDATES "
                          WS-FILE-NAME (WS-FILE-SUB)
                          " - SET NOT RESTORABLE"
                          DELIMITED BY SIZE INTO WS-ABORT-REASON
               END-IF
           END-PERFORM.

      *> Second pass: each selected file that the generation holds is
      *> opened for output and rebuilt from its 'D' rows, which were
      *> written in the file's own order (LEDGERBL's in key order). A
      *> file the generation marks as not copied did not exist when
      *> the backup ran and is left as it is now.
       1000-RESTORE-FILES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF WS-RESTORE-SW (WS-FILE-SUB) = 'Y'
                  AND WS-GEN-COPIED-SW (WS-CHOSEN-GEN, WS-FILE-SUB)
                      NOT = 'Y'
                   MOVE 'N' TO WS-RESTORE-SW (WS-FILE-SUB)
                   MOVE SPACES TO RPT-REC
                   STRING "  " WS-FILE-NAME (WS-FILE-SUB)
                          "  NOT IN GENERATION - LEFT AS IS"
                          DELIMITED BY SIZE INTO RPT-REC
                   WRITE RPT-REC
               END-IF
           END-PERFORM.
           PERFORM 1100-OPEN-TARGETS.

           MOVE 'N' TO WS-BACKUP-EOF-SW.
           OPEN INPUT BACKUP-FILE.
           PERFORM UNTIL END-OF-BACKUP
               READ BACKUP-FILE
                   AT END
                       SET END-OF-BACKUP TO TRUE
                   NOT AT END
                       IF BK-DATA
                          AND BK-RUN-DATE = RP-RESTORE-DATE
                          AND BK-RUN-TIME = WS-CHOSEN-TIME
                           PERFORM 1200-RESTORE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.

           PERFORM 1300-CLOSE-TARGETS.

      *> Each target is opened for output and its status judged; one
      *> that will not open is marked not open (its rows are then
      *> counted as failed) and not closed later.
       1100-OPEN-TARGETS.
           IF WS-RESTORE-SW (1) = 'Y'
               MOVE 1 TO WS-FILE-SUB
               OPEN OUTPUT TRANSCRIPT-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (2) = 'Y'
               MOVE 2 TO WS-FILE-SUB
               OPEN OUTPUT CUST-MASTER-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (3) = 'Y'
               MOVE 3 TO WS-FILE-SUB
               OPEN OUTPUT RTN-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (4) = 'Y'
               MOVE 4 TO WS-FILE-SUB
               OPEN OUTPUT EXCP-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (5) = 'Y'
               MOVE 5 TO WS-FILE-SUB
               OPEN OUTPUT STATE-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (6) = 'Y'
               MOVE 6 TO WS-FILE-SUB
               OPEN OUTPUT LEDGER-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (7) = 'Y'
               MOVE 7 TO WS-FILE-SUB
               OPEN OUTPUT BATCH-REG-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (8) = 'Y'
               MOVE 8 TO WS-FILE-SUB
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (9) = 'Y'
               MOVE 9 TO WS-FILE-SUB
               OPEN OUTPUT PERIOD-CTL-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (10) = 'Y'
               MOVE 10 TO WS-FILE-SUB
               OPEN OUTPUT TERM-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (11) = 'Y'
               MOVE 11 TO WS-FILE-SUB
               OPEN OUTPUT POST-CTL-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (12) = 'Y'
               MOVE 12 TO WS-FILE-SUB
               OPEN OUTPUT BEFORE-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (13) = 'Y'
               MOVE 13 TO WS-FILE-SUB
               OPEN OUTPUT ACCT-MASTER-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (14) = 'Y'
               MOVE 14 TO WS-FILE-SUB
               OPEN OUTPUT PERIOD-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (15) = 'Y'
               MOVE 15 TO WS-FILE-SUB
               OPEN OUTPUT TUIT-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (16) = 'Y'
               MOVE 16 TO WS-FILE-SUB
               OPEN OUTPUT CUST-ARCH-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (17) = 'Y'
               MOVE 17 TO WS-FILE-SUB
               OPEN OUTPUT CUST-XREF-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (18) = 'Y'
               MOVE 18 TO WS-FILE-SUB
               OPEN OUTPUT ADDR-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (19) = 'Y'
               MOVE 19 TO WS-FILE-SUB
               OPEN OUTPUT CONT-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (20) = 'Y'
               MOVE 20 TO WS-FILE-SUB
               OPEN OUTPUT CAMP-HIST-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.
           IF WS-RESTORE-SW (21) = 'Y'
               MOVE 21 TO WS-FILE-SUB
               OPEN OUTPUT LAST-ACT-FILE
               PERFORM 1150-CHECK-TARGET-OPEN
           END-IF.

       1150-CHECK-TARGET-OPEN.
           IF WS-OUT-STATUS NOT = "00"
               MOVE 'X' TO WS-RESTORE-SW (WS-FILE-SUB)
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "*** EXCEPTION: " WS-FILE-NAME (WS-FILE-SUB)
                       " OPEN FAILED, STATUS " WS-OUT-STATUS
                       " - NOT RESTORED ***"
               MOVE SPACES TO RPT-REC
               STRING "  " WS-FILE-NAME (WS-FILE-SUB)
                      "  *** OPEN FAILED, STATUS " WS-OUT-STATUS
                      " - NOT RESTORED"
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.

      *> A row for a target that would not open, or that the target
      *> refuses, is counted against the file; the first refusal is
      *> what makes the file a failure.
       1200-RESTORE-ROW.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF BK-FILE-NAME = WS-FILE-NAME (WS-FILE-SUB)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FILE-SUB <= WS-FILE-COUNT
               EVALUATE WS-RESTORE-SW (WS-FILE-SUB)
                   WHEN 'Y'
                       PERFORM 1210-WRITE-TARGET
                   WHEN 'X'
                       ADD 1 TO WS-FAILED (WS-FILE-SUB)
               END-EVALUATE
           END-IF.

       1210-WRITE-TARGET.
           EVALUATE WS-FILE-SUB
               WHEN 1
                   WRITE TRANSCRIPT-REC FROM BK-IMAGE
               WHEN 2
                   WRITE CUST-MASTER-REC FROM BK-IMAGE
               WHEN 3
                   WRITE RTN-HIST-REC FROM BK-IMAGE
               WHEN 4
                   WRITE EXCP-HIST-REC FROM BK-IMAGE
               WHEN 5
                   WRITE STATE-REC FROM BK-IMAGE
               WHEN 6
                   WRITE LEDGER-REC FROM BK-IMAGE
               WHEN 7
                   WRITE BATCH-REG-REC FROM BK-IMAGE
               WHEN 8
                   WRITE SUSPENSE-REC FROM BK-IMAGE
               WHEN 9
                   WRITE PERIOD-CTL-REC FROM BK-IMAGE
               WHEN 10
                   WRITE TERM-HIST-REC FROM BK-IMAGE
               WHEN 11
                   WRITE POST-CTL-REC FROM BK-IMAGE
               WHEN 12
                   WRITE BEFORE-REC FROM BK-IMAGE
               WHEN 13
                   WRITE ACCT-MASTER-REC FROM BK-IMAGE
               WHEN 14
                   WRITE PERIOD-HIST-REC FROM BK-IMAGE
               WHEN 15
                   WRITE TUIT-HIST-REC FROM BK-IMAGE
               WHEN 16
                   WRITE CUST-ARCH-REC FROM BK-IMAGE
               WHEN 17
                   WRITE CUST-XREF-REC FROM BK-IMAGE
               WHEN 18
                   WRITE ADDR-HIST-REC FROM BK-IMAGE
               WHEN 19
                   WRITE CONT-HIST-REC FROM BK-IMAGE
               WHEN 20
                   WRITE CAMP-HIST-REC FROM BK-IMAGE
               WHEN 21
                   WRITE LAST-ACT-REC FROM BK-IMAGE
           END-EVALUATE.
           IF WS-OUT-STATUS = "00"
               ADD 1 TO WS-RESTORED (WS-FILE-SUB)
               ADD 1 TO WS-TOTAL-RESTORED
           ELSE
               IF WS-FAILED (WS-FILE-SUB) = 0
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "*** EXCEPTION: " WS-FILE-NAME (WS-FILE-SUB)
                           " WRITE FAILED, STATUS " WS-OUT-STATUS
                           " AT ROW " BK-SEQ " ***"
               END-IF
               ADD 1 TO WS-FAILED (WS-FILE-SUB)
           END-IF.

       1300-CLOSE-TARGETS.
           IF WS-RESTORE-SW (1) = 'Y'
               CLOSE TRANSCRIPT-FILE
           END-IF.
           IF WS-RESTORE-SW (2) = 'Y'
               CLOSE CUST-MASTER-FILE
           END-IF.
           IF WS-RESTORE-SW (3) = 'Y'
               CLOSE RTN-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (4) = 'Y'
               CLOSE EXCP-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (5) = 'Y'
               CLOSE STATE-FILE
           END-IF.
           IF WS-RESTORE-SW (6) = 'Y'
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-RESTORE-SW (7) = 'Y'
               CLOSE BATCH-REG-FILE
           END-IF.
           IF WS-RESTORE-SW (8) = 'Y'
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-RESTORE-SW (9) = 'Y'
               CLOSE PERIOD-CTL-FILE
           END-IF.
           IF WS-RESTORE-SW (10) = 'Y'
               CLOSE TERM-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (11) = 'Y'
               CLOSE POST-CTL-FILE
           END-IF.
           IF WS-RESTORE-SW (12) = 'Y'
               CLOSE BEFORE-FILE
           END-IF.
           IF WS-RESTORE-SW (13) = 'Y'
               CLOSE ACCT-MASTER-FILE
           END-IF.
           IF WS-RESTORE-SW (14) = 'Y'
               CLOSE PERIOD-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (15) = 'Y'
               CLOSE TUIT-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (16) = 'Y'
               CLOSE CUST-ARCH-FILE
           END-IF.
           IF WS-RESTORE-SW (17) = 'Y'
               CLOSE CUST-XREF-FILE
           END-IF.
           IF WS-RESTORE-SW (18) = 'Y'
               CLOSE ADDR-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (19) = 'Y'
               CLOSE CONT-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (20) = 'Y'
               CLOSE CAMP-HIST-FILE
           END-IF.
           IF WS-RESTORE-SW (21) = 'Y'
               CLOSE LAST-ACT-FILE
           END-IF.

      *> The restore itself goes into the audit trail with the
      *> generation and the supervisor's name from the master, so a
      *> rolled-back state can always be traced to a decision.
       1900-LOG-AUDIT-RESTORE.
           MOVE "STATRSTR    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-RESTORE TO TRUE.
           MOVE WS-TOTAL-RESTORED TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           MOVE WS-OPER-NAME TO AUDIT-OPERATOR-NAME.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "GEN " RP-RESTORE-DATE "-" WS-CHOSEN-TIME " "
                  WS-RESTORE-SCOPE
                  DELIMITED BY SIZE INTO AUDIT-DETAIL.
           CALL "AUDITLOG" USING AUDIT-PARMS.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-REC.
           STRING "RESTORED FROM GENERATION " RP-RESTORE-DATE " "
                  WS-CHOSEN-TIME " AUTHORIZED BY " WS-OPER-NAME
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF WS-RESTORE-SW (WS-FILE-SUB) NOT = 'N'
                   MOVE SPACES TO RPT-REC
                   STRING "  " WS-FILE-NAME (WS-FILE-SUB)
                          "  RECORDS RESTORED: "
                          WS-RESTORED (WS-FILE-SUB)
                          DELIMITED BY SIZE INTO RPT-REC
                   IF WS-FAILED (WS-FILE-SUB) > 0
                       MOVE "  *** NOT RESTORED:" TO RPT-REC (38:19)
                       MOVE WS-FAILED (WS-FILE-SUB) TO RPT-REC (58:7)
                   END-IF
                   WRITE RPT-REC
                   DISPLAY "  " WS-FILE-NAME (WS-FILE-SUB)
                           "  records restored: "
                           WS-RESTORED (WS-FILE-SUB)
                           "  not restored: "
                           WS-FAILED (WS-FILE-SUB)
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           STRING "TOTAL RECORDS RESTORED: " WS-TOTAL-RESTORED
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-FAILED-COUNT > 0
               MOVE SPACES TO RPT-REC
               STRING "*** RESTORE FAILED - " WS-FAILED-COUNT
                      " FILE(S) INCOMPLETE, STATE IS NOT AS SAVED"
                      DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-IF.

       2100-LOG-AUDIT-END.
           MOVE "STATRSTR    " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-END TO TRUE.
           MOVE WS-TOTAL-RESTORED TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.
