           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMST-STATUS.
           SELECT CUST-ARCH-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTARCH-STATUS.
           SELECT MERGE-FILE ASSIGN TO "MERGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOUSEHOLD-FILE ASSIGN TO "HSHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUNDLE-FILE ASSIGN TO "BUNDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COA-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COA-STATUS.
           SELECT ADDR-HIST-FILE ASSIGN TO "ADDRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ADDR-HIST-STATUS.
           SELECT COA-RPT-FILE ASSIGN TO "COARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONT-HIST-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CONT-HIST-STATUS.
           SELECT CONTACT-RPT-FILE ASSIGN TO "CONTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMP-HIST-FILE ASSIGN TO "CAMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CAMP-HIST-STATUS.
           SELECT CAMPAIGN-RPT-FILE ASSIGN TO "CAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN TO "STRNCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  SURNAME-REC        PIC X(40).

       FD  CUST-MASTER-FILE.
       COPY CUSTMSTR.

       FD  CUST-ARCH-FILE.
       COPY CUSTARCH.

       FD  MERGE-FILE.
       01  MERGE-REC          PIC X(100).
       FD  BUNDLE-FILE.
       01  BUNDLE-REC         PIC X(80).

      *> COAFILE - change-of-address notices: the name and ZIP the
      *> customer is on file under now, the new address, and the date
      *> the move takes effect.
       FD  COA-FILE.
       01  COA-REC.
           05  CA-FIRST-NAME      PIC X(10).
           05  CA-LAST-NAME       PIC X(10).
           05  CA-OLD-ZIP         PIC X(10).
           05  CA-NEW-ADDRESS     PIC X(30).
           05  CA-NEW-CITY        PIC X(15).
           05  CA-NEW-STATE       PIC X(02).
           05  CA-NEW-ZIP         PIC X(10).
           05  CA-EFFECTIVE-DATE  PIC 9(8).

       FD  ADDR-HIST-FILE.
       COPY ADDRHIST.

       FD  COA-RPT-FILE.
       01  COA-RPT-REC        PIC X(80).

       FD  CONT-HIST-FILE.
       COPY CONTHIST.

       FD  CONTACT-RPT-FILE.
       01  CONTACT-RPT-REC    PIC X(80).

       FD  CAMP-HIST-FILE.
       COPY CAMPHIST.

       FD  CAMPAIGN-RPT-FILE.
       01  CAMPAIGN-RPT-REC   PIC X(80).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC     PIC X(400).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       COPY AUDITREC.
               10  WS-CM-CITY       PIC X(15).
               10  WS-CM-STATE      PIC X(02).
               10  WS-CM-ZIP        PIC X(10).
               10  WS-CM-LAST-ACT   PIC 9(8).
       01  WS-CM-MATCH-SW     PIC X VALUE 'N'.
           88  CM-MATCH-FOUND VALUE 'Y'.
      *> Same index-vs-subscript split CTLFLOW uses: the subscript
       01  WS-NEW-CUST-COUNT  PIC 9(5) VALUE 0.
       01  WS-CUR-CUST-NUM    PIC 9(7) VALUE 0.

      *> Archived customers. CUSTARCH is loaded whole so a customer
      *> who reappears on CUSTFILE after ARCHCUST took them off the
      *> master is put back under their original number instead of
      *> being given a new one; the archive numbers also count toward
      *> WS-HIGH-CUST-NUM so an archived number is never reissued.
      *> The archive is rewritten without the reinstated rows - but
      *> only when all of it fitted in the table, or rows would be lost.
       01  WS-CUSTARCH-STATUS PIC XX VALUE "00".
       01  WS-CUSTARCH-EOF-SW PIC X VALUE 'N'.
           88  END-OF-CUSTARCH VALUE 'Y'.
       01  WS-AR-COUNT        PIC 9(4) VALUE 0.
       01  WS-AR-OVERFLOW-SW  PIC X VALUE 'N'.
           88  CUSTARCH-OVERFLOW VALUE 'Y'.
       01  WS-AR-TABLE.
           05  WS-AR-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AR-IDX.
               10  WS-AR-CUST-NUM   PIC 9(7).
               10  WS-AR-FIRST      PIC X(10).
               10  WS-AR-LAST       PIC X(10).
               10  WS-AR-FIRST-KEY  PIC X(4).
               10  WS-AR-LAST-KEY   PIC X(4).
               10  WS-AR-IMAGE      PIC X(108).
               10  WS-AR-REINST-SW  PIC X.
       01  WS-AR-SUB          PIC 9(4) VALUE 0.
       01  WS-REINSTATED-COUNT PIC 9(5) VALUE 0.

      *> Mailing candidates are no longer written straight to
      *> MAILLIST; they are grouped here by surname + standardized
      *> address + ZIP so a four-Doe household at one address gets
       01  WS-QUALIFY-TOTAL   PIC 9(5) VALUE 0.
       01  WS-QUALIFY-PREFIX-COUNT PIC 9(4) VALUE 0.

      *> Change of address. A notice is matched to the master on the
      *> exact name and the 5-digit ZIP it was filed under; the old
      *> address goes to ADDRHIST, the new one onto the master, and
      *> the customer's moved-return count starts again from zero -
      *> the returns it counted were for the address just left. A
      *> notice dated after the run date is held for its day.
       01  WS-COA-STATUS      PIC XX VALUE "00".
       01  WS-COA-EOF-SW      PIC X VALUE 'N'.
           88  END-OF-COA     VALUE 'Y'.
       01  WS-ADDR-HIST-STATUS PIC XX VALUE "00".
       01  WS-ADDR-HIST-SW    PIC X VALUE 'N'.
           88  ADDR-HIST-OPEN VALUE 'Y'.
       01  WS-AH-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-AH      VALUE 'Y'.
       01  WS-SUPERSEDED-SW   PIC X VALUE 'N'.
           88  ADDRESS-SUPERSEDED VALUE 'Y'.
       01  WS-COA-READ        PIC 9(5) VALUE 0.
       01  WS-COA-CHANGED     PIC 9(5) VALUE 0.
       01  WS-COA-NOMATCH     PIC 9(5) VALUE 0.
       01  WS-COA-PENDING     PIC 9(5) VALUE 0.
       01  WS-COA-ALREADY     PIC 9(5) VALUE 0.
       01  WS-COA-REJECTED    PIC 9(5) VALUE 0.
       01  WS-COA-HIST-DUP    PIC 9(5) VALUE 0.
       01  WS-MOVED-CLEARED   PIC 9(5) VALUE 0.
       01  WS-SUPERSEDED-COUNT PIC 9(5) VALUE 0.

      *> Contact history. Every non-blank remark on the feed is kept
      *> in CONTHIST under the customer's assigned number and the run
      *> date; the same remark seen twice for one customer on one day
      *> is the same contact (a rerun, or a duplicate feed row) and is
      *> kept once. A customer with WS-CONTACT-ALERT-COUNT or more
      *> contacts in the last WS-CONTACT-WINDOW-DAYS days is listed on
      *> CONTRPT with the contacts behind it.
       01  WS-CONTACT-WINDOW-DAYS PIC 9(3) VALUE 30.
       01  WS-CONTACT-ALERT-COUNT PIC 9(3) VALUE 3.
       01  WS-CONT-HIST-STATUS PIC XX VALUE "00".
       01  WS-CONT-HIST-SW    PIC X VALUE 'N'.
           88  CONT-HIST-OPEN VALUE 'Y'.
       01  WS-CH-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-CH      VALUE 'Y'.
       01  WS-CH-DUP-SW       PIC X VALUE 'N'.
           88  CONTACT-ON-FILE VALUE 'Y'.
       01  WS-CH-HIGH-SEQ     PIC 9(3) VALUE 0.
       01  WS-CH-PREV-CUST    PIC 9(7) VALUE 0.
       01  WS-CH-CUST-CONTACTS PIC 9(3) VALUE 0.
       01  WS-WINDOW-START-INT PIC 9(7) VALUE 0.
       01  WS-CH-DATE-INT     PIC 9(7) VALUE 0.
       01  WS-CUR-REASON      PIC X(15) VALUE SPACES.
       01  WS-CONTACTS-ADDED  PIC 9(5) VALUE 0.
       01  WS-CONTACTS-DUP    PIC 9(5) VALUE 0.
       01  WS-CONTACT-ALERTS  PIC 9(5) VALUE 0.
       01  WS-CONTACT-BUFFER.
           05  WS-CB-ENTRY OCCURS 20 TIMES INDEXED BY WS-CB-IDX.
               10  WS-CB-DATE         PIC 9(8).
               10  WS-CB-REASON       PIC X(15).
               10  WS-CB-REMARKS      PIC X(30).
       01  WS-CB-COUNT        PIC 9(2) VALUE 0.

      *> Contact-reason keywords, searched in this order; a remark is
      *> filed under the first one found in it, and under OTHER when
      *> none is. WS-KW-LEN is each keyword's length, so a keyword is
      *> matched as typed and not padded with trailing spaces.
       01  WS-KW-WORDS.
           05  FILLER         PIC X(15) VALUE "BILLING".
           05  FILLER         PIC X(15) VALUE "INVOICE".
           05  FILLER         PIC X(15) VALUE "ACCOUNT STATUS".
           05  FILLER         PIC X(15) VALUE "PAYMENT".
           05  FILLER         PIC X(15) VALUE "REFUND".
           05  FILLER         PIC X(15) VALUE "BALANCE".
           05  FILLER         PIC X(15) VALUE "ADDRESS".
           05  FILLER         PIC X(15) VALUE "COMPLAINT".
           05  FILLER         PIC X(15) VALUE "CANCEL".
           05  FILLER         PIC X(15) VALUE "FOLLOW".
           05  FILLER         PIC X(15) VALUE "OTHER".
       01  WS-KW-WORD-TABLE REDEFINES WS-KW-WORDS.
           05  WS-KW-WORD     OCCURS 11 TIMES PIC X(15).
       01  WS-KW-LENS         PIC X(22)
               VALUE "0707140706070709060600".
       01  WS-KW-LEN-TABLE REDEFINES WS-KW-LENS.
           05  WS-KW-LEN      OCCURS 11 TIMES PIC 9(2).
       01  WS-KW-COUNT        PIC 9(2) VALUE 10.
       01  WS-KW-OTHER        PIC 9(2) VALUE 11.
       01  WS-KW-SUB          PIC 9(2) VALUE 0.
       01  WS-KW-IDX          PIC 9(2) VALUE 0.
       01  WS-KW-HITS         PIC 9(3) VALUE 0.
       01  WS-KW-TALLIES.
           05  WS-KW-TALLY OCCURS 11 TIMES.
               10  WS-KW-RUN-COUNT    PIC 9(5).
               10  WS-KW-WINDOW-COUNT PIC 9(5).

      *> Campaign tracking. Each run's MAILLIST is one mailing under
      *> WS-CAMPAIGN-CODE; WS-MP-TABLE notes which household each
      *> mailed customer went into, so every member can be written to
      *> CAMPHIST when the household's piece is written. A MAILRTN
      *> return is traced to the latest unreturned piece sent to that
      *> customer and stamped with its reason. A piece already
      *> stamped today with the same reason is that return seen by an
      *> earlier attempt at this run, and a piece mailed today cannot
      *> have come back yet.
       01  WS-CAMPAIGN-CODE   PIC X(8) VALUE SPACES.
       01  WS-CAMP-HIST-STATUS PIC XX VALUE "00".
       01  WS-CAMP-HIST-SW    PIC X VALUE 'N'.
           88  CAMP-HIST-OPEN VALUE 'Y'.
       01  WS-CP-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-CP      VALUE 'Y'.
       01  WS-TRACE-SW        PIC X VALUE 'N'.
           88  PIECE-TRACED   VALUE 'Y'.
       01  WS-TRACE-KEY       PIC X(23).
       01  WS-RETRACE-SW      PIC X VALUE 'N'.
           88  ALREADY-TRACED VALUE 'Y'.
       01  WS-CP-HOLD-REC     PIC X(57).
       01  WS-CP-HOLD-REASON  PIC X.
       01  WS-CP-HOLD-RTN-DATE PIC 9(8).
       01  WS-CP-LEAD         PIC X VALUE 'N'.
       01  WS-MP-COUNT        PIC 9(4) VALUE 0.
       01  WS-MP-HH-SUB       PIC 9(4) VALUE 0.
       01  WS-MP-TABLE.
           05  WS-MP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MP-IDX.
               10  WS-MP-CUST         PIC 9(7).
               10  WS-MP-HH           PIC 9(4).
       01  WS-CP-MAILED-ROWS  PIC 9(5) VALUE 0.
       01  WS-CP-SUPPR-ROWS   PIC 9(5) VALUE 0.
       01  WS-RTN-TRACED      PIC 9(5) VALUE 0.
       01  WS-RTN-UNTRACED    PIC 9(5) VALUE 0.

      *> Report tallies, one row per campaign and one per 3-digit ZIP
      *> prefix, each kept in key order as rows are added.
       01  WS-CG-COUNT        PIC 9(3) VALUE 0.
       01  WS-CG-SUB          PIC 9(4) VALUE 0.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 200 TIMES INDEXED BY WS-CG-IDX.
               10  WS-CG-CAMPAIGN     PIC X(8).
               10  WS-CG-TALLIES.
                   15  WS-CG-PIECES   PIC 9(5).
                   15  WS-CG-RET-M    PIC 9(5).
                   15  WS-CG-RET-R    PIC 9(5).
                   15  WS-CG-RET-U    PIC 9(5).
                   15  WS-CG-SUPPR    PIC 9(5).
       01  WS-Z3-COUNT        PIC 9(4) VALUE 0.
       01  WS-Z3-SUB          PIC 9(4) VALUE 0.
       01  WS-Z3-TABLE.
           05  WS-Z3-ENTRY OCCURS 1000 TIMES INDEXED BY WS-Z3-IDX.
               10  WS-Z3-ZIP3         PIC X(3).
               10  WS-Z3-TALLIES.
                   15  WS-Z3-PIECES   PIC 9(5).
                   15  WS-Z3-RET-M    PIC 9(5).
                   15  WS-Z3-RET-R    PIC 9(5).
                   15  WS-Z3-RET-U    PIC 9(5).
                   15  WS-Z3-SUPPR    PIC 9(5).
       01  WS-RPT-TALLIES.
           05  WS-RPT-PIECES  PIC 9(5).
           05  WS-RPT-RET-M   PIC 9(5).
           05  WS-RPT-RET-R   PIC 9(5).
           05  WS-RPT-RET-U   PIC 9(5).
           05  WS-RPT-SUPPR   PIC 9(5).
       01  WS-RPT-LABEL       PIC X(8).
       01  WS-RPT-RATE        PIC 9(3)V9.
       01  WS-RPT-RATE-ED     PIC ZZ9.9.
       01  WS-CG-OVERFLOW     PIC 9(5) VALUE 0.
       01  WS-INSERT-AT       PIC 9(4) VALUE 0.
       01  WS-SHIFT-SUB       PIC 9(4) VALUE 0.

      *> STRNCKPT - the restart trail for one run over CUSTFILE. A 'C'
      *> row is a commit point: its phase byte says how far the run
      *> had got - 'C' part way through CUSTFILE, 'L' the customer
      *> pass and household extract finished, 'M' the masters
      *> rewritten as well - and it carries the customer-number high
      *> water mark and every run counter. Before the 'L' row the
      *> finished master, archive, return-history and surname tables
      *> are saved behind a 'T' row, one 'K', 'A', 'H' or 'N' row per
      *> entry, so the end of the run can be finished from them.
      *> Emptied at a clean end.
       01  WS-CKPT-ROW.
           05  CK-REC-TYPE            PIC X.
               88  CK-COMMIT          VALUE 'C'.
               88  CK-TABLE-START     VALUE 'T'.
               88  CK-MASTER-ENTRY    VALUE 'K'.
               88  CK-ARCHIVE-ENTRY   VALUE 'A'.
               88  CK-RETURN-ENTRY    VALUE 'H'.
               88  CK-SURNAME-ENTRY   VALUE 'N'.
           05  CK-DATA                PIC X(399).
       01  CK-TABLE-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-TB-IMAGE            PIC X(144).
           05  FILLER                 PIC X(255).
       01  CK-COMMIT-REC REDEFINES WS-CKPT-ROW.
           05  FILLER                 PIC X.
           05  CK-PHASE               PIC X.
               88  CK-IN-PASS         VALUE 'C'.
               88  CK-PASS-DONE       VALUE 'L'.
               88  CK-MASTERS-DONE    VALUE 'M'.
           05  CK-RUN-DATE            PIC 9(8).
           05  CK-POSITION            PIC 9(5).
           05  CK-HIGH-CUST-NUM       PIC 9(7).
           05  CK-CUSTMST-COUNT       PIC 9(4).
           05  CK-AR-COUNT            PIC 9(4).
           05  CK-AR-OVERFLOW-SW      PIC X.
           05  CK-RTN-COUNT           PIC 9(4).
           05  CK-SURNAME-COUNT       PIC 9(5).
           05  CK-HH-COUNT            PIC 9(4).
           05  CK-EXCEPTION-COUNT     PIC 9(5).
           05  CK-DNM-SKIPPED-COUNT   PIC 9(5).
           05  CK-DUP-COUNT           PIC 9(5).
           05  CK-MERGE-COUNT         PIC 9(5).
           05  CK-NEW-CUST-COUNT      PIC 9(5).
           05  CK-REINSTATED-COUNT    PIC 9(5).
           05  CK-RETURNS-READ        PIC 9(5).
           05  CK-NEW-SUPPRESS-COUNT  PIC 9(4).
           05  CK-AUTO-SUPP-SKIPPED   PIC 9(5).
           05  CK-HH-MEMBER-TOTAL     PIC 9(5).
           05  CK-PIECES-SAVED        PIC 9(5).
           05  CK-HH-MULTI-COUNT      PIC 9(4).
           05  CK-HH-WRITTEN          PIC 9(4).
           05  CK-QUALIFY-TOTAL       PIC 9(5).
           05  CK-QUALIFY-PREFIX-COUNT PIC 9(4).
           05  CK-COA-READ            PIC 9(5).
           05  CK-COA-CHANGED         PIC 9(5).
           05  CK-COA-NOMATCH         PIC 9(5).
           05  CK-COA-PENDING         PIC 9(5).
           05  CK-COA-ALREADY         PIC 9(5).
           05  CK-COA-REJECTED        PIC 9(5).
           05  CK-COA-HIST-DUP        PIC 9(5).
           05  CK-MOVED-CLEARED       PIC 9(5).
           05  CK-SUPERSEDED-COUNT    PIC 9(5).
           05  CK-CONTACTS-ADDED      PIC 9(5).
           05  CK-CONTACTS-DUP        PIC 9(5).
           05  CK-KW-TALLIES          PIC X(110).
           05  CK-CP-MAILED-ROWS      PIC 9(5).
           05  CK-CP-SUPPR-ROWS       PIC 9(5).
           05  CK-RTN-TRACED          PIC 9(5).
           05  CK-RTN-UNTRACED        PIC 9(5).
           05  FILLER                 PIC X(100).

      *> Commit-point restart. Every WS-COMMIT-INTERVAL CUSTFILE
      *> records a 'C' row is added to STRNCKPT. The household, seen-
      *> name and surname tables are built in storage as CUSTFILE is
      *> read, so a run stopped part way is resumed by replaying the
      *> records up to the last commit in storage only: the outputs
      *> are written afresh, but nothing already put on ADDRHIST,
      *> CONTHIST or CAMPHIST is written again. When the replay
      *> reaches the commit point the customer numbers it has given
      *> out must agree with the ones the stopped run gave, or the
      *> same customer would be numbered twice; the run stops instead.
       01  WS-CKPT-STATUS     PIC XX VALUE "00".
       01  WS-COMMIT-INTERVAL PIC 9(4) VALUE 100.
       01  WS-COMMIT-COUNT    PIC 9(5) VALUE 0.
       01  WS-RESTART-POSITION PIC 9(5) VALUE 0.
       01  WS-CKPT-EOF-SW     PIC X VALUE 'N'.
           88  END-OF-CKPT    VALUE 'Y'.
       01  WS-RESTART-SW      PIC X VALUE 'N'.
           88  RESTART-RUN    VALUE 'Y'.
       01  WS-RESTART-PHASE   PIC X VALUE SPACE.
           88  LOOP-COMMITTED VALUE 'L' 'M'.
           88  MASTERS-WRITTEN VALUE 'M'.
       01  WS-REPLAY-SW       PIC X VALUE 'N'.
           88  REPLAYING      VALUE 'Y'.
       01  WS-REPLAY-FAIL-SW  PIC X VALUE 'N'.
           88  REPLAY-MISMATCH VALUE 'Y'.
       01  WS-LAST-COMMIT     PIC X(400) VALUE SPACES.
       01  WS-CKPT-SUB        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0020-LOG-AUDIT-START.
           DISPLAY "--- String Handling ---".

      *> A run that stopped short left STRNCKPT behind; its last
      *> commit point decides how much of this run is done again.
           PERFORM 0060-LOAD-CHECKPOINT.

           IF LOOP-COMMITTED
               PERFORM 0064-RESUME-AFTER-PASS
           ELSE
               PERFORM 0100-CUSTOMER-PASS
               IF REPLAY-MISMATCH
                   DISPLAY "*** STRINGS ABORTED: CUSTOMER NUMBERS "
                           "GIVEN ON REPLAY DO NOT MATCH THE STOPPED "
                           "RUN - CUSTFILE OR CUSTMSTR HAS CHANGED ***"
               END-IF
               IF REPLAYING
                   DISPLAY "*** STRINGS ABORTED: CUSTFILE ENDS AT "
                           "RECORD " WS-CUSTOMER-COUNT
                           " BEFORE THE COMMIT POINT AT "
                           WS-RESTART-POSITION " ***"
               END-IF
               IF REPLAYING OR REPLAY-MISMATCH
                   PERFORM 2000-LOG-AUDIT-END
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 0220-COMMIT-CUSTOMER-PASS
           END-IF.

           IF NOT MASTERS-WRITTEN
               PERFORM 1990-WRITE-CUST-MASTER
               PERFORM 1992-WRITE-CUST-ARCHIVE
               PERFORM 1995-WRITE-RTN-HIST
               PERFORM 0230-COMMIT-MASTERS
           END-IF.

           PERFORM 2080-PRINT-CONTACT-REPORT.
           PERFORM 2090-PRINT-CAMPAIGN-REPORT.
           PERFORM 2070-PRINT-SURNAME-REPORT.
           PERFORM 1500-SPLIT-IMPORTED-NAMES.

           DISPLAY " ".
           DISPLAY "Original: " WS-SENTENCE.

           MOVE WS-SENTENCE TO WS-SCAN-TEXT.
           PERFORM 2050-COUNT-OCCURRENCES.
           MOVE WS-SCAN-COUNT TO COUNT-I.
           DISPLAY "Count of '" FUNCTION TRIM (WS-SEARCH-STRING)
                   "': " COUNT-I.

           INSPECT WS-SENTENCE REPLACING ALL "INTERESTING"
                   BY "POWERFUL   ".
           DISPLAY "Replaced: " WS-SENTENCE.

           PERFORM 0300-CLEAR-CHECKPOINT.
           PERFORM 2000-LOG-AUDIT-END.
           IF WS-EXCEPTION-COUNT > 0 OR WS-COA-NOMATCH > 0
                   OR WS-COA-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *> The loads, the customer loop and the household extract. A
      *> replay that cannot reach its commit point, or reaches it with
      *> different customer numbers, writes no household extract -
      *> its pieces would go on CAMPHIST under the wrong numbers.
       0100-CUSTOMER-PASS.
           PERFORM 0070-LOAD-DNM-LIST.
           PERFORM 0075-LOAD-CUST-MASTER.
           PERFORM 0074-LOAD-CUST-ARCHIVE.
           PERFORM 0076-LOAD-RTN-HIST.
           PERFORM 0082-OPEN-CAMP-HIST.
           PERFORM 0077-PROCESS-RETURNS.
           PERFORM 0080-OPEN-ADDR-HIST.
           PERFORM 0085-PROCESS-COA.
           PERFORM 0081-OPEN-CONT-HIST.

           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT MAILING-FILE.
                       ELSE
                           PERFORM 0950-EXCEPTION-CUSTOMER
                       END-IF
                       IF REPLAYING
                           IF WS-CUSTOMER-COUNT = WS-RESTART-POSITION
                               PERFORM 0240-END-REPLAY
                           END-IF
                       ELSE
                           IF FUNCTION MOD (WS-CUSTOMER-COUNT,
                                   WS-COMMIT-INTERVAL) = 0
                               PERFORM 0200-WRITE-CHECKPOINT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           IF ADDR-HIST-OPEN
               CLOSE ADDR-HIST-FILE
           END-IF.
           IF NOT REPLAYING AND NOT REPLAY-MISMATCH
               PERFORM 1400-WRITE-HOUSEHOLD-EXTRACT
           END-IF.
           CLOSE MAILING-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE DUP-FILE.
           CLOSE MERGE-FILE.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           IF PARM-RUN-ID NOT = SPACES
               DISPLAY "Parameter card effective " WS-BEST-EFF-DATE
                       " governs this run"
               MOVE PARM-SEARCH-STRING TO WS-SEARCH-STRING
               IF PARM-CUST-COMMIT-INTERVAL IS NUMERIC
                       AND PARM-CUST-COMMIT-INTERVAL > 0
                   MOVE PARM-CUST-COMMIT-INTERVAL
                       TO WS-COMMIT-INTERVAL
               END-IF
           ELSE
               MOVE SPACES TO PARM-REC
           END-IF.
               END-IF
           END-IF.

      *> Reads the STRNCKPT a stopped run left behind, if any. Its
      *> table rows only count when the customer pass had finished;
      *> before that the tables are loaded from their own files.
       0060-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL END-OF-CKPT
                   READ CHECKPOINT-FILE INTO WS-CKPT-ROW
                       AT END
                           SET END-OF-CKPT TO TRUE
                       NOT AT END
                           PERFORM 0062-STORE-CHECKPOINT-ROW
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF NOT LOOP-COMMITTED
               MOVE 0 TO WS-CUSTMST-COUNT
               MOVE 0 TO WS-AR-COUNT
               MOVE 0 TO WS-RTN-COUNT
               MOVE 0 TO WS-SURNAME-COUNT
           END-IF.
           IF RESTART-RUN
               MOVE WS-LAST-COMMIT TO WS-CKPT-ROW
      *> The resumed run finishes the same day's mailing, so it keeps
      *> the stopped run's date - and with it the campaign code.
               MOVE CK-RUN-DATE TO JOBHDR-RUN-DATE
               MOVE CK-POSITION TO WS-RESTART-POSITION
               MOVE SPACES TO AUDIT-DETAIL
               IF LOOP-COMMITTED
                   DISPLAY "Resuming after the customer pass of the "
                           "stopped run (run date " JOBHDR-RUN-DATE
                           ")"
                   MOVE "RESUMED AFTER CUSTOMER PASS" TO AUDIT-DETAIL
               ELSE
                   SET REPLAYING TO TRUE
                   DISPLAY "Resuming from commit point after CUSTFILE"
                           " record " WS-RESTART-POSITION
                           " (run date " JOBHDR-RUN-DATE ")"
                   DISPLAY "Records to that point are replayed in "
                           "storage; history files are not rewritten"
                   STRING "RESUMED AFTER RECORD "
                          WS-RESTART-POSITION
                          DELIMITED BY SIZE INTO AUDIT-DETAIL
               END-IF
               PERFORM 0099-LOG-AUDIT-RERUN
           END-IF.

       0062-STORE-CHECKPOINT-ROW.
           EVALUATE TRUE
               WHEN CK-COMMIT
                   SET RESTART-RUN TO TRUE
                   MOVE WS-CKPT-ROW TO WS-LAST-COMMIT
                   MOVE CK-PHASE TO WS-RESTART-PHASE
               WHEN CK-TABLE-START
                   MOVE 0 TO WS-CUSTMST-COUNT
                   MOVE 0 TO WS-AR-COUNT
                   MOVE 0 TO WS-RTN-COUNT
                   MOVE 0 TO WS-SURNAME-COUNT
               WHEN CK-MASTER-ENTRY
                   IF WS-CUSTMST-COUNT < 2000
                       ADD 1 TO WS-CUSTMST-COUNT
                       MOVE CK-TB-IMAGE
                           TO WS-CM-ENTRY (WS-CUSTMST-COUNT)
                   END-IF
               WHEN CK-ARCHIVE-ENTRY
                   IF WS-AR-COUNT < 2000
                       ADD 1 TO WS-AR-COUNT
                       MOVE CK-TB-IMAGE TO WS-AR-ENTRY (WS-AR-COUNT)
                   END-IF
               WHEN CK-RETURN-ENTRY
                   IF WS-RTN-COUNT < 2000
                       ADD 1 TO WS-RTN-COUNT
                       MOVE CK-TB-IMAGE TO WS-RH-ENTRY (WS-RTN-COUNT)
                   END-IF
               WHEN CK-SURNAME-ENTRY
                   IF WS-SURNAME-COUNT < 2000
                       ADD 1 TO WS-SURNAME-COUNT
                       MOVE CK-TB-IMAGE
                           TO WS-SURNAME-ENTRY (WS-SURNAME-COUNT)
                   END-IF
           END-EVALUATE.

      *> The customer pass had finished before the stop: its tables
      *> came back from STRNCKPT and its counters come from the
      *> commit row. Only the history files it reports from are
      *> opened again.
       0064-RESUME-AFTER-PASS.
           MOVE WS-LAST-COMMIT TO WS-CKPT-ROW.
           MOVE CK-HIGH-CUST-NUM TO WS-HIGH-CUST-NUM.
           MOVE CK-AR-OVERFLOW-SW TO WS-AR-OVERFLOW-SW.
           MOVE CK-HH-COUNT TO WS-HH-COUNT.
           PERFORM 0250-RESTORE-COUNTERS.
           PERFORM 0082-OPEN-CAMP-HIST.
           PERFORM 0081-OPEN-CONT-HIST.
      *> Opening CONTHIST clears the keyword tallies; the stopped
      *> run's are put back.
           MOVE CK-KW-TALLIES TO WS-KW-TALLIES.

       0099-LOG-AUDIT-RERUN.
           MOVE "STRINGS     " TO AUDIT-PROGRAM-NAME.
           SET AUDIT-EVENT-RERUN TO TRUE.
           MOVE WS-RESTART-POSITION TO AUDIT-RECORD-COUNT.
           MOVE JOBHDR-RUN-ID TO AUDIT-RUN-ID.
           CALL "AUDITLOG" USING AUDIT-PARMS.

      *> A commit point inside the customer loop. Nothing the loop
      *> writes needs forcing to disk first: the outputs are written
      *> afresh by a replay, and the history files were written as
      *> each customer was processed.
       0200-WRITE-CHECKPOINT.
           PERFORM 0260-BUILD-COMMIT-ROW.
           SET CK-IN-PASS TO TRUE.
           PERFORM 0210-OPEN-CKPT-EXTEND.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ROW.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO WS-COMMIT-COUNT.

       0210-OPEN-CKPT-EXTEND.
           OPEN EXTEND CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF.

      *> The customer pass is done. The finished tables are saved
      *> behind a 'T' row and the 'L' commit is written after them,
      *> so a restart never trusts a save that was cut short.
       0220-COMMIT-CUSTOMER-PASS.
           PERFORM 0210-OPEN-CKPT-EXTEND.
           MOVE SPACES TO WS-CKPT-ROW.
           SET CK-TABLE-START TO TRUE.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ROW.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-SUB > WS-CUSTMST-COUNT
               MOVE SPACES TO WS-CKPT-ROW
               SET CK-MASTER-ENTRY TO TRUE
               MOVE WS-CM-ENTRY (WS-CKPT-SUB) TO CK-TB-IMAGE
               WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
           END-PERFORM.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-SUB > WS-AR-COUNT
               MOVE SPACES TO WS-CKPT-ROW
               SET CK-ARCHIVE-ENTRY TO TRUE
               MOVE WS-AR-ENTRY (WS-CKPT-SUB) TO CK-TB-IMAGE
               WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
           END-PERFORM.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-SUB > WS-RTN-COUNT
               MOVE SPACES TO WS-CKPT-ROW
               SET CK-RETURN-ENTRY TO TRUE
               MOVE WS-RH-ENTRY (WS-CKPT-SUB) TO CK-TB-IMAGE
               WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
           END-PERFORM.
           PERFORM VARYING WS-CKPT-SUB FROM 1 BY 1
                   UNTIL WS-CKPT-SUB > WS-SURNAME-COUNT
               MOVE SPACES TO WS-CKPT-ROW
               SET CK-SURNAME-ENTRY TO TRUE
               MOVE WS-SURNAME-ENTRY (WS-CKPT-SUB) TO CK-TB-IMAGE
               WRITE CHECKPOINT-REC FROM WS-CKPT-ROW
           END-PERFORM.
           PERFORM 0260-BUILD-COMMIT-ROW.
           SET CK-PASS-DONE TO TRUE.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ROW.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO WS-COMMIT-COUNT.

       0230-COMMIT-MASTERS.
           PERFORM 0260-BUILD-COMMIT-ROW.
           SET CK-MASTERS-DONE TO TRUE.
           PERFORM 0210-OPEN-CKPT-EXTEND.
           WRITE CHECKPOINT-REC FROM WS-CKPT-ROW.
           CLOSE CHECKPOINT-FILE.
           ADD 1 TO WS-COMMIT-COUNT.

      *> The replay has reached the commit point. Its customer-number
      *> high water mark and master count must be the stopped run's;
      *> if they are, the run's counters are taken from the commit
      *> row, since the replay left the history files alone.
       0240-END-REPLAY.
           MOVE WS-LAST-COMMIT TO WS-CKPT-ROW.
           IF WS-HIGH-CUST-NUM NOT = CK-HIGH-CUST-NUM
                   OR WS-CUSTMST-COUNT NOT = CK-CUSTMST-COUNT
               SET REPLAY-MISMATCH TO TRUE
               SET END-OF-CUSTOMERS TO TRUE
               DISPLAY "Replay at CUSTFILE record "
                       WS-CUSTOMER-COUNT ": high customer number "
                       WS-HIGH-CUST-NUM ", commit point has "
                       CK-HIGH-CUST-NUM
           ELSE
               PERFORM 0250-RESTORE-COUNTERS
               DISPLAY "Replay reached the commit point at CUSTFILE "
                       "record " WS-RESTART-POSITION
                       " - customer numbers agree"
           END-IF.
           MOVE 'N' TO WS-REPLAY-SW.

       0250-RESTORE-COUNTERS.
           MOVE CK-POSITION TO WS-CUSTOMER-COUNT.
           MOVE CK-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT.
           MOVE CK-DNM-SKIPPED-COUNT TO WS-DNM-SKIPPED-COUNT.
           MOVE CK-DUP-COUNT TO WS-DUP-COUNT.
           MOVE CK-MERGE-COUNT TO WS-MERGE-COUNT.
           MOVE CK-NEW-CUST-COUNT TO WS-NEW-CUST-COUNT.
           MOVE CK-REINSTATED-COUNT TO WS-REINSTATED-COUNT.
           MOVE CK-RETURNS-READ TO WS-RETURNS-READ.
           MOVE CK-NEW-SUPPRESS-COUNT TO WS-NEW-SUPPRESS-COUNT.
           MOVE CK-AUTO-SUPP-SKIPPED TO WS-AUTO-SUPP-SKIPPED.
           MOVE CK-HH-MEMBER-TOTAL TO WS-HH-MEMBER-TOTAL.
           MOVE CK-PIECES-SAVED TO WS-PIECES-SAVED.
           MOVE CK-HH-MULTI-COUNT TO WS-HH-MULTI-COUNT.
           MOVE CK-HH-WRITTEN TO WS-HH-WRITTEN.
           MOVE CK-QUALIFY-TOTAL TO WS-QUALIFY-TOTAL.
           MOVE CK-QUALIFY-PREFIX-COUNT TO WS-QUALIFY-PREFIX-COUNT.
           MOVE CK-COA-READ TO WS-COA-READ.
           MOVE CK-COA-CHANGED TO WS-COA-CHANGED.
           MOVE CK-COA-NOMATCH TO WS-COA-NOMATCH.
           MOVE CK-COA-PENDING TO WS-COA-PENDING.
           MOVE CK-COA-ALREADY TO WS-COA-ALREADY.
           MOVE CK-COA-REJECTED TO WS-COA-REJECTED.
           MOVE CK-COA-HIST-DUP TO WS-COA-HIST-DUP.
           MOVE CK-MOVED-CLEARED TO WS-MOVED-CLEARED.
           MOVE CK-SUPERSEDED-COUNT TO WS-SUPERSEDED-COUNT.
           MOVE CK-CONTACTS-ADDED TO WS-CONTACTS-ADDED.
           MOVE CK-CONTACTS-DUP TO WS-CONTACTS-DUP.
           MOVE CK-KW-TALLIES TO WS-KW-TALLIES.
           MOVE CK-CP-MAILED-ROWS TO WS-CP-MAILED-ROWS.
           MOVE CK-CP-SUPPR-ROWS TO WS-CP-SUPPR-ROWS.
           MOVE CK-RTN-TRACED TO WS-RTN-TRACED.
           MOVE CK-RTN-UNTRACED TO WS-RTN-UNTRACED.

       0260-BUILD-COMMIT-ROW.
           MOVE SPACES TO WS-CKPT-ROW.
           SET CK-COMMIT TO TRUE.
           MOVE JOBHDR-RUN-DATE TO CK-RUN-DATE.
           MOVE WS-CUSTOMER-COUNT TO CK-POSITION.
           MOVE WS-HIGH-CUST-NUM TO CK-HIGH-CUST-NUM.
           MOVE WS-CUSTMST-COUNT TO CK-CUSTMST-COUNT.
           MOVE WS-AR-COUNT TO CK-AR-COUNT.
           MOVE WS-AR-OVERFLOW-SW TO CK-AR-OVERFLOW-SW.
           MOVE WS-RTN-COUNT TO CK-RTN-COUNT.
           MOVE WS-SURNAME-COUNT TO CK-SURNAME-COUNT.
           MOVE WS-HH-COUNT TO CK-HH-COUNT.
           MOVE WS-EXCEPTION-COUNT TO CK-EXCEPTION-COUNT.
           MOVE WS-DNM-SKIPPED-COUNT TO CK-DNM-SKIPPED-COUNT.
           MOVE WS-DUP-COUNT TO CK-DUP-COUNT.
           MOVE WS-MERGE-COUNT TO CK-MERGE-COUNT.
           MOVE WS-NEW-CUST-COUNT TO CK-NEW-CUST-COUNT.
           MOVE WS-REINSTATED-COUNT TO CK-REINSTATED-COUNT.
           MOVE WS-RETURNS-READ TO CK-RETURNS-READ.
           MOVE WS-NEW-SUPPRESS-COUNT TO CK-NEW-SUPPRESS-COUNT.
           MOVE WS-AUTO-SUPP-SKIPPED TO CK-AUTO-SUPP-SKIPPED.
           MOVE WS-HH-MEMBER-TOTAL TO CK-HH-MEMBER-TOTAL.
           MOVE WS-PIECES-SAVED TO CK-PIECES-SAVED.
           MOVE WS-HH-MULTI-COUNT TO CK-HH-MULTI-COUNT.
           MOVE WS-HH-WRITTEN TO CK-HH-WRITTEN.
           MOVE WS-QUALIFY-TOTAL TO CK-QUALIFY-TOTAL.
           MOVE WS-QUALIFY-PREFIX-COUNT TO CK-QUALIFY-PREFIX-COUNT.
           MOVE WS-COA-READ TO CK-COA-READ.
           MOVE WS-COA-CHANGED TO CK-COA-CHANGED.
           MOVE WS-COA-NOMATCH TO CK-COA-NOMATCH.
           MOVE WS-COA-PENDING TO CK-COA-PENDING.
           MOVE WS-COA-ALREADY TO CK-COA-ALREADY.
           MOVE WS-COA-REJECTED TO CK-COA-REJECTED.
           MOVE WS-COA-HIST-DUP TO CK-COA-HIST-DUP.
           MOVE WS-MOVED-CLEARED TO CK-MOVED-CLEARED.
           MOVE WS-SUPERSEDED-COUNT TO CK-SUPERSEDED-COUNT.
           MOVE WS-CONTACTS-ADDED TO CK-CONTACTS-ADDED.
           MOVE WS-CONTACTS-DUP TO CK-CONTACTS-DUP.
           MOVE WS-KW-TALLIES TO CK-KW-TALLIES.
           MOVE WS-CP-MAILED-ROWS TO CK-CP-MAILED-ROWS.
           MOVE WS-CP-SUPPR-ROWS TO CK-CP-SUPPR-ROWS.
           MOVE WS-RTN-TRACED TO CK-RTN-TRACED.
           MOVE WS-RTN-UNTRACED TO CK-RTN-UNTRACED.

       0300-CLEAR-CHECKPOINT.
           DISPLAY "Commit points taken: " WS-COMMIT-COUNT
                   " (every " WS-COMMIT-INTERVAL " CUSTFILE records)".
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

       2050-COUNT-OCCURRENCES.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-SEARCH-STRING))
               TO WS-SEARCH-LEN.
           DISPLAY "Full Name:  " FULL-NAME.

           PERFORM 1060-CHECK-DUPLICATE.
           MOVE 0 TO WS-CUR-CUST-NUM.
           PERFORM 1200-MATCH-CUST-MASTER.
           PERFORM 1100-RECORD-CONTACT.
           PERFORM 1070-CHECK-DO-NOT-MAIL.
           PERFORM 1075-CHECK-AUTO-SUPPRESS.
           PERFORM 1080-TALLY-SURNAME.
           IF DNM-MATCH-FOUND
               DISPLAY "Suppressed from mailing (do-not-mail): "
                       FULL-NAME
               PERFORM 1120-RECORD-SUPPRESSED-PIECE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO EXCEPT-REC
               STRING "SUPPRESSED DO-NOT-MAIL  NAME=" FULL-NAME
                   ADD 1 TO WS-AUTO-SUPP-SKIPPED
                   DISPLAY "Suppressed from mailing (returned mail): "
                           FULL-NAME
                   PERFORM 1120-RECORD-SUPPRESSED-PIECE
               ELSE
                   IF NOT DUP-MATCH-FOUND
                       PERFORM 1300-ADD-TO-HOUSEHOLD
           DISPLAY "Occurrences of '" FUNCTION TRIM (WS-SEARCH-STRING)
                   "' in remarks: " WS-SCAN-COUNT.

      *> Reads the customer's contacts already on file for today to
      *> skip a remark recorded earlier and to find the next free
      *> sequence number. A record that got no customer number (the
      *> master table full) has nothing to file the contact under.
       1100-RECORD-CONTACT.
           IF CU-REMARKS NOT = SPACES AND CONT-HIST-OPEN
                   AND WS-CUR-CUST-NUM NOT = 0 AND NOT REPLAYING
               PERFORM 1105-FIND-TODAYS-CONTACTS
               EVALUATE TRUE
                   WHEN CONTACT-ON-FILE
                       ADD 1 TO WS-CONTACTS-DUP
                   WHEN WS-CH-HIGH-SEQ = 999
                       ADD 1 TO WS-EXCEPTION-COUNT
                       DISPLAY "*** EXCEPTION: CONTHIST FULL FOR CUST "
                               WS-CUR-CUST-NUM " ON " JOBHDR-RUN-DATE
                               " - CONTACT NOT RECORDED ***"
                   WHEN OTHER
                       PERFORM 1110-CLASSIFY-REMARK
                       PERFORM 1115-WRITE-CONTACT
               END-EVALUATE
           END-IF.

       1105-FIND-TODAYS-CONTACTS.
           MOVE 'N' TO WS-CH-DUP-SW.
           MOVE 0 TO WS-CH-HIGH-SEQ.
           MOVE 'N' TO WS-CH-EOF-SW.
           MOVE WS-CUR-CUST-NUM TO CH-CUST-NUM.
           MOVE JOBHDR-RUN-DATE TO CH-CONTACT-DATE.
           MOVE 0 TO CH-SEQ.
           START CONT-HIST-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   SET END-OF-CH TO TRUE
           END-START.
           PERFORM UNTIL END-OF-CH OR CONTACT-ON-FILE
               READ CONT-HIST-FILE NEXT RECORD
                   AT END
                       SET END-OF-CH TO TRUE
                   NOT AT END
                       IF CH-CUST-NUM NOT = WS-CUR-CUST-NUM
                               OR CH-CONTACT-DATE NOT = JOBHDR-RUN-DATE
                           SET END-OF-CH TO TRUE
                       ELSE
                           MOVE CH-SEQ TO WS-CH-HIGH-SEQ
                           IF CH-REMARKS = CU-REMARKS
                               SET CONTACT-ON-FILE TO TRUE
                           END-IF
                       END-IF
               END-READ
               IF WS-CONT-HIST-STATUS NOT = "00"
                   SET END-OF-CH TO TRUE
               END-IF
           END-PERFORM.

       1115-WRITE-CONTACT.
           MOVE WS-CUR-CUST-NUM TO CH-CUST-NUM.
           MOVE JOBHDR-RUN-DATE TO CH-CONTACT-DATE.
           COMPUTE CH-SEQ = WS-CH-HIGH-SEQ + 1.
           MOVE CU-REMARKS TO CH-REMARKS.
           MOVE WS-KW-WORD (WS-KW-SUB) TO CH-REASON.
           MOVE JOBHDR-RUN-ID TO CH-RUN-ID.
           WRITE CONT-HIST-REC
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "*** EXCEPTION: CONTHIST WRITE FAILED FOR "
                           "CUST " CH-CUST-NUM ", STATUS "
                           WS-CONT-HIST-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-CONTACTS-ADDED
                   ADD 1 TO WS-KW-RUN-COUNT (WS-KW-SUB)
           END-WRITE.

       1120-RECORD-SUPPRESSED-PIECE.
           IF CAMP-HIST-OPEN AND WS-CUR-CUST-NUM > 0
                   AND NOT REPLAYING
               MOVE WS-CUR-CUST-NUM TO CP-CUST-NUM
               MOVE 0 TO CP-HOUSEHOLD
               MOVE 'N' TO CP-LEAD-SW
               MOVE WS-STD-ZIP TO CP-ZIP
               SET CP-SUPPRESSED TO TRUE
               PERFORM 1458-WRITE-CAMP-HIST
           END-IF.

      *> Leaves WS-KW-SUB on the first keyword found in CU-REMARKS,
      *> or on OTHER.
       1110-CLASSIFY-REMARK.
           MOVE WS-KW-OTHER TO WS-KW-SUB.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-COUNT
               MOVE 0 TO WS-KW-HITS
               INSPECT CU-REMARKS TALLYING WS-KW-HITS
                   FOR ALL WS-KW-WORD (WS-KW-IDX)
                           (1:WS-KW-LEN (WS-KW-IDX))
               IF WS-KW-HITS > 0
                   MOVE WS-KW-IDX TO WS-KW-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1050-PROPER-CASE-NAMES.
           MOVE FUNCTION LOWER-CASE(FIRST-NAME) TO WS-FIRST-PROPER.
           MOVE FUNCTION UPPER-CASE(WS-FIRST-PROPER(1:1))
                                   WS-CM-STATE (WS-CUSTMST-COUNT)
                               MOVE CM-ZIP TO
                                   WS-CM-ZIP (WS-CUSTMST-COUNT)
                               IF CM-LAST-ACTIVITY IS NUMERIC
                                   MOVE CM-LAST-ACTIVITY TO
                                     WS-CM-LAST-ACT (WS-CUSTMST-COUNT)
                               ELSE
                                   MOVE JOBHDR-RUN-DATE TO
                                     WS-CM-LAST-ACT (WS-CUSTMST-COUNT)
                               END-IF
                               IF CM-CUST-NUM > WS-HIGH-CUST-NUM
                                   MOVE CM-CUST-NUM
                                       TO WS-HIGH-CUST-NUM
           IF CM-MATCH-FOUND
               PERFORM 1210-MERGE-CUSTOMER
           ELSE
               PERFORM 1230-CHECK-ARCHIVE
               IF WS-AR-SUB > 0
                   PERFORM 1235-REINSTATE-CUSTOMER
               ELSE
                   PERFORM 1220-ADD-NEW-CUSTOMER
               END-IF
           END-IF.

      *> Survivorship: the master keeps its assigned number and name
      *> spelling; the incoming address wins only when it is actually
      *> populated, since the feed is the fresher source - a blank
      *> incoming address must never blank out a good one on file.
      *> The one exception is an address the customer has already
      *> moved away from: the feed can lag a change of address by
      *> days, so an incoming address found in the customer's
      *> ADDRHIST is stale - the master keeps the new one, and the
      *> record is mailed there instead.
       1210-MERGE-CUSTOMER.
           ADD 1 TO WS-MERGE-COUNT.
           MOVE 'N' TO WS-SUPERSEDED-SW.
           MOVE WS-CM-CUST-NUM (WS-CM-SUB) TO WS-CUR-CUST-NUM.
           MOVE JOBHDR-RUN-DATE TO WS-CM-LAST-ACT (WS-CM-SUB).
           IF CU-ADDRESS NOT = SPACES
               PERFORM 1215-CHECK-SUPERSEDED
               IF ADDRESS-SUPERSEDED
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   MOVE WS-CM-ADDRESS (WS-CM-SUB) TO CU-ADDRESS
                   MOVE WS-CM-CITY (WS-CM-SUB) TO CU-CITY
                   MOVE WS-CM-STATE (WS-CM-SUB) TO CU-STATE
                   MOVE WS-CM-ZIP (WS-CM-SUB) TO CU-ZIP
               ELSE
                   MOVE CU-ADDRESS TO WS-CM-ADDRESS (WS-CM-SUB)
                   MOVE CU-CITY TO WS-CM-CITY (WS-CM-SUB)
                   MOVE CU-STATE TO WS-CM-STATE (WS-CM-SUB)
                   MOVE CU-ZIP TO WS-CM-ZIP (WS-CM-SUB)
               END-IF
           END-IF.
           MOVE SPACES TO MERGE-REC.
           STRING "MERGED  FIRST=" CU-FIRST-NAME
                  " " WS-CM-LAST (WS-CM-SUB) ")"
                  DELIMITED BY SIZE INTO MERGE-REC.
           WRITE MERGE-REC.
           IF ADDRESS-SUPERSEDED
               MOVE SPACES TO MERGE-REC
               STRING "        FEED ADDRESS SUPERSEDED BY CHANGE "
                      "OF ADDRESS - MASTER ADDRESS KEPT"
                      DELIMITED BY SIZE INTO MERGE-REC
               WRITE MERGE-REC
           END-IF.
           DISPLAY "Merged into master customer "
                   WS-CM-CUST-NUM (WS-CM-SUB) ": "
                   CU-FIRST-NAME " " CU-LAST-NAME.

       1215-CHECK-SUPERSEDED.
           MOVE 'N' TO WS-SUPERSEDED-SW.
           IF ADDR-HIST-OPEN
                   AND (CU-ADDRESS NOT = WS-CM-ADDRESS (WS-CM-SUB)
                        OR CU-ZIP NOT = WS-CM-ZIP (WS-CM-SUB))
               MOVE WS-CM-CUST-NUM (WS-CM-SUB) TO AH-CUST-NUM
               MOVE 0 TO AH-EFFECTIVE-DATE
               MOVE 'N' TO WS-AH-EOF-SW
               START ADDR-HIST-FILE KEY IS NOT LESS THAN AH-KEY
                   INVALID KEY
                       SET END-OF-AH TO TRUE
               END-START
               PERFORM UNTIL END-OF-AH OR ADDRESS-SUPERSEDED
                   READ ADDR-HIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-AH TO TRUE
                       NOT AT END
                           IF AH-CUST-NUM
                                   NOT = WS-CM-CUST-NUM (WS-CM-SUB)
                               SET END-OF-AH TO TRUE
                           ELSE
                               IF AH-ADDRESS = CU-ADDRESS
                                       AND AH-ZIP = CU-ZIP
                                   SET ADDRESS-SUPERSEDED TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ADDR-HIST-STATUS NOT = "00"
                       SET END-OF-AH TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> Same name-or-phonetic-key rule as the master match, so a
      *> customer is recognised coming back exactly as they would
      *> have been had they never left the master.
       1230-CHECK-ARCHIVE.
           MOVE 0 TO WS-AR-SUB.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > WS-AR-COUNT
               IF WS-AR-REINST-SW (WS-AR-IDX) = 'N'
                   AND ((CU-FIRST-NAME = WS-AR-FIRST (WS-AR-IDX)
                         AND CU-LAST-NAME = WS-AR-LAST (WS-AR-IDX))
                     OR (WS-CUR-FIRST-KEY = WS-AR-FIRST-KEY (WS-AR-IDX)
                         AND WS-CUR-LAST-KEY
                             = WS-AR-LAST-KEY (WS-AR-IDX)))
                   SET WS-AR-SUB TO WS-AR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> The archived row goes back on the master as it was, then the
      *> incoming record is merged into it like any other returning
      *> customer.
       1235-REINSTATE-CUSTOMER.
           IF WS-CUSTMST-COUNT < 2000
               MOVE WS-AR-IMAGE (WS-AR-SUB) TO CUST-ARCH-REC
               MOVE 'Y' TO WS-AR-REINST-SW (WS-AR-SUB)
               ADD 1 TO WS-REINSTATED-COUNT
               ADD 1 TO WS-CUSTMST-COUNT
               MOVE AR-CUST-NUM TO WS-CM-CUST-NUM (WS-CUSTMST-COUNT)
               MOVE AR-FIRST-NAME TO WS-CM-FIRST (WS-CUSTMST-COUNT)
               MOVE AR-LAST-NAME TO WS-CM-LAST (WS-CUSTMST-COUNT)
               MOVE AR-FIRST-KEY TO WS-CM-FIRST-KEY (WS-CUSTMST-COUNT)
               MOVE AR-LAST-KEY TO WS-CM-LAST-KEY (WS-CUSTMST-COUNT)
               MOVE AR-ADDRESS TO WS-CM-ADDRESS (WS-CUSTMST-COUNT)
               MOVE AR-CITY TO WS-CM-CITY (WS-CUSTMST-COUNT)
               MOVE AR-STATE TO WS-CM-STATE (WS-CUSTMST-COUNT)
               MOVE AR-ZIP TO WS-CM-ZIP (WS-CUSTMST-COUNT)
               MOVE SPACES TO MERGE-REC
               STRING "REINST  FIRST=" CU-FIRST-NAME
                      " LAST=" CU-LAST-NAME
                      " RESTORED CUST " AR-CUST-NUM
                      " ARCHIVED " AR-ARCHIVE-DATE
                      DELIMITED BY SIZE INTO MERGE-REC
               WRITE MERGE-REC
               DISPLAY "Reinstated archived customer " AR-CUST-NUM
                       ": " CU-FIRST-NAME " " CU-LAST-NAME
               MOVE WS-CUSTMST-COUNT TO WS-CM-SUB
               PERFORM 1210-MERGE-CUSTOMER
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: CUSTOMER MASTER TABLE FULL - "
                       CU-FIRST-NAME " " CU-LAST-NAME
                       " NOT REINSTATED ***"
           END-IF.

       1220-ADD-NEW-CUSTOMER.
           IF WS-CUSTMST-COUNT < 2000
               ADD 1 TO WS-NEW-CUST-COUNT
               MOVE CU-CITY TO WS-CM-CITY (WS-CUSTMST-COUNT)
               MOVE CU-STATE TO WS-CM-STATE (WS-CUSTMST-COUNT)
               MOVE CU-ZIP TO WS-CM-ZIP (WS-CUSTMST-COUNT)
               MOVE JOBHDR-RUN-DATE TO WS-CM-LAST-ACT (WS-CUSTMST-COUNT)
               MOVE SPACES TO MERGE-REC
               STRING "NEW     FIRST=" CU-FIRST-NAME
                      " LAST=" CU-LAST-NAME
               WRITE EXCEPT-REC
           END-IF.

       0074-LOAD-CUST-ARCHIVE.
           MOVE 0 TO WS-AR-COUNT.
           OPEN INPUT CUST-ARCH-FILE.
           IF WS-CUSTARCH-STATUS = "00"
               PERFORM UNTIL END-OF-CUSTARCH
                   READ CUST-ARCH-FILE
                       AT END
                           SET END-OF-CUSTARCH TO TRUE
                       NOT AT END
                           PERFORM 0073-LOAD-ONE-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE CUST-ARCH-FILE
           END-IF.

       0073-LOAD-ONE-ARCHIVE-ROW.
           IF AR-CUST-NUM > WS-HIGH-CUST-NUM
               MOVE AR-CUST-NUM TO WS-HIGH-CUST-NUM
           END-IF.
           IF WS-AR-COUNT < 2000
               ADD 1 TO WS-AR-COUNT
               MOVE AR-CUST-NUM TO WS-AR-CUST-NUM (WS-AR-COUNT)
               MOVE AR-FIRST-NAME TO WS-AR-FIRST (WS-AR-COUNT)
               MOVE AR-LAST-NAME TO WS-AR-LAST (WS-AR-COUNT)
               MOVE AR-FIRST-KEY TO WS-AR-FIRST-KEY (WS-AR-COUNT)
               MOVE AR-LAST-KEY TO WS-AR-LAST-KEY (WS-AR-COUNT)
               MOVE CUST-ARCH-REC TO WS-AR-IMAGE (WS-AR-COUNT)
               MOVE 'N' TO WS-AR-REINST-SW (WS-AR-COUNT)
           ELSE
               IF NOT CUSTARCH-OVERFLOW
                   SET CUSTARCH-OVERFLOW TO TRUE
                   DISPLAY "*** WARNING: CUSTOMER ARCHIVE TABLE FULL - "
                           "LATER ROWS CANNOT BE REINSTATED ***"
               END-IF
           END-IF.

       0076-LOAD-RTN-HIST.
           MOVE 0 TO WS-RTN-COUNT.
           OPEN INPUT RTN-HIST-FILE.
               END-EVALUATE
               PERFORM 0079-CHECK-SUPPRESSION-RULES
           END-IF.
           IF (RT-MOVED OR RT-REFUSED OR RT-UNDELIVERABLE)
                   AND NOT REPLAYING
               PERFORM 0090-TRACE-RETURN
           END-IF.

       0079-CHECK-SUPPRESSION-RULES.
           IF WS-RH-SUPPRESSED-SW (WS-RH-SUB) = 'N'
               END-IF
           END-IF.

      *> The return names a customer, not a piece: the customer is
      *> found on the master by exact name, then the latest piece
      *> mailed to them that has no return against it yet takes this
      *> one. A return for a name not on the master, or for a
      *> customer with no such piece, is counted as untraced.
       0090-TRACE-RETURN.
           MOVE 'N' TO WS-TRACE-SW.
           MOVE 'N' TO WS-RETRACE-SW.
           MOVE 0 TO WS-CM-SUB.
           IF CAMP-HIST-OPEN
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
                   IF RT-FIRST-NAME = WS-CM-FIRST (WS-CM-IDX)
                       AND RT-LAST-NAME = WS-CM-LAST (WS-CM-IDX)
                       SET WS-CM-SUB TO WS-CM-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CM-SUB > 0
               MOVE WS-CM-CUST-NUM (WS-CM-SUB) TO CP-CUST-NUM
               MOVE 0 TO CP-MAIL-DATE
               MOVE LOW-VALUES TO CP-CAMPAIGN
               MOVE 'N' TO WS-CP-EOF-SW
               START CAMP-HIST-FILE KEY IS NOT LESS THAN CP-KEY
                   INVALID KEY
                       SET END-OF-CP TO TRUE
               END-START
               PERFORM UNTIL END-OF-CP
                   READ CAMP-HIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-CP TO TRUE
                       NOT AT END
                           IF CP-CUST-NUM
                                   NOT = WS-CM-CUST-NUM (WS-CM-SUB)
                               SET END-OF-CP TO TRUE
                           ELSE
                               PERFORM 0092-CHECK-PIECE
                           END-IF
                   END-READ
                   IF WS-CAMP-HIST-STATUS NOT = "00"
                       SET END-OF-CP TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF ALREADY-TRACED
               SET PIECE-TRACED TO TRUE
           ELSE
               IF PIECE-TRACED
                   PERFORM 0094-STAMP-RETURN
               END-IF
           END-IF.
           IF PIECE-TRACED
               ADD 1 TO WS-RTN-TRACED
           ELSE
               ADD 1 TO WS-RTN-UNTRACED
               DISPLAY "Return not traced to a campaign: "
                       RT-FIRST-NAME " " RT-LAST-NAME
           END-IF.

      *> The latest qualifying piece wins, as the customer's pieces
      *> read oldest first.
       0092-CHECK-PIECE.
           IF CP-MAILED
                   AND CP-RETURN-DATE = JOBHDR-RUN-DATE
                   AND CP-RETURN-REASON = RT-REASON
               SET ALREADY-TRACED TO TRUE
               SET END-OF-CP TO TRUE
           ELSE
               IF CP-MAILED AND CP-NOT-RETURNED
                       AND CP-MAIL-DATE < JOBHDR-RUN-DATE
                   SET PIECE-TRACED TO TRUE
                   MOVE CP-KEY TO WS-TRACE-KEY
               END-IF
           END-IF.

       0094-STAMP-RETURN.
           IF PIECE-TRACED
               MOVE WS-TRACE-KEY TO CP-KEY
               READ CAMP-HIST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRACE-SW
               END-READ
           END-IF.
           IF PIECE-TRACED
               MOVE RT-REASON TO CP-RETURN-REASON
               MOVE JOBHDR-RUN-DATE TO CP-RETURN-DATE
               REWRITE CAMP-HIST-REC
                   INVALID KEY
                       MOVE 'N' TO WS-TRACE-SW
               END-REWRITE
           END-IF.

       1075-CHECK-AUTO-SUPPRESS.
           MOVE 'N' TO WS-AUTO-SUPP-SW.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      *> ADDRHIST is a KSDS like PERDHIST, created empty on the first
      *> run. Without it no move can be recorded, so notices are then
      *> listed but none is applied.
       0080-OPEN-ADDR-HIST.
           OPEN I-O ADDR-HIST-FILE.
           IF WS-ADDR-HIST-STATUS = "35"
               OPEN OUTPUT ADDR-HIST-FILE
               CLOSE ADDR-HIST-FILE
               OPEN I-O ADDR-HIST-FILE
           END-IF.
           IF WS-ADDR-HIST-STATUS = "00"
               SET ADDR-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "*** EXCEPTION: ADDRHIST OPEN FAILED, STATUS "
                       WS-ADDR-HIST-STATUS
                       " - NO CHANGE OF ADDRESS APPLIED ***"
           END-IF.

      *> CONTHIST is a KSDS like ADDRHIST, created empty on the first
      *> run; without it the run goes on, but no contact is kept.
       0081-OPEN-CONT-HIST.
           OPEN I-O CONT-HIST-FILE.
           IF WS-CONT-HIST-STATUS = "35"
               OPEN OUTPUT CONT-HIST-FILE
               CLOSE CONT-HIST-FILE
               OPEN I-O CONT-HIST-FILE
           END-IF.
           IF WS-CONT-HIST-STATUS = "00"
               SET CONT-HIST-OPEN TO TRUE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: CONTHIST OPEN FAILED, STATUS "
                       WS-CONT-HIST-STATUS
                       " - NO CONTACTS RECORDED ***"
           END-IF.
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE (JOBHDR-RUN-DATE)
               - WS-CONTACT-WINDOW-DAYS + 1.
           INITIALIZE WS-KW-TALLIES.

      *> CAMPHIST is a KSDS like ADDRHIST, created empty on the first
      *> run and held open from the returns pass through the report.
      *> A same-day rerun rewrites its own rows rather than adding a
      *> second mailing.
       0082-OPEN-CAMP-HIST.
           IF PARM-CAMPAIGN-CODE NOT = SPACES
               MOVE PARM-CAMPAIGN-CODE TO WS-CAMPAIGN-CODE
           ELSE
               MOVE JOBHDR-RUN-DATE TO WS-CAMPAIGN-CODE
           END-IF.
           DISPLAY "Mailing campaign: " WS-CAMPAIGN-CODE.
           OPEN I-O CAMP-HIST-FILE.
           IF WS-CAMP-HIST-STATUS = "35"
               OPEN OUTPUT CAMP-HIST-FILE
               CLOSE CAMP-HIST-FILE
               OPEN I-O CAMP-HIST-FILE
           END-IF.
           IF WS-CAMP-HIST-STATUS = "00"
               SET CAMP-HIST-OPEN TO TRUE
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               DISPLAY "*** EXCEPTION: CAMPHIST OPEN FAILED, STATUS "
                       WS-CAMP-HIST-STATUS
                       " - CAMPAIGN NOT TRACKED ***"
           END-IF.

       0085-PROCESS-COA.
           OPEN OUTPUT COA-RPT-FILE.
           MOVE SPACES TO COA-RPT-REC.
           STRING "CHANGE OF ADDRESS - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO COA-RPT-REC.
           WRITE COA-RPT-REC.
           OPEN INPUT COA-FILE.
           IF WS-COA-STATUS = "00"
               PERFORM UNTIL END-OF-COA
                   READ COA-FILE
                       AT END
                           SET END-OF-COA TO TRUE
                       NOT AT END
                           ADD 1 TO WS-COA-READ
                           PERFORM 0086-APPLY-ONE-COA
                   END-READ
               END-PERFORM
               CLOSE COA-FILE
           END-IF.
           IF WS-COA-READ = 0
               MOVE SPACES TO COA-RPT-REC
               STRING "  (no change-of-address notices)"
                      DELIMITED BY SIZE INTO COA-RPT-REC
               WRITE COA-RPT-REC
           END-IF.
           MOVE SPACES TO COA-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE
                  INTO COA-RPT-REC.
           WRITE COA-RPT-REC.
           MOVE SPACES TO COA-RPT-REC.
           STRING "  READ=" WS-COA-READ
                  "  CHANGED=" WS-COA-CHANGED
                  "  NO MATCH=" WS-COA-NOMATCH
                  "  NOT YET EFFECTIVE=" WS-COA-PENDING
                  DELIMITED BY SIZE INTO COA-RPT-REC.
           WRITE COA-RPT-REC.
           MOVE SPACES TO COA-RPT-REC.
           STRING "  ALREADY APPLIED=" WS-COA-ALREADY
                  "  REJECTED=" WS-COA-REJECTED
                  "  MOVED COUNTS CLEARED=" WS-MOVED-CLEARED
                  DELIMITED BY SIZE INTO COA-RPT-REC.
           WRITE COA-RPT-REC.
           CLOSE COA-RPT-FILE.
           DISPLAY "Change of address: " WS-COA-READ " read, "
                   WS-COA-CHANGED " changed, " WS-COA-NOMATCH
                   " unmatched.".

       0086-APPLY-ONE-COA.
           MOVE 0 TO WS-CM-SUB.
           EVALUATE TRUE
               WHEN CA-EFFECTIVE-DATE IS NOT NUMERIC
                       OR CA-NEW-ADDRESS = SPACES
                       OR CA-NEW-ZIP = SPACES
                   ADD 1 TO WS-COA-REJECTED
                   MOVE SPACES TO COA-RPT-REC
                   STRING "REJECTED  " CA-FIRST-NAME " " CA-LAST-NAME
                          " - NEW ADDRESS OR EFFECTIVE DATE MISSING"
                          DELIMITED BY SIZE INTO COA-RPT-REC
                   WRITE COA-RPT-REC
               WHEN NOT ADDR-HIST-OPEN
                   ADD 1 TO WS-COA-REJECTED
                   MOVE SPACES TO COA-RPT-REC
                   STRING "REJECTED  " CA-FIRST-NAME " " CA-LAST-NAME
                          " - ADDRHIST UNAVAILABLE, RESEND"
                          DELIMITED BY SIZE INTO COA-RPT-REC
                   WRITE COA-RPT-REC
               WHEN CA-EFFECTIVE-DATE > JOBHDR-RUN-DATE
                   ADD 1 TO WS-COA-PENDING
                   MOVE SPACES TO COA-RPT-REC
                   STRING "PENDING   " CA-FIRST-NAME " " CA-LAST-NAME
                          " - EFFECTIVE " CA-EFFECTIVE-DATE
                          ", NOT APPLIED"
                          DELIMITED BY SIZE INTO COA-RPT-REC
                   WRITE COA-RPT-REC
               WHEN OTHER
                   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                           UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
                       IF CA-FIRST-NAME = WS-CM-FIRST (WS-CM-IDX)
                           AND CA-LAST-NAME = WS-CM-LAST (WS-CM-IDX)
                           AND CA-OLD-ZIP (1:5)
                               = WS-CM-ZIP (WS-CM-IDX) (1:5)
                           SET WS-CM-SUB TO WS-CM-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-CM-SUB > 0
                       PERFORM 0087-CHANGE-ADDRESS
                   ELSE
                       PERFORM 0088-COA-NOT-MATCHED
                   END-IF
           END-EVALUATE.

       0087-CHANGE-ADDRESS.
           ADD 1 TO WS-COA-CHANGED.
           MOVE WS-CM-CUST-NUM (WS-CM-SUB) TO AH-CUST-NUM.
           MOVE CA-EFFECTIVE-DATE TO AH-EFFECTIVE-DATE.
           MOVE WS-CM-ADDRESS (WS-CM-SUB) TO AH-ADDRESS.
           MOVE WS-CM-CITY (WS-CM-SUB) TO AH-CITY.
           MOVE WS-CM-STATE (WS-CM-SUB) TO AH-STATE.
           MOVE WS-CM-ZIP (WS-CM-SUB) TO AH-ZIP.
           MOVE JOBHDR-RUN-DATE TO AH-RUN-DATE.
      *> Two moves on one effective date keep the first row - the
      *> address the customer actually lived at before that day. A
      *> replay finds the row already written by the stopped run.
           IF NOT REPLAYING
               WRITE ADDR-HIST-REC
                   INVALID KEY
                       ADD 1 TO WS-COA-HIST-DUP
                       DISPLAY "*** WARNING: ADDRHIST ALREADY HOLDS "
                               "A MOVE ON " CA-EFFECTIVE-DATE
                               " FOR CUST " AH-CUST-NUM
                               " - EARLIER ROW KEPT ***"
               END-WRITE
           END-IF.

           MOVE SPACES TO COA-RPT-REC.
           STRING "CHANGED   CUST " WS-CM-CUST-NUM (WS-CM-SUB) " "
                  CA-FIRST-NAME " " CA-LAST-NAME
                  " EFFECTIVE " CA-EFFECTIVE-DATE
                  DELIMITED BY SIZE INTO COA-RPT-REC.
           WRITE COA-RPT-REC.
           MOVE SPACES TO COA-RPT-REC.
           STRING "    FROM " WS-CM-ADDRESS (WS-CM-SUB) " "
                  WS-CM-CITY (WS-CM-SUB) " " WS-CM-STATE (WS-CM-SUB)
                  " " WS-CM-ZIP (WS-CM-SUB)
                  DELIMITED BY SIZE INTO COA-RPT-REC.
           WRITE COA-RPT-REC.
           MOVE SPACES TO COA-RPT-REC.
           STRING "    TO   " CA-NEW-ADDRESS " " CA-NEW-CITY " "
                  CA-NEW-STATE " " CA-NEW-ZIP
                  DELIMITED BY SIZE INTO COA-RPT-REC.
           WRITE COA-RPT-REC.

           MOVE CA-NEW-ADDRESS TO WS-CM-ADDRESS (WS-CM-SUB).
           MOVE CA-NEW-CITY TO WS-CM-CITY (WS-CM-SUB).
           MOVE CA-NEW-STATE TO WS-CM-STATE (WS-CM-SUB).
           MOVE CA-NEW-ZIP TO WS-CM-ZIP (WS-CM-SUB).
           MOVE JOBHDR-RUN-DATE TO WS-CM-LAST-ACT (WS-CM-SUB).

           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   UNTIL WS-RH-IDX > WS-RTN-COUNT
               IF WS-RH-FIRST (WS-RH-IDX) = CA-FIRST-NAME
                   AND WS-RH-LAST (WS-RH-IDX) = CA-LAST-NAME
                   IF WS-RH-MOVED (WS-RH-IDX) > 0
                       MOVE 0 TO WS-RH-MOVED (WS-RH-IDX)
                       ADD 1 TO WS-MOVED-CLEARED
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A notice resent after it was applied finds the customer
      *> already at the new address; that is reported, not counted
      *> as unmatched.
       0088-COA-NOT-MATCHED.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
               IF CA-FIRST-NAME = WS-CM-FIRST (WS-CM-IDX)
                   AND CA-LAST-NAME = WS-CM-LAST (WS-CM-IDX)
                   AND CA-NEW-ADDRESS = WS-CM-ADDRESS (WS-CM-IDX)
                   AND CA-NEW-ZIP = WS-CM-ZIP (WS-CM-IDX)
                   SET WS-CM-SUB TO WS-CM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO COA-RPT-REC.
           IF WS-CM-SUB > 0
               ADD 1 TO WS-COA-ALREADY
               STRING "ALREADY   CUST " WS-CM-CUST-NUM (WS-CM-SUB) " "
                      CA-FIRST-NAME " " CA-LAST-NAME
                      " - ALREADY AT NEW ADDRESS"
                      DELIMITED BY SIZE INTO COA-RPT-REC
           ELSE
               ADD 1 TO WS-COA-NOMATCH
               STRING "NO MATCH  " CA-FIRST-NAME " " CA-LAST-NAME
                      " OLD ZIP " CA-OLD-ZIP
                      " - NO CUSTOMER ON FILE"
                      DELIMITED BY SIZE INTO COA-RPT-REC
               DISPLAY "*** EXCEPTION: CHANGE OF ADDRESS MATCHED NO "
                       "CUSTOMER - " CA-FIRST-NAME " " CA-LAST-NAME
                       " ***"
           END-IF.
           WRITE COA-RPT-REC.

       1995-WRITE-RTN-HIST.
           OPEN OUTPUT RTN-HIST-FILE.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
                   AND WS-STD-ZIP = WS-HH-ZIP (WS-HH-IDX)
                   SET HH-MATCH-FOUND TO TRUE
                   ADD 1 TO WS-HH-MEMBERS (WS-HH-IDX)
                   SET WS-MP-HH-SUB TO WS-HH-IDX
                   PERFORM 1310-NOTE-MAILED-MEMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
                   MOVE WS-STD-ZIP TO WS-HH-ZIP (WS-HH-COUNT)
                   MOVE 1 TO WS-HH-MEMBERS (WS-HH-COUNT)
                   MOVE 'N' TO WS-HH-DONE-SW (WS-HH-COUNT)
                   MOVE WS-HH-COUNT TO WS-MP-HH-SUB
                   PERFORM 1310-NOTE-MAILED-MEMBER
               ELSE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "*** EXCEPTION: HOUSEHOLD TABLE FULL - "
               END-IF
           END-IF.

       1310-NOTE-MAILED-MEMBER.
           IF WS-CUR-CUST-NUM > 0
               IF WS-MP-COUNT < 2000
                   ADD 1 TO WS-MP-COUNT
                   MOVE WS-CUR-CUST-NUM TO WS-MP-CUST (WS-MP-COUNT)
                   MOVE WS-MP-HH-SUB TO WS-MP-HH (WS-MP-COUNT)
               ELSE
                   DISPLAY "*** WARNING: MAILED-CUSTOMER TABLE FULL - "
                           FULL-NAME " NOT TRACKED IN CAMPHIST ***"
               END-IF
           END-IF.

      *> One MAILING-REC per household: a single-member household is
      *> addressed to the person, a multi-member one to "The <surname>
      *> Household". The summary report shows the pieces-saved count
           MOVE WS-HH-STATE (WS-HH-IDX) TO ML-STATE.
           MOVE WS-HH-ZIP (WS-HH-IDX) TO ML-ZIP.
           WRITE MAILING-REC.
           PERFORM 1455-RECORD-CAMPAIGN-PIECE.
           PERFORM 1460-TALLY-BUNDLE.
           IF WS-HH-MEMBERS (WS-HH-IDX) > 1
               MOVE SPACES TO HOUSEHOLD-REC
               WRITE HOUSEHOLD-REC
           END-IF.

      *> Every customer noted against this household gets a row; the
      *> first one found carries the lead switch for the piece.
       1455-RECORD-CAMPAIGN-PIECE.
           IF CAMP-HIST-OPEN
               SET WS-MP-HH-SUB TO WS-HH-IDX
               MOVE 'Y' TO WS-CP-LEAD
               PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MP-COUNT
                   IF WS-MP-HH (WS-MP-IDX) = WS-MP-HH-SUB
                       MOVE WS-MP-CUST (WS-MP-IDX) TO CP-CUST-NUM
                       MOVE WS-HH-WRITTEN TO CP-HOUSEHOLD
                       MOVE WS-CP-LEAD TO CP-LEAD-SW
                       MOVE WS-HH-ZIP (WS-HH-IDX) TO CP-ZIP
                       SET CP-MAILED TO TRUE
                       PERFORM 1458-WRITE-CAMP-HIST
                       MOVE 'N' TO WS-CP-LEAD
                   END-IF
               END-PERFORM
           END-IF.

      *> Caller fills customer, household, lead switch, ZIP and status.
      *> A row already there is this run's own from an earlier
      *> attempt; it is rewritten with any return already traced to
      *> it kept.
       1458-WRITE-CAMP-HIST.
           MOVE JOBHDR-RUN-DATE TO CP-MAIL-DATE.
           MOVE WS-CAMPAIGN-CODE TO CP-CAMPAIGN.
           MOVE SPACE TO CP-RETURN-REASON.
           MOVE 0 TO CP-RETURN-DATE.
           MOVE JOBHDR-RUN-ID TO CP-RUN-ID.
           WRITE CAMP-HIST-REC
               INVALID KEY
                   PERFORM 1459-REWRITE-CAMP-HIST
           END-WRITE.
           IF CP-MAILED
               ADD 1 TO WS-CP-MAILED-ROWS
           ELSE
               ADD 1 TO WS-CP-SUPPR-ROWS
           END-IF.

       1459-REWRITE-CAMP-HIST.
           MOVE CAMP-HIST-REC TO WS-CP-HOLD-REC.
           MOVE SPACE TO WS-CP-HOLD-REASON.
           MOVE 0 TO WS-CP-HOLD-RTN-DATE.
           READ CAMP-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CP-RETURN-REASON TO WS-CP-HOLD-REASON
                   MOVE CP-RETURN-DATE TO WS-CP-HOLD-RTN-DATE
           END-READ.
           MOVE WS-CP-HOLD-REC TO CAMP-HIST-REC.
           MOVE WS-CP-HOLD-REASON TO CP-RETURN-REASON.
           MOVE WS-CP-HOLD-RTN-DATE TO CP-RETURN-DATE.
           REWRITE CAMP-HIST-REC
               INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "*** EXCEPTION: CAMPHIST WRITE "
                           "FAILED FOR CUST " CP-CUST-NUM
                           ", STATUS " WS-CAMP-HIST-STATUS
                           " ***"
           END-REWRITE.

      *> Classic control-break off the ZIP-ordered extract: a change
      *> of 5-digit ZIP closes that ZIP's bundle line, a change of
      *> 3-digit prefix additionally closes the prefix line and
               MOVE WS-CM-CITY (WS-CM-IDX) TO CM-CITY
               MOVE WS-CM-STATE (WS-CM-IDX) TO CM-STATE
               MOVE WS-CM-ZIP (WS-CM-IDX) TO CM-ZIP
               MOVE WS-CM-LAST-ACT (WS-CM-IDX) TO CM-LAST-ACTIVITY
               WRITE CUST-MASTER-REC
           END-PERFORM.
           CLOSE CUST-MASTER-FILE.
           DISPLAY "Customer master: " WS-CUSTMST-COUNT
                   " on file, " WS-NEW-CUST-COUNT " new, "
                   WS-MERGE-COUNT " merged, " WS-REINSTATED-COUNT
                   " reinstated this run.".
           IF WS-SUPERSEDED-COUNT > 0
               DISPLAY "Feed addresses superseded by change of "
                       "address: " WS-SUPERSEDED-COUNT
           END-IF.

       1992-WRITE-CUST-ARCHIVE.
           IF WS-REINSTATED-COUNT > 0
               IF CUSTARCH-OVERFLOW
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "*** EXCEPTION: CUSTARCH NOT REWRITTEN - "
                           "TABLE FULL; " WS-REINSTATED-COUNT
                           " REINSTATED ROWS STILL ON ARCHIVE ***"
               ELSE
                   OPEN OUTPUT CUST-ARCH-FILE
                   PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                           UNTIL WS-AR-IDX > WS-AR-COUNT
                       IF WS-AR-REINST-SW (WS-AR-IDX) = 'N'
                           MOVE WS-AR-IMAGE (WS-AR-IDX)
                               TO CUST-ARCH-REC
                           WRITE CUST-ARCH-REC
                       END-IF
                   END-PERFORM
                   CLOSE CUST-ARCH-FILE
               END-IF
           END-IF.

       1070-CHECK-DO-NOT-MAIL.
           MOVE 'N' TO WS-DNM-MATCH-SW.
           MOVE FUNCTION UPPER-CASE (CU-CITY) TO WS-STD-CITY.
           MOVE CU-ZIP TO WS-STD-ZIP.

      *> One pass over CONTHIST in key order, so each customer's
      *> contacts arrive together; 2084 acts on the customer just
      *> finished whenever the customer number changes. Only contacts
      *> dated inside the window count, both toward the customer's
      *> alert and toward the reason summary's window column.
       2080-PRINT-CONTACT-REPORT.
           OPEN OUTPUT CONTACT-RPT-FILE.
           MOVE SPACES TO CONTACT-RPT-REC.
           STRING "CONTACT HISTORY - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO CONTACT-RPT-REC.
           WRITE CONTACT-RPT-REC.
           MOVE SPACES TO CONTACT-RPT-REC.
           STRING "CUSTOMERS WITH " WS-CONTACT-ALERT-COUNT
                  " OR MORE CONTACTS IN " WS-CONTACT-WINDOW-DAYS
                  " DAYS" DELIMITED BY SIZE INTO CONTACT-RPT-REC.
           WRITE CONTACT-RPT-REC.
           IF CONT-HIST-OPEN
               MOVE 0 TO WS-CH-PREV-CUST
               MOVE 0 TO WS-CH-CUST-CONTACTS
               MOVE 0 TO WS-CB-COUNT
               MOVE 'N' TO WS-CH-EOF-SW
               MOVE ZEROS TO CH-KEY
               START CONT-HIST-FILE KEY IS NOT LESS THAN CH-KEY
                   INVALID KEY
                       SET END-OF-CH TO TRUE
               END-START
               PERFORM UNTIL END-OF-CH
                   READ CONT-HIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-CH TO TRUE
                       NOT AT END
                           PERFORM 2082-TALLY-CONTACT
                   END-READ
                   IF WS-CONT-HIST-STATUS NOT = "00"
                       SET END-OF-CH TO TRUE
                   END-IF
               END-PERFORM
               PERFORM 2084-CONTACT-CUSTOMER-BREAK
               CLOSE CONT-HIST-FILE
           ELSE
               MOVE SPACES TO CONTACT-RPT-REC
               STRING "  (CONTHIST could not be opened - no history)"
                      DELIMITED BY SIZE INTO CONTACT-RPT-REC
               WRITE CONTACT-RPT-REC
           END-IF.
           IF WS-CONTACT-ALERTS = 0
               MOVE SPACES TO CONTACT-RPT-REC
               STRING "  (none)" DELIMITED BY SIZE
                      INTO CONTACT-RPT-REC
               WRITE CONTACT-RPT-REC
           END-IF.

           MOVE SPACES TO CONTACT-RPT-REC.
           WRITE CONTACT-RPT-REC.
           MOVE SPACES TO CONTACT-RPT-REC.
           STRING "CONTACT REASON SUMMARY      THIS RUN  LAST "
                  WS-CONTACT-WINDOW-DAYS " DAYS"
                  DELIMITED BY SIZE INTO CONTACT-RPT-REC.
           WRITE CONTACT-RPT-REC.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                   UNTIL WS-KW-IDX > WS-KW-OTHER
               MOVE SPACES TO CONTACT-RPT-REC
               STRING "  " WS-KW-WORD (WS-KW-IDX)
                      "           " WS-KW-RUN-COUNT (WS-KW-IDX)
                      "       " WS-KW-WINDOW-COUNT (WS-KW-IDX)
                      DELIMITED BY SIZE INTO CONTACT-RPT-REC
               WRITE CONTACT-RPT-REC
           END-PERFORM.

           MOVE SPACES TO CONTACT-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE
                  INTO CONTACT-RPT-REC.
           WRITE CONTACT-RPT-REC.
           MOVE SPACES TO CONTACT-RPT-REC.
           STRING "  CONTACTS RECORDED=" WS-CONTACTS-ADDED
                  "  ALREADY ON FILE=" WS-CONTACTS-DUP
                  "  CUSTOMERS LISTED=" WS-CONTACT-ALERTS
                  DELIMITED BY SIZE INTO CONTACT-RPT-REC.
           WRITE CONTACT-RPT-REC.
           CLOSE CONTACT-RPT-FILE.
           DISPLAY "Contact history: " WS-CONTACTS-ADDED
                   " recorded, " WS-CONTACTS-DUP " already on file, "
                   WS-CONTACT-ALERTS " customers at "
                   WS-CONTACT-ALERT-COUNT "+ contacts.".

       2082-TALLY-CONTACT.
           IF CH-CUST-NUM NOT = WS-CH-PREV-CUST
               PERFORM 2084-CONTACT-CUSTOMER-BREAK
               MOVE CH-CUST-NUM TO WS-CH-PREV-CUST
           END-IF.
           COMPUTE WS-CH-DATE-INT =
               FUNCTION INTEGER-OF-DATE (CH-CONTACT-DATE).
           IF WS-CH-DATE-INT >= WS-WINDOW-START-INT
                   AND CH-CONTACT-DATE <= JOBHDR-RUN-DATE
               ADD 1 TO WS-CH-CUST-CONTACTS
               IF WS-CB-COUNT < 20
                   ADD 1 TO WS-CB-COUNT
                   MOVE CH-CONTACT-DATE TO WS-CB-DATE (WS-CB-COUNT)
                   MOVE CH-REASON TO WS-CB-REASON (WS-CB-COUNT)
                   MOVE CH-REMARKS TO WS-CB-REMARKS (WS-CB-COUNT)
               END-IF
               MOVE WS-KW-OTHER TO WS-KW-SUB
               PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                       UNTIL WS-KW-IDX > WS-KW-COUNT
                   IF CH-REASON = WS-KW-WORD (WS-KW-IDX)
                       MOVE WS-KW-IDX TO WS-KW-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               ADD 1 TO WS-KW-WINDOW-COUNT (WS-KW-SUB)
           END-IF.

       2084-CONTACT-CUSTOMER-BREAK.
           IF WS-CH-CUST-CONTACTS >= WS-CONTACT-ALERT-COUNT
               ADD 1 TO WS-CONTACT-ALERTS
               MOVE 0 TO WS-CM-SUB
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CUSTMST-COUNT
                   IF WS-CM-CUST-NUM (WS-CM-IDX) = WS-CH-PREV-CUST
                       SET WS-CM-SUB TO WS-CM-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO CONTACT-RPT-REC
               IF WS-CM-SUB > 0
                   STRING "CUST " WS-CH-PREV-CUST " "
                          WS-CM-FIRST (WS-CM-SUB) " "
                          WS-CM-LAST (WS-CM-SUB)
                          " CONTACTS=" WS-CH-CUST-CONTACTS
                          DELIMITED BY SIZE INTO CONTACT-RPT-REC
               ELSE
                   STRING "CUST " WS-CH-PREV-CUST
                          " (NOT ON CUSTMSTR)"
                          " CONTACTS=" WS-CH-CUST-CONTACTS
                          DELIMITED BY SIZE INTO CONTACT-RPT-REC
               END-IF
               WRITE CONTACT-RPT-REC
               PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                       UNTIL WS-CB-IDX > WS-CB-COUNT
                   MOVE SPACES TO CONTACT-RPT-REC
                   STRING "    " WS-CB-DATE (WS-CB-IDX) " "
                          WS-CB-REASON (WS-CB-IDX) " "
                          WS-CB-REMARKS (WS-CB-IDX)
                          DELIMITED BY SIZE INTO CONTACT-RPT-REC
                   WRITE CONTACT-RPT-REC
               END-PERFORM
               IF WS-CH-CUST-CONTACTS > WS-CB-COUNT
                   MOVE SPACES TO CONTACT-RPT-REC
                   STRING "    ... AND MORE, NOT LISTED"
                          DELIMITED BY SIZE INTO CONTACT-RPT-REC
                   WRITE CONTACT-RPT-REC
               END-IF
           END-IF.
           MOVE 0 TO WS-CH-CUST-CONTACTS.
           MOVE 0 TO WS-CB-COUNT.

      *> Covers every campaign on CAMPHIST, not just tonight's, since
      *> returns for a mailing keep arriving for weeks after it. The
      *> return rate is returns over pieces mailed.
       2090-PRINT-CAMPAIGN-REPORT.
           OPEN OUTPUT CAMPAIGN-RPT-FILE.
           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "CAMPAIGN RESULTS - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           IF CAMP-HIST-OPEN
               MOVE 'N' TO WS-CP-EOF-SW
               MOVE LOW-VALUES TO CP-KEY
               START CAMP-HIST-FILE KEY IS NOT LESS THAN CP-KEY
                   INVALID KEY
                       SET END-OF-CP TO TRUE
               END-START
               PERFORM UNTIL END-OF-CP
                   READ CAMP-HIST-FILE NEXT RECORD
                       AT END
                           SET END-OF-CP TO TRUE
                       NOT AT END
                           PERFORM 2092-TALLY-CAMPAIGN-ROW
                   END-READ
                   IF WS-CAMP-HIST-STATUS NOT = "00"
                       SET END-OF-CP TO TRUE
                   END-IF
               END-PERFORM
               CLOSE CAMP-HIST-FILE
           ELSE
               MOVE SPACES TO CAMPAIGN-RPT-REC
               STRING "  (CAMPHIST could not be opened - no history)"
                      DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC
               WRITE CAMPAIGN-RPT-REC
           END-IF.

           MOVE SPACES TO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "BY CAMPAIGN   MAILED  RET-M  RET-R  RET-U  SUPPR"
                  "  RETURN%" DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               MOVE WS-CG-CAMPAIGN (WS-CG-IDX) TO WS-RPT-LABEL
               MOVE WS-CG-TALLIES (WS-CG-IDX) TO WS-RPT-TALLIES
               PERFORM 2098-WRITE-RATE-LINE
           END-PERFORM.

           MOVE SPACES TO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "BY ZIP3       MAILED  RET-M  RET-R  RET-U  SUPPR"
                  "  RETURN%" DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           PERFORM VARYING WS-Z3-IDX FROM 1 BY 1
                   UNTIL WS-Z3-IDX > WS-Z3-COUNT
               MOVE WS-Z3-ZIP3 (WS-Z3-IDX) TO WS-RPT-LABEL
               MOVE WS-Z3-TALLIES (WS-Z3-IDX) TO WS-RPT-TALLIES
               PERFORM 2098-WRITE-RATE-LINE
           END-PERFORM.

           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "=== SUMMARY ===" DELIMITED BY SIZE
                  INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "  THIS RUN: CAMPAIGN=" WS-CAMPAIGN-CODE
                  "  MAILED=" WS-CP-MAILED-ROWS
                  "  SUPPRESSED=" WS-CP-SUPPR-ROWS
                  DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "  RETURNS TRACED=" WS-RTN-TRACED
                  "  UNTRACED=" WS-RTN-UNTRACED
                  "  ROWS NOT TALLIED=" WS-CG-OVERFLOW
                  DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.
           CLOSE CAMPAIGN-RPT-FILE.
           DISPLAY "Campaign " WS-CAMPAIGN-CODE ": "
                   WS-CP-MAILED-ROWS " customers mailed, "
                   WS-CP-SUPPR-ROWS " suppressed; returns traced "
                   WS-RTN-TRACED ", untraced " WS-RTN-UNTRACED.
           IF WS-CG-OVERFLOW > 0
               DISPLAY "*** WARNING: CAMPAIGN REPORT TABLE FULL - "
                       WS-CG-OVERFLOW " CAMPHIST ROWS NOT TALLIED ***"
           END-IF.

       2092-TALLY-CAMPAIGN-ROW.
           PERFORM 2094-FIND-CAMPAIGN.
           PERFORM 2096-FIND-ZIP3.
           IF WS-CG-SUB = 0 OR WS-Z3-SUB = 0
               ADD 1 TO WS-CG-OVERFLOW
           ELSE
               IF CP-SUPPRESSED
                   ADD 1 TO WS-CG-SUPPR (WS-CG-SUB)
                   ADD 1 TO WS-Z3-SUPPR (WS-Z3-SUB)
               ELSE
                   IF CP-PIECE-LEAD
                       ADD 1 TO WS-CG-PIECES (WS-CG-SUB)
                       ADD 1 TO WS-Z3-PIECES (WS-Z3-SUB)
                   END-IF
                   EVALUATE TRUE
                       WHEN CP-RETURN-MOVED
                           ADD 1 TO WS-CG-RET-M (WS-CG-SUB)
                           ADD 1 TO WS-Z3-RET-M (WS-Z3-SUB)
                       WHEN CP-RETURN-REFUSED
                           ADD 1 TO WS-CG-RET-R (WS-CG-SUB)
                           ADD 1 TO WS-Z3-RET-R (WS-Z3-SUB)
                       WHEN CP-RETURN-UNDELIV
                           ADD 1 TO WS-CG-RET-U (WS-CG-SUB)
                           ADD 1 TO WS-Z3-RET-U (WS-Z3-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

      *> Leaves WS-CG-SUB on CP-CAMPAIGN's row, inserting the row in
      *> code order when it is new; 0 when the table is full.
       2094-FIND-CAMPAIGN.
           MOVE 0 TO WS-CG-SUB.
           MOVE 0 TO WS-INSERT-AT.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-CG-COUNT
               IF WS-CG-CAMPAIGN (WS-CG-IDX) = CP-CAMPAIGN
                   SET WS-CG-SUB TO WS-CG-IDX
                   EXIT PERFORM
               END-IF
               IF WS-CG-CAMPAIGN (WS-CG-IDX) > CP-CAMPAIGN
                   SET WS-INSERT-AT TO WS-CG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CG-SUB = 0 AND WS-CG-COUNT < 200
               IF WS-INSERT-AT = 0
                   COMPUTE WS-INSERT-AT = WS-CG-COUNT + 1
               END-IF
               PERFORM VARYING WS-SHIFT-SUB FROM WS-CG-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                   MOVE WS-CG-ENTRY (WS-SHIFT-SUB)
                       TO WS-CG-ENTRY (WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-CG-COUNT
               MOVE WS-INSERT-AT TO WS-CG-SUB
               MOVE CP-CAMPAIGN TO WS-CG-CAMPAIGN (WS-CG-SUB)
               INITIALIZE WS-CG-TALLIES (WS-CG-SUB)
           END-IF.

       2096-FIND-ZIP3.
           MOVE 0 TO WS-Z3-SUB.
           MOVE 0 TO WS-INSERT-AT.
           PERFORM VARYING WS-Z3-IDX FROM 1 BY 1
                   UNTIL WS-Z3-IDX > WS-Z3-COUNT
               IF WS-Z3-ZIP3 (WS-Z3-IDX) = CP-ZIP (1:3)
                   SET WS-Z3-SUB TO WS-Z3-IDX
                   EXIT PERFORM
               END-IF
               IF WS-Z3-ZIP3 (WS-Z3-IDX) > CP-ZIP (1:3)
                   SET WS-INSERT-AT TO WS-Z3-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-Z3-SUB = 0 AND WS-Z3-COUNT < 1000
               IF WS-INSERT-AT = 0
                   COMPUTE WS-INSERT-AT = WS-Z3-COUNT + 1
               END-IF
               PERFORM VARYING WS-SHIFT-SUB FROM WS-Z3-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                   MOVE WS-Z3-ENTRY (WS-SHIFT-SUB)
                       TO WS-Z3-ENTRY (WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-Z3-COUNT
               MOVE WS-INSERT-AT TO WS-Z3-SUB
               MOVE CP-ZIP (1:3) TO WS-Z3-ZIP3 (WS-Z3-SUB)
               INITIALIZE WS-Z3-TALLIES (WS-Z3-SUB)
           END-IF.

       2098-WRITE-RATE-LINE.
           IF WS-RPT-PIECES > 0
               COMPUTE WS-RPT-RATE ROUNDED =
                   (WS-RPT-RET-M + WS-RPT-RET-R + WS-RPT-RET-U)
                   * 100 / WS-RPT-PIECES
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RPT-RATE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-RPT-RATE
           END-IF.
           MOVE WS-RPT-RATE TO WS-RPT-RATE-ED.
           MOVE SPACES TO CAMPAIGN-RPT-REC.
           STRING "  " WS-RPT-LABEL "   " WS-RPT-PIECES
                  "  " WS-RPT-RET-M "  " WS-RPT-RET-R
                  "  " WS-RPT-RET-U "  " WS-RPT-SUPPR
                  "    " WS-RPT-RATE-ED
                  DELIMITED BY SIZE INTO CAMPAIGN-RPT-REC.
           WRITE CAMPAIGN-RPT-REC.

      *> Lists the top surnames in descending order of tally, for
      *> mailing segmentation. Each pass pulls the highest remaining
      *> tally, reports it, then zeroes it so the next pass finds the
