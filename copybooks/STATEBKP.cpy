      *> STATEBKP - one generation per night, written by STATSAVE ahead
      *> of the posting steps: an 'H' header, one 'D' row per record
      *> of each running-state file, in file order, and a 'C' control
      *> row last with each file's record count. Every row carries
      *> the run date and time of the backup that wrote it, so
      *> STATRSTR can pick one generation out of the whole base read
      *> as a concatenation. A generation with no control row was cut
      *> short, or hit a file it could not read, and is never restored
      *> from - STATSAVE writes the control row only when every file
      *> was saved.
       01  BACKUP-REC.
           05  BK-REC-TYPE            PIC X.
               88  BK-HEADER          VALUE 'H'.
               88  BK-DATA            VALUE 'D'.
               88  BK-CONTROL         VALUE 'C'.
           05  BK-RUN-DATE            PIC 9(8).
           05  BK-RUN-TIME            PIC 9(6).
           05  BK-FILE-NAME           PIC X(8).
           05  BK-SEQ                 PIC 9(7).
           05  BK-IMAGE               PIC X(400).
           05  BK-HEADER-BODY REDEFINES BK-IMAGE.
               10  BK-HD-RUN-ID       PIC X(8).
               10  BK-HD-OPERATOR-ID  PIC X(8).
               10  FILLER             PIC X(384).
      *> Entries run in STATSAVE's file order; files added to the
      *> backup later go on the end, so an older generation's
      *> control row simply has fewer of them (BK-CT-FILE-COUNT).
           05  BK-CONTROL-BODY REDEFINES BK-IMAGE.
               10  BK-CT-FILE-COUNT   PIC 9(2).
               10  BK-CT-ENTRY OCCURS 24 TIMES.
                   15  BK-CT-FILE     PIC X(8).
      *> 'Y' the file was copied (possibly empty); 'N' it did not
      *> exist yet - a restore leaves such a file alone.
                   15  BK-CT-COPIED-SW PIC X.
                   15  BK-CT-RECORDS  PIC 9(7).
               10  FILLER             PIC X(14).
