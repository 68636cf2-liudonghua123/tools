      *> CAMPHIST - one row per customer per mailing: every customer
      *> whose household was sent a piece, and every customer held out
      *> of that mailing by a suppression. Keyed customer, then mail
      *> date, then campaign, so one customer's mailings read in date
      *> order and a MAILRTN return can be traced to the latest piece
      *> sent. CP-HOUSEHOLD is the piece's sequence in that run's
      *> MAILLIST; the first member of a household carries the lead
      *> switch, so pieces are counted once per household.
       01  CAMP-HIST-REC.
           05  CP-KEY.
               10  CP-CUST-NUM        PIC 9(7).
               10  CP-MAIL-DATE       PIC 9(8).
               10  CP-CAMPAIGN        PIC X(8).
           05  CP-HOUSEHOLD           PIC 9(5).
           05  CP-LEAD-SW             PIC X.
               88  CP-PIECE-LEAD      VALUE 'Y'.
           05  CP-ZIP                 PIC X(10).
           05  CP-STATUS              PIC X.
               88  CP-MAILED          VALUE 'M'.
               88  CP-SUPPRESSED      VALUE 'S'.
           05  CP-RETURN-REASON       PIC X.
               88  CP-NOT-RETURNED    VALUE SPACE.
               88  CP-RETURN-MOVED    VALUE 'M'.
               88  CP-RETURN-REFUSED  VALUE 'R'.
               88  CP-RETURN-UNDELIV  VALUE 'U'.
           05  CP-RETURN-DATE         PIC 9(8).
           05  CP-RUN-ID              PIC X(8).
