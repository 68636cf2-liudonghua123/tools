      *> BATCHREG - the permanent registry of every TRANFILE batch
      *> block ARITHMETIC has posted, keyed on the three fields of its
      *> BATCHHDR record. A block arriving with a key already here is
      *> a resend and is refused whole. The counts are the block's
      *> own as read, and BR-BALANCED-SW records whether its trailer
      *> agreed with them - its postings were applied either way.
       01  BATCH-REG-REC.
           05  BR-KEY.
               10  BR-SOURCE-ID       PIC X(8).
               10  BR-BATCH-DATE      PIC 9(8).
               10  BR-BATCH-NUM       PIC 9(4).
           05  BR-POSTED-DATE         PIC 9(8).
           05  BR-RUN-ID              PIC X(8).
           05  BR-TRANS-COUNT         PIC 9(5).
           05  BR-HASH-TOTAL          PIC 9(10).
           05  BR-BALANCED-SW         PIC X.
               88  BR-BLOCK-BALANCED  VALUE 'Y'.
