      *> CUSTXREF - which customer owns which ledger account: one row
      *> per link, kept in customer-number-then-account-ref order by
      *> XREFMNT. A customer may hold several accounts, but an account
      *> belongs to one customer only, so its statement has a single
      *> addressee. CUSTSTMT reads it to put a CUSTMSTR name and
      *> address on each account's statement.
       01  CUST-XREF-REC.
           05  XR-KEY.
               10  XR-CUST-NUM        PIC 9(7).
               10  XR-ACCT-REF        PIC X(8).
           05  XR-LINK-DATE           PIC 9(8).
           05  XR-OPERATOR-ID         PIC X(8).
