      *> ADDRHIST - every address a customer has moved away from, one
      *> row per change of address, keyed customer-then-effective-date
      *> so one customer's history reads in order. The row holds the
      *> address that was on CUSTMSTR until the effective date.
       01  ADDR-HIST-REC.
           05  AH-KEY.
               10  AH-CUST-NUM        PIC 9(7).
               10  AH-EFFECTIVE-DATE  PIC 9(8).
           05  AH-ADDRESS             PIC X(30).
           05  AH-CITY                PIC X(15).
           05  AH-STATE               PIC X(02).
           05  AH-ZIP                 PIC X(10).
           05  AH-RUN-DATE            PIC 9(8).
