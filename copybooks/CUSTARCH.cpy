      *> CUSTARCH - customers archived off CUSTMSTR for inactivity.
      *> The row is the master row as it stood when archived, plus the
      *> date it was archived; STRINGS puts a customer back on the
      *> master under the same AR-CUST-NUM if they reappear on CUSTFILE.
       01  CUST-ARCH-REC.
           05  AR-CUST-NUM    PIC 9(7).
           05  AR-FIRST-NAME  PIC X(10).
           05  AR-LAST-NAME   PIC X(10).
           05  AR-FIRST-KEY   PIC X(4).
           05  AR-LAST-KEY    PIC X(4).
           05  AR-ADDRESS     PIC X(30).
           05  AR-CITY        PIC X(15).
           05  AR-STATE       PIC X(02).
           05  AR-ZIP         PIC X(10).
           05  AR-LAST-ACTIVITY PIC 9(8).
           05  AR-ARCHIVE-DATE PIC 9(8).
