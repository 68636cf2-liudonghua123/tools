      *> CUSTMSTR - the persistent customer master STRINGS maintains:
      *> one row per assigned customer number, with the phonetic keys
      *> the duplicate match runs on and the current mailing address.
      *> CM-LAST-ACTIVITY is the last run date the customer appeared
      *> on CUSTFILE or filed a change of address; ARCHCUST moves rows
      *> idle too long to CUSTARCH.
       01  CUST-MASTER-REC.
           05  CM-CUST-NUM    PIC 9(7).
           05  CM-FIRST-NAME  PIC X(10).
           05  CM-LAST-NAME   PIC X(10).
           05  CM-FIRST-KEY   PIC X(4).
           05  CM-LAST-KEY    PIC X(4).
           05  CM-ADDRESS     PIC X(30).
           05  CM-CITY        PIC X(15).
           05  CM-STATE       PIC X(02).
           05  CM-ZIP         PIC X(10).
           05  CM-LAST-ACTIVITY PIC 9(8).
