      *> ENRLVER - term enrollment verification file sent to the
      *> clearinghouse and the state. One header, one detail per
      *> student, one trailer; every record is 80 bytes and starts
      *> with its record type. The trailer carries the detail count
      *> and the sum of ED-CREDITS so the receiver can balance it.
       01  ENRL-DETAIL-REC.
           05  ED-REC-TYPE         PIC X.
               88  ED-IS-DETAIL    VALUE 'D'.
           05  ED-STUDENT-ID       PIC X(9).
           05  ED-STUDENT-NAME     PIC X(20).
           05  ED-PROGRAM          PIC X(15).
           05  ED-CREDITS          PIC 9(3).
           05  ED-LOAD-STATUS      PIC X.
               88  ED-FULL-TIME    VALUE 'F'.
               88  ED-HALF-TIME    VALUE 'H'.
               88  ED-LESS-THAN-HALF VALUE 'L'.
           05  ED-WITHDRAWN-SW     PIC X.
               88  ED-WITHDRAWN    VALUE 'Y'.
               88  ED-NOT-WITHDRAWN VALUE 'N'.
           05  ED-TERMS-COMPLETED  PIC 9(3).
           05  FILLER              PIC X(27).
       01  ENRL-HEADER-REC.
           05  EH-REC-TYPE         PIC X.
               88  EH-IS-HEADER    VALUE 'H'.
           05  EH-FILE-ID          PIC X(8).
           05  EH-FILE-DATE        PIC 9(8).
           05  EH-RUN-ID           PIC X(8).
           05  FILLER              PIC X(55).
       01  ENRL-TRAILER-REC.
           05  ET-REC-TYPE         PIC X.
               88  ET-IS-TRAILER   VALUE 'T'.
           05  ET-RECORD-COUNT     PIC 9(7).
           05  ET-CREDIT-HASH      PIC 9(9).
           05  FILLER              PIC X(63).
