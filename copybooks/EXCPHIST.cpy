      *> EXCPHIST - one row per (program, exception type, key) that
      *> EXCPDIG has ever digested, carried forward across runs: when
      *> it was first and last seen and how many days in a row it has
      *> been recurring, then where operations stands with it. The
      *> status half is set by EXCPACK from the operators' EXCPTXN
      *> cards; EXCPDIG only ever opens a row (new, or seen again
      *> after it was resolved) and otherwise carries it untouched.
      *> Rows written before the status half existed read it as
      *> spaces - unacknowledged, opened the day first seen.
       01  HIST-REC.
           05  HX-PGM             PIC X(12).
           05  HX-TYPE            PIC X(25).
           05  HX-KEY             PIC X(20).
           05  HX-FIRST-SEEN      PIC 9(8).
           05  HX-LAST-SEEN       PIC 9(8).
           05  HX-STREAK          PIC 9(3).
      *> The day the row last became open - first seen, or the day it
      *> came back after a resolve. Aging is measured from here.
           05  HX-OPENED          PIC 9(8).
           05  HX-STATUS          PIC X.
               88  HX-UNACKNOWLEDGED  VALUE SPACE.
               88  HX-ACKNOWLEDGED    VALUE 'A'.
               88  HX-ASSIGNED        VALUE 'G'.
               88  HX-RESOLVED        VALUE 'R'.
           05  HX-STATUS-DATE     PIC 9(8).
           05  HX-STATUS-OPER     PIC X(8).
           05  HX-ASSIGNED-TO     PIC X(8).
           05  HX-NOTE            PIC X(30).
