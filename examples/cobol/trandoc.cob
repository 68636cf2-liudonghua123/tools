           05  TH-RUN-DATE         PIC 9(8).
           05  TH-TERM-GPA         PIC 9V9.
           05  TH-LAST-GRADE       PIC X.
           05  TH-CREDITS-EARNED   PIC 9(2).
           05  TH-W-COUNT          PIC 9.
           05  TH-SECTION-CODE     PIC X(6).

       FD  PARM-FILE.
       COPY PARMCTL.
