       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-MASTER-FILE ASSIGN TO "DISTMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT SCHED-FILE ASSIGN TO "BATCHCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT ACCRRPT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TUITRPT-FILE ASSIGN TO "TUITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NOSHOWRP-FILE ASSIGN TO "NOSHOWRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RANKRPT-FILE ASSIGN TO "RANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CORRAUDT-FILE ASSIGN TO "CORRAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DEGAUDIT-FILE ASSIGN TO "DEGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT GRADLIST-FILE ASSIGN TO "GRADLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT LOOPRPT-FILE ASSIGN TO "LOOPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TRENDRPT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT MERGERPT-FILE ASSIGN TO "MERGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUPPRPT-FILE ASSIGN TO "SUPPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DUPRPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SURNRPT-FILE ASSIGN TO "SURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT HSHLDRPT-FILE ASSIGN TO "HSHLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BUNDLRPT-FILE ASSIGN TO "BUNDLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT COARPT-FILE ASSIGN TO "COARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CONTRPT-FILE ASSIGN TO "CONTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CAMPRPT-FILE ASSIGN TO "CAMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT XREFRPT-FILE ASSIGN TO "XREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TRIALBAL-FILE ASSIGN TO "TRIALBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCPRPT-FILE ASSIGN TO "EXCPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RECURRPT-FILE ASSIGN TO "RECURRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PAIRRPT-FILE ASSIGN TO "PAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SLARPT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUSPRPT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FLASHRPT-FILE ASSIGN TO "FLASHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT FEEDRPT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCPAGE-FILE ASSIGN TO "EXCPAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DORMRPT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ESCHRPT-FILE ASSIGN TO "ESCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT GOLDOUT-FILE ASSIGN TO "GOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PCNTRPT-FILE ASSIGN TO "PCNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PACKET-FILE ASSIGN TO "DISTPKT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> DISTMSTR - who gets which report, tagged by record type the
      *> way BATCHCAL is. RCPT records name a recipient, how their
      *> packet goes out (P print and courier, E electronic, H held
      *> at the operations desk for pickup) and where to. RPT records
      *> name a report, the nights it is due - D daily, W the listed
      *> weekdays (Mon..Sun Y/N flags), M month-end only - and its
      *> title for the contents page. DIST records put a report in a
      *> recipient's packet at the given position.
       FD  DIST-MASTER-FILE.
       01  DIST-RCPT-REC.
           05  DR-REC-TYPE        PIC X(4).
           05  DR-RCPT-ID         PIC X(8).
           05  DR-RCPT-NAME       PIC X(20).
           05  DR-DELIVERY-CLASS  PIC X.
           05  DR-DELIVER-TO      PIC X(30).
       01  DIST-RPT-REC.
           05  DP-REC-TYPE        PIC X(4).
           05  DP-REPORT-NAME     PIC X(8).
           05  DP-FREQ            PIC X.
           05  DP-DAYS            PIC X(7).
           05  DP-TITLE           PIC X(30).
       01  DIST-LINK-REC.
           05  DL-REC-TYPE        PIC X(4).
           05  DL-RCPT-ID         PIC X(8).
           05  DL-REPORT-NAME     PIC X(8).
           05  DL-SEQ             PIC 9(2).

       FD  SCHED-FILE.
       01  SCHED-CAL-REC.
           05  SC-CAL-TYPE        PIC X(4).
           05  SC-CAL-DATE        PIC 9(8).
           05  SC-CAL-HOLIDAY-SW  PIC X.
           05  SC-CAL-MONTH-END-SW PIC X.

      *> The reports the chain produces that can be distributed, each
      *> at its owning program's record length.
       FD  ACCRRPT-FILE.
       01  ACCRRPT-REC            PIC X(80).
       FD  TUITRPT-FILE.
       01  TUITRPT-REC            PIC X(80).
       FD  NOSHOWRP-FILE.
       01  NOSHOWRP-REC           PIC X(80).
       FD  RANKRPT-FILE.
       01  RANKRPT-REC            PIC X(100).
       FD  CORRAUDT-FILE.
       01  CORRAUDT-REC           PIC X(80).
       FD  DEGAUDIT-FILE.
       01  DEGAUDIT-REC           PIC X(80).
       FD  GRADLIST-FILE.
       01  GRADLIST-REC           PIC X(80).
       FD  LOOPRPT-FILE.
       01  LOOPRPT-REC            PIC X(80).
       FD  TRENDRPT-FILE.
       01  TRENDRPT-REC           PIC X(80).
       FD  MERGERPT-FILE.
       01  MERGERPT-REC           PIC X(100).
       FD  SUPPRPT-FILE.
       01  SUPPRPT-REC            PIC X(80).
       FD  DUPRPT-FILE.
       01  DUPRPT-REC             PIC X(60).
       FD  SURNRPT-FILE.
       01  SURNRPT-REC            PIC X(40).
       FD  HSHLDRPT-FILE.
       01  HSHLDRPT-REC           PIC X(80).
       FD  BUNDLRPT-FILE.
       01  BUNDLRPT-REC           PIC X(80).
       FD  COARPT-FILE.
       01  COARPT-REC             PIC X(80).
       FD  CONTRPT-FILE.
       01  CONTRPT-REC            PIC X(80).
       FD  CAMPRPT-FILE.
       01  CAMPRPT-REC            PIC X(80).
       FD  XREFRPT-FILE.
       01  XREFRPT-REC            PIC X(80).
       FD  TRIALBAL-FILE.
       01  TRIALBAL-REC           PIC X(80).
       FD  EXCPRPT-FILE.
       01  EXCPRPT-REC            PIC X(80).
       FD  RECURRPT-FILE.
       01  RECURRPT-REC           PIC X(120).
       FD  PAIRRPT-FILE.
       01  PAIRRPT-REC            PIC X(80).
       FD  SLARPT-FILE.
       01  SLARPT-REC             PIC X(80).
       FD  SUSPRPT-FILE.
       01  SUSPRPT-REC            PIC X(80).
       FD  FLASHRPT-FILE.
       01  FLASHRPT-REC           PIC X(80).
       FD  FEEDRPT-FILE.
       01  FEEDRPT-REC            PIC X(80).
       FD  EXCPAGE-FILE.
       01  EXCPAGE-REC            PIC X(120).
       FD  DORMRPT-FILE.
       01  DORMRPT-REC            PIC X(80).
       FD  ESCHRPT-FILE.
       01  ESCHRPT-REC            PIC X(80).
       FD  GOLDOUT-FILE.
       01  GOLDOUT-REC            PIC X(31).
       FD  PCNTRPT-FILE.
       01  PCNTRPT-REC            PIC X(80).

      *> DISTPKT - every recipient's packet one after another, each
      *> opening on its banner page so the print room can burst the
      *> run at the banners.
       FD  PACKET-FILE.
       01  PKT-REC                PIC X(132).

      *> DISTCTL - what was due and what was found, report by report,
      *> and one line per packet with its delivery class and size.
       FD  CONTROL-FILE.
       01  CTL-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.

       01  WS-DIST-STATUS         PIC XX VALUE "00".
       01  WS-DIST-EOF-SW         PIC X VALUE 'N'.
           88  END-OF-DIST        VALUE 'Y'.
       01  WS-SCHED-STATUS        PIC XX VALUE "00".
       01  WS-SCHED-EOF-SW        PIC X VALUE 'N'.
           88  END-OF-SCHED       VALUE 'Y'.
       01  WS-RPT-STATUS          PIC XX VALUE "00".
       01  WS-RPT-EOF-SW          PIC X VALUE 'N'.
           88  RPT-AT-END         VALUE 'Y'.
       01  WS-RPT-LINE            PIC X(132).

       01  WS-HOLIDAY-SW          PIC X VALUE 'N'.
           88  TODAY-IS-HOLIDAY   VALUE 'Y'.
       01  WS-MONTH-END-SW        PIC X VALUE 'N'.
           88  TODAY-IS-MONTH-END VALUE 'Y'.
       01  WS-TODAY-INT           PIC 9(7).
      *> 1 = Monday through 7 = Sunday, as BATCH-CTL works it out.
       01  WS-TODAY-DOW           PIC 9.

      *> The DD names this program has a file for, in the order the
      *> open/read/close paragraphs below take them.
       01  WS-CAT-NAMES-LIST.
           05  FILLER PIC X(40) VALUE
               "ACCRRPT TUITRPT NOSHOWRPRANKRPT CORRAUDT".
           05  FILLER PIC X(40) VALUE
               "DEGAUDITGRADLISTLOOPRPT TRENDRPTMERGERPT".
           05  FILLER PIC X(40) VALUE
               "SUPPRPT DUPRPT  SURNRPT HSHLDRPTBUNDLRPT".
           05  FILLER PIC X(40) VALUE
               "COARPT  CONTRPT CAMPRPT XREFRPT TRIALBAL".
           05  FILLER PIC X(40) VALUE
               "EXCPRPT RECURRPTPAIRRPT SLARPT  SUSPRPT ".
           05  FILLER PIC X(40) VALUE
               "FLASHRPTFEEDRPT EXCPAGE DORMRPT ESCHRPT ".
           05  FILLER PIC X(16) VALUE
               "GOLDOUT PCNTRPT ".
       01  WS-CAT-NAMES-TABLE REDEFINES WS-CAT-NAMES-LIST.
           05  WS-CAT-NAME        OCCURS 32 TIMES PIC X(8).
       01  WS-CAT-COUNT           PIC 9(2) VALUE 32.
       01  WS-CAT-IDX             PIC 9(2).
       01  WS-CUR-CAT             PIC 9(2).

       01  WS-RCPT-COUNT          PIC 9(2) VALUE 0.
       01  WS-RCPT-TABLE.
           05  WS-RCPT-ENTRY OCCURS 20 TIMES.
               10  WS-RCPT-ID          PIC X(8).
               10  WS-RCPT-NAME        PIC X(20).
               10  WS-RCPT-CLASS       PIC X.
               10  WS-RCPT-DELIVER-TO  PIC X(30).
       01  WS-RCPT-IDX            PIC 9(2).

       01  WS-RPT-COUNT           PIC 9(2) VALUE 0.
       01  WS-RPT-TABLE.
           05  WS-RPT-ENTRY OCCURS 32 TIMES.
               10  WS-RPT-NAME         PIC X(8).
               10  WS-RPT-CAT-IDX      PIC 9(2).
               10  WS-RPT-FREQ         PIC X.
               10  WS-RPT-DAYS         PIC X(7).
               10  WS-RPT-TITLE        PIC X(30).
               10  WS-RPT-DUE-SW       PIC X.
                   88  WS-RPT-DUE      VALUE 'Y'.
               10  WS-RPT-STATE        PIC X.
                   88  WS-RPT-PRESENT  VALUE 'P'.
                   88  WS-RPT-EMPTY    VALUE 'E'.
                   88  WS-RPT-MISSING  VALUE 'M'.
               10  WS-RPT-LINES        PIC 9(7).
       01  WS-RPT-IDX             PIC 9(2).

       01  WS-LINK-COUNT          PIC 9(3) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 300 TIMES.
               10  WS-LINK-RCPT-IDX    PIC 9(2).
               10  WS-LINK-RPT-IDX     PIC 9(2).
               10  WS-LINK-SEQ         PIC 9(2).
       01  WS-LINK-IDX            PIC 9(3).

      *> One recipient's reports, put in packet order as they are
      *> picked out of the link table.
       01  WS-PKT-COUNT           PIC 9(2) VALUE 0.
       01  WS-PKT-TABLE.
           05  WS-PKT-ENTRY OCCURS 32 TIMES.
               10  WS-PKT-RPT-IDX      PIC 9(2).
               10  WS-PKT-SEQ          PIC 9(2).
       01  WS-PKT-IDX             PIC 9(2).
       01  WS-PKT-SLOT            PIC 9(2).
       01  WS-PKT-LINES           PIC 9(7).

       01  WS-FOUND-SW            PIC X.
           88  ENTRY-FOUND        VALUE 'Y'.
       01  WS-MASTER-WARN-COUNT   PIC 9(4) VALUE 0.
       01  WS-FLAG-COUNT          PIC 9(4) VALUE 0.
       01  WS-PACKETS-BUILT       PIC 9(4) VALUE 0.
       01  WS-CLASS-TEXT          PIC X(30).
       01  WS-STATE-TEXT          PIC X(24).
       01  WS-DUE-TEXT            PIC X(3).
       01  WS-SEQ-DISP            PIC Z9.
       01  WS-LINES-DISP          PIC ZZZZZZ9.
       01  WS-COUNT-DISP          PIC ZZZ9.
       01  WS-BANNER-RULE         PIC X(80) VALUE ALL "*".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0010-INIT-JOB-HEADER.
           DISPLAY "--- Report Distribution ---".
           DISPLAY "Run Date: " JOBHDR-RUN-DATE
                   " Run ID: " JOBHDR-RUN-ID
                   " Operator: " JOBHDR-OPERATOR-ID.

           PERFORM 0040-LOAD-CALENDAR.
           PERFORM 0050-LOAD-DIST-MASTER.
           IF WS-DIST-STATUS NOT = "00"
               DISPLAY "*** DISTMSTR NOT FOUND - NO PACKETS BUILT ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 0070-SURVEY-REPORTS.

           OPEN OUTPUT PACKET-FILE.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM 1000-WRITE-SURVEY.
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               PERFORM 1100-BUILD-PACKET
           END-PERFORM.
           PERFORM 2000-PRINT-SUMMARY.
           CLOSE PACKET-FILE.
           CLOSE CONTROL-FILE.

           IF WS-FLAG-COUNT > 0 OR WS-MASTER-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       0010-INIT-JOB-HEADER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO JOBHDR-RUN-DATE.
           MOVE "DAILYRUN" TO JOBHDR-RUN-ID.
           MOVE "SYSOPR  " TO JOBHDR-OPERATOR-ID.

      *> Only today's CAL record matters here - whether tonight is a
      *> holiday (nothing is due) or a month-end (the M reports are).
      *> No BATCHCAL, or no entry for today, is an ordinary day.
       0040-LOAD-CALENDAR.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (JOBHDR-RUN-DATE).
           COMPUTE WS-TODAY-DOW =
               FUNCTION MOD (WS-TODAY-INT - 1, 7) + 1.
           OPEN INPUT SCHED-FILE.
           IF WS-SCHED-STATUS = "00"
               PERFORM UNTIL END-OF-SCHED
                   READ SCHED-FILE
                       AT END
                           SET END-OF-SCHED TO TRUE
                       NOT AT END
                           IF SC-CAL-TYPE = "CAL "
                                   AND SC-CAL-DATE = JOBHDR-RUN-DATE
                               MOVE SC-CAL-HOLIDAY-SW
                                   TO WS-HOLIDAY-SW
                               MOVE SC-CAL-MONTH-END-SW
                                   TO WS-MONTH-END-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF.

       0050-LOAD-DIST-MASTER.
           OPEN INPUT DIST-MASTER-FILE.
           IF WS-DIST-STATUS = "00"
               PERFORM UNTIL END-OF-DIST
                   READ DIST-MASTER-FILE
                       AT END
                           SET END-OF-DIST TO TRUE
                       NOT AT END
                           PERFORM 0055-STORE-DIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE DIST-MASTER-FILE
           END-IF.

       0055-STORE-DIST-RECORD.
           EVALUATE DR-REC-TYPE
               WHEN "RCPT"
                   PERFORM 0056-STORE-RECIPIENT
               WHEN "RPT "
                   PERFORM 0057-STORE-REPORT
               WHEN "DIST"
                   PERFORM 0058-STORE-LINK
               WHEN OTHER
                   ADD 1 TO WS-MASTER-WARN-COUNT
                   DISPLAY "*** WARNING: UNKNOWN DISTMSTR RECORD "
                           "TYPE '" DR-REC-TYPE "' IGNORED ***"
           END-EVALUATE.

       0056-STORE-RECIPIENT.
           IF WS-RCPT-COUNT >= 20
               ADD 1 TO WS-MASTER-WARN-COUNT
               DISPLAY "*** WARNING: RECIPIENT TABLE FULL - "
                       DR-RCPT-ID " IGNORED ***"
           ELSE
               ADD 1 TO WS-RCPT-COUNT
               MOVE DR-RCPT-ID TO WS-RCPT-ID (WS-RCPT-COUNT)
               MOVE DR-RCPT-NAME TO WS-RCPT-NAME (WS-RCPT-COUNT)
               MOVE DR-DELIVERY-CLASS
                   TO WS-RCPT-CLASS (WS-RCPT-COUNT)
               MOVE DR-DELIVER-TO
                   TO WS-RCPT-DELIVER-TO (WS-RCPT-COUNT)
               IF DR-DELIVERY-CLASS NOT = 'P'
                       AND DR-DELIVERY-CLASS NOT = 'E'
                       AND DR-DELIVERY-CLASS NOT = 'H'
                   ADD 1 TO WS-MASTER-WARN-COUNT
                   DISPLAY "*** WARNING: RECIPIENT " DR-RCPT-ID
                           " DELIVERY CLASS '" DR-DELIVERY-CLASS
                           "' UNKNOWN - PACKET HELD ***"
                   MOVE 'H' TO WS-RCPT-CLASS (WS-RCPT-COUNT)
               END-IF
           END-IF.

      *> A report this program has no file for cannot be bursted;
      *> it is left off the master rather than shown as missing.
       0057-STORE-REPORT.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-NAME (WS-CAT-IDX) = DP-REPORT-NAME
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   ADD 1 TO WS-MASTER-WARN-COUNT
                   DISPLAY "*** WARNING: REPORT " DP-REPORT-NAME
                           " IS NOT DISTRIBUTABLE - IGNORED ***"
               WHEN WS-RPT-COUNT >= 32
                   ADD 1 TO WS-MASTER-WARN-COUNT
                   DISPLAY "*** WARNING: REPORT TABLE FULL - "
                           DP-REPORT-NAME " IGNORED ***"
               WHEN OTHER
                   ADD 1 TO WS-RPT-COUNT
                   MOVE DP-REPORT-NAME TO WS-RPT-NAME (WS-RPT-COUNT)
                   MOVE WS-CAT-IDX TO WS-RPT-CAT-IDX (WS-RPT-COUNT)
                   MOVE DP-FREQ TO WS-RPT-FREQ (WS-RPT-COUNT)
                   MOVE DP-DAYS TO WS-RPT-DAYS (WS-RPT-COUNT)
                   MOVE DP-TITLE TO WS-RPT-TITLE (WS-RPT-COUNT)
                   MOVE 0 TO WS-RPT-LINES (WS-RPT-COUNT)
           END-EVALUATE.

      *> Links refer back to RCPT and RPT records, so those come
      *> first in the master; a link to either that is not (yet) on
      *> file is ignored with a warning.
       0058-STORE-LINK.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               IF WS-RCPT-ID (WS-RCPT-IDX) = DL-RCPT-ID
                   SET ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
                   IF WS-RPT-NAME (WS-RPT-IDX) = DL-REPORT-NAME
                       SET ENTRY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN NOT ENTRY-FOUND
                   ADD 1 TO WS-MASTER-WARN-COUNT
                   DISPLAY "*** WARNING: DIST " DL-RCPT-ID " "
                           DL-REPORT-NAME " - RECIPIENT OR REPORT "
                           "NOT ON FILE - IGNORED ***"
               WHEN WS-LINK-COUNT >= 300
                   ADD 1 TO WS-MASTER-WARN-COUNT
                   DISPLAY "*** WARNING: DIST TABLE FULL - "
                           DL-RCPT-ID " " DL-REPORT-NAME
                           " IGNORED ***"
               WHEN OTHER
                   ADD 1 TO WS-LINK-COUNT
                   MOVE WS-RCPT-IDX TO WS-LINK-RCPT-IDX (WS-LINK-COUNT)
                   MOVE WS-RPT-IDX TO WS-LINK-RPT-IDX (WS-LINK-COUNT)
                   MOVE DL-SEQ TO WS-LINK-SEQ (WS-LINK-COUNT)
           END-EVALUATE.

      *> Each report on the master is opened once up front: no file
      *> at all is MISSING, a file with no lines is EMPTY. Either is
      *> flagged when the report was due tonight.
       0070-SURVEY-REPORTS.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
               PERFORM 0075-SET-REPORT-DUE
               MOVE WS-RPT-CAT-IDX (WS-RPT-IDX) TO WS-CUR-CAT
               PERFORM 1500-OPEN-REPORT
               IF WS-RPT-STATUS NOT = "00"
                   SET WS-RPT-MISSING (WS-RPT-IDX) TO TRUE
               ELSE
                   MOVE 'N' TO WS-RPT-EOF-SW
                   PERFORM UNTIL RPT-AT-END
                       PERFORM 1510-READ-REPORT
                       IF NOT RPT-AT-END
                           ADD 1 TO WS-RPT-LINES (WS-RPT-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM 1520-CLOSE-REPORT
                   IF WS-RPT-LINES (WS-RPT-IDX) = 0
                       SET WS-RPT-EMPTY (WS-RPT-IDX) TO TRUE
                   ELSE
                       SET WS-RPT-PRESENT (WS-RPT-IDX) TO TRUE
                   END-IF
               END-IF
               IF WS-RPT-DUE (WS-RPT-IDX)
                       AND NOT WS-RPT-PRESENT (WS-RPT-IDX)
                   ADD 1 TO WS-FLAG-COUNT
                   IF WS-RPT-MISSING (WS-RPT-IDX)
                       DISPLAY "*** WARNING: " WS-RPT-NAME (WS-RPT-IDX)
                               " DUE TONIGHT BUT MISSING ***"
                   ELSE
                       DISPLAY "*** WARNING: " WS-RPT-NAME (WS-RPT-IDX)
                               " DUE TONIGHT BUT EMPTY ***"
                   END-IF
               END-IF
           END-PERFORM.

      *> The same D/W/M rule BATCH-CTL applies to its steps; nothing
      *> is due on a holiday, when the chain does not run.
       0075-SET-REPORT-DUE.
           MOVE 'Y' TO WS-RPT-DUE-SW (WS-RPT-IDX).
           EVALUATE TRUE
               WHEN TODAY-IS-HOLIDAY
                   MOVE 'N' TO WS-RPT-DUE-SW (WS-RPT-IDX)
               WHEN WS-RPT-FREQ (WS-RPT-IDX) = 'W'
                   IF WS-RPT-DAYS (WS-RPT-IDX) (WS-TODAY-DOW:1)
                           NOT = 'Y'
                       MOVE 'N' TO WS-RPT-DUE-SW (WS-RPT-IDX)
                   END-IF
               WHEN WS-RPT-FREQ (WS-RPT-IDX) = 'M'
                   IF NOT TODAY-IS-MONTH-END
                       MOVE 'N' TO WS-RPT-DUE-SW (WS-RPT-IDX)
                   END-IF
           END-EVALUATE.

       1000-WRITE-SURVEY.
           MOVE SPACES TO CTL-REC.
           STRING "REPORT DISTRIBUTION - RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID " OP " JOBHDR-OPERATOR-ID
                  DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
           MOVE "REPORT   DUE    LINES  STATUS" TO CTL-REC.
           WRITE CTL-REC.
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-COUNT
               PERFORM 1050-SET-STATE-TEXT
               MOVE WS-RPT-LINES (WS-RPT-IDX) TO WS-LINES-DISP
               MOVE SPACES TO CTL-REC
               IF WS-RPT-DUE (WS-RPT-IDX)
                       AND NOT WS-RPT-PRESENT (WS-RPT-IDX)
                   STRING WS-RPT-NAME (WS-RPT-IDX) " " WS-DUE-TEXT
                          " " WS-LINES-DISP "  " WS-STATE-TEXT
                          " *** DUE TONIGHT"
                          DELIMITED BY SIZE INTO CTL-REC
               ELSE
                   STRING WS-RPT-NAME (WS-RPT-IDX) " " WS-DUE-TEXT
                          " " WS-LINES-DISP "  " WS-STATE-TEXT
                          DELIMITED BY SIZE INTO CTL-REC
               END-IF
               WRITE CTL-REC
           END-PERFORM.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
           MOVE "PACKET   NAME                 CLASS  REPORTS    LINES"
               TO CTL-REC.
           WRITE CTL-REC.

       1050-SET-STATE-TEXT.
           IF WS-RPT-DUE (WS-RPT-IDX)
               MOVE "YES" TO WS-DUE-TEXT
           ELSE
               MOVE "NO " TO WS-DUE-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN WS-RPT-PRESENT (WS-RPT-IDX)
                   MOVE "PRESENT" TO WS-STATE-TEXT
               WHEN WS-RPT-EMPTY (WS-RPT-IDX)
                   MOVE "EMPTY" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "MISSING" TO WS-STATE-TEXT
           END-EVALUATE.

      *> One packet: banner page, contents, then each report in
      *> its DIST sequence. A recipient with nothing linked gets no
      *> packet.
       1100-BUILD-PACKET.
           PERFORM 1150-COLLECT-PACKET.
           IF WS-PKT-COUNT = 0
               DISPLAY "Recipient " WS-RCPT-ID (WS-RCPT-IDX)
                       " has no reports - no packet"
           ELSE
               ADD 1 TO WS-PACKETS-BUILT
               MOVE 0 TO WS-PKT-LINES
               PERFORM 1200-WRITE-BANNER
               PERFORM 1300-WRITE-CONTENTS
               PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                       UNTIL WS-PKT-IDX > WS-PKT-COUNT
                   PERFORM 1400-COPY-REPORT
               END-PERFORM
               MOVE SPACES TO PKT-REC
               STRING "*** END OF PACKET FOR "
                      WS-RCPT-ID (WS-RCPT-IDX) " ***"
                      DELIMITED BY SIZE INTO PKT-REC
               WRITE PKT-REC
               MOVE WS-PKT-COUNT TO WS-COUNT-DISP
               MOVE WS-PKT-LINES TO WS-LINES-DISP
               MOVE SPACES TO CTL-REC
               STRING WS-RCPT-ID (WS-RCPT-IDX) " "
                      WS-RCPT-NAME (WS-RCPT-IDX) " "
                      WS-RCPT-CLASS (WS-RCPT-IDX) "      "
                      WS-COUNT-DISP "  " WS-LINES-DISP
                      DELIMITED BY SIZE INTO CTL-REC
               WRITE CTL-REC
           END-IF.

      *> Picks this recipient's links out of the table, inserting
      *> each in sequence order; equal sequences keep master order.
       1150-COLLECT-PACKET.
           MOVE 0 TO WS-PKT-COUNT.
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               IF WS-LINK-RCPT-IDX (WS-LINK-IDX) = WS-RCPT-IDX
                       AND WS-PKT-COUNT < 32
                   MOVE WS-PKT-COUNT TO WS-PKT-SLOT
                   PERFORM UNTIL WS-PKT-SLOT = 0
                       IF WS-PKT-SEQ (WS-PKT-SLOT)
                               <= WS-LINK-SEQ (WS-LINK-IDX)
                           EXIT PERFORM
                       END-IF
                       MOVE WS-PKT-ENTRY (WS-PKT-SLOT)
                           TO WS-PKT-ENTRY (WS-PKT-SLOT + 1)
                       SUBTRACT 1 FROM WS-PKT-SLOT
                   END-PERFORM
                   ADD 1 TO WS-PKT-SLOT
                   MOVE WS-LINK-RPT-IDX (WS-LINK-IDX)
                       TO WS-PKT-RPT-IDX (WS-PKT-SLOT)
                   MOVE WS-LINK-SEQ (WS-LINK-IDX)
                       TO WS-PKT-SEQ (WS-PKT-SLOT)
                   ADD 1 TO WS-PKT-COUNT
               END-IF
           END-PERFORM.

       1200-WRITE-BANNER.
           EVALUATE WS-RCPT-CLASS (WS-RCPT-IDX)
               WHEN 'P'
                   MOVE "P - PRINT AND COURIER" TO WS-CLASS-TEXT
               WHEN 'E'
                   MOVE "E - ELECTRONIC" TO WS-CLASS-TEXT
               WHEN OTHER
                   MOVE "H - HOLD AT OPERATIONS DESK" TO WS-CLASS-TEXT
           END-EVALUATE.
           MOVE WS-BANNER-RULE TO PKT-REC.
           WRITE PKT-REC.
           MOVE "*" TO PKT-REC.
           WRITE PKT-REC.
           MOVE "*  DISTRIBUTION PACKET" TO PKT-REC.
           WRITE PKT-REC.
           MOVE "*" TO PKT-REC.
           WRITE PKT-REC.
           MOVE SPACES TO PKT-REC.
           STRING "*  RECIPIENT  : " WS-RCPT-ID (WS-RCPT-IDX) " "
                  WS-RCPT-NAME (WS-RCPT-IDX)
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.
           MOVE SPACES TO PKT-REC.
           STRING "*  DELIVERY   : " WS-CLASS-TEXT
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.
           MOVE SPACES TO PKT-REC.
           STRING "*  DELIVER TO : " WS-RCPT-DELIVER-TO (WS-RCPT-IDX)
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.
           MOVE SPACES TO PKT-REC.
           STRING "*  RUN        : " JOBHDR-RUN-DATE " "
                  JOBHDR-RUN-ID
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.
           MOVE WS-PKT-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO PKT-REC.
           STRING "*  REPORTS    : " WS-COUNT-DISP
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.
           MOVE "*" TO PKT-REC.
           WRITE PKT-REC.
           MOVE WS-BANNER-RULE TO PKT-REC.
           WRITE PKT-REC.

       1300-WRITE-CONTENTS.
           MOVE SPACES TO PKT-REC.
           WRITE PKT-REC.
           MOVE "CONTENTS" TO PKT-REC.
           WRITE PKT-REC.
           MOVE " NO  REPORT    TITLE                            LINES"
               TO PKT-REC.
           WRITE PKT-REC.
           PERFORM VARYING WS-PKT-IDX FROM 1 BY 1
                   UNTIL WS-PKT-IDX > WS-PKT-COUNT
               MOVE WS-PKT-RPT-IDX (WS-PKT-IDX) TO WS-RPT-IDX
               PERFORM 1050-SET-STATE-TEXT
               IF NOT WS-RPT-PRESENT (WS-RPT-IDX)
                   IF WS-RPT-DUE (WS-RPT-IDX)
                       MOVE "NOT PRODUCED - WAS DUE" TO WS-STATE-TEXT
                   ELSE
                       MOVE "NOT DUE TONIGHT" TO WS-STATE-TEXT
                   END-IF
               ELSE
                   MOVE SPACES TO WS-STATE-TEXT
               END-IF
               MOVE WS-PKT-IDX TO WS-SEQ-DISP
               MOVE WS-RPT-LINES (WS-RPT-IDX) TO WS-LINES-DISP
               MOVE SPACES TO PKT-REC
               STRING " " WS-SEQ-DISP "  " WS-RPT-NAME (WS-RPT-IDX)
                      "  " WS-RPT-TITLE (WS-RPT-IDX) " "
                      WS-LINES-DISP "  " WS-STATE-TEXT
                      DELIMITED BY SIZE INTO PKT-REC
               WRITE PKT-REC
           END-PERFORM.

       1400-COPY-REPORT.
           MOVE WS-PKT-RPT-IDX (WS-PKT-IDX) TO WS-RPT-IDX.
           MOVE SPACES TO PKT-REC.
           WRITE PKT-REC.
           MOVE SPACES TO PKT-REC.
           STRING "---- " WS-RPT-NAME (WS-RPT-IDX) " - "
                  WS-RPT-TITLE (WS-RPT-IDX) " ----"
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.
           IF WS-RPT-PRESENT (WS-RPT-IDX)
               MOVE WS-RPT-CAT-IDX (WS-RPT-IDX) TO WS-CUR-CAT
               PERFORM 1500-OPEN-REPORT
               MOVE 'N' TO WS-RPT-EOF-SW
               PERFORM UNTIL RPT-AT-END
                   PERFORM 1510-READ-REPORT
                   IF NOT RPT-AT-END
                       MOVE WS-RPT-LINE TO PKT-REC
                       WRITE PKT-REC
                       ADD 1 TO WS-PKT-LINES
                   END-IF
               END-PERFORM
               PERFORM 1520-CLOSE-REPORT
           ELSE
               PERFORM 1050-SET-STATE-TEXT
               MOVE SPACES TO PKT-REC
               STRING "     *** NOT PRODUCED TONIGHT - "
                          DELIMITED BY SIZE
                      WS-STATE-TEXT DELIMITED BY SPACE
                      " ***" DELIMITED BY SIZE
                      INTO PKT-REC
               WRITE PKT-REC
           END-IF.
           MOVE SPACES TO PKT-REC.
           STRING "---- END OF " WS-RPT-NAME (WS-RPT-IDX) " ----"
                  DELIMITED BY SIZE INTO PKT-REC.
           WRITE PKT-REC.

      *> One file per report DD, so opening, reading, and closing
      *> "the report" is a dispatch on its catalogue slot. All of
      *> them share WS-RPT-STATUS; a read that does not come back
      *> "00" ends the report.
       1500-OPEN-REPORT.
           EVALUATE WS-CUR-CAT
               WHEN 1  OPEN INPUT ACCRRPT-FILE
               WHEN 2  OPEN INPUT TUITRPT-FILE
               WHEN 3  OPEN INPUT NOSHOWRP-FILE
               WHEN 4  OPEN INPUT RANKRPT-FILE
               WHEN 5  OPEN INPUT CORRAUDT-FILE
               WHEN 6  OPEN INPUT DEGAUDIT-FILE
               WHEN 7  OPEN INPUT GRADLIST-FILE
               WHEN 8  OPEN INPUT LOOPRPT-FILE
               WHEN 9  OPEN INPUT TRENDRPT-FILE
               WHEN 10 OPEN INPUT MERGERPT-FILE
               WHEN 11 OPEN INPUT SUPPRPT-FILE
               WHEN 12 OPEN INPUT DUPRPT-FILE
               WHEN 13 OPEN INPUT SURNRPT-FILE
               WHEN 14 OPEN INPUT HSHLDRPT-FILE
               WHEN 15 OPEN INPUT BUNDLRPT-FILE
               WHEN 16 OPEN INPUT COARPT-FILE
               WHEN 17 OPEN INPUT CONTRPT-FILE
               WHEN 18 OPEN INPUT CAMPRPT-FILE
               WHEN 19 OPEN INPUT XREFRPT-FILE
               WHEN 20 OPEN INPUT TRIALBAL-FILE
               WHEN 21 OPEN INPUT EXCPRPT-FILE
               WHEN 22 OPEN INPUT RECURRPT-FILE
               WHEN 23 OPEN INPUT PAIRRPT-FILE
               WHEN 24 OPEN INPUT SLARPT-FILE
               WHEN 25 OPEN INPUT SUSPRPT-FILE
               WHEN 26 OPEN INPUT FLASHRPT-FILE
               WHEN 27 OPEN INPUT FEEDRPT-FILE
               WHEN 28 OPEN INPUT EXCPAGE-FILE
               WHEN 29 OPEN INPUT DORMRPT-FILE
               WHEN 30 OPEN INPUT ESCHRPT-FILE
               WHEN 31 OPEN INPUT GOLDOUT-FILE
               WHEN 32 OPEN INPUT PCNTRPT-FILE
           END-EVALUATE.

       1510-READ-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           EVALUATE WS-CUR-CAT
               WHEN 1  READ ACCRRPT-FILE INTO WS-RPT-LINE
               WHEN 2  READ TUITRPT-FILE INTO WS-RPT-LINE
               WHEN 3  READ NOSHOWRP-FILE INTO WS-RPT-LINE
               WHEN 4  READ RANKRPT-FILE INTO WS-RPT-LINE
               WHEN 5  READ CORRAUDT-FILE INTO WS-RPT-LINE
               WHEN 6  READ DEGAUDIT-FILE INTO WS-RPT-LINE
               WHEN 7  READ GRADLIST-FILE INTO WS-RPT-LINE
               WHEN 8  READ LOOPRPT-FILE INTO WS-RPT-LINE
               WHEN 9  READ TRENDRPT-FILE INTO WS-RPT-LINE
               WHEN 10 READ MERGERPT-FILE INTO WS-RPT-LINE
               WHEN 11 READ SUPPRPT-FILE INTO WS-RPT-LINE
               WHEN 12 READ DUPRPT-FILE INTO WS-RPT-LINE
               WHEN 13 READ SURNRPT-FILE INTO WS-RPT-LINE
               WHEN 14 READ HSHLDRPT-FILE INTO WS-RPT-LINE
               WHEN 15 READ BUNDLRPT-FILE INTO WS-RPT-LINE
               WHEN 16 READ COARPT-FILE INTO WS-RPT-LINE
               WHEN 17 READ CONTRPT-FILE INTO WS-RPT-LINE
               WHEN 18 READ CAMPRPT-FILE INTO WS-RPT-LINE
               WHEN 19 READ XREFRPT-FILE INTO WS-RPT-LINE
               WHEN 20 READ TRIALBAL-FILE INTO WS-RPT-LINE
               WHEN 21 READ EXCPRPT-FILE INTO WS-RPT-LINE
               WHEN 22 READ RECURRPT-FILE INTO WS-RPT-LINE
               WHEN 23 READ PAIRRPT-FILE INTO WS-RPT-LINE
               WHEN 24 READ SLARPT-FILE INTO WS-RPT-LINE
               WHEN 25 READ SUSPRPT-FILE INTO WS-RPT-LINE
               WHEN 26 READ FLASHRPT-FILE INTO WS-RPT-LINE
               WHEN 27 READ FEEDRPT-FILE INTO WS-RPT-LINE
               WHEN 28 READ EXCPAGE-FILE INTO WS-RPT-LINE
               WHEN 29 READ DORMRPT-FILE INTO WS-RPT-LINE
               WHEN 30 READ ESCHRPT-FILE INTO WS-RPT-LINE
               WHEN 31 READ GOLDOUT-FILE INTO WS-RPT-LINE
               WHEN 32 READ PCNTRPT-FILE INTO WS-RPT-LINE
           END-EVALUATE.
           IF WS-RPT-STATUS NOT = "00"
               SET RPT-AT-END TO TRUE
           END-IF.

       1520-CLOSE-REPORT.
           EVALUATE WS-CUR-CAT
               WHEN 1  CLOSE ACCRRPT-FILE
               WHEN 2  CLOSE TUITRPT-FILE
               WHEN 3  CLOSE NOSHOWRP-FILE
               WHEN 4  CLOSE RANKRPT-FILE
               WHEN 5  CLOSE CORRAUDT-FILE
               WHEN 6  CLOSE DEGAUDIT-FILE
               WHEN 7  CLOSE GRADLIST-FILE
               WHEN 8  CLOSE LOOPRPT-FILE
               WHEN 9  CLOSE TRENDRPT-FILE
               WHEN 10 CLOSE MERGERPT-FILE
               WHEN 11 CLOSE SUPPRPT-FILE
               WHEN 12 CLOSE DUPRPT-FILE
               WHEN 13 CLOSE SURNRPT-FILE
               WHEN 14 CLOSE HSHLDRPT-FILE
               WHEN 15 CLOSE BUNDLRPT-FILE
               WHEN 16 CLOSE COARPT-FILE
               WHEN 17 CLOSE CONTRPT-FILE
               WHEN 18 CLOSE CAMPRPT-FILE
               WHEN 19 CLOSE XREFRPT-FILE
               WHEN 20 CLOSE TRIALBAL-FILE
               WHEN 21 CLOSE EXCPRPT-FILE
               WHEN 22 CLOSE RECURRPT-FILE
               WHEN 23 CLOSE PAIRRPT-FILE
               WHEN 24 CLOSE SLARPT-FILE
               WHEN 25 CLOSE SUSPRPT-FILE
               WHEN 26 CLOSE FLASHRPT-FILE
               WHEN 27 CLOSE FEEDRPT-FILE
               WHEN 28 CLOSE EXCPAGE-FILE
               WHEN 29 CLOSE DORMRPT-FILE
               WHEN 30 CLOSE ESCHRPT-FILE
               WHEN 31 CLOSE GOLDOUT-FILE
               WHEN 32 CLOSE PCNTRPT-FILE
           END-EVALUATE.

       2000-PRINT-SUMMARY.
           MOVE SPACES TO CTL-REC.
           WRITE CTL-REC.
           MOVE WS-PACKETS-BUILT TO WS-COUNT-DISP.
           MOVE SPACES TO CTL-REC.
           STRING "PACKETS BUILT:        " WS-COUNT-DISP
                  DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO CTL-REC.
           STRING "DUE REPORTS NOT MADE: " WS-COUNT-DISP
                  DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
           MOVE WS-MASTER-WARN-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO CTL-REC.
           STRING "DISTMSTR WARNINGS:    " WS-COUNT-DISP
                  DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
           DISPLAY "Packets built: " WS-PACKETS-BUILT
                   "  Due reports not made: " WS-FLAG-COUNT.
