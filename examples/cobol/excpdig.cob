       01  DIGEST-REC         PIC X(80).

       FD  HIST-FILE.
       COPY EXCPHIST.

       FD  RECUR-FILE.
       01  RECUR-REC          PIC X(120).
               10  WS-HX-FIRST-SEEN PIC 9(8).
               10  WS-HX-LAST-SEEN  PIC 9(8).
               10  WS-HX-STREAK     PIC 9(3).
               10  WS-HX-STATUS-PART.
                   15  WS-HX-OPENED      PIC 9(8).
                   15  WS-HX-STATUS      PIC X.
                   15  WS-HX-STATUS-DATE PIC 9(8).
                   15  WS-HX-STATUS-OPER PIC X(8).
                   15  WS-HX-ASSIGNED-TO PIC X(8).
                   15  WS-HX-NOTE        PIC X(30).
       01  WS-HX-MATCH-SW     PIC X VALUE 'N'.
           88  HX-MATCH-FOUND VALUE 'Y'.
       01  WS-HX-SUB          PIC 9(4).
                                   WS-HX-LAST-SEEN (WS-HIST-COUNT)
                               MOVE HX-STREAK
                                   TO WS-HX-STREAK (WS-HIST-COUNT)
                               PERFORM 0045-LOAD-HIST-STATUS
                           ELSE
                               ADD 1 TO WS-HIST-DROP-COUNT
                           END-IF
                       WS-HIST-DROP-COUNT " ENTRIES NOT LOADED ***"
           END-IF.

      *> The status half is carried through as it stands; a row from
      *> before it existed is opened as of its first sighting.
       0045-LOAD-HIST-STATUS.
           IF HX-OPENED IS NUMERIC
               MOVE HX-OPENED TO WS-HX-OPENED (WS-HIST-COUNT)
               MOVE HX-STATUS TO WS-HX-STATUS (WS-HIST-COUNT)
               MOVE HX-STATUS-DATE TO
                   WS-HX-STATUS-DATE (WS-HIST-COUNT)
               MOVE HX-STATUS-OPER TO
                   WS-HX-STATUS-OPER (WS-HIST-COUNT)
               MOVE HX-ASSIGNED-TO TO
                   WS-HX-ASSIGNED-TO (WS-HIST-COUNT)
               MOVE HX-NOTE TO WS-HX-NOTE (WS-HIST-COUNT)
           ELSE
               MOVE SPACES TO WS-HX-STATUS-PART (WS-HIST-COUNT)
               MOVE HX-FIRST-SEEN TO WS-HX-OPENED (WS-HIST-COUNT)
               MOVE 0 TO WS-HX-STATUS-DATE (WS-HIST-COUNT)
           END-IF.

      *> Splits a detail line into its exception type (text up to
      *> the writers' double-space delimiter) and its key (the first
      *> NAME=value token after it), then folds the occurrence into
      *> the history: same day is idempotent, a day-after-yesterday
      *> sighting extends the streak, anything else starts a new one.
      *> A resolved exception that turns up again on a later day is
      *> open again: unacknowledged, aged from today, with the old
      *> resolution note kept until someone replaces it.
       1500-POST-HISTORY.
           MOVE SPACES TO WS-PARSE-TYPE.
           MOVE SPACES TO WS-PARSE-REST.
               END-IF
           END-PERFORM.
           IF HX-MATCH-FOUND
               IF WS-HX-STATUS (WS-HX-SUB) = 'R'
                       AND WS-HX-STATUS-DATE (WS-HX-SUB) < WS-TODAY-8
                   MOVE SPACE TO WS-HX-STATUS (WS-HX-SUB)
                   MOVE WS-TODAY-8 TO WS-HX-OPENED (WS-HX-SUB)
                   MOVE WS-TODAY-8 TO WS-HX-STATUS-DATE (WS-HX-SUB)
                   MOVE SPACES TO WS-HX-STATUS-OPER (WS-HX-SUB)
                   MOVE SPACES TO WS-HX-ASSIGNED-TO (WS-HX-SUB)
                   DISPLAY "*** REOPENED: " WS-CUR-PGM " "
                           WS-PARSE-TYPE " KEY=" WS-PARSE-KEY
                           " - RESOLVED BUT SEEN AGAIN ***"
               END-IF
               EVALUATE TRUE
                   WHEN WS-HX-LAST-SEEN (WS-HX-SUB) = WS-TODAY-8
                       CONTINUE
                   MOVE WS-TODAY-8
                       TO WS-HX-LAST-SEEN (WS-HIST-COUNT)
                   MOVE 1 TO WS-HX-STREAK (WS-HIST-COUNT)
                   MOVE SPACES TO WS-HX-STATUS-PART (WS-HIST-COUNT)
                   MOVE WS-TODAY-8 TO WS-HX-OPENED (WS-HIST-COUNT)
                   MOVE WS-TODAY-8
                       TO WS-HX-STATUS-DATE (WS-HIST-COUNT)
               ELSE
                   ADD 1 TO WS-HIST-DROP-COUNT
               END-IF
               MOVE WS-HX-FIRST-SEEN (WS-HX-IDX) TO HX-FIRST-SEEN
               MOVE WS-HX-LAST-SEEN (WS-HX-IDX) TO HX-LAST-SEEN
               MOVE WS-HX-STREAK (WS-HX-IDX) TO HX-STREAK
               MOVE WS-HX-OPENED (WS-HX-IDX) TO HX-OPENED
               MOVE WS-HX-STATUS (WS-HX-IDX) TO HX-STATUS
               MOVE WS-HX-STATUS-DATE (WS-HX-IDX) TO HX-STATUS-DATE
               MOVE WS-HX-STATUS-OPER (WS-HX-IDX) TO HX-STATUS-OPER
               MOVE WS-HX-ASSIGNED-TO (WS-HX-IDX) TO HX-ASSIGNED-TO
               MOVE WS-HX-NOTE (WS-HX-IDX) TO HX-NOTE
               WRITE HIST-REC
           END-PERFORM.
           CLOSE HIST-FILE.
