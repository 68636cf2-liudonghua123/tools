                   END-IF
               END-IF
           END-IF.
      *> Blank on cards written to the older, shorter ARITPARM
      *> layout; zero also leaves ARITHMETIC on its default.
           IF PARM-ARITH-COMMIT-INTERVAL (1:) NOT = SPACES
               IF PARM-ARITH-COMMIT-INTERVAL IS NOT NUMERIC
                   DISPLAY "*** PARMCHK: ARITPARM COMMIT-"
                           "INTERVAL NOT NUMERIC: "
                           PARM-ARITH-COMMIT-INTERVAL " ***"
                   SET THIS-CARD-BAD TO TRUE
               END-IF
           END-IF.
           IF ARIT-RUN-ID = SPACES
               DISPLAY "*** PARMCHK: ARITPARM RUN-ID "
                       "IS BLANK ***"
                   END-IF
               END-IF
           END-IF.
           IF NOT PARM-RERUN-SKIP AND NOT PARM-RERUN-BACKOUT
               DISPLAY "*** PARMCHK: CTLFPARM RERUN-ACTION "
                       "NOT S OR B: " PARM-RERUN-ACTION " ***"
               SET THIS-CARD-BAD TO TRUE
           END-IF.
           IF CTLF-RUN-ID = SPACES
               DISPLAY "*** PARMCHK: CTLFPARM RUN-ID "
                       "IS BLANK ***"
                       PARM-STATE-REWRITE " ***"
               SET THIS-CARD-BAD TO TRUE
           END-IF.
      *> Also blank on older cards. A range, once given, must be
      *> numeric, in order, and inside the card's own MAX-NUM - the
      *> check reads the sieve state only that far.
           IF PARM-GOLDBACH-LO (1:) NOT = SPACES
                   OR PARM-GOLDBACH-HI (1:) NOT = SPACES
               IF PARM-GOLDBACH-LO IS NOT NUMERIC
                       OR PARM-GOLDBACH-HI IS NOT NUMERIC
                   DISPLAY "*** PARMCHK: PRIMPARM GOLDBACH "
                           "RANGE NOT NUMERIC: " PARM-GOLDBACH-LO
                           "-" PARM-GOLDBACH-HI " ***"
                   SET THIS-CARD-BAD TO TRUE
               ELSE
                   IF PARM-GOLDBACH-LO > PARM-GOLDBACH-HI
                       DISPLAY "*** PARMCHK: PRIMPARM GOLDBACH "
                               "LO ABOVE HI: " PARM-GOLDBACH-LO
                               "-" PARM-GOLDBACH-HI " ***"
                       SET THIS-CARD-BAD TO TRUE
                   END-IF
                   IF PARM-MAX-NUM IS NUMERIC
                           AND PARM-GOLDBACH-HI > PARM-MAX-NUM
                       DISPLAY "*** PARMCHK: PRIMPARM GOLDBACH "
                               "HI ABOVE MAX-NUM: " PARM-GOLDBACH-HI
                               " ***"
                       SET THIS-CARD-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF PARM-COUNT-INTERVAL (1:) NOT = SPACES
                   AND PARM-COUNT-INTERVAL IS NOT NUMERIC
               DISPLAY "*** PARMCHK: PRIMPARM COUNT-INTERVAL "
                       "NOT NUMERIC: " PARM-COUNT-INTERVAL " ***"
               SET THIS-CARD-BAD TO TRUE
           END-IF.
           IF PARM-QUERY-BUDGET (1:) NOT = SPACES
                   AND PARM-QUERY-BUDGET IS NOT NUMERIC
               DISPLAY "*** PARMCHK: PRIMPARM QUERY-BUDGET "
                       "NOT NUMERIC: " PARM-QUERY-BUDGET " ***"
               SET THIS-CARD-BAD TO TRUE
           END-IF.
           IF PRIM-RUN-ID = SPACES
               DISPLAY "*** PARMCHK: PRIMPARM RUN-ID "
                       "IS BLANK ***"
           END-IF.

       1410-CHECK-STRNPARM-CARD.
      *> Blank on cards written to the older, shorter STRNPARM
      *> layout; zero also leaves STRINGS on its default.
           IF PARM-CUST-COMMIT-INTERVAL (1:) NOT = SPACES
               IF PARM-CUST-COMMIT-INTERVAL IS NOT NUMERIC
                   DISPLAY "*** PARMCHK: STRNPARM COMMIT-"
                           "INTERVAL NOT NUMERIC: "
                           PARM-CUST-COMMIT-INTERVAL " ***"
                   SET THIS-CARD-BAD TO TRUE
               END-IF
           END-IF.
           IF STRN-RUN-ID = SPACES
               DISPLAY "*** PARMCHK: STRNPARM RUN-ID "
                       "IS BLANK ***"
