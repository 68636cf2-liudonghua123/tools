                          AUDIT-EVENT " RUN=" AUDIT-RUN-ID
                          " BY " AUDIT-OPERATOR-NAME
                          DELIMITED BY SIZE INTO AUDIT-LOG-REC
               WHEN AUDIT-EVENT-RERUN
                   STRING WS-TIMESTAMP " " AUDIT-PROGRAM-NAME " "
                          AUDIT-EVENT " RUN=" AUDIT-RUN-ID
                          " " AUDIT-DETAIL
                          DELIMITED BY SIZE INTO AUDIT-LOG-REC
      *> Detail and name both run to 80 columns at full width, so
      *> RUN= is left off; STATRSTR's own START and END carry it.
               WHEN AUDIT-EVENT-RESTORE
                   STRING WS-TIMESTAMP " " AUDIT-PROGRAM-NAME " "
                          AUDIT-EVENT " " DELIMITED BY SIZE
                          AUDIT-DETAIL DELIMITED BY "  "
                          " BY " DELIMITED BY SIZE
                          AUDIT-OPERATOR-NAME DELIMITED BY "  "
                          INTO AUDIT-LOG-REC
               WHEN OTHER
                   STRING WS-TIMESTAMP " " AUDIT-PROGRAM-NAME " "
                          AUDIT-EVENT " RUN=" AUDIT-RUN-ID
