               FILE STATUS IS WS-QUERY-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "PRIMERSP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOLD-FILE ASSIGN TO "GOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-FILE ASSIGN TO "PRIMECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.
           SELECT COUNT-RPT-FILE ASSIGN TO "PCNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  RS-PRIME-SW    PIC X.
           05  RS-ALIQUOT     PIC 9(10).
           05  RS-FACTOR-TEXT PIC X(100).
      *> How the answer was reached: S from the sieve (the number is
      *> within MAX-NUM), C computed for a number beyond it, U a
      *> number beyond it that could not be settled in the query's
      *> time budget.
           05  RS-SOURCE      PIC X.
               88  RS-FROM-SIEVE   VALUE 'S'.
               88  RS-COMPUTED     VALUE 'C'.
               88  RS-UNDETERMINED VALUE 'U'.

      *> One record per even number in the Goldbach range: how many
      *> ways it splits as p + q (p <= q, both prime) and the split
      *> with the smallest p.
       FD  GOLD-FILE.
       01  GOLD-REC.
           05  GB-NUM         PIC 9(8).
           05  GB-PARTITIONS  PIC 9(7).
           05  GB-SMALL-PRIME PIC 9(8).
           05  GB-LARGE-PRIME PIC 9(8).

      *> PRIMECNT - the prime-counting table carried from night to
      *> night: an 'H' header with the high-water mark it runs to,
      *> the primes up to it, and the interval it was built with,
      *> then one 'B' row per boundary - a power of ten (P), an
      *> interval multiple (I), or both (B) - with pi(x) there.
       FD  COUNT-FILE.
       01  COUNT-REC.
           05  PC-REC-TYPE    PIC X.
               88  PC-HEADER  VALUE 'H'.
               88  PC-BOUNDARY VALUE 'B'.
           05  PC-NUM         PIC 9(8).
           05  PC-PI          PIC 9(8).
           05  PC-INTERVAL    PIC 9(8).
           05  PC-KIND        PIC X.

       FD  COUNT-RPT-FILE.
       01  COUNT-RPT-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY JOBHDR.
       01  WS-QUERY-COUNT     PIC 9(5) VALUE 0.
       01  WS-QUERY-ANSWERED  PIC 9(5) VALUE 0.
       01  WS-QUERY-REJECTED  PIC 9(5) VALUE 0.
       01  WS-QUERY-COMPUTED  PIC 9(5) VALUE 0.
       01  WS-QUERY-UNDETERMINED PIC 9(5) VALUE 0.

      *> A query above MAX-NUM has no sieve behind it. Primality is
      *> settled by Miller-Rabin with witnesses 2, 3, 5 and 7, which
      *> is exact (not probabilistic) for every number below
      *> 3,215,031,751 - all an eight-digit query can be. Factors
      *> come from trial division by the primes stored on PRIMESTA up
      *> to 10,000 (the square root of the largest query); a cofactor
      *> left when they run out is tested the same way, and only a
      *> composite one is divided further, against the time budget.
       01  WS-QX-BUDGET       PIC 9(4) VALUE 100.
       01  WS-QX-LIMIT        PIC 9(5) VALUE 10000.
       01  WS-QX-LOADED-SW    PIC X VALUE 'N'.
           88  QX-PRIMES-LOADED VALUE 'Y'.
       01  WS-QX-LOADED-THRU  PIC 9(8) VALUE 0.
       01  WS-QX-PRIME-COUNT  PIC 9(4) VALUE 0.
       01  WS-QX-PRIME-TABLE.
           05  WS-QX-PRIME    PIC 9(5) OCCURS 1300 TIMES.
       01  WS-QX-IDX          PIC 9(4).
       01  WS-QX-WITNESSES    PIC X(8) VALUE "02030507".
       01  WS-QX-WITNESS-TABLE REDEFINES WS-QX-WITNESSES.
           05  WS-QX-WITNESS  PIC 9(2) OCCURS 4 TIMES.
       01  WS-QX-W-IDX        PIC 9.
       01  WS-QX-N            PIC 9(8).
       01  WS-QX-N-LESS-1     PIC 9(8).
       01  WS-QX-D            PIC 9(8).
       01  WS-QX-S            PIC 9(2).
       01  WS-QX-R            PIC 9(2).
       01  WS-QX-BASE         PIC 9(16).
       01  WS-QX-EXP          PIC 9(8).
       01  WS-QX-RESULT       PIC 9(16).
       01  WS-QX-PRIME-SW     PIC X.
           88  QX-IS-PRIME    VALUE 'Y'.
       01  WS-QX-PASS-SW      PIC X.
           88  QX-WITNESS-PASSED VALUE 'Y'.
       01  WS-QX-REMAINING    PIC 9(8).
       01  WS-QX-PROVEN-SW    PIC X.
           88  QX-REMAINDER-PROVEN VALUE 'Y'.
       01  WS-QX-DIVISOR      PIC 9(8).
       01  WS-QX-TERM         PIC 9(10).
       01  WS-QX-POWER        PIC 9(10).
       01  WS-QX-SIGMA        PIC 9(10).
       01  WS-QX-TRIALS       PIC 9(7).
       01  WS-QX-TIME         PIC 9(8).
       01  WS-QX-TIME-R REDEFINES WS-QX-TIME.
           05  WS-QX-HH       PIC 9(2).
           05  WS-QX-MM       PIC 9(2).
           05  WS-QX-SS       PIC 9(2).
           05  WS-QX-CC       PIC 9(2).
       01  WS-QX-START        PIC 9(8).
       01  WS-QX-NOW          PIC 9(8).
       01  WS-QX-ELAPSED      PIC 9(8).
       01  WS-QX-OVER-SW      PIC X.
           88  QX-BUDGET-EXCEEDED VALUE 'Y'.

      *> Goldbach mode works from PRIMESTA, not the segment tables:
      *> a partition of N needs the flags of everything up to N at
      *> once, which no single segment holds. Only odd numbers are
      *> kept (slot (n + 1) / 2) - past 4, both halves of a partition
      *> of an even number are odd primes - along with the list of
      *> odd primes up to HI / 2 that the p side runs through. The
      *> tables bound the range at WS-GB-CAPACITY.
       01  WS-GB-LO           PIC 9(8) VALUE 0.
       01  WS-GB-HI           PIC 9(8) VALUE 0.
       01  WS-GB-CAPACITY     PIC 9(8) VALUE 10000000.
       01  WS-GB-FLAG-TABLE.
           05  WS-GB-ODD-FLAG PIC X OCCURS 5000000 TIMES.
       01  WS-GB-PRIME-COUNT  PIC 9(7) VALUE 0.
       01  WS-GB-PRIME-TABLE.
           05  WS-GB-PRIME    PIC 9(8) OCCURS 400000 TIMES.
       01  WS-GB-IDX          PIC 9(7).
       01  WS-GB-SLOT         PIC 9(7).
       01  WS-GB-NUM          PIC 9(8).
       01  WS-GB-HALF         PIC 9(8).
       01  WS-GB-HALF-HI      PIC 9(8).
       01  WS-GB-Q            PIC 9(8).
       01  WS-GB-PARTS        PIC 9(7).
       01  WS-GB-SMALL        PIC 9(8).
       01  WS-GB-LOADED-THRU  PIC 9(8).
       01  WS-GB-CHECKED      PIC 9(7) VALUE 0.
       01  WS-GB-FAILED       PIC 9(7) VALUE 0.

      *> The prime-counting table only ever grows by the numbers
      *> written to PRIMESTA tonight: WS-PC-RUNNING is pi() of the
      *> last number tallied, and a boundary row is added as each
      *> power of ten or interval multiple goes by. When PRIMECNT
      *> does not end where PRIMESTA does (a restore, a lost file) or
      *> was built on another interval, it is rebuilt from PRIMESTA
      *> before the sieve runs - a read, never a re-sieve.
       01  WS-PC-STATUS       PIC XX VALUE "00".
       01  WS-PC-EOF-SW       PIC X VALUE 'N'.
           88  END-OF-COUNTS  VALUE 'Y'.
       01  WS-PC-INTERVAL     PIC 9(8) VALUE 100000.
       01  WS-PC-MAX-ROWS     PIC 9(4) VALUE 1100.
       01  WS-PC-COUNT        PIC 9(4) VALUE 0.
       01  WS-PC-TABLE.
           05  WS-PC-ENTRY OCCURS 1100 TIMES.
               10  WS-PC-X        PIC 9(8).
               10  WS-PC-PI       PIC 9(8).
               10  WS-PC-KIND     PIC X.
       01  WS-PC-IDX          PIC 9(4).
       01  WS-PC-RUNNING      PIC 9(8) VALUE 0.
       01  WS-PC-THRU         PIC 9(8) VALUE 0.
       01  WS-PC-NEXT-POWER   PIC 9(9).
       01  WS-PC-NEXT-MARK    PIC 9(9).
       01  WS-PC-NUM          PIC 9(8).
       01  WS-PC-FLAG         PIC X.
       01  WS-PC-FILE-THRU    PIC 9(8).
       01  WS-PC-FILE-PI      PIC 9(8).
       01  WS-PC-FILE-INTERVAL PIC 9(8).
       01  WS-PC-FILE-ROWS    PIC 9(4).
       01  WS-PC-PREV-PI      PIC 9(8).
       01  WS-PC-HWM-PI       PIC 9(8).
       01  WS-PC-EST          PIC 9(8)V99.
       01  WS-PC-RATIO        PIC 9V9(4).
       01  WS-PC-X-DISP       PIC ZZ,ZZZ,ZZ9.
       01  WS-PC-PI-DISP      PIC ZZ,ZZZ,ZZ9.
       01  WS-PC-EST-DISP     PIC ZZ,ZZZ,ZZ9.
       01  WS-PC-RATIO-DISP   PIC 9.9999.
       01  WS-PC-INT-DISP     PIC ZZ,ZZZ,ZZ9.
       01  WS-PC-TAG          PIC X(11).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0030-WRITE-EXCEPTION-HEADER.

           PERFORM 0060-LOAD-STATE.
           PERFORM 0070-LOAD-COUNT-TABLE.
           PERFORM 0900-BUILD-BASE-PRIMES.

           PERFORM 0200-OPEN-STATE.
           PERFORM 1000-PROCESS-SEGMENTS.
           PERFORM 0310-CLOSE-STATE.
           PERFORM 0320-SAVE-COUNT-TABLE.
           PERFORM 1900-WRITE-COUNT-REPORT.

           CLOSE PRIME-FILE.
           CLOSE FACTOR-FILE.
               END-IF
           END-IF.
           PERFORM 1600-PRINT-TWIN-GAP-SUMMARY.
           IF WS-GB-HI NOT = 0
               PERFORM 1800-GOLDBACH-CHECK
           END-IF.
           PERFORM 1700-PROCESS-QUERIES.
           CLOSE EXCEPT-FILE.
           PERFORM 2000-LOG-AUDIT-END.
               CLOSE RESPONSE-FILE
               DISPLAY "Queries answered: " WS-QUERY-ANSWERED
                       " rejected: " WS-QUERY-REJECTED
               DISPLAY "Queries beyond MAX-NUM computed: "
                       WS-QUERY-COMPUTED " undetermined: "
                       WS-QUERY-UNDETERMINED
           END-IF.

      *> A query inside the sieve range is answered from it as ever;
      *> one above MAX-NUM is computed in 1760 rather than bounced.
       1750-ANSWER-QUERY.
           EVALUATE TRUE
               WHEN QR-NUM IS NOT NUMERIC
                       OR QR-NUM < 2
                   ADD 1 TO WS-QUERY-REJECTED
                   ADD 1 TO WS-EXCP-COUNT
                   DISPLAY "*** EXCEPTION: QUERY " QR-NUM
                           " IS NOT A NUMBER FROM 2 UP ***"
                   MOVE SPACES TO EXCEPT-REC
                   STRING "QUERY OUT OF RANGE  NUM=" QR-NUM
                          DELIMITED BY SIZE INTO EXCEPT-REC
                   WRITE EXCEPT-REC
               WHEN QR-NUM > MAX-NUM
                   PERFORM 1760-ANSWER-BEYOND-SIEVE
               WHEN OTHER
                   ADD 1 TO WS-QUERY-ANSWERED
                   MOVE QR-NUM TO RS-NUM
                   SET RS-FROM-SIEVE TO TRUE
                   MOVE QR-NUM TO WS-AQ-NUM
                   PERFORM 1300-COMPUTE-ALIQUOT
                   MOVE WS-AQ-AMOUNT TO RS-ALIQUOT
                   MOVE QR-NUM TO WS-FACTOR-NUM
                   PERFORM 1220-BUILD-FACTOR-TEXT
                   IF WS-FACTOR-COUNT = 1
                       MOVE 'Y' TO RS-PRIME-SW
                       MOVE "PRIME" TO RS-FACTOR-TEXT
                   ELSE
                       MOVE 'N' TO RS-PRIME-SW
                       MOVE WS-FACTOR-LIST TO RS-FACTOR-TEXT
                   END-IF
                   WRITE RESPONSE-REC
                   DISPLAY "Query " QR-NUM ": PRIME=" RS-PRIME-SW
                           " ALIQUOT=" RS-ALIQUOT
                           " FACTORS=" RS-FACTOR-TEXT
           END-EVALUATE.

      *> Beyond the sieve: Miller-Rabin decides prime or composite;
      *> a composite is then factored (1780), its aliquot sum built
      *> from the same prime powers as 1300 does. A factorization the
      *> time budget cuts off leaves the answer undetermined - still
      *> written, with prime-or-not where that much was settled, and
      *> logged to PRIMEXCP for follow-up.
       1760-ANSWER-BEYOND-SIEVE.
           ADD 1 TO WS-QUERY-ANSWERED.
           IF NOT QX-PRIMES-LOADED
               PERFORM 1770-LOAD-QUERY-PRIMES
           END-IF.
           PERFORM 1790-READ-CLOCK.
           MOVE WS-QX-NOW TO WS-QX-START.
           MOVE 'N' TO WS-QX-OVER-SW.
           MOVE QR-NUM TO RS-NUM.
           MOVE QR-NUM TO WS-QX-N.
           PERFORM 1795-MILLER-RABIN.
           IF QX-IS-PRIME
               MOVE 'Y' TO RS-PRIME-SW
               MOVE 1 TO RS-ALIQUOT
               MOVE "PRIME" TO RS-FACTOR-TEXT
           ELSE
               MOVE 'N' TO RS-PRIME-SW
               PERFORM 1780-FACTOR-BEYOND-SIEVE
               IF QX-BUDGET-EXCEEDED
                   MOVE 0 TO RS-ALIQUOT
                   MOVE "UNDETERMINED - TIME BUDGET EXCEEDED"
                       TO RS-FACTOR-TEXT
               ELSE
                   COMPUTE RS-ALIQUOT = WS-QX-SIGMA - QR-NUM
                   MOVE WS-FACTOR-LIST TO RS-FACTOR-TEXT
               END-IF
           END-IF.
           IF QX-BUDGET-EXCEEDED
               SET RS-UNDETERMINED TO TRUE
               ADD 1 TO WS-QUERY-UNDETERMINED
               ADD 1 TO WS-EXCP-COUNT
               DISPLAY "*** EXCEPTION: QUERY " QR-NUM
                       " NOT FACTORED WITHIN " WS-QX-BUDGET
                       " HUNDREDTHS - UNDETERMINED ***"
               MOVE SPACES TO EXCEPT-REC
               STRING "QUERY UNDETERMINED  NUM=" QR-NUM
                      " BUDGET=" WS-QX-BUDGET
                      DELIMITED BY SIZE INTO EXCEPT-REC
               WRITE EXCEPT-REC
           ELSE
               SET RS-COMPUTED TO TRUE
               ADD 1 TO WS-QUERY-COMPUTED
           END-IF.
           WRITE RESPONSE-REC.
           DISPLAY "Query " QR-NUM ": PRIME=" RS-PRIME-SW
                   " ALIQUOT=" RS-ALIQUOT
                   " FACTORS=" RS-FACTOR-TEXT
                   " (" RS-SOURCE ")".

      *> The stored primes are read once, on the first query that
      *> needs them, from PRIMESTA as tonight's run left it.
       1770-LOAD-QUERY-PRIMES.
           MOVE 0 TO WS-QX-PRIME-COUNT.
           MOVE 0 TO WS-QX-LOADED-THRU.
           MOVE 'N' TO WS-STATE-EOF-SW.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL END-OF-STATE
                   READ STATE-FILE
                       AT END
                           SET END-OF-STATE TO TRUE
                       NOT AT END
                           IF ST-NUM > WS-QX-LIMIT
                               SET END-OF-STATE TO TRUE
                           ELSE
                               MOVE ST-NUM TO WS-QX-LOADED-THRU
                               IF ST-FLAG = 'Y'
                                   ADD 1 TO WS-QX-PRIME-COUNT
                                   MOVE ST-NUM TO
                                       WS-QX-PRIME (WS-QX-PRIME-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.
           SET QX-PRIMES-LOADED TO TRUE.
           DISPLAY "Stored primes for queries beyond MAX-NUM: "
                   WS-QX-PRIME-COUNT " through " WS-QX-LOADED-THRU.

      *> Trial division by the stored primes, building the factor
      *> text through 1250 and the divisor sum as it goes. Stopping
      *> at a prime whose square passes the remainder proves the
      *> remainder prime; running out of stored primes first does
      *> not, so that cofactor goes through Miller-Rabin and, only if
      *> composite, on to odd trial divisors past the stored ones -
      *> the one open-ended loop, and the one the budget watches.
       1780-FACTOR-BEYOND-SIEVE.
           MOVE SPACES TO WS-FACTOR-LIST.
           MOVE 1 TO WS-FACTOR-PTR.
           MOVE 0 TO WS-FACTOR-COUNT.
           MOVE 'N' TO WS-FACTOR-OVERFLOW-SW.
           MOVE 1 TO WS-QX-SIGMA.
           MOVE QR-NUM TO WS-QX-REMAINING.
           MOVE 'N' TO WS-QX-PROVEN-SW.
           PERFORM VARYING WS-QX-IDX FROM 1 BY 1
                   UNTIL WS-QX-IDX > WS-QX-PRIME-COUNT
                       OR WS-QX-REMAINING = 1
               MOVE WS-QX-PRIME (WS-QX-IDX) TO WS-QX-DIVISOR
               IF WS-QX-DIVISOR * WS-QX-DIVISOR > WS-QX-REMAINING
                   SET QX-REMAINDER-PROVEN TO TRUE
                   EXIT PERFORM
               END-IF
               PERFORM 1785-DIVIDE-OUT
           END-PERFORM.
           IF WS-QX-REMAINING > 1 AND NOT QX-REMAINDER-PROVEN
               MOVE WS-QX-REMAINING TO WS-QX-N
               PERFORM 1795-MILLER-RABIN
               IF NOT QX-IS-PRIME
                   COMPUTE WS-QX-DIVISOR = WS-QX-LOADED-THRU + 1
                   IF FUNCTION MOD (WS-QX-DIVISOR, 2) = 0
                       ADD 1 TO WS-QX-DIVISOR
                   END-IF
                   MOVE 0 TO WS-QX-TRIALS
                   PERFORM UNTIL WS-QX-DIVISOR * WS-QX-DIVISOR
                           > WS-QX-REMAINING
                       PERFORM 1785-DIVIDE-OUT
                       ADD 2 TO WS-QX-DIVISOR
                       ADD 1 TO WS-QX-TRIALS
                       IF FUNCTION MOD (WS-QX-TRIALS, 100) = 0
                           PERFORM 1790-READ-CLOCK
                           IF QX-BUDGET-EXCEEDED
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-QX-REMAINING > 1 AND NOT QX-BUDGET-EXCEEDED
               MOVE WS-QX-REMAINING TO WS-FACTOR-DIVISOR
               PERFORM 1250-APPEND-FACTOR
               COMPUTE WS-QX-SIGMA =
                   WS-QX-SIGMA * (1 + WS-QX-REMAINING)
               MOVE 1 TO WS-QX-REMAINING
           END-IF.

       1785-DIVIDE-OUT.
           IF FUNCTION MOD (WS-QX-REMAINING, WS-QX-DIVISOR) = 0
               MOVE 1 TO WS-QX-TERM
               MOVE 1 TO WS-QX-POWER
               MOVE WS-QX-DIVISOR TO WS-FACTOR-DIVISOR
               PERFORM UNTIL FUNCTION MOD
                       (WS-QX-REMAINING, WS-QX-DIVISOR) NOT = 0
                   PERFORM 1250-APPEND-FACTOR
                   COMPUTE WS-QX-POWER = WS-QX-POWER * WS-QX-DIVISOR
                   ADD WS-QX-POWER TO WS-QX-TERM
                   DIVIDE WS-QX-REMAINING BY WS-QX-DIVISOR
                       GIVING WS-QX-REMAINING
               END-PERFORM
               COMPUTE WS-QX-SIGMA = WS-QX-SIGMA * WS-QX-TERM
           END-IF.

      *> Time of day in hundredths; a query running past midnight
      *> gets the day added back. Sets the over-budget switch.
       1790-READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-QX-TIME.
           COMPUTE WS-QX-NOW = WS-QX-HH * 360000 + WS-QX-MM * 6000
                             + WS-QX-SS * 100 + WS-QX-CC.
           IF WS-QX-NOW < WS-QX-START
               COMPUTE WS-QX-ELAPSED =
                   WS-QX-NOW + 8640000 - WS-QX-START
           ELSE
               COMPUTE WS-QX-ELAPSED = WS-QX-NOW - WS-QX-START
           END-IF.
           IF WS-QX-ELAPSED > WS-QX-BUDGET
               SET QX-BUDGET-EXCEEDED TO TRUE
           END-IF.

      *> Deterministic Miller-Rabin on WS-QX-N: n - 1 = d * 2**s with
      *> d odd; n passes witness a when a**d = 1 or -1 (mod n), or
      *> one of the s - 1 squarings after it reaches -1. Products
      *> stay under n squared, inside sixteen digits.
       1795-MILLER-RABIN.
           MOVE 'Y' TO WS-QX-PRIME-SW.
           EVALUATE TRUE
               WHEN WS-QX-N = 2 OR 3 OR 5 OR 7
                   CONTINUE
               WHEN WS-QX-N < 2
                       OR FUNCTION MOD (WS-QX-N, 2) = 0
                   MOVE 'N' TO WS-QX-PRIME-SW
               WHEN OTHER
                   COMPUTE WS-QX-N-LESS-1 = WS-QX-N - 1
                   MOVE WS-QX-N-LESS-1 TO WS-QX-D
                   MOVE 0 TO WS-QX-S
                   PERFORM UNTIL FUNCTION MOD (WS-QX-D, 2) = 1
                       DIVIDE WS-QX-D BY 2 GIVING WS-QX-D
                       ADD 1 TO WS-QX-S
                   END-PERFORM
                   PERFORM VARYING WS-QX-W-IDX FROM 1 BY 1
                           UNTIL WS-QX-W-IDX > 4
                       PERFORM 1797-TEST-WITNESS
                       IF NOT QX-WITNESS-PASSED
                           MOVE 'N' TO WS-QX-PRIME-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       1797-TEST-WITNESS.
           MOVE FUNCTION MOD (WS-QX-WITNESS (WS-QX-W-IDX), WS-QX-N)
               TO WS-QX-BASE.
           MOVE WS-QX-D TO WS-QX-EXP.
           MOVE 1 TO WS-QX-RESULT.
           PERFORM UNTIL WS-QX-EXP = 0
               IF FUNCTION MOD (WS-QX-EXP, 2) = 1
                   COMPUTE WS-QX-RESULT = FUNCTION MOD
                       (WS-QX-RESULT * WS-QX-BASE, WS-QX-N)
               END-IF
               COMPUTE WS-QX-BASE = FUNCTION MOD
                   (WS-QX-BASE * WS-QX-BASE, WS-QX-N)
               DIVIDE WS-QX-EXP BY 2 GIVING WS-QX-EXP
           END-PERFORM.
           MOVE 'N' TO WS-QX-PASS-SW.
           IF WS-QX-RESULT = 1 OR WS-QX-RESULT = WS-QX-N-LESS-1
               SET QX-WITNESS-PASSED TO TRUE
           ELSE
               PERFORM VARYING WS-QX-R FROM 1 BY 1
                       UNTIL WS-QX-R >= WS-QX-S
                   COMPUTE WS-QX-RESULT = FUNCTION MOD
                       (WS-QX-RESULT * WS-QX-RESULT, WS-QX-N)
                   IF WS-QX-RESULT = WS-QX-N-LESS-1
                       SET QX-WITNESS-PASSED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *> Goldbach mode: every even number LO..HI must be p + q with
      *> p and q prime. The range is trimmed to even numbers from 4
      *> up; it must lie within tonight's sieve state (MAX-NUM) and
      *> the table capacity, or the check is skipped with an
      *> exception rather than run over a partial range.
       1800-GOLDBACH-CHECK.
           IF WS-GB-LO < 4
               MOVE 4 TO WS-GB-LO
           END-IF.
           IF FUNCTION MOD (WS-GB-LO, 2) = 1
               ADD 1 TO WS-GB-LO
           END-IF.
           IF FUNCTION MOD (WS-GB-HI, 2) = 1
               SUBTRACT 1 FROM WS-GB-HI
           END-IF.
           EVALUATE TRUE
               WHEN WS-GB-HI > MAX-NUM
                   ADD 1 TO WS-EXCP-COUNT
                   DISPLAY "*** EXCEPTION: GOLDBACH RANGE TO "
                           WS-GB-HI " BEYOND SIEVE STATE "
                           MAX-NUM " - NOT RUN ***"
                   MOVE SPACES TO EXCEPT-REC
                   STRING "GOLDBACH SKIPPED  HI=" WS-GB-HI
                          " MAX-NUM=" MAX-NUM
                          DELIMITED BY SIZE INTO EXCEPT-REC
                   WRITE EXCEPT-REC
               WHEN WS-GB-HI > WS-GB-CAPACITY
                   ADD 1 TO WS-EXCP-COUNT
                   DISPLAY "*** EXCEPTION: GOLDBACH RANGE TO "
                           WS-GB-HI " BEYOND TABLE CAPACITY "
                           WS-GB-CAPACITY " - NOT RUN ***"
                   MOVE SPACES TO EXCEPT-REC
                   STRING "GOLDBACH SKIPPED  HI=" WS-GB-HI
                          " CAPACITY=" WS-GB-CAPACITY
                          DELIMITED BY SIZE INTO EXCEPT-REC
                   WRITE EXCEPT-REC
               WHEN WS-GB-LO > WS-GB-HI
                   DISPLAY "Goldbach range holds no even number "
                           "from 4 - nothing to check"
               WHEN OTHER
                   PERFORM 1810-LOAD-GOLDBACH-STATE
                   IF WS-GB-LOADED-THRU < WS-GB-HI
                       ADD 1 TO WS-EXCP-COUNT
                       DISPLAY "*** EXCEPTION: PRIMESTA ENDS AT "
                               WS-GB-LOADED-THRU
                               " - GOLDBACH NOT RUN ***"
                       MOVE SPACES TO EXCEPT-REC
                       STRING "GOLDBACH SKIPPED  STATE ENDS="
                              WS-GB-LOADED-THRU " HI=" WS-GB-HI
                              DELIMITED BY SIZE INTO EXCEPT-REC
                       WRITE EXCEPT-REC
                   ELSE
                       OPEN OUTPUT GOLD-FILE
                       PERFORM VARYING WS-GB-NUM FROM WS-GB-LO BY 2
                               UNTIL WS-GB-NUM > WS-GB-HI
                           PERFORM 1850-COUNT-PARTITIONS
                       END-PERFORM
                       CLOSE GOLD-FILE
                       DISPLAY "Goldbach " WS-GB-LO "-" WS-GB-HI
                               ": " WS-GB-CHECKED " checked, "
                               WS-GB-FAILED " without a partition"
                   END-IF
           END-EVALUATE.

      *> PRIMESTA runs 2..high-water in order; it is read only as far
      *> as HI.
       1810-LOAD-GOLDBACH-STATE.
           MOVE 0 TO WS-GB-PRIME-COUNT.
           MOVE 0 TO WS-GB-LOADED-THRU.
           COMPUTE WS-GB-HALF-HI = WS-GB-HI / 2.
           MOVE 'N' TO WS-STATE-EOF-SW.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL END-OF-STATE
                   READ STATE-FILE
                       AT END
                           SET END-OF-STATE TO TRUE
                       NOT AT END
                           IF ST-NUM > WS-GB-HI
                               SET END-OF-STATE TO TRUE
                           ELSE
                               PERFORM 1815-STORE-GOLDBACH-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

       1815-STORE-GOLDBACH-FLAG.
           MOVE ST-NUM TO WS-GB-LOADED-THRU.
           IF FUNCTION MOD (ST-NUM, 2) = 1
               COMPUTE WS-GB-SLOT = (ST-NUM + 1) / 2
               MOVE ST-FLAG TO WS-GB-ODD-FLAG (WS-GB-SLOT)
               IF ST-FLAG = 'Y' AND ST-NUM NOT > WS-GB-HALF-HI
                   ADD 1 TO WS-GB-PRIME-COUNT
                   MOVE ST-NUM TO WS-GB-PRIME (WS-GB-PRIME-COUNT)
               END-IF
           END-IF.

      *> 4 = 2 + 2 is the only partition using the even prime.
      *> Every other count walks the odd primes p up to N / 2 and
      *> tests N - p; the first hit is the smallest-p partition.
       1850-COUNT-PARTITIONS.
           ADD 1 TO WS-GB-CHECKED.
           MOVE 0 TO WS-GB-PARTS.
           MOVE 0 TO WS-GB-SMALL.
           IF WS-GB-NUM = 4
               MOVE 1 TO WS-GB-PARTS
               MOVE 2 TO WS-GB-SMALL
           ELSE
               COMPUTE WS-GB-HALF = WS-GB-NUM / 2
               PERFORM VARYING WS-GB-IDX FROM 1 BY 1
                       UNTIL WS-GB-IDX > WS-GB-PRIME-COUNT
                   IF WS-GB-PRIME (WS-GB-IDX) > WS-GB-HALF
                       EXIT PERFORM
                   END-IF
                   COMPUTE WS-GB-Q = WS-GB-NUM - WS-GB-PRIME (WS-GB-IDX)
                   COMPUTE WS-GB-SLOT = (WS-GB-Q + 1) / 2
                   IF WS-GB-ODD-FLAG (WS-GB-SLOT) = 'Y'
                       ADD 1 TO WS-GB-PARTS
                       IF WS-GB-SMALL = 0
                           MOVE WS-GB-PRIME (WS-GB-IDX) TO WS-GB-SMALL
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-GB-NUM TO GB-NUM.
           MOVE WS-GB-PARTS TO GB-PARTITIONS.
           MOVE WS-GB-SMALL TO GB-SMALL-PRIME.
           IF WS-GB-SMALL = 0
               MOVE 0 TO GB-LARGE-PRIME
               ADD 1 TO WS-GB-FAILED
               ADD 1 TO WS-EXCP-COUNT
               DISPLAY "*** EXCEPTION: " WS-GB-NUM
                       " HAS NO GOLDBACH PARTITION ***"
               MOVE SPACES TO EXCEPT-REC
               STRING "GOLDBACH NO PARTITION  NUM=" WS-GB-NUM
                      DELIMITED BY SIZE INTO EXCEPT-REC
               WRITE EXCEPT-REC
           ELSE
               COMPUTE GB-LARGE-PRIME = WS-GB-NUM - WS-GB-SMALL
           END-IF.
           WRITE GOLD-REC.

      *> PCNTRPT lists the counting table against the x / ln(x)
      *> estimate of the prime number theorem. IN INTERVAL is the
      *> count since the row above it; a closing HIGH-WATER row gives
      *> pi() of the last number on file when that is not itself a
      *> boundary.
       1900-WRITE-COUNT-REPORT.
           OPEN OUTPUT COUNT-RPT-FILE.
           MOVE WS-PC-RUNNING TO WS-PC-HWM-PI.
           MOVE WS-PC-THRU TO WS-PC-X-DISP.
           MOVE WS-PC-INTERVAL TO WS-PC-INT-DISP.
           MOVE SPACES TO COUNT-RPT-REC.
           STRING "PRIME-COUNTING TABLE  RUN " JOBHDR-RUN-DATE
                  " ID " JOBHDR-RUN-ID
                  " THROUGH " WS-PC-X-DISP
                  DELIMITED BY SIZE INTO COUNT-RPT-REC.
           WRITE COUNT-RPT-REC.
           MOVE SPACES TO COUNT-RPT-REC.
           STRING "BOUNDARIES: POWERS OF TEN AND EVERY "
                  WS-PC-INT-DISP
                  DELIMITED BY SIZE INTO COUNT-RPT-REC.
           WRITE COUNT-RPT-REC.
           MOVE SPACES TO COUNT-RPT-REC.
           WRITE COUNT-RPT-REC.
           MOVE SPACES TO COUNT-RPT-REC.
           STRING "         X       PI(X)    X/LN(X)   RATIO"
                  "  IN INTERVAL  BOUNDARY"
                  DELIMITED BY SIZE INTO COUNT-RPT-REC.
           WRITE COUNT-RPT-REC.
           MOVE 0 TO WS-PC-PREV-PI.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               EVALUATE WS-PC-KIND (WS-PC-IDX)
                   WHEN 'P'
                       MOVE "POWER OF 10" TO WS-PC-TAG
                   WHEN 'I'
                       MOVE "INTERVAL" TO WS-PC-TAG
                   WHEN OTHER
                       MOVE "BOTH" TO WS-PC-TAG
               END-EVALUATE
               MOVE WS-PC-X (WS-PC-IDX) TO WS-PC-NUM
               MOVE WS-PC-PI (WS-PC-IDX) TO WS-PC-RUNNING
               PERFORM 1910-WRITE-COUNT-LINE
           END-PERFORM.
           IF WS-PC-THRU > 1
                   AND (WS-PC-COUNT = 0
                        OR WS-PC-X (WS-PC-COUNT) NOT = WS-PC-THRU)
               MOVE "HIGH-WATER" TO WS-PC-TAG
               MOVE WS-PC-THRU TO WS-PC-NUM
               MOVE WS-PC-HWM-PI TO WS-PC-RUNNING
               PERFORM 1910-WRITE-COUNT-LINE
           END-IF.
           CLOSE COUNT-RPT-FILE.

       1910-WRITE-COUNT-LINE.
           COMPUTE WS-PC-EST ROUNDED =
               WS-PC-NUM / FUNCTION LOG (WS-PC-NUM).
           COMPUTE WS-PC-RATIO ROUNDED = WS-PC-RUNNING / WS-PC-EST.
           MOVE WS-PC-NUM TO WS-PC-X-DISP.
           MOVE WS-PC-RUNNING TO WS-PC-PI-DISP.
           MOVE WS-PC-EST TO WS-PC-EST-DISP.
           MOVE WS-PC-RATIO TO WS-PC-RATIO-DISP.
           COMPUTE WS-PC-INT-DISP = WS-PC-RUNNING - WS-PC-PREV-PI.
           MOVE WS-PC-RUNNING TO WS-PC-PREV-PI.
           MOVE SPACES TO COUNT-RPT-REC.
           STRING WS-PC-X-DISP "  " WS-PC-PI-DISP " "
                  WS-PC-EST-DISP "  " WS-PC-RATIO-DISP
                  "   " WS-PC-INT-DISP "  " WS-PC-TAG
                  DELIMITED BY SIZE INTO COUNT-RPT-REC.
           WRITE COUNT-RPT-REC.

      *> PRIMPARM may hold several effective-dated cards; the one
      *> bearing the latest effective date at or before the run date
      *> governs the run, and the job log notes which card was
                       AND PARM-GCD-NUM2 > 0
                   MOVE PARM-GCD-NUM2 TO WS-GCD-NUM2
               END-IF
               IF PARM-GOLDBACH-LO IS NUMERIC
                       AND PARM-GOLDBACH-HI IS NUMERIC
                       AND PARM-GOLDBACH-HI > 0
                   MOVE PARM-GOLDBACH-LO TO WS-GB-LO
                   MOVE PARM-GOLDBACH-HI TO WS-GB-HI
               END-IF
               IF PARM-COUNT-INTERVAL IS NUMERIC
                       AND PARM-COUNT-INTERVAL > 0
                   MOVE PARM-COUNT-INTERVAL TO WS-PC-INTERVAL
               END-IF
               IF PARM-QUERY-BUDGET IS NUMERIC
                       AND PARM-QUERY-BUDGET > 0
                   MOVE PARM-QUERY-BUDGET TO WS-QX-BUDGET
               END-IF
               IF PARM-STATE-REWRITE = 'F'
                   SET STATE-FULL-REWRITE TO TRUE
                   DISPLAY "Operator requested full PRIMESTA "
               SET STATE-FULL-REWRITE TO TRUE
           END-IF.

      *> The counting table is picked up where last night left it
      *> when PRIMECNT's header agrees with PRIMESTA's high-water mark
      *> and the interval on tonight's card. Anything else - no file,
      *> a state restore, a changed interval - and the table is
      *> re-tallied from PRIMESTA up to the prior high-water mark.
      *> A full rewrite starts it over with the state file itself.
       0070-LOAD-COUNT-TABLE.
           IF MAX-NUM / WS-PC-INTERVAL + 9 > WS-PC-MAX-ROWS
               ADD 1 TO WS-EXCP-COUNT
               DISPLAY "*** EXCEPTION: COUNT INTERVAL "
                       WS-PC-INTERVAL " TOO FINE FOR MAX-NUM "
                       MAX-NUM " - 100000 USED ***"
               MOVE SPACES TO EXCEPT-REC
               STRING "COUNT INTERVAL TOO FINE  INTERVAL="
                      WS-PC-INTERVAL
                      DELIMITED BY SIZE INTO EXCEPT-REC
               WRITE EXCEPT-REC
               MOVE 100000 TO WS-PC-INTERVAL
           END-IF.
           IF STATE-FULL-REWRITE OR WS-PRIOR-MAX-NUM = 0
               MOVE 0 TO WS-PC-COUNT
               MOVE 0 TO WS-PC-RUNNING
               MOVE 1 TO WS-PC-THRU
           ELSE
               PERFORM 0075-READ-COUNT-FILE
               IF WS-PC-FILE-THRU = WS-PRIOR-MAX-NUM
                       AND WS-PC-FILE-INTERVAL = WS-PC-INTERVAL
                       AND WS-PC-FILE-ROWS = WS-PC-COUNT
                   MOVE WS-PC-FILE-PI TO WS-PC-RUNNING
                   MOVE WS-PC-FILE-THRU TO WS-PC-THRU
               ELSE
                   DISPLAY "PRIMECNT does not match PRIMESTA through "
                           WS-PRIOR-MAX-NUM
                           " - counting table rebuilt from state"
                   PERFORM 0080-REBUILD-COUNT-TABLE
               END-IF
           END-IF.
           PERFORM 0085-SET-NEXT-BOUNDARIES.

       0075-READ-COUNT-FILE.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 0 TO WS-PC-FILE-THRU.
           MOVE 0 TO WS-PC-FILE-PI.
           MOVE 0 TO WS-PC-FILE-INTERVAL.
           MOVE 0 TO WS-PC-FILE-ROWS.
           OPEN INPUT COUNT-FILE.
           IF WS-PC-STATUS = "00"
               PERFORM UNTIL END-OF-COUNTS
                   READ COUNT-FILE
                       AT END
                           SET END-OF-COUNTS TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PC-HEADER
                                   MOVE PC-NUM TO WS-PC-FILE-THRU
                                   MOVE PC-PI TO WS-PC-FILE-PI
                                   MOVE PC-INTERVAL
                                       TO WS-PC-FILE-INTERVAL
                               WHEN PC-BOUNDARY
                                   ADD 1 TO WS-PC-FILE-ROWS
                                   IF WS-PC-COUNT < WS-PC-MAX-ROWS
                                       ADD 1 TO WS-PC-COUNT
                                       MOVE PC-NUM
                                           TO WS-PC-X (WS-PC-COUNT)
                                       MOVE PC-PI
                                           TO WS-PC-PI (WS-PC-COUNT)
                                       MOVE PC-KIND
                                           TO WS-PC-KIND (WS-PC-COUNT)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE COUNT-FILE
           END-IF.

       0080-REBUILD-COUNT-TABLE.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 0 TO WS-PC-RUNNING.
           MOVE 1 TO WS-PC-THRU.
           PERFORM 0085-SET-NEXT-BOUNDARIES.
           MOVE 'N' TO WS-STATE-EOF-SW.
           OPEN INPUT STATE-FILE.
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL END-OF-STATE
                   READ STATE-FILE
                       AT END
                           SET END-OF-STATE TO TRUE
                       NOT AT END
                           IF ST-NUM > WS-PRIOR-MAX-NUM
                               SET END-OF-STATE TO TRUE
                           ELSE
                               MOVE ST-NUM TO WS-PC-NUM
                               MOVE ST-FLAG TO WS-PC-FLAG
                               PERFORM 0350-TALLY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.

      *> The next boundaries are the first power of ten and the first
      *> interval multiple above the last number tallied.
       0085-SET-NEXT-BOUNDARIES.
           MOVE 10 TO WS-PC-NEXT-POWER.
           PERFORM UNTIL WS-PC-NEXT-POWER > WS-PC-THRU
               MULTIPLY 10 BY WS-PC-NEXT-POWER
           END-PERFORM.
           COMPUTE WS-PC-NEXT-MARK =
               (WS-PC-THRU / WS-PC-INTERVAL + 1) * WS-PC-INTERVAL.

      *> Append-only by default: the nightly run used to rewrite
      *> every record from 2 up even when only a sliver past the old
      *> high-water mark was new, and that rewrite dominated the
                   MOVE WS-SPF-VALUE (WS-SEG-OFF) TO ST-SPF
                   WRITE STATE-REC
                   ADD 1 TO WS-STATE-WRITTEN
                   MOVE NUM TO WS-PC-NUM
                   MOVE ST-FLAG TO WS-PC-FLAG
                   PERFORM 0350-TALLY-COUNT
               END-IF
           END-PERFORM.

                      DELIMITED BY SIZE INTO EXCEPT-REC
               WRITE EXCEPT-REC
           END-IF.

      *> PRIMECNT is rewritten whole each night - it is a few hundred
      *> records at most, and its header must always name the
      *> high-water mark PRIMESTA now ends at.
       0320-SAVE-COUNT-TABLE.
           OPEN OUTPUT COUNT-FILE.
           MOVE SPACES TO COUNT-REC.
           SET PC-HEADER TO TRUE.
           MOVE WS-PC-THRU TO PC-NUM.
           MOVE WS-PC-RUNNING TO PC-PI.
           MOVE WS-PC-INTERVAL TO PC-INTERVAL.
           WRITE COUNT-REC.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE SPACES TO COUNT-REC
               SET PC-BOUNDARY TO TRUE
               MOVE WS-PC-X (WS-PC-IDX) TO PC-NUM
               MOVE WS-PC-PI (WS-PC-IDX) TO PC-PI
               MOVE 0 TO PC-INTERVAL
               MOVE WS-PC-KIND (WS-PC-IDX) TO PC-KIND
               WRITE COUNT-REC
           END-PERFORM.
           CLOSE COUNT-FILE.
           DISPLAY "Primes through " WS-PC-THRU ": " WS-PC-RUNNING
                   " (" WS-PC-COUNT " counting-table rows)".

      *> One number from PRIMESTA, in order: counted if prime, and a
      *> row taken when it is the next power of ten or interval
      *> multiple (kind B when it is both).
       0350-TALLY-COUNT.
           IF WS-PC-FLAG = 'Y'
               ADD 1 TO WS-PC-RUNNING
           END-IF.
           MOVE WS-PC-NUM TO WS-PC-THRU.
           IF WS-PC-NUM = WS-PC-NEXT-POWER
                   OR WS-PC-NUM = WS-PC-NEXT-MARK
               IF WS-PC-COUNT < WS-PC-MAX-ROWS
                   ADD 1 TO WS-PC-COUNT
                   MOVE WS-PC-NUM TO WS-PC-X (WS-PC-COUNT)
                   MOVE WS-PC-RUNNING TO WS-PC-PI (WS-PC-COUNT)
                   EVALUATE TRUE
                       WHEN WS-PC-NUM = WS-PC-NEXT-POWER
                               AND WS-PC-NUM = WS-PC-NEXT-MARK
                           MOVE 'B' TO WS-PC-KIND (WS-PC-COUNT)
                       WHEN WS-PC-NUM = WS-PC-NEXT-POWER
                           MOVE 'P' TO WS-PC-KIND (WS-PC-COUNT)
                       WHEN OTHER
                           MOVE 'I' TO WS-PC-KIND (WS-PC-COUNT)
                   END-EVALUATE
               END-IF
               IF WS-PC-NUM = WS-PC-NEXT-POWER
                   MULTIPLY 10 BY WS-PC-NEXT-POWER
               END-IF
               IF WS-PC-NUM = WS-PC-NEXT-MARK
                   ADD WS-PC-INTERVAL TO WS-PC-NEXT-MARK
               END-IF
           END-IF.
