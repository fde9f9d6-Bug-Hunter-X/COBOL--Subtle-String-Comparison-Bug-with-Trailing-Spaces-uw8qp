      ******************************************************************
      *  CMPQASMP
      *
      *  Matched-pair QA sampling for the reconciliation drivers
      *  (TRIMBAT, TRIMMTCH, TRIMMSTR).  Everything else in the suite
      *  looks at mismatches; this takes a random sample of the pairs
      *  the compare called a MATCH and appends it to the QA sample
      *  file (CMPQAREC), so QA reviewers can check that the trim,
      *  fill-character, case-folding and equivalence options are
      *  not hiding real differences.  The reviewers' verdicts go to
      *  CMPQARPT, which estimates the false-match rate per feed.
      *
      *  Each matched pair falls in one of three strata (CMPQACT):
      *  exact, trim-only, or matched through another compare option.
      *  Exact matches carry weight 1 and the other two the caller's
      *  weight, so the pairs the options decided are the ones most
      *  often put in front of a reviewer:
      *
      *    - rate mode: each pair is sampled with probability rate
      *      per thousand times its weight (at most certain);
      *    - size mode: a weighted reservoir keeps exactly SIZE pairs
      *      of the feed (all of them on a smaller feed).  A pair's
      *      sort value is the largest of WEIGHT random draws - one
      *      draw for an exact match - and the SIZE largest values
      *      are kept, the earlier pair winning a tie.
      *
      *  The random sequence is the Park-Miller minimal standard
      *  generator (seed times 16807, modulo 2**31 - 1) in plain
      *  integer arithmetic, restarted from the seed at the start of
      *  every feed and stepped ten times past it so a small seed
      *  does not open on small numbers.  The same seed and settings
      *  over the same feed therefore draw the same sample again,
      *  whatever other feeds ran alongside it.  With no seed given
      *  one is made up from the time of day; the seed used is on the
      *  sample file's header record and returned to the caller for
      *  its report and job log.
      *
      *  Sampled values are written masked under the masking rules
      *  (CMPMASK, CMPMKREC), as everything else leaving the compare
      *  is.  A masked pair still shows where its values differ.
      *
      *  The sample file is opened on the first call and appended to
      *  (created when missing); a file that cannot be opened is
      *  warned about and turns sampling off for the run - the
      *  reconciliation itself is not affected.
      *
      *  CALL 'CMPQASMP' USING CMP-QA-AREA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPQASMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO DYNAMIC WS-SAMPLE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       COPY CMPQAREC.

       WORKING-STORAGE SECTION.
       01  WS-SAMPLE-FILE-NAME             PIC X(100).
       01  WS-SAMPLE-FILE-STATUS           PIC X(2).
           88  WS-SAMPLE-FILE-OK           VALUE '00'.
           88  WS-SAMPLE-FILE-MISSING      VALUE '35'.
       01  WS-STARTED-FLAG                 PIC X VALUE 'N'.
           88  WS-STARTED                  VALUE 'Y'.
       01  WS-FILE-OPEN-FLAG               PIC X VALUE 'N'.
           88  WS-FILE-OPEN                VALUE 'Y'.
       01  WS-SIZE-MODE-FLAG               PIC X VALUE 'N'.
           88  WS-SIZE-MODE                VALUE 'Y'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05  WS-RUN-TIME-HHMMSS          PIC X(6).
           05  FILLER                      PIC X(2).
       01  WS-WEIGHT                       PIC 9(2) COMP.
       01  WS-PAIR-WEIGHT                  PIC 9(2) COMP.
       01  WS-DRAW-IDX                     PIC 9(2) COMP.
       01  WS-STRATUM-IDX                  PIC 9 COMP.
       01  WS-STRATUM-CODES                PIC X(3) VALUE 'ETO'.
      *  The random sequence.  The state stays within 1 to 2**31 - 2.
       01  WS-RANDOM-MODULUS               PIC 9(10) COMP
                                           VALUE 2147483647.
       01  WS-RANDOM-STATE                 PIC 9(10) COMP.
       01  WS-RANDOM-PRODUCT               PIC 9(18) COMP.
       01  WS-RANDOM-QUOTIENT              PIC 9(18) COMP.
       01  WS-WARM-UP-IDX                  PIC 9(2) COMP.
      *  Rate mode: a pair is sampled when its draw times 1000 is
      *  below rate times weight times the modulus.
       01  WS-DRAW-SCALED                  PIC 9(18) COMP.
       01  WS-RATE-LIMIT                   PIC 9(18) COMP.
       01  WS-SORT-VALUE                   PIC 9(10) COMP.
      *  Size mode: the reservoir for the current feed.
       01  WS-RES-MAX                      PIC 9(4) COMP VALUE 1000.
       01  WS-RES-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-RES-LOW-IDX                  PIC 9(4) COMP.
       01  WS-RES-TABLE.
           05  WS-RES-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-RES-IDX.
               10  WS-RES-SORT-VALUE       PIC 9(10) COMP.
               10  WS-RES-KEY              PIC X(10).
               10  WS-RES-STRATUM          PIC X.
               10  WS-RES-OLD-VALUE        PIC X(100).
               10  WS-RES-NEW-VALUE        PIC X(100).
       01  WS-SAMPLE-NO                    PIC 9(5) VALUE 0.
       COPY CMPMKCT.

       LINKAGE SECTION.
       COPY CMPQACT.

       PROCEDURE DIVISION USING CMP-QA-AREA.
       0000-MAIN.
           IF NOT WS-STARTED
               PERFORM 1000-START-RUN
           END-IF.

           IF CMP-QA-ACTIVE
               EVALUATE TRUE
                   WHEN CMP-QA-BEGIN-FEED
                       PERFORM 2000-BEGIN-FEED
                   WHEN CMP-QA-MATCHED-PAIR
                       PERFORM 3000-MATCHED-PAIR
                   WHEN CMP-QA-END-FEED
                       PERFORM 4000-END-FEED
                   WHEN CMP-QA-CLOSE
                       PERFORM 5000-CLOSE-RUN
               END-EVALUATE
           END-IF.

           GOBACK.

      ******************************************************************
      *  1000-START-RUN
      *
      *  First call of the run: the run id, the seed, the mode, and
      *  the sample file opened for appending.  With neither a rate
      *  nor a size sampling stays off and the file is not touched.
      ******************************************************************
       1000-START-RUN.
           SET WS-STARTED TO TRUE.
           MOVE 'N' TO WS-SIZE-MODE-FLAG.
           MOVE 0 TO WS-SAMPLE-NO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO CMP-QA-RUN-ID.
           STRING WS-RUN-DATE WS-RUN-TIME-HHMMSS
               DELIMITED BY SIZE INTO CMP-QA-RUN-ID
           END-STRING.
           MOVE 0 TO CMP-QA-RETURN-CODE.
           MOVE 'N' TO CMP-QA-ACTIVE-FLAG.

           IF CMP-QA-SEED > 0
               MOVE CMP-QA-SEED TO CMP-QA-SEED-USED
           ELSE
               DIVIDE WS-RUN-TIME BY 9999999
                   GIVING WS-RANDOM-QUOTIENT
                   REMAINDER CMP-QA-SEED-USED
               ADD 1 TO CMP-QA-SEED-USED
           END-IF.

           IF CMP-QA-SIZE > 0
               SET WS-SIZE-MODE TO TRUE
               IF CMP-QA-SIZE > WS-RES-MAX
                   MOVE WS-RES-MAX TO CMP-QA-SIZE
               END-IF
           END-IF.
           IF CMP-QA-RATE > 1000
               MOVE 1000 TO CMP-QA-RATE
           END-IF.
           IF CMP-QA-WEIGHT = 0
               MOVE 1 TO CMP-QA-WEIGHT
           END-IF.
           MOVE CMP-QA-WEIGHT TO WS-WEIGHT.

           IF WS-SIZE-MODE OR CMP-QA-RATE > 0
               IF CMP-QA-FILE-NAME = SPACES
                   MOVE 'CMPQA.SMP' TO CMP-QA-FILE-NAME
               END-IF
               MOVE CMP-QA-FILE-NAME TO WS-SAMPLE-FILE-NAME
               OPEN EXTEND SAMPLE-FILE
               IF WS-SAMPLE-FILE-MISSING
                   OPEN OUTPUT SAMPLE-FILE
               END-IF
               IF WS-SAMPLE-FILE-OK
                   SET WS-FILE-OPEN TO TRUE
                   SET CMP-QA-ACTIVE TO TRUE
               ELSE
                   MOVE 16 TO CMP-QA-RETURN-CODE
                   DISPLAY 'CMPQASMP: UNABLE TO OPEN QA SAMPLE FILE ['
                           WS-SAMPLE-FILE-NAME '] - FILE STATUS '
                           WS-SAMPLE-FILE-STATUS ' - NO SAMPLE TAKEN'
               END-IF
           END-IF.

      ******************************************************************
      *  2000-BEGIN-FEED
      *
      *  Restarts the random sequence from the seed, empties the
      *  reservoir and the feed's counts, and writes the feed's
      *  header record.
      ******************************************************************
       2000-BEGIN-FEED.
           MOVE CMP-QA-SEED-USED TO WS-RANDOM-STATE.
           PERFORM 7000-NEXT-RANDOM
               VARYING WS-WARM-UP-IDX FROM 1 BY 1
               UNTIL WS-WARM-UP-IDX > 10.
           MOVE 0 TO WS-RES-COUNT.
           MOVE 0 TO WS-RES-LOW-IDX.
           INITIALIZE CMP-QA-STRATUM-COUNTS(1)
                      CMP-QA-STRATUM-COUNTS(2)
                      CMP-QA-STRATUM-COUNTS(3).
           MOVE 0 TO CMP-QA-FEED-MATCHED.
           MOVE 0 TO CMP-QA-FEED-SAMPLED.

           MOVE SPACES TO CMP-QA-RECORD.
           PERFORM 6100-RECORD-PREFIX.
           SET CMP-QA-REC-HEADER TO TRUE.
           MOVE CMP-QA-SEED-USED TO CMP-QA-REC-SEED.
           IF WS-SIZE-MODE
               MOVE 'S' TO CMP-QA-REC-MODE
           ELSE
               MOVE 'R' TO CMP-QA-REC-MODE
           END-IF.
           MOVE CMP-QA-RATE TO CMP-QA-REC-RATE.
           MOVE CMP-QA-SIZE TO CMP-QA-REC-SIZE.
           MOVE CMP-QA-WEIGHT TO CMP-QA-REC-WEIGHT.
           WRITE CMP-QA-RECORD.

      ******************************************************************
      *  3000-MATCHED-PAIR
      *
      *  One matched pair: counted in its stratum, then offered to the
      *  sample.  Rate mode takes exactly one draw per pair and
      *  writes a sampled pair at once; size mode takes the pair's
      *  weight in draws and keeps the largest as its sort value.
      ******************************************************************
       3000-MATCHED-PAIR.
           EVALUATE TRUE
               WHEN CMP-QA-TRIM-ONLY
                   MOVE 2 TO WS-STRATUM-IDX
                   MOVE WS-WEIGHT TO WS-PAIR-WEIGHT
               WHEN CMP-QA-OPTION
                   MOVE 3 TO WS-STRATUM-IDX
                   MOVE WS-WEIGHT TO WS-PAIR-WEIGHT
               WHEN OTHER
                   MOVE 1 TO WS-STRATUM-IDX
                   MOVE 1 TO WS-PAIR-WEIGHT
           END-EVALUATE.
           ADD 1 TO CMP-QA-MATCHED(WS-STRATUM-IDX).
           ADD 1 TO CMP-QA-FEED-MATCHED.

           IF WS-SIZE-MODE
               MOVE 0 TO WS-SORT-VALUE
               PERFORM 3100-DRAW-SORT-VALUE
                   VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-PAIR-WEIGHT
               PERFORM 3200-OFFER-TO-RESERVOIR
           ELSE
               PERFORM 7000-NEXT-RANDOM
               COMPUTE WS-DRAW-SCALED = WS-RANDOM-STATE * 1000
               COMPUTE WS-RATE-LIMIT = CMP-QA-RATE * WS-PAIR-WEIGHT
                                       * WS-RANDOM-MODULUS
               IF WS-DRAW-SCALED < WS-RATE-LIMIT
                   MOVE CMP-QA-KEY TO WS-RES-KEY(1)
                   MOVE CMP-QA-STRATUM TO WS-RES-STRATUM(1)
                   MOVE CMP-QA-OLD-VALUE TO WS-RES-OLD-VALUE(1)
                   MOVE CMP-QA-NEW-VALUE TO WS-RES-NEW-VALUE(1)
                   SET WS-RES-IDX TO 1
                   PERFORM 6000-WRITE-SAMPLE
               END-IF
           END-IF.

       3100-DRAW-SORT-VALUE.
           PERFORM 7000-NEXT-RANDOM.
           IF WS-RANDOM-STATE > WS-SORT-VALUE
               MOVE WS-RANDOM-STATE TO WS-SORT-VALUE
           END-IF.

      ******************************************************************
      *  3200-OFFER-TO-RESERVOIR
      *
      *  Until the reservoir holds SIZE pairs every pair goes in;
      *  after that a pair replaces the lowest sort value held when
      *  its own is strictly higher, and the new lowest is found.
      ******************************************************************
       3200-OFFER-TO-RESERVOIR.
           IF WS-RES-COUNT < CMP-QA-SIZE
               ADD 1 TO WS-RES-COUNT
               SET WS-RES-IDX TO WS-RES-COUNT
               PERFORM 3210-STORE-PAIR
               IF WS-RES-COUNT = CMP-QA-SIZE
                   PERFORM 3220-FIND-LOWEST
               END-IF
           ELSE
               IF WS-SORT-VALUE > WS-RES-SORT-VALUE(WS-RES-LOW-IDX)
                   SET WS-RES-IDX TO WS-RES-LOW-IDX
                   PERFORM 3210-STORE-PAIR
                   PERFORM 3220-FIND-LOWEST
               END-IF
           END-IF.

       3210-STORE-PAIR.
           MOVE WS-SORT-VALUE TO WS-RES-SORT-VALUE(WS-RES-IDX).
           MOVE CMP-QA-KEY TO WS-RES-KEY(WS-RES-IDX).
           MOVE CMP-QA-STRATUM TO WS-RES-STRATUM(WS-RES-IDX).
           MOVE CMP-QA-OLD-VALUE TO WS-RES-OLD-VALUE(WS-RES-IDX).
           MOVE CMP-QA-NEW-VALUE TO WS-RES-NEW-VALUE(WS-RES-IDX).

      ******************************************************************
      *  3220-FIND-LOWEST
      *
      *  The entry the next pair has to beat: the lowest sort value
      *  held (on a tie, the last such entry in the table).
      ******************************************************************
       3220-FIND-LOWEST.
           MOVE 1 TO WS-RES-LOW-IDX.
           PERFORM VARYING WS-RES-IDX FROM 2 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
               IF WS-RES-SORT-VALUE(WS-RES-IDX)
                  <= WS-RES-SORT-VALUE(WS-RES-LOW-IDX)
                   SET WS-RES-LOW-IDX TO WS-RES-IDX
               END-IF
           END-PERFORM.

      ******************************************************************
      *  4000-END-FEED
      *
      *  Writes the reservoir (size mode) and one summary record per
      *  stratum, which the false-match estimate needs even when no
      *  pair of the stratum was sampled.
      ******************************************************************
       4000-END-FEED.
           IF WS-SIZE-MODE
               PERFORM 6000-WRITE-SAMPLE
                   VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
           END-IF.
           PERFORM 4100-WRITE-SUMMARY
               VARYING WS-STRATUM-IDX FROM 1 BY 1
               UNTIL WS-STRATUM-IDX > 3.

       4100-WRITE-SUMMARY.
           MOVE SPACES TO CMP-QA-RECORD.
           PERFORM 6100-RECORD-PREFIX.
           SET CMP-QA-REC-SUMMARY TO TRUE.
           MOVE WS-STRATUM-CODES(WS-STRATUM-IDX:1)
               TO CMP-QA-REC-SUM-STRATUM.
           MOVE CMP-QA-MATCHED(WS-STRATUM-IDX)
               TO CMP-QA-REC-SUM-MATCHED.
           MOVE CMP-QA-SAMPLED(WS-STRATUM-IDX)
               TO CMP-QA-REC-SUM-SAMPLED.
           WRITE CMP-QA-RECORD.

       5000-CLOSE-RUN.
           IF WS-FILE-OPEN
               CLOSE SAMPLE-FILE
               MOVE 'N' TO WS-FILE-OPEN-FLAG
           END-IF.
           MOVE 'N' TO CMP-QA-ACTIVE-FLAG.
           MOVE 'N' TO WS-STARTED-FLAG.

      ******************************************************************
      *  6000-WRITE-SAMPLE
      *
      *  Writes reservoir entry WS-RES-IDX as a detail record, masked,
      *  under the next sample number of the run, and counts it in
      *  its stratum.  The sample number is only unique together
      *  with the run id and the program on every record.
      ******************************************************************
       6000-WRITE-SAMPLE.
           ADD 1 TO WS-SAMPLE-NO.
           EVALUATE WS-RES-STRATUM(WS-RES-IDX)
               WHEN 'T'
                   MOVE 2 TO WS-STRATUM-IDX
               WHEN 'O'
                   MOVE 3 TO WS-STRATUM-IDX
               WHEN OTHER
                   MOVE 1 TO WS-STRATUM-IDX
           END-EVALUATE.
           ADD 1 TO CMP-QA-SAMPLED(WS-STRATUM-IDX).
           ADD 1 TO CMP-QA-FEED-SAMPLED.

           MOVE WS-RES-KEY(WS-RES-IDX) TO CMP-MK-KEY.
           MOVE CMP-QA-FIELD-NAME TO CMP-MK-FIELD-NAME.
           MOVE WS-RES-OLD-VALUE(WS-RES-IDX) TO CMP-MK-OLD-VALUE.
           MOVE WS-RES-NEW-VALUE(WS-RES-IDX) TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

           MOVE SPACES TO CMP-QA-RECORD.
           PERFORM 6100-RECORD-PREFIX.
           SET CMP-QA-REC-DETAIL TO TRUE.
           MOVE WS-SAMPLE-NO TO CMP-QA-REC-SAMPLE-NO.
           MOVE WS-RES-KEY(WS-RES-IDX) TO CMP-QA-REC-KEY.
           MOVE WS-STRATUM-CODES(WS-STRATUM-IDX:1)
               TO CMP-QA-REC-STRATUM.
           MOVE CMP-MK-OLD-VALUE TO CMP-QA-REC-OLD-VALUE.
           MOVE CMP-MK-NEW-VALUE TO CMP-QA-REC-NEW-VALUE.
           INSPECT CMP-QA-RECORD REPLACING ALL LOW-VALUE BY '.'.
           WRITE CMP-QA-RECORD.

       6100-RECORD-PREFIX.
           MOVE CMP-QA-RUN-ID TO CMP-QA-REC-RUN-ID.
           MOVE CMP-QA-PROGRAM TO CMP-QA-REC-PROGRAM.
           MOVE CMP-QA-FEED-NAME TO CMP-QA-REC-FEED.

      ******************************************************************
      *  7000-NEXT-RANDOM
      *
      *  Steps the Park-Miller generator: state = state * 16807
      *  modulo 2**31 - 1.  Exact in integer arithmetic, so the
      *  sequence for a seed is the same on any machine.
      ******************************************************************
       7000-NEXT-RANDOM.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-STATE * 16807.
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-STATE.
