      ******************************************************************
      *  CMPQARPT
      *
      *  Estimated false-match rate, per feed and month, from the QA
      *  reviewers' verdicts on the random samples of matched pairs
      *  that TRIMBAT, TRIMMTCH and TRIMMSTR take (CMPQASMP, sample
      *  file layout CMPQAREC).  It answers the auditors' question of
      *  whether "match" means match: how often the trim, fill
      *  character, case folding and equivalence options call a pair
      *  a match that a person looking at it says is not.
      *
      *  The sample is drawn by stratum - E exact, T trim-only, O
      *  other option - and trim-only and option-dependent matches
      *  are over-weighted in it, so the raw share of failed verdicts
      *  would overstate the rate.  Each stratum's failure rate
      *  (failed over reviewed) is therefore weighted back up by the
      *  stratum's matched pairs from the sample's summary records:
      *
      *      estimated false matches = sum of  MATCHED x FAILED
      *                                        / REVIEWED
      *      estimated rate          = estimated false matches
      *                                / MATCHED in reviewed strata
      *      coverage                = MATCHED in reviewed strata
      *                                / all MATCHED
      *
      *  A stratum with nothing reviewed is left out of the rate
      *  rather than guessed at; the coverage shows how much of the
      *  month's matches the rate speaks for.  Lines are per month
      *  (by the run date of the sample), with a total per feed and
      *  for all feeds, and the failures of each stratum shown as
      *  failed/reviewed.  A sampled pair is named by its run id,
      *  the program that took it and its sample number.  Verdicts
      *  that name no sampled pair, whose key is not the key of the
      *  pair they name, or that name a pair the sample file holds
      *  more than once (the file has been appended to twice from
      *  the same run - it is not guessed which is meant), are
      *  listed and not counted.
      *
      *  Verdict file layout CMPQVREC; a pair given more than one
      *  verdict counts by the last.  Files: sample file from
      *  CMPQARPT_SAMPLE, defaulting to CMPQA.SMP; verdict file from
      *  CMPQARPT_VERDICT, defaulting to CMPQA.VRD; report from
      *  CMPQARPT_REPORT, defaulting to CMPQARPT.RPT.
      *
      *  RETURN-CODE is 4 when the verdict file cannot be read (every
      *  sample is then reported as unreviewed), a verdict is invalid
      *  or unmatched, or the verdict table overflowed; 16 when the
      *  sample file or report cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPQARPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO DYNAMIC WS-SAMPLE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.
           SELECT VERDICT-FILE ASSIGN TO DYNAMIC WS-VERDICT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERDICT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-FILE.
       COPY CMPQAREC.
       FD  VERDICT-FILE.
       COPY CMPQVREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
      *  Sort work record: a stratum's matched and sampled pairs from
      *  a summary record, or one reviewed pair from a detail record
      *  with a verdict.  By feed, then month.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-FEED                    PIC X(100).
           05  SRT-MONTH                   PIC X(6).
           05  SRT-STRATUM                 PIC 9.
           05  SRT-MATCHED                 PIC 9(9).
           05  SRT-SAMPLED                 PIC 9(9).
           05  SRT-REVIEWED                PIC 9.
           05  SRT-FAILED                  PIC 9.

       WORKING-STORAGE SECTION.
       01  WS-SAMPLE-FILE-NAME             PIC X(100).
       01  WS-SAMPLE-FILE-STATUS           PIC X(2).
           88  WS-SAMPLE-FILE-OK           VALUE '00'.
       01  WS-VERDICT-FILE-NAME            PIC X(100).
       01  WS-VERDICT-FILE-STATUS          PIC X(2).
           88  WS-VERDICT-FILE-OK          VALUE '00'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-OPEN-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-OPEN-ERROR               VALUE 'Y'.
       01  WS-INCOMPLETE-FLAG              PIC X VALUE 'N'.
           88  WS-INCOMPLETE               VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-FOUND-FLAG                   PIC X.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-VERDICTS-SOURCE              PIC X(20) VALUE SPACES.
      *  Verdicts, one per sampled pair (the last on the file).
      *  Status ' ' not yet matched to a sample record, 'U' used,
      *  'K' names a pair with another key, 'D' names a pair that is
      *  on the sample file more than once.  WS-VD-HITS is how many
      *  times the sample file holds the pair.
       01  WS-VERDICT-MAX                  PIC 9(5) COMP VALUE 5000.
       01  WS-VERDICT-COUNT                PIC 9(5) COMP VALUE 0.
       01  WS-VERDICT-TABLE.
           05  WS-VERDICT-ENTRY OCCURS 5000 TIMES
                                INDEXED BY WS-VD-IDX.
               10  WS-VD-RUN-ID            PIC X(14).
               10  WS-VD-PROGRAM           PIC X(8).
               10  WS-VD-SAMPLE-NO         PIC 9(5).
               10  WS-VD-KEY               PIC X(10).
               10  WS-VD-VERDICT           PIC X.
               10  WS-VD-REVIEWER          PIC X(8).
               10  WS-VD-STATUS            PIC X.
                   88  WS-VD-UNMATCHED     VALUE ' '.
                   88  WS-VD-USED          VALUE 'U'.
                   88  WS-VD-WRONG-KEY     VALUE 'K'.
                   88  WS-VD-DUPLICATE     VALUE 'D'.
               10  WS-VD-SAMPLE-KEY        PIC X(10).
               10  WS-VD-HITS              PIC 9(5) COMP.
       01  WS-VERDICT-READ                 PIC 9(7) VALUE 0.
       01  WS-VERDICT-INVALID              PIC 9(7) VALUE 0.
       01  WS-VERDICT-REPLACED             PIC 9(7) VALUE 0.
       01  WS-VERDICT-USED                 PIC 9(7) VALUE 0.
       01  WS-VERDICT-UNMATCHED            PIC 9(7) VALUE 0.
       01  WS-SAMPLE-READ                  PIC 9(7) VALUE 0.
       01  WS-SAMPLE-HEADERS               PIC 9(7) VALUE 0.
       01  WS-SAMPLE-DETAILS               PIC 9(7) VALUE 0.
       01  WS-SAMPLE-SKIPPED               PIC 9(7) VALUE 0.
       01  WS-SAMPLE-DUPLICATES            PIC 9(7) VALUE 0.
       01  WS-FEED-COUNT                   PIC 9(5) VALUE 0.
      *  Accumulators: 1 the current month, 2 the current feed, 3 all
      *  feeds; each by stratum in the order E, T, O.
       01  WS-ACC-SUB                      PIC 9 COMP.
       01  WS-STRAT-SUB                    PIC 9 COMP.
       01  WS-STRATUM-CODE                 PIC X.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 3 TIMES.
               10  WS-AC-STRATUM OCCURS 3 TIMES.
                   15  WS-AC-MATCHED       PIC 9(11).
                   15  WS-AC-SAMPLED       PIC 9(11).
                   15  WS-AC-REVIEWED      PIC 9(7).
                   15  WS-AC-FAILED        PIC 9(7).
       01  WS-CURRENT-FEED                 PIC X(100).
       01  WS-CURRENT-MONTH                PIC X(6).
      *  The estimate for one accumulator.
       01  WS-STRAT-MATCHED                PIC 9(11).
       01  WS-SUM-MATCHED                  PIC 9(11).
       01  WS-SUM-SAMPLED                  PIC 9(11).
       01  WS-SUM-REVIEWED                 PIC 9(7).
       01  WS-SUM-FAILED                   PIC 9(7).
       01  WS-COVERED                      PIC 9(11).
       01  WS-EST-FALSE                    PIC 9(11)V9(4).
       01  WS-EST-RATE                     PIC 9(3)V9(3).
       01  WS-COVERAGE                     PIC 9(3)V9.
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-COUNT-2                 PIC Z(6)9.
       01  WS-EDIT-MONTH.
           05  WS-EDIT-MONTH-YYYY          PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-MONTH-MM            PIC X(2).
      *  Report lines.
       01  WS-RATE-HEADING.
           05  FILLER                      PIC X(9) VALUE 'MONTH'.
           05  FILLER                      PIC X(11) VALUE
               '    MATCHED'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE
               '  SAMPLED'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'REVIEWED'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(6) VALUE 'FAILED'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               '  EXACT F/R'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               '   TRIM F/R'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               ' OPTION F/R'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE
               'EST FALSE'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE
               ' RATE %'.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(7) VALUE
               'COVER %'.
           05  FILLER                      PIC X(15) VALUE SPACES.
       01  WS-RATE-LINE.
           05  WS-RL-LABEL                 PIC X(9).
           05  WS-RL-MATCHED               PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-SAMPLED               PIC Z(8)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-REVIEWED              PIC Z(7)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-FAILED                PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-STRATUM OCCURS 3 TIMES.
               10  WS-RL-FAIL-REVIEW       PIC X(11) JUSTIFIED RIGHT.
               10  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-EST-FALSE             PIC Z(8)9.
           05  WS-RL-EST-FALSE-X REDEFINES WS-RL-EST-FALSE
                                           PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-RATE                  PIC ZZ9.999.
           05  WS-RL-RATE-X REDEFINES WS-RL-RATE
                                           PIC X(7).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RL-COVERAGE              PIC ZZ9.9.
           05  WS-RL-COVERAGE-X REDEFINES WS-RL-COVERAGE
                                           PIC X(5).
       01  WS-FAIL-REVIEW                  PIC X(11).
       01  WS-VERDICT-HEADING.
           05  FILLER                      PIC X(132) VALUE
               'RUN ID          PROGRAM   SAMPLE  KEY         VERDICT  R
      -        'EVIEWER  PROBLEM'.
       01  WS-VERDICT-LINE.
           05  WS-VL-RUN-ID                PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-PROGRAM               PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-SAMPLE-NO             PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-KEY                   PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-VERDICT               PIC X(7).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-REVIEWER              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-VL-PROBLEM               PIC X(67).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-DATE-YYYY            PIC X(4).
           05  WS-RUN-DATE-MM              PIC X(2).
           05  WS-RUN-DATE-DD              PIC X(2).
       01  WS-RUN-TIME                     PIC 9(8).
       01  WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
           05  WS-RUN-TIME-HH              PIC X(2).
           05  WS-RUN-TIME-MM              PIC X(2).
           05  WS-RUN-TIME-SS              PIC X(2).
           05  FILLER                      PIC X(2).
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-MM             PIC X(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-DD             PIC X(2).
       01  WS-EDIT-TIME.
           05  WS-EDIT-TIME-HH             PIC X(2).
           05  FILLER                      PIC X VALUE ':'.
           05  WS-EDIT-TIME-MM             PIC X(2).
           05  FILLER                      PIC X VALUE ':'.
           05  WS-EDIT-TIME-SS             PIC X(2).
       01  WS-PAGE-NUMBER                  PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(3) VALUE 999.
       01  WS-PAGE-SIZE                    PIC 9(3) VALUE 55.
       01  WS-PRINT-LINE                   PIC X(132).
       01  WS-HEADING-1.
           05  FILLER                      PIC X(46) VALUE
               'CMPQARPT QA SAMPLE ESTIMATED FALSE-MATCH RATE'.
           05  FILLER                      PIC X(72) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(10) VALUE
               '  SAMPLES '.
           05  WS-HDG-SAMPLE               PIC X(88).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(10) VALUE
               'VERDICTS '.
           05  WS-HDG-VERDICT              PIC X(122).
       01  WS-RC-MESSAGE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0120-LOAD-VERDICTS
               PERFORM 0130-COUNT-SAMPLE-HITS
               IF NOT WS-OPEN-ERROR
                   INITIALIZE WS-ACC-TABLE
                   SORT SORT-FILE
                       ON ASCENDING KEY SRT-FEED
                          ASCENDING KEY SRT-MONTH
                       INPUT PROCEDURE 0200-RELEASE-SAMPLES
                       OUTPUT PROCEDURE 0300-REPORT-FEEDS
               END-IF
               PERFORM 0400-REPORT-VERDICTS
               PERFORM 0500-FINISH
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-SAMPLE-FILE-NAME
               FROM ENVIRONMENT 'CMPQARPT_SAMPLE'.
           IF WS-SAMPLE-FILE-NAME = SPACES
               MOVE 'CMPQA.SMP' TO WS-SAMPLE-FILE-NAME
           END-IF.
           ACCEPT WS-VERDICT-FILE-NAME
               FROM ENVIRONMENT 'CMPQARPT_VERDICT'.
           IF WS-VERDICT-FILE-NAME = SPACES
               MOVE 'CMPQA.VRD' TO WS-VERDICT-FILE-NAME
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME
               FROM ENVIRONMENT 'CMPQARPT_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'CMPQARPT.RPT' TO WS-REPORT-FILE-NAME
           END-IF.

           OPEN INPUT SAMPLE-FILE.
           IF NOT WS-SAMPLE-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPQARPT: UNABLE TO OPEN SAMPLE FILE ['
                       WS-SAMPLE-FILE-NAME '] - FILE STATUS '
                       WS-SAMPLE-FILE-STATUS
           ELSE
               CLOSE SAMPLE-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPQARPT: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.

           IF WS-OPEN-ERROR
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
           END-IF.

      ******************************************************************
      *  0120-LOAD-VERDICTS
      *
      *  Loads the verdict file.  No verdict file is not fatal - the
      *  samples are all reported as unreviewed - but it is flagged,
      *  since an audit run with no verdicts is rarely what was meant.
      ******************************************************************
       0120-LOAD-VERDICTS.
           OPEN INPUT VERDICT-FILE.
           IF NOT WS-VERDICT-FILE-OK
               SET WS-INCOMPLETE TO TRUE
               DISPLAY 'CMPQARPT: UNABLE TO OPEN VERDICT FILE ['
                       WS-VERDICT-FILE-NAME '] - FILE STATUS '
                       WS-VERDICT-FILE-STATUS
                       ' - NOTHING COUNTED AS REVIEWED'
               MOVE '(UNREADABLE)' TO WS-VERDICTS-SOURCE
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ VERDICT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CMP-QV-RECORD(1:1) NOT = '*'
                              AND CMP-QV-RECORD NOT = SPACES
                               ADD 1 TO WS-VERDICT-READ
                               PERFORM 0125-ADD-VERDICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VERDICT-FILE
           END-IF.

      ******************************************************************
      *  0125-ADD-VERDICT
      *
      *  A verdict must name a run, a program and a sample number and
      *  be P or F.  A second verdict for the same pair replaces the
      *  first.
      ******************************************************************
       0125-ADD-VERDICT.
           IF CMP-QV-RUN-ID = SPACES
              OR CMP-QV-PROGRAM = SPACES
              OR CMP-QV-SAMPLE-NO NOT NUMERIC
              OR NOT (CMP-QV-PASS OR CMP-QV-FAIL)
               SET WS-INCOMPLETE TO TRUE
               ADD 1 TO WS-VERDICT-INVALID
               MOVE WS-VERDICT-READ TO WS-EDIT-COUNT
               DISPLAY 'CMPQARPT: VERDICT ' WS-EDIT-COUNT
                       ' INVALID - RUN ID [' CMP-QV-RUN-ID
                       '] PROGRAM [' CMP-QV-PROGRAM
                       '] SAMPLE [' CMP-QV-SAMPLE-NO
                       '] VERDICT [' CMP-QV-VERDICT '] - IGNORED'
           ELSE
               MOVE 'N' TO WS-FOUND-FLAG
               IF WS-VERDICT-COUNT > 0
                   PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                           UNTIL WS-VD-IDX > WS-VERDICT-COUNT
                       IF WS-VD-RUN-ID(WS-VD-IDX) = CMP-QV-RUN-ID
                          AND WS-VD-PROGRAM(WS-VD-IDX)
                              = CMP-QV-PROGRAM
                          AND WS-VD-SAMPLE-NO(WS-VD-IDX)
                              = CMP-QV-SAMPLE-NO
                           SET WS-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               EVALUATE TRUE
                   WHEN WS-FOUND
                       ADD 1 TO WS-VERDICT-REPLACED
                       PERFORM 0127-STORE-VERDICT
                   WHEN WS-VERDICT-COUNT >= WS-VERDICT-MAX
                       SET WS-INCOMPLETE TO TRUE
                       ADD 1 TO WS-VERDICT-INVALID
                       DISPLAY 'CMPQARPT: MORE THAN ' WS-VERDICT-MAX
                               ' VERDICTS - RUN ID [' CMP-QV-RUN-ID
                               '] PROGRAM [' CMP-QV-PROGRAM
                               '] SAMPLE [' CMP-QV-SAMPLE-NO
                               '] NOT COUNTED'
                   WHEN OTHER
                       ADD 1 TO WS-VERDICT-COUNT
                       SET WS-VD-IDX TO WS-VERDICT-COUNT
                       PERFORM 0127-STORE-VERDICT
               END-EVALUATE
           END-IF.

       0127-STORE-VERDICT.
           MOVE CMP-QV-RUN-ID TO WS-VD-RUN-ID(WS-VD-IDX).
           MOVE CMP-QV-PROGRAM TO WS-VD-PROGRAM(WS-VD-IDX).
           MOVE CMP-QV-SAMPLE-NO TO WS-VD-SAMPLE-NO(WS-VD-IDX).
           MOVE CMP-QV-KEY TO WS-VD-KEY(WS-VD-IDX).
           MOVE CMP-QV-VERDICT TO WS-VD-VERDICT(WS-VD-IDX).
           MOVE CMP-QV-REVIEWER TO WS-VD-REVIEWER(WS-VD-IDX).
           MOVE SPACE TO WS-VD-STATUS(WS-VD-IDX).
           MOVE SPACES TO WS-VD-SAMPLE-KEY(WS-VD-IDX).
           MOVE 0 TO WS-VD-HITS(WS-VD-IDX).

      ******************************************************************
      *  0130-COUNT-SAMPLE-HITS
      *
      *  First pass over the sample file: how many detail records
      *  carry the run id, program and sample number of each
      *  verdict, so that a pair on the file more than once is
      *  reported rather than counted twice.  A sample file that
      *  cannot be opened again now ends the run with return code
      *  16, as in the sort input below.
      ******************************************************************
       0130-COUNT-SAMPLE-HITS.
           IF WS-VERDICT-COUNT > 0
               OPEN INPUT SAMPLE-FILE
               IF NOT WS-SAMPLE-FILE-OK
                   SET WS-OPEN-ERROR TO TRUE
                   DISPLAY 'CMPQARPT: UNABLE TO REOPEN SAMPLE FILE ['
                           WS-SAMPLE-FILE-NAME '] - FILE STATUS '
                           WS-SAMPLE-FILE-STATUS
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ SAMPLE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF CMP-QA-REC-DETAIL
                                   PERFORM 0140-FIND-VERDICT
                                   IF WS-FOUND
                                       ADD 1 TO WS-VD-HITS(WS-VD-IDX)
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SAMPLE-FILE
               END-IF
           END-IF.

      ******************************************************************
      *  0140-FIND-VERDICT
      *
      *  The verdict naming the current detail record's pair, by run
      *  id, program and sample number.  Leaves WS-VD-IDX on it and
      *  WS-FOUND set.
      ******************************************************************
       0140-FIND-VERDICT.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-VERDICT-COUNT > 0
               PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                       UNTIL WS-VD-IDX > WS-VERDICT-COUNT
                   IF WS-VD-RUN-ID(WS-VD-IDX) = CMP-QA-REC-RUN-ID
                      AND WS-VD-PROGRAM(WS-VD-IDX)
                          = CMP-QA-REC-PROGRAM
                      AND WS-VD-SAMPLE-NO(WS-VD-IDX)
                          = CMP-QA-REC-SAMPLE-NO
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *  0200-RELEASE-SAMPLES
      *
      *  Sort input: the sample file.  Summary records give each
      *  stratum's matched and sampled pairs; detail records with a
      *  verdict give the reviewed and failed pairs.  The file was
      *  found at initialization; if it cannot be opened again now
      *  nothing is released and the run ends with return code 16.
      ******************************************************************
       0200-RELEASE-SAMPLES.
           OPEN INPUT SAMPLE-FILE.
           IF NOT WS-SAMPLE-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPQARPT: UNABLE TO REOPEN SAMPLE FILE ['
                       WS-SAMPLE-FILE-NAME '] - FILE STATUS '
                       WS-SAMPLE-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ SAMPLE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0205-TAKE-SAMPLE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SAMPLE-FILE
           END-IF.

       0205-TAKE-SAMPLE-RECORD.
           ADD 1 TO WS-SAMPLE-READ.
           EVALUATE TRUE
               WHEN CMP-QA-REC-HEADER
                   ADD 1 TO WS-SAMPLE-HEADERS
               WHEN CMP-QA-REC-DETAIL
                   ADD 1 TO WS-SAMPLE-DETAILS
                   PERFORM 0210-TAKE-DETAIL
               WHEN CMP-QA-REC-SUMMARY
                   PERFORM 0220-TAKE-SUMMARY
               WHEN OTHER
                   ADD 1 TO WS-SAMPLE-SKIPPED
           END-EVALUATE.

      ******************************************************************
      *  0210-TAKE-DETAIL
      *
      *  A sampled pair counts as reviewed when a verdict names its
      *  run, program and sample number with its key, and the sample
      *  file holds that pair once only.  A pair held more than once
      *  is counted as a duplicate once, on its first record.
      ******************************************************************
       0210-TAKE-DETAIL.
           PERFORM 0140-FIND-VERDICT.
           IF WS-FOUND
              AND WS-VD-HITS(WS-VD-IDX) > 1
               IF NOT WS-VD-DUPLICATE(WS-VD-IDX)
                   SET WS-VD-DUPLICATE(WS-VD-IDX) TO TRUE
                   ADD 1 TO WS-SAMPLE-DUPLICATES
                   DISPLAY 'CMPQARPT: RUN ID [' CMP-QA-REC-RUN-ID
                           '] PROGRAM [' CMP-QA-REC-PROGRAM
                           '] SAMPLE [' CMP-QA-REC-SAMPLE-NO
                           '] IS ON THE SAMPLE FILE '
                           WS-VD-HITS(WS-VD-IDX)
                           ' TIMES - VERDICT NOT COUNTED'
               END-IF
               MOVE 'N' TO WS-FOUND-FLAG
           END-IF.
           IF WS-FOUND
               IF WS-VD-KEY(WS-VD-IDX) NOT = CMP-QA-REC-KEY
                   SET WS-VD-WRONG-KEY(WS-VD-IDX) TO TRUE
                   MOVE CMP-QA-REC-KEY TO WS-VD-SAMPLE-KEY(WS-VD-IDX)
               ELSE
                   MOVE CMP-QA-REC-STRATUM TO WS-STRATUM-CODE
                   PERFORM 0230-STRATUM-SUB
                   IF WS-STRAT-SUB = 0
                       ADD 1 TO WS-SAMPLE-SKIPPED
                   ELSE
                       SET WS-VD-USED(WS-VD-IDX) TO TRUE
                       ADD 1 TO WS-VERDICT-USED
                       MOVE CMP-QA-REC-FEED TO SRT-FEED
                       MOVE CMP-QA-REC-RUN-DATE(1:6) TO SRT-MONTH
                       MOVE WS-STRAT-SUB TO SRT-STRATUM
                       MOVE 0 TO SRT-MATCHED
                       MOVE 0 TO SRT-SAMPLED
                       MOVE 1 TO SRT-REVIEWED
                       IF WS-VD-VERDICT(WS-VD-IDX) = 'F'
                           MOVE 1 TO SRT-FAILED
                       ELSE
                           MOVE 0 TO SRT-FAILED
                       END-IF
                       RELEASE SORT-RECORD
                   END-IF
               END-IF
           END-IF.

       0220-TAKE-SUMMARY.
           MOVE CMP-QA-REC-SUM-STRATUM TO WS-STRATUM-CODE.
           PERFORM 0230-STRATUM-SUB.
           IF WS-STRAT-SUB = 0
              OR CMP-QA-REC-SUM-MATCHED NOT NUMERIC
              OR CMP-QA-REC-SUM-SAMPLED NOT NUMERIC
               ADD 1 TO WS-SAMPLE-SKIPPED
           ELSE
               MOVE CMP-QA-REC-FEED TO SRT-FEED
               MOVE CMP-QA-REC-RUN-DATE(1:6) TO SRT-MONTH
               MOVE WS-STRAT-SUB TO SRT-STRATUM
               MOVE CMP-QA-REC-SUM-MATCHED TO SRT-MATCHED
               MOVE CMP-QA-REC-SUM-SAMPLED TO SRT-SAMPLED
               MOVE 0 TO SRT-REVIEWED
               MOVE 0 TO SRT-FAILED
               RELEASE SORT-RECORD
           END-IF.

       0230-STRATUM-SUB.
           EVALUATE WS-STRATUM-CODE
               WHEN 'E'
                   MOVE 1 TO WS-STRAT-SUB
               WHEN 'T'
                   MOVE 2 TO WS-STRAT-SUB
               WHEN 'O'
                   MOVE 3 TO WS-STRAT-SUB
               WHEN OTHER
                   MOVE 0 TO WS-STRAT-SUB
           END-EVALUATE.

      ******************************************************************
      *  0300-REPORT-FEEDS
      *
      *  Sort output: a line per feed and month, a total per feed
      *  and a total for all feeds.
      ******************************************************************
       0300-REPORT-FEEDS.
           MOVE 'ESTIMATED FALSE-MATCH RATE BY FEED AND MONTH'
               TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-CURRENT-FEED.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SRT-FEED NOT = WS-CURRENT-FEED
                          OR WS-FEED-COUNT = 0
                           IF WS-FEED-COUNT > 0
                               PERFORM 0310-MONTH-END
                               PERFORM 0320-FEED-END
                           END-IF
                           MOVE SRT-FEED TO WS-CURRENT-FEED
                           MOVE SRT-MONTH TO WS-CURRENT-MONTH
                           ADD 1 TO WS-FEED-COUNT
                           PERFORM 0315-FEED-HEADING
                       END-IF
                       IF SRT-MONTH NOT = WS-CURRENT-MONTH
                           PERFORM 0310-MONTH-END
                           MOVE SRT-MONTH TO WS-CURRENT-MONTH
                       END-IF
                       PERFORM 0330-COUNT-SORT-RECORD
               END-RETURN
           END-PERFORM.
           IF WS-FEED-COUNT = 0
               MOVE '  NO SAMPLES ON THE SAMPLE FILE' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               PERFORM 0310-MONTH-END
               PERFORM 0320-FEED-END
               MOVE 3 TO WS-ACC-SUB
               PERFORM 0340-FILL-RATE-LINE
               MOVE 'ALL FEEDS' TO WS-RL-LABEL
               MOVE WS-RATE-LINE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE 'F/R IS FAILED OVER REVIEWED PAIRS.  EACH STRATUM''S F/R
      -         ' IS WEIGHTED BY ITS MATCHED PAIRS; COVER % IS THE SHARE
      -         ' OF MATCHES' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE 'IN STRATA WITH A REVIEWED PAIR, WHICH THE RATE SPEAKS F
      -         'OR.' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0310-MONTH-END.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM 0340-FILL-RATE-LINE.
           MOVE WS-CURRENT-MONTH(1:4) TO WS-EDIT-MONTH-YYYY.
           MOVE WS-CURRENT-MONTH(5:2) TO WS-EDIT-MONTH-MM.
           MOVE WS-EDIT-MONTH TO WS-RL-LABEL.
           MOVE WS-RATE-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           INITIALIZE WS-ACC-ENTRY(1).

       0315-FEED-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FEED ' WS-CURRENT-FEED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-RATE-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0320-FEED-END.
           MOVE 2 TO WS-ACC-SUB.
           PERFORM 0340-FILL-RATE-LINE.
           MOVE 'TOTAL' TO WS-RL-LABEL.
           MOVE WS-RATE-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           INITIALIZE WS-ACC-ENTRY(2).

       0330-COUNT-SORT-RECORD.
           PERFORM VARYING WS-ACC-SUB FROM 1 BY 1 UNTIL WS-ACC-SUB > 3
               ADD SRT-MATCHED
                   TO WS-AC-MATCHED(WS-ACC-SUB, SRT-STRATUM)
               ADD SRT-SAMPLED
                   TO WS-AC-SAMPLED(WS-ACC-SUB, SRT-STRATUM)
               ADD SRT-REVIEWED
                   TO WS-AC-REVIEWED(WS-ACC-SUB, SRT-STRATUM)
               ADD SRT-FAILED
                   TO WS-AC-FAILED(WS-ACC-SUB, SRT-STRATUM)
           END-PERFORM.

      ******************************************************************
      *  0340-FILL-RATE-LINE
      *
      *  Rate line from accumulator WS-ACC-SUB.  A stratum counts at
      *  least its reviewed pairs as matched, in case a run stopped
      *  before writing its summary.  The estimate, rate and coverage
      *  stay blank with nothing reviewed.
      ******************************************************************
       0340-FILL-RATE-LINE.
           MOVE 0 TO WS-SUM-MATCHED WS-SUM-SAMPLED WS-SUM-REVIEWED
                     WS-SUM-FAILED WS-COVERED WS-EST-FALSE.
           PERFORM VARYING WS-STRAT-SUB FROM 1 BY 1
                   UNTIL WS-STRAT-SUB > 3
               MOVE WS-AC-MATCHED(WS-ACC-SUB, WS-STRAT-SUB)
                   TO WS-STRAT-MATCHED
               IF WS-STRAT-MATCHED
                  < WS-AC-REVIEWED(WS-ACC-SUB, WS-STRAT-SUB)
                   MOVE WS-AC-REVIEWED(WS-ACC-SUB, WS-STRAT-SUB)
                       TO WS-STRAT-MATCHED
               END-IF
               ADD WS-STRAT-MATCHED TO WS-SUM-MATCHED
               ADD WS-AC-SAMPLED(WS-ACC-SUB, WS-STRAT-SUB)
                   TO WS-SUM-SAMPLED
               ADD WS-AC-REVIEWED(WS-ACC-SUB, WS-STRAT-SUB)
                   TO WS-SUM-REVIEWED
               ADD WS-AC-FAILED(WS-ACC-SUB, WS-STRAT-SUB)
                   TO WS-SUM-FAILED
               IF WS-AC-REVIEWED(WS-ACC-SUB, WS-STRAT-SUB) = 0
                   MOVE '-' TO WS-RL-FAIL-REVIEW(WS-STRAT-SUB)
               ELSE
                   ADD WS-STRAT-MATCHED TO WS-COVERED
                   COMPUTE WS-EST-FALSE = WS-EST-FALSE
                       + WS-STRAT-MATCHED
                         * WS-AC-FAILED(WS-ACC-SUB, WS-STRAT-SUB)
                         / WS-AC-REVIEWED(WS-ACC-SUB, WS-STRAT-SUB)
                   MOVE WS-AC-FAILED(WS-ACC-SUB, WS-STRAT-SUB)
                       TO WS-EDIT-COUNT
                   MOVE WS-AC-REVIEWED(WS-ACC-SUB, WS-STRAT-SUB)
                       TO WS-EDIT-COUNT-2
                   MOVE SPACES TO WS-FAIL-REVIEW
                   STRING FUNCTION TRIM(WS-EDIT-COUNT) '/'
                          FUNCTION TRIM(WS-EDIT-COUNT-2)
                       DELIMITED BY SIZE INTO WS-FAIL-REVIEW
                   END-STRING
                   MOVE FUNCTION TRIM(WS-FAIL-REVIEW)
                       TO WS-RL-FAIL-REVIEW(WS-STRAT-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-SUM-MATCHED TO WS-RL-MATCHED.
           MOVE WS-SUM-SAMPLED TO WS-RL-SAMPLED.
           MOVE WS-SUM-REVIEWED TO WS-RL-REVIEWED.
           MOVE WS-SUM-FAILED TO WS-RL-FAILED.
           IF WS-COVERED = 0
               MOVE SPACES TO WS-RL-EST-FALSE-X
               MOVE SPACES TO WS-RL-RATE-X
               MOVE SPACES TO WS-RL-COVERAGE-X
           ELSE
               COMPUTE WS-RL-EST-FALSE ROUNDED = WS-EST-FALSE
               COMPUTE WS-EST-RATE ROUNDED =
                       WS-EST-FALSE * 100 / WS-COVERED
               MOVE WS-EST-RATE TO WS-RL-RATE
               COMPUTE WS-COVERAGE ROUNDED =
                       WS-COVERED * 100 / WS-SUM-MATCHED
               MOVE WS-COVERAGE TO WS-RL-COVERAGE
           END-IF.

      ******************************************************************
      *  0400-REPORT-VERDICTS
      *
      *  Verdicts that did not count: naming no sampled pair, a pair
      *  with another key (a worksheet keyed against the wrong line,
      *  most likely), or a pair the sample file holds more than
      *  once.
      ******************************************************************
       0400-REPORT-VERDICTS.
           MOVE 'VERDICTS NOT COUNTED' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-VERDICT-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-VERDICT-COUNT > 0
               PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                       UNTIL WS-VD-IDX > WS-VERDICT-COUNT
                   IF NOT WS-VD-USED(WS-VD-IDX)
                       PERFORM 0410-VERDICT-LINE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-VERDICT-UNMATCHED = 0
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               SET WS-INCOMPLETE TO TRUE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-VERDICT-READ TO WS-EDIT-COUNT.
           MOVE WS-VERDICT-USED TO WS-EDIT-COUNT-2.
           STRING 'VERDICTS READ ' FUNCTION TRIM(WS-EDIT-COUNT)
                  ', COUNTED ' FUNCTION TRIM(WS-EDIT-COUNT-2)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

       0410-VERDICT-LINE.
           ADD 1 TO WS-VERDICT-UNMATCHED.
           MOVE WS-VD-RUN-ID(WS-VD-IDX) TO WS-VL-RUN-ID.
           MOVE WS-VD-PROGRAM(WS-VD-IDX) TO WS-VL-PROGRAM.
           MOVE WS-VD-SAMPLE-NO(WS-VD-IDX) TO WS-VL-SAMPLE-NO.
           MOVE WS-VD-KEY(WS-VD-IDX) TO WS-VL-KEY.
           MOVE WS-VD-VERDICT(WS-VD-IDX) TO WS-VL-VERDICT.
           MOVE WS-VD-REVIEWER(WS-VD-IDX) TO WS-VL-REVIEWER.
           MOVE SPACES TO WS-VL-PROBLEM.
           EVALUATE TRUE
               WHEN WS-VD-DUPLICATE(WS-VD-IDX)
                   MOVE WS-VD-HITS(WS-VD-IDX) TO WS-EDIT-COUNT
                   STRING 'PAIR IS ON THE SAMPLE FILE '
                          FUNCTION TRIM(WS-EDIT-COUNT)
                          ' TIMES'
                       DELIMITED BY SIZE INTO WS-VL-PROBLEM
                   END-STRING
               WHEN WS-VD-WRONG-KEY(WS-VD-IDX)
                   STRING 'SAMPLED PAIR HAS KEY '
                          WS-VD-SAMPLE-KEY(WS-VD-IDX)
                       DELIMITED BY SIZE INTO WS-VL-PROBLEM
                   END-STRING
               WHEN OTHER
                   MOVE 'NO SUCH SAMPLED PAIR ON THE SAMPLE FILE'
                       TO WS-VL-PROBLEM
           END-EVALUATE.
           MOVE WS-VERDICT-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0500-FINISH.
           MOVE SPACES TO WS-RC-MESSAGE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
               STRING 'RETURN CODE 16 - SAMPLE FILE COULD NOT BE '
                      'REOPENED - NO RATES REPORTED'
                   DELIMITED BY SIZE INTO WS-RC-MESSAGE
               END-STRING
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           IF WS-INCOMPLETE AND NOT WS-OPEN-ERROR
               MOVE 4 TO RETURN-CODE
               ADD WS-VERDICT-INVALID WS-VERDICT-UNMATCHED
                   GIVING WS-EDIT-COUNT
               STRING 'RETURN CODE 4 - '
                      FUNCTION TRIM(WS-EDIT-COUNT)
                      ' VERDICT(S) NOT COUNTED, OR NO VERDICT FILE -'
                      ' SEE JOB LOG'
                   DELIMITED BY SIZE INTO WS-RC-MESSAGE
               END-STRING
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY 'CMPQARPT QA SAMPLE ESTIMATED FALSE-MATCH RATE'.
           DISPLAY 'SAMPLE RECORDS    : ' WS-SAMPLE-READ.
           DISPLAY 'SAMPLES TAKEN     : ' WS-SAMPLE-HEADERS.
           DISPLAY 'PAIRS SAMPLED     : ' WS-SAMPLE-DETAILS.
           DISPLAY 'RECORDS SKIPPED   : ' WS-SAMPLE-SKIPPED.
           DISPLAY 'DUPLICATE PAIRS   : ' WS-SAMPLE-DUPLICATES.
           DISPLAY 'FEEDS             : ' WS-FEED-COUNT.
           DISPLAY 'VERDICTS READ     : ' WS-VERDICT-READ.
           DISPLAY 'VERDICTS REPLACED : ' WS-VERDICT-REPLACED.
           DISPLAY 'VERDICTS INVALID  : ' WS-VERDICT-INVALID.
           DISPLAY 'VERDICTS COUNTED  : ' WS-VERDICT-USED.
           DISPLAY 'VERDICTS UNMATCHED: ' WS-VERDICT-UNMATCHED.
           IF WS-RC-MESSAGE NOT = SPACES
               DISPLAY WS-RC-MESSAGE
           END-IF.

      ******************************************************************
      *  0600-WRITE-REPORT-LINE
      *
      *  Writes WS-PRINT-LINE to the report, breaking to a fresh page
      *  with the standard headings whenever the current page is full.
      ******************************************************************
       0600-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT > WS-PAGE-SIZE
               PERFORM 0610-PAGE-HEADING
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       0610-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           MOVE WS-RUN-DATE-YYYY TO WS-EDIT-DATE-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-EDIT-DATE-MM.
           MOVE WS-RUN-DATE-DD TO WS-EDIT-DATE-DD.
           MOVE WS-EDIT-DATE TO WS-HDG-DATE.
           MOVE WS-RUN-TIME-HH TO WS-EDIT-TIME-HH.
           MOVE WS-RUN-TIME-MM TO WS-EDIT-TIME-MM.
           MOVE WS-RUN-TIME-SS TO WS-EDIT-TIME-SS.
           MOVE WS-EDIT-TIME TO WS-HDG-TIME.
           MOVE WS-SAMPLE-FILE-NAME TO WS-HDG-SAMPLE.
           MOVE SPACES TO WS-HDG-VERDICT.
           STRING FUNCTION TRIM(WS-VERDICT-FILE-NAME) ' '
                  WS-VERDICTS-SOURCE
               DELIMITED BY SIZE INTO WS-HDG-VERDICT
           END-STRING.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.
