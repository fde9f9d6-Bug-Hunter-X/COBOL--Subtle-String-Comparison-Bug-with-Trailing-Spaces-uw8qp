      *  single file - one rotten feed in the list pages the
      *  scheduler even when the blended numbers look fine.
      *
      *  Every input file is balanced (CMPBAL) before any of them is
      *  processed: a feed that carries a header and trailer
      *  (CMPHTREC) must have its trailer record count and key hash
      *  agree with what was read, and its header business date and
      *  sequence number must move forward from the last delivery
      *  accepted on the feed control file.  Any failure stops the
      *  run before a single compare, with the FEED BALANCING section
      *  on the report saying why and the failure's own return code
      *  (see CMPBALCT): 20 trailer missing, 24 record count out,
      *  28 key hash out, 32 business date going backwards, 36
      *  sequence number repeated.  The feed control file is updated
      *  only once the run has finished without a feed error.
      *
      *  All run settings come from a run-control card file read at
      *  initialization (located by environment variable TRIMBAT_PARM,
      *  defaulting to TRIMBAT.PRM; missing file just means compiled
      *                               in addition to SPACE, e.g. 0)
      *      DATA-TYPE=T/N/D         (text, numeric or date compare -
      *                               see TRIMCMP; default T)
      *      TOKEN-EQUIV=Y/N         (Y sends a text pair that still
      *                               differs through the token
      *                               equivalence table - see
      *                               CMPEQREC; default N)
      *      EQUIV-FIELD=...         (field name the run's values
      *                               are, for equivalence entries
      *                               and masking rules limited to
      *                               one field; default none)
      *      EQUIV-FILE=...          (default CMPEQUIV.DAT)
      *      SIM-THRESHOLD=nnn       (default 80)
      *      MISMATCH-PCT-LIMIT=nnn  (default 10)
      *      LOW-VALUES-LIMIT=nnn    (default 0)
      *      REQUIRE-TRAILER=Y/N     (Y treats a feed with no header
      *                               and no trailer as out of
      *                               balance; default N runs such a
      *                               feed unbalanced)
      *      FEED-CONTROL-FILE=...   (default CMPFEED.CTL)
      *      QA-RATE=nnnn            (matched pairs sampled for QA,
      *                               per thousand, 0-1000; default
      *                               0 - no sample)
      *      QA-SIZE=nnnn            (matched pairs sampled for QA
      *                               per file, 0-1000; wins over
      *                               QA-RATE; default 0)
      *      QA-SEED=nnnnnnn         (seed of the QA sample, 1-
      *                               9999999; default made up from
      *                               the time of day)
      *      QA-WEIGHT=nn            (how many times likelier a trim-
      *                               only or option-dependent match
      *                               is to be sampled than an exact
      *                               one, 1-99; default 5)
      *      QA-FILE=...             (default CMPQA.SMP)
      *
      *  A pair that agrees only through the token equivalence table
      *  is a match, counted apart as an equivalence-only match so
      *  the report still shows how often the feeds disagree on
      *  abbreviations.
      *
      *  Values on the report, the extract and the reject file are
      *  masked under the masking rules (CMPMASK, CMPMKREC) by key
      *  and EQUIV-FIELD; the compare itself runs on the real values.
      *
      *  With QA-RATE or QA-SIZE set, a reproducible random sample of
      *  each file's MATCHED pairs is appended to the QA sample file
      *  (CMPQASMP, CMPQAREC) for QA review - trim-only and option-
      *  dependent matches over-weighted - and the seed used is
      *  printed with the run totals so the sample can be drawn again.
      *  CMPQARPT turns the reviewers' verdicts into a false-match
      *  rate per feed.
      *
      *  Every accepted card is echoed at the top of the run output
      *  (job log and report) so afterwards there is no doubt how the
       FILE SECTION.
       FD  INPUT-FILE.
       COPY CMPREC.
       COPY CMPHTREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
       FD  EXTRACT-FILE.
           88  WS-FEED-ERROR               VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
      *  Feed balancing: the first failing file's return code stops
      *  the run before any processing.
       01  WS-BALANCE-ERROR-FLAG           PIC X VALUE 'N'.
           88  WS-BALANCE-ERROR            VALUE 'Y'.
       01  WS-BALANCE-RC                   PIC 9(2) VALUE 0.
       01  WS-BALANCE-RC-EDIT              PIC Z9.
       01  WS-BALANCE-FILE-NAME            PIC X(100).
       01  WS-BAL-LINE-IDX                 PIC 9(2) COMP.
      *  RETURN-CODE is overwritten by every CALL; the run's verdict
      *  is held here across the feed control commit.
       01  WS-SAVED-RC                     PIC S9(4) COMP.
      *  The input files of this run: the FILE-LIST cards in card
      *  order, or just the (single) INPUT-FILE name when no list
      *  was given.
       01  WS-MISMATCH-COUNT               PIC 9(7) VALUE 0.
       01  WS-LOW-VALUES-COUNT             PIC 9(7) VALUE 0.
       01  WS-TRIM-ONLY-COUNT              PIC 9(7) VALUE 0.
       01  WS-EQUIV-ONLY-COUNT             PIC 9(7) VALUE 0.
       01  WS-PARSE-ERROR-COUNT            PIC 9(7) VALUE 0.
      *  Similarity threshold handed to TRIMSIM: a no-match pair whose
      *  trimmed values agree at least this closely (percent) is
       01  WS-RUN-MISMATCH-COUNT           PIC 9(7) VALUE 0.
       01  WS-RUN-LOW-VALUES-COUNT         PIC 9(7) VALUE 0.
       01  WS-RUN-TRIM-ONLY-COUNT          PIC 9(7) VALUE 0.
       01  WS-RUN-EQUIV-ONLY-COUNT         PIC 9(7) VALUE 0.
       01  WS-RUN-PARSE-ERROR-COUNT        PIC 9(7) VALUE 0.
       01  WS-RUN-REJECT-COUNT             PIC 9(7) VALUE 0.
       01  WS-RUN-EXTRACT-COUNT            PIC 9(7) VALUE 0.
       01  WS-RUN-QA-SAMPLED-COUNT         PIC 9(7) VALUE 0.
       01  WS-WORST-MISMATCH-RATE          PIC 9(3)V99 VALUE 0.
       01  WS-WORST-LOW-VALUES             PIC 9(7) VALUE 0.
       01  WS-WORST-FILE-NAME              PIC X(100).
       01  WS-FILE-COUNT-EDIT              PIC Z9.
       01  WS-RC-MESSAGE                   PIC X(60).
      *  Set once the QA sample file has been closed at end of run.
       01  WS-QA-TAKEN-FLAG                PIC X VALUE 'N'.
           88  WS-QA-TAKEN                 VALUE 'Y'.
       01  WS-QA-COUNT-EDIT                PIC Z(8)9.
       01  WS-QA-MATCHED-EDIT              PIC Z(8)9.
       01  WS-QA-TRIM-EDIT                 PIC Z(8)9.
       01  WS-QA-TRIM-MATCHED-EDIT         PIC Z(8)9.
       01  WS-QA-OPTION-EDIT               PIC Z(8)9.
       01  WS-QA-OPTION-MATCHED-EDIT       PIC Z(8)9.
       01  WS-PARSE-TEXT                   PIC X(7).
       01  WS-PARSE-VALUE                  PIC 9(7) COMP.
       01  WS-PARSE-VALID-FLAG             PIC X.
       01  WS-SEEN-FULL-FLAG               PIC X VALUE 'N'.
           88  WS-SEEN-FULL                VALUE 'Y'.
       COPY CMPCTRL.
       COPY CMPBALCT.
       COPY CMPMKCT.
       COPY CMPQACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF NOT WS-OPEN-ERROR
               PERFORM 0190-BALANCE-FEEDS
               IF WS-BALANCE-ERROR
                   PERFORM 0195-BALANCE-STOP
               ELSE
                   PERFORM 0160-PROCESS-ONE-FILE
                       VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-COUNT
                   PERFORM 0300-FINISH
                   IF WS-FEED-ERROR
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 0350-COMMIT-FEED-CONTROL
                   END-IF
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM 0110-READ-PARM-FILE.
           MOVE WS-SIM-THRESHOLD TO CMP-SIM-THRESHOLD.
           MOVE 'TRIMBAT' TO CMP-QA-PROGRAM.
           MOVE CMP-EQUIV-FIELD-NAME TO CMP-QA-FIELD-NAME.

           IF WS-FILE-COUNT = 0
               MOVE 1 TO WS-FILE-COUNT
                       END-IF
                   WHEN 'FILL-CHARS'
                       PERFORM 0140-APPLY-FILL-CHARS
                   WHEN 'TOKEN-EQUIV'
                       IF WS-PARM-VALUE(1:1) = 'Y' OR 'N'
                          OR WS-PARM-VALUE(1:1) = 'y' OR 'n'
                           MOVE FUNCTION
                                UPPER-CASE(WS-PARM-VALUE(1:1))
                               TO CMP-EQUIV-TOKENS
                       ELSE
                           MOVE 'N' TO WS-PARM-KNOWN-FLAG
                           DISPLAY 'TRIMBAT: TOKEN-EQUIV MUST '
                                   'BE Y OR N - CARD IGNORED'
                       END-IF
                   WHEN 'EQUIV-FIELD'
                       MOVE WS-PARM-VALUE TO CMP-EQUIV-FIELD-NAME
                   WHEN 'EQUIV-FILE'
                       MOVE WS-PARM-VALUE TO CMP-EQUIV-FILE-NAME
                   WHEN 'SIM-THRESHOLD'
                       MOVE WS-PARM-VALUE(1:7) TO WS-PARSE-TEXT
                       PERFORM 0800-PARSE-NUMBER
                           DISPLAY 'TRIMBAT: LOW-VALUES-LIMIT MUST '
                                   'BE NUMERIC - CARD IGNORED'
                       END-IF
                   WHEN 'REQUIRE-TRAILER'
                       IF WS-PARM-VALUE(1:1) = 'Y' OR 'N'
                          OR WS-PARM-VALUE(1:1) = 'y' OR 'n'
                           MOVE FUNCTION
                                UPPER-CASE(WS-PARM-VALUE(1:1))
                               TO CMP-BAL-REQUIRE-TRAILER
                       ELSE
                           MOVE 'N' TO WS-PARM-KNOWN-FLAG
                           DISPLAY 'TRIMBAT: REQUIRE-TRAILER MUST '
                                   'BE Y OR N - CARD IGNORED'
                       END-IF
                   WHEN 'FEED-CONTROL-FILE'
                       MOVE WS-PARM-VALUE TO CMP-BAL-CONTROL-FILE-NAME
                   WHEN 'QA-RATE'
                       MOVE WS-PARM-VALUE(1:7) TO WS-PARSE-TEXT
                       PERFORM 0800-PARSE-NUMBER
                       IF WS-PARSE-VALID AND WS-PARSE-VALUE <= 1000
                           MOVE WS-PARSE-VALUE TO CMP-QA-RATE
                       ELSE
                           MOVE 'N' TO WS-PARM-KNOWN-FLAG
                           DISPLAY 'TRIMBAT: QA-RATE MUST BE NUMERIC '
                                   '0-1000 - CARD IGNORED'
                       END-IF
                   WHEN 'QA-SIZE'
                       MOVE WS-PARM-VALUE(1:7) TO WS-PARSE-TEXT
                       PERFORM 0800-PARSE-NUMBER
                       IF WS-PARSE-VALID AND WS-PARSE-VALUE <= 1000
                           MOVE WS-PARSE-VALUE TO CMP-QA-SIZE
                       ELSE
                           MOVE 'N' TO WS-PARM-KNOWN-FLAG
                           DISPLAY 'TRIMBAT: QA-SIZE MUST BE NUMERIC '
                                   '0-1000 - CARD IGNORED'
                       END-IF
                   WHEN 'QA-SEED'
                       MOVE WS-PARM-VALUE(1:7) TO WS-PARSE-TEXT
                       PERFORM 0800-PARSE-NUMBER
                       IF WS-PARSE-VALID AND WS-PARSE-VALUE > 0
                          AND WS-PARM-VALUE(8:93) = SPACES
                           MOVE WS-PARSE-VALUE TO CMP-QA-SEED
                       ELSE
                           MOVE 'N' TO WS-PARM-KNOWN-FLAG
                           DISPLAY 'TRIMBAT: QA-SEED MUST BE NUMERIC '
                                   '1-9999999 - CARD IGNORED'
                       END-IF
                   WHEN 'QA-WEIGHT'
                       MOVE WS-PARM-VALUE(1:7) TO WS-PARSE-TEXT
                       PERFORM 0800-PARSE-NUMBER
                       IF WS-PARSE-VALID AND WS-PARSE-VALUE > 0
                          AND WS-PARSE-VALUE <= 99
                           MOVE WS-PARSE-VALUE TO CMP-QA-WEIGHT
                       ELSE
                           MOVE 'N' TO WS-PARM-KNOWN-FLAG
                           DISPLAY 'TRIMBAT: QA-WEIGHT MUST BE NUMERIC '
                                   '1-99 - CARD IGNORED'
                       END-IF
                   WHEN 'QA-FILE'
                       MOVE WS-PARM-VALUE TO CMP-QA-FILE-NAME
                   WHEN OTHER
                       MOVE 'N' TO WS-PARM-KNOWN-FLAG
                       DISPLAY 'TRIMBAT: UNKNOWN PARM CARD ['
      *  appear on two different feeds), open and process the file,
      *  then write its report section subtotals, append its own
      *  history record and roll its counts into the run totals and
      *  the worst-file trackers.  The file's QA sample of matched
      *  pairs is started here and finished in 0180.  A file that
      *  cannot be opened is reported and skipped - the other feeds
      *  still reconcile, and the run ends with RETURN-CODE 16.
      ******************************************************************
       0160-PROCESS-ONE-FILE.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-INPUT-FILE-NAME.
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE WS-INPUT-FILE-NAME TO CMP-QA-FEED-NAME
               SET CMP-QA-BEGIN-FEED TO TRUE
               CALL 'CMPQASMP' USING CMP-QA-AREA
               PERFORM 0200-PROCESS-FILE
               CLOSE INPUT-FILE
               PERFORM 0180-FILE-WRAPUP
           MOVE 0 TO WS-MISMATCH-COUNT.
           MOVE 0 TO WS-LOW-VALUES-COUNT.
           MOVE 0 TO WS-TRIM-ONLY-COUNT.
           MOVE 0 TO WS-EQUIV-ONLY-COUNT.
           MOVE 0 TO WS-PARSE-ERROR-COUNT.
           MOVE 0 TO WS-EXTRACT-COUNT.
           MOVE 0 TO WS-REJECT-COUNT.
      ******************************************************************
      *  0180-FILE-WRAPUP
      *
      *  End of one input file: its QA sample written out, per-file
      *  rates, the subtotal block
      *  in this file's report section, this file's history record,
      *  and the roll-up into run totals and worst-file trackers.
      ******************************************************************
       0180-FILE-WRAPUP.
           IF CMP-QA-ACTIVE
               SET CMP-QA-END-FEED TO TRUE
               CALL 'CMPQASMP' USING CMP-QA-AREA
               ADD CMP-QA-FEED-SAMPLED TO WS-RUN-QA-SAMPLED-COUNT
           END-IF.

           IF WS-COMPARED-COUNT > 0
               COMPUTE WS-MATCH-RATE ROUNDED =
                       WS-MATCH-COUNT * 100 / WS-COMPARED-COUNT
           ADD WS-MISMATCH-COUNT TO WS-RUN-MISMATCH-COUNT.
           ADD WS-LOW-VALUES-COUNT TO WS-RUN-LOW-VALUES-COUNT.
           ADD WS-TRIM-ONLY-COUNT TO WS-RUN-TRIM-ONLY-COUNT.
           ADD WS-EQUIV-ONLY-COUNT TO WS-RUN-EQUIV-ONLY-COUNT.
           ADD WS-PARSE-ERROR-COUNT TO WS-RUN-PARSE-ERROR-COUNT.
           ADD WS-REJECT-COUNT TO WS-RUN-REJECT-COUNT.
           ADD WS-EXTRACT-COUNT TO WS-RUN-EXTRACT-COUNT.
               MOVE WS-LOW-VALUES-COUNT TO WS-WORST-LOW-VALUES
           END-IF.

      ******************************************************************
      *  0190-BALANCE-FEEDS
      *
      *  Balances every input file of the run before any is
      *  processed, so a bad delivery cannot leave half a run's
      *  extract behind.  All files are balanced (and shown in the
      *  FEED BALANCING section) even after one fails, so one rerun
      *  can fix them all; the first failure's return code is kept.
      ******************************************************************
       0190-BALANCE-FEEDS.
           MOVE 'FEED BALANCING' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               SET CMP-BAL-CHECK-FEED TO TRUE
               CALL 'CMPBAL' USING WS-FILE-NAME(WS-FILE-IDX),
                                    CMP-BALANCE-AREA
               PERFORM VARYING WS-BAL-LINE-IDX FROM 1 BY 1
                       UNTIL WS-BAL-LINE-IDX > CMP-BAL-LINE-COUNT
                   MOVE CMP-BAL-LINE(WS-BAL-LINE-IDX) TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               DISPLAY 'TRIMBAT: ' CMP-BAL-LINE(CMP-BAL-LINE-COUNT)
               IF CMP-BAL-RETURN-CODE NOT = 0
                  AND NOT WS-BALANCE-ERROR
                   SET WS-BALANCE-ERROR TO TRUE
                   MOVE CMP-BAL-RETURN-CODE TO WS-BALANCE-RC
                   MOVE WS-FILE-NAME(WS-FILE-IDX)
                       TO WS-BALANCE-FILE-NAME
               END-IF
           END-PERFORM.

      ******************************************************************
      *  0195-BALANCE-STOP
      *
      *  A feed failed balancing: nothing is processed, no history is
      *  written and the feed control file is left alone, so the run
      *  can be repeated as-is once the delivery is put right.
      ******************************************************************
       0195-BALANCE-STOP.
           MOVE WS-BALANCE-RC TO RETURN-CODE.
           MOVE WS-BALANCE-RC TO WS-BALANCE-RC-EDIT.
           MOVE SPACES TO WS-RC-MESSAGE.
           STRING 'RETURN CODE ' WS-BALANCE-RC-EDIT
                  ' - FEED OUT OF BALANCE: '
                  WS-BALANCE-FILE-NAME(1:20)
               DELIMITED BY SIZE INTO WS-RC-MESSAGE
           END-STRING.
           MOVE WS-RC-MESSAGE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REJECT-FILE.
           DISPLAY ' '.
           DISPLAY 'RUN STOPPED - NO FILES PROCESSED'.
           DISPLAY WS-RC-MESSAGE.

       0200-PROCESS-FILE.
           PERFORM UNTIL WS-EOF
               READ INPUT-FILE
               END-READ
           END-PERFORM.

      ******************************************************************
      *  0210-PROCESS-RECORD
      *
      *  The feed's header and trailer were dealt with by the
      *  balancing pass and are not data - they are skipped without
      *  being counted.
      ******************************************************************
       0210-PROCESS-RECORD.
           IF CMP-HT-HEADER OR CMP-HT-TRAILER
               CONTINUE
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 0220-VALIDATE-RECORD
               IF NOT WS-RECORD-GOOD
                   PERFORM 0230-WRITE-REJECT
               ELSE
                   PERFORM 0240-COMPARE-PAIR
               END-IF
           END-IF.

      ******************************************************************
                   ADD 1 TO WS-REJECT-DUP-COUNT
           END-EVALUATE.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           PERFORM 0450-MASK-PAIR.
           MOVE CMP-REC-KEY TO WS-REJ-RECORD.
           MOVE CMP-MK-OLD-VALUE TO WS-REJ-RECORD(11:100).
           MOVE CMP-MK-NEW-VALUE TO WS-REJ-RECORD(111:100).
           INSPECT WS-REJECT-LINE REPLACING ALL LOW-VALUE BY '.'.
           MOVE WS-REJECT-LINE TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           IF CMP-TRIM-ONLY-MATCH
               ADD 1 TO WS-TRIM-ONLY-COUNT
               IF NOT CMP-LOW-VALUES-DETECTED
                   PERFORM 0450-MASK-PAIR
                   CALL 'CMPAUDIT' USING CMP-REC-KEY, CMP-MK-OLD-VALUE,
                                          CMP-MK-NEW-VALUE
               END-IF
           END-IF.

           IF CMP-EQUIV-ONLY-MATCH
               ADD 1 TO WS-EQUIV-ONLY-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN CMP-PARSE-ERROR
                   ADD 1 TO WS-PARSE-ERROR-COUNT
                   PERFORM 0400-REPORT-EXCEPTION
               WHEN CMP-MATCH
                   ADD 1 TO WS-MATCH-COUNT
                   IF CMP-QA-ACTIVE
                       PERFORM 0260-SAMPLE-MATCH
                   END-IF
               WHEN OTHER
      *            Near-match scoring is positional text similarity -
      *            meaningless once values have been normalized as
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  0260-SAMPLE-MATCH
      *
      *  Offers the current matched pair to the QA sample, with the
      *  real values (CMPQASMP masks what it writes) and how the pair
      *  matched: exactly, only after trimming and the other text
      *  options, or only through the equivalence table or a numeric
      *  or date compare of values that differ as text.
      ******************************************************************
       0260-SAMPLE-MATCH.
           EVALUATE TRUE
               WHEN CMP-TRIM-ONLY-MATCH
                   SET CMP-QA-TRIM-ONLY TO TRUE
               WHEN CMP-EQUIV-ONLY-MATCH
                   SET CMP-QA-OPTION TO TRUE
               WHEN CMP-REC-OLD-VALUE = CMP-REC-NEW-VALUE
                   SET CMP-QA-EXACT TO TRUE
               WHEN OTHER
                   SET CMP-QA-OPTION TO TRUE
           END-EVALUATE.
           MOVE CMP-REC-KEY TO CMP-QA-KEY.
           MOVE CMP-REC-OLD-VALUE TO CMP-QA-OLD-VALUE.
           MOVE CMP-REC-NEW-VALUE TO CMP-QA-NEW-VALUE.
           SET CMP-QA-MATCHED-PAIR TO TRUE.
           CALL 'CMPQASMP' USING CMP-QA-AREA.

      ******************************************************************
      *  0400-REPORT-EXCEPTION
      *
      *  result cannot be trusted.  WS-DTL-STATUS is set by the caller.
      ******************************************************************
       0400-REPORT-EXCEPTION.
           PERFORM 0450-MASK-PAIR.
           MOVE CMP-REC-KEY TO WS-DTL-KEY.
           MOVE CMP-MK-OLD-VALUE TO WS-DTL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-DTL-KEY.
           MOVE SPACES TO WS-DTL-STATUS.
           MOVE CMP-MK-NEW-VALUE TO WS-DTL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *  0450-MASK-PAIR
      *
      *  Leaves the current pair, masked for output under the rule
      *  for its key and the run's field name, in CMP-MK-OLD-VALUE
      *  and CMP-MK-NEW-VALUE.  Everything the run writes takes its
      *  values from there; CMP-INPUT-RECORD keeps the real ones.
      ******************************************************************
       0450-MASK-PAIR.
           MOVE CMP-REC-KEY TO CMP-MK-KEY.
           MOVE CMP-EQUIV-FIELD-NAME TO CMP-MK-FIELD-NAME.
           MOVE CMP-REC-OLD-VALUE TO CMP-MK-OLD-VALUE.
           MOVE CMP-REC-NEW-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

      ******************************************************************
      *  0500-WRITE-EXTRACT-RECORD
      *
      *  with trailing spaces removed from each value so the file
      *  loads cleanly into the exception-tracking spreadsheet.  The
      *  file name on the line keeps the feeds apart when a FILE-LIST
      *  run writes several feeds into the one extract.  The values
      *  are the masked pair 0400-REPORT-EXCEPTION just printed.
      ******************************************************************
       0500-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-NAME-LENGTH.

           MOVE CMP-MK-OLD-VALUE TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.

           MOVE CMP-MK-NEW-VALUE TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-NEW-LENGTH.


           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING CMP-REC-KEY(1:WS-KEY-LENGTH) '|'
                  CMP-MK-OLD-VALUE(1:WS-OLD-LENGTH) '|'
                  CMP-MK-NEW-VALUE(1:WS-NEW-LENGTH) '|'
                  WS-LOW-FLAG '|'
                  WS-INPUT-FILE-NAME(1:WS-NAME-LENGTH)
               DELIMITED BY SIZE INTO WS-EXTRACT-LINE
           END-IF.
           MOVE WS-MATCH-RATE TO WS-MATCH-RATE-EDIT.
           MOVE WS-MISMATCH-RATE TO WS-MISMATCH-RATE-EDIT.
           IF CMP-QA-ACTIVE
               SET WS-QA-TAKEN TO TRUE
               SET CMP-QA-CLOSE TO TRUE
               CALL 'CMPQASMP' USING CMP-QA-AREA
           END-IF.
           PERFORM 0330-EVALUATE-THRESHOLDS.

           PERFORM 0340-RUN-TOTALS-TO-REPORT.
           DISPLAY 'PROBABLE MATCHES  : ' WS-RUN-PROBABLE-COUNT.
           DISPLAY 'MISMATCHES        : ' WS-RUN-MISMATCH-COUNT.
           DISPLAY 'TRIM-ONLY MATCHES : ' WS-RUN-TRIM-ONLY-COUNT.
           DISPLAY 'EQUIV-ONLY MATCHES: ' WS-RUN-EQUIV-ONLY-COUNT.
           DISPLAY 'PARSE ERRORS      : ' WS-RUN-PARSE-ERROR-COUNT.
           DISPLAY 'LOW-VALUES FOUND  : ' WS-RUN-LOW-VALUES-COUNT.
           DISPLAY 'EXTRACT RECORDS   : ' WS-RUN-EXTRACT-COUNT.
           DISPLAY 'MISMATCH RATE(PCT): ' WS-MISMATCH-RATE-EDIT.
           MOVE WS-WORST-MISMATCH-RATE TO WS-MISMATCH-RATE-EDIT.
           DISPLAY 'WORST FILE (PCT)  : ' WS-MISMATCH-RATE-EDIT.
           IF WS-QA-TAKEN
               DISPLAY 'QA PAIRS SAMPLED  : ' WS-RUN-QA-SAMPLED-COUNT
               DISPLAY 'QA SAMPLE SEED    : ' CMP-QA-SEED-USED
                       '  RUN ID ' CMP-QA-RUN-ID
           END-IF.
           IF RETURN-CODE NOT = 0
               DISPLAY WS-RC-MESSAGE
           END-IF.
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EQUIV-ONLY MATCHES: ' WS-EQUIV-ONLY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PARSE ERRORS      : ' WS-PARSE-ERROR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF CMP-QA-ACTIVE
               PERFORM 0315-QA-TOTALS-TO-REPORT
           END-IF.

      ******************************************************************
      *  0315-QA-TOTALS-TO-REPORT
      *
      *  The file's QA sample: matched pairs sampled out of all its
      *  matches, and out of its trim-only and option-dependent
      *  matches, the strata the sample leans on.
      ******************************************************************
       0315-QA-TOTALS-TO-REPORT.
           MOVE CMP-QA-FEED-SAMPLED TO WS-QA-COUNT-EDIT.
           MOVE CMP-QA-FEED-MATCHED TO WS-QA-MATCHED-EDIT.
           MOVE CMP-QA-SAMPLED(2) TO WS-QA-TRIM-EDIT.
           MOVE CMP-QA-MATCHED(2) TO WS-QA-TRIM-MATCHED-EDIT.
           MOVE CMP-QA-SAMPLED(3) TO WS-QA-OPTION-EDIT.
           MOVE CMP-QA-MATCHED(3) TO WS-QA-OPTION-MATCHED-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'QA PAIRS SAMPLED  : '
                  FUNCTION TRIM(WS-QA-COUNT-EDIT) ' OF '
                  FUNCTION TRIM(WS-QA-MATCHED-EDIT) ' MATCHES ('
                  FUNCTION TRIM(WS-QA-TRIM-EDIT) ' OF '
                  FUNCTION TRIM(WS-QA-TRIM-MATCHED-EDIT)
                  ' TRIM-ONLY, '
                  FUNCTION TRIM(WS-QA-OPTION-EDIT) ' OF '
                  FUNCTION TRIM(WS-QA-OPTION-MATCHED-EDIT)
                  ' OTHER OPTION)'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0340-RUN-TOTALS-TO-REPORT
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EQUIV-ONLY MATCHES: ' WS-RUN-EQUIV-ONLY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'PARSE ERRORS      : ' WS-RUN-PARSE-ERROR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-QA-TAKEN
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'QA PAIRS SAMPLED  : ' WS-RUN-QA-SAMPLED-COUNT
                      '  SEED ' CMP-QA-SEED-USED
                      '  RUN ID ' CMP-QA-RUN-ID
                      '  FILE ' CMP-QA-FILE-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           IF CMP-QA-RETURN-CODE NOT = 0
               MOVE 'QA SAMPLE NOT TAKEN - SAMPLE FILE NOT OPENED'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           IF RETURN-CODE NOT = 0
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      *  0350-COMMIT-FEED-CONTROL
      *
      *  The run finished without a feed error: record the deliveries
      *  just balanced on the feed control file, so the same delivery
      *  is refused if it is ever sent again.  If the file cannot be
      *  written the run ends RETURN-CODE 16 - the results stand, but
      *  the operators must know the control file is stale.
      ******************************************************************
       0350-COMMIT-FEED-CONTROL.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           SET CMP-BAL-COMMIT TO TRUE.
           CALL 'CMPBAL' USING WS-INPUT-FILE-NAME, CMP-BALANCE-AREA.
           IF CMP-BAL-RETURN-CODE NOT = 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'TRIMBAT: FEED CONTROL FILE NOT UPDATED - '
                       'RETURN CODE 16'
           ELSE
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

      ******************************************************************
      *  0800-PARSE-NUMBER
      *
