      *  The run produces the same outputs as TRIMBAT: a paged print
      *  report with run date/time, page headings and the control
      *  totals; a delimited mismatch extract (key|old value|new
      *  value|low-values flag|side - orphan keys carry an empty
      *  value on their missing side, and the side field says which
      *  side the key was on: BOTH for a matched pair, OLD-ONLY or
      *  NEW-ONLY for an orphan) that downstream exception tracking
      *  can load directly; and a CMPHSREC history record appended at
      *  end of run so these reconciliations show up in the TRIMTRND
      *  trend alongside TRIMBAT's.  The control-total summary still
      *  goes to the job log for operators.
      *
      *  out-of-sequence key stops the run with RETURN-CODE 16 rather
      *  than producing a silently wrong orphan report.
      *
      *  Both files are balanced (CMPBAL) before the balance line
      *  starts: a file carrying a header and trailer (CMPHTREC) must
      *  have its trailer record count and key hash agree with what
      *  was read, and its header business date and sequence number
      *  must move forward from the last delivery accepted on the
      *  feed control file.  A failure stops the run before any
      *  matching, with the FEED BALANCING section on the report and
      *  the failure's own return code (see CMPBALCT): 20 trailer
      *  missing, 24 record count out, 28 key hash out, 32 business
      *  date going backwards, 36 sequence number repeated.  The
      *  header and trailer never reach the balance line.
      *  TRIMMTCH_REQUIRE_TRAILER=Y treats a file with no header and
      *  no trailer as out of balance (default N runs it unbalanced);
      *  the feed control file comes from TRIMMTCH_FEED_CONTROL,
      *  defaulting to CMPFEED.CTL, and is updated only when the run
      *  finishes without a sequence error.
      *
      *  Values on the report and the extract are masked under the
      *  masking rules (CMPMASK, CMPMKREC) for their keys; matching,
      *  compares and pairing all run on the real values.
      *
      *  A reproducible random sample of the MATCHED pairs can be
      *  appended to the QA sample file for QA review (CMPQASMP,
      *  CMPQAREC), trim-only and option-dependent matches over-
      *  weighted: TRIMMTCH_QA_RATE samples that many pairs per
      *  thousand (0-1000), TRIMMTCH_QA_SIZE that many pairs (0-1000,
      *  winning over a rate); neither means no sample.
      *  TRIMMTCH_QA_SEED (1-9999999) fixes the seed, which is
      *  otherwise made up from the time of day and printed with the
      *  totals either way; TRIMMTCH_QA_WEIGHT (1-99, default 5) is
      *  how many times likelier a trim-only or option-dependent
      *  match is to be drawn; TRIMMTCH_QA_FILE names the sample
      *  file, defaulting to CMPQA.SMP.  The old-side file name is
      *  the feed name on the sample, as on the history record.
      *
      *  Old-side file name comes from environment variable
      *  TRIMMTCH_OLD, defaulting to TRIMOLD.DAT; new-side file name
      *  from TRIMMTCH_NEW, defaulting to TRIMNEW.DAT; the report
       FILE SECTION.
       FD  OLD-FILE.
       COPY CMPKVREC REPLACING LEADING ==CMP-KV== BY ==OLD-KV==.
       COPY CMPHTREC REPLACING LEADING ==CMP-HT== BY ==OLD-HT==.
       FD  NEW-FILE.
       COPY CMPKVREC REPLACING LEADING ==CMP-KV== BY ==NEW-KV==.
       COPY CMPHTREC REPLACING LEADING ==CMP-HT== BY ==NEW-HT==.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
       FD  EXTRACT-FILE.
           88  WS-NEW-EOF                  VALUE 'Y'.
       01  WS-SEQ-ERROR-FLAG               PIC X VALUE 'N'.
           88  WS-SEQ-ERROR                VALUE 'Y'.
      *  Feed balancing: the first failing file's return code stops
      *  the run before the balance line.
       01  WS-BALANCE-ERROR-FLAG           PIC X VALUE 'N'.
           88  WS-BALANCE-ERROR            VALUE 'Y'.
       01  WS-BALANCE-RC                   PIC 9(2) VALUE 0.
       01  WS-BALANCE-RC-EDIT              PIC Z9.
       01  WS-BALANCE-FILE-NAME            PIC X(100).
       01  WS-BAL-LINE-IDX                 PIC 9(2) COMP.
      *  RETURN-CODE is overwritten by every CALL; the run's verdict
      *  is held here across the feed control commit.
       01  WS-SAVED-RC                     PIC S9(4) COMP.
       01  WS-RC-MESSAGE                   PIC X(60).
       01  WS-OLD-PREV-KEY                 PIC X(10) VALUE LOW-VALUES.
       01  WS-NEW-PREV-KEY                 PIC X(10) VALUE LOW-VALUES.
       01  WS-OLD-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-EXTRACT-KEY                  PIC X(10).
       01  WS-EXTRACT-OLD                  PIC X(100).
       01  WS-EXTRACT-NEW                  PIC X(100).
      *  Which side the extract line's key was found on - the field
      *  that tells a correction run an orphan from a blank value.
       01  WS-EXTRACT-SIDE                 PIC X(8).
       01  WS-TRIM-FIELD                   PIC X(100).
       01  WS-TRIM-LENGTH                  PIC 9(3) COMP.
       01  WS-KEY-LENGTH                   PIC 9(3) COMP.
       01  WS-LOW-FLAG                     PIC X.
       01  WS-LOW-VALUE-TALLY              PIC 9(8) COMP.
       COPY CMPCTRL.
       COPY CMPBALCT.
       01  WS-PARSE-TEXT                   PIC X(20).
       01  WS-PARSE-VALUE                  PIC 9(7).
       01  WS-PARSE-VALID-FLAG             PIC X.
           88  WS-PARSE-VALID              VALUE 'Y'.
       01  WS-PARSE-IDX                    PIC 9(2) COMP.
       01  WS-DIGIT-X                      PIC X.
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.
      *  QA sample settings: the one being checked and its range.
       01  WS-QA-SETTING-NAME              PIC X(20).
       01  WS-QA-LOW                       PIC 9(7).
       01  WS-QA-HIGH                      PIC 9(7).
       01  WS-QA-SETTING-FLAG              PIC X.
           88  WS-QA-SETTING-OK            VALUE 'Y'.
       01  WS-QA-MESSAGE                   PIC X(80).
      *  Set once the QA sample file has been closed at end of run.
       01  WS-QA-TAKEN-FLAG                PIC X VALUE 'N'.
           88  WS-QA-TAKEN                 VALUE 'Y'.
       01  WS-QA-COUNT-EDIT                PIC Z(8)9.
       01  WS-QA-MATCHED-EDIT              PIC Z(8)9.
       01  WS-QA-TRIM-EDIT                 PIC Z(8)9.
       01  WS-QA-TRIM-MATCHED-EDIT         PIC Z(8)9.
       01  WS-QA-OPTION-EDIT               PIC Z(8)9.
       01  WS-QA-OPTION-MATCHED-EDIT       PIC Z(8)9.
       COPY CMPMKCT.
       COPY CMPQACT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF NOT WS-OPEN-ERROR
               IF WS-BALANCE-ERROR
                   PERFORM 0160-BALANCE-STOP
               ELSE
                   MOVE WS-OLD-FILE-NAME TO CMP-QA-FEED-NAME
                   SET CMP-QA-BEGIN-FEED TO TRUE
                   CALL 'CMPQASMP' USING CMP-QA-AREA
                   PERFORM 0200-MATCH-FILES
                   PERFORM 0300-FINISH
                   IF WS-SEQ-ERROR
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM 0350-COMMIT-FEED-CONTROL
                   END-IF
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
           IF WS-HISTORY-FILE-NAME = SPACES
               MOVE 'TRIMHIST.DAT' TO WS-HISTORY-FILE-NAME
           END-IF.
           ACCEPT CMP-BAL-REQUIRE-TRAILER
               FROM ENVIRONMENT 'TRIMMTCH_REQUIRE_TRAILER'.
           MOVE FUNCTION UPPER-CASE(CMP-BAL-REQUIRE-TRAILER)
               TO CMP-BAL-REQUIRE-TRAILER.
           IF NOT CMP-BAL-TRAILER-REQUIRED
               MOVE 'N' TO CMP-BAL-REQUIRE-TRAILER
           END-IF.
           ACCEPT CMP-BAL-CONTROL-FILE-NAME
               FROM ENVIRONMENT 'TRIMMTCH_FEED_CONTROL'.
           PERFORM 0120-QA-SETTINGS.

           OPEN INPUT OLD-FILE.
           IF NOT WS-OLD-FILE-OK
               END-IF
           ELSE
               DISPLAY 'TRIMMTCH TWO-FILE RECONCILIATION RUN'
               PERFORM 0150-BALANCE-FEEDS
               IF NOT WS-BALANCE-ERROR
                   PERFORM 0400-READ-OLD
                   PERFORM 0500-READ-NEW
               END-IF
           END-IF.

      ******************************************************************
      *  0120-QA-SETTINGS
      *
      *  The matched-pair QA sample (CMPQASMP).  A value that is not
      *  a number in range is warned about and ignored.
      ******************************************************************
       0120-QA-SETTINGS.
           MOVE 'TRIMMTCH' TO CMP-QA-PROGRAM.
           ACCEPT CMP-QA-FILE-NAME FROM ENVIRONMENT 'TRIMMTCH_QA_FILE'.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMTCH_QA_RATE'.
           MOVE 'TRIMMTCH_QA_RATE' TO WS-QA-SETTING-NAME.
           MOVE 0 TO WS-QA-LOW.
           MOVE 1000 TO WS-QA-HIGH.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-RATE
           END-IF.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMTCH_QA_SIZE'.
           MOVE 'TRIMMTCH_QA_SIZE' TO WS-QA-SETTING-NAME.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-SIZE
           END-IF.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMTCH_QA_SEED'.
           MOVE 'TRIMMTCH_QA_SEED' TO WS-QA-SETTING-NAME.
           MOVE 1 TO WS-QA-LOW.
           MOVE 9999999 TO WS-QA-HIGH.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-SEED
           END-IF.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMTCH_QA_WEIGHT'.
           MOVE 'TRIMMTCH_QA_WEIGHT' TO WS-QA-SETTING-NAME.
           MOVE 99 TO WS-QA-HIGH.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-WEIGHT
           END-IF.

      ******************************************************************
      *  0125-CHECK-QA-SETTING
      *
      *  Parses WS-PARSE-TEXT and checks it against WS-QA-LOW and
      *  WS-QA-HIGH.  Not set at all is not an error - the default
      *  stands quietly.
      ******************************************************************
       0125-CHECK-QA-SETTING.
           MOVE 'N' TO WS-QA-SETTING-FLAG.
           IF WS-PARSE-TEXT NOT = SPACES
               PERFORM 0800-PARSE-NUMBER
               IF WS-PARSE-VALID
                  AND WS-PARSE-TEXT(8:13) = SPACES
                  AND WS-PARSE-VALUE >= WS-QA-LOW
                  AND WS-PARSE-VALUE <= WS-QA-HIGH
                   SET WS-QA-SETTING-OK TO TRUE
               ELSE
                   MOVE SPACES TO WS-QA-MESSAGE
                   STRING 'TRIMMTCH: ' DELIMITED BY SIZE
                          WS-QA-SETTING-NAME DELIMITED BY SPACE
                          ' [' DELIMITED BY SIZE
                          WS-PARSE-TEXT DELIMITED BY '  '
                          '] NOT A NUMBER IN RANGE - IGNORED'
                              DELIMITED BY SIZE
                       INTO WS-QA-MESSAGE
                   END-STRING
                   DISPLAY WS-QA-MESSAGE
               END-IF
           END-IF.

      ******************************************************************
      *  0150-BALANCE-FEEDS
      *
      *  Balances the old and the new file before the balance line
      *  reads either.  Both are balanced and shown in the FEED
      *  BALANCING section even when the first fails; the first
      *  failure's return code is kept.
      ******************************************************************
       0150-BALANCE-FEEDS.
           MOVE 'FEED BALANCING' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           SET CMP-BAL-CHECK-FEED TO TRUE.
           CALL 'CMPBAL' USING WS-OLD-FILE-NAME, CMP-BALANCE-AREA.
           MOVE WS-OLD-FILE-NAME TO WS-BALANCE-FILE-NAME.
           PERFORM 0155-BALANCE-RESULT.
           SET CMP-BAL-CHECK-FEED TO TRUE.
           CALL 'CMPBAL' USING WS-NEW-FILE-NAME, CMP-BALANCE-AREA.
           IF NOT WS-BALANCE-ERROR
               MOVE WS-NEW-FILE-NAME TO WS-BALANCE-FILE-NAME
           END-IF.
           PERFORM 0155-BALANCE-RESULT.

       0155-BALANCE-RESULT.
           PERFORM VARYING WS-BAL-LINE-IDX FROM 1 BY 1
                   UNTIL WS-BAL-LINE-IDX > CMP-BAL-LINE-COUNT
               MOVE CMP-BAL-LINE(WS-BAL-LINE-IDX) TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           DISPLAY 'TRIMMTCH: ' CMP-BAL-LINE(CMP-BAL-LINE-COUNT).
           IF CMP-BAL-RETURN-CODE NOT = 0 AND NOT WS-BALANCE-ERROR
               SET WS-BALANCE-ERROR TO TRUE
               MOVE CMP-BAL-RETURN-CODE TO WS-BALANCE-RC
           END-IF.

      ******************************************************************
      *  0160-BALANCE-STOP
      *
      *  A file failed balancing: no matching, no history record, and
      *  the feed control file is left alone, so the run can be
      *  repeated as-is once the delivery is put right.
      ******************************************************************
       0160-BALANCE-STOP.
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
           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           DISPLAY ' '.
           DISPLAY 'RUN STOPPED - NO RECORDS MATCHED'.
           DISPLAY WS-RC-MESSAGE.

      ******************************************************************
      *  0200-MATCH-FILES
      *

           IF CMP-MATCH
               ADD 1 TO WS-MATCH-COUNT
               IF CMP-QA-ACTIVE
                   PERFORM 0215-SAMPLE-MATCH
               END-IF
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE 'MISMATCH' TO WS-DTL-STATUS
               MOVE OLD-KV-KEY TO WS-EXTRACT-KEY
               MOVE OLD-KV-VALUE TO WS-EXTRACT-OLD
               MOVE NEW-KV-VALUE TO WS-EXTRACT-NEW
               MOVE 'BOTH' TO WS-EXTRACT-SIDE
               PERFORM 0245-MASK-PAIR
               PERFORM 0240-REPORT-EXCEPTION
               PERFORM 0250-WRITE-EXTRACT-RECORD
           END-IF.

           PERFORM 0400-READ-OLD.
           PERFORM 0500-READ-NEW.

      ******************************************************************
      *  0215-SAMPLE-MATCH
      *
      *  Offers the current matched pair to the QA sample, with the
      *  real values (CMPQASMP masks what it writes) and how the pair
      *  matched: exactly, only after trimming and the other text
      *  options, or only through the equivalence table or a numeric
      *  or date compare of values that differ as text.
      ******************************************************************
       0215-SAMPLE-MATCH.
           EVALUATE TRUE
               WHEN CMP-TRIM-ONLY-MATCH
                   SET CMP-QA-TRIM-ONLY TO TRUE
               WHEN CMP-EQUIV-ONLY-MATCH
                   SET CMP-QA-OPTION TO TRUE
               WHEN OLD-KV-VALUE = NEW-KV-VALUE
                   SET CMP-QA-EXACT TO TRUE
               WHEN OTHER
                   SET CMP-QA-OPTION TO TRUE
           END-EVALUATE.
           MOVE OLD-KV-KEY TO CMP-QA-KEY.
           MOVE OLD-KV-VALUE TO CMP-QA-OLD-VALUE.
           MOVE NEW-KV-VALUE TO CMP-QA-NEW-VALUE.
           SET CMP-QA-MATCHED-PAIR TO TRUE.
           CALL 'CMPQASMP' USING CMP-QA-AREA.

       0220-OLD-ONLY.
           ADD 1 TO WS-OLD-ONLY-COUNT.
           MOVE OLD-KV-KEY TO WS-EXTRACT-KEY.
           MOVE OLD-KV-VALUE TO WS-EXTRACT-OLD.
           MOVE SPACES TO WS-EXTRACT-NEW.
           MOVE 'OLD-ONLY' TO WS-EXTRACT-SIDE.
           PERFORM 0245-MASK-PAIR.
           MOVE OLD-KV-KEY TO WS-DTL-KEY.
           MOVE 'ON OLD ONLY' TO WS-DTL-STATUS.
           MOVE CMP-MK-OLD-VALUE TO WS-DTL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM 0250-WRITE-EXTRACT-RECORD.
           IF WS-OLD-ORPHAN-COUNT < WS-ORPHAN-MAX
               ADD 1 TO WS-OLD-ORPHAN-COUNT

       0230-NEW-ONLY.
           ADD 1 TO WS-NEW-ONLY-COUNT.
           MOVE NEW-KV-KEY TO WS-EXTRACT-KEY.
           MOVE SPACES TO WS-EXTRACT-OLD.
           MOVE NEW-KV-VALUE TO WS-EXTRACT-NEW.
           MOVE 'NEW-ONLY' TO WS-EXTRACT-SIDE.
           PERFORM 0245-MASK-PAIR.
           MOVE NEW-KV-KEY TO WS-DTL-KEY.
           MOVE 'ON NEW ONLY' TO WS-DTL-STATUS.
           MOVE CMP-MK-NEW-VALUE TO WS-DTL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM 0250-WRITE-EXTRACT-RECORD.
           IF WS-NEW-ORPHAN-COUNT < WS-ORPHAN-MAX
               ADD 1 TO WS-NEW-ORPHAN-COUNT
      *  Writes the two-line report entry for the current matched
      *  pair: old value on the first line with the key and status,
      *  new value indented underneath, plus the low-values warning
      *  when the result cannot be trusted.  The values printed are
      *  the masked pair left by 0245-MASK-PAIR.
      ******************************************************************
       0240-REPORT-EXCEPTION.
           MOVE OLD-KV-KEY TO WS-DTL-KEY.
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
      *  0245-MASK-PAIR
      *
      *  Leaves WS-EXTRACT-KEY/-OLD/-NEW, masked for output under the
      *  masking rule for the key (CMPMASK), in CMP-MK-OLD-VALUE and
      *  CMP-MK-NEW-VALUE for the report lines and the extract.  The
      *  compare has already run on the real values.
      ******************************************************************
       0245-MASK-PAIR.
           MOVE WS-EXTRACT-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE WS-EXTRACT-OLD TO CMP-MK-OLD-VALUE.
           MOVE WS-EXTRACT-NEW TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

      ******************************************************************
      *  0250-WRITE-EXTRACT-RECORD
      *
      *  Appends WS-EXTRACT-KEY/-OLD/-NEW to the delimited extract:
      *  key|old value|new value|low-values flag|side, with trailing
      *  spaces removed from each value so the file loads cleanly
      *  into the exception tracker.  An orphan key arrives with its
      *  missing side blank, which extracts as a single space, and
      *  WS-EXTRACT-SIDE set to OLD-ONLY or NEW-ONLY; a matched pair
      *  is BOTH, whatever its values.  The
      *  low-values flag is worked out from the values themselves so
      *  orphans (which never go through TRIMCMP) are flagged too.
      *  The values written are the masked pair the caller printed;
      *  the flag is taken from the real ones.
      ******************************************************************
       0250-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-KEY-LENGTH.

           MOVE CMP-MK-OLD-VALUE TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.

           MOVE CMP-MK-NEW-VALUE TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-NEW-LENGTH.


           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING WS-EXTRACT-KEY(1:WS-KEY-LENGTH) '|'
                  CMP-MK-OLD-VALUE(1:WS-OLD-LENGTH) '|'
                  CMP-MK-NEW-VALUE(1:WS-NEW-LENGTH) '|'
                  WS-LOW-FLAG '|' DELIMITED BY SIZE
                  WS-EXTRACT-SIDE DELIMITED BY SPACE
               INTO WS-EXTRACT-LINE
           END-STRING.
           INSPECT WS-EXTRACT-LINE REPLACING ALL LOW-VALUE BY '.'.
           MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD.
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

      *    The two sides are under different keys, so each line is
      *    masked under its own key's rule, against the other side.
           MOVE WS-OO-VALUE(WS-OO-IDX) TO WS-EXTRACT-OLD.
           MOVE WS-NO-VALUE(WS-NO-IDX) TO WS-EXTRACT-NEW.

           MOVE WS-OO-KEY(WS-OO-IDX) TO WS-EXTRACT-KEY.
           PERFORM 0245-MASK-PAIR.
           MOVE WS-OO-KEY(WS-OO-IDX) TO WS-DTL-KEY.
           MOVE SPACES TO WS-DTL-STATUS.
           STRING 'KEY ERR ' WS-BEST-VALUE-SIM ' PCT'
               DELIMITED BY SIZE INTO WS-DTL-STATUS
           END-STRING.
           MOVE CMP-MK-OLD-VALUE TO WS-DTL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

           MOVE WS-NO-KEY(WS-NO-IDX) TO WS-EXTRACT-KEY.
           PERFORM 0245-MASK-PAIR.
           MOVE WS-NO-KEY(WS-NO-IDX) TO WS-DTL-KEY.
           MOVE SPACES TO WS-DTL-STATUS.
           MOVE CMP-MK-NEW-VALUE TO WS-DTL-VALUE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

           IF NOT WS-SEQ-ERROR
               PERFORM 0260-PAIR-ORPHANS
           END-IF.
           IF CMP-QA-ACTIVE
               SET WS-QA-TAKEN TO TRUE
               SET CMP-QA-END-FEED TO TRUE
               CALL 'CMPQASMP' USING CMP-QA-AREA
               SET CMP-QA-CLOSE TO TRUE
               CALL 'CMPQASMP' USING CMP-QA-AREA
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM 0310-TOTALS-TO-REPORT.
           DISPLAY 'TRIM-ONLY MATCHES : ' WS-TRIM-ONLY-COUNT.
           DISPLAY 'LOW-VALUES FOUND  : ' WS-LOW-VALUES-COUNT.
           DISPLAY 'EXTRACT RECORDS   : ' WS-EXTRACT-COUNT.
           IF WS-QA-TAKEN
               DISPLAY 'QA PAIRS SAMPLED  : ' CMP-QA-FEED-SAMPLED
               DISPLAY 'QA SAMPLE SEED    : ' CMP-QA-SEED-USED
                       '  RUN ID ' CMP-QA-RUN-ID
           END-IF.

       0310-TOTALS-TO-REPORT.
           MOVE SPACES TO WS-PRINT-LINE.
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-QA-TAKEN
               PERFORM 0315-QA-TOTALS-TO-REPORT
           END-IF.
           IF CMP-QA-RETURN-CODE NOT = 0
               MOVE 'QA SAMPLE NOT TAKEN - SAMPLE FILE NOT OPENED'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *  0315-QA-TOTALS-TO-REPORT
      *
      *  The run's QA sample: matched pairs sampled out of all the
      *  matches, and out of the trim-only and option-dependent
      *  matches the sample leans on, with the seed that draws the
      *  same sample again.
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
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'QA SAMPLE SEED    : ' CMP-QA-SEED-USED
                  '  RUN ID ' CMP-QA-RUN-ID
                  '  FILE ' CMP-QA-FILE-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0320-APPEND-HISTORY
      *
      *  Advance one side, checking that its keys stay in ascending
      *  order - the balance line above is only valid on sorted input.
      *  Header and trailer records are passed over uncounted (their
      *  tags would otherwise break the sequence check).
      ******************************************************************
       0400-READ-OLD.
           PERFORM WITH TEST AFTER
                   UNTIL WS-OLD-EOF
                      OR NOT (OLD-HT-HEADER OR OLD-HT-TRAILER)
               READ OLD-FILE
                   AT END
                       SET WS-OLD-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT WS-OLD-EOF
               ADD 1 TO WS-OLD-READ-COUNT
               IF OLD-KV-KEY < WS-OLD-PREV-KEY
                   SET WS-SEQ-ERROR TO TRUE
                   DISPLAY 'TRIMMTCH: OLD FILE OUT OF SEQUENCE '
                           'AT KEY [' OLD-KV-KEY ']'
               END-IF
               MOVE OLD-KV-KEY TO WS-OLD-PREV-KEY
           END-IF.

       0500-READ-NEW.
           PERFORM WITH TEST AFTER
                   UNTIL WS-NEW-EOF
                      OR NOT (NEW-HT-HEADER OR NEW-HT-TRAILER)
               READ NEW-FILE
                   AT END
                       SET WS-NEW-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT WS-NEW-EOF
               ADD 1 TO WS-NEW-READ-COUNT
               IF NEW-KV-KEY < WS-NEW-PREV-KEY
                   SET WS-SEQ-ERROR TO TRUE
                   DISPLAY 'TRIMMTCH: NEW FILE OUT OF SEQUENCE '
                           'AT KEY [' NEW-KV-KEY ']'
               END-IF
               MOVE NEW-KV-KEY TO WS-NEW-PREV-KEY
           END-IF.

      ******************************************************************
      *  0350-COMMIT-FEED-CONTROL
      *
      *  The run finished cleanly: record the deliveries just
      *  balanced on the feed control file, so the same delivery is
      *  refused if it is ever sent again.  A control file that
      *  cannot be written ends the run RETURN-CODE 16.
      ******************************************************************
       0350-COMMIT-FEED-CONTROL.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           SET CMP-BAL-COMMIT TO TRUE.
           CALL 'CMPBAL' USING WS-OLD-FILE-NAME, CMP-BALANCE-AREA.
           IF CMP-BAL-RETURN-CODE NOT = 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'TRIMMTCH: FEED CONTROL FILE NOT UPDATED - '
                       'RETURN CODE 16'
           ELSE
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

      ******************************************************************
      *  0600-WRITE-REPORT-LINE
                   OR WS-TRIM-FIELD(WS-TRIM-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TRIM-LENGTH
           END-PERFORM.

      ******************************************************************
      *  0800-PARSE-NUMBER
      *
      *  Converts WS-PARSE-TEXT to WS-PARSE-VALUE, tolerating the
      *  leading/trailing spaces an environment value arrives with -
      *  a plain IS NUMERIC test would reject '10  '.  Anything other
      *  than digits and spaces, or an all-space value, marks the
      *  result invalid and the caller's default stands.
      ******************************************************************
       0800-PARSE-NUMBER.
           MOVE 0 TO WS-PARSE-VALUE.
           IF WS-PARSE-TEXT = SPACES
               MOVE 'N' TO WS-PARSE-VALID-FLAG
           ELSE
               MOVE 'Y' TO WS-PARSE-VALID-FLAG
               PERFORM VARYING WS-PARSE-IDX FROM 1 BY 1
                       UNTIL WS-PARSE-IDX > 7
                   MOVE WS-PARSE-TEXT(WS-PARSE-IDX:1) TO WS-DIGIT-X
                   EVALUATE TRUE
                       WHEN WS-DIGIT-X IS NUMERIC
                           COMPUTE WS-PARSE-VALUE =
                                   WS-PARSE-VALUE * 10 + WS-DIGIT-9
                       WHEN WS-DIGIT-X = SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE 'N' TO WS-PARSE-VALID-FLAG
                   END-EVALUATE
               END-PERFORM
           END-IF.
