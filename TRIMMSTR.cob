      *  The run produces the same outputs as TRIMBAT: a paged print
      *  report with run date/time, page headings and the control
      *  totals; a delimited mismatch extract (key|old value|new
      *  value|low-values flag|side - a key with no master record
      *  carries an empty old value and side NEW-ONLY, a key read
      *  from the master side BOTH, even when its master value is
      *  blank) that downstream exception tracking can load
      *  directly; and a CMPHSREC history record appended at end
      *  of run so these reconciliations show up in the TRIMTRND
      *  trend alongside TRIMBAT's.  The control-total summary still
      *  goes to the job log for operators.
      *
      *  The new-values file is balanced (CMPBAL) before any master
      *  read: a file carrying a header and trailer (CMPHTREC) must
      *  have its trailer record count and key hash agree with what
      *  was read, and its header business date and sequence number
      *  must move forward from the last delivery accepted on the
      *  feed control file.  A failure stops the run before any
      *  compare, with the FEED BALANCING section on the report and
      *  the failure's own return code (see CMPBALCT): 20 trailer
      *  missing, 24 record count out, 28 key hash out, 32 business
      *  date going backwards, 36 sequence number repeated.
      *  TRIMMSTR_REQUIRE_TRAILER=Y treats a file with no header and
      *  no trailer as out of balance (default N runs it unbalanced);
      *  the feed control file comes from TRIMMSTR_FEED_CONTROL,
      *  defaulting to CMPFEED.CTL, and is updated only when the run
      *  finishes without an I/O error.
      *
      *  Values on the report and the extract are masked under the
      *  masking rules (CMPMASK, CMPMKREC) for their keys; the
      *  compare runs on the real values.
      *
      *  A reproducible random sample of the MATCHED pairs can be
      *  appended to the QA sample file for QA review (CMPQASMP,
      *  CMPQAREC), trim-only and option-dependent matches over-
      *  weighted: TRIMMSTR_QA_RATE samples that many pairs per
      *  thousand (0-1000), TRIMMSTR_QA_SIZE that many pairs (0-1000,
      *  winning over a rate); neither means no sample.
      *  TRIMMSTR_QA_SEED (1-9999999) fixes the seed, which is
      *  otherwise made up from the time of day and printed with the
      *  totals either way; TRIMMSTR_QA_WEIGHT (1-99, default 5) is
      *  how many times likelier a trim-only or option-dependent
      *  match is to be drawn; TRIMMSTR_QA_FILE names the sample
      *  file, defaulting to CMPQA.SMP.  The new-values file name is
      *  the feed name on the sample, as on the history record.
      *
      *  New-values file name comes from environment variable
      *  TRIMMSTR_NEW, defaulting to TRIMNEW.DAT; the master file from
      *  TRIMMSTR_MASTER, defaulting to TRIMMSTR.MST; the report from
       FILE SECTION.
       FD  NEW-FILE.
       COPY CMPKVREC REPLACING LEADING ==CMP-KV== BY ==NEW-KV==.
       COPY CMPHTREC REPLACING LEADING ==CMP-HT== BY ==NEW-HT==.
       FD  MASTER-FILE.
       COPY CMPMSREC.
       FD  REPORT-FILE.
           88  WS-IO-ERROR                 VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-BALANCE-ERROR-FLAG           PIC X VALUE 'N'.
           88  WS-BALANCE-ERROR            VALUE 'Y'.
       01  WS-BALANCE-RC-EDIT              PIC Z9.
       01  WS-BAL-LINE-IDX                 PIC 9(2) COMP.
      *  RETURN-CODE is overwritten by every CALL; the run's verdict
      *  is held here across the feed control commit.
       01  WS-SAVED-RC                     PIC S9(4) COMP.
       01  WS-RC-MESSAGE                   PIC X(60).
       01  WS-RECORD-COUNT                 PIC 9(7) VALUE 0.
       01  WS-COMPARED-COUNT               PIC 9(7) VALUE 0.
       01  WS-MATCH-COUNT                  PIC 9(7) VALUE 0.
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
                   MOVE WS-NEW-FILE-NAME TO CMP-QA-FEED-NAME
                   SET CMP-QA-BEGIN-FEED TO TRUE
                   CALL 'CMPQASMP' USING CMP-QA-AREA
                   PERFORM 0200-PROCESS-FILE
                   PERFORM 0300-FINISH
                   IF WS-IO-ERROR
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
               FROM ENVIRONMENT 'TRIMMSTR_REQUIRE_TRAILER'.
           MOVE FUNCTION UPPER-CASE(CMP-BAL-REQUIRE-TRAILER)
               TO CMP-BAL-REQUIRE-TRAILER.
           IF NOT CMP-BAL-TRAILER-REQUIRED
               MOVE 'N' TO CMP-BAL-REQUIRE-TRAILER
           END-IF.
           ACCEPT CMP-BAL-CONTROL-FILE-NAME
               FROM ENVIRONMENT 'TRIMMSTR_FEED_CONTROL'.
           PERFORM 0120-QA-SETTINGS.

           OPEN INPUT NEW-FILE.
           IF NOT WS-NEW-FILE-OK
               END-IF
           ELSE
               DISPLAY 'TRIMMSTR MASTER RECONCILIATION RUN'
               PERFORM 0150-BALANCE-FEED
           END-IF.

      ******************************************************************
      *  0120-QA-SETTINGS
      *
      *  The matched-pair QA sample (CMPQASMP).  A value that is not
      *  a number in range is warned about and ignored.
      ******************************************************************
       0120-QA-SETTINGS.
           MOVE 'TRIMMSTR' TO CMP-QA-PROGRAM.
           ACCEPT CMP-QA-FILE-NAME FROM ENVIRONMENT 'TRIMMSTR_QA_FILE'.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMSTR_QA_RATE'.
           MOVE 'TRIMMSTR_QA_RATE' TO WS-QA-SETTING-NAME.
           MOVE 0 TO WS-QA-LOW.
           MOVE 1000 TO WS-QA-HIGH.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-RATE
           END-IF.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMSTR_QA_SIZE'.
           MOVE 'TRIMMSTR_QA_SIZE' TO WS-QA-SETTING-NAME.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-SIZE
           END-IF.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMSTR_QA_SEED'.
           MOVE 'TRIMMSTR_QA_SEED' TO WS-QA-SETTING-NAME.
           MOVE 1 TO WS-QA-LOW.
           MOVE 9999999 TO WS-QA-HIGH.
           PERFORM 0125-CHECK-QA-SETTING.
           IF WS-QA-SETTING-OK
               MOVE WS-PARSE-VALUE TO CMP-QA-SEED
           END-IF.

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'TRIMMSTR_QA_WEIGHT'.
           MOVE 'TRIMMSTR_QA_WEIGHT' TO WS-QA-SETTING-NAME.
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
                   STRING 'TRIMMSTR: ' DELIMITED BY SIZE
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
      *  0150-BALANCE-FEED
      *
      *  Balances the new-values file before the first master read
      *  and prints the FEED BALANCING section.
      ******************************************************************
       0150-BALANCE-FEED.
           MOVE 'FEED BALANCING' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           SET CMP-BAL-CHECK-FEED TO TRUE.
           CALL 'CMPBAL' USING WS-NEW-FILE-NAME, CMP-BALANCE-AREA.
           PERFORM VARYING WS-BAL-LINE-IDX FROM 1 BY 1
                   UNTIL WS-BAL-LINE-IDX > CMP-BAL-LINE-COUNT
               MOVE CMP-BAL-LINE(WS-BAL-LINE-IDX) TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           DISPLAY 'TRIMMSTR: ' CMP-BAL-LINE(CMP-BAL-LINE-COUNT).
           IF CMP-BAL-RETURN-CODE NOT = 0
               SET WS-BALANCE-ERROR TO TRUE
           END-IF.

      ******************************************************************
      *  0160-BALANCE-STOP
      *
      *  The file failed balancing: no master reads, no history
      *  record, and the feed control file is left alone, so the run
      *  can be repeated as-is once the delivery is put right.
      ******************************************************************
       0160-BALANCE-STOP.
           MOVE CMP-BAL-RETURN-CODE TO RETURN-CODE.
           MOVE CMP-BAL-RETURN-CODE TO WS-BALANCE-RC-EDIT.
           MOVE SPACES TO WS-RC-MESSAGE.
           STRING 'RETURN CODE ' WS-BALANCE-RC-EDIT
                  ' - FEED OUT OF BALANCE: '
                  WS-NEW-FILE-NAME(1:20)
               DELIMITED BY SIZE INTO WS-RC-MESSAGE
           END-STRING.
           MOVE WS-RC-MESSAGE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           CLOSE NEW-FILE.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXTRACT-FILE.
           DISPLAY ' '.
           DISPLAY 'RUN STOPPED - NO RECORDS COMPARED'.
           DISPLAY WS-RC-MESSAGE.

      ******************************************************************
      *  0200-PROCESS-FILE
      *
      *  The header and trailer were dealt with by the balancing pass
      *  and are passed over uncounted.
      ******************************************************************
       0200-PROCESS-FILE.
           PERFORM UNTIL WS-EOF OR WS-IO-ERROR
               READ NEW-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF NOT (NEW-HT-HEADER OR NEW-HT-TRAILER)
                           PERFORM 0210-PROCESS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE NEW-KV-KEY TO WS-EXTRACT-KEY
                   MOVE SPACES TO WS-EXTRACT-OLD
                   MOVE NEW-KV-VALUE TO WS-EXTRACT-NEW
                   MOVE 'NEW-ONLY' TO WS-EXTRACT-SIDE
                   PERFORM 0450-MASK-PAIR
                   MOVE NEW-KV-KEY TO WS-DTL-KEY
                   MOVE 'NOT ON MASTER' TO WS-DTL-STATUS
                   MOVE CMP-MK-NEW-VALUE TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   PERFORM 0500-WRITE-EXTRACT-RECORD
               NOT INVALID KEY
                   PERFORM 0220-COMPARE-PAIR

           IF CMP-MATCH
               ADD 1 TO WS-MATCH-COUNT
               IF CMP-QA-ACTIVE
                   PERFORM 0230-SAMPLE-MATCH
               END-IF
           ELSE
               CALL 'TRIMSIM' USING CMP-MST-VALUE, NEW-KV-VALUE,
                                     CMP-CONTROL-AREA
               MOVE NEW-KV-KEY TO WS-EXTRACT-KEY
               MOVE CMP-MST-VALUE TO WS-EXTRACT-OLD
               MOVE NEW-KV-VALUE TO WS-EXTRACT-NEW
               MOVE 'BOTH' TO WS-EXTRACT-SIDE
               PERFORM 0450-MASK-PAIR
               IF CMP-PROBABLE-MATCH
                   ADD 1 TO WS-PROBABLE-COUNT
                   MOVE SPACES TO WS-DTL-STATUS
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'MISMATCH' TO WS-DTL-STATUS
                   PERFORM 0400-REPORT-EXCEPTION
                   PERFORM 0500-WRITE-EXTRACT-RECORD
               END-IF
           END-IF.

      ******************************************************************
      *  0230-SAMPLE-MATCH
      *
      *  Offers the current matched pair to the QA sample, with the
      *  real values (CMPQASMP masks what it writes) and how the pair
      *  matched: exactly, only after trimming and the other text
      *  options, or only through the equivalence table or a numeric
      *  or date compare of values that differ as text.
      ******************************************************************
       0230-SAMPLE-MATCH.
           EVALUATE TRUE
               WHEN CMP-TRIM-ONLY-MATCH
                   SET CMP-QA-TRIM-ONLY TO TRUE
               WHEN CMP-EQUIV-ONLY-MATCH
                   SET CMP-QA-OPTION TO TRUE
               WHEN CMP-MST-VALUE = NEW-KV-VALUE
                   SET CMP-QA-EXACT TO TRUE
               WHEN OTHER
                   SET CMP-QA-OPTION TO TRUE
           END-EVALUATE.
           MOVE NEW-KV-KEY TO CMP-QA-KEY.
           MOVE CMP-MST-VALUE TO CMP-QA-OLD-VALUE.
           MOVE NEW-KV-VALUE TO CMP-QA-NEW-VALUE.
           SET CMP-QA-MATCHED-PAIR TO TRUE.
           CALL 'CMPQASMP' USING CMP-QA-AREA.

      ******************************************************************
      *  0400-REPORT-EXCEPTION
      *
      *  master value on the first line with the key and status, new
      *  value indented underneath, plus the low-values warning when
      *  the result cannot be trusted.  WS-DTL-STATUS is set by the
      *  caller, and the values printed are the masked pair left by
      *  0450-MASK-PAIR.
      ******************************************************************
       0400-REPORT-EXCEPTION.
           MOVE NEW-KV-KEY TO WS-DTL-KEY.
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
      *  Leaves WS-EXTRACT-KEY/-OLD/-NEW, masked for output under the
      *  masking rule for the key (CMPMASK), in CMP-MK-OLD-VALUE and
      *  CMP-MK-NEW-VALUE for the report lines and the extract.  The
      *  compare has already run on the real values.
      ******************************************************************
       0450-MASK-PAIR.
           MOVE WS-EXTRACT-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE WS-EXTRACT-OLD TO CMP-MK-OLD-VALUE.
           MOVE WS-EXTRACT-NEW TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

      ******************************************************************
      *  0500-WRITE-EXTRACT-RECORD
      *
      *  Appends WS-EXTRACT-KEY/-OLD/-NEW to the delimited extract:
      *  key|old value|new value|low-values flag|side, with trailing
      *  spaces removed from each value so the file loads cleanly
      *  into the exception tracker.  A key with no master record
      *  arrives with a blank old side, which extracts as a single
      *  space, and side NEW-ONLY; a key read from the master is
      *  BOTH.  The low-values flag is worked out from the values
      *  themselves so not-on-master keys (which never go through
      *  TRIMCMP) are flagged too.  The values written are the
      *  masked pair the caller printed; the flag is taken from the
      *  real ones.
      ******************************************************************
       0500-WRITE-EXTRACT-RECORD.
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
           ADD 1 TO WS-EXTRACT-COUNT.

       0300-FINISH.
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
               CLOSE HISTORY-FILE
           END-IF.

      ******************************************************************
      *  0350-COMMIT-FEED-CONTROL
      *
      *  The run finished cleanly: record the delivery just balanced
      *  on the feed control file, so the same delivery is refused if
      *  it is ever sent again.  A control file that cannot be
      *  written ends the run RETURN-CODE 16.
      ******************************************************************
       0350-COMMIT-FEED-CONTROL.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           SET CMP-BAL-COMMIT TO TRUE.
           CALL 'CMPBAL' USING WS-NEW-FILE-NAME, CMP-BALANCE-AREA.
           IF CMP-BAL-RETURN-CODE NOT = 0
               MOVE 16 TO RETURN-CODE
               DISPLAY 'TRIMMSTR: FEED CONTROL FILE NOT UPDATED - '
                       'RETURN CODE 16'
           ELSE
               MOVE WS-SAVED-RC TO RETURN-CODE
           END-IF.

      ******************************************************************
      *  0600-WRITE-REPORT-LINE
      *
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
