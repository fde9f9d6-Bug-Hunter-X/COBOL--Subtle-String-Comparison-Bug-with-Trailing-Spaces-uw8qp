      ******************************************************************
      *  TRIMCORR
      *
      *  Correction generator.  Reads a nightly delimited mismatch
      *  extract - the key|old|new|low-flag file TRIMBAT, TRIMMTCH or
      *  TRIMMSTR writes, whose fifth field is TRIMBAT's input file
      *  name or the side TRIMMTCH or TRIMMSTR found the key on
      *  (BOTH, OLD-ONLY or NEW-ONLY) - and turns it into the
      *  CMPTXREC add/update/delete transactions TRIMLOAD APPLY
      *  reads, so a reconciled difference reaches the master
      *  without anyone re-keying it:
      *
      *    - side NEW-ONLY ("on new only", TRIMMSTR's NOT ON
      *      MASTER)                   -> A, add with the new value;
      *    - side OLD-ONLY ("on old only")
      *                                  -> D, delete;
      *    - side BOTH, or a TRIMBAT line (old and new come from one
      *      paired record)            -> U, update to the new value,
      *      even when one of the values is blank;
      *    - no side field (a four-field line) with both values
      *      present                   -> U.
      *
      *  Only the side field ever makes an add or a delete: a blank
      *  value on its own cannot tell a key missing from one side
      *  from a value blanked on it.
      *
      *  Lines that must not be applied blind are held back on a
      *  separate pending file instead, each prefixed with its hold
      *  reason code and the original extract line unchanged:
      *
      *     01 - low-values pair (the compare result is unreliable)
      *     02 - probable match: an update pair whose values score at
      *          or over the similarity threshold through TRIMSIM
      *     03 - probable key error: an "on old only" line and an "on
      *          new only" line whose keys and values nearly agree -
      *          the same record under a mistyped key, where a delete
      *          plus an add would lose it
      *     04 - key not left-justified (TRIMLOAD would reject it)
      *     05 - malformed extract line (no key, fewer than four
      *          fields, both values blank, or an OLD-ONLY or
      *          NEW-ONLY line with a value on its missing side)
      *     06 - conflicting lines for one key (a TRIMBAT multi-feed
      *          extract can carry the key once per feed and the
      *          feeds disagree)
      *     07 - another line for the same key was held, so the key
      *          is held whole
      *     08 - line table full - not worked this run
      *     09 - values masked: the key falls under a masking rule
      *          (CMPMASK, CMPMKREC), or a value holds the mask
      *          characters '*' or '#', so the extract carries masked
      *          values rather than real ones and applying them
      *          would write the mask onto the master
      *     10 - a value blank on a line with no side field: the
      *          line cannot prove whether the key is missing from
      *          that side or its value was blanked, so neither an
      *          add, a delete nor an update is safe
      *
      *  Identical lines for one key from several feeds generate one
      *  transaction.  The extract is sorted on key (SORT verb) so
      *  the transaction file comes out in the ascending, duplicate-
      *  free key order TRIMLOAD's sequence edits demand.  The run
      *  report lists every transaction generated and every line
      *  held with its reason, then the control totals.  RETURN-CODE
      *  is 4 when anything was held (the pending file needs a
      *  reviewer), 8 when the line table overflowed and 16 when a
      *  file cannot be opened.
      *
      *  Extract file name comes from environment variable
      *  TRIMCORR_EXTRACT, defaulting to TRIMBAT.EXT; the transaction
      *  file from TRIMCORR_OUTPUT, defaulting to TRIMCORR.TXN; the
      *  pending file from TRIMCORR_PENDING, defaulting to
      *  TRIMCORR.PND; the report from TRIMCORR_REPORT, defaulting to
      *  TRIMCORR.RPT.  TRIMCORR_SIM_THRESHOLD sets the probable-
      *  match threshold (default 80, as TRIMBAT; 0 turns the
      *  probable-match and probable-key-error holds off, which is
      *  right for numeric or date feeds where positional similarity
      *  means nothing).  TRIMCORR_FIELD names the field the driver
      *  masked the extract under - TRIMBAT's EQUIV-FIELD card - so
      *  masking rules scoped to that field are applied here too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIMCORR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD                  PIC X(250).
       FD  TRANS-FILE.
       COPY CMPTXREC.
       FD  PENDING-FILE.
       01  PENDING-RECORD                  PIC X(253).
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
      *  Sort work record: the parsed extract line plus its read
      *  sequence, the minor sort key that keeps the lines of one key
      *  in extract order.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KEY                     PIC X(10).
           05  SRT-SEQ                     PIC 9(7).
           05  SRT-MALFORMED-FLAG          PIC X.
           05  SRT-SIDE-FLAG               PIC X.
           05  SRT-OLD                     PIC X(100).
           05  SRT-NEW                     PIC X(100).
           05  SRT-LOW-FLAG                PIC X.
           05  SRT-LINE                    PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-FILE-NAME            PIC X(100).
       01  WS-EXTRACT-FILE-STATUS          PIC X(2).
           88  WS-EXTRACT-FILE-OK          VALUE '00'.
       01  WS-TRANS-FILE-NAME              PIC X(100).
       01  WS-TRANS-FILE-STATUS            PIC X(2).
           88  WS-TRANS-FILE-OK            VALUE '00'.
       01  WS-PENDING-FILE-NAME            PIC X(100).
       01  WS-PENDING-FILE-STATUS          PIC X(2).
           88  WS-PENDING-FILE-OK          VALUE '00'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-OPEN-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-OPEN-ERROR               VALUE 'Y'.
       01  WS-EXTRACT-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-EXTRACT-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
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
           05  FILLER                      PIC X(43) VALUE
               'TRIMCORR CORRECTION TRANSACTION REPORT'.
           05  FILLER                      PIC X(75) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(10) VALUE
               '  EXTRACT '.
           05  WS-HDG-INPUT                PIC X(88).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(132) VALUE
               'KEY        ACTION          DETAIL'.
       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY                  PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-ACTION               PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X VALUE '['.
           05  WS-DTL-VALUE                PIC X(100).
           05  FILLER                      PIC X VALUE ']'.
           05  FILLER                      PIC X(3) VALUE SPACES.
      *  The parsed pieces of the extract line being released.
       01  WS-EXT-KEY                      PIC X(10).
       01  WS-EXT-OLD                      PIC X(100).
       01  WS-EXT-NEW                      PIC X(100).
       01  WS-EXT-LOW                      PIC X.
       01  WS-EXT-FIFTH                    PIC X(100).
       01  WS-EXT-FIELD-COUNT              PIC 9(2) COMP.
       01  WS-EXT-DELIM-COUNT              PIC 9(3) COMP.
      *  The side the key is on, from the fifth field: 'B' both (a
      *  BOTH line, or any TRIMBAT line), 'O' old only, 'N' new
      *  only, space when the line has no fifth field.
       01  WS-EXT-SIDE                     PIC X.
      *  Every sorted extract line, in key order, with the decision
      *  made for it.  WS-LN-REASON '00' means the line generates (or,
      *  for a duplicate, shares) a transaction; anything else is the
      *  hold reason listed in the program banner.
       01  WS-LINE-MAX                     PIC 9(5) COMP VALUE 5000.
       01  WS-LINE-TOTAL                   PIC 9(5) COMP VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-LN-IDX WS-GRP-IDX WS-PAIR-IDX.
               10  WS-LN-KEY                PIC X(10).
               10  WS-LN-OLD                PIC X(100).
               10  WS-LN-NEW                PIC X(100).
               10  WS-LN-LOW-FLAG           PIC X.
               10  WS-LN-MALFORMED-FLAG     PIC X.
               10  WS-LN-SIDE-FLAG          PIC X.
               10  WS-LN-ACTION             PIC X.
               10  WS-LN-REASON             PIC X(2).
               10  WS-LN-DUP-FLAG           PIC X.
               10  WS-LN-SIM-PCT            PIC 9(3).
               10  WS-LN-PAIR-KEY           PIC X(10).
               10  WS-LN-LINE               PIC X(250).
       01  WS-LINE-FULL-FLAG               PIC X VALUE 'N'.
           88  WS-LINE-FULL                VALUE 'Y'.
      *  Set when the table filled part-way through a key's lines:
      *  the lines that did load for that key are held with the
      *  overflow rather than half-applied.
       01  WS-SPLIT-KEY                    PIC X(10) VALUE SPACES.
       01  WS-GROUP-START                  PIC 9(5) COMP.
       01  WS-GROUP-END                    PIC 9(5) COMP.
       01  WS-GROUP-HELD-FLAG              PIC X.
           88  WS-GROUP-HELD               VALUE 'Y'.
       01  WS-GROUP-CONFLICT-FLAG          PIC X.
           88  WS-GROUP-CONFLICT           VALUE 'Y'.
       01  WS-SIM-THRESHOLD                PIC 9(3) VALUE 80.
      *  A probable key error needs the keys to agree at least this
      *  closely (percent) - the same rule TRIMMTCH pairs orphans by.
       01  WS-KEY-SIM-THRESHOLD            PIC 9(3) VALUE 70.
       01  WS-SCORE-KEY-1                  PIC X(10).
       01  WS-SCORE-KEY-2                  PIC X(10).
       01  WS-KEY-SIM-PCT                  PIC 9(3).
       01  WS-VALUE-SIM-PCT                PIC 9(3).
       01  WS-BEST-PAIR-IDX                PIC 9(5) COMP.
       01  WS-BEST-VALUE-SIM               PIC 9(3).
       01  WS-BEST-KEY-SIM                 PIC 9(3).
       01  WS-SECTION-OPEN-FLAG            PIC X VALUE 'N'.
           88  WS-SECTION-OPEN             VALUE 'Y'.
       01  WS-REASON-CODE                  PIC X(2).
       01  WS-REASON-NUM REDEFINES WS-REASON-CODE
                                           PIC 9(2).
       01  WS-REASON-TEXT                  PIC X(30).
       01  WS-SIM-EDIT                     PIC ZZ9.
       01  WS-READ-COUNT                   PIC 9(7) VALUE 0.
       01  WS-TRANS-COUNT                  PIC 9(7) VALUE 0.
       01  WS-ADD-COUNT                    PIC 9(7) VALUE 0.
       01  WS-UPDATE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-DELETE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-DUP-COUNT                    PIC 9(7) VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(7) VALUE 0.
       01  WS-HELD-REASON-COUNTS.
           05  WS-HELD-REASON-COUNT        PIC 9(7) OCCURS 10 TIMES.
       01  WS-REASON-SUB                   PIC 9(2) COMP.
       01  WS-PARSE-TEXT                   PIC X(20).
       01  WS-PARSE-VALUE                  PIC 9(7).
       01  WS-PARSE-VALID-FLAG             PIC X.
           88  WS-PARSE-VALID              VALUE 'Y'.
       01  WS-PARSE-IDX                    PIC 9(2) COMP.
       01  WS-DIGIT-X                      PIC X.
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.
       01  WS-RC-MESSAGE                   PIC X(80) VALUE SPACES.
      *  Field name the extract's values were masked under.
       01  WS-MASK-FIELD-NAME              PIC X(20) VALUE SPACES.
       01  WS-MASK-CHAR-COUNT              PIC 9(5) COMP.
       COPY CMPCTRL.
       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-KEY SRT-SEQ
                   INPUT PROCEDURE 0200-RELEASE-EXTRACT
                   OUTPUT PROCEDURE 0250-LOAD-SORTED-LINES
               PERFORM 0300-CLASSIFY-LINES
               PERFORM 0400-WRITE-GENERATED
               PERFORM 0450-WRITE-HELD
               PERFORM 0500-FINISH
               EVALUATE TRUE
                   WHEN WS-LINE-FULL
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-HELD-COUNT > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-EXTRACT-FILE-NAME
               FROM ENVIRONMENT 'TRIMCORR_EXTRACT'.
           IF WS-EXTRACT-FILE-NAME = SPACES
               MOVE 'TRIMBAT.EXT' TO WS-EXTRACT-FILE-NAME
           END-IF.
           ACCEPT WS-TRANS-FILE-NAME
               FROM ENVIRONMENT 'TRIMCORR_OUTPUT'.
           IF WS-TRANS-FILE-NAME = SPACES
               MOVE 'TRIMCORR.TXN' TO WS-TRANS-FILE-NAME
           END-IF.
           ACCEPT WS-PENDING-FILE-NAME
               FROM ENVIRONMENT 'TRIMCORR_PENDING'.
           IF WS-PENDING-FILE-NAME = SPACES
               MOVE 'TRIMCORR.PND' TO WS-PENDING-FILE-NAME
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME
               FROM ENVIRONMENT 'TRIMCORR_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'TRIMCORR.RPT' TO WS-REPORT-FILE-NAME
           END-IF.
           ACCEPT WS-PARSE-TEXT
               FROM ENVIRONMENT 'TRIMCORR_SIM_THRESHOLD'.
           PERFORM 0800-PARSE-NUMBER.
           IF WS-PARSE-VALID
               IF WS-PARSE-VALUE > 100
                   DISPLAY 'TRIMCORR: SIM THRESHOLD [' WS-PARSE-TEXT
                           '] OVER 100 - DEFAULT ' WS-SIM-THRESHOLD
                           ' USED'
               ELSE
                   MOVE WS-PARSE-VALUE TO WS-SIM-THRESHOLD
               END-IF
           END-IF.
           MOVE WS-SIM-THRESHOLD TO CMP-SIM-THRESHOLD.
           ACCEPT WS-MASK-FIELD-NAME FROM ENVIRONMENT 'TRIMCORR_FIELD'.
           INITIALIZE WS-HELD-REASON-COUNTS.

           OPEN INPUT EXTRACT-FILE.
           IF NOT WS-EXTRACT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'TRIMCORR: UNABLE TO OPEN EXTRACT FILE ['
                       WS-EXTRACT-FILE-NAME '] - FILE STATUS '
                       WS-EXTRACT-FILE-STATUS
           END-IF.
           OPEN OUTPUT TRANS-FILE.
           IF NOT WS-TRANS-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'TRIMCORR: UNABLE TO OPEN TRANSACTION FILE ['
                       WS-TRANS-FILE-NAME '] - FILE STATUS '
                       WS-TRANS-FILE-STATUS
           END-IF.
           OPEN OUTPUT PENDING-FILE.
           IF NOT WS-PENDING-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'TRIMCORR: UNABLE TO OPEN PENDING FILE ['
                       WS-PENDING-FILE-NAME '] - FILE STATUS '
                       WS-PENDING-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'TRIMCORR: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.

           IF WS-OPEN-ERROR
               IF WS-EXTRACT-FILE-OK
                   CLOSE EXTRACT-FILE
               END-IF
               IF WS-TRANS-FILE-OK
                   CLOSE TRANS-FILE
               END-IF
               IF WS-PENDING-FILE-OK
                   CLOSE PENDING-FILE
               END-IF
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
           ELSE
               DISPLAY 'TRIMCORR CORRECTION TRANSACTION RUN'
           END-IF.

      ******************************************************************
      *  0200-RELEASE-EXTRACT
      *
      *  SORT input procedure.  Every extract line is parsed and
      *  released - a malformed one too, flagged, so it is reported
      *  and held with the rest instead of vanishing.
      ******************************************************************
       0200-RELEASE-EXTRACT.
           PERFORM UNTIL WS-EXTRACT-EOF
               READ EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0210-RELEASE-LINE
               END-READ
           END-PERFORM.

       0210-RELEASE-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-EXT-KEY.
           MOVE SPACES TO WS-EXT-OLD.
           MOVE SPACES TO WS-EXT-NEW.
           MOVE SPACES TO WS-EXT-LOW.
           MOVE SPACES TO WS-EXT-FIFTH.
           MOVE 0 TO WS-EXT-FIELD-COUNT.
           MOVE 0 TO WS-EXT-DELIM-COUNT.
           INSPECT EXTRACT-RECORD TALLYING WS-EXT-DELIM-COUNT
               FOR ALL '|'.
           UNSTRING EXTRACT-RECORD DELIMITED BY '|'
               INTO WS-EXT-KEY, WS-EXT-OLD, WS-EXT-NEW, WS-EXT-LOW,
                    WS-EXT-FIFTH
               TALLYING IN WS-EXT-FIELD-COUNT
           END-UNSTRING.

           MOVE WS-EXT-KEY TO SRT-KEY.
           MOVE WS-READ-COUNT TO SRT-SEQ.
           MOVE WS-EXT-OLD TO SRT-OLD.
           MOVE WS-EXT-NEW TO SRT-NEW.
           MOVE WS-EXT-LOW TO SRT-LOW-FLAG.
           EVALUATE TRUE
               WHEN WS-EXT-DELIM-COUNT < 4
                   MOVE SPACE TO WS-EXT-SIDE
               WHEN WS-EXT-FIFTH = 'OLD-ONLY'
                   MOVE 'O' TO WS-EXT-SIDE
               WHEN WS-EXT-FIFTH = 'NEW-ONLY'
                   MOVE 'N' TO WS-EXT-SIDE
               WHEN OTHER
                   MOVE 'B' TO WS-EXT-SIDE
           END-EVALUATE.
           MOVE WS-EXT-SIDE TO SRT-SIDE-FLAG.
           MOVE EXTRACT-RECORD TO SRT-LINE.
           IF WS-EXT-KEY = SPACES OR WS-EXT-FIELD-COUNT < 4
              OR (WS-EXT-OLD = SPACES AND WS-EXT-NEW = SPACES)
              OR (WS-EXT-SIDE = 'O' AND WS-EXT-NEW NOT = SPACES)
              OR (WS-EXT-SIDE = 'N' AND WS-EXT-OLD NOT = SPACES)
               MOVE 'Y' TO SRT-MALFORMED-FLAG
           ELSE
               MOVE 'N' TO SRT-MALFORMED-FLAG
           END-IF.
           RELEASE SORT-RECORD.

      ******************************************************************
      *  0250-LOAD-SORTED-LINES
      *
      *  SORT output procedure.  Files the sorted lines into the line
      *  table; the decisions need every line for a key (and, for key
      *  errors, the whole orphan population) in hand at once.
      ******************************************************************
       0250-LOAD-SORTED-LINES.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 0260-STORE-LINE
               END-RETURN
           END-PERFORM.
           CLOSE EXTRACT-FILE.

      ******************************************************************
      *  0260-STORE-LINE
      *
      *  Past the table limit a line goes straight to the pending
      *  file under reason 08; if it shares its key with the last
      *  line that did load, that key is remembered so its loaded
      *  lines are held too.
      ******************************************************************
       0260-STORE-LINE.
           IF WS-LINE-TOTAL < WS-LINE-MAX
               ADD 1 TO WS-LINE-TOTAL
               SET WS-LN-IDX TO WS-LINE-TOTAL
               MOVE SRT-KEY TO WS-LN-KEY(WS-LN-IDX)
               MOVE SRT-OLD TO WS-LN-OLD(WS-LN-IDX)
               MOVE SRT-NEW TO WS-LN-NEW(WS-LN-IDX)
               MOVE SRT-LOW-FLAG TO WS-LN-LOW-FLAG(WS-LN-IDX)
               MOVE SRT-MALFORMED-FLAG
                   TO WS-LN-MALFORMED-FLAG(WS-LN-IDX)
               MOVE SRT-SIDE-FLAG TO WS-LN-SIDE-FLAG(WS-LN-IDX)
               MOVE SPACE TO WS-LN-ACTION(WS-LN-IDX)
               MOVE '00' TO WS-LN-REASON(WS-LN-IDX)
               MOVE 'N' TO WS-LN-DUP-FLAG(WS-LN-IDX)
               MOVE 0 TO WS-LN-SIM-PCT(WS-LN-IDX)
               MOVE SPACES TO WS-LN-PAIR-KEY(WS-LN-IDX)
               MOVE SRT-LINE TO WS-LN-LINE(WS-LN-IDX)
           ELSE
               IF NOT WS-LINE-FULL
                   SET WS-LINE-FULL TO TRUE
                   DISPLAY 'TRIMCORR: MORE THAN ' WS-LINE-MAX
                           ' EXTRACT LINES - REST HELD - RAISE THE '
                           'TABLE SIZE'
                   SET WS-LN-IDX TO WS-LINE-TOTAL
                   IF WS-LINE-TOTAL > 0
                      AND WS-LN-KEY(WS-LN-IDX) = SRT-KEY
                       MOVE SRT-KEY TO WS-SPLIT-KEY
                   END-IF
               END-IF
               ADD 1 TO WS-HELD-COUNT
               ADD 1 TO WS-HELD-REASON-COUNT(8)
               MOVE SPACES TO PENDING-RECORD
               STRING '08|' SRT-LINE
                   DELIMITED BY SIZE INTO PENDING-RECORD
               END-STRING
               WRITE PENDING-RECORD
           END-IF.

      ******************************************************************
      *  0300-CLASSIFY-LINES
      *
      *  Three passes over the sorted lines: each line on its own
      *  (action, low-values, probable match), then the "on old
      *  only" / "on new only" lines against each other for probable
      *  key errors, then each key's lines as a group so a key is
      *  either applied once or held whole.
      ******************************************************************
       0300-CLASSIFY-LINES.
           IF WS-LINE-TOTAL > 0
               PERFORM 0310-CLASSIFY-ONE-LINE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-TOTAL
               IF WS-SIM-THRESHOLD > 0
                   PERFORM 0320-PAIR-ORPHAN
                       VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LINE-TOTAL
               END-IF
               MOVE 1 TO WS-GROUP-START
               PERFORM UNTIL WS-GROUP-START > WS-LINE-TOTAL
                   PERFORM 0330-RESOLVE-KEY-GROUP
                   COMPUTE WS-GROUP-START = WS-GROUP-END + 1
               END-PERFORM
           END-IF.

       0310-CLASSIFY-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-LN-MALFORMED-FLAG(WS-LN-IDX) = 'Y'
                   MOVE '05' TO WS-LN-REASON(WS-LN-IDX)
               WHEN WS-LN-KEY(WS-LN-IDX)(1:1) = SPACE
                   MOVE '04' TO WS-LN-REASON(WS-LN-IDX)
               WHEN WS-LN-SIDE-FLAG(WS-LN-IDX) = 'N'
                   MOVE 'A' TO WS-LN-ACTION(WS-LN-IDX)
               WHEN WS-LN-SIDE-FLAG(WS-LN-IDX) = 'O'
                   MOVE 'D' TO WS-LN-ACTION(WS-LN-IDX)
               WHEN WS-LN-SIDE-FLAG(WS-LN-IDX) = 'B'
                   MOVE 'U' TO WS-LN-ACTION(WS-LN-IDX)
               WHEN WS-LN-OLD(WS-LN-IDX) = SPACES
                 OR WS-LN-NEW(WS-LN-IDX) = SPACES
                   MOVE '10' TO WS-LN-REASON(WS-LN-IDX)
               WHEN OTHER
                   MOVE 'U' TO WS-LN-ACTION(WS-LN-IDX)
           END-EVALUATE.
           IF WS-LN-REASON(WS-LN-IDX) = '00'
              AND WS-LN-LOW-FLAG(WS-LN-IDX) = 'Y'
               MOVE '01' TO WS-LN-REASON(WS-LN-IDX)
           END-IF.
      *    The drivers mask the values they write under the masking
      *    rules; a key that any rule masks cannot carry its real
      *    values here, so it is never applied - or scored.  A line
      *    already holding mask characters is held too, in case the
      *    rules have changed since the driver ran or the driver ran
      *    under another field name.
           IF WS-LN-REASON(WS-LN-IDX) = '00'
               MOVE WS-LN-KEY(WS-LN-IDX) TO CMP-MK-KEY
               MOVE WS-MASK-FIELD-NAME TO CMP-MK-FIELD-NAME
               MOVE WS-LN-OLD(WS-LN-IDX) TO CMP-MK-OLD-VALUE
               MOVE WS-LN-NEW(WS-LN-IDX) TO CMP-MK-NEW-VALUE
               CALL 'CMPMASK' USING CMP-MASK-AREA
               MOVE 0 TO WS-MASK-CHAR-COUNT
               INSPECT WS-LN-OLD(WS-LN-IDX) TALLYING WS-MASK-CHAR-COUNT
                   FOR ALL '*' ALL '#'
               INSPECT WS-LN-NEW(WS-LN-IDX) TALLYING WS-MASK-CHAR-COUNT
                   FOR ALL '*' ALL '#'
               IF NOT CMP-MK-SHOWN
                  OR WS-MASK-CHAR-COUNT > 0
                   MOVE '09' TO WS-LN-REASON(WS-LN-IDX)
               END-IF
           END-IF.
      *    Drivers that score near-matches keep probable pairs off
      *    their extracts already; re-scoring here catches the pairs
      *    from drivers that do not (TRIMMTCH) or ran a different
      *    threshold.
           IF WS-LN-REASON(WS-LN-IDX) = '00'
              AND WS-LN-ACTION(WS-LN-IDX) = 'U'
              AND WS-SIM-THRESHOLD > 0
               CALL 'TRIMCMP' USING WS-LN-OLD(WS-LN-IDX),
                                     WS-LN-NEW(WS-LN-IDX),
                                     CMP-CONTROL-AREA
               IF CMP-NO-MATCH
                   CALL 'TRIMSIM' USING WS-LN-OLD(WS-LN-IDX),
                                         WS-LN-NEW(WS-LN-IDX),
                                         CMP-CONTROL-AREA
                   IF CMP-PROBABLE-MATCH
                       MOVE '02' TO WS-LN-REASON(WS-LN-IDX)
                       MOVE CMP-SIMILARITY-PCT
                           TO WS-LN-SIM-PCT(WS-LN-IDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  0320-PAIR-ORPHAN
      *
      *  For a delete line still standing, finds the best add line
      *  still standing whose key agrees at least WS-KEY-SIM-
      *  THRESHOLD percent and whose value reaches the similarity
      *  threshold against the deleted value - the orphan pairing
      *  TRIMMTCH reports as a probable key error.  Both lines are
      *  held under reason 03 with each other's key.  TRIMSIM
      *  returns 100 unscored while CMP-MATCH is set, so the flag is
      *  cleared before each call.
      ******************************************************************
       0320-PAIR-ORPHAN.
           IF WS-LN-REASON(WS-LN-IDX) = '00'
              AND WS-LN-ACTION(WS-LN-IDX) = 'D'
               MOVE 0 TO WS-BEST-PAIR-IDX
               MOVE 0 TO WS-BEST-VALUE-SIM
               MOVE 0 TO WS-BEST-KEY-SIM
               PERFORM 0325-SCORE-ORPHAN-CANDIDATE
                   VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-LINE-TOTAL
               IF WS-BEST-PAIR-IDX > 0
                   SET WS-PAIR-IDX TO WS-BEST-PAIR-IDX
                   MOVE '03' TO WS-LN-REASON(WS-LN-IDX)
                   MOVE '03' TO WS-LN-REASON(WS-PAIR-IDX)
                   MOVE WS-BEST-VALUE-SIM TO WS-LN-SIM-PCT(WS-LN-IDX)
                   MOVE WS-BEST-VALUE-SIM
                       TO WS-LN-SIM-PCT(WS-PAIR-IDX)
                   MOVE WS-LN-KEY(WS-PAIR-IDX)
                       TO WS-LN-PAIR-KEY(WS-LN-IDX)
                   MOVE WS-LN-KEY(WS-LN-IDX)
                       TO WS-LN-PAIR-KEY(WS-PAIR-IDX)
               END-IF
           END-IF.

       0325-SCORE-ORPHAN-CANDIDATE.
           IF WS-LN-REASON(WS-PAIR-IDX) = '00'
              AND WS-LN-ACTION(WS-PAIR-IDX) = 'A'
               MOVE WS-LN-KEY(WS-LN-IDX) TO WS-SCORE-KEY-1
               MOVE WS-LN-KEY(WS-PAIR-IDX) TO WS-SCORE-KEY-2
               MOVE 'N' TO CMP-MATCH-FLAG
               CALL 'TRIMSIM' USING WS-SCORE-KEY-1, WS-SCORE-KEY-2,
                                     CMP-CONTROL-AREA
               MOVE CMP-SIMILARITY-PCT TO WS-KEY-SIM-PCT
               IF WS-KEY-SIM-PCT >= WS-KEY-SIM-THRESHOLD
                   MOVE 'N' TO CMP-MATCH-FLAG
                   CALL 'TRIMSIM' USING WS-LN-OLD(WS-LN-IDX),
                                         WS-LN-NEW(WS-PAIR-IDX),
                                         CMP-CONTROL-AREA
                   MOVE CMP-SIMILARITY-PCT TO WS-VALUE-SIM-PCT
                   IF WS-VALUE-SIM-PCT >= WS-SIM-THRESHOLD
                      AND (WS-VALUE-SIM-PCT > WS-BEST-VALUE-SIM
                       OR (WS-VALUE-SIM-PCT = WS-BEST-VALUE-SIM
                           AND WS-KEY-SIM-PCT > WS-BEST-KEY-SIM))
                       SET WS-BEST-PAIR-IDX TO WS-PAIR-IDX
                       MOVE WS-VALUE-SIM-PCT TO WS-BEST-VALUE-SIM
                       MOVE WS-KEY-SIM-PCT TO WS-BEST-KEY-SIM
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  0330-RESOLVE-KEY-GROUP
      *
      *  Works the lines WS-GROUP-START thru WS-GROUP-END, which all
      *  carry one key.  If any line is held the key is held whole
      *  (the standing lines get reason 07); if the standing lines
      *  disagree on action or value they are all held as
      *  conflicting (06); otherwise the first line generates the
      *  transaction and the rest are marked duplicates of it.
      ******************************************************************
       0330-RESOLVE-KEY-GROUP.
           SET WS-GRP-IDX TO WS-GROUP-START.
           MOVE WS-GROUP-START TO WS-GROUP-END.
           PERFORM UNTIL WS-GROUP-END >= WS-LINE-TOTAL
               SET WS-LN-IDX TO WS-GROUP-END
               SET WS-LN-IDX UP BY 1
               IF WS-LN-KEY(WS-LN-IDX) NOT = WS-LN-KEY(WS-GRP-IDX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-GROUP-END
           END-PERFORM.

           MOVE 'N' TO WS-GROUP-HELD-FLAG.
           MOVE 'N' TO WS-GROUP-CONFLICT-FLAG.
           IF WS-SPLIT-KEY NOT = SPACES
              AND WS-LN-KEY(WS-GRP-IDX) = WS-SPLIT-KEY
               SET WS-GROUP-HELD TO TRUE
           END-IF.
           PERFORM VARYING WS-LN-IDX FROM WS-GROUP-START BY 1
                   UNTIL WS-LN-IDX > WS-GROUP-END
               IF WS-LN-REASON(WS-LN-IDX) NOT = '00'
                   SET WS-GROUP-HELD TO TRUE
               ELSE
                   IF WS-LN-ACTION(WS-LN-IDX)
                          NOT = WS-LN-ACTION(WS-GRP-IDX)
                      OR WS-LN-NEW(WS-LN-IDX)
                          NOT = WS-LN-NEW(WS-GRP-IDX)
                       SET WS-GROUP-CONFLICT TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LN-IDX FROM WS-GROUP-START BY 1
                   UNTIL WS-LN-IDX > WS-GROUP-END
               IF WS-LN-REASON(WS-LN-IDX) = '00'
                   EVALUATE TRUE
                       WHEN WS-GROUP-HELD
                           MOVE '07' TO WS-LN-REASON(WS-LN-IDX)
                       WHEN WS-GROUP-CONFLICT
                           MOVE '06' TO WS-LN-REASON(WS-LN-IDX)
                       WHEN WS-LN-IDX > WS-GRP-IDX
                           MOVE 'Y' TO WS-LN-DUP-FLAG(WS-LN-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      ******************************************************************
      *  0400-WRITE-GENERATED
      *
      *  Writes one CMPTXREC transaction per standing key, in the
      *  table's ascending key order, and lists it on the report -
      *  an update with its before and after values, as TRIMLOAD
      *  itself reports them.  Duplicate lines are listed under the
      *  transaction they fold into.
      ******************************************************************
       0400-WRITE-GENERATED.
           MOVE 'N' TO WS-SECTION-OPEN-FLAG.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-TOTAL
               IF WS-LN-REASON(WS-LN-IDX) = '00'
                   IF NOT WS-SECTION-OPEN
                       SET WS-SECTION-OPEN TO TRUE
                       MOVE 'TRANSACTIONS GENERATED:' TO WS-PRINT-LINE
                       PERFORM 0600-WRITE-REPORT-LINE
                   END-IF
                   IF WS-LN-DUP-FLAG(WS-LN-IDX) = 'Y'
                       ADD 1 TO WS-DUP-COUNT
                       MOVE SPACES TO WS-DTL-KEY
                       MOVE 'DUPLICATE LINE' TO WS-DTL-ACTION
                       MOVE WS-LN-NEW(WS-LN-IDX) TO WS-DTL-VALUE
                       MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                       PERFORM 0600-WRITE-REPORT-LINE
                   ELSE
                       PERFORM 0410-WRITE-TRANSACTION
                   END-IF
               END-IF
           END-PERFORM.

       0410-WRITE-TRANSACTION.
           MOVE WS-LN-ACTION(WS-LN-IDX) TO CMP-TX-ACTION.
           MOVE WS-LN-KEY(WS-LN-IDX) TO CMP-TX-KEY.
           MOVE WS-LN-KEY(WS-LN-IDX) TO WS-DTL-KEY.
           EVALUATE TRUE
               WHEN CMP-TX-ADD
                   MOVE WS-LN-NEW(WS-LN-IDX) TO CMP-TX-VALUE
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADD' TO WS-DTL-ACTION
                   MOVE WS-LN-NEW(WS-LN-IDX) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               WHEN CMP-TX-UPDATE
                   MOVE WS-LN-NEW(WS-LN-IDX) TO CMP-TX-VALUE
                   ADD 1 TO WS-UPDATE-COUNT
                   MOVE 'UPDATE FROM' TO WS-DTL-ACTION
                   MOVE WS-LN-OLD(WS-LN-IDX) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-DTL-KEY
                   MOVE 'TO' TO WS-DTL-ACTION
                   MOVE WS-LN-NEW(WS-LN-IDX) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               WHEN CMP-TX-DELETE
                   MOVE SPACES TO CMP-TX-VALUE
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE 'DELETE' TO WS-DTL-ACTION
                   MOVE WS-LN-OLD(WS-LN-IDX) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
           END-EVALUATE.
           WRITE CMP-TX-RECORD.
           ADD 1 TO WS-TRANS-COUNT.

      ******************************************************************
      *  0450-WRITE-HELD
      *
      *  Every held line goes to the pending file as its reason code,
      *  a '|' and the original extract line, and to the report with
      *  the reason spelled out and both values underneath.
      ******************************************************************
       0450-WRITE-HELD.
           MOVE 'N' TO WS-SECTION-OPEN-FLAG.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-TOTAL
               IF WS-LN-REASON(WS-LN-IDX) NOT = '00'
                   IF NOT WS-SECTION-OPEN
                       SET WS-SECTION-OPEN TO TRUE
                       MOVE SPACES TO WS-PRINT-LINE
                       PERFORM 0600-WRITE-REPORT-LINE
                       MOVE 'HELD ON PENDING FILE:' TO WS-PRINT-LINE
                       PERFORM 0600-WRITE-REPORT-LINE
                   END-IF
                   PERFORM 0460-WRITE-HELD-LINE
               END-IF
           END-PERFORM.
           IF WS-LINE-FULL
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'LINES PAST THE TABLE LIMIT WENT TO THE PENDING '
                      'FILE UNWORKED (REASON 08)'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

       0460-WRITE-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-LN-REASON(WS-LN-IDX) TO WS-REASON-CODE.
           ADD 1 TO WS-HELD-REASON-COUNT(WS-REASON-NUM).
           MOVE SPACES TO PENDING-RECORD.
           STRING WS-LN-REASON(WS-LN-IDX) '|' WS-LN-LINE(WS-LN-IDX)
               DELIMITED BY SIZE INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.

           PERFORM 0470-REASON-TEXT.
           MOVE WS-LN-KEY(WS-LN-IDX) TO WS-DTL-KEY.
           MOVE 'HELD' TO WS-DTL-ACTION.
           MOVE SPACES TO WS-DTL-VALUE.
           MOVE WS-LN-SIM-PCT(WS-LN-IDX) TO WS-SIM-EDIT.
           EVALUATE WS-LN-REASON(WS-LN-IDX)
               WHEN '02'
                   STRING WS-LN-REASON(WS-LN-IDX) ' '
                              DELIMITED BY SIZE
                          WS-REASON-TEXT DELIMITED BY '  '
                          ' ' WS-SIM-EDIT ' PCT' DELIMITED BY SIZE
                       INTO WS-DTL-VALUE
                   END-STRING
               WHEN '03'
                   STRING WS-LN-REASON(WS-LN-IDX) ' '
                              DELIMITED BY SIZE
                          WS-REASON-TEXT DELIMITED BY '  '
                          ' ' WS-SIM-EDIT ' PCT WITH KEY '
                          WS-LN-PAIR-KEY(WS-LN-IDX) DELIMITED BY SIZE
                       INTO WS-DTL-VALUE
                   END-STRING
               WHEN OTHER
                   STRING WS-LN-REASON(WS-LN-IDX) ' ' WS-REASON-TEXT
                       DELIMITED BY SIZE INTO WS-DTL-VALUE
                   END-STRING
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-LN-MALFORMED-FLAG(WS-LN-IDX) = 'Y'
               MOVE SPACES TO WS-DTL-KEY
               MOVE 'LINE' TO WS-DTL-ACTION
               MOVE WS-LN-LINE(WS-LN-IDX) TO WS-DTL-VALUE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               MOVE WS-LN-KEY(WS-LN-IDX) TO CMP-MK-KEY
               MOVE WS-MASK-FIELD-NAME TO CMP-MK-FIELD-NAME
               MOVE WS-LN-OLD(WS-LN-IDX) TO CMP-MK-OLD-VALUE
               MOVE WS-LN-NEW(WS-LN-IDX) TO CMP-MK-NEW-VALUE
               CALL 'CMPMASK' USING CMP-MASK-AREA
               MOVE SPACES TO WS-DTL-KEY
               MOVE 'OLD' TO WS-DTL-ACTION
               MOVE CMP-MK-OLD-VALUE TO WS-DTL-VALUE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE 'NEW' TO WS-DTL-ACTION
               MOVE CMP-MK-NEW-VALUE TO WS-DTL-VALUE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

       0470-REASON-TEXT.
           EVALUATE WS-REASON-CODE
               WHEN '01'
                   MOVE 'LOW-VALUES PAIR' TO WS-REASON-TEXT
               WHEN '02'
                   MOVE 'PROBABLE MATCH' TO WS-REASON-TEXT
               WHEN '03'
                   MOVE 'PROBABLE KEY ERROR' TO WS-REASON-TEXT
               WHEN '04'
                   MOVE 'KEY NOT LEFT-JUSTIFIED' TO WS-REASON-TEXT
               WHEN '05'
                   MOVE 'MALFORMED EXTRACT LINE' TO WS-REASON-TEXT
               WHEN '06'
                   MOVE 'CONFLICTING LINES FOR KEY' TO WS-REASON-TEXT
               WHEN '07'
                   MOVE 'OTHER LINE FOR KEY HELD' TO WS-REASON-TEXT
               WHEN '09'
                   MOVE 'VALUES MASKED' TO WS-REASON-TEXT
               WHEN '10'
                   MOVE 'BLANK VALUE - SIDE UNKNOWN'
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'TABLE FULL - NOT WORKED' TO WS-REASON-TEXT
           END-EVALUATE.

       0500-FINISH.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM 0510-TOTALS-TO-REPORT.

           CLOSE TRANS-FILE.
           CLOSE PENDING-FILE.
           CLOSE REPORT-FILE.

           DISPLAY ' '.
           DISPLAY 'EXTRACT LINES READ: ' WS-READ-COUNT.
           DISPLAY 'TRANSACTIONS OUT  : ' WS-TRANS-COUNT.
           DISPLAY '  ADDS            : ' WS-ADD-COUNT.
           DISPLAY '  UPDATES         : ' WS-UPDATE-COUNT.
           DISPLAY '  DELETES         : ' WS-DELETE-COUNT.
           DISPLAY 'DUPLICATE LINES   : ' WS-DUP-COUNT.
           DISPLAY 'LINES HELD        : ' WS-HELD-COUNT.
           IF WS-RC-MESSAGE NOT = SPACES
               DISPLAY WS-RC-MESSAGE
           END-IF.

       0510-TOTALS-TO-REPORT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'EXTRACT LINES READ: ' WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'TRANSACTIONS OUT  : ' WS-TRANS-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  ADDS            : ' WS-ADD-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  UPDATES         : ' WS-UPDATE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  DELETES         : ' WS-DELETE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'DUPLICATE LINES   : ' WS-DUP-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'LINES HELD        : ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 10
               IF WS-HELD-REASON-COUNT(WS-REASON-SUB) > 0
                   MOVE WS-REASON-SUB TO WS-REASON-NUM
                   PERFORM 0470-REASON-TEXT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '  ' WS-REASON-CODE ' '
                          WS-REASON-TEXT ': '
                          WS-HELD-REASON-COUNT(WS-REASON-SUB)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 0600-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-LINE-FULL
                   STRING 'RETURN CODE 8 - LINE TABLE FULL - SEE THE '
                          'PENDING FILE'
                       DELIMITED BY SIZE INTO WS-RC-MESSAGE
                   END-STRING
               WHEN WS-HELD-COUNT > 0
                   STRING 'RETURN CODE 4 - LINES HELD ON THE PENDING '
                          'FILE'
                       DELIMITED BY SIZE INTO WS-RC-MESSAGE
                   END-STRING
           END-EVALUATE.
           IF WS-RC-MESSAGE NOT = SPACES
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
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
           INSPECT WS-PRINT-LINE REPLACING ALL LOW-VALUE BY '.'.
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
           MOVE WS-EXTRACT-FILE-NAME TO WS-HDG-INPUT.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.

      ******************************************************************
      *  0800-PARSE-NUMBER
      *
      *  Converts WS-PARSE-TEXT to WS-PARSE-VALUE, tolerating the
      *  leading/trailing spaces an environment value arrives with -
      *  a plain IS NUMERIC test would reject '80  '.  Anything other
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
