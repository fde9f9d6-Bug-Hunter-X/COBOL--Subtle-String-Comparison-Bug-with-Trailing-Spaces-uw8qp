      ******************************************************************
      *  CMPBAL
      *
      *  Feed balancing for the reconciliation drivers (TRIMBAT,
      *  TRIMMTCH, TRIMMSTR).  Before a driver trusts anything it
      *  reads from a feed, it calls this with CMP-BAL-CHECK-FEED
      *  and the feed's file name: the feed is read end to end, its
      *  header and trailer (CMPHTREC) are located, the data records
      *  are counted and their keys hash-totalled, and the result is
      *  balanced against the trailer and against the feed control
      *  file (CMPFCREC) - which remembers, per feed id, the business
      *  date and sequence number of the last delivery accepted.
      *
      *  Checks, first failure wins (return codes in CMPBALCT):
      *    - a trailer must be present, and last, when the feed has a
      *      header or the caller requires one;
      *    - the trailer record count must equal the records read;
      *    - the trailer key hash must equal the hash of the keys read;
      *    - the header business date must be a valid date, and not
      *      earlier than the last accepted for the feed;
      *    - the header sequence number must be greater than the last
      *      accepted for the feed (a repeat is a re-sent delivery).
      *  A feed with neither header nor trailer, when the caller does
      *  not require one, is passed through as not controlled.
      *
      *  The feed control file is loaded on the first call and kept
      *  in storage; each delivery that balances is recorded there at
      *  once, so two deliveries of one feed in the same run are
      *  checked against each other.  The file itself is rewritten
      *  only on CMP-BAL-COMMIT, which the driver issues after a clean
      *  finish - a run stopped for any reason leaves the file as it
      *  was and can simply be rerun.
      *
      *  A feed file that cannot be opened is left to the driver's own
      *  open handling (the section just says it was not balanced).
      *
      *  CALL 'CMPBAL' USING LS-FEED-FILE-NAME, CMP-BALANCE-AREA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPBAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-RECORD                     PIC X(250).
       COPY CMPHTREC.
       FD  CONTROL-FILE.
       COPY CMPFCREC.

       WORKING-STORAGE SECTION.
       01  WS-FEED-FILE-NAME               PIC X(100).
       01  WS-FEED-FILE-STATUS             PIC X(2).
           88  WS-FEED-FILE-OK             VALUE '00'.
       01  WS-CONTROL-FILE-NAME            PIC X(100).
       01  WS-CONTROL-FILE-STATUS          PIC X(2).
           88  WS-CONTROL-FILE-OK          VALUE '00'.
           88  WS-CONTROL-FILE-MISSING     VALUE '35'.
       01  WS-EOF-FLAG                     PIC X.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-LOADED-FLAG                  PIC X VALUE 'N'.
           88  WS-LOADED                   VALUE 'Y'.
       01  WS-LOAD-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-LOAD-ERROR               VALUE 'Y'.
      *  The feed control file in storage, one entry per feed id.
       01  WS-FC-MAX                       PIC 9(3) COMP VALUE 200.
       01  WS-FC-COUNT                     PIC 9(3) COMP VALUE 0.
       01  WS-FC-TABLE.
           05  WS-FC-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-FC-IDX.
               10  WS-FC-FEED-ID           PIC X(20).
               10  WS-FC-LAST-DATE         PIC X(8).
               10  WS-FC-LAST-SEQUENCE     PIC 9(6).
               10  WS-FC-ACCEPTED-DATE     PIC X(8).
               10  WS-FC-ACCEPTED-TIME     PIC X(6).
       01  WS-FC-FOUND-FLAG                PIC X.
           88  WS-FC-FOUND                 VALUE 'Y'.
      *  Per-feed reading state.
       01  WS-RECORDS-READ                 PIC 9(9) COMP.
       01  WS-HASH-ACCUM                   PIC 9(18) COMP.
       01  WS-HASH-POS                     PIC 9(2) COMP.
       01  WS-AFTER-TRAILER-COUNT          PIC 9(9).
       01  WS-MISPLACED-HEADER-COUNT       PIC 9(9).
       01  WS-TRAILER-COUNT-X              PIC X(9).
       01  WS-TRAILER-HASH-X               PIC X(15).
       01  WS-TRAILER-NUMERIC-FLAG         PIC X.
           88  WS-TRAILER-NUMERIC          VALUE 'Y'.
       01  WS-TRAILER-COUNT                PIC 9(9).
       01  WS-TRAILER-HASH                 PIC 9(15).
       01  WS-HEADER-SEQUENCE-X            PIC X(6).
       01  WS-BUSINESS-DATE-X              PIC X(8).
       01  WS-BUSINESS-DATE-9 REDEFINES WS-BUSINESS-DATE-X
                                           PIC 9(8).
       01  WS-LAST-DATE                    PIC X(8).
       01  WS-LAST-SEQUENCE                PIC 9(6).
       01  WS-RESULT-TEXT                  PIC X(60).
       01  WS-TODAY                        PIC 9(8).
       01  WS-NOW                          PIC 9(8).
       01  WS-PRINT-LINE                   PIC X(132).
       01  WS-RC-EDIT                      PIC Z9.

       LINKAGE SECTION.
       01  LS-FEED-FILE-NAME               PIC X ANY LENGTH.
       COPY CMPBALCT.

       PROCEDURE DIVISION USING LS-FEED-FILE-NAME, CMP-BALANCE-AREA.
       0000-MAIN.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-CONTROL-FILE
           END-IF.

           IF CMP-BAL-COMMIT
               PERFORM 4000-COMMIT-CONTROL-FILE
           ELSE
               PERFORM 2000-CHECK-FEED
           END-IF.

           GOBACK.

      ******************************************************************
      *  1000-LOAD-CONTROL-FILE
      *
      *  Loads the feed control file once per run.  A missing file is
      *  a first run - every feed starts with no history.  Any other
      *  open failure, or more feeds than the table holds, fails
      *  every balance of the run (RC 16) rather than letting a re-
      *  sent delivery through unchecked.
      ******************************************************************
       1000-LOAD-CONTROL-FILE.
           SET WS-LOADED TO TRUE.
           MOVE CMP-BAL-CONTROL-FILE-NAME TO WS-CONTROL-FILE-NAME.
           IF WS-CONTROL-FILE-NAME = SPACES
               MOVE 'CMPFEED.CTL' TO WS-CONTROL-FILE-NAME
           END-IF.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-MISSING
               DISPLAY 'CMPBAL: NO FEED CONTROL FILE ['
                       WS-CONTROL-FILE-NAME '] - STARTING A NEW ONE'
           ELSE
               IF NOT WS-CONTROL-FILE-OK
                   SET WS-LOAD-ERROR TO TRUE
                   DISPLAY 'CMPBAL: UNABLE TO OPEN FEED CONTROL FILE ['
                           WS-CONTROL-FILE-NAME '] - FILE STATUS '
                           WS-CONTROL-FILE-STATUS
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ CONTROL-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1100-LOAD-CONTROL-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       1100-LOAD-CONTROL-ENTRY.
           IF WS-FC-COUNT < WS-FC-MAX
               ADD 1 TO WS-FC-COUNT
               SET WS-FC-IDX TO WS-FC-COUNT
               MOVE CMP-FC-FEED-ID TO WS-FC-FEED-ID(WS-FC-IDX)
               MOVE CMP-FC-LAST-BUSINESS-DATE
                   TO WS-FC-LAST-DATE(WS-FC-IDX)
               IF CMP-FC-LAST-SEQUENCE IS NUMERIC
                   MOVE CMP-FC-LAST-SEQUENCE
                       TO WS-FC-LAST-SEQUENCE(WS-FC-IDX)
               ELSE
                   MOVE 0 TO WS-FC-LAST-SEQUENCE(WS-FC-IDX)
               END-IF
               MOVE CMP-FC-ACCEPTED-DATE
                   TO WS-FC-ACCEPTED-DATE(WS-FC-IDX)
               MOVE CMP-FC-ACCEPTED-TIME
                   TO WS-FC-ACCEPTED-TIME(WS-FC-IDX)
           ELSE
               SET WS-LOAD-ERROR TO TRUE
               SET WS-EOF TO TRUE
               DISPLAY 'CMPBAL: MORE THAN ' WS-FC-MAX
                       ' FEEDS ON FEED CONTROL FILE ['
                       WS-CONTROL-FILE-NAME ']'
           END-IF.

      ******************************************************************
      *  2000-CHECK-FEED
      *
      *  Reads the feed, then runs the checks in return-code order
      *  and builds the balancing section lines for the caller.
      ******************************************************************
       2000-CHECK-FEED.
           MOVE LS-FEED-FILE-NAME TO WS-FEED-FILE-NAME.
           MOVE 0 TO CMP-BAL-RETURN-CODE.
           MOVE 'N' TO CMP-BAL-HEADER-FLAG.
           MOVE 'N' TO CMP-BAL-TRAILER-FLAG.
           MOVE SPACES TO CMP-BAL-FEED-ID.
           MOVE SPACES TO CMP-BAL-BUSINESS-DATE.
           MOVE 0 TO CMP-BAL-SEQUENCE.
           MOVE 0 TO CMP-BAL-DETAIL-COUNT.
           MOVE 0 TO CMP-BAL-DETAIL-HASH.
           MOVE 0 TO CMP-BAL-LINE-COUNT.
           MOVE SPACES TO WS-RESULT-TEXT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FEED FILE         : ' WS-FEED-FILE-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 3900-ADD-LINE.

           OPEN INPUT FEED-FILE.
           IF NOT WS-FEED-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'RESULT            : NOT BALANCED - FEED FILE '
                      'COULD NOT BE OPENED, FILE STATUS '
                      WS-FEED-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 3900-ADD-LINE
           ELSE
               PERFORM 2100-READ-FEED
               CLOSE FEED-FILE
               PERFORM 2500-EVALUATE-FEED
               PERFORM 3000-BUILD-SECTION
           END-IF.

      ******************************************************************
      *  2100-READ-FEED
      *
      *  A header counts only as the first record; a header tag
      *  anywhere else is counted as data (and so throws the count
      *  out).  The trailer must be the last record - anything read
      *  after it means the trailer is not where it belongs.
      ******************************************************************
       2100-READ-FEED.
           MOVE 0 TO WS-RECORDS-READ.
           MOVE 0 TO WS-HASH-ACCUM.
           MOVE 0 TO WS-AFTER-TRAILER-COUNT.
           MOVE 0 TO WS-MISPLACED-HEADER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'Y' TO WS-TRAILER-NUMERIC-FLAG.
           PERFORM UNTIL WS-EOF
               READ FEED-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-READ-ONE-RECORD
               END-READ
           END-PERFORM.
           MOVE WS-RECORDS-READ TO CMP-BAL-DETAIL-COUNT.
           COMPUTE CMP-BAL-DETAIL-HASH =
                   FUNCTION MOD(WS-HASH-ACCUM, 1000000000000000).

       2200-READ-ONE-RECORD.
           EVALUATE TRUE
               WHEN CMP-HT-HEADER
                AND WS-RECORDS-READ = 0
                AND NOT CMP-BAL-HEADER-PRESENT
                AND NOT CMP-BAL-TRAILER-PRESENT
                   SET CMP-BAL-HEADER-PRESENT TO TRUE
                   MOVE CMP-HT-FEED-ID TO CMP-BAL-FEED-ID
                   MOVE CMP-HT-BUSINESS-DATE TO CMP-BAL-BUSINESS-DATE
                   MOVE FEED-RECORD(39:6) TO WS-HEADER-SEQUENCE-X
                   IF WS-HEADER-SEQUENCE-X IS NUMERIC
                       MOVE CMP-HT-SEQUENCE TO CMP-BAL-SEQUENCE
                   ELSE
                       MOVE 0 TO CMP-BAL-SEQUENCE
                   END-IF
               WHEN CMP-HT-TRAILER AND NOT CMP-BAL-TRAILER-PRESENT
                   SET CMP-BAL-TRAILER-PRESENT TO TRUE
                   MOVE FEED-RECORD(11:9) TO WS-TRAILER-COUNT-X
                   MOVE FEED-RECORD(20:15) TO WS-TRAILER-HASH-X
                   IF WS-TRAILER-COUNT-X IS NUMERIC
                      AND WS-TRAILER-HASH-X IS NUMERIC
                       MOVE CMP-HT-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE CMP-HT-KEY-HASH TO WS-TRAILER-HASH
                   ELSE
                       MOVE 'N' TO WS-TRAILER-NUMERIC-FLAG
                       MOVE 0 TO WS-TRAILER-COUNT
                       MOVE 0 TO WS-TRAILER-HASH
                   END-IF
               WHEN CMP-BAL-TRAILER-PRESENT
                   ADD 1 TO WS-AFTER-TRAILER-COUNT
               WHEN OTHER
                   IF CMP-HT-HEADER
                       ADD 1 TO WS-MISPLACED-HEADER-COUNT
                   END-IF
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                           UNTIL WS-HASH-POS > 10
                       COMPUTE WS-HASH-ACCUM = WS-HASH-ACCUM
                           + WS-HASH-POS
                           * (FUNCTION ORD(FEED-RECORD(WS-HASH-POS:1))
                              - 1)
                   END-PERFORM
           END-EVALUATE.

      ******************************************************************
      *  2500-EVALUATE-FEED
      *
      *  The checks, in return-code order.  Only a feed that passes
      *  all of them is recorded as the feed's latest delivery.
      ******************************************************************
       2500-EVALUATE-FEED.
           MOVE SPACES TO WS-LAST-DATE.
           MOVE 0 TO WS-LAST-SEQUENCE.
           MOVE 'N' TO WS-FC-FOUND-FLAG.
           IF CMP-BAL-HEADER-PRESENT
               PERFORM 2600-FIND-FEED
           END-IF.
           MOVE CMP-BAL-BUSINESS-DATE TO WS-BUSINESS-DATE-X.

           EVALUATE TRUE
               WHEN WS-LOAD-ERROR
                   MOVE 16 TO CMP-BAL-RETURN-CODE
                   MOVE 'FEED CONTROL FILE COULD NOT BE LOADED'
                       TO WS-RESULT-TEXT
               WHEN NOT CMP-BAL-HEADER-PRESENT
                AND NOT CMP-BAL-TRAILER-PRESENT
                AND NOT CMP-BAL-TRAILER-REQUIRED
                   MOVE 'NOT CONTROLLED - NO HEADER OR TRAILER'
                       TO WS-RESULT-TEXT
               WHEN NOT CMP-BAL-TRAILER-PRESENT
                   MOVE 20 TO CMP-BAL-RETURN-CODE
                   MOVE 'TRAILER RECORD MISSING' TO WS-RESULT-TEXT
               WHEN WS-AFTER-TRAILER-COUNT > 0
                   MOVE 20 TO CMP-BAL-RETURN-CODE
                   MOVE 'TRAILER IS NOT THE LAST RECORD'
                       TO WS-RESULT-TEXT
               WHEN NOT WS-TRAILER-NUMERIC
                   MOVE 24 TO CMP-BAL-RETURN-CODE
                   MOVE 'TRAILER TOTALS NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN WS-TRAILER-COUNT NOT = CMP-BAL-DETAIL-COUNT
                   MOVE 24 TO CMP-BAL-RETURN-CODE
                   MOVE 'RECORD COUNT OUT OF BALANCE'
                       TO WS-RESULT-TEXT
               WHEN WS-TRAILER-HASH NOT = CMP-BAL-DETAIL-HASH
                   MOVE 28 TO CMP-BAL-RETURN-CODE
                   MOVE 'KEY HASH TOTAL OUT OF BALANCE'
                       TO WS-RESULT-TEXT
               WHEN NOT CMP-BAL-HEADER-PRESENT
                   MOVE 'IN BALANCE - NO HEADER, DATE/SEQ NOT CHECKED'
                       TO WS-RESULT-TEXT
               WHEN WS-BUSINESS-DATE-X IS NOT NUMERIC
                   MOVE 32 TO CMP-BAL-RETURN-CODE
                   MOVE 'BUSINESS DATE NOT A VALID DATE'
                       TO WS-RESULT-TEXT
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE-9)
                    NOT = 0
                   MOVE 32 TO CMP-BAL-RETURN-CODE
                   MOVE 'BUSINESS DATE NOT A VALID DATE'
                       TO WS-RESULT-TEXT
               WHEN WS-FC-FOUND
                AND CMP-BAL-BUSINESS-DATE < WS-LAST-DATE
                   MOVE 32 TO CMP-BAL-RETURN-CODE
                   MOVE 'BUSINESS DATE EARLIER THAN LAST ACCEPTED'
                       TO WS-RESULT-TEXT
               WHEN WS-FC-FOUND
                AND CMP-BAL-SEQUENCE NOT > WS-LAST-SEQUENCE
                   MOVE 36 TO CMP-BAL-RETURN-CODE
                   MOVE 'SEQUENCE NUMBER REPEATED - ALREADY ACCEPTED'
                       TO WS-RESULT-TEXT
               WHEN NOT WS-FC-FOUND AND WS-FC-COUNT NOT < WS-FC-MAX
                   MOVE 16 TO CMP-BAL-RETURN-CODE
                   MOVE 'FEED CONTROL TABLE FULL - FEED NOT RECORDED'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-RESULT-TEXT
                   PERFORM 2700-RECORD-DELIVERY
           END-EVALUATE.

       2600-FIND-FEED.
           IF WS-FC-COUNT > 0
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FC-COUNT
                   IF WS-FC-FEED-ID(WS-FC-IDX) = CMP-BAL-FEED-ID
                       SET WS-FC-FOUND TO TRUE
                       MOVE WS-FC-LAST-DATE(WS-FC-IDX) TO WS-LAST-DATE
                       MOVE WS-FC-LAST-SEQUENCE(WS-FC-IDX)
                           TO WS-LAST-SEQUENCE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *  2700-RECORD-DELIVERY
      *
      *  Records the balanced delivery in storage as the feed's
      *  latest (WS-FC-IDX is still on the feed when it was found).
      *  Written to disk only by 4000-COMMIT-CONTROL-FILE.
      ******************************************************************
       2700-RECORD-DELIVERY.
           IF NOT WS-FC-FOUND
               ADD 1 TO WS-FC-COUNT
               SET WS-FC-IDX TO WS-FC-COUNT
               MOVE CMP-BAL-FEED-ID TO WS-FC-FEED-ID(WS-FC-IDX)
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           MOVE CMP-BAL-BUSINESS-DATE TO WS-FC-LAST-DATE(WS-FC-IDX).
           MOVE CMP-BAL-SEQUENCE TO WS-FC-LAST-SEQUENCE(WS-FC-IDX).
           MOVE WS-TODAY TO WS-FC-ACCEPTED-DATE(WS-FC-IDX).
           MOVE WS-NOW(1:6) TO WS-FC-ACCEPTED-TIME(WS-FC-IDX).

      ******************************************************************
      *  3000-BUILD-SECTION
      *
      *  The printable balancing lines for this feed: what the header
      *  said, what was last accepted, what was read against what the
      *  trailer claims, and the verdict.
      ******************************************************************
       3000-BUILD-SECTION.
           MOVE SPACES TO WS-PRINT-LINE.
           IF CMP-BAL-HEADER-PRESENT
               STRING 'HEADER            : FEED ' CMP-BAL-FEED-ID
                      '  BUSINESS DATE ' CMP-BAL-BUSINESS-DATE
                      '  SEQUENCE ' CMP-BAL-SEQUENCE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE 'HEADER            : NONE' TO WS-PRINT-LINE
           END-IF.
           PERFORM 3900-ADD-LINE.

           IF CMP-BAL-HEADER-PRESENT
               MOVE SPACES TO WS-PRINT-LINE
               IF WS-FC-FOUND
                   STRING 'LAST ACCEPTED     : BUSINESS DATE '
                          WS-LAST-DATE '  SEQUENCE ' WS-LAST-SEQUENCE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   MOVE 'LAST ACCEPTED     : NONE - FIRST DELIVERY'
                       TO WS-PRINT-LINE
               END-IF
               PERFORM 3900-ADD-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           IF CMP-BAL-TRAILER-PRESENT
               STRING 'RECORDS READ      : ' CMP-BAL-DETAIL-COUNT
                      '  TRAILER COUNT ' WS-TRAILER-COUNT-X
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING 'RECORDS READ      : ' CMP-BAL-DETAIL-COUNT
                      '  TRAILER COUNT NONE'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM 3900-ADD-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           IF CMP-BAL-TRAILER-PRESENT
               STRING 'KEY HASH READ     : ' CMP-BAL-DETAIL-HASH
                      '  TRAILER HASH ' WS-TRAILER-HASH-X
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING 'KEY HASH READ     : ' CMP-BAL-DETAIL-HASH
                      '  TRAILER HASH NONE'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM 3900-ADD-LINE.

           IF WS-MISPLACED-HEADER-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'WARNING           : ' WS-MISPLACED-HEADER-COUNT
                      ' HEADER RECORD(S) NOT AT THE START - COUNTED '
                      'AS DATA'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 3900-ADD-LINE
           END-IF.

           IF WS-AFTER-TRAILER-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'WARNING           : ' WS-AFTER-TRAILER-COUNT
                      ' RECORD(S) AFTER THE TRAILER'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 3900-ADD-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           IF CMP-BAL-RETURN-CODE = 0
               STRING 'RESULT            : ' WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE CMP-BAL-RETURN-CODE TO WS-RC-EDIT
               STRING 'RESULT            : OUT OF BALANCE - '
                          DELIMITED BY SIZE
                      WS-RESULT-TEXT DELIMITED BY '  '
                      ' (RETURN CODE ' WS-RC-EDIT ')'
                          DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM 3900-ADD-LINE.

       3900-ADD-LINE.
           IF CMP-BAL-LINE-COUNT < 12
               ADD 1 TO CMP-BAL-LINE-COUNT
               MOVE WS-PRINT-LINE TO CMP-BAL-LINE(CMP-BAL-LINE-COUNT)
           END-IF.

      ******************************************************************
      *  4000-COMMIT-CONTROL-FILE
      *
      *  Rewrites the feed control file from storage.  Called by the
      *  driver only after the run finished cleanly.  A failure is
      *  returned as RC 16 - the next run would otherwise accept the
      *  same delivery again.
      ******************************************************************
       4000-COMMIT-CONTROL-FILE.
           MOVE 0 TO CMP-BAL-RETURN-CODE.
           IF WS-LOAD-ERROR
               MOVE 16 TO CMP-BAL-RETURN-CODE
           ELSE
               OPEN OUTPUT CONTROL-FILE
               IF NOT WS-CONTROL-FILE-OK
                   MOVE 16 TO CMP-BAL-RETURN-CODE
                   DISPLAY 'CMPBAL: UNABLE TO OPEN FEED CONTROL FILE ['
                           WS-CONTROL-FILE-NAME '] - FILE STATUS '
                           WS-CONTROL-FILE-STATUS
               ELSE
                   IF WS-FC-COUNT > 0
                       PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                               UNTIL WS-FC-IDX > WS-FC-COUNT
                           MOVE WS-FC-FEED-ID(WS-FC-IDX)
                               TO CMP-FC-FEED-ID
                           MOVE WS-FC-LAST-DATE(WS-FC-IDX)
                               TO CMP-FC-LAST-BUSINESS-DATE
                           MOVE WS-FC-LAST-SEQUENCE(WS-FC-IDX)
                               TO CMP-FC-LAST-SEQUENCE
                           MOVE WS-FC-ACCEPTED-DATE(WS-FC-IDX)
                               TO CMP-FC-ACCEPTED-DATE
                           MOVE WS-FC-ACCEPTED-TIME(WS-FC-IDX)
                               TO CMP-FC-ACCEPTED-TIME
                           WRITE CMP-FC-RECORD
                       END-PERFORM
                   END-IF
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.
