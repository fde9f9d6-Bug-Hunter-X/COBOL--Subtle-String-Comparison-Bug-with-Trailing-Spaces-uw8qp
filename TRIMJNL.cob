      ******************************************************************
      *  TRIMJNL
      *
      *  Master-journal utility for the indexed reconciliation master
      *  (CMPMSREC).  Works from the journal TRIMLOAD appends to
      *  (CMPJNREC) - one record per load, add, update or delete,
      *  with the before and after values and the run id (run date
      *  and time) of the run that made it.  Two modes, selected by
      *  environment variable TRIMJNL_MODE:
      *
      *    BACKOUT - reverses exactly the changes one run made, the
      *              run named by TRIMJNL_RUN (the 14-digit run id
      *              TRIMLOAD prints on its report): an add is
      *              deleted again, an update is put back to its
      *              before value, a delete is written back.  A key
      *              that a later run has touched since is refused
      *              and reported with the run that touched it -
      *              undoing it would silently throw away the later
      *              change.  So is a key whose master value is no
      *              longer the one the run left (changed outside
      *              TRIMLOAD).  Every reversal is itself journalled,
      *              naming the run it backs out, so a key already
      *              backed out is skipped if the backout is run
      *              again, and the journal stays a complete history.
      *              A bulk-load run cannot be backed out - it
      *              replaced the whole master, and the way back is
      *              another load.  For the same reason a bulk load
      *              after the run refuses every key the run changed
      *              that is not already backed out.
      *
      *    ASOF    - prints the journal history of the key named by
      *              TRIMJNL_KEY and the value it held on the master
      *              at the end of the day named by TRIMJNL_DATE
      *              (YYYYMMDD, defaulting to today).  Before a key's
      *              first journalled change its value is that
      *              change's before image; a key the journal never
      *              mentions is read from the master, unchanged
      *              since the journal began.
      *
      *  In both modes every value on the report - reversals, the
      *  key's history and the as-of value - is printed through the
      *  masking rules (CMPMASK) by key; the journal itself always
      *  holds the real values.
      *
      *  RETURN-CODE 4 when a backout refused any key or an as-of
      *  value cannot be known from the journal; 16 when the run
      *  cannot start (bad mode or parameter, a file will not open,
      *  the run is not on the journal or is a bulk load, too many
      *  keys to hold) or the master or journal cannot be written.
      *
      *  File names come from TRIMJNL_JOURNAL (default TRIMLOAD.JNL),
      *  TRIMJNL_MASTER (default TRIMMSTR.MST) and TRIMJNL_REPORT
      *  (default TRIMJNL.RPT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIMJNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CMP-MST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY CMPJNREC.
       FD  MASTER-FILE.
       COPY CMPMSREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-FILE-NAME            PIC X(100).
       01  WS-JOURNAL-FILE-STATUS          PIC X(2).
           88  WS-JOURNAL-FILE-OK          VALUE '00'.
       01  WS-MASTER-FILE-NAME             PIC X(100).
       01  WS-MASTER-FILE-STATUS           PIC X(2).
           88  WS-MASTER-FILE-OK           VALUE '00'.
           88  WS-MASTER-NOT-FOUND         VALUE '23'.
           88  WS-MASTER-DUP-KEY           VALUE '22'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-MODE-TEXT                    PIC X(8).
       01  WS-MODE-FLAG                    PIC X.
           88  WS-MODE-BACKOUT             VALUE 'B'.
           88  WS-MODE-ASOF                VALUE 'A'.
           88  WS-MODE-BAD                 VALUE '?'.
       01  WS-STOP-FLAG                    PIC X VALUE 'N'.
           88  WS-STOP                     VALUE 'Y'.
       01  WS-IO-ERROR-FLAG                PIC X VALUE 'N'.
           88  WS-IO-ERROR                 VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG             PIC X VALUE 'N'.
           88  WS-MASTER-OPEN              VALUE 'Y'.
       01  WS-TARGET-RUN                   PIC X(14).
       01  WS-TARGET-SEEN-FLAG             PIC X VALUE 'N'.
           88  WS-TARGET-SEEN              VALUE 'Y'.
       01  WS-TARGET-LOAD-FLAG             PIC X VALUE 'N'.
           88  WS-TARGET-IS-LOAD           VALUE 'Y'.
       01  WS-INQ-KEY                      PIC X(10).
       01  WS-ASOF-TEXT                    PIC X(8).
       01  WS-ASOF-DATE                    PIC 9(8).
       01  WS-PREV-KEY                     PIC X(10).
       01  WS-WORK-KEY                     PIC X(10).
       01  WS-JOURNAL-READ                 PIC 9(7) VALUE 0.

      *  The target run's changes, in key order (TRIMLOAD applies
      *  its input in ascending key order, and a key appears at most
      *  once in a run).  Unused entries hold HIGH-VALUES so the
      *  whole table stays in order for SEARCH ALL.  Status:
      *     ' ' - to be reversed
      *     'L' - touched by a later run (WS-BK-LATER-RUN), or the
      *           master reloaded since by a LOAD run
      *     'R' - already reversed by an earlier backout
       01  WS-BK-MAX                       PIC 9(4) COMP VALUE 5000.
       01  WS-BK-COUNT                     PIC 9(4) COMP VALUE 0.
       01  WS-BK-TABLE.
           05  WS-BK-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-BK-KEY
                   INDEXED BY WS-BK-IDX.
               10  WS-BK-KEY               PIC X(10).
               10  WS-BK-ACTION            PIC X.
               10  WS-BK-BEFORE            PIC X(100).
               10  WS-BK-AFTER             PIC X(100).
               10  WS-BK-STATUS            PIC X.
               10  WS-BK-LATER-RUN         PIC X(14).
               10  WS-BK-LATER-SOURCE      PIC X.

       01  WS-BACKED-OUT-COUNT             PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT                PIC 9(7) VALUE 0.
       01  WS-REFUSE-TEXT                  PIC X(100).
       01  WS-KEYS-IN-RUN                  PIC 9(7).
       01  WS-LATER-LOAD-RUN               PIC X(14) VALUE SPACES.

      *  As-of state of the inquiry key.  WS-AS-STATE: 'K' known
      *  from a change on or before the date, 'B' known from the
      *  before image of the first change after it, 'U' unknown so
      *  far, 'X' cannot be known (a bulk load after the date came
      *  before any change that would say).
       01  WS-AS-STATE                     PIC X VALUE 'U'.
           88  WS-AS-KNOWN                 VALUE 'K' 'B'.
           88  WS-AS-FROM-BEFORE           VALUE 'B'.
       01  WS-AS-ON-MASTER-FLAG            PIC X VALUE 'N'.
           88  WS-AS-ON-MASTER             VALUE 'Y'.
       01  WS-AS-VALUE                     PIC X(100).
       01  WS-AS-REASON                    PIC X(60).
       01  WS-AS-CHANGES                   PIC 9(7) VALUE 0.
       01  WS-LOAD-RUN                     PIC X(14) VALUE SPACES.
       01  WS-JNL-DATE                     PIC 9(8).

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
       01  WS-RUN-ID                       PIC X(14).
       01  WS-DATE-IN                      PIC X(8).
       01  WS-TIME-IN                      PIC X(6).
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
       01  WS-EDIT-STAMP                   PIC X(19).
       01  WS-SOURCE-TEXT                  PIC X(8).
       01  WS-ACTION-TEXT                  PIC X(8).
       01  WS-BACKOUT-NOTE                 PIC X(32).

       COPY CMPMKCT.
       01  WS-LATER-NOTE                   PIC X(24).
       01  WS-PAGE-NUMBER                  PIC 9(4) VALUE 0.
       01  WS-LINE-COUNT                   PIC 9(3) VALUE 999.
       01  WS-PAGE-SIZE                    PIC 9(3) VALUE 55.
       01  WS-PRINT-LINE                   PIC X(132).
       01  WS-HEADING-1.
           05  FILLER                      PIC X(43) VALUE
               'TRIMJNL MASTER JOURNAL REPORT'.
           05  FILLER                      PIC X(7) VALUE 'RUN ID '.
           05  WS-HDG-RUN-ID               PIC X(14).
           05  FILLER                      PIC X(54) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(6) VALUE '  MODE'.
           05  WS-HDG-MODE                 PIC X(9).
           05  FILLER                      PIC X(10) VALUE
               '  JOURNAL '.
           05  WS-HDG-JOURNAL              PIC X(73).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(132) VALUE
               'KEY        ACTION         DETAIL'.
       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY                  PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-ACTION               PIC X(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X VALUE '['.
           05  WS-DTL-VALUE                PIC X(100).
           05  FILLER                      PIC X VALUE ']'.
           05  FILLER                      PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-STOP
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-MODE-BACKOUT
                   PERFORM 0200-BACKOUT
               ELSE
                   PERFORM 0400-AS-OF
               END-IF
               PERFORM 0500-FINISH
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID(9:6).

           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT 'TRIMJNL_MODE'.
           EVALUATE FUNCTION UPPER-CASE(WS-MODE-TEXT)
               WHEN 'BACKOUT '
                   SET WS-MODE-BACKOUT TO TRUE
               WHEN 'ASOF    '
                   SET WS-MODE-ASOF TO TRUE
               WHEN OTHER
                   SET WS-MODE-BAD TO TRUE
                   SET WS-STOP TO TRUE
                   DISPLAY 'TRIMJNL: MODE [' WS-MODE-TEXT
                           '] MUST BE BACKOUT OR ASOF - SET '
                           'TRIMJNL_MODE'
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-MODE-BACKOUT
                   PERFORM 0110-BACKOUT-PARAMETERS
               WHEN WS-MODE-ASOF
                   PERFORM 0120-ASOF-PARAMETERS
           END-EVALUATE.
           IF NOT WS-STOP
               PERFORM 0130-OPEN-FILES
           END-IF.

       0110-BACKOUT-PARAMETERS.
           ACCEPT WS-TARGET-RUN FROM ENVIRONMENT 'TRIMJNL_RUN'.
           IF WS-TARGET-RUN = SPACES
              OR WS-TARGET-RUN IS NOT NUMERIC
               SET WS-STOP TO TRUE
               DISPLAY 'TRIMJNL: RUN ID [' WS-TARGET-RUN
                       '] MUST BE THE 14-DIGIT ID FROM THE TRIMLOAD '
                       'REPORT - SET TRIMJNL_RUN'
           END-IF.

       0120-ASOF-PARAMETERS.
           ACCEPT WS-INQ-KEY FROM ENVIRONMENT 'TRIMJNL_KEY'.
           IF WS-INQ-KEY = SPACES
               SET WS-STOP TO TRUE
               DISPLAY 'TRIMJNL: NO KEY GIVEN - SET TRIMJNL_KEY'
           END-IF.
           ACCEPT WS-ASOF-TEXT FROM ENVIRONMENT 'TRIMJNL_DATE'.
           IF WS-ASOF-TEXT = SPACES
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           ELSE
               IF WS-ASOF-TEXT IS NUMERIC
                   MOVE WS-ASOF-TEXT TO WS-ASOF-DATE
               ELSE
                   MOVE 0 TO WS-ASOF-DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
                   SET WS-STOP TO TRUE
                   DISPLAY 'TRIMJNL: AS-OF DATE [' WS-ASOF-TEXT
                           '] IS NOT A VALID YYYYMMDD DATE - SET '
                           'TRIMJNL_DATE'
               END-IF
           END-IF.

      ******************************************************************
      *  0130-OPEN-FILES
      *
      *  The journal and report are opened here.  The master is
      *  left until it is needed - a backout opens it for update
      *  only after the journal shows the run can be backed out, and
      *  an as-of inquiry only reads it for a key the journal never
      *  mentions.
      ******************************************************************
       0130-OPEN-FILES.
           ACCEPT WS-JOURNAL-FILE-NAME
               FROM ENVIRONMENT 'TRIMJNL_JOURNAL'.
           IF WS-JOURNAL-FILE-NAME = SPACES
               MOVE 'TRIMLOAD.JNL' TO WS-JOURNAL-FILE-NAME
           END-IF.
           ACCEPT WS-MASTER-FILE-NAME
               FROM ENVIRONMENT 'TRIMJNL_MASTER'.
           IF WS-MASTER-FILE-NAME = SPACES
               MOVE 'TRIMMSTR.MST' TO WS-MASTER-FILE-NAME
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME
               FROM ENVIRONMENT 'TRIMJNL_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'TRIMJNL.RPT' TO WS-REPORT-FILE-NAME
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-FILE-OK
               SET WS-STOP TO TRUE
               DISPLAY 'TRIMJNL: UNABLE TO OPEN JOURNAL FILE ['
                       WS-JOURNAL-FILE-NAME '] - FILE STATUS '
                       WS-JOURNAL-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               SET WS-STOP TO TRUE
               DISPLAY 'TRIMJNL: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.
           IF WS-STOP
               IF WS-JOURNAL-FILE-OK
                   CLOSE JOURNAL-FILE
               END-IF
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
           ELSE
               IF WS-MODE-BACKOUT
                   DISPLAY 'TRIMJNL BACKOUT OF RUN ' WS-TARGET-RUN
               ELSE
                   DISPLAY 'TRIMJNL VALUE OF KEY ' WS-INQ-KEY
                           ' AS OF ' WS-ASOF-DATE
               END-IF
               DISPLAY 'RUN ID ' WS-RUN-ID
           END-IF.

      ******************************************************************
      *  0200-BACKOUT
      *
      *  Pass one reads the whole journal: the target run's changes
      *  go into the table, and every change after the run's first
      *  one is checked against it - a later run touching one of its
      *  keys marks the key refused, a backout of the target run
      *  marks it already done.  Only then, and only if the run is
      *  one that can be backed out, is the master opened and pass
      *  two reverses what is left, journalling each reversal.
      ******************************************************************
       0200-BACKOUT.
           PERFORM 0210-INIT-TABLE.
           PERFORM UNTIL WS-EOF OR WS-STOP
               READ JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 0220-SCAN-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           EVALUATE TRUE
               WHEN WS-STOP
                   CONTINUE
               WHEN NOT WS-TARGET-SEEN
                   SET WS-STOP TO TRUE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'RUN ' WS-TARGET-RUN
                          ' IS NOT ON THE JOURNAL - NOTHING BACKED OUT'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 0600-WRITE-REPORT-LINE
               WHEN WS-TARGET-IS-LOAD
                   SET WS-STOP TO TRUE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING 'RUN ' WS-TARGET-RUN
                          ' IS A BULK LOAD - IT REPLACED THE WHOLE '
                          'MASTER AND CANNOT BE BACKED OUT - RELOAD '
                          'INSTEAD'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 0600-WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM 0300-REVERSE-RUN
           END-EVALUATE.

       0210-INIT-TABLE.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-MAX
               MOVE HIGH-VALUES TO WS-BK-KEY(WS-BK-IDX)
               MOVE SPACES TO WS-BK-STATUS(WS-BK-IDX)
               MOVE SPACES TO WS-BK-LATER-RUN(WS-BK-IDX)
               MOVE SPACES TO WS-BK-LATER-SOURCE(WS-BK-IDX)
           END-PERFORM.
           MOVE LOW-VALUES TO WS-PREV-KEY.

      ******************************************************************
      *  0220-SCAN-JOURNAL-RECORD
      *
      *  A record of the target run is added to the table.  A record
      *  after the target run's first one, from another run, is
      *  looked up: a backout of the target run marks its key done;
      *  anything else marks the key changed since, unless it was
      *  already done.  A later bulk load replaced the whole master
      *  but journals only the keys it loaded, so it marks every key
      *  of the target run not yet done as changed since - a key the
      *  run deleted and the load left off must not be written back
      *  onto the reloaded master.  Records before the target run
      *  are history the backout does not need.
      ******************************************************************
       0220-SCAN-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN CMP-JNL-RUN-ID = WS-TARGET-RUN
                   PERFORM 0230-STORE-TARGET-CHANGE
               WHEN NOT WS-TARGET-SEEN
                   CONTINUE
               WHEN CMP-JNL-FROM-LOAD
                AND CMP-JNL-RUN-ID NOT = WS-LATER-LOAD-RUN
                   PERFORM 0225-MARK-RELOADED
               WHEN OTHER
                   SEARCH ALL WS-BK-ENTRY
                       WHEN WS-BK-KEY(WS-BK-IDX) = CMP-JNL-KEY
                           EVALUATE TRUE
                               WHEN WS-BK-STATUS(WS-BK-IDX) = 'R'
                                   CONTINUE
                               WHEN CMP-JNL-FROM-BACKOUT
                                AND CMP-JNL-BACKOUT-OF = WS-TARGET-RUN
                                   MOVE 'R' TO WS-BK-STATUS(WS-BK-IDX)
                               WHEN WS-BK-STATUS(WS-BK-IDX) = 'L'
                                   CONTINUE
                               WHEN OTHER
                                   MOVE 'L' TO WS-BK-STATUS(WS-BK-IDX)
                                   MOVE CMP-JNL-RUN-ID
                                       TO WS-BK-LATER-RUN(WS-BK-IDX)
                                   MOVE CMP-JNL-SOURCE
                                       TO WS-BK-LATER-SOURCE(WS-BK-IDX)
                           END-EVALUATE
                   END-SEARCH
           END-EVALUATE.

       0225-MARK-RELOADED.
           MOVE CMP-JNL-RUN-ID TO WS-LATER-LOAD-RUN.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-STATUS(WS-BK-IDX) = SPACE
                   MOVE 'L' TO WS-BK-STATUS(WS-BK-IDX)
                   MOVE CMP-JNL-RUN-ID TO WS-BK-LATER-RUN(WS-BK-IDX)
                   MOVE CMP-JNL-SOURCE
                       TO WS-BK-LATER-SOURCE(WS-BK-IDX)
               END-IF
           END-PERFORM.

       0230-STORE-TARGET-CHANGE.
           SET WS-TARGET-SEEN TO TRUE.
           IF CMP-JNL-FROM-LOAD
               SET WS-TARGET-IS-LOAD TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN WS-TARGET-IS-LOAD
                   CONTINUE
               WHEN WS-BK-COUNT >= WS-BK-MAX
                   SET WS-STOP TO TRUE
                   DISPLAY 'TRIMJNL: RUN ' WS-TARGET-RUN
                           ' CHANGED MORE THAN ' WS-BK-MAX
                           ' KEYS - NOTHING BACKED OUT'
               WHEN CMP-JNL-KEY NOT > WS-PREV-KEY
                   SET WS-STOP TO TRUE
                   DISPLAY 'TRIMJNL: JOURNAL RECORDS OF RUN '
                           WS-TARGET-RUN ' ARE NOT IN KEY ORDER AT ['
                           CMP-JNL-KEY '] - NOTHING BACKED OUT'
               WHEN OTHER
                   ADD 1 TO WS-BK-COUNT
                   SET WS-BK-IDX TO WS-BK-COUNT
                   MOVE CMP-JNL-KEY TO WS-BK-KEY(WS-BK-IDX)
                   MOVE CMP-JNL-ACTION TO WS-BK-ACTION(WS-BK-IDX)
                   MOVE CMP-JNL-BEFORE-VALUE TO WS-BK-BEFORE(WS-BK-IDX)
                   MOVE CMP-JNL-AFTER-VALUE TO WS-BK-AFTER(WS-BK-IDX)
                   MOVE CMP-JNL-KEY TO WS-PREV-KEY
           END-EVALUATE.

      ******************************************************************
      *  0300-REVERSE-RUN
      *
      *  Pass two.  The master is opened for update and the journal
      *  reopened for append, then each of the run's keys is either
      *  reversed, refused or skipped as already done.
      ******************************************************************
       0300-REVERSE-RUN.
           OPEN I-O MASTER-FILE.
           IF NOT WS-MASTER-FILE-OK
               SET WS-STOP TO TRUE
               DISPLAY 'TRIMJNL: UNABLE TO OPEN MASTER FILE ['
                       WS-MASTER-FILE-NAME '] - FILE STATUS '
                       WS-MASTER-FILE-STATUS
           ELSE
               SET WS-MASTER-OPEN TO TRUE
               OPEN EXTEND JOURNAL-FILE
               IF NOT WS-JOURNAL-FILE-OK
                   SET WS-STOP TO TRUE
                   DISPLAY 'TRIMJNL: UNABLE TO OPEN JOURNAL FILE ['
                           WS-JOURNAL-FILE-NAME '] FOR APPEND - FILE '
                           'STATUS ' WS-JOURNAL-FILE-STATUS
               END-IF
           END-IF.
           IF NOT WS-STOP
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                       UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-IO-ERROR
                   PERFORM 0310-REVERSE-KEY
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       0310-REVERSE-KEY.
           MOVE WS-BK-KEY(WS-BK-IDX) TO WS-WORK-KEY.
           MOVE WS-WORK-KEY TO CMP-MST-KEY.
           EVALUATE TRUE
               WHEN WS-BK-STATUS(WS-BK-IDX) = 'R'
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE 'ALREADY DONE' TO WS-DTL-ACTION
                   MOVE 'BACKED OUT BY AN EARLIER BACKOUT OF THIS RUN'
                       TO WS-DTL-VALUE
                   PERFORM 0350-DETAIL-LINE
               WHEN WS-BK-STATUS(WS-BK-IDX) = 'L'
                AND WS-BK-LATER-SOURCE(WS-BK-IDX) = 'L'
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING 'MASTER RELOADED SINCE BY RUN '
                          WS-BK-LATER-RUN(WS-BK-IDX)
                          ' - NOT BACKED OUT, CORRECT BY A NEW '
                          'TRIMLOAD RUN'
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                   END-STRING
                   PERFORM 0340-REFUSE-KEY
               WHEN WS-BK-STATUS(WS-BK-IDX) = 'L'
                   MOVE SPACES TO WS-REFUSE-TEXT
                   STRING 'CHANGED SINCE BY RUN '
                          WS-BK-LATER-RUN(WS-BK-IDX)
                          ' - NOT BACKED OUT, CORRECT BY A NEW '
                          'TRIMLOAD RUN'
                       DELIMITED BY SIZE INTO WS-REFUSE-TEXT
                   END-STRING
                   PERFORM 0340-REFUSE-KEY
               WHEN WS-BK-ACTION(WS-BK-IDX) = 'A'
                   PERFORM 0320-UNDO-ADD-OR-UPDATE
               WHEN WS-BK-ACTION(WS-BK-IDX) = 'U'
                   PERFORM 0320-UNDO-ADD-OR-UPDATE
               WHEN WS-BK-ACTION(WS-BK-IDX) = 'D'
                   PERFORM 0330-UNDO-DELETE
           END-EVALUATE.

      ******************************************************************
      *  0320-UNDO-ADD-OR-UPDATE
      *
      *  The key must still be on the master holding the value the
      *  run left; an add is then deleted again and an update is put
      *  back to its before value.
      ******************************************************************
       0320-UNDO-ADD-OR-UPDATE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'NO LONGER ON THE MASTER - CHANGED OUTSIDE TRIML
      -                    'OAD' TO WS-REFUSE-TEXT
                   PERFORM 0340-REFUSE-KEY
               NOT INVALID KEY
                   IF CMP-MST-VALUE NOT = WS-BK-AFTER(WS-BK-IDX)
                       MOVE 'MASTER VALUE IS NOT THE ONE THE RUN LEFT - 
      -                        'CHANGED OUTSIDE TRIMLOAD'
                           TO WS-REFUSE-TEXT
                       PERFORM 0340-REFUSE-KEY
                   ELSE
                       IF WS-BK-ACTION(WS-BK-IDX) = 'A'
                           DELETE MASTER-FILE
                       ELSE
                           MOVE WS-BK-BEFORE(WS-BK-IDX)
                               TO CMP-MST-VALUE
                           REWRITE CMP-MST-RECORD
                       END-IF
                       IF WS-MASTER-FILE-OK
                           PERFORM 0360-JOURNAL-REVERSAL
                       END-IF
                   END-IF
           END-READ.
           IF NOT WS-MASTER-FILE-OK AND NOT WS-MASTER-NOT-FOUND
               PERFORM 0370-MASTER-IO-ERROR
           END-IF.

       0330-UNDO-DELETE.
           MOVE WS-BK-BEFORE(WS-BK-IDX) TO CMP-MST-VALUE.
           WRITE CMP-MST-RECORD
               INVALID KEY
                   MOVE 'BACK ON THE MASTER ALREADY - CHANGED OUTSIDE TR
      -                    'IMLOAD' TO WS-REFUSE-TEXT
                   PERFORM 0340-REFUSE-KEY
               NOT INVALID KEY
                   PERFORM 0360-JOURNAL-REVERSAL
           END-WRITE.
           IF NOT WS-MASTER-FILE-OK AND NOT WS-MASTER-DUP-KEY
               PERFORM 0370-MASTER-IO-ERROR
           END-IF.

       0340-REFUSE-KEY.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE 'REFUSED' TO WS-DTL-ACTION.
           MOVE WS-REFUSE-TEXT TO WS-DTL-VALUE.
           PERFORM 0350-DETAIL-LINE.

       0350-DETAIL-LINE.
           MOVE WS-WORK-KEY TO WS-DTL-KEY.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0360-JOURNAL-REVERSAL
      *
      *  Reports and journals a reversal just made to the master.
      *  The journal record is the change the backout made - a
      *  delete for an undone add, an update back to the old value,
      *  an add for an undone delete - naming the run backed out.
      *  The journal gets the real values, the report the values
      *  through the masking rules.
      ******************************************************************
       0360-JOURNAL-REVERSAL.
           ADD 1 TO WS-BACKED-OUT-COUNT.
           MOVE WS-RUN-ID TO CMP-JNL-RUN-ID.
           MOVE 'B' TO CMP-JNL-SOURCE.
           MOVE WS-WORK-KEY TO CMP-JNL-KEY.
           MOVE WS-TARGET-RUN TO CMP-JNL-BACKOUT-OF.
           MOVE WS-WORK-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE WS-BK-BEFORE(WS-BK-IDX) TO CMP-MK-OLD-VALUE.
           MOVE WS-BK-AFTER(WS-BK-IDX) TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.
           EVALUATE WS-BK-ACTION(WS-BK-IDX)
               WHEN 'A'
                   MOVE 'D' TO CMP-JNL-ACTION
                   MOVE WS-BK-AFTER(WS-BK-IDX) TO CMP-JNL-BEFORE-VALUE
                   MOVE SPACES TO CMP-JNL-AFTER-VALUE
                   MOVE 'ADD UNDONE' TO WS-DTL-ACTION
                   MOVE CMP-MK-NEW-VALUE(1:100) TO WS-DTL-VALUE
                   PERFORM 0350-DETAIL-LINE
               WHEN 'U'
                   MOVE 'U' TO CMP-JNL-ACTION
                   MOVE WS-BK-AFTER(WS-BK-IDX) TO CMP-JNL-BEFORE-VALUE
                   MOVE WS-BK-BEFORE(WS-BK-IDX) TO CMP-JNL-AFTER-VALUE
                   MOVE 'RESTORED FROM' TO WS-DTL-ACTION
                   MOVE CMP-MK-NEW-VALUE(1:100) TO WS-DTL-VALUE
                   PERFORM 0350-DETAIL-LINE
                   MOVE SPACES TO WS-WORK-KEY
                   MOVE 'TO' TO WS-DTL-ACTION
                   MOVE CMP-MK-OLD-VALUE(1:100) TO WS-DTL-VALUE
                   PERFORM 0350-DETAIL-LINE
               WHEN 'D'
                   MOVE 'A' TO CMP-JNL-ACTION
                   MOVE SPACES TO CMP-JNL-BEFORE-VALUE
                   MOVE WS-BK-BEFORE(WS-BK-IDX) TO CMP-JNL-AFTER-VALUE
                   MOVE 'DELETE UNDONE' TO WS-DTL-ACTION
                   MOVE CMP-MK-OLD-VALUE(1:100) TO WS-DTL-VALUE
                   PERFORM 0350-DETAIL-LINE
           END-EVALUATE.
           WRITE CMP-JNL-RECORD.
           IF NOT WS-JOURNAL-FILE-OK
               SET WS-IO-ERROR TO TRUE
               DISPLAY 'TRIMJNL: JOURNAL WRITE ERROR AT KEY ['
                       CMP-JNL-KEY '] - FILE STATUS '
                       WS-JOURNAL-FILE-STATUS ' - RUN STOPPED'
           END-IF.

       0370-MASTER-IO-ERROR.
           SET WS-IO-ERROR TO TRUE.
           DISPLAY 'TRIMJNL: MASTER I/O ERROR AT KEY ['
                   CMP-MST-KEY '] - FILE STATUS '
                   WS-MASTER-FILE-STATUS ' - RUN STOPPED'.

      ******************************************************************
      *  0400-AS-OF
      *
      *  Reads the whole journal, listing every change to the key
      *  and following its state up to the end of the as-of day.  A
      *  bulk load on or before that day replaced the master, so it
      *  first takes the key off (the load puts it back if the key
      *  was in it).  If nothing before the day touched the key, the
      *  first change after it says what the key held: the before
      *  image of an update or delete; for an add, the key was not
      *  on the master - unless a bulk load came first, after which
      *  the earlier value cannot be known.  A key the journal never
      *  mentions is read from the master.
      ******************************************************************
       0400-AS-OF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'JOURNAL HISTORY OF KEY ' WS-INQ-KEY
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM UNTIL WS-EOF
               READ JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 0410-FOLLOW-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           IF WS-AS-CHANGES = 0
               MOVE '  NO CHANGE TO THIS KEY IS ON THE JOURNAL'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               IF WS-AS-STATE = 'U'
                   PERFORM 0430-READ-MASTER
               END-IF
           END-IF.
           PERFORM 0440-PRINT-AS-OF-VALUE.

       0410-FOLLOW-JOURNAL-RECORD.
           IF CMP-JNL-RUN-DATE IS NUMERIC
               MOVE CMP-JNL-RUN-DATE TO WS-JNL-DATE
           ELSE
               MOVE 0 TO WS-JNL-DATE
           END-IF.
           IF CMP-JNL-FROM-LOAD
              AND WS-JNL-DATE NOT > WS-ASOF-DATE
              AND CMP-JNL-RUN-ID NOT = WS-LOAD-RUN
               MOVE CMP-JNL-RUN-ID TO WS-LOAD-RUN
               MOVE 'K' TO WS-AS-STATE
               MOVE 'N' TO WS-AS-ON-MASTER-FLAG
               MOVE SPACES TO WS-AS-VALUE
               MOVE SPACES TO WS-AS-REASON
               STRING 'NOT IN THE BULK LOAD OF RUN ' CMP-JNL-RUN-ID
                   DELIMITED BY SIZE INTO WS-AS-REASON
               END-STRING
           END-IF.
           IF CMP-JNL-FROM-LOAD
              AND WS-JNL-DATE > WS-ASOF-DATE
              AND WS-AS-STATE = 'U'
               MOVE 'X' TO WS-AS-STATE
               MOVE 'NOT KNOWN - THE MASTER WAS BULK LOADED AFTER THAT D
      -            'ATE' TO WS-AS-REASON
           END-IF.
           IF CMP-JNL-KEY = WS-INQ-KEY
               ADD 1 TO WS-AS-CHANGES
               PERFORM 0420-LIST-CHANGE
               EVALUATE TRUE
                   WHEN WS-JNL-DATE NOT > WS-ASOF-DATE
                       MOVE 'K' TO WS-AS-STATE
                       MOVE SPACES TO WS-AS-REASON
                       IF CMP-JNL-DELETED
                           MOVE 'N' TO WS-AS-ON-MASTER-FLAG
                           MOVE SPACES TO WS-AS-VALUE
                       ELSE
                           SET WS-AS-ON-MASTER TO TRUE
                           MOVE CMP-JNL-AFTER-VALUE TO WS-AS-VALUE
                       END-IF
                   WHEN WS-AS-STATE NOT = 'U'
                       CONTINUE
                   WHEN CMP-JNL-ADDED
                       MOVE 'B' TO WS-AS-STATE
                       MOVE 'N' TO WS-AS-ON-MASTER-FLAG
                       MOVE SPACES TO WS-AS-REASON
                   WHEN OTHER
                       MOVE 'B' TO WS-AS-STATE
                       SET WS-AS-ON-MASTER TO TRUE
                       MOVE CMP-JNL-BEFORE-VALUE TO WS-AS-VALUE
                       MOVE SPACES TO WS-AS-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
      *  0420-LIST-CHANGE
      *
      *  One journalled change to the key: when, which kind of run,
      *  what it did (and which run a backout reversed), then the
      *  before and after values that apply.  Changes made after the
      *  as-of day are flagged.
      ******************************************************************
       0420-LIST-CHANGE.
           MOVE CMP-JNL-RUN-DATE TO WS-DATE-IN.
           MOVE CMP-JNL-RUN-TIME TO WS-TIME-IN.
           PERFORM 0700-EDIT-STAMP.
           EVALUATE TRUE
               WHEN CMP-JNL-FROM-LOAD
                   MOVE 'LOAD' TO WS-SOURCE-TEXT
               WHEN CMP-JNL-FROM-APPLY
                   MOVE 'APPLY' TO WS-SOURCE-TEXT
               WHEN CMP-JNL-FROM-BACKOUT
                   MOVE 'BACKOUT' TO WS-SOURCE-TEXT
               WHEN OTHER
                   MOVE CMP-JNL-SOURCE TO WS-SOURCE-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CMP-JNL-ADDED
                   MOVE 'ADDED' TO WS-ACTION-TEXT
               WHEN CMP-JNL-UPDATED
                   MOVE 'UPDATED' TO WS-ACTION-TEXT
               WHEN CMP-JNL-DELETED
                   MOVE 'DELETED' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE CMP-JNL-ACTION TO WS-ACTION-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-BACKOUT-NOTE.
           IF CMP-JNL-FROM-BACKOUT
               STRING '  BACKING OUT RUN ' CMP-JNL-BACKOUT-OF
                   DELIMITED BY SIZE INTO WS-BACKOUT-NOTE
               END-STRING
           END-IF.
           MOVE SPACES TO WS-LATER-NOTE.
           IF WS-JNL-DATE > WS-ASOF-DATE
               MOVE '  (AFTER THE AS-OF DATE)' TO WS-LATER-NOTE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-EDIT-STAMP '  RUN ' CMP-JNL-RUN-ID '  '
                  WS-SOURCE-TEXT ' ' WS-ACTION-TEXT
                  WS-BACKOUT-NOTE WS-LATER-NOTE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE CMP-JNL-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE CMP-JNL-BEFORE-VALUE TO CMP-MK-OLD-VALUE.
           MOVE CMP-JNL-AFTER-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.
           IF NOT CMP-JNL-ADDED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    BEFORE [' CMP-MK-OLD-VALUE(1:100) ']'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           IF NOT CMP-JNL-DELETED
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    AFTER  [' CMP-MK-NEW-VALUE(1:100) ']'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

       0430-READ-MASTER.
           OPEN INPUT MASTER-FILE.
           IF NOT WS-MASTER-FILE-OK
               SET WS-IO-ERROR TO TRUE
               DISPLAY 'TRIMJNL: UNABLE TO OPEN MASTER FILE ['
                       WS-MASTER-FILE-NAME '] - FILE STATUS '
                       WS-MASTER-FILE-STATUS
               MOVE 'NOT KNOWN - THE MASTER COULD NOT BE READ'
                   TO WS-AS-REASON
           ELSE
               MOVE WS-INQ-KEY TO CMP-MST-KEY
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'K' TO WS-AS-STATE
                       MOVE 'N' TO WS-AS-ON-MASTER-FLAG
                       MOVE 'NOT ON THE MASTER NOW, AND NEVER CHANGED BY
      -                    ' A JOURNALLED RUN' TO WS-AS-REASON
                   NOT INVALID KEY
                       MOVE 'K' TO WS-AS-STATE
                       SET WS-AS-ON-MASTER TO TRUE
                       MOVE CMP-MST-VALUE TO WS-AS-VALUE
                       MOVE 'THE CURRENT MASTER VALUE - UNCHANGED SINCE 
      -                    'THE JOURNAL BEGAN' TO WS-AS-REASON
               END-READ
               CLOSE MASTER-FILE
           END-IF.

       0440-PRINT-AS-OF-VALUE.
           MOVE WS-INQ-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE WS-AS-VALUE TO CMP-MK-OLD-VALUE.
           MOVE WS-AS-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-ASOF-DATE TO WS-DATE-IN.
           PERFORM 0710-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE TRUE
               WHEN NOT WS-AS-KNOWN
                   STRING 'VALUE AT END OF ' WS-EDIT-DATE
                          ' : NOT KNOWN'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN WS-AS-ON-MASTER
                   STRING 'VALUE AT END OF ' WS-EDIT-DATE
                          ' : [' CMP-MK-OLD-VALUE(1:100) ']'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING 'VALUE AT END OF ' WS-EDIT-DATE
                          ' : KEY NOT ON THE MASTER'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-AS-REASON NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING '    ' WS-AS-REASON
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           IF WS-AS-FROM-BEFORE
               MOVE '    TAKEN FROM THE FIRST CHANGE AFTER THAT DATE'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *  0500-FINISH
      *
      *  Totals to the report and console, and the return code.
      ******************************************************************
       0500-FINISH.
           IF WS-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'JOURNAL RECORDS READ : ' WS-JOURNAL-READ
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           DISPLAY ' '.
           DISPLAY 'JOURNAL RECORDS READ : ' WS-JOURNAL-READ.
           IF WS-MODE-BACKOUT
               MOVE WS-BK-COUNT TO WS-KEYS-IN-RUN
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'KEYS IN RUN          : ' WS-KEYS-IN-RUN
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'BACKED OUT           : ' WS-BACKED-OUT-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ALREADY BACKED OUT   : ' WS-ALREADY-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'REFUSED              : ' WS-REFUSED-COUNT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
               DISPLAY 'KEYS IN RUN          : ' WS-KEYS-IN-RUN
               DISPLAY 'BACKED OUT           : ' WS-BACKED-OUT-COUNT
               DISPLAY 'ALREADY BACKED OUT   : ' WS-ALREADY-COUNT
               DISPLAY 'REFUSED              : ' WS-REFUSED-COUNT
           END-IF.
           CLOSE REPORT-FILE.

           EVALUATE TRUE
               WHEN WS-STOP OR WS-IO-ERROR
                   MOVE 16 TO RETURN-CODE
                   DISPLAY 'RETURN CODE 16 - SEE '
                           FUNCTION TRIM(WS-REPORT-FILE-NAME)
               WHEN WS-MODE-BACKOUT AND WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'RETURN CODE 4 - KEYS REFUSED - SEE '
                           FUNCTION TRIM(WS-REPORT-FILE-NAME)
               WHEN WS-MODE-ASOF AND NOT WS-AS-KNOWN
                   MOVE 4 TO RETURN-CODE
                   DISPLAY 'RETURN CODE 4 - VALUE NOT KNOWN - SEE '
                           FUNCTION TRIM(WS-REPORT-FILE-NAME)
           END-EVALUATE.

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
           MOVE WS-RUN-ID TO WS-HDG-RUN-ID.
           MOVE WS-RUN-DATE-YYYY TO WS-EDIT-DATE-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-EDIT-DATE-MM.
           MOVE WS-RUN-DATE-DD TO WS-EDIT-DATE-DD.
           MOVE WS-EDIT-DATE TO WS-HDG-DATE.
           MOVE WS-RUN-TIME-HH TO WS-EDIT-TIME-HH.
           MOVE WS-RUN-TIME-MM TO WS-EDIT-TIME-MM.
           MOVE WS-RUN-TIME-SS TO WS-EDIT-TIME-SS.
           MOVE WS-EDIT-TIME TO WS-HDG-TIME.
           IF WS-MODE-BACKOUT
               MOVE ' BACKOUT' TO WS-HDG-MODE
           ELSE
               MOVE ' ASOF' TO WS-HDG-MODE
           END-IF.
           MOVE WS-JOURNAL-FILE-NAME(1:73) TO WS-HDG-JOURNAL.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-MODE-BACKOUT
               MOVE WS-HEADING-3 TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.

      ******************************************************************
      *  0700-EDIT-STAMP
      *
      *  WS-DATE-IN (YYYYMMDD) and WS-TIME-IN (HHMMSS) to
      *  WS-EDIT-STAMP (YYYY-MM-DD HH:MM:SS).
      ******************************************************************
       0700-EDIT-STAMP.
           PERFORM 0710-EDIT-DATE.
           MOVE WS-TIME-IN(1:2) TO WS-EDIT-TIME-HH.
           MOVE WS-TIME-IN(3:2) TO WS-EDIT-TIME-MM.
           MOVE WS-TIME-IN(5:2) TO WS-EDIT-TIME-SS.
           MOVE SPACES TO WS-EDIT-STAMP.
           STRING WS-EDIT-DATE ' ' WS-EDIT-TIME
               DELIMITED BY SIZE INTO WS-EDIT-STAMP
           END-STRING.

       0710-EDIT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-EDIT-DATE-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-EDIT-DATE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-EDIT-DATE-DD.
