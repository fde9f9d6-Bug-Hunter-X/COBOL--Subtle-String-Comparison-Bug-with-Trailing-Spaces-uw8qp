      ******************************************************************
      *  CMPSLA
      *
      *  SLA aging report for open mismatches.  Reads the TRIMDELT
      *  mismatch-status file (CMPSTREC) and the ownership table
      *  (CMPOWREC), gives every open key an owner, and reports by
      *  owner:
      *
      *    - how many open keys the owner has, bucketed by age in
      *      days since CMP-ST-FIRST-SEEN: 0-7, 8-30, 31-90 and over
      *      90 (a key with no usable first-seen date is counted
      *      apart, never guessed into a bucket);
      *    - every key older than the owner's SLA;
      *    - every key seen on at least WS-CHRONIC-LIMIT runs, flagged
      *      CHRONIC - a key that keeps coming back needs a fix at
      *      source, not another correction.
      *
      *  Keys that fit no ownership entry go to an UNOWNED section,
      *  every one of them listed, so nothing drops out of sight just
      *  because nobody has claimed it yet.  Resolved keys are not
      *  reported.
      *
      *  Ownership entries may be limited to one input feed.  The
      *  status file belongs to the feed TRIMDELT was run for: that
      *  feed is named by CMPSLA_FEED or, when that is not set, taken
      *  from the newest record on the run history (CMPHSREC) - the
      *  run whose extract TRIMDELT has just worked.
      *
      *  RETURN-CODE is 8 when any key is past its owner's SLA, so
      *  the scheduler can notify the owners; 4 when ownership cards
      *  had to be skipped as unusable (the report may then show keys
      *  under the wrong owner or as unowned); 16 when a file cannot
      *  be opened.
      *
      *  Status file name comes from environment variable
      *  CMPSLA_STATUS, defaulting to TRIMSTAT.DAT; the ownership
      *  table from CMPSLA_OWNERS, defaulting to CMPOWNER.DAT; the run
      *  history from CMPSLA_HISTORY, defaulting to TRIMHIST.DAT; the
      *  report from CMPSLA_REPORT, defaulting to CMPSLA.RPT.  Ages
      *  are taken as of today, or of CMPSLA_ASOF (YYYYMMDD) to rerun
      *  a past night; CMPSLA_CHRONIC sets the chronic times-seen
      *  limit (default 10).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT OWNER-FILE ASSIGN TO DYNAMIC WS-OWNER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK1.

       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-FILE.
       COPY CMPSTREC.
       FD  OWNER-FILE.
       COPY CMPOWREC.
       FD  HISTORY-FILE.
       COPY CMPHSREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
      *  Sort work record: one open key with its owner slot (the
      *  unowned slot sorts after every owner) and its age.  Oldest
      *  keys first within an owner.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-OWNER                   PIC 9(3).
           05  SRT-AGE                     PIC 9(5).
           05  SRT-KEY                     PIC X(10).
           05  SRT-FIRST-SEEN              PIC X(8).
           05  SRT-LAST-SEEN               PIC X(8).
           05  SRT-TIMES-SEEN              PIC 9(5).
           05  SRT-BUCKET                  PIC 9.
           05  SRT-BREACH-FLAG             PIC X.
               88  SRT-BREACH              VALUE 'Y'.
           05  SRT-CHRONIC-FLAG            PIC X.
               88  SRT-CHRONIC             VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FILE-NAME             PIC X(100).
       01  WS-STATUS-FILE-STATUS           PIC X(2).
           88  WS-STATUS-FILE-OK           VALUE '00'.
       01  WS-OWNER-FILE-NAME              PIC X(100).
       01  WS-OWNER-FILE-STATUS            PIC X(2).
           88  WS-OWNER-FILE-OK            VALUE '00'.
       01  WS-HISTORY-FILE-NAME            PIC X(100).
       01  WS-HISTORY-FILE-STATUS          PIC X(2).
           88  WS-HISTORY-FILE-OK          VALUE '00'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-OPEN-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-OPEN-ERROR               VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-SORT-EOF                 VALUE 'Y'.
       01  WS-FEED-NAME                    PIC X(100).
       01  WS-FEED-SOURCE                  PIC X(20).
       01  WS-ASOF-TEXT                    PIC X(8).
       01  WS-ASOF-DATE                    PIC 9(8).
       01  WS-ASOF-INT                     PIC 9(7).
       01  WS-FIRST-SEEN-NUM               PIC 9(8).
       01  WS-FIRST-SEEN-INT               PIC 9(7).
       01  WS-KEY-AGE                      PIC S9(7).
       01  WS-CHRONIC-LIMIT                PIC 9(5) VALUE 10.
      *  The ownership table.  Slot WS-OWNER-COUNT + 1 holds the
      *  unowned keys' counts.
       01  WS-OWNER-MAX                    PIC 9(3) COMP VALUE 200.
       01  WS-OWNER-COUNT                  PIC 9(3) VALUE 0.
       01  WS-UNOWNED-SLOT                 PIC 9(3).
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 201 TIMES
                   INDEXED BY WS-OWNER-IDX.
               10  WS-OW-KEY-PREFIX        PIC X(10).
               10  WS-OW-PREFIX-LENGTH     PIC 9(2) COMP.
               10  WS-OW-SLA-DAYS          PIC 9(3).
               10  WS-OW-TEAM              PIC X(20).
               10  WS-OW-CONTACT           PIC X(40).
               10  WS-OW-FEED-NAME         PIC X(100).
               10  WS-OW-APPLIES-FLAG      PIC X.
                   88  WS-OW-APPLIES       VALUE 'Y'.
               10  WS-OW-OPEN              PIC 9(7).
               10  WS-OW-BUCKET OCCURS 5 TIMES
                                           PIC 9(7).
               10  WS-OW-BREACHED          PIC 9(7).
               10  WS-OW-CHRONIC           PIC 9(7).
       01  WS-BAD-CARD-COUNT               PIC 9(5) VALUE 0.
       01  WS-CARD-NUMBER                  PIC 9(5) VALUE 0.
       01  WS-BEST-SLOT                    PIC 9(3).
       01  WS-BEST-SCORE                   PIC 9(3).
       01  WS-SCORE                        PIC 9(3).
       01  WS-BUCKET                       PIC 9.
      *  Report control.
       01  WS-NEXT-OWNER                   PIC 9(3).
       01  WS-CURRENT-OWNER                PIC 9(3).
       01  WS-OWNER-LISTED                 PIC 9(7).
       01  WS-TOTAL-READ                   PIC 9(7) VALUE 0.
       01  WS-TOTAL-RESOLVED               PIC 9(7) VALUE 0.
       01  WS-TOTAL-OPEN                   PIC 9(7) VALUE 0.
       01  WS-TOTAL-BUCKETS.
           05  WS-TOTAL-BUCKET OCCURS 5 TIMES
                                           PIC 9(7) VALUE 0.
       01  WS-TOTAL-BREACHED               PIC 9(7) VALUE 0.
       01  WS-TOTAL-CHRONIC                PIC 9(7) VALUE 0.
       01  WS-OWNERS-BREACHED              PIC 9(3) VALUE 0.
       01  WS-PARSE-TEXT                   PIC X(20).
       01  WS-PARSE-VALUE                  PIC 9(7).
       01  WS-PARSE-VALID-FLAG             PIC X.
           88  WS-PARSE-VALID              VALUE 'Y'.
       01  WS-PARSE-IDX                    PIC 9(2) COMP.
       01  WS-DIGIT-X                      PIC X.
       01  WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-SLA                     PIC ZZ9.
       01  WS-EDIT-OWNERS                  PIC ZZ9.
       01  WS-COUNTS-LINE.
           05  FILLER                      PIC X(6) VALUE 'OPEN  '.
           05  WS-CNT-OPEN                 PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE '    0-7  '.
           05  WS-CNT-BUCKET-1             PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE '   8-30  '.
           05  WS-CNT-BUCKET-2             PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE '  31-90  '.
           05  WS-CNT-BUCKET-3             PIC Z(6)9.
           05  FILLER                      PIC X(10) VALUE
               '  OVER 90 '.
           05  WS-CNT-BUCKET-4             PIC Z(6)9.
           05  FILLER                      PIC X(10) VALUE
               '  NO DATE '.
           05  WS-CNT-BUCKET-5             PIC Z(6)9.
           05  FILLER                      PIC X(11) VALUE
               '  PAST SLA '.
           05  WS-CNT-BREACHED             PIC Z(6)9.
           05  FILLER                      PIC X(10) VALUE
               '  CHRONIC '.
           05  WS-CNT-CHRONIC              PIC Z(6)9.
       01  WS-KEY-HEADING.
           05  FILLER                      PIC X(40) VALUE
               '    KEY         FIRST SEEN  LAST SEEN   '.
           05  FILLER                      PIC X(92) VALUE
               'AGE DAYS  TIMES SEEN  FLAGS'.
       01  WS-KEY-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-KL-KEY                   PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KL-FIRST-SEEN            PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KL-LAST-SEEN             PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KL-AGE                   PIC Z(7)9.
           05  WS-KL-AGE-X REDEFINES WS-KL-AGE
                                           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KL-TIMES-SEEN            PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KL-FLAGS                 PIC X(30).
       01  WS-TABLE-HEADING                PIC X(132) VALUE
               'PREFIX      SLA  TEAM                  CONTACT          
      -        '                         FEED'.
       01  WS-TABLE-LINE.
           05  WS-TBL-PREFIX               PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TBL-SLA                  PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TBL-TEAM                 PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TBL-CONTACT              PIC X(40).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TBL-FEED                 PIC X(40).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-TBL-APPLIES              PIC X(10).
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-MM             PIC X(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-DD             PIC X(2).
       01  WS-DATE-IN                      PIC X(8).
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
               'CMPSLA OPEN MISMATCH AGING BY OWNER'.
           05  FILLER                      PIC X(75) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(8) VALUE '  AS OF '.
           05  WS-HDG-ASOF                 PIC X(10).
           05  FILLER                      PIC X(9) VALUE '  STATUS '.
           05  WS-HDG-STATUS               PIC X(71).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(6) VALUE 'FEED: '.
           05  WS-HDG-FEED                 PIC X(100).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HDG-FEED-SOURCE          PIC X(24).
       01  WS-RC-MESSAGE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0300-LIST-OWNERS
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-OWNER
                      DESCENDING KEY SRT-AGE
                      ASCENDING KEY SRT-KEY
                   INPUT PROCEDURE 0200-RELEASE-OPEN-KEYS
                   OUTPUT PROCEDURE 0400-REPORT-OWNERS
               PERFORM 0500-FINISH
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-STATUS-FILE-NAME FROM ENVIRONMENT 'CMPSLA_STATUS'.
           IF WS-STATUS-FILE-NAME = SPACES
               MOVE 'TRIMSTAT.DAT' TO WS-STATUS-FILE-NAME
           END-IF.
           ACCEPT WS-OWNER-FILE-NAME FROM ENVIRONMENT 'CMPSLA_OWNERS'.
           IF WS-OWNER-FILE-NAME = SPACES
               MOVE 'CMPOWNER.DAT' TO WS-OWNER-FILE-NAME
           END-IF.
           ACCEPT WS-HISTORY-FILE-NAME
               FROM ENVIRONMENT 'CMPSLA_HISTORY'.
           IF WS-HISTORY-FILE-NAME = SPACES
               MOVE 'TRIMHIST.DAT' TO WS-HISTORY-FILE-NAME
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME FROM ENVIRONMENT 'CMPSLA_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'CMPSLA.RPT' TO WS-REPORT-FILE-NAME
           END-IF.
           ACCEPT WS-FEED-NAME FROM ENVIRONMENT 'CMPSLA_FEED'.

           MOVE WS-RUN-DATE TO WS-ASOF-DATE.
           ACCEPT WS-ASOF-TEXT FROM ENVIRONMENT 'CMPSLA_ASOF'.
           IF WS-ASOF-TEXT NOT = SPACES
               MOVE 0 TO WS-FIRST-SEEN-NUM
               IF WS-ASOF-TEXT IS NUMERIC
                   MOVE WS-ASOF-TEXT TO WS-FIRST-SEEN-NUM
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-SEEN-NUM) = 0
                   MOVE WS-FIRST-SEEN-NUM TO WS-ASOF-DATE
               ELSE
                   DISPLAY 'CMPSLA: AS-OF DATE [' WS-ASOF-TEXT
                           '] IS NOT A VALID YYYYMMDD DATE - '
                           'TODAY USED'
               END-IF
           END-IF.
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).

           ACCEPT WS-PARSE-TEXT FROM ENVIRONMENT 'CMPSLA_CHRONIC'.
           PERFORM 0800-PARSE-NUMBER.
           IF WS-PARSE-VALID AND WS-PARSE-VALUE > 0
               MOVE WS-PARSE-VALUE TO WS-CHRONIC-LIMIT
           END-IF.

           OPEN INPUT STATUS-FILE.
           IF NOT WS-STATUS-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPSLA: UNABLE TO OPEN STATUS FILE ['
                       WS-STATUS-FILE-NAME '] - FILE STATUS '
                       WS-STATUS-FILE-STATUS
           ELSE
               CLOSE STATUS-FILE
           END-IF.
           OPEN INPUT OWNER-FILE.
           IF NOT WS-OWNER-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPSLA: UNABLE TO OPEN OWNERSHIP FILE ['
                       WS-OWNER-FILE-NAME '] - FILE STATUS '
                       WS-OWNER-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPSLA: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.

           IF WS-OPEN-ERROR
               IF WS-OWNER-FILE-OK
                   CLOSE OWNER-FILE
               END-IF
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
           ELSE
               IF WS-FEED-NAME = SPACES
                   PERFORM 0120-FEED-FROM-HISTORY
               ELSE
                   MOVE '(CMPSLA_FEED)' TO WS-FEED-SOURCE
               END-IF
               PERFORM 0110-LOAD-OWNERS
               CLOSE OWNER-FILE
               COMPUTE WS-UNOWNED-SLOT = WS-OWNER-COUNT + 1
               SET WS-OWNER-IDX TO WS-UNOWNED-SLOT
               INITIALIZE WS-OWNER-ENTRY(WS-OWNER-IDX)
               MOVE 'UNOWNED' TO WS-OW-TEAM(WS-OWNER-IDX)
           END-IF.

      ******************************************************************
      *  0110-LOAD-OWNERS
      *
      *  Loads the ownership table.  An entry needs a team, a numeric
      *  SLA and a prefix or a feed; one that lacks any of these is
      *  reported and skipped.  Entries limited to another feed are
      *  kept (the table is listed whole) but never own a key here.
      ******************************************************************
       0110-LOAD-OWNERS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ OWNER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-NUMBER
                       EVALUATE TRUE
                           WHEN CMP-OW-RECORD = SPACES
                               CONTINUE
                           WHEN CMP-OW-KEY-PREFIX(1:1) = '*'
                               CONTINUE
                           WHEN CMP-OW-TEAM = SPACES
                              OR CMP-OW-SLA-DAYS IS NOT NUMERIC
                              OR (CMP-OW-KEY-PREFIX = SPACES
                                  AND CMP-OW-FEED-NAME = SPACES)
                               ADD 1 TO WS-BAD-CARD-COUNT
                               DISPLAY 'CMPSLA: OWNERSHIP CARD '
                                       WS-CARD-NUMBER ' SKIPPED - '
                                       'NEEDS TEAM, NUMERIC SLA AND '
                                       'A PREFIX OR FEED'
                           WHEN WS-OWNER-COUNT NOT < WS-OWNER-MAX
                               ADD 1 TO WS-BAD-CARD-COUNT
                               DISPLAY 'CMPSLA: OWNERSHIP CARD '
                                       WS-CARD-NUMBER ' SKIPPED - '
                                       'MORE THAN ' WS-OWNER-MAX
                                       ' ENTRIES'
                           WHEN OTHER
                               PERFORM 0115-STORE-OWNER
                       END-EVALUATE
               END-READ
           END-PERFORM.

       0115-STORE-OWNER.
           ADD 1 TO WS-OWNER-COUNT.
           SET WS-OWNER-IDX TO WS-OWNER-COUNT.
           INITIALIZE WS-OWNER-ENTRY(WS-OWNER-IDX).
           MOVE CMP-OW-KEY-PREFIX TO WS-OW-KEY-PREFIX(WS-OWNER-IDX).
           MOVE CMP-OW-SLA-DAYS TO WS-OW-SLA-DAYS(WS-OWNER-IDX).
           MOVE CMP-OW-TEAM TO WS-OW-TEAM(WS-OWNER-IDX).
           MOVE CMP-OW-CONTACT TO WS-OW-CONTACT(WS-OWNER-IDX).
           MOVE CMP-OW-FEED-NAME TO WS-OW-FEED-NAME(WS-OWNER-IDX).
           IF CMP-OW-KEY-PREFIX = SPACES
               MOVE 0 TO WS-OW-PREFIX-LENGTH(WS-OWNER-IDX)
           ELSE
               MOVE 10 TO WS-OW-PREFIX-LENGTH(WS-OWNER-IDX)
               PERFORM UNTIL CMP-OW-KEY-PREFIX
                             (WS-OW-PREFIX-LENGTH(WS-OWNER-IDX):1)
                             NOT = SPACE
                   SUBTRACT 1 FROM WS-OW-PREFIX-LENGTH(WS-OWNER-IDX)
               END-PERFORM
           END-IF.
           IF CMP-OW-FEED-NAME = SPACES
              OR CMP-OW-FEED-NAME = WS-FEED-NAME
               MOVE 'Y' TO WS-OW-APPLIES-FLAG(WS-OWNER-IDX)
           ELSE
               MOVE 'N' TO WS-OW-APPLIES-FLAG(WS-OWNER-IDX)
           END-IF.

      ******************************************************************
      *  0120-FEED-FROM-HISTORY
      *
      *  Takes the feed name from the newest run-history record.  No
      *  history is not an error - feed-limited ownership entries
      *  then simply own nothing, and the report says the feed is
      *  not known.
      ******************************************************************
       0120-FEED-FROM-HISTORY.
           MOVE SPACES TO WS-FEED-SOURCE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CMP-HIST-INPUT-NAME TO WS-FEED-NAME
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-FEED-NAME = SPACES
               MOVE '(NOT KNOWN)' TO WS-FEED-NAME
               DISPLAY 'CMPSLA: FEED NOT KNOWN - SET CMPSLA_FEED; '
                       'FEED-LIMITED OWNERSHIP ENTRIES NOT USED'
           ELSE
               MOVE '(NEWEST RUN HISTORY)' TO WS-FEED-SOURCE
           END-IF.

      ******************************************************************
      *  0200-RELEASE-OPEN-KEYS
      *
      *  SORT input procedure.  Each open key is aged, given its
      *  owner, counted into its owner's buckets and released.
      ******************************************************************
       0200-RELEASE-OPEN-KEYS.
           OPEN INPUT STATUS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STATUS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-READ
                       IF CMP-ST-OPEN
                           PERFORM 0210-RELEASE-KEY
                       ELSE
                           ADD 1 TO WS-TOTAL-RESOLVED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATUS-FILE.

       0210-RELEASE-KEY.
           ADD 1 TO WS-TOTAL-OPEN.
           INITIALIZE SORT-RECORD.
           MOVE CMP-ST-KEY TO SRT-KEY.
           MOVE CMP-ST-FIRST-SEEN TO SRT-FIRST-SEEN.
           MOVE CMP-ST-LAST-SEEN TO SRT-LAST-SEEN.
           IF CMP-ST-TIMES-SEEN IS NUMERIC
               MOVE CMP-ST-TIMES-SEEN TO SRT-TIMES-SEEN
           END-IF.
           PERFORM 0220-AGE-KEY.
           PERFORM 0230-FIND-OWNER.
           MOVE WS-BEST-SLOT TO SRT-OWNER.
           SET WS-OWNER-IDX TO WS-BEST-SLOT.
           MOVE WS-BUCKET TO SRT-BUCKET.
           IF WS-BUCKET < 5
               MOVE WS-KEY-AGE TO SRT-AGE
           END-IF.
           IF WS-BEST-SLOT NOT = WS-UNOWNED-SLOT
              AND WS-BUCKET < 5
              AND WS-KEY-AGE > WS-OW-SLA-DAYS(WS-OWNER-IDX)
               SET SRT-BREACH TO TRUE
               ADD 1 TO WS-OW-BREACHED(WS-OWNER-IDX)
               ADD 1 TO WS-TOTAL-BREACHED
           END-IF.
           IF SRT-TIMES-SEEN NOT < WS-CHRONIC-LIMIT
               SET SRT-CHRONIC TO TRUE
               ADD 1 TO WS-OW-CHRONIC(WS-OWNER-IDX)
               ADD 1 TO WS-TOTAL-CHRONIC
           END-IF.
           ADD 1 TO WS-OW-OPEN(WS-OWNER-IDX).
           ADD 1 TO WS-OW-BUCKET(WS-OWNER-IDX, WS-BUCKET).
           ADD 1 TO WS-TOTAL-BUCKET(WS-BUCKET).
           RELEASE SORT-RECORD.

      ******************************************************************
      *  0220-AGE-KEY
      *
      *  Sets WS-KEY-AGE, the days from first seen to the as-of date,
      *  and WS-BUCKET: 1 = 0-7 days, 2 = 8-30, 3 = 31-90, 4 = over
      *  90, 5 = no usable first-seen date (not a date, or after the
      *  as-of date).
      ******************************************************************
       0220-AGE-KEY.
           MOVE 0 TO WS-KEY-AGE.
           IF CMP-ST-FIRST-SEEN IS NOT NUMERIC
               MOVE 5 TO WS-BUCKET
           ELSE
               MOVE CMP-ST-FIRST-SEEN TO WS-FIRST-SEEN-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FIRST-SEEN-NUM)
                  NOT = 0
                   MOVE 5 TO WS-BUCKET
               ELSE
                   COMPUTE WS-FIRST-SEEN-INT =
                           FUNCTION INTEGER-OF-DATE(WS-FIRST-SEEN-NUM)
                   COMPUTE WS-KEY-AGE = WS-ASOF-INT - WS-FIRST-SEEN-INT
                   EVALUATE TRUE
                       WHEN WS-KEY-AGE < 0
                           MOVE 5 TO WS-BUCKET
                       WHEN WS-KEY-AGE <= 7
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-KEY-AGE <= 30
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-KEY-AGE <= 90
                           MOVE 3 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
               END-IF
           END-IF.

      ******************************************************************
      *  0230-FIND-OWNER
      *
      *  Sets WS-BEST-SLOT to the owning entry for CMP-ST-KEY, or to
      *  the unowned slot.  Score is twice the prefix length, plus
      *  one for naming the feed, so the longest prefix wins and the
      *  feed breaks a tie; strictly greater keeps the earlier entry
      *  on a full tie.
      ******************************************************************
       0230-FIND-OWNER.
           MOVE WS-UNOWNED-SLOT TO WS-BEST-SLOT.
           MOVE 0 TO WS-BEST-SCORE.
           IF WS-OWNER-COUNT > 0
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   IF WS-OW-APPLIES(WS-OWNER-IDX)
                       PERFORM 0235-SCORE-OWNER
                   END-IF
               END-PERFORM
           END-IF.

       0235-SCORE-OWNER.
           IF WS-OW-PREFIX-LENGTH(WS-OWNER-IDX) = 0
               MOVE 0 TO WS-SCORE
           ELSE
               IF CMP-ST-KEY(1:WS-OW-PREFIX-LENGTH(WS-OWNER-IDX))
                  = WS-OW-KEY-PREFIX(WS-OWNER-IDX)
                    (1:WS-OW-PREFIX-LENGTH(WS-OWNER-IDX))
                   COMPUTE WS-SCORE =
                           WS-OW-PREFIX-LENGTH(WS-OWNER-IDX) * 2
               ELSE
                   MOVE 999 TO WS-SCORE
               END-IF
           END-IF.
           IF WS-SCORE NOT = 999
               IF WS-OW-FEED-NAME(WS-OWNER-IDX) NOT = SPACES
                   ADD 1 TO WS-SCORE
               END-IF
               IF WS-SCORE > WS-BEST-SCORE
                  OR WS-BEST-SLOT = WS-UNOWNED-SLOT
                   MOVE WS-SCORE TO WS-BEST-SCORE
                   SET WS-BEST-SLOT TO WS-OWNER-IDX
               END-IF
           END-IF.

      ******************************************************************
      *  0300-LIST-OWNERS
      *
      *  First section: the ownership table as loaded, so whoever
      *  maintains it can see what the run actually used.
      ******************************************************************
       0300-LIST-OWNERS.
           MOVE 'OWNERSHIP TABLE' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-TABLE-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-OWNER-COUNT = 0
               MOVE 'NO OWNERSHIP ENTRIES - EVERY OPEN KEY IS UNOWNED'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   MOVE WS-OW-KEY-PREFIX(WS-OWNER-IDX) TO WS-TBL-PREFIX
                   MOVE WS-OW-SLA-DAYS(WS-OWNER-IDX) TO WS-TBL-SLA
                   MOVE WS-OW-TEAM(WS-OWNER-IDX) TO WS-TBL-TEAM
                   MOVE WS-OW-CONTACT(WS-OWNER-IDX) TO WS-TBL-CONTACT
                   IF WS-OW-FEED-NAME(WS-OWNER-IDX) = SPACES
                       MOVE '(ANY FEED)' TO WS-TBL-FEED
                   ELSE
                       MOVE WS-OW-FEED-NAME(WS-OWNER-IDX)
                           TO WS-TBL-FEED
                   END-IF
                   IF WS-OW-APPLIES(WS-OWNER-IDX)
                       MOVE SPACES TO WS-TBL-APPLIES
                   ELSE
                       MOVE 'OTHER FEED' TO WS-TBL-APPLIES
                   END-IF
                   MOVE WS-TABLE-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               END-PERFORM
           END-IF.
           IF WS-BAD-CARD-COUNT > 0
               MOVE WS-BAD-CARD-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-EDIT-COUNT ' OWNERSHIP CARD(S) SKIPPED AS '
                      'UNUSABLE - SEE THE JOB LOG'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0400-REPORT-OWNERS
      *
      *  SORT output procedure.  The sorted keys arrive grouped by
      *  owner slot, oldest first.  Each owner (in table order, with
      *  the ones that own nothing still shown, then UNOWNED) gets its
      *  counts line and then its keys: past-SLA and chronic keys for
      *  an owner, every key for UNOWNED.
      ******************************************************************
       0400-REPORT-OWNERS.
           MOVE 1 TO WS-NEXT-OWNER.
           MOVE 0 TO WS-CURRENT-OWNER.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SRT-OWNER NOT = WS-CURRENT-OWNER
                           PERFORM 0410-OWNER-BREAK
                       END-IF
                       PERFORM 0430-KEY-LINE
               END-RETURN
           END-PERFORM.
           MOVE 999 TO SRT-OWNER.
           PERFORM 0410-OWNER-BREAK.

      ******************************************************************
      *  0410-OWNER-BREAK
      *
      *  Closes the current owner and opens SRT-OWNER, showing any
      *  owners in between (no open keys) on the way.  SRT-OWNER 999
      *  flushes whatever is left at end of file.
      ******************************************************************
       0410-OWNER-BREAK.
           IF WS-CURRENT-OWNER > 0
               PERFORM 0420-OWNER-END
           END-IF.
           PERFORM UNTIL WS-NEXT-OWNER > WS-UNOWNED-SLOT
                   OR WS-NEXT-OWNER = SRT-OWNER
               MOVE WS-NEXT-OWNER TO WS-CURRENT-OWNER
               SET WS-OWNER-IDX TO WS-CURRENT-OWNER
               IF WS-OW-APPLIES(WS-OWNER-IDX)
                  OR WS-CURRENT-OWNER = WS-UNOWNED-SLOT
                   PERFORM 0415-OWNER-START
                   PERFORM 0420-OWNER-END
               END-IF
               ADD 1 TO WS-NEXT-OWNER
           END-PERFORM.
           IF SRT-OWNER = WS-NEXT-OWNER
               MOVE SRT-OWNER TO WS-CURRENT-OWNER
               ADD 1 TO WS-NEXT-OWNER
               PERFORM 0415-OWNER-START
           ELSE
               MOVE 0 TO WS-CURRENT-OWNER
           END-IF.

       0415-OWNER-START.
           SET WS-OWNER-IDX TO WS-CURRENT-OWNER.
           MOVE 0 TO WS-OWNER-LISTED.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CURRENT-OWNER = WS-UNOWNED-SLOT
               STRING 'UNOWNED - NO OWNERSHIP ENTRY FITS THESE KEYS'
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE WS-OW-SLA-DAYS(WS-OWNER-IDX) TO WS-EDIT-SLA
               STRING 'OWNER: ' WS-OW-TEAM(WS-OWNER-IDX)
                      '  CONTACT: ' WS-OW-CONTACT(WS-OWNER-IDX)
                      '  SLA: ' WS-EDIT-SLA ' DAYS'
                      '  PREFIX: ' WS-OW-KEY-PREFIX(WS-OWNER-IDX)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-OW-OPEN(WS-OWNER-IDX) TO WS-CNT-OPEN.
           MOVE WS-OW-BUCKET(WS-OWNER-IDX, 1) TO WS-CNT-BUCKET-1.
           MOVE WS-OW-BUCKET(WS-OWNER-IDX, 2) TO WS-CNT-BUCKET-2.
           MOVE WS-OW-BUCKET(WS-OWNER-IDX, 3) TO WS-CNT-BUCKET-3.
           MOVE WS-OW-BUCKET(WS-OWNER-IDX, 4) TO WS-CNT-BUCKET-4.
           MOVE WS-OW-BUCKET(WS-OWNER-IDX, 5) TO WS-CNT-BUCKET-5.
           MOVE WS-OW-BREACHED(WS-OWNER-IDX) TO WS-CNT-BREACHED.
           MOVE WS-OW-CHRONIC(WS-OWNER-IDX) TO WS-CNT-CHRONIC.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-COUNTS-LINE TO WS-PRINT-LINE(3:130).
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-OW-BREACHED(WS-OWNER-IDX) > 0
               ADD 1 TO WS-OWNERS-BREACHED
           END-IF.

       0420-OWNER-END.
           SET WS-OWNER-IDX TO WS-CURRENT-OWNER.
           IF WS-OW-OPEN(WS-OWNER-IDX) = 0
               MOVE '    NO OPEN KEYS' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               IF WS-OWNER-LISTED = 0
                   MOVE '    NO KEYS PAST SLA OR CHRONIC'
                       TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0430-KEY-LINE.
           IF SRT-BREACH OR SRT-CHRONIC
              OR SRT-OWNER = WS-UNOWNED-SLOT
               IF WS-OWNER-LISTED = 0
                   MOVE WS-KEY-HEADING TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-OWNER-LISTED
               MOVE SRT-KEY TO WS-KL-KEY
               MOVE SRT-FIRST-SEEN TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-KL-FIRST-SEEN
               MOVE SRT-LAST-SEEN TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-KL-LAST-SEEN
               MOVE SRT-TIMES-SEEN TO WS-KL-TIMES-SEEN
               MOVE SPACES TO WS-KL-FLAGS
               EVALUATE TRUE
                   WHEN SRT-BUCKET = 5 AND SRT-CHRONIC
                       MOVE 'NO DATE  CHRONIC' TO WS-KL-FLAGS
                   WHEN SRT-BUCKET = 5
                       MOVE 'NO DATE' TO WS-KL-FLAGS
                   WHEN SRT-BREACH AND SRT-CHRONIC
                       MOVE 'PAST SLA  CHRONIC' TO WS-KL-FLAGS
                   WHEN SRT-BREACH
                       MOVE 'PAST SLA' TO WS-KL-FLAGS
                   WHEN SRT-CHRONIC
                       MOVE 'CHRONIC' TO WS-KL-FLAGS
               END-EVALUATE
               IF SRT-BUCKET = 5
                   MOVE SPACES TO WS-KL-AGE-X
               ELSE
                   MOVE SRT-AGE TO WS-KL-AGE
               END-IF
               MOVE WS-KEY-LINE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *  0500-FINISH
      *
      *  All-owner totals, and the SLA verdict: any key past its
      *  owner's SLA ends the run with RETURN-CODE 8.
      ******************************************************************
       0500-FINISH.
           MOVE 'ALL OWNERS' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-TOTAL-OPEN TO WS-CNT-OPEN.
           MOVE WS-TOTAL-BUCKET(1) TO WS-CNT-BUCKET-1.
           MOVE WS-TOTAL-BUCKET(2) TO WS-CNT-BUCKET-2.
           MOVE WS-TOTAL-BUCKET(3) TO WS-CNT-BUCKET-3.
           MOVE WS-TOTAL-BUCKET(4) TO WS-CNT-BUCKET-4.
           MOVE WS-TOTAL-BUCKET(5) TO WS-CNT-BUCKET-5.
           MOVE WS-TOTAL-BREACHED TO WS-CNT-BREACHED.
           MOVE WS-TOTAL-CHRONIC TO WS-CNT-CHRONIC.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-COUNTS-LINE TO WS-PRINT-LINE(3:130).
           PERFORM 0600-WRITE-REPORT-LINE.
           SET WS-OWNER-IDX TO WS-UNOWNED-SLOT.
           MOVE WS-OW-OPEN(WS-OWNER-IDX) TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  UNOWNED OPEN KEYS ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-CHRONIC-LIMIT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  CHRONIC = SEEN ON ' WS-EDIT-COUNT
                  ' OR MORE RUNS'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-RC-MESSAGE.
           EVALUATE TRUE
               WHEN WS-TOTAL-BREACHED > 0
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-TOTAL-BREACHED TO WS-EDIT-COUNT
                   MOVE WS-OWNERS-BREACHED TO WS-EDIT-OWNERS
                   STRING 'RETURN CODE 8 - '
                          FUNCTION TRIM(WS-EDIT-COUNT)
                          ' KEY(S) PAST SLA FOR '
                          FUNCTION TRIM(WS-EDIT-OWNERS)
                          ' OWNER(S)'
                       DELIMITED BY SIZE INTO WS-RC-MESSAGE
                   END-STRING
               WHEN WS-BAD-CARD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE 'RETURN CODE 4 - OWNERSHIP CARDS SKIPPED'
                       TO WS-RC-MESSAGE
           END-EVALUATE.
           IF WS-RC-MESSAGE NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY 'CMPSLA OPEN MISMATCH AGING - STATUS ['
                   WS-STATUS-FILE-NAME ']'.
           DISPLAY 'STATUS RECORDS    : ' WS-TOTAL-READ.
           DISPLAY 'RESOLVED          : ' WS-TOTAL-RESOLVED.
           DISPLAY 'OPEN              : ' WS-TOTAL-OPEN.
           DISPLAY 'PAST SLA          : ' WS-TOTAL-BREACHED.
           DISPLAY 'CHRONIC           : ' WS-TOTAL-CHRONIC.
           DISPLAY 'UNOWNED           : ' WS-OW-OPEN(WS-OWNER-IDX).
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
           MOVE WS-ASOF-DATE TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-HDG-ASOF.
           MOVE WS-RUN-TIME-HH TO WS-EDIT-TIME-HH.
           MOVE WS-RUN-TIME-MM TO WS-EDIT-TIME-MM.
           MOVE WS-RUN-TIME-SS TO WS-EDIT-TIME-SS.
           MOVE WS-EDIT-TIME TO WS-HDG-TIME.
           MOVE WS-STATUS-FILE-NAME TO WS-HDG-STATUS.
           MOVE WS-FEED-NAME TO WS-HDG-FEED.
           MOVE WS-FEED-SOURCE TO WS-HDG-FEED-SOURCE.
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
      *  0700-EDIT-DATE
      *
      *  WS-DATE-IN (YYYYMMDD) to WS-EDIT-DATE (YYYY-MM-DD).
      ******************************************************************
       0700-EDIT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-EDIT-DATE-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-EDIT-DATE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-EDIT-DATE-DD.

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
