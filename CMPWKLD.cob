      ******************************************************************
      *  CMPWKLD
      *
      *  Reviewer workload and turnaround report.  Reads every
      *  disposition recorded in the report period (by CMP-DISP-DATE)
      *  from the live disposition file and from every disposition
      *  archive on the CMPHKEEP archive catalogue (CMPACREC), so a
      *  month or a quarter can still be reported after housekeeping
      *  has moved it out of the working files.  Sections:
      *
      *    - WORKLOAD BY REVIEWER AND WEEK: dispositions per reviewer
      *      per week (weeks start on Monday), accepted against
      *      escalated, with the average and worst turnaround, and a
      *      total per reviewer;
      *    - HUMAN AGAINST RULE-DRIVEN: a disposition whose reviewer
      *      id is a rule id from the CMPAUDRV rule cards (CMPRLREC)
      *      was worked by that rule; everything else by a person.
      *      Hits are listed per rule id, unused rules included;
      *    - TURNAROUND: days from CMP-DISP-AUDIT-DATE to
      *      CMP-DISP-DATE, average and worst, for people, rules and
      *      all - a disposition without two usable dates is counted
      *      but kept out of the averages;
      *    - OPEN BACKLOG AT PERIOD END: audit entries logged by the
      *      last day of the period with no disposition recorded by
      *      then, aged as of that day.  The archives are read too -
      *      an entry housekept since was still on CMPAUDIT.LOG then.
      *      The entries and the dispositions are sorted together and
      *      matched, so there is no limit on how many there are.
      *
      *  The same figures go to a '|'-delimited output file for the
      *  spreadsheet, one record per report line, the record type
      *  first (PERIOD, WEEK, REVIEWER, KIND, RULE, BACKLOG).
      *
      *  The period is the month CMPWKLD_MONTH (YYYYMM), or the dates
      *  CMPWKLD_FROM to CMPWKLD_TO (YYYYMMDD, both needed - a
      *  quarter, say); with neither, last calendar month.  Files:
      *  disposition file from CMPWKLD_DISP, defaulting to
      *  CMPDISP.DAT; audit log from CMPWKLD_AUDIT, defaulting to
      *  CMPAUDIT.LOG; catalogue from CMPWKLD_CATALOG, defaulting to
      *  CMPARCH.CAT; rule cards from CMPWKLD_RULES, or failing that
      *  the CMPAUDRV_RULES the driver itself runs with (with no rule
      *  file every reviewer id counts as a person); report from
      *  CMPWKLD_REPORT, defaulting to CMPWKLD.RPT; delimited output
      *  from CMPWKLD_OUTPUT, defaulting to CMPWKLD.OUT.
      *
      *  RETURN-CODE is 4 when a catalogued archive or the named rule
      *  file cannot be read, or a table overflowed (the report says
      *  which figures are incomplete); 16 when the period is invalid
      *  or the live files, report or output cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPWKLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO SORTWK1.
           SELECT BACKLOG-FILE ASSIGN TO SORTWK2.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-FILE.
       COPY CMPDSREC.
       FD  AUDIT-FILE.
       COPY CMPAUDREC.
       FD  CATALOG-FILE.
       COPY CMPACREC.
       FD  RULES-FILE.
       COPY CMPRLREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD                   PIC X(200).
      *  Sort work record: one disposition of the period.  People
      *  sort before rules, then by reviewer id and week.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-KIND                    PIC X.
           05  SRT-REVIEWER                PIC X(8).
           05  SRT-WEEK                    PIC 9(8).
           05  SRT-CODE                    PIC X.
           05  SRT-DATED-FLAG              PIC X.
               88  SRT-DATED               VALUE 'Y'.
           05  SRT-TURNAROUND              PIC 9(5).
           05  SRT-KEY                     PIC X(10).
           05  SRT-AUDIT-DATE              PIC X(8).
           05  SRT-DISP-DATE               PIC X(8).
      *  Backlog sort record: an audit entry or a disposition recorded
      *  by the period end, matched on key, audit date and values the
      *  way CMPAUDRV matches them.  Within a match the dispositions
      *  sort first.
       SD  BACKLOG-FILE.
       01  BACKLOG-RECORD.
           05  BKS-KEY                     PIC X(10).
           05  BKS-AUDIT-DATE              PIC X(8).
           05  BKS-OLD-VALUE               PIC X(100).
           05  BKS-NEW-VALUE               PIC X(100).
           05  BKS-TYPE                    PIC X.
               88  BKS-DISPOSITION         VALUE 'D'.
               88  BKS-AUDIT-ENTRY         VALUE 'L'.

       WORKING-STORAGE SECTION.
       01  WS-DISP-FILE-NAME               PIC X(100).
       01  WS-DISP-FILE-STATUS             PIC X(2).
           88  WS-DISP-FILE-OK             VALUE '00'.
       01  WS-AUDIT-FILE-NAME              PIC X(100).
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
       01  WS-CATALOG-FILE-NAME            PIC X(100).
       01  WS-CATALOG-FILE-STATUS          PIC X(2).
           88  WS-CATALOG-FILE-OK          VALUE '00'.
       01  WS-RULES-FILE-NAME              PIC X(100).
       01  WS-RULES-FILE-STATUS            PIC X(2).
           88  WS-RULES-FILE-OK            VALUE '00'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-OUTPUT-FILE-NAME             PIC X(100).
       01  WS-OUTPUT-FILE-STATUS           PIC X(2).
           88  WS-OUTPUT-FILE-OK           VALUE '00'.
       01  WS-LIVE-DISP-NAME               PIC X(100).
       01  WS-LIVE-AUDIT-NAME              PIC X(100).
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
      *  The report period.
       01  WS-MONTH-TEXT                   PIC X(6).
       01  WS-FROM-TEXT                    PIC X(8).
       01  WS-TO-TEXT                      PIC X(8).
       01  WS-PERIOD-FROM                  PIC 9(8).
       01  WS-PERIOD-FROM-X REDEFINES WS-PERIOD-FROM.
           05  WS-PERIOD-FROM-YYYY         PIC 9(4).
           05  WS-PERIOD-FROM-MM           PIC 9(2).
           05  WS-PERIOD-FROM-DD           PIC 9(2).
       01  WS-PERIOD-TO                    PIC 9(8).
       01  WS-PERIOD-TO-INT                PIC 9(7).
       01  WS-NEXT-MONTH                   PIC 9(8).
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-MONTH-YYYY          PIC 9(4).
           05  WS-NEXT-MONTH-MM            PIC 9(2).
           05  WS-NEXT-MONTH-DD            PIC 9(2).
       01  WS-PERIOD-FROM-TEXT             PIC X(8).
       01  WS-PERIOD-TO-TEXT               PIC X(8).
       01  WS-DATE-NUM                     PIC 9(8).
       01  WS-DATE-INT                     PIC 9(7).
       01  WS-AUDIT-INT                    PIC 9(7).
       01  WS-DAYS                         PIC S9(7).
       01  WS-WEEK-START                   PIC 9(8).
      *  Rule ids from the CMPAUDRV rule cards, with their hits.
       01  WS-RULE-MAX                     PIC 9(3) COMP VALUE 200.
       01  WS-RULE-COUNT                   PIC 9(3) COMP VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RULE-IDX.
               10  WS-RUL-ID               PIC X(8).
               10  WS-RUL-ACCEPTED         PIC 9(7).
               10  WS-RUL-ESCALATED        PIC 9(7).
       01  WS-RULES-SOURCE                 PIC X(20).
      *  Archives from the catalogue, each used once.
       01  WS-ARC-MAX                      PIC 9(3) COMP VALUE 200.
       01  WS-ARC-COUNT                    PIC 9(3) COMP VALUE 0.
       01  WS-ARC-READ                     PIC 9(3) VALUE 0.
       01  WS-ARC-MISSING                  PIC 9(3) VALUE 0.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 200 TIMES INDEXED BY WS-ARC-IDX.
               10  WS-AR-CUTOFF            PIC X(8).
               10  WS-AR-AUDIT-NAME        PIC X(100).
               10  WS-AR-DISP-NAME         PIC X(100).
      *  Backlog match: the entry being matched, and whether a
      *  disposition by the period end covers it.
       01  WS-BACKLOG-EOF-FLAG             PIC X VALUE 'N'.
           88  WS-BACKLOG-EOF              VALUE 'Y'.
       01  WS-MATCH-ENTRY.
           05  WS-MT-KEY                   PIC X(10).
           05  WS-MT-AUDIT-DATE            PIC X(8).
           05  WS-MT-OLD-VALUE             PIC X(100).
           05  WS-MT-NEW-VALUE             PIC X(100).
       01  WS-MATCH-WORKED-FLAG            PIC X.
           88  WS-MATCH-WORKED             VALUE 'Y'.
      *  Workload accumulators: 1 the current week, 2 the current
      *  reviewer, 3 people, 4 rules, 5 all.
       01  WS-ACC-SUB                      PIC 9 COMP.
       01  WS-ACC-TABLE.
           05  WS-ACC-ENTRY OCCURS 5 TIMES.
               10  WS-AC-ACCEPTED          PIC 9(7).
               10  WS-AC-ESCALATED         PIC 9(7).
               10  WS-AC-TOTAL             PIC 9(7).
               10  WS-AC-DATED             PIC 9(7).
               10  WS-AC-DAYS              PIC 9(9).
               10  WS-AC-WORST             PIC 9(5).
               10  WS-AC-WORST-KEY         PIC X(10).
               10  WS-AC-WORST-AUDIT       PIC X(8).
               10  WS-AC-WORST-DISP        PIC X(8).
       01  WS-AVERAGE                      PIC 9(5)V9.
       01  WS-CURRENT-KIND                 PIC X.
       01  WS-CURRENT-REVIEWER             PIC X(8).
       01  WS-CURRENT-WEEK                 PIC 9(8).
       01  WS-REVIEWER-COUNT               PIC 9(5) VALUE 0.
       01  WS-DISP-READ                    PIC 9(7) VALUE 0.
       01  WS-DISP-IN-PERIOD               PIC 9(7) VALUE 0.
      *  Backlog at period end: 1 = 0-7 days, 2 = 8-30, 3 = 31-90,
      *  4 = over 90, 5 = no usable audit date.
       01  WS-AUDIT-READ                   PIC 9(7) VALUE 0.
       01  WS-BACKLOG-OPEN                 PIC 9(7) VALUE 0.
       01  WS-BACKLOG-BUCKETS.
           05  WS-BACKLOG-BUCKET OCCURS 5 TIMES
                                           PIC 9(7) VALUE 0.
       01  WS-BUCKET                       PIC 9.
       01  WS-OLDEST-AUDIT                 PIC X(8) VALUE HIGH-VALUES.
       01  WS-OLDEST-KEY                   PIC X(10) VALUE SPACES.
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-COUNT-2                 PIC Z(6)9.
       01  WS-EDIT-SMALL                   PIC ZZ9.
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-MM             PIC X(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-DD             PIC X(2).
       01  WS-DATE-IN                      PIC X(8).
      *  Report lines.
       01  WS-WORK-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'REVIEWER  KIND    WEEK OF     ACCEPTED  '.
           05  FILLER                      PIC X(92) VALUE
               'ESCALATED     TOTAL   AVG DAYS  WORST DAYS'.
       01  WS-WORK-LINE.
           05  WS-WL-REVIEWER              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-KIND                  PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-WEEK                  PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-ACCEPTED              PIC Z(7)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-ESCALATED             PIC Z(8)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-TOTAL                 PIC Z(7)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-AVERAGE               PIC Z(6)9.9.
           05  WS-WL-AVERAGE-X REDEFINES WS-WL-AVERAGE
                                           PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-WL-WORST                 PIC Z(9)9.
           05  WS-WL-WORST-X REDEFINES WS-WL-WORST
                                           PIC X(10).
       01  WS-KIND-HEADING.
           05  FILLER                      PIC X(132) VALUE
               'WORKED BY     ACCEPTED  ESCALATED       TOTAL    PCT'.
       01  WS-KIND-LINE.
           05  WS-KN-LABEL                 PIC X(12).
           05  WS-KN-ACCEPTED              PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KN-ESCALATED             PIC Z(8)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KN-TOTAL                 PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-KN-PERCENT               PIC ZZ9.9.
           05  WS-KN-PERCENT-X REDEFINES WS-KN-PERCENT
                                           PIC X(5).
       01  WS-PERCENT                      PIC 9(3)V9.
       01  WS-TURN-HEADING.
           05  FILLER                      PIC X(49) VALUE
               'WORKED BY   DISPOSITIONS  WITH DATES   AVG DAYS  '.
           05  FILLER                      PIC X(83) VALUE
               'WORST DAYS  WORST KEY   AUDIT DATE  WORKED ON'.
       01  WS-TURN-LINE.
           05  WS-TN-LABEL                 PIC X(10).
           05  WS-TN-TOTAL                 PIC Z(13)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TN-DATED                 PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TN-AVERAGE               PIC Z(6)9.9.
           05  WS-TN-AVERAGE-X REDEFINES WS-TN-AVERAGE
                                           PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TN-WORST                 PIC Z(9)9.
           05  WS-TN-WORST-X REDEFINES WS-TN-WORST
                                           PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TN-WORST-KEY             PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TN-WORST-AUDIT           PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TN-WORST-DISP            PIC X(10).
       01  WS-BACKLOG-LINE.
           05  FILLER                      PIC X(6) VALUE 'OPEN  '.
           05  WS-BL-OPEN                  PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE '    0-7  '.
           05  WS-BL-BUCKET-1              PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE '   8-30  '.
           05  WS-BL-BUCKET-2              PIC Z(6)9.
           05  FILLER                      PIC X(9) VALUE '  31-90  '.
           05  WS-BL-BUCKET-3              PIC Z(6)9.
           05  FILLER                      PIC X(10) VALUE
               '  OVER 90 '.
           05  WS-BL-BUCKET-4              PIC Z(6)9.
           05  FILLER                      PIC X(10) VALUE
               '  NO DATE '.
           05  WS-BL-BUCKET-5              PIC Z(6)9.
       01  WS-OUTPUT-LINE                  PIC X(200).
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
               'CMPWKLD REVIEWER WORKLOAD AND TURNAROUND'.
           05  FILLER                      PIC X(75) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(9) VALUE '  PERIOD '.
           05  WS-HDG-FROM                 PIC X(10).
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDG-TO                   PIC X(10).
           05  FILLER                      PIC X(15) VALUE
               '  DISPOSITIONS '.
           05  WS-HDG-DISP                 PIC X(50).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(11) VALUE
               'ARCHIVES: '.
           05  WS-HDG-ARCHIVES             PIC ZZ9.
           05  FILLER                      PIC X(10) VALUE
               '  RULES: '.
           05  WS-HDG-RULES                PIC X(108).
       01  WS-RC-MESSAGE                   PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0120-LOAD-RULES
               PERFORM 0130-LOAD-CATALOG
               PERFORM 0140-WRITE-PERIOD-RECORD
               INITIALIZE WS-ACC-TABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-KIND
                      ASCENDING KEY SRT-REVIEWER
                      ASCENDING KEY SRT-WEEK
                   INPUT PROCEDURE 0200-RELEASE-DISPOSITIONS
                   OUTPUT PROCEDURE 0300-REPORT-REVIEWERS
               PERFORM 0400-REPORT-HUMAN-RULE
               PERFORM 0420-REPORT-TURNAROUND
               PERFORM 0450-REPORT-BACKLOG
               PERFORM 0500-FINISH
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-LIVE-DISP-NAME FROM ENVIRONMENT 'CMPWKLD_DISP'.
           IF WS-LIVE-DISP-NAME = SPACES
               MOVE 'CMPDISP.DAT' TO WS-LIVE-DISP-NAME
           END-IF.
           ACCEPT WS-LIVE-AUDIT-NAME FROM ENVIRONMENT 'CMPWKLD_AUDIT'.
           IF WS-LIVE-AUDIT-NAME = SPACES
               MOVE 'CMPAUDIT.LOG' TO WS-LIVE-AUDIT-NAME
           END-IF.
           ACCEPT WS-CATALOG-FILE-NAME
               FROM ENVIRONMENT 'CMPWKLD_CATALOG'.
           IF WS-CATALOG-FILE-NAME = SPACES
               MOVE 'CMPARCH.CAT' TO WS-CATALOG-FILE-NAME
           END-IF.
           ACCEPT WS-RULES-FILE-NAME FROM ENVIRONMENT 'CMPWKLD_RULES'.
           MOVE '(CMPWKLD_RULES)' TO WS-RULES-SOURCE.
           IF WS-RULES-FILE-NAME = SPACES
               ACCEPT WS-RULES-FILE-NAME
                   FROM ENVIRONMENT 'CMPAUDRV_RULES'
               MOVE '(CMPAUDRV_RULES)' TO WS-RULES-SOURCE
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME FROM ENVIRONMENT 'CMPWKLD_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'CMPWKLD.RPT' TO WS-REPORT-FILE-NAME
           END-IF.
           ACCEPT WS-OUTPUT-FILE-NAME FROM ENVIRONMENT 'CMPWKLD_OUTPUT'.
           IF WS-OUTPUT-FILE-NAME = SPACES
               MOVE 'CMPWKLD.OUT' TO WS-OUTPUT-FILE-NAME
           END-IF.

           PERFORM 0110-SET-PERIOD.

           MOVE WS-LIVE-DISP-NAME TO WS-DISP-FILE-NAME.
           OPEN INPUT DISP-FILE.
           IF NOT WS-DISP-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPWKLD: UNABLE TO OPEN DISPOSITION FILE ['
                       WS-DISP-FILE-NAME '] - FILE STATUS '
                       WS-DISP-FILE-STATUS
           ELSE
               CLOSE DISP-FILE
           END-IF.
           MOVE WS-LIVE-AUDIT-NAME TO WS-AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPWKLD: UNABLE TO OPEN AUDIT FILE ['
                       WS-AUDIT-FILE-NAME '] - FILE STATUS '
                       WS-AUDIT-FILE-STATUS
           ELSE
               CLOSE AUDIT-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPWKLD: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.
           OPEN OUTPUT OUTPUT-FILE.
           IF NOT WS-OUTPUT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPWKLD: UNABLE TO OPEN OUTPUT FILE ['
                       WS-OUTPUT-FILE-NAME '] - FILE STATUS '
                       WS-OUTPUT-FILE-STATUS
           END-IF.

           IF WS-OPEN-ERROR
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
               IF WS-OUTPUT-FILE-OK
                   CLOSE OUTPUT-FILE
               END-IF
           END-IF.

      ******************************************************************
      *  0110-SET-PERIOD
      *
      *  Sets WS-PERIOD-FROM and WS-PERIOD-TO.  CMPWKLD_FROM and
      *  CMPWKLD_TO win when both are given; otherwise CMPWKLD_MONTH;
      *  otherwise the calendar month before the run date.  A month
      *  ends the day before the first of the next one.  Anything
      *  unusable stops the run - a report for a guessed period is
      *  worse than none.
      ******************************************************************
       0110-SET-PERIOD.
           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT 'CMPWKLD_MONTH'.
           ACCEPT WS-FROM-TEXT FROM ENVIRONMENT 'CMPWKLD_FROM'.
           ACCEPT WS-TO-TEXT FROM ENVIRONMENT 'CMPWKLD_TO'.
           MOVE 0 TO WS-PERIOD-FROM.
           MOVE 0 TO WS-PERIOD-TO.
           EVALUATE TRUE
               WHEN WS-FROM-TEXT NOT = SPACES
                AND WS-TO-TEXT NOT = SPACES
                   IF WS-FROM-TEXT IS NUMERIC
                       MOVE WS-FROM-TEXT TO WS-PERIOD-FROM
                   END-IF
                   IF WS-TO-TEXT IS NUMERIC
                       MOVE WS-TO-TEXT TO WS-PERIOD-TO
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-FROM)
                      NOT = 0
                      OR FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-TO)
                      NOT = 0
                      OR WS-PERIOD-TO < WS-PERIOD-FROM
                       SET WS-OPEN-ERROR TO TRUE
                       DISPLAY 'CMPWKLD: PERIOD [' WS-FROM-TEXT
                               '] TO [' WS-TO-TEXT
                               '] IS NOT A VALID YYYYMMDD RANGE'
                   END-IF
               WHEN WS-FROM-TEXT NOT = SPACES
                 OR WS-TO-TEXT NOT = SPACES
                   SET WS-OPEN-ERROR TO TRUE
                   DISPLAY 'CMPWKLD: SET BOTH CMPWKLD_FROM AND '
                           'CMPWKLD_TO, OR NEITHER'
               WHEN WS-MONTH-TEXT NOT = SPACES
                   IF WS-MONTH-TEXT IS NUMERIC
                       STRING WS-MONTH-TEXT '01'
                           DELIMITED BY SIZE INTO WS-PERIOD-FROM-TEXT
                       END-STRING
                       MOVE WS-PERIOD-FROM-TEXT TO WS-PERIOD-FROM
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PERIOD-FROM)
                      NOT = 0
                       SET WS-OPEN-ERROR TO TRUE
                       DISPLAY 'CMPWKLD: MONTH [' WS-MONTH-TEXT
                               '] IS NOT A VALID YYYYMM MONTH'
                   ELSE
                       PERFORM 0115-END-OF-MONTH
                   END-IF
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-PERIOD-FROM
                   MOVE 1 TO WS-PERIOD-FROM-DD
                   IF WS-PERIOD-FROM-MM = 1
                       MOVE 12 TO WS-PERIOD-FROM-MM
                       SUBTRACT 1 FROM WS-PERIOD-FROM-YYYY
                   ELSE
                       SUBTRACT 1 FROM WS-PERIOD-FROM-MM
                   END-IF
                   PERFORM 0115-END-OF-MONTH
           END-EVALUATE.
           MOVE WS-PERIOD-FROM TO WS-PERIOD-FROM-TEXT.
           MOVE WS-PERIOD-TO TO WS-PERIOD-TO-TEXT.
           IF NOT WS-OPEN-ERROR
               COMPUTE WS-PERIOD-TO-INT =
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
           END-IF.

       0115-END-OF-MONTH.
           MOVE WS-PERIOD-FROM TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH-MM = 12
               MOVE 1 TO WS-NEXT-MONTH-MM
               ADD 1 TO WS-NEXT-MONTH-YYYY
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
           END-IF.
           COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

      ******************************************************************
      *  0120-LOAD-RULES
      *
      *  Loads the rule ids from the CMPAUDRV rule cards - only the
      *  ids matter here; CMPAUDRV itself vets the rest of the card.
      *  No rule file named means no rule-driven dispositions; one
      *  named but unreadable is reported and ends the run with 4.
      ******************************************************************
       0120-LOAD-RULES.
           IF WS-RULES-FILE-NAME = SPACES
               MOVE '(NONE)' TO WS-RULES-SOURCE
           ELSE
               OPEN INPUT RULES-FILE
               IF NOT WS-RULES-FILE-OK
                   SET WS-INCOMPLETE TO TRUE
                   DISPLAY 'CMPWKLD: UNABLE TO OPEN RULES FILE ['
                           WS-RULES-FILE-NAME '] - FILE STATUS '
                           WS-RULES-FILE-STATUS
                           ' - EVERY REVIEWER COUNTED AS A PERSON'
                   MOVE '(UNREADABLE)' TO WS-RULES-SOURCE
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ RULES-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF CMP-RULE-ID NOT = SPACES
                                   PERFORM 0125-ADD-RULE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RULES-FILE
               END-IF
           END-IF.

       0125-ADD-RULE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-RULE-COUNT > 0
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RUL-ID(WS-RULE-IDX) = CMP-RULE-ID
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND
                   CONTINUE
               WHEN WS-RULE-COUNT >= WS-RULE-MAX
                   SET WS-INCOMPLETE TO TRUE
                   DISPLAY 'CMPWKLD: MORE THAN ' WS-RULE-MAX
                           ' RULES - RULE [' CMP-RULE-ID
                           '] COUNTED AS A PERSON'
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IDX TO WS-RULE-COUNT
                   MOVE CMP-RULE-ID TO WS-RUL-ID(WS-RULE-IDX)
                   MOVE 0 TO WS-RUL-ACCEPTED(WS-RULE-IDX)
                   MOVE 0 TO WS-RUL-ESCALATED(WS-RULE-IDX)
           END-EVALUATE.

      ******************************************************************
      *  0130-LOAD-CATALOG
      *
      *  Lists the CMPHKEEP archives.  A cutoff housekept more than
      *  once is catalogued more than once under the same names, and
      *  its archives hold every one of those runs' records (CMPHKEEP
      *  extends them), so each archive name is read once only.  No
      *  catalogue means nothing has been archived.
      ******************************************************************
       0130-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0135-ADD-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       0135-ADD-ARCHIVE.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-ARC-COUNT > 0
               PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                       UNTIL WS-ARC-IDX > WS-ARC-COUNT
                   IF WS-AR-AUDIT-NAME(WS-ARC-IDX) = CMP-ARC-AUDIT-NAME
                      AND WS-AR-DISP-NAME(WS-ARC-IDX)
                          = CMP-ARC-DISP-NAME
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-FOUND
                   CONTINUE
               WHEN WS-ARC-COUNT NOT < WS-ARC-MAX
                   SET WS-INCOMPLETE TO TRUE
                   DISPLAY 'CMPWKLD: MORE THAN ' WS-ARC-MAX
                           ' ARCHIVES - [' CMP-ARC-DISP-NAME
                           '] NOT READ'
               WHEN OTHER
                   ADD 1 TO WS-ARC-COUNT
                   SET WS-ARC-IDX TO WS-ARC-COUNT
                   MOVE CMP-ARC-CUTOFF TO WS-AR-CUTOFF(WS-ARC-IDX)
                   MOVE CMP-ARC-AUDIT-NAME
                       TO WS-AR-AUDIT-NAME(WS-ARC-IDX)
                   MOVE CMP-ARC-DISP-NAME
                       TO WS-AR-DISP-NAME(WS-ARC-IDX)
           END-EVALUATE.

       0140-WRITE-PERIOD-RECORD.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING 'PERIOD|' WS-PERIOD-FROM-TEXT '|' WS-PERIOD-TO-TEXT
                  '|' WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING.
           PERFORM 0620-WRITE-OUTPUT-LINE.

      ******************************************************************
      *  0200-RELEASE-DISPOSITIONS
      *
      *  Sort input: the live disposition file, then each archive.
      ******************************************************************
       0200-RELEASE-DISPOSITIONS.
           MOVE WS-LIVE-DISP-NAME TO WS-DISP-FILE-NAME.
           PERFORM 0210-READ-DISP-FILE.
           IF WS-ARC-COUNT > 0
               PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                       UNTIL WS-ARC-IDX > WS-ARC-COUNT
                   MOVE WS-AR-DISP-NAME(WS-ARC-IDX)
                       TO WS-DISP-FILE-NAME
                   PERFORM 0210-READ-DISP-FILE
               END-PERFORM
           END-IF.

       0210-READ-DISP-FILE.
           OPEN INPUT DISP-FILE.
           IF NOT WS-DISP-FILE-OK
               SET WS-INCOMPLETE TO TRUE
               ADD 1 TO WS-ARC-MISSING
               DISPLAY 'CMPWKLD: ARCHIVE [' WS-DISP-FILE-NAME
                       '] NOT READ - FILE STATUS ' WS-DISP-FILE-STATUS
           ELSE
               IF WS-DISP-FILE-NAME NOT = WS-LIVE-DISP-NAME
                   ADD 1 TO WS-ARC-READ
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ DISP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DISP-READ
                           PERFORM 0220-TAKE-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE DISP-FILE
           END-IF.

      ******************************************************************
      *  0220-TAKE-DISPOSITION
      *
      *  A disposition recorded within the period is released for the
      *  workload sections.
      ******************************************************************
       0220-TAKE-DISPOSITION.
           IF CMP-DISP-DATE >= WS-PERIOD-FROM-TEXT
              AND CMP-DISP-DATE <= WS-PERIOD-TO-TEXT
               ADD 1 TO WS-DISP-IN-PERIOD
               MOVE CMP-DISP-REVIEWER TO SRT-REVIEWER
               MOVE CMP-DISP-CODE TO SRT-CODE
               MOVE CMP-DISP-KEY TO SRT-KEY
               MOVE CMP-DISP-AUDIT-DATE TO SRT-AUDIT-DATE
               MOVE CMP-DISP-DATE TO SRT-DISP-DATE
               MOVE 'H' TO SRT-KIND
               IF WS-RULE-COUNT > 0
                   PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                           UNTIL WS-RULE-IDX > WS-RULE-COUNT
                       IF WS-RUL-ID(WS-RULE-IDX) = CMP-DISP-REVIEWER
                           MOVE 'R' TO SRT-KIND
                           IF CMP-DISP-ESCALATED
                               ADD 1 TO WS-RUL-ESCALATED(WS-RULE-IDX)
                           ELSE
                               ADD 1 TO WS-RUL-ACCEPTED(WS-RULE-IDX)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               MOVE 0 TO WS-DATE-NUM
               IF CMP-DISP-DATE IS NUMERIC
                   MOVE CMP-DISP-DATE TO WS-DATE-NUM
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
                           (WS-DATE-INT
                            - FUNCTION MOD(WS-DATE-INT - 1, 7))
                   MOVE WS-WEEK-START TO SRT-WEEK
                   PERFORM 0230-TURNAROUND
               ELSE
                   MOVE 0 TO SRT-WEEK
                   MOVE 'N' TO SRT-DATED-FLAG
                   MOVE 0 TO SRT-TURNAROUND
               END-IF
               RELEASE SORT-RECORD
           END-IF.

      ******************************************************************
      *  0230-TURNAROUND
      *
      *  Days from audit date to disposition date.  An audit date
      *  that is not a date, or is later than the disposition, leaves
      *  the disposition undated.  So does a disposition date that
      *  is not a date - its week then shows as 0000-00-00.
      ******************************************************************
       0230-TURNAROUND.
           MOVE 'N' TO SRT-DATED-FLAG.
           MOVE 0 TO SRT-TURNAROUND.
           IF CMP-DISP-AUDIT-DATE IS NUMERIC
               MOVE CMP-DISP-AUDIT-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-AUDIT-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-DAYS = WS-DATE-INT - WS-AUDIT-INT
                   IF WS-DAYS NOT < 0
                       MOVE 'Y' TO SRT-DATED-FLAG
                       MOVE WS-DAYS TO SRT-TURNAROUND
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      *  0300-REPORT-REVIEWERS
      *
      *  Sort output: one line per reviewer per week, a total line
      *  per reviewer, breaking on kind, reviewer and week.
      ******************************************************************
       0300-REPORT-REVIEWERS.
           MOVE 'WORKLOAD BY REVIEWER AND WEEK' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-WORK-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-CURRENT-KIND.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SRT-KIND NOT = WS-CURRENT-KIND
                          OR SRT-REVIEWER NOT = WS-CURRENT-REVIEWER
                           IF WS-CURRENT-KIND NOT = SPACES
                               PERFORM 0310-WEEK-END
                               PERFORM 0320-REVIEWER-END
                           END-IF
                           MOVE SRT-KIND TO WS-CURRENT-KIND
                           MOVE SRT-REVIEWER TO WS-CURRENT-REVIEWER
                           MOVE SRT-WEEK TO WS-CURRENT-WEEK
                           ADD 1 TO WS-REVIEWER-COUNT
                       END-IF
                       IF SRT-WEEK NOT = WS-CURRENT-WEEK
                           PERFORM 0310-WEEK-END
                           MOVE SRT-WEEK TO WS-CURRENT-WEEK
                       END-IF
                       PERFORM 0330-COUNT-DISPOSITION
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-KIND = SPACES
               MOVE '  NO DISPOSITIONS RECORDED IN THE PERIOD'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               PERFORM 0310-WEEK-END
               PERFORM 0320-REVIEWER-END
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0310-WEEK-END.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM 0340-FILL-WORK-LINE.
           MOVE WS-CURRENT-WEEK TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-WL-WEEK.
           MOVE WS-WORK-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING 'WEEK|' FUNCTION TRIM(WS-WL-REVIEWER)
                  '|' FUNCTION TRIM(WS-WL-KIND)
                  '|' WS-CURRENT-WEEK
                  '|' FUNCTION TRIM(WS-WL-ACCEPTED)
                  '|' FUNCTION TRIM(WS-WL-ESCALATED)
                  '|' FUNCTION TRIM(WS-WL-TOTAL)
                  '|' FUNCTION TRIM(WS-WL-AVERAGE-X)
                  '|' FUNCTION TRIM(WS-WL-WORST-X)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING.
           PERFORM 0620-WRITE-OUTPUT-LINE.
           INITIALIZE WS-ACC-ENTRY(1).

       0320-REVIEWER-END.
           MOVE 2 TO WS-ACC-SUB.
           PERFORM 0340-FILL-WORK-LINE.
           MOVE 'TOTAL' TO WS-WL-WEEK.
           MOVE WS-WORK-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING 'REVIEWER|' FUNCTION TRIM(WS-WL-REVIEWER)
                  '|' FUNCTION TRIM(WS-WL-KIND)
                  '|' WS-PERIOD-FROM-TEXT
                  '|' FUNCTION TRIM(WS-WL-ACCEPTED)
                  '|' FUNCTION TRIM(WS-WL-ESCALATED)
                  '|' FUNCTION TRIM(WS-WL-TOTAL)
                  '|' FUNCTION TRIM(WS-WL-AVERAGE-X)
                  '|' FUNCTION TRIM(WS-WL-WORST-X)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING.
           PERFORM 0620-WRITE-OUTPUT-LINE.
           INITIALIZE WS-ACC-ENTRY(2).

      ******************************************************************
      *  0330-COUNT-DISPOSITION
      *
      *  Adds the sorted disposition to the week and reviewer
      *  accumulators, to people or rules, and to the grand total.
      ******************************************************************
       0330-COUNT-DISPOSITION.
           MOVE 1 TO WS-ACC-SUB.
           PERFORM 0335-ADD-TO-ACC.
           MOVE 2 TO WS-ACC-SUB.
           PERFORM 0335-ADD-TO-ACC.
           IF SRT-KIND = 'R'
               MOVE 4 TO WS-ACC-SUB
           ELSE
               MOVE 3 TO WS-ACC-SUB
           END-IF.
           PERFORM 0335-ADD-TO-ACC.
           MOVE 5 TO WS-ACC-SUB.
           PERFORM 0335-ADD-TO-ACC.

       0335-ADD-TO-ACC.
           ADD 1 TO WS-AC-TOTAL(WS-ACC-SUB).
           IF SRT-CODE = 'E'
               ADD 1 TO WS-AC-ESCALATED(WS-ACC-SUB)
           ELSE
               ADD 1 TO WS-AC-ACCEPTED(WS-ACC-SUB)
           END-IF.
           IF SRT-DATED
               ADD 1 TO WS-AC-DATED(WS-ACC-SUB)
               ADD SRT-TURNAROUND TO WS-AC-DAYS(WS-ACC-SUB)
               IF WS-AC-DATED(WS-ACC-SUB) = 1
                  OR SRT-TURNAROUND > WS-AC-WORST(WS-ACC-SUB)
                   MOVE SRT-TURNAROUND TO WS-AC-WORST(WS-ACC-SUB)
                   MOVE SRT-KEY TO WS-AC-WORST-KEY(WS-ACC-SUB)
                   MOVE SRT-AUDIT-DATE TO WS-AC-WORST-AUDIT(WS-ACC-SUB)
                   MOVE SRT-DISP-DATE TO WS-AC-WORST-DISP(WS-ACC-SUB)
               END-IF
           END-IF.

      ******************************************************************
      *  0340-FILL-WORK-LINE
      *
      *  Workload line for the current reviewer from accumulator
      *  WS-ACC-SUB; the averages stay blank with nothing dated.
      ******************************************************************
       0340-FILL-WORK-LINE.
           MOVE WS-CURRENT-REVIEWER TO WS-WL-REVIEWER.
           IF WS-CURRENT-KIND = 'R'
               MOVE 'RULE' TO WS-WL-KIND
           ELSE
               MOVE 'PERSON' TO WS-WL-KIND
           END-IF.
           MOVE WS-AC-ACCEPTED(WS-ACC-SUB) TO WS-WL-ACCEPTED.
           MOVE WS-AC-ESCALATED(WS-ACC-SUB) TO WS-WL-ESCALATED.
           MOVE WS-AC-TOTAL(WS-ACC-SUB) TO WS-WL-TOTAL.
           IF WS-AC-DATED(WS-ACC-SUB) = 0
               MOVE SPACES TO WS-WL-AVERAGE-X
               MOVE SPACES TO WS-WL-WORST-X
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                       WS-AC-DAYS(WS-ACC-SUB) / WS-AC-DATED(WS-ACC-SUB)
               MOVE WS-AVERAGE TO WS-WL-AVERAGE
               MOVE WS-AC-WORST(WS-ACC-SUB) TO WS-WL-WORST
           END-IF.

      ******************************************************************
      *  0400-REPORT-HUMAN-RULE
      *
      *  People against rules, then every rule card's hits in the
      *  period - a rule with none is listed too, since a rule that
      *  never fires is worth knowing about.
      ******************************************************************
       0400-REPORT-HUMAN-RULE.
           MOVE 'HUMAN AGAINST RULE-DRIVEN DISPOSITIONS'
               TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-KIND-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE 3 TO WS-ACC-SUB.
           MOVE 'PEOPLE' TO WS-KN-LABEL.
           PERFORM 0410-KIND-LINE.
           MOVE 4 TO WS-ACC-SUB.
           MOVE 'RULES' TO WS-KN-LABEL.
           PERFORM 0410-KIND-LINE.
           MOVE 5 TO WS-ACC-SUB.
           MOVE 'ALL' TO WS-KN-LABEL.
           PERFORM 0410-KIND-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

           IF WS-RULE-COUNT = 0
               MOVE '  NO RULE CARDS - EVERY REVIEWER ID COUNTED AS A PE
      -            'RSON' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               MOVE 'HITS PER RULE ID' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE WS-KIND-HEADING TO WS-PRINT-LINE
               MOVE 'RULE ID  ' TO WS-PRINT-LINE(1:9)
               PERFORM 0600-WRITE-REPORT-LINE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   MOVE WS-RUL-ID(WS-RULE-IDX) TO WS-KN-LABEL
                   MOVE WS-RUL-ACCEPTED(WS-RULE-IDX) TO WS-KN-ACCEPTED
                   MOVE WS-RUL-ESCALATED(WS-RULE-IDX)
                       TO WS-KN-ESCALATED
                   COMPUTE WS-KN-TOTAL = WS-RUL-ACCEPTED(WS-RULE-IDX)
                                       + WS-RUL-ESCALATED(WS-RULE-IDX)
                   IF WS-AC-TOTAL(5) = 0
                       MOVE SPACES TO WS-KN-PERCENT-X
                   ELSE
                       COMPUTE WS-PERCENT ROUNDED =
                               (WS-RUL-ACCEPTED(WS-RULE-IDX)
                              + WS-RUL-ESCALATED(WS-RULE-IDX))
                               * 100 / WS-AC-TOTAL(5)
                       MOVE WS-PERCENT TO WS-KN-PERCENT
                   END-IF
                   MOVE WS-KIND-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING 'RULE|' FUNCTION TRIM(WS-KN-LABEL)
                          '|' FUNCTION TRIM(WS-KN-ACCEPTED)
                          '|' FUNCTION TRIM(WS-KN-ESCALATED)
                          '|' FUNCTION TRIM(WS-KN-TOTAL)
                          '|' FUNCTION TRIM(WS-KN-PERCENT-X)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   PERFORM 0620-WRITE-OUTPUT-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0410-KIND-LINE.
           MOVE WS-AC-ACCEPTED(WS-ACC-SUB) TO WS-KN-ACCEPTED.
           MOVE WS-AC-ESCALATED(WS-ACC-SUB) TO WS-KN-ESCALATED.
           MOVE WS-AC-TOTAL(WS-ACC-SUB) TO WS-KN-TOTAL.
           IF WS-AC-TOTAL(5) = 0
               MOVE SPACES TO WS-KN-PERCENT-X
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                       WS-AC-TOTAL(WS-ACC-SUB) * 100 / WS-AC-TOTAL(5)
               MOVE WS-PERCENT TO WS-KN-PERCENT
           END-IF.
           MOVE WS-KIND-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0420-REPORT-TURNAROUND
      *
      *  Average and worst days from audit to disposition, with the
      *  entry behind each worst case so it can be looked up.
      ******************************************************************
       0420-REPORT-TURNAROUND.
           MOVE 'TURNAROUND IN DAYS FROM AUDIT DATE TO DISPOSITION DATE'
               TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-TURN-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE 3 TO WS-ACC-SUB.
           MOVE 'PEOPLE' TO WS-TN-LABEL.
           PERFORM 0430-TURNAROUND-LINE.
           MOVE 4 TO WS-ACC-SUB.
           MOVE 'RULES' TO WS-TN-LABEL.
           PERFORM 0430-TURNAROUND-LINE.
           MOVE 5 TO WS-ACC-SUB.
           MOVE 'ALL' TO WS-TN-LABEL.
           PERFORM 0430-TURNAROUND-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

       0430-TURNAROUND-LINE.
           MOVE WS-AC-TOTAL(WS-ACC-SUB) TO WS-TN-TOTAL.
           MOVE WS-AC-DATED(WS-ACC-SUB) TO WS-TN-DATED.
           MOVE SPACES TO WS-TN-WORST-KEY.
           MOVE SPACES TO WS-TN-WORST-AUDIT.
           MOVE SPACES TO WS-TN-WORST-DISP.
           IF WS-AC-DATED(WS-ACC-SUB) = 0
               MOVE SPACES TO WS-TN-AVERAGE-X
               MOVE SPACES TO WS-TN-WORST-X
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                       WS-AC-DAYS(WS-ACC-SUB) / WS-AC-DATED(WS-ACC-SUB)
               MOVE WS-AVERAGE TO WS-TN-AVERAGE
               MOVE WS-AC-WORST(WS-ACC-SUB) TO WS-TN-WORST
               MOVE WS-AC-WORST-KEY(WS-ACC-SUB) TO WS-TN-WORST-KEY
               MOVE WS-AC-WORST-AUDIT(WS-ACC-SUB) TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-TN-WORST-AUDIT
               MOVE WS-AC-WORST-DISP(WS-ACC-SUB) TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-TN-WORST-DISP
           END-IF.
           MOVE WS-TURN-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-AC-ACCEPTED(WS-ACC-SUB) TO WS-EDIT-COUNT.
           MOVE WS-AC-ESCALATED(WS-ACC-SUB) TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING 'KIND|' FUNCTION TRIM(WS-TN-LABEL)
                  '|' FUNCTION TRIM(WS-EDIT-COUNT)
                  '|' FUNCTION TRIM(WS-EDIT-COUNT-2)
                  '|' FUNCTION TRIM(WS-TN-TOTAL)
                  '|' FUNCTION TRIM(WS-TN-DATED)
                  '|' FUNCTION TRIM(WS-TN-AVERAGE-X)
                  '|' FUNCTION TRIM(WS-TN-WORST-X)
                  '|' FUNCTION TRIM(WS-TN-WORST-KEY)
                  '|' WS-AC-WORST-AUDIT(WS-ACC-SUB)
                  '|' WS-AC-WORST-DISP(WS-ACC-SUB)
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING.
           PERFORM 0620-WRITE-OUTPUT-LINE.

      ******************************************************************
      *  0450-REPORT-BACKLOG
      *
      *  Entries logged by the period end that nobody had worked by
      *  then, from the live log and every audit archive, aged as of
      *  the period end.  The entries and the dispositions recorded
      *  by then are sorted together and matched.
      ******************************************************************
       0450-REPORT-BACKLOG.
           SORT BACKLOG-FILE
               ON ASCENDING KEY BKS-KEY
                  ASCENDING KEY BKS-AUDIT-DATE
                  ASCENDING KEY BKS-OLD-VALUE
                  ASCENDING KEY BKS-NEW-VALUE
                  ASCENDING KEY BKS-TYPE
               INPUT PROCEDURE 0455-RELEASE-BACKLOG
               OUTPUT PROCEDURE 0470-MATCH-BACKLOG.

           MOVE WS-PERIOD-TO-TEXT TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'OPEN BACKLOG AT PERIOD END ' WS-EDIT-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-BACKLOG-OPEN TO WS-BL-OPEN.
           MOVE WS-BACKLOG-BUCKET(1) TO WS-BL-BUCKET-1.
           MOVE WS-BACKLOG-BUCKET(2) TO WS-BL-BUCKET-2.
           MOVE WS-BACKLOG-BUCKET(3) TO WS-BL-BUCKET-3.
           MOVE WS-BACKLOG-BUCKET(4) TO WS-BL-BUCKET-4.
           MOVE WS-BACKLOG-BUCKET(5) TO WS-BL-BUCKET-5.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-BACKLOG-LINE TO WS-PRINT-LINE(3:130).
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-BACKLOG-OPEN > WS-BACKLOG-BUCKET(5)
               MOVE WS-OLDEST-AUDIT TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE SPACES TO WS-PRINT-LINE
               STRING '  OLDEST OPEN ENTRY: KEY ' WS-OLDEST-KEY
                      '  AUDIT DATE ' WS-EDIT-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-OLDEST-AUDIT
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING 'BACKLOG|' WS-PERIOD-TO-TEXT
                  '|' FUNCTION TRIM(WS-BL-OPEN)
                  '|' FUNCTION TRIM(WS-BL-BUCKET-1)
                  '|' FUNCTION TRIM(WS-BL-BUCKET-2)
                  '|' FUNCTION TRIM(WS-BL-BUCKET-3)
                  '|' FUNCTION TRIM(WS-BL-BUCKET-4)
                  '|' FUNCTION TRIM(WS-BL-BUCKET-5)
                  '|' WS-OLDEST-AUDIT
               DELIMITED BY SIZE INTO WS-OUTPUT-LINE
           END-STRING.
           PERFORM 0620-WRITE-OUTPUT-LINE.

      ******************************************************************
      *  0455-RELEASE-BACKLOG
      *
      *  Backlog sort input: every disposition recorded by the period
      *  end, from the live file and each archive, then every audit
      *  entry logged by then.  The disposition files were counted
      *  (and any that could not be opened reported) on the first
      *  pass, so here they are only read.
      ******************************************************************
       0455-RELEASE-BACKLOG.
           MOVE WS-LIVE-DISP-NAME TO WS-DISP-FILE-NAME.
           PERFORM 0457-RELEASE-WORKED.
           IF WS-ARC-COUNT > 0
               PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                       UNTIL WS-ARC-IDX > WS-ARC-COUNT
                   MOVE WS-AR-DISP-NAME(WS-ARC-IDX)
                       TO WS-DISP-FILE-NAME
                   PERFORM 0457-RELEASE-WORKED
               END-PERFORM
           END-IF.
           MOVE WS-LIVE-AUDIT-NAME TO WS-AUDIT-FILE-NAME.
           PERFORM 0460-READ-AUDIT-FILE.
           IF WS-ARC-COUNT > 0
               PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
                       UNTIL WS-ARC-IDX > WS-ARC-COUNT
                   MOVE WS-AR-AUDIT-NAME(WS-ARC-IDX)
                       TO WS-AUDIT-FILE-NAME
                   PERFORM 0460-READ-AUDIT-FILE
               END-PERFORM
           END-IF.

       0457-RELEASE-WORKED.
           OPEN INPUT DISP-FILE.
           IF WS-DISP-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ DISP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF CMP-DISP-DATE <= WS-PERIOD-TO-TEXT
                               MOVE CMP-DISP-KEY TO BKS-KEY
                               MOVE CMP-DISP-AUDIT-DATE
                                   TO BKS-AUDIT-DATE
                               MOVE CMP-DISP-OLD-VALUE TO BKS-OLD-VALUE
                               MOVE CMP-DISP-NEW-VALUE TO BKS-NEW-VALUE
                               SET BKS-DISPOSITION TO TRUE
                               RELEASE BACKLOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISP-FILE
           END-IF.

       0460-READ-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
               SET WS-INCOMPLETE TO TRUE
               ADD 1 TO WS-ARC-MISSING
               DISPLAY 'CMPWKLD: ARCHIVE [' WS-AUDIT-FILE-NAME
                       '] NOT READ - FILE STATUS ' WS-AUDIT-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           IF CMP-AUDIT-DATE <= WS-PERIOD-TO-TEXT
                               MOVE CMP-AUDIT-KEY TO BKS-KEY
                               MOVE CMP-AUDIT-DATE TO BKS-AUDIT-DATE
                               MOVE CMP-AUDIT-OLD-VALUE
                                   TO BKS-OLD-VALUE
                               MOVE CMP-AUDIT-NEW-VALUE
                                   TO BKS-NEW-VALUE
                               SET BKS-AUDIT-ENTRY TO TRUE
                               RELEASE BACKLOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      *  0470-MATCH-BACKLOG
      *
      *  Backlog sort output.  An entry is open at the period end
      *  when no disposition by then covers it - same key, audit date
      *  and values, the way CMPAUDRV matches them.  The dispositions
      *  of a match sort ahead of its entries, so by the time an
      *  entry comes back it is already known whether it was worked.
      ******************************************************************
       0470-MATCH-BACKLOG.
           MOVE LOW-VALUES TO WS-MATCH-ENTRY.
           MOVE 'N' TO WS-MATCH-WORKED-FLAG.
           PERFORM UNTIL WS-BACKLOG-EOF
               RETURN BACKLOG-FILE
                   AT END
                       SET WS-BACKLOG-EOF TO TRUE
                   NOT AT END
                       IF BKS-KEY NOT = WS-MT-KEY
                          OR BKS-AUDIT-DATE NOT = WS-MT-AUDIT-DATE
                          OR BKS-OLD-VALUE NOT = WS-MT-OLD-VALUE
                          OR BKS-NEW-VALUE NOT = WS-MT-NEW-VALUE
                           MOVE BKS-KEY TO WS-MT-KEY
                           MOVE BKS-AUDIT-DATE TO WS-MT-AUDIT-DATE
                           MOVE BKS-OLD-VALUE TO WS-MT-OLD-VALUE
                           MOVE BKS-NEW-VALUE TO WS-MT-NEW-VALUE
                           MOVE 'N' TO WS-MATCH-WORKED-FLAG
                       END-IF
                       IF BKS-DISPOSITION
                           SET WS-MATCH-WORKED TO TRUE
                       ELSE
                           IF NOT WS-MATCH-WORKED
                               PERFORM 0480-COUNT-OPEN-ENTRY
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

      ******************************************************************
      *  0480-COUNT-OPEN-ENTRY
      *
      *  Ages an open entry as of the period end.
      ******************************************************************
       0480-COUNT-OPEN-ENTRY.
           ADD 1 TO WS-BACKLOG-OPEN.
           MOVE 5 TO WS-BUCKET.
           IF BKS-AUDIT-DATE IS NUMERIC
               MOVE BKS-AUDIT-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DAYS = WS-PERIOD-TO-INT
                           - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   EVALUATE TRUE
                       WHEN WS-DAYS <= 7
                           MOVE 1 TO WS-BUCKET
                       WHEN WS-DAYS <= 30
                           MOVE 2 TO WS-BUCKET
                       WHEN WS-DAYS <= 90
                           MOVE 3 TO WS-BUCKET
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET
                   END-EVALUATE
                   IF BKS-AUDIT-DATE < WS-OLDEST-AUDIT
                       MOVE BKS-AUDIT-DATE TO WS-OLDEST-AUDIT
                       MOVE BKS-KEY TO WS-OLDEST-KEY
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-BACKLOG-BUCKET(WS-BUCKET).

      ******************************************************************
      *  0500-FINISH
      *
      *  Closing note and RETURN-CODE: 4 when any figure above is
      *  short because something could not be read or held.
      ******************************************************************
       0500-FINISH.
           MOVE SPACES TO WS-RC-MESSAGE.
           IF WS-INCOMPLETE
               MOVE 4 TO RETURN-CODE
               MOVE WS-ARC-MISSING TO WS-EDIT-SMALL
               STRING 'RETURN CODE 4 - FIGURES INCOMPLETE: '
                      WS-EDIT-SMALL ' ARCHIVE FILE(S) NOT READ, OR '
                      'RULE FILE OR A TABLE LIMIT - SEE JOB LOG'
                   DELIMITED BY SIZE INTO WS-RC-MESSAGE
               END-STRING
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE OUTPUT-FILE.

           DISPLAY 'CMPWKLD REVIEWER WORKLOAD AND TURNAROUND'.
           DISPLAY 'PERIOD            : ' WS-PERIOD-FROM-TEXT
                   ' TO ' WS-PERIOD-TO-TEXT.
           DISPLAY 'ARCHIVES READ     : ' WS-ARC-READ.
           DISPLAY 'DISPOSITIONS READ : ' WS-DISP-READ.
           DISPLAY 'IN PERIOD         : ' WS-DISP-IN-PERIOD.
           DISPLAY 'REVIEWERS         : ' WS-REVIEWER-COUNT.
           DISPLAY 'AUDIT ENTRIES READ: ' WS-AUDIT-READ.
           DISPLAY 'OPEN AT PERIOD END: ' WS-BACKLOG-OPEN.
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
           MOVE WS-PERIOD-FROM-TEXT TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-HDG-FROM.
           MOVE WS-PERIOD-TO-TEXT TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-HDG-TO.
           MOVE WS-LIVE-DISP-NAME TO WS-HDG-DISP.
           MOVE WS-ARC-COUNT TO WS-HDG-ARCHIVES.
           MOVE SPACES TO WS-HDG-RULES.
           STRING FUNCTION TRIM(WS-RULES-FILE-NAME) ' '
                  WS-RULES-SOURCE
               DELIMITED BY SIZE INTO WS-HDG-RULES
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

       0620-WRITE-OUTPUT-LINE.
           MOVE WS-OUTPUT-LINE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.

      ******************************************************************
      *  0700-EDIT-DATE
      *
      *  WS-DATE-IN (YYYYMMDD) to WS-EDIT-DATE (YYYY-MM-DD).
      ******************************************************************
       0700-EDIT-DATE.
           MOVE WS-DATE-IN(1:4) TO WS-EDIT-DATE-YYYY.
           MOVE WS-DATE-IN(5:2) TO WS-EDIT-DATE-MM.
           MOVE WS-DATE-IN(7:2) TO WS-EDIT-DATE-DD.
