      ******************************************************************
      *  CMPINQ
      *
      *  Single-key inquiry.  Answers "what happened to key X" in one
      *  listing instead of five files opened one after another.  For
      *  each key asked about it prints:
      *
      *    - the current master value (CMPMSREC, the TRIMMSTR
      *      master, read by key);
      *    - its mismatch lifecycle from the TRIMDELT status file
      *      (CMPSTREC): open or resolved, first and last seen, times
      *      seen;
      *    - every trim-only audit entry for it (CMPAUDREC), oldest
      *      first, each with the disposition recorded against it
      *      (CMPDSREC - verdict, reviewer or rule id, date) and, for
      *      an escalation, whether and when CMPDEFX sent it upstream
      *      (CMPEXREC);
      *    - any disposition whose audit entry is no longer on file.
      *
      *  Every value is printed through the masking rules (CMPMASK)
      *  by key.
      *
      *  The audit log and disposition file are read together with
      *  every archive listed on the CMPHKEEP archive catalogue
      *  (CMPACREC), so a key housekept out of the working files
      *  still shows its whole history; each entry says which file it
      *  came from.
      *
      *  The key comes from environment variable CMPINQ_KEY, or a
      *  list of keys (one per line from column 1, '*' lines are
      *  comments) from the file named by CMPINQ_KEYS.  Other files:
      *  CMPINQ_MASTER, defaulting to TRIMMSTR.MST; CMPINQ_STATUS,
      *  defaulting to TRIMSTAT.DAT; CMPINQ_AUDIT, defaulting to
      *  CMPAUDIT.LOG; CMPINQ_DISP, defaulting to CMPDISP.DAT;
      *  CMPINQ_REGISTER, defaulting to CMPDEFX.REG; CMPINQ_CATALOG,
      *  defaulting to CMPARCH.CAT; the report from CMPINQ_REPORT,
      *  defaulting to CMPINQ.RPT.  Any of the history files may be
      *  missing - the listing says so and carries on.
      *
      *  RETURN-CODE is 4 when a key was found on no file at all or
      *  a history table overflowed (the listing is then incomplete
      *  and says so), 16 when no key was given or the key list or
      *  report cannot be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYS-FILE ASSIGN TO DYNAMIC WS-KEYS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEYS-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS CMP-MST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT DISP-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYS-FILE.
       01  KEYS-RECORD                     PIC X(80).
       FD  MASTER-FILE.
       COPY CMPMSREC.
       FD  STATUS-FILE.
       COPY CMPSTREC.
       FD  AUDIT-FILE.
       COPY CMPAUDREC.
       FD  DISP-FILE.
       COPY CMPDSREC.
       FD  REGISTER-FILE.
       COPY CMPEXREC.
       FD  CATALOG-FILE.
       COPY CMPACREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-KEYS-FILE-NAME               PIC X(100).
       01  WS-KEYS-FILE-STATUS             PIC X(2).
           88  WS-KEYS-FILE-OK             VALUE '00'.
       01  WS-MASTER-FILE-NAME             PIC X(100).
       01  WS-MASTER-FILE-STATUS           PIC X(2).
           88  WS-MASTER-FILE-OK           VALUE '00'.
       01  WS-STATUS-FILE-NAME             PIC X(100).
       01  WS-STATUS-FILE-STATUS           PIC X(2).
           88  WS-STATUS-FILE-OK           VALUE '00'.
       01  WS-AUDIT-FILE-NAME              PIC X(100).
       01  WS-AUDIT-FILE-STATUS            PIC X(2).
           88  WS-AUDIT-FILE-OK            VALUE '00'.
       01  WS-DISP-FILE-NAME               PIC X(100).
       01  WS-DISP-FILE-STATUS             PIC X(2).
           88  WS-DISP-FILE-OK             VALUE '00'.
       01  WS-REGISTER-FILE-NAME           PIC X(100).
       01  WS-REGISTER-FILE-STATUS         PIC X(2).
           88  WS-REGISTER-FILE-OK         VALUE '00'.
       01  WS-CATALOG-FILE-NAME            PIC X(100).
       01  WS-CATALOG-FILE-STATUS          PIC X(2).
           88  WS-CATALOG-FILE-OK          VALUE '00'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-OPEN-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-OPEN-ERROR               VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG             PIC X VALUE 'N'.
           88  WS-MASTER-OPEN              VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-SINGLE-KEY                   PIC X(10).
       01  WS-LIVE-AUDIT-NAME              PIC X(100).
       01  WS-LIVE-DISP-NAME               PIC X(100).
       01  WS-SOURCE                       PIC X(16).
      *  The keys asked about, with what the status file says.
       01  WS-KEY-MAX                      PIC 9(3) COMP VALUE 500.
       01  WS-KEY-COUNT                    PIC 9(3) COMP VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 500 TIMES INDEXED BY WS-KEY-IDX.
               10  WS-KY-KEY               PIC X(10).
               10  WS-KY-STATUS-FLAG       PIC X.
                   88  WS-KY-ON-STATUS     VALUE 'Y'.
               10  WS-KY-FIRST-SEEN        PIC X(8).
               10  WS-KY-LAST-SEEN         PIC X(8).
               10  WS-KY-TIMES-SEEN        PIC 9(5).
               10  WS-KY-STATUS            PIC X.
       01  WS-KEY-FOUND-FLAG               PIC X.
           88  WS-KEY-FOUND                VALUE 'Y'.
      *  Archives from the catalogue, each used once.
       01  WS-ARC-MAX                      PIC 9(3) COMP VALUE 200.
       01  WS-ARC-COUNT                    PIC 9(3) COMP VALUE 0.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 200 TIMES INDEXED BY WS-ARC-IDX.
               10  WS-AR-CUTOFF            PIC X(8).
               10  WS-AR-AUDIT-NAME        PIC X(100).
               10  WS-AR-DISP-NAME         PIC X(100).
      *  History records for the keys asked about, from every file.
       01  WS-AUD-MAX                      PIC 9(4) COMP VALUE 2000.
       01  WS-AUD-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AUD-IDX.
               10  WS-AU-KEY               PIC X(10).
               10  WS-AU-DATE              PIC X(8).
               10  WS-AU-OLD-VALUE         PIC X(100).
               10  WS-AU-NEW-VALUE         PIC X(100).
               10  WS-AU-SOURCE            PIC X(16).
       01  WS-DSP-MAX                      PIC 9(4) COMP VALUE 2000.
       01  WS-DSP-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-DSP-IDX.
               10  WS-DS-KEY               PIC X(10).
               10  WS-DS-AUDIT-DATE        PIC X(8).
               10  WS-DS-OLD-VALUE         PIC X(100).
               10  WS-DS-NEW-VALUE         PIC X(100).
               10  WS-DS-CODE              PIC X.
               10  WS-DS-REVIEWER          PIC X(8).
               10  WS-DS-DATE              PIC X(8).
               10  WS-DS-SOURCE            PIC X(16).
               10  WS-DS-USED-FLAG         PIC X.
                   88  WS-DS-USED          VALUE 'Y'.
       01  WS-EXP-MAX                      PIC 9(4) COMP VALUE 2000.
       01  WS-EXP-COUNT                    PIC 9(4) COMP VALUE 0.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-EXP-IDX.
               10  WS-EX-KEY               PIC X(10).
               10  WS-EX-AUDIT-DATE        PIC X(8).
               10  WS-EX-OLD-VALUE         PIC X(100).
               10  WS-EX-NEW-VALUE         PIC X(100).
               10  WS-EX-DATE              PIC X(8).
       01  WS-SCAN-SUB                     PIC 9(4) COMP.
       01  WS-TABLE-FULL-FLAG              PIC X VALUE 'N'.
           88  WS-TABLE-FULL               VALUE 'Y'.
       01  WS-FOUND-FLAG                   PIC X.
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-FILES-MISSING                PIC X(80) VALUE SPACES.
       01  WS-KEY-HITS                     PIC 9(5).
       01  WS-KEY-AUDITS                   PIC 9(5).
       01  WS-NOT-FOUND-COUNT              PIC 9(5) VALUE 0.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.
       01  WS-EDIT-TIMES                   PIC ZZZZ9.
       01  WS-DATE-IN                      PIC X(8).
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-MM             PIC X(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-DD             PIC X(2).
       01  WS-EDIT-DATE-2                  PIC X(10).
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
               'CMPINQ KEY HISTORY INQUIRY'.
           05  FILLER                      PIC X(75) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(9) VALUE '  MASTER '.
           05  WS-HDG-MASTER               PIC X(89).
       01  WS-RC-MESSAGE                   PIC X(132).

       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 0200-LOAD-STATUS
               PERFORM 0210-LOAD-CATALOG
               MOVE WS-LIVE-AUDIT-NAME TO WS-AUDIT-FILE-NAME
               MOVE 'LIVE LOG' TO WS-SOURCE
               PERFORM 0220-LOAD-AUDIT
               MOVE WS-LIVE-DISP-NAME TO WS-DISP-FILE-NAME
               MOVE 'LIVE FILE' TO WS-SOURCE
               PERFORM 0240-LOAD-DISPOSITIONS
               IF WS-ARC-COUNT > 0
                   PERFORM 0260-LOAD-ARCHIVE
                       VARYING WS-ARC-IDX FROM 1 BY 1
                       UNTIL WS-ARC-IDX > WS-ARC-COUNT
               END-IF
               PERFORM 0270-LOAD-REGISTER
               PERFORM 0300-REPORT-KEY
                   VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM 0500-FINISH
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-SINGLE-KEY FROM ENVIRONMENT 'CMPINQ_KEY'.
           ACCEPT WS-KEYS-FILE-NAME FROM ENVIRONMENT 'CMPINQ_KEYS'.
           ACCEPT WS-MASTER-FILE-NAME FROM ENVIRONMENT 'CMPINQ_MASTER'.
           IF WS-MASTER-FILE-NAME = SPACES
               MOVE 'TRIMMSTR.MST' TO WS-MASTER-FILE-NAME
           END-IF.
           ACCEPT WS-STATUS-FILE-NAME FROM ENVIRONMENT 'CMPINQ_STATUS'.
           IF WS-STATUS-FILE-NAME = SPACES
               MOVE 'TRIMSTAT.DAT' TO WS-STATUS-FILE-NAME
           END-IF.
           ACCEPT WS-LIVE-AUDIT-NAME FROM ENVIRONMENT 'CMPINQ_AUDIT'.
           IF WS-LIVE-AUDIT-NAME = SPACES
               MOVE 'CMPAUDIT.LOG' TO WS-LIVE-AUDIT-NAME
           END-IF.
           ACCEPT WS-LIVE-DISP-NAME FROM ENVIRONMENT 'CMPINQ_DISP'.
           IF WS-LIVE-DISP-NAME = SPACES
               MOVE 'CMPDISP.DAT' TO WS-LIVE-DISP-NAME
           END-IF.
           ACCEPT WS-REGISTER-FILE-NAME
               FROM ENVIRONMENT 'CMPINQ_REGISTER'.
           IF WS-REGISTER-FILE-NAME = SPACES
               MOVE 'CMPDEFX.REG' TO WS-REGISTER-FILE-NAME
           END-IF.
           ACCEPT WS-CATALOG-FILE-NAME
               FROM ENVIRONMENT 'CMPINQ_CATALOG'.
           IF WS-CATALOG-FILE-NAME = SPACES
               MOVE 'CMPARCH.CAT' TO WS-CATALOG-FILE-NAME
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME FROM ENVIRONMENT 'CMPINQ_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'CMPINQ.RPT' TO WS-REPORT-FILE-NAME
           END-IF.

           EVALUATE TRUE
               WHEN WS-SINGLE-KEY NOT = SPACES
                   MOVE WS-SINGLE-KEY TO KEYS-RECORD
                   PERFORM 0110-ADD-KEY
               WHEN WS-KEYS-FILE-NAME NOT = SPACES
                   PERFORM 0120-LOAD-KEY-LIST
               WHEN OTHER
                   SET WS-OPEN-ERROR TO TRUE
                   DISPLAY 'CMPINQ: NO KEY GIVEN - SET CMPINQ_KEY OR '
                           'CMPINQ_KEYS'
           END-EVALUATE.
           IF NOT WS-OPEN-ERROR AND WS-KEY-COUNT = 0
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPINQ: KEY LIST [' WS-KEYS-FILE-NAME
                       '] HOLDS NO KEYS'
           END-IF.

           IF NOT WS-OPEN-ERROR
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   SET WS-OPEN-ERROR TO TRUE
                   DISPLAY 'CMPINQ: UNABLE TO OPEN REPORT FILE ['
                           WS-REPORT-FILE-NAME '] - FILE STATUS '
                           WS-REPORT-FILE-STATUS
               END-IF
           END-IF.

           IF NOT WS-OPEN-ERROR
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-FILE-OK
                   SET WS-MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY 'CMPINQ: MASTER FILE ['
                           FUNCTION TRIM(WS-MASTER-FILE-NAME)
                           '] NOT AVAILABLE - '
                           'FILE STATUS ' WS-MASTER-FILE-STATUS
               END-IF
           END-IF.

      ******************************************************************
      *  0110-ADD-KEY
      *
      *  Adds the key in KEYS-RECORD columns 1-10 to the key table,
      *  once however often it is asked for.
      ******************************************************************
       0110-ADD-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           IF WS-KEY-COUNT > 0
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-KEY-COUNT
                   IF WS-KY-KEY(WS-KEY-IDX) = KEYS-RECORD(1:10)
                       SET WS-KEY-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-KEY-FOUND
                   CONTINUE
               WHEN WS-KEY-COUNT NOT < WS-KEY-MAX
                   DISPLAY 'CMPINQ: MORE THAN ' WS-KEY-MAX
                           ' KEYS - KEY [' KEYS-RECORD(1:10)
                           '] NOT LOOKED UP'
                   SET WS-TABLE-FULL TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-KEY-COUNT
                   SET WS-KEY-IDX TO WS-KEY-COUNT
                   INITIALIZE WS-KEY-ENTRY(WS-KEY-IDX)
                   MOVE KEYS-RECORD(1:10) TO WS-KY-KEY(WS-KEY-IDX)
                   MOVE 'N' TO WS-KY-STATUS-FLAG(WS-KEY-IDX)
           END-EVALUATE.

       0120-LOAD-KEY-LIST.
           OPEN INPUT KEYS-FILE.
           IF NOT WS-KEYS-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPINQ: UNABLE TO OPEN KEY LIST ['
                       WS-KEYS-FILE-NAME '] - FILE STATUS '
                       WS-KEYS-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ KEYS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF KEYS-RECORD NOT = SPACES
                              AND KEYS-RECORD(1:1) NOT = '*'
                               PERFORM 0110-ADD-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYS-FILE
           END-IF.

      ******************************************************************
      *  0150-FIND-KEY
      *
      *  Sets WS-KEY-FOUND (and WS-KEY-IDX) when WS-SINGLE-KEY is one
      *  of the keys asked about.  Used by every history load.
      ******************************************************************
       0150-FIND-KEY.
           MOVE 'N' TO WS-KEY-FOUND-FLAG.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               IF WS-KY-KEY(WS-KEY-IDX) = WS-SINGLE-KEY
                   SET WS-KEY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      *  0160-NOTE-MISSING
      *
      *  Remembers a history file that could not be read, for the
      *  note at the top of the listing.
      ******************************************************************
       0160-NOTE-MISSING.
           IF WS-FILES-MISSING = SPACES
               MOVE WS-SOURCE TO WS-FILES-MISSING
           ELSE
               STRING WS-FILES-MISSING DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      WS-SOURCE DELIMITED BY '  '
                   INTO WS-FILES-MISSING
               END-STRING
           END-IF.

       0200-LOAD-STATUS.
           OPEN INPUT STATUS-FILE.
           IF NOT WS-STATUS-FILE-OK
               MOVE 'STATUS FILE' TO WS-SOURCE
               PERFORM 0160-NOTE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ STATUS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CMP-ST-KEY TO WS-SINGLE-KEY
                           PERFORM 0150-FIND-KEY
                           IF WS-KEY-FOUND
                               MOVE 'Y'
                                   TO WS-KY-STATUS-FLAG(WS-KEY-IDX)
                               MOVE CMP-ST-FIRST-SEEN
                                   TO WS-KY-FIRST-SEEN(WS-KEY-IDX)
                               MOVE CMP-ST-LAST-SEEN
                                   TO WS-KY-LAST-SEEN(WS-KEY-IDX)
                               MOVE CMP-ST-TIMES-SEEN
                                   TO WS-KY-TIMES-SEEN(WS-KEY-IDX)
                               MOVE CMP-ST-STATUS
                                   TO WS-KY-STATUS(WS-KEY-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.

      ******************************************************************
      *  0210-LOAD-CATALOG
      *
      *  Lists the CMPHKEEP archives.  A cutoff housekept more than
      *  once is catalogued more than once under the same names, and
      *  its archives hold every one of those runs' records (CMPHKEEP
      *  extends them), so each archive name is read once only.  No
      *  catalogue means nothing has been archived.
      ******************************************************************
       0210-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0215-ADD-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       0215-ADD-ARCHIVE.
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
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY 'CMPINQ: MORE THAN ' WS-ARC-MAX
                           ' ARCHIVES - [' CMP-ARC-AUDIT-NAME
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

      ******************************************************************
      *  0220-LOAD-AUDIT
      *
      *  Keeps the entries of WS-AUDIT-FILE-NAME for the keys asked
      *  about, tagged with WS-SOURCE.
      ******************************************************************
       0220-LOAD-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF NOT WS-AUDIT-FILE-OK
               PERFORM 0160-NOTE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CMP-AUDIT-KEY TO WS-SINGLE-KEY
                           PERFORM 0150-FIND-KEY
                           IF WS-KEY-FOUND
                               PERFORM 0225-STORE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       0225-STORE-AUDIT.
           IF WS-AUD-COUNT < WS-AUD-MAX
               ADD 1 TO WS-AUD-COUNT
               SET WS-AUD-IDX TO WS-AUD-COUNT
               MOVE CMP-AUDIT-KEY TO WS-AU-KEY(WS-AUD-IDX)
               MOVE CMP-AUDIT-DATE TO WS-AU-DATE(WS-AUD-IDX)
               MOVE CMP-AUDIT-OLD-VALUE TO WS-AU-OLD-VALUE(WS-AUD-IDX)
               MOVE CMP-AUDIT-NEW-VALUE TO WS-AU-NEW-VALUE(WS-AUD-IDX)
               MOVE WS-SOURCE TO WS-AU-SOURCE(WS-AUD-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       0240-LOAD-DISPOSITIONS.
           OPEN INPUT DISP-FILE.
           IF NOT WS-DISP-FILE-OK
               PERFORM 0160-NOTE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ DISP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CMP-DISP-KEY TO WS-SINGLE-KEY
                           PERFORM 0150-FIND-KEY
                           IF WS-KEY-FOUND
                               PERFORM 0245-STORE-DISPOSITION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISP-FILE
           END-IF.

       0245-STORE-DISPOSITION.
           IF WS-DSP-COUNT < WS-DSP-MAX
               ADD 1 TO WS-DSP-COUNT
               SET WS-DSP-IDX TO WS-DSP-COUNT
               MOVE CMP-DISP-KEY TO WS-DS-KEY(WS-DSP-IDX)
               MOVE CMP-DISP-AUDIT-DATE TO WS-DS-AUDIT-DATE(WS-DSP-IDX)
               MOVE CMP-DISP-OLD-VALUE TO WS-DS-OLD-VALUE(WS-DSP-IDX)
               MOVE CMP-DISP-NEW-VALUE TO WS-DS-NEW-VALUE(WS-DSP-IDX)
               MOVE CMP-DISP-CODE TO WS-DS-CODE(WS-DSP-IDX)
               MOVE CMP-DISP-REVIEWER TO WS-DS-REVIEWER(WS-DSP-IDX)
               MOVE CMP-DISP-DATE TO WS-DS-DATE(WS-DSP-IDX)
               MOVE WS-SOURCE TO WS-DS-SOURCE(WS-DSP-IDX)
               MOVE 'N' TO WS-DS-USED-FLAG(WS-DSP-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       0260-LOAD-ARCHIVE.
           MOVE SPACES TO WS-SOURCE.
           STRING 'ARCHIVE ' WS-AR-CUTOFF(WS-ARC-IDX)
               DELIMITED BY SIZE INTO WS-SOURCE
           END-STRING.
           MOVE WS-AR-AUDIT-NAME(WS-ARC-IDX) TO WS-AUDIT-FILE-NAME.
           PERFORM 0220-LOAD-AUDIT.
           MOVE WS-AR-DISP-NAME(WS-ARC-IDX) TO WS-DISP-FILE-NAME.
           PERFORM 0240-LOAD-DISPOSITIONS.

       0270-LOAD-REGISTER.
           OPEN INPUT REGISTER-FILE.
           IF NOT WS-REGISTER-FILE-OK
               MOVE 'EXPORT REGISTER' TO WS-SOURCE
               PERFORM 0160-NOTE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CMP-EXP-KEY TO WS-SINGLE-KEY
                           PERFORM 0150-FIND-KEY
                           IF WS-KEY-FOUND
                               PERFORM 0275-STORE-EXPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       0275-STORE-EXPORT.
           IF WS-EXP-COUNT < WS-EXP-MAX
               ADD 1 TO WS-EXP-COUNT
               SET WS-EXP-IDX TO WS-EXP-COUNT
               MOVE CMP-EXP-KEY TO WS-EX-KEY(WS-EXP-IDX)
               MOVE CMP-EXP-AUDIT-DATE TO WS-EX-AUDIT-DATE(WS-EXP-IDX)
               MOVE CMP-EXP-OLD-VALUE TO WS-EX-OLD-VALUE(WS-EXP-IDX)
               MOVE CMP-EXP-NEW-VALUE TO WS-EX-NEW-VALUE(WS-EXP-IDX)
               MOVE CMP-EXP-DATE TO WS-EX-DATE(WS-EXP-IDX)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

      ******************************************************************
      *  0300-REPORT-KEY
      *
      *  One key's consolidated history: master value, lifecycle,
      *  then its audit entries in date order each with disposition
      *  and export, then dispositions left without an audit entry.
      ******************************************************************
       0300-REPORT-KEY.
           MOVE 0 TO WS-KEY-HITS.
           MOVE 0 TO WS-KEY-AUDITS.
           MOVE ALL '=' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'KEY: ' WS-KY-KEY(WS-KEY-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           IF NOT WS-MASTER-OPEN
               MOVE '  MASTER VALUE     : MASTER FILE NOT AVAILABLE'
                   TO WS-PRINT-LINE
           ELSE
               MOVE WS-KY-KEY(WS-KEY-IDX) TO CMP-MST-KEY
               READ MASTER-FILE
                   INVALID KEY
                       MOVE '  MASTER VALUE     : NOT ON MASTER'
                           TO WS-PRINT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-KEY-HITS
                       MOVE CMP-MST-KEY TO CMP-MK-KEY
                       MOVE SPACES TO CMP-MK-FIELD-NAME
                       MOVE CMP-MST-VALUE TO CMP-MK-OLD-VALUE
                       MOVE CMP-MST-VALUE TO CMP-MK-NEW-VALUE
                       CALL 'CMPMASK' USING CMP-MASK-AREA
                       STRING '  MASTER VALUE     : ['
                              CMP-MK-OLD-VALUE(1:100) ']'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
               END-READ
           END-IF.
           PERFORM 0600-WRITE-REPORT-LINE.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-KY-ON-STATUS(WS-KEY-IDX)
               ADD 1 TO WS-KEY-HITS
               MOVE WS-KY-FIRST-SEEN(WS-KEY-IDX) TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE WS-EDIT-DATE TO WS-EDIT-DATE-2
               MOVE WS-KY-LAST-SEEN(WS-KEY-IDX) TO WS-DATE-IN
               PERFORM 0700-EDIT-DATE
               MOVE WS-KY-TIMES-SEEN(WS-KEY-IDX) TO WS-EDIT-TIMES
               IF WS-KY-STATUS(WS-KEY-IDX) = 'O'
                   STRING '  MISMATCH STATUS  : OPEN    '
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING '  MISMATCH STATUS  : RESOLVED'
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               END-IF
               MOVE SPACES TO WS-PRINT-LINE(30:)
               STRING '  FIRST SEEN ' WS-EDIT-DATE-2
                      '  LAST SEEN ' WS-EDIT-DATE
                      '  TIMES SEEN ' WS-EDIT-TIMES
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(30:)
               END-STRING
           ELSE
               MOVE '  MISMATCH STATUS  : NEVER ON A MISMATCH EXTRACT'
                   TO WS-PRINT-LINE
           END-IF.
           PERFORM 0600-WRITE-REPORT-LINE.

           PERFORM 0310-LIST-AUDIT-ENTRIES.
           PERFORM 0340-LIST-LOOSE-DISPOSITIONS.

           IF WS-KEY-HITS = 0
               ADD 1 TO WS-NOT-FOUND-COUNT
               MOVE '  *** KEY NOT FOUND ON ANY FILE ***'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0310-LIST-AUDIT-ENTRIES
      *
      *  The key's audit entries in audit-date order (a selection
      *  pass per entry: the next unlisted entry with the lowest
      *  date), since live and archive entries arrive file by file.
      ******************************************************************
       0310-LIST-AUDIT-ENTRIES.
           IF WS-AUD-COUNT > 0
               PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                       UNTIL WS-AUD-IDX > WS-AUD-COUNT
                   IF WS-AU-KEY(WS-AUD-IDX) = WS-KY-KEY(WS-KEY-IDX)
                       ADD 1 TO WS-KEY-AUDITS
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-KEY-AUDITS TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  TRIM-ONLY AUDITS : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-KEY-AUDITS > 0
               ADD 1 TO WS-KEY-HITS
               PERFORM WS-KEY-AUDITS TIMES
                   PERFORM 0315-NEXT-AUDIT-ENTRY
                   PERFORM 0320-SHOW-AUDIT-ENTRY
               END-PERFORM
           END-IF.

       0315-NEXT-AUDIT-ENTRY.
           MOVE HIGH-VALUES TO WS-DATE-IN.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-AUD-COUNT
               IF WS-AU-KEY(WS-SCAN-SUB) = WS-KY-KEY(WS-KEY-IDX)
                  AND WS-AU-DATE(WS-SCAN-SUB) < WS-DATE-IN
                   MOVE WS-AU-DATE(WS-SCAN-SUB) TO WS-DATE-IN
                   SET WS-AUD-IDX TO WS-SCAN-SUB
               END-IF
           END-PERFORM.

      ******************************************************************
      *  0320-SHOW-AUDIT-ENTRY
      *
      *  Prints the entry at WS-AUD-IDX with its disposition (same
      *  key, audit date and values - the CMPAUDRV identity) and,
      *  when escalated, its export; then takes the entry out of the
      *  selection by blanking its key.
      ******************************************************************
       0320-SHOW-AUDIT-ENTRY.
           MOVE WS-AU-DATE(WS-AUD-IDX) TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  AUDIT ' WS-EDIT-DATE '  FROM '
                  WS-AU-SOURCE(WS-AUD-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-KY-KEY(WS-KEY-IDX) TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE WS-AU-OLD-VALUE(WS-AUD-IDX) TO CMP-MK-OLD-VALUE.
           MOVE WS-AU-NEW-VALUE(WS-AUD-IDX) TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '      OLD: [' CMP-MK-OLD-VALUE(1:100) ']'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '      NEW: [' CMP-MK-NEW-VALUE(1:100) ']'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

           MOVE 'N' TO WS-FOUND-FLAG.
           IF WS-DSP-COUNT > 0
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DSP-COUNT
                   IF WS-DS-KEY(WS-DSP-IDX) = WS-AU-KEY(WS-AUD-IDX)
                      AND WS-DS-AUDIT-DATE(WS-DSP-IDX)
                          = WS-AU-DATE(WS-AUD-IDX)
                      AND WS-DS-OLD-VALUE(WS-DSP-IDX)
                          = WS-AU-OLD-VALUE(WS-AUD-IDX)
                      AND WS-DS-NEW-VALUE(WS-DSP-IDX)
                          = WS-AU-NEW-VALUE(WS-AUD-IDX)
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FOUND
               MOVE 'Y' TO WS-DS-USED-FLAG(WS-DSP-IDX)
               PERFORM 0330-SHOW-DISPOSITION
           ELSE
               MOVE '      DISPOSITION: NOT YET WORKED'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-AU-KEY(WS-AUD-IDX).

      ******************************************************************
      *  0330-SHOW-DISPOSITION
      *
      *  The disposition at WS-DSP-IDX, and for an escalation the
      *  export register's verdict on it.
      ******************************************************************
       0330-SHOW-DISPOSITION.
           MOVE WS-DS-DATE(WS-DSP-IDX) TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE WS-DS-CODE(WS-DSP-IDX)
               WHEN 'A'
                   STRING '      DISPOSITION: ACCEPTED  BY '
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN 'E'
                   STRING '      DISPOSITION: ESCALATED BY '
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               WHEN OTHER
                   STRING '      DISPOSITION: CODE '
                          WS-DS-CODE(WS-DSP-IDX) '    BY '
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE(33:).
           STRING WS-DS-REVIEWER(WS-DSP-IDX) ' ON ' WS-EDIT-DATE
                  '  FROM ' WS-DS-SOURCE(WS-DSP-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE(33:)
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-DS-CODE(WS-DSP-IDX) = 'E'
               MOVE 'N' TO WS-FOUND-FLAG
               IF WS-EXP-COUNT > 0
                   PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                           UNTIL WS-EXP-IDX > WS-EXP-COUNT
                       IF WS-EX-KEY(WS-EXP-IDX) = WS-DS-KEY(WS-DSP-IDX)
                          AND WS-EX-AUDIT-DATE(WS-EXP-IDX)
                              = WS-DS-AUDIT-DATE(WS-DSP-IDX)
                          AND WS-EX-OLD-VALUE(WS-EXP-IDX)
                              = WS-DS-OLD-VALUE(WS-DSP-IDX)
                          AND WS-EX-NEW-VALUE(WS-EXP-IDX)
                              = WS-DS-NEW-VALUE(WS-DSP-IDX)
                           SET WS-FOUND TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-FOUND
                   MOVE WS-EX-DATE(WS-EXP-IDX) TO WS-DATE-IN
                   PERFORM 0700-EDIT-DATE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '      EXPORTED   : SENT UPSTREAM ON '
                          WS-EDIT-DATE
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   MOVE '      EXPORTED   : NOT YET SENT UPSTREAM'
                       TO WS-PRINT-LINE
               END-IF
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      *  0340-LIST-LOOSE-DISPOSITIONS
      *
      *  Dispositions for the key that matched no audit entry - the
      *  entry was housekept into an archive not on the catalogue,
      *  or the log was rebuilt.  Still part of the key's history.
      ******************************************************************
       0340-LIST-LOOSE-DISPOSITIONS.
           IF WS-DSP-COUNT > 0
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                       UNTIL WS-DSP-IDX > WS-DSP-COUNT
                   IF WS-DS-KEY(WS-DSP-IDX) = WS-KY-KEY(WS-KEY-IDX)
                      AND NOT WS-DS-USED(WS-DSP-IDX)
                       ADD 1 TO WS-KEY-HITS
                       MOVE WS-DS-AUDIT-DATE(WS-DSP-IDX) TO WS-DATE-IN
                       PERFORM 0700-EDIT-DATE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '  DISPOSITION FOR AUDIT ' WS-EDIT-DATE
                              ' - AUDIT ENTRY NO LONGER ON FILE'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 0600-WRITE-REPORT-LINE
                       MOVE WS-DS-KEY(WS-DSP-IDX) TO CMP-MK-KEY
                       MOVE SPACES TO CMP-MK-FIELD-NAME
                       MOVE WS-DS-OLD-VALUE(WS-DSP-IDX)
                           TO CMP-MK-OLD-VALUE
                       MOVE WS-DS-NEW-VALUE(WS-DSP-IDX)
                           TO CMP-MK-NEW-VALUE
                       CALL 'CMPMASK' USING CMP-MASK-AREA
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '      OLD: [' CMP-MK-OLD-VALUE(1:100)
                              ']'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 0600-WRITE-REPORT-LINE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING '      NEW: [' CMP-MK-NEW-VALUE(1:100)
                              ']'
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       PERFORM 0600-WRITE-REPORT-LINE
                       PERFORM 0330-SHOW-DISPOSITION
                   END-IF
               END-PERFORM
           END-IF.

       0500-FINISH.
           IF WS-MASTER-OPEN
               CLOSE MASTER-FILE
           END-IF.
           MOVE SPACES TO WS-RC-MESSAGE.
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
                   MOVE 'RETURN CODE 4 - HISTORY TABLE FULL - LISTING IS
      -                 ' INCOMPLETE, ASK FOR FEWER KEYS'
                       TO WS-RC-MESSAGE
               WHEN WS-NOT-FOUND-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE WS-NOT-FOUND-COUNT TO WS-EDIT-COUNT
                   STRING 'RETURN CODE 4 - ' WS-EDIT-COUNT
                          ' KEY(S) NOT FOUND ON ANY FILE'
                       DELIMITED BY SIZE INTO WS-RC-MESSAGE
                   END-STRING
           END-EVALUATE.
           IF WS-RC-MESSAGE NOT = SPACES
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY 'CMPINQ KEY HISTORY INQUIRY'.
           DISPLAY 'KEYS ASKED        : ' WS-KEY-COUNT.
           DISPLAY 'KEYS NOT FOUND    : ' WS-NOT-FOUND-COUNT.
           DISPLAY 'ARCHIVES READ     : ' WS-ARC-COUNT.
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
           MOVE WS-MASTER-FILE-NAME TO WS-HDG-MASTER.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-FILES-MISSING NOT = SPACES
               STRING 'NOT AVAILABLE: ' WS-FILES-MISSING
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
           END-IF.
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
