      *  values) is only worked once - the first disposition covers
      *  every later identical entry.
      *
      *  CMPAUDIT logs the values masked under the masking rules
      *  (CMPMASK).  The rules decide on real values only, so an entry
      *  whose values carry the mask characters '*' or '#' is never
      *  put to them: it is left for a person and counted as masked.
      *
      *  With CMPAUDRV_SIMULATE set to Y the rules file is a
      *  proposed one and the run is a what-if: every entry on the
      *  log, dispositioned or not, is put to every rule, and nothing
      *  is written to the disposition file.  A report shows, per
      *  rule, how many entries it would match and how many it would
      *  decide (the first matching card decides); every entry where
      *  the deciding rule's action contradicts the verdict a person
      *  recorded; rules never reached because an earlier card
      *  catches everything they match - whether that follows from
      *  the cards themselves or only from this log; and, for each
      *  trim-similarity rule, the entries it could see by TRIMSIM
      *  score band against the human verdicts, so a similarity floor
      *  is tuned on history.  A disposition counts as a person's
      *  when its reviewer id is a rule id neither on the proposed
      *  cards nor on the live ones - the cards named by
      *  CMPAUDRV_LIVE_RULES, defaulting to CMPAUDRV_RULES - so
      *  dispositions written by a live rule the proposal renames or
      *  drops are not taken for a person's verdict.
      *  RETURN-CODE is 4 when the simulation finds a contradiction
      *  or an unreachable rule.  Point CMPAUDRV_AUDIT and
      *  CMPAUDRV_DISP at a CMPHKEEP archive pair to simulate against
      *  older history.
      *
      *  Audit log name comes from environment variable
      *  CMPAUDRV_AUDIT, defaulting to CMPAUDIT.LOG; the disposition
      *  file from CMPAUDRV_DISP, defaulting to CMPDISP.DAT; the
      *  rules file from CMPAUDRV_RULES - unset means the interactive
      *  review above; the simulation report from CMPAUDRV_REPORT,
      *  defaulting to CMPAUDRV.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPAUDRV.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CMPDSREC.
       FD  RULES-FILE.
       COPY CMPRLREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-NAME              PIC X(100).
       01  WS-RULES-FILE-NAME              PIC X(100).
       01  WS-RULES-FILE-STATUS            PIC X(2).
           88  WS-RULES-FILE-OK            VALUE '00'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-AUDIT-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-AUDIT-EOF                VALUE 'Y'.
       01  WS-DISP-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-QUIT                     VALUE 'Y'.
       01  WS-BATCH-MODE-FLAG              PIC X VALUE 'N'.
           88  WS-BATCH-MODE               VALUE 'Y'.
       01  WS-SIMULATE-FLAG                PIC X VALUE 'N'.
           88  WS-SIMULATE-MODE            VALUE 'Y'.
       01  WS-RULE-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-RULE-ERROR               VALUE 'Y'.
       01  WS-DISP-MAX                     PIC 9(4) COMP VALUE 2000.
               10  WS-DSP-AUDIT-DATE        PIC X(8).
               10  WS-DSP-OLD-VALUE         PIC X(100).
               10  WS-DSP-NEW-VALUE         PIC X(100).
               10  WS-DSP-CODE              PIC X.
               10  WS-DSP-REVIEWER          PIC X(8).
               10  WS-DSP-DATE              PIC X(8).
       01  WS-RULE-MAX                     PIC 9(2) COMP VALUE 50.
       01  WS-RULE-COUNT                   PIC 9(2) COMP VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-RULE-IDX WS-RULE-IDX-2.
               10  WS-RUL-ID                PIC X(8).
               10  WS-RUL-TYPE              PIC X.
               10  WS-RUL-MIN-SIM           PIC 9(3).
               10  WS-RUL-KEY-PREFIX        PIC X(10).
               10  WS-RUL-ACTION            PIC X.
               10  WS-RUL-HIT-COUNT         PIC 9(7).
               10  WS-RUL-MATCH-COUNT       PIC 9(7).
               10  WS-RUL-CONTRA-COUNT      PIC 9(7).
               10  WS-RUL-COVERED-BY        PIC 9(2).
               10  WS-RUL-BAND OCCURS 9 TIMES.
                   15  WS-RUL-BAND-ENTRIES  PIC 9(7).
                   15  WS-RUL-BAND-ACCEPTED PIC 9(7).
                   15  WS-RUL-BAND-ESCALATED
                                            PIC 9(7).
                   15  WS-RUL-BAND-RULE     PIC 9(7).
                   15  WS-RUL-BAND-OPEN     PIC 9(7).
       01  WS-RULE-HIT-FLAG                PIC X.
           88  WS-RULE-HIT                 VALUE 'Y'.
       01  WS-PREFIX-LENGTH                PIC 9(2) COMP.
       01  WS-LEFT-COUNT                   PIC 9(7) VALUE 0.
       01  WS-BUCKET-IDX                   PIC 9 COMP.
       01  WS-BUCKET-LABEL                 PIC X(12).
      *  What-if simulation.  Similarity bands: 1 = 100, 2 = 95-99,
      *  3 = 90-94, 4 = 85-89, 5 = 80-84, 6 = 70-79, 7 = 60-69,
      *  8 = 50-59, 9 = under 50.
       01  WS-SIMULATE-TEXT                PIC X.
       01  WS-DECIDING-RULE                PIC 9(2) COMP.
       01  WS-HUMAN-FLAG                   PIC X.
           88  WS-HUMAN                    VALUE 'Y'.
       01  WS-BAND                         PIC 9 COMP.
       01  WS-BAND-IDX                     PIC 9 COMP.
       01  WS-PREFIX-LENGTH-2              PIC 9(2) COMP.
       01  WS-DISPOSITIONED-COUNT          PIC 9(7) VALUE 0.
       01  WS-AGREE-COUNT                  PIC 9(7) VALUE 0.
       01  WS-CONTRA-COUNT                 PIC 9(7) VALUE 0.
       01  WS-RULE-DIFFER-COUNT            PIC 9(7) VALUE 0.
       01  WS-UNREACHED-COUNT              PIC 9(3) VALUE 0.
       01  WS-EDIT-SEQ                     PIC Z9.
       01  WS-EDIT-MIN-SIM                 PIC ZZ9.
       01  WS-EDIT-COUNT                   PIC Z(6)9.
       01  WS-EDIT-COUNT-2                 PIC Z(6)9.
       01  WS-RULE-HEADING.
           05  FILLER                      PIC X(40) VALUE
               'SEQ  RULE ID   TYPE  MIN  PREFIX      AC'.
           05  FILLER                      PIC X(92) VALUE
               'TION    WOULD MATCH  WOULD DECIDE  CONTRADICTS  NOTE'.
       01  WS-RULE-LINE.
           05  WS-RL-SEQ                   PIC Z9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RL-ID                    PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-TYPE                  PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-MIN-SIM               PIC ZZ9.
           05  WS-RL-MIN-SIM-X REDEFINES WS-RL-MIN-SIM
                                           PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-PREFIX                PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-ACTION                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-MATCH                 PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-DECIDE                PIC Z(11)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-CONTRA                PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-NOTE                  PIC X(41).
       01  WS-BAND-HEADING.
           05  FILLER                      PIC X(40) VALUE
               '    TRIMSIM SCORE   TRIM-ONLY  PERSON AC'.
           05  FILLER                      PIC X(92) VALUE
               'CEPTED  PERSON ESCALATED  RULE-WORKED  NOT WORKED'.
       01  WS-BAND-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-BD-LABEL                 PIC X(13).
           05  WS-BD-ENTRIES               PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BD-ACCEPTED              PIC Z(14)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BD-ESCALATED             PIC Z(15)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BD-RULE                  PIC Z(10)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BD-OPEN                  PIC Z(9)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-BD-FLOOR                 PIC X(20).
       01  WS-BAND-LABELS.
           05  FILLER                      PIC X(13) VALUE '100'.
           05  FILLER                      PIC X(13) VALUE '95-99'.
           05  FILLER                      PIC X(13) VALUE '90-94'.
           05  FILLER                      PIC X(13) VALUE '85-89'.
           05  FILLER                      PIC X(13) VALUE '80-84'.
           05  FILLER                      PIC X(13) VALUE '70-79'.
           05  FILLER                      PIC X(13) VALUE '60-69'.
           05  FILLER                      PIC X(13) VALUE '50-59'.
           05  FILLER                      PIC X(13) VALUE 'UNDER 50'.
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL               PIC X(13) OCCURS 9 TIMES.
       01  WS-BAND-FLOORS.
           05  FILLER                      PIC 9(3) VALUE 100.
           05  FILLER                      PIC 9(3) VALUE 095.
           05  FILLER                      PIC 9(3) VALUE 090.
           05  FILLER                      PIC 9(3) VALUE 085.
           05  FILLER                      PIC 9(3) VALUE 080.
           05  FILLER                      PIC 9(3) VALUE 070.
           05  FILLER                      PIC 9(3) VALUE 060.
           05  FILLER                      PIC 9(3) VALUE 050.
           05  FILLER                      PIC 9(3) VALUE 000.
       01  WS-BAND-FLOOR-TABLE REDEFINES WS-BAND-FLOORS.
           05  WS-BAND-FLOOR               PIC 9(3) OCCURS 9 TIMES.
       01  WS-EDIT-DATE.
           05  WS-EDIT-DATE-YYYY           PIC X(4).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-MM             PIC X(2).
           05  FILLER                      PIC X VALUE '-'.
           05  WS-EDIT-DATE-DD             PIC X(2).
       01  WS-EDIT-DATE-2                  PIC X(10).
       01  WS-DATE-IN                      PIC X(8).
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
               'CMPAUDRV RULE SIMULATION - NOTHING WRITTEN'.
           05  FILLER                      PIC X(75) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(8) VALUE '  RULES '.
           05  WS-HDG-RULES                PIC X(90).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(11) VALUE
               'AUDIT LOG  '.
           05  WS-HDG-AUDIT                PIC X(50).
           05  FILLER                      PIC X(15) VALUE
               '  DISPOSITIONS '.
           05  WS-HDG-DISP                 PIC X(56).
      *  Entries whose logged values are masked.
       01  WS-MASK-CHAR-COUNT              PIC 9(5) COMP.
       01  WS-MASKED-FLAG                  PIC X.
           88  WS-MASKED                   VALUE 'Y'.
       01  WS-MASKED-COUNT                 PIC 9(7) VALUE 0.
      *  Rule ids on the live cards, for telling a rule-written
      *  disposition from a person's in a simulation.
       01  WS-LIVE-RULES-FILE-NAME         PIC X(100).
       01  WS-PROPOSED-RULES-NAME          PIC X(100).
       01  WS-LIVE-MAX                     PIC 9(3) COMP VALUE 200.
       01  WS-LIVE-COUNT                   PIC 9(3) COMP VALUE 0.
       01  WS-LIVE-TABLE.
           05  WS-LIVE-ID                  PIC X(8) OCCURS 200 TIMES
                                           INDEXED BY WS-LIVE-IDX.
       COPY CMPCTRL.
       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.
               IF WS-AUDIT-FILE-OK
                   PERFORM 0200-REVIEW-LOG
                   PERFORM 0300-FINISH
                   IF WS-SIMULATE-MODE
                       PERFORM 0500-SIMULATION-SUMMARY
                   END-IF
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'CMPDISP.DAT' TO WS-DISP-FILE-NAME
           END-IF.
           ACCEPT WS-RULES-FILE-NAME FROM ENVIRONMENT 'CMPAUDRV_RULES'.
           ACCEPT WS-SIMULATE-TEXT FROM ENVIRONMENT 'CMPAUDRV_SIMULATE'.
           IF WS-SIMULATE-TEXT = 'Y' OR 'y'
               SET WS-SIMULATE-MODE TO TRUE
               ACCEPT WS-REPORT-FILE-NAME
                   FROM ENVIRONMENT 'CMPAUDRV_REPORT'
               IF WS-REPORT-FILE-NAME = SPACES
                   MOVE 'CMPAUDRV.RPT' TO WS-REPORT-FILE-NAME
               END-IF
               IF WS-RULES-FILE-NAME = SPACES
                   SET WS-RULE-ERROR TO TRUE
                   DISPLAY 'CMPAUDRV: SIMULATION NEEDS THE PROPOSED '
                           'RULES FILE - SET CMPAUDRV_RULES'
               END-IF
           END-IF.
           IF WS-RULES-FILE-NAME NOT = SPACES
               SET WS-BATCH-MODE TO TRUE
               PERFORM 0130-LOAD-RULES
           END-IF.
           IF WS-SIMULATE-MODE AND NOT WS-RULE-ERROR
               PERFORM 0135-LOAD-LIVE-RULE-IDS
               PERFORM 0160-FIND-COVERED-RULES
           END-IF.
           IF WS-RULE-ERROR
               CONTINUE
           ELSE
           ELSE
               DISPLAY 'CMPAUDRV AUDIT-LOG REVIEW'
               DISPLAY 'DISPOSITIONS ON FILE: ' WS-DISP-COUNT
               EVALUATE TRUE
                   WHEN WS-SIMULATE-MODE
                       DISPLAY 'SIMULATION - RULES LOADED: '
                               WS-RULE-COUNT
                   WHEN WS-BATCH-MODE
                       DISPLAY 'BATCH MODE - RULES LOADED: '
                               WS-RULE-COUNT
                   WHEN OTHER
                       DISPLAY 'REVIEWER ID?'
                       ACCEPT WS-REVIEWER
                       IF WS-REVIEWER = SPACES
                           MOVE 'UNKNOWN' TO WS-REVIEWER
                       END-IF
               END-EVALUATE
               IF WS-SIMULATE-MODE
                   PERFORM 0170-OPEN-REPORT
               ELSE
                   OPEN EXTEND DISP-FILE
                   IF WS-DISP-FILE-MISSING
                       OPEN OUTPUT DISP-FILE
                   END-IF
                   IF NOT WS-DISP-FILE-OK
                       DISPLAY 'CMPAUDRV: UNABLE TO OPEN DISPOSITION '
                               'FILE [' WS-DISP-FILE-NAME
                               '] - FILE STATUS ' WS-DISP-FILE-STATUS
                       CLOSE AUDIT-FILE
                       MOVE '98' TO WS-AUDIT-FILE-STATUS
                   END-IF
               END-IF
           END-IF.

                   TO WS-DSP-OLD-VALUE(WS-DISP-IDX)
               MOVE CMP-DISP-NEW-VALUE
                   TO WS-DSP-NEW-VALUE(WS-DISP-IDX)
               MOVE CMP-DISP-CODE TO WS-DSP-CODE(WS-DISP-IDX)
               MOVE CMP-DISP-REVIEWER TO WS-DSP-REVIEWER(WS-DISP-IDX)
               MOVE CMP-DISP-DATE TO WS-DSP-DATE(WS-DISP-IDX)
           ELSE
               DISPLAY 'CMPAUDRV: MORE THAN ' WS-DISP-MAX
                       ' DISPOSITIONS - RAISE THE TABLE SIZE'
                       TO WS-RUL-KEY-PREFIX(WS-RULE-IDX)
                   MOVE CMP-RULE-ACTION TO WS-RUL-ACTION(WS-RULE-IDX)
                   MOVE 0 TO WS-RUL-HIT-COUNT(WS-RULE-IDX)
                   MOVE 0 TO WS-RUL-MATCH-COUNT(WS-RULE-IDX)
                   MOVE 0 TO WS-RUL-CONTRA-COUNT(WS-RULE-IDX)
                   MOVE 0 TO WS-RUL-COVERED-BY(WS-RULE-IDX)
                   PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                           UNTIL WS-BAND-IDX > 9
                       INITIALIZE WS-RUL-BAND(WS-RULE-IDX, WS-BAND-IDX)
                   END-PERFORM
           END-EVALUATE.

      ******************************************************************
      *  0135-LOAD-LIVE-RULE-IDS
      *
      *  Reads the rule ids off the live cards through the rules
      *  file, then points it back at the proposed cards.  Only the
      *  ids are wanted, so the cards are not validated again.  A
      *  live file that was named and cannot be read stops the run -
      *  every disposition its rules wrote would be taken for a
      *  person's.
      ******************************************************************
       0135-LOAD-LIVE-RULE-IDS.
           ACCEPT WS-LIVE-RULES-FILE-NAME
               FROM ENVIRONMENT 'CMPAUDRV_LIVE_RULES'.
           IF WS-LIVE-RULES-FILE-NAME = SPACES
               MOVE WS-RULES-FILE-NAME TO WS-LIVE-RULES-FILE-NAME
           END-IF.
           MOVE WS-RULES-FILE-NAME TO WS-PROPOSED-RULES-NAME.
           MOVE WS-LIVE-RULES-FILE-NAME TO WS-RULES-FILE-NAME.
           OPEN INPUT RULES-FILE.
           IF NOT WS-RULES-FILE-OK
               SET WS-RULE-ERROR TO TRUE
               DISPLAY 'CMPAUDRV: UNABLE TO OPEN LIVE RULES FILE ['
                       WS-RULES-FILE-NAME '] - FILE STATUS '
                       WS-RULES-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-RULES-EOF-FLAG
               PERFORM UNTIL WS-RULES-EOF
                   READ RULES-FILE
                       AT END
                           SET WS-RULES-EOF TO TRUE
                       NOT AT END
                           IF CMP-RULE-ID NOT = SPACES
                               PERFORM 0137-STORE-LIVE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.
           MOVE WS-PROPOSED-RULES-NAME TO WS-RULES-FILE-NAME.

       0137-STORE-LIVE-ID.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               IF WS-LIVE-ID(WS-LIVE-IDX) = CMP-RULE-ID
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-FOUND
                   CONTINUE
               WHEN WS-LIVE-COUNT >= WS-LIVE-MAX
                   SET WS-RULE-ERROR TO TRUE
                   DISPLAY 'CMPAUDRV: MORE THAN ' WS-LIVE-MAX
                           ' LIVE RULE IDS - RAISE THE TABLE SIZE'
               WHEN OTHER
                   ADD 1 TO WS-LIVE-COUNT
                   MOVE CMP-RULE-ID TO WS-LIVE-ID(WS-LIVE-COUNT)
           END-EVALUATE.

      ******************************************************************
      *  0160-FIND-COVERED-RULES
      *
      *  A card is unreachable whatever the log holds when an earlier
      *  card matches everything it could: the earlier card's prefix
      *  (blank = every key) starts the later card's prefix, and the
      *  earlier card is a key-prefix rule, or both are trim-
      *  similarity rules and the later floor is no lower.  The first
      *  such earlier card is remembered for the report.
      ******************************************************************
       0160-FIND-COVERED-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 2 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM VARYING WS-RULE-IDX-2 FROM 1 BY 1
                       UNTIL WS-RULE-IDX-2 >= WS-RULE-IDX
                   PERFORM 0165-TEST-COVER
                   IF WS-FOUND
                       SET WS-RUL-COVERED-BY(WS-RULE-IDX)
                           TO WS-RULE-IDX-2
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       0165-TEST-COVER.
           MOVE 'N' TO WS-FOUND-FLAG.
           SET WS-PREFIX-OK TO TRUE.
           IF WS-RUL-KEY-PREFIX(WS-RULE-IDX-2) NOT = SPACES
               MOVE 10 TO WS-PREFIX-LENGTH-2
               PERFORM UNTIL WS-PREFIX-LENGTH-2 = 1
                       OR WS-RUL-KEY-PREFIX(WS-RULE-IDX-2)
                          (WS-PREFIX-LENGTH-2:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-PREFIX-LENGTH-2
               END-PERFORM
               IF WS-RUL-KEY-PREFIX(WS-RULE-IDX)(1:WS-PREFIX-LENGTH-2)
                  NOT = WS-RUL-KEY-PREFIX(WS-RULE-IDX-2)
                        (1:WS-PREFIX-LENGTH-2)
                   MOVE 'N' TO WS-PREFIX-OK-FLAG
               END-IF
           END-IF.
           IF WS-PREFIX-OK
               EVALUATE TRUE
                   WHEN WS-RUL-TYPE(WS-RULE-IDX-2) = 'P'
                       SET WS-FOUND TO TRUE
                   WHEN WS-RUL-TYPE(WS-RULE-IDX) = 'T'
                    AND WS-RUL-MIN-SIM(WS-RULE-IDX)
                        >= WS-RUL-MIN-SIM(WS-RULE-IDX-2)
                       SET WS-FOUND TO TRUE
               END-EVALUATE
           END-IF.

       0170-OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               DISPLAY 'CMPAUDRV: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
               CLOSE AUDIT-FILE
               MOVE '98' TO WS-AUDIT-FILE-STATUS
           ELSE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE 'CONTRADICTIONS WITH VERDICTS RECORDED BY PEOPLE'
                   TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

       0200-REVIEW-LOG.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
      *  Buckets the entry by age, and - unless it is already
      *  dispositioned or the reviewer has quit - works it: against
      *  the rules in batch mode, by asking for a verdict otherwise.
      *  A simulation puts every entry to the rules and works none.
      ******************************************************************
       0210-REVIEW-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           PERFORM 0220-AGE-BUCKET.
           PERFORM 0230-FIND-DISPOSITION.
           PERFORM 0215-CHECK-MASKED.

           IF WS-SIMULATE-MODE
               PERFORM 0400-SIMULATE-ENTRY
           END-IF.

           IF WS-FOUND
               ADD 1 TO WS-DISP-BUCKET(WS-BUCKET)
           ELSE
               EVALUATE TRUE
                   WHEN WS-SIMULATE-MODE
                       ADD 1 TO WS-OPEN-BUCKET(WS-BUCKET)
                   WHEN WS-BATCH-MODE AND WS-MASKED
                       ADD 1 TO WS-MASKED-COUNT
                       ADD 1 TO WS-LEFT-COUNT
                       ADD 1 TO WS-OPEN-BUCKET(WS-BUCKET)
                   WHEN WS-BATCH-MODE
                       PERFORM 0260-APPLY-RULES
                   WHEN WS-QUIT
               END-EVALUATE
           END-IF.

      ******************************************************************
      *  0215-CHECK-MASKED
      *
      *  Sets WS-MASKED when either logged value carries a mask
      *  character.  Masking marks characters by position, so a
      *  masked trim-only pair no longer trims to equal and the
      *  rules would not decide it as they would the real values.
      ******************************************************************
       0215-CHECK-MASKED.
           MOVE 0 TO WS-MASK-CHAR-COUNT.
           INSPECT CMP-AUDIT-OLD-VALUE TALLYING WS-MASK-CHAR-COUNT
               FOR ALL '*' ALL '#'.
           INSPECT CMP-AUDIT-NEW-VALUE TALLYING WS-MASK-CHAR-COUNT
               FOR ALL '*' ALL '#'.
           IF WS-MASK-CHAR-COUNT > 0
               SET WS-MASKED TO TRUE
           ELSE
               MOVE 'N' TO WS-MASKED-FLAG
           END-IF.

      ******************************************************************
      *  0220-AGE-BUCKET
      *
                   TO WS-DSP-OLD-VALUE(WS-DISP-IDX)
               MOVE CMP-AUDIT-NEW-VALUE
                   TO WS-DSP-NEW-VALUE(WS-DISP-IDX)
               MOVE WS-REPLY TO WS-DSP-CODE(WS-DISP-IDX)
               MOVE WS-REVIEWER TO WS-DSP-REVIEWER(WS-DISP-IDX)
               MOVE WS-TODAY TO WS-DSP-DATE(WS-DISP-IDX)
           END-IF.

      ******************************************************************

       0300-FINISH.
           CLOSE AUDIT-FILE.
           IF NOT WS-SIMULATE-MODE
               CLOSE DISP-FILE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'AUDIT ENTRIES READ : ' WS-ENTRY-COUNT.
           EVALUATE TRUE
               WHEN WS-SIMULATE-MODE
                   DISPLAY 'SIMULATION - NO DISPOSITION WRITTEN'
                   DISPLAY 'WOULD DECIDE       : ' WS-AUTO-COUNT
                   DISPLAY 'WOULD LEAVE        : ' WS-LEFT-COUNT
                   DISPLAY '  VALUES MASKED    : ' WS-MASKED-COUNT
                   DISPLAY 'CONTRADICTIONS     : ' WS-CONTRA-COUNT
                   DISPLAY ' '
                   DISPLAY 'DECIDED PER RULE:'
                   PERFORM 0320-SHOW-RULE-HITS
                       VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               WHEN WS-BATCH-MODE
                   DISPLAY 'AUTO-WORKED        : ' WS-AUTO-COUNT
                   DISPLAY 'LEFT FOR REVIEW    : ' WS-LEFT-COUNT
                   DISPLAY '  VALUES MASKED    : ' WS-MASKED-COUNT
                   DISPLAY ' '
                   DISPLAY 'HITS PER RULE:'
                   PERFORM 0320-SHOW-RULE-HITS
                       VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
               WHEN OTHER
                   DISPLAY 'SHOWN THIS PASS    : ' WS-SHOWN-COUNT
                   DISPLAY 'WORKED THIS PASS   : ' WS-WORKED-COUNT
           END-EVALUATE.
           DISPLAY ' '.
           DISPLAY 'AGE          OPEN     DISPOSITIONED'.
           PERFORM 0310-SHOW-BUCKET
       0320-SHOW-RULE-HITS.
           DISPLAY '  ' WS-RUL-ID(WS-RULE-IDX) ' '
                   WS-RUL-HIT-COUNT(WS-RULE-IDX).

      ******************************************************************
      *  0400-SIMULATE-ENTRY
      *
      *  Puts the entry to every rule.  Each rule that matches counts
      *  a would-match; the first one decides, as in a live batch
      *  run.  A decision is set against the disposition already on
      *  file (found by 0230): a person's contrary verdict is listed
      *  as a contradiction; a contrary rule-written one is only
      *  counted.  Trim-similarity rules also bucket every trim-only
      *  entry their prefix lets through by TRIMSIM score.  An entry
      *  with masked values is put to no rule, as in a live run.
      ******************************************************************
       0400-SIMULATE-ENTRY.
           MOVE 'N' TO WS-HUMAN-FLAG.
           IF WS-FOUND
               ADD 1 TO WS-DISPOSITIONED-COUNT
               PERFORM 0420-CHECK-HUMAN
           END-IF.
           IF WS-MASKED
               ADD 1 TO WS-MASKED-COUNT
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               PERFORM 0405-DECIDE-ENTRY
           END-IF.

       0405-DECIDE-ENTRY.
           MOVE 0 TO WS-DECIDING-RULE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM 0270-TEST-RULE
               IF WS-RULE-HIT
                   ADD 1 TO WS-RUL-MATCH-COUNT(WS-RULE-IDX)
                   IF WS-DECIDING-RULE = 0
                       SET WS-DECIDING-RULE TO WS-RULE-IDX
                   END-IF
               END-IF
               IF WS-RUL-TYPE(WS-RULE-IDX) = 'T'
                  AND WS-PREFIX-OK
                  AND CMP-TRIM-ONLY-MATCH
                   PERFORM 0410-COUNT-BAND
               END-IF
           END-PERFORM.

           IF WS-DECIDING-RULE = 0
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               SET WS-RULE-IDX TO WS-DECIDING-RULE
               ADD 1 TO WS-RUL-HIT-COUNT(WS-RULE-IDX)
               ADD 1 TO WS-AUTO-COUNT
               EVALUATE TRUE
                   WHEN NOT WS-FOUND
                       CONTINUE
                   WHEN WS-DSP-CODE(WS-DISP-IDX)
                        = WS-RUL-ACTION(WS-RULE-IDX)
                       ADD 1 TO WS-AGREE-COUNT
                   WHEN WS-HUMAN
                       ADD 1 TO WS-CONTRA-COUNT
                       ADD 1 TO WS-RUL-CONTRA-COUNT(WS-RULE-IDX)
                       PERFORM 0430-LIST-CONTRADICTION
                   WHEN OTHER
                       ADD 1 TO WS-RULE-DIFFER-COUNT
               END-EVALUATE
           END-IF.

       0410-COUNT-BAND.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX = 9
               IF CMP-SIMILARITY-PCT >= WS-BAND-FLOOR(WS-BAND-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-BAND-IDX TO WS-BAND.
           ADD 1 TO WS-RUL-BAND-ENTRIES(WS-RULE-IDX, WS-BAND).
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   ADD 1 TO WS-RUL-BAND-OPEN(WS-RULE-IDX, WS-BAND)
               WHEN NOT WS-HUMAN
                   ADD 1 TO WS-RUL-BAND-RULE(WS-RULE-IDX, WS-BAND)
               WHEN WS-DSP-CODE(WS-DISP-IDX) = 'E'
                   ADD 1 TO WS-RUL-BAND-ESCALATED(WS-RULE-IDX, WS-BAND)
               WHEN OTHER
                   ADD 1 TO WS-RUL-BAND-ACCEPTED(WS-RULE-IDX, WS-BAND)
           END-EVALUATE.

      ******************************************************************
      *  0420-CHECK-HUMAN
      *
      *  Sets WS-HUMAN unless the disposition at WS-DISP-IDX carries
      *  a rule id from the proposed or the live cards as its
      *  reviewer.
      ******************************************************************
       0420-CHECK-HUMAN.
           SET WS-HUMAN TO TRUE.
           PERFORM VARYING WS-RULE-IDX-2 FROM 1 BY 1
                   UNTIL WS-RULE-IDX-2 > WS-RULE-COUNT
               IF WS-RUL-ID(WS-RULE-IDX-2)
                  = WS-DSP-REVIEWER(WS-DISP-IDX)
                   MOVE 'N' TO WS-HUMAN-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HUMAN
               PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                       UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
                   IF WS-LIVE-ID(WS-LIVE-IDX)
                      = WS-DSP-REVIEWER(WS-DISP-IDX)
                       MOVE 'N' TO WS-HUMAN-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       0430-LIST-CONTRADICTION.
           MOVE CMP-AUDIT-DATE TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-EDIT-DATE-2.
           MOVE WS-DSP-DATE(WS-DISP-IDX) TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-RUL-ACTION(WS-RULE-IDX) = 'A'
               STRING 'RULE ' WS-RUL-ID(WS-RULE-IDX)
                      ' WOULD ACCEPT   KEY ' CMP-AUDIT-KEY
                      '  LOGGED ' WS-EDIT-DATE-2
                      '  - ESCALATED BY ' WS-DSP-REVIEWER(WS-DISP-IDX)
                      ' ON ' WS-EDIT-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING 'RULE ' WS-RUL-ID(WS-RULE-IDX)
                      ' WOULD ESCALATE KEY ' CMP-AUDIT-KEY
                      '  LOGGED ' WS-EDIT-DATE-2
                      '  - ACCEPTED BY  ' WS-DSP-REVIEWER(WS-DISP-IDX)
                      ' ON ' WS-EDIT-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE CMP-AUDIT-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE CMP-AUDIT-OLD-VALUE TO CMP-MK-OLD-VALUE.
           MOVE CMP-AUDIT-NEW-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '    OLD [' CMP-MK-OLD-VALUE(1:100) ']'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '    NEW [' CMP-MK-NEW-VALUE(1:100) ']'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0500-SIMULATION-SUMMARY
      *
      *  The per-rule results, the score bands of each trim-
      *  similarity rule, and the overall verdict.  Any contradiction
      *  or unreachable rule ends the run with RETURN-CODE 4 - the
      *  cards want another look before they go live.
      ******************************************************************
       0500-SIMULATION-SUMMARY.
           IF WS-CONTRA-COUNT = 0
               MOVE '  NONE - NO DECISION CONTRADICTS A PERSON''S VERDIC
      -            'T' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE 'RESULTS PER RULE CARD, IN CARD ORDER' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-RULE-HEADING TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           PERFORM 0510-RULE-LINE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

           PERFORM 0520-RULE-BANDS
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           MOVE 'TOTALS' TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT.
           MOVE WS-DISPOSITIONED-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  AUDIT ENTRIES          ' WS-EDIT-COUNT
                  '    ALREADY DISPOSITIONED ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-AUTO-COUNT TO WS-EDIT-COUNT.
           MOVE WS-LEFT-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  RULES WOULD DECIDE     ' WS-EDIT-COUNT
                  '    LEFT FOR PEOPLE       ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-AGREE-COUNT TO WS-EDIT-COUNT.
           MOVE WS-CONTRA-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  AGREE WITH FILE        ' WS-EDIT-COUNT
                  '    CONTRADICT A PERSON   ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-RULE-DIFFER-COUNT TO WS-EDIT-COUNT.
           MOVE WS-UNREACHED-COUNT TO WS-EDIT-COUNT-2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  DIFFER FROM A RULE     ' WS-EDIT-COUNT
                  '    RULES NEVER REACHED   ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE WS-MASKED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING '  LEFT - VALUES MASKED   ' WS-EDIT-COUNT
                  '    LIVE RULES '
                  FUNCTION TRIM(WS-LIVE-RULES-FILE-NAME)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-DISP-COUNT >= WS-DISP-MAX
               MOVE '  DISPOSITION TABLE FULL - SOME DISPOSITIONED ENTRI
      -            'ES WERE TREATED AS OPEN' TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-CONTRA-COUNT > 0 OR WS-UNREACHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY 'RETURN CODE 4 - CONTRADICTIONS OR UNREACHABLE '
                       'RULES - SEE ' FUNCTION TRIM(WS-REPORT-FILE-NAME)
           END-IF.

      ******************************************************************
      *  0510-RULE-LINE
      *
      *  One card's results.  The note says why a card would never
      *  decide anything: an earlier card covers it whatever the log
      *  holds, earlier cards took every entry it matched in this
      *  log, or it matched nothing here at all.
      ******************************************************************
       0510-RULE-LINE.
           SET WS-EDIT-SEQ TO WS-RULE-IDX.
           MOVE WS-EDIT-SEQ TO WS-RL-SEQ.
           MOVE WS-RUL-ID(WS-RULE-IDX) TO WS-RL-ID.
           IF WS-RUL-TYPE(WS-RULE-IDX) = 'T'
               MOVE 'TRIM' TO WS-RL-TYPE
               MOVE WS-RUL-MIN-SIM(WS-RULE-IDX) TO WS-RL-MIN-SIM
           ELSE
               MOVE 'KEY' TO WS-RL-TYPE
               MOVE SPACES TO WS-RL-MIN-SIM-X
           END-IF.
           MOVE WS-RUL-KEY-PREFIX(WS-RULE-IDX) TO WS-RL-PREFIX.
           IF WS-RUL-ACTION(WS-RULE-IDX) = 'A'
               MOVE 'ACCEPT' TO WS-RL-ACTION
           ELSE
               MOVE 'ESCALATE' TO WS-RL-ACTION
           END-IF.
           MOVE WS-RUL-MATCH-COUNT(WS-RULE-IDX) TO WS-RL-MATCH.
           MOVE WS-RUL-HIT-COUNT(WS-RULE-IDX) TO WS-RL-DECIDE.
           MOVE WS-RUL-CONTRA-COUNT(WS-RULE-IDX) TO WS-RL-CONTRA.
           MOVE SPACES TO WS-RL-NOTE.
           EVALUATE TRUE
               WHEN WS-RUL-COVERED-BY(WS-RULE-IDX) > 0
                   ADD 1 TO WS-UNREACHED-COUNT
                   SET WS-RULE-IDX-2 TO WS-RUL-COVERED-BY(WS-RULE-IDX)
                   MOVE WS-RUL-COVERED-BY(WS-RULE-IDX) TO WS-EDIT-SEQ
                   STRING 'NEVER REACHED - CARD '
                          FUNCTION TRIM(WS-EDIT-SEQ) ' '
                          FUNCTION TRIM(WS-RUL-ID(WS-RULE-IDX-2))
                          ' COVERS IT'
                       DELIMITED BY SIZE INTO WS-RL-NOTE
                   END-STRING
               WHEN WS-RUL-MATCH-COUNT(WS-RULE-IDX) = 0
                   MOVE 'MATCHES NOTHING ON THIS LOG' TO WS-RL-NOTE
               WHEN WS-RUL-HIT-COUNT(WS-RULE-IDX) = 0
                   ADD 1 TO WS-UNREACHED-COUNT
                   MOVE 'NEVER REACHED - EARLIER CARDS TAKE ALL'
                       TO WS-RL-NOTE
           END-EVALUATE.
           MOVE WS-RULE-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.

      ******************************************************************
      *  0520-RULE-BANDS
      *
      *  For a trim-similarity card: the trim-only entries its prefix
      *  lets through, by TRIMSIM score band, against what was done
      *  with them, with the card's floor marked - where people start
      *  escalating is where the floor belongs.
      ******************************************************************
       0520-RULE-BANDS.
           IF WS-RUL-TYPE(WS-RULE-IDX) = 'T'
               MOVE WS-RUL-MIN-SIM(WS-RULE-IDX) TO WS-EDIT-MIN-SIM
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'SCORE BANDS FOR RULE ' WS-RUL-ID(WS-RULE-IDX)
                      '  PREFIX [' WS-RUL-KEY-PREFIX(WS-RULE-IDX)
                      ']  FLOOR ' WS-EDIT-MIN-SIM
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 0600-WRITE-REPORT-LINE
               MOVE WS-BAND-HEADING TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 9
                   MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-BD-LABEL
                   MOVE WS-RUL-BAND-ENTRIES(WS-RULE-IDX, WS-BAND-IDX)
                       TO WS-BD-ENTRIES
                   MOVE WS-RUL-BAND-ACCEPTED(WS-RULE-IDX, WS-BAND-IDX)
                       TO WS-BD-ACCEPTED
                   MOVE WS-RUL-BAND-ESCALATED(WS-RULE-IDX, WS-BAND-IDX)
                       TO WS-BD-ESCALATED
                   MOVE WS-RUL-BAND-RULE(WS-RULE-IDX, WS-BAND-IDX)
                       TO WS-BD-RULE
                   MOVE WS-RUL-BAND-OPEN(WS-RULE-IDX, WS-BAND-IDX)
                       TO WS-BD-OPEN
                   MOVE SPACES TO WS-BD-FLOOR
                   IF WS-RUL-MIN-SIM(WS-RULE-IDX)
                      >= WS-BAND-FLOOR(WS-BAND-IDX)
                      AND (WS-BAND-IDX = 1
                       OR WS-RUL-MIN-SIM(WS-RULE-IDX)
                          < WS-BAND-FLOOR(WS-BAND-IDX - 1))
                       MOVE '<- RULE FLOOR' TO WS-BD-FLOOR
                   END-IF
                   MOVE WS-BAND-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO WS-PRINT-LINE
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
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       0610-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           MOVE WS-TODAY TO WS-DATE-IN.
           PERFORM 0700-EDIT-DATE.
           MOVE WS-EDIT-DATE TO WS-HDG-DATE.
           MOVE WS-RUN-TIME-HH TO WS-EDIT-TIME-HH.
           MOVE WS-RUN-TIME-MM TO WS-EDIT-TIME-MM.
           MOVE WS-RUN-TIME-SS TO WS-EDIT-TIME-SS.
           MOVE WS-EDIT-TIME TO WS-HDG-TIME.
           MOVE WS-RULES-FILE-NAME TO WS-HDG-RULES.
           MOVE WS-AUDIT-FILE-NAME TO WS-HDG-AUDIT.
           MOVE WS-DISP-FILE-NAME TO WS-HDG-DISP.
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
