      ******************************************************************
      *  CMPJOBS
      *
      *  Nightly job-stream controller.  Runs the reconciliation chain
      *  - normally CMPPROF, TRIMBAT (or TRIMMTCH / TRIMMSTR),
      *  TRIMDELT, CMPAUDRV in rule mode, CMPDEFX, TRIMTRND - from a
      *  step-definition card file (CMPSDREC) instead of an operator
      *  reading the job log between steps.  For each step in card
      *  order it:
      *
      *    - makes the step's environment settings and CALLs the
      *      step's program;
      *    - checks the program's RETURN-CODE against the allowed
      *      maximum on the card;
      *    - only after a clean step, swaps in the files the step
      *      wrote under separate names (TRIMDELT's rewritten status
      *      file, CMPHKEEP's compacted audit and disposition files),
      *      keeping the replaced file as <name>.PRV;
      *    - appends a run-log record (CMPJLREC) with the start and
      *      end time, return code and outcome.
      *
      *  The first failing step stops the chain; the steps after it
      *  are logged as not run.  A rerun restarts at the failed step:
      *  the steps the most recent unfinished run completed (or
      *  itself skipped as already completed) are skipped, so TRIMBAT
      *  is not redone and the history file is not appended to twice.
      *  That run is only resumed when it was started on the same run
      *  date - a failed night that was not rerun that day does not
      *  make the next night skip anything; the chain runs from the
      *  top and says so.  CMPJOBS_RESTART=Y resumes the unfinished
      *  run whatever its date; CMPJOBS_RESTART=N runs the whole
      *  chain from the top anyway.  A step that ends the controller
      *  outright (an abend) has no log record, so the rerun starts
      *  at that step too.
      *
      *  The printed run summary lists every step with what happened
      *  to it and why.  RETURN-CODE is 16 when the chain stopped (or
      *  could not start - a bad step card runs nothing), otherwise
      *  the highest return code of the steps run.
      *
      *  A CMPAUDRV step must set CMPAUDRV_RULES - without a rules
      *  file CMPAUDRV is the interactive review, which has no place
      *  in an unattended chain, so such a step fails instead.
      *
      *  Step cards come from environment variable CMPJOBS_STEPS,
      *  defaulting to CMPJOBS.STP; the run log from CMPJOBS_LOG,
      *  defaulting to CMPJOBS.LOG; the report from CMPJOBS_REPORT,
      *  defaulting to CMPJOBS.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPJOBS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPS-FILE ASSIGN TO DYNAMIC WS-STEPS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPS-FILE.
       COPY CMPSDREC.
       FD  LOG-FILE.
       COPY CMPJLREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STEPS-FILE-NAME              PIC X(100).
       01  WS-STEPS-FILE-STATUS            PIC X(2).
           88  WS-STEPS-FILE-OK            VALUE '00'.
       01  WS-LOG-FILE-NAME                PIC X(100).
       01  WS-LOG-FILE-STATUS              PIC X(2).
           88  WS-LOG-FILE-OK              VALUE '00'.
           88  WS-LOG-FILE-MISSING         VALUE '35'.
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-OPEN-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-OPEN-ERROR               VALUE 'Y'.
       01  WS-CARD-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-CARD-ERROR               VALUE 'Y'.
       01  WS-STOPPED-FLAG                 PIC X VALUE 'N'.
           88  WS-STOPPED                  VALUE 'Y'.
       01  WS-EOF-FLAG                     PIC X.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-RESTART-TEXT                 PIC X(10).
      *  D - resume an unfinished run of today only (the default),
      *  Y - resume it whatever its run date, N - never resume.
       01  WS-RESTART-FLAG                 PIC X VALUE 'D'.
           88  WS-RESTART-SAME-DAY         VALUE 'D'.
           88  WS-RESTART-FORCED           VALUE 'Y'.
           88  WS-RESTART-NONE             VALUE 'N'.
       01  WS-CARD-NUMBER                  PIC 9(4) VALUE 0.
      *  The chain, as defined by the step cards.
       01  WS-STEP-MAX                     PIC 9(2) COMP VALUE 20.
       01  WS-STEP-COUNT                   PIC 9(2) VALUE 0.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STEP-IDX WS-CHECK-IDX.
               10  WS-ST-NAME              PIC X(8).
               10  WS-ST-PROGRAM           PIC X(8).
               10  WS-ST-MAX-RC            PIC 9(2).
               10  WS-ST-SWAP              PIC X.
               10  WS-ST-DESCRIPTION       PIC X(40).
               10  WS-ST-STATUS            PIC X.
               10  WS-ST-RC                PIC 9(4).
               10  WS-ST-START-DATE        PIC X(8).
               10  WS-ST-START-TIME        PIC X(6).
               10  WS-ST-END-DATE          PIC X(8).
               10  WS-ST-END-TIME          PIC X(6).
               10  WS-ST-REASON            PIC X(60).
      *  Environment settings, each belonging to one step.
       01  WS-ENV-MAX                      PIC 9(3) COMP VALUE 100.
       01  WS-ENV-COUNT                    PIC 9(3) COMP VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ENV-IDX.
               10  WS-ENV-STEP             PIC 9(2) COMP.
               10  WS-ENV-NAME             PIC X(30).
               10  WS-ENV-VALUE            PIC X(100).
      *  Steps completed since the last run that went all the way
      *  through - what a rerun skips.
       01  WS-DONE-COUNT                   PIC 9(2) COMP VALUE 0.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-DONE-IDX.
               10  WS-DONE-NAME            PIC X(8).
               10  WS-DONE-RUN-DATE        PIC X(8).
               10  WS-DONE-RUN-TIME        PIC X(6).
       01  WS-DONE-FOUND-FLAG              PIC X.
           88  WS-DONE-FOUND               VALUE 'Y'.
      *  The most recent run on the log with no run-end record after
      *  it - the run a restart resumes.
       01  WS-LAST-RUN-DATE                PIC X(8) VALUE SPACES.
       01  WS-LAST-RUN-TIME                PIC X(6) VALUE SPACES.
      *  The step being run.
       01  WS-CALL-PROGRAM                 PIC X(8).
       01  WS-CALL-FOUND-FLAG              PIC X.
           88  WS-CALL-FOUND               VALUE 'Y'.
       01  WS-STEP-RC                      PIC S9(4) COMP.
       01  WS-HIGHEST-RC                   PIC S9(4) COMP VALUE 0.
       01  WS-FAILED-STEP                  PIC X(8) VALUE SPACES.
       01  WS-ENV-NAME-LENGTH              PIC 9(3) COMP.
       01  WS-ENV-VALUE-LENGTH             PIC 9(3) COMP.
       01  WS-ENV-CHECK                    PIC X(100).
      *  File swap: the live file, the new file the step wrote, and
      *  the name the replaced live file is kept under.
       01  WS-SWAP-ERROR-FLAG              PIC X.
           88  WS-SWAP-ERROR               VALUE 'Y'.
       01  WS-SWAP-LIVE                    PIC X(100).
       01  WS-SWAP-NEW                     PIC X(100).
       01  WS-SWAP-PRIOR                   PIC X(104).
       01  WS-SWAP-RESULT                  PIC S9(9) COMP-5.
       01  WS-SWAP-FILE-INFO               PIC X(16).
       01  WS-SWAP-LIVE-LENGTH             PIC 9(3) COMP.
       01  WS-SWAP-COUNT                   PIC 9(1).
      *  Run counts.
       01  WS-RUN-COUNT                    PIC 9(3) VALUE 0.
       01  WS-COMPLETED-COUNT              PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(3) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(3) VALUE 0.
       01  WS-NOT-RUN-COUNT                PIC 9(3) VALUE 0.
       01  WS-RC-EDIT                      PIC ZZZ9.
       01  WS-RC-MESSAGE                   PIC X(60).
       01  WS-NOW-DATE                     PIC 9(8).
       01  WS-NOW-TIME                     PIC 9(8).
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
               'CMPJOBS NIGHTLY JOB-STREAM RUN SUMMARY'.
           05  FILLER                      PIC X(75) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  FILLER                      PIC X(9) VALUE 'RUN DATE '.
           05  WS-HDG-DATE                 PIC X(10).
           05  FILLER                      PIC X(7) VALUE '  TIME '.
           05  WS-HDG-TIME                 PIC X(8).
           05  FILLER                      PIC X(8) VALUE '  STEPS '.
           05  WS-HDG-STEPS                PIC X(90).
       01  WS-HEADING-3.
           05  FILLER                      PIC X(132) VALUE
               'SEQ STEP     PROGRAM  MAX  RC  STATUS     STARTED       
      -        '     ENDED              REASON'.
       01  WS-DETAIL-LINE.
           05  WS-DTL-SEQ                  PIC ZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-STEP                 PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-PROGRAM              PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-MAX-RC               PIC Z9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DTL-RC                   PIC ZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-STATUS               PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-START                PIC X(17).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-END                  PIC X(17).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON               PIC X(51).
       01  WS-STAMP.
           05  WS-STAMP-DATE               PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-STAMP-HH                 PIC X(2).
           05  FILLER                      PIC X VALUE ':'.
           05  WS-STAMP-MM                 PIC X(2).
           05  FILLER                      PIC X VALUE ':'.
           05  WS-STAMP-SS                 PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0100-INITIALIZE.
           IF WS-OPEN-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF NOT WS-CARD-ERROR
                   PERFORM 0200-RUN-STEP
                       VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
               END-IF
               PERFORM 0300-FINISH
           END-IF.
           GOBACK.

       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-STEPS-FILE-NAME FROM ENVIRONMENT 'CMPJOBS_STEPS'.
           IF WS-STEPS-FILE-NAME = SPACES
               MOVE 'CMPJOBS.STP' TO WS-STEPS-FILE-NAME
           END-IF.
           ACCEPT WS-LOG-FILE-NAME FROM ENVIRONMENT 'CMPJOBS_LOG'.
           IF WS-LOG-FILE-NAME = SPACES
               MOVE 'CMPJOBS.LOG' TO WS-LOG-FILE-NAME
           END-IF.
           ACCEPT WS-REPORT-FILE-NAME
               FROM ENVIRONMENT 'CMPJOBS_REPORT'.
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'CMPJOBS.RPT' TO WS-REPORT-FILE-NAME
           END-IF.
           ACCEPT WS-RESTART-TEXT FROM ENVIRONMENT 'CMPJOBS_RESTART'.
           EVALUATE WS-RESTART-TEXT(1:1)
               WHEN 'N'
               WHEN 'n'
                   SET WS-RESTART-NONE TO TRUE
               WHEN 'Y'
               WHEN 'y'
                   SET WS-RESTART-FORCED TO TRUE
           END-EVALUATE.

           OPEN INPUT STEPS-FILE.
           IF NOT WS-STEPS-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPJOBS: UNABLE TO OPEN STEPS FILE ['
                       WS-STEPS-FILE-NAME '] - FILE STATUS '
                       WS-STEPS-FILE-STATUS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPJOBS: UNABLE TO OPEN REPORT FILE ['
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.

           IF WS-OPEN-ERROR
               IF WS-STEPS-FILE-OK
                   CLOSE STEPS-FILE
               END-IF
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
           ELSE
               DISPLAY 'CMPJOBS NIGHTLY JOB-STREAM RUN'
               PERFORM 0110-LOAD-STEPS
               CLOSE STEPS-FILE
               IF WS-STEP-COUNT = 0 AND NOT WS-CARD-ERROR
                   SET WS-CARD-ERROR TO TRUE
                   DISPLAY 'CMPJOBS: STEPS FILE ['
                           WS-STEPS-FILE-NAME '] DEFINES NO STEPS'
               END-IF
               IF NOT WS-CARD-ERROR AND NOT WS-RESTART-NONE
                   PERFORM 0130-LOAD-RUN-LOG
               END-IF
           END-IF.

      ******************************************************************
      *  0110-LOAD-STEPS
      *
      *  Loads the step cards and their environment cards.  Any bad
      *  card - unknown card type, blank step name or program, a
      *  step name used twice, a non-numeric maximum return code, an
      *  unknown swap code, an environment card before the first
      *  step, or more cards than the tables hold - is reported and
      *  stops the run before a single step is CALLed.
      ******************************************************************
       0110-LOAD-STEPS.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF
               READ STEPS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-NUMBER
                       PERFORM 0120-LOAD-ONE-CARD
               END-READ
           END-PERFORM.

       0120-LOAD-ONE-CARD.
           EVALUATE TRUE
               WHEN CMP-SD-RECORD = SPACES
                   CONTINUE
               WHEN CMP-SD-COMMENT-CARD
                   CONTINUE
               WHEN CMP-SD-STEP-CARD
                   EVALUATE TRUE
                       WHEN CMP-SD-STEP-NAME = SPACES
                          OR CMP-SD-PROGRAM = SPACES
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         STEP NAME AND PROGRAM '
                                   'ARE REQUIRED'
                       WHEN CMP-SD-MAX-RC IS NOT NUMERIC
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         MAXIMUM RETURN CODE '
                                   'MUST BE NUMERIC'
                       WHEN NOT CMP-SD-SWAP-NONE
                        AND NOT CMP-SD-SWAP-STATUS
                        AND NOT CMP-SD-SWAP-HOUSEKEEP
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         SWAP MUST BE D, H, N '
                                   'OR BLANK'
                       WHEN WS-STEP-COUNT NOT < WS-STEP-MAX
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         MORE THAN ' WS-STEP-MAX
                                   ' STEPS'
                       WHEN OTHER
                           PERFORM 0126-CHECK-STEP-NAME
                           IF NOT WS-DONE-FOUND
                               ADD 1 TO WS-STEP-COUNT
                               SET WS-STEP-IDX TO WS-STEP-COUNT
                               INITIALIZE WS-STEP-ENTRY(WS-STEP-IDX)
                               MOVE CMP-SD-STEP-NAME
                                   TO WS-ST-NAME(WS-STEP-IDX)
                               MOVE CMP-SD-PROGRAM
                                   TO WS-ST-PROGRAM(WS-STEP-IDX)
                               MOVE CMP-SD-MAX-RC
                                   TO WS-ST-MAX-RC(WS-STEP-IDX)
                               MOVE CMP-SD-SWAP
                                   TO WS-ST-SWAP(WS-STEP-IDX)
                               MOVE CMP-SD-DESCRIPTION
                                   TO WS-ST-DESCRIPTION(WS-STEP-IDX)
                           END-IF
                   END-EVALUATE
               WHEN CMP-SD-ENV-CARD
                   EVALUATE TRUE
                       WHEN WS-STEP-COUNT = 0
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         ENVIRONMENT CARD BEFORE '
                                   'THE FIRST STEP'
                       WHEN CMP-SD-ENV-NAME = SPACES
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         ENVIRONMENT NAME IS '
                                   'REQUIRED'
                       WHEN WS-ENV-COUNT NOT < WS-ENV-MAX
                           PERFORM 0125-CARD-ERROR
                           DISPLAY '         MORE THAN ' WS-ENV-MAX
                                   ' ENVIRONMENT CARDS'
                       WHEN OTHER
                           ADD 1 TO WS-ENV-COUNT
                           SET WS-ENV-IDX TO WS-ENV-COUNT
                           MOVE WS-STEP-COUNT
                               TO WS-ENV-STEP(WS-ENV-IDX)
                           MOVE CMP-SD-ENV-NAME
                               TO WS-ENV-NAME(WS-ENV-IDX)
                           MOVE CMP-SD-ENV-VALUE
                               TO WS-ENV-VALUE(WS-ENV-IDX)
                   END-EVALUATE
               WHEN OTHER
                   PERFORM 0125-CARD-ERROR
                   DISPLAY '         CARD TYPE MUST BE S, E OR *'
           END-EVALUATE.

       0125-CARD-ERROR.
           SET WS-CARD-ERROR TO TRUE.
           DISPLAY 'CMPJOBS: BAD STEP CARD ' WS-CARD-NUMBER ' ['
                   CMP-SD-RECORD(1:60) ']'.

      ******************************************************************
      *  0126-CHECK-STEP-NAME
      *
      *  Restart works by step name, so a name may appear only once
      *  in the chain.  Leaves WS-DONE-FOUND set on a repeat.
      ******************************************************************
       0126-CHECK-STEP-NAME.
           MOVE 'N' TO WS-DONE-FOUND-FLAG.
           IF WS-STEP-COUNT > 0
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX > WS-STEP-COUNT
                   IF WS-ST-NAME(WS-CHECK-IDX) = CMP-SD-STEP-NAME
                       SET WS-DONE-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DONE-FOUND
               PERFORM 0125-CARD-ERROR
               DISPLAY '         STEP NAME ' CMP-SD-STEP-NAME
                       ' IS ALREADY USED'
           END-IF.

      ******************************************************************
      *  0130-LOAD-RUN-LOG
      *
      *  Works out the restart point from the run log: the steps the
      *  most recent unfinished run (the last run on the log with no
      *  run-end record after it) completed, or skipped as already
      *  completed.  That run is resumed only when it has today's run
      *  date, or when CMPJOBS_RESTART=Y asks for it; otherwise the
      *  chain starts at the top.  A missing log is a first run.
      ******************************************************************
       0130-LOAD-RUN-LOG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-LOG-FILE-OK
                   DISPLAY 'CMPJOBS: UNABLE TO READ RUN LOG ['
                           WS-LOG-FILE-NAME '] - FILE STATUS '
                           WS-LOG-FILE-STATUS
                           ' - CHAIN STARTS AT THE FIRST STEP'
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF
                       READ LOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 0140-APPLY-LOG-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LOG-FILE
               END-IF
           END-IF.
           IF WS-DONE-COUNT > 0
              AND WS-LAST-RUN-DATE NOT = WS-RUN-DATE-X
              AND NOT WS-RESTART-FORCED
               DISPLAY 'CMPJOBS: UNFINISHED RUN ' WS-LAST-RUN-DATE ' '
                       WS-LAST-RUN-TIME ' IS FROM AN EARLIER RUN DATE'
                       ' - CHAIN STARTS AT THE FIRST STEP'
               DISPLAY 'CMPJOBS: SET CMPJOBS_RESTART=Y TO RESUME IT'
               MOVE 0 TO WS-DONE-COUNT
           END-IF.
           IF WS-DONE-COUNT > 0
               DISPLAY 'CMPJOBS: RESTART OF RUN ' WS-LAST-RUN-DATE ' '
                       WS-LAST-RUN-TIME ' - ' WS-DONE-COUNT
                       ' STEP(S) ALREADY COMPLETED WILL BE SKIPPED'
           END-IF.

      ******************************************************************
      *  0140-APPLY-LOG-RECORD
      *
      *  A run-end record closes the runs before it.  A record of a
      *  run other than the one being followed starts a new restart
      *  point: only the latest run's completed and skipped steps
      *  count.  A skipped step keeps the run that really completed
      *  it, taken from the reason its record was written with.
      ******************************************************************
       0140-APPLY-LOG-RECORD.
           IF CMP-JL-RUN-END
               MOVE 0 TO WS-DONE-COUNT
               MOVE SPACES TO WS-LAST-RUN-DATE WS-LAST-RUN-TIME
           ELSE
               IF CMP-JL-RUN-DATE NOT = WS-LAST-RUN-DATE
                  OR CMP-JL-RUN-TIME NOT = WS-LAST-RUN-TIME
                   MOVE 0 TO WS-DONE-COUNT
                   MOVE CMP-JL-RUN-DATE TO WS-LAST-RUN-DATE
                   MOVE CMP-JL-RUN-TIME TO WS-LAST-RUN-TIME
               END-IF
               IF CMP-JL-COMPLETED OR CMP-JL-SKIPPED
                   PERFORM 0150-FIND-DONE
                   IF NOT WS-DONE-FOUND
                      AND WS-DONE-COUNT < WS-STEP-MAX
                       ADD 1 TO WS-DONE-COUNT
                       SET WS-DONE-IDX TO WS-DONE-COUNT
                       MOVE CMP-JL-STEP-NAME
                           TO WS-DONE-NAME(WS-DONE-IDX)
                       IF CMP-JL-SKIPPED
                          AND CMP-JL-REASON(1:25)
                              = 'ALREADY COMPLETED BY RUN '
                           MOVE CMP-JL-REASON(26:8)
                               TO WS-DONE-RUN-DATE(WS-DONE-IDX)
                           MOVE CMP-JL-REASON(35:6)
                               TO WS-DONE-RUN-TIME(WS-DONE-IDX)
                       ELSE
                           MOVE CMP-JL-RUN-DATE
                               TO WS-DONE-RUN-DATE(WS-DONE-IDX)
                           MOVE CMP-JL-RUN-TIME
                               TO WS-DONE-RUN-TIME(WS-DONE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0150-FIND-DONE.
           MOVE 'N' TO WS-DONE-FOUND-FLAG.
           IF WS-DONE-COUNT > 0
               PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                       UNTIL WS-DONE-IDX > WS-DONE-COUNT
                   IF WS-DONE-NAME(WS-DONE-IDX) = CMP-JL-STEP-NAME
                       SET WS-DONE-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      *  0200-RUN-STEP
      *
      *  Decides one step: not run after a failure, skipped when an
      *  earlier run already completed it, otherwise run.  A skipped
      *  step's environment settings are still made, since they stay
      *  in force for the steps after it.  Every
      *  outcome is logged at once, so a controller that dies in a
      *  later step still leaves this one on the log.
      ******************************************************************
       0200-RUN-STEP.
           MOVE WS-ST-NAME(WS-STEP-IDX) TO CMP-JL-STEP-NAME.
           PERFORM 0150-FIND-DONE.
           EVALUATE TRUE
               WHEN WS-STOPPED
                   MOVE 'N' TO WS-ST-STATUS(WS-STEP-IDX)
                   ADD 1 TO WS-NOT-RUN-COUNT
                   MOVE SPACES TO WS-ST-REASON(WS-STEP-IDX)
                   STRING 'NOT RUN - STEP ' WS-FAILED-STEP
                          ' FAILED'
                       DELIMITED BY SIZE
                       INTO WS-ST-REASON(WS-STEP-IDX)
                   END-STRING
               WHEN WS-DONE-FOUND
                   PERFORM 0220-SET-ENVIRONMENT
                   MOVE 'K' TO WS-ST-STATUS(WS-STEP-IDX)
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO WS-ST-REASON(WS-STEP-IDX)
                   STRING 'ALREADY COMPLETED BY RUN '
                          WS-DONE-RUN-DATE(WS-DONE-IDX) ' '
                          WS-DONE-RUN-TIME(WS-DONE-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ST-REASON(WS-STEP-IDX)
                   END-STRING
               WHEN OTHER
                   PERFORM 0210-EXECUTE-STEP
           END-EVALUATE.
           PERFORM 0280-WRITE-LOG-RECORD.

      ******************************************************************
      *  0210-EXECUTE-STEP
      *
      *  Makes the step's environment settings, CALLs its program
      *  and judges the return code; a clean step then gets its file
      *  swap.  The program is CANCELled afterwards so its storage is
      *  fresh if the same program is CALLed again later - and so are
      *  the subprograms the steps CALL in turn, which keep their own
      *  tables, switches and open files from one CALL to the next.
      ******************************************************************
       0210-EXECUTE-STEP.
           ADD 1 TO WS-RUN-COUNT.
           MOVE SPACES TO WS-ST-REASON(WS-STEP-IDX).
           PERFORM 0220-SET-ENVIRONMENT.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-ST-START-DATE(WS-STEP-IDX).
           MOVE WS-NOW-TIME(1:6) TO WS-ST-START-TIME(WS-STEP-IDX).
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-CALL-PROGRAM.
           MOVE 'Y' TO WS-CALL-FOUND-FLAG.
           MOVE 0 TO WS-STEP-RC.

           IF WS-CALL-PROGRAM = 'CMPAUDRV'
               MOVE SPACES TO WS-ENV-CHECK
               ACCEPT WS-ENV-CHECK FROM ENVIRONMENT 'CMPAUDRV_RULES'
           END-IF.

           IF WS-CALL-PROGRAM = 'CMPAUDRV' AND WS-ENV-CHECK = SPACES
               MOVE 16 TO WS-STEP-RC
               MOVE 'CMPAUDRV_RULES NOT SET - RULE MODE REQUIRED'
                   TO WS-ST-REASON(WS-STEP-IDX)
           ELSE
               DISPLAY 'CMPJOBS: STEP ' WS-ST-NAME(WS-STEP-IDX)
                       ' - CALLING ' WS-CALL-PROGRAM
               MOVE 0 TO RETURN-CODE
               CALL WS-CALL-PROGRAM
                   ON EXCEPTION
                       MOVE 'N' TO WS-CALL-FOUND-FLAG
               END-CALL
               IF WS-CALL-FOUND
                   MOVE RETURN-CODE TO WS-STEP-RC
                   CANCEL WS-CALL-PROGRAM
                   CANCEL 'TRIMCMP'
                   CANCEL 'TRIMSIM'
                   CANCEL 'CMPAUDIT'
                   CANCEL 'CMPBAL'
                   CANCEL 'CMPMASK'
                   CANCEL 'CMPQASMP'
               ELSE
                   MOVE 16 TO WS-STEP-RC
                   MOVE 'PROGRAM NOT FOUND'
                       TO WS-ST-REASON(WS-STEP-IDX)
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO WS-ST-END-DATE(WS-STEP-IDX).
           MOVE WS-NOW-TIME(1:6) TO WS-ST-END-TIME(WS-STEP-IDX).
           MOVE WS-STEP-RC TO WS-ST-RC(WS-STEP-IDX).

           EVALUATE TRUE
               WHEN WS-ST-REASON(WS-STEP-IDX) NOT = SPACES
                   PERFORM 0270-STEP-FAILED
               WHEN WS-STEP-RC > WS-ST-MAX-RC(WS-STEP-IDX)
                   MOVE WS-STEP-RC TO WS-RC-EDIT
                   STRING 'RETURN CODE ' WS-RC-EDIT
                          ' OVER ALLOWED MAXIMUM'
                       DELIMITED BY SIZE
                       INTO WS-ST-REASON(WS-STEP-IDX)
                   END-STRING
                   PERFORM 0270-STEP-FAILED
               WHEN OTHER
                   PERFORM 0230-SWAP-FILES
                   IF WS-SWAP-ERROR
                       PERFORM 0270-STEP-FAILED
                   ELSE
                       MOVE 'C' TO WS-ST-STATUS(WS-STEP-IDX)
                       ADD 1 TO WS-COMPLETED-COUNT
                       IF WS-STEP-RC > WS-HIGHEST-RC
                           MOVE WS-STEP-RC TO WS-HIGHEST-RC
                       END-IF
                       IF WS-SWAP-COUNT > 0
                           MOVE SPACES TO WS-ST-REASON(WS-STEP-IDX)
                           STRING 'COMPLETED - ' WS-SWAP-COUNT
                                  ' FILE(S) SWAPPED IN'
                               DELIMITED BY SIZE
                               INTO WS-ST-REASON(WS-STEP-IDX)
                           END-STRING
                       ELSE
                           MOVE 'COMPLETED'
                               TO WS-ST-REASON(WS-STEP-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  0220-SET-ENVIRONMENT
      *
      *  Makes each environment card of the current step, trailing
      *  spaces removed from name and value.
      ******************************************************************
       0220-SET-ENVIRONMENT.
           IF WS-ENV-COUNT > 0
               PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                       UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   IF WS-ENV-STEP(WS-ENV-IDX) = WS-STEP-IDX
                       PERFORM 0225-SET-ONE-VARIABLE
                   END-IF
               END-PERFORM
           END-IF.

       0225-SET-ONE-VARIABLE.
           MOVE 30 TO WS-ENV-NAME-LENGTH.
           PERFORM UNTIL WS-ENV-NAME-LENGTH = 1
                   OR WS-ENV-NAME(WS-ENV-IDX)(WS-ENV-NAME-LENGTH:1)
                      NOT = SPACE
               SUBTRACT 1 FROM WS-ENV-NAME-LENGTH
           END-PERFORM.
           MOVE 100 TO WS-ENV-VALUE-LENGTH.
           PERFORM UNTIL WS-ENV-VALUE-LENGTH = 1
                   OR WS-ENV-VALUE(WS-ENV-IDX)(WS-ENV-VALUE-LENGTH:1)
                      NOT = SPACE
               SUBTRACT 1 FROM WS-ENV-VALUE-LENGTH
           END-PERFORM.
           DISPLAY WS-ENV-NAME(WS-ENV-IDX)(1:WS-ENV-NAME-LENGTH)
               UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-VALUE(WS-ENV-IDX)(1:WS-ENV-VALUE-LENGTH)
               UPON ENVIRONMENT-VALUE.
           DISPLAY 'CMPJOBS:   '
                   WS-ENV-NAME(WS-ENV-IDX)(1:WS-ENV-NAME-LENGTH) '='
                   WS-ENV-VALUE(WS-ENV-IDX)(1:WS-ENV-VALUE-LENGTH).

      ******************************************************************
      *  0230-SWAP-FILES
      *
      *  After a clean step, swaps in the files it wrote under their
      *  separate names, using the same environment variables and
      *  defaults the step itself used:
      *    D - TRIMDELT_NEWSTATUS (TRIMSTAT.NEW) replaces
      *        TRIMDELT_STATUS (TRIMSTAT.DAT);
      *    H - CMPHKEEP_NEWAUDIT (CMPAUDIT.NEW) replaces
      *        CMPHKEEP_AUDIT (CMPAUDIT.LOG), and CMPHKEEP_NEWDISP
      *        (CMPDISP.NEW) replaces CMPHKEEP_DISP (CMPDISP.DAT).
      ******************************************************************
       0230-SWAP-FILES.
           MOVE 'N' TO WS-SWAP-ERROR-FLAG.
           MOVE 0 TO WS-SWAP-COUNT.
           EVALUATE WS-ST-SWAP(WS-STEP-IDX)
               WHEN 'D'
                   ACCEPT WS-SWAP-LIVE
                       FROM ENVIRONMENT 'TRIMDELT_STATUS'
                   IF WS-SWAP-LIVE = SPACES
                       MOVE 'TRIMSTAT.DAT' TO WS-SWAP-LIVE
                   END-IF
                   ACCEPT WS-SWAP-NEW
                       FROM ENVIRONMENT 'TRIMDELT_NEWSTATUS'
                   IF WS-SWAP-NEW = SPACES
                       MOVE 'TRIMSTAT.NEW' TO WS-SWAP-NEW
                   END-IF
                   PERFORM 0240-SWAP-ONE-FILE
               WHEN 'H'
                   ACCEPT WS-SWAP-LIVE
                       FROM ENVIRONMENT 'CMPHKEEP_AUDIT'
                   IF WS-SWAP-LIVE = SPACES
                       MOVE 'CMPAUDIT.LOG' TO WS-SWAP-LIVE
                   END-IF
                   ACCEPT WS-SWAP-NEW
                       FROM ENVIRONMENT 'CMPHKEEP_NEWAUDIT'
                   IF WS-SWAP-NEW = SPACES
                       MOVE 'CMPAUDIT.NEW' TO WS-SWAP-NEW
                   END-IF
                   PERFORM 0240-SWAP-ONE-FILE
                   IF NOT WS-SWAP-ERROR
                       ACCEPT WS-SWAP-LIVE
                           FROM ENVIRONMENT 'CMPHKEEP_DISP'
                       IF WS-SWAP-LIVE = SPACES
                           MOVE 'CMPDISP.DAT' TO WS-SWAP-LIVE
                       END-IF
                       ACCEPT WS-SWAP-NEW
                           FROM ENVIRONMENT 'CMPHKEEP_NEWDISP'
                       IF WS-SWAP-NEW = SPACES
                           MOVE 'CMPDISP.NEW' TO WS-SWAP-NEW
                       END-IF
                       PERFORM 0240-SWAP-ONE-FILE
                   END-IF
           END-EVALUATE.

      ******************************************************************
      *  0240-SWAP-ONE-FILE
      *
      *  The live file is kept as <live>.PRV (a live file that does
      *  not exist yet - the first TRIMDELT run - is not an error),
      *  then the new file takes the live name.  If the live file is
      *  there but cannot be renamed, the new file is left where it
      *  is and the step fails.  If the second rename fails the live
      *  file is put back, and the step fails.
      ******************************************************************
       0240-SWAP-ONE-FILE.
           MOVE 100 TO WS-SWAP-LIVE-LENGTH.
           PERFORM UNTIL WS-SWAP-LIVE-LENGTH = 1
                   OR WS-SWAP-LIVE(WS-SWAP-LIVE-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SWAP-LIVE-LENGTH
           END-PERFORM.
           MOVE SPACES TO WS-SWAP-PRIOR.
           STRING WS-SWAP-LIVE(1:WS-SWAP-LIVE-LENGTH) '.PRV'
               DELIMITED BY SIZE INTO WS-SWAP-PRIOR
           END-STRING.

           CALL 'CBL_RENAME_FILE' USING WS-SWAP-LIVE WS-SWAP-PRIOR
               RETURNING WS-SWAP-RESULT
           END-CALL.
           IF WS-SWAP-RESULT NOT = 0
               CALL 'CBL_CHECK_FILE_EXIST' USING WS-SWAP-LIVE
                   WS-SWAP-FILE-INFO
                   RETURNING WS-SWAP-RESULT
               END-CALL
               IF WS-SWAP-RESULT = 0
                   SET WS-SWAP-ERROR TO TRUE
                   MOVE 16 TO WS-ST-RC(WS-STEP-IDX)
                   MOVE SPACES TO WS-ST-REASON(WS-STEP-IDX)
                   STRING 'SWAP FAILED: CANNOT KEEP '
                          WS-SWAP-LIVE(1:30)
                       DELIMITED BY SIZE INTO WS-ST-REASON(WS-STEP-IDX)
                   END-STRING
                   DISPLAY 'CMPJOBS: UNABLE TO RENAME ['
                           FUNCTION TRIM(WS-SWAP-LIVE) '] TO ['
                           FUNCTION TRIM(WS-SWAP-PRIOR) ']'
                   DISPLAY 'CMPJOBS: ['
                           FUNCTION TRIM(WS-SWAP-NEW)
                           '] LEFT IN PLACE, NOT SWAPPED IN'
               END-IF
           END-IF.

           IF NOT WS-SWAP-ERROR
               CALL 'CBL_RENAME_FILE' USING WS-SWAP-NEW WS-SWAP-LIVE
                   RETURNING WS-SWAP-RESULT
               END-CALL
               IF WS-SWAP-RESULT NOT = 0
                   SET WS-SWAP-ERROR TO TRUE
                   MOVE 16 TO WS-ST-RC(WS-STEP-IDX)
                   CALL 'CBL_RENAME_FILE' USING WS-SWAP-PRIOR
                       WS-SWAP-LIVE
                       RETURNING WS-SWAP-RESULT
                   END-CALL
                   MOVE SPACES TO WS-ST-REASON(WS-STEP-IDX)
                   STRING 'SWAP FAILED: ' WS-SWAP-NEW(1:40)
                       DELIMITED BY SIZE INTO WS-ST-REASON(WS-STEP-IDX)
                   END-STRING
                   DISPLAY 'CMPJOBS: UNABLE TO SWAP ['
                           FUNCTION TRIM(WS-SWAP-NEW) '] INTO ['
                           FUNCTION TRIM(WS-SWAP-LIVE) ']'
               ELSE
                   ADD 1 TO WS-SWAP-COUNT
                   DISPLAY 'CMPJOBS:   SWAPPED ['
                           FUNCTION TRIM(WS-SWAP-NEW) '] INTO ['
                           FUNCTION TRIM(WS-SWAP-LIVE) ']'
               END-IF
           END-IF.

       0270-STEP-FAILED.
           MOVE 'F' TO WS-ST-STATUS(WS-STEP-IDX).
           ADD 1 TO WS-FAILED-COUNT.
           SET WS-STOPPED TO TRUE.
           MOVE WS-ST-NAME(WS-STEP-IDX) TO WS-FAILED-STEP.
           DISPLAY 'CMPJOBS: STEP ' WS-ST-NAME(WS-STEP-IDX)
                   ' FAILED - RC ' WS-ST-RC(WS-STEP-IDX) ' - '
                   WS-ST-REASON(WS-STEP-IDX).

      ******************************************************************
      *  0280-WRITE-LOG-RECORD
      *
      *  Appends one run-log record, opening and closing the log
      *  around the write so the record is safely on file before the
      *  next step starts.  A log that cannot be written is warned
      *  about - the step has already run - but the next rerun may
      *  then repeat it, so the warning says so.
      ******************************************************************
       0280-WRITE-LOG-RECORD.
           MOVE WS-RUN-DATE TO CMP-JL-RUN-DATE.
           MOVE WS-RUN-TIME-X(1:6) TO CMP-JL-RUN-TIME.
           SET WS-CHECK-IDX TO WS-STEP-IDX.
           MOVE WS-CHECK-IDX TO CMP-JL-STEP-SEQ.
           MOVE WS-ST-NAME(WS-STEP-IDX) TO CMP-JL-STEP-NAME.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO CMP-JL-PROGRAM.
           MOVE WS-ST-STATUS(WS-STEP-IDX) TO CMP-JL-STATUS.
           MOVE WS-ST-START-DATE(WS-STEP-IDX) TO CMP-JL-START-DATE.
           MOVE WS-ST-START-TIME(WS-STEP-IDX) TO CMP-JL-START-TIME.
           MOVE WS-ST-END-DATE(WS-STEP-IDX) TO CMP-JL-END-DATE.
           MOVE WS-ST-END-TIME(WS-STEP-IDX) TO CMP-JL-END-TIME.
           MOVE WS-ST-RC(WS-STEP-IDX) TO CMP-JL-RETURN-CODE.
           MOVE WS-ST-MAX-RC(WS-STEP-IDX) TO CMP-JL-MAX-RC.
           MOVE WS-ST-REASON(WS-STEP-IDX) TO CMP-JL-REASON.
           PERFORM 0290-APPEND-LOG.

       0290-APPEND-LOG.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-FILE-MISSING
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF NOT WS-LOG-FILE-OK
               DISPLAY 'CMPJOBS: UNABLE TO OPEN RUN LOG ['
                       WS-LOG-FILE-NAME '] - FILE STATUS '
                       WS-LOG-FILE-STATUS
                       ' - A RERUN MAY REPEAT STEP ' CMP-JL-STEP-NAME
           ELSE
               WRITE CMP-JL-RECORD
               CLOSE LOG-FILE
           END-IF.

      ******************************************************************
      *  0300-FINISH
      *
      *  Run summary: one line per step with its outcome and reason,
      *  then the counts.  A chain that went all the way through gets
      *  its run-end record, so the next run starts at the top.
      ******************************************************************
       0300-FINISH.
           MOVE SPACES TO WS-RC-MESSAGE.
           EVALUATE TRUE
               WHEN WS-CARD-ERROR
                   MOVE 16 TO RETURN-CODE
                   MOVE 'RETURN CODE 16 - BAD STEP CARDS, NOTHING RUN'
                       TO WS-RC-MESSAGE
               WHEN WS-STOPPED
                   MOVE 16 TO RETURN-CODE
                   STRING 'RETURN CODE 16 - CHAIN STOPPED AT STEP '
                          WS-FAILED-STEP
                       DELIMITED BY SIZE INTO WS-RC-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE WS-HIGHEST-RC TO RETURN-CODE
                   PERFORM 0310-WRITE-RUN-END
                   IF WS-HIGHEST-RC > 0
                       MOVE WS-HIGHEST-RC TO WS-RC-EDIT
                       STRING 'RETURN CODE ' WS-RC-EDIT
                              ' - HIGHEST STEP RETURN CODE'
                           DELIMITED BY SIZE INTO WS-RC-MESSAGE
                       END-STRING
                   END-IF
           END-EVALUATE.

           IF WS-STEP-COUNT > 0
               PERFORM 0320-SUMMARY-LINE
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STEPS DEFINED     : ' WS-STEP-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'STEPS RUN         : ' WS-RUN-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'COMPLETED         : ' WS-COMPLETED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'FAILED            : ' WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'SKIPPED (RESTART) : ' WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'NOT RUN           : ' WS-NOT-RUN-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-RC-MESSAGE NOT = SPACES
               MOVE WS-RC-MESSAGE TO WS-PRINT-LINE
               PERFORM 0600-WRITE-REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE.

           DISPLAY ' '.
           DISPLAY 'STEPS DEFINED     : ' WS-STEP-COUNT.
           DISPLAY 'STEPS RUN         : ' WS-RUN-COUNT.
           DISPLAY 'COMPLETED         : ' WS-COMPLETED-COUNT.
           DISPLAY 'FAILED            : ' WS-FAILED-COUNT.
           DISPLAY 'SKIPPED (RESTART) : ' WS-SKIPPED-COUNT.
           DISPLAY 'NOT RUN           : ' WS-NOT-RUN-COUNT.
           IF WS-RC-MESSAGE NOT = SPACES
               DISPLAY WS-RC-MESSAGE
           END-IF.

       0310-WRITE-RUN-END.
           INITIALIZE CMP-JL-RECORD.
           MOVE WS-RUN-DATE TO CMP-JL-RUN-DATE.
           MOVE WS-RUN-TIME-X(1:6) TO CMP-JL-RUN-TIME.
           MOVE 999 TO CMP-JL-STEP-SEQ.
           MOVE 'RUN-END' TO CMP-JL-STEP-NAME.
           SET CMP-JL-RUN-END TO TRUE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO CMP-JL-END-DATE.
           MOVE WS-NOW-TIME(1:6) TO CMP-JL-END-TIME.
           MOVE WS-HIGHEST-RC TO CMP-JL-RETURN-CODE.
           MOVE 'ALL STEPS COMPLETED' TO CMP-JL-REASON.
           PERFORM 0290-APPEND-LOG.

       0320-SUMMARY-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           SET WS-CHECK-IDX TO WS-STEP-IDX.
           MOVE WS-CHECK-IDX TO WS-DTL-SEQ.
           MOVE WS-ST-NAME(WS-STEP-IDX) TO WS-DTL-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-DTL-PROGRAM.
           MOVE WS-ST-MAX-RC(WS-STEP-IDX) TO WS-DTL-MAX-RC.
           EVALUATE WS-ST-STATUS(WS-STEP-IDX)
               WHEN 'C'
                   MOVE 'COMPLETED' TO WS-DTL-STATUS
               WHEN 'F'
                   MOVE 'FAILED' TO WS-DTL-STATUS
               WHEN 'K'
                   MOVE 'SKIPPED' TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE 'NOT RUN' TO WS-DTL-STATUS
           END-EVALUATE.
           IF WS-ST-STATUS(WS-STEP-IDX) = 'C' OR 'F'
               MOVE WS-ST-RC(WS-STEP-IDX) TO WS-DTL-RC
               MOVE WS-ST-START-DATE(WS-STEP-IDX) TO WS-STAMP-DATE
               MOVE WS-ST-START-TIME(WS-STEP-IDX)(1:2) TO WS-STAMP-HH
               MOVE WS-ST-START-TIME(WS-STEP-IDX)(3:2) TO WS-STAMP-MM
               MOVE WS-ST-START-TIME(WS-STEP-IDX)(5:2) TO WS-STAMP-SS
               MOVE WS-STAMP TO WS-DTL-START
               MOVE WS-ST-END-DATE(WS-STEP-IDX) TO WS-STAMP-DATE
               MOVE WS-ST-END-TIME(WS-STEP-IDX)(1:2) TO WS-STAMP-HH
               MOVE WS-ST-END-TIME(WS-STEP-IDX)(3:2) TO WS-STAMP-MM
               MOVE WS-ST-END-TIME(WS-STEP-IDX)(5:2) TO WS-STAMP-SS
               MOVE WS-STAMP TO WS-DTL-END
           END-IF.
           MOVE WS-ST-REASON(WS-STEP-IDX) TO WS-DTL-REASON.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-ST-DESCRIPTION(WS-STEP-IDX) NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-ST-DESCRIPTION(WS-STEP-IDX)
                   TO WS-PRINT-LINE(5:40)
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
           MOVE WS-STEPS-FILE-NAME TO WS-HDG-STEPS.
           MOVE WS-HEADING-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-HEADING-3 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.
