      ******************************************************************
      *  CMPMASK
      *
      *  Masks a pair of values before a program prints or writes
      *  them, under the masking rules (CMPMKREC).  Every program
      *  that puts compared values on a report, an extract, the
      *  trim-only audit log or the defect export calls this with
      *  the pair it is about to write, so one rules file governs
      *  every output.  Callers compare, score and decide on the
      *  real values first and mask only what they write.
      *
      *  A masked character becomes '*' where the other value of the
      *  pair holds the same character in that position and '#'
      *  where it does not, so a reviewer can still see where, and
      *  how far, two masked values disagree.  Spaces, LOW-VALUES and
      *  characters already masked are left as they are - masking a
      *  masked pair again changes nothing, and a value masked under
      *  its field name and again under its key ends up under the
      *  stricter of the two rules.
      *
      *  The rules file is loaded on the first call and kept in
      *  storage.  Its name comes from environment variable
      *  CMPMASK_RULES, defaulting to CMPMASK.DAT.  A missing file
      *  means no rules - every value is shown, as before masking
      *  existed.  A file that is there but cannot be read masks
      *  every value in full rather than let one through, and a rule
      *  card that cannot be understood is loaded as a full mask.
      *
      *  CALL 'CMPMASK' USING CMP-MASK-AREA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPMASK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
       COPY CMPMKREC.

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-NAME               PIC X(100).
       01  WS-RULE-FILE-STATUS             PIC X(2).
           88  WS-RULE-FILE-OK             VALUE '00'.
           88  WS-RULE-FILE-MISSING        VALUE '35'.
       01  WS-EOF-FLAG                     PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-LOADED-FLAG                  PIC X VALUE 'N'.
           88  WS-LOADED                   VALUE 'Y'.
       01  WS-LOAD-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-LOAD-ERROR               VALUE 'Y'.
      *  The masking rules in storage, in file order.
       01  WS-RULE-MAX                     PIC 9(3) COMP VALUE 200.
       01  WS-RULE-COUNT                   PIC 9(3) COMP VALUE 0.
       01  WS-RULE-COUNT-EDIT              PIC ZZ9.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RULE-KEY-PREFIX      PIC X(10).
               10  WS-RULE-PREFIX-LENGTH   PIC 9(2) COMP.
               10  WS-RULE-FIELD-NAME      PIC X(20).
               10  WS-RULE-ACTION          PIC X.
               10  WS-RULE-KEEP            PIC 9(3) COMP.
      *  The rule chosen for this call.
       01  WS-BEST-SCORE                   PIC 9(4) COMP.
       01  WS-RULE-SCORE                   PIC 9(4) COMP.
       01  WS-BEST-ACTION                  PIC X.
       01  WS-BEST-KEEP                    PIC 9(3) COMP.
      *  Masking work: the real values, kept for the position-by-
      *  position comparison while the caller's copies are masked.
       01  WS-ORIG-OLD-VALUE               PIC X(200).
       01  WS-ORIG-NEW-VALUE               PIC X(200).
       01  WS-MASK-VALUE                   PIC X(200).
       01  WS-OTHER-VALUE                  PIC X(200).
       01  WS-VALUE-LENGTH                 PIC 9(3) COMP.
       01  WS-MASK-LIMIT                   PIC 9(3) COMP.
       01  WS-POS                          PIC 9(3) COMP.
       01  WS-CHAR                         PIC X.

       LINKAGE SECTION.
       COPY CMPMKCT.

       PROCEDURE DIVISION USING CMP-MASK-AREA.
       0000-MAIN.
           IF NOT WS-LOADED
               PERFORM 1000-LOAD-RULES
           END-IF.

           PERFORM 2000-CHOOSE-RULE.
           MOVE WS-BEST-ACTION TO CMP-MK-ACTION.

           IF NOT CMP-MK-SHOWN
               MOVE CMP-MK-OLD-VALUE TO WS-ORIG-OLD-VALUE
               MOVE CMP-MK-NEW-VALUE TO WS-ORIG-NEW-VALUE

               MOVE WS-ORIG-OLD-VALUE TO WS-MASK-VALUE
               MOVE WS-ORIG-NEW-VALUE TO WS-OTHER-VALUE
               PERFORM 3000-MASK-VALUE
               MOVE WS-MASK-VALUE TO CMP-MK-OLD-VALUE

               MOVE WS-ORIG-NEW-VALUE TO WS-MASK-VALUE
               MOVE WS-ORIG-OLD-VALUE TO WS-OTHER-VALUE
               PERFORM 3000-MASK-VALUE
               MOVE WS-MASK-VALUE TO CMP-MK-NEW-VALUE
           END-IF.

           GOBACK.

      ******************************************************************
      *  1000-LOAD-RULES
      *
      *  Loads the masking rules once per run.  A missing file is no
      *  rules at all; any other open failure masks everything for
      *  the rest of the run.
      ******************************************************************
       1000-LOAD-RULES.
           SET WS-LOADED TO TRUE.
           ACCEPT WS-RULE-FILE-NAME FROM ENVIRONMENT 'CMPMASK_RULES'.
           IF WS-RULE-FILE-NAME = SPACES
               MOVE 'CMPMASK.DAT' TO WS-RULE-FILE-NAME
           END-IF.

           OPEN INPUT RULE-FILE.
           IF WS-RULE-FILE-MISSING
               DISPLAY 'CMPMASK: NO MASKING RULES FILE ['
                       WS-RULE-FILE-NAME '] - VALUES SHOWN IN FULL'
           ELSE
               IF NOT WS-RULE-FILE-OK
                   SET WS-LOAD-ERROR TO TRUE
                   DISPLAY 'CMPMASK: UNABLE TO OPEN MASKING RULES '
                           'FILE [' WS-RULE-FILE-NAME '] - FILE STATUS '
                           WS-RULE-FILE-STATUS
                   DISPLAY 'CMPMASK: ALL VALUES WILL BE MASKED'
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ RULE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1100-ADD-RULE
                       END-READ
                   END-PERFORM
                   CLOSE RULE-FILE
                   MOVE WS-RULE-COUNT TO WS-RULE-COUNT-EDIT
                   DISPLAY 'CMPMASK: ' WS-RULE-COUNT-EDIT
                           ' MASKING RULES LOADED FROM ['
                           WS-RULE-FILE-NAME ']'
               END-IF
           END-IF.

      *    A rule that is not understood still goes in - as a full
      *    mask - so a typing error can only hide too much, never
      *    too little.  A table overflow masks everything.
       1100-ADD-RULE.
           EVALUATE TRUE
               WHEN CMP-MKR-RECORD = SPACES
                 OR CMP-MKR-RECORD(1:1) = '*'
                   CONTINUE
               WHEN WS-RULE-COUNT >= WS-RULE-MAX
                   SET WS-LOAD-ERROR TO TRUE
                   SET WS-EOF TO TRUE
                   DISPLAY 'CMPMASK: MORE THAN ' WS-RULE-MAX
                           ' MASKING RULES - ALL VALUES WILL BE MASKED'
               WHEN OTHER
                   PERFORM 1110-STORE-RULE
           END-EVALUATE.

       1110-STORE-RULE.
           ADD 1 TO WS-RULE-COUNT.
           SET WS-RULE-IDX TO WS-RULE-COUNT.
           MOVE CMP-MKR-KEY-PREFIX TO WS-RULE-KEY-PREFIX(WS-RULE-IDX).
           IF CMP-MKR-KEY-PREFIX = SPACES
               MOVE 0 TO WS-RULE-PREFIX-LENGTH(WS-RULE-IDX)
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CMP-MKR-KEY-PREFIX
                                                  TRAILING))
                   TO WS-RULE-PREFIX-LENGTH(WS-RULE-IDX)
           END-IF.
           MOVE CMP-MKR-FIELD-NAME TO WS-RULE-FIELD-NAME(WS-RULE-IDX).
           MOVE CMP-MKR-ACTION TO WS-RULE-ACTION(WS-RULE-IDX).
           MOVE 0 TO WS-RULE-KEEP(WS-RULE-IDX).

           EVALUATE TRUE
               WHEN CMP-MKR-SHOW
               WHEN CMP-MKR-MASK
                   CONTINUE
               WHEN CMP-MKR-PARTIAL
                 AND CMP-MKR-KEEP IS NUMERIC
                   MOVE CMP-MKR-KEEP TO WS-RULE-KEEP(WS-RULE-IDX)
               WHEN OTHER
                   MOVE 'M' TO WS-RULE-ACTION(WS-RULE-IDX)
                   DISPLAY 'CMPMASK: MASKING RULE ['
                           CMP-MKR-KEY-PREFIX '|' CMP-MKR-FIELD-NAME
                           '] NOT UNDERSTOOD - LOADED AS A FULL MASK'
           END-EVALUATE.

      ******************************************************************
      *  2000-CHOOSE-RULE
      *
      *  A rule fits when its field name is blank or the caller's,
      *  and its prefix is blank or starts the key.  A rule naming
      *  the field outranks any that does not; after that the longer
      *  prefix wins, and the earlier rule keeps a tie.
      ******************************************************************
       2000-CHOOSE-RULE.
           MOVE 'S' TO WS-BEST-ACTION.
           MOVE 0 TO WS-BEST-KEEP.
           MOVE 0 TO WS-BEST-SCORE.
           IF WS-LOAD-ERROR
               MOVE 'M' TO WS-BEST-ACTION
           ELSE
               PERFORM 2100-SCORE-RULE
                   VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
           END-IF.

       2100-SCORE-RULE.
           IF (WS-RULE-FIELD-NAME(WS-RULE-IDX) = SPACES
               OR WS-RULE-FIELD-NAME(WS-RULE-IDX) = CMP-MK-FIELD-NAME)
              AND (WS-RULE-PREFIX-LENGTH(WS-RULE-IDX) = 0
               OR CMP-MK-KEY(1:WS-RULE-PREFIX-LENGTH(WS-RULE-IDX))
                      = WS-RULE-KEY-PREFIX(WS-RULE-IDX)
                        (1:WS-RULE-PREFIX-LENGTH(WS-RULE-IDX)))
               COMPUTE WS-RULE-SCORE =
                       WS-RULE-PREFIX-LENGTH(WS-RULE-IDX) + 1
               IF WS-RULE-FIELD-NAME(WS-RULE-IDX) NOT = SPACES
                   ADD 100 TO WS-RULE-SCORE
               END-IF
               IF WS-RULE-SCORE > WS-BEST-SCORE
                   MOVE WS-RULE-SCORE TO WS-BEST-SCORE
                   MOVE WS-RULE-ACTION(WS-RULE-IDX) TO WS-BEST-ACTION
                   MOVE WS-RULE-KEEP(WS-RULE-IDX) TO WS-BEST-KEEP
               END-IF
           END-IF.

      ******************************************************************
      *  3000-MASK-VALUE
      *
      *  Masks WS-MASK-VALUE against the real other value in
      *  WS-OTHER-VALUE: every position up to the value's last non-
      *  blank character for a full mask, or all but the last KEEP
      *  of them for a partial one.
      ******************************************************************
       3000-MASK-VALUE.
           MOVE 0 TO WS-VALUE-LENGTH.
           PERFORM VARYING WS-POS FROM 200 BY -1
                   UNTIL WS-POS < 1
               IF WS-MASK-VALUE(WS-POS:1) NOT = SPACE
                  AND WS-MASK-VALUE(WS-POS:1) NOT = LOW-VALUE
                   MOVE WS-POS TO WS-VALUE-LENGTH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE WS-VALUE-LENGTH TO WS-MASK-LIMIT.
           IF WS-BEST-ACTION = 'P'
               IF WS-BEST-KEEP >= WS-VALUE-LENGTH
                   MOVE 0 TO WS-MASK-LIMIT
               ELSE
                   SUBTRACT WS-BEST-KEEP FROM WS-MASK-LIMIT
               END-IF
           END-IF.

           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-MASK-LIMIT
               MOVE WS-MASK-VALUE(WS-POS:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                  AND WS-CHAR NOT = LOW-VALUE
                  AND WS-CHAR NOT = '*'
                  AND WS-CHAR NOT = '#'
                   IF WS-CHAR = WS-OTHER-VALUE(WS-POS:1)
                       MOVE '*' TO WS-MASK-VALUE(WS-POS:1)
                   ELSE
                       MOVE '#' TO WS-MASK-VALUE(WS-POS:1)
                   END-IF
               END-IF
           END-PERFORM.
