      *  trim-only-match flag stays off - format noise between two
      *  equal numbers is not a padding exception.
      *
      *  With CMP-EQUIV-TOKENS on, a text pair that still differs
      *  after the case/collapse options gets a second chance: every
      *  token of both values is replaced by its canonical form from
      *  the token equivalence table (CMPEQREC - "ST" for "STREET",
      *  "CORP" for "CORPORATION") and the results are compared
      *  again.  A pair that agrees only then sets
      *  CMP-EQUIV-ONLY-MATCH, so callers can count abbreviation
      *  disagreements apart from real matches.  The table is read
      *  once, on the first call that asks for it; a table that
      *  cannot be read is warned about and the compare runs with no
      *  equivalences, which can only cost a match, never make one.
      *  A pair carrying LOW-VALUES is never given the second chance
      *  - its tokens cannot be trusted.
      *
      *  CALL 'TRIMCMP' USING LS-FIELD-1, LS-FIELD-2, CMP-CONTROL-AREA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIMCMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIV-FILE ASSIGN TO DYNAMIC WS-EQUIV-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EQUIV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIV-FILE.
       COPY CMPEQREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA-LENGTH              PIC 9(4) COMP VALUE 2000.
       01  WS-TRIMMED-AREA-1               PIC X(2000).
       01  WS-DATE-DD                       PIC X(2).
       01  WS-DATE-MM-NUM                   PIC 9(2).
       01  WS-DATE-DD-NUM                   PIC 9(2).
      *  Token equivalence table, loaded on the first call with
      *  CMP-EQUIV-TOKENS on and kept for the rest of the run.
       01  WS-EQUIV-FILE-NAME               PIC X(100).
       01  WS-EQUIV-FILE-STATUS             PIC X(2).
           88  WS-EQUIV-FILE-OK             VALUE '00'.
       01  WS-EQUIV-EOF-FLAG                PIC X VALUE 'N'.
           88  WS-EQUIV-EOF                 VALUE 'Y'.
       01  WS-EQUIV-LOADED-FLAG             PIC X VALUE 'N'.
           88  WS-EQUIV-LOADED              VALUE 'Y'.
       01  WS-EQUIV-MAX                     PIC 9(4) COMP VALUE 500.
       01  WS-EQUIV-COUNT                   PIC 9(4) COMP VALUE 0.
       01  WS-EQUIV-COUNT-EDIT              PIC ZZZ9.
       01  WS-EQUIV-TABLE.
           05  WS-EQV-ENTRY OCCURS 500 TIMES INDEXED BY WS-EQV-IDX.
               10  WS-EQV-TOKEN             PIC X(20).
               10  WS-EQV-CANONICAL         PIC X(20).
               10  WS-EQV-CANON-LENGTH      PIC 9(2) COMP.
               10  WS-EQV-FIELD-NAME        PIC X(20).
               10  WS-EQV-REC-TYPE          PIC X(2).
       01  WS-EQUIV-SOURCE                  PIC X(2000).
       01  WS-EQUIV-RESULT                  PIC X(2000).
       01  WS-EQUIV-AREA-1                  PIC X(2000).
       01  WS-EQV-IN-IDX                    PIC 9(4) COMP.
       01  WS-EQV-OUT-IDX                   PIC 9(4) COMP.
       01  WS-EQV-TOKEN-START               PIC 9(4) COMP.
       01  WS-EQV-TOKEN-LENGTH              PIC 9(4) COMP.
       01  WS-EQV-PIECE-LENGTH              PIC 9(4) COMP.
       01  WS-EQV-LOOKUP                    PIC X(20).
       01  WS-EQV-SPACE-TALLY               PIC 9(4) COMP.
       01  WS-EQV-SCORE                     PIC 9 COMP.
       01  WS-EQV-BEST-SCORE                PIC 9 COMP.
       01  WS-EQV-BEST-IDX                  PIC 9(4) COMP.

       LINKAGE SECTION.
       01  LS-FIELD-1                      PIC X ANY LENGTH.
           MOVE 0 TO CMP-SIMILARITY-PCT.
           MOVE 'N' TO CMP-PROBABLE-MATCH-FLAG.
           MOVE 'N' TO CMP-PARSE-ERROR-FLAG.
           MOVE 'N' TO CMP-EQUIV-ONLY-MATCH-FLAG.

           IF CMP-EQUIV-TOKENS-YES AND NOT WS-EQUIV-LOADED
               PERFORM 5000-LOAD-EQUIV-TABLE
           END-IF.

           MOVE 'N' TO CMP-LOW-VALUES-FLAG.
           MOVE 0 TO WS-LOW-VALUE-TALLY.
      *  The original text comparison: optional case folding and
      *  space collapsing on the trimmed values, byte-for-byte
      *  compare, and the trim-only-match flag when only the trim
      *  made the pair equal.  A pair still differing goes through
      *  the token equivalence table when the option asks for it.
      ******************************************************************
       1500-TEXT-COMPARE.
           IF CMP-CASE-INSENSITIVE-YES
               MOVE 'N' TO CMP-TRIM-ONLY-MATCH-FLAG
           END-IF.

           IF CMP-NO-MATCH AND CMP-EQUIV-TOKENS-YES
              AND WS-EQUIV-COUNT > 0
              AND NOT CMP-LOW-VALUES-DETECTED
               PERFORM 1600-EQUIV-COMPARE
           END-IF.

      ******************************************************************
      *  1600-EQUIV-COMPARE
      *
      *  The second chance for a text pair that still differs: both
      *  values with every token replaced through the equivalence
      *  table.  Agreement now is an equivalence-only match.
      ******************************************************************
       1600-EQUIV-COMPARE.
           MOVE WS-TRIMMED-AREA-1 TO WS-EQUIV-SOURCE.
           PERFORM 5200-NORMALIZE-TOKENS.
           MOVE WS-EQUIV-SOURCE TO WS-EQUIV-AREA-1.

           MOVE WS-TRIMMED-AREA-2 TO WS-EQUIV-SOURCE.
           PERFORM 5200-NORMALIZE-TOKENS.

           IF WS-EQUIV-AREA-1 = WS-EQUIV-SOURCE
               SET CMP-MATCH TO TRUE
               SET CMP-EQUIV-ONLY-MATCH TO TRUE
           END-IF.

      ******************************************************************
      *  3000-NUMERIC-COMPARE
      *
               END-IF
           END-PERFORM.
           MOVE WS-COLLAPSE-RESULT TO WS-COLLAPSE-TARGET.

      ******************************************************************
      *  5000-LOAD-EQUIV-TABLE
      *
      *  Reads the token equivalence table named by the caller
      *  (CMPEQUIV.DAT when blank) into WS-EQUIV-TABLE.  Comment
      *  cards and cards with no token or no canonical form are
      *  skipped, as is a token with an embedded space - it could
      *  never be found.  Loaded once per run whatever the outcome,
      *  so a missing table is warned about only once.
      ******************************************************************
       5000-LOAD-EQUIV-TABLE.
           SET WS-EQUIV-LOADED TO TRUE.
           MOVE CMP-EQUIV-FILE-NAME TO WS-EQUIV-FILE-NAME.
           IF WS-EQUIV-FILE-NAME = SPACES
               MOVE 'CMPEQUIV.DAT' TO WS-EQUIV-FILE-NAME
           END-IF.

           OPEN INPUT EQUIV-FILE.
           IF NOT WS-EQUIV-FILE-OK
               DISPLAY 'TRIMCMP: UNABLE TO OPEN EQUIVALENCE FILE ['
                       WS-EQUIV-FILE-NAME '] - FILE STATUS '
                       WS-EQUIV-FILE-STATUS
               DISPLAY 'TRIMCMP: COMPARING WITH NO TOKEN EQUIVALENCES'
           ELSE
               PERFORM UNTIL WS-EQUIV-EOF
                   READ EQUIV-FILE
                       AT END
                           SET WS-EQUIV-EOF TO TRUE
                       NOT AT END
                           PERFORM 5100-ADD-EQUIV-ENTRY
                   END-READ
               END-PERFORM
               CLOSE EQUIV-FILE
               MOVE WS-EQUIV-COUNT TO WS-EQUIV-COUNT-EDIT
               DISPLAY 'TRIMCMP: ' WS-EQUIV-COUNT-EDIT
                       ' TOKEN EQUIVALENCES LOADED FROM ['
                       WS-EQUIV-FILE-NAME ']'
           END-IF.

       5100-ADD-EQUIV-ENTRY.
           MOVE 0 TO WS-EQV-SPACE-TALLY.
           IF CMP-EQ-TOKEN NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CMP-EQ-TOKEN
                                                  TRAILING))
                   TO WS-EQV-TOKEN-LENGTH
               INSPECT CMP-EQ-TOKEN(1:WS-EQV-TOKEN-LENGTH)
                       TALLYING WS-EQV-SPACE-TALLY FOR ALL SPACE
           END-IF.
           EVALUATE TRUE
               WHEN CMP-EQ-RECORD = SPACES
                 OR CMP-EQ-RECORD(1:1) = '*'
                   CONTINUE
               WHEN CMP-EQ-TOKEN = SPACES
                 OR CMP-EQ-CANONICAL = SPACES
                 OR CMP-EQ-TOKEN(1:1) = SPACE
                   DISPLAY 'TRIMCMP: EQUIVALENCE CARD ['
                           CMP-EQ-TOKEN '] SKIPPED - NEEDS A TOKEN'
                           ' AND A CANONICAL FORM'
               WHEN WS-EQV-SPACE-TALLY > 0
                   DISPLAY 'TRIMCMP: EQUIVALENCE CARD ['
                           CMP-EQ-TOKEN '] SKIPPED - TOKEN HAS AN '
                           'EMBEDDED SPACE'
               WHEN WS-EQUIV-COUNT >= WS-EQUIV-MAX
                   DISPLAY 'TRIMCMP: MORE THAN ' WS-EQUIV-MAX
                           ' EQUIVALENCE CARDS - CARD ['
                           CMP-EQ-TOKEN '] IGNORED'
               WHEN OTHER
                   ADD 1 TO WS-EQUIV-COUNT
                   SET WS-EQV-IDX TO WS-EQUIV-COUNT
                   MOVE CMP-EQ-TOKEN TO WS-EQV-TOKEN(WS-EQV-IDX)
                   MOVE CMP-EQ-CANONICAL TO WS-EQV-CANONICAL(WS-EQV-IDX)
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(CMP-EQ-CANONICAL
                                                      TRAILING))
                       TO WS-EQV-CANON-LENGTH(WS-EQV-IDX)
                   MOVE CMP-EQ-FIELD-NAME
                       TO WS-EQV-FIELD-NAME(WS-EQV-IDX)
                   MOVE CMP-EQ-REC-TYPE TO WS-EQV-REC-TYPE(WS-EQV-IDX)
           END-EVALUATE.

      ******************************************************************
      *  5200-NORMALIZE-TOKENS
      *
      *  Rewrites WS-EQUIV-SOURCE token by token: each run of non-
      *  space characters that the table knows is replaced by its
      *  canonical form, anything else - spaces included - is copied
      *  as it stands.  The value ends at the first LOW-VALUE (the
      *  padding behind the trimmed value).  A result that would
      *  outgrow the work area is cut at the last whole token.
      ******************************************************************
       5200-NORMALIZE-TOKENS.
           MOVE LOW-VALUES TO WS-EQUIV-RESULT.
           MOVE 0 TO WS-EQV-OUT-IDX.
           MOVE 1 TO WS-EQV-IN-IDX.
           PERFORM UNTIL WS-EQV-IN-IDX > WS-WORK-AREA-LENGTH
               IF WS-EQUIV-SOURCE(WS-EQV-IN-IDX:1) = LOW-VALUE
                   EXIT PERFORM
               END-IF
               IF WS-EQUIV-SOURCE(WS-EQV-IN-IDX:1) = SPACE
                   IF WS-EQV-OUT-IDX < WS-WORK-AREA-LENGTH
                       ADD 1 TO WS-EQV-OUT-IDX
                       MOVE SPACE TO WS-EQUIV-RESULT(WS-EQV-OUT-IDX:1)
                   END-IF
                   ADD 1 TO WS-EQV-IN-IDX
               ELSE
                   PERFORM 5210-NEXT-TOKEN
               END-IF
           END-PERFORM.
           MOVE WS-EQUIV-RESULT TO WS-EQUIV-SOURCE.

       5210-NEXT-TOKEN.
           MOVE WS-EQV-IN-IDX TO WS-EQV-TOKEN-START.
           PERFORM UNTIL WS-EQV-IN-IDX > WS-WORK-AREA-LENGTH
               IF WS-EQUIV-SOURCE(WS-EQV-IN-IDX:1) = SPACE
                  OR WS-EQUIV-SOURCE(WS-EQV-IN-IDX:1) = LOW-VALUE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-EQV-IN-IDX
           END-PERFORM.
           COMPUTE WS-EQV-TOKEN-LENGTH =
                   WS-EQV-IN-IDX - WS-EQV-TOKEN-START.

           MOVE 0 TO WS-EQV-BEST-IDX.
           IF WS-EQV-TOKEN-LENGTH <= 20
               MOVE SPACES TO WS-EQV-LOOKUP
               MOVE WS-EQUIV-SOURCE(WS-EQV-TOKEN-START:
                                    WS-EQV-TOKEN-LENGTH)
                   TO WS-EQV-LOOKUP
               PERFORM 5220-LOOKUP-TOKEN
           END-IF.

           IF WS-EQV-BEST-IDX > 0
               SET WS-EQV-IDX TO WS-EQV-BEST-IDX
               MOVE WS-EQV-CANON-LENGTH(WS-EQV-IDX)
                   TO WS-EQV-PIECE-LENGTH
           ELSE
               MOVE WS-EQV-TOKEN-LENGTH TO WS-EQV-PIECE-LENGTH
           END-IF.

           IF WS-EQV-OUT-IDX + WS-EQV-PIECE-LENGTH
              > WS-WORK-AREA-LENGTH
               MOVE WS-WORK-AREA-LENGTH TO WS-EQV-OUT-IDX
           ELSE
               IF WS-EQV-BEST-IDX > 0
                   MOVE WS-EQV-CANONICAL(WS-EQV-IDX)
                        (1:WS-EQV-PIECE-LENGTH)
                       TO WS-EQUIV-RESULT(WS-EQV-OUT-IDX + 1:
                                          WS-EQV-PIECE-LENGTH)
               ELSE
                   MOVE WS-EQUIV-SOURCE(WS-EQV-TOKEN-START:
                                        WS-EQV-PIECE-LENGTH)
                       TO WS-EQUIV-RESULT(WS-EQV-OUT-IDX + 1:
                                          WS-EQV-PIECE-LENGTH)
               END-IF
               ADD WS-EQV-PIECE-LENGTH TO WS-EQV-OUT-IDX
           END-IF.

      ******************************************************************
      *  5220-LOOKUP-TOKEN
      *
      *  Finds the table entry for WS-EQV-LOOKUP that fits the field
      *  being compared, leaving its position in WS-EQV-BEST-IDX
      *  (zero when none fits).  An entry limited to this field name
      *  scores over one limited to this record type, which scores
      *  over an unlimited entry; the earlier entry wins a tie.
      ******************************************************************
       5220-LOOKUP-TOKEN.
           MOVE 0 TO WS-EQV-BEST-SCORE.
           PERFORM VARYING WS-EQV-IDX FROM 1 BY 1
                   UNTIL WS-EQV-IDX > WS-EQUIV-COUNT
               IF WS-EQV-TOKEN(WS-EQV-IDX) = WS-EQV-LOOKUP
                  AND (WS-EQV-FIELD-NAME(WS-EQV-IDX) = SPACES
                    OR WS-EQV-FIELD-NAME(WS-EQV-IDX)
                       = CMP-EQUIV-FIELD-NAME)
                  AND (WS-EQV-REC-TYPE(WS-EQV-IDX) = SPACES
                    OR WS-EQV-REC-TYPE(WS-EQV-IDX)
                       = CMP-EQUIV-REC-TYPE)
                   MOVE 1 TO WS-EQV-SCORE
                   IF WS-EQV-FIELD-NAME(WS-EQV-IDX) NOT = SPACES
                       ADD 4 TO WS-EQV-SCORE
                   END-IF
                   IF WS-EQV-REC-TYPE(WS-EQV-IDX) NOT = SPACES
                       ADD 2 TO WS-EQV-SCORE
                   END-IF
                   IF WS-EQV-SCORE > WS-EQV-BEST-SCORE
                       MOVE WS-EQV-SCORE TO WS-EQV-BEST-SCORE
                       SET WS-EQV-BEST-IDX TO WS-EQV-IDX
                   END-IF
               END-IF
           END-PERFORM.
