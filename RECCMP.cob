      *  file and one job per type, and amount and date fields stop
      *  mismatching on pure format noise.
      *
      *  A layout card can also switch on the token equivalence
      *  table for its field (see CMPEQREC and TRIMCMP), so "MAIN ST"
      *  agrees with "MAIN STREET" on an address line.  Such a field
      *  is passed to TRIMCMP with its field name and the record's
      *  type, for table entries limited to either, and a pair that
      *  agrees only through the table is counted apart as an
      *  equivalence-only match.  The table file name comes from
      *  RECCMP_EQUIV, defaulting to CMPEQUIV.DAT.
      *
      *  Field values shown on the job log, and the trim-only pairs
      *  sent to the audit log, are masked under the masking rules
      *  (CMPMASK, CMPMKREC) for the layout field name and the key;
      *  the compare runs on the real values.
      *
      *  A layout card with a blank record type applies to every
      *  record type - a file of one type needs no type plumbing
      *  beyond the (blank) code on its records.  A record whose type
      *  RECCMP_LAYOUT, defaulting to RECCMP.LAY; input file name from
      *  RECCMP_INPUT, defaulting to RECCMP.DAT.  A layout card that
      *  is not numeric where it should be, that carries an unknown
      *  data type or token-equivalence switch, or that reaches past
      *  the end of the record images, stops the run with
      *  RETURN-CODE 16 before any records are compared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCMP.
               10  WS-FLD-DATA-TYPE         PIC X.
               10  WS-FLD-FILL-CHAR-COUNT   PIC 9(2).
               10  WS-FLD-FILL-CHARS        PIC X(10).
               10  WS-FLD-TOKEN-EQUIV       PIC X.
       01  WS-RECORD-DIFF-FLAG             PIC X.
           88  WS-RECORD-DIFF              VALUE 'Y'.
       01  WS-TYPE-MATCH-FLAG              PIC X.
       01  WS-PARSE-ERROR-COUNT            PIC 9(7) VALUE 0.
       01  WS-LOW-VALUES-COUNT             PIC 9(7) VALUE 0.
       01  WS-TRIM-ONLY-COUNT              PIC 9(7) VALUE 0.
       01  WS-EQUIV-ONLY-COUNT             PIC 9(7) VALUE 0.
       COPY CMPCTRL.
       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.
           IF WS-INPUT-FILE-NAME = SPACES
               MOVE 'RECCMP.DAT' TO WS-INPUT-FILE-NAME
           END-IF.
           ACCEPT CMP-EQUIV-FILE-NAME FROM ENVIRONMENT 'RECCMP_EQUIV'.

           PERFORM 0110-LOAD-LAYOUT.
           IF NOT WS-LAYOUT-ERROR
      *
      *  Loads the layout-definition cards into WS-FIELD-TABLE,
      *  rejecting any card whose numbers are not numeric, whose
      *  data type is not one TRIMCMP knows, whose token-equivalence
      *  switch is not Y, N or blank (or is Y on a numeric or date
      *  field, which has no tokens), or whose offset/length reach
      *  past the end of the record images.  Any bad card stops
      *  the run - comparing with a wrong layout would report
      *  mismatches that are really definition errors.
      ******************************************************************
                   DISPLAY 'RECCMP: LAYOUT CARD FOR FIELD ['
                           CMP-LY-FIELD-NAME '] HAS DATA TYPE ['
                           CMP-LY-DATA-TYPE '] - MUST BE T, N OR D'
               WHEN CMP-LY-TOKEN-EQUIV NOT = 'Y' AND 'N' AND SPACE
                   SET WS-LAYOUT-ERROR TO TRUE
                   DISPLAY 'RECCMP: LAYOUT CARD FOR FIELD ['
                           CMP-LY-FIELD-NAME '] HAS TOKEN-EQUIVALENCE '
                           'SWITCH [' CMP-LY-TOKEN-EQUIV
                           '] - MUST BE Y OR N'
               WHEN CMP-LY-TOKEN-EQUIV = 'Y'
                AND (CMP-LY-DATA-TYPE = 'N' OR 'D')
                   SET WS-LAYOUT-ERROR TO TRUE
                   DISPLAY 'RECCMP: LAYOUT CARD FOR FIELD ['
                           CMP-LY-FIELD-NAME '] ASKS FOR TOKEN '
                           'EQUIVALENCE ON A NUMERIC OR DATE FIELD'
               WHEN WS-FIELD-COUNT >= WS-FIELD-MAX
                   SET WS-LAYOUT-ERROR TO TRUE
                   DISPLAY 'RECCMP: MORE THAN ' WS-FIELD-MAX
                       TO WS-FLD-FILL-CHAR-COUNT(WS-FLD-IDX)
                   MOVE CMP-LY-FILL-CHARS
                       TO WS-FLD-FILL-CHARS(WS-FLD-IDX)
                   IF CMP-LY-TOKEN-EQUIV = 'Y'
                       MOVE 'Y' TO WS-FLD-TOKEN-EQUIV(WS-FLD-IDX)
                   ELSE
                       MOVE 'N' TO WS-FLD-TOKEN-EQUIV(WS-FLD-IDX)
                   END-IF
           END-EVALUATE.

       0200-PROCESS-FILE.
           MOVE WS-FLD-COLLAPSE-SPACES(WS-FLD-IDX)
               TO CMP-COLLAPSE-SPACES.
           MOVE WS-FLD-DATA-TYPE(WS-FLD-IDX) TO CMP-DATA-TYPE.
           MOVE WS-FLD-TOKEN-EQUIV(WS-FLD-IDX) TO CMP-EQUIV-TOKENS.
           MOVE WS-FLD-NAME(WS-FLD-IDX) TO CMP-EQUIV-FIELD-NAME.
           MOVE CMP-RI-REC-TYPE TO CMP-EQUIV-REC-TYPE.
           IF WS-FLD-FILL-CHAR-COUNT(WS-FLD-IDX) = 0
               MOVE 1 TO CMP-FILL-CHAR-COUNT
               MOVE SPACES TO CMP-FILL-CHARS
               ADD 1 TO WS-LOW-VALUES-COUNT
           END-IF.

           PERFORM 0240-MASK-FIELD.

           IF CMP-TRIM-ONLY-MATCH
               ADD 1 TO WS-TRIM-ONLY-COUNT
               IF NOT CMP-LOW-VALUES-DETECTED
                   CALL 'CMPAUDIT' USING CMP-RI-KEY,
                       CMP-MK-OLD-VALUE(1:WS-FLD-LENGTH(WS-FLD-IDX)),
                       CMP-MK-NEW-VALUE(1:WS-FLD-LENGTH(WS-FLD-IDX))
               END-IF
           END-IF.

           IF CMP-EQUIV-ONLY-MATCH
               ADD 1 TO WS-EQUIV-ONLY-COUNT
           END-IF.

           IF CMP-NO-MATCH
               SET WS-RECORD-DIFF TO TRUE
               ADD 1 TO WS-FIELD-DIFF-COUNT
                   DISPLAY '  ' CMP-RI-KEY ' '
                           WS-FLD-NAME(WS-FLD-IDX)
                           ' PARSE ERROR'
                           ' [' CMP-MK-OLD-VALUE(
                                    1:WS-FLD-LENGTH(WS-FLD-IDX))
                           '] / [' CMP-MK-NEW-VALUE(
                                    1:WS-FLD-LENGTH(WS-FLD-IDX)) ']'
               ELSE
                   DISPLAY '  ' CMP-RI-KEY ' '
                           WS-FLD-NAME(WS-FLD-IDX)
                           ' [' CMP-MK-OLD-VALUE(
                                    1:WS-FLD-LENGTH(WS-FLD-IDX))
                           '] / [' CMP-MK-NEW-VALUE(
                                    1:WS-FLD-LENGTH(WS-FLD-IDX)) ']'
               END-IF
               IF CMP-LOW-VALUES-DETECTED
                   DISPLAY '    *** WARNING: LOW-VALUES PRESENT - '
               END-IF
           END-IF.

      ******************************************************************
      *  0240-MASK-FIELD
      *
      *  Leaves the current field's pair, masked for output under the
      *  masking rule for its field name and the record key, in
      *  CMP-MK-OLD-VALUE and CMP-MK-NEW-VALUE.  TRIMCMP has already
      *  compared the real values.
      ******************************************************************
       0240-MASK-FIELD.
           MOVE CMP-RI-KEY TO CMP-MK-KEY.
           MOVE WS-FLD-NAME(WS-FLD-IDX) TO CMP-MK-FIELD-NAME.
           MOVE CMP-RI-OLD-IMAGE(WS-FLD-OFFSET(WS-FLD-IDX):
                                 WS-FLD-LENGTH(WS-FLD-IDX))
               TO CMP-MK-OLD-VALUE.
           MOVE CMP-RI-NEW-IMAGE(WS-FLD-OFFSET(WS-FLD-IDX):
                                 WS-FLD-LENGTH(WS-FLD-IDX))
               TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

       0300-FINISH.
           CLOSE INPUT-FILE.
           DISPLAY ' '.
           DISPLAY 'FIELD MISMATCHES  : ' WS-FIELD-DIFF-COUNT.
           DISPLAY 'PARSE ERRORS      : ' WS-PARSE-ERROR-COUNT.
           DISPLAY 'TRIM-ONLY MATCHES : ' WS-TRIM-ONLY-COUNT.
           DISPLAY 'EQUIV-ONLY MATCHES: ' WS-EQUIV-ONLY-COUNT.
           DISPLAY 'LOW-VALUES FOUND  : ' WS-LOW-VALUES-COUNT.
