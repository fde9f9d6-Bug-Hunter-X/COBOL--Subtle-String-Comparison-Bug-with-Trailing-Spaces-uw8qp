      *  untrimmed comparison and the new TRIMCMP trimmed comparison.
      *  Every pair where the two disagree is listed, so past
      *  decisions made on the untrimmed compare can be reviewed.
      *  The values are listed through the masking rules (CMPMASK) by
      *  key.
      *
      *  Run settings come from a run-control card file read at
      *  initialization (located by environment variable PADRPT_PARM,
       01  WS-DISAGREE-COUNT               PIC 9(7) VALUE 0.
       01  WS-LOW-VALUES-COUNT             PIC 9(7) VALUE 0.
       COPY CMPCTRL.
       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.

           CALL 'TRIMCMP' USING CMP-REC-OLD-VALUE, CMP-REC-NEW-VALUE,
                                 CMP-CONTROL-AREA.
           PERFORM 0220-MASK-PAIR.

           IF CMP-LOW-VALUES-DETECTED
               ADD 1 TO WS-LOW-VALUES-COUNT
               ADD 1 TO WS-DISAGREE-COUNT
               DISPLAY CMP-REC-KEY ' ' WS-LEGACY-MATCH-FLAG
                       '        ' CMP-MATCH-FLAG
                       '        [' CMP-MK-OLD-VALUE(1:100) '] / ['
                       CMP-MK-NEW-VALUE(1:100) ']'
               IF CMP-LOW-VALUES-DETECTED
                   DISPLAY '    *** WARNING: LOW-VALUES PRESENT - '
                           'RESULT UNRELIABLE ***'
               END-IF
           END-IF.

       0220-MASK-PAIR.
           MOVE CMP-REC-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE CMP-REC-OLD-VALUE TO CMP-MK-OLD-VALUE.
           MOVE CMP-REC-NEW-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

       0300-FINISH.
           CLOSE INPUT-FILE.
           DISPLAY 'RECORDS READ      : ' WS-RECORD-COUNT.
