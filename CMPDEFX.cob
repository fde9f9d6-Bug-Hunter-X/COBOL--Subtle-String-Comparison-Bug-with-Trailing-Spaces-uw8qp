      *  exported per reviewer and per disposition day, so audit
      *  finally has evidence the escalations leave the building.
      *
      *  The values on the defect feed are masked under the masking
      *  rules for the key (CMPMASK, CMPMKREC).  The audit log is
      *  masked when it is written, but entries logged before a rule
      *  was added are not, and the feed leaves the building - so it
      *  is masked again here, which changes nothing on values
      *  already masked.  The register keeps the disposition's own
      *  values, which is how an entry is recognised.
      *
      *  Disposition file name comes from environment variable
      *  CMPDEFX_DISP, defaulting to CMPDISP.DAT; the export register
      *  from CMPDEFX_REGISTER, defaulting to CMPDEFX.REG (missing
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-HDG-INPUT                PIC X(83).
       01  WS-HEADING-3                    PIC X(132) VALUE SPACES.
       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.
           END-IF.

       0235-WRITE-EXPORT.
           MOVE CMP-DISP-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE CMP-DISP-OLD-VALUE TO CMP-MK-OLD-VALUE.
           MOVE CMP-DISP-NEW-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

           MOVE SPACES TO WS-TRIM-FIELD.
           MOVE CMP-DISP-KEY TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-KEY-LENGTH.
           MOVE CMP-MK-OLD-VALUE TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-OLD-LENGTH.
           MOVE CMP-MK-NEW-VALUE TO WS-TRIM-FIELD.
           PERFORM 0700-TRAILING-LENGTH.
           MOVE WS-TRIM-LENGTH TO WS-NEW-LENGTH.

           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING CMP-DISP-KEY(1:WS-KEY-LENGTH) '|'
                  CMP-MK-OLD-VALUE(1:WS-OLD-LENGTH) '|'
                  CMP-MK-NEW-VALUE(1:WS-NEW-LENGTH) '|'
                  CMP-DISP-AUDIT-DATE '|'
                  CMP-DISP-REVIEWER '|'
                  CMP-DISP-DATE
