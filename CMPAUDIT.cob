      *  log is cumulative across runs - entries stay on file until
      *  the CMPAUDRV disposition review has worked them.
      *
      *  The values are written masked under the masking rules for
      *  the key (CMPMASK, CMPMKREC), so everything downstream of the
      *  log - the disposition review, inquiry, workload reporting
      *  and the defect export - sees them the same way.  A caller
      *  whose rules can be scoped to a field name (TRIMBAT) passes
      *  the values already masked under it; masking a masked pair
      *  again changes nothing.  CMPAUDRV rules leave entries that
      *  carry mask characters to a person.
      *
      *  Output file name comes from environment variable
      *  CMPAUDIT_OUTPUT, defaulting to CMPAUDIT.LOG when not set.
      *
           88  WS-AUDIT-FILE-OK            VALUE '00'.
           88  WS-AUDIT-FILE-MISSING       VALUE '35'.
       01  WS-TODAY                        PIC 9(8).
       COPY CMPMKCT.

       LINKAGE SECTION.
       01  LS-KEY                          PIC X ANY LENGTH.
               GOBACK
           END-IF.

           MOVE LS-KEY TO CMP-MK-KEY.
           MOVE SPACES TO CMP-MK-FIELD-NAME.
           MOVE LS-OLD-VALUE TO CMP-MK-OLD-VALUE.
           MOVE LS-NEW-VALUE TO CMP-MK-NEW-VALUE.
           CALL 'CMPMASK' USING CMP-MASK-AREA.

           MOVE LS-KEY TO CMP-AUDIT-KEY.
           MOVE CMP-MK-OLD-VALUE TO CMP-AUDIT-OLD-VALUE.
           MOVE CMP-MK-NEW-VALUE TO CMP-AUDIT-NEW-VALUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO CMP-AUDIT-DATE.
           WRITE CMP-AUDIT-RECORD.
