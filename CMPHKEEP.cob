      *  from CMPHKEEP_DISP, defaulting to CMPDISP.DAT; compacted
      *  outputs from CMPHKEEP_NEWAUDIT / CMPHKEEP_NEWDISP,
      *  defaulting to CMPAUDIT.NEW / CMPDISP.NEW; archives are
      *  CMPAUDIT.A<cutoff> and CMPDISP.A<cutoff>.  The archives are
      *  extended, never rewritten: housekeeping twice with the same
      *  cutoff adds the second run's records to the archives the
      *  first run wrote.
      *
      *  A clean run appends a record naming its two archives to the
      *  archive catalogue (CMPACREC) - CMPHKEEP_CATALOG, defaulting
      *  to CMPARCH.CAT - which is how the history reports find the
      *  archives again.  A catalogue that cannot be written leaves
      *  the archives in place but ends the run with RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPHKEEP.
           SELECT ARCDSP-FILE ASSIGN TO DYNAMIC WS-ARCDSP-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCDSP-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  ARCAUD-RECORD                   PIC X(218).
       FD  ARCDSP-FILE.
       01  ARCDSP-RECORD                   PIC X(235).
       FD  CATALOG-FILE.
       COPY CMPACREC.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-NAME              PIC X(100).
       01  WS-ARCAUD-FILE-NAME             PIC X(100).
       01  WS-ARCAUD-FILE-STATUS           PIC X(2).
           88  WS-ARCAUD-FILE-OK           VALUE '00'.
           88  WS-ARCAUD-FILE-MISSING      VALUE '35'.
       01  WS-ARCDSP-FILE-NAME             PIC X(100).
       01  WS-ARCDSP-FILE-STATUS           PIC X(2).
           88  WS-ARCDSP-FILE-OK           VALUE '00'.
           88  WS-ARCDSP-FILE-MISSING      VALUE '35'.
       01  WS-CATALOG-FILE-NAME            PIC X(100).
       01  WS-CATALOG-FILE-STATUS          PIC X(2).
           88  WS-CATALOG-FILE-OK          VALUE '00'.
           88  WS-CATALOG-FILE-MISSING     VALUE '35'.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-TIME                     PIC 9(8).
       01  WS-OPEN-ERROR-FLAG              PIC X VALUE 'N'.
           88  WS-OPEN-ERROR               VALUE 'Y'.
       01  WS-CUTOFF-TEXT                  PIC X(8).
           IF WS-NEWDSP-FILE-NAME = SPACES
               MOVE 'CMPDISP.NEW' TO WS-NEWDSP-FILE-NAME
           END-IF.
           ACCEPT WS-CATALOG-FILE-NAME
               FROM ENVIRONMENT 'CMPHKEEP_CATALOG'.
           IF WS-CATALOG-FILE-NAME = SPACES
               MOVE 'CMPARCH.CAT' TO WS-CATALOG-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-ARCAUD-FILE-NAME.
           STRING 'CMPAUDIT.A' WS-CUTOFF-TEXT
               DELIMITED BY SIZE INTO WS-ARCAUD-FILE-NAME
                       'FILE [' WS-NEWDSP-FILE-NAME '] - FILE STATUS '
                       WS-NEWDSP-FILE-STATUS
           END-IF.
           OPEN EXTEND ARCAUD-FILE.
           IF WS-ARCAUD-FILE-MISSING
               OPEN OUTPUT ARCAUD-FILE
           END-IF.
           IF NOT WS-ARCAUD-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPHKEEP: UNABLE TO OPEN AUDIT ARCHIVE ['
                       WS-ARCAUD-FILE-NAME '] - FILE STATUS '
                       WS-ARCAUD-FILE-STATUS
           END-IF.
           OPEN EXTEND ARCDSP-FILE.
           IF WS-ARCDSP-FILE-MISSING
               OPEN OUTPUT ARCDSP-FILE
           END-IF.
           IF NOT WS-ARCDSP-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'CMPHKEEP: UNABLE TO OPEN DISPOSITION '
           DISPLAY 'DISPOSITIONS ARCHIV: ' WS-DISP-ARCH-COUNT.
           DISPLAY 'AUDIT ARCHIVE      : ' WS-ARCAUD-FILE-NAME.
           DISPLAY 'DISP ARCHIVE       : ' WS-ARCDSP-FILE-NAME.

           PERFORM 0310-CATALOG-ARCHIVES.

      ******************************************************************
      *  0310-CATALOG-ARCHIVES
      *
      *  Appends this run's archives to the archive catalogue, with
      *  the counts this run added to them.  The archives are
      *  already safely written, so a catalogue failure only warns
      *  (RETURN-CODE 4): the entry can be added by hand.
      ******************************************************************
       0310-CATALOG-ARCHIVES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-CUTOFF-TEXT TO CMP-ARC-CUTOFF.
           MOVE WS-RUN-DATE TO CMP-ARC-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO CMP-ARC-RUN-TIME.
           MOVE WS-AUDIT-ARCH-COUNT TO CMP-ARC-AUDIT-COUNT.
           MOVE WS-DISP-ARCH-COUNT TO CMP-ARC-DISP-COUNT.
           MOVE WS-ARCAUD-FILE-NAME TO CMP-ARC-AUDIT-NAME.
           MOVE WS-ARCDSP-FILE-NAME TO CMP-ARC-DISP-NAME.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CATALOG-FILE-MISSING
               OPEN OUTPUT CATALOG-FILE
           END-IF.
           IF WS-CATALOG-FILE-OK
               WRITE CMP-ARC-RECORD
               CLOSE CATALOG-FILE
               DISPLAY 'ARCHIVE CATALOGUE  : ' WS-CATALOG-FILE-NAME
           ELSE
               MOVE 4 TO RETURN-CODE
               DISPLAY 'CMPHKEEP: UNABLE TO OPEN ARCHIVE CATALOGUE ['
                       WS-CATALOG-FILE-NAME '] - FILE STATUS '
                       WS-CATALOG-FILE-STATUS
               DISPLAY 'RETURN CODE 4 - ARCHIVES WRITTEN BUT NOT '
                       'CATALOGUED'
           END-IF.
