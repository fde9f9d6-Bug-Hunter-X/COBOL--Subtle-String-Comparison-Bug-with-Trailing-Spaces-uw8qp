      *    APPLY - incremental maintenance: reads add/update/delete
      *            transactions (CMPTXREC) in ascending key order and
      *            applies them to the existing master, reporting the
      *            before and after values on every update.  The
      *            transactions are normally the ones TRIMCORR
      *            generates from the nightly mismatch extract.
      *
      *  Both modes edit the input the way TRIMBAT edits its records:
      *  a blank key, a key that is not left-justified, a key out of
      *  master is only as good as what loads it, and a load step
      *  that silently dropped input is the worst kind of clean run.
      *
      *  Every record loaded, added, updated or deleted is also
      *  appended to the master journal (CMPJNREC) with the key, the
      *  before and after values, and the run id - the run date and
      *  time, printed at the top of the report - so that TRIMJNL
      *  can back the run out again or say what a key held on any
      *  past date.  The journal is opened before the first change
      *  is made and a run that cannot write it stops: a change
      *  that is not journalled cannot be undone.  The journal holds
      *  the real values; the values on the report go through the
      *  masking rules (CMPMASK) by key.
      *
      *  Input file name comes from environment variable
      *  TRIMLOAD_INPUT, defaulting to TRIMLOAD.DAT; the master from
      *  TRIMLOAD_MASTER, defaulting to TRIMMSTR.MST; the report from
      *  TRIMLOAD_REPORT, defaulting to TRIMLOAD.RPT; the journal
      *  from TRIMLOAD_JOURNAL, defaulting to TRIMLOAD.JNL.  An
      *  unknown mode stops the run with RETURN-CODE 16 before any
      *  file is touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIMLOAD.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY CMPMSREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                   PIC X(132).
       FD  JOURNAL-FILE.
       COPY CMPJNREC.

       WORKING-STORAGE SECTION.
       01  WS-INPUT-FILE-NAME              PIC X(100).
       01  WS-REPORT-FILE-NAME             PIC X(100).
       01  WS-REPORT-FILE-STATUS           PIC X(2).
           88  WS-REPORT-FILE-OK           VALUE '00'.
       01  WS-JOURNAL-FILE-NAME            PIC X(100).
       01  WS-JOURNAL-FILE-STATUS          PIC X(2).
           88  WS-JOURNAL-FILE-OK          VALUE '00'.
           88  WS-JOURNAL-FILE-MISSING     VALUE '35'.
       01  WS-MODE-TEXT                    PIC X(8).
       01  WS-MODE-FLAG                    PIC X.
           88  WS-MODE-LOAD                VALUE 'L'.
       01  WS-UPDATED-COUNT                PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT                PIC 9(7) VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(7) VALUE 0.
       01  WS-JOURNAL-COUNT                PIC 9(7) VALUE 0.
       01  WS-RUN-ID                       PIC X(14).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-DATE-YYYY            PIC X(4).
       01  WS-HEADING-1.
           05  FILLER                      PIC X(43) VALUE
               'TRIMLOAD MASTER MAINTENANCE REPORT'.
           05  FILLER                      PIC X(7) VALUE 'RUN ID '.
           05  WS-HDG-RUN-ID               PIC X(14).
           05  FILLER                      PIC X(54) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE 'PAGE '.
           05  WS-HDG-PAGE                 PIC ZZZ9.
       01  WS-HEADING-2.
           05  WS-DTL-VALUE                PIC X(100).
           05  FILLER                      PIC X VALUE ']'.
           05  FILLER                      PIC X(3) VALUE SPACES.
       COPY CMPMKCT.

       PROCEDURE DIVISION.
       0000-MAIN.
       0100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8).
           MOVE WS-RUN-TIME(1:6) TO WS-RUN-ID(9:6).

           ACCEPT WS-MODE-TEXT FROM ENVIRONMENT 'TRIMLOAD_MODE'.
           EVALUATE FUNCTION UPPER-CASE(WS-MODE-TEXT)
           IF WS-REPORT-FILE-NAME = SPACES
               MOVE 'TRIMLOAD.RPT' TO WS-REPORT-FILE-NAME
           END-IF.
           ACCEPT WS-JOURNAL-FILE-NAME
               FROM ENVIRONMENT 'TRIMLOAD_JOURNAL'.
           IF WS-JOURNAL-FILE-NAME = SPACES
               MOVE 'TRIMLOAD.JNL' TO WS-JOURNAL-FILE-NAME
           END-IF.

           OPEN INPUT INPUT-FILE.
           IF NOT WS-INPUT-FILE-OK
                       WS-REPORT-FILE-NAME '] - FILE STATUS '
                       WS-REPORT-FILE-STATUS
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-MISSING
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF NOT WS-JOURNAL-FILE-OK
               SET WS-OPEN-ERROR TO TRUE
               DISPLAY 'TRIMLOAD: UNABLE TO OPEN JOURNAL FILE ['
                       WS-JOURNAL-FILE-NAME '] - FILE STATUS '
                       WS-JOURNAL-FILE-STATUS
           END-IF.
           IF WS-OPEN-ERROR
               IF WS-INPUT-FILE-OK
                   CLOSE INPUT-FILE
               IF WS-REPORT-FILE-OK
                   CLOSE REPORT-FILE
               END-IF
               IF WS-JOURNAL-FILE-OK
                   CLOSE JOURNAL-FILE
               END-IF
           ELSE
               IF WS-MODE-LOAD
                   DISPLAY 'TRIMLOAD MASTER BULK LOAD RUN'
               ELSE
                   DISPLAY 'TRIMLOAD MASTER MAINTENANCE RUN'
               END-IF
               DISPLAY 'RUN ID ' WS-RUN-ID
           END-IF.

       0200-PROCESS-FILE.
           END-WRITE.
           IF WS-MASTER-FILE-OK
               ADD 1 TO WS-LOADED-COUNT
               MOVE 'A' TO CMP-JNL-ACTION
               MOVE SPACES TO CMP-JNL-BEFORE-VALUE
               MOVE WS-WORK-VALUE TO CMP-JNL-AFTER-VALUE
               PERFORM 0270-WRITE-JOURNAL
           ELSE
               IF NOT WS-MASTER-DUP-KEY
                   PERFORM 0260-MASTER-IO-ERROR
      *
      *  One add/update/delete against the live master.  Updates
      *  report the before value alongside the after value so the
      *  maintenance run leaves a full audit trail of what changed,
      *  and each change that reaches the master is journalled.
      ******************************************************************
       0250-APPLY-TRANSACTION.
           MOVE WS-WORK-KEY TO CMP-MST-KEY.
                   PERFORM 0230-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE WS-WORK-KEY TO CMP-MK-KEY
                   MOVE SPACES TO CMP-MK-FIELD-NAME
                   MOVE WS-WORK-VALUE TO CMP-MK-OLD-VALUE
                   MOVE WS-WORK-VALUE TO CMP-MK-NEW-VALUE
                   CALL 'CMPMASK' USING CMP-MASK-AREA
                   MOVE WS-WORK-KEY TO WS-DTL-KEY
                   MOVE 'ADDED' TO WS-DTL-ACTION
                   MOVE CMP-MK-NEW-VALUE(1:100) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   MOVE 'A' TO CMP-JNL-ACTION
                   MOVE SPACES TO CMP-JNL-BEFORE-VALUE
                   MOVE WS-WORK-VALUE TO CMP-JNL-AFTER-VALUE
                   PERFORM 0270-WRITE-JOURNAL
           END-WRITE.
           IF NOT WS-MASTER-FILE-OK AND NOT WS-MASTER-DUP-KEY
               PERFORM 0260-MASTER-IO-ERROR
                   PERFORM 0230-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE WS-WORK-KEY TO CMP-MK-KEY
                   MOVE SPACES TO CMP-MK-FIELD-NAME
                   MOVE CMP-MST-VALUE TO CMP-MK-OLD-VALUE
                   MOVE WS-WORK-VALUE TO CMP-MK-NEW-VALUE
                   CALL 'CMPMASK' USING CMP-MASK-AREA
                   MOVE WS-WORK-KEY TO WS-DTL-KEY
                   MOVE 'UPDATED FROM' TO WS-DTL-ACTION
                   MOVE CMP-MK-OLD-VALUE(1:100) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-DTL-KEY
                   MOVE 'TO' TO WS-DTL-ACTION
                   MOVE CMP-MK-NEW-VALUE(1:100) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   MOVE CMP-MST-VALUE TO CMP-JNL-BEFORE-VALUE
                   MOVE WS-WORK-VALUE TO CMP-MST-VALUE
                   REWRITE CMP-MST-RECORD
                   IF WS-MASTER-FILE-OK
                       MOVE 'U' TO CMP-JNL-ACTION
                       MOVE WS-WORK-VALUE TO CMP-JNL-AFTER-VALUE
                       PERFORM 0270-WRITE-JOURNAL
                   END-IF
           END-READ.
           IF NOT WS-MASTER-FILE-OK AND NOT WS-MASTER-NOT-FOUND
               PERFORM 0260-MASTER-IO-ERROR
                   PERFORM 0230-REPORT-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE WS-WORK-KEY TO CMP-MK-KEY
                   MOVE SPACES TO CMP-MK-FIELD-NAME
                   MOVE CMP-MST-VALUE TO CMP-MK-OLD-VALUE
                   MOVE CMP-MST-VALUE TO CMP-MK-NEW-VALUE
                   CALL 'CMPMASK' USING CMP-MASK-AREA
                   MOVE WS-WORK-KEY TO WS-DTL-KEY
                   MOVE 'DELETED' TO WS-DTL-ACTION
                   MOVE CMP-MK-OLD-VALUE(1:100) TO WS-DTL-VALUE
                   MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
                   PERFORM 0600-WRITE-REPORT-LINE
                   MOVE CMP-MST-VALUE TO CMP-JNL-BEFORE-VALUE
                   DELETE MASTER-FILE
                   IF WS-MASTER-FILE-OK
                       MOVE 'D' TO CMP-JNL-ACTION
                       MOVE SPACES TO CMP-JNL-AFTER-VALUE
                       PERFORM 0270-WRITE-JOURNAL
                   END-IF
           END-READ.
           IF NOT WS-MASTER-FILE-OK AND NOT WS-MASTER-NOT-FOUND
               PERFORM 0260-MASTER-IO-ERROR
                   WS-WORK-KEY '] - FILE STATUS '
                   WS-MASTER-FILE-STATUS ' - RUN STOPPED'.

      ******************************************************************
      *  0270-WRITE-JOURNAL
      *
      *  Appends the change just made to the master to the journal.
      *  The caller sets the action and the before and after values;
      *  the run id, source and key are filled in here.  A journal
      *  that cannot be written stops the run like a master I/O
      *  error - the change already made is on the report, and is
      *  the last one the run makes.
      ******************************************************************
       0270-WRITE-JOURNAL.
           MOVE WS-RUN-ID TO CMP-JNL-RUN-ID.
           IF WS-MODE-LOAD
               MOVE 'L' TO CMP-JNL-SOURCE
           ELSE
               MOVE 'T' TO CMP-JNL-SOURCE
           END-IF.
           MOVE WS-WORK-KEY TO CMP-JNL-KEY.
           MOVE SPACES TO CMP-JNL-BACKOUT-OF.
           WRITE CMP-JNL-RECORD.
           IF WS-JOURNAL-FILE-OK
               ADD 1 TO WS-JOURNAL-COUNT
           ELSE
               SET WS-IO-ERROR TO TRUE
               DISPLAY 'TRIMLOAD: JOURNAL WRITE ERROR AT KEY ['
                       WS-WORK-KEY '] - FILE STATUS '
                       WS-JOURNAL-FILE-STATUS ' - RUN STOPPED'
           END-IF.

       0300-FINISH.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0600-WRITE-REPORT-LINE.
           CLOSE INPUT-FILE.
           CLOSE MASTER-FILE.
           CLOSE REPORT-FILE.
           CLOSE JOURNAL-FILE.

           DISPLAY ' '.
           DISPLAY 'RECORDS READ      : ' WS-READ-COUNT.
           DISPLAY 'UPDATED           : ' WS-UPDATED-COUNT.
           DISPLAY 'DELETED           : ' WS-DELETED-COUNT.
           DISPLAY 'REJECTED          : ' WS-REJECT-COUNT.
           DISPLAY 'JOURNALLED        : ' WS-JOURNAL-COUNT.
           IF WS-REJECT-COUNT > 0
               DISPLAY 'RETURN CODE 8 - REJECTS OCCURRED - SEE '
                       'THE REPORT'
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING 'JOURNALLED        : ' WS-JOURNAL-COUNT
                  '  RUN ID ' WS-RUN-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 0600-WRITE-REPORT-LINE.
           IF WS-REJECT-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'RETURN CODE 8 - REJECTS OCCURRED'
       0610-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
           MOVE WS-RUN-ID TO WS-HDG-RUN-ID.
           MOVE WS-RUN-DATE-YYYY TO WS-EDIT-DATE-YYYY.
           MOVE WS-RUN-DATE-MM TO WS-EDIT-DATE-MM.
           MOVE WS-RUN-DATE-DD TO WS-EDIT-DATE-DD.
