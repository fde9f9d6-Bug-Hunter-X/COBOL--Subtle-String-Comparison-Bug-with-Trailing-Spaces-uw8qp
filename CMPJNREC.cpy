      ******************************************************************
      *  CMPJNREC.CPY
      *
      *  Before-image journal record for the indexed reconciliation
      *  master (CMPMSREC).  TRIMLOAD appends one for every record it
      *  loads, adds, updates or deletes, and TRIMJNL appends one for
      *  every change it makes when it backs a run out, so the
      *  journal holds the whole life of every key on the master:
      *
      *    run id  - the run date and time of the run that made the
      *              change; every record a run writes carries the
      *              same id, and the id is what TRIMJNL is given to
      *              back a run out;
      *    source  - 'L' a TRIMLOAD bulk load, 'T' a TRIMLOAD
      *              maintenance (APPLY) run, 'B' a TRIMJNL backout,
      *              which also names the run it backed out;
      *    action  - what happened to the key: 'A' added (no before
      *              image), 'U' updated, 'D' deleted (no after
      *              image).  A bulk load writes 'A'.
      *
      *  Cumulative - appended to, never rewritten, and in the order
      *  the changes were made.  Fixed-length, LINE SEQUENTIAL text.
      ******************************************************************
       01  CMP-JNL-RECORD.
           05  CMP-JNL-RUN-ID.
               10  CMP-JNL-RUN-DATE         PIC X(8).
               10  CMP-JNL-RUN-TIME         PIC X(6).
           05  CMP-JNL-SOURCE               PIC X.
               88  CMP-JNL-FROM-LOAD        VALUE 'L'.
               88  CMP-JNL-FROM-APPLY       VALUE 'T'.
               88  CMP-JNL-FROM-BACKOUT     VALUE 'B'.
           05  CMP-JNL-ACTION               PIC X.
               88  CMP-JNL-ADDED            VALUE 'A'.
               88  CMP-JNL-UPDATED          VALUE 'U'.
               88  CMP-JNL-DELETED          VALUE 'D'.
           05  CMP-JNL-KEY                  PIC X(10).
           05  CMP-JNL-BEFORE-VALUE         PIC X(100).
           05  CMP-JNL-AFTER-VALUE          PIC X(100).
           05  CMP-JNL-BACKOUT-OF           PIC X(14).
