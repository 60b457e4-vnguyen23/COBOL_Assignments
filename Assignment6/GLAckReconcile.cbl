      *forward to GLUnacknowledged.new - the same way RegionRecycle
      *carries unresolved exceptions - so a silently dropped journal
      *stays on the report until it clears instead of surfacing at
      *month-end close. The student-accounts journal TuitionJournal
      *writes in the same layout is reconciled by this program too,
      *run with DD_GLJOURNAL, DD_PRIORUNACKED, DD_GLACKNOWLEDGMENT,
      *DD_CARRYFORWARD and DD_RECONCILEREPORT pointed at the tuition
      *journal's own files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       fd GLJournal.
      ********GLJournalRecord, as the journal runs write it************
       01  GLJournalRecord.
           03    GJ-Type                PIC X.
           03    FILLER                 PIC X.
