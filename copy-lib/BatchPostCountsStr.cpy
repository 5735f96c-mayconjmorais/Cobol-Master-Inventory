      *   how many scanner records it read, posted, and rejected,
      *   and whether the batch passed its control checks at all,
      *   so the nightly run log can carry real counts instead of
      *   whatever scrolled past on the console. BPC-RESTARTED is
      *   YES when the run picked up a batch an earlier run left
      *   unfinished, and the counts then cover only this run.
      ******************************************************************
           05  BPC-READ-COUNT            PIC 9(5).
           05  BPC-POSTED-COUNT          PIC 9(5).
           05  BPC-REJECTED-COUNT        PIC 9(5).
           05  BPC-BATCH-ACCEPTED        PIC X(3).
           05  BPC-RESTARTED             PIC X(3).
