      *   backorder-only retry pomaint makes after a receipt: the
      *   freshly received stock goes to the oldest promises, but
      *   orders keyed during the day wait for tonight's run.
      *   OAL-RESTARTED comes back YES when the call found an
      *   earlier allocation run unfinished and settled it first.
      ******************************************************************
           05  OAL-RUN-MODE              PIC X.
               88  OAL-BACKORDER-ONLY    VALUE "B".
               88  OAL-FULL-ALLOCATION   VALUE "F".
           05  OAL-RESTARTED             PIC X(3).
