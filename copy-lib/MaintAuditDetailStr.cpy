      *   operator who made it, so a deleted part or supplier always
      *   leaves a trace. MAUD-FILE-ID names the master touched,
      *   MAUD-ACTION is the maintenance action (A/C/D, or O/R for
      *   purchase orders; a part change that alters the price or
      *   the supplier is logged as P), and MAUD-KEY is the record
      *   key as keyed - wide enough for a two-part key such as part
      *   plus supplier.
      ******************************************************************
           05  MAUD-DATE                 PIC 9(6).
           05  FILLER                    PIC X VALUE SPACES.
           05  FILLER                    PIC X VALUE SPACES.
           05  MAUD-ACTION               PIC X.
           05  FILLER                    PIC X VALUE SPACES.
           05  MAUD-KEY                  PIC X(10).
