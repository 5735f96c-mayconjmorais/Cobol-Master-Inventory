      ******************************************************************
      * PICKJOURNALDETAILSTR
      *   Layout of one line on the pick journal (PICKJRNL.TXT). The
      *   allocation run journals every pick as it is made; the
      *   billing run collects the journal and invoices from it, so
      *   a pick is billed once whichever run shipped it.
      *   PJRN-RUN-DATE and PJRN-RUN-TIME stamp the allocation run
      *   that made the pick - each run is one shipment, and a
      *   restart keeps the stamp of the run it is finishing.
      *   PJRN-FILL-TYPE says whether the pick shipped an open order
      *   on its first allocation (O) or filled a backorder left
      *   short by an earlier run (B).
      *   PJRN-PICK-LINE is the line exactly as released to the pick
      *   list sort.
      *   PJRN-EXTENDED-COST is what the pick cost off the part's
      *   FIFO layers (costlyr) when it shipped, so the returns desk
      *   can put returned goods back at the cost they went out at.
      ******************************************************************
           05  PJRN-RUN-DATE             PIC 9(6).
           05  PJRN-RUN-TIME             PIC 9(8).
           05  PJRN-FILL-TYPE            PIC X.
               88  PJRN-ORDER-SHIPMENT   VALUE "O".
               88  PJRN-BACKORDER-FILL   VALUE "B".
           05  PJRN-PICK-LINE.
               10  PJRN-LOCATION         PIC 9.
               10  PJRN-PART-NUMBER      PIC 9(5).
               10  PJRN-ORDER-NUMBER     PIC 9(5).
               10  PJRN-CUSTOMER-NAME    PIC X(20).
               10  PJRN-PART-NAME        PIC X(20).
               10  PJRN-PICK-QTY         PIC 9(3).
           05  PJRN-EXTENDED-COST        PIC 9(7)V99.
