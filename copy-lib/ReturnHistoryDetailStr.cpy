      ******************************************************************
      * RETURNHISTORYDETAILSTR
      *   Layout of one line written to the customer returns history
      *   (RMAHIST.TXT). The returns desk appends a record for every
      *   lot of goods received back against an authorization; the
      *   returns register is printed from these records.
      *   RTH-DISPOSITION is R when the goods went back into stock
      *   at RTH-LOCATION, S when they were scrapped (location zero).
      *   RTH-REASON-CODE is the reason given when the return was
      *   authorized: D = damaged in transit, W = wrong part
      *   shipped, Q = quality / defective, E = ordered in error,
      *   X = other.
      ******************************************************************
           05  RTH-DATE                  PIC 9(6).
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-RMA-NUMBER            PIC 9(5).
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-ORDER-NUMBER          PIC 9(5).
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-CUSTOMER-NAME         PIC X(20).
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-PART-NUMBER           PIC 9(5).
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-QTY-RETURNED          PIC 9(3).
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-DISPOSITION           PIC X.
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-LOCATION              PIC 9.
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-REASON-CODE           PIC X.
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-UNIT-PRICE            PIC 9(4)V99.
           05  FILLER                    PIC X VALUE SPACES.
           05  RTH-OPERATOR-ID           PIC X(8).
