      ******************************************************************
      * COSTLEDGERDETAILSTR
      *   Layout of one line written to the FIFO cost ledger
      *   (COSTLEDG.TXT) by the costlyr routine - one line for every
      *   layer laid down (CLG-FUNCTION A) and every quantity taken
      *   off the layers (CLG-FUNCTION C). CLG-TRAN-TYPE and
      *   CLG-SOURCE-CODE are the TRANLOG type and source of the
      *   movement; the cost-of-goods report totals the ledger by
      *   type for the period. CLG-UNLAYERED-QTY is the part of a
      *   C quantity no layer covered, costed at the current price.
      ******************************************************************
           05  CLG-DATE                  PIC 9(6).
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-PART-NUMBER           PIC 9(5).
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-FUNCTION              PIC X.
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-TRAN-TYPE             PIC X.
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-SOURCE-CODE           PIC X.
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-QTY                   PIC 9(4).
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-EXTENDED-COST         PIC 9(7)V99.
           05  FILLER                    PIC X VALUE SPACES.
           05  CLG-UNLAYERED-QTY         PIC 9(4).
