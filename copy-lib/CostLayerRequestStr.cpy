      ******************************************************************
      * COSTLAYERREQUESTSTR
      *   Parameter area passed to the costlyr routine by every
      *   program that moves stock in or out. Function A lays down
      *   a new cost layer for CLR-QTY at CLR-UNIT-COST, bought from
      *   CLR-SUPPLIER-CODE. Function C takes CLR-QTY off the
      *   part's layers oldest first. CLR-QTY-ON-HAND is the part's
      *   QTY-ON-HAND after the movement: stock on hand that no layer
      *   covers yet (bought before layers were kept) is laid down
      *   first as the part's opening layer at CLR-UNIT-COST, which
      *   the caller sets to the current UNIT-PRICE-IN. A quantity
      *   going out that no layer covers even so is costed at
      *   CLR-UNIT-COST and comes back in CLR-UNLAYERED-QTY.
      *   CLR-TRAN-TYPE and CLR-SOURCE-CODE are the TRANLOG type and
      *   source of the movement. CLR-EXTENDED-COST comes back as
      *   the cost of the quantity laid down or taken off.
      ******************************************************************
           05  CLR-FUNCTION              PIC X.
               88  CLR-ADD-LAYER         VALUE "A".
               88  CLR-CONSUME-LAYERS    VALUE "C".
           05  CLR-PART-NUMBER           PIC 9(5).
           05  CLR-QTY                   PIC 9(4).
           05  CLR-QTY-ON-HAND           PIC 9(4).
           05  CLR-UNIT-COST             PIC 9(4)V99.
           05  CLR-SUPPLIER-CODE         PIC 9(4).
           05  CLR-TRAN-TYPE             PIC X.
           05  CLR-SOURCE-CODE           PIC X.
           05  CLR-EXTENDED-COST         PIC 9(7)V99.
           05  CLR-UNLAYERED-QTY         PIC 9(4).
