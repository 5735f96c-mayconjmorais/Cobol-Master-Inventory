      ******************************************************************
      * INDEXEDCOSTLAYERSTR
      *   Layout of the COSTLAYR indexed FIFO cost-layer record. One
      *   layer per receipt of a part, holding what that receipt
      *   cost; stock leaving the building is costed from the
      *   oldest layer first. RECORD KEY IS LYR-KEY - the part
      *   number followed by the date and time the layer was laid
      *   down, so the layers of a part read back oldest first.
      *   LYR-QTY-REMAINING is what is left of the receipt; a layer
      *   used up completely is deleted. LYR-TRAN-TYPE and
      *   LYR-SOURCE-CODE are the TRANLOG type and source of the
      *   movement that laid the layer down. The opening layer of a
      *   part - the stock it already had when its layers were
      *   started - is dated zero so it is always the oldest, and
      *   has LYR-TRAN-TYPE O.
      ******************************************************************
           05  LYR-KEY.
               10  LYR-PART-NUMBER       PIC 9(5).
               10  LYR-RECEIPT-DATE      PIC 9(6).
               10  LYR-RECEIPT-TIME      PIC 9(8).
           05  LYR-QTY-RECEIVED          PIC 9(4).
           05  LYR-QTY-REMAINING         PIC 9(4).
           05  LYR-UNIT-COST             PIC 9(4)V99.
           05  LYR-SUPPLIER-CODE         PIC 9(4).
           05  LYR-TRAN-TYPE             PIC X.
           05  LYR-SOURCE-CODE           PIC X.
