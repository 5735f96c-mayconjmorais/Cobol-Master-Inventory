      ******************************************************************
      * INDEXEDRETURNAUTHSTR
      *   Layout of the RMAFILE indexed return-authorization record.
      *   The returns desk opens one when a customer asks to send
      *   goods back, against the original order number and part,
      *   and receives against it as the goods arrive - in one lot
      *   or several, each with its own restock or scrap
      *   disposition. RMA-UNIT-PRICE is the price the customer was
      *   billed, so every return is valued at what was charged.
      *   RMA-UNIT-COST is the FIFO cost per unit the order shipped
      *   at, which is the cost a restocked lot goes back on the
      *   part's cost layers at.
      *   RMA-STATUS is O while goods are still expected and C once
      *   all have come back or the rest was cancelled; closed
      *   authorizations stay on file so an RMA number is never
      *   reused. RECORD KEY IS RMA-NUMBER-PK.
      ******************************************************************
           05  RMA-NUMBER-PK             PIC 9(5).
           05  RMA-ORDER-NUMBER          PIC 9(5).
           05  RMA-CUSTOMER-NAME         PIC X(20).
           05  RMA-PART-NUMBER           PIC 9(5).
           05  RMA-QTY-AUTHORIZED        PIC 9(3).
           05  RMA-QTY-RECEIVED          PIC 9(3).
           05  RMA-REASON-CODE           PIC X.
               88  RMA-REASON-VALID      VALUES "D" "W" "Q" "E" "X".
           05  RMA-UNIT-PRICE            PIC 9(4)V99.
           05  RMA-AUTH-DATE             PIC 9(6).
           05  RMA-STATUS                PIC X.
               88  RMA-OPEN              VALUE "O".
               88  RMA-CLOSED            VALUE "C".
           05  RMA-UNIT-COST             PIC 9(4)V99.
