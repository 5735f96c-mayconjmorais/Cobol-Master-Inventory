      ******************************************************************
      * INDEXEDSHIPHISTORYSTR
      *   Layout of the SHIPHIST indexed shipped-order history record.
      *   The billing run keeps one record per customer order it has
      *   invoiced: the customer, the part, the quantity shipped to
      *   date across every shipment of the order, and the unit
      *   price it was last billed at. The returns desk authorizes
      *   a return only against this record and adds the quantity
      *   authorized to SHH-QTY-RETURNED, so no more can come back
      *   than went out. SHH-LAST-SHIPMENT is the stamp of the last
      *   allocation run billed, so a billing rerun never counts the
      *   same shipment twice. SHH-COST-SHIPPED is what the quantity
      *   shipped cost off the FIFO layers, taken from the pick
      *   journal, so a return can go back on the shelf at the cost
      *   it went out at. RECORD KEY IS SHH-ORDER-NUMBER-PK.
      ******************************************************************
           05  SHH-ORDER-NUMBER-PK       PIC 9(5).
           05  SHH-CUSTOMER-NAME         PIC X(20).
           05  SHH-PART-NUMBER           PIC 9(5).
           05  SHH-QTY-SHIPPED           PIC 9(5).
           05  SHH-QTY-RETURNED          PIC 9(5).
           05  SHH-UNIT-PRICE            PIC 9(4)V99.
           05  SHH-LAST-INVOICE          PIC 9(6).
           05  SHH-LAST-SHIPMENT.
               10  SHH-LAST-RUN-DATE     PIC 9(6).
               10  SHH-LAST-RUN-TIME     PIC 9(8).
           05  SHH-COST-SHIPPED          PIC 9(9)V99.
