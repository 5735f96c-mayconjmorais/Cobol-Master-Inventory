      ******************************************************************
      * INDEXEDSUPPLIERPARTSTR
      *   Layout of the SUPPCAT indexed supplier-part catalog record.
      *   One record for every supplier that can supply a part, with
      *   the supplier's own part number, the price they quoted, the
      *   lead time in days from order to receipt and the smallest
      *   quantity they will take on one order. RECORD KEY IS
      *   SPC-KEY - part number followed by supplier code, so all
      *   the suppliers of a part read back together. The part's
      *   preferred supplier is the SUPPLIER-CODE-IN on INVENT6.
      ******************************************************************
           05  SPC-KEY.
               10  SPC-PART-NUMBER       PIC 9(5).
               10  SPC-SUPPLIER-CODE     PIC 9(4).
           05  SPC-SUPPLIER-PART-NUMBER  PIC X(15).
           05  SPC-QUOTED-PRICE          PIC 9(4)V99.
           05  SPC-LEAD-DAYS             PIC 9(3).
           05  SPC-MIN-ORDER-QTY         PIC 9(4).
