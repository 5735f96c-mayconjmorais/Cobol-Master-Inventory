      ******************************************************************
      * INDEXEDBILLOFMATERIALSTR
      *   Layout of the BOMFILE indexed bill-of-materials record.
      *   One record for every component part that goes into a kit
      *   assembled in the shop, with the quantity of the component
      *   one kit takes. Kit and component are both parts on
      *   INVENT6. RECORD KEY IS BOM-KEY - kit part number followed
      *   by component part number, so all the components of a kit
      *   read back together.
      ******************************************************************
           05  BOM-KEY.
               10  BOM-KIT-PART-NUMBER   PIC 9(5).
               10  BOM-COMPONENT-PART    PIC 9(5).
           05  BOM-QTY-PER-KIT           PIC 9(3).
