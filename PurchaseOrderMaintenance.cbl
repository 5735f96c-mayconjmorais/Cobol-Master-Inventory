      * whose goods will never arrive (vendor cancelled, order
      * lost, or part retired), so the part resumes flagging on
      * the re-order report instead of dropping off it for good.
      * Every receipt lays down a FIFO cost layer (costlyr) for
      * the quantity received, under the PO's supplier. An order
      * placed with a supplier the supplier-part catalog SUPPCAT
      * does not list for the part is taken, with a warning, so
      * purchasing can add the supplier or check the order.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ACCESS MODE IS RANDOM
                RECORD KEY IS PO-PART-NUMBER-PK
                FILE STATUS IS OPENPO-FILE-STATUS.
           SELECT SUPPCAT
                ASSIGN TO "C:\temp\SUPPCAT.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SPC-KEY
                FILE STATUS IS SUPPCAT-FILE-STATUS.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
       01  OPEN-PO-RECORD.
           COPY 'IndexedOpenPOStr' IN copy-lib.

       FD  SUPPCAT.
       01  SUPPLIER-PART-RECORD.
           COPY 'IndexedSupplierPartStr' IN copy-lib.

       FD  INVENT6.
       01  INVENTORY-RECORD-OUT.
           COPY 'IndexedInventRecordStr' IN copy-lib.
       01  TRANSACTION-LOG-RECORD    PIC X(40).

       FD  MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-RECORD        PIC X(47).

       FD  PO-HISTORY-OUT.
       01  PO-HISTORY-RECORD         PIC X(30).
           05  CONT-MAINT-FLAG       PIC X VALUE "Y".
           05  OPENPO-FILE-STATUS    PIC X(2) VALUE "00".
           05  READ-OK-SWITCH        PIC X(3) VALUE "NO".
           05  SUPPCAT-FILE-STATUS   PIC X(2) VALUE "00".
           05  SUPPCAT-AVAIL-SW      PIC X(3) VALUE "NO".

       01  MAINT-ACTION-DETAILS.
           05  MAINT-ACTION-WS       PIC X VALUE SPACE.
       01  ORDER-ALLOC-REQUEST.
           COPY 'OrderAllocModeStr' IN copy-lib.

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       SCREEN SECTION.
       01  PO-MAINT-SCREEN.
         05 VALUE "==MAYCON==" LINE 1.
              OPEN I-O OPENPO
           END-IF.
           OPEN I-O INVENT6.
      * UNTIL THE CATALOG HAS BEEN STARTED THERE IS NOTHING TO CHECK
      * A SUPPLIER AGAINST, SO NO ORDER IS WARNED.
           OPEN INPUT SUPPCAT.
           IF SUPPCAT-FILE-STATUS = "00"
              MOVE "YES" TO SUPPCAT-AVAIL-SW
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-OUT.
           OPEN EXTEND MAINT-AUDIT-OUT.
           OPEN EXTEND PO-HISTORY-OUT.
       203-TERM-MAINTENANCE.
           CLOSE OPENPO INVENT6 TRANSACTION-LOG-OUT MAINT-AUDIT-OUT
               PO-HISTORY-OUT.
           IF SUPPCAT-AVAIL-SW = "YES"
              CLOSE SUPPCAT
           END-IF.

       301-OPEN-PURCHASE-ORDER.
           MOVE "NO" TO READ-OK-SWITCH.
                  NOT INVALID KEY
                      PERFORM 307-WRITE-MAINT-AUDIT
                      PERFORM 304-DISPLAY-CONFIRMATION
                      PERFORM 310-CHECK-SUPPLIER-CATALOG
              END-WRITE
           END-IF.

                     QTY-AT-LOCATION(RECEIVE-LOCATION-WS)
                 REWRITE INVENTORY-RECORD-OUT
                 PERFORM 303-WRITE-TRAN-LOG-RECORD
                 PERFORM 309-POST-COST-LAYER
                 MOVE "R" TO POH-DISPOSITION
                 PERFORM 308-WRITE-PO-HISTORY
                 DELETE OPENPO
           MOVE SGN-OPERATOR-ID       TO TLOG-OPERATOR-ID.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

      * THE LAYER IS COSTED AT THE PART'S PRICE ON THE DAY THE
      * GOODS ARRIVE AND CARRIES THE SUPPLIER THEY CAME FROM.
       309-POST-COST-LAYER.
           MOVE "A"                   TO CLR-FUNCTION.
           MOVE PART-NUMBER-IN-PK     TO CLR-PART-NUMBER.
           MOVE PO-QTY-ORDERED        TO CLR-QTY.
           MOVE QTY-ON-HAND           TO CLR-QTY-ON-HAND.
           MOVE UNIT-PRICE-IN         TO CLR-UNIT-COST.
           MOVE PO-SUPPLIER-CODE      TO CLR-SUPPLIER-CODE.
           MOVE "R"                   TO CLR-TRAN-TYPE.
           MOVE "P"                   TO CLR-SOURCE-CODE.
           CALL "costlyr" USING COST-LAYER-REQUEST.

      * THE ORDER STANDS EITHER WAY; THE WARNING ONLY TELLS THE
      * BUYER THE SUPPLIER HAS NO QUOTE ON FILE FOR THE PART.
       310-CHECK-SUPPLIER-CATALOG.
           IF SUPPCAT-AVAIL-SW = "YES"
              MOVE PO-PART-NUMBER-PK TO SPC-PART-NUMBER
              MOVE PO-SUPPLIER-CODE  TO SPC-SUPPLIER-CODE
              READ SUPPCAT
                  INVALID KEY
                      PERFORM 706-SUPPLIER-NOT-IN-CATALOG
              END-READ
           END-IF.

      * EVERY PO THAT LEAVES THE OPEN FILE GOES TO HISTORY FIRST,
      * SO THE SUPPLIER PERFORMANCE REPORT KEEPS THE MEMORY THE
      * DELETED OPENPO RECORD USED TO BE.
       705-INVALID-LOCATION.
           DISPLAY "INVALID LOCATION - ENTER 1, 2, OR 3"
               LINE 9 COLUMN 2.

       706-SUPPLIER-NOT-IN-CATALOG.
           DISPLAY "WARNING - SUPPLIER NOT IN CATALOG FOR THIS PART"
               LINE 10 COLUMN 2.
