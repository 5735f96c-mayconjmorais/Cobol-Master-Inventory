      * SUPPLIER-CODE-IN only; QTY-ON-HAND is owned by the transaction
      * programs so TRANLOG.TXT stays the record of stock movement
      * (a new part starts at zero on hand, a change leaves the
      * on-hand quantity untouched). A change that alters the price
      * or the supplier is written to the audit trail as action P
      * rather than C, so audit can pick out the changes that move
      * money from the ones that only tidy a name.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-RECORD        PIC X(47).

       FD  PRICE-LEDGER-OUT.
       01  PRICE-LEDGER-RECORD       PIC X(33).

       01  PRICE-WORK-FIELDS.
           05  OLD-UNIT-PRICE-WS     PIC 9(4)V99 VALUE ZERO.
           05  OLD-SUPPLIER-CODE-WS  PIC 9(4) VALUE ZERO.

       SCREEN SECTION.
       01  PART-MAINT-SCREEN.
                   PERFORM 703-PART-NOT-FOUND
               NOT INVALID KEY
                   MOVE UNIT-PRICE-IN TO OLD-UNIT-PRICE-WS
                   MOVE SUPPLIER-CODE-IN TO OLD-SUPPLIER-CODE-WS
                   PERFORM 305-ACCEPT-PART-DETAIL
                   REWRITE INVENTORY-RECORD-OUT
                   IF UNIT-PRICE-IN NOT = OLD-UNIT-PRICE-WS
                      PERFORM 307-WRITE-PRICE-LEDGER
                   END-IF
                   IF UNIT-PRICE-IN NOT = OLD-UNIT-PRICE-WS
                      OR SUPPLIER-CODE-IN NOT = OLD-SUPPLIER-CODE-WS
                      MOVE "P" TO MAINT-ACTION-WS
                   END-IF
                   PERFORM 306-WRITE-MAINT-AUDIT
                   PERFORM 304-DISPLAY-CONFIRMATION
           END-READ.
