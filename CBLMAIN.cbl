      *            stops with a NO-GO record when the feed edit
      *            rejects more records than the threshold on the
      *            parameter file's second record, or the load
      *            ends without its checkpoint marked complete;
      *            batch post and order allocation keep their own
      *            checkpoints, so after a failure the stream is
      *            simply run again and the run log notes the
      *            restart
      *        I = interactive entry only against existing INVENT6
      *
      ******************************************************************
       01  SIGN-ON-AREA.
           COPY 'SignOnAreaStr' IN copy-lib.

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       01  PRICE-CHANGE-DETAIL.
           COPY 'PriceChangeDetailStr' IN copy-lib.

           PERFORM 330-START-RUN-LOG-STEP.
           PERFORM 317-CALL-BATCH-POST.
           MOVE BPC-POSTED-COUNT TO RLOG-RECORD-COUNT.
           IF BPC-RESTARTED = "YES"
              MOVE "RESTARTED BATCH" TO RLOG-REASON
           END-IF.
           PERFORM 331-END-RUN-LOG-STEP.

       223-LOG-STEP-ORDER-ALLOC.
           MOVE "ORDALLOC" TO RLOG-STEP.
           PERFORM 330-START-RUN-LOG-STEP.
           PERFORM 320-CALL-ORDER-ALLOCATION.
           IF OAL-RESTARTED = "YES"
              MOVE "RESTARTED ALLOC" TO RLOG-REASON
           END-IF.
           PERFORM 331-END-RUN-LOG-STEP.

       224-LOG-STEP-INV-REPORT.

       334-TRIM-THRESHOLD-TRAILING.
           SUBTRACT 1 FROM THRESHOLD-LEN.

      * A KEYED RECEIPT LAYS DOWN A FIFO COST LAYER AT THE PART'S
      * CURRENT PRICE AND SUPPLIER; A KEYED SHIPMENT IS COSTED OFF
      * THE OLDEST LAYERS. A TRANSFER MOVES NO COST.
       335-POST-COST-LAYER.
           MOVE PART-NUMBER-IN-PK       TO CLR-PART-NUMBER.
           MOVE TRANSACTION-AMOUNT-WS   TO CLR-QTY.
           MOVE QTY-ON-HAND             TO CLR-QTY-ON-HAND.
           MOVE UNIT-PRICE-IN           TO CLR-UNIT-COST.
           MOVE SUPPLIER-CODE-IN        TO CLR-SUPPLIER-CODE.
           MOVE TRANSACTION-TYPE-WS     TO CLR-TRAN-TYPE.
           MOVE "K"                     TO CLR-SOURCE-CODE.
           CALL "costlyr" USING COST-LAYER-REQUEST.
       
       201-INIT-INVENTORY-REPORT.
           PERFORM 311-CHECK-FOR-CHECKPOINT.
                      REWRITE INVENTORY-RECORD-OUT
                      PERFORM 309-DISPLAY-ITEM
                      PERFORM 310-WRITE-TRAN-LOG-RECORD
                      MOVE "A" TO CLR-FUNCTION
                      PERFORM 335-POST-COST-LAYER
                      MOVE "YES" TO TRANSACTION-VALID-SWITCH
                 WHEN DECREASE
                      IF TRANSACTION-AMOUNT-WS >
                         REWRITE INVENTORY-RECORD-OUT
                         PERFORM 309-DISPLAY-ITEM
                         PERFORM 310-WRITE-TRAN-LOG-RECORD
                         MOVE "C" TO CLR-FUNCTION
                         PERFORM 335-POST-COST-LAYER
                      END-IF
                      MOVE "YES" TO TRANSACTION-VALID-SWITCH
                 WHEN TRANSFER-STOCK
