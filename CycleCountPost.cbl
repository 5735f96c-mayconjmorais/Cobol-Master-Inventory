      * per part per stock location - compares each counted
      * quantity to the book quantity at that location, prints a
      * variance report showing book, counted, difference, and the
      * value of the difference at FIFO cost - a shortage is taken
      * off the part's oldest cost layers and valued at what those
      * layers cost, an overage lays down a new layer at
      * UNIT-PRICE-IN (costlyr) - then adjusts the
      * location quantity and the company-wide QTY-ON-HAND to the
      * counted figure. Each adjustment is logged to
      * TRANLOG.TXT under transaction type A so audit can tell a
      * count correction from a real receipt or shipment, and
      * breakage never has to be snuck through as a fake R or S.
      * A count that agrees with the book is logged too, as a type A
      * for zero, so the log shows when every part was last counted
      * and the count schedule can tell what is due.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
       01  SIGN-ON-AREA.
           COPY 'SignOnAreaStr' IN copy-lib.

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       01  VARIANCE-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(28)
                     GIVING VARIANCE-QTY
                 IF VARIANCE-QTY = ZERO
                    ADD 1 TO MATCH-COUNTER
                    PERFORM 309-LOG-COUNT-CONFIRMED
                 ELSE
                    PERFORM 305-ADJUST-AND-LOG
                    PERFORM 308-POST-COST-LAYER
                    PERFORM 304-WRITE-VARIANCE-DETAIL
                 END-IF
              END-IF
           END-IF.

      * THE BOOK HAS ALREADY BEEN SET TO THE COUNT, SO THE BOOK
      * FIGURE PRINTED IS WORKED BACK OUT OF THE VARIANCE.
       304-WRITE-VARIANCE-DETAIL.
           IF VARIANCE-QTY < ZERO
              SUBTRACT CLR-EXTENDED-COST FROM ZERO
                  GIVING VARIANCE-VALUE
           ELSE
              MOVE CLR-EXTENDED-COST TO VARIANCE-VALUE
           END-IF.
           MOVE PART-NUMBER-IN-PK TO PART-NUMBER-OUT.
           MOVE PART-NAME         TO PART-NAME-OUT.
           MOVE CNT-LOCATION      TO COUNT-LOC-OUT.
           SUBTRACT VARIANCE-QTY FROM CNT-COUNTED-QTY
               GIVING BOOK-QTY-OUT.
           MOVE CNT-COUNTED-QTY   TO COUNTED-QTY-OUT.
           MOVE VARIANCE-QTY      TO VARIANCE-QTY-OUT.
           MOVE VARIANCE-VALUE    TO VARIANCE-VALUE-OUT.
           MOVE SGN-OPERATOR-ID       TO TLOG-OPERATOR-ID.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

      * A COUNT OVER THE BOOK IS STOCK FOUND, LAID DOWN AS A NEW
      * LAYER AT THE CURRENT PRICE; A COUNT UNDER THE BOOK IS STOCK
      * LOST, TAKEN OFF THE OLDEST LAYERS LIKE A SHIPMENT. THE BOOK
      * HAS ALREADY BEEN ADJUSTED AND LOGGED, SO THE LAYERS ARE
      * PROVED AGAINST THE NEW ON-HAND.
       308-POST-COST-LAYER.
           IF VARIANCE-QTY < ZERO
              MOVE "C" TO CLR-FUNCTION
              SUBTRACT VARIANCE-QTY FROM ZERO GIVING CLR-QTY
           ELSE
              MOVE "A" TO CLR-FUNCTION
              MOVE VARIANCE-QTY TO CLR-QTY
           END-IF.
           MOVE PART-NUMBER-IN-PK     TO CLR-PART-NUMBER.
           MOVE QTY-ON-HAND           TO CLR-QTY-ON-HAND.
           MOVE UNIT-PRICE-IN         TO CLR-UNIT-COST.
           MOVE SUPPLIER-CODE-IN      TO CLR-SUPPLIER-CODE.
           MOVE "A"                   TO CLR-TRAN-TYPE.
           MOVE "C"                   TO CLR-SOURCE-CODE.
           CALL "costlyr" USING COST-LAYER-REQUEST.

      * NOTHING MOVES, SO THE BOOK FIGURE STANDS AS THE RESULTING
      * QUANTITY AND THE BALANCE PROOF'S CHAIN IS UNBROKEN.
       309-LOG-COUNT-CONFIRMED.
           ACCEPT TLOG-DATE FROM DATE.
           MOVE "A"                   TO TLOG-TRANSACTION-TYPE.
           MOVE PART-NUMBER-IN-PK     TO TLOG-PART-NUMBER.
           MOVE ZERO                  TO TLOG-TRANSACTION-AMOUNT.
           MOVE QTY-ON-HAND           TO TLOG-RESULTING-QTY-ON-HAND.
           MOVE CNT-LOCATION          TO TLOG-LOCATION.
           MOVE ZERO                  TO TLOG-LOCATION-TO.
           MOVE "C"                   TO TLOG-SOURCE-CODE.
           MOVE SGN-OPERATOR-ID       TO TLOG-OPERATOR-ID.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

       306-WRITE-AUDIT-TRAIL.
           MOVE READ-COUNTER   TO READ-COUNTER-F.
           MOVE ADJUST-COUNTER TO ADJUST-COUNTER-F.
