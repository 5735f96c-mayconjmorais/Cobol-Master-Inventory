        IDENTIFICATION DIVISION.
        PROGRAM-ID. costlyr.
        AUTHOR. Maycon Morais.
      * FIFO cost-layer routine shared by every program that moves
      * stock in or out. Valuing QTY-ON-HAND at today's
      * UNIT-PRICE-IN revalues the whole stock of a part the night
      * the feed reprices it, although most of it was bought at the
      * old price. Instead, every receipt lays down a cost layer on
      * COSTLAYR.TXT - the quantity and what it cost - and every
      * quantity leaving the building is taken off the part's
      * oldest layers first, so the stock left is valued at what
      * was actually paid for it. Stock that was on hand before
      * layers were kept is the oldest stock of all: the first time
      * such a part moves, whatever its layers do not cover is laid
      * down as its opening layer, dated zero so it goes out first,
      * at the price the caller passes - the current UNIT-PRICE-IN,
      * the best figure there is for it. Every layer laid down and
      * every quantity taken off is written to the cost ledger
      * COSTLEDG.TXT, which the cost-of-goods report totals.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT COSTLAYR
                ASSIGN TO "C:\temp\COSTLAYR.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LYR-KEY
                FILE STATUS IS COSTLAYR-FILE-STATUS.
           SELECT COST-LEDGER-OUT
                ASSIGN TO "C:\temp\COSTLEDG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COSTLAYR.
       01  COST-LAYER-RECORD.
           COPY 'IndexedCostLayerStr' IN copy-lib.

       FD  COST-LEDGER-OUT.
       01  COST-LEDGER-RECORD        PIC X(38).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  COSTLAYR-FILE-STATUS  PIC X(2) VALUE "00".
           05  LAYER-EOF-FLAG        PIC X(3) VALUE "NO".
           05  LAYER-WRITTEN-SW      PIC X(3) VALUE "NO".

       01  OPENING-LAYER-DETAILS.
           05  LAYERED-QTY           PIC 9(5) VALUE ZERO.
           05  EXPECTED-LAYER-QTY    PIC 9(5) VALUE ZERO.
           05  OPENING-QTY           PIC 9(5) VALUE ZERO.

       01  CONSUME-DETAILS.
           05  QTY-STILL-NEEDED      PIC 9(4) VALUE ZERO.
           05  QTY-FROM-LAYER        PIC 9(4) VALUE ZERO.
           05  LAYER-COST-WS         PIC 9(7)V99 VALUE ZERO.

       01  COST-LEDGER-DETAIL.
           COPY 'CostLedgerDetailStr' IN copy-lib.

       LINKAGE SECTION.
       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       PROCEDURE DIVISION USING COST-LAYER-REQUEST.
       100-POST-COST-LAYER.
           MOVE ZERO TO CLR-EXTENDED-COST CLR-UNLAYERED-QTY.
           PERFORM 201-OPEN-LAYER-FILES.
           PERFORM 205-SEED-OPENING-LAYER.
           EVALUATE TRUE
               WHEN CLR-ADD-LAYER
                    PERFORM 202-ADD-COST-LAYER
               WHEN CLR-CONSUME-LAYERS
                    PERFORM 203-CONSUME-COST-LAYERS
           END-EVALUATE.
           PERFORM 204-WRITE-COST-LEDGER.
           CLOSE COSTLAYR COST-LEDGER-OUT.
           EXIT PROGRAM.

      * FIRST EVER CALL CREATES AN EMPTY LAYER FILE.
       201-OPEN-LAYER-FILES.
           OPEN I-O COSTLAYR.
           IF COSTLAYR-FILE-STATUS = "35"
              OPEN OUTPUT COSTLAYR
              CLOSE COSTLAYR
              OPEN I-O COSTLAYR
           END-IF.
           OPEN EXTEND COST-LEDGER-OUT.

      * TWO RECEIPTS OF THE SAME PART IN THE SAME HUNDREDTH OF A
      * SECOND WOULD SHARE A KEY; THE LATER ONE IS STAMPED ONE
      * HUNDREDTH ON, WHICH KEEPS IT BEHIND THE EARLIER ONE.
       202-ADD-COST-LAYER.
           MOVE CLR-PART-NUMBER    TO LYR-PART-NUMBER.
           ACCEPT LYR-RECEIPT-DATE FROM DATE.
           ACCEPT LYR-RECEIPT-TIME FROM TIME.
           MOVE CLR-QTY            TO LYR-QTY-RECEIVED
                                      LYR-QTY-REMAINING.
           MOVE CLR-UNIT-COST      TO LYR-UNIT-COST.
           MOVE CLR-SUPPLIER-CODE  TO LYR-SUPPLIER-CODE.
           MOVE CLR-TRAN-TYPE      TO LYR-TRAN-TYPE.
           MOVE CLR-SOURCE-CODE    TO LYR-SOURCE-CODE.
           MOVE "NO" TO LAYER-WRITTEN-SW.
           PERFORM 301-WRITE-COST-LAYER
               UNTIL LAYER-WRITTEN-SW = "YES".
           COMPUTE CLR-EXTENDED-COST = CLR-QTY * CLR-UNIT-COST.

       301-WRITE-COST-LAYER.
           WRITE COST-LAYER-RECORD
               INVALID KEY
                   ADD 1 TO LYR-RECEIPT-TIME
               NOT INVALID KEY
                   MOVE "YES" TO LAYER-WRITTEN-SW
           END-WRITE.

      * OLDEST LAYER FIRST; A LAYER USED UP IS DELETED, A LAYER
      * PART USED IS REWRITTEN WITH WHAT IS LEFT OF IT.
       203-CONSUME-COST-LAYERS.
           MOVE CLR-QTY TO QTY-STILL-NEEDED.
           MOVE "NO" TO LAYER-EOF-FLAG.
           MOVE CLR-PART-NUMBER TO LYR-PART-NUMBER.
           MOVE ZERO TO LYR-RECEIPT-DATE LYR-RECEIPT-TIME.
           START COSTLAYR KEY NOT LESS THAN LYR-KEY
               INVALID KEY
                   MOVE "YES" TO LAYER-EOF-FLAG
           END-START.
           IF LAYER-EOF-FLAG = "NO"
              PERFORM 302-READ-NEXT-LAYER
           END-IF.
           PERFORM 303-TAKE-FROM-LAYER
               UNTIL LAYER-EOF-FLAG = "YES"
               OR QTY-STILL-NEEDED = ZERO.
           IF QTY-STILL-NEEDED > ZERO
              MOVE QTY-STILL-NEEDED TO CLR-UNLAYERED-QTY
              COMPUTE LAYER-COST-WS =
                  QTY-STILL-NEEDED * CLR-UNIT-COST
              ADD LAYER-COST-WS TO CLR-EXTENDED-COST
           END-IF.

       302-READ-NEXT-LAYER.
           READ COSTLAYR NEXT
               AT END
                   MOVE "YES" TO LAYER-EOF-FLAG
               NOT AT END
                   IF LYR-PART-NUMBER NOT = CLR-PART-NUMBER
                      MOVE "YES" TO LAYER-EOF-FLAG
                   END-IF
           END-READ.

       303-TAKE-FROM-LAYER.
           IF LYR-QTY-REMAINING > QTY-STILL-NEEDED
              MOVE QTY-STILL-NEEDED TO QTY-FROM-LAYER
           ELSE
              MOVE LYR-QTY-REMAINING TO QTY-FROM-LAYER
           END-IF.
           COMPUTE LAYER-COST-WS = QTY-FROM-LAYER * LYR-UNIT-COST.
           ADD LAYER-COST-WS TO CLR-EXTENDED-COST.
           SUBTRACT QTY-FROM-LAYER FROM QTY-STILL-NEEDED.
           SUBTRACT QTY-FROM-LAYER FROM LYR-QTY-REMAINING.
           IF LYR-QTY-REMAINING = ZERO
              DELETE COSTLAYR RECORD
           ELSE
              REWRITE COST-LAYER-RECORD
           END-IF.
           IF QTY-STILL-NEEDED > ZERO
              PERFORM 302-READ-NEXT-LAYER
           END-IF.

      * BEFORE THIS MOVEMENT THE LAYERS SHOULD HAVE HELD WHAT WAS
      * ON HAND BEFORE IT. ANY SHORTFALL IS STOCK NOBODY EVER LAID
      * DOWN, SO IT JOINS THE OPENING LAYER.
       205-SEED-OPENING-LAYER.
           IF CLR-ADD-LAYER
              IF CLR-QTY-ON-HAND > CLR-QTY
                 SUBTRACT CLR-QTY FROM CLR-QTY-ON-HAND
                     GIVING EXPECTED-LAYER-QTY
              ELSE
                 MOVE ZERO TO EXPECTED-LAYER-QTY
              END-IF
           ELSE
              ADD CLR-QTY CLR-QTY-ON-HAND
                  GIVING EXPECTED-LAYER-QTY
           END-IF.
           PERFORM 304-TOTAL-PART-LAYERS.
           IF LAYERED-QTY < EXPECTED-LAYER-QTY
              SUBTRACT LAYERED-QTY FROM EXPECTED-LAYER-QTY
                  GIVING OPENING-QTY
              PERFORM 306-WRITE-OPENING-LAYER
           END-IF.

       304-TOTAL-PART-LAYERS.
           MOVE ZERO TO LAYERED-QTY.
           MOVE "NO" TO LAYER-EOF-FLAG.
           MOVE CLR-PART-NUMBER TO LYR-PART-NUMBER.
           MOVE ZERO TO LYR-RECEIPT-DATE LYR-RECEIPT-TIME.
           START COSTLAYR KEY NOT LESS THAN LYR-KEY
               INVALID KEY
                   MOVE "YES" TO LAYER-EOF-FLAG
           END-START.
           IF LAYER-EOF-FLAG = "NO"
              PERFORM 302-READ-NEXT-LAYER
           END-IF.
           PERFORM 305-ADD-LAYER-QTY
               UNTIL LAYER-EOF-FLAG = "YES".

       305-ADD-LAYER-QTY.
           ADD LYR-QTY-REMAINING TO LAYERED-QTY.
           PERFORM 302-READ-NEXT-LAYER.

       306-WRITE-OPENING-LAYER.
           MOVE CLR-PART-NUMBER TO LYR-PART-NUMBER.
           MOVE ZERO TO LYR-RECEIPT-DATE LYR-RECEIPT-TIME.
           READ COSTLAYR
               INVALID KEY
                   MOVE OPENING-QTY       TO LYR-QTY-RECEIVED
                                             LYR-QTY-REMAINING
                   MOVE CLR-UNIT-COST     TO LYR-UNIT-COST
                   MOVE CLR-SUPPLIER-CODE TO LYR-SUPPLIER-CODE
                   MOVE "O"               TO LYR-TRAN-TYPE
                   MOVE CLR-SOURCE-CODE   TO LYR-SOURCE-CODE
                   WRITE COST-LAYER-RECORD
               NOT INVALID KEY
                   ADD OPENING-QTY TO LYR-QTY-RECEIVED
                                      LYR-QTY-REMAINING
                   REWRITE COST-LAYER-RECORD
           END-READ.

       204-WRITE-COST-LEDGER.
           ACCEPT CLG-DATE FROM DATE.
           MOVE CLR-PART-NUMBER    TO CLG-PART-NUMBER.
           MOVE CLR-FUNCTION       TO CLG-FUNCTION.
           MOVE CLR-TRAN-TYPE      TO CLG-TRAN-TYPE.
           MOVE CLR-SOURCE-CODE    TO CLG-SOURCE-CODE.
           MOVE CLR-QTY            TO CLG-QTY.
           MOVE CLR-EXTENDED-COST  TO CLG-EXTENDED-COST.
           MOVE CLR-UNLAYERED-QTY  TO CLG-UNLAYERED-QTY.
           WRITE COST-LEDGER-RECORD FROM COST-LEDGER-DETAIL.
