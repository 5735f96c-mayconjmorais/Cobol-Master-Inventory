        IDENTIFICATION DIVISION.
        PROGRAM-ID. fifoval.
        AUTHOR. Maycon Morais.
      * FIFO valuation report, laid out to be set beside supval.
      * Every part on the INVENT6 master is valued layer by layer
      * from the COSTLAYR cost layers the costlyr routine keeps -
      * each layer at the unit cost it was received at - and,
      * on the same line, at today's UNIT-PRICE-IN the way supval
      * values it. Parts are grouped under their supplier with a
      * subtotal of both figures, and the report closes with both
      * grand totals, so the gap between what the stock cost and
      * what it would cost today can be read off directly.
      * Stock a part had before its layers were started and has
      * not moved since is shown as NO LAYER at the current price.
      * A part whose layers do not agree with its QTY-ON-HAND - a
      * restore or a hand edit of the master can do that - is
      * listed on the FIFOVALEX.TXT exception file.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INVENT-FILE-IN
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE SEQUENTIAL
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT COSTLAYR
                ASSIGN TO "C:\temp\COSTLAYR.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LYR-KEY
                FILE STATUS IS COSTLAYR-FILE-STATUS.
           SELECT SUPPLIER-FILE-IN
                ASSIGN TO "C:\temp\SUPPLIERI.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-CODE-OUT-PK.
           SELECT SORT-WORK-FILE
                ASSIGN TO "C:\temp\FIFOVALSRT.TMP".
           SELECT VALUATION-REPORT-OUT
                ASSIGN TO "C:\temp\FIFOVAL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAYER-EXCEPTION-OUT
                ASSIGN TO "C:\temp\FIFOVALEX.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT-FILE-IN.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  COSTLAYR.
       01  COST-LAYER-RECORD.
           COPY 'IndexedCostLayerStr' IN copy-lib.

       FD  SUPPLIER-FILE-IN.
       01  SUPPLIER-RECORD-IN.
           COPY 'IndexedSupplierStr'     IN copy-lib.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-SUPPLIER-CODE   PIC 9(4).
           05  SORT-PART-NUMBER     PIC 9(5).
           05  SORT-LAYER-DATE      PIC 9(6).
           05  SORT-LAYER-TIME      PIC 9(8).
           05  SORT-LAYER-TYPE      PIC X.
           05  SORT-PART-NAME       PIC X(20).
           05  SORT-LAYER-QTY       PIC 9(4).
           05  SORT-UNIT-COST       PIC 9(4)V99.
           05  SORT-UNIT-PRICE      PIC 9(4)V99.

       FD  VALUATION-REPORT-OUT.
       01  VALUATION-RECORD-OUT  PIC X(90).

       FD  LAYER-EXCEPTION-OUT.
       01  LAYER-EXCEPTION-RECORD  PIC X(64).

       WORKING-STORAGE SECTION.
       01  DATE-IN.
           10 YEAR-IN  PIC 9(2).
           10 MONTH-IN PIC 9(2).
           10 DAY-IN   PIC 9(2).

       01  VALUATION-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "FIFO VALUATION REPORT".
           05  FILLER            PIC X(3) VALUE SPACES.
           05  DAY-YEAR          PIC 9(2).
           05  FILLER            PIC X VALUE SPACES.
           05  DAY-MONTH         PIC 9(2).
           05  FILLER            PIC X VALUE SPACES.
           05  DAY-DAY           PIC 9(2).

       01  VALUATION-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE   "PART ".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(20)  VALUE   "PARTNAME".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(8)   VALUE   "LAYER".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(4)   VALUE   " QTY".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(7)   VALUE   "   COST".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(14)  VALUE   "    FIFO VALUE".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(14)  VALUE   " CURRENT VALUE".

       01  SUPPLIER-HEADER-LINE.
           05  FILLER         PIC X(9)  VALUE "SUPPLIER:".
           05  FILLER         PIC X     VALUE SPACE.
           05  SUP-HDR-CODE   PIC ZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUP-HDR-NAME   PIC X(20).

       01  VALUATION-RECORD-DETAIL.
           05  PART-NUMBER-OUT    PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PART-NAME-OUT      PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LAYER-DATE-OUT     PIC X(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LAYER-QTY-OUT      PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  UNIT-COST-OUT      PIC ZZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  FIFO-VALUE-OUT-F   PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PRICE-VALUE-OUT-F  PIC $$$,$$$,$$9.99.

       01  TOTAL-LINE.
           05  FILLER            PIC X(29) VALUE SPACES.
           05  TOTAL-LABEL-OUT   PIC X(25).
           05  FIFO-TOTAL-F      PIC $$$,$$$,$$9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  PRICE-TOTAL-F     PIC $$$,$$$,$$9.99.

       01  LAYER-EXCEPTION-DETAIL.
           05  EXCEPT-REASON-OUT      PIC X(25).
           05  FILLER                 PIC X(7) VALUE " PART #".
           05  EXCEPT-PART-NUMBER-OUT PIC 9(5).
           05  FILLER                 PIC X(9) VALUE " ON HAND ".
           05  EXCEPT-ON-HAND-OUT     PIC ZZZ9.
           05  FILLER                 PIC X(9) VALUE " LAYERED ".
           05  EXCEPT-LAYERED-OUT     PIC ZZZZ9.

       01  CONTROL-BREAK-FIELDS.
           05  PREV-SUPPLIER-CODE   PIC 9(4) VALUE ZERO.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".
           05  SUPPLIER-FIFO-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  SUPPLIER-PRICE-TOTAL PIC 9(9)V99 VALUE ZERO.
           05  GRAND-FIFO-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  GRAND-PRICE-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  FIFO-VALUE-WS        PIC 9(8)V99 VALUE ZERO.
           05  PRICE-VALUE-WS       PIC 9(8)V99 VALUE ZERO.

       01  LAYER-CHECK-FIELDS.
           05  LAYERED-QTY          PIC 9(5) VALUE ZERO.

       01  SUMMARY-DATA.
           05  PART-COUNTER         PIC 9(5) VALUE ZERO.
           05  LAYER-COUNTER        PIC 9(6) VALUE ZERO.
           05  EXCEPTION-COUNTER    PIC 9(5) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  INVENT-EOF-FLAG      PIC X(3) VALUE "NO".
           05  LAYER-EOF-FLAG       PIC X(3) VALUE "NO".
           05  SORT-EOF-FLAG        PIC X(3) VALUE "NO".
           05  SUPPLIER-FOUND-SW    PIC X(3) VALUE "NO".
           05  LAYERS-AVAIL-SW      PIC X(3) VALUE "NO".
           05  COSTLAYR-FILE-STATUS PIC X(2) VALUE "00".

       PROCEDURE DIVISION.
       100-PRODUCE-FIFO-VALUATION.
           PERFORM 201-INIT-VALUATION-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SUPPLIER-CODE
                                SORT-PART-NUMBER
                                SORT-LAYER-DATE
                                SORT-LAYER-TIME
               INPUT PROCEDURE 401-RELEASE-LAYER-RECORDS
               OUTPUT PROCEDURE 402-RETURN-VALUATION-RECORDS.
           PERFORM 203-TERM-VALUATION-REPORT.
           STOP RUN.

       201-INIT-VALUATION-REPORT.
           OPEN INPUT  SUPPLIER-FILE-IN
                OUTPUT VALUATION-REPORT-OUT LAYER-EXCEPTION-OUT.
           ACCEPT DATE-IN FROM DATE.
           MOVE YEAR-IN TO DAY-YEAR.
           MOVE MONTH-IN TO DAY-MONTH.
           MOVE DAY-IN TO DAY-DAY.
           WRITE VALUATION-RECORD-OUT FROM VALUATION-TITLE.
           WRITE VALUATION-RECORD-OUT FROM VALUATION-COLUMN-HEADER.

       203-TERM-VALUATION-REPORT.
           CLOSE SUPPLIER-FILE-IN VALUATION-REPORT-OUT
               LAYER-EXCEPTION-OUT.
           DISPLAY "FIFO VALUATION COMPLETE".
           DISPLAY "  PARTS READ            : " PART-COUNTER.
           DISPLAY "  COST LAYERS VALUED    : " LAYER-COUNTER.
           DISPLAY "  LAYER EXCEPTIONS      : " EXCEPTION-COUNTER.

       303-LOOKUP-SUPPLIER.
           MOVE "NO" TO SUPPLIER-FOUND-SW.
           MOVE SORT-SUPPLIER-CODE TO SUPPLIER-CODE-OUT-PK.
           READ SUPPLIER-FILE-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "YES" TO SUPPLIER-FOUND-SW
           END-READ.

       306-WRITE-SUPPLIER-HEADER.
           MOVE SORT-SUPPLIER-CODE TO SUP-HDR-CODE.
           IF SUPPLIER-FOUND-SW = "YES"
               MOVE SUPPLIER-NAME TO SUP-HDR-NAME
           ELSE
               MOVE "** SUPPLIER NOT ON FILE **" TO SUP-HDR-NAME
           END-IF.
           MOVE ZERO TO SUPPLIER-FIFO-TOTAL SUPPLIER-PRICE-TOTAL.
           WRITE VALUATION-RECORD-OUT FROM SUPPLIER-HEADER-LINE.

      * THE OPENING LAYER IS DATED ZERO AND THE NO LAYER REMAINDER
      * IS RELEASED WITH TYPE N, SO BOTH ARE NAMED RATHER THAN DATED.
       307-WRITE-VALUATION-DETAIL.
           COMPUTE FIFO-VALUE-WS = SORT-LAYER-QTY * SORT-UNIT-COST.
           COMPUTE PRICE-VALUE-WS = SORT-LAYER-QTY * SORT-UNIT-PRICE.
           MOVE SORT-PART-NUMBER  TO PART-NUMBER-OUT.
           MOVE SORT-PART-NAME    TO PART-NAME-OUT.
           EVALUATE SORT-LAYER-TYPE
               WHEN "O"
                    MOVE "OPENING"  TO LAYER-DATE-OUT
               WHEN "N"
                    MOVE "NO LAYER" TO LAYER-DATE-OUT
               WHEN OTHER
                    MOVE SORT-LAYER-DATE TO LAYER-DATE-OUT
           END-EVALUATE.
           MOVE SORT-LAYER-QTY    TO LAYER-QTY-OUT.
           MOVE SORT-UNIT-COST    TO UNIT-COST-OUT.
           MOVE FIFO-VALUE-WS     TO FIFO-VALUE-OUT-F.
           MOVE PRICE-VALUE-WS    TO PRICE-VALUE-OUT-F.
           WRITE VALUATION-RECORD-OUT FROM VALUATION-RECORD-DETAIL.
           ADD FIFO-VALUE-WS  TO SUPPLIER-FIFO-TOTAL GRAND-FIFO-TOTAL.
           ADD PRICE-VALUE-WS TO SUPPLIER-PRICE-TOTAL
                                 GRAND-PRICE-TOTAL.

       309-WRITE-SUPPLIER-SUBTOTAL.
           MOVE "SUBTOTAL:"          TO TOTAL-LABEL-OUT.
           MOVE SUPPLIER-FIFO-TOTAL  TO FIFO-TOTAL-F.
           MOVE SUPPLIER-PRICE-TOTAL TO PRICE-TOTAL-F.
           WRITE VALUATION-RECORD-OUT FROM TOTAL-LINE.

       310-WRITE-GRAND-TOTAL.
           MOVE "GRAND TOTAL:"       TO TOTAL-LABEL-OUT.
           MOVE GRAND-FIFO-TOTAL     TO FIFO-TOTAL-F.
           MOVE GRAND-PRICE-TOTAL    TO PRICE-TOTAL-F.
           WRITE VALUATION-RECORD-OUT FROM TOTAL-LINE.

       311-WRITE-LAYER-EXCEPTION.
           MOVE PART-NUMBER-IN-PK TO EXCEPT-PART-NUMBER-OUT.
           MOVE QTY-ON-HAND       TO EXCEPT-ON-HAND-OUT.
           MOVE LAYERED-QTY       TO EXCEPT-LAYERED-OUT.
           WRITE LAYER-EXCEPTION-RECORD FROM LAYER-EXCEPTION-DETAIL.
           ADD 1 TO EXCEPTION-COUNTER.

      * A MISSING LAYER FILE ONLY MEANS NO STOCK HAS MOVED SINCE
      * LAYERS WERE STARTED; EVERY PART IS THEN VALUED AS NO LAYER.
       401-RELEASE-LAYER-RECORDS.
           OPEN INPUT INVENT-FILE-IN COSTLAYR.
           IF COSTLAYR-FILE-STATUS = "00"
               MOVE "YES" TO LAYERS-AVAIL-SW
           END-IF.
           PERFORM 403-READ-AND-RELEASE
               UNTIL INVENT-EOF-FLAG = "YES".
           CLOSE INVENT-FILE-IN.
           IF LAYERS-AVAIL-SW = "YES"
               CLOSE COSTLAYR
           END-IF.

       402-RETURN-VALUATION-RECORDS.
           PERFORM 404-RETURN-SORTED-RECORD.
           PERFORM 405-PROCESS-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
               PERFORM 309-WRITE-SUPPLIER-SUBTOTAL
           END-IF.
           PERFORM 310-WRITE-GRAND-TOTAL.

       403-READ-AND-RELEASE.
           READ INVENT-FILE-IN
               AT END
                   MOVE "YES" TO INVENT-EOF-FLAG
               NOT AT END
                   ADD 1 TO PART-COUNTER
                   PERFORM 406-RELEASE-PART-LAYERS
           END-READ.

       404-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       405-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD-SW = "YES"
               MOVE SORT-SUPPLIER-CODE TO PREV-SUPPLIER-CODE
               PERFORM 303-LOOKUP-SUPPLIER
               PERFORM 306-WRITE-SUPPLIER-HEADER
               MOVE "NO" TO FIRST-RECORD-SW
           ELSE
               IF SORT-SUPPLIER-CODE NOT = PREV-SUPPLIER-CODE
                   PERFORM 309-WRITE-SUPPLIER-SUBTOTAL
                   MOVE SORT-SUPPLIER-CODE TO PREV-SUPPLIER-CODE
                   PERFORM 303-LOOKUP-SUPPLIER
                   PERFORM 306-WRITE-SUPPLIER-HEADER
               END-IF
           END-IF.
           PERFORM 307-WRITE-VALUATION-DETAIL.
           PERFORM 404-RETURN-SORTED-RECORD.

      * THE LAYERS ARE GROUPED UNDER THE PART'S SUPPLIER, AS SUPVAL
      * GROUPS THE PART, SO THE TWO REPORTS SUBTOTAL ALIKE. STOCK
      * THE LAYERS DO NOT COVER IS RELEASED AS ONE NO LAYER LINE,
      * DATED HIGH SO IT PRINTS AFTER THE PART'S LAYERS.
       406-RELEASE-PART-LAYERS.
           MOVE ZERO TO LAYERED-QTY.
           MOVE "YES" TO LAYER-EOF-FLAG.
           IF LAYERS-AVAIL-SW = "YES"
               MOVE "NO" TO LAYER-EOF-FLAG
               MOVE PART-NUMBER-IN-PK TO LYR-PART-NUMBER
               MOVE ZERO TO LYR-RECEIPT-DATE LYR-RECEIPT-TIME
               START COSTLAYR KEY IS NOT LESS THAN LYR-KEY
                   INVALID KEY
                       MOVE "YES" TO LAYER-EOF-FLAG
               END-START
           END-IF.
           PERFORM 407-READ-PART-LAYER
               UNTIL LAYER-EOF-FLAG = "YES".
           IF QTY-ON-HAND > LAYERED-QTY
               MOVE SUPPLIER-CODE-IN  TO SORT-SUPPLIER-CODE
               MOVE PART-NUMBER-IN-PK TO SORT-PART-NUMBER
               MOVE 999999            TO SORT-LAYER-DATE
               MOVE ZERO              TO SORT-LAYER-TIME
               MOVE "N"               TO SORT-LAYER-TYPE
               MOVE PART-NAME         TO SORT-PART-NAME
               SUBTRACT LAYERED-QTY FROM QTY-ON-HAND
                   GIVING SORT-LAYER-QTY
               MOVE UNIT-PRICE-IN     TO SORT-UNIT-COST
               MOVE UNIT-PRICE-IN     TO SORT-UNIT-PRICE
               RELEASE SORT-RECORD
               IF LAYERED-QTY > ZERO
                   MOVE "ON HAND NOT FULLY LAYERED"
                       TO EXCEPT-REASON-OUT
                   PERFORM 311-WRITE-LAYER-EXCEPTION
               END-IF
           END-IF.
           IF LAYERED-QTY > QTY-ON-HAND
               MOVE "LAYERS EXCEED ON HAND" TO EXCEPT-REASON-OUT
               PERFORM 311-WRITE-LAYER-EXCEPTION
           END-IF.

       407-READ-PART-LAYER.
           READ COSTLAYR NEXT RECORD
               AT END
                   MOVE "YES" TO LAYER-EOF-FLAG
               NOT AT END
                   IF LYR-PART-NUMBER NOT = PART-NUMBER-IN-PK
                       MOVE "YES" TO LAYER-EOF-FLAG
                   ELSE
                       PERFORM 408-RELEASE-LAYER
                   END-IF
           END-READ.

       408-RELEASE-LAYER.
           MOVE SUPPLIER-CODE-IN  TO SORT-SUPPLIER-CODE.
           MOVE PART-NUMBER-IN-PK TO SORT-PART-NUMBER.
           MOVE LYR-RECEIPT-DATE  TO SORT-LAYER-DATE.
           MOVE LYR-RECEIPT-TIME  TO SORT-LAYER-TIME.
           MOVE LYR-TRAN-TYPE     TO SORT-LAYER-TYPE.
           MOVE PART-NAME         TO SORT-PART-NAME.
           MOVE LYR-QTY-REMAINING TO SORT-LAYER-QTY.
           MOVE LYR-UNIT-COST     TO SORT-UNIT-COST.
           MOVE UNIT-PRICE-IN     TO SORT-UNIT-PRICE.
           ADD LYR-QTY-REMAINING  TO LAYERED-QTY.
           ADD 1 TO LAYER-COUNTER.
           RELEASE SORT-RECORD.
