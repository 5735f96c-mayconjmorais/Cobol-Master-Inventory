      * quantity so purchasing can chase the balance. Quantities
      * print broken out by stock location with the company-wide
      * figure in the ONHAND column, so nobody orders a part that
      * is sitting in the other building. Under each short part a
      * second line shows, from the supplier-part catalog SUPPCAT,
      * the preferred supplier (the part's own SUPPLIER-CODE-IN)
      * and the cheapest catalogued supplier with their quoted
      * prices, lead times and minimums, and a suggested order
      * quantity: the shortfall below the re-order point plus the
      * stock used while the order is on its way, raised to the
      * supplier's minimum order. The re-order point is a month of
      * peak usage (usagecal sets it so), so a day's usage is taken
      * as a thirtieth of it. The quantity is sized for the
      * preferred supplier when the catalog has it, otherwise for
      * the cheapest.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
                ACCESS MODE IS RANDOM
                RECORD KEY IS PO-PART-NUMBER-PK
                FILE STATUS IS OPENPO-FILE-STATUS.
           SELECT SUPPCAT-FILE-IN
                ASSIGN TO "C:\temp\SUPPCAT.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SPC-KEY
                FILE STATUS IS SUPPCAT-FILE-STATUS.
           SELECT REORDER-REPORT-OUT
                ASSIGN TO "C:\temp\REORDRPT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
       01  OPEN-PO-RECORD.
           COPY 'IndexedOpenPOStr'       IN copy-lib.

       FD  SUPPCAT-FILE-IN.
       01  SUPPLIER-PART-RECORD.
           COPY 'IndexedSupplierPartStr' IN copy-lib.

       FD  REORDER-REPORT-OUT.
       01  REORDER-RECORD-OUT   PIC X(95).

           05  FILLER             PIC X(2) VALUE SPACES.
           05  SUPPLIER-NAME-OUT  PIC X(20).

      * THE PART'S OWN SUPPLIER'S CATALOG FIGURES, MOVED INTO THE
      * DETAIL LINE WHOLE, OR "NOT IN CATALOG" WHEN THAT SUPPLIER
      * DOES NOT QUOTE THE PART.
       01  PREF-FIGURES-AREA.
           05  PREF-PRICE-OUT     PIC ZZZ9.99.
           05  FILLER             PIC X(3)  VALUE " LD".
           05  PREF-LEAD-OUT      PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE " MIN".
           05  PREF-MIN-OUT       PIC ZZZ9.

       01  CATALOG-RECORD-DETAIL.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(5)  VALUE "PREF ".
           05  PREF-SUPPLIER-OUT  PIC ZZZ9.
           05  FILLER             PIC X     VALUE SPACES.
           05  PREF-FIGURES-OUT   PIC X(21).
           05  FILLER             PIC X(9)  VALUE "  CHEAP  ".
           05  CHEAP-SUPPLIER-OUT PIC ZZZ9.
           05  FILLER             PIC X     VALUE SPACES.
           05  CHEAP-PRICE-OUT    PIC ZZZ9.99.
           05  FILLER             PIC X(3)  VALUE " LD".
           05  CHEAP-LEAD-OUT     PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE " MIN".
           05  CHEAP-MIN-OUT      PIC ZZZ9.
           05  FILLER             PIC X(11) VALUE "  SUGGEST  ".
           05  SUGGESTED-QTY-OUT  PIC ZZZZ9.

       01  CATALOG-MISSING-DETAIL.
           05  FILLER             PIC X(10) VALUE SPACES.
           05  FILLER             PIC X(36)
                   VALUE "PREF/CHEAP  ** PART NOT IN CATALOG *".
           05  FILLER             PIC X(24) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "  SUGGEST  ".
           05  MISSING-SUGGEST-OUT PIC ZZZZ9.

       01  CATALOG-WORK-FIELDS.
           05  PREF-FOUND-SW       PIC X(3) VALUE "NO".
           05  CHEAP-FOUND-SW      PIC X(3) VALUE "NO".
           05  PREF-PRICE          PIC 9(4)V99 VALUE ZERO.
           05  PREF-LEAD-DAYS      PIC 9(3) VALUE ZERO.
           05  PREF-MIN-QTY        PIC 9(4) VALUE ZERO.
           05  CHEAP-SUPPLIER      PIC 9(4) VALUE ZERO.
           05  CHEAP-PRICE         PIC 9(4)V99 VALUE ZERO.
           05  CHEAP-LEAD-DAYS     PIC 9(3) VALUE ZERO.
           05  CHEAP-MIN-QTY       PIC 9(4) VALUE ZERO.
           05  SIZING-LEAD-DAYS    PIC 9(3) VALUE ZERO.
           05  SIZING-MIN-QTY      PIC 9(4) VALUE ZERO.
           05  SHORTFALL-QTY       PIC 9(5) VALUE ZERO.
           05  LEAD-TIME-QTY       PIC 9(5) VALUE ZERO.
           05  SUGGESTED-QTY       PIC 9(5) VALUE ZERO.

       01  REORDER-COLUMN-HEADER.
           05  FILLER  PIC X(10)  VALUE   "PARTNUMBER".
           05  FILLER  PIC X(3)   VALUE   SPACES.
           05  SUPPLIER-FOUND-SW   PIC X(3) VALUE "NO".
           05  OPENPO-AVAIL-SW     PIC X(3) VALUE "NO".
           05  OPENPO-FILE-STATUS  PIC X(2) VALUE "00".
           05  SUPPCAT-AVAIL-SW    PIC X(3) VALUE "NO".
           05  SUPPCAT-FILE-STATUS PIC X(2) VALUE "00".
           05  CATALOG-EOF-FLAG    PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-REORDER-REPORT.
               IF QTY-ON-HAND + ON-ORDER-QTY < REORDER-POINT
                   PERFORM 303-LOOKUP-SUPPLIER
                   PERFORM 306-WRITE-REORDER-DETAIL
                   PERFORM 309-LOOKUP-CATALOG
                   PERFORM 311-WRITE-CATALOG-DETAIL
               ELSE
                   ADD 1 TO COVERED-COUNTER
               END-IF
           IF OPENPO-FILE-STATUS = "00"
               MOVE "YES" TO OPENPO-AVAIL-SW
           END-IF.
      * NO CATALOG YET MEANS EVERY SHORT PART PRINTS AS NOT IN
      * CATALOG, WITH THE BARE SHORTFALL AS ITS SUGGESTION.
           OPEN INPUT SUPPCAT-FILE-IN.
           IF SUPPCAT-FILE-STATUS = "00"
               MOVE "YES" TO SUPPCAT-AVAIL-SW
           END-IF.

       302-WRITE-COL-HEADERS.
           ACCEPT DATE-IN FROM DATE.
           IF OPENPO-AVAIL-SW = "YES"
               CLOSE OPENPO-FILE-IN
           END-IF.
           IF SUPPCAT-AVAIL-SW = "YES"
               CLOSE SUPPCAT-FILE-IN
           END-IF.

      * THE CATALOG IS KEYED PART THEN SUPPLIER, SO ALL THE
      * SUPPLIERS OF THE PART FOLLOW ON FROM A START AT SUPPLIER
      * ZERO. THE FIRST SUPPLIER SEEN AT THE LOWEST PRICE IS KEPT
      * AS THE CHEAPEST.
       309-LOOKUP-CATALOG.
           MOVE "NO" TO PREF-FOUND-SW CHEAP-FOUND-SW.
           MOVE ZERO TO PREF-PRICE PREF-LEAD-DAYS PREF-MIN-QTY.
           MOVE "YES" TO CATALOG-EOF-FLAG.
           IF SUPPCAT-AVAIL-SW = "YES"
               MOVE "NO" TO CATALOG-EOF-FLAG
               MOVE PART-NUMBER-IN-PK TO SPC-PART-NUMBER
               MOVE ZERO TO SPC-SUPPLIER-CODE
               START SUPPCAT-FILE-IN KEY IS NOT LESS THAN SPC-KEY
                   INVALID KEY
                       MOVE "YES" TO CATALOG-EOF-FLAG
               END-START
           END-IF.
           PERFORM 310-READ-CATALOG-ENTRY
               UNTIL CATALOG-EOF-FLAG = "YES".

       310-READ-CATALOG-ENTRY.
           READ SUPPCAT-FILE-IN NEXT RECORD
               AT END
                   MOVE "YES" TO CATALOG-EOF-FLAG
               NOT AT END
                   IF SPC-PART-NUMBER NOT = PART-NUMBER-IN-PK
                       MOVE "YES" TO CATALOG-EOF-FLAG
                   ELSE
                       PERFORM 312-CHECK-CATALOG-ENTRY
                   END-IF
           END-READ.

       311-WRITE-CATALOG-DETAIL.
           PERFORM 313-CALC-SUGGESTED-QTY.
           IF PREF-FOUND-SW = "NO" AND CHEAP-FOUND-SW = "NO"
               MOVE SUGGESTED-QTY TO MISSING-SUGGEST-OUT
               WRITE REORDER-RECORD-OUT FROM CATALOG-MISSING-DETAIL
           ELSE
               MOVE SUPPLIER-CODE-IN  TO PREF-SUPPLIER-OUT
               IF PREF-FOUND-SW = "YES"
                   MOVE PREF-PRICE        TO PREF-PRICE-OUT
                   MOVE PREF-LEAD-DAYS    TO PREF-LEAD-OUT
                   MOVE PREF-MIN-QTY      TO PREF-MIN-OUT
                   MOVE PREF-FIGURES-AREA TO PREF-FIGURES-OUT
               ELSE
                   MOVE "NOT IN CATALOG"  TO PREF-FIGURES-OUT
               END-IF
               MOVE CHEAP-SUPPLIER    TO CHEAP-SUPPLIER-OUT
               MOVE CHEAP-PRICE       TO CHEAP-PRICE-OUT
               MOVE CHEAP-LEAD-DAYS   TO CHEAP-LEAD-OUT
               MOVE CHEAP-MIN-QTY     TO CHEAP-MIN-OUT
               MOVE SUGGESTED-QTY     TO SUGGESTED-QTY-OUT
               WRITE REORDER-RECORD-OUT FROM CATALOG-RECORD-DETAIL
           END-IF.

       312-CHECK-CATALOG-ENTRY.
           IF SPC-SUPPLIER-CODE = SUPPLIER-CODE-IN
               MOVE "YES"             TO PREF-FOUND-SW
               MOVE SPC-QUOTED-PRICE  TO PREF-PRICE
               MOVE SPC-LEAD-DAYS     TO PREF-LEAD-DAYS
               MOVE SPC-MIN-ORDER-QTY TO PREF-MIN-QTY
           END-IF.
           IF CHEAP-FOUND-SW = "NO"
              OR SPC-QUOTED-PRICE < CHEAP-PRICE
               MOVE "YES"             TO CHEAP-FOUND-SW
               MOVE SPC-SUPPLIER-CODE TO CHEAP-SUPPLIER
               MOVE SPC-QUOTED-PRICE  TO CHEAP-PRICE
               MOVE SPC-LEAD-DAYS     TO CHEAP-LEAD-DAYS
               MOVE SPC-MIN-ORDER-QTY TO CHEAP-MIN-QTY
           END-IF.

      * A DAY OF USAGE IS A THIRTIETH OF THE RE-ORDER POINT; THE
      * LEAD-TIME QUANTITY IS ROUNDED UP TO THE NEXT WHOLE UNIT.
       313-CALC-SUGGESTED-QTY.
           MOVE ZERO TO SIZING-LEAD-DAYS SIZING-MIN-QTY.
           IF PREF-FOUND-SW = "YES"
               MOVE PREF-LEAD-DAYS  TO SIZING-LEAD-DAYS
               MOVE PREF-MIN-QTY    TO SIZING-MIN-QTY
           ELSE
               IF CHEAP-FOUND-SW = "YES"
                   MOVE CHEAP-LEAD-DAYS TO SIZING-LEAD-DAYS
                   MOVE CHEAP-MIN-QTY   TO SIZING-MIN-QTY
               END-IF
           END-IF.
           COMPUTE SHORTFALL-QTY =
               REORDER-POINT - QTY-ON-HAND - ON-ORDER-QTY.
           COMPUTE LEAD-TIME-QTY =
               (REORDER-POINT * SIZING-LEAD-DAYS + 29) / 30.
           ADD SHORTFALL-QTY LEAD-TIME-QTY GIVING SUGGESTED-QTY.
           IF SUGGESTED-QTY < SIZING-MIN-QTY
               MOVE SIZING-MIN-QTY TO SUGGESTED-QTY
           END-IF.

       701-SUPPLIER-NOT-FOUND.
           DISPLAY "REORDER REPORT: SUPPLIER NOT ON FILE FOR PART "
