      * USAGECAL.PRM names a run mode on its first record and the
      * archive dates to read on the records after it, one month
      * per archive - totals the type S shipments per part per
      * month, with the type I issues of a component to kit
      * builds, since they use the part up just as surely, less
      * the customer returns logged against the part
      * that month (type M restocked and type W scrapped), since
      * goods that came back were never really used, and derives
      * a suggested reorder point from the peak net month, so the
      * worst month of the window can be covered
      * from stock. Run mode R prints the review report only;
      * after purchasing has approved the print, run mode A makes
      * the same pass and applies the suggested values to
       01  SORT-RECORD.
           05  SORT-PART-NUMBER     PIC 9(5).
           05  SORT-MONTH-SUB       PIC 9(2).
           05  SORT-TRAN-AMOUNT     PIC S9(4).

       FD  USAGE-REPORT-OUT.
       01  USAGE-RECORD-OUT              PIC X(78).
           05  ARCHIVE-DATE-ENTRY OCCURS 12 TIMES PIC 9(6).

       01  MONTH-USAGE-TABLE VALUE ZEROES.
           05  MONTH-USAGE OCCURS 12 TIMES PIC S9(5).

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.
           05  FILLER           PIC X(9)  VALUE "SHIPMENTS".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  SHIP-COUNTER-F   PIC Z(5)9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE "RETURNS".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  RETURN-COUNTER-F PIC Z(5)9.

       01  CONTROL-BREAK-FIELDS.
           05  PREV-PART-NUMBER     PIC 9(5) VALUE ZERO.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".
           05  TOTAL-USAGE          PIC S9(6) VALUE ZERO.
           05  PEAK-USAGE           PIC 9(5) VALUE ZERO.
           05  AVG-USAGE            PIC 9(5) VALUE ZERO.
           05  SUGGESTED-ROP        PIC 9(4) VALUE ZERO.
           05  PART-COUNTER         PIC 9(4) VALUE ZERO.
           05  APPLIED-COUNTER      PIC 9(4) VALUE ZERO.
           05  SHIP-COUNTER         PIC 9(6) VALUE ZERO.
           05  RETURN-COUNTER       PIC 9(6) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  USAGECTL-FILE-STATUS PIC X(2) VALUE "00".
           MOVE PART-COUNTER    TO PART-COUNTER-F.
           MOVE APPLIED-COUNTER TO APPLIED-COUNTER-F.
           MOVE SHIP-COUNTER    TO SHIP-COUNTER-F.
           MOVE RETURN-COUNTER  TO RETURN-COUNTER-F.
           WRITE USAGE-RECORD-OUT FROM USAGE-AUDIT-TRAIL.
           CLOSE INVENT6 USAGE-REPORT-OUT.
           DISPLAY "REORDER POINT USAGE CALC COMPLETE".
           DISPLAY "  RUN MODE              : " RUN-MODE-WS.
           DISPLAY "  ARCHIVE MONTHS READ   : " MONTH-COUNT.
           DISPLAY "  PARTS REPORTED        : " PART-COUNTER.
           DISPLAY "  RETURNS NETTED        : " RETURN-COUNTER.
           DISPLAY "  REORDER POINTS APPLIED: " APPLIED-COUNTER.

       401-RELEASE-ARCHIVE-RECORDS.

      * A NAMED ARCHIVE THAT IS MISSING JUST READS AS EMPTY - THE
      * MONTH STILL COUNTS IN THE AVERAGE, WHICH IS RIGHT: A MONTH
      * WITH NO LOG IS A MONTH NOTHING SHIPPED. CUSTOMER RETURNS
      * ARE RELEASED AS NEGATIVE USAGE AGAINST THE MONTH THEY CAME
      * BACK IN.
       302-RELEASE-ONE-ARCHIVE.
           MOVE ARCHIVE-DATE-ENTRY(CURRENT-MONTH-SUB)
               TO ARCHIVE-NAME-DATE.

       304-RELEASE-SHIPMENT.
           MOVE ARCHIVE-RECORD-IN TO TRANSACTION-LOG-DETAIL.
           IF TLOG-TRANSACTION-TYPE = "S" OR "I"
              MOVE TLOG-PART-NUMBER        TO SORT-PART-NUMBER
              MOVE CURRENT-MONTH-SUB       TO SORT-MONTH-SUB
              MOVE TLOG-TRANSACTION-AMOUNT TO SORT-TRAN-AMOUNT
              RELEASE SORT-RECORD
              ADD 1 TO SHIP-COUNTER
           END-IF.
           IF TLOG-TRANSACTION-TYPE = "M" OR "W"
              MOVE TLOG-PART-NUMBER        TO SORT-PART-NUMBER
              MOVE CURRENT-MONTH-SUB       TO SORT-MONTH-SUB
              COMPUTE SORT-TRAN-AMOUNT =
                  ZERO - TLOG-TRANSACTION-AMOUNT
              RELEASE SORT-RECORD
              ADD 1 TO RETURN-COUNTER
           END-IF.
           PERFORM 303-READ-ARCHIVE-RECORD.

       402-RETURN-USAGE-RECORDS.

      * THE SUGGESTION IS THE PEAK MONTH OF THE WINDOW: ENOUGH ON
      * THE SHELF TO COVER THE WORST MONTH WE HAVE ACTUALLY SEEN.
      * A MONTH WHERE MORE CAME BACK THAN SHIPPED NEVER SETS THE
      * PEAK, AND A WINDOW THAT NETS BELOW ZERO AVERAGES ZERO.
       305-WRITE-PART-USAGE.
           MOVE ZERO TO TOTAL-USAGE PEAK-USAGE.
           PERFORM 306-TALLY-MONTH-USAGE
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > MONTH-COUNT.
           IF TOTAL-USAGE < ZERO
              MOVE ZERO TO TOTAL-USAGE
           END-IF.
           DIVIDE TOTAL-USAGE BY MONTH-COUNT GIVING AVG-USAGE
               ROUNDED.
           IF PEAK-USAGE > 9999
