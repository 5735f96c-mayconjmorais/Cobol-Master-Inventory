        IDENTIFICATION DIVISION.
        PROGRAM-ID. cogsrpt.
        AUTHOR. Maycon Morais.
      * Cost of goods shipped report, printed from the FIFO cost
      * ledger the costlyr routine appends every time a layer is
      * laid down or stock is taken off the layers. Every ledger
      * line is listed with the movement it came from, then the
      * period is totalled by movement: receipts, count gains and
      * returns put back to stock on the adding side; shipments
      * and count losses on the consuming side. Kit builds show
      * as components issued to the build and kits built at the
      * components' cost; they only move cost from one part to
      * another and stay out of the booking. The booking block
      * at the foot gives accounting the figures to post - cost of
      * goods shipped at FIFO cost, less the cost of customer
      * returns put back on the shelf, the net cost of goods
      * shipped, and the count losses as inventory shrinkage. Any
      * units shipped or lost that no layer covered were costed at
      * the current price and are counted separately. The same run
      * copies every ledger line to a dated COSTLEDG.YYMMDD archive
      * and empties the live ledger, reval style, so each report
      * covers one period only.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT COST-LEDGER-IN
                ASSIGN TO "C:\temp\COSTLEDG.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS COSTLEDG-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE-OUT
                ASSIGN USING ARCHIVE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT COGS-REPORT-OUT
                ASSIGN TO "C:\temp\COGSRPT.TXT"
                ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COST-LEDGER-IN.
       01  COST-LEDGER-RECORD            PIC X(38).

       FD  ARCHIVE-FILE-OUT.
       01  ARCHIVE-RECORD-OUT            PIC X(38).

       FD  COGS-REPORT-OUT.
       01  COGS-RECORD-OUT               PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-NAME-DETAILS.
           05  ARCHIVE-FILE-NAME.
               10  FILLER            PIC X(17)
                   VALUE "C:\temp\COSTLEDG.".
               10  ARCHIVE-NAME-DATE PIC 9(6).

       01  COST-LEDGER-DETAIL.
           COPY 'CostLedgerDetailStr' IN copy-lib.

      * ONE ENTRY PER LEDGER FUNCTION AND TRANLOG TYPE. A PAIR NOT
      * IN THE TABLE IS COUNTED WITH OTHER, THE LAST ENTRY. EVERY
      * TEXT ENDS IN AT LEAST TWO BLANKS, WHERE THE TOTALS LABEL
      * STOPS.
       01  MOVEMENT-TABLE-VALUES.
           05  FILLER  PIC X(22) VALUE "ARRECEIVED            ".
           05  FILLER  PIC X(22) VALUE "AACOUNT GAIN          ".
           05  FILLER  PIC X(22) VALUE "AMRETURNED TO STOCK   ".
           05  FILLER  PIC X(22) VALUE "CSSHIPPED             ".
           05  FILLER  PIC X(22) VALUE "CACOUNT LOSS          ".
           05  FILLER  PIC X(22) VALUE "AKKITS BUILT          ".
           05  FILLER  PIC X(22) VALUE "CIISSUED TO BUILD     ".
           05  FILLER  PIC X(22) VALUE "??OTHER               ".
       01  MOVEMENT-TABLE REDEFINES MOVEMENT-TABLE-VALUES.
           05  MOVEMENT-ENTRY OCCURS 8 TIMES.
               10  MOVEMENT-FUNCTION-TBL PIC X.
               10  MOVEMENT-TYPE-TBL     PIC X.
               10  MOVEMENT-TEXT-TBL     PIC X(20).

       01  MOVEMENT-TOTALS.
           05  MOVEMENT-TOTAL OCCURS 8 TIMES.
               10  MOVEMENT-QTY-TOTAL    PIC 9(7).
               10  MOVEMENT-COST-TOTAL   PIC 9(9)V99.

       01  COGS-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(35)
                   VALUE "COST OF GOODS SHIPPED - LEDGER FROM".
           05  FILLER            PIC X VALUE SPACES.
           05  TITLE-FROM-DATE   PIC 9(6).

       01  COGS-COLUMN-HEADER.
           05  FILLER  PIC X(6)   VALUE   "DATE  ".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "PART ".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(18)  VALUE   "MOVEMENT".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(3)   VALUE   "SRC".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(4)   VALUE   " QTY".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(12)  VALUE   "   FIFO COST".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(8)   VALUE   "UNCOSTED".

       01  COGS-RECORD-DETAIL.
           05  LEDGER-DATE-OUT    PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PART-NUMBER-OUT    PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MOVEMENT-TEXT-OUT  PIC X(18).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  SOURCE-CODE-OUT    PIC X.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  LEDGER-QTY-OUT     PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LEDGER-COST-OUT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  UNLAYERED-QTY-OUT  PIC ZZZZ.

       01  TOTAL-LINE.
           05  TOTAL-LABEL-OUT   PIC X(30).
           05  TOTAL-QTY-OUT     PIC -Z,ZZZ,ZZ9.
           05  FILLER            PIC X(6)  VALUE " UNITS".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TOTAL-COST-OUT    PIC -ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-FIELDS.
           05  NET-COGS-QTY         PIC S9(7) VALUE ZERO.
           05  NET-COGS-COST        PIC S9(9)V99 VALUE ZERO.
           05  UNLAYERED-QTY-TOTAL  PIC 9(7) VALUE ZERO.
           05  FIRST-LEDGER-DATE    PIC 9(6) VALUE ZERO.
           05  LAST-LEDGER-DATE     PIC 9(6) VALUE ZERO.
           05  UNLAYERED-QTY-OUT-F  PIC Z,ZZZ,ZZ9.

       01  SUMMARY-DATA.
           05  READ-COUNTER         PIC 9(6) VALUE ZERO.
           05  ARCHIVE-COUNTER      PIC 9(6) VALUE ZERO.
           05  MOVEMENT-SUB         PIC 9 VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  COSTLEDG-EOF-FLAG    PIC X(3) VALUE "NO".
           05  COSTLEDG-FILE-STATUS PIC X(2) VALUE "00".
           05  COSTLEDG-AVAIL-SW    PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-COGS-REPORT.
           PERFORM 201-INIT-COGS-REPORT.
           IF COSTLEDG-AVAIL-SW = "YES"
              PERFORM 202-PROCESS-LEDGER-RECORD
                  UNTIL COSTLEDG-EOF-FLAG = "YES"
              PERFORM 204-EMPTY-LIVE-LEDGER
           END-IF.
           PERFORM 203-TERM-COGS-REPORT.
           STOP RUN.

       201-INIT-COGS-REPORT.
           ACCEPT ARCHIVE-NAME-DATE FROM DATE.
           INITIALIZE MOVEMENT-TOTALS.
           OPEN INPUT COST-LEDGER-IN.
           IF COSTLEDG-FILE-STATUS = "00"
              MOVE "YES" TO COSTLEDG-AVAIL-SW
              OPEN OUTPUT COGS-REPORT-OUT
      * THE ARCHIVE IS EXTENDED, NOT REWRITTEN, SO A SAME-DAY RERUN
      * ADDS TO THE DATED FILE INSTEAD OF DESTROYING WHAT THE FIRST
      * RUN ALREADY MOVED THERE.
              OPEN EXTEND ARCHIVE-FILE-OUT
              PERFORM 301-READ-LEDGER-RECORD
              PERFORM 307-WRITE-COGS-HEADINGS
           END-IF.

       202-PROCESS-LEDGER-RECORD.
           WRITE ARCHIVE-RECORD-OUT FROM COST-LEDGER-RECORD.
           ADD 1 TO ARCHIVE-COUNTER.
           PERFORM 302-WRITE-COGS-DETAIL.
           PERFORM 301-READ-LEDGER-RECORD.

       203-TERM-COGS-REPORT.
           IF COSTLEDG-AVAIL-SW = "YES"
              PERFORM 305-WRITE-MOVEMENT-TOTALS
              PERFORM 308-WRITE-BOOKING-TOTALS
              CLOSE COGS-REPORT-OUT ARCHIVE-FILE-OUT
           END-IF.
           DISPLAY "COST OF GOODS REPORT COMPLETE".
           DISPLAY "  LEDGER LINES READ     : " READ-COUNTER.
           DISPLAY "  LEDGER LINES ARCHIVED : " ARCHIVE-COUNTER.

      * THE LIVE LEDGER IS STILL OPEN INPUT FROM THE REPORT PASS
      * AND MUST BE CLOSED BEFORE IT IS REOPENED FOR OUTPUT, WHICH
      * EMPTIES IT FOR THE NEXT PERIOD.
       204-EMPTY-LIVE-LEDGER.
           CLOSE COST-LEDGER-IN.
           OPEN OUTPUT COST-LEDGER-IN.
           CLOSE COST-LEDGER-IN.

      * THE LEDGER IS APPENDED IN DATE ORDER, SO THE FIRST LINE READ
      * AND THE LAST ONE BOUND THE PERIOD THE REPORT COVERS.
       301-READ-LEDGER-RECORD.
           READ COST-LEDGER-IN INTO COST-LEDGER-DETAIL
              AT END  MOVE "YES" TO COSTLEDG-EOF-FLAG
                NOT AT END
                    ADD 1 TO READ-COUNTER
                    IF READ-COUNTER = 1
                       MOVE CLG-DATE TO FIRST-LEDGER-DATE
                    END-IF
                    MOVE CLG-DATE TO LAST-LEDGER-DATE
           END-READ.

       302-WRITE-COGS-DETAIL.
           PERFORM 303-FIND-MOVEMENT-TEXT.
           MOVE CLG-DATE           TO LEDGER-DATE-OUT.
           MOVE CLG-PART-NUMBER    TO PART-NUMBER-OUT.
           MOVE CLG-SOURCE-CODE    TO SOURCE-CODE-OUT.
           MOVE CLG-QTY            TO LEDGER-QTY-OUT.
           MOVE CLG-EXTENDED-COST  TO LEDGER-COST-OUT.
           MOVE CLG-UNLAYERED-QTY  TO UNLAYERED-QTY-OUT.
           ADD CLG-UNLAYERED-QTY   TO UNLAYERED-QTY-TOTAL.
           WRITE COGS-RECORD-OUT FROM COGS-RECORD-DETAIL.

       303-FIND-MOVEMENT-TEXT.
           MOVE 1 TO MOVEMENT-SUB.
           PERFORM 304-NEXT-MOVEMENT-ENTRY
               UNTIL MOVEMENT-SUB = 8
                  OR (MOVEMENT-FUNCTION-TBL(MOVEMENT-SUB)
                         = CLG-FUNCTION
                  AND MOVEMENT-TYPE-TBL(MOVEMENT-SUB)
                         = CLG-TRAN-TYPE).
           MOVE MOVEMENT-TEXT-TBL(MOVEMENT-SUB) TO MOVEMENT-TEXT-OUT.
           ADD CLG-QTY TO MOVEMENT-QTY-TOTAL(MOVEMENT-SUB).
           ADD CLG-EXTENDED-COST
               TO MOVEMENT-COST-TOTAL(MOVEMENT-SUB).

       304-NEXT-MOVEMENT-ENTRY.
           ADD 1 TO MOVEMENT-SUB.

       305-WRITE-MOVEMENT-TOTALS.
           MOVE SPACES TO COGS-RECORD-OUT.
           WRITE COGS-RECORD-OUT.
           PERFORM 306-WRITE-MOVEMENT-TOTAL
               VARYING MOVEMENT-SUB FROM 1 BY 1
               UNTIL MOVEMENT-SUB > 8.

       306-WRITE-MOVEMENT-TOTAL.
           MOVE SPACES TO TOTAL-LABEL-OUT.
           STRING MOVEMENT-TEXT-TBL(MOVEMENT-SUB) ":"
               DELIMITED BY "  " INTO TOTAL-LABEL-OUT.
           MOVE MOVEMENT-QTY-TOTAL(MOVEMENT-SUB)  TO TOTAL-QTY-OUT.
           MOVE MOVEMENT-COST-TOTAL(MOVEMENT-SUB) TO TOTAL-COST-OUT.
           WRITE COGS-RECORD-OUT FROM TOTAL-LINE.

       307-WRITE-COGS-HEADINGS.
           MOVE FIRST-LEDGER-DATE TO TITLE-FROM-DATE.
           WRITE COGS-RECORD-OUT FROM COGS-TITLE.
           WRITE COGS-RECORD-OUT FROM COGS-COLUMN-HEADER.

      * ENTRY 4 IS SHIPPED, ENTRY 3 RETURNED TO STOCK AND ENTRY 5
      * COUNT LOSS IN THE MOVEMENT TABLE. THE PERIOD END DATE IS
      * ONLY KNOWN ONCE THE LEDGER HAS BEEN READ, SO IT IS PRINTED
      * HERE RATHER THAN IN THE TITLE.
       308-WRITE-BOOKING-TOTALS.
           MOVE SPACES TO COGS-RECORD-OUT.
           WRITE COGS-RECORD-OUT.
           MOVE SPACES TO COGS-RECORD-OUT.
           STRING "BOOKING FOR LEDGER PERIOD " FIRST-LEDGER-DATE
               " TO " LAST-LEDGER-DATE
               DELIMITED BY SIZE INTO COGS-RECORD-OUT.
           WRITE COGS-RECORD-OUT.
           MOVE "COST OF GOODS SHIPPED:"    TO TOTAL-LABEL-OUT.
           MOVE MOVEMENT-QTY-TOTAL(4)       TO TOTAL-QTY-OUT.
           MOVE MOVEMENT-COST-TOTAL(4)      TO TOTAL-COST-OUT.
           WRITE COGS-RECORD-OUT FROM TOTAL-LINE.
           MOVE "LESS RETURNED TO STOCK:"   TO TOTAL-LABEL-OUT.
           MOVE MOVEMENT-QTY-TOTAL(3)       TO TOTAL-QTY-OUT.
           MOVE MOVEMENT-COST-TOTAL(3)      TO TOTAL-COST-OUT.
           WRITE COGS-RECORD-OUT FROM TOTAL-LINE.
           COMPUTE NET-COGS-QTY =
               MOVEMENT-QTY-TOTAL(4) - MOVEMENT-QTY-TOTAL(3).
           COMPUTE NET-COGS-COST =
               MOVEMENT-COST-TOTAL(4) - MOVEMENT-COST-TOTAL(3).
           MOVE "NET COST OF GOODS SHIPPED:" TO TOTAL-LABEL-OUT.
           MOVE NET-COGS-QTY                TO TOTAL-QTY-OUT.
           MOVE NET-COGS-COST               TO TOTAL-COST-OUT.
           WRITE COGS-RECORD-OUT FROM TOTAL-LINE.
           MOVE "INVENTORY SHRINKAGE:"      TO TOTAL-LABEL-OUT.
           MOVE MOVEMENT-QTY-TOTAL(5)       TO TOTAL-QTY-OUT.
           MOVE MOVEMENT-COST-TOTAL(5)      TO TOTAL-COST-OUT.
           WRITE COGS-RECORD-OUT FROM TOTAL-LINE.
           MOVE UNLAYERED-QTY-TOTAL         TO UNLAYERED-QTY-OUT-F.
           MOVE SPACES TO COGS-RECORD-OUT.
           STRING "UNITS NO LAYER COVERED:      " UNLAYERED-QTY-OUT-F
               " UNITS - COSTED ABOVE AT CURRENT PRICE"
               DELIMITED BY SIZE INTO COGS-RECORD-OUT.
           WRITE COGS-RECORD-OUT.
