        AUTHOR. Maycon Morais.
      * Month-end rollup of the transaction audit log. Reads
      * TRANLOG.TXT, sorts it by part number, and reports receipts
      * (type R), shipments (type S), customer returns (type M
      * restocked, which is in the net, and type W scrapped, which
      * never reached stock and is not), cycle-count adjustments
      * (type A, absolute movement, not in the net), kits built
      * (type K) and components issued to kit builds (type I),
      * both in the net, and net
      * movement per part for the period, with report totals. Every
      * record read is copied
      * to a dated archive file (TRANLOG.YYMMDD) and the live log is
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(9)   VALUE   "SHIPMENTS".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(7)   VALUE   "RETURNS".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(6)   VALUE   "ADJUST".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "BUILT".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(6)   VALUE   "ISSUED".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(3)   VALUE   "NET".

       01  ACTIVITY-RECORD-DETAIL.
           05  FILLER             PIC X(5) VALUE SPACES.
           05  SHIPMENTS-OUT      PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  RETURNS-OUT        PIC ZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  ADJUSTMENTS-OUT    PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  BUILT-OUT          PIC ZZZZ9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  ISSUED-OUT         PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  NET-MOVEMENT-OUT   PIC +++++9.

       01  ACTIVITY-TOTAL-LINE.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  TOT-SHIPMENTS-OUT  PIC ZZZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  TOT-RETURNS-OUT    PIC ZZZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  TOT-ADJUSTMENTS-OUT PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TOT-BUILT-OUT      PIC ZZZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  TOT-ISSUED-OUT     PIC ZZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  TOT-NET-OUT        PIC +++++9.

       01  CONTROL-BREAK-FIELDS.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".
           05  PART-RECEIPTS        PIC 9(5) VALUE ZERO.
           05  PART-SHIPMENTS       PIC 9(5) VALUE ZERO.
           05  PART-RETURNS         PIC 9(5) VALUE ZERO.
           05  PART-ADJUSTMENTS     PIC 9(5) VALUE ZERO.
           05  PART-BUILT           PIC 9(5) VALUE ZERO.
           05  PART-ISSUED          PIC 9(5) VALUE ZERO.
           05  PART-NET             PIC S9(5) VALUE ZERO.

       01  SUMMARY-DATA.
           05  TOTAL-RECEIPTS       PIC 9(5) VALUE ZERO.
           05  TOTAL-SHIPMENTS      PIC 9(5) VALUE ZERO.
           05  TOTAL-RETURNS        PIC 9(5) VALUE ZERO.
           05  TOTAL-ADJUSTMENTS    PIC 9(5) VALUE ZERO.
           05  TOTAL-BUILT          PIC 9(5) VALUE ZERO.
           05  TOTAL-ISSUED         PIC 9(5) VALUE ZERO.
           05  TOTAL-NET            PIC S9(5) VALUE ZERO.
           05  ARCHIVE-COUNTER      PIC 9(5) VALUE ZERO.

               WHEN "S"
                    ADD SORT-TRAN-AMOUNT TO PART-SHIPMENTS
                    SUBTRACT SORT-TRAN-AMOUNT FROM PART-NET
               WHEN "M"
                    ADD SORT-TRAN-AMOUNT TO PART-RETURNS
                    ADD SORT-TRAN-AMOUNT TO PART-NET
               WHEN "W"
                    ADD SORT-TRAN-AMOUNT TO PART-RETURNS
               WHEN "A"
                    ADD SORT-TRAN-AMOUNT TO PART-ADJUSTMENTS
               WHEN "K"
                    ADD SORT-TRAN-AMOUNT TO PART-BUILT
                    ADD SORT-TRAN-AMOUNT TO PART-NET
               WHEN "I"
                    ADD SORT-TRAN-AMOUNT TO PART-ISSUED
                    SUBTRACT SORT-TRAN-AMOUNT FROM PART-NET
           END-EVALUATE.

       306-WRITE-PART-ACTIVITY.
           MOVE PREV-PART-NUMBER TO PART-NUMBER-OUT.
           MOVE PART-RECEIPTS    TO RECEIPTS-OUT.
           MOVE PART-SHIPMENTS   TO SHIPMENTS-OUT.
           MOVE PART-RETURNS     TO RETURNS-OUT.
           MOVE PART-ADJUSTMENTS TO ADJUSTMENTS-OUT.
           MOVE PART-BUILT       TO BUILT-OUT.
           MOVE PART-ISSUED      TO ISSUED-OUT.
           MOVE PART-NET         TO NET-MOVEMENT-OUT.
           WRITE ACTIVITY-RECORD-OUT FROM ACTIVITY-RECORD-DETAIL.
           ADD PART-RECEIPTS     TO TOTAL-RECEIPTS.
           ADD PART-SHIPMENTS    TO TOTAL-SHIPMENTS.
           ADD PART-RETURNS      TO TOTAL-RETURNS.
           ADD PART-ADJUSTMENTS  TO TOTAL-ADJUSTMENTS.
           ADD PART-BUILT        TO TOTAL-BUILT.
           ADD PART-ISSUED       TO TOTAL-ISSUED.
           ADD PART-NET          TO TOTAL-NET.
           MOVE ZERO TO PART-RECEIPTS PART-SHIPMENTS
               PART-RETURNS PART-ADJUSTMENTS PART-BUILT PART-ISSUED
               PART-NET.

       307-WRITE-TOTAL-LINE.
           MOVE TOTAL-RECEIPTS  TO TOT-RECEIPTS-OUT.
           MOVE TOTAL-SHIPMENTS TO TOT-SHIPMENTS-OUT.
           MOVE TOTAL-RETURNS   TO TOT-RETURNS-OUT.
           MOVE TOTAL-ADJUSTMENTS TO TOT-ADJUSTMENTS-OUT.
           MOVE TOTAL-BUILT     TO TOT-BUILT-OUT.
           MOVE TOTAL-ISSUED    TO TOT-ISSUED-OUT.
           MOVE TOTAL-NET       TO TOT-NET-OUT.
           WRITE ACTIVITY-RECORD-OUT FROM ACTIVITY-TOTAL-LINE.
