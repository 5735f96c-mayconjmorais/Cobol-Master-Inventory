        IDENTIFICATION DIVISION.
        PROGRAM-ID. bkoaging.
        AUTHOR. Maycon Morais.
      * Customer-service report on how long customers wait and how
      * much of their demand ships on time. The first section ages
      * every open BACKORD line from BKO-ORDER-DATE into buckets of
      * 0-7, 8-30, 31-60 and over 60 days, oldest bucket first, and
      * shows against each line whether the open PO on OPENPO for
      * the part will cover it. The PO is spread over the part's
      * backorders in order-number sequence, the sequence ordalloc
      * retries them in, so a PO too small for every backorder
      * covers the first ones only. The second section is the fill
      * rate: each order line shipped by ordalloc is traced through
      * the pick journal - the PICKJRNL.YYMMDD archives custbill
      * leaves, named one date per record on FILLRATE.PRM, and the
      * live PICKJRNL.TXT not yet billed - and through BACKORD. A
      * line with no backorder fill and nothing still backordered
      * shipped complete on its first allocation; any other line
      * went to backorder. Lines and units are totalled both ways
      * by customer and by part, and the part section sets the
      * allocation shipments on TRANLOG.TXT (type S, source O)
      * beside the journal so the two can be proved against each
      * other.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT FILL-CONTROL-FILE
                ASSIGN TO "C:\temp\FILLRATE.PRM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS FILLCTL-FILE-STATUS.
           SELECT BACKORD
                ASSIGN TO "C:\temp\BACKORD.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BKO-ORDER-NUMBER-PK
                FILE STATUS IS BACKORD-FILE-STATUS.
           SELECT OPENPO
                ASSIGN TO "C:\temp\OPENPO.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PO-PART-NUMBER-PK
                FILE STATUS IS OPENPO-FILE-STATUS.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT OPTIONAL JOURNAL-ARCHIVE-IN
                ASSIGN USING JOURNAL-ARCHIVE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT PICK-JOURNAL-IN
                ASSIGN TO "C:\temp\PICKJRNL.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS PICKJRNL-FILE-STATUS.
           SELECT TRANSACTION-LOG-IN
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS TRANLOG-FILE-STATUS.
           SELECT ORDER-FILL-WORK
                ASSIGN TO "C:\temp\FILLWORK.TMP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT AGING-SORT-FILE
                ASSIGN TO "C:\temp\BKOAGESRT.TMP".
           SELECT ORDER-SORT-FILE
                ASSIGN TO "C:\temp\BKOORDSRT.TMP".
           SELECT RATE-SORT-FILE
                ASSIGN TO "C:\temp\BKORATSRT.TMP".
           SELECT AGING-REPORT-OUT
                ASSIGN TO "C:\temp\BKOAGING.TXT"
                ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILL-CONTROL-FILE.
       01  FILL-CONTROL-RECORD           PIC X(6).

       FD  BACKORD.
       01  BACKORDER-RECORD.
           COPY 'IndexedBackorderStr' IN copy-lib.

       FD  OPENPO.
       01  OPEN-PO-RECORD.
           COPY 'IndexedOpenPOStr' IN copy-lib.

       FD  INVENT6.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  JOURNAL-ARCHIVE-IN.
       01  JOURNAL-ARCHIVE-RECORD        PIC X(78).

       FD  PICK-JOURNAL-IN.
       01  PICK-JOURNAL-RECORD           PIC X(78).

       FD  TRANSACTION-LOG-IN.
       01  TRANSACTION-LOG-RECORD        PIC X(40).

       FD  ORDER-FILL-WORK.
       01  ORDER-FILL-RECORD.
           05  OFW-CUSTOMER-NAME     PIC X(20).
           05  OFW-PART-NUMBER       PIC 9(5).
           05  OFW-COMPLETE-SW       PIC X.
           05  OFW-FIRST-UNITS       PIC 9(5).
           05  OFW-BACKORDER-UNITS   PIC 9(5).

       SD  AGING-SORT-FILE.
       01  AGING-SORT-RECORD.
           05  ASRT-BUCKET          PIC 9.
           05  ASRT-ORDER-DATE      PIC 9(6).
           05  ASRT-ORDER-NUMBER    PIC 9(5).
           05  ASRT-CUSTOMER-NAME   PIC X(20).
           05  ASRT-PART-NUMBER     PIC 9(5).
           05  ASRT-QTY-BACKORDERED PIC 9(3).
           05  ASRT-AGE-DAYS        PIC 9(4).
           05  ASRT-COVERAGE        PIC X(10).
           05  ASRT-QTY-COVERED     PIC 9(3).
           05  ASRT-PO-DATE         PIC 9(6).

      * J = A PICK-JOURNAL LINE, K = A LINE STILL ON BACKORD.
       SD  ORDER-SORT-FILE.
       01  ORDER-SORT-RECORD.
           05  OSRT-ORDER-NUMBER    PIC 9(5).
           05  OSRT-RECORD-TYPE     PIC X.
           05  OSRT-FILL-TYPE       PIC X.
           05  OSRT-CUSTOMER-NAME   PIC X(20).
           05  OSRT-PART-NUMBER     PIC 9(5).
           05  OSRT-QTY             PIC 9(3).

      * THE SAME SORT IS RUN TWICE: KEYED ON CUSTOMER NAME, THEN ON
      * PART NUMBER. L = ONE ORDER LINE, G = ONE LOG SHIPMENT.
       SD  RATE-SORT-FILE.
       01  RATE-SORT-RECORD.
           05  RSRT-KEY             PIC X(20).
           05  RSRT-RECORD-TYPE     PIC X.
           05  RSRT-COMPLETE-SW     PIC X.
           05  RSRT-FIRST-UNITS     PIC 9(5).
           05  RSRT-BACKORDER-UNITS PIC 9(5).
           05  RSRT-LOG-UNITS       PIC 9(5).

       FD  AGING-REPORT-OUT.
       01  AGING-RECORD-OUT              PIC X(80).

       WORKING-STORAGE SECTION.
       01  JOURNAL-ARCHIVE-NAME-DETAILS.
           05  JOURNAL-ARCHIVE-NAME.
               10  FILLER            PIC X(17)
                   VALUE "C:\temp\PICKJRNL.".
               10  JOURNAL-ARCHIVE-DATE PIC 9(6).

      * ONE SLOT PER ARCHIVE NAMED IN THE PARAMETER FILE. BILLING
      * FILES ONE ARCHIVE A DAY, SO 31 COVERS A MONTH.
       01  ARCHIVE-DATE-TABLE.
           05  ARCHIVE-DATE-ENTRY OCCURS 31 TIMES PIC 9(6).

       01  PICK-JOURNAL-DETAIL.
           COPY 'PickJournalDetailStr' IN copy-lib.

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.

       01  BUCKET-NAMES.
           05  FILLER  PIC X(12) VALUE "0-7 DAYS".
           05  FILLER  PIC X(12) VALUE "8-30 DAYS".
           05  FILLER  PIC X(12) VALUE "31-60 DAYS".
           05  FILLER  PIC X(12) VALUE "OVER 60 DAYS".
       01  BUCKET-NAME-TABLE REDEFINES BUCKET-NAMES.
           05  BUCKET-NAME OCCURS 4 TIMES PIC X(12).

      * WHAT IS LEFT OF EACH PART'S OPEN PO AFTER THE BACKORDERS
      * AHEAD OF THE CURRENT ONE HAVE TAKEN THEIR SHARE.
       01  PO-COVERAGE-TABLE.
           05  COVER-PART-COUNT      PIC 9(3) VALUE ZERO.
           05  COVER-ENTRY OCCURS 300 TIMES.
               10  COVER-PART-NUMBER PIC 9(5).
               10  COVER-PO-SW       PIC X(3).
               10  COVER-QTY-LEFT    PIC 9(3).
               10  COVER-PO-DATE     PIC 9(6).

       01  DATE-WORK-FIELDS.
           05  TODAY-DATE            PIC 9(6) VALUE ZERO.
           05  TODAY-CCYYMMDD        PIC 9(8) VALUE ZERO.
           05  ORDER-CCYYMMDD        PIC 9(8) VALUE ZERO.
           05  TODAY-DAY-INT         PIC 9(7) VALUE ZERO.
           05  ORDER-DAY-INT         PIC 9(7) VALUE ZERO.
           05  AGE-DAYS              PIC 9(4) VALUE ZERO.

       01  AGING-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(30)
                   VALUE "BACKORDER AGING AND FILL RATE".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TITLE-DATE        PIC 9(6).

       01  AGING-BUCKET-HEADER.
           05  FILLER            PIC X(8)  VALUE "BUCKET: ".
           05  BUCKET-HDR-OUT    PIC X(12).

       01  AGING-COLUMN-HEADER.
           05  FILLER  PIC X(5)   VALUE "ORDER".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(21)  VALUE "CUSTOMER".
           05  FILLER  PIC X(5)   VALUE "PART".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(5)   VALUE "  QTY".
           05  FILLER  PIC X(8)   VALUE " ORDERED".
           05  FILLER  PIC X(6)   VALUE "  DAYS".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(11)  VALUE "OPEN PO".
           05  FILLER  PIC X(4)   VALUE "COVD".
           05  FILLER  PIC X(7)   VALUE " PODATE".

       01  AGING-RECORD-DETAIL.
           05  AGE-ORDER-OUT      PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AGE-CUSTOMER-OUT   PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  AGE-PART-OUT       PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AGE-QTY-OUT        PIC ZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AGE-ORDER-DATE-OUT PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AGE-DAYS-OUT       PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AGE-COVERAGE-OUT   PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  AGE-COVERED-OUT    PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  AGE-PO-DATE-OUT    PIC X(6).

       01  AGING-BUCKET-TOTAL.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "BUCKET TOTAL  ".
           05  BKT-LINES-OUT      PIC ZZZZ9.
           05  FILLER             PIC X(8)  VALUE " LINES  ".
           05  BKT-UNITS-OUT      PIC ZZZZZ9.
           05  FILLER             PIC X(8)  VALUE " UNITS  ".
           05  BKT-COVERED-OUT    PIC ZZZZZ9.
           05  FILLER             PIC X(14) VALUE " UNITS COVERED".

       01  RATE-SECTION-HEADER.
           05  FILLER             PIC X(24)
                   VALUE "FILL RATE BY CUSTOMER".
       01  RATE-PART-HEADER.
           05  FILLER             PIC X(24)
                   VALUE "FILL RATE BY PART".

       01  RATE-COLUMN-HEADER.
           05  FILLER  PIC X(21)  VALUE "CUSTOMER / PART".
           05  FILLER  PIC X(6)   VALUE " LINES".
           05  FILLER  PIC X(6)   VALUE "  COMP".
           05  FILLER  PIC X(6)   VALUE "  BKOD".
           05  FILLER  PIC X(7)   VALUE " LINE%".
           05  FILLER  PIC X(7)   VALUE " FIRST".
           05  FILLER  PIC X(7)   VALUE "  BKOD".
           05  FILLER  PIC X(7)   VALUE " UNIT%".
           05  FILLER  PIC X(7)   VALUE "   LOG".

       01  RATE-RECORD-DETAIL.
           05  RATE-KEY-OUT         PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  RATE-LINES-OUT       PIC ZZZZZ9.
           05  RATE-COMPLETE-OUT    PIC ZZZZZ9.
           05  RATE-BKO-LINES-OUT   PIC ZZZZZ9.
           05  RATE-LINE-PCT-OUT    PIC ZZZ9.9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  RATE-FIRST-UNITS-OUT PIC ZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  RATE-BKO-UNITS-OUT   PIC ZZZZZ9.
           05  RATE-UNIT-PCT-OUT    PIC ZZZZ9.9.
           05  RATE-LOG-UNITS-OUT   PIC ZZZZZZ9 BLANK WHEN ZERO.

       01  AGING-AUDIT-TRAIL.
           05  FILLER           PIC X(10) VALUE "BACKORDERS".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  BKO-COUNTER-F    PIC Z(4)9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(5)  VALUE "UNITS".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  BKO-UNITS-F      PIC Z(5)9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(7)  VALUE "COVERED".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  BKO-COVERED-F    PIC Z(5)9.

       01  RATE-AUDIT-TRAIL.
           05  FILLER           PIC X(11) VALUE "ORDER LINES".
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  ORDER-LINE-COUNTER-F PIC Z(4)9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(8)  VALUE "JOURNAL ".
           05  JOURNAL-UNITS-F  PIC Z(5)9.
           05  FILLER           PIC X(2)  VALUE SPACES.
           05  FILLER           PIC X(4)  VALUE "LOG ".
           05  LOG-UNITS-F      PIC Z(5)9.

       01  CONTROL-BREAK-FIELDS.
           05  PREV-BUCKET          PIC 9 VALUE ZERO.
           05  PREV-ORDER-NUMBER    PIC 9(5) VALUE ZERO.
           05  PREV-RATE-KEY        PIC X(20) VALUE SPACES.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".
           05  RATE-SECTION         PIC X VALUE SPACE.
               88  RATE-BY-CUSTOMER VALUE "C".
               88  RATE-BY-PART     VALUE "P".

       01  BUCKET-TOTALS.
           05  BUCKET-LINES         PIC 9(5) VALUE ZERO.
           05  BUCKET-UNITS         PIC 9(6) VALUE ZERO.
           05  BUCKET-COVERED       PIC 9(6) VALUE ZERO.

      * ONE ORDER LINE AS IT IS PIECED TOGETHER FROM THE JOURNAL
      * AND BACKORD.
       01  ORDER-LINE-TOTALS.
           05  ORDER-CUSTOMER-NAME  PIC X(20) VALUE SPACES.
           05  ORDER-PART-NUMBER    PIC 9(5) VALUE ZERO.
           05  ORDER-FIRST-UNITS    PIC 9(5) VALUE ZERO.
           05  ORDER-FILLED-UNITS   PIC 9(5) VALUE ZERO.
           05  ORDER-OPEN-UNITS     PIC 9(5) VALUE ZERO.

       01  RATE-TOTALS.
           05  RATE-LINES           PIC 9(6) VALUE ZERO.
           05  RATE-COMPLETE-LINES  PIC 9(6) VALUE ZERO.
           05  RATE-BKO-LINES       PIC 9(6) VALUE ZERO.
           05  RATE-FIRST-UNITS     PIC 9(6) VALUE ZERO.
           05  RATE-BKO-UNITS       PIC 9(6) VALUE ZERO.
           05  RATE-LOG-UNITS       PIC 9(7) VALUE ZERO.
           05  RATE-DEMAND-UNITS    PIC 9(7) VALUE ZERO.
           05  RATE-PCT             PIC 9(3)V9 VALUE ZERO.

       01  SUMMARY-DATA.
           05  ARCHIVE-COUNT        PIC 99 VALUE ZERO.
           05  ARCHIVE-SUB          PIC 99 VALUE ZERO.
           05  COVER-SUB            PIC 9(3) VALUE ZERO.
           05  BKO-COUNTER          PIC 9(5) VALUE ZERO.
           05  BKO-UNITS            PIC 9(6) VALUE ZERO.
           05  BKO-COVERED          PIC 9(6) VALUE ZERO.
           05  ORDER-LINE-COUNTER   PIC 9(5) VALUE ZERO.
           05  JOURNAL-UNITS        PIC 9(6) VALUE ZERO.
           05  LOG-UNITS            PIC 9(6) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  FILLCTL-FILE-STATUS  PIC X(2) VALUE "00".
           05  BACKORD-FILE-STATUS  PIC X(2) VALUE "00".
           05  OPENPO-FILE-STATUS   PIC X(2) VALUE "00".
           05  PICKJRNL-FILE-STATUS PIC X(2) VALUE "00".
           05  TRANLOG-FILE-STATUS  PIC X(2) VALUE "00".
           05  BACKORD-AVAIL-SW     PIC X(3) VALUE "NO".
           05  OPENPO-AVAIL-SW      PIC X(3) VALUE "NO".
           05  CONTROL-EOF-FLAG     PIC X(3) VALUE "NO".
           05  INPUT-EOF-FLAG       PIC X(3) VALUE "NO".
           05  SORT-EOF-FLAG        PIC X(3) VALUE "NO".
           05  PART-FOUND-SW        PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-AGING-REPORT.
           PERFORM 201-INIT-AGING-REPORT.
           SORT AGING-SORT-FILE
               ON DESCENDING KEY ASRT-BUCKET
               ON ASCENDING KEY ASRT-ORDER-DATE
                                ASRT-ORDER-NUMBER
               INPUT PROCEDURE 401-RELEASE-BACKORDERS
               OUTPUT PROCEDURE 402-RETURN-AGED-BACKORDERS.
           PERFORM 202-WRITE-AGING-TRAILER.
           OPEN OUTPUT ORDER-FILL-WORK.
           SORT ORDER-SORT-FILE
               ON ASCENDING KEY OSRT-ORDER-NUMBER
               INPUT PROCEDURE 403-RELEASE-ORDER-ACTIVITY
               OUTPUT PROCEDURE 404-RETURN-ORDER-ACTIVITY.
           CLOSE ORDER-FILL-WORK.
           MOVE "C" TO RATE-SECTION.
           PERFORM 319-WRITE-BLANK-LINE.
           WRITE AGING-RECORD-OUT FROM RATE-SECTION-HEADER.
           PERFORM 203-RUN-RATE-SORT.
           MOVE "P" TO RATE-SECTION.
           PERFORM 319-WRITE-BLANK-LINE.
           WRITE AGING-RECORD-OUT FROM RATE-PART-HEADER.
           PERFORM 203-RUN-RATE-SORT.
           PERFORM 204-TERM-AGING-REPORT.
           STOP RUN.

      * EVERY RECORD ON THE PARAMETER FILE IS ONE PICK-JOURNAL
      * ARCHIVE DATE. BACKORD AND OPENPO ARE OPTIONAL - A SITE THAT
      * HAS NEVER BACKORDERED OR NEVER RAISED A PO GETS ZEROS.
       201-INIT-AGING-REPORT.
           OPEN INPUT FILL-CONTROL-FILE.
           IF FILLCTL-FILE-STATUS = "00"
              PERFORM 301-READ-ARCHIVE-DATE
                  UNTIL CONTROL-EOF-FLAG = "YES"
                  OR ARCHIVE-COUNT = 31
              CLOSE FILL-CONTROL-FILE
           END-IF.
           OPEN INPUT OPENPO.
           IF OPENPO-FILE-STATUS = "00"
              MOVE "YES" TO OPENPO-AVAIL-SW
           END-IF.
           OPEN INPUT INVENT6.
           OPEN OUTPUT AGING-REPORT-OUT.
           ACCEPT TODAY-DATE FROM DATE.
           MOVE TODAY-DATE TO TITLE-DATE.
           COMPUTE TODAY-CCYYMMDD = 20000000 + TODAY-DATE.
           COMPUTE TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE (TODAY-CCYYMMDD).
           WRITE AGING-RECORD-OUT FROM AGING-TITLE.

       202-WRITE-AGING-TRAILER.
           MOVE BKO-COUNTER TO BKO-COUNTER-F.
           MOVE BKO-UNITS   TO BKO-UNITS-F.
           MOVE BKO-COVERED TO BKO-COVERED-F.
           PERFORM 319-WRITE-BLANK-LINE.
           WRITE AGING-RECORD-OUT FROM AGING-AUDIT-TRAIL.

      * THE ORDER-LINE WORK FILE FEEDS BOTH THE CUSTOMER AND THE
      * PART SECTIONS; THE SWITCHES ARE RESET FOR EACH PASS.
       203-RUN-RATE-SORT.
           MOVE "YES" TO FIRST-RECORD-SW.
           MOVE "NO"  TO SORT-EOF-FLAG.
           WRITE AGING-RECORD-OUT FROM RATE-COLUMN-HEADER.
           SORT RATE-SORT-FILE
               ON ASCENDING KEY RSRT-KEY
               INPUT PROCEDURE 405-RELEASE-ORDER-LINES
               OUTPUT PROCEDURE 406-RETURN-RATE-LINES.

       204-TERM-AGING-REPORT.
           MOVE ORDER-LINE-COUNTER TO ORDER-LINE-COUNTER-F.
           MOVE JOURNAL-UNITS TO JOURNAL-UNITS-F.
           MOVE LOG-UNITS     TO LOG-UNITS-F.
           PERFORM 319-WRITE-BLANK-LINE.
           WRITE AGING-RECORD-OUT FROM RATE-AUDIT-TRAIL.
           CLOSE INVENT6 AGING-REPORT-OUT.
           IF OPENPO-AVAIL-SW = "YES"
              CLOSE OPENPO
           END-IF.
           DISPLAY "BACKORDER AGING REPORT COMPLETE".
           DISPLAY "  JOURNAL ARCHIVES NAMED: " ARCHIVE-COUNT.
           DISPLAY "  OPEN BACKORDERS       : " BKO-COUNTER.
           DISPLAY "  ORDER LINES RATED     : " ORDER-LINE-COUNTER.

       301-READ-ARCHIVE-DATE.
           READ FILL-CONTROL-FILE
              AT END
                 MOVE "YES" TO CONTROL-EOF-FLAG
              NOT AT END
                 ADD 1 TO ARCHIVE-COUNT
                 MOVE FILL-CONTROL-RECORD
                     TO ARCHIVE-DATE-ENTRY(ARCHIVE-COUNT)
           END-READ.

      ******************************************************************
      * AGING SECTION - BACKORD IS READ IN KEY ORDER, THE ORDER THE
      * ALLOCATION RUN RETRIES IT IN, SO EACH PO IS HANDED OUT TO
      * THE BACKORDERS THAT WILL REALLY GET IT FIRST.
      ******************************************************************
       401-RELEASE-BACKORDERS.
           OPEN INPUT BACKORD.
           IF BACKORD-FILE-STATUS = "00"
              MOVE "YES" TO BACKORD-AVAIL-SW
              MOVE "NO"  TO INPUT-EOF-FLAG
              PERFORM 302-RELEASE-BACKORDER
                  UNTIL INPUT-EOF-FLAG = "YES"
              CLOSE BACKORD
           END-IF.

       302-RELEASE-BACKORDER.
           READ BACKORD NEXT
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 ADD 1 TO BKO-COUNTER
                 ADD BKO-QTY-BACKORDERED TO BKO-UNITS
                 PERFORM 303-AGE-BACKORDER
                 PERFORM 304-FIND-PO-COVERAGE
                 MOVE BKO-ORDER-DATE      TO ASRT-ORDER-DATE
                 MOVE BKO-ORDER-NUMBER-PK TO ASRT-ORDER-NUMBER
                 MOVE BKO-CUSTOMER-NAME   TO ASRT-CUSTOMER-NAME
                 MOVE BKO-PART-NUMBER     TO ASRT-PART-NUMBER
                 MOVE BKO-QTY-BACKORDERED TO ASRT-QTY-BACKORDERED
                 MOVE AGE-DAYS            TO ASRT-AGE-DAYS
                 RELEASE AGING-SORT-RECORD
           END-READ.

      * THE SIX-DIGIT DATES ARE ALL CURRENT-CENTURY, SO 20 IS
      * PREFIXED BEFORE THE CALENDAR ARITHMETIC. A LINE WITH NO
      * ORDER DATE AGES AS ZERO RATHER THAN STOP THE REPORT.
       303-AGE-BACKORDER.
           MOVE ZERO TO AGE-DAYS.
           IF BKO-ORDER-DATE NOT = ZERO
              COMPUTE ORDER-CCYYMMDD = 20000000 + BKO-ORDER-DATE
              COMPUTE ORDER-DAY-INT =
                  FUNCTION INTEGER-OF-DATE (ORDER-CCYYMMDD)
              IF TODAY-DAY-INT > ORDER-DAY-INT
                 COMPUTE AGE-DAYS = TODAY-DAY-INT - ORDER-DAY-INT
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN AGE-DAYS NOT > 7
                    MOVE 1 TO ASRT-BUCKET
               WHEN AGE-DAYS NOT > 30
                    MOVE 2 TO ASRT-BUCKET
               WHEN AGE-DAYS NOT > 60
                    MOVE 3 TO ASRT-BUCKET
               WHEN OTHER
                    MOVE 4 TO ASRT-BUCKET
           END-EVALUATE.

      * THE FIRST BACKORDER FOR A PART READS ITS PO; THE ONES AFTER
      * IT TAKE WHAT THE EARLIER ONES LEFT. WHEN THE TABLE IS FULL
      * THE LINE IS SET AGAINST THE WHOLE PO ON ITS OWN.
       304-FIND-PO-COVERAGE.
           MOVE 1 TO COVER-SUB.
           PERFORM 305-NEXT-COVER-ENTRY
               UNTIL COVER-SUB > COVER-PART-COUNT
                  OR COVER-PART-NUMBER(COVER-SUB) = BKO-PART-NUMBER.
           IF COVER-SUB > COVER-PART-COUNT
              IF COVER-PART-COUNT < 300
                 ADD 1 TO COVER-PART-COUNT
              ELSE
                 MOVE 300 TO COVER-SUB
              END-IF
              PERFORM 306-LOAD-PART-PO
           END-IF.
           MOVE COVER-PO-DATE(COVER-SUB) TO ASRT-PO-DATE.
           EVALUATE TRUE
               WHEN COVER-PO-SW(COVER-SUB) = "NO"
                    MOVE ZERO         TO ASRT-QTY-COVERED
                    MOVE "NO OPEN PO" TO ASRT-COVERAGE
               WHEN COVER-QTY-LEFT(COVER-SUB) NOT < BKO-QTY-BACKORDERED
                    MOVE BKO-QTY-BACKORDERED TO ASRT-QTY-COVERED
                    MOVE "COVERED"    TO ASRT-COVERAGE
               WHEN COVER-QTY-LEFT(COVER-SUB) > ZERO
                    MOVE COVER-QTY-LEFT(COVER-SUB) TO ASRT-QTY-COVERED
                    MOVE "PARTIAL"    TO ASRT-COVERAGE
               WHEN OTHER
                    MOVE ZERO         TO ASRT-QTY-COVERED
                    MOVE "PO USED UP" TO ASRT-COVERAGE
           END-EVALUATE.
           SUBTRACT ASRT-QTY-COVERED FROM COVER-QTY-LEFT(COVER-SUB).
           ADD ASRT-QTY-COVERED TO BKO-COVERED.

       305-NEXT-COVER-ENTRY.
           ADD 1 TO COVER-SUB.

       306-LOAD-PART-PO.
           MOVE BKO-PART-NUMBER TO COVER-PART-NUMBER(COVER-SUB).
           MOVE "NO"            TO COVER-PO-SW(COVER-SUB).
           MOVE ZERO            TO COVER-QTY-LEFT(COVER-SUB)
                                   COVER-PO-DATE(COVER-SUB).
           IF OPENPO-AVAIL-SW = "YES"
              MOVE BKO-PART-NUMBER TO PO-PART-NUMBER-PK
              READ OPENPO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "YES"          TO COVER-PO-SW(COVER-SUB)
                      MOVE PO-QTY-ORDERED TO COVER-QTY-LEFT(COVER-SUB)
                      MOVE PO-ORDER-DATE  TO COVER-PO-DATE(COVER-SUB)
              END-READ
           END-IF.

       402-RETURN-AGED-BACKORDERS.
           MOVE "NO" TO SORT-EOF-FLAG.
           PERFORM 407-RETURN-AGED-BACKORDER.
           IF SORT-EOF-FLAG = "YES"
              PERFORM 319-WRITE-BLANK-LINE
              MOVE "NO BACKORDERS OPEN" TO AGING-RECORD-OUT
              WRITE AGING-RECORD-OUT
           END-IF.
           PERFORM 408-PRINT-AGED-BACKORDER
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
              PERFORM 307-WRITE-BUCKET-TOTAL
           END-IF.

       407-RETURN-AGED-BACKORDER.
           RETURN AGING-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       408-PRINT-AGED-BACKORDER.
           IF FIRST-RECORD-SW = "YES"
              MOVE "NO" TO FIRST-RECORD-SW
              PERFORM 308-WRITE-BUCKET-HEADER
           ELSE
              IF ASRT-BUCKET NOT = PREV-BUCKET
                 PERFORM 307-WRITE-BUCKET-TOTAL
                 PERFORM 308-WRITE-BUCKET-HEADER
              END-IF
           END-IF.
           MOVE ASRT-ORDER-NUMBER    TO AGE-ORDER-OUT.
           MOVE ASRT-CUSTOMER-NAME   TO AGE-CUSTOMER-OUT.
           MOVE ASRT-PART-NUMBER     TO AGE-PART-OUT.
           MOVE ASRT-QTY-BACKORDERED TO AGE-QTY-OUT.
           MOVE ASRT-ORDER-DATE      TO AGE-ORDER-DATE-OUT.
           MOVE ASRT-AGE-DAYS        TO AGE-DAYS-OUT.
           MOVE ASRT-COVERAGE        TO AGE-COVERAGE-OUT.
           MOVE ASRT-QTY-COVERED     TO AGE-COVERED-OUT.
           IF ASRT-PO-DATE = ZERO
              MOVE SPACES TO AGE-PO-DATE-OUT
           ELSE
              MOVE ASRT-PO-DATE TO AGE-PO-DATE-OUT
           END-IF.
           WRITE AGING-RECORD-OUT FROM AGING-RECORD-DETAIL.
           ADD 1 TO BUCKET-LINES.
           ADD ASRT-QTY-BACKORDERED TO BUCKET-UNITS.
           ADD ASRT-QTY-COVERED     TO BUCKET-COVERED.
           PERFORM 407-RETURN-AGED-BACKORDER.

       307-WRITE-BUCKET-TOTAL.
           MOVE BUCKET-LINES   TO BKT-LINES-OUT.
           MOVE BUCKET-UNITS   TO BKT-UNITS-OUT.
           MOVE BUCKET-COVERED TO BKT-COVERED-OUT.
           WRITE AGING-RECORD-OUT FROM AGING-BUCKET-TOTAL.
           MOVE ZERO TO BUCKET-LINES BUCKET-UNITS BUCKET-COVERED.

       308-WRITE-BUCKET-HEADER.
           MOVE ASRT-BUCKET TO PREV-BUCKET.
           MOVE BUCKET-NAME(ASRT-BUCKET) TO BUCKET-HDR-OUT.
           PERFORM 319-WRITE-BLANK-LINE.
           WRITE AGING-RECORD-OUT FROM AGING-BUCKET-HEADER.
           WRITE AGING-RECORD-OUT FROM AGING-COLUMN-HEADER.

      ******************************************************************
      * FILL-RATE SECTION - EVERY PICK OF AN ORDER AND ANY BALANCE
      * STILL ON BACKORD ARE BROUGHT TOGETHER UNDER THE ORDER NUMBER
      * AND BOILED DOWN TO ONE LINE ON THE WORK FILE.
      ******************************************************************
       403-RELEASE-ORDER-ACTIVITY.
           PERFORM 309-RELEASE-ONE-ARCHIVE
               VARYING ARCHIVE-SUB FROM 1 BY 1
               UNTIL ARCHIVE-SUB > ARCHIVE-COUNT.
           OPEN INPUT PICK-JOURNAL-IN.
           IF PICKJRNL-FILE-STATUS = "00"
              MOVE "NO" TO INPUT-EOF-FLAG
              PERFORM 311-RELEASE-LIVE-PICK
                  UNTIL INPUT-EOF-FLAG = "YES"
              CLOSE PICK-JOURNAL-IN
           END-IF.
           IF BACKORD-AVAIL-SW = "YES"
              OPEN INPUT BACKORD
              MOVE "NO" TO INPUT-EOF-FLAG
              PERFORM 313-RELEASE-OPEN-BACKORDER
                  UNTIL INPUT-EOF-FLAG = "YES"
              CLOSE BACKORD
           END-IF.

      * A NAMED ARCHIVE THAT IS MISSING JUST READS AS EMPTY.
       309-RELEASE-ONE-ARCHIVE.
           MOVE ARCHIVE-DATE-ENTRY(ARCHIVE-SUB)
               TO JOURNAL-ARCHIVE-DATE.
           MOVE "NO" TO INPUT-EOF-FLAG.
           OPEN INPUT JOURNAL-ARCHIVE-IN.
           PERFORM 310-RELEASE-ARCHIVED-PICK
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE JOURNAL-ARCHIVE-IN.

       310-RELEASE-ARCHIVED-PICK.
           READ JOURNAL-ARCHIVE-IN INTO PICK-JOURNAL-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 PERFORM 312-RELEASE-PICK
           END-READ.

       311-RELEASE-LIVE-PICK.
           READ PICK-JOURNAL-IN INTO PICK-JOURNAL-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 PERFORM 312-RELEASE-PICK
           END-READ.

       312-RELEASE-PICK.
           MOVE PJRN-ORDER-NUMBER  TO OSRT-ORDER-NUMBER.
           MOVE "J"                TO OSRT-RECORD-TYPE.
           MOVE PJRN-FILL-TYPE     TO OSRT-FILL-TYPE.
           MOVE PJRN-CUSTOMER-NAME TO OSRT-CUSTOMER-NAME.
           MOVE PJRN-PART-NUMBER   TO OSRT-PART-NUMBER.
           MOVE PJRN-PICK-QTY      TO OSRT-QTY.
           ADD PJRN-PICK-QTY TO JOURNAL-UNITS.
           RELEASE ORDER-SORT-RECORD.

       313-RELEASE-OPEN-BACKORDER.
           READ BACKORD NEXT
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 MOVE BKO-ORDER-NUMBER-PK TO OSRT-ORDER-NUMBER
                 MOVE "K"                 TO OSRT-RECORD-TYPE
                 MOVE SPACE               TO OSRT-FILL-TYPE
                 MOVE BKO-CUSTOMER-NAME   TO OSRT-CUSTOMER-NAME
                 MOVE BKO-PART-NUMBER     TO OSRT-PART-NUMBER
                 MOVE BKO-QTY-BACKORDERED TO OSRT-QTY
                 RELEASE ORDER-SORT-RECORD
           END-READ.

       404-RETURN-ORDER-ACTIVITY.
           MOVE "NO"  TO SORT-EOF-FLAG.
           MOVE "YES" TO FIRST-RECORD-SW.
           PERFORM 409-RETURN-ORDER-RECORD.
           PERFORM 410-ACCUMULATE-ORDER-LINE
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
              PERFORM 314-WRITE-ORDER-LINE
           END-IF.

       409-RETURN-ORDER-RECORD.
           RETURN ORDER-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       410-ACCUMULATE-ORDER-LINE.
           IF FIRST-RECORD-SW = "YES"
              MOVE "NO" TO FIRST-RECORD-SW
              MOVE OSRT-ORDER-NUMBER TO PREV-ORDER-NUMBER
           ELSE
              IF OSRT-ORDER-NUMBER NOT = PREV-ORDER-NUMBER
                 PERFORM 314-WRITE-ORDER-LINE
                 MOVE OSRT-ORDER-NUMBER TO PREV-ORDER-NUMBER
              END-IF
           END-IF.
           MOVE OSRT-CUSTOMER-NAME TO ORDER-CUSTOMER-NAME.
           MOVE OSRT-PART-NUMBER   TO ORDER-PART-NUMBER.
           EVALUATE TRUE
               WHEN OSRT-RECORD-TYPE = "K"
                    ADD OSRT-QTY TO ORDER-OPEN-UNITS
               WHEN OSRT-FILL-TYPE = "B"
                    ADD OSRT-QTY TO ORDER-FILLED-UNITS
               WHEN OTHER
                    ADD OSRT-QTY TO ORDER-FIRST-UNITS
           END-EVALUATE.
           PERFORM 409-RETURN-ORDER-RECORD.

      * ANYTHING THAT EVER WENT TO BACKORDER - FILLED SINCE OR STILL
      * WAITING - MEANS THE LINE FAILED ITS FIRST ALLOCATION.
       314-WRITE-ORDER-LINE.
           ADD 1 TO ORDER-LINE-COUNTER.
           MOVE ORDER-CUSTOMER-NAME TO OFW-CUSTOMER-NAME.
           MOVE ORDER-PART-NUMBER   TO OFW-PART-NUMBER.
           MOVE ORDER-FIRST-UNITS   TO OFW-FIRST-UNITS.
           ADD ORDER-FILLED-UNITS ORDER-OPEN-UNITS
               GIVING OFW-BACKORDER-UNITS.
           IF OFW-BACKORDER-UNITS = ZERO
              MOVE "Y" TO OFW-COMPLETE-SW
           ELSE
              MOVE "N" TO OFW-COMPLETE-SW
           END-IF.
           WRITE ORDER-FILL-RECORD.
           INITIALIZE ORDER-LINE-TOTALS.

      ******************************************************************
      * RATE PASSES - THE ORDER LINES BY CUSTOMER, THEN BY PART WITH
      * THE LOG'S ALLOCATION SHIPMENTS ALONGSIDE.
      ******************************************************************
       405-RELEASE-ORDER-LINES.
           OPEN INPUT ORDER-FILL-WORK.
           MOVE "NO" TO INPUT-EOF-FLAG.
           PERFORM 315-RELEASE-ORDER-LINE
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE ORDER-FILL-WORK.
           IF RATE-BY-PART
              OPEN INPUT TRANSACTION-LOG-IN
              IF TRANLOG-FILE-STATUS = "00"
                 MOVE "NO" TO INPUT-EOF-FLAG
                 PERFORM 316-RELEASE-LOG-SHIPMENT
                     UNTIL INPUT-EOF-FLAG = "YES"
                 CLOSE TRANSACTION-LOG-IN
              END-IF
           END-IF.

       315-RELEASE-ORDER-LINE.
           READ ORDER-FILL-WORK
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 MOVE SPACES TO RSRT-KEY
                 IF RATE-BY-CUSTOMER
                    MOVE OFW-CUSTOMER-NAME TO RSRT-KEY
                 ELSE
                    MOVE OFW-PART-NUMBER   TO RSRT-KEY(1:5)
                 END-IF
                 MOVE "L"                 TO RSRT-RECORD-TYPE
                 MOVE OFW-COMPLETE-SW     TO RSRT-COMPLETE-SW
                 MOVE OFW-FIRST-UNITS     TO RSRT-FIRST-UNITS
                 MOVE OFW-BACKORDER-UNITS TO RSRT-BACKORDER-UNITS
                 MOVE ZERO                TO RSRT-LOG-UNITS
                 RELEASE RATE-SORT-RECORD
           END-READ.

       316-RELEASE-LOG-SHIPMENT.
           READ TRANSACTION-LOG-IN INTO TRANSACTION-LOG-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 IF TLOG-TRANSACTION-TYPE = "S"
                    AND TLOG-SOURCE-CODE = "O"
                    MOVE SPACES TO RSRT-KEY
                    MOVE TLOG-PART-NUMBER TO RSRT-KEY(1:5)
                    MOVE "G"              TO RSRT-RECORD-TYPE
                    MOVE SPACE            TO RSRT-COMPLETE-SW
                    MOVE ZERO             TO RSRT-FIRST-UNITS
                                             RSRT-BACKORDER-UNITS
                    MOVE TLOG-TRANSACTION-AMOUNT TO RSRT-LOG-UNITS
                    ADD TLOG-TRANSACTION-AMOUNT TO LOG-UNITS
                    RELEASE RATE-SORT-RECORD
                 END-IF
           END-READ.

       406-RETURN-RATE-LINES.
           PERFORM 411-RETURN-RATE-RECORD.
           PERFORM 412-ACCUMULATE-RATE
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
              PERFORM 317-WRITE-RATE-LINE
           END-IF.

       411-RETURN-RATE-RECORD.
           RETURN RATE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       412-ACCUMULATE-RATE.
           IF FIRST-RECORD-SW = "YES"
              MOVE "NO" TO FIRST-RECORD-SW
              MOVE RSRT-KEY TO PREV-RATE-KEY
           ELSE
              IF RSRT-KEY NOT = PREV-RATE-KEY
                 PERFORM 317-WRITE-RATE-LINE
                 MOVE RSRT-KEY TO PREV-RATE-KEY
              END-IF
           END-IF.
           IF RSRT-RECORD-TYPE = "L"
              ADD 1 TO RATE-LINES
              IF RSRT-COMPLETE-SW = "Y"
                 ADD 1 TO RATE-COMPLETE-LINES
              ELSE
                 ADD 1 TO RATE-BKO-LINES
              END-IF
              ADD RSRT-FIRST-UNITS     TO RATE-FIRST-UNITS
              ADD RSRT-BACKORDER-UNITS TO RATE-BKO-UNITS
           ELSE
              ADD RSRT-LOG-UNITS TO RATE-LOG-UNITS
           END-IF.
           PERFORM 411-RETURN-RATE-RECORD.

      * LINE FILL = LINES COMPLETE ON FIRST ALLOCATION OVER ALL
      * LINES; UNIT FILL = UNITS SHIPPED ON FIRST ALLOCATION OVER
      * EVERYTHING ORDERED ON THOSE LINES.
       317-WRITE-RATE-LINE.
           MOVE SPACES TO RATE-KEY-OUT.
           IF RATE-BY-CUSTOMER
              MOVE PREV-RATE-KEY TO RATE-KEY-OUT
           ELSE
              PERFORM 318-LOOKUP-PART-NAME
           END-IF.
           MOVE RATE-LINES          TO RATE-LINES-OUT.
           MOVE RATE-COMPLETE-LINES TO RATE-COMPLETE-OUT.
           MOVE RATE-BKO-LINES      TO RATE-BKO-LINES-OUT.
           MOVE RATE-FIRST-UNITS    TO RATE-FIRST-UNITS-OUT.
           MOVE RATE-BKO-UNITS      TO RATE-BKO-UNITS-OUT.
           IF RATE-LINES = ZERO
              MOVE ZERO TO RATE-PCT
           ELSE
              COMPUTE RATE-PCT ROUNDED =
                  RATE-COMPLETE-LINES * 100 / RATE-LINES
           END-IF.
           MOVE RATE-PCT TO RATE-LINE-PCT-OUT.
           ADD RATE-FIRST-UNITS RATE-BKO-UNITS
               GIVING RATE-DEMAND-UNITS.
           IF RATE-DEMAND-UNITS = ZERO
              MOVE ZERO TO RATE-PCT
           ELSE
              COMPUTE RATE-PCT ROUNDED =
                  RATE-FIRST-UNITS * 100 / RATE-DEMAND-UNITS
           END-IF.
           MOVE RATE-PCT TO RATE-UNIT-PCT-OUT.
           IF RATE-BY-PART
              MOVE RATE-LOG-UNITS TO RATE-LOG-UNITS-OUT
           ELSE
              MOVE ZERO TO RATE-LOG-UNITS-OUT
           END-IF.
           WRITE AGING-RECORD-OUT FROM RATE-RECORD-DETAIL.
           INITIALIZE RATE-TOTALS.

       318-LOOKUP-PART-NAME.
           MOVE PREV-RATE-KEY(1:5) TO PART-NUMBER-IN-PK.
           READ INVENT6
               INVALID KEY
                   MOVE "NOT ON FILE" TO RATE-KEY-OUT(7:14)
               NOT INVALID KEY
                   MOVE PART-NAME TO RATE-KEY-OUT(7:14)
           END-READ.
           MOVE PREV-RATE-KEY(1:5) TO RATE-KEY-OUT(1:5).

       319-WRITE-BLANK-LINE.
           MOVE SPACES TO AGING-RECORD-OUT.
           WRITE AGING-RECORD-OUT.
