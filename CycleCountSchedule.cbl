        IDENTIFICATION DIVISION.
        PROGRAM-ID. cntsched.
        AUTHOR. Maycon Morais.
      * Decides what the counters count. Every INVENT6 part is
      * ranked by annual usage value - the type S shipments and
      * type I issues to kit builds on the
      * TRANLOG.YYMMDD archives mthact leaves, extended at
      * UNIT-PRICE-IN - and given an A, B or C class: the parts
      * making up the first A-cutoff percent of the year's usage
      * value are A, up to the B-cutoff percent are B, the rest C.
      * The parameter file CNTSCHED.PRM carries the A and B cut-off
      * percentages and the count frequency in days of each class
      * on its first record, and the archive dates to read on the
      * records after it, one month per archive as USAGECAL.PRM
      * does. The last count date of each part is the newest type A
      * source C record on those archives or on the live
      * TRANLOG.TXT (cyclcnt logs a count that agrees with the book
      * as an adjustment of zero, so every count leaves a date).
      * Each part in a class is given a fixed day in its class's
      * cycle by its rank, so the count work falls evenly over the
      * days instead of in a heap at month-end. Run daily, the
      * program prints CNTSHEET.TXT, the count sheet of the parts
      * whose day it is and that have not been counted since their
      * last turn, by location in walking order (building A, then
      * building B, then the overflow trailer) with the counted
      * quantity left blank to be filled in on the floor. The plan,
      * CNTPLAN.TXT, carries the ABC ranking, the list of parts
      * overdue for a count and the count workload for the next 31
      * days.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT SCHEDULE-CONTROL-FILE
                ASSIGN TO "C:\temp\CNTSCHED.PRM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS SCHEDCTL-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE-IN
                ASSIGN USING ARCHIVE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG-IN
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS TRANLOG-FILE-STATUS.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT PART-USAGE-WORK
                ASSIGN TO "C:\temp\CNTUSAGE.TMP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT COUNT-SHEET-WORK
                ASSIGN TO "C:\temp\CNTSHTWK.TMP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT OVERDUE-WORK
                ASSIGN TO "C:\temp\CNTOVRWK.TMP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT USAGE-SORT-FILE
                ASSIGN TO "C:\temp\CNTUSGSRT.TMP".
           SELECT RANK-SORT-FILE
                ASSIGN TO "C:\temp\CNTRNKSRT.TMP".
           SELECT SHEET-SORT-FILE
                ASSIGN TO "C:\temp\CNTSHTSRT.TMP".
           SELECT COUNT-PLAN-OUT
                ASSIGN TO "C:\temp\CNTPLAN.TXT"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT COUNT-SHEET-OUT
                ASSIGN TO "C:\temp\CNTSHEET.TXT"
                ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-CONTROL-FILE.
       01  SCHEDULE-CONTROL-RECORD       PIC X(15).

       FD  ARCHIVE-FILE-IN.
       01  ARCHIVE-RECORD-IN             PIC X(40).

       FD  TRANSACTION-LOG-IN.
       01  TRANSACTION-LOG-RECORD        PIC X(40).

       FD  INVENT6.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

      * ONE RECORD PER PART: ITS YEAR'S USAGE AND WHERE IT STANDS.
       FD  PART-USAGE-WORK.
       01  PART-USAGE-RECORD.
           05  PUW-PART-NUMBER       PIC 9(5).
           05  PUW-PART-NAME         PIC X(20).
           05  PUW-USAGE-QTY         PIC 9(7).
           05  PUW-USAGE-VALUE       PIC 9(9)V99.
           05  PUW-LAST-COUNT-DATE   PIC 9(6).
           05  PUW-QTY-BY-LOCATION.
               10  PUW-QTY-AT-LOCATION OCCURS 3 TIMES PIC 9(4).

       FD  COUNT-SHEET-WORK.
       01  COUNT-SHEET-WORK-RECORD.
           05  CSW-LOCATION          PIC 9.
           05  CSW-PART-NUMBER       PIC 9(5).
           05  CSW-PART-NAME         PIC X(20).
           05  CSW-ABC-CLASS         PIC X.
           05  CSW-LAST-COUNT-DATE   PIC 9(6).

       FD  OVERDUE-WORK.
       01  OVERDUE-WORK-RECORD           PIC X(80).

      * M = THE PART ON INVENT6, S = A SHIPMENT ON AN ARCHIVE,
      * C = A COUNT (TYPE A, SOURCE C) ON AN ARCHIVE OR THE LOG.
       SD  USAGE-SORT-FILE.
       01  USAGE-SORT-RECORD.
           05  USRT-PART-NUMBER      PIC 9(5).
           05  USRT-RECORD-TYPE      PIC X.
           05  USRT-QTY              PIC 9(4).
           05  USRT-DATE             PIC 9(6).
           05  USRT-PART-NAME        PIC X(20).
           05  USRT-UNIT-PRICE       PIC 9(4)V99.
           05  USRT-QTY-BY-LOCATION.
               10  USRT-QTY-AT-LOCATION OCCURS 3 TIMES PIC 9(4).

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RSRT-USAGE-VALUE      PIC 9(9)V99.
           05  RSRT-PART-NUMBER      PIC 9(5).
           05  RSRT-PART-NAME        PIC X(20).
           05  RSRT-USAGE-QTY        PIC 9(7).
           05  RSRT-LAST-COUNT-DATE  PIC 9(6).
           05  RSRT-QTY-BY-LOCATION.
               10  RSRT-QTY-AT-LOCATION OCCURS 3 TIMES PIC 9(4).

       SD  SHEET-SORT-FILE.
       01  SHEET-SORT-RECORD.
           05  SSRT-LOCATION         PIC 9.
           05  SSRT-PART-NUMBER      PIC 9(5).
           05  SSRT-PART-NAME        PIC X(20).
           05  SSRT-ABC-CLASS        PIC X.
           05  SSRT-LAST-COUNT-DATE  PIC 9(6).

       FD  COUNT-PLAN-OUT.
       01  COUNT-PLAN-RECORD-OUT         PIC X(80).

       FD  COUNT-SHEET-OUT.
       01  COUNT-SHEET-RECORD-OUT        PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-NAME-DETAILS.
           05  ARCHIVE-FILE-NAME.
               10  FILLER            PIC X(16)
                   VALUE "C:\temp\TRANLOG.".
               10  ARCHIVE-NAME-DATE PIC 9(6).

      * FIRST PARAMETER RECORD. ANY FIELD LEFT ZERO TAKES THE
      * DEFAULT: A = FIRST 80 PERCENT OF VALUE COUNTED EVERY 30
      * DAYS, B = UP TO 95 PERCENT EVERY 91 DAYS, C = EVERY 365.
       01  SCHEDULE-CONTROL-DETAIL.
           05  A-CUTOFF-PCT          PIC 9(3) VALUE ZERO.
           05  B-CUTOFF-PCT          PIC 9(3) VALUE ZERO.
           05  A-FREQUENCY-DAYS      PIC 9(3) VALUE ZERO.
           05  B-FREQUENCY-DAYS      PIC 9(3) VALUE ZERO.
           05  C-FREQUENCY-DAYS      PIC 9(3) VALUE ZERO.

      * ONE SLOT PER ARCHIVE NAMED IN THE PARAMETER FILE; AN
      * ARCHIVE IS ONE MONTH, SO TWELVE COVERS A FULL YEAR BACK.
       01  ARCHIVE-DATE-TABLE.
           05  ARCHIVE-DATE-ENTRY OCCURS 12 TIMES PIC 9(6).

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.

      * THE THREE CLASSES IN ONE TABLE SO EVERY CLASS IS HANDLED BY
      * THE SAME CODE. THE PART COUNT IS THE RANK THE NEXT PART OF
      * THE CLASS WILL GET.
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 3 TIMES.
               10  CLASS-CODE         PIC X.
               10  CLASS-FREQUENCY    PIC 9(3).
               10  CLASS-PART-COUNT   PIC 9(5).
               10  CLASS-USAGE-VALUE  PIC 9(11)V99.
               10  CLASS-DUE-TODAY    PIC 9(5).
               10  CLASS-OVERDUE      PIC 9(5).

      * COUNTS FALLING ON EACH OF THE NEXT 31 DAYS, BY CLASS.
       01  WORKLOAD-TABLE.
           05  WORKLOAD-DAY OCCURS 31 TIMES.
               10  WORKLOAD-DATE      PIC 9(6).
               10  WORKLOAD-CLASS OCCURS 3 TIMES PIC 9(5).

       01  DATE-WORK-FIELDS.
           05  TODAY-DATE            PIC 9(6) VALUE ZERO.
           05  TODAY-CCYYMMDD        PIC 9(8) VALUE ZERO.
           05  TODAY-DAY-INT         PIC 9(7) VALUE ZERO.
           05  COUNT-CCYYMMDD        PIC 9(8) VALUE ZERO.
           05  COUNT-DAY-INT         PIC 9(7) VALUE ZERO.
           05  SLOT-CCYYMMDD         PIC 9(8) VALUE ZERO.
           05  SLOT-DAY-INT          PIC 9(7) VALUE ZERO.
           05  DAYS-SINCE-COUNT      PIC 9(5) VALUE ZERO.
           05  PART-SLOT             PIC 9(3) VALUE ZERO.
           05  TODAY-SLOT            PIC 9(3) VALUE ZERO.
           05  DAYS-TO-SLOT          PIC 9(3) VALUE ZERO.
           05  NEXT-SLOT-DATE        PIC 9(6) VALUE ZERO.

      * ONE PART AS IT IS BUILT UP FROM THE USAGE SORT.
       01  PART-USAGE-TOTALS.
           05  PART-MASTER-SW        PIC X(3) VALUE "NO".
           05  PART-NAME-WS          PIC X(20) VALUE SPACES.
           05  PART-UNIT-PRICE       PIC 9(4)V99 VALUE ZERO.
           05  PART-USAGE-QTY        PIC 9(7) VALUE ZERO.
           05  PART-LAST-COUNT-DATE  PIC 9(6) VALUE ZERO.
           05  PART-QTY-BY-LOCATION.
               10  PART-QTY-AT-LOCATION OCCURS 3 TIMES PIC 9(4).

       01  RANKING-FIELDS.
           05  TOTAL-USAGE-VALUE     PIC 9(11)V99 VALUE ZERO.
           05  CUMULATIVE-VALUE      PIC 9(11)V99 VALUE ZERO.
           05  CUMULATIVE-PCT        PIC 9(3)V9 VALUE ZERO.
           05  PRIOR-CUMULATIVE-PCT  PIC 9(3)V9 VALUE ZERO.
           05  OVERALL-RANK          PIC 9(5) VALUE ZERO.
           05  CLASS-SUB             PIC 9 VALUE ZERO.
           05  PART-COUNTED-SW       PIC X(3) VALUE "NO".

       01  PLAN-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(32)
                   VALUE "ABC CLASSIFICATION / COUNT PLAN".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PLAN-TITLE-DATE   PIC 9(6).

       01  PLAN-CUTOFF-LINE.
           05  FILLER            PIC X(9)  VALUE "A UP TO  ".
           05  A-CUTOFF-OUT      PIC ZZ9.
           05  FILLER            PIC X(8)  VALUE "%  EVERY".
           05  A-FREQUENCY-OUT   PIC ZZZ9.
           05  FILLER            PIC X(14) VALUE " DAYS  B UP TO".
           05  B-CUTOFF-OUT      PIC ZZZ9.
           05  FILLER            PIC X(8)  VALUE "%  EVERY".
           05  B-FREQUENCY-OUT   PIC ZZZ9.
           05  FILLER            PIC X(15) VALUE " DAYS  C EVERY".
           05  C-FREQUENCY-OUT   PIC ZZZ9.
           05  FILLER            PIC X(5)  VALUE " DAYS".

       01  RANK-COLUMN-HEADER.
           05  FILLER  PIC X(6)   VALUE "RANK".
           05  FILLER  PIC X(7)   VALUE "PART".
           05  FILLER  PIC X(21)  VALUE "PARTNAME".
           05  FILLER  PIC X(8)   VALUE "  USAGE".
           05  FILLER  PIC X(14)  VALUE "   USAGE VALUE".
           05  FILLER  PIC X(7)   VALUE "   CUM%".
           05  FILLER  PIC X(4)   VALUE " CLS".
           05  FILLER  PIC X(10)  VALUE "  COUNTED".

       01  RANK-RECORD-DETAIL.
           05  RANK-OUT           PIC ZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  RANK-PART-OUT      PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RANK-NAME-OUT      PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  RANK-QTY-OUT       PIC ZZZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  RANK-VALUE-OUT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  RANK-CUM-PCT-OUT   PIC ZZ9.9.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  RANK-CLASS-OUT     PIC X.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  RANK-COUNTED-OUT   PIC X(6).

       01  CLASS-SUMMARY-LINE.
           05  FILLER             PIC X(6)  VALUE "CLASS ".
           05  CLS-CODE-OUT       PIC X.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CLS-PARTS-OUT      PIC ZZZZ9.
           05  FILLER             PIC X(8)  VALUE " PARTS  ".
           05  CLS-VALUE-OUT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CLS-DUE-OUT        PIC ZZZZ9.
           05  FILLER             PIC X(11) VALUE " DUE TODAY ".
           05  CLS-OVERDUE-OUT    PIC ZZZZ9.
           05  FILLER             PIC X(8)  VALUE " OVERDUE".

       01  OVERDUE-COLUMN-HEADER.
           05  FILLER  PIC X(7)   VALUE "PART".
           05  FILLER  PIC X(21)  VALUE "PARTNAME".
           05  FILLER  PIC X(4)   VALUE "CLS".
           05  FILLER  PIC X(9)  VALUE "COUNTED".
           05  FILLER  PIC X(11)  VALUE "DAYS SINCE".
           05  FILLER  PIC X(9)   VALUE "NEXT DAY".

       01  OVERDUE-RECORD-DETAIL.
           05  OVD-PART-OUT       PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  OVD-NAME-OUT       PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  OVD-CLASS-OUT      PIC X.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  OVD-COUNTED-OUT    PIC X(6).
           05  FILLER             PIC X(3) VALUE SPACES.
           05  OVD-DAYS-OUT       PIC X(5).
           05  FILLER             PIC X(6) VALUE SPACES.
           05  OVD-NEXT-SLOT-OUT  PIC 9(6).

       01  WORKLOAD-COLUMN-HEADER.
           05  FILLER  PIC X(8)   VALUE "DATE".
           05  FILLER  PIC X(6)   VALUE "     A".
           05  FILLER  PIC X(6)   VALUE "     B".
           05  FILLER  PIC X(6)   VALUE "     C".
           05  FILLER  PIC X(7)   VALUE "  TOTAL".

       01  WORKLOAD-RECORD-DETAIL.
           05  WKL-DATE-OUT       PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WKL-CLASS-OUT OCCURS 3 TIMES PIC ZZZZZ9.
           05  WKL-TOTAL-OUT      PIC ZZZZZZ9.

       01  SHEET-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(17) VALUE "CYCLE COUNT SHEET".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  SHEET-TITLE-DATE  PIC 9(6).

       01  SHEET-LOCATION-HEADER.
           05  FILLER            PIC X(9)  VALUE "LOCATION:".
           05  FILLER            PIC X     VALUE SPACE.
           05  SHEET-HDR-LOC     PIC 9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  SHEET-HDR-LOC-NAME PIC X(16).

       01  SHEET-COLUMN-HEADER.
           05  FILLER  PIC X(7)   VALUE "PART".
           05  FILLER  PIC X(21)  VALUE "PARTNAME".
           05  FILLER  PIC X(4)   VALUE "CLS".
           05  FILLER  PIC X(10)  VALUE "LAST CNT".
           05  FILLER  PIC X(14)  VALUE "COUNTED QTY".

       01  SHEET-RECORD-DETAIL.
           05  SHT-PART-OUT       PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  SHT-NAME-OUT       PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  SHT-CLASS-OUT      PIC X.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  SHT-LAST-COUNT-OUT PIC X(6).
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "__________".

       01  LOCATION-NAMES.
           05  FILLER  PIC X(16) VALUE "BUILDING A".
           05  FILLER  PIC X(16) VALUE "BUILDING B".
           05  FILLER  PIC X(16) VALUE "OVERFLOW TRAILER".

       01  LOCATION-NAME-TABLE REDEFINES LOCATION-NAMES.
           05 LOCATION-NAME OCCURS 3 TIMES PIC X(16).

       01  CONTROL-BREAK-FIELDS.
           05  PREV-PART-NUMBER     PIC 9(5) VALUE ZERO.
           05  PREV-LOCATION        PIC 9 VALUE ZERO.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".

       01  SUMMARY-DATA.
           05  ARCHIVE-COUNT        PIC 99 VALUE ZERO.
           05  ARCHIVE-SUB          PIC 99 VALUE ZERO.
           05  LOC-SUB              PIC 9 VALUE ZERO.
           05  DAY-SUB              PIC 99 VALUE ZERO.
           05  PART-COUNTER         PIC 9(5) VALUE ZERO.
           05  SHEET-LINE-COUNTER   PIC 9(5) VALUE ZERO.
           05  OVERDUE-COUNTER      PIC 9(5) VALUE ZERO.
           05  WORKLOAD-TOTAL       PIC 9(6) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  SCHEDCTL-FILE-STATUS PIC X(2) VALUE "00".
           05  TRANLOG-FILE-STATUS  PIC X(2) VALUE "00".
           05  CONTROL-EOF-FLAG     PIC X(3) VALUE "NO".
           05  INPUT-EOF-FLAG       PIC X(3) VALUE "NO".
           05  SORT-EOF-FLAG        PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-COUNT-SCHEDULE.
           PERFORM 201-INIT-COUNT-SCHEDULE.
           OPEN OUTPUT PART-USAGE-WORK.
           SORT USAGE-SORT-FILE
               ON ASCENDING KEY USRT-PART-NUMBER
                                USRT-RECORD-TYPE
               INPUT PROCEDURE 401-RELEASE-PART-ACTIVITY
               OUTPUT PROCEDURE 402-RETURN-PART-ACTIVITY.
           CLOSE PART-USAGE-WORK.
           OPEN OUTPUT COUNT-SHEET-WORK OVERDUE-WORK.
           MOVE "NO"  TO SORT-EOF-FLAG.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RSRT-USAGE-VALUE
               ON ASCENDING KEY RSRT-PART-NUMBER
               INPUT PROCEDURE 403-RELEASE-PART-USAGE
               OUTPUT PROCEDURE 404-RETURN-RANKED-PARTS.
           CLOSE COUNT-SHEET-WORK OVERDUE-WORK.
           PERFORM 202-WRITE-CLASS-SUMMARY.
           PERFORM 203-WRITE-OVERDUE-SECTION.
           PERFORM 204-WRITE-WORKLOAD-SECTION.
           MOVE "NO"  TO SORT-EOF-FLAG.
           MOVE "YES" TO FIRST-RECORD-SW.
           SORT SHEET-SORT-FILE
               ON ASCENDING KEY SSRT-LOCATION
                                SSRT-PART-NUMBER
               INPUT PROCEDURE 405-RELEASE-SHEET-LINES
               OUTPUT PROCEDURE 406-PRINT-COUNT-SHEET.
           PERFORM 205-TERM-COUNT-SCHEDULE.
           STOP RUN.

      * FIRST RECORD IS THE CUT-OFFS AND FREQUENCIES, THE REST ARE
      * THE TRANLOG ARCHIVE DATES TO READ.
       201-INIT-COUNT-SCHEDULE.
           OPEN INPUT SCHEDULE-CONTROL-FILE.
           IF SCHEDCTL-FILE-STATUS = "00"
              READ SCHEDULE-CONTROL-FILE
                 AT END
                    MOVE "YES" TO CONTROL-EOF-FLAG
                 NOT AT END
                    MOVE SCHEDULE-CONTROL-RECORD
                        TO SCHEDULE-CONTROL-DETAIL
              END-READ
              PERFORM 301-READ-ARCHIVE-DATE
                  UNTIL CONTROL-EOF-FLAG = "YES"
                  OR ARCHIVE-COUNT = 12
              CLOSE SCHEDULE-CONTROL-FILE
           END-IF.
           IF A-CUTOFF-PCT = ZERO
              MOVE 80 TO A-CUTOFF-PCT
           END-IF.
           IF B-CUTOFF-PCT = ZERO
              MOVE 95 TO B-CUTOFF-PCT
           END-IF.
           IF A-FREQUENCY-DAYS = ZERO
              MOVE 30 TO A-FREQUENCY-DAYS
           END-IF.
           IF B-FREQUENCY-DAYS = ZERO
              MOVE 91 TO B-FREQUENCY-DAYS
           END-IF.
           IF C-FREQUENCY-DAYS = ZERO
              MOVE 365 TO C-FREQUENCY-DAYS
           END-IF.
           INITIALIZE CLASS-TABLE WORKLOAD-TABLE.
           MOVE "A" TO CLASS-CODE(1).
           MOVE "B" TO CLASS-CODE(2).
           MOVE "C" TO CLASS-CODE(3).
           MOVE A-FREQUENCY-DAYS TO CLASS-FREQUENCY(1).
           MOVE B-FREQUENCY-DAYS TO CLASS-FREQUENCY(2).
           MOVE C-FREQUENCY-DAYS TO CLASS-FREQUENCY(3).
           ACCEPT TODAY-DATE FROM DATE.
           COMPUTE TODAY-CCYYMMDD = 20000000 + TODAY-DATE.
           COMPUTE TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE (TODAY-CCYYMMDD).
           PERFORM 302-DATE-WORKLOAD-DAY
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31.
           OPEN OUTPUT COUNT-PLAN-OUT COUNT-SHEET-OUT.
           MOVE TODAY-DATE TO PLAN-TITLE-DATE SHEET-TITLE-DATE.
           WRITE COUNT-PLAN-RECORD-OUT FROM PLAN-TITLE.
           MOVE A-CUTOFF-PCT     TO A-CUTOFF-OUT.
           MOVE B-CUTOFF-PCT     TO B-CUTOFF-OUT.
           MOVE A-FREQUENCY-DAYS TO A-FREQUENCY-OUT.
           MOVE B-FREQUENCY-DAYS TO B-FREQUENCY-OUT.
           MOVE C-FREQUENCY-DAYS TO C-FREQUENCY-OUT.
           WRITE COUNT-PLAN-RECORD-OUT FROM PLAN-CUTOFF-LINE.
           PERFORM 320-WRITE-PLAN-BLANK-LINE.
           WRITE COUNT-PLAN-RECORD-OUT FROM RANK-COLUMN-HEADER.
           WRITE COUNT-SHEET-RECORD-OUT FROM SHEET-TITLE.

       202-WRITE-CLASS-SUMMARY.
           PERFORM 320-WRITE-PLAN-BLANK-LINE.
           PERFORM 303-WRITE-CLASS-LINE
               VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3.

      * THE OVERDUE LINES WERE WRITTEN TO THE WORK FILE DURING THE
      * RANKING PASS AND ARE COPIED IN AS THEIR OWN SECTION.
       203-WRITE-OVERDUE-SECTION.
           PERFORM 320-WRITE-PLAN-BLANK-LINE.
           MOVE "PARTS OVERDUE FOR A COUNT" TO COUNT-PLAN-RECORD-OUT.
           WRITE COUNT-PLAN-RECORD-OUT.
           WRITE COUNT-PLAN-RECORD-OUT FROM OVERDUE-COLUMN-HEADER.
           OPEN INPUT OVERDUE-WORK.
           MOVE "NO" TO INPUT-EOF-FLAG.
           PERFORM 304-COPY-OVERDUE-LINE
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE OVERDUE-WORK.
           IF OVERDUE-COUNTER = ZERO
              MOVE "NONE" TO COUNT-PLAN-RECORD-OUT
              WRITE COUNT-PLAN-RECORD-OUT
           END-IF.

       204-WRITE-WORKLOAD-SECTION.
           PERFORM 320-WRITE-PLAN-BLANK-LINE.
           MOVE "COUNT WORKLOAD - NEXT 31 DAYS"
               TO COUNT-PLAN-RECORD-OUT.
           WRITE COUNT-PLAN-RECORD-OUT.
           WRITE COUNT-PLAN-RECORD-OUT FROM WORKLOAD-COLUMN-HEADER.
           PERFORM 305-WRITE-WORKLOAD-LINE
               VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 31.

       205-TERM-COUNT-SCHEDULE.
           CLOSE COUNT-PLAN-OUT COUNT-SHEET-OUT.
           DISPLAY "COUNT SCHEDULE COMPLETE".
           DISPLAY "  ARCHIVE MONTHS READ   : " ARCHIVE-COUNT.
           DISPLAY "  PARTS CLASSIFIED      : " PART-COUNTER.
           DISPLAY "  COUNT SHEET LINES     : " SHEET-LINE-COUNTER.
           DISPLAY "  PARTS OVERDUE         : " OVERDUE-COUNTER.

       301-READ-ARCHIVE-DATE.
           READ SCHEDULE-CONTROL-FILE
              AT END
                 MOVE "YES" TO CONTROL-EOF-FLAG
              NOT AT END
                 ADD 1 TO ARCHIVE-COUNT
                 MOVE SCHEDULE-CONTROL-RECORD(1:6)
                     TO ARCHIVE-DATE-ENTRY(ARCHIVE-COUNT)
           END-READ.

       302-DATE-WORKLOAD-DAY.
           COMPUTE SLOT-DAY-INT = TODAY-DAY-INT + DAY-SUB - 1.
           COMPUTE SLOT-CCYYMMDD =
               FUNCTION DATE-OF-INTEGER (SLOT-DAY-INT).
           COMPUTE WORKLOAD-DATE(DAY-SUB) = SLOT-CCYYMMDD - 20000000.

       303-WRITE-CLASS-LINE.
           MOVE CLASS-CODE(CLASS-SUB)        TO CLS-CODE-OUT.
           MOVE CLASS-PART-COUNT(CLASS-SUB)  TO CLS-PARTS-OUT.
           MOVE CLASS-USAGE-VALUE(CLASS-SUB) TO CLS-VALUE-OUT.
           MOVE CLASS-DUE-TODAY(CLASS-SUB)   TO CLS-DUE-OUT.
           MOVE CLASS-OVERDUE(CLASS-SUB)     TO CLS-OVERDUE-OUT.
           WRITE COUNT-PLAN-RECORD-OUT FROM CLASS-SUMMARY-LINE.

       304-COPY-OVERDUE-LINE.
           READ OVERDUE-WORK
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 WRITE COUNT-PLAN-RECORD-OUT FROM OVERDUE-WORK-RECORD
           END-READ.

       305-WRITE-WORKLOAD-LINE.
           MOVE WORKLOAD-DATE(DAY-SUB) TO WKL-DATE-OUT.
           MOVE ZERO TO WORKLOAD-TOTAL.
           PERFORM 306-MOVE-WORKLOAD-CLASS
               VARYING CLASS-SUB FROM 1 BY 1 UNTIL CLASS-SUB > 3.
           MOVE WORKLOAD-TOTAL TO WKL-TOTAL-OUT.
           WRITE COUNT-PLAN-RECORD-OUT FROM WORKLOAD-RECORD-DETAIL.

       306-MOVE-WORKLOAD-CLASS.
           MOVE WORKLOAD-CLASS(DAY-SUB CLASS-SUB)
               TO WKL-CLASS-OUT(CLASS-SUB).
           ADD WORKLOAD-CLASS(DAY-SUB CLASS-SUB) TO WORKLOAD-TOTAL.

      ******************************************************************
      * USAGE PASS - EVERY PART ON INVENT6, ITS SHIPMENTS ON THE
      * ARCHIVES AND ITS COUNTS ON THE ARCHIVES AND THE LIVE LOG,
      * BROUGHT TOGETHER UNDER THE PART NUMBER.
      ******************************************************************
       401-RELEASE-PART-ACTIVITY.
           OPEN INPUT INVENT6.
           MOVE "NO" TO INPUT-EOF-FLAG.
           PERFORM 307-RELEASE-MASTER-PART
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE INVENT6.
           PERFORM 308-RELEASE-ONE-ARCHIVE
               VARYING ARCHIVE-SUB FROM 1 BY 1
               UNTIL ARCHIVE-SUB > ARCHIVE-COUNT.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANLOG-FILE-STATUS = "00"
              MOVE "NO" TO INPUT-EOF-FLAG
              PERFORM 310-RELEASE-LOG-COUNT
                  UNTIL INPUT-EOF-FLAG = "YES"
              CLOSE TRANSACTION-LOG-IN
           END-IF.

       307-RELEASE-MASTER-PART.
           READ INVENT6 NEXT
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 MOVE PART-NUMBER-IN-PK TO USRT-PART-NUMBER
                 MOVE "M"               TO USRT-RECORD-TYPE
                 MOVE ZERO              TO USRT-QTY USRT-DATE
                 MOVE PART-NAME         TO USRT-PART-NAME
                 MOVE UNIT-PRICE-IN     TO USRT-UNIT-PRICE
                 MOVE QTY-BY-LOCATION   TO USRT-QTY-BY-LOCATION
                 RELEASE USAGE-SORT-RECORD
           END-READ.

      * A NAMED ARCHIVE THAT IS MISSING JUST READS AS EMPTY.
       308-RELEASE-ONE-ARCHIVE.
           MOVE ARCHIVE-DATE-ENTRY(ARCHIVE-SUB) TO ARCHIVE-NAME-DATE.
           MOVE "NO" TO INPUT-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE-IN.
           PERFORM 309-RELEASE-ARCHIVE-RECORD
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE ARCHIVE-FILE-IN.

       309-RELEASE-ARCHIVE-RECORD.
           READ ARCHIVE-FILE-IN INTO TRANSACTION-LOG-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 IF TLOG-TRANSACTION-TYPE = "S" OR "I"
                    MOVE TLOG-PART-NUMBER TO USRT-PART-NUMBER
                    MOVE "S"              TO USRT-RECORD-TYPE
                    MOVE TLOG-TRANSACTION-AMOUNT TO USRT-QTY
                    MOVE TLOG-DATE        TO USRT-DATE
                    RELEASE USAGE-SORT-RECORD
                 END-IF
                 PERFORM 311-RELEASE-IF-COUNT
           END-READ.

       310-RELEASE-LOG-COUNT.
           READ TRANSACTION-LOG-IN INTO TRANSACTION-LOG-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 PERFORM 311-RELEASE-IF-COUNT
           END-READ.

       311-RELEASE-IF-COUNT.
           IF TLOG-TRANSACTION-TYPE = "A"
              AND TLOG-SOURCE-CODE = "C"
              MOVE TLOG-PART-NUMBER TO USRT-PART-NUMBER
              MOVE "C"              TO USRT-RECORD-TYPE
              MOVE ZERO             TO USRT-QTY
              MOVE TLOG-DATE        TO USRT-DATE
              RELEASE USAGE-SORT-RECORD
           END-IF.

       402-RETURN-PART-ACTIVITY.
           PERFORM 407-RETURN-USAGE-RECORD.
           PERFORM 408-ACCUMULATE-PART-USAGE
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
              PERFORM 312-WRITE-PART-USAGE
           END-IF.

       407-RETURN-USAGE-RECORD.
           RETURN USAGE-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       408-ACCUMULATE-PART-USAGE.
           IF FIRST-RECORD-SW = "YES"
              MOVE "NO" TO FIRST-RECORD-SW
              MOVE USRT-PART-NUMBER TO PREV-PART-NUMBER
           ELSE
              IF USRT-PART-NUMBER NOT = PREV-PART-NUMBER
                 PERFORM 312-WRITE-PART-USAGE
                 MOVE USRT-PART-NUMBER TO PREV-PART-NUMBER
              END-IF
           END-IF.
           EVALUATE USRT-RECORD-TYPE
               WHEN "M"
                    MOVE "YES"                TO PART-MASTER-SW
                    MOVE USRT-PART-NAME       TO PART-NAME-WS
                    MOVE USRT-UNIT-PRICE      TO PART-UNIT-PRICE
                    MOVE USRT-QTY-BY-LOCATION TO PART-QTY-BY-LOCATION
               WHEN "S"
                    ADD USRT-QTY TO PART-USAGE-QTY
               WHEN "C"
                    IF USRT-DATE > PART-LAST-COUNT-DATE
                       MOVE USRT-DATE TO PART-LAST-COUNT-DATE
                    END-IF
           END-EVALUATE.
           PERFORM 407-RETURN-USAGE-RECORD.

      * A PART NO LONGER ON INVENT6 HAS NOTHING TO COUNT AND IS
      * DROPPED; THE USAGE VALUE IS AT TODAY'S UNIT PRICE.
       312-WRITE-PART-USAGE.
           IF PART-MASTER-SW = "YES"
              MOVE PREV-PART-NUMBER     TO PUW-PART-NUMBER
              MOVE PART-NAME-WS         TO PUW-PART-NAME
              MOVE PART-USAGE-QTY       TO PUW-USAGE-QTY
              COMPUTE PUW-USAGE-VALUE =
                  PART-USAGE-QTY * PART-UNIT-PRICE
              MOVE PART-LAST-COUNT-DATE TO PUW-LAST-COUNT-DATE
              MOVE PART-QTY-BY-LOCATION TO PUW-QTY-BY-LOCATION
              WRITE PART-USAGE-RECORD
              ADD PUW-USAGE-VALUE TO TOTAL-USAGE-VALUE
              ADD 1 TO PART-COUNTER
           END-IF.
           INITIALIZE PART-USAGE-TOTALS.
           MOVE "NO" TO PART-MASTER-SW.

      ******************************************************************
      * RANKING PASS - HIGHEST USAGE VALUE FIRST. THE CUMULATIVE
      * SHARE OF VALUE BEFORE THE PART DECIDES ITS CLASS, SO THE
      * PART THAT CROSSES A CUT-OFF STILL FALLS INSIDE IT.
      ******************************************************************
       403-RELEASE-PART-USAGE.
           OPEN INPUT PART-USAGE-WORK.
           MOVE "NO" TO INPUT-EOF-FLAG.
           PERFORM 313-RELEASE-USAGE-LINE
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE PART-USAGE-WORK.

       313-RELEASE-USAGE-LINE.
           READ PART-USAGE-WORK
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 MOVE PUW-USAGE-VALUE      TO RSRT-USAGE-VALUE
                 MOVE PUW-PART-NUMBER      TO RSRT-PART-NUMBER
                 MOVE PUW-PART-NAME        TO RSRT-PART-NAME
                 MOVE PUW-USAGE-QTY        TO RSRT-USAGE-QTY
                 MOVE PUW-LAST-COUNT-DATE  TO RSRT-LAST-COUNT-DATE
                 MOVE PUW-QTY-BY-LOCATION  TO RSRT-QTY-BY-LOCATION
                 RELEASE RANK-SORT-RECORD
           END-READ.

       404-RETURN-RANKED-PARTS.
           PERFORM 409-RETURN-RANKED-PART.
           PERFORM 410-CLASSIFY-PART
               UNTIL SORT-EOF-FLAG = "YES".

       409-RETURN-RANKED-PART.
           RETURN RANK-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       410-CLASSIFY-PART.
           ADD 1 TO OVERALL-RANK.
           MOVE CUMULATIVE-PCT TO PRIOR-CUMULATIVE-PCT.
           ADD RSRT-USAGE-VALUE TO CUMULATIVE-VALUE.
           IF TOTAL-USAGE-VALUE > ZERO
              COMPUTE CUMULATIVE-PCT ROUNDED =
                  CUMULATIVE-VALUE * 100 / TOTAL-USAGE-VALUE
           END-IF.
           EVALUATE TRUE
               WHEN RSRT-USAGE-VALUE = ZERO
                    MOVE 3 TO CLASS-SUB
               WHEN PRIOR-CUMULATIVE-PCT < A-CUTOFF-PCT
                    MOVE 1 TO CLASS-SUB
               WHEN PRIOR-CUMULATIVE-PCT < B-CUTOFF-PCT
                    MOVE 2 TO CLASS-SUB
               WHEN OTHER
                    MOVE 3 TO CLASS-SUB
           END-EVALUATE.
           ADD 1 TO CLASS-PART-COUNT(CLASS-SUB).
           ADD RSRT-USAGE-VALUE TO CLASS-USAGE-VALUE(CLASS-SUB).
           PERFORM 314-SCHEDULE-PART.
           MOVE OVERALL-RANK         TO RANK-OUT.
           MOVE RSRT-PART-NUMBER     TO RANK-PART-OUT.
           MOVE RSRT-PART-NAME       TO RANK-NAME-OUT.
           MOVE RSRT-USAGE-QTY       TO RANK-QTY-OUT.
           MOVE RSRT-USAGE-VALUE     TO RANK-VALUE-OUT.
           MOVE CUMULATIVE-PCT       TO RANK-CUM-PCT-OUT.
           MOVE CLASS-CODE(CLASS-SUB) TO RANK-CLASS-OUT.
           IF RSRT-LAST-COUNT-DATE = ZERO
              MOVE "NEVER" TO RANK-COUNTED-OUT
           ELSE
              MOVE RSRT-LAST-COUNT-DATE TO RANK-COUNTED-OUT
           END-IF.
           WRITE COUNT-PLAN-RECORD-OUT FROM RANK-RECORD-DETAIL.
           PERFORM 409-RETURN-RANKED-PART.

      * THE PART'S DAY IN ITS CLASS'S CYCLE IS ITS RANK IN THE
      * CLASS TAKEN ROUND THE CYCLE, SO A CLASS OF N PARTS COUNTED
      * EVERY F DAYS PUTS N / F PARTS ON EACH DAY. A PART ALREADY
      * COUNTED INSIDE ITS CYCLE IS NOT PUT ON TODAY'S SHEET AGAIN;
      * ONE NOT COUNTED FOR LONGER THAN ITS CYCLE IS OVERDUE.
       314-SCHEDULE-PART.
           COMPUTE PART-SLOT = FUNCTION MOD
               (CLASS-PART-COUNT(CLASS-SUB),
                CLASS-FREQUENCY(CLASS-SUB)).
           COMPUTE TODAY-SLOT = FUNCTION MOD
               (TODAY-DAY-INT, CLASS-FREQUENCY(CLASS-SUB)).
           COMPUTE DAYS-TO-SLOT = FUNCTION MOD
               (PART-SLOT - TODAY-SLOT + CLASS-FREQUENCY(CLASS-SUB),
                CLASS-FREQUENCY(CLASS-SUB)).
           IF DAYS-TO-SLOT NOT > 30
              PERFORM 315-ADD-TO-WORKLOAD
                  VARYING DAY-SUB FROM DAYS-TO-SLOT BY 1
                  UNTIL DAY-SUB > 30
           END-IF.
           MOVE "NO" TO PART-COUNTED-SW.
           IF RSRT-LAST-COUNT-DATE NOT = ZERO
              COMPUTE COUNT-CCYYMMDD =
                  20000000 + RSRT-LAST-COUNT-DATE
              COMPUTE COUNT-DAY-INT =
                  FUNCTION INTEGER-OF-DATE (COUNT-CCYYMMDD)
              MOVE ZERO TO DAYS-SINCE-COUNT
              IF TODAY-DAY-INT > COUNT-DAY-INT
                 COMPUTE DAYS-SINCE-COUNT =
                     TODAY-DAY-INT - COUNT-DAY-INT
              END-IF
              IF DAYS-SINCE-COUNT < CLASS-FREQUENCY(CLASS-SUB)
                 MOVE "YES" TO PART-COUNTED-SW
              END-IF
           END-IF.
           IF DAYS-TO-SLOT = ZERO AND PART-COUNTED-SW = "NO"
              ADD 1 TO CLASS-DUE-TODAY(CLASS-SUB)
              PERFORM 316-WRITE-SHEET-LINES
           END-IF.
           IF RSRT-LAST-COUNT-DATE = ZERO
              OR DAYS-SINCE-COUNT > CLASS-FREQUENCY(CLASS-SUB)
              PERFORM 318-WRITE-OVERDUE-LINE
           END-IF.

      * ONLY EVERY F-TH DAY FROM THE PART'S FIRST DAY IS ITS TURN.
       315-ADD-TO-WORKLOAD.
           IF FUNCTION MOD (DAY-SUB - DAYS-TO-SLOT,
                            CLASS-FREQUENCY(CLASS-SUB)) = ZERO
              ADD 1 TO WORKLOAD-CLASS(DAY-SUB + 1 CLASS-SUB)
           END-IF.

      * THE PART IS COUNTED AT EVERY LOCATION THAT HOLDS IT ON THE
      * BOOK; A PART WITH NOTHING ON THE BOOK IS LOOKED FOR IN
      * BUILDING A, WHERE IT WOULD BE SHELVED.
       316-WRITE-SHEET-LINES.
           MOVE RSRT-PART-NUMBER      TO CSW-PART-NUMBER.
           MOVE RSRT-PART-NAME        TO CSW-PART-NAME.
           MOVE CLASS-CODE(CLASS-SUB) TO CSW-ABC-CLASS.
           MOVE RSRT-LAST-COUNT-DATE  TO CSW-LAST-COUNT-DATE.
           IF RSRT-QTY-BY-LOCATION = ZEROS
              MOVE 1 TO CSW-LOCATION
              WRITE COUNT-SHEET-WORK-RECORD
           ELSE
              PERFORM 317-WRITE-LOCATION-LINE
                  VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
           END-IF.

       317-WRITE-LOCATION-LINE.
           IF RSRT-QTY-AT-LOCATION(LOC-SUB) > ZERO
              MOVE LOC-SUB TO CSW-LOCATION
              WRITE COUNT-SHEET-WORK-RECORD
           END-IF.

       318-WRITE-OVERDUE-LINE.
           ADD 1 TO OVERDUE-COUNTER.
           ADD 1 TO CLASS-OVERDUE(CLASS-SUB).
           MOVE RSRT-PART-NUMBER      TO OVD-PART-OUT.
           MOVE RSRT-PART-NAME        TO OVD-NAME-OUT.
           MOVE CLASS-CODE(CLASS-SUB) TO OVD-CLASS-OUT.
           IF RSRT-LAST-COUNT-DATE = ZERO
              MOVE "NEVER"  TO OVD-COUNTED-OUT
              MOVE SPACES   TO OVD-DAYS-OUT
           ELSE
              MOVE RSRT-LAST-COUNT-DATE TO OVD-COUNTED-OUT
              MOVE DAYS-SINCE-COUNT     TO OVD-DAYS-OUT
           END-IF.
           IF DAYS-TO-SLOT > 30
              COMPUTE SLOT-DAY-INT = TODAY-DAY-INT + DAYS-TO-SLOT
              COMPUTE SLOT-CCYYMMDD =
                  FUNCTION DATE-OF-INTEGER (SLOT-DAY-INT)
              COMPUTE NEXT-SLOT-DATE = SLOT-CCYYMMDD - 20000000
           ELSE
              MOVE WORKLOAD-DATE(DAYS-TO-SLOT + 1) TO NEXT-SLOT-DATE
           END-IF.
           MOVE NEXT-SLOT-DATE TO OVD-NEXT-SLOT-OUT.
           WRITE OVERDUE-WORK-RECORD FROM OVERDUE-RECORD-DETAIL.

      ******************************************************************
      * COUNT SHEET - THE DUE PARTS BY LOCATION, IN PART-NUMBER
      * ORDER WITHIN THE LOCATION, THE WAY THE PICK LIST WALKS.
      ******************************************************************
       405-RELEASE-SHEET-LINES.
           OPEN INPUT COUNT-SHEET-WORK.
           MOVE "NO" TO INPUT-EOF-FLAG.
           PERFORM 319-RELEASE-SHEET-LINE
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE COUNT-SHEET-WORK.

       319-RELEASE-SHEET-LINE.
           READ COUNT-SHEET-WORK
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 MOVE CSW-LOCATION        TO SSRT-LOCATION
                 MOVE CSW-PART-NUMBER     TO SSRT-PART-NUMBER
                 MOVE CSW-PART-NAME       TO SSRT-PART-NAME
                 MOVE CSW-ABC-CLASS       TO SSRT-ABC-CLASS
                 MOVE CSW-LAST-COUNT-DATE TO SSRT-LAST-COUNT-DATE
                 RELEASE SHEET-SORT-RECORD
           END-READ.

       406-PRINT-COUNT-SHEET.
           PERFORM 411-RETURN-SHEET-LINE.
           IF SORT-EOF-FLAG = "YES"
              MOVE "NOTHING DUE FOR COUNT TODAY"
                  TO COUNT-SHEET-RECORD-OUT
              WRITE COUNT-SHEET-RECORD-OUT
           END-IF.
           PERFORM 412-PRINT-SHEET-LINE
               UNTIL SORT-EOF-FLAG = "YES".

       411-RETURN-SHEET-LINE.
           RETURN SHEET-SORT-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       412-PRINT-SHEET-LINE.
           IF FIRST-RECORD-SW = "YES"
              OR SSRT-LOCATION NOT = PREV-LOCATION
              MOVE "NO" TO FIRST-RECORD-SW
              MOVE SSRT-LOCATION TO PREV-LOCATION
              PERFORM 321-WRITE-SHEET-LOCATION
           END-IF.
           ADD 1 TO SHEET-LINE-COUNTER.
           MOVE SSRT-PART-NUMBER TO SHT-PART-OUT.
           MOVE SSRT-PART-NAME   TO SHT-NAME-OUT.
           MOVE SSRT-ABC-CLASS   TO SHT-CLASS-OUT.
           IF SSRT-LAST-COUNT-DATE = ZERO
              MOVE "NEVER" TO SHT-LAST-COUNT-OUT
           ELSE
              MOVE SSRT-LAST-COUNT-DATE TO SHT-LAST-COUNT-OUT
           END-IF.
           WRITE COUNT-SHEET-RECORD-OUT FROM SHEET-RECORD-DETAIL.
           PERFORM 411-RETURN-SHEET-LINE.

       320-WRITE-PLAN-BLANK-LINE.
           MOVE SPACES TO COUNT-PLAN-RECORD-OUT.
           WRITE COUNT-PLAN-RECORD-OUT.

       321-WRITE-SHEET-LOCATION.
           MOVE SPACES TO COUNT-SHEET-RECORD-OUT.
           WRITE COUNT-SHEET-RECORD-OUT.
           MOVE SSRT-LOCATION TO SHEET-HDR-LOC.
           MOVE LOCATION-NAME(SSRT-LOCATION) TO SHEET-HDR-LOC-NAME.
           WRITE COUNT-SHEET-RECORD-OUT FROM SHEET-LOCATION-HEADER.
           WRITE COUNT-SHEET-RECORD-OUT FROM SHEET-COLUMN-HEADER.
