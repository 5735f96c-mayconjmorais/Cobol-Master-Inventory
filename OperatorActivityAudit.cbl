        IDENTIFICATION DIVISION.
        PROGRAM-ID. opraudit.
        AUTHOR. Maycon Morais.
      * Operator activity and segregation-of-duties audit for a
      * period. Every posting carries the operator who made it -
      * TLOG-OPERATOR-ID on the transaction log, RTRAN-OPERATOR-ID
      * on REJECTED.TXT and MAUD-OPERATOR-ID on MNTAUDIT.TXT - and
      * this report is where internal audit reads them. The
      * parameter file OPRAUDIT.PRM gives, on its first record, the
      * shift window (start and end HHMM) and the period (from and
      * to YYMMDD); the records after it name the TRANLOG.YYMMDD
      * archives that mthact left for the period, as USAGECAL.PRM
      * does. For each operator the report shows, by source code,
      * the movements posted, the attempts rejected and the reject
      * rate, then the maintenance actions taken on each master
      * (MAUD-FILE-ID). An exceptions section follows, flagging:
      *   - an operator who changed a part's price or supplier in
      *     partmnt (audit action P) and also received goods for
      *     the same part through pomaint (OPENPO action R);
      *   - an operator who maintained the OPERATOR file and posted
      *     stock on the same day or later;
      *   - maintenance or rejected postings outside the shift
      *     window (the transaction log carries a date but no time,
      *     so movements themselves cannot be placed in the day);
      *   - an operator ID on the logs that is not on OPERATOR.
      * The unattended runs stamp SCANNER and NIGHTLY rather than a
      * person; they are reported but never flagged as missing from
      * OPERATOR or as working outside the shift.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT AUDIT-CONTROL-FILE
                ASSIGN TO "C:\temp\OPRAUDIT.PRM"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS AUDITCTL-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE-IN
                ASSIGN USING ARCHIVE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECTED-TRANSACTIONS-IN
                ASSIGN TO "C:\temp\REJECTED.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS REJECTED-FILE-STATUS.
           SELECT MAINT-AUDIT-IN
                ASSIGN TO "C:\temp\MNTAUDIT.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS MNTAUDIT-FILE-STATUS.
           SELECT OPERATOR-FILE
                ASSIGN TO "C:\temp\OPERATOR.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPR-ID-PK
                FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT SORT-WORK-FILE
                ASSIGN TO "C:\temp\OPRAUDSRT.TMP".
           SELECT EXCEPTION-WORK-FILE
                ASSIGN TO "C:\temp\OPRAUDEX.TMP"
                ORGANIZATION LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-OUT
                ASSIGN TO "C:\temp\OPRAUDIT.TXT"
                ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-CONTROL-FILE.
       01  AUDIT-CONTROL-RECORD          PIC X(20).

       FD  ARCHIVE-FILE-IN.
       01  ARCHIVE-RECORD-IN             PIC X(40).

       FD  REJECTED-TRANSACTIONS-IN.
       01  REJECTED-TRANSACTION-RECORD   PIC X(45).

       FD  MAINT-AUDIT-IN.
       01  MAINT-AUDIT-RECORD            PIC X(47).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           COPY 'IndexedOperatorStr' IN copy-lib.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-OPERATOR-ID     PIC X(8).
           05  SORT-DATE            PIC 9(6).
           05  SORT-TIME.
               10  SORT-HHMM        PIC 9(4).
               10  FILLER           PIC 9(4).
           05  SORT-EVENT-TYPE      PIC X.
               88  EVENT-MOVEMENT   VALUE "T".
               88  EVENT-REJECT     VALUE "J".
               88  EVENT-MAINT      VALUE "M".
           05  SORT-SOURCE-CODE     PIC X.
           05  SORT-FILE-ID         PIC X(9).
           05  SORT-ACTION          PIC X.
           05  SORT-KEY             PIC X(10).

       FD  EXCEPTION-WORK-FILE.
       01  EXCEPTION-WORK-RECORD         PIC X(80).

       FD  AUDIT-REPORT-OUT.
       01  AUDIT-RECORD-OUT              PIC X(80).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-NAME-DETAILS.
           05  ARCHIVE-FILE-NAME.
               10  FILLER            PIC X(16)
                   VALUE "C:\temp\TRANLOG.".
               10  ARCHIVE-NAME-DATE PIC 9(6).

      * FIRST PARAMETER RECORD. A ZERO PERIOD READS EVERYTHING ON
      * THE FILES; A ZERO SHIFT WINDOW SWITCHES THE SHIFT CHECK OFF.
       01  AUDIT-CONTROL-DETAIL.
           05  SHIFT-START-HHMM      PIC 9(4) VALUE ZERO.
           05  SHIFT-END-HHMM        PIC 9(4) VALUE ZERO.
           05  PERIOD-FROM-DATE      PIC 9(6) VALUE ZERO.
           05  PERIOD-TO-DATE        PIC 9(6) VALUE ZERO.

      * ONE SLOT PER ARCHIVE NAMED IN THE PARAMETER FILE.
       01  ARCHIVE-DATE-TABLE.
           05  ARCHIVE-DATE-ENTRY OCCURS 12 TIMES PIC 9(6).

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.

       01  REJECTED-TRANSACTION-DETAIL.
           COPY 'RejectedTransactionDetailStr' IN copy-lib.

       01  MAINT-AUDIT-DETAIL.
           COPY 'MaintAuditDetailStr' IN copy-lib.

      * SOURCE CODES AS THE TRANSACTION LOG DEFINES THEM. A CODE NOT
      * IN THE TABLE IS COUNTED WITH OTHER, THE LAST ENTRY.
       01  SOURCE-TABLE-VALUES.
           05  FILLER  PIC X(15) VALUE "KKEYED ENTRY   ".
           05  FILLER  PIC X(15) VALUE "BSCANNER BATCH ".
           05  FILLER  PIC X(15) VALUE "PPO RECEIPT    ".
           05  FILLER  PIC X(15) VALUE "CCYCLE COUNT   ".
           05  FILLER  PIC X(15) VALUE "OORDER ALLOC   ".
           05  FILLER  PIC X(15) VALUE "MRETURNS DESK  ".
           05  FILLER  PIC X(15) VALUE "AKIT BUILD     ".
           05  FILLER  PIC X(15) VALUE "?OTHER         ".
       01  SOURCE-TABLE REDEFINES SOURCE-TABLE-VALUES.
           05  SOURCE-ENTRY OCCURS 8 TIMES.
               10  SOURCE-CODE-TBL   PIC X.
               10  SOURCE-TEXT-TBL   PIC X(14).

      * PER-OPERATOR ACCUMULATORS, CLEARED AT EVERY OPERATOR BREAK.
       01  OPERATOR-TOTALS.
           05  SOURCE-TOTAL OCCURS 8 TIMES.
               10  SOURCE-POSTED     PIC 9(6).
               10  SOURCE-REJECTED   PIC 9(6).
           05  FILE-ID-COUNT         PIC 99.
           05  FILE-ID-TOTAL OCCURS 12 TIMES.
               10  FILE-ID-TBL       PIC X(9).
               10  FILE-ID-ACTIONS   PIC 9(5).
           05  PRICED-PART-COUNT     PIC 999.
           05  PRICED-PART OCCURS 100 TIMES PIC X(5).
           05  RECEIVED-PART-COUNT   PIC 999.
           05  RECEIVED-PART OCCURS 100 TIMES PIC X(5).
           05  FIRST-OPRMAINT-DATE   PIC 9(6).
           05  LAST-MOVEMENT-DATE    PIC 9(6).
           05  OPERATOR-POSTED       PIC 9(6).
           05  OPERATOR-REJECTED     PIC 9(6).

       01  CONTROL-BREAK-FIELDS.
           05  PREV-OPERATOR-ID      PIC X(8) VALUE SPACES.
               88  UNATTENDED-OPERATOR VALUES "SCANNER" "NIGHTLY".
           05  FIRST-RECORD-SW       PIC X(3) VALUE "YES".
           05  REJECT-RATE           PIC 9(3)V9 VALUE ZERO.
           05  ATTEMPT-COUNT         PIC 9(6) VALUE ZERO.

       01  AUDIT-TITLE.
           05  FILLER            PIC X(35)
                   VALUE "OPERATOR ACTIVITY AND DUTIES AUDIT ".
           05  FILLER            PIC X(7) VALUE "PERIOD ".
           05  TITLE-FROM-DATE   PIC 9(6).
           05  FILLER            PIC X(4) VALUE " TO ".
           05  TITLE-TO-DATE     PIC 9(6).
           05  FILLER            PIC X(8) VALUE "  SHIFT ".
           05  TITLE-SHIFT-START PIC 9(4).
           05  FILLER            PIC X VALUE "-".
           05  TITLE-SHIFT-END   PIC 9(4).

       01  OPERATOR-HEADER-LINE.
           05  FILLER            PIC X(10) VALUE "OPERATOR: ".
           05  OPR-HDR-ID        PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  OPR-HDR-NAME      PIC X(30).

       01  SOURCE-COLUMN-HEADER.
           05  FILLER  PIC X(4)   VALUE SPACES.
           05  FILLER  PIC X(16)  VALUE "SOURCE".
           05  FILLER  PIC X(8)   VALUE "  POSTED".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(8)   VALUE "REJECTED".
           05  FILLER  PIC X(2)   VALUE SPACES.
           05  FILLER  PIC X(11)  VALUE "REJECT RATE".

       01  SOURCE-DETAIL-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  SOURCE-CODE-OUT    PIC X.
           05  FILLER             PIC X    VALUE SPACES.
           05  SOURCE-TEXT-OUT    PIC X(14).
           05  SOURCE-POSTED-OUT  PIC ZZZZZ9.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  SOURCE-REJECT-OUT  PIC ZZZZZ9.
           05  FILLER             PIC X(6) VALUE SPACES.
           05  REJECT-RATE-OUT    PIC ZZ9.9.
           05  FILLER             PIC X    VALUE "%".

       01  MAINT-DETAIL-LINE.
           05  FILLER             PIC X(4) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "MAINTAINED  ".
           05  MAINT-FILE-ID-OUT  PIC X(9).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  MAINT-ACTIONS-OUT  PIC ZZZZ9.
           05  FILLER             PIC X(8) VALUE " ACTIONS".

       01  EXCEPTION-LINE.
           05  EXCEPT-OPERATOR-OUT PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  EXCEPT-TEXT-OUT     PIC X(70).

       01  EXCEPTION-WORK-FIELDS.
           05  EXCEPT-PART-OUT     PIC X(5).
           05  EXCEPT-DATE-OUT     PIC 9(6).
           05  EXCEPT-DATE2-OUT    PIC 9(6).
           05  EXCEPT-HHMM-OUT     PIC 9(4).

       01  SUMMARY-DATA.
           05  ARCHIVE-COUNT        PIC 99 VALUE ZERO.
           05  ARCHIVE-SUB          PIC 99 VALUE ZERO.
           05  SOURCE-SUB           PIC 9 VALUE ZERO.
           05  FILE-ID-SUB          PIC 99 VALUE ZERO.
           05  PART-SUB             PIC 999 VALUE ZERO.
           05  MATCH-SUB            PIC 999 VALUE ZERO.
           05  OPERATOR-COUNTER     PIC 9(4) VALUE ZERO.
           05  EVENT-COUNTER        PIC 9(7) VALUE ZERO.
           05  EXCEPTION-COUNTER    PIC 9(5) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  AUDITCTL-FILE-STATUS  PIC X(2) VALUE "00".
           05  REJECTED-FILE-STATUS  PIC X(2) VALUE "00".
           05  MNTAUDIT-FILE-STATUS  PIC X(2) VALUE "00".
           05  OPERATOR-FILE-STATUS  PIC X(2) VALUE "00".
           05  OPERATOR-AVAIL-SW     PIC X(3) VALUE "NO".
           05  CONTROL-EOF-FLAG      PIC X(3) VALUE "NO".
           05  INPUT-EOF-FLAG        PIC X(3) VALUE "NO".
           05  SORT-EOF-FLAG         PIC X(3) VALUE "NO".
           05  EXCEPT-EOF-FLAG       PIC X(3) VALUE "NO".
           05  PART-FOUND-SW         PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-OPERATOR-AUDIT.
           PERFORM 201-READ-AUDIT-CONTROL.
           PERFORM 202-INIT-AUDIT-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-OPERATOR-ID
                                SORT-DATE
                                SORT-TIME
               INPUT PROCEDURE 401-RELEASE-AUDIT-EVENTS
               OUTPUT PROCEDURE 402-RETURN-AUDIT-EVENTS.
           PERFORM 203-TERM-AUDIT-REPORT.
           STOP RUN.

      * FIRST RECORD IS THE SHIFT WINDOW AND PERIOD, THE REST ARE
      * THE TRANLOG ARCHIVE DATES TO READ.
       201-READ-AUDIT-CONTROL.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF AUDITCTL-FILE-STATUS = "00"
              READ AUDIT-CONTROL-FILE
                 AT END
                    MOVE "YES" TO CONTROL-EOF-FLAG
                 NOT AT END
                    MOVE AUDIT-CONTROL-RECORD TO AUDIT-CONTROL-DETAIL
              END-READ
              PERFORM 301-READ-ARCHIVE-DATE
                  UNTIL CONTROL-EOF-FLAG = "YES"
                  OR ARCHIVE-COUNT = 12
              CLOSE AUDIT-CONTROL-FILE
           END-IF.
           IF PERIOD-TO-DATE = ZERO
              MOVE 999999 TO PERIOD-TO-DATE
           END-IF.

       202-INIT-AUDIT-REPORT.
           OPEN OUTPUT AUDIT-REPORT-OUT EXCEPTION-WORK-FILE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "00"
              MOVE "YES" TO OPERATOR-AVAIL-SW
           END-IF.
           MOVE PERIOD-FROM-DATE  TO TITLE-FROM-DATE.
           MOVE PERIOD-TO-DATE    TO TITLE-TO-DATE.
           MOVE SHIFT-START-HHMM  TO TITLE-SHIFT-START.
           MOVE SHIFT-END-HHMM    TO TITLE-SHIFT-END.
           WRITE AUDIT-RECORD-OUT FROM AUDIT-TITLE.

      * THE EXCEPTIONS WERE WRITTEN TO THE WORK FILE OPERATOR BY
      * OPERATOR AS THE EVENTS WERE READ; THEY ARE COPIED INTO THE
      * REPORT AS ITS LAST SECTION.
       203-TERM-AUDIT-REPORT.
           CLOSE EXCEPTION-WORK-FILE.
           MOVE SPACES TO AUDIT-RECORD-OUT.
           WRITE AUDIT-RECORD-OUT.
           MOVE "SEGREGATION OF DUTIES EXCEPTIONS" TO AUDIT-RECORD-OUT.
           WRITE AUDIT-RECORD-OUT.
           OPEN INPUT EXCEPTION-WORK-FILE.
           PERFORM 302-COPY-EXCEPTION-LINE
               UNTIL EXCEPT-EOF-FLAG = "YES".
           CLOSE EXCEPTION-WORK-FILE.
           IF EXCEPTION-COUNTER = ZERO
              MOVE "NO EXCEPTIONS FOUND" TO AUDIT-RECORD-OUT
              WRITE AUDIT-RECORD-OUT
           END-IF.
           CLOSE AUDIT-REPORT-OUT.
           IF OPERATOR-AVAIL-SW = "YES"
              CLOSE OPERATOR-FILE
           END-IF.
           DISPLAY "OPERATOR AUDIT COMPLETE".
           DISPLAY "  ARCHIVES NAMED        : " ARCHIVE-COUNT.
           DISPLAY "  EVENTS IN PERIOD      : " EVENT-COUNTER.
           DISPLAY "  OPERATORS REPORTED    : " OPERATOR-COUNTER.
           DISPLAY "  EXCEPTIONS FLAGGED    : " EXCEPTION-COUNTER.

       301-READ-ARCHIVE-DATE.
           READ AUDIT-CONTROL-FILE
              AT END
                 MOVE "YES" TO CONTROL-EOF-FLAG
              NOT AT END
                 ADD 1 TO ARCHIVE-COUNT
                 MOVE AUDIT-CONTROL-RECORD(1:6)
                     TO ARCHIVE-DATE-ENTRY(ARCHIVE-COUNT)
           END-READ.

       302-COPY-EXCEPTION-LINE.
           READ EXCEPTION-WORK-FILE
              AT END
                 MOVE "YES" TO EXCEPT-EOF-FLAG
              NOT AT END
                 WRITE AUDIT-RECORD-OUT FROM EXCEPTION-WORK-RECORD
           END-READ.

      ******************************************************************
      * INPUT SIDE - ONE SORT RECORD PER MOVEMENT, REJECT AND
      * MAINTENANCE ACTION IN THE PERIOD.
      ******************************************************************
       401-RELEASE-AUDIT-EVENTS.
           PERFORM 303-RELEASE-ONE-ARCHIVE
               VARYING ARCHIVE-SUB FROM 1 BY 1
               UNTIL ARCHIVE-SUB > ARCHIVE-COUNT.
           OPEN INPUT REJECTED-TRANSACTIONS-IN.
           IF REJECTED-FILE-STATUS = "00"
              MOVE "NO" TO INPUT-EOF-FLAG
              PERFORM 305-RELEASE-REJECT
                  UNTIL INPUT-EOF-FLAG = "YES"
              CLOSE REJECTED-TRANSACTIONS-IN
           END-IF.
           OPEN INPUT MAINT-AUDIT-IN.
           IF MNTAUDIT-FILE-STATUS = "00"
              MOVE "NO" TO INPUT-EOF-FLAG
              PERFORM 306-RELEASE-MAINT-ACTION
                  UNTIL INPUT-EOF-FLAG = "YES"
              CLOSE MAINT-AUDIT-IN
           END-IF.

      * A NAMED ARCHIVE THAT IS MISSING JUST READS AS EMPTY.
       303-RELEASE-ONE-ARCHIVE.
           MOVE ARCHIVE-DATE-ENTRY(ARCHIVE-SUB) TO ARCHIVE-NAME-DATE.
           MOVE "NO" TO INPUT-EOF-FLAG.
           OPEN INPUT ARCHIVE-FILE-IN.
           PERFORM 304-RELEASE-MOVEMENT
               UNTIL INPUT-EOF-FLAG = "YES".
           CLOSE ARCHIVE-FILE-IN.

       304-RELEASE-MOVEMENT.
           READ ARCHIVE-FILE-IN INTO TRANSACTION-LOG-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 IF TLOG-DATE NOT < PERIOD-FROM-DATE
                    AND TLOG-DATE NOT > PERIOD-TO-DATE
                    MOVE SPACES             TO SORT-RECORD
                    MOVE TLOG-OPERATOR-ID   TO SORT-OPERATOR-ID
                    MOVE TLOG-DATE          TO SORT-DATE
                    MOVE ZERO               TO SORT-TIME
                    MOVE "T"                TO SORT-EVENT-TYPE
                    MOVE TLOG-SOURCE-CODE   TO SORT-SOURCE-CODE
                    MOVE TLOG-PART-NUMBER   TO SORT-KEY
                    RELEASE SORT-RECORD
                    ADD 1 TO EVENT-COUNTER
                 END-IF
           END-READ.

       305-RELEASE-REJECT.
           READ REJECTED-TRANSACTIONS-IN
               INTO REJECTED-TRANSACTION-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 IF RTRAN-DATE NOT < PERIOD-FROM-DATE
                    AND RTRAN-DATE NOT > PERIOD-TO-DATE
                    MOVE SPACES             TO SORT-RECORD
                    MOVE RTRAN-OPERATOR-ID  TO SORT-OPERATOR-ID
                    MOVE RTRAN-DATE         TO SORT-DATE
                    MOVE RTRAN-TIME         TO SORT-TIME
                    MOVE "J"                TO SORT-EVENT-TYPE
                    MOVE RTRAN-SOURCE-CODE  TO SORT-SOURCE-CODE
                    MOVE RTRAN-PART-NUMBER  TO SORT-KEY
                    RELEASE SORT-RECORD
                    ADD 1 TO EVENT-COUNTER
                 END-IF
           END-READ.

       306-RELEASE-MAINT-ACTION.
           READ MAINT-AUDIT-IN INTO MAINT-AUDIT-DETAIL
              AT END
                 MOVE "YES" TO INPUT-EOF-FLAG
              NOT AT END
                 IF MAUD-DATE NOT < PERIOD-FROM-DATE
                    AND MAUD-DATE NOT > PERIOD-TO-DATE
                    MOVE SPACES             TO SORT-RECORD
                    MOVE MAUD-OPERATOR-ID   TO SORT-OPERATOR-ID
                    MOVE MAUD-DATE          TO SORT-DATE
                    MOVE MAUD-TIME          TO SORT-TIME
                    MOVE "M"                TO SORT-EVENT-TYPE
                    MOVE MAUD-FILE-ID       TO SORT-FILE-ID
                    MOVE MAUD-ACTION        TO SORT-ACTION
                    MOVE MAUD-KEY           TO SORT-KEY
                    RELEASE SORT-RECORD
                    ADD 1 TO EVENT-COUNTER
                 END-IF
           END-READ.

      ******************************************************************
      * OUTPUT SIDE - EVENTS COME BACK BY OPERATOR, THEN DATE AND
      * TIME. EACH OPERATOR'S SECTION IS WRITTEN AT THE BREAK.
      ******************************************************************
       402-RETURN-AUDIT-EVENTS.
           PERFORM 403-RETURN-SORTED-EVENT.
           PERFORM 404-PROCESS-SORTED-EVENT
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
              PERFORM 310-WRITE-OPERATOR-SECTION
           END-IF.

       403-RETURN-SORTED-EVENT.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

       404-PROCESS-SORTED-EVENT.
           IF FIRST-RECORD-SW = "YES"
              MOVE SORT-OPERATOR-ID TO PREV-OPERATOR-ID
              INITIALIZE OPERATOR-TOTALS
              MOVE "NO" TO FIRST-RECORD-SW
           ELSE
              IF SORT-OPERATOR-ID NOT = PREV-OPERATOR-ID
                 PERFORM 310-WRITE-OPERATOR-SECTION
                 MOVE SORT-OPERATOR-ID TO PREV-OPERATOR-ID
                 INITIALIZE OPERATOR-TOTALS
              END-IF
           END-IF.
           EVALUATE TRUE
               WHEN EVENT-MOVEMENT
                    PERFORM 307-FIND-SOURCE-ENTRY
                    ADD 1 TO SOURCE-POSTED(SOURCE-SUB)
                    MOVE SORT-DATE TO LAST-MOVEMENT-DATE
               WHEN EVENT-REJECT
                    PERFORM 307-FIND-SOURCE-ENTRY
                    ADD 1 TO SOURCE-REJECTED(SOURCE-SUB)
                    PERFORM 309-CHECK-SHIFT-WINDOW
               WHEN EVENT-MAINT
                    PERFORM 311-COUNT-MAINT-ACTION
                    PERFORM 309-CHECK-SHIFT-WINDOW
           END-EVALUATE.
           PERFORM 403-RETURN-SORTED-EVENT.

       307-FIND-SOURCE-ENTRY.
           MOVE 1 TO SOURCE-SUB.
           PERFORM 308-NEXT-SOURCE-ENTRY
               UNTIL SOURCE-SUB = 8
                  OR SOURCE-CODE-TBL(SOURCE-SUB) = SORT-SOURCE-CODE.

       308-NEXT-SOURCE-ENTRY.
           ADD 1 TO SOURCE-SUB.

      * A WINDOW WHOSE START IS AFTER ITS END RUNS OVERNIGHT, SO
      * OUTSIDE IT MEANS AFTER THE END AND BEFORE THE START.
       309-CHECK-SHIFT-WINDOW.
           IF (SHIFT-START-HHMM NOT = ZERO
               OR SHIFT-END-HHMM NOT = ZERO)
              AND NOT UNATTENDED-OPERATOR
              IF (SHIFT-START-HHMM NOT > SHIFT-END-HHMM
                  AND (SORT-HHMM < SHIFT-START-HHMM
                       OR SORT-HHMM > SHIFT-END-HHMM))
              OR (SHIFT-START-HHMM > SHIFT-END-HHMM
                  AND SORT-HHMM < SHIFT-START-HHMM
                  AND SORT-HHMM > SHIFT-END-HHMM)
                 PERFORM 318-FLAG-OUTSIDE-SHIFT
              END-IF
           END-IF.

      * PARTS ARE KEPT ONCE EACH: P CHANGES ON INVENT6 AND RECEIPTS
      * ON OPENPO ARE MATCHED AT THE OPERATOR BREAK, WHATEVER ORDER
      * THEY HAPPENED IN. THE FIRST OPERATOR-FILE ACTION OF THE
      * PERIOD IS THE ONE LATER POSTINGS ARE MEASURED FROM.
       311-COUNT-MAINT-ACTION.
           MOVE 1 TO FILE-ID-SUB.
           PERFORM 312-NEXT-FILE-ID-ENTRY
               UNTIL FILE-ID-SUB > FILE-ID-COUNT
                  OR FILE-ID-TBL(FILE-ID-SUB) = SORT-FILE-ID.
           IF FILE-ID-SUB > FILE-ID-COUNT AND FILE-ID-COUNT < 12
              ADD 1 TO FILE-ID-COUNT
              MOVE SORT-FILE-ID TO FILE-ID-TBL(FILE-ID-COUNT)
           END-IF.
           IF FILE-ID-SUB NOT > FILE-ID-COUNT
              ADD 1 TO FILE-ID-ACTIONS(FILE-ID-SUB)
           END-IF.
           IF SORT-FILE-ID = "INVENT6" AND SORT-ACTION = "P"
              PERFORM 313-KEEP-PRICED-PART
           END-IF.
           IF SORT-FILE-ID = "OPENPO" AND SORT-ACTION = "R"
              PERFORM 314-KEEP-RECEIVED-PART
           END-IF.
           IF SORT-FILE-ID = "OPERATOR"
              AND FIRST-OPRMAINT-DATE = ZERO
              MOVE SORT-DATE TO FIRST-OPRMAINT-DATE
           END-IF.

       312-NEXT-FILE-ID-ENTRY.
           ADD 1 TO FILE-ID-SUB.

       313-KEEP-PRICED-PART.
           MOVE "NO" TO PART-FOUND-SW.
           PERFORM 315-MATCH-PRICED-PART
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PRICED-PART-COUNT.
           IF PART-FOUND-SW = "NO" AND PRICED-PART-COUNT < 100
              ADD 1 TO PRICED-PART-COUNT
              MOVE SORT-KEY(1:5) TO PRICED-PART(PRICED-PART-COUNT)
           END-IF.

       314-KEEP-RECEIVED-PART.
           MOVE "NO" TO PART-FOUND-SW.
           PERFORM 316-MATCH-RECEIVED-PART
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > RECEIVED-PART-COUNT.
           IF PART-FOUND-SW = "NO" AND RECEIVED-PART-COUNT < 100
              ADD 1 TO RECEIVED-PART-COUNT
              MOVE SORT-KEY(1:5) TO RECEIVED-PART(RECEIVED-PART-COUNT)
           END-IF.

       315-MATCH-PRICED-PART.
           IF PRICED-PART(PART-SUB) = SORT-KEY(1:5)
              MOVE "YES" TO PART-FOUND-SW
           END-IF.

       316-MATCH-RECEIVED-PART.
           IF RECEIVED-PART(PART-SUB) = SORT-KEY(1:5)
              MOVE "YES" TO PART-FOUND-SW
           END-IF.

      * AT THE BREAK PREV-OPERATOR-ID STILL NAMES THE OPERATOR WHOSE
      * EVENTS WERE JUST ADDED UP.
       310-WRITE-OPERATOR-SECTION.
           ADD 1 TO OPERATOR-COUNTER.
           MOVE SPACES TO AUDIT-RECORD-OUT.
           WRITE AUDIT-RECORD-OUT.
           MOVE PREV-OPERATOR-ID TO OPR-HDR-ID.
           PERFORM 317-LOOKUP-OPERATOR.
           WRITE AUDIT-RECORD-OUT FROM OPERATOR-HEADER-LINE.
           WRITE AUDIT-RECORD-OUT FROM SOURCE-COLUMN-HEADER.
           MOVE ZERO TO OPERATOR-POSTED OPERATOR-REJECTED.
           PERFORM 320-WRITE-SOURCE-LINE
               VARYING SOURCE-SUB FROM 1 BY 1
               UNTIL SOURCE-SUB > 8.
           MOVE SPACE          TO SOURCE-CODE-OUT.
           MOVE "ALL SOURCES"  TO SOURCE-TEXT-OUT.
           MOVE OPERATOR-POSTED   TO SOURCE-POSTED-OUT.
           MOVE OPERATOR-REJECTED TO SOURCE-REJECT-OUT.
           ADD OPERATOR-POSTED OPERATOR-REJECTED
               GIVING ATTEMPT-COUNT.
           PERFORM 321-CALC-REJECT-RATE.
           WRITE AUDIT-RECORD-OUT FROM SOURCE-DETAIL-LINE.
           PERFORM 322-WRITE-MAINT-LINE
               VARYING FILE-ID-SUB FROM 1 BY 1
               UNTIL FILE-ID-SUB > FILE-ID-COUNT.
           PERFORM 323-CHECK-PRICED-RECEIVED
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PRICED-PART-COUNT.
           IF FIRST-OPRMAINT-DATE NOT = ZERO
              AND LAST-MOVEMENT-DATE NOT < FIRST-OPRMAINT-DATE
              PERFORM 325-FLAG-OPRMAINT-THEN-POST
           END-IF.

       317-LOOKUP-OPERATOR.
           IF OPERATOR-AVAIL-SW = "YES"
              MOVE PREV-OPERATOR-ID TO OPR-ID-PK
              READ OPERATOR-FILE
                  INVALID KEY
                      PERFORM 319-OPERATOR-NOT-ON-FILE
                  NOT INVALID KEY
                      MOVE OPR-NAME TO OPR-HDR-NAME
              END-READ
           ELSE
              PERFORM 319-OPERATOR-NOT-ON-FILE
           END-IF.

       318-FLAG-OUTSIDE-SHIFT.
           MOVE SORT-DATE TO EXCEPT-DATE-OUT.
           MOVE SORT-HHMM TO EXCEPT-HHMM-OUT.
           MOVE SPACES TO EXCEPT-TEXT-OUT.
           IF EVENT-REJECT
              STRING "OUTSIDE SHIFT - REJECTED POSTING SOURCE "
                  SORT-SOURCE-CODE " ON " EXCEPT-DATE-OUT
                  " AT " EXCEPT-HHMM-OUT
                  DELIMITED BY SIZE INTO EXCEPT-TEXT-OUT
           ELSE
              STRING "OUTSIDE SHIFT - MAINTAINED " SORT-FILE-ID
                  " ACTION " SORT-ACTION " ON " EXCEPT-DATE-OUT
                  " AT " EXCEPT-HHMM-OUT
                  DELIMITED BY SIZE INTO EXCEPT-TEXT-OUT
           END-IF.
           PERFORM 326-WRITE-EXCEPTION.

       319-OPERATOR-NOT-ON-FILE.
           IF UNATTENDED-OPERATOR
              MOVE "UNATTENDED RUN" TO OPR-HDR-NAME
           ELSE
              MOVE "** NOT ON OPERATOR FILE **" TO OPR-HDR-NAME
              MOVE "OPERATOR ID ON THE LOGS IS NOT ON OPERATOR FILE"
                  TO EXCEPT-TEXT-OUT
              PERFORM 326-WRITE-EXCEPTION
           END-IF.

       320-WRITE-SOURCE-LINE.
           IF SOURCE-POSTED(SOURCE-SUB) NOT = ZERO
              OR SOURCE-REJECTED(SOURCE-SUB) NOT = ZERO
              MOVE SOURCE-CODE-TBL(SOURCE-SUB) TO SOURCE-CODE-OUT
              MOVE SOURCE-TEXT-TBL(SOURCE-SUB) TO SOURCE-TEXT-OUT
              MOVE SOURCE-POSTED(SOURCE-SUB)   TO SOURCE-POSTED-OUT
              MOVE SOURCE-REJECTED(SOURCE-SUB) TO SOURCE-REJECT-OUT
              ADD SOURCE-POSTED(SOURCE-SUB) SOURCE-REJECTED(SOURCE-SUB)
                  GIVING ATTEMPT-COUNT
              PERFORM 321-CALC-REJECT-RATE
              WRITE AUDIT-RECORD-OUT FROM SOURCE-DETAIL-LINE
              ADD SOURCE-POSTED(SOURCE-SUB)   TO OPERATOR-POSTED
              ADD SOURCE-REJECTED(SOURCE-SUB) TO OPERATOR-REJECTED
           END-IF.

      * THE RATE IS REJECTS OVER EVERYTHING ATTEMPTED - POSTED PLUS
      * REJECTED. THE CALLER LEAVES THE REJECTS IN SOURCE-REJECT-OUT.
       321-CALC-REJECT-RATE.
           IF ATTEMPT-COUNT = ZERO
              MOVE ZERO TO REJECT-RATE
           ELSE
              IF SOURCE-CODE-OUT = SPACE
                 COMPUTE REJECT-RATE ROUNDED =
                     OPERATOR-REJECTED * 100 / ATTEMPT-COUNT
              ELSE
                 COMPUTE REJECT-RATE ROUNDED =
                     SOURCE-REJECTED(SOURCE-SUB) * 100 / ATTEMPT-COUNT
              END-IF
           END-IF.
           MOVE REJECT-RATE TO REJECT-RATE-OUT.

       322-WRITE-MAINT-LINE.
           MOVE FILE-ID-TBL(FILE-ID-SUB)     TO MAINT-FILE-ID-OUT.
           MOVE FILE-ID-ACTIONS(FILE-ID-SUB) TO MAINT-ACTIONS-OUT.
           WRITE AUDIT-RECORD-OUT FROM MAINT-DETAIL-LINE.

       323-CHECK-PRICED-RECEIVED.
           MOVE "NO" TO PART-FOUND-SW.
           PERFORM 324-MATCH-RECEIPT
               VARYING MATCH-SUB FROM 1 BY 1
               UNTIL MATCH-SUB > RECEIVED-PART-COUNT.
           IF PART-FOUND-SW = "YES"
              MOVE PRICED-PART(PART-SUB) TO EXCEPT-PART-OUT
              MOVE SPACES TO EXCEPT-TEXT-OUT
              STRING "CHANGED PRICE/SUPPLIER AND RECEIVED GOODS - PART "
                  EXCEPT-PART-OUT
                  DELIMITED BY SIZE INTO EXCEPT-TEXT-OUT
              PERFORM 326-WRITE-EXCEPTION
           END-IF.

       324-MATCH-RECEIPT.
           IF RECEIVED-PART(MATCH-SUB) = PRICED-PART(PART-SUB)
              MOVE "YES" TO PART-FOUND-SW
           END-IF.

       325-FLAG-OPRMAINT-THEN-POST.
           MOVE FIRST-OPRMAINT-DATE TO EXCEPT-DATE-OUT.
           MOVE LAST-MOVEMENT-DATE  TO EXCEPT-DATE2-OUT.
           MOVE SPACES TO EXCEPT-TEXT-OUT.
           STRING "MAINTAINED OPERATOR FILE " EXCEPT-DATE-OUT
               " THEN POSTED STOCK TO " EXCEPT-DATE2-OUT
               DELIMITED BY SIZE INTO EXCEPT-TEXT-OUT.
           PERFORM 326-WRITE-EXCEPTION.

       326-WRITE-EXCEPTION.
           MOVE PREV-OPERATOR-ID TO EXCEPT-OPERATOR-OUT.
           WRITE EXCEPTION-WORK-RECORD FROM EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNTER.
