        IDENTIFICATION DIVISION.
        PROGRAM-ID. retreg.
        AUTHOR. Maycon Morais.
      * Customer returns register, printed from the returns history
      * the returns desk (rmaentry) appends for every lot received
      * back against an RMA. Each lot is listed with the reason the
      * return was authorized for, what was done with the goods -
      * restocked to a location or scrapped - and its value at the
      * price the customer was billed (qty * billed unit price).
      * The register closes with the quantity and value restocked,
      * scrapped and returned in total, then by reason, so the
      * credit notes and the write-off can be taken from one page.
      * The same run copies every history record to a dated
      * RMAHIST.YYMMDD archive and empties the live file, reval
      * style, so each register covers one period only.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RETURN-HISTORY-IN
                ASSIGN TO "C:\temp\RMAHIST.TXT"
                ORGANIZATION LINE SEQUENTIAL
                FILE STATUS IS RMAHIST-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE-OUT
                ASSIGN USING ARCHIVE-FILE-NAME
                ORGANIZATION LINE SEQUENTIAL.
           SELECT RETURNS-REGISTER-OUT
                ASSIGN TO "C:\temp\RETREG.TXT"
                ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-HISTORY-IN.
       01  RETURN-HISTORY-RECORD         PIC X(71).

       FD  ARCHIVE-FILE-OUT.
       01  ARCHIVE-RECORD-OUT            PIC X(71).

       FD  RETURNS-REGISTER-OUT.
       01  REGISTER-RECORD-OUT           PIC X(101).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-NAME-DETAILS.
           05  ARCHIVE-FILE-NAME.
               10  FILLER            PIC X(16)
                   VALUE "C:\temp\RMAHIST.".
               10  ARCHIVE-NAME-DATE PIC 9(6).

       01  RETURN-HISTORY-DETAIL.
           COPY 'ReturnHistoryDetailStr' IN copy-lib.

       01  REASON-TABLE-VALUES.
           05  FILLER  PIC X(13) VALUE "DDAMAGED     ".
           05  FILLER  PIC X(13) VALUE "WWRONG PART  ".
           05  FILLER  PIC X(13) VALUE "QQUALITY     ".
           05  FILLER  PIC X(13) VALUE "EORDER ERROR ".
           05  FILLER  PIC X(13) VALUE "XOTHER       ".
       01  REASON-TABLE REDEFINES REASON-TABLE-VALUES.
           05  REASON-ENTRY OCCURS 5 TIMES.
               10  REASON-CODE-TBL   PIC X.
               10  REASON-TEXT-TBL   PIC X(12).

       01  REASON-TOTALS.
           05  REASON-TOTAL OCCURS 5 TIMES.
               10  REASON-QTY-TOTAL   PIC 9(6).
               10  REASON-VALUE-TOTAL PIC 9(9)V99.

       01  REGISTER-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(26)
                   VALUE "CUSTOMER RETURNS REGISTER ".
           05  TITLE-DATE        PIC 9(6).

       01  REGISTER-COLUMN-HEADER.
           05  FILLER  PIC X(6)   VALUE   "DATE  ".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "RMA  ".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "ORDER".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(20)  VALUE   "CUSTOMER".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "PART ".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(3)   VALUE   "QTY".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(12)  VALUE   "REASON".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(11)  VALUE   "DISPOSITION".
           05  FILLER  PIC X(5)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "PRICE".
           05  FILLER  PIC X(5)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "VALUE".

       01  REGISTER-RECORD-DETAIL.
           05  RETURN-DATE-OUT    PIC 9(6).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  RMA-NUMBER-OUT     PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  ORDER-NUMBER-OUT   PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  CUSTOMER-NAME-OUT  PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PART-NUMBER-OUT    PIC 9(5).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  QTY-RETURNED-OUT   PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  REASON-TEXT-OUT    PIC X(12).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  DISPOSITION-OUT    PIC X(11).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  UNIT-PRICE-OUT     PIC ZZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  RETURN-VALUE-OUT   PIC ZZZ,ZZ9.99.

       01  TOTAL-LINE.
           05  TOTAL-LABEL-OUT   PIC X(22).
           05  TOTAL-QTY-OUT     PIC ZZZ,ZZ9.
           05  FILLER            PIC X(6)  VALUE " UNITS".
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  TOTAL-VALUE-OUT   PIC ZZZ,ZZZ,ZZ9.99.

       01  TOTAL-FIELDS.
           05  RETURN-VALUE-WS      PIC 9(7)V99 VALUE ZERO.
           05  RESTOCK-QTY-TOTAL    PIC 9(6) VALUE ZERO.
           05  RESTOCK-VALUE-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05  SCRAP-QTY-TOTAL      PIC 9(6) VALUE ZERO.
           05  SCRAP-VALUE-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  GRAND-QTY-TOTAL      PIC 9(6) VALUE ZERO.
           05  GRAND-VALUE-TOTAL    PIC 9(9)V99 VALUE ZERO.

       01  SUMMARY-DATA.
           05  READ-COUNTER         PIC 9(5) VALUE ZERO.
           05  ARCHIVE-COUNTER      PIC 9(5) VALUE ZERO.
           05  REASON-SUB           PIC 9 VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  RMAHIST-EOF-FLAG     PIC X(3) VALUE "NO".
           05  RMAHIST-FILE-STATUS  PIC X(2) VALUE "00".
           05  RMAHIST-AVAIL-SW     PIC X(3) VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-RETURNS-REGISTER.
           PERFORM 201-INIT-REGISTER.
           IF RMAHIST-AVAIL-SW = "YES"
              PERFORM 202-PROCESS-RETURN-RECORD
                  UNTIL RMAHIST-EOF-FLAG = "YES"
              PERFORM 204-EMPTY-LIVE-HISTORY
           END-IF.
           PERFORM 203-TERM-REGISTER.
           STOP RUN.

       201-INIT-REGISTER.
           ACCEPT TITLE-DATE FROM DATE.
           MOVE TITLE-DATE TO ARCHIVE-NAME-DATE.
           INITIALIZE REASON-TOTALS.
           OPEN INPUT RETURN-HISTORY-IN.
           IF RMAHIST-FILE-STATUS = "00"
              MOVE "YES" TO RMAHIST-AVAIL-SW
              OPEN OUTPUT RETURNS-REGISTER-OUT
      * THE ARCHIVE IS EXTENDED, NOT REWRITTEN, SO A SAME-DAY RERUN
      * ADDS TO THE DATED FILE INSTEAD OF DESTROYING WHAT THE FIRST
      * RUN ALREADY MOVED THERE.
              OPEN EXTEND ARCHIVE-FILE-OUT
              WRITE REGISTER-RECORD-OUT FROM REGISTER-TITLE
              WRITE REGISTER-RECORD-OUT
                  FROM REGISTER-COLUMN-HEADER
              PERFORM 301-READ-RETURN-RECORD
           END-IF.

       202-PROCESS-RETURN-RECORD.
           WRITE ARCHIVE-RECORD-OUT FROM RETURN-HISTORY-RECORD.
           ADD 1 TO ARCHIVE-COUNTER.
           MOVE RETURN-HISTORY-RECORD TO RETURN-HISTORY-DETAIL.
           PERFORM 302-WRITE-REGISTER-DETAIL.
           PERFORM 301-READ-RETURN-RECORD.

       203-TERM-REGISTER.
           IF RMAHIST-AVAIL-SW = "YES"
              PERFORM 305-WRITE-REGISTER-TOTALS
              CLOSE RETURNS-REGISTER-OUT ARCHIVE-FILE-OUT
           END-IF.
           DISPLAY "RETURNS REGISTER COMPLETE".
           DISPLAY "  RETURNED LOTS READ    : " READ-COUNTER.
           DISPLAY "  HISTORY LINES ARCHIVED: " ARCHIVE-COUNTER.

      * THE LIVE HISTORY IS STILL OPEN INPUT FROM THE REPORT PASS
      * AND MUST BE CLOSED BEFORE IT IS REOPENED FOR OUTPUT, WHICH
      * EMPTIES IT FOR THE NEXT PERIOD.
       204-EMPTY-LIVE-HISTORY.
           CLOSE RETURN-HISTORY-IN.
           OPEN OUTPUT RETURN-HISTORY-IN.
           CLOSE RETURN-HISTORY-IN.

       301-READ-RETURN-RECORD.
           READ RETURN-HISTORY-IN
              AT END  MOVE "YES" TO RMAHIST-EOF-FLAG
                NOT AT END ADD 1 TO READ-COUNTER.

       302-WRITE-REGISTER-DETAIL.
           COMPUTE RETURN-VALUE-WS =
               RTH-QTY-RETURNED * RTH-UNIT-PRICE.
           PERFORM 303-FIND-REASON-TEXT.
           MOVE RTH-DATE           TO RETURN-DATE-OUT.
           MOVE RTH-RMA-NUMBER     TO RMA-NUMBER-OUT.
           MOVE RTH-ORDER-NUMBER   TO ORDER-NUMBER-OUT.
           MOVE RTH-CUSTOMER-NAME  TO CUSTOMER-NAME-OUT.
           MOVE RTH-PART-NUMBER    TO PART-NUMBER-OUT.
           MOVE RTH-QTY-RETURNED   TO QTY-RETURNED-OUT.
           MOVE RTH-UNIT-PRICE     TO UNIT-PRICE-OUT.
           MOVE RETURN-VALUE-WS    TO RETURN-VALUE-OUT.
           IF RTH-DISPOSITION = "R"
              MOVE "RESTOCK LOC" TO DISPOSITION-OUT
              MOVE RTH-LOCATION  TO DISPOSITION-OUT(11:1)
              ADD RTH-QTY-RETURNED TO RESTOCK-QTY-TOTAL
              ADD RETURN-VALUE-WS  TO RESTOCK-VALUE-TOTAL
           ELSE
              MOVE "SCRAPPED"    TO DISPOSITION-OUT
              ADD RTH-QTY-RETURNED TO SCRAP-QTY-TOTAL
              ADD RETURN-VALUE-WS  TO SCRAP-VALUE-TOTAL
           END-IF.
           ADD RTH-QTY-RETURNED TO GRAND-QTY-TOTAL.
           ADD RETURN-VALUE-WS  TO GRAND-VALUE-TOTAL.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-RECORD-DETAIL.

      * AN UNKNOWN CODE IS COUNTED WITH OTHER, THE LAST TABLE ENTRY.
       303-FIND-REASON-TEXT.
           MOVE 1 TO REASON-SUB.
           PERFORM 304-NEXT-REASON-ENTRY
               UNTIL REASON-SUB = 5
                  OR REASON-CODE-TBL(REASON-SUB) = RTH-REASON-CODE.
           MOVE REASON-TEXT-TBL(REASON-SUB) TO REASON-TEXT-OUT.
           ADD RTH-QTY-RETURNED TO REASON-QTY-TOTAL(REASON-SUB).
           ADD RETURN-VALUE-WS  TO REASON-VALUE-TOTAL(REASON-SUB).

       304-NEXT-REASON-ENTRY.
           ADD 1 TO REASON-SUB.

       305-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD-OUT.
           WRITE REGISTER-RECORD-OUT.
           MOVE "RESTOCKED:"         TO TOTAL-LABEL-OUT.
           MOVE RESTOCK-QTY-TOTAL    TO TOTAL-QTY-OUT.
           MOVE RESTOCK-VALUE-TOTAL  TO TOTAL-VALUE-OUT.
           WRITE REGISTER-RECORD-OUT FROM TOTAL-LINE.
           MOVE "SCRAPPED:"          TO TOTAL-LABEL-OUT.
           MOVE SCRAP-QTY-TOTAL      TO TOTAL-QTY-OUT.
           MOVE SCRAP-VALUE-TOTAL    TO TOTAL-VALUE-OUT.
           WRITE REGISTER-RECORD-OUT FROM TOTAL-LINE.
           MOVE "TOTAL RETURNED:"    TO TOTAL-LABEL-OUT.
           MOVE GRAND-QTY-TOTAL      TO TOTAL-QTY-OUT.
           MOVE GRAND-VALUE-TOTAL    TO TOTAL-VALUE-OUT.
           WRITE REGISTER-RECORD-OUT FROM TOTAL-LINE.
           MOVE SPACES TO REGISTER-RECORD-OUT.
           WRITE REGISTER-RECORD-OUT.
           PERFORM 306-WRITE-REASON-TOTAL
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-SUB > 5.

       306-WRITE-REASON-TOTAL.
           MOVE SPACES TO TOTAL-LABEL-OUT.
           STRING "REASON " REASON-TEXT-TBL(REASON-SUB) ":"
               DELIMITED BY SIZE INTO TOTAL-LABEL-OUT.
           MOVE REASON-QTY-TOTAL(REASON-SUB)   TO TOTAL-QTY-OUT.
           MOVE REASON-VALUE-TOTAL(REASON-SUB) TO TOTAL-VALUE-OUT.
           WRITE REGISTER-RECORD-OUT FROM TOTAL-LINE.
