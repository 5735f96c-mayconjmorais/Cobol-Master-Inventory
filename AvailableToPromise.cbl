        IDENTIFICATION DIVISION.
        PROGRAM-ID. atpinq.
        AUTHOR. Maycon Morais.
      * Available-to-promise inquiry for the order desk, keyed on
      * part number, so a customer on the phone can be told how
      * many of a part can be promised and when without adding up
      * four files by hand. For the part it shows the stock on hand
      * at each location, the quantity already committed - open
      * orders on ORDERS the allocation run has not shipped yet plus
      * the short quantities carried on BACKORD - and the net left
      * to promise now, which goes negative when the part is
      * already oversold. It also shows the open purchase order on
      * OPENPO with its quantity and order date, the part's supplier
      * from SUPPLIERI, and the part's last movements on TRANLOG.TXT
      * with type, source and operator, so the desk can quote a
      * realistic date. Nothing is updated: every file is opened
      * for input only.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT SUPPLIERI
                ASSIGN TO "C:\temp\SUPPLIERI.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SUPPLIER-CODE-OUT-PK.
           SELECT OPENPO
                ASSIGN TO "C:\temp\OPENPO.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PO-PART-NUMBER-PK
                FILE STATUS IS OPENPO-FILE-STATUS.
           SELECT ORDERS
                ASSIGN TO "C:\temp\ORDERS.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ORD-ORDER-NUMBER-PK
                FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT BACKORD
                ASSIGN TO "C:\temp\BACKORD.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BKO-ORDER-NUMBER-PK
                FILE STATUS IS BACKORD-FILE-STATUS.
           SELECT TRANSACTION-LOG-IN
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TRANLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENT6.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  SUPPLIERI.
       01  SUPPLIER-RECORD-IN.
           COPY 'IndexedSupplierStr' IN copy-lib.

       FD  OPENPO.
       01  OPEN-PO-RECORD.
           COPY 'IndexedOpenPOStr' IN copy-lib.

       FD  ORDERS.
       01  CUSTOMER-ORDER-RECORD.
           COPY 'IndexedOrderStr' IN copy-lib.

       FD  BACKORD.
       01  BACKORDER-RECORD.
           COPY 'IndexedBackorderStr' IN copy-lib.

       FD  TRANSACTION-LOG-IN.
       01  TRANSACTION-LOG-RECORD    PIC X(40).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  CONT-INQUIRY-FLAG     PIC X VALUE "Y".
           05  OPENPO-FILE-STATUS    PIC X(2) VALUE "00".
           05  ORDERS-FILE-STATUS    PIC X(2) VALUE "00".
           05  BACKORD-FILE-STATUS   PIC X(2) VALUE "00".
           05  TRANLOG-FILE-STATUS   PIC X(2) VALUE "00".
           05  OPENPO-AVAIL-SW       PIC X(3) VALUE "NO".
           05  PART-FOUND-SW         PIC X(3) VALUE "NO".
           05  PO-FOUND-SW           PIC X(3) VALUE "NO".
           05  ORDERS-EOF-FLAG       PIC X(3) VALUE "NO".
           05  BACKORD-EOF-FLAG      PIC X(3) VALUE "NO".
           05  TRANLOG-EOF-FLAG      PIC X(3) VALUE "NO".

       01  INQUIRY-DETAILS.
           05  PART-NUMBER-WS        PIC 9(5) VALUE ZERO.
           05  ORDERS-COMMITTED      PIC 9(5) VALUE ZERO.
           05  BACKORD-COMMITTED     PIC 9(5) VALUE ZERO.
           05  TOTAL-COMMITTED       PIC 9(5) VALUE ZERO.
           05  NET-AVAILABLE         PIC S9(5) VALUE ZERO.

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.

      * THE LAST MOVEMENTS OF THE PART, OLDEST FIRST. WHEN THE TABLE
      * IS FULL EACH NEW MOVEMENT PUSHES THE OLDEST ONE OFF THE TOP.
       01  RECENT-MOVEMENTS.
           05  MOVEMENT-COUNT        PIC 9 VALUE ZERO.
           05  MOVEMENT-SUB          PIC 9 VALUE ZERO.
           05  MOVEMENT-MAX          PIC 9 VALUE 6.
           05  MOVEMENT-ENTRY OCCURS 6 TIMES PIC X(40).
           05  MOVEMENT-SCREEN-LINE  PIC 99 VALUE ZERO.

       01  PART-LINE.
           05  FILLER             PIC X(6)  VALUE "PART: ".
           05  PART-NUMBER-OUT    PIC 9(5).
           05  FILLER             PIC X     VALUE SPACES.
           05  PART-NAME-OUT      PIC X(20).
           05  FILLER             PIC X(12) VALUE "  SUPPLIER: ".
           05  SUPPLIER-CODE-OUT  PIC ZZZ9.
           05  FILLER             PIC X     VALUE SPACES.
           05  SUPPLIER-NAME-OUT  PIC X(26).

       01  ON-HAND-LINE.
           05  FILLER             PIC X(17) VALUE "ON HAND  BLDG A: ".
           05  LOC1-QTY-OUT       PIC ZZZ9.
           05  FILLER             PIC X(10) VALUE "  BLDG B: ".
           05  LOC2-QTY-OUT       PIC ZZZ9.
           05  FILLER             PIC X(11) VALUE "  TRAILER: ".
           05  LOC3-QTY-OUT       PIC ZZZ9.
           05  FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05  QTY-ON-HAND-OUT    PIC ZZZ9.

       01  COMMITTED-LINE.
           05  FILLER             PIC X(24)
                   VALUE "COMMITTED  OPEN ORDERS: ".
           05  ORDERS-QTY-OUT     PIC ZZZZ9.
           05  FILLER             PIC X(14) VALUE "  BACKORDERS: ".
           05  BACKORD-QTY-OUT    PIC ZZZZ9.
           05  FILLER             PIC X(9)  VALUE "  TOTAL: ".
           05  COMMITTED-QTY-OUT  PIC ZZZZ9.

       01  NET-AVAILABLE-LINE.
           05  FILLER             PIC X(19)
                   VALUE "NET AVAILABLE NOW: ".
           05  NET-AVAILABLE-OUT  PIC -ZZZZ9.

       01  ON-ORDER-LINE.
           05  FILLER             PIC X(10) VALUE "ON ORDER: ".
           05  ON-ORDER-QTY-OUT   PIC ZZ9.
           05  FILLER             PIC X(17) VALUE "  PO ORDER DATE: ".
           05  PO-DATE-OUT        PIC 9(6).
           05  FILLER             PIC X(15) VALUE "  PO SUPPLIER: ".
           05  PO-SUPPLIER-OUT    PIC ZZZ9.

       01  MOVEMENT-HEADER-LINE.
           05  FILLER             PIC X(26)
                   VALUE "DATE      TYPE   SRC   QTY".
           05  FILLER             PIC X(24)
                   VALUE "     ONHD   LOC OPERATOR".

       01  MOVEMENT-LINE.
           05  MOVE-DATE-OUT      PIC 9(6).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  MOVE-TYPE-OUT      PIC X.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  MOVE-SOURCE-OUT    PIC X.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  MOVE-QTY-OUT       PIC ZZZ9.
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  MOVE-ON-HAND-OUT   PIC ZZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  MOVE-LOCATION-OUT  PIC 9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  MOVE-OPERATOR-OUT  PIC X(8).

       SCREEN SECTION.
       01  ATP-INQUIRY-SCREEN.
         05 VALUE "==MAYCON==" LINE 1.
           05 VALUE "==AVAILABLE TO PROMISE==" LINE 2.
           05 VALUE "PART NUMBER (5 DIGITS): " LINE 3.
           05 PART-NUMBER-SCR PIC 9(5) TO PART-NUMBER-WS.

       01  TEXT-PROMPTS.
           05  INQUIRY-CONTINUE-PROMPT
               VALUE "Enquire on another part? (Y/N): "
               LINE 22.

       PROCEDURE DIVISION.
       100-INQUIRE-AVAILABLE.
           PERFORM 201-INIT-INQUIRY.
           PERFORM 202-PROCESS-INQUIRY
               UNTIL CONT-INQUIRY-FLAG = "n" or "N".
           PERFORM 203-TERM-INQUIRY.
           STOP RUN.

      * ORDERS, BACKORD AND TRANLOG.TXT ARE SCANNED FROM THE TOP FOR
      * EVERY INQUIRY, SO THEY ARE OPENED AND CLOSED THERE AND THE
      * FIGURES ARE AS OF THE MOMENT THE PART WAS KEYED.
       201-INIT-INQUIRY.
           OPEN INPUT INVENT6 SUPPLIERI.
           OPEN INPUT OPENPO.
           IF OPENPO-FILE-STATUS = "00"
              MOVE "YES" TO OPENPO-AVAIL-SW
           END-IF.

       202-PROCESS-INQUIRY.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY ATP-INQUIRY-SCREEN.
           ACCEPT PART-NUMBER-SCR.
           MOVE "NO" TO PART-FOUND-SW.
           MOVE PART-NUMBER-WS TO PART-NUMBER-IN-PK.
           READ INVENT6
               INVALID KEY
                   PERFORM 701-PART-NOT-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SW
           END-READ.
           IF PART-FOUND-SW = "YES"
              PERFORM 301-SHOW-PART-AND-SUPPLIER
              PERFORM 302-SHOW-ON-HAND
              PERFORM 303-SHOW-COMMITTED
              PERFORM 306-SHOW-ON-ORDER
              PERFORM 307-SHOW-RECENT-MOVEMENTS
           END-IF.
           DISPLAY INQUIRY-CONTINUE-PROMPT.
           ACCEPT CONT-INQUIRY-FLAG.

       203-TERM-INQUIRY.
           CLOSE INVENT6 SUPPLIERI.
           IF OPENPO-AVAIL-SW = "YES"
              CLOSE OPENPO
           END-IF.

       301-SHOW-PART-AND-SUPPLIER.
           MOVE PART-NUMBER-IN-PK TO PART-NUMBER-OUT.
           MOVE PART-NAME         TO PART-NAME-OUT.
           MOVE SUPPLIER-CODE-IN  TO SUPPLIER-CODE-OUT
                                     SUPPLIER-CODE-OUT-PK.
           READ SUPPLIERI
               INVALID KEY
                   MOVE "** SUPPLIER NOT ON FILE **"
                       TO SUPPLIER-NAME-OUT
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME TO SUPPLIER-NAME-OUT
           END-READ.
           DISPLAY PART-LINE LINE 5 COLUMN 2.

       302-SHOW-ON-HAND.
           MOVE QTY-AT-LOCATION(1) TO LOC1-QTY-OUT.
           MOVE QTY-AT-LOCATION(2) TO LOC2-QTY-OUT.
           MOVE QTY-AT-LOCATION(3) TO LOC3-QTY-OUT.
           MOVE QTY-ON-HAND        TO QTY-ON-HAND-OUT.
           DISPLAY ON-HAND-LINE LINE 6 COLUMN 2.

      * NEITHER FILE HAS A PART KEY, SO EACH IS READ THROUGH. A FILE
      * NOT YET CREATED BY ORDENTRY SIMPLY COMMITS NOTHING.
       303-SHOW-COMMITTED.
           MOVE ZERO TO ORDERS-COMMITTED BACKORD-COMMITTED.
           MOVE "YES" TO ORDERS-EOF-FLAG BACKORD-EOF-FLAG.
           OPEN INPUT ORDERS.
           IF ORDERS-FILE-STATUS = "00"
              MOVE "NO" TO ORDERS-EOF-FLAG
              PERFORM 304-READ-ORDER
                  UNTIL ORDERS-EOF-FLAG = "YES"
              CLOSE ORDERS
           END-IF.
           OPEN INPUT BACKORD.
           IF BACKORD-FILE-STATUS = "00"
              MOVE "NO" TO BACKORD-EOF-FLAG
              PERFORM 305-READ-BACKORDER
                  UNTIL BACKORD-EOF-FLAG = "YES"
              CLOSE BACKORD
           END-IF.
           ADD ORDERS-COMMITTED BACKORD-COMMITTED
               GIVING TOTAL-COMMITTED.
           COMPUTE NET-AVAILABLE = QTY-ON-HAND - TOTAL-COMMITTED.
           MOVE ORDERS-COMMITTED  TO ORDERS-QTY-OUT.
           MOVE BACKORD-COMMITTED TO BACKORD-QTY-OUT.
           MOVE TOTAL-COMMITTED   TO COMMITTED-QTY-OUT.
           MOVE NET-AVAILABLE     TO NET-AVAILABLE-OUT.
           DISPLAY COMMITTED-LINE LINE 7 COLUMN 2.
           DISPLAY NET-AVAILABLE-LINE LINE 8 COLUMN 2.

       304-READ-ORDER.
           READ ORDERS
               AT END
                   MOVE "YES" TO ORDERS-EOF-FLAG
               NOT AT END
                   IF ORD-PART-NUMBER = PART-NUMBER-IN-PK
                      ADD ORD-QTY-ORDERED TO ORDERS-COMMITTED
                   END-IF
           END-READ.

       305-READ-BACKORDER.
           READ BACKORD
               AT END
                   MOVE "YES" TO BACKORD-EOF-FLAG
               NOT AT END
                   IF BKO-PART-NUMBER = PART-NUMBER-IN-PK
                      ADD BKO-QTY-BACKORDERED TO BACKORD-COMMITTED
                   END-IF
           END-READ.

       306-SHOW-ON-ORDER.
           MOVE "NO" TO PO-FOUND-SW.
           IF OPENPO-AVAIL-SW = "YES"
              MOVE PART-NUMBER-IN-PK TO PO-PART-NUMBER-PK
              READ OPENPO
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "YES" TO PO-FOUND-SW
              END-READ
           END-IF.
           IF PO-FOUND-SW = "YES"
              MOVE PO-QTY-ORDERED   TO ON-ORDER-QTY-OUT
              MOVE PO-ORDER-DATE    TO PO-DATE-OUT
              MOVE PO-SUPPLIER-CODE TO PO-SUPPLIER-OUT
              DISPLAY ON-ORDER-LINE LINE 9 COLUMN 2
           ELSE
              DISPLAY "ON ORDER: NO OPEN PURCHASE ORDER"
                  LINE 9 COLUMN 2
           END-IF.

      * TRANLOG.TXT HOLDS THE MOVEMENTS SINCE THE LAST MONTH-END
      * ARCHIVE, IN THE ORDER THEY WERE POSTED.
       307-SHOW-RECENT-MOVEMENTS.
           MOVE ZERO TO MOVEMENT-COUNT.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANLOG-FILE-STATUS = "00"
              MOVE "NO" TO TRANLOG-EOF-FLAG
              PERFORM 308-READ-TRAN-LOG
                  UNTIL TRANLOG-EOF-FLAG = "YES"
              CLOSE TRANSACTION-LOG-IN
           END-IF.
           DISPLAY "LAST MOVEMENTS ON TRANLOG:" LINE 11 COLUMN 2.
           IF MOVEMENT-COUNT = ZERO
              DISPLAY "NONE SINCE THE LAST MONTH-END" LINE 12 COLUMN 2
           ELSE
              DISPLAY MOVEMENT-HEADER-LINE LINE 12 COLUMN 2
              PERFORM 311-SHOW-MOVEMENT
                  VARYING MOVEMENT-SUB FROM 1 BY 1
                  UNTIL MOVEMENT-SUB > MOVEMENT-COUNT
           END-IF.

       308-READ-TRAN-LOG.
           READ TRANSACTION-LOG-IN INTO TRANSACTION-LOG-DETAIL
               AT END
                   MOVE "YES" TO TRANLOG-EOF-FLAG
               NOT AT END
                   IF TLOG-PART-NUMBER = PART-NUMBER-IN-PK
                      PERFORM 309-KEEP-MOVEMENT
                   END-IF
           END-READ.

       309-KEEP-MOVEMENT.
           IF MOVEMENT-COUNT = MOVEMENT-MAX
              PERFORM 310-SHIFT-MOVEMENT
                  VARYING MOVEMENT-SUB FROM 1 BY 1
                  UNTIL MOVEMENT-SUB = MOVEMENT-MAX
           ELSE
              ADD 1 TO MOVEMENT-COUNT
           END-IF.
           MOVE TRANSACTION-LOG-DETAIL
               TO MOVEMENT-ENTRY(MOVEMENT-COUNT).

       310-SHIFT-MOVEMENT.
           MOVE MOVEMENT-ENTRY(MOVEMENT-SUB + 1)
               TO MOVEMENT-ENTRY(MOVEMENT-SUB).

       311-SHOW-MOVEMENT.
           MOVE MOVEMENT-ENTRY(MOVEMENT-SUB) TO TRANSACTION-LOG-DETAIL.
           MOVE TLOG-DATE                  TO MOVE-DATE-OUT.
           MOVE TLOG-TRANSACTION-TYPE      TO MOVE-TYPE-OUT.
           MOVE TLOG-SOURCE-CODE           TO MOVE-SOURCE-OUT.
           MOVE TLOG-TRANSACTION-AMOUNT    TO MOVE-QTY-OUT.
           MOVE TLOG-RESULTING-QTY-ON-HAND TO MOVE-ON-HAND-OUT.
           MOVE TLOG-LOCATION              TO MOVE-LOCATION-OUT.
           MOVE TLOG-OPERATOR-ID           TO MOVE-OPERATOR-OUT.
           ADD 12 MOVEMENT-SUB GIVING MOVEMENT-SCREEN-LINE.
           DISPLAY MOVEMENT-LINE
               LINE MOVEMENT-SCREEN-LINE COLUMN 2.

       701-PART-NOT-FOUND.
           DISPLAY "PART NOT ON FILE" LINE 9 COLUMN 2.
