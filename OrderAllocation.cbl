      * mode: F is the full nightly allocation, B is the
      * backorder-only retry pomaint makes after a receipt, which
      * leaves the open orders for the nightly run.
      * Every pick line is also journaled to PICKJRNL.TXT as it is
      * made, and ORDALLOC.CKP records each order while its stock
      * is being rewritten. A run that dies part way through can
      * simply be run again: the restart settles the order that was
      * in flight without taking its stock a second time, puts the
      * journaled picks back on the pick list, and carries on with
      * whatever orders and backorders are still open.
      * The journal is not emptied by the allocation run: each line
      * carries the stamp of the run that made it and whether it
      * shipped a new order or filled a backorder, and the lines
      * stay there until the billing run collects and invoices them.
      * Every pick is costed off the part's oldest FIFO cost layers
      * (costlyr), which is what the cost of goods shipped is, and
      * the cost goes on its journal line with it. The checkpoint
      * records each location of the order in flight as it is
      * costed, so a restart costs exactly the picks the failed run
      * had not.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           SELECT ORDERS
                ASSIGN TO "C:\temp\ORDERS.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ORD-ORDER-NUMBER-PK
                FILE STATUS IS ORDERS-FILE-STATUS.
           SELECT BACKORD
           SELECT TRANSACTION-LOG-OUT
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG-IN
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TRANLOG-FILE-STATUS.
           SELECT PICK-JOURNAL
                ASSIGN TO "C:\temp\PICKJRNL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PICKJRNL-FILE-STATUS.
           SELECT CHECKPOINT-FILE
                ASSIGN TO "C:\temp\ORDALLOC.CKP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CKPT-FILE-STATUS.
           SELECT CHECKPOINT-TEMP-FILE
                ASSIGN TO "C:\temp\ORDALLOC.CKT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CKPT-TEMP-FILE-STATUS.
           SELECT SORT-WORK-FILE
                ASSIGN TO "C:\temp\ORDALLSRT.TMP".
           SELECT PICK-LIST-OUT
       FD  TRANSACTION-LOG-OUT.
       01  TRANSACTION-LOG-RECORD    PIC X(40).

       FD  TRANSACTION-LOG-IN.
       01  TRANSACTION-LOG-IN-RECORD PIC X(40).

       FD  PICK-JOURNAL.
       01  PICK-JOURNAL-RECORD       PIC X(78).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD         PIC X(123).

       FD  CHECKPOINT-TEMP-FILE.
       01  CHECKPOINT-TEMP-RECORD    PIC X(123).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-LOCATION        PIC 9.
           05  ALLOC-QTY-WANTED      PIC 9(3) VALUE ZERO.
           05  ALLOC-QTY-SHIPPED     PIC 9(3) VALUE ZERO.
           05  ALLOC-QTY-SHORT       PIC 9(3) VALUE ZERO.
           05  ALLOC-ORDER-DATE      PIC 9(6) VALUE ZERO.
           05  ALLOC-PHASE           PIC X VALUE SPACE.
           05  ALLOC-RUNNING-QTY     PIC 9(4) VALUE ZERO.
           05  ALLOC-PICK-BY-LOCATION.
               10  ALLOC-PICK-QTY OCCURS 3 TIMES PIC 9(3).
           05  PICK-QTY              PIC 9(3) VALUE ZERO.
           05  LOC-SUB               PIC 9 VALUE 1.
           05  ALLOC-RUN-DATE        PIC 9(6) VALUE ZERO.
           05  ALLOC-RUN-TIME        PIC 9(8) VALUE ZERO.

      * ONE PICK LINE AS RELEASED TO THE SORT AND AS KEPT ON THE
      * PICK JOURNAL, SO A RESTART CAN RELEASE IT AGAIN UNCHANGED.
       01  PICK-JOURNAL-DETAIL.
           COPY 'PickJournalDetailStr' IN copy-lib.

       01  CKPT-FILE-NAMES.
           05  CKPT-ACTIVE-FILE-NAME     PIC X(30)
               VALUE "C:\temp\ORDALLOC.CKP".
           05  CKPT-TEMP-FILE-NAME       PIC X(30)
               VALUE "C:\temp\ORDALLOC.CKT".
           05  CKPT-RENAME-STATUS        PIC S9(9) COMP-5 VALUE ZERO.

      * I = ALLOCATING, NOTHING IN FLIGHT.
      * P = THE ORDER BELOW IS HAVING ITS STOCK REWRITTEN; THE
      *     PART'S QUANTITIES BEFORE THE REWRITE AND THE PICK
      *     TAKEN FROM EACH LOCATION ARE KEPT SO A RESTART CAN
      *     TELL WHETHER THE REWRITE LANDED AND FINISH THE ORDER.
      *     EACH LOCATION'S PICK IS MARKED Y ONCE IT IS COSTED, WITH
      *     THE COST IT CAME TO FOR ITS PICK-JOURNAL LINE.
      * C = RUN FINISHED.
       01  CHECKPOINT-DETAIL.
           05  CKPT-STATUS               PIC X VALUE "C".
               88  CKPT-ALLOCATING       VALUE "I".
               88  CKPT-PICK-IN-FLIGHT   VALUE "P".
               88  CKPT-COMPLETE         VALUE "C".
           05  CKPT-RUN-MODE             PIC X VALUE SPACE.
           05  CKPT-PHASE                PIC X VALUE SPACE.
               88  CKPT-BACKORDER-PHASE  VALUE "B".
               88  CKPT-ORDER-PHASE      VALUE "O".
           05  CKPT-ORDER-NUMBER         PIC 9(5) VALUE ZERO.
           05  CKPT-CUSTOMER-NAME        PIC X(20) VALUE SPACES.
           05  CKPT-PART-NUMBER          PIC 9(5) VALUE ZERO.
           05  CKPT-QTY-WANTED           PIC 9(3) VALUE ZERO.
           05  CKPT-QTY-SHIPPED          PIC 9(3) VALUE ZERO.
           05  CKPT-QTY-SHORT            PIC 9(3) VALUE ZERO.
           05  CKPT-ORDER-DATE           PIC 9(6) VALUE ZERO.
           05  CKPT-QTY-ON-HAND          PIC 9(4) VALUE ZERO.
           05  CKPT-QTY-BY-LOCATION.
               10  CKPT-QTY-AT-LOCATION OCCURS 3 TIMES
                                         PIC 9(4).
           05  CKPT-PICK-BY-LOCATION.
               10  CKPT-PICK-QTY OCCURS 3 TIMES PIC 9(3).
           05  CKPT-TRAN-DATE            PIC 9(6) VALUE ZERO.
           05  CKPT-RUN-DATE             PIC 9(6) VALUE ZERO.
           05  CKPT-RUN-TIME             PIC 9(8) VALUE ZERO.
           05  CKPT-COSTED-BY-LOCATION.
               10  CKPT-COSTED-SW OCCURS 3 TIMES PIC X.
           05  CKPT-COST-BY-LOCATION.
               10  CKPT-PICK-COST OCCURS 3 TIMES PIC 9(7)V99.

      * THE LOG LINE AND PICK-JOURNAL LINE EACH LOCATION OF THE
      * IN-FLIGHT ORDER SHOULD HAVE PRODUCED, AND WHETHER THE
      * FAILED RUN GOT AS FAR AS WRITING THEM.
       01  INFLIGHT-PICK-TABLE.
           05  INFLIGHT-PICK OCCURS 3 TIMES.
               10  INFLIGHT-LOG-IMAGE     PIC X(40).
               10  INFLIGHT-LOG-FOUND-SW  PIC X(3).
               10  INFLIGHT-JRNL-IMAGE    PIC X(78).
               10  INFLIGHT-JRNL-FOUND-SW PIC X(3).

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.
           05  PREV-LOCATION        PIC 9 VALUE ZERO.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       01  SUMMARY-DATA.
           05  ORDER-COUNTER       PIC 9(4) VALUE ZERO.
           05  RETRY-COUNTER       PIC 9(4) VALUE ZERO.
           05  PICKLIST-FILE-STATUS PIC X(2) VALUE "00".
           05  PICKARCH-EOF-FLAG   PIC X(3) VALUE "NO".
           05  READ-OK-SWITCH      PIC X(3) VALUE "NO".
           05  RESTART-MODE-SW     PIC X(3) VALUE "NO".
           05  INFLIGHT-LANDED-SW  PIC X(3) VALUE "NO".
           05  TRANLOG-EOF-FLAG    PIC X(3) VALUE "NO".
           05  PICKJRNL-EOF-FLAG   PIC X(3) VALUE "NO".
           05  TRANLOG-FILE-STATUS PIC X(2) VALUE "00".
           05  PICKJRNL-FILE-STATUS PIC X(2) VALUE "00".
           05  CKPT-FILE-STATUS    PIC X(2) VALUE "00".
           05  CKPT-TEMP-FILE-STATUS PIC X(2) VALUE "00".

       LINKAGE SECTION.
       01  ORDER-ALLOC-REQUEST.
      * EVERY RETRY AFTER THE FIRST FALL STRAIGHT THROUGH.
       201-INIT-ALLOCATION.
           MOVE "NO"  TO ORDERS-EOF-FLAG BACKORD-EOF-FLAG
                         SORT-EOF-FLAG INFLIGHT-LANDED-SW.
           MOVE "YES" TO FIRST-RECORD-SW.
           MOVE ZERO  TO PREV-LOCATION.
           MOVE ZERO  TO ORDER-COUNTER RETRY-COUNTER PICK-COUNTER
              OPEN I-O BACKORD
           END-IF.
           OPEN I-O    INVENT6.
           PERFORM 330-CHECK-FOR-CHECKPOINT.
      * A RESTART CARRIES ON UNDER THE FAILED RUN'S STAMP, SO ITS
      * PICKS AND THE FAILED RUN'S ARE ONE SHIPMENT TO BILLING.
           IF RESTART-MODE-SW = "YES"
              MOVE CKPT-RUN-DATE TO ALLOC-RUN-DATE
              MOVE CKPT-RUN-TIME TO ALLOC-RUN-TIME
           ELSE
              ACCEPT ALLOC-RUN-DATE FROM DATE
              ACCEPT ALLOC-RUN-TIME FROM TIME
           END-IF.
           IF RESTART-MODE-SW = "YES" AND CKPT-PICK-IN-FLIGHT
              PERFORM 331-CHECK-IN-FLIGHT-PICK
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-OUT.
           IF RESTART-MODE-SW = "YES"
              PERFORM 213-SETTLE-FAILED-RUN
           ELSE
      * THE JOURNAL IS ADDED TO, NOT EMPTIED: LINES FROM EARLIER
      * RUNS ARE WAITING FOR THE BILLING RUN. THE RUN STAMP KEEPS
      * A RESTART FROM REPLAYING ANY PICK BUT ITS OWN RUN'S.
              OPEN EXTEND PICK-JOURNAL
              IF PICKJRNL-FILE-STATUS = "35"
                 OPEN OUTPUT PICK-JOURNAL
              END-IF
           END-IF.
      * THE NIGHTLY RUN FILES YESTERDAY'S PICK LIST AWAY AND STARTS
      * A FRESH ONE, SO THE FLOOR GETS ONE DAY'S LIST; WITHIN THE
      * DAY THE LIST IS EXTENDED, NOT REWRITTEN, BECAUSE A RETRY
      * TRIGGERED BY A POMAINT RECEIPT MUST NOT DESTROY THE PICK
      * LINES THE NIGHTLY RUN ALREADY GAVE THE FLOOR - THE STOCK IS
      * ALREADY DECREMENTED AND THE SHIPMENTS ALREADY ON THE LOG.
      * EACH CALL OPENS WITH ITS OWN DATED TITLE LINE. A RESTART
      * NEVER FILES THE LIST AWAY - IT IS STILL TODAY'S. WHEN A
      * FAILED NIGHTLY RUN IS RERUN NIGHTLY THE LIST IS STARTED
      * OVER, BECAUSE EVERY PICK IT HELD COMES BACK OFF THE JOURNAL.
           EVALUATE TRUE
               WHEN RESTART-MODE-SW = "YES"
                    AND OAL-FULL-ALLOCATION
                    AND CKPT-RUN-MODE = "F"
                    OPEN OUTPUT PICK-LIST-OUT
               WHEN RESTART-MODE-SW = "YES"
                    OPEN EXTEND PICK-LIST-OUT
               WHEN OAL-BACKORDER-ONLY
                    OPEN EXTEND PICK-LIST-OUT
               WHEN OTHER
                    PERFORM 210-ARCHIVE-OLD-PICK-LIST
                    OPEN EXTEND PICK-LIST-OUT
           END-EVALUATE.
           PERFORM 302-WRITE-COL-HEADERS.

      * THE FAILED RUN'S ORDER AND BACKORDER UPDATES ARE ALREADY ON
      * FILE RECORD BY RECORD; ONLY AN ORDER WHOSE STOCK WAS TAKEN
      * BEFORE THE FAILURE NEEDS SETTLING. ITS CHECKPOINT STAYS IN
      * FLIGHT UNTIL ITS PICK LINES ARE BACK ON THE JOURNAL, SO A
      * SECOND FAILURE HERE IS SETTLED THE SAME WAY AGAIN. THE
      * ORDER FILES ARE REOPENED AFTERWARDS SO THE ALLOCATION
      * PASSES START FROM THE FIRST KEY AGAIN.
       213-SETTLE-FAILED-RUN.
           DISPLAY "ORDER ALLOC: RESTARTING AFTER AN UNFINISHED RUN".
           IF INFLIGHT-LANDED-SW = "YES"
              PERFORM 333-WRITE-MISSING-LOG-LINE
                  VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
              PERFORM 334-FINISH-IN-FLIGHT-ORDER
              CLOSE ORDERS BACKORD
              OPEN I-O ORDERS
              OPEN I-O BACKORD
           END-IF.

      * SAME ARCHIVE-AND-EMPTY PATTERN MTHACT USES ON TRANLOG.TXT:
      * THE OLD LIST IS COPIED TO A DATED PICKLIST.YYMMDD FILE AND
      * THE LIVE FILE REOPENED FOR OUTPUT TO EMPTY IT. A MISSING
       203-TERM-ALLOCATION.
           PERFORM 307-WRITE-AUDIT-TRAIL.
           CLOSE ORDERS BACKORD INVENT6 TRANSACTION-LOG-OUT
               PICK-LIST-OUT PICK-JOURNAL.
           MOVE "C" TO CKPT-STATUS.
           PERFORM 329-WRITE-CHECKPOINT-ATOMIC.
           MOVE RESTART-MODE-SW TO OAL-RESTARTED.
           PERFORM 308-WRITE-SUMMARY.

       302-WRITE-COL-HEADERS.
      * RECEIPT - THE OPEN ORDERS ARE LEFT ALONE TO WAIT FOR THE
      * NIGHTLY RUN.
       401-ALLOCATE-AND-RELEASE.
           IF RESTART-MODE-SW = "YES"
              PERFORM 409-RELEASE-JOURNALED-PICKS
           END-IF.
           PERFORM 403-READ-BACKORDER.
           PERFORM 404-RETRY-BACKORDER
               UNTIL BACKORD-EOF-FLAG = "YES".
           MOVE BKO-CUSTOMER-NAME   TO ALLOC-CUSTOMER-NAME.
           MOVE BKO-PART-NUMBER     TO ALLOC-PART-NUMBER.
           MOVE BKO-QTY-BACKORDERED TO ALLOC-QTY-WANTED.
           MOVE BKO-ORDER-DATE      TO ALLOC-ORDER-DATE.
           MOVE "B"                 TO ALLOC-PHASE.
           PERFORM 310-ALLOCATE-FROM-STOCK.
           EVALUATE TRUE
               WHEN ALLOC-QTY-SHORT = ZERO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
           IF ALLOC-QTY-SHIPPED > ZERO
              PERFORM 321-MARK-ORDER-SETTLED
           END-IF.
           PERFORM 403-READ-BACKORDER.

       405-READ-ORDER.
           READ ORDERS NEXT
               AT END
                   MOVE "YES" TO ORDERS-EOF-FLAG
               NOT AT END
           MOVE ORD-CUSTOMER-NAME   TO ALLOC-CUSTOMER-NAME.
           MOVE ORD-PART-NUMBER     TO ALLOC-PART-NUMBER.
           MOVE ORD-QTY-ORDERED     TO ALLOC-QTY-WANTED.
           MOVE ORD-ORDER-DATE      TO ALLOC-ORDER-DATE.
           MOVE "O"                 TO ALLOC-PHASE.
           PERFORM 310-ALLOCATE-FROM-STOCK.
           IF ALLOC-QTY-SHORT > ZERO
              MOVE ALLOC-ORDER-NUMBER TO BKO-ORDER-NUMBER-PK
              ADD 1 TO SHORT-COUNTER
           END-IF.
           DELETE ORDERS.
           IF ALLOC-QTY-SHIPPED > ZERO
              PERFORM 321-MARK-ORDER-SETTLED
           END-IF.
           PERFORM 405-READ-ORDER.

      * THE PICKS ARE WORKED OUT ON THE RECORD IN STORAGE FIRST;
      * THE CHECKPOINT IS MARKED BEFORE THE ONE REWRITE THAT TAKES
      * THE STOCK, AND THE LOG AND PICK LINES FOLLOW IT.
       310-ALLOCATE-FROM-STOCK.
           MOVE ALLOC-QTY-WANTED TO ALLOC-QTY-SHORT.
           MOVE ZERO             TO ALLOC-QTY-SHIPPED.
           MOVE ZEROS            TO ALLOC-PICK-BY-LOCATION.
           MOVE "NO"             TO READ-OK-SWITCH.
           MOVE ALLOC-PART-NUMBER TO PART-NUMBER-IN-PK.
           READ INVENT6
                   MOVE "YES" TO READ-OK-SWITCH
           END-READ.
           IF READ-OK-SWITCH = "YES"
              MOVE QTY-ON-HAND     TO CKPT-QTY-ON-HAND
                                      ALLOC-RUNNING-QTY
              MOVE QTY-BY-LOCATION TO CKPT-QTY-BY-LOCATION
              PERFORM 311-PICK-FROM-LOCATION
                  VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
              IF ALLOC-QTY-SHIPPED > ZERO
                 PERFORM 320-MARK-PICK-IN-FLIGHT
                 REWRITE INVENTORY-RECORD-OUT
                 PERFORM 314-POST-PICK-LINE
                     VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
              END-IF
           END-IF.

              SUBTRACT PICK-QTY FROM QTY-ON-HAND
              SUBTRACT PICK-QTY FROM ALLOC-QTY-SHORT
              ADD PICK-QTY TO ALLOC-QTY-SHIPPED
              MOVE PICK-QTY TO ALLOC-PICK-QTY(LOC-SUB)
           END-IF.

      * THE RUNNING QUANTITY GIVES EACH LOG LINE THE ON-HAND FIGURE
      * AS IT STOOD AFTER THAT LOCATION'S PICK, THE SAME CHAIN THE
      * BALANCE PROOF WALKS. THE PICK IS MARKED COSTED ON THE
      * CHECKPOINT BEFORE ITS JOURNAL LINE IS WRITTEN.
       314-POST-PICK-LINE.
           IF ALLOC-PICK-QTY(LOC-SUB) > ZERO
              MOVE ALLOC-PICK-QTY(LOC-SUB) TO PICK-QTY
              SUBTRACT PICK-QTY FROM ALLOC-RUNNING-QTY
              PERFORM 312-WRITE-TRAN-LOG-RECORD
              PERFORM 338-POST-COST-LAYER
              PERFORM 339-MARK-PICK-COSTED
              PERFORM 313-RELEASE-PICK-LINE
           END-IF.

       312-WRITE-TRAN-LOG-RECORD.
           PERFORM 315-BUILD-TRAN-LOG-RECORD.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

       315-BUILD-TRAN-LOG-RECORD.
           ACCEPT TLOG-DATE FROM DATE.
           MOVE "S"                   TO TLOG-TRANSACTION-TYPE.
           MOVE PART-NUMBER-IN-PK     TO TLOG-PART-NUMBER.
           MOVE PICK-QTY              TO TLOG-TRANSACTION-AMOUNT.
           MOVE ALLOC-RUNNING-QTY     TO TLOG-RESULTING-QTY-ON-HAND.
           MOVE LOC-SUB               TO TLOG-LOCATION.
           MOVE ZERO                  TO TLOG-LOCATION-TO.
           MOVE "O"                   TO TLOG-SOURCE-CODE.
           MOVE "NIGHTLY"             TO TLOG-OPERATOR-ID.

       338-POST-COST-LAYER.
           MOVE "C"                   TO CLR-FUNCTION.
           MOVE PART-NUMBER-IN-PK     TO CLR-PART-NUMBER.
           MOVE PICK-QTY              TO CLR-QTY.
           MOVE TLOG-RESULTING-QTY-ON-HAND TO CLR-QTY-ON-HAND.
           MOVE UNIT-PRICE-IN         TO CLR-UNIT-COST.
           MOVE SUPPLIER-CODE-IN      TO CLR-SUPPLIER-CODE.
           MOVE "S"                   TO CLR-TRAN-TYPE.
           MOVE "O"                   TO CLR-SOURCE-CODE.
           CALL "costlyr" USING COST-LAYER-REQUEST.

      * WRITTEN AS SOON AS COSTLYR RETURNS, SO A RESTART NEVER
      * COSTS THE SAME PICK TWICE.
       339-MARK-PICK-COSTED.
           MOVE "Y" TO CKPT-COSTED-SW(LOC-SUB).
           MOVE CLR-EXTENDED-COST TO CKPT-PICK-COST(LOC-SUB).
           PERFORM 329-WRITE-CHECKPOINT-ATOMIC.

       313-RELEASE-PICK-LINE.
           PERFORM 316-BUILD-PICK-JOURNAL-LINE.
           WRITE PICK-JOURNAL-RECORD FROM PICK-JOURNAL-DETAIL.
           MOVE PJRN-PICK-LINE       TO SORT-RECORD.
           RELEASE SORT-RECORD.
           ADD 1 TO PICK-COUNTER.

       316-BUILD-PICK-JOURNAL-LINE.
           MOVE ALLOC-RUN-DATE       TO PJRN-RUN-DATE.
           MOVE ALLOC-RUN-TIME       TO PJRN-RUN-TIME.
           MOVE ALLOC-PHASE          TO PJRN-FILL-TYPE.
           MOVE LOC-SUB              TO PJRN-LOCATION.
           MOVE PART-NUMBER-IN-PK    TO PJRN-PART-NUMBER.
           MOVE ALLOC-ORDER-NUMBER   TO PJRN-ORDER-NUMBER.
           MOVE ALLOC-CUSTOMER-NAME  TO PJRN-CUSTOMER-NAME.
           MOVE PART-NAME            TO PJRN-PART-NAME.
           MOVE PICK-QTY             TO PJRN-PICK-QTY.
           MOVE CKPT-PICK-COST(LOC-SUB) TO PJRN-EXTENDED-COST.

      * WRITTEN IMMEDIATELY BEFORE THE REWRITE THAT TAKES THE STOCK.
       320-MARK-PICK-IN-FLIGHT.
           MOVE "P"                    TO CKPT-STATUS.
           MOVE OAL-RUN-MODE           TO CKPT-RUN-MODE.
           MOVE ALLOC-PHASE            TO CKPT-PHASE.
           MOVE ALLOC-ORDER-NUMBER     TO CKPT-ORDER-NUMBER.
           MOVE ALLOC-CUSTOMER-NAME    TO CKPT-CUSTOMER-NAME.
           MOVE ALLOC-PART-NUMBER      TO CKPT-PART-NUMBER.
           MOVE ALLOC-QTY-WANTED       TO CKPT-QTY-WANTED.
           MOVE ALLOC-QTY-SHIPPED      TO CKPT-QTY-SHIPPED.
           MOVE ALLOC-QTY-SHORT        TO CKPT-QTY-SHORT.
           MOVE ALLOC-ORDER-DATE       TO CKPT-ORDER-DATE.
           MOVE ALLOC-PICK-BY-LOCATION TO CKPT-PICK-BY-LOCATION.
           ACCEPT CKPT-TRAN-DATE FROM DATE.
           MOVE ALLOC-RUN-DATE         TO CKPT-RUN-DATE.
           MOVE ALLOC-RUN-TIME         TO CKPT-RUN-TIME.
           MOVE "NNN"                  TO CKPT-COSTED-BY-LOCATION.
           MOVE ZEROS                  TO CKPT-COST-BY-LOCATION.
           PERFORM 329-WRITE-CHECKPOINT-ATOMIC.

      * THE ORDER OR BACKORDER HAS BEEN DELETED OR REWRITTEN, SO
      * NOTHING OF IT IS LEFT IN FLIGHT.
       321-MARK-ORDER-SETTLED.
           MOVE "I" TO CKPT-STATUS.
           PERFORM 329-WRITE-CHECKPOINT-ATOMIC.

      * WRITE-THEN-RENAME, AS CBLMAIN DOES FOR THE LOAD, SO A
      * FAILURE MID-WRITE NEVER LEAVES A TORN CHECKPOINT BEHIND.
       329-WRITE-CHECKPOINT-ATOMIC.
           OPEN OUTPUT CHECKPOINT-TEMP-FILE.
           WRITE CHECKPOINT-TEMP-RECORD FROM CHECKPOINT-DETAIL.
           CLOSE CHECKPOINT-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING CKPT-TEMP-FILE-NAME
                                         CKPT-ACTIVE-FILE-NAME
               RETURNING CKPT-RENAME-STATUS
           END-CALL.

       330-CHECK-FOR-CHECKPOINT.
           MOVE "NO" TO RESTART-MODE-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
              READ CHECKPOINT-FILE INTO CHECKPOINT-DETAIL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NOT CKPT-COMPLETE
                       MOVE "YES" TO RESTART-MODE-SW
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

      * THE REWRITE LANDED IF THE PART NO LONGER HOLDS THE LOCATION
      * QUANTITIES SAVED JUST BEFORE IT. IF IT DID, THE LOG LINES
      * THAT SHOULD HAVE FOLLOWED ARE LOOKED FOR ON TRANLOG.TXT SO
      * ONLY THE ONES THE FAILED RUN NEVER WROTE ARE WRITTEN NOW.
       331-CHECK-IN-FLIGHT-PICK.
           MOVE CKPT-ORDER-NUMBER     TO ALLOC-ORDER-NUMBER.
           MOVE CKPT-CUSTOMER-NAME    TO ALLOC-CUSTOMER-NAME.
           MOVE CKPT-PART-NUMBER      TO ALLOC-PART-NUMBER
                                         PART-NUMBER-IN-PK.
           MOVE CKPT-QTY-WANTED       TO ALLOC-QTY-WANTED.
           MOVE CKPT-QTY-SHIPPED      TO ALLOC-QTY-SHIPPED.
           MOVE CKPT-QTY-SHORT        TO ALLOC-QTY-SHORT.
           MOVE CKPT-ORDER-DATE       TO ALLOC-ORDER-DATE.
           MOVE CKPT-PHASE            TO ALLOC-PHASE.
           MOVE CKPT-PICK-BY-LOCATION TO ALLOC-PICK-BY-LOCATION.
           READ INVENT6
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF QTY-BY-LOCATION NOT = CKPT-QTY-BY-LOCATION
                      MOVE "YES" TO INFLIGHT-LANDED-SW
                   END-IF
           END-READ.
           IF INFLIGHT-LANDED-SW = "YES"
              MOVE CKPT-QTY-ON-HAND TO ALLOC-RUNNING-QTY
              PERFORM 332-BUILD-IN-FLIGHT-IMAGES
                  VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
              PERFORM 335-SCAN-TRAN-LOG
           END-IF.

      * A LOCATION THAT GAVE NOTHING HAS NO LINES TO LOOK FOR, SO
      * IT IS MARKED AS ALREADY FOUND.
       332-BUILD-IN-FLIGHT-IMAGES.
           MOVE "YES" TO INFLIGHT-LOG-FOUND-SW(LOC-SUB)
                         INFLIGHT-JRNL-FOUND-SW(LOC-SUB).
           MOVE SPACES TO INFLIGHT-LOG-IMAGE(LOC-SUB)
                          INFLIGHT-JRNL-IMAGE(LOC-SUB).
           IF ALLOC-PICK-QTY(LOC-SUB) > ZERO
              MOVE ALLOC-PICK-QTY(LOC-SUB) TO PICK-QTY
              SUBTRACT PICK-QTY FROM ALLOC-RUNNING-QTY
              PERFORM 315-BUILD-TRAN-LOG-RECORD
              MOVE CKPT-TRAN-DATE TO TLOG-DATE
              MOVE TRANSACTION-LOG-DETAIL
                  TO INFLIGHT-LOG-IMAGE(LOC-SUB)
              PERFORM 316-BUILD-PICK-JOURNAL-LINE
              MOVE PICK-JOURNAL-DETAIL
                  TO INFLIGHT-JRNL-IMAGE(LOC-SUB)
              MOVE "NO" TO INFLIGHT-LOG-FOUND-SW(LOC-SUB)
                           INFLIGHT-JRNL-FOUND-SW(LOC-SUB)
           END-IF.

      * A PICK WHOSE LOG LINE GOT WRITTEN MAY STILL NOT HAVE BEEN
      * COSTED, SO THE COSTING IS DECIDED BY THE CHECKPOINT, NOT BY
      * THE LOG. A PICK COSTED NOW HAS ITS COST PUT ON THE JOURNAL
      * LINE 409 WILL WRITE IF THE FAILED RUN NEVER GOT THAT FAR -
      * A JOURNAL LINE THAT DID GET WRITTEN WAS COSTED ALREADY.
       333-WRITE-MISSING-LOG-LINE.
           IF INFLIGHT-LOG-FOUND-SW(LOC-SUB) = "NO"
              WRITE TRANSACTION-LOG-RECORD
                  FROM INFLIGHT-LOG-IMAGE(LOC-SUB)
           END-IF.
           IF ALLOC-PICK-QTY(LOC-SUB) > ZERO
              AND CKPT-COSTED-SW(LOC-SUB) NOT = "Y"
              MOVE INFLIGHT-LOG-IMAGE(LOC-SUB)
                  TO TRANSACTION-LOG-DETAIL
              MOVE ALLOC-PICK-QTY(LOC-SUB) TO PICK-QTY
              PERFORM 338-POST-COST-LAYER
              PERFORM 339-MARK-PICK-COSTED
              MOVE INFLIGHT-JRNL-IMAGE(LOC-SUB)
                  TO PICK-JOURNAL-DETAIL
              MOVE CKPT-PICK-COST(LOC-SUB) TO PJRN-EXTENDED-COST
              MOVE PICK-JOURNAL-DETAIL
                  TO INFLIGHT-JRNL-IMAGE(LOC-SUB)
           END-IF.

      * FINISH THE ORDER FILE SIDE EXACTLY AS 404 OR 406 WOULD
      * HAVE. WHATEVER THE FAILED RUN ALREADY DID IS FOUND DONE:
      * AN ORDER ALREADY DELETED IS NOT ON FILE, A BACKORDER
      * ALREADY WRITTEN IS A DUPLICATE KEY, AND A BACKORDER
      * ALREADY CUT BACK IS SIMPLY REWRITTEN TO THE SAME FIGURE.
       334-FINISH-IN-FLIGHT-ORDER.
           DISPLAY "ORDER ALLOC: ORDER " CKPT-ORDER-NUMBER
               " WAS PICKED BEFORE THE FAILURE - NOT REPICKED".
           IF CKPT-ORDER-PHASE
              MOVE CKPT-ORDER-NUMBER TO ORD-ORDER-NUMBER-PK
              READ ORDERS
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ALLOC-QTY-SHORT > ZERO
                         MOVE ALLOC-ORDER-NUMBER
                             TO BKO-ORDER-NUMBER-PK
                         MOVE ALLOC-CUSTOMER-NAME
                             TO BKO-CUSTOMER-NAME
                         MOVE ALLOC-PART-NUMBER  TO BKO-PART-NUMBER
                         MOVE ALLOC-QTY-SHORT
                             TO BKO-QTY-BACKORDERED
                         MOVE ALLOC-ORDER-DATE   TO BKO-ORDER-DATE
                         WRITE BACKORDER-RECORD
                             INVALID KEY CONTINUE
                         END-WRITE
                         ADD 1 TO SHORT-COUNTER
                      END-IF
                      DELETE ORDERS
              END-READ
           ELSE
              MOVE CKPT-ORDER-NUMBER TO BKO-ORDER-NUMBER-PK
              READ BACKORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ALLOC-QTY-SHORT = ZERO
                         DELETE BACKORD
                         ADD 1 TO FILLED-COUNTER
                      ELSE
                         MOVE ALLOC-QTY-SHORT
                             TO BKO-QTY-BACKORDERED
                         REWRITE BACKORDER-RECORD
                      END-IF
              END-READ
           END-IF.

       335-SCAN-TRAN-LOG.
           MOVE "NO" TO TRANLOG-EOF-FLAG.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANLOG-FILE-STATUS = "00"
              PERFORM 336-READ-TRAN-LOG-IN
                  UNTIL TRANLOG-EOF-FLAG = "YES"
              CLOSE TRANSACTION-LOG-IN
           END-IF.

       336-READ-TRAN-LOG-IN.
           READ TRANSACTION-LOG-IN
               AT END
                   MOVE "YES" TO TRANLOG-EOF-FLAG
               NOT AT END
                   PERFORM 337-MATCH-LOG-IMAGE
                       VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
           END-READ.

       337-MATCH-LOG-IMAGE.
           IF INFLIGHT-LOG-FOUND-SW(LOC-SUB) = "NO"
              AND TRANSACTION-LOG-IN-RECORD =
                  INFLIGHT-LOG-IMAGE(LOC-SUB)
              MOVE "YES" TO INFLIGHT-LOG-FOUND-SW(LOC-SUB)
           END-IF.

      * THE PICKS THE FAILED RUN MADE NEVER REACHED THE PICK LIST -
      * THE SORT DIED WITH IT - SO THEY ARE RELEASED AGAIN FROM THE
      * JOURNAL, PLUS ANY LINE OF THE IN-FLIGHT ORDER THE FAILED
      * RUN NEVER GOT AS FAR AS JOURNALING. LINES STAMPED BY ANY
      * OTHER RUN ARE ONLY WAITING FOR BILLING AND ARE PASSED BY.
       409-RELEASE-JOURNALED-PICKS.
           MOVE "NO" TO PICKJRNL-EOF-FLAG.
           OPEN INPUT PICK-JOURNAL.
           IF PICKJRNL-FILE-STATUS = "00"
              PERFORM 410-READ-JOURNALED-PICK
              PERFORM 411-RELEASE-JOURNALED-PICK
                  UNTIL PICKJRNL-EOF-FLAG = "YES"
              CLOSE PICK-JOURNAL
              OPEN EXTEND PICK-JOURNAL
           ELSE
              OPEN OUTPUT PICK-JOURNAL
           END-IF.
           IF INFLIGHT-LANDED-SW = "YES"
              PERFORM 413-RELEASE-MISSING-PICK
                  VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
              PERFORM 321-MARK-ORDER-SETTLED
           END-IF.

       410-READ-JOURNALED-PICK.
           READ PICK-JOURNAL INTO PICK-JOURNAL-DETAIL
               AT END
                   MOVE "YES" TO PICKJRNL-EOF-FLAG
           END-READ.

       411-RELEASE-JOURNALED-PICK.
           IF PJRN-RUN-DATE = ALLOC-RUN-DATE
              AND PJRN-RUN-TIME = ALLOC-RUN-TIME
              PERFORM 412-MATCH-JOURNAL-IMAGE
                  VARYING LOC-SUB FROM 1 BY 1 UNTIL LOC-SUB > 3
              MOVE PJRN-PICK-LINE TO SORT-RECORD
              RELEASE SORT-RECORD
              ADD 1 TO PICK-COUNTER
           END-IF.
           PERFORM 410-READ-JOURNALED-PICK.

       412-MATCH-JOURNAL-IMAGE.
           IF INFLIGHT-LANDED-SW = "YES"
              AND INFLIGHT-JRNL-FOUND-SW(LOC-SUB) = "NO"
              AND PICK-JOURNAL-DETAIL = INFLIGHT-JRNL-IMAGE(LOC-SUB)
              MOVE "YES" TO INFLIGHT-JRNL-FOUND-SW(LOC-SUB)
           END-IF.

       413-RELEASE-MISSING-PICK.
           IF INFLIGHT-JRNL-FOUND-SW(LOC-SUB) = "NO"
              MOVE INFLIGHT-JRNL-IMAGE(LOC-SUB)
                  TO PICK-JOURNAL-DETAIL
              WRITE PICK-JOURNAL-RECORD FROM PICK-JOURNAL-DETAIL
              MOVE PJRN-PICK-LINE TO SORT-RECORD
              RELEASE SORT-RECORD
              ADD 1 TO PICK-COUNTER
           END-IF.

       402-RETURN-PICK-LINES.
           PERFORM 407-RETURN-SORTED-RECORD.
           PERFORM 408-PRINT-PICK-LINE
           DISPLAY "  BACKORDERS FILLED     : " FILLED-COUNTER.
           DISPLAY "  PICK LINES WRITTEN    : " PICK-COUNTER.
           DISPLAY "  ORDERS LEFT SHORT     : " SHORT-COUNTER.
           DISPLAY "  RESTARTED RUN         : " RESTART-MODE-SW.

       701-INVALID-PART-NUMBER.
           DISPLAY "ORDER ALLOC: PART NOT ON FILE - "
