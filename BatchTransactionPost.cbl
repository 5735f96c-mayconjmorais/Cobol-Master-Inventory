      * so a scanner file left lying around between runs can never
      * post twice. A posted batch is archived under its batch
      * number and the live scanner file is emptied.
      * Every record is checkpointed to BATCHPST.CKP as it posts, so
      * a run that dies part way through can simply be run again:
      * the restart skips the records already applied, proves
      * whether the one in flight reached INVENT6 before the
      * failure, and finishes the batch without posting any
      * movement, cost layer or reject line twice. Receipts lay
      * down a FIFO cost layer and shipments are costed off the
      * oldest layers (costlyr).

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           SELECT TRANSACTION-LOG-OUT
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-LOG-IN
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TRANLOG-FILE-STATUS.
           SELECT CHECKPOINT-FILE
                ASSIGN TO "C:\temp\BATCHPST.CKP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CKPT-FILE-STATUS.
           SELECT CHECKPOINT-TEMP-FILE
                ASSIGN TO "C:\temp\BATCHPST.CKT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CKPT-TEMP-FILE-STATUS.
           SELECT REJECTED-TRANSACTIONS-OUT
                ASSIGN TO "C:\temp\REJECTED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTED-TRANSACTIONS-IN
                ASSIGN TO "C:\temp\REJECTED.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REJECTED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECTED-TRANSACTIONS-OUT.
       01  REJECTED-TRANSACTION-RECORD  PIC X(45).

       FD  TRANSACTION-LOG-IN.
       01  TRANSACTION-LOG-IN-RECORD PIC X(40).

       FD  REJECTED-TRANSACTIONS-IN.
       01  REJECTED-TRANSACTION-IN-RECORD  PIC X(45).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD         PIC X(52).

       FD  CHECKPOINT-TEMP-FILE.
       01  CHECKPOINT-TEMP-RECORD    PIC X(52).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  SCANNER-EOF-FLAG      PIC X(3) VALUE "NO".
           05  BATCH-POSTED-SW       PIC X(3) VALUE "NO".
           05  TRAILER-SEEN-SW       PIC X(3) VALUE "NO".
           05  BATCH-DUPLICATE-SW    PIC X(3) VALUE "NO".
           05  RESTART-MODE-SW       PIC X(3) VALUE "NO".
           05  INFLIGHT-LANDED-SW    PIC X(3) VALUE "NO".
           05  LOG-ON-FILE-SW        PIC X(3) VALUE "NO".
           05  TRANLOG-EOF-FLAG      PIC X(3) VALUE "NO".
           05  TRANLOG-FILE-STATUS   PIC X(2) VALUE "00".
           05  REJECT-ON-FILE-SW     PIC X(3) VALUE "NO".
           05  REJECTED-EOF-FLAG     PIC X(3) VALUE "NO".
           05  REJECTED-FILE-STATUS  PIC X(2) VALUE "00".
           05  CKPT-FILE-STATUS      PIC X(2) VALUE "00".
           05  CKPT-TEMP-FILE-STATUS PIC X(2) VALUE "00".

       01  BATCH-CONTROL-DETAILS.
           05  BATCH-NUMBER-WS       PIC 9(6) VALUE ZERO.
                   VALUE "C:\temp\SCANNER.".
               10  ARCHIVE-NAME-BATCH PIC 9(6).

       01  CKPT-FILE-NAMES.
           05  CKPT-ACTIVE-FILE-NAME     PIC X(30)
               VALUE "C:\temp\BATCHPST.CKP".
           05  CKPT-TEMP-FILE-NAME       PIC X(30)
               VALUE "C:\temp\BATCHPST.CKT".
           05  CKPT-RENAME-STATUS        PIC S9(9) COMP-5 VALUE ZERO.

      * I = POSTING, CKPT-APPLIED-COUNT DETAIL RECORDS DONE.
      * P = THE NEXT RECORD IS BEING REWRITTEN; THE PART AND ITS
      *     LOCATION QUANTITIES BEFORE THE REWRITE ARE KEPT SO A
      *     RESTART CAN TELL WHETHER THE REWRITE LANDED.
      * L = THE NEXT RECORD IS REWRITTEN AND LOGGED BUT ITS COST
      *     LAYER IS NOT YET POSTED.
      * J = THE NEXT RECORD IS BEING WRITTEN TO REJECTED.TXT; THE
      *     DATE AND TIME STAMPED ON THE REJECT LINE ARE KEPT SO A
      *     RESTART CAN TELL WHETHER THE LINE GOT WRITTEN.
      * D = EVERY DETAIL POSTED, REGISTER AND ARCHIVE STILL TO DO.
      * C = BATCH FINISHED.
       01  CHECKPOINT-DETAIL.
           05  CKPT-STATUS               PIC X VALUE "C".
               88  CKPT-POSTING          VALUE "I".
               88  CKPT-RECORD-IN-FLIGHT VALUE "P".
               88  CKPT-RECORD-LOGGED    VALUE "L".
               88  CKPT-REJECT-IN-FLIGHT VALUE "J".
               88  CKPT-DETAILS-POSTED   VALUE "D".
               88  CKPT-COMPLETE         VALUE "C".
           05  CKPT-BATCH-NUMBER         PIC 9(6) VALUE ZERO.
           05  CKPT-APPLIED-COUNT        PIC 9(5) VALUE ZERO.
           05  CKPT-PART-NUMBER          PIC 9(5) VALUE ZERO.
           05  CKPT-QTY-BY-LOCATION.
               10  CKPT-QTY-AT-LOCATION OCCURS 3 TIMES
                                         PIC 9(4).
           05  CKPT-TRAN-DATE            PIC 9(6) VALUE ZERO.
           05  CKPT-REJECT-DATE          PIC 9(6) VALUE ZERO.
           05  CKPT-REJECT-TIME          PIC 9(8) VALUE ZERO.
           05  FILLER                    PIC X(3) VALUE SPACES.

       01  TRANSACTION-DETAILS.
           05  TRANSACTION-TYPE-WS       PIC X VALUE SPACE.
               88  INCREASE VALUE "R".
       01  REJECTED-TRANSACTION-DETAIL.
           COPY 'RejectedTransactionDetailStr' IN copy-lib.

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       01  SUMMARY-DATA.
           05  READ-COUNTER        PIC 9(5) VALUE ZERO.
           05  POSTED-COUNTER      PIC 9(5) VALUE ZERO.
           05  REJECTED-COUNTER    PIC 9(5) VALUE ZERO.
           05  ARCHIVE-COUNTER     PIC 9(5) VALUE ZERO.
           05  SKIPPED-COUNTER     PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
       01  BATCH-POST-COUNTS.
                    PERFORM 709-RECORD-COUNT-MISMATCH
               WHEN QTY-HASH-WS NOT = TRAILER-HASH-WS
                    PERFORM 710-HASH-TOTAL-MISMATCH
      * A BATCH WHOSE CHECKPOINT SAYS IT NEVER FINISHED IS BEING
      * RESTARTED, NOT POSTED TWICE - IT MAY ALREADY BE ON THE
      * REGISTER IF THE FAILURE CAME AFTER THE REGISTER WRITE.
               WHEN OTHER
                    PERFORM 317-CHECK-FOR-CHECKPOINT
                    IF RESTART-MODE-SW = "YES"
                       MOVE "YES" TO BATCH-VALID-SW
                    ELSE
                       PERFORM 312-CHECK-BATCH-REGISTER
                       IF BATCH-DUPLICATE-SW = "YES"
                          PERFORM 711-DUPLICATE-BATCH
                       ELSE
                          MOVE "YES" TO BATCH-VALID-SW
                       END-IF
                    END-IF
           END-EVALUATE.

           END-READ.

      * SECOND PASS: THE BATCH IS PROVED, SO REWIND AND POST THE
      * DETAIL RECORDS BETWEEN THE HEADER AND THE TRAILER. A
      * RESTART STEPS OVER THE RECORDS THE CHECKPOINT SAYS WERE
      * ALREADY APPLIED AND SETTLES THE ONE THAT WAS IN FLIGHT
      * BEFORE POSTING CARRIES ON - A MOVEMENT STILL TO BE COSTED,
      * OR A REJECT THAT MAY OR MAY NOT HAVE REACHED REJECTED.TXT.
       211-POST-BATCH.
           CLOSE SCANNER-FILE-IN.
           OPEN INPUT SCANNER-FILE-IN.
           MOVE "NO" TO SCANNER-EOF-FLAG.
           OPEN I-O    INVENT6.
           MOVE "YES" TO BATCH-POSTED-SW.
           IF RESTART-MODE-SW = "NO"
              MOVE BATCH-NUMBER-WS TO CKPT-BATCH-NUMBER
              MOVE ZERO TO CKPT-APPLIED-COUNT
              MOVE "I" TO CKPT-STATUS
              PERFORM 323-WRITE-CHECKPOINT-ATOMIC
           END-IF.
           PERFORM 315-READ-RAW-SCANNER-RECORD.
           IF RESTART-MODE-SW = "YES"
              PERFORM 318-SKIP-APPLIED-RECORDS
           END-IF.
           PERFORM 302-READ-SCANNER-RECORD.
           MOVE "NO" TO INFLIGHT-LANDED-SW.
           IF RESTART-MODE-SW = "YES" AND CKPT-RECORD-IN-FLIGHT
              PERFORM 319-CHECK-IN-FLIGHT-RECORD
           END-IF.
           IF RESTART-MODE-SW = "YES" AND CKPT-REJECT-IN-FLIGHT
              PERFORM 331-CHECK-IN-FLIGHT-REJECT
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-OUT.
           OPEN EXTEND REJECTED-TRANSACTIONS-OUT.
           IF INFLIGHT-LANDED-SW = "YES"
              PERFORM 321-FINISH-IN-FLIGHT-RECORD
           END-IF.
           IF RESTART-MODE-SW = "YES" AND CKPT-RECORD-LOGGED
              PERFORM 335-FINISH-LOGGED-RECORD
           END-IF.
           IF RESTART-MODE-SW = "YES" AND CKPT-REJECT-IN-FLIGHT
              PERFORM 334-FINISH-IN-FLIGHT-REJECT
           END-IF.
           PERFORM 202-POST-TRANSACTION
               UNTIL SCANNER-EOF-FLAG = "YES" OR BCTL-TRAILER.
           MOVE "D" TO CKPT-STATUS.
           PERFORM 323-WRITE-CHECKPOINT-ATOMIC.

       202-POST-TRANSACTION.
           PERFORM 303-APPLY-TRANSACTION.
           PERFORM 326-MARK-RECORD-APPLIED.
           PERFORM 302-READ-SCANNER-RECORD.

      * THE POSTED FILE IS REMEMBERED ON THE REGISTER, FILED AWAY
      * UNDER ITS BATCH NUMBER, AND THE LIVE SCANNER FILE EMPTIED,
      * SO RUNNING THE POST AGAIN FINDS NOTHING TO DO. A RESTART
      * ONLY REGISTERS THE BATCH IF THE FAILED RUN HAD NOT GOT
      * THAT FAR, AND REWRITES THE ARCHIVE RATHER THAN EXTENDING
      * WHATEVER PART OF IT THE FAILED RUN LEFT BEHIND.
       212-REGISTER-AND-ARCHIVE-BATCH.
           MOVE "NO" TO BATCH-DUPLICATE-SW.
           IF RESTART-MODE-SW = "YES"
              PERFORM 312-CHECK-BATCH-REGISTER
           END-IF.
           IF BATCH-DUPLICATE-SW = "NO"
              OPEN EXTEND BATCH-REGISTER
              MOVE BATCH-NUMBER-WS TO BATCH-REGISTER-RECORD
              WRITE BATCH-REGISTER-RECORD
              CLOSE BATCH-REGISTER
           END-IF.
           MOVE BATCH-NUMBER-WS TO ARCHIVE-NAME-BATCH.
           CLOSE SCANNER-FILE-IN.
           OPEN INPUT SCANNER-FILE-IN.
           MOVE "NO" TO SCANNER-EOF-FLAG.
           IF RESTART-MODE-SW = "YES"
              OPEN OUTPUT BATCH-ARCHIVE-OUT
           ELSE
              OPEN EXTEND BATCH-ARCHIVE-OUT
           END-IF.
           PERFORM 315-READ-RAW-SCANNER-RECORD.
           PERFORM 314-ARCHIVE-SCANNER-RECORD
               UNTIL SCANNER-EOF-FLAG = "YES".
           CLOSE SCANNER-FILE-IN.
           OPEN OUTPUT SCANNER-FILE-IN.
           CLOSE SCANNER-FILE-IN.
           MOVE "C" TO CKPT-STATUS.
           PERFORM 323-WRITE-CHECKPOINT-ATOMIC.

       314-ARCHIVE-SCANNER-RECORD.
           WRITE BATCH-ARCHIVE-RECORD FROM SCANNER-CONTROL-RECORD.
           MOVE POSTED-COUNTER   TO BPC-POSTED-COUNT.
           MOVE REJECTED-COUNTER TO BPC-REJECTED-COUNT.
           MOVE BATCH-VALID-SW   TO BPC-BATCH-ACCEPTED.
           MOVE RESTART-MODE-SW  TO BPC-RESTARTED.

      * ONLY A CHECKPOINT LEFT UNFINISHED BY THIS SAME BATCH NUMBER
      * MAKES A RESTART; ANY OTHER BATCH STARTS FROM THE TOP.
       317-CHECK-FOR-CHECKPOINT.
           MOVE "NO" TO RESTART-MODE-SW.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS = "00"
              READ CHECKPOINT-FILE INTO CHECKPOINT-DETAIL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NOT CKPT-COMPLETE
                       AND CKPT-BATCH-NUMBER = BATCH-NUMBER-WS
                       MOVE "YES" TO RESTART-MODE-SW
                    END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.

       318-SKIP-APPLIED-RECORDS.
           MOVE CKPT-APPLIED-COUNT TO SKIPPED-COUNTER.
           PERFORM 315-READ-RAW-SCANNER-RECORD
               CKPT-APPLIED-COUNT TIMES.
           DISPLAY "BATCH POST: RESTARTING BATCH " BATCH-NUMBER-WS
               " AFTER " SKIPPED-COUNTER " RECORDS ALREADY APPLIED".

      * THE RECORD IN FLIGHT REACHED INVENT6 IF ITS PART NO LONGER
      * HOLDS THE LOCATION QUANTITIES SAVED JUST BEFORE THE
      * REWRITE. IF IT DID, THE LOG IS SEARCHED FOR ITS MOVEMENT
      * SO THAT LINE IS NOT WRITTEN A SECOND TIME EITHER.
       319-CHECK-IN-FLIGHT-RECORD.
           MOVE "NO" TO LOG-ON-FILE-SW.
           IF SCANNER-EOF-FLAG = "NO"
              AND PART-NUMBER-IN-PK = CKPT-PART-NUMBER
              READ INVENT6
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF QTY-BY-LOCATION NOT = CKPT-QTY-BY-LOCATION
                         MOVE "YES" TO INFLIGHT-LANDED-SW
                      END-IF
              END-READ
           END-IF.
           IF INFLIGHT-LANDED-SW = "YES"
              PERFORM 305-BUILD-TRAN-LOG-RECORD
              MOVE CKPT-TRAN-DATE TO TLOG-DATE
              PERFORM 322-SCAN-TRAN-LOG
           END-IF.

      * THE CHECKPOINT MOVES ON TO L AS SOON AS THE LOG LINE IS
      * WRITTEN AND BEFORE THE COST LAYER IS POSTED, SO A RECORD
      * STILL AT P HAS NEVER BEEN COSTED, WHETHER OR NOT ITS LOG
      * LINE GOT WRITTEN. THE LOG LINE IS WRITTEN IF IT IS MISSING
      * AND THE COST LAYER IS ALWAYS POSTED HERE.
       321-FINISH-IN-FLIGHT-RECORD.
           IF LOG-ON-FILE-SW = "NO"
              WRITE TRANSACTION-LOG-RECORD
                  FROM TRANSACTION-LOG-DETAIL
           END-IF.
           PERFORM 327-POST-COST-LAYER.
           ADD 1 TO POSTED-COUNTER.
           DISPLAY "BATCH POST: PART " PART-NUMBER-IN-PK
               " WAS POSTED BEFORE THE FAILURE - NOT REAPPLIED".
           PERFORM 326-MARK-RECORD-APPLIED.
           PERFORM 302-READ-SCANNER-RECORD.

       322-SCAN-TRAN-LOG.
           MOVE "NO" TO TRANLOG-EOF-FLAG.
           OPEN INPUT TRANSACTION-LOG-IN.
           IF TRANLOG-FILE-STATUS = "00"
              PERFORM 324-READ-TRAN-LOG-IN
                  UNTIL TRANLOG-EOF-FLAG = "YES"
                  OR LOG-ON-FILE-SW = "YES"
              CLOSE TRANSACTION-LOG-IN
           END-IF.

       324-READ-TRAN-LOG-IN.
           READ TRANSACTION-LOG-IN
               AT END
                   MOVE "YES" TO TRANLOG-EOF-FLAG
               NOT AT END
                   IF TRANSACTION-LOG-IN-RECORD = TRANSACTION-LOG-DETAIL
                      MOVE "YES" TO LOG-ON-FILE-SW
                   END-IF
           END-READ.

      * WRITTEN IMMEDIATELY BEFORE EVERY REWRITE OF INVENT6.
       325-MARK-RECORD-IN-FLIGHT.
           MOVE "P" TO CKPT-STATUS.
           ACCEPT CKPT-TRAN-DATE FROM DATE.
           PERFORM 323-WRITE-CHECKPOINT-ATOMIC.

      * A REJECTED RECORD COUNTS AS APPLIED TOO - IT IS FINISHED
      * WITH AND MUST NOT LAND IN REJECTED.TXT A SECOND TIME.
       326-MARK-RECORD-APPLIED.
           ADD 1 TO CKPT-APPLIED-COUNT.
           MOVE "I" TO CKPT-STATUS.
           PERFORM 323-WRITE-CHECKPOINT-ATOMIC.

      * WRITTEN BETWEEN THE LOG LINE AND THE COST LAYER OF A RECEIPT
      * OR SHIPMENT, SO A RESTART KNOWS THE MOVEMENT IS ON INVENT6
      * AND THE LOG AND ONLY THE COSTING IS LEFT TO DO.
       328-MARK-RECORD-LOGGED.
           MOVE "L" TO CKPT-STATUS.
           PERFORM 323-WRITE-CHECKPOINT-ATOMIC.

      * THE REJECTED PART WAS LEFT ALONE ON INVENT6, SO ITS QUANTITY
      * ON HAND STILL MATCHES THE REJECT LINE ON A RESTART AND THE
      * LINE CAN BE BUILT AGAIN EXACTLY AS IT WAS FIRST WRITTEN.
       329-BUILD-REJECTED-RECORD.
           MOVE PART-NUMBER-IN-PK     TO RTRAN-PART-NUMBER.
           MOVE TRANSACTION-AMOUNT-WS TO RTRAN-ATTEMPTED-AMOUNT.
           MOVE QTY-ON-HAND           TO RTRAN-ACTUAL-QTY-ON-HAND.
           MOVE "B"                   TO RTRAN-SOURCE-CODE.
           MOVE "SCANNER"             TO RTRAN-OPERATOR-ID.

      * WRITTEN IMMEDIATELY BEFORE EVERY WRITE TO REJECTED.TXT.
       330-MARK-REJECT-IN-FLIGHT.
           MOVE "J" TO CKPT-STATUS.
           MOVE RTRAN-DATE TO CKPT-REJECT-DATE.
           MOVE RTRAN-TIME TO CKPT-REJECT-TIME.
           PERFORM 323-WRITE-CHECKPOINT-ATOMIC.

      * THE REJECT IN FLIGHT IS REBUILT UNDER THE DATE AND TIME THE
      * CHECKPOINT KEPT AND REJECTED.TXT IS SEARCHED FOR IT, BEFORE
      * THE FILE IS OPENED FOR EXTEND.
       331-CHECK-IN-FLIGHT-REJECT.
           MOVE "NO" TO REJECT-ON-FILE-SW.
           IF SCANNER-EOF-FLAG = "NO"
              AND PART-NUMBER-IN-PK = CKPT-PART-NUMBER
              READ INVENT6
                  INVALID KEY
                      CONTINUE
              END-READ
              MOVE CKPT-REJECT-DATE TO RTRAN-DATE
              MOVE CKPT-REJECT-TIME TO RTRAN-TIME
              PERFORM 329-BUILD-REJECTED-RECORD
              PERFORM 332-SCAN-REJECTED-FILE
           END-IF.

       332-SCAN-REJECTED-FILE.
           MOVE "NO" TO REJECTED-EOF-FLAG.
           OPEN INPUT REJECTED-TRANSACTIONS-IN.
           IF REJECTED-FILE-STATUS = "00"
              PERFORM 333-READ-REJECTED-IN
                  UNTIL REJECTED-EOF-FLAG = "YES"
                  OR REJECT-ON-FILE-SW = "YES"
              CLOSE REJECTED-TRANSACTIONS-IN
           END-IF.

       333-READ-REJECTED-IN.
           READ REJECTED-TRANSACTIONS-IN
               AT END
                   MOVE "YES" TO REJECTED-EOF-FLAG
               NOT AT END
                   IF REJECTED-TRANSACTION-IN-RECORD =
                      REJECTED-TRANSACTION-DETAIL
                      MOVE "YES" TO REJECT-ON-FILE-SW
                   END-IF
           END-READ.

      * THE REJECT LINE IS WRITTEN ONLY IF THE FAILED RUN NEVER GOT
      * IT ONTO REJECTED.TXT; EITHER WAY THE RECORD IS COUNTED AS
      * REJECTED ONCE AND MARKED APPLIED.
       334-FINISH-IN-FLIGHT-REJECT.
           IF SCANNER-EOF-FLAG = "NO"
              AND PART-NUMBER-IN-PK = CKPT-PART-NUMBER
              IF REJECT-ON-FILE-SW = "NO"
                 WRITE REJECTED-TRANSACTION-RECORD
                     FROM REJECTED-TRANSACTION-DETAIL
              END-IF
              ADD 1 TO REJECTED-COUNTER
              DISPLAY "BATCH POST: PART " PART-NUMBER-IN-PK
                  " WAS REJECTED BEFORE THE FAILURE - NOT REAPPLIED"
              PERFORM 326-MARK-RECORD-APPLIED
              PERFORM 302-READ-SCANNER-RECORD
           END-IF.

      * THE RECORD IN FLIGHT IS ALREADY ON INVENT6 AND THE LOG; THE
      * PART IS READ BACK FOR ITS PRICE, SUPPLIER AND QUANTITY ON
      * HAND AND ONLY ITS COST LAYER IS POSTED.
       335-FINISH-LOGGED-RECORD.
           IF SCANNER-EOF-FLAG = "NO"
              AND PART-NUMBER-IN-PK = CKPT-PART-NUMBER
              READ INVENT6
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 327-POST-COST-LAYER
              END-READ
              ADD 1 TO POSTED-COUNTER
              DISPLAY "BATCH POST: PART " PART-NUMBER-IN-PK
                  " WAS POSTED BEFORE THE FAILURE - NOT REAPPLIED"
              PERFORM 326-MARK-RECORD-APPLIED
              PERFORM 302-READ-SCANNER-RECORD
           END-IF.

      * WRITE-THEN-RENAME, AS CBLMAIN DOES FOR THE LOAD, SO A
      * FAILURE MID-WRITE NEVER LEAVES A TORN CHECKPOINT BEHIND.
       323-WRITE-CHECKPOINT-ATOMIC.
           OPEN OUTPUT CHECKPOINT-TEMP-FILE.
           WRITE CHECKPOINT-TEMP-RECORD FROM CHECKPOINT-DETAIL.
           CLOSE CHECKPOINT-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING CKPT-TEMP-FILE-NAME
                                         CKPT-ACTIVE-FILE-NAME
               RETURNING CKPT-RENAME-STATUS
           END-CALL.

      * RAW READ FOR THE CONTROL PASSES - NO FIELD MOVES, NO COUNT.
       315-READ-RAW-SCANNER-RECORD.
                   MOVE "YES" TO READ-OK-SWITCH
           END-READ.
           IF READ-OK-SWITCH = "YES"
              MOVE PART-NUMBER-IN-PK TO CKPT-PART-NUMBER
              MOVE QTY-BY-LOCATION   TO CKPT-QTY-BY-LOCATION
              IF NOT LOCATION-VALID
                 PERFORM 706-INVALID-LOCATION
              ELSE
                      ADD TRANSACTION-AMOUNT-WS TO QTY-ON-HAND
                      ADD TRANSACTION-AMOUNT-WS TO
                          QTY-AT-LOCATION(LOCATION-WS)
                      PERFORM 325-MARK-RECORD-IN-FLIGHT
                      REWRITE INVENTORY-RECORD-OUT
                      PERFORM 304-WRITE-TRAN-LOG-RECORD
                      PERFORM 328-MARK-RECORD-LOGGED
                      PERFORM 327-POST-COST-LAYER
                      ADD 1 TO POSTED-COUNTER
                 WHEN DECREASE
                      IF TRANSACTION-AMOUNT-WS >
                         QTY-ON-HAND
                         SUBTRACT TRANSACTION-AMOUNT-WS FROM
                         QTY-AT-LOCATION(LOCATION-WS)
                         PERFORM 325-MARK-RECORD-IN-FLIGHT
                         REWRITE INVENTORY-RECORD-OUT
                         PERFORM 304-WRITE-TRAN-LOG-RECORD
                         PERFORM 328-MARK-RECORD-LOGGED
                         PERFORM 327-POST-COST-LAYER
                         ADD 1 TO POSTED-COUNTER
                      END-IF
                 WHEN TRANSFER-STOCK
                              QTY-AT-LOCATION(LOCATION-WS)
                              ADD TRANSACTION-AMOUNT-WS TO
                              QTY-AT-LOCATION(LOCATION-TO-WS)
                              PERFORM 325-MARK-RECORD-IN-FLIGHT
                              REWRITE INVENTORY-RECORD-OUT
                              PERFORM 304-WRITE-TRAN-LOG-RECORD
                              ADD 1 TO POSTED-COUNTER
           END-IF.

       304-WRITE-TRAN-LOG-RECORD.
           PERFORM 305-BUILD-TRAN-LOG-RECORD.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

       305-BUILD-TRAN-LOG-RECORD.
           ACCEPT TLOG-DATE FROM DATE.
           MOVE TRANSACTION-TYPE-WS     TO TLOG-TRANSACTION-TYPE.
           MOVE PART-NUMBER-IN-PK       TO TLOG-PART-NUMBER.
      * SOURCE B SAYS A SCANNER POSTED THIS, NOT A SIGNED-ON CLERK.
           MOVE "B"                     TO TLOG-SOURCE-CODE.
           MOVE "SCANNER"               TO TLOG-OPERATOR-ID.

      * A SCANNED RECEIPT LAYS DOWN A FIFO COST LAYER AT THE PART'S
      * CURRENT PRICE AND SUPPLIER; A SCANNED SHIPMENT IS COSTED
      * OFF THE OLDEST LAYERS. A TRANSFER MOVES NO COST.
       327-POST-COST-LAYER.
           EVALUATE TRUE
               WHEN INCREASE
                    MOVE "A" TO CLR-FUNCTION
               WHEN DECREASE
                    MOVE "C" TO CLR-FUNCTION
               WHEN OTHER
                    MOVE SPACE TO CLR-FUNCTION
           END-EVALUATE.
           IF CLR-FUNCTION NOT = SPACE
              MOVE PART-NUMBER-IN-PK       TO CLR-PART-NUMBER
              MOVE TRANSACTION-AMOUNT-WS   TO CLR-QTY
              MOVE QTY-ON-HAND             TO CLR-QTY-ON-HAND
              MOVE UNIT-PRICE-IN           TO CLR-UNIT-COST
              MOVE SUPPLIER-CODE-IN        TO CLR-SUPPLIER-CODE
              MOVE TRANSACTION-TYPE-WS     TO CLR-TRAN-TYPE
              MOVE "B"                     TO CLR-SOURCE-CODE
              CALL "costlyr" USING COST-LAYER-REQUEST
           END-IF.

       307-WRITE-SUMMARY.
           DISPLAY "BATCH TRANSACTION POST COMPLETE".
           DISPLAY "  SCANNER RECORDS READ  : " READ-COUNTER.
           DISPLAY "  TRANSACTIONS POSTED   : " POSTED-COUNTER.
           DISPLAY "  TRANSACTIONS REJECTED : " REJECTED-COUNTER.
           DISPLAY "  RESTARTED RUN         : " RESTART-MODE-SW.
           DISPLAY "  RECORDS ALREADY DONE  : " SKIPPED-COUNTER.

       308-CLOSE-FILES.
           IF BATCH-POSTED-SW = "YES"
           DISPLAY "BATCH POST: BATCH " BATCH-NUMBER-WS
               " ALREADY POSTED - NOTHING POSTED".

      * THE CHECKPOINT IS MARKED FIRST SO A RESTART NEVER WRITES
      * THE SAME REJECT LINE TWICE.
       705-WRITE-REJECTED-TRANSACTION.
           ACCEPT RTRAN-DATE FROM DATE.
           ACCEPT RTRAN-TIME FROM TIME.
           PERFORM 329-BUILD-REJECTED-RECORD.
           PERFORM 330-MARK-REJECT-IN-FLIGHT.
           WRITE REJECTED-TRANSACTION-RECORD
               FROM REJECTED-TRANSACTION-DETAIL.
