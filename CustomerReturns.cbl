        IDENTIFICATION DIVISION.
        PROGRAM-ID. rmaentry.
        AUTHOR. Maycon Morais.
      * Customer returns desk. Goods coming back from a customer
      * used to be keyed through the CBLMAIN transaction screen as
      * a type R, where they looked like supplier receipts to every
      * report. Action A authorizes a return (RMA) against the
      * original order number and part, checked on the SHIPHIST
      * shipped-order history the billing run keeps, with a reason
      * code - never for more than the order shipped less what has
      * already been authorized back. Action R records what came
      * back against the RMA, one lot at a time, each with its own
      * disposition: restocked to a location (1-3), which puts the
      * goods back on INVENT6 and logs a type M, or scrapped, which
      * leaves the stock alone and logs a type W; both are logged
      * under source M so no report mistakes them for receipts. A
      * restocked lot also lays down a FIFO cost layer (costlyr) at
      * the unit cost the order shipped at, held on SHIPHIST and
      * copied to the RMA when it is authorized, which takes it back
      * out of the period's cost of goods shipped at exactly what
      * it was charged there.
      * Every lot received also goes to the returns history
      * RMAHIST.TXT the returns register is printed from. Action D
      * cancels whatever is still outstanding on an RMA and frees
      * the quantity for another authorization. Every action is
      * audited to MNTAUDIT.TXT under the signed-on operator.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RMAFILE
                ASSIGN TO "C:\temp\RMAFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RMA-NUMBER-PK
                FILE STATUS IS RMAFILE-FILE-STATUS.
           SELECT SHIPHIST
                ASSIGN TO "C:\temp\SHIPHIST.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SHH-ORDER-NUMBER-PK
                FILE STATUS IS SHIPHIST-FILE-STATUS.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT TRANSACTION-LOG-OUT
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT-OUT
                ASSIGN TO "C:\temp\MNTAUDIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-HISTORY-OUT
                ASSIGN TO "C:\temp\RMAHIST.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RMAFILE.
       01  RETURN-AUTH-RECORD.
           COPY 'IndexedReturnAuthStr' IN copy-lib.

       FD  SHIPHIST.
       01  SHIP-HISTORY-RECORD.
           COPY 'IndexedShipHistoryStr' IN copy-lib.

       FD  INVENT6.
       01  INVENTORY-RECORD-OUT.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  TRANSACTION-LOG-OUT.
       01  TRANSACTION-LOG-RECORD    PIC X(40).

       FD  MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-RECORD        PIC X(47).

       FD  RETURN-HISTORY-OUT.
       01  RETURN-HISTORY-RECORD     PIC X(71).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  CONT-MAINT-FLAG       PIC X VALUE "Y".
           05  RMAFILE-FILE-STATUS   PIC X(2) VALUE "00".
           05  SHIPHIST-FILE-STATUS  PIC X(2) VALUE "00".
           05  READ-OK-SWITCH        PIC X(3) VALUE "NO".

       01  MAINT-ACTION-DETAILS.
           05  MAINT-ACTION-WS       PIC X VALUE SPACE.
               88  ACTION-AUTHORIZE  VALUE "A".
               88  ACTION-RECEIVE    VALUE "R".
               88  ACTION-CANCEL     VALUE "D".
           05  RMA-NUMBER-WS         PIC 9(5) VALUE ZERO.
           05  ORDER-NUMBER-WS       PIC 9(5) VALUE ZERO.
           05  PART-NUMBER-WS        PIC 9(5) VALUE ZERO.
           05  RETURN-QTY-WS         PIC 9(3) VALUE ZERO.
           05  REASON-CODE-WS        PIC X VALUE SPACE.
           05  DISPOSITION-WS        PIC X VALUE SPACE.
               88  DISPOSITION-RESTOCK VALUE "R".
               88  DISPOSITION-SCRAP   VALUE "S".
           05  RETURN-LOCATION-WS    PIC 9 VALUE 1.
               88  RETURN-LOCATION-VALID VALUES 1 THRU 3.
           05  QTY-RETURNABLE        PIC S9(5) VALUE ZERO.
           05  QTY-OUTSTANDING       PIC 9(3) VALUE ZERO.

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.

       01  SIGN-ON-AREA.
           COPY 'SignOnAreaStr' IN copy-lib.

       01  MAINT-AUDIT-DETAIL.
           COPY 'MaintAuditDetailStr' IN copy-lib.

       01  RETURN-HISTORY-DETAIL.
           COPY 'ReturnHistoryDetailStr' IN copy-lib.

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       SCREEN SECTION.
       01  RMA-MAINT-SCREEN.
         05 VALUE "==MAYCON==" LINE 1.
           05 VALUE "==CUSTOMER RETURNS==" LINE 2.
           05 VALUE "ACTION (A-AUTHORIZE, R-RECEIVE, D-CANCEL): "
               LINE 3.
           05 MAINT-ACTION-SCR PIC X TO MAINT-ACTION-WS.
           05 VALUE "RMA NUMBER (5 DIGITS): " LINE 4.
           05 RMA-NUMBER-SCR PIC 9(5) TO RMA-NUMBER-WS.

       01  RMA-AUTHORIZE-SCREEN.
           05 VALUE "ORIGINAL ORDER NUMBER (5 DIGITS): " LINE 5.
           05 ORDER-NUMBER-SCR PIC 9(5) TO ORDER-NUMBER-WS.
           05 VALUE "PART NUMBER (5 DIGITS): " LINE 6.
           05 PART-NUMBER-SCR PIC 9(5) TO PART-NUMBER-WS.
           05 VALUE "QUANTITY TO RETURN (3 DIGITS): " LINE 7.
           05 RETURN-QTY-SCR PIC 9(3) TO RETURN-QTY-WS.
           05 VALUE "REASON (D-DAMAGED, W-WRONG PART, Q-QUALITY, "
               LINE 8.
           05 VALUE "E-ORDERED IN ERROR, X-OTHER): ".
           05 REASON-CODE-SCR PIC X TO REASON-CODE-WS.

       01  RMA-RECEIVE-SCREEN.
           05 VALUE "QUANTITY RECEIVED (3 DIGITS): " LINE 5.
           05 RECEIVE-QTY-SCR PIC 9(3) TO RETURN-QTY-WS.
           05 VALUE "DISPOSITION (R-RESTOCK, S-SCRAP): " LINE 6.
           05 DISPOSITION-SCR PIC X TO DISPOSITION-WS.
           05 VALUE "RESTOCK LOCATION (1-3, RESTOCK ONLY): " LINE 7.
           05 RETURN-LOCATION-SCR PIC 9 TO RETURN-LOCATION-WS.

       01  TEXT-PROMPTS.
           05  MAINT-CONTINUE-PROMPT
               VALUE "Enter another customer return? (Y/N): "
               LINE 12.

       PROCEDURE DIVISION.
       100-MAINTAIN-RETURNS.
           CALL "signon" USING SIGN-ON-AREA.
           IF SGN-SIGNED-ON
              PERFORM 201-INIT-MAINTENANCE
              PERFORM 202-PROCESS-RMA-ACTION
                  UNTIL CONT-MAINT-FLAG = "n" or "N"
              PERFORM 203-TERM-MAINTENANCE
           END-IF.
           STOP RUN.

      * FIRST EVER RUN CREATES EMPTY RMA AND SHIPPED-ORDER FILES.
      * A BACKUP GENERATION IS TAKEN BEFORE THE SESSION TOUCHES
      * INVENT6, SO A LOT RESTOCKED IN ERROR CAN BE UNDONE.
       201-INIT-MAINTENANCE.
           CALL "mstrbkup".
           OPEN I-O RMAFILE.
           IF RMAFILE-FILE-STATUS = "35"
              OPEN OUTPUT RMAFILE
              CLOSE RMAFILE
              OPEN I-O RMAFILE
           END-IF.
           OPEN I-O SHIPHIST.
           IF SHIPHIST-FILE-STATUS = "35"
              OPEN OUTPUT SHIPHIST
              CLOSE SHIPHIST
              OPEN I-O SHIPHIST
           END-IF.
           OPEN I-O INVENT6.
           OPEN EXTEND TRANSACTION-LOG-OUT.
           OPEN EXTEND MAINT-AUDIT-OUT.
           OPEN EXTEND RETURN-HISTORY-OUT.

       202-PROCESS-RMA-ACTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY RMA-MAINT-SCREEN.
           ACCEPT MAINT-ACTION-SCR.
           ACCEPT RMA-NUMBER-SCR.
           EVALUATE TRUE
               WHEN ACTION-AUTHORIZE
                    PERFORM 301-AUTHORIZE-RETURN
               WHEN ACTION-RECEIVE
                    PERFORM 302-RECEIVE-RETURN
               WHEN ACTION-CANCEL
                    PERFORM 303-CANCEL-RETURN
               WHEN OTHER
                    PERFORM 701-INVALID-ACTION
           END-EVALUATE.
           DISPLAY MAINT-CONTINUE-PROMPT.
           ACCEPT CONT-MAINT-FLAG.

       203-TERM-MAINTENANCE.
           CLOSE RMAFILE SHIPHIST INVENT6 TRANSACTION-LOG-OUT
               MAINT-AUDIT-OUT RETURN-HISTORY-OUT.

      * THE ORDER MUST HAVE SHIPPED AND BEEN BILLED FOR THAT PART,
      * AND THE QUANTITY MUST STILL BE OUT WITH THE CUSTOMER - WHAT
      * SHIPPED LESS WHAT EARLIER RMAS HAVE ALREADY CLAIMED.
       301-AUTHORIZE-RETURN.
           MOVE "NO" TO READ-OK-SWITCH.
           MOVE RMA-NUMBER-WS TO RMA-NUMBER-PK.
           READ RMAFILE
               INVALID KEY
                   MOVE "YES" TO READ-OK-SWITCH
               NOT INVALID KEY
                   PERFORM 702-DUPLICATE-RMA
           END-READ.
           IF READ-OK-SWITCH = "YES"
              DISPLAY RMA-AUTHORIZE-SCREEN
              ACCEPT ORDER-NUMBER-SCR
              ACCEPT PART-NUMBER-SCR
              ACCEPT RETURN-QTY-SCR
              ACCEPT REASON-CODE-SCR
              MOVE "NO" TO READ-OK-SWITCH
              MOVE ORDER-NUMBER-WS TO SHH-ORDER-NUMBER-PK
              READ SHIPHIST
                  INVALID KEY
                      PERFORM 703-ORDER-NOT-SHIPPED
                  NOT INVALID KEY
                      MOVE "YES" TO READ-OK-SWITCH
              END-READ
           END-IF.
           IF READ-OK-SWITCH = "YES"
              MOVE REASON-CODE-WS TO RMA-REASON-CODE
              COMPUTE QTY-RETURNABLE =
                  SHH-QTY-SHIPPED - SHH-QTY-RETURNED
              EVALUATE TRUE
                  WHEN PART-NUMBER-WS NOT = SHH-PART-NUMBER
                       PERFORM 704-PART-NOT-ON-ORDER
                  WHEN RETURN-QTY-WS = ZERO
                       OR RETURN-QTY-WS > QTY-RETURNABLE
                       PERFORM 705-QTY-NOT-RETURNABLE
                  WHEN NOT RMA-REASON-VALID
                       PERFORM 706-INVALID-REASON
                  WHEN OTHER
                       PERFORM 304-WRITE-AUTHORIZATION
              END-EVALUATE
           END-IF.

       304-WRITE-AUTHORIZATION.
           MOVE RMA-NUMBER-WS      TO RMA-NUMBER-PK.
           MOVE ORDER-NUMBER-WS    TO RMA-ORDER-NUMBER.
           MOVE SHH-CUSTOMER-NAME  TO RMA-CUSTOMER-NAME.
           MOVE PART-NUMBER-WS     TO RMA-PART-NUMBER.
           MOVE RETURN-QTY-WS      TO RMA-QTY-AUTHORIZED.
           MOVE ZERO               TO RMA-QTY-RECEIVED.
           MOVE SHH-UNIT-PRICE     TO RMA-UNIT-PRICE.
           COMPUTE RMA-UNIT-COST ROUNDED =
               SHH-COST-SHIPPED / SHH-QTY-SHIPPED.
           ACCEPT RMA-AUTH-DATE FROM DATE.
           MOVE "O"                TO RMA-STATUS.
           WRITE RETURN-AUTH-RECORD
               INVALID KEY
                   PERFORM 702-DUPLICATE-RMA
               NOT INVALID KEY
                   ADD RETURN-QTY-WS TO SHH-QTY-RETURNED
                   REWRITE SHIP-HISTORY-RECORD
                   PERFORM 307-WRITE-MAINT-AUDIT
                   PERFORM 306-DISPLAY-CONFIRMATION
           END-WRITE.

      * A LOT CAN BE SMALLER THAN THE AUTHORIZATION; THE RMA STAYS
      * OPEN UNTIL EVERYTHING AUTHORIZED HAS COME BACK.
       302-RECEIVE-RETURN.
           MOVE "NO" TO READ-OK-SWITCH.
           MOVE RMA-NUMBER-WS TO RMA-NUMBER-PK.
           READ RMAFILE
               INVALID KEY
                   PERFORM 707-RMA-NOT-FOUND
               NOT INVALID KEY
                   IF RMA-OPEN
                      MOVE "YES" TO READ-OK-SWITCH
                   ELSE
                      PERFORM 708-RMA-CLOSED
                   END-IF
           END-READ.
           IF READ-OK-SWITCH = "YES"
              MOVE "NO" TO READ-OK-SWITCH
              MOVE RMA-PART-NUMBER TO PART-NUMBER-IN-PK
              READ INVENT6
                  INVALID KEY
                      PERFORM 709-PART-NOT-FOUND
                  NOT INVALID KEY
                      MOVE "YES" TO READ-OK-SWITCH
              END-READ
           END-IF.
           IF READ-OK-SWITCH = "YES"
              DISPLAY RMA-RECEIVE-SCREEN
              ACCEPT RECEIVE-QTY-SCR
              ACCEPT DISPOSITION-SCR
              ACCEPT RETURN-LOCATION-SCR
              COMPUTE QTY-OUTSTANDING =
                  RMA-QTY-AUTHORIZED - RMA-QTY-RECEIVED
              EVALUATE TRUE
                  WHEN RETURN-QTY-WS = ZERO
                       OR RETURN-QTY-WS > QTY-OUTSTANDING
                       PERFORM 710-QTY-NOT-OUTSTANDING
                  WHEN DISPOSITION-RESTOCK
                       AND NOT RETURN-LOCATION-VALID
                       PERFORM 711-INVALID-LOCATION
                  WHEN DISPOSITION-RESTOCK
                       PERFORM 305-POST-RETURNED-LOT
                  WHEN DISPOSITION-SCRAP
                       MOVE ZERO TO RETURN-LOCATION-WS
                       PERFORM 305-POST-RETURNED-LOT
                  WHEN OTHER
                       PERFORM 712-INVALID-DISPOSITION
              END-EVALUATE
           END-IF.

      * RESTOCKED GOODS GO BACK ON INVENT6 AT THE CHOSEN LOCATION;
      * SCRAPPED GOODS NEVER REACH A SHELF, SO THE MASTER IS LEFT
      * ALONE AND THE LOG RECORDS THE ON-HAND AS IT STANDS.
       305-POST-RETURNED-LOT.
           IF DISPOSITION-RESTOCK
              ADD RETURN-QTY-WS TO QTY-ON-HAND
              ADD RETURN-QTY-WS TO
                  QTY-AT-LOCATION(RETURN-LOCATION-WS)
              REWRITE INVENTORY-RECORD-OUT
           END-IF.
           PERFORM 308-WRITE-TRAN-LOG-RECORD.
           IF DISPOSITION-RESTOCK
              PERFORM 311-POST-COST-LAYER
           END-IF.
           ADD RETURN-QTY-WS TO RMA-QTY-RECEIVED.
           IF RMA-QTY-RECEIVED NOT < RMA-QTY-AUTHORIZED
              MOVE "C" TO RMA-STATUS
           END-IF.
           REWRITE RETURN-AUTH-RECORD.
           PERFORM 309-WRITE-RETURN-HISTORY.
           PERFORM 307-WRITE-MAINT-AUDIT.
           PERFORM 306-DISPLAY-CONFIRMATION.

      * WHATEVER HAS NOT COME BACK IS GIVEN BACK TO THE ORDER, SO A
      * LATER RMA CAN CLAIM IT; THE RMA ITSELF STAYS ON FILE CLOSED.
       303-CANCEL-RETURN.
           MOVE RMA-NUMBER-WS TO RMA-NUMBER-PK.
           READ RMAFILE
               INVALID KEY
                   PERFORM 707-RMA-NOT-FOUND
               NOT INVALID KEY
                   IF RMA-OPEN
                      COMPUTE QTY-OUTSTANDING =
                          RMA-QTY-AUTHORIZED - RMA-QTY-RECEIVED
                      PERFORM 310-RELEASE-OUTSTANDING-QTY
                      MOVE "C" TO RMA-STATUS
                      REWRITE RETURN-AUTH-RECORD
                      PERFORM 307-WRITE-MAINT-AUDIT
                      PERFORM 306-DISPLAY-CONFIRMATION
                   ELSE
                      PERFORM 708-RMA-CLOSED
                   END-IF
           END-READ.

       310-RELEASE-OUTSTANDING-QTY.
           MOVE RMA-ORDER-NUMBER TO SHH-ORDER-NUMBER-PK.
           READ SHIPHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SHH-PART-NUMBER = RMA-PART-NUMBER
                      AND SHH-QTY-RETURNED NOT < QTY-OUTSTANDING
                      SUBTRACT QTY-OUTSTANDING FROM SHH-QTY-RETURNED
                      REWRITE SHIP-HISTORY-RECORD
                   END-IF
           END-READ.

       308-WRITE-TRAN-LOG-RECORD.
           ACCEPT TLOG-DATE FROM DATE.
           IF DISPOSITION-RESTOCK
              MOVE "M"                TO TLOG-TRANSACTION-TYPE
           ELSE
              MOVE "W"                TO TLOG-TRANSACTION-TYPE
           END-IF.
           MOVE PART-NUMBER-IN-PK     TO TLOG-PART-NUMBER.
           MOVE RETURN-QTY-WS         TO TLOG-TRANSACTION-AMOUNT.
           MOVE QTY-ON-HAND           TO TLOG-RESULTING-QTY-ON-HAND.
           MOVE RETURN-LOCATION-WS    TO TLOG-LOCATION.
           MOVE ZERO                  TO TLOG-LOCATION-TO.
           MOVE "M"                   TO TLOG-SOURCE-CODE.
           MOVE SGN-OPERATOR-ID       TO TLOG-OPERATOR-ID.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

      * THE LOT GOES BACK AT THE FIFO COST IT SHIPPED AT, SO THE
      * CREDIT TO COST OF GOODS MATCHES THE CHARGE IT REVERSES.
       311-POST-COST-LAYER.
           MOVE "A"                   TO CLR-FUNCTION.
           MOVE PART-NUMBER-IN-PK     TO CLR-PART-NUMBER.
           MOVE RETURN-QTY-WS         TO CLR-QTY.
           MOVE QTY-ON-HAND           TO CLR-QTY-ON-HAND.
           MOVE RMA-UNIT-COST         TO CLR-UNIT-COST.
           MOVE SUPPLIER-CODE-IN      TO CLR-SUPPLIER-CODE.
           MOVE "M"                   TO CLR-TRAN-TYPE.
           MOVE "M"                   TO CLR-SOURCE-CODE.
           CALL "costlyr" USING COST-LAYER-REQUEST.

       309-WRITE-RETURN-HISTORY.
           ACCEPT RTH-DATE FROM DATE.
           MOVE RMA-NUMBER-PK         TO RTH-RMA-NUMBER.
           MOVE RMA-ORDER-NUMBER      TO RTH-ORDER-NUMBER.
           MOVE RMA-CUSTOMER-NAME     TO RTH-CUSTOMER-NAME.
           MOVE RMA-PART-NUMBER       TO RTH-PART-NUMBER.
           MOVE RETURN-QTY-WS         TO RTH-QTY-RETURNED.
           MOVE DISPOSITION-WS        TO RTH-DISPOSITION.
           MOVE RETURN-LOCATION-WS    TO RTH-LOCATION.
           MOVE RMA-REASON-CODE       TO RTH-REASON-CODE.
           MOVE RMA-UNIT-PRICE        TO RTH-UNIT-PRICE.
           MOVE SGN-OPERATOR-ID       TO RTH-OPERATOR-ID.
           WRITE RETURN-HISTORY-RECORD FROM RETURN-HISTORY-DETAIL.

       307-WRITE-MAINT-AUDIT.
           ACCEPT MAUD-DATE FROM DATE.
           ACCEPT MAUD-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID    TO MAUD-OPERATOR-ID.
           MOVE "RMAFILE"          TO MAUD-FILE-ID.
           MOVE MAINT-ACTION-WS    TO MAUD-ACTION.
           MOVE RMA-NUMBER-PK      TO MAUD-KEY.
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-DETAIL.

       306-DISPLAY-CONFIRMATION.
           DISPLAY "RMA RECORD UPDATED: " LINE 9 COLUMN 2.
           DISPLAY RMA-NUMBER-PK LINE 9 COLUMN 22.

       701-INVALID-ACTION.
           DISPLAY "INVALID ACTION - ENTER A, R, OR D"
               LINE 9 COLUMN 2.

       702-DUPLICATE-RMA.
           DISPLAY "RMA NUMBER ALREADY ON FILE" LINE 9 COLUMN 2.

       703-ORDER-NOT-SHIPPED.
           DISPLAY "NO SHIPPED AND BILLED ORDER WITH THAT NUMBER"
               LINE 9 COLUMN 2.

       704-PART-NOT-ON-ORDER.
           DISPLAY "PART WAS NOT SHIPPED ON THAT ORDER"
               LINE 9 COLUMN 2.

       705-QTY-NOT-RETURNABLE.
           DISPLAY "QUANTITY MORE THAN SHIPPED AND NOT YET RETURNED"
               LINE 9 COLUMN 2.

       706-INVALID-REASON.
           DISPLAY "INVALID REASON - ENTER D, W, Q, E, OR X"
               LINE 9 COLUMN 2.

       707-RMA-NOT-FOUND.
           DISPLAY "RMA NOT ON FILE" LINE 9 COLUMN 2.

       708-RMA-CLOSED.
           DISPLAY "RMA ALREADY CLOSED" LINE 9 COLUMN 2.

       709-PART-NOT-FOUND.
           DISPLAY "PART NOT ON FILE" LINE 9 COLUMN 2.

       710-QTY-NOT-OUTSTANDING.
           DISPLAY "QUANTITY MORE THAN STILL DUE BACK ON THE RMA"
               LINE 9 COLUMN 2.

       711-INVALID-LOCATION.
           DISPLAY "INVALID LOCATION - ENTER 1, 2, OR 3"
               LINE 9 COLUMN 2.

       712-INVALID-DISPOSITION.
           DISPLAY "INVALID DISPOSITION - ENTER R OR S"
               LINE 9 COLUMN 2.
