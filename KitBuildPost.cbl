        IDENTIFICATION DIVISION.
        PROGRAM-ID. kitbuild.
        AUTHOR. Maycon Morais.
      * Posts the assembly of kits in the shop from their component
      * parts, replacing the type S per component and type R for
      * the kit that builders used to key through CBLMAIN. The
      * signed-on operator enters a kit part number, the quantity
      * of kits built and the location they were built at. Every
      * line of the kit's bill of materials (BOMFILE, kept by
      * bommaint) is checked against the component's stock at
      * that location first; when any component is short the build
      * is refused whole and the shortage list is shown, so a build
      * is never half-posted. A build that can be made issues every
      * component off INVENT6 and puts the finished kits into stock
      * in one motion. Each component leg is logged to TRANLOG.TXT
      * as type I and the kits as type K, source A, so balproof and
      * mthact stay in balance. The components are taken off their
      * FIFO cost layers (costlyr) and the kits are laid down as a
      * new layer at the cost of the components that went in.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT BOMFILE
                ASSIGN TO "C:\temp\BOMFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOM-KEY
                FILE STATUS IS BOMFILE-FILE-STATUS.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT TRANSACTION-LOG-OUT
                ASSIGN TO "C:\temp\TRANLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOMFILE.
       01  BILL-OF-MATERIAL-RECORD.
           COPY 'IndexedBillOfMaterialStr' IN copy-lib.

       FD  INVENT6.
       01  INVENTORY-RECORD-OUT.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  TRANSACTION-LOG-OUT.
       01  TRANSACTION-LOG-RECORD    PIC X(40).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  CONT-BUILD-FLAG       PIC X VALUE "Y".
           05  BOMFILE-FILE-STATUS   PIC X(2) VALUE "00".
           05  BUILD-OK-SWITCH       PIC X(3) VALUE "NO".
           05  BOM-EOF-FLAG          PIC X(3) VALUE "NO".
           05  BOM-OVERFLOW-SW       PIC X(3) VALUE "NO".
           05  COMPONENT-COUNT       PIC 99 VALUE ZERO.
           05  COMPONENT-SUB         PIC 99 VALUE ZERO.
           05  SHORTAGE-COUNT        PIC 99 VALUE ZERO.
           05  SHORTAGE-SHOWN        PIC 99 VALUE ZERO.
           05  SHORTAGE-SCREEN-LINE  PIC 99 VALUE ZERO.

       01  BUILD-REQUEST-DETAILS.
           05  KIT-PART-NUMBER-WS    PIC 9(5) VALUE ZERO.
           05  BUILD-QTY-WS          PIC 9(3) VALUE ZERO.
           05  BUILD-LOCATION-WS     PIC 9 VALUE 1.
               88  BUILD-LOCATION-VALID VALUES 1 THRU 3.
           05  TRAN-TYPE-WS          PIC X VALUE SPACE.
           05  MOVEMENT-QTY-WS       PIC 9(4) VALUE ZERO.

      * ONE ENTRY PER BILL OF MATERIALS LINE OF THE KIT BEING BUILT:
      * THE QUANTITY THE BUILD NEEDS AND WHAT THE LOCATION HOLDS.
       01  COMPONENT-TABLE.
           05  COMPONENT-ENTRY OCCURS 20 TIMES.
               10  COMPONENT-PART-TBL    PIC 9(5).
               10  COMPONENT-NEED-TBL    PIC 9(6).
               10  COMPONENT-HAVE-TBL    PIC 9(4).

       01  BUILD-COST-DATA.
           05  BUILD-COST-TOTAL      PIC 9(7)V99 VALUE ZERO.
           05  KIT-UNIT-COST         PIC 9(4)V99 VALUE ZERO.

       01  SHORTAGE-LINE.
           05  FILLER                PIC X(5) VALUE "PART ".
           05  SHORT-PART-OUT        PIC 9(5).
           05  FILLER                PIC X(7) VALUE "  NEED ".
           05  SHORT-NEED-OUT        PIC ZZZZZ9.
           05  FILLER                PIC X(7) VALUE "  HAVE ".
           05  SHORT-HAVE-OUT        PIC ZZZ9.
           05  FILLER                PIC X(8) VALUE "  SHORT ".
           05  SHORT-QTY-OUT         PIC ZZZZZ9.

       01  BUILD-CONFIRM-LINE.
           05  FILLER                PIC X(12) VALUE "KITS BUILT: ".
           05  CONFIRM-QTY-OUT       PIC ZZ9.
           05  FILLER                PIC X(9) VALUE " OF PART ".
           05  CONFIRM-PART-OUT      PIC 9(5).
           05  FILLER                PIC X(13) VALUE " AT LOCATION ".
           05  CONFIRM-LOCATION-OUT  PIC 9.

       01  TRANSACTION-LOG-DETAIL.
           COPY 'TransactionLogDetailStr' IN copy-lib.

       01  SIGN-ON-AREA.
           COPY 'SignOnAreaStr' IN copy-lib.

       01  COST-LAYER-REQUEST.
           COPY 'CostLayerRequestStr' IN copy-lib.

       SCREEN SECTION.
       01  KIT-BUILD-SCREEN.
         05 VALUE "==MAYCON==" LINE 1.
           05 VALUE "==KIT BUILD==" LINE 2.
           05 VALUE "KIT PART NUMBER (5 DIGITS): " LINE 3.
           05 KIT-PART-SCR PIC 9(5) TO KIT-PART-NUMBER-WS.
           05 VALUE "QUANTITY OF KITS BUILT (3 DIGITS): " LINE 4.
           05 BUILD-QTY-SCR PIC 9(3) TO BUILD-QTY-WS.
           05 VALUE "BUILD LOCATION (1-3): " LINE 5.
           05 BUILD-LOCATION-SCR PIC 9 TO BUILD-LOCATION-WS.

       01  TEXT-PROMPTS.
           05  BUILD-CONTINUE-PROMPT
               VALUE "Enter another kit build? (Y/N): "
               LINE 12.

       PROCEDURE DIVISION.
       100-POST-KIT-BUILDS.
           CALL "signon" USING SIGN-ON-AREA.
           IF SGN-SIGNED-ON
              PERFORM 201-INIT-KIT-BUILD
              PERFORM 202-PROCESS-KIT-BUILD
                  UNTIL CONT-BUILD-FLAG = "n" or "N"
              PERFORM 203-TERM-KIT-BUILD
           END-IF.
           STOP RUN.

      * A BACKUP GENERATION IS TAKEN BEFORE THE SESSION TOUCHES
      * THE MASTERS, SO A BUILD POSTED IN ERROR CAN BE UNDONE. AN
      * EMPTY BILL OF MATERIALS IS CREATED ON THE FIRST EVER RUN;
      * EVERY KIT IS THEN REFUSED UNTIL BOMMAINT HAS DEFINED IT.
       201-INIT-KIT-BUILD.
           CALL "mstrbkup".
           OPEN INPUT BOMFILE.
           IF BOMFILE-FILE-STATUS = "35"
              OPEN OUTPUT BOMFILE
              CLOSE BOMFILE
              OPEN INPUT BOMFILE
           END-IF.
           OPEN I-O INVENT6.
           OPEN EXTEND TRANSACTION-LOG-OUT.

       202-PROCESS-KIT-BUILD.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY KIT-BUILD-SCREEN.
           ACCEPT KIT-PART-SCR.
           ACCEPT BUILD-QTY-SCR.
           ACCEPT BUILD-LOCATION-SCR.
           MOVE "NO" TO BUILD-OK-SWITCH.
           PERFORM 301-VALIDATE-BUILD-REQUEST.
           IF BUILD-OK-SWITCH = "YES"
              PERFORM 302-CHECK-BILL-OF-MATERIAL
           END-IF.
           IF BUILD-OK-SWITCH = "YES"
              PERFORM 305-POST-KIT-BUILD
           END-IF.
           DISPLAY BUILD-CONTINUE-PROMPT.
           ACCEPT CONT-BUILD-FLAG.

       203-TERM-KIT-BUILD.
           CLOSE BOMFILE INVENT6 TRANSACTION-LOG-OUT.

      * THE KIT MUST BE ON INVENT6 AND ITS ON-HAND MUST HAVE ROOM
      * FOR THE KITS BUILT, OR THE KIT LEG COULD NOT BE POSTED
      * AFTER THE COMPONENTS HAD ALREADY GONE.
       301-VALIDATE-BUILD-REQUEST.
           EVALUATE TRUE
               WHEN BUILD-QTY-WS = ZERO
                    PERFORM 702-INVALID-QUANTITY
               WHEN NOT BUILD-LOCATION-VALID
                    PERFORM 703-INVALID-LOCATION
               WHEN OTHER
                    MOVE KIT-PART-NUMBER-WS TO PART-NUMBER-IN-PK
                    READ INVENT6
                        INVALID KEY
                            PERFORM 701-KIT-NOT-FOUND
                        NOT INVALID KEY
                            MOVE "YES" TO BUILD-OK-SWITCH
                    END-READ
           END-EVALUATE.
           IF BUILD-OK-SWITCH = "YES"
              AND QTY-ON-HAND + BUILD-QTY-WS > 9999
              MOVE "NO" TO BUILD-OK-SWITCH
              PERFORM 704-KIT-ON-HAND-FULL
           END-IF.

      * EVERY LINE OF THE KIT IS CHECKED BEFORE ANYTHING IS POSTED.
      * ONE SHORT COMPONENT REFUSES THE WHOLE BUILD, AND THE
      * OPERATOR IS SHOWN EVERY COMPONENT THAT IS SHORT, NOT JUST
      * THE FIRST, SO THE SHORTFALL CAN BE FETCHED IN ONE TRIP.
       302-CHECK-BILL-OF-MATERIAL.
           MOVE ZERO TO COMPONENT-COUNT SHORTAGE-COUNT SHORTAGE-SHOWN.
           MOVE "NO" TO BOM-EOF-FLAG BOM-OVERFLOW-SW.
           MOVE KIT-PART-NUMBER-WS TO BOM-KIT-PART-NUMBER.
           MOVE ZERO               TO BOM-COMPONENT-PART.
           START BOMFILE KEY NOT LESS THAN BOM-KEY
               INVALID KEY
                   MOVE "YES" TO BOM-EOF-FLAG
           END-START.
           IF BOM-EOF-FLAG = "NO"
              PERFORM 306-READ-NEXT-BOM-LINE
           END-IF.
           PERFORM 303-CHECK-COMPONENT
               UNTIL BOM-EOF-FLAG = "YES".
           EVALUATE TRUE
               WHEN COMPONENT-COUNT = ZERO
                    MOVE "NO" TO BUILD-OK-SWITCH
                    PERFORM 705-NO-BILL-OF-MATERIAL
               WHEN BOM-OVERFLOW-SW = "YES"
                    MOVE "NO" TO BUILD-OK-SWITCH
                    PERFORM 706-TOO-MANY-COMPONENTS
               WHEN SHORTAGE-COUNT > ZERO
                    MOVE "NO" TO BUILD-OK-SWITCH
                    PERFORM 707-BUILD-REFUSED
                    PERFORM 304-SHOW-SHORTAGE
                        VARYING COMPONENT-SUB FROM 1 BY 1
                        UNTIL COMPONENT-SUB > COMPONENT-COUNT
                    IF SHORTAGE-COUNT > SHORTAGE-SHOWN
                       PERFORM 708-MORE-SHORTAGES
                    END-IF
           END-EVALUATE.

      * A COMPONENT THAT HAS SINCE BEEN DELETED FROM INVENT6 HAS
      * NOTHING TO ISSUE AND IS LISTED AS SHORT BY THE FULL NEED.
       303-CHECK-COMPONENT.
           IF COMPONENT-COUNT = 20
              MOVE "YES" TO BOM-OVERFLOW-SW
           ELSE
              ADD 1 TO COMPONENT-COUNT
              MOVE BOM-COMPONENT-PART
                  TO COMPONENT-PART-TBL(COMPONENT-COUNT)
              COMPUTE COMPONENT-NEED-TBL(COMPONENT-COUNT) =
                  BOM-QTY-PER-KIT * BUILD-QTY-WS
              MOVE BOM-COMPONENT-PART TO PART-NUMBER-IN-PK
              READ INVENT6
                  INVALID KEY
                      MOVE ZERO
                          TO COMPONENT-HAVE-TBL(COMPONENT-COUNT)
                  NOT INVALID KEY
                      MOVE QTY-AT-LOCATION(BUILD-LOCATION-WS)
                          TO COMPONENT-HAVE-TBL(COMPONENT-COUNT)
              END-READ
              IF COMPONENT-NEED-TBL(COMPONENT-COUNT) >
                 COMPONENT-HAVE-TBL(COMPONENT-COUNT)
                 ADD 1 TO SHORTAGE-COUNT
              END-IF
           END-IF.
           PERFORM 306-READ-NEXT-BOM-LINE.

      * THE SHORTAGE LIST RUNS DOWN THE SCREEN UNDER THE CONTINUE
      * PROMPT, TEN COMPONENTS AT MOST.
       304-SHOW-SHORTAGE.
           IF COMPONENT-NEED-TBL(COMPONENT-SUB) >
              COMPONENT-HAVE-TBL(COMPONENT-SUB)
              AND SHORTAGE-SHOWN < 10
              ADD 1 TO SHORTAGE-SHOWN
              MOVE COMPONENT-PART-TBL(COMPONENT-SUB) TO SHORT-PART-OUT
              MOVE COMPONENT-NEED-TBL(COMPONENT-SUB) TO SHORT-NEED-OUT
              MOVE COMPONENT-HAVE-TBL(COMPONENT-SUB) TO SHORT-HAVE-OUT
              COMPUTE SHORT-QTY-OUT =
                  COMPONENT-NEED-TBL(COMPONENT-SUB) -
                  COMPONENT-HAVE-TBL(COMPONENT-SUB)
              ADD 12 SHORTAGE-SHOWN GIVING SHORTAGE-SCREEN-LINE
              DISPLAY SHORTAGE-LINE
                  LINE SHORTAGE-SCREEN-LINE COLUMN 2
           END-IF.

      * EVERY COMPONENT IS ISSUED FIRST, ADDING UP WHAT ITS LAYERS
      * COST, THEN THE KITS GO INTO STOCK CARRYING THAT COST.
       305-POST-KIT-BUILD.
           MOVE ZERO TO BUILD-COST-TOTAL.
           PERFORM 307-ISSUE-COMPONENT
               VARYING COMPONENT-SUB FROM 1 BY 1
               UNTIL COMPONENT-SUB > COMPONENT-COUNT.
           PERFORM 308-RECEIVE-FINISHED-KITS.
           PERFORM 311-DISPLAY-CONFIRMATION.

       306-READ-NEXT-BOM-LINE.
           READ BOMFILE NEXT RECORD
               AT END
                   MOVE "YES" TO BOM-EOF-FLAG
           END-READ.
           IF BOM-EOF-FLAG = "NO"
              AND BOM-KIT-PART-NUMBER NOT = KIT-PART-NUMBER-WS
              MOVE "YES" TO BOM-EOF-FLAG
           END-IF.

       307-ISSUE-COMPONENT.
           MOVE COMPONENT-PART-TBL(COMPONENT-SUB) TO PART-NUMBER-IN-PK.
           READ INVENT6.
           MOVE COMPONENT-NEED-TBL(COMPONENT-SUB) TO MOVEMENT-QTY-WS.
           SUBTRACT MOVEMENT-QTY-WS FROM QTY-ON-HAND.
           SUBTRACT MOVEMENT-QTY-WS
               FROM QTY-AT-LOCATION(BUILD-LOCATION-WS).
           REWRITE INVENTORY-RECORD-OUT.
           MOVE "I" TO TRAN-TYPE-WS.
           PERFORM 309-WRITE-TRAN-LOG-RECORD.
           MOVE "C" TO CLR-FUNCTION.
           PERFORM 310-POST-COST-LAYER.
           ADD CLR-EXTENDED-COST TO BUILD-COST-TOTAL.

      * THE KIT LAYER IS COSTED AT WHAT THE COMPONENTS COST PER KIT
      * AND CARRIES THE KIT'S OWN SUPPLIER CODE.
       308-RECEIVE-FINISHED-KITS.
           MOVE KIT-PART-NUMBER-WS TO PART-NUMBER-IN-PK.
           READ INVENT6.
           MOVE BUILD-QTY-WS TO MOVEMENT-QTY-WS.
           ADD MOVEMENT-QTY-WS TO QTY-ON-HAND.
           ADD MOVEMENT-QTY-WS TO QTY-AT-LOCATION(BUILD-LOCATION-WS).
           REWRITE INVENTORY-RECORD-OUT.
           MOVE "K" TO TRAN-TYPE-WS.
           PERFORM 309-WRITE-TRAN-LOG-RECORD.
           COMPUTE KIT-UNIT-COST ROUNDED =
               BUILD-COST-TOTAL / BUILD-QTY-WS.
           MOVE "A" TO CLR-FUNCTION.
           PERFORM 310-POST-COST-LAYER.

       309-WRITE-TRAN-LOG-RECORD.
           ACCEPT TLOG-DATE FROM DATE.
           MOVE TRAN-TYPE-WS          TO TLOG-TRANSACTION-TYPE.
           MOVE PART-NUMBER-IN-PK     TO TLOG-PART-NUMBER.
           MOVE MOVEMENT-QTY-WS       TO TLOG-TRANSACTION-AMOUNT.
           MOVE QTY-ON-HAND           TO TLOG-RESULTING-QTY-ON-HAND.
           MOVE BUILD-LOCATION-WS     TO TLOG-LOCATION.
           MOVE ZERO                  TO TLOG-LOCATION-TO.
           MOVE "A"                   TO TLOG-SOURCE-CODE.
           MOVE SGN-OPERATOR-ID       TO TLOG-OPERATOR-ID.
           WRITE TRANSACTION-LOG-RECORD FROM TRANSACTION-LOG-DETAIL.

      * A COMPONENT GOING OUT IS PRICED AT ITS OWN UNIT-PRICE-IN
      * WHERE NO LAYER COVERS IT; THE KITS COMING IN ARE LAID DOWN
      * AT THE COMPONENT COST PER KIT WORKED OUT ABOVE.
       310-POST-COST-LAYER.
           MOVE PART-NUMBER-IN-PK     TO CLR-PART-NUMBER.
           MOVE MOVEMENT-QTY-WS       TO CLR-QTY.
           MOVE QTY-ON-HAND           TO CLR-QTY-ON-HAND.
           IF CLR-ADD-LAYER
              MOVE KIT-UNIT-COST      TO CLR-UNIT-COST
           ELSE
              MOVE UNIT-PRICE-IN      TO CLR-UNIT-COST
           END-IF.
           MOVE SUPPLIER-CODE-IN      TO CLR-SUPPLIER-CODE.
           MOVE TRAN-TYPE-WS          TO CLR-TRAN-TYPE.
           MOVE "A"                   TO CLR-SOURCE-CODE.
           CALL "costlyr" USING COST-LAYER-REQUEST.

       311-DISPLAY-CONFIRMATION.
           MOVE BUILD-QTY-WS          TO CONFIRM-QTY-OUT.
           MOVE KIT-PART-NUMBER-WS    TO CONFIRM-PART-OUT.
           MOVE BUILD-LOCATION-WS     TO CONFIRM-LOCATION-OUT.
           DISPLAY BUILD-CONFIRM-LINE LINE 9 COLUMN 2.

       701-KIT-NOT-FOUND.
           DISPLAY "KIT PART NOT ON FILE" LINE 9 COLUMN 2.

       702-INVALID-QUANTITY.
           DISPLAY "QUANTITY MUST BE GREATER THAN ZERO"
               LINE 9 COLUMN 2.

       703-INVALID-LOCATION.
           DISPLAY "INVALID LOCATION - ENTER 1, 2, OR 3"
               LINE 9 COLUMN 2.

       704-KIT-ON-HAND-FULL.
           DISPLAY "BUILD WOULD TAKE KIT ON-HAND OVER 9999"
               LINE 9 COLUMN 2.

       705-NO-BILL-OF-MATERIAL.
           DISPLAY "NO BILL OF MATERIALS ON FILE FOR KIT"
               LINE 9 COLUMN 2.

       706-TOO-MANY-COMPONENTS.
           DISPLAY "KIT HAS MORE THAN 20 COMPONENTS - NOT BUILT"
               LINE 9 COLUMN 2.

       707-BUILD-REFUSED.
           DISPLAY "BUILD REFUSED - COMPONENTS SHORT AT LOCATION:"
               LINE 9 COLUMN 2.
           DISPLAY SHORTAGE-COUNT LINE 9 COLUMN 48.

       708-MORE-SHORTAGES.
           DISPLAY "MORE COMPONENTS SHORT THAN SHOWN ABOVE"
               LINE 23 COLUMN 2.
