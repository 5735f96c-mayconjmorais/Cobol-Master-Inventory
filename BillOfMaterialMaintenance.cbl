        IDENTIFICATION DIVISION.
        PROGRAM-ID. bommaint.
        AUTHOR. Maycon Morais.
      * Lets the shop add, change, or delete a line on the bill of
      * materials BOMFILE, keyed on kit part number plus component
      * part number. Each line holds the quantity of the component
      * that one kit takes; kitbuild reads every line of a kit to
      * issue its components when the kit is assembled. A line can
      * only be added when both the kit and the component are on
      * INVENT6, and a kit can never be its own component. Every
      * action is written to the shared maintenance audit trail
      * under FILE-ID BOMFILE.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT BOMFILE
                ASSIGN TO "C:\temp\BOMFILE.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BOM-KEY
                FILE STATUS IS BOMFILE-FILE-STATUS.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT MAINT-AUDIT-OUT
                ASSIGN TO "C:\temp\MNTAUDIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BOMFILE.
       01  BILL-OF-MATERIAL-RECORD.
           COPY 'IndexedBillOfMaterialStr' IN copy-lib.

       FD  INVENT6.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-RECORD        PIC X(47).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  CONT-MAINT-FLAG       PIC X VALUE "Y".
           05  BOMFILE-FILE-STATUS   PIC X(2) VALUE "00".
           05  READ-OK-SWITCH        PIC X(3) VALUE "NO".

       01  MAINT-ACTION-DETAILS.
           05  MAINT-ACTION-WS       PIC X VALUE SPACE.
               88  ACTION-ADD        VALUE "A".
               88  ACTION-CHANGE     VALUE "C".
               88  ACTION-DELETE     VALUE "D".

       01  SIGN-ON-AREA.
           COPY 'SignOnAreaStr' IN copy-lib.

       01  MAINT-AUDIT-DETAIL.
           COPY 'MaintAuditDetailStr' IN copy-lib.

       SCREEN SECTION.
       01  BOM-MAINT-SCREEN.
         05 VALUE "==MAYCON==" LINE 1.
           05 VALUE "==KIT BILL OF MATERIALS==" LINE 2.
           05 VALUE "ACTION (A-ADD, C-CHANGE, D-DELETE): " LINE 3.
           05 MAINT-ACTION-SCR PIC X TO MAINT-ACTION-WS.
           05 VALUE "KIT PART NUMBER (5 DIGITS): " LINE 4.
           05 KIT-PART-SCR PIC 9(5) TO BOM-KIT-PART-NUMBER.
           05 VALUE "COMPONENT PART NUMBER (5 DIGITS): " LINE 5.
           05 COMPONENT-PART-SCR PIC 9(5) TO BOM-COMPONENT-PART.

       01  BOM-DETAIL-SCREEN.
           05 VALUE "QUANTITY PER KIT (3 DIGITS): " LINE 6.
           05 QTY-PER-KIT-SCR PIC 9(3) TO BOM-QTY-PER-KIT.

       01  TEXT-PROMPTS.
           05  MAINT-CONTINUE-PROMPT
               VALUE "Enter another maintenance transaction? (Y/N): "
               LINE 12.

       PROCEDURE DIVISION.
      * EVERY MAINTENANCE ACTION IS LOGGED UNDER THE SIGNED-ON
      * OPERATOR, SO EVEN A BILL OF MATERIALS DELETE LEAVES A TRACE.
       100-MAINTAIN-BILL-OF-MATERIAL.
           CALL "signon" USING SIGN-ON-AREA.
           IF SGN-SIGNED-ON
              PERFORM 201-INIT-MAINTENANCE
              PERFORM 202-PROCESS-MAINT-TRANSACTION
                  UNTIL CONT-MAINT-FLAG = "n" or "N"
              PERFORM 203-TERM-MAINTENANCE
           END-IF.
           STOP RUN.

      * FIRST EVER RUN CREATES AN EMPTY BILL OF MATERIALS SO EVERY
      * LATER OPEN (HERE AND IN KITBUILD) FINDS IT.
       201-INIT-MAINTENANCE.
           OPEN I-O BOMFILE.
           IF BOMFILE-FILE-STATUS = "35"
              OPEN OUTPUT BOMFILE
              CLOSE BOMFILE
              OPEN I-O BOMFILE
           END-IF.
           OPEN INPUT INVENT6.
           OPEN EXTEND MAINT-AUDIT-OUT.

       202-PROCESS-MAINT-TRANSACTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY BOM-MAINT-SCREEN.
           ACCEPT MAINT-ACTION-SCR.
           ACCEPT KIT-PART-SCR.
           ACCEPT COMPONENT-PART-SCR.
           EVALUATE TRUE
               WHEN ACTION-ADD
                    PERFORM 301-ADD-BOM-LINE
               WHEN ACTION-CHANGE
                    PERFORM 302-CHANGE-BOM-LINE
               WHEN ACTION-DELETE
                    PERFORM 303-DELETE-BOM-LINE
               WHEN OTHER
                    PERFORM 701-INVALID-ACTION
           END-EVALUATE.
           DISPLAY MAINT-CONTINUE-PROMPT.
           ACCEPT CONT-MAINT-FLAG.

       203-TERM-MAINTENANCE.
           CLOSE BOMFILE INVENT6 MAINT-AUDIT-OUT.

      * A LINE FOR A KIT OR COMPONENT THAT DOES NOT EXIST COULD NEVER
      * BE BUILT, AND A KIT THAT TAKES ITSELF COULD NEVER BE BUILT
      * EITHER, SO ALL THREE ARE PROVED BEFORE THE ADD.
       301-ADD-BOM-LINE.
           MOVE "NO" TO READ-OK-SWITCH.
           IF BOM-KIT-PART-NUMBER = BOM-COMPONENT-PART
              PERFORM 706-KIT-IS-COMPONENT
           ELSE
              MOVE BOM-KIT-PART-NUMBER TO PART-NUMBER-IN-PK
              READ INVENT6
                  INVALID KEY
                      PERFORM 704-KIT-NOT-FOUND
                  NOT INVALID KEY
                      MOVE "YES" TO READ-OK-SWITCH
              END-READ
           END-IF.
           IF READ-OK-SWITCH = "YES"
              MOVE "NO" TO READ-OK-SWITCH
              MOVE BOM-COMPONENT-PART TO PART-NUMBER-IN-PK
              READ INVENT6
                  INVALID KEY
                      PERFORM 705-COMPONENT-NOT-FOUND
                  NOT INVALID KEY
                      MOVE "YES" TO READ-OK-SWITCH
              END-READ
           END-IF.
           IF READ-OK-SWITCH = "YES"
              PERFORM 305-ACCEPT-BOM-DETAIL
           END-IF.
           IF READ-OK-SWITCH = "YES"
              WRITE BILL-OF-MATERIAL-RECORD
                  INVALID KEY
                      PERFORM 702-DUPLICATE-LINE
                  NOT INVALID KEY
                      PERFORM 306-WRITE-MAINT-AUDIT
                      PERFORM 304-DISPLAY-CONFIRMATION
              END-WRITE
           END-IF.

       302-CHANGE-BOM-LINE.
           MOVE "NO" TO READ-OK-SWITCH.
           READ BOMFILE
               INVALID KEY
                   PERFORM 703-LINE-NOT-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO READ-OK-SWITCH
                   PERFORM 305-ACCEPT-BOM-DETAIL
           END-READ.
           IF READ-OK-SWITCH = "YES"
              REWRITE BILL-OF-MATERIAL-RECORD
              PERFORM 306-WRITE-MAINT-AUDIT
              PERFORM 304-DISPLAY-CONFIRMATION
           END-IF.

       303-DELETE-BOM-LINE.
           READ BOMFILE
               INVALID KEY
                   PERFORM 703-LINE-NOT-FOUND
               NOT INVALID KEY
                   DELETE BOMFILE
                   PERFORM 306-WRITE-MAINT-AUDIT
                   PERFORM 304-DISPLAY-CONFIRMATION
           END-READ.

       304-DISPLAY-CONFIRMATION.
           DISPLAY "BILL OF MATERIALS UPDATED: " LINE 10 COLUMN 2.
           DISPLAY BOM-KEY LINE 10 COLUMN 29.

      * A LINE THAT TAKES NONE OF THE COMPONENT WOULD ISSUE NOTHING,
      * SO A ZERO QUANTITY IS REFUSED RATHER THAN STORED.
       305-ACCEPT-BOM-DETAIL.
           DISPLAY BOM-DETAIL-SCREEN.
           ACCEPT QTY-PER-KIT-SCR.
           IF BOM-QTY-PER-KIT = ZERO
              MOVE "NO" TO READ-OK-SWITCH
              PERFORM 707-INVALID-QUANTITY
           END-IF.

       306-WRITE-MAINT-AUDIT.
           ACCEPT MAUD-DATE FROM DATE.
           ACCEPT MAUD-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID   TO MAUD-OPERATOR-ID.
           MOVE "BOMFILE"         TO MAUD-FILE-ID.
           MOVE MAINT-ACTION-WS   TO MAUD-ACTION.
           MOVE BOM-KEY           TO MAUD-KEY.
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-DETAIL.

       701-INVALID-ACTION.
           DISPLAY "INVALID ACTION - ENTER A, C, OR D"
               LINE 10 COLUMN 2.

       702-DUPLICATE-LINE.
           DISPLAY "COMPONENT ALREADY ON BILL FOR KIT"
               LINE 10 COLUMN 2.

       703-LINE-NOT-FOUND.
           DISPLAY "BILL OF MATERIALS LINE NOT ON FILE"
               LINE 10 COLUMN 2.

       704-KIT-NOT-FOUND.
           DISPLAY "KIT PART NOT ON FILE" LINE 10 COLUMN 2.

       705-COMPONENT-NOT-FOUND.
           DISPLAY "COMPONENT PART NOT ON FILE" LINE 10 COLUMN 2.

       706-KIT-IS-COMPONENT.
           DISPLAY "A KIT CANNOT BE ITS OWN COMPONENT"
               LINE 10 COLUMN 2.

       707-INVALID-QUANTITY.
           DISPLAY "QUANTITY PER KIT MUST BE GREATER THAN ZERO"
               LINE 10 COLUMN 2.
