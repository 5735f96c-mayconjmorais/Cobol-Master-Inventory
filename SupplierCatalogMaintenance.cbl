        IDENTIFICATION DIVISION.
        PROGRAM-ID. catmaint.
        AUTHOR. Maycon Morais.
      * Lets the purchasing desk add, change, or delete an entry on
      * the supplier-part catalog SUPPCAT, keyed on part number plus
      * supplier code, replacing the spreadsheet of which vendors can
      * supply a part. Each entry holds the supplier's own part
      * number, the price they quoted, their lead time in days and
      * their minimum order quantity. The re-order report reads the
      * catalog to pick the cheapest supplier and size the order,
      * and pomaint warns when a PO goes to a supplier not on it.
      * An entry can only be added for a part on INVENT6 and a
      * supplier on SUPPLIERI. Every action is written to the
      * shared maintenance audit trail under FILE-ID SUPPCAT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT SUPPCAT
                ASSIGN TO "C:\temp\SUPPCAT.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SPC-KEY
                FILE STATUS IS SUPPCAT-FILE-STATUS.
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
           SELECT MAINT-AUDIT-OUT
                ASSIGN TO "C:\temp\MNTAUDIT.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPCAT.
       01  SUPPLIER-PART-RECORD.
           COPY 'IndexedSupplierPartStr' IN copy-lib.

       FD  INVENT6.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  SUPPLIERI.
       01  SUPPLIER-RECORD-IN.
           COPY 'IndexedSupplierStr' IN copy-lib.

       FD  MAINT-AUDIT-OUT.
       01  MAINT-AUDIT-RECORD        PIC X(47).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-COUNTERS.
           05  CONT-MAINT-FLAG       PIC X VALUE "Y".
           05  SUPPCAT-FILE-STATUS   PIC X(2) VALUE "00".
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
       01  CATALOG-MAINT-SCREEN.
         05 VALUE "==MAYCON==" LINE 1.
           05 VALUE "==SUPPLIER-PART CATALOG==" LINE 2.
           05 VALUE "ACTION (A-ADD, C-CHANGE, D-DELETE): " LINE 3.
           05 MAINT-ACTION-SCR PIC X TO MAINT-ACTION-WS.
           05 VALUE "PART NUMBER (5 DIGITS): " LINE 4.
           05 PART-NUMBER-SCR PIC 9(5) TO SPC-PART-NUMBER.
           05 VALUE "SUPPLIER CODE (4 DIGITS): " LINE 5.
           05 SUPPLIER-CODE-SCR PIC 9(4) TO SPC-SUPPLIER-CODE.

       01  CATALOG-DETAIL-SCREEN.
           05 VALUE "SUPPLIER PART NUMBER: " LINE 6.
           05 SUPPLIER-PART-SCR PIC X(15)
                  TO SPC-SUPPLIER-PART-NUMBER.
           05 VALUE "QUOTED PRICE (9999.99): " LINE 7.
           05 QUOTED-PRICE-SCR PIC 9(4)V99 TO SPC-QUOTED-PRICE.
           05 VALUE "LEAD TIME DAYS (3 DIGITS): " LINE 8.
           05 LEAD-DAYS-SCR PIC 9(3) TO SPC-LEAD-DAYS.
           05 VALUE "MINIMUM ORDER QTY (4 DIGITS): " LINE 9.
           05 MIN-ORDER-SCR PIC 9(4) TO SPC-MIN-ORDER-QTY.

       01  TEXT-PROMPTS.
           05  MAINT-CONTINUE-PROMPT
               VALUE "Enter another maintenance transaction? (Y/N): "
               LINE 12.

       PROCEDURE DIVISION.
      * EVERY MAINTENANCE ACTION IS LOGGED UNDER THE SIGNED-ON
      * OPERATOR, SO EVEN A CATALOG DELETE LEAVES A TRACE.
       100-MAINTAIN-CATALOG.
           CALL "signon" USING SIGN-ON-AREA.
           IF SGN-SIGNED-ON
              PERFORM 201-INIT-MAINTENANCE
              PERFORM 202-PROCESS-MAINT-TRANSACTION
                  UNTIL CONT-MAINT-FLAG = "n" or "N"
              PERFORM 203-TERM-MAINTENANCE
           END-IF.
           STOP RUN.

      * FIRST EVER RUN CREATES AN EMPTY CATALOG SO EVERY LATER OPEN
      * (HERE, IN THE RE-ORDER REPORT AND IN POMAINT) FINDS IT.
       201-INIT-MAINTENANCE.
           OPEN I-O SUPPCAT.
           IF SUPPCAT-FILE-STATUS = "35"
              OPEN OUTPUT SUPPCAT
              CLOSE SUPPCAT
              OPEN I-O SUPPCAT
           END-IF.
           OPEN INPUT INVENT6 SUPPLIERI.
           OPEN EXTEND MAINT-AUDIT-OUT.

       202-PROCESS-MAINT-TRANSACTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY CATALOG-MAINT-SCREEN.
           ACCEPT MAINT-ACTION-SCR.
           ACCEPT PART-NUMBER-SCR.
           ACCEPT SUPPLIER-CODE-SCR.
           EVALUATE TRUE
               WHEN ACTION-ADD
                    PERFORM 301-ADD-CATALOG-ENTRY
               WHEN ACTION-CHANGE
                    PERFORM 302-CHANGE-CATALOG-ENTRY
               WHEN ACTION-DELETE
                    PERFORM 303-DELETE-CATALOG-ENTRY
               WHEN OTHER
                    PERFORM 701-INVALID-ACTION
           END-EVALUATE.
           DISPLAY MAINT-CONTINUE-PROMPT.
           ACCEPT CONT-MAINT-FLAG.

       203-TERM-MAINTENANCE.
           CLOSE SUPPCAT INVENT6 SUPPLIERI MAINT-AUDIT-OUT.

      * A CATALOG ENTRY FOR A PART OR SUPPLIER THAT DOES NOT EXIST
      * WOULD NEVER BE READ, SO BOTH ARE PROVED BEFORE THE ADD.
       301-ADD-CATALOG-ENTRY.
           MOVE "NO" TO READ-OK-SWITCH.
           MOVE SPC-PART-NUMBER TO PART-NUMBER-IN-PK.
           READ INVENT6
               INVALID KEY
                   PERFORM 704-PART-NOT-FOUND
               NOT INVALID KEY
                   MOVE "YES" TO READ-OK-SWITCH
           END-READ.
           IF READ-OK-SWITCH = "YES"
              MOVE "NO" TO READ-OK-SWITCH
              MOVE SPC-SUPPLIER-CODE TO SUPPLIER-CODE-OUT-PK
              READ SUPPLIERI
                  INVALID KEY
                      PERFORM 705-SUPPLIER-NOT-FOUND
                  NOT INVALID KEY
                      MOVE "YES" TO READ-OK-SWITCH
              END-READ
           END-IF.
           IF READ-OK-SWITCH = "YES"
              PERFORM 305-ACCEPT-CATALOG-DETAIL
              WRITE SUPPLIER-PART-RECORD
                  INVALID KEY
                      PERFORM 702-DUPLICATE-ENTRY
                  NOT INVALID KEY
                      PERFORM 306-WRITE-MAINT-AUDIT
                      PERFORM 304-DISPLAY-CONFIRMATION
              END-WRITE
           END-IF.

       302-CHANGE-CATALOG-ENTRY.
           READ SUPPCAT
               INVALID KEY
                   PERFORM 703-ENTRY-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 305-ACCEPT-CATALOG-DETAIL
                   REWRITE SUPPLIER-PART-RECORD
                   PERFORM 306-WRITE-MAINT-AUDIT
                   PERFORM 304-DISPLAY-CONFIRMATION
           END-READ.

       303-DELETE-CATALOG-ENTRY.
           READ SUPPCAT
               INVALID KEY
                   PERFORM 703-ENTRY-NOT-FOUND
               NOT INVALID KEY
                   DELETE SUPPCAT
                   PERFORM 306-WRITE-MAINT-AUDIT
                   PERFORM 304-DISPLAY-CONFIRMATION
           END-READ.

       304-DISPLAY-CONFIRMATION.
           DISPLAY "CATALOG ENTRY UPDATED: " LINE 10 COLUMN 2.
           DISPLAY SPC-KEY LINE 10 COLUMN 25.

       305-ACCEPT-CATALOG-DETAIL.
           DISPLAY CATALOG-DETAIL-SCREEN.
           ACCEPT SUPPLIER-PART-SCR.
           ACCEPT QUOTED-PRICE-SCR.
           ACCEPT LEAD-DAYS-SCR.
           ACCEPT MIN-ORDER-SCR.

       306-WRITE-MAINT-AUDIT.
           ACCEPT MAUD-DATE FROM DATE.
           ACCEPT MAUD-TIME FROM TIME.
           MOVE SGN-OPERATOR-ID   TO MAUD-OPERATOR-ID.
           MOVE "SUPPCAT"         TO MAUD-FILE-ID.
           MOVE MAINT-ACTION-WS   TO MAUD-ACTION.
           MOVE SPC-KEY           TO MAUD-KEY.
           WRITE MAINT-AUDIT-RECORD FROM MAINT-AUDIT-DETAIL.

       701-INVALID-ACTION.
           DISPLAY "INVALID ACTION - ENTER A, C, OR D"
               LINE 10 COLUMN 2.

       702-DUPLICATE-ENTRY.
           DISPLAY "SUPPLIER ALREADY IN CATALOG FOR PART"
               LINE 10 COLUMN 2.

       703-ENTRY-NOT-FOUND.
           DISPLAY "CATALOG ENTRY NOT ON FILE" LINE 10 COLUMN 2.

       704-PART-NOT-FOUND.
           DISPLAY "PART NOT ON FILE" LINE 10 COLUMN 2.

       705-SUPPLIER-NOT-FOUND.
           DISPLAY "SUPPLIER NOT ON FILE" LINE 10 COLUMN 2.
