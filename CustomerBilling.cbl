        IDENTIFICATION DIVISION.
        PROGRAM-ID. custbill.
        AUTHOR. Maycon Morais.
      * Customer billing run, made after the order allocation. The
      * pick journal ordalloc keeps is the record of what actually
      * shipped: every line was posted to TRANLOG.TXT as a type S,
      * source O shipment in the same motion. The journal is sorted
      * by order number and customer, and each allocation run's
      * picks for an order make one shipment and one invoice, so a
      * backorder filled by a later run is invoiced as a separate
      * shipment against the original order number. Lines are
      * priced at the part's unit price on INVENT6 when billed.
      * Invoice numbers carry on from the last one used, held on
      * CUSTBILL.CTL. The invoices print to INVOICES.TXT and the
      * same pass writes a semicolon-delimited extract for the
      * receivables import, supval style - an H record per invoice,
      * an L record per line, and a final T control-total record -
      * so the extract can never disagree with the printed invoices.
      * The journal lines billed are copied to a dated
      * PICKJRNL.YYMMDD archive and taken off the live journal, so
      * no shipment is billed twice and none is left behind.
      * Every line billed is also added to the order's record on the
      * SHIPHIST shipped-order history, with the FIFO cost it
      * shipped at, which is what the returns desk authorizes
      * customer returns against.
      * The invoices, the extract and a copy of the journal lines
      * billed are written to work files first. Only when the whole
      * run is through are they committed: CUSTBILL.CTL is marked
      * commit pending with the new last invoice number, the work
      * files are renamed into place, the archive is extended and
      * the billed lines come off the journal. A run that dies
      * before the commit leaves nothing behind but work files and
      * is simply run again; one that dies during the commit is
      * run again and only finishes the commit, every step of
      * which can safely be done twice.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PICK-JOURNAL-IN
                ASSIGN TO "C:\temp\PICKJRNL.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PICKJRNL-FILE-STATUS.
           SELECT OPTIONAL JOURNAL-ARCHIVE
                ASSIGN USING JOURNAL-ARCHIVE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-SNAPSHOT
                ASSIGN TO "C:\temp\CUSTBJRN.TMP"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-REBUILD-OUT
                ASSIGN TO "C:\temp\PICKJARC.TMP"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-REBUILD-OUT
                ASSIGN TO "C:\temp\PICKJRNL.TMP"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOC-CHECKPOINT-FILE
                ASSIGN TO "C:\temp\ORDALLOC.CKP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALLOC-CKPT-FILE-STATUS.
           SELECT INVOICE-CONTROL-FILE
                ASSIGN TO "C:\temp\CUSTBILL.CTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS INVCTL-FILE-STATUS.
           SELECT INVOICE-CONTROL-TEMP-FILE
                ASSIGN TO "C:\temp\CUSTBILL.CTT"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENT6
                ASSIGN TO "C:\temp\INVENT6.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PART-NUMBER-IN-PK.
           SELECT SHIPHIST
                ASSIGN TO "C:\temp\SHIPHIST.TXT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SHH-ORDER-NUMBER-PK
                FILE STATUS IS SHIPHIST-FILE-STATUS.
           SELECT SORT-WORK-FILE
                ASSIGN TO "C:\temp\CUSTBILSRT.TMP".
           SELECT INVOICE-REPORT-OUT
                ASSIGN TO "C:\temp\INVOICES.TMP"
                ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-EXTRACT-OUT
                ASSIGN TO "C:\temp\ARBILLEXT.TMP"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-JOURNAL-IN.
       01  PICK-JOURNAL-RECORD       PIC X(78).

       FD  JOURNAL-ARCHIVE.
       01  JOURNAL-ARCHIVE-RECORD    PIC X(78).

       FD  JOURNAL-SNAPSHOT.
       01  JOURNAL-SNAPSHOT-RECORD   PIC X(78).

       FD  ARCHIVE-REBUILD-OUT.
       01  ARCHIVE-REBUILD-RECORD    PIC X(78).

       FD  JOURNAL-REBUILD-OUT.
       01  JOURNAL-REBUILD-RECORD    PIC X(78).

       FD  ALLOC-CHECKPOINT-FILE.
       01  ALLOC-CHECKPOINT-RECORD   PIC X(123).

       FD  INVOICE-CONTROL-FILE.
       01  INVOICE-CONTROL-RECORD    PIC X(27).

       FD  INVOICE-CONTROL-TEMP-FILE.
       01  INVOICE-CONTROL-TEMP-RECORD PIC X(27).

       FD  INVENT6.
       01  INVENTORY-RECORD-IN.
           COPY 'IndexedInventRecordStr' IN copy-lib.

       FD  SHIPHIST.
       01  SHIP-HISTORY-RECORD.
           COPY 'IndexedShipHistoryStr' IN copy-lib.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-ORDER-NUMBER    PIC 9(5).
           05  SORT-CUSTOMER-NAME   PIC X(20).
           05  SORT-RUN-DATE        PIC 9(6).
           05  SORT-RUN-TIME        PIC 9(8).
           05  SORT-FILL-TYPE       PIC X.
           05  SORT-PART-NUMBER     PIC 9(5).
           05  SORT-PART-NAME       PIC X(20).
           05  SORT-PICK-QTY        PIC 9(3).
           05  SORT-EXTENDED-COST   PIC 9(7)V99.

       FD  INVOICE-REPORT-OUT.
       01  INVOICE-RECORD-OUT        PIC X(70).

       FD  BILLING-EXTRACT-OUT.
       01  BILLING-EXTRACT-RECORD    PIC X(77).

       WORKING-STORAGE SECTION.
       01  JOURNAL-ARCHIVE-NAME-DETAILS.
           05  JOURNAL-ARCHIVE-NAME.
               10  FILLER               PIC X(17)
                   VALUE "C:\temp\PICKJRNL.".
               10  JOURNAL-ARCHIVE-DATE PIC 9(6).

       01  COMMIT-FILE-NAMES.
           05  INVOICE-WORK-NAME         PIC X(30)
               VALUE "C:\temp\INVOICES.TMP".
           05  INVOICE-FINAL-NAME        PIC X(30)
               VALUE "C:\temp\INVOICES.TXT".
           05  EXTRACT-WORK-NAME         PIC X(30)
               VALUE "C:\temp\ARBILLEXT.TMP".
           05  EXTRACT-FINAL-NAME        PIC X(30)
               VALUE "C:\temp\ARBILLEXT.TXT".
           05  ARCHIVE-REBUILD-NAME      PIC X(30)
               VALUE "C:\temp\PICKJARC.TMP".
           05  JOURNAL-REBUILD-NAME      PIC X(30)
               VALUE "C:\temp\PICKJRNL.TMP".
           05  JOURNAL-LIVE-NAME         PIC X(30)
               VALUE "C:\temp\PICKJRNL.TXT".
           05  CONTROL-TEMP-NAME         PIC X(30)
               VALUE "C:\temp\CUSTBILL.CTT".
           05  CONTROL-ACTIVE-NAME       PIC X(30)
               VALUE "C:\temp\CUSTBILL.CTL".
           05  COMMIT-RENAME-STATUS      PIC S9(9) COMP-5 VALUE ZERO.

       01  SNAPSHOT-FIRST-LINE           PIC X(78) VALUE SPACES.

       01  PICK-JOURNAL-DETAIL.
           COPY 'PickJournalDetailStr' IN copy-lib.

      * ONLY THE STATUS BYTE OF ORDALLOC'S CHECKPOINT MATTERS HERE.
       01  ALLOC-CHECKPOINT-DETAIL.
           05  ALLOC-CKPT-STATUS         PIC X VALUE "C".
               88  ALLOC-CKPT-COMPLETE   VALUE "C".
           05  FILLER                    PIC X(122).

      * C = LAST RUN COMMITTED.
      * P = A RUN'S INVOICES, EXTRACT AND JOURNAL COPY ARE ON THE
      *     WORK FILES AND BEING COMMITTED; LAST-INVOICE-NUMBER IS
      *     ALREADY THAT RUN'S LAST NUMBER. THE DATED ARCHIVE BEING
      *     EXTENDED, THE LINES IT HELD BEFORE THE COMMIT AND THE
      *     NUMBER OF LIVE JOURNAL LINES BILLED ARE KEPT SO EVERY
      *     STEP OF THE COMMIT CAN BE REDONE EXACTLY.
       01  INVOICE-CONTROL-DETAIL.
           05  LAST-INVOICE-NUMBER       PIC 9(6) VALUE ZERO.
           05  CTL-STATUS                PIC X VALUE "C".
               88  CTL-COMMIT-PENDING    VALUE "P".
           05  CTL-ARCHIVE-DATE          PIC 9(6) VALUE ZERO.
           05  CTL-ARCHIVE-BASE-COUNT    PIC 9(7) VALUE ZERO.
           05  CTL-JOURNAL-BILLED        PIC 9(7) VALUE ZERO.

       01  INVOICE-DATE                  PIC 9(6) VALUE ZERO.

       01  INVOICE-TITLE.
           05  FILLER            PIC X(7) VALUE SPACES.
           05  FILLER            PIC X(16)
                   VALUE "CUSTOMER INVOICE".
           05  FILLER            PIC X(4) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE "NO. ".
           05  INV-TITLE-NUMBER  PIC 9(6).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "DATE ".
           05  INV-TITLE-DATE    PIC 9(6).

       01  INVOICE-ORDER-LINE.
           05  FILLER            PIC X(9)  VALUE "ORDER:".
           05  INV-ORDER-OUT     PIC ZZZZ9.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "CUSTOMER:".
           05  INV-CUSTOMER-OUT  PIC X(20).

       01  INVOICE-SHIPMENT-LINE.
           05  FILLER            PIC X(9)  VALUE "SHIPPED:".
           05  INV-SHIP-DATE-OUT PIC 9(6).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  INV-SHIPMENT-DESC PIC X(30).

       01  INVOICE-COLUMN-HEADER.
           05  FILLER  PIC X(10)  VALUE   "PARTNUMBER".
           05  FILLER  PIC X(2)   VALUE   SPACES.
           05  FILLER  PIC X(8)   VALUE   "PARTNAME".
           05  FILLER  PIC X(14)  VALUE   SPACES.
           05  FILLER  PIC X(3)   VALUE   "QTY".
           05  FILLER  PIC X(4)   VALUE   SPACES.
           05  FILLER  PIC X(5)   VALUE   "PRICE".
           05  FILLER  PIC X(10)  VALUE   SPACES.
           05  FILLER  PIC X(6)   VALUE   "AMOUNT".

       01  INVOICE-RECORD-DETAIL.
           05  FILLER             PIC X(3) VALUE SPACES.
           05  PART-NUMBER-OUT    PIC ZZZZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  PART-NAME-OUT      PIC X(20).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LINE-QTY-OUT       PIC ZZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  UNIT-PRICE-OUT     PIC ZZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  LINE-AMOUNT-OUT    PIC $$$,$$$,$$9.99.

       01  UNPRICED-LINE-WARNING.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  FILLER             PIC X(36)
               VALUE "** PART NOT ON FILE - NOT PRICED **".

       01  INVOICE-TOTAL-LINE.
           05  FILLER            PIC X(34) VALUE SPACES.
           05  FILLER            PIC X(15) VALUE "INVOICE TOTAL:".
           05  INVOICE-TOTAL-F   PIC $$$,$$$,$$9.99.

       01  BILLING-TOTAL-LINE.
           05  FILLER            PIC X(18) VALUE "BILLING RUN TOTAL:".
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  INVOICE-COUNT-F   PIC Z(4)9.
           05  FILLER            PIC X(10) VALUE " INVOICES ".
           05  BILLING-TOTAL-F   PIC $$$,$$$,$$$,$$9.99.

       01  EXTRACT-HEADER-LINE.
           05  FILLER             PIC X     VALUE "H".
           05  FILLER             PIC X     VALUE ";".
           05  EXT-HDR-INVOICE    PIC 9(6).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-INVOICE-DATE   PIC 9(6).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-ORDER-NUMBER   PIC 9(5).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-CUSTOMER-NAME  PIC X(20).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-SHIP-DATE      PIC 9(6).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-FILL-TYPE      PIC X.

       01  EXTRACT-LINE-DETAIL.
           05  FILLER             PIC X     VALUE "L".
           05  FILLER             PIC X     VALUE ";".
           05  EXT-LINE-INVOICE   PIC 9(6).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-PART-NUMBER    PIC 9(5).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-PART-NAME      PIC X(20).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-LINE-QTY       PIC 9(4).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-UNIT-PRICE     PIC 9(4).99.
           05  FILLER             PIC X     VALUE ";".
           05  EXT-LINE-AMOUNT    PIC 9(8).99.

       01  EXTRACT-TOTAL-LINE.
           05  FILLER             PIC X     VALUE "T".
           05  FILLER             PIC X     VALUE ";".
           05  EXT-INVOICE-COUNT  PIC 9(5).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-LINE-COUNT     PIC 9(5).
           05  FILLER             PIC X     VALUE ";".
           05  EXT-BILLING-TOTAL  PIC 9(9).99.

       01  CONTROL-BREAK-FIELDS.
           05  PREV-ORDER-NUMBER    PIC 9(5) VALUE ZERO.
           05  PREV-CUSTOMER-NAME   PIC X(20) VALUE SPACES.
           05  PREV-RUN-STAMP.
               10  PREV-RUN-DATE    PIC 9(6) VALUE ZERO.
               10  PREV-RUN-TIME    PIC 9(8) VALUE ZERO.
           05  PREV-PART-NUMBER     PIC 9(5) VALUE ZERO.
           05  PREV-PART-NAME       PIC X(20) VALUE SPACES.
           05  FIRST-RECORD-SW      PIC X(3) VALUE "YES".
           05  LINE-QTY             PIC 9(4) VALUE ZERO.
           05  LINE-AMOUNT          PIC 9(8)V99 VALUE ZERO.
           05  LINE-COST            PIC 9(9)V99 VALUE ZERO.
           05  INVOICE-TOTAL        PIC 9(8)V99 VALUE ZERO.
           05  BILLING-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01  SUMMARY-DATA.
           05  READ-COUNTER         PIC 9(5) VALUE ZERO.
           05  INVOICE-COUNTER      PIC 9(5) VALUE ZERO.
           05  INV-LINE-COUNTER     PIC 9(5) VALUE ZERO.
           05  UNPRICED-COUNTER     PIC 9(5) VALUE ZERO.
           05  ARCHIVE-LINE-COUNT   PIC 9(7) VALUE ZERO.
           05  JOURNAL-PASS-COUNT   PIC 9(7) VALUE ZERO.

       01  FLAGS-AND-COUNTERS.
           05  PICKJRNL-EOF-FLAG   PIC X(3) VALUE "NO".
           05  SORT-EOF-FLAG       PIC X(3) VALUE "NO".
           05  ARCHIVE-EOF-FLAG    PIC X(3) VALUE "NO".
           05  SNAPSHOT-EOF-FLAG   PIC X(3) VALUE "NO".
           05  JOURNAL-HELD-SW     PIC X(3) VALUE "NO".
           05  BILLING-OK-SW       PIC X(3) VALUE "YES".
           05  PART-FOUND-SW       PIC X(3) VALUE "NO".
           05  PICKJRNL-FILE-STATUS PIC X(2) VALUE "00".
           05  ALLOC-CKPT-FILE-STATUS PIC X(2) VALUE "00".
           05  INVCTL-FILE-STATUS  PIC X(2) VALUE "00".
           05  SHIPHIST-FILE-STATUS PIC X(2) VALUE "00".

       PROCEDURE DIVISION.
       100-PRODUCE-BILLING.
           PERFORM 201-INIT-BILLING.
           IF BILLING-OK-SW = "YES"
              SORT SORT-WORK-FILE
                  ON ASCENDING KEY SORT-ORDER-NUMBER
                                   SORT-CUSTOMER-NAME
                                   SORT-RUN-DATE
                                   SORT-RUN-TIME
                                   SORT-PART-NUMBER
                  INPUT PROCEDURE 401-RELEASE-JOURNAL-LINES
                  OUTPUT PROCEDURE 402-PRODUCE-INVOICES
              PERFORM 204-MARK-COMMIT-PENDING
           END-IF.
           IF CTL-COMMIT-PENDING
              PERFORM 205-COMMIT-BILLING-RUN
           END-IF.
           PERFORM 203-TERM-BILLING.
           STOP RUN.

      * AN ALLOCATION RUN THAT DIED PART WAY THROUGH STILL HAS PICKS
      * TO PUT BACK ON THE PICK LIST FROM THE JOURNAL, SO NOTHING
      * IS BILLED UNTIL ORDALLOC HAS BEEN RUN AGAIN AND FINISHED.
      * A BILLING RUN THAT DIED DURING ITS COMMIT IS FINISHED FIRST,
      * AND NOTHING NEW IS BILLED UNTIL THE NEXT RUN.
       201-INIT-BILLING.
           ACCEPT INVOICE-DATE FROM DATE.
           PERFORM 302-READ-INVOICE-NUMBER.
           IF CTL-COMMIT-PENDING
              MOVE "NO" TO BILLING-OK-SW
              DISPLAY "BILLING: FINISHING THE COMMIT OF A FAILED "
                  "RUN - NOTHING NEW IS BILLED"
           ELSE
              PERFORM 301-CHECK-ALLOCATION-DONE
           END-IF.
           IF BILLING-OK-SW = "YES"
              OPEN INPUT PICK-JOURNAL-IN
              IF PICKJRNL-FILE-STATUS NOT = "00"
                 MOVE "NO" TO BILLING-OK-SW
                 DISPLAY "BILLING: NO PICK JOURNAL - NOTHING TO BILL"
              END-IF
           END-IF.
           IF BILLING-OK-SW = "YES"
              MOVE INVOICE-DATE TO CTL-ARCHIVE-DATE
              OPEN INPUT  INVENT6
                   OUTPUT INVOICE-REPORT-OUT BILLING-EXTRACT-OUT
                          JOURNAL-SNAPSHOT
      * FIRST EVER RUN CREATES AN EMPTY SHIPPED-ORDER HISTORY.
              OPEN I-O SHIPHIST
              IF SHIPHIST-FILE-STATUS = "35"
                 OPEN OUTPUT SHIPHIST
                 CLOSE SHIPHIST
                 OPEN I-O SHIPHIST
              END-IF
           END-IF.

       203-TERM-BILLING.
           IF BILLING-OK-SW = "YES"
              CLOSE INVENT6 SHIPHIST
           END-IF.
           DISPLAY "CUSTOMER BILLING COMPLETE".
           DISPLAY "  JOURNAL LINES READ    : " READ-COUNTER.
           DISPLAY "  INVOICES WRITTEN      : " INVOICE-COUNTER.
           DISPLAY "  INVOICE LINES         : " INV-LINE-COUNTER.
           DISPLAY "  LINES NOT PRICED      : " UNPRICED-COUNTER.
           DISPLAY "  LAST INVOICE NUMBER   : " LAST-INVOICE-NUMBER.

      * EVERYTHING THE RUN PRODUCED IS ON THE WORK FILES. UNTIL THE
      * CONTROL FILE SAYS COMMIT PENDING NOTHING OUTSIDE THEM HAS
      * CHANGED BUT SHIPHIST, WHICH A RERUN PASSES BY, SO A RUN
      * THAT FAILS BEFORE HERE IS SIMPLY RUN AGAIN AND HANDS OUT
      * THE SAME INVOICE NUMBERS FROM THE SAME JOURNAL. THE LINES
      * ALREADY ON THE DATED ARCHIVE ARE COUNTED NOW, SO THE COMMIT
      * KNOWS WHERE ITS OWN LINES START.
       204-MARK-COMMIT-PENDING.
           CLOSE INVOICE-REPORT-OUT BILLING-EXTRACT-OUT
               JOURNAL-SNAPSHOT PICK-JOURNAL-IN.
           MOVE CTL-ARCHIVE-DATE TO JOURNAL-ARCHIVE-DATE.
           PERFORM 311-COUNT-ARCHIVE-LINES.
           MOVE READ-COUNTER TO CTL-JOURNAL-BILLED.
           MOVE "P" TO CTL-STATUS.
           PERFORM 320-WRITE-INVOICE-CONTROL.

      * EACH STEP CAN BE REDONE AFTER A FAILURE: A WORK FILE ALREADY
      * RENAMED IS SIMPLY NOT THERE TO RENAME AGAIN, THE ARCHIVE IS
      * REBUILT FROM THE LINES IT HELD BEFORE THE COMMIT, AND THE
      * BILLED LINES ONLY COME OFF THE JOURNAL IF THEY ARE STILL AT
      * ITS HEAD.
       205-COMMIT-BILLING-RUN.
           MOVE CTL-ARCHIVE-DATE TO JOURNAL-ARCHIVE-DATE.
           PERFORM 313-RENAME-WORK-FILES.
           PERFORM 314-REBUILD-JOURNAL-ARCHIVE.
           PERFORM 317-DROP-BILLED-JOURNAL-LINES.
           MOVE "C" TO CTL-STATUS.
           PERFORM 320-WRITE-INVOICE-CONTROL.

       301-CHECK-ALLOCATION-DONE.
           OPEN INPUT ALLOC-CHECKPOINT-FILE.
           IF ALLOC-CKPT-FILE-STATUS = "00"
              READ ALLOC-CHECKPOINT-FILE INTO ALLOC-CHECKPOINT-DETAIL
                 AT END
                    CONTINUE
              END-READ
              CLOSE ALLOC-CHECKPOINT-FILE
           END-IF.
           IF NOT ALLOC-CKPT-COMPLETE
              MOVE "NO" TO BILLING-OK-SW
              DISPLAY "BILLING: ORDER ALLOCATION UNFINISHED - "
                  "RUN ORDALLOC AGAIN BEFORE BILLING"
           END-IF.

      * NO CONTROL FILE YET MEANS NO INVOICE HAS EVER BEEN RAISED.
      * A CONTROL RECORD FROM BEFORE THE COMMIT STATUS WAS KEPT
      * HOLDS ONLY THE NUMBER AND READS AS COMMITTED.
       302-READ-INVOICE-NUMBER.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF INVCTL-FILE-STATUS = "00"
              READ INVOICE-CONTROL-FILE INTO INVOICE-CONTROL-DETAIL
                 AT END
                    MOVE ZERO TO LAST-INVOICE-NUMBER
              END-READ
              CLOSE INVOICE-CONTROL-FILE
           END-IF.
           IF LAST-INVOICE-NUMBER NOT NUMERIC
              MOVE ZERO TO LAST-INVOICE-NUMBER
           END-IF.

       311-COUNT-ARCHIVE-LINES.
           MOVE ZERO TO ARCHIVE-LINE-COUNT.
           MOVE "NO" TO ARCHIVE-EOF-FLAG.
           OPEN INPUT JOURNAL-ARCHIVE.
           PERFORM 312-READ-JOURNAL-ARCHIVE
               UNTIL ARCHIVE-EOF-FLAG = "YES".
           CLOSE JOURNAL-ARCHIVE.
           MOVE ARCHIVE-LINE-COUNT TO CTL-ARCHIVE-BASE-COUNT.

       312-READ-JOURNAL-ARCHIVE.
           READ JOURNAL-ARCHIVE
               AT END
                   MOVE "YES" TO ARCHIVE-EOF-FLAG
               NOT AT END
                   ADD 1 TO ARCHIVE-LINE-COUNT
           END-READ.

       313-RENAME-WORK-FILES.
           CALL "CBL_RENAME_FILE" USING INVOICE-WORK-NAME
                                         INVOICE-FINAL-NAME
               RETURNING COMMIT-RENAME-STATUS
           END-CALL.
           CALL "CBL_RENAME_FILE" USING EXTRACT-WORK-NAME
                                         EXTRACT-FINAL-NAME
               RETURNING COMMIT-RENAME-STATUS
           END-CALL.

      * THE DATED ARCHIVE IS ADDED TO, NOT REPLACED, SO A SECOND
      * BILLING RUN THE SAME DAY ADDS TO IT: THE LINES IT HELD
      * BEFORE THE COMMIT ARE COPIED, THIS RUN'S LINES FOLLOW, AND
      * THE NEW FILE IS RENAMED OVER THE OLD ONE.
       314-REBUILD-JOURNAL-ARCHIVE.
           OPEN OUTPUT ARCHIVE-REBUILD-OUT.
           MOVE ZERO TO ARCHIVE-LINE-COUNT.
           MOVE "NO" TO ARCHIVE-EOF-FLAG.
           OPEN INPUT JOURNAL-ARCHIVE.
           PERFORM 315-COPY-ARCHIVE-LINE
               UNTIL ARCHIVE-EOF-FLAG = "YES"
               OR ARCHIVE-LINE-COUNT = CTL-ARCHIVE-BASE-COUNT.
           CLOSE JOURNAL-ARCHIVE.
           MOVE "NO" TO SNAPSHOT-EOF-FLAG.
           OPEN INPUT JOURNAL-SNAPSHOT.
           PERFORM 316-COPY-SNAPSHOT-LINE
               UNTIL SNAPSHOT-EOF-FLAG = "YES".
           CLOSE JOURNAL-SNAPSHOT.
           CLOSE ARCHIVE-REBUILD-OUT.
           CALL "CBL_RENAME_FILE" USING ARCHIVE-REBUILD-NAME
                                         JOURNAL-ARCHIVE-NAME
               RETURNING COMMIT-RENAME-STATUS
           END-CALL.

       315-COPY-ARCHIVE-LINE.
           PERFORM 312-READ-JOURNAL-ARCHIVE.
           IF ARCHIVE-EOF-FLAG = "NO"
              WRITE ARCHIVE-REBUILD-RECORD FROM JOURNAL-ARCHIVE-RECORD
           END-IF.

       316-COPY-SNAPSHOT-LINE.
           READ JOURNAL-SNAPSHOT
               AT END
                   MOVE "YES" TO SNAPSHOT-EOF-FLAG
               NOT AT END
                   WRITE ARCHIVE-REBUILD-RECORD
                       FROM JOURNAL-SNAPSHOT-RECORD
           END-READ.

      * ONLY THE LINES THIS RUN BILLED COME OFF THE JOURNAL; ANY AN
      * ALLOCATION RUN HAS ADDED SINCE ARE KEPT FOR THE NEXT BILLING
      * RUN. EVERY JOURNAL LINE CARRIES ITS RUN STAMP, SO THE BILLED
      * LINES ARE STILL THERE ONLY IF THE JOURNAL STILL OPENS WITH
      * THE FIRST LINE BILLED.
       317-DROP-BILLED-JOURNAL-LINES.
           MOVE SPACES TO SNAPSHOT-FIRST-LINE.
           OPEN INPUT JOURNAL-SNAPSHOT.
           READ JOURNAL-SNAPSHOT INTO SNAPSHOT-FIRST-LINE
               AT END
                   CONTINUE
           END-READ.
           CLOSE JOURNAL-SNAPSHOT.
           MOVE "NO"  TO JOURNAL-HELD-SW.
           MOVE "NO"  TO PICKJRNL-EOF-FLAG.
           MOVE ZERO  TO JOURNAL-PASS-COUNT.
           OPEN INPUT PICK-JOURNAL-IN.
           IF PICKJRNL-FILE-STATUS = "00"
              PERFORM 318-READ-LIVE-JOURNAL
              IF PICKJRNL-EOF-FLAG = "NO"
                 AND CTL-JOURNAL-BILLED > ZERO
                 AND PICK-JOURNAL-RECORD = SNAPSHOT-FIRST-LINE
                 MOVE "YES" TO JOURNAL-HELD-SW
                 OPEN OUTPUT JOURNAL-REBUILD-OUT
                 PERFORM 319-PASS-LIVE-JOURNAL-LINE
                     UNTIL PICKJRNL-EOF-FLAG = "YES"
                 CLOSE JOURNAL-REBUILD-OUT
              END-IF
              CLOSE PICK-JOURNAL-IN
           END-IF.
           IF JOURNAL-HELD-SW = "YES"
              CALL "CBL_RENAME_FILE" USING JOURNAL-REBUILD-NAME
                                            JOURNAL-LIVE-NAME
                  RETURNING COMMIT-RENAME-STATUS
              END-CALL
           END-IF.

       318-READ-LIVE-JOURNAL.
           READ PICK-JOURNAL-IN
               AT END
                   MOVE "YES" TO PICKJRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO JOURNAL-PASS-COUNT
           END-READ.

       319-PASS-LIVE-JOURNAL-LINE.
           IF JOURNAL-PASS-COUNT > CTL-JOURNAL-BILLED
              WRITE JOURNAL-REBUILD-RECORD FROM PICK-JOURNAL-RECORD
           END-IF.
           PERFORM 318-READ-LIVE-JOURNAL.

      * WRITE-THEN-RENAME, AS ORDALLOC DOES FOR ITS CHECKPOINT, SO A
      * FAILURE MID-WRITE NEVER LEAVES A TORN CONTROL RECORD.
       320-WRITE-INVOICE-CONTROL.
           OPEN OUTPUT INVOICE-CONTROL-TEMP-FILE.
           WRITE INVOICE-CONTROL-TEMP-RECORD
               FROM INVOICE-CONTROL-DETAIL.
           CLOSE INVOICE-CONTROL-TEMP-FILE.
           CALL "CBL_RENAME_FILE" USING CONTROL-TEMP-NAME
                                         CONTROL-ACTIVE-NAME
               RETURNING COMMIT-RENAME-STATUS
           END-CALL.

       303-LOOKUP-PART-PRICE.
           MOVE "NO" TO PART-FOUND-SW.
           MOVE PREV-PART-NUMBER TO PART-NUMBER-IN-PK.
           READ INVENT6
               INVALID KEY
                   MOVE ZERO TO UNIT-PRICE-IN
               NOT INVALID KEY
                   MOVE "YES" TO PART-FOUND-SW
           END-READ.

      * EACH NEW INVOICE STARTS ON A FRESH PAGE.
       304-START-INVOICE.
           ADD 1 TO LAST-INVOICE-NUMBER.
           ADD 1 TO INVOICE-COUNTER.
           MOVE ZERO TO INVOICE-TOTAL.
           MOVE SORT-ORDER-NUMBER  TO PREV-ORDER-NUMBER.
           MOVE SORT-CUSTOMER-NAME TO PREV-CUSTOMER-NAME.
           MOVE SORT-RUN-DATE      TO PREV-RUN-DATE.
           MOVE SORT-RUN-TIME      TO PREV-RUN-TIME.
           MOVE LAST-INVOICE-NUMBER TO INV-TITLE-NUMBER.
           MOVE INVOICE-DATE       TO INV-TITLE-DATE.
           MOVE SORT-ORDER-NUMBER  TO INV-ORDER-OUT.
           MOVE SORT-CUSTOMER-NAME TO INV-CUSTOMER-OUT.
           MOVE SORT-RUN-DATE      TO INV-SHIP-DATE-OUT.
           IF SORT-FILL-TYPE = "B"
              MOVE "BACKORDER FILL ON THIS ORDER" TO INV-SHIPMENT-DESC
           ELSE
              MOVE "FIRST SHIPMENT ON THIS ORDER" TO INV-SHIPMENT-DESC
           END-IF.
           IF INVOICE-COUNTER = 1
              WRITE INVOICE-RECORD-OUT FROM INVOICE-TITLE
           ELSE
              WRITE INVOICE-RECORD-OUT FROM INVOICE-TITLE
                  AFTER ADVANCING PAGE
           END-IF.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-ORDER-LINE.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-SHIPMENT-LINE.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-COLUMN-HEADER.
           MOVE LAST-INVOICE-NUMBER TO EXT-HDR-INVOICE.
           MOVE INVOICE-DATE       TO EXT-INVOICE-DATE.
           MOVE SORT-ORDER-NUMBER  TO EXT-ORDER-NUMBER.
           MOVE SORT-CUSTOMER-NAME TO EXT-CUSTOMER-NAME.
           MOVE SORT-RUN-DATE      TO EXT-SHIP-DATE.
           MOVE SORT-FILL-TYPE     TO EXT-FILL-TYPE.
           WRITE BILLING-EXTRACT-RECORD FROM EXTRACT-HEADER-LINE.

       305-START-INVOICE-LINE.
           MOVE SORT-PART-NUMBER TO PREV-PART-NUMBER.
           MOVE SORT-PART-NAME   TO PREV-PART-NAME.
           MOVE ZERO             TO LINE-QTY LINE-COST.

      * THE PICKS OF ONE PART FROM EACH LOCATION ARE ONE INVOICE
      * LINE; THE CUSTOMER NEVER SEES WHICH BUILDING THEY CAME FROM.
       306-FINISH-INVOICE-LINE.
           PERFORM 303-LOOKUP-PART-PRICE.
           COMPUTE LINE-AMOUNT = LINE-QTY * UNIT-PRICE-IN.
           ADD LINE-AMOUNT TO INVOICE-TOTAL.
           ADD LINE-AMOUNT TO BILLING-TOTAL.
           ADD 1 TO INV-LINE-COUNTER.
           MOVE PREV-PART-NUMBER TO PART-NUMBER-OUT.
           MOVE PREV-PART-NAME   TO PART-NAME-OUT.
           MOVE LINE-QTY         TO LINE-QTY-OUT.
           MOVE UNIT-PRICE-IN    TO UNIT-PRICE-OUT.
           MOVE LINE-AMOUNT      TO LINE-AMOUNT-OUT.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-RECORD-DETAIL.
           IF PART-FOUND-SW = "NO"
              ADD 1 TO UNPRICED-COUNTER
              WRITE INVOICE-RECORD-OUT FROM UNPRICED-LINE-WARNING
           END-IF.
           MOVE LAST-INVOICE-NUMBER TO EXT-LINE-INVOICE.
           MOVE PREV-PART-NUMBER TO EXT-PART-NUMBER.
           MOVE PREV-PART-NAME   TO EXT-PART-NAME.
           MOVE LINE-QTY         TO EXT-LINE-QTY.
           MOVE UNIT-PRICE-IN    TO EXT-UNIT-PRICE.
           MOVE LINE-AMOUNT      TO EXT-LINE-AMOUNT.
           WRITE BILLING-EXTRACT-RECORD FROM EXTRACT-LINE-DETAIL.
           PERFORM 309-POST-SHIPMENT-HISTORY.

       307-FINISH-INVOICE.
           MOVE INVOICE-TOTAL TO INVOICE-TOTAL-F.
           WRITE INVOICE-RECORD-OUT FROM INVOICE-TOTAL-LINE.

       308-WRITE-BILLING-TOTAL.
           MOVE INVOICE-COUNTER TO INVOICE-COUNT-F.
           MOVE BILLING-TOTAL   TO BILLING-TOTAL-F.
           WRITE INVOICE-RECORD-OUT FROM BILLING-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE INVOICE-COUNTER TO EXT-INVOICE-COUNT.
           MOVE INV-LINE-COUNTER    TO EXT-LINE-COUNT.
           MOVE BILLING-TOTAL   TO EXT-BILLING-TOTAL.
           WRITE BILLING-EXTRACT-RECORD FROM EXTRACT-TOTAL-LINE.

      * AN ORDER'S SHIPMENTS ARE BILLED OLDEST FIRST, SO A SHIPMENT
      * STAMPED NO LATER THAN THE LAST ONE ON THE HISTORY WAS ADDED
      * BY A BILLING RUN THAT FAILED BEFORE IT WAS COMMITTED.
      * AN ORDER NUMBER BACK ON THE HISTORY FOR ANOTHER CUSTOMER OR
      * PART HAS BEEN REUSED FOR A NEW ORDER AND STARTS AFRESH.
       309-POST-SHIPMENT-HISTORY.
           MOVE PREV-ORDER-NUMBER TO SHH-ORDER-NUMBER-PK.
           READ SHIPHIST
               INVALID KEY
                   PERFORM 310-START-SHIPMENT-HISTORY
                   WRITE SHIP-HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF SHH-CUSTOMER-NAME NOT = PREV-CUSTOMER-NAME
                      OR SHH-PART-NUMBER NOT = PREV-PART-NUMBER
                      PERFORM 310-START-SHIPMENT-HISTORY
                      REWRITE SHIP-HISTORY-RECORD
                   ELSE
                      IF PREV-RUN-STAMP > SHH-LAST-SHIPMENT
                         ADD LINE-QTY TO SHH-QTY-SHIPPED
                         ADD LINE-COST TO SHH-COST-SHIPPED
                         MOVE UNIT-PRICE-IN  TO SHH-UNIT-PRICE
                         MOVE LAST-INVOICE-NUMBER
                             TO SHH-LAST-INVOICE
                         MOVE PREV-RUN-STAMP TO SHH-LAST-SHIPMENT
                         REWRITE SHIP-HISTORY-RECORD
                      END-IF
                   END-IF
           END-READ.

       310-START-SHIPMENT-HISTORY.
           MOVE PREV-ORDER-NUMBER   TO SHH-ORDER-NUMBER-PK.
           MOVE PREV-CUSTOMER-NAME  TO SHH-CUSTOMER-NAME.
           MOVE PREV-PART-NUMBER    TO SHH-PART-NUMBER.
           MOVE LINE-QTY            TO SHH-QTY-SHIPPED.
           MOVE LINE-COST           TO SHH-COST-SHIPPED.
           MOVE ZERO                TO SHH-QTY-RETURNED.
           MOVE UNIT-PRICE-IN       TO SHH-UNIT-PRICE.
           MOVE LAST-INVOICE-NUMBER TO SHH-LAST-INVOICE.
           MOVE PREV-RUN-STAMP      TO SHH-LAST-SHIPMENT.

      * EVERY LINE READ IS COPIED TO THE JOURNAL SNAPSHOT AS IT IS
      * RELEASED, SO THE ARCHIVE GETS EXACTLY WHAT WAS BILLED.
       401-RELEASE-JOURNAL-LINES.
           PERFORM 403-READ-JOURNAL-LINE.
           PERFORM 404-RELEASE-JOURNAL-LINE
               UNTIL PICKJRNL-EOF-FLAG = "YES".

       402-PRODUCE-INVOICES.
           PERFORM 405-RETURN-SORTED-RECORD.
           PERFORM 406-PROCESS-SORTED-RECORD
               UNTIL SORT-EOF-FLAG = "YES".
           IF FIRST-RECORD-SW = "NO"
              PERFORM 306-FINISH-INVOICE-LINE
              PERFORM 307-FINISH-INVOICE
           END-IF.
           PERFORM 308-WRITE-BILLING-TOTAL.

       403-READ-JOURNAL-LINE.
           READ PICK-JOURNAL-IN INTO PICK-JOURNAL-DETAIL
               AT END
                   MOVE "YES" TO PICKJRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO READ-COUNTER
           END-READ.

       404-RELEASE-JOURNAL-LINE.
           WRITE JOURNAL-SNAPSHOT-RECORD FROM PICK-JOURNAL-RECORD.
           MOVE PJRN-ORDER-NUMBER  TO SORT-ORDER-NUMBER.
           MOVE PJRN-CUSTOMER-NAME TO SORT-CUSTOMER-NAME.
           MOVE PJRN-RUN-DATE      TO SORT-RUN-DATE.
           MOVE PJRN-RUN-TIME      TO SORT-RUN-TIME.
           MOVE PJRN-FILL-TYPE     TO SORT-FILL-TYPE.
           MOVE PJRN-PART-NUMBER   TO SORT-PART-NUMBER.
           MOVE PJRN-PART-NAME     TO SORT-PART-NAME.
           MOVE PJRN-PICK-QTY      TO SORT-PICK-QTY.
           MOVE PJRN-EXTENDED-COST TO SORT-EXTENDED-COST.
           RELEASE SORT-RECORD.
           PERFORM 403-READ-JOURNAL-LINE.

       405-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "YES" TO SORT-EOF-FLAG.

      * ONE INVOICE PER ORDER, CUSTOMER AND ALLOCATION RUN; ONE
      * LINE PER PART WITHIN IT.
       406-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD-SW = "YES"
              PERFORM 304-START-INVOICE
              PERFORM 305-START-INVOICE-LINE
              MOVE "NO" TO FIRST-RECORD-SW
           ELSE
              IF SORT-ORDER-NUMBER  NOT = PREV-ORDER-NUMBER
                 OR SORT-CUSTOMER-NAME NOT = PREV-CUSTOMER-NAME
                 OR SORT-RUN-DATE   NOT = PREV-RUN-DATE
                 OR SORT-RUN-TIME   NOT = PREV-RUN-TIME
                 PERFORM 306-FINISH-INVOICE-LINE
                 PERFORM 307-FINISH-INVOICE
                 PERFORM 304-START-INVOICE
                 PERFORM 305-START-INVOICE-LINE
              ELSE
                 IF SORT-PART-NUMBER NOT = PREV-PART-NUMBER
                    PERFORM 306-FINISH-INVOICE-LINE
                    PERFORM 305-START-INVOICE-LINE
                 END-IF
              END-IF
           END-IF.
           ADD SORT-PICK-QTY TO LINE-QTY.
           ADD SORT-EXTENDED-COST TO LINE-COST.
           PERFORM 405-RETURN-SORTED-RECORD.
