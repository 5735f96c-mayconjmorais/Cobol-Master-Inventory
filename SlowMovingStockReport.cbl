      * records after it; the live TRANLOG.TXT is scanned too so a
      * part that shipped this morning is not called dead tonight.
      * The scan finds the last type S shipment date for every
      * part (a component issued to a kit build, type I, counts
      * as shipped), then INVENT6 is walked and every part with no
      * shipment inside the window is listed - months since last
      * movement (99 when no shipment was found at all), the
      * on-hand quantity with its location split, and the value
           PERFORM 305-READ-LIVE-LOG-RECORD.

       307-NOTE-SHIPMENT-DATE.
           IF (TLOG-TRANSACTION-TYPE = "S" OR "I")
              AND TLOG-PART-NUMBER NOT = ZERO
              ADD 1 TO SHIP-COUNTER
              IF TLOG-DATE > LAST-SHIP-DATE(TLOG-PART-NUMBER)
