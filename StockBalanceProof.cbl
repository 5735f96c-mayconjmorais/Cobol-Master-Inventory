      * log. For every part that moved today it takes the quantity
      * the part started the day with (backed out of the day's
      * first log record), applies every TRANLOG.TXT movement for
      * the day (add type R, customer returns restocked, type M,
      * and kits built, type K; subtract type S and components
      * issued to a kit build, type I; type A resets the book to
      * the counted figure; returns scrapped, type W, never touch
      * stock), and compares the computed quantity both to the
      * running TLOG-RESULTING-QTY-ON-HAND chain and to the part's
      * current QTY-ON-HAND on INVENT6.
      * Any disagreement - a half-failed REWRITE, a hand edit
      * outside the system - prints on the out-of-balance
      * exception report. A clean report means the masters can be
           PERFORM 405-RETURN-SORTED-RECORD.

      * BACK THE DAY'S OPENING QUANTITY OUT OF THE FIRST LOG
      * RECORD: A RECEIPT OR A KIT BUILT ENDED ABOVE IT, A
      * SHIPMENT OR A COMPONENT ISSUED TO A BUILD BELOW IT, AND AN
      * ADJUSTMENT SIMPLY SET THE BOOK FIGURE.
       304-OPEN-PART-PROOF.
           EVALUATE SORT-TRAN-TYPE
               WHEN "R"
               WHEN "M"
               WHEN "K"
                    SUBTRACT SORT-TRAN-AMOUNT
                        FROM SORT-RESULTING-QTY
                        GIVING OPENING-QTY
               WHEN "S"
               WHEN "I"
                    ADD SORT-TRAN-AMOUNT TO SORT-RESULTING-QTY
                        GIVING OPENING-QTY
               WHEN OTHER
       305-APPLY-LOGGED-MOVEMENT.
           EVALUATE SORT-TRAN-TYPE
               WHEN "R"
               WHEN "M"
               WHEN "K"
                    ADD SORT-TRAN-AMOUNT TO COMPUTED-QTY
               WHEN "S"
               WHEN "I"
                    SUBTRACT SORT-TRAN-AMOUNT FROM COMPUTED-QTY
               WHEN "A"
                    MOVE SORT-RESULTING-QTY TO COMPUTED-QTY
