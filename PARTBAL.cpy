      * suggestion file and the buyer's report (ReorderCheck.cbl).
      * Zero minimum means nobody set levels for the part and the
      * reorder check leaves it alone.
      *
      * PB-UNIT-COST is the part's weighted-average cost per unit,
      * four places of pence. StockPost reworks it each time a
      * receipt posts - the stock already held at the old average
      * plus the receipt at its PO line's agreed price, over the new
      * quantity - and values every posted issue at it for the
      * night's cost of sales. an opening cost is keyed through
      * MasterMaint on a 'B' record; zero means the part has never
      * been costed and values at nothing on the stock valuation.
      *
      * PB-ALLOCATED-QTY is the stock promised to open sales-order
      * lines and not yet shipped (see SOORDER.cpy). SoEntry adds a
      * line's allocation as the order is keyed and takes it back
      * off when the line is cancelled; the nightly SoPick step,
      * once StockPost has posted the shipped issues, sets it again
      * from the open lines themselves. what can still be promised
      * - available-to-promise - is PB-BALANCE less this, never
      * below zero. StockPost leaves it alone.
      *
      * PB-LEAD-TIME-DAYS is how many days the part takes to arrive
      * once ordered, keyed on a MasterMaint 'B' record. the period-
      * end usage analysis (UsageAnalysis.cbl) sizes the minimum
      * level to cover it; zero means nobody has said, and the
      * analysis uses its runctl default.
      ******************************************************************
       01 PART-BALANCE-RECORD.
         03 PB-PART-NO PIC 9(8).
         03 PB-MIN-LEVEL PIC 9(8).
         03 PB-REORDER-QTY PIC 9(8).
         03 PB-LAST-MOVE-DATE PIC 9(8).
         03 PB-UNIT-COST PIC 9(5)V9(4).
         03 PB-ALLOCATED-QTY PIC 9(8).
         03 PB-LEAD-TIME-DAYS PIC 9(3).
