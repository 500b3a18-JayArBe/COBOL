      * movements without having to be deleted while stock remains.
      * Zero in either date means no restriction on that side, which
      * is how every part behaved before the window existed.
      *
      * PM-PART-GROUP is the group the part sells under for sales
      * commission, maintained through MasterMaint's 'G' records -
      * commrate.dat rates each rep by part group. Spaces is no
      * group of its own, and the rep's catch-all rate applies.
      *
      * PM-LOT-CONTROL 'Y' marks a part that carries manufacturer
      * lot numbers and use-by dates, maintained through
      * MasterMaint's 'T' records: its receipts and issues need a
      * lot (see TRANREC.cpy), StockPost keeps its stock lot by lot
      * and issues the earliest use-by first, and LotTrace can say
      * which customers a recalled lot went to. Space is a part
      * nobody traces, the way every part behaved before.
      ******************************************************************
       01 PART-MASTER-RECORD.
         03 PM-PART-NO PIC 9(8).
         03 PM-PART-DESC PIC X(30).
         03 PM-EFF-FROM PIC 9(8).
         03 PM-DISC-DATE PIC 9(8).
         03 PM-PART-GROUP PIC X(4).
         03 PM-LOT-CONTROL PIC X.
           88 PM-IS-LOT-CONTROLLED VALUE 'Y'.
