      ******************************************************************
      * POLINE - shared purchase-order line master record layout,
      * keyed by POL-KEY (PO number then line number). COPY this into
      * the FILE SECTION under each program's FD PO-MASTER.
      *
      * PoConfirm raises the lines from the buyer's confirmations of
      * ReorderCheck's posugg.dat suggestions, one PO number per
      * supplier per run, numbered off ponum.dat. TranEdit matches
      * the night's clean receipts against the open lines and adds
      * to POL-RECEIVED-QTY; ReorderCheck counts what is still
      * outstanding as stock on order; PoReport lists the lines
      * still open.
      *
      * POL-SUPPLIER is a custmast.dat account - suppliers live on
      * the same master as customers, CM-CUS-SUP-NO
      *
      *   POL-STATUS  'O' open - nothing or part received
      *               'R' received in full (or over)
      *               'X' cancelled by the buyer
      *
      * POL-ORDER-DATE and POL-LAST-RECEIPT-DATE are YYYYMMDD; zero
      * receipt date means nothing has arrived against the line yet
      *
      * POL-UNIT-COST is the price per unit agreed with the supplier
      * when the buyer confirmed the line, four places of pence.
      * StockPost costs each receipt at the price of the line
      * TranEdit matched it to (the line for the part and supplier
      * stamped with the receipt date) and folds it into the part's
      * weighted-average PB-UNIT-COST. zero means no price was keyed
      * and the receipt goes in at the part's existing average
      ******************************************************************
       01 PO-LINE-RECORD.
         03 POL-KEY.
           05 POL-PO-NUMBER PIC 9(6).
           05 POL-LINE-NO PIC 9(3).
         03 POL-SUPPLIER PIC 9(6).
         03 POL-PART-NO PIC 9(8).
         03 POL-ORDER-DATE PIC 9(8).
         03 POL-ORDER-QTY PIC 9(8).
         03 POL-RECEIVED-QTY PIC 9(8).
         03 POL-STATUS PIC X.
           88 POL-IS-OPEN VALUE 'O'.
           88 POL-IS-RECEIVED VALUE 'R'.
           88 POL-IS-CANCELLED VALUE 'X'.
         03 POL-BUYER-ID PIC X(8).
         03 POL-LAST-RECEIPT-DATE PIC 9(8).
         03 POL-UNIT-COST PIC 9(5)V9(4).
