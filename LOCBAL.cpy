      ******************************************************************
      * LOCBAL - shared location-balance record layout, keyed by
      * LB-KEY (part then location - one record per part per place
      * the stock is kept). COPY this into the FILE SECTION under each
      * program's FD LOCATION-BALANCE-MASTER.
      *
      * PB-BALANCE on the part balance (PARTBAL.cpy) stays the part's
      * total across every location, with the cost and the allocation
      * held there; this file says where that stock physically is.
      * StockPost keeps both - a receipt or issue moves its location
      * and the total together, a transfer (see TRANREC.cpy) moves
      * stock between two locations and leaves the total alone.
      * LocBalConv seeded the file with each part's whole balance in
      * the main warehouse.
      *
      *   LB-LOCATION      'WH' main warehouse, 'TC' trade counter,
      *                    'VN' van stock
      *   LB-MIN-LEVEL     the level below which ReorderCheck suggests
      *                    topping the location up - zero means the
      *                    location is not reviewed
      *   LB-REORDER-QTY   the quantity a top-up brings in
      *   LB-LAST-MOVE-DATE the date of the last movement posted
      *                    here, YYYYMMDD
      ******************************************************************
       01 LOCATION-BALANCE-RECORD.
         03 LB-KEY.
           05 LB-PART-NO PIC 9(8).
           05 LB-LOCATION PIC XX.
             88 LB-LOCATION-VALID VALUE 'WH' 'TC' 'VN'.
             88 LB-IS-WAREHOUSE VALUE 'WH'.
         03 LB-BALANCE PIC S9(8) SIGN LEADING SEPARATE.
         03 LB-MIN-LEVEL PIC 9(8).
         03 LB-REORDER-QTY PIC 9(8).
         03 LB-LAST-MOVE-DATE PIC 9(8).
         03 FILLER PIC X(10).
