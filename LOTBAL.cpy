      ******************************************************************
      * LOTBAL - shared lot-balance record layout, keyed by LT-KEY
      * (part then lot - one record per manufacturer's batch of a
      * lot-controlled part, see PARTMAST.cpy). COPY this into the
      * FILE SECTION under each program's FD LOT-BALANCE-MASTER.
      *
      * PB-BALANCE on the part balance (PARTBAL.cpy) stays the part's
      * total; this file says which batches that stock belongs to.
      * StockPost keeps both - a receipt brings its lot in or tops
      * it up, an issue draws the lot it names and then the earliest
      * use-by first. Stock held before a part was flagged belongs
      * to no lot: it is whatever the total holds beyond the lots.
      * The lots are per part, not per location - a transfer moves
      * stock between places, never between batches.
      *
      *   LT-EXPIRY-DATE    the batch's use-by date, YYYYMMDD, off
      *                     the receipt that brought it in - zero
      *                     for a batch with no use-by
      *   LT-BALANCE        what is left of the batch
      *   LT-RECEIVED-DATE  the first receipt of the batch, YYYYMMDD
      *   LT-LAST-MOVE-DATE the date of the last movement posted to
      *                     it, YYYYMMDD
      ******************************************************************
       01 LOT-BALANCE-RECORD.
         03 LT-KEY.
           05 LT-PART-NO PIC 9(8).
           05 LT-LOT-NO PIC X(12).
         03 LT-EXPIRY-DATE PIC 9(8).
         03 LT-BALANCE PIC S9(8) SIGN LEADING SEPARATE.
         03 LT-RECEIVED-DATE PIC 9(8).
         03 LT-LAST-MOVE-DATE PIC 9(8).
         03 FILLER PIC X(7).
