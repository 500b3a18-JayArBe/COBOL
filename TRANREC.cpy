      *   'R' - a RejectResubmit correction
      *   'U' - a duplicate an operator released through DupReview
      *   'Y' - a cycle-count adjustment
      *   'N' - goods a customer returned against a credit note
      *   'S' - goods shipped against a sales order (SoShip)
      *   'O' - a standing-order cycle StandGen generated
      *
      * TRAN-LOCATION is where the stock moved - 'WH' the main
      * warehouse, 'TC' the trade counter, 'VN' the van stock. The
      * edit defaults a blank location to 'WH', so a sender still on
      * the 30-byte layout posts to the warehouse as it always did.
      * A record with TRAN-TO-LOCATION filled in is a transfer: a
      * positive quantity moved from TRAN-LOCATION to TRAN-TO-LOCATION,
      * with no customer or supplier (TRAN-CUS-SUP-NO zero) - it moves
      * stock between the location balances (LOCBAL.cpy) and leaves
      * the part's total, its cost and the customer side alone.
      *
      * TRAN-LOT-NO is the manufacturer's batch the stock belongs to,
      * for a part the part master flags lot-controlled (see
      * PARTMAST.cpy) - the edit refuses a movement of such a part
      * without one unless it was generated (a shipment, a standing
      * order, a stock count), and StockPost picks the lots a
      * generated issue draws. TRAN-EXPIRY-DATE is the batch's
      * use-by date, YYYYMMDD, carried on the receipt that brings a
      * new lot in - zero for a batch with no use-by, and on every
      * issue. StockPost keeps the balance of each lot
      * (LOTBAL.cpy) and traces where every lot went (LOTMOVE.cpy).
      * A sender still on the 34-byte layout reads as no lot.
      ******************************************************************
       01 TRANSACTION-RECORD.
         03 TRAN-PART-NO PIC 9(8).
         03 TRAN-DATE-YYYY PIC 9(4).
         03 TRAN-QUANT PIC S9(6) SIGN LEADING SEPARATE.
         03 TRAN-SOURCE PIC X.
         03 TRAN-LOCATION PIC XX.
           88 TRAN-LOCATION-VALID VALUE 'WH' 'TC' 'VN'.
         03 TRAN-TO-LOCATION PIC XX.
           88 TRAN-IS-MOVEMENT VALUE SPACES.
           88 TRAN-TO-LOCATION-VALID VALUE 'WH' 'TC' 'VN'.
         03 TRAN-LOT-NO PIC X(12).
           88 TRAN-HAS-NO-LOT VALUE SPACES.
         03 TRAN-EXPIRY-DATE PIC 9(8).
