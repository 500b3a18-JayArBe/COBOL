      ******************************************************************
      * LOTMOVE - shared lot-movement trace record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * lotmove.dat - one line per quantity StockPost moves into or
      * out of a lot of a lot-controlled part (see LOTBAL.cpy),
      * accumulated across nights. It is the recall trail: LotTrace
      * reads it back to say which supplier a batch came from and
      * which customers it went to.
      *
      *   LTM-RUN-DATE/LTM-RUN-ID  the night that posted it
      *   LTM-CUS-SUP-NO    the supplier on a receipt, the customer
      *                     on an issue (CycleCount's adjustment
      *                     account on a count write-down, source 'Y')
      *   LTM-TRAN-DATE     the transaction's own date, YYYYMMDD
      *   LTM-QUANT         the quantity moved - positive in,
      *                     negative out; an issue drawn from two
      *                     lots writes a line for each
      *   LTM-SOURCE        the transaction's source of entry (see
      *                     TRANREC.cpy)
      *   LTM-HOW           how the lot was chosen
      ******************************************************************
       01 LOT-MOVEMENT-RECORD.
           03 LTM-RUN-DATE PIC 9(8).
           03 LTM-RUN-ID PIC X(11).
           03 LTM-PART-NO PIC 9(8).
           03 LTM-LOT-NO PIC X(12).
           03 LTM-EXPIRY-DATE PIC 9(8).
           03 LTM-CUS-SUP-NO PIC 9(6).
           03 LTM-TRAN-DATE PIC 9(8).
           03 LTM-QUANT PIC S9(6) SIGN LEADING SEPARATE.
           03 LTM-SOURCE PIC X.
           03 LTM-LOCATION PIC XX.
           03 LTM-HOW PIC X.
               88 LTM-IS-RECEIPT VALUE 'R'.
               88 LTM-IS-NAMED-LOT VALUE 'N'.
               88 LTM-IS-FIRST-EXPIRY VALUE 'F'.
               88 LTM-IS-UNLOTTED VALUE 'U'.
