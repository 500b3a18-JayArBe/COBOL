      * transaction each night, stamped with the run date it was
      * accepted on; TranReprint reads the accumulated history back to
      * regenerate the listing for a past date range after the night's
      * transact.dat is gone. Records written before stock was held
      * by location end at TH-SOURCE; the location columns read as
      * spaces, which is the main warehouse; records written before
      * lots were tracked end at TH-TO-LOCATION, and read as no lot.
      ******************************************************************
       01 TRAN-HISTORY-RECORD.
           03 TH-RUN-DATE PIC 9(8).
      * the source-of-entry code the transaction arrived with - see
      * TRANREC.cpy for the codes
               05 TH-SOURCE PIC X.
      * where the stock moved, and for a transfer where it went - see
      * TRANREC.cpy
               05 TH-LOCATION PIC XX.
               05 TH-TO-LOCATION PIC XX.
      * the manufacturer's lot and its use-by date - see TRANREC.cpy
               05 TH-LOT-NO PIC X(12).
               05 TH-EXPIRY-DATE PIC 9(8).
