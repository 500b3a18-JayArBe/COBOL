      * PRCDETL - shared priced-detail record layout. COPY this into
      * the FILE SECTION of any program that writes or reads
      * prcdetl.dat. FirstProgram's CALCULATE-PRICES writes one record
      * per priced detail record (or per priced issue, pricing off
      * transact.dat); InvoicePrint.cbl reads them back,
      * grouped by PD-CUST-NUMBER, to print the customer invoices.
      ******************************************************************
       01 PRICED-DETAIL-RECORD.
      * account without one - so the invoice shows which applied
           03 PD-TAX-CATEGORY PIC X(2).
           03 FILLER PIC X(03).
      * the part and quantity the line bills - off the issue itself
      * when the run prices transact.dat; a date-record batch has no
      * part (zero) and bills its day as the quantity
           03 PD-PART-NO PIC 9(8).
           03 PD-QUANTITY PIC 9(6).
