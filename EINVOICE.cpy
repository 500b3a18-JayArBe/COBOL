      ******************************************************************
      * EINVOICE - shared electronic invoice record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * einvoice.dat - the night's invoices for the accounts that
      * take them as a file (CM-INVOICE-DELIVERY 'E' on custmast.dat)
      * instead of re-keying invoice.rpt into their purchase ledger.
      * InvoicePrint writes it, taking every figure from the same
      * fields it puts on invhist.dat, so the file and the history
      * never disagree; RptArchive files it with the night's reports
      * and RptFetch hands it, or one customer's batch of it, back
      * when a customer says it never arrived.
      *
      * EI-REC-TYPE tells the records apart; EI-BODY carries the
      * fields each type needs, read through the REDEFINES views.
      * each customer's invoices come as one batch:
      *   'B' - batch header: the account, its name and the run the
      *         file came from
      *   'H' - invoice header, one per invoice: number, date,
      *         currency and tax category
      *   'L' - invoice line, one per line item, in the order
      *         invhist.dat has them (EI-SEQ is the line number)
      *   'T' - tax summary, one per invoice after its lines: net,
      *         tax and gross, and the line count as a check
      *   'Z' - batch trailer: the count of invoices in the batch,
      *         their gross total and the records in the batch
      *         counting the 'B' and the 'Z' themselves, so the
      *         receiving end can prove it has the whole batch
      * EI-INV-NUMBER is zero on 'B' and 'Z'. amounts are unsigned
      * pounds and pence with an implied decimal point, the way
      * invhist.dat carries them.
      ******************************************************************
       01 E-INVOICE-RECORD.
           03 EI-REC-TYPE PIC X.
               88 EI-IS-BATCH-HEADER VALUE 'B'.
               88 EI-IS-INVOICE-HEADER VALUE 'H'.
               88 EI-IS-LINE VALUE 'L'.
               88 EI-IS-TAX-SUMMARY VALUE 'T'.
               88 EI-IS-BATCH-TRAILER VALUE 'Z'.
           03 EI-CUST-NUMBER PIC 9(6).
           03 EI-INV-NUMBER PIC 9(6).
           03 EI-SEQ PIC 9(4).
           03 EI-BODY PIC X(60).
           03 FILLER PIC X(3).

       01 EINV-BATCH-HEADER-VIEW REDEFINES E-INVOICE-RECORD.
           03 FILLER PIC X(17).
           03 EIB-CUST-NAME PIC X(30).
           03 EIB-RUN-DATE PIC 9(8).
           03 EIB-RUN-ID PIC X(11).
           03 FILLER PIC X(14).

       01 EINV-HEADER-VIEW REDEFINES E-INVOICE-RECORD.
           03 FILLER PIC X(17).
           03 EIH-INV-DATE PIC 9(8).
           03 EIH-CURRENCY PIC X(3).
           03 EIH-TAX-CATEGORY PIC X(2).
           03 EIH-RUN-ID PIC X(11).
           03 FILLER PIC X(39).

       01 EINV-LINE-VIEW REDEFINES E-INVOICE-RECORD.
           03 FILLER PIC X(17).
           03 EIL-LINE-DATE PIC 9(8).
           03 EIL-PART-NO PIC 9(8).
           03 EIL-QUANTITY PIC 9(6).
           03 EIL-UNIT-PRICE PIC 9(3)V99.
           03 EIL-AMOUNT PIC 9(5)V99.
           03 FILLER PIC X(29).

       01 EINV-TAX-SUMMARY-VIEW REDEFINES E-INVOICE-RECORD.
           03 FILLER PIC X(17).
           03 EIT-LINE-COUNT PIC 9(4).
           03 EIT-NET PIC 9(7)V99.
           03 EIT-TAX-CATEGORY PIC X(2).
           03 EIT-TAX PIC 9(7)V99.
           03 EIT-GROSS PIC 9(7)V99.
           03 FILLER PIC X(30).

       01 EINV-BATCH-TRAILER-VIEW REDEFINES E-INVOICE-RECORD.
           03 FILLER PIC X(17).
           03 EIZ-INVOICE-COUNT PIC 9(5).
           03 EIZ-GROSS-TOTAL PIC 9(9)V99.
           03 EIZ-RECORD-COUNT PIC 9(7).
           03 FILLER PIC X(40).
