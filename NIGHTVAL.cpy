      * nightval.dat. Where recon.dat carries the night's record
      * COUNTS, this carries the night's VALUES - the finance-grade
      * totals that used to exist only as console scroll. Each
      * producing step appends its totals; NightlyBatch starts the
      * file fresh at the top of each from-the-top run, the same way
      * it starts recon.dat.
      *
      * sources in use today:
      *   'SPHD' - StockPost's backorder held delta: tonight's new
      *            holds less the prior holds released, so the
      *            transaction file's signed sum = SPMV + SPHD
      *   'SPCS' - StockPost's cost of sales: every issue posted
      *            tonight valued at its part's weighted-average
      *            unit cost (see PARTBAL.cpy)
      *   'IPRG' - InvoicePrint's invoice-register run total
      *   'IPCQ' - InvoicePrint's net parked on the credit-review
      *            queue tonight instead of invoiced
      *   'IPCR' - InvoicePrint's net of lines released off the
      *            queue and invoiced tonight, so the pricing run's
      *            net = IPRG + IPCQ - IPCR
      *   'CRCN' - InvoicePrint's net of lines credit control
      *            cancelled off the queue, reversed off sales
      *   'CRCT' - InvoicePrint's tax on those lines, reversed off
      *            output tax
      *   'CNNT' - CreditNote's net credited tonight
      *   'CNTX' - CreditNote's tax reversed tonight
      *   'ARRV' - ArReval's net unrealised FX gain/loss at a
      *            period-end (absent on ordinary nights)
      *   'ARIN' - ArInterest's late-payment interest charged at a
      *            period-end, in home currency (absent on ordinary
      *            nights)
      *   'APNT' - ApInvoice's net of supplier invoices entered
      *            tonight
      *   'APTX' - ApInvoice's input tax on those invoices
      *   'APPY' - ApSettle's supplier payments made tonight
      *   'BDNT' - WriteOff's net of bad debts written off tonight,
      *            in home currency
      *   'BDTX' - WriteOff's tax relief on those bad debts
      *
      * GlExtract turns the mapped sources into the balanced GL
      * journal; NightBalance cross-foots them against the detail
