      *                                                  (CTL-NUMBER)
      *   'HKTH' - Housekeep's retention for tranhist.dat, default
      *            365                                   (CTL-NUMBER)
      *   'HKMF' - Housekeep's retention for manifest.dat, default
      *            30                                    (CTL-NUMBER)
      *   'RAKP' - RptArchive's archived copies to keep per report,
      *            default 10                            (CTL-NUMBER)
      *   'RAFN' - RptFetch's report name to retrieve    (CTL-TEXT)
      *   'RAFD' - RptFetch's run date to retrieve (CTL-TEXT,
      *            DDMMYY)
      *   'RAFC' - RptFetch's customer whose batch alone to retrieve
      *            off einvoice.dat                      (CTL-NUMBER)
      *   'TRFD' - TranReprint's transaction date-range PARM,
      *            from-date                      (CTL-TEXT, DDMMYY)
      *   'TRTD' - TranReprint's transaction date-range PARM,
      *            turns CSV mode on
      *   'NBFR' - NightlyBatch's forced full-run switch, CTL-NUMBER
      *            = 1 ignores the step-restart point
      *   'NBCU' - NightlyBatch's catch-up mode after an outage,
      *            CTL-TEXT DDMMYY - the first missed business date.
      *            every 'B'/'P' date on runcal.dat from it up to
      *            today not yet under the run lock gets a pass of
      *            its own, oldest first, before tonight's. each pass
      *            takes <feed>.<YYYYMMDD> copies of the upstream
      *            feeds where kept; remove the record once caught up
      *   'MVMD' - MasterVerify's mode, CTL-TEXT 'VERIFY' (default)
      *            or 'REBUILD'
      *   'FPCC' - FirstProgram's batch currency code    (CTL-TEXT,
      *            for accounts with no CM-TAX-CATEGORY of their own
      *            on custmast.dat     (CTL-TEXT, two characters,
      *            default S1)
      *   'FPMD' - FirstProgram's pricing mode, CTL-TEXT 'DATE'
      *            (default) prices the input.dat date records,
      *            'TRAN' prices the issues on transact.dat
      *   'BTHB' - BooleanTest's Nth histogram boundary (CTL-TEXT's
      *            leading digit is the slot 1-8, CTL-NUMBER the
      *            boundary value)
      *   'CCAC' - CycleCount's adjustment account - the
      *            customer/supplier number the variance
      *            transactions post under             (CTL-NUMBER)
      *   'SVSL' - StockValue's slow-mover age in days, default 180
      *                                                (CTL-NUMBER)
      *   'APTM' - ApInvoice's default days to pay a supplier
      *            invoice whose card names none, default 30
      *                                                (CTL-NUMBER)
      *   'DNRP' - ArDunning's repeat window: days before the same
      *            dunning level may go to a customer again,
      *            default 14                          (CTL-NUMBER)
      *   'ARIR' - ArInterest's annual late-payment interest rate,
      *            hundredths of a percent (000800 = 8.00%), default
      *            0 - nothing charged                 (CTL-NUMBER)
      *   'ARIT' - ArInterest's days after invoice before interest
      *            starts, default 30; DdCollect collects a direct
      *            debit on the same terms             (CTL-NUMBER)
      *   'BRDW' - BankRecon's days either side of a receipt's pay
      *            date a bank credit may match it, default 3
      *                                                  (CTL-NUMBER)
      *   'BRTL' - BankRecon's unexplained-difference tolerance in
      *            pence before an operator alert, default 0
      *                                                  (CTL-NUMBER)
      *   'UAMN' - UsageAnalysis's months of history, default 6,
      *            at most 24                            (CTL-NUMBER)
      *   'UALT' - UsageAnalysis's lead time in days for a part
      *            with none of its own, default 14      (CTL-NUMBER)
      *   'UAPA' - UsageAnalysis's class A cut-off, percent of
      *            the movement value, default 80        (CTL-NUMBER)
      *   'UAPB' - UsageAnalysis's class B cut-off, percent of
      *            the movement value, default 95        (CTL-NUMBER)
      *   'SAPM' - SalesAnalysis's month to analyse, YYYYMM, default
      *            the month of the business date        (CTL-NUMBER)
      *   'SAFY' - SalesAnalysis's first month of the financial
      *            year, 1-12, default 1                 (CTL-NUMBER)
      *   'YEPP' - YearEnd's period pattern, CTL-TEXT 'MONTHLY'
      *            (default) or '445'
      *   'YEWK' - YearEnd's weekends-off switch, default 1 - 0
      *            leaves Saturdays and Sundays business days
      *                                                  (CTL-NUMBER)
      *   'YE53' - YearEnd's 53-week switch, CTL-NUMBER = 1 gives a
      *            4-4-5 year's last period a sixth week
      *   'YEYR' - YearEnd's year to open, YYYY, used only when
      *            period.dat holds no periods yet, default the
      *            year after today's                    (CTL-NUMBER)
      *   'ANRD' - CustAnon's retention in days after an account
      *            closes, default 2190                  (CTL-NUMBER)
      *   'ANMD' - CustAnon's mode, CTL-TEXT 'LIST' (default) or
      *            'APPLY'
      *   'GLAR' - GlPost's debtors control account, CTL-TEXT,
      *            default 'DEBTORS'
      *   'GLTX' - GlPost's output-tax control account, CTL-TEXT,
      *            default 'VATOUT'
      *   'GLST' - GlPost's stock control account, CTL-TEXT,
      *            default 'STOCK'
      *   'PSFD' - PriceSim's first invoice-line date to re-price,
      *            CTL-TEXT DDMMYY - default the start of the last
      *            period on period.dat to end before the business
      *            date, else of the month before it
      *   'PSTD' - PriceSim's last invoice-line date to re-price,
      *            CTL-TEXT DDMMYY - default the end of that same
      *            period or month, or the business date when only
      *            'PSFD' is given
      *   'PSRB' - PriceSim's proposed rate book, CTL-TEXT file
      *            name, default 'ratemast.prp'
      *   'PSCN' - PriceSim's proposed contract file, CTL-TEXT file
      *            name, default 'contract.prp'
      *   'PSTN' - PriceSim's count of biggest movers to list,
      *            default 10                            (CTL-NUMBER)
      *   'WOTH' - WoApprove's second-approval threshold: a write-off
      *            worth more than this in home currency needs a
      *            second supervisor, default 1000       (CTL-NUMBER)
      *   'LXDY' - LotExpiry's warning window: a lot whose use-by is
      *            this many days or fewer away is listed, default
      *            30                                    (CTL-NUMBER)
      ******************************************************************
       01 CONTROL-RECORD.
           03 CTL-TYPE PIC X(4).
