      ******************************************************************
      * KPIHIST - shared business-indicator history record layout.
      * COPY this into the FILE SECTION of any program that writes
      * or reads kpihist.dat - one record per business date, the
      * night's key indicators side by side, kept so the trend over
      * the months can be read back instead of pieced together from
      * old reports. The nightly KpiHist step writes tonight's
      * record (a rerun of the same business date replaces it) and
      * keeps three years; KpiTrend turns the months into the
      * period-end trend report.
      *
      *   KH-DEBTORS        the open-item ledger's net balance in
      *                     home currency - every open item at its
      *                     book rate, credit notes netted
      *   KH-OVERDUE        the part of it on items more than 30
      *                     days past their invoice date - the
      *                     point ArDunning starts chasing
      *   KH-DEBTOR-DAYS    KH-DEBTORS over the value invoiced in
      *                     the last 90 days, times the days - how
      *                     many days' sales the customers owe
      *   KH-OVERDUE-PCT    KH-OVERDUE as a percentage of KH-DEBTORS
      *   KH-INVOICED       the night's invoice-register total (the
      *                     'IPRG' night value)
      *   KH-STOCK-VALUE    every part holding stock at its weighted-
      *                     average unit cost - StockValue's figure
      *   KH-COST-OF-SALES  the night's cost of sales (the 'SPCS'
      *                     night value)
      *   KH-STOCK-TURN     the last 365 days' cost of sales, a year's
      *                     worth, over KH-STOCK-VALUE - how many
      *                     times a year the stock turns over
      *   KH-TRAN-READ      transactions TranEdit read tonight
      *   KH-TRAN-REJECTED  tonight's rejects - TranEdit's edit
      *                     rejects plus what went to the reject
      *                     suspense tonight
      *   KH-TRAN-DUPLICATE suspected re-sends held tonight
      *   KH-REJECT-PCT     KH-TRAN-REJECTED over KH-TRAN-READ, and
      *   KH-DUPLICATE-PCT  KH-TRAN-DUPLICATE the same, as
      *                     percentages
      *   KH-SUSPENSE-OPEN  what is sitting in suspense waiting on
      *                     someone after tonight - open rejects on
      *                     rejsusp.dat plus duplicates still held on
      *                     dupsusp.dat
      * the counts behind the two rates are kept as well as the
      * rates, so a month's rate is worked from its summed counts
      * rather than by averaging the nights
      ******************************************************************
       01 KPI-HISTORY-RECORD.
           03 KH-RUN-DATE PIC 9(8).
           03 KH-RUN-ID PIC X(11).
           03 KH-DEBTORS PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 KH-OVERDUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 KH-DEBTOR-DAYS PIC 9(4)V9.
           03 KH-OVERDUE-PCT PIC 9(3)V99.
           03 KH-INVOICED PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 KH-STOCK-VALUE PIC 9(9)V99.
           03 KH-COST-OF-SALES PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 KH-STOCK-TURN PIC 9(3)V99.
           03 KH-TRAN-READ PIC 9(7).
           03 KH-TRAN-REJECTED PIC 9(7).
           03 KH-TRAN-DUPLICATE PIC 9(7).
           03 KH-REJECT-PCT PIC 9(3)V99.
           03 KH-DUPLICATE-PCT PIC 9(3)V99.
           03 KH-SUSPENSE-OPEN PIC 9(7).
