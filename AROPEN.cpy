      * items into current/30/60/90+ bands for credit control.
      *
      *   AR-STATUS  'O' open, 'C' closed (fully paid)
      *   a credit note (CreditNote) posts as an item with a
      *   negative AR-OPEN-AMOUNT - AR-ORIG-AMOUNT, unsigned, holds
      *   its size - until CashApply nets it off against the
      *   customer's open invoices
      *   AR-INV-DATE is the invoice's own PD-DATE, YYYYMMDD - the
      *   date the debt ages from, not the night it was printed
      *   AR-BOOK-RATE is the home-currency rate the item is carried
