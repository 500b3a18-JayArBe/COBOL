      ******************************************************************
      * APOPEN - shared supplier open-item record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * apopen.dat - the accounts-payable open-item ledger, the
      * creditors' mirror of aropen.dat (AROPEN.cpy). ApInvoice posts
      * one record per supplier invoice it accepts, gross of tax and
      * numbered off apnum.dat; ApAgedCred ages the still-open items
      * into current/30/60/90+ bands; ApPropose picks the items due
      * by a chosen date for payment and ApSettle closes them once
      * the payment run has gone.
      *
      *   AP-STATUS     'O' open, 'C' closed (fully paid)
      *   AP-SUP-INV-REF is the supplier's own invoice number - an
      *   invoice is only ever entered once per supplier and ref
      *   AP-INV-DATE is the supplier's invoice date, YYYYMMDD - the
      *   date the item ages from
      *   AP-DUE-DATE is the invoice date plus the supplier's terms,
      *   the date the payment proposal selects on
      *   AP-TAX-AMOUNT is the input tax inside AP-ORIG-AMOUNT
      *   every item is in home currency
      ******************************************************************
       01 AP-OPEN-ITEM-RECORD.
           03 AP-ITEM-NUMBER PIC 9(6).
           03 AP-SUPPLIER PIC 9(6).
           03 AP-SUP-INV-REF PIC X(12).
           03 AP-INV-DATE PIC 9(8).
           03 AP-DUE-DATE PIC 9(8).
           03 AP-ORIG-AMOUNT PIC 9(7)V99.
           03 AP-TAX-AMOUNT PIC 9(7)V99.
           03 AP-OPEN-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AP-STATUS PIC X.
               88 AP-IS-OPEN VALUE 'O'.
               88 AP-IS-CLOSED VALUE 'C'.
           03 AP-RUN-ID PIC X(11).
