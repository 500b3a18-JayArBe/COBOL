      ******************************************************************
      * APTRAN - shared accounts-payable activity record layout.
      * COPY this into the FILE SECTION of any program that writes or
      * reads aptran.dat - the activity journal behind the payables
      * open-item ledger (APOPEN.cpy), the same shape artran.dat is
      * behind aropen.dat. One record per thing that happened to a
      * supplier's account: ApInvoice appends an 'I' record per
      * supplier invoice entered, ApSettle a 'P' record per item the
      * payment run paid.
      *
      *   PT-ACT-TYPE  'I' supplier invoice (amount positive),
      *                'P' payment made (amount negative)
      *   PT-ITEM-NUMBER names the open item the activity belongs to
      ******************************************************************
       01 AP-ACTIVITY-RECORD.
           03 PT-SUPPLIER PIC 9(6).
           03 PT-ACT-DATE PIC 9(8).
           03 PT-ACT-TYPE PIC X.
               88 PT-IS-INVOICE VALUE 'I'.
               88 PT-IS-PAYMENT VALUE 'P'.
           03 PT-ITEM-NUMBER PIC 9(6).
           03 PT-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 PT-RUN-ID PIC X(11).
