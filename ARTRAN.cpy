      * ledger (AROPEN.cpy). One record per thing that happened to a
      * customer's account: InvoicePrint appends an 'I' record per
      * invoice posted, the cash-application run appends a 'P' record
      * per payment applied, the returns run a 'C' record per credit
      * note, and cash application an 'N' pair each time it nets a
      * credit note against an invoice. The period-end statement run
      * reads the journal back to show a customer every invoice and
      * payment in the period, which the ledger's net open amounts
      * alone can't.
      *
      *   AT-ACT-TYPE  'I' invoice (amount positive),
      *                'P' payment (amount negative),
      *                'J' adjustment
      *                'C' credit note (amount negative)
      *                'N' credit netted - negative against the
      *                    invoice, positive against the credit
      *                    note, so each pair sums to zero
      *                'W' bad debt written off (amount negative) -
      *                    the nightly WriteOff step, closing the
      *                    item at nil
      *   AT-ITEM-NUMBER names the open item the activity belongs to
      ******************************************************************
       01 AR-ACTIVITY-RECORD.
               88 AT-IS-INVOICE VALUE 'I'.
               88 AT-IS-PAYMENT VALUE 'P'.
               88 AT-IS-ADJUSTMENT VALUE 'J'.
               88 AT-IS-CREDIT-NOTE VALUE 'C'.
               88 AT-IS-NETTING VALUE 'N'.
               88 AT-IS-WRITE-OFF VALUE 'W'.
           03 AT-ITEM-NUMBER PIC 9(6).
           03 AT-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 AT-RUN-ID PIC X(11).
