      * edit step rejects a transaction dated before the account
      * opened or after it closed. Zero means no restriction on
      * that side.
      *
      * CM-CREDIT-LIMIT and CM-CREDIT-HOLD are credit control's,
      * maintained through MasterMaint's 'K' records. InvoicePrint
      * checks the account's open aropen.dat balance plus the night's
      * invoice against the limit before it posts anything - zero
      * limit means no limit - and an account on hold ('H') is never
      * invoiced straight onto the ledger; either way the invoice
      * goes to the credit-review queue (crqueue.dat) instead.
      *
      * CM-INVOICE-DELIVERY is how the account takes its invoices,
      * maintained through MasterMaint's 'E' records: 'E' has
      * InvoicePrint add each of the account's invoices to the
      * night's electronic invoice file (einvoice.dat, see
      * EINVOICE.cpy) as well as printing it; a space is paper only,
      * which is how every account behaved before the file existed.
      *
      * CM-REP-CODE is the sales rep the account's commission goes
      * to, maintained through MasterMaint's 'S' records and rated
      * by rep and part group off commrate.dat at period end (see
      * CommCalc). Spaces is a house account that earns nobody
      * commission, which is how every account behaved before reps
      * were kept here.
      ******************************************************************
       01 CUST-MASTER-RECORD.
         03 CM-CUS-SUP-NO PIC 9(6).
         03 CM-TAX-CATEGORY PIC X(2).
         03 CM-EFF-FROM PIC 9(8).
         03 CM-CLOSED-DATE PIC 9(8).
         03 CM-CREDIT-LIMIT PIC 9(9)V99.
         03 CM-CREDIT-HOLD PIC X.
           88 CM-ON-CREDIT-HOLD VALUE 'H'.
         03 CM-INVOICE-DELIVERY PIC X.
           88 CM-TAKES-EINVOICE VALUE 'E'.
         03 CM-REP-CODE PIC X(4).
           88 CM-IS-HOUSE-ACCOUNT VALUE SPACES.
