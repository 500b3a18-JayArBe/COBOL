      ******************************************************************
      * APPROP - shared payment-proposal record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * approp.dat. ApPropose writes one record per supplier open
      * item due by the pay-by date the operator keyed; ApSettle
      * pays the night after, then clears the file.
      *
      *   PP-DECISION  'P' pay - how ApPropose writes every line.
      *                treasury changes a line to 'H' (hold) to keep
      *                it out of the payment run; a held line stays
      *                open on the ledger for the next proposal
      *   PP-AMOUNT    the open amount when the proposal was made -
      *                ApSettle never pays more than is still open
      *   PP-OPERATOR  who made the proposal, for the remittance
      *                register
      ******************************************************************
       01 PAYMENT-PROPOSAL-RECORD.
           03 PP-ITEM-NUMBER PIC 9(6).
           03 PP-SUPPLIER PIC 9(6).
           03 PP-SUP-INV-REF PIC X(12).
           03 PP-DUE-DATE PIC 9(8).
           03 PP-AMOUNT PIC 9(7)V99.
           03 PP-DECISION PIC X.
               88 PP-TO-PAY VALUE 'P'.
               88 PP-ON-HOLD VALUE 'H'.
           03 PP-PAY-BY-DATE PIC 9(8).
           03 PP-OPERATOR PIC X(8).
