      ******************************************************************
      * RCPTHIST - shared receipt-history record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * rcpthist.dat - the permanent copy of every cash receipt
      * CashApply has read off cashrcpt.dat, applied or parked, kept
      * because cashrcpt.dat itself is cleared once it has applied.
      * The bank reconciliation (BankRecon) matches the bank
      * statement's credits against it and marks each receipt it
      * finds on the bank.
      *
      *   RH-APPLY-DATE    the night CashApply read the receipt
      *   RH-RECON-STATUS  ' ' not yet seen on the bank,
      *                    'R' reconciled to a bank statement line
      *   RH-BANK-DATE     the value date of the bank line it
      *                    reconciled to (zero until it has)
      *   RH-BANK-REF      that bank line's reference
      ******************************************************************
       01 RECEIPT-HISTORY-RECORD.
           03 RH-CUST-NUMBER PIC 9(6).
           03 RH-AMOUNT PIC 9(7)V99.
           03 RH-PAY-DATE PIC 9(8).
           03 RH-INV-REF PIC 9(6).
           03 RH-APPLY-DATE PIC 9(8).
           03 RH-RUN-ID PIC X(11).
           03 RH-RECON-STATUS PIC X.
               88 RH-NOT-ON-BANK VALUE SPACE.
               88 RH-RECONCILED VALUE 'R'.
           03 RH-BANK-DATE PIC 9(8).
           03 RH-BANK-REF PIC X(18).
