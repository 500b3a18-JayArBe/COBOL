      ******************************************************************
      * DDMAND - shared direct-debit mandate master record layout,
      * keyed by DDM-CUST-NUMBER (one mandate per customer). COPY
      * this into the FILE SECTION under each program's FD
      * DD-MANDATE-MASTER.
      *
      * a mandate is the customer's signed authority for us to
      * collect what they owe straight from their bank account.
      * DdMandate keeps the mandates from maintenance cards; the
      * nightly DdCollect step collects every item of a customer
      * with an active mandate as it falls due.
      *
      *   DDM-MANDATE-REF    the reference the mandate was lodged
      *                      with the bank under - it goes on every
      *                      collection and comes back on every
      *                      confirmation and return
      *   DDM-SORT-CODE      the customer's bank branch and account
      *   DDM-ACCOUNT-NUMBER number, and the name on the account
      *   DDM-ACCOUNT-NAME
      *   DDM-SIGNED-DATE    the date the customer signed it -
      *                      nothing is collected before it
      *   DDM-STATUS         'A' active
      *                      'C' cancelled - kept on file as the
      *                          record of what was authorised, and
      *                          nothing more is collected under it;
      *                          DDM-CANCELLED-DATE says when
      *
      * dates are YYYYMMDD
      ******************************************************************
       01 DD-MANDATE-RECORD.
           03 DDM-CUST-NUMBER PIC 9(6).
           03 DDM-MANDATE-REF PIC X(18).
           03 DDM-SORT-CODE PIC 9(6).
           03 DDM-ACCOUNT-NUMBER PIC 9(8).
           03 DDM-ACCOUNT-NAME PIC X(18).
           03 DDM-SIGNED-DATE PIC 9(8).
           03 DDM-STATUS PIC X.
               88 DDM-IS-ACTIVE VALUE 'A'.
               88 DDM-IS-CANCELLED VALUE 'C'.
           03 DDM-CANCELLED-DATE PIC 9(8).
           03 DDM-ENTERED-BY PIC X(8).
           03 FILLER PIC X(5).
