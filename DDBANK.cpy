      ******************************************************************
      * DDBANK - the direct-debit collection file layout DdCollect
      * writes for the bank. COPY this into the FILE SECTION under
      * the program's FD for ddbank.dat.
      *
      * ddbank.dat is one night's collections: one header record,
      * one detail record per item to collect, one trailer record
      * carrying the control totals the bank proves the file
      * against. DB-REC-TYPE in column 1 tells the three apart:
      *   'H' - file header: the night it was made, the date the
      *         bank is to collect on and the run it came from
      *   'D' - one collection: the customer's bank account and
      *         mandate, the amount, and our item and customer
      *         numbers as the reference the bank hands back
      *   'T' - trailer: the count of 'D' records, their amount
      *         total, and the hash total of their account numbers
      * amounts are unsigned pounds and pence with an implied
      * decimal point.
      ******************************************************************
       01 DD-BANK-RECORD.
           03 DB-REC-TYPE PIC X.
               88 DB-IS-HEADER VALUE 'H'.
               88 DB-IS-DETAIL VALUE 'D'.
               88 DB-IS-TRAILER VALUE 'T'.
           03 DB-BODY PIC X(79).

       01 DD-BANK-HEADER-VIEW REDEFINES DD-BANK-RECORD.
           03 FILLER PIC X.
           03 DBH-FILE-DATE PIC 9(8).
           03 DBH-COLLECT-DATE PIC 9(8).
           03 DBH-RUN-ID PIC X(11).
           03 FILLER PIC X(52).

       01 DD-BANK-DETAIL-VIEW REDEFINES DD-BANK-RECORD.
           03 FILLER PIC X.
           03 DBD-SORT-CODE PIC 9(6).
           03 DBD-ACCOUNT-NUMBER PIC 9(8).
           03 DBD-ACCOUNT-NAME PIC X(18).
           03 DBD-AMOUNT PIC 9(7)V99.
           03 DBD-MANDATE-REF PIC X(18).
           03 DBD-ITEM-NUMBER PIC 9(6).
           03 DBD-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(8).

       01 DD-BANK-TRAILER-VIEW REDEFINES DD-BANK-RECORD.
           03 FILLER PIC X.
           03 DBT-ITEM-COUNT PIC 9(6).
           03 DBT-AMOUNT-TOTAL PIC 9(11)V99.
           03 DBT-ACCOUNT-HASH PIC 9(15).
           03 FILLER PIC X(45).
