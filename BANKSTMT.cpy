      ******************************************************************
      * BANKSTMT - the bank statement import layout read by BankRecon.
      * COPY this into the FILE SECTION under the program's FD for
      * bankstmt.dat.
      *
      * bankstmt.dat is one statement as the bank sends it: one
      * header record, any number of statement lines, one trailer
      * record. BS-REC-TYPE in column 1 tells the three apart:
      *   'H' - BS-HEADER-RECORD  - account, statement date and the
      *                             opening balance
      *   'L' - BS-LINE-RECORD    - one dated credit ('C') or debit
      *                             ('D') with the bank's reference
      *   'T' - BS-TRAILER-RECORD - closing balance and the count of
      *                             lines the bank sent
      * balances are signed, an overdrawn account negative; line
      * amounts are unsigned, BS-DR-CR says which way they went
      ******************************************************************
       01 BANK-STATEMENT-RECORD.
           03 BS-REC-TYPE PIC X.
               88 BS-IS-HEADER VALUE 'H'.
               88 BS-IS-LINE VALUE 'L'.
               88 BS-IS-TRAILER VALUE 'T'.
           03 BS-REC-BODY PIC X(39).

       01 BS-HEADER-RECORD REDEFINES BANK-STATEMENT-RECORD.
           03 BS-HDR-TYPE PIC X.
           03 BS-ACCOUNT PIC X(12).
           03 BS-STMT-DATE PIC 9(8).
           03 BS-OPENING-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(7).

       01 BS-LINE-RECORD REDEFINES BANK-STATEMENT-RECORD.
           03 BS-LINE-TYPE PIC X.
           03 BS-VALUE-DATE PIC 9(8).
           03 BS-DR-CR PIC X.
               88 BS-IS-CREDIT VALUE 'C'.
               88 BS-IS-DEBIT VALUE 'D'.
           03 BS-LINE-AMOUNT PIC 9(9)V99.
           03 BS-LINE-REF PIC X(18).
           03 FILLER PIC X.

       01 BS-TRAILER-RECORD REDEFINES BANK-STATEMENT-RECORD.
           03 BS-TRL-TYPE PIC X.
           03 BS-CLOSING-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 BS-LINE-COUNT PIC 9(5).
           03 FILLER PIC X(22).
