      * each type needs, read through the REDEFINES views. the 'H'
      * record follows its invoice's 'L' records on the file, since
      * the totals aren't known until the invoice ends.
      *
      * CreditNote keeps its credit notes on the same file, under
      * their own numbers off the same invnum.dat sequence: one 'R'
      * record per credited line (the line view, with
      * IHL-CREDITED-INV naming the invoice the line credits) and
      * an 'N' record carrying the note's totals (the header view),
      * following its lines the way 'H' follows 'L'. Amounts on
      * both are the size of the credit, unsigned.
      ******************************************************************
       01 INVOICE-HISTORY-RECORD.
           03 IH-INV-NUMBER PIC 9(6).
           03 IH-REC-TYPE PIC X.
               88 IH-IS-HEADER VALUE 'H'.
               88 IH-IS-LINE VALUE 'L'.
               88 IH-IS-CREDIT-HEADER VALUE 'N'.
               88 IH-IS-CREDIT-LINE VALUE 'R'.
           03 IH-CUST-NUMBER PIC 9(6).
           03 IH-RUN-ID PIC X(11).
           03 IH-BODY PIC X(40).
           03 IHL-YEAR PIC 9999.
           03 IHL-UNIT-PRICE PIC 9(3)V99.
           03 IHL-AMOUNT PIC 9(5)V99.
      * the part and quantity billed - zero part for a line priced
      * off an input.dat date record
           03 IHL-PART-NO PIC 9(8).
           03 IHL-QUANTITY PIC 9(6).
      * the invoice an 'R' line credits - blank on an 'L' line
           03 IHL-CREDITED-INV PIC 9(6).
