      ******************************************************************
      * COMMPAY - shared commission payroll extract record layout.
      * COPY this into the FILE SECTION of any program that writes or
      * reads commpay.dat - the period's sales commission, one record
      * per rep, that payroll pays from instead of re-keying the
      * statements. CommCalc writes it at period end, off the same
      * figures it prints on commstmt.rpt, so the extract and the
      * statements never disagree, and enters it on manifest.dat
      * (see MANIFEST.cpy) so payroll can prove the file it picked
      * up is the one written.
      *
      * CP-REC-TYPE tells the records apart:
      *   'R' - one rep: commission earned on invoices paid off in
      *         the period, commission clawed back on credit notes
      *         and write-offs (zero or negative), and the net to pay
      *         - negative where the clawbacks outran the earnings,
      *         for payroll to recover
      *   'T' - trailer, last on the file: the count of 'R' records
      *         and their net total, so the receiving end can prove
      *         it has the whole file
      * amounts are home-currency pounds and pence, signed, with an
      * implied decimal point.
      ******************************************************************
       01 COMMISSION-PAY-RECORD.
           03 CP-REC-TYPE PIC X.
               88 CP-IS-REP VALUE 'R'.
               88 CP-IS-TRAILER VALUE 'T'.
           03 CP-REP-CODE PIC X(4).
           03 CP-PERIOD-FROM PIC 9(8).
           03 CP-PERIOD-TO PIC 9(8).
           03 CP-EARNED PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 CP-CLAWBACK PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 CP-NET PIC S9(7)V99 SIGN LEADING SEPARATE.
           03 CP-RUN-ID PIC X(11).

       01 COMMPAY-TRAILER-VIEW REDEFINES COMMISSION-PAY-RECORD.
           03 FILLER PIC X(21).
           03 CPT-REP-COUNT PIC 9(5).
           03 CPT-NET-TOTAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 FILLER PIC X(24).
