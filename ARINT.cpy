      ******************************************************************
      * ARINT - shared interest-charge record layout. COPY this into
      * the FILE SECTION of any program that writes or reads
      * arint.dat - one record per late-payment interest charge the
      * period-end interest run (ArInterest) has raised, appended and
      * never rewritten. It ties each charge to the overdue item it
      * was charged on and to the open item the charge itself was
      * posted as.
      *
      *   AI-SOURCE-ITEM    the overdue open item interest was
      *                     charged on
      *   AI-CHARGED-TO     the date the charge runs to - the next
      *                     run charges only the days after it, so
      *                     no day is ever charged twice
      *   AI-DAYS           the days charged this time
      *   AI-RATE           the annual rate used, hundredths of a
      *                     percent (000800 = 8.00%)
      *   AI-INTEREST-ITEM  the open item the charge was posted as -
      *                     an interest item never attracts interest
      *                     of its own
      *   AI-AMOUNT         the charge, in the item's own currency
      ******************************************************************
       01 INTEREST-CHARGE-RECORD.
           03 AI-SOURCE-ITEM PIC 9(6).
           03 AI-CUST-NUMBER PIC 9(6).
           03 AI-CHARGED-TO PIC 9(8).
           03 AI-DAYS PIC 9(5).
           03 AI-RATE PIC 9(6).
           03 AI-INTEREST-ITEM PIC 9(6).
           03 AI-AMOUNT PIC 9(7)V99.
           03 AI-RUN-ID PIC X(11).
