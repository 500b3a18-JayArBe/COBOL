      ******************************************************************
      * GLJRNL - shared general-ledger journal line layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * gljrnl.dat. GlExtract rewrites the file whole each night -
      * one debit line and one credit line per mapped night-value
      * total, every line stamped with the chain's business date and
      * run id - and only ever when the debits equal the credits.
      * GlPost accumulates the same lines into the ledger balances
      * (see GLBAL.cpy), once per run id.
      *
      *   GJ-DR-AMOUNT / GJ-CR-AMOUNT - one of the two is always
      *   zero; a negative night total posts its absolute value with
      *   the sides swapped, so neither field carries a sign
      ******************************************************************
       01 GL-JOURNAL-RECORD.
           03 GJ-RUN-DATE PIC 9(8).
           03 GJ-RUN-ID PIC X(11).
           03 GJ-ACCOUNT PIC X(8).
           03 GJ-DR-AMOUNT PIC 9(9)V99.
           03 GJ-CR-AMOUNT PIC 9(9)V99.
           03 GJ-SOURCE PIC X(4).
