      ******************************************************************
      * DDCOLL - shared direct-debit collection-status register
      * layout. COPY this into the FILE SECTION of any program that
      * writes or reads ddreg.dat - one record per open item sent
      * to the bank for collection, so every item's collection can
      * be followed from the night it went to the bank to the night
      * the bank said whether it was paid.
      *
      * DdCollect appends an 'S' record for each item it puts on
      * the bank file; DdResult moves it on when the bank's answer
      * arrives on ddresp.dat, and ArDunning keeps an item out of
      * the letters while it is still with the bank. An item has at
      * most one record - a returned item is not collected again,
      * it goes back to being chased by letter.
      *
      *   DC-STATUS        'S' submitted - on a bank file, no answer
      *                        yet
      *                    'C' confirmed - the bank collected it;
      *                        the money went to cashrcpt.dat for
      *                        CashApply to apply
      *                    'R' returned - the bank could not collect
      *                        it; DC-RETURN-REASON carries the
      *                        bank's reason code
      *   DC-COLLECT-DATE  the date the bank was asked to collect on
      *   DC-SUBMIT-DATE   the night it went on the bank file
      *   DC-RESULT-DATE   the date the bank gave with its answer
      *                    (zero while submitted)
      *   DC-RUN-ID        the chain invocation that submitted it
      ******************************************************************
       01 DD-COLLECTION-RECORD.
           03 DC-ITEM-NUMBER PIC 9(6).
           03 DC-CUST-NUMBER PIC 9(6).
           03 DC-MANDATE-REF PIC X(18).
           03 DC-AMOUNT PIC 9(7)V99.
           03 DC-COLLECT-DATE PIC 9(8).
           03 DC-SUBMIT-DATE PIC 9(8).
           03 DC-STATUS PIC X.
               88 DC-IS-SUBMITTED VALUE 'S'.
               88 DC-IS-CONFIRMED VALUE 'C'.
               88 DC-IS-RETURNED VALUE 'R'.
           03 DC-RESULT-DATE PIC 9(8).
           03 DC-RETURN-REASON PIC X(4).
           03 DC-RUN-ID PIC X(11).
