      ******************************************************************
      * CUSTADDR - shared customer address record layout, keyed by
      * CA-ADDR-KEY. COPY this into the FILE SECTION under each
      * program's FD CUST-ADDRESS. custmast.dat carries the account's
      * name only; the addresses the paperwork goes to live here,
      * any number per account, maintained through MasterMaint's 'A'
      * records and journaled like the other masters.
      *
      *   CA-ADDR-SEQ  00 is the billing address - what invoices and
      *                statements go to. 01-99 are delivery
      *                addresses; 01 is the account's usual one, the
      *                delivery note's default when nothing else says
      *                which
      *   CA-CONTACT   the person at that address the paperwork is
      *                for the attention of
      *
      * the record is exactly the 120 bytes the master journal's
      * images carry (see MJRNL.cpy) - it cannot grow without the
      * journal growing first
      ******************************************************************
       01 CUST-ADDRESS-RECORD.
         03 CA-ADDR-KEY.
           05 CA-CUST-NUMBER PIC 9(6).
           05 CA-ADDR-SEQ PIC 9(2).
             88 CA-IS-BILLING VALUE 00.
             88 CA-IS-DELIVERY VALUE 01 THRU 99.
         03 CA-CONTACT PIC X(24).
         03 CA-LINE-1 PIC X(30).
         03 CA-LINE-2 PIC X(30).
         03 CA-TOWN PIC X(20).
         03 CA-POSTCODE PIC X(8).
