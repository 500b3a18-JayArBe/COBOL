      ******************************************************************
      * SOORDER - shared sales-order master record layout, keyed by
      * SO-KEY (order number then line number). COPY this into the
      * FILE SECTION under each program's FD SALES-ORDER-MASTER.
      *
      * one order is a header and its lines on the same file: line
      * 000 is the header (SO-HEADER-RECORD - who ordered, where it
      * goes), lines 001-999 the parts ordered (SO-LINE-RECORD).
      * read in key order the header always comes first.
      *
      * SoEntry raises the orders from the order cards, numbered off
      * sonum.dat the way invnum.dat numbers invoices, allocating
      * each line what stock it can onto PB-ALLOCATED-QTY (see
      * PARTBAL.cpy); the nightly SoPick step allocates the lines
      * still short as stock arrives and prints the warehouse pick
      * list; SoShip confirms what went out, writing the issues to
      * tranin.dat for the night's edit and posting.
      *
      *   SOH-DELIV-SEQ   which of the customer's delivery addresses
      *                   the goods go to (see CUSTADDR.cpy)
      *   SOH-LAST-LINE   the highest line number on the order - the
      *                   lines are 001 up to it
      *   SOH-STATUS      'O' open - something still to ship
      *                   'S' shipped - every line shipped or
      *                       cancelled
      *                   'X' cancelled before anything shipped
      *   SOL-ALLOC-QTY   held against the part for this line and not
      *                   yet shipped; order less shipped less this
      *                   is what is still short (backordered)
      *   SOL-STATUS      'O' open, 'S' shipped in full, 'X' cancelled
      *
      * dates are YYYYMMDD; zero ship date means nothing has gone
      ******************************************************************
       01 SALES-ORDER-RECORD.
         03 SO-KEY.
           05 SO-ORDER-NO PIC 9(6).
           05 SO-LINE-NO PIC 9(3).
             88 SO-IS-HEADER VALUE 000.
         03 SO-REC-BODY PIC X(49).

       01 SO-HEADER-RECORD REDEFINES SALES-ORDER-RECORD.
         03 SOH-KEY PIC X(9).
         03 SOH-CUSTOMER PIC 9(6).
         03 SOH-ORDER-DATE PIC 9(8).
         03 SOH-DELIV-SEQ PIC 9(2).
         03 SOH-CUST-REF PIC X(12).
         03 SOH-STATUS PIC X.
           88 SOH-IS-OPEN VALUE 'O'.
           88 SOH-IS-SHIPPED VALUE 'S'.
           88 SOH-IS-CANCELLED VALUE 'X'.
         03 SOH-LAST-LINE PIC 9(3).
         03 SOH-ENTERED-BY PIC X(8).
         03 SOH-SHIP-DATE PIC 9(8).
         03 FILLER PIC X.

       01 SO-LINE-RECORD REDEFINES SALES-ORDER-RECORD.
         03 SOL-KEY PIC X(9).
         03 SOL-PART-NO PIC 9(8).
         03 SOL-ORDER-QTY PIC 9(8).
         03 SOL-ALLOC-QTY PIC 9(8).
         03 SOL-SHIPPED-QTY PIC 9(8).
         03 SOL-STATUS PIC X.
           88 SOL-IS-OPEN VALUE 'O'.
           88 SOL-IS-SHIPPED VALUE 'S'.
           88 SOL-IS-CANCELLED VALUE 'X'.
         03 SOL-LAST-SHIP-DATE PIC 9(8).
         03 FILLER PIC X(8).
