      ******************************************************************
      * GLBAL - shared general-ledger balance record layout, keyed by
      * GB-KEY (account then period - one record per GL account per
      * accounting period it has stood in). COPY this into the FILE
      * SECTION under each program's FD GL-BALANCE-MASTER.
      *
      * GlPost adds each night's gljrnl.dat lines to the period the
      * journal's business date falls in - the period.dat record
      * covering it, or its calendar month where finance recorded
      * none - and on a period-end night rolls every account's
      * closing balance forward as the opening of the next period.
      *
      *   GB-PERIOD-END    the period's last day, YYYYMMDD - the key
      *                    half, so an account's periods read back
      *                    in date order
      *   GB-PERIOD-START  the period's first day, YYYYMMDD
      *   GB-OPENING       balance brought forward, debit positive
      *   GB-DEBITS        the period's debits posted so far
      *   GB-CREDITS       the period's credits posted so far
      *   GB-CLOSING       GB-OPENING + GB-DEBITS - GB-CREDITS,
      *                    debit positive, kept by every posting
      *   GB-STATUS        'O' open for posting, 'R' rolled forward
      *                    at period end - a journal dated inside a
      *                    rolled period is refused, not posted
      *   GB-LAST-RUN-ID   the run id that last posted to the record
      ******************************************************************
       01 GL-BALANCE-RECORD.
           03 GB-KEY.
               05 GB-ACCOUNT PIC X(8).
               05 GB-PERIOD-END PIC 9(8).
           03 GB-PERIOD-START PIC 9(8).
           03 GB-OPENING PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 GB-DEBITS PIC 9(11)V99.
           03 GB-CREDITS PIC 9(11)V99.
           03 GB-CLOSING PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 GB-STATUS PIC X.
               88 GB-IS-OPEN VALUE 'O'.
               88 GB-IS-ROLLED VALUE 'R'.
           03 GB-LAST-RUN-ID PIC X(11).
           03 FILLER PIC X(10).
