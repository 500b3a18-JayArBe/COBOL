      ******************************************************************
      * WOQUEUE - shared bad-debt write-off queue record layout.
      * COPY this into the FILE SECTION of any program that writes
      * or reads woqueue.dat - one record per open item credit
      * control has nominated for writing off, from the night it
      * was nominated to the night it came off the ledger.
      *
      * WoApprove takes credit control's nominations (wreq.dat) on
      * as 'Q' entries and applies the supervisors' decisions to
      * them; the nightly WriteOff step writes the approved ones
      * off the ledger. An item has at most one entry waiting or
      * approved at a time - a rejected or stale one may be
      * nominated again, as a new entry.
      *
      *   WQ-STATUS        'Q' queued - waiting on a supervisor
      *                    'P' part-approved - over the second-
      *                        approval threshold, one supervisor
      *                        has approved, waiting on another
      *                    'A' approved - WriteOff writes it off
      *                        tonight
      *                    'X' rejected by a supervisor
      *                    'W' written off - the item is closed
      *                    'S' stale - the item was paid, credited
      *                        or otherwise moved between approval
      *                        and write-off, so nothing was done;
      *                        nominate it again if still wanted
      *   WQ-AMOUNT        the open amount nominated, in the item's
      *                    own currency - the write-off only goes
      *                    ahead while the item still stands at it
      *   WQ-HOME-AMOUNT   the same at the item's book rate - the
      *                    figure the second-approval threshold is
      *                    judged on
      *   WQ-SECOND-SW     'Y' when the item needs a second
      *                    approver
      *   WQ-CLOSED-BY     the supervisor who rejected it, or the
      *                    program that wrote it off
      *   WQ-CLOSED-DATE   the date it was rejected, written off or
      *                    found stale (zero while still open)
      *   WQ-RUN-ID        the chain invocation that wrote it off
      ******************************************************************
       01 WRITE-OFF-QUEUE-RECORD.
           03 WQ-ITEM-NUMBER PIC 9(6).
           03 WQ-CUST-NUMBER PIC 9(6).
           03 WQ-INV-DATE PIC 9(8).
           03 WQ-AMOUNT PIC 9(7)V99.
           03 WQ-CURRENCY PIC X(3).
           03 WQ-HOME-AMOUNT PIC 9(7)V99.
           03 WQ-STATUS PIC X.
               88 WQ-IS-QUEUED VALUE 'Q'.
               88 WQ-IS-PART-APPROVED VALUE 'P'.
               88 WQ-IS-APPROVED VALUE 'A'.
               88 WQ-IS-REJECTED VALUE 'X'.
               88 WQ-IS-WRITTEN-OFF VALUE 'W'.
               88 WQ-IS-STALE VALUE 'S'.
           03 WQ-SECOND-SW PIC X.
               88 WQ-NEEDS-SECOND VALUE 'Y'.
           03 WQ-REASON PIC X(30).
           03 WQ-REQUESTED-BY PIC X(8).
           03 WQ-REQUESTED-DATE PIC 9(8).
           03 WQ-APPROVER-1 PIC X(8).
           03 WQ-APPROVED-1-DATE PIC 9(8).
           03 WQ-APPROVER-2 PIC X(8).
           03 WQ-APPROVED-2-DATE PIC 9(8).
           03 WQ-CLOSED-BY PIC X(8).
           03 WQ-CLOSED-DATE PIC 9(8).
           03 WQ-RUN-ID PIC X(11).
