      * an archived history record, in the live file's own shape -
      * moved across to TRAN-HISTORY-RECORD before the range filter
       FD HIST-ARCHIVE-FILE.
       01 HIST-ARCHIVE-RECORD PIC X(62).

      * the selected history records pass through here so the reprint
      * control-breaks on the same customer/supplier-then-date order
