      ******************************************************************
      * USAGEPRP - the period-end usage analysis's level proposals,
      * one record per part whose proposed minimum or reorder
      * quantity differs from what the buyer has set. COPY this into
      * the FILE SECTION of any program that writes or reads
      * usageprp.dat. UsageAnalysis writes the file afresh each
      * period end; UsageAccept reads it back against the buyer's
      * acceptance cards and turns the accepted proposals into
      * MasterMaint 'B' change records, so the new levels reach
      * partbal.dat through the journaled maintenance path.
      *
      *   UP-CLASS        the part's A/B/C class by movement value
      *   UP-CUR-MIN /    the levels on partbal.dat when the analysis
      *   UP-CUR-REORDER  ran - UsageAccept refuses a proposal the
      *                   buyer has keyed over since
      *   UP-NEW-MIN /    the proposed levels
      *   UP-NEW-REORDER
      *   UP-RUN-DATE     the business date the analysis ran for
      ******************************************************************
       01 USAGE-PROPOSAL-RECORD.
           03 UP-PART-NO PIC 9(8).
           03 UP-CLASS PIC X.
               88 UP-CLASS-VALID VALUE 'A' 'B' 'C'.
           03 UP-CUR-MIN PIC 9(8).
           03 UP-CUR-REORDER PIC 9(8).
           03 UP-NEW-MIN PIC 9(8).
           03 UP-NEW-REORDER PIC 9(8).
           03 UP-RUN-DATE PIC 9(8).
           03 UP-RUN-ID PIC X(11).
