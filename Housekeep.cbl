      * Date: 03/09/2026
      * Purpose: end-of-chain housekeeping for the operational files
      *          that only ever grow - abend.log, audit.log,
      *          alert.dat, timing.dat, tranhist.dat and manifest.dat.
      *          Records older than each file's retention (runctl.dat
      *          records HKAB/HKAU/HKAL/HKTM/HKTH/HKMF, days) roll
      *          into a dated archive segment (<name>.Ayyyymmdd) and
      *          come off the live file, so OpsExcept, TimingReport,
      *          the nightly duplicate check and the hand-off checks
      *          keep reading a small
      *          file while the history stays retrievable. Each
      *          segment written goes on the archive index
      *          (hkarch.dat), which is how TranReprint still
      * the files this step keeps small: the name, where the
      * YYYYMMDD ages from in the record, the runctl type that
      * overrides the retention, and the default days
       77 HOUSEKEEP-FILE-COUNT PIC 9 VALUE 6.
       01 HOUSEKEEP-NAME-TABLE.
           03 FILLER PIC X(31) VALUE 'abend.log           53HKAB00090'.
           03 FILLER PIC X(31) VALUE 'audit.log           01HKAU00090'.
           03 FILLER PIC X(31) VALUE 'alert.dat           81HKAL00030'.
           03 FILLER PIC X(31) VALUE 'timing.dat          01HKTM00090'.
           03 FILLER PIC X(31) VALUE 'tranhist.dat        01HKTH00365'.
           03 FILLER PIC X(31) VALUE 'manifest.dat        76HKMF00030'.
       01 HOUSEKEEP-FILE-LIST REDEFINES HOUSEKEEP-NAME-TABLE.
           03 HOUSEKEEP-ENTRY OCCURS 6 TIMES.
               05 HF-NAME PIC X(20).
               05 HF-DATE-COL PIC 9(2).
               05 HF-CTL-TYPE PIC X(4).
