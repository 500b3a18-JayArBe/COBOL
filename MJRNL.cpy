      ******************************************************************
      * MJRNL - shared master-journal record layout. COPY this into
      * the FILE SECTION of any program that writes or reads
      * mjrnl.dat. Every WRITE, REWRITE and DELETE against the
      * indexed masters - partmast.dat, custmast.dat, partbal.dat,
      * custaddr.dat, locbal.dat, lotbal.dat - and every approved
      * change RateMaint makes to the rate and mapping tables, and every
      * record CustMerge moves from a retired account to its
      * survivor, appends one record here through the shared MasterJrnl
      * routine: who (program, and operator where there is one),
      * which run, when, and the record image before and after. The
      * RollForward utility replays the after-images on top of a
      * restored BackupFiles set to bring a wrecked master back to
      * the moment of failure, instead of restore-plus-retype.
      *
      *   MJ-FILE-ID  'P' partmast, 'C' custmast, 'B' partbal,
      *               'A' custaddr, 'R' ratemast, 'N' contract,
      *               'X' taxrates, 'F' fxrates, 'G' glmap,
      *               'M' commrate, 'L' locbal, 'O' aropen,
      *               'T' artran, 'S' standord, 'D' ddmandate,
      *               'K' lotbal
      *   MJ-ACTION   'W' write, 'R' rewrite, 'D' delete
      *   MJ-BEFORE/MJ-AFTER carry the whole record image, padded -
      *   spaces where the side doesn't exist (no before on a
      *   write, no after on a delete)
      *   MJ-BEFORE-CONT/MJ-AFTER-CONT carry bytes 61-120 of an image
      *   longer than 60 - the customer record outgrew the original
      *   width when it took on credit control. they sit at the end
      *   of the record so the journal written before them still
      *   reads the same, spaces in both
      ******************************************************************
       01 MASTER-JOURNAL-RECORD.
           03 MJ-TIMESTAMP PIC X(14).
           03 MJ-ACTION PIC X.
           03 MJ-BEFORE PIC X(60).
           03 MJ-AFTER PIC X(60).
           03 MJ-BEFORE-CONT PIC X(60).
           03 MJ-AFTER-CONT PIC X(60).
