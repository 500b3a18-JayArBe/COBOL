      ******************************************************************
      * MANIFEST - shared hand-off manifest record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * manifest.dat. Only FileManifest.cbl touches the file itself;
      * the nightly steps CALL it - a step that leaves a file behind
      * for a later step appends one entry once the file is closed,
      * and the step that picks the file up has it measured again
      * and checked against the latest entry before opening it.
      *
      * MF-RECORD-COUNT and MF-HASH-TOTAL are what the producer's
      * file measured when it was written: the number of records,
      * and every non-blank character's value weighted by its column
      * and summed over the file, modulo 10**15 - a file truncated,
      * padded or swapped for another night's no longer agrees.
      * MF-RUN-ID is the chain invocation that wrote it (spaces for a
      * standalone run).
      *
      * hand-offs in use today:
      *   tranclean.dat - TranEdit to TranSort
      *   transact.dat  - TranSort to FirstProgram, PrintingAndWriting,
      *                   StockPost and NightBalance
      *   prcdetl.dat   - FirstProgram to InvoicePrint and NightBalance
      *   gljrnl.dat    - GlExtract to GlPost
      *   commpay.dat   - CommCalc to payroll
      *   ddbank.dat    - DdCollect to the bank
      ******************************************************************
       01 MANIFEST-RECORD.
           03 MF-FILE-NAME PIC X(20).
           03 MF-RECORD-COUNT PIC 9(9).
           03 MF-HASH-TOTAL PIC 9(15).
           03 MF-RUN-ID PIC X(11).
           03 MF-PRODUCER PIC X(20).
           03 MF-TIMESTAMP PIC X(14).
