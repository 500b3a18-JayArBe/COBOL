      *          input: 'FP' date rejects onto fpresub.dat for
      *          FirstProgram to price, 'PW' transaction rejects onto
      *          the raw feed (tranin.dat) to go through the edit
      *          step like any other transaction. An 'FT' entry -
      *          an issue FirstProgram priced too big to bill - is
      *          billed by hand, its goods having already moved, so
      *          it is never resubmitted. Matched suspense
      *          records flip to status 'R' in place - the suspense
      *          is indexed on SUS-SEQUENCE now, so one correction
      *          is one keyed READ and REWRITE instead of holding

      * one correction: which suspense entry it fixes and the
      * corrected image in that entry's own shape - DDMMYYYY for an
      * 'FP' date, the full 29-byte transaction for a 'PW' reject,
      * followed in columns 37-40 by its stock location and, for a
      * transfer, the location it went to (blank is the warehouse),
      * and in columns 41-60 by the lot number and its use-by date
      * (YYYYMMDD) for a lot-controlled part - see TRANREC.cpy
       FD CORRECTION-FILE.
       01 CORRECTION-RECORD.
           03 COR-SEQUENCE PIC 9(6).
           03 COR-RECORD-IMAGE PIC X(30).
           03 COR-LOCATIONS PIC X(4).
           03 COR-LOT-DETAILS PIC X(20).

       FD SUSPENSE-FILE.

       01 FP-RESUBMIT-RECORD PIC X(8).

       FD TRAN-FEED-FILE.
       01 TRAN-FEED-RECORD PIC X(54).
      *-----------------------
       WORKING-STORAGE SECTION.

                   DISPLAY "No suspense entry for correction "
                       "sequence " COR-SEQUENCE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT SUS-IS-OPEN
                           ADD 1 TO UNMATCHED-COUNT
                           DISPLAY "Suspense entry " COR-SEQUENCE
                               " is not open - skipped"
                       WHEN SUS-SOURCE = 'FT'
                           ADD 1 TO UNMATCHED-COUNT
                           DISPLAY "Suspense entry " COR-SEQUENCE
                               " is billed by hand - skipped"
                       WHEN OTHER
                           PERFORM ROUTE-ONE-RESUBMISSION
                   END-EVALUATE
           END-READ.

      * the suspense record is in the buffer from the keyed read -
      * a correction is its own entry path - stamped so a bad batch
      * of corrections can be picked back out downstream
               MOVE 'R' TO TRAN-FEED-RECORD(30:1)
               MOVE COR-LOCATIONS TO TRAN-FEED-RECORD(31:4)
               MOVE COR-LOT-DETAILS TO TRAN-FEED-RECORD(35:20)
               WRITE TRAN-FEED-RECORD
               IF WS-FS-TRAN-FEED NOT = '00'
                   MOVE 'TRAN-FEED-FILE' TO ALOG-FILE-NAME
