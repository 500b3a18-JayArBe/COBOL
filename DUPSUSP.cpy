      *   DS-STATUS  'H' held for review, 'R' released, 'D' dropped
      *   DS-FIRST-SEEN is the run date the matching transaction was
      *   first accepted on - what made this one a suspect
      *   DS-IMAGE-CONT carries the transaction's location columns
      *   (TRAN-LOCATION, TRAN-TO-LOCATION) - it sits after the run id
      *   so the records held before stock was kept by location still
      *   read, their location blank
      *   DS-LOT-CONT carries the lot columns after those
      *   (TRAN-LOT-NO, TRAN-EXPIRY-DATE), after the location ones
      *   for the same reason
      ******************************************************************
       01 DUP-SUSPENSE-RECORD.
           03 DS-SEQUENCE PIC 9(6).
               88 DS-IS-DROPPED VALUE 'D'.
           03 DS-TRAN-IMAGE PIC X(30).
           03 DS-RUN-ID PIC X(11).
           03 DS-IMAGE-CONT PIC X(4).
           03 DS-LOT-CONT PIC X(20).
