      *          live names, this replays the master journal
      *          (mjrnl.dat, see MJRNL.cpy) on top: every journaled
      *          after-image writes, rewrites or deletes its way
      *          back into partmast.dat, custmast.dat,
      *          partbal.dat, custaddr.dat, locbal.dat and
      *          lotbal.dat,
      *          bringing a wrecked master to the moment of failure
      *          instead of the moment of the snapshot. The replay is
      *          idempotent - images are absolute, a write that
      *          finds its key rewrites, a delete that finds nothing
      *          moves on - so running it twice lands in the same
      *          place. Supervisor only, like the restore itself.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS RANDOM
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

           SELECT CUST-ADDRESS ASSIGN TO 'custaddr.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-ADDR-KEY
           FILE STATUS IS WS-FS-CUST-ADDRESS.

           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

           SELECT LOT-BALANCE-MASTER ASSIGN TO 'lotbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-FS-LOT-BALANCE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * keyed by customer number and address sequence - see
      * CUSTADDR.cpy
       FD CUST-ADDRESS.

       COPY CUSTADDR.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

      * keyed by part then lot - see LOTBAL.cpy
       FD LOT-BALANCE-MASTER.

       COPY LOTBAL.
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-CUST-ADDRESS PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.
       01 WS-FS-LOT-BALANCE PIC XX VALUE '00'.

      * a journaled image rejoined from its two halves - see MJRNL.cpy
       01 REPLAY-IMAGE PIC X(120) VALUE SPACES.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
           CLOSE PART-MASTER.
           CLOSE CUST-MASTER.
           CLOSE PART-BALANCE-MASTER.
           CLOSE CUST-ADDRESS.
           CLOSE LOCATION-BALANCE-MASTER.
           CLOSE LOT-BALANCE-MASTER.
           DISPLAY "Journal entries read: " JOURNAL-READ-COUNT.
           DISPLAY "Applied: " APPLIED-COUNT
               "  Skipped: " SKIPPED-COUNT.
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O CUST-ADDRESS.
           IF WS-FS-CUST-ADDRESS = '35'
               OPEN OUTPUT CUST-ADDRESS
               CLOSE CUST-ADDRESS
               OPEN I-O CUST-ADDRESS
           END-IF.
           IF WS-FS-CUST-ADDRESS NOT = '00'
               MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-ADDRESS TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O LOCATION-BALANCE-MASTER.
           IF WS-FS-LOCATION-BALANCE = '35'
               OPEN OUTPUT LOCATION-BALANCE-MASTER
               CLOSE LOCATION-BALANCE-MASTER
               OPEN I-O LOCATION-BALANCE-MASTER
           END-IF.
           IF WS-FS-LOCATION-BALANCE NOT = '00'
               MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O LOT-BALANCE-MASTER.
           IF WS-FS-LOT-BALANCE = '35'
               OPEN OUTPUT LOT-BALANCE-MASTER
               CLOSE LOT-BALANCE-MASTER
               OPEN I-O LOT-BALANCE-MASTER
           END-IF.
           IF WS-FS-LOT-BALANCE NOT = '00'
               MOVE 'LOT-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOT-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one journal entry onto its master - the after-image is the
      * whole truth, so a write that finds its key already there
                   PERFORM REPLAY-CUST-ENTRY
               WHEN 'B'
                   PERFORM REPLAY-BALANCE-ENTRY
               WHEN 'A'
                   PERFORM REPLAY-ADDRESS-ENTRY
               WHEN 'L'
                   PERFORM REPLAY-LOCATION-ENTRY
               WHEN 'K'
                   PERFORM REPLAY-LOT-ENTRY
      * the rate and mapping tables are flat files a restore puts
      * back whole; their entries are RateMaint's trace of who
      * changed what, and backing one out goes through RateMaint's
      * approval, never a replay
               WHEN 'R' WHEN 'N' WHEN 'X' WHEN 'F' WHEN 'G' WHEN 'M'
                   ADD 1 TO SKIPPED-COUNT
      * an account merge's moves on the ledger, the activity file,
      * the standing orders and the mandates - CustMerge's trace of
      * what it moved where; those files come back whole with the
      * restore and a merge is simply run again
               WHEN 'O' WHEN 'T' WHEN 'S' WHEN 'D'
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO SKIPPED-COUNT
                   DISPLAY "Unknown journal file id: " MJ-FILE-ID
                       ADD 1 TO APPLIED-COUNT
               END-DELETE
           ELSE
               MOVE MJ-AFTER(1:59) TO PART-MASTER-RECORD
               WRITE PART-MASTER-RECORD
                   INVALID KEY
                       REWRITE PART-MASTER-RECORD
                       ADD 1 TO APPLIED-COUNT
               END-DELETE
           ELSE
      * the customer image runs past 60 bytes - rejoin it off the
      * continuation, and give a journal entry from before credit
      * control the same no-limit, no-hold defaults REBUILD does
               MOVE MJ-AFTER TO REPLAY-IMAGE(1:60)
               MOVE MJ-AFTER-CONT TO REPLAY-IMAGE(61:60)
               MOVE REPLAY-IMAGE TO CUST-MASTER-RECORD
               IF CM-CREDIT-LIMIT IS NOT NUMERIC
                   MOVE ZERO TO CM-CREDIT-LIMIT
               END-IF
               WRITE CUST-MASTER-RECORD
                   INVALID KEY
                       REWRITE CUST-MASTER-RECORD
                       ADD 1 TO APPLIED-COUNT
               END-DELETE
           ELSE
      * a balance journaled before unit costs were kept replays
      * uncosted, one from before sales-order allocation replays
      * with nothing allocated, and one from before lead times
      * with none, the way PartBalConv converts them. the image
      * now runs past 60 bytes, so it rejoins off the continuation
               MOVE MJ-AFTER TO REPLAY-IMAGE(1:60)
               MOVE MJ-AFTER-CONT TO REPLAY-IMAGE(61:60)
               MOVE REPLAY-IMAGE TO PART-BALANCE-RECORD
               IF PB-UNIT-COST IS NOT NUMERIC
                   MOVE ZERO TO PB-UNIT-COST
               END-IF
               IF PB-ALLOCATED-QTY IS NOT NUMERIC
                   MOVE ZERO TO PB-ALLOCATED-QTY
               END-IF
               IF PB-LEAD-TIME-DAYS IS NOT NUMERIC
                   MOVE ZERO TO PB-LEAD-TIME-DAYS
               END-IF
               WRITE PART-BALANCE-RECORD
                   INVALID KEY
                       REWRITE PART-BALANCE-RECORD
               END-WRITE
           END-IF.

      * an address image is the full 120 bytes - rejoined off the
      * continuation the same way as the customer's
       REPLAY-ADDRESS-ENTRY.
           IF MJ-ACTION = 'D'
               MOVE MJ-BEFORE(1:8) TO CA-ADDR-KEY
               DELETE CUST-ADDRESS
                   INVALID KEY
                       ADD 1 TO SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-COUNT
               END-DELETE
           ELSE
               MOVE MJ-AFTER TO REPLAY-IMAGE(1:60)
               MOVE MJ-AFTER-CONT TO REPLAY-IMAGE(61:60)
               MOVE REPLAY-IMAGE TO CUST-ADDRESS-RECORD
               WRITE CUST-ADDRESS-RECORD
                   INVALID KEY
                       REWRITE CUST-ADDRESS-RECORD
                           INVALID KEY
                               ADD 1 TO SKIPPED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO APPLIED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-COUNT
               END-WRITE
           END-IF.

       REPLAY-LOCATION-ENTRY.
           IF MJ-ACTION = 'D'
               MOVE MJ-BEFORE(1:10) TO LB-KEY
               DELETE LOCATION-BALANCE-MASTER
                   INVALID KEY
                       ADD 1 TO SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-COUNT
               END-DELETE
           ELSE
               MOVE MJ-AFTER(1:53) TO LOCATION-BALANCE-RECORD
               WRITE LOCATION-BALANCE-RECORD
                   INVALID KEY
                       REWRITE LOCATION-BALANCE-RECORD
                           INVALID KEY
                               ADD 1 TO SKIPPED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO APPLIED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-COUNT
               END-WRITE
           END-IF.

       REPLAY-LOT-ENTRY.
           IF MJ-ACTION = 'D'
               MOVE MJ-BEFORE(1:20) TO LT-KEY
               DELETE LOT-BALANCE-MASTER
                   INVALID KEY
                       ADD 1 TO SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-COUNT
               END-DELETE
           ELSE
               MOVE MJ-AFTER(1:60) TO LOT-BALANCE-RECORD
               WRITE LOT-BALANCE-RECORD
                   INVALID KEY
                       REWRITE LOT-BALANCE-RECORD
                           INVALID KEY
                               ADD 1 TO SKIPPED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO APPLIED-COUNT
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO APPLIED-COUNT
               END-WRITE
           END-IF.

       END PROGRAM RollForward.
