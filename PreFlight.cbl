      *          the raw transaction feed (tranin.dat) present and
      *          non-empty; the indexed masters opening and reading.
      *          A suspiciously large open reject suspense is warned
      *          about but doesn't stop the night, and so is stock on
      *          partbal.dat with no location balances to issue it
      *          from. Any failed check
      *          ends with step code 5 and NightlyBatch refuses to
      *          start the chain - the mid-chain restart after
      *          FirstProgram has already priced is exactly what
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the location balances - absent is fine on a system with no
      * stock yet, but stock with no locations means every issue
      * tonight is held
           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO 'rejsusp.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL

       COPY PARTBAL.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

       FD SUSPENSE-FILE.

       COPY REJSUSP.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.
       01 WS-FS-SUSPENSE-FILE PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.

           03 INPUT-EOF PIC X VALUE 'N'.
           03 SUSPENSE-EOF PIC X VALUE 'N'.
           03 OPEN-SUSPENSE-COUNT PIC 9(7) VALUE ZERO.
           03 PART-BALANCE-SW PIC X VALUE 'N'.
               88 PART-BALANCES-HELD VALUE 'Y'.
           03 CONTROL-FILE-EOF PIC X VALUE 'N'.

      * how big the open suspense may grow before the gate warns -
           PERFORM CHECK-PART-MASTER.
           PERFORM CHECK-CUST-MASTER.
           PERFORM CHECK-PART-BALANCE.
           PERFORM CHECK-LOCATION-BALANCE.
           PERFORM CHECK-SUSPENSE-SIZE.
           IF CHECKS-FAILED > ZERO
               DISPLAY "PRE-FLIGHT FAILED - " CHECKS-FAILED
                           DISPLAY "  OK:   partbal.dat opens "
                               "(empty)"
                       NOT AT END
                           MOVE 'Y' TO PART-BALANCE-SW
                           DISPLAY "  OK:   partbal.dat opens "
                               "and reads"
                   END-READ
                   CLOSE PART-BALANCE-MASTER
           END-EVALUATE.

      * stock on the part balances but none at any location is a
      * system LocBalConv was never run on - the night still runs,
      * but StockPost will hold every issue until it is
       CHECK-LOCATION-BALANCE.
           OPEN INPUT LOCATION-BALANCE-MASTER.
           EVALUATE TRUE
               WHEN WS-FS-LOCATION-BALANCE = '35'
                   IF PART-BALANCES-HELD
                       ADD 1 TO CHECKS-WARNED
                       DISPLAY "  WARN: locbal.dat not yet seeded - "
                           "run LocBalConv"
                   ELSE
                       DISPLAY "  OK:   locbal.dat not yet created"
                   END-IF
               WHEN WS-FS-LOCATION-BALANCE NOT = '00'
                   ADD 1 TO CHECKS-FAILED
                   DISPLAY "  FAIL: locbal.dat will not open "
                       "(status " WS-FS-LOCATION-BALANCE ")"
               WHEN OTHER
                   READ LOCATION-BALANCE-MASTER NEXT RECORD
                       AT END
                           IF PART-BALANCES-HELD
                               ADD 1 TO CHECKS-WARNED
                               DISPLAY "  WARN: locbal.dat is empty "
                                   "- run LocBalConv"
                           ELSE
                               DISPLAY "  OK:   locbal.dat opens "
                                   "(empty)"
                           END-IF
                       NOT AT END
                           DISPLAY "  OK:   locbal.dat opens "
                               "and reads"
                   END-READ
                   CLOSE LOCATION-BALANCE-MASTER
           END-EVALUATE.

      * an open suspense past the limit isn't a reason to hold the
      * night, but it is a reason someone should be working it down
       CHECK-SUSPENSE-SIZE.
