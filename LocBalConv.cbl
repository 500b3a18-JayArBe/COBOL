      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: one-off seeding of the location balances (see
      *          LOCBAL.cpy) from the part stock-balance master, run
      *          once when stock first starts being kept by location.
      *          Every part on partbal.dat is taken to be sitting in
      *          the main warehouse: it gets a 'WH' record on
      *          locbal.dat carrying its balance and last movement
      *          date, with no location levels of its own - the
      *          buyer sets those through MasterMaint 'L' records.
      *          The trade counter and van stock start empty and
      *          fill by transfer. A part that already has a 'WH'
      *          record is left alone unless the record is one
      *          MasterMaint created for its levels and nothing has
      *          moved through it yet, so running this a second time
      *          changes nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LocBalConv.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the part balances the warehouse records are seeded from
           SELECT PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the location balances, created here if this is the first
      * time anything has asked for them
           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by part number - see PARTBAL.cpy
       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'LocBalConv'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

       01 BALANCE-EOF PIC X VALUE 'N'.
       01 RECORDS-READ-COUNT PIC 9(7) VALUE ZERO.
       01 RECORDS-SEEDED PIC 9(7) VALUE ZERO.
       01 RECORDS-ALREADY-HELD PIC 9(7) VALUE ZERO.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE = '35'
               DISPLAY "LocBalConv - no partbal.dat to seed from"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FS-PART-BALANCE NOT = '00'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
               CLOSE PART-BALANCE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO BALANCE-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ-COUNT
                       PERFORM SEED-ONE-PART
               END-READ
           END-PERFORM.

           CLOSE PART-BALANCE-MASTER.
           CLOSE LOCATION-BALANCE-MASTER.
           DISPLAY "Part balances read: " RECORDS-READ-COUNT.
           DISPLAY "Warehouse balances seeded: " RECORDS-SEEDED
               "  Already held: " RECORDS-ALREADY-HELD.
           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the part's whole balance into the warehouse. a 'WH' record
      * already there is either the buyer's levels set ahead of the
      * seeding - balance and movement date still zero, so take the
      * balance in under them - or stock StockPost has been moving,
      * which is never overwritten
       SEED-ONE-PART.
           MOVE PB-PART-NO TO LB-PART-NO.
           MOVE 'WH' TO LB-LOCATION.
           READ LOCATION-BALANCE-MASTER
               INVALID KEY
                   MOVE PB-BALANCE TO LB-BALANCE
                   MOVE ZERO TO LB-MIN-LEVEL
                   MOVE ZERO TO LB-REORDER-QTY
                   MOVE PB-LAST-MOVE-DATE TO LB-LAST-MOVE-DATE
                   WRITE LOCATION-BALANCE-RECORD
                       INVALID KEY
                           PERFORM REPORT-LOCATION-WRITE-ABEND
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-SEEDED
                   END-WRITE
               NOT INVALID KEY
                   IF LB-BALANCE = ZERO
                       AND LB-LAST-MOVE-DATE = ZERO
                       AND PB-BALANCE NOT = ZERO
                       MOVE PB-BALANCE TO LB-BALANCE
                       MOVE PB-LAST-MOVE-DATE TO LB-LAST-MOVE-DATE
                       REWRITE LOCATION-BALANCE-RECORD
                           INVALID KEY
                               PERFORM REPORT-LOCATION-WRITE-ABEND
                           NOT INVALID KEY
                               ADD 1 TO RECORDS-SEEDED
                       END-REWRITE
                   ELSE
                       ADD 1 TO RECORDS-ALREADY-HELD
                   END-IF
           END-READ.

       REPORT-LOCATION-WRITE-ABEND.
           MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME.
           MOVE 'WRITE' TO ALOG-OPERATION.
           MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS.
           PERFORM REPORT-FILE-ABEND.

       END PROGRAM LocBalConv.
