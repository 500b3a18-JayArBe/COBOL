      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 03/09/2026
      * Purpose: cycle-count entry against the location stock
      *          balances. Reads the warehouse's count file
      *          (cyccount.dat - part number, counted quantity, count
      *          date DDMMYYYY, and the location counted) and reports
      *          each part's variance against the balance held at
      *          that location (LB-BALANCE), ranked largest first,
      *          on cycvar.rpt for the warehouse manager. On the
      *          operator-confirmed second pass (a 'CCAP' record in
      *          runctl.dat with CTL-NUMBER 1, plus a 'CCAC' record
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COUNT-FILE.

      * a count is of one location's shelf, so the book quantity is
      * that location's balance - see LOCBAL.cpy
           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'cycvar.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one count: the part, what the shelf actually held, the day
      * it was counted, and where - a count keyed before stock was
      * held by location has no location, and was the warehouse's
       FD COUNT-FILE.
       01 COUNT-RECORD.
           03 CC-PART-NO PIC 9(8).
               05 CC-DAY PIC 99.
               05 CC-MONTH PIC 99.
               05 CC-YEAR PIC 9999.
           03 CC-LOCATION PIC XX.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

       FD VARIANCE-REPORT-FILE.
       01 VARIANCE-REPORT-OUT PIC X(80).

      * FILE STATUS for every file this program owns
       01 WS-FS-COUNT-FILE PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.
       01 WS-FS-VARIANCE-REPORT PIC XX VALUE '00'.
       01 WS-FS-TRAN-FEED PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 COUNT-TABLE.
           03 COUNT-ENTRY OCCURS 200 TIMES.
               05 CE-PART-NO PIC 9(8).
               05 CE-LOCATION PIC XX.
               05 CE-BOOK-QTY PIC S9(8).
               05 CE-COUNTED-QTY PIC 9(8).
               05 CE-VARIANCE PIC S9(8).
               05 CE-YEAR PIC 9999.
       01 SWAP-ENTRY.
           03 SW-PART-NO PIC 9(8).
           03 SW-LOCATION PIC XX.
           03 SW-BOOK-QTY PIC S9(8).
           03 SW-COUNTED-QTY PIC 9(8).
           03 SW-VARIANCE PIC S9(8).
           VALUE 'CYCLE COUNT VARIANCES - LARGEST FIRST'.
       01 VAR-MODE-LINE PIC X(40).
       01 VAR-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PART NO  LOC    BOOK'.
           03 FILLER PIC X(20) VALUE '   COUNTED  VARIANCE'.
       01 VAR-DETAIL-LINE.
           03 VAR-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 VAR-D-LOCATION PIC XX.
           03 FILLER PIC X VALUE SPACE.
           03 VAR-D-BOOK PIC -(7)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 VAR-D-COUNTED PIC Z(7)9.
               STOP RUN
           END-IF.

           OPEN INPUT LOCATION-BALANCE-MASTER.
           IF WS-FS-LOCATION-BALANCE NOT = '00'
               MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 8 TO RETURN-CODE
               STOP RUN
               END-READ
           END-PERFORM.
           CLOSE COUNT-FILE.
           CLOSE LOCATION-BALANCE-MASTER.

           IF COUNT-OVERFLOWED
               DISPLAY "*** More than " MAX-COUNT-ENTRIES
           CLOSE CONTROL-FILE.

      * one count: date validated the way every other date is, the
      * location checked, the book balance looked up (a part with no
      * balance at the location books at zero), and the variance
      * staged for the ranked report
       WORK-ONE-COUNT.
           IF CC-LOCATION = SPACES
               MOVE 'WH' TO CC-LOCATION
           END-IF.
           MOVE CC-LOCATION TO LB-LOCATION.
           MOVE CC-DAY TO MY-DAY.
           MOVE CC-MONTH TO MY-MONTH.
           MOVE CC-YEAR TO MY-YEAR.
           PERFORM VALIDATE-DATE-RECORD.
           EVALUATE TRUE
               WHEN NOT LB-LOCATION-VALID
                   ADD 1 TO COUNT-REJECT-COUNT
                   DISPLAY "Rejected count for part " CC-PART-NO
                       ", reason: UNKNOWN STOCK LOCATION "
                       CC-LOCATION
               WHEN DATE-NOT-OK
                   ADD 1 TO COUNT-REJECT-COUNT
                   DISPLAY "Rejected count for part " CC-PART-NO
                       ", reason: " BAD-DATE-REASON
               WHEN OTHER
                   PERFORM STAGE-ONE-COUNT
           END-EVALUATE.

       STAGE-ONE-COUNT.
           IF COUNT-ENTRY-COUNT < MAX-COUNT-ENTRIES
               ADD 1 TO COUNT-ENTRY-COUNT
               MOVE CC-PART-NO TO CE-PART-NO(COUNT-ENTRY-COUNT)
               MOVE CC-LOCATION TO CE-LOCATION(COUNT-ENTRY-COUNT)
               MOVE CC-PART-NO TO LB-PART-NO
               READ LOCATION-BALANCE-MASTER
                   INVALID KEY
                       MOVE ZERO TO LB-BALANCE
               END-READ
               MOVE LB-BALANCE TO CE-BOOK-QTY(COUNT-ENTRY-COUNT)
               MOVE CC-COUNTED-QTY TO
                   CE-COUNTED-QTY(COUNT-ENTRY-COUNT)
               COMPUTE CE-VARIANCE(COUNT-ENTRY-COUNT) =
                   CC-COUNTED-QTY - LB-BALANCE
               IF CE-VARIANCE(COUNT-ENTRY-COUNT) < ZERO
                   COMPUTE CE-ABS-VARIANCE(COUNT-ENTRY-COUNT) =
                       ZERO - CE-VARIANCE(COUNT-ENTRY-COUNT)
               ELSE
                   MOVE CE-VARIANCE(COUNT-ENTRY-COUNT) TO
                       CE-ABS-VARIANCE(COUNT-ENTRY-COUNT)
               END-IF
               MOVE MY-DAY TO CE-DAY(COUNT-ENTRY-COUNT)
               MOVE MY-MONTH TO CE-MONTH(COUNT-ENTRY-COUNT)
               MOVE MY-YEAR TO CE-YEAR(COUNT-ENTRY-COUNT)
           ELSE
               MOVE 'Y' TO COUNT-OVERFLOW-SW
           END-IF.

      * largest absolute variance to the top - the same plain
           PERFORM VARYING COUNT-IDX FROM 1 BY 1
                   UNTIL COUNT-IDX > COUNT-ENTRY-COUNT
               MOVE CE-PART-NO(COUNT-IDX) TO VAR-D-PART-NO
               MOVE CE-LOCATION(COUNT-IDX) TO VAR-D-LOCATION
               MOVE CE-BOOK-QTY(COUNT-IDX) TO VAR-D-BOOK
               MOVE CE-COUNTED-QTY(COUNT-IDX) TO VAR-D-COUNTED
               MOVE CE-VARIANCE(COUNT-IDX) TO VAR-D-VARIANCE

      * each nonzero variance becomes one ordinary transaction on
      * the raw feed, under the housekeeping account, dated the day
      * the shelf was counted, at the location counted - tomorrow's
      * edit, sort and posting
      * treat it like any other movement, and the correction shows
      * up on the listing and in the history like one
       WRITE-ADJUSTMENTS.
                   MOVE CE-YEAR(COUNT-IDX) TO TRAN-DATE-YYYY
                   MOVE CE-VARIANCE(COUNT-IDX) TO TRAN-QUANT
                   MOVE 'Y' TO TRAN-SOURCE
                   MOVE CE-LOCATION(COUNT-IDX) TO TRAN-LOCATION
                   MOVE SPACES TO TRAN-TO-LOCATION
                   MOVE SPACES TO TRAN-LOT-NO
                   MOVE ZERO TO TRAN-EXPIRY-DATE
                   WRITE TRANSACTION-RECORD
                   IF WS-FS-TRAN-FEED NOT = '00'
                       MOVE 'TRAN-FEED-FILE' TO ALOG-FILE-NAME
