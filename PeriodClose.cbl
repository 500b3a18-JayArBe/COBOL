      *          any other day it says so and does nothing - and
      *          only for a supervisor sign-on, since a closed
      *          period refuses postings from that moment on. The
      *          period closed is the one on file that covers
      *          RF-RUN-DATE - a calendar month or a 4-4-5 period,
      *          whichever pattern YearEnd built the year from - and
      *          it flips to closed. A date no record covers closes
      *          its calendar month, the month getting a record of
      *          its own, closed. The edit step and the pricing run
      *          enforce the lock from the next run onward.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

      * the whole period file held in storage and written back, the
      * way RunctlMaint holds runctl.dat
       77 MAX-PERIOD-ENTRIES PIC 9(3) VALUE 600.
       01 PERIOD-TABLE-CONTROLS.
           03 PERIOD-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           03 PERIOD-IDX PIC 9(3) VALUE ZERO.
       01 PERIOD-TABLE.
           03 PERIOD-ENTRY OCCURS 600 TIMES.
               05 PE-START-DATE PIC 9(8).
               05 PE-END-DATE PIC 9(8).
               05 PE-STATUS PIC X.
           END-PERFORM.
           CLOSE PERIOD-FILE.

      * an existing record covering the run date flips closed, and
      * its own start and end are the period reported; a month
      * finance never recorded gets its record now, closed
       CLOSE-THE-PERIOD.
           MOVE 'N' TO PERIOD-MATCHED-SW.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-ENTRY-COUNT
               IF PE-START-DATE(PERIOD-IDX) NOT > CLOSE-DATE
                   AND PE-END-DATE(PERIOD-IDX) NOT < CLOSE-DATE
                   AND NOT PERIOD-WAS-MATCHED
                   MOVE 'C' TO PE-STATUS(PERIOD-IDX)
                   MOVE 'Y' TO PERIOD-MATCHED-SW
                   MOVE PE-START-DATE(PERIOD-IDX) TO MONTH-START
                   MOVE PE-END-DATE(PERIOD-IDX) TO MONTH-END
               END-IF
           END-PERFORM.
           IF NOT PERIOD-WAS-MATCHED
