      ******************************************************************
      * STANDORD - shared standing-order master record layout, keyed
      * by STO-KEY (customer then part - one schedule per customer
      * per part). COPY this into the FILE SECTION under each
      * program's FD STANDING-ORDER-MASTER.
      *
      * a standing order is a customer taking the same quantity of a
      * part on a fixed cycle. StandMaint keeps the schedules from
      * maintenance cards; the nightly StandGen step writes each one
      * that has fallen due onto tranin.dat as an issue (source 'O',
      * see TRANREC.cpy) and rolls it on to its next cycle.
      *
      *   STO-FREQUENCY     'W' weekly, 'F' fortnightly, 'M' monthly,
      *                     'Q' quarterly
      *   STO-CYCLE-DATE    the date the next cycle falls on by the
      *                     calendar alone - each cycle is worked out
      *                     from this one, so a holiday never drags
      *                     the schedule along with it
      *   STO-NEXT-DUE      the business day the next cycle is
      *                     generated for: the cycle date, or the
      *                     first business day after it when the run
      *                     calendar marks it a holiday
      *   STO-ANCHOR-DAY    the day of the month a monthly or
      *                     quarterly schedule falls on - a short
      *                     month takes its last day, and the month
      *                     after goes back to the anchor
      *   STO-END-DATE      the last date a cycle may fall on; zero
      *                     runs until stopped
      *   STO-STATUS        'A' active
      *                     'S' suspended - by an operator, or by
      *                         StandGen when the customer has closed
      *                         or the part has been discontinued;
      *                         STO-SUSPEND-REASON says which, and
      *                         nothing generates until StandMaint
      *                         resumes it
      *                     'E' ended - past its end date
      *   STO-LAST-GENERATED the due date of the last cycle generated
      *
      * dates are YYYYMMDD
      ******************************************************************
       01 STANDING-ORDER-RECORD.
         03 STO-KEY.
           05 STO-CUSTOMER PIC 9(6).
           05 STO-PART-NO PIC 9(8).
         03 STO-QUANTITY PIC 9(5).
         03 STO-FREQUENCY PIC X.
           88 STO-WEEKLY VALUE 'W'.
           88 STO-FORTNIGHTLY VALUE 'F'.
           88 STO-MONTHLY VALUE 'M'.
           88 STO-QUARTERLY VALUE 'Q'.
           88 STO-FREQUENCY-VALID VALUE 'W' 'F' 'M' 'Q'.
         03 STO-CYCLE-DATE PIC 9(8).
         03 STO-NEXT-DUE PIC 9(8).
         03 STO-END-DATE PIC 9(8).
         03 STO-ANCHOR-DAY PIC 99.
         03 STO-STATUS PIC X.
           88 STO-IS-ACTIVE VALUE 'A'.
           88 STO-IS-SUSPENDED VALUE 'S'.
           88 STO-IS-ENDED VALUE 'E'.
         03 STO-SUSPEND-REASON PIC X(20).
         03 STO-LAST-GENERATED PIC 9(8).
         03 STO-ENTERED-BY PIC X(8).
         03 FILLER PIC X(5).
