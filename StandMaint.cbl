      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: maintenance for the standing-order master
      *          (standord.dat, see STANDORD.cpy) - the schedules
      *          the nightly StandGen step generates recurring issue
      *          lines from. Reads the schedule cards (standmnt.dat):
      *          adds a customer's schedule for a part, changes its
      *          quantity, cycle, next date or end date, suspends or
      *          resumes it, and (supervisor only) deletes it. A new
      *          schedule is checked against the masters the way the
      *          edit will check its lines - customer and part on
      *          file and live on the first date due - and its first
      *          due date is moved onto a business day through
      *          DateConvert, as every later cycle will be. Every card
      *          applied or refused goes on the maintenance report
      *          (standmnt.rpt) with the operator stamped on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. StandMaint.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-CARD-FILE ASSIGN TO 'standmnt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SCHEDULE-CARD.

      * keyed by customer and part, opened I-O with the same OPEN
      * OUTPUT fallback PoConfirm gives the PO master, so the first
      * maintenance run creates it
           SELECT STANDING-ORDER-MASTER ASSIGN TO 'standord.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STO-KEY
           FILE STATUS IS WS-FS-STANDING-ORDER.

           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

           SELECT MAINT-REPORT-FILE ASSIGN TO 'standmnt.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAINT-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one schedule card, for customer STC-CUSTOMER's schedule on
      * part STC-PART-NO:
      *   STC-ACTION  'A' add - quantity, frequency and first due
      *                         date all required, end date optional
      *               'C' change - whichever of quantity, frequency,
      *                         next due date and end date is keyed;
      *                         a blank field stays as it is
      *               'S' suspend - nothing generates until resumed
      *               'R' resume - a suspended schedule back on, from
      *                         STC-FIRST-DUE if keyed; one whose next
      *                         date has already gone needs a new one
      *               'D' delete - supervisor only
      * quantities are plain digits, dates YYYYMMDD. an end date of
      * all zeros takes the end date off
       FD SCHEDULE-CARD-FILE.
       01 SCHEDULE-CARD-RECORD.
           03 STC-ACTION PIC X.
           03 STC-CUSTOMER PIC 9(6).
           03 STC-PART-NO PIC 9(8).
           03 STC-QUANTITY PIC X(5).
           03 STC-FREQUENCY PIC X.
           03 STC-FIRST-DUE PIC X(8).
           03 STC-END-DATE PIC X(8).

      * keyed by customer and part - see STANDORD.cpy
       FD STANDING-ORDER-MASTER.

       COPY STANDORD.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-SCHEDULE-CARD PIC XX VALUE '00'.
       01 WS-FS-STANDING-ORDER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-MAINT-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. level 2 maintains schedules,
      * level 3 (supervisor) may also delete them
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'StandMaint'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the chain's StandGen step
      * rewrites the schedules, so maintenance takes the file or
      * backs off
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20) VALUE 'standord.dat'.
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'StandMaint'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'StandMaint'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 CARD-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-REASON PIC X(30) VALUE SPACES.

       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * whether the schedule the card names is already on file
       01 TARGET-FOUND-SW PIC X VALUE 'N'.
           88 TARGET-WAS-FOUND VALUE 'Y'.

      * the card's fields once checked - blanks read as "not keyed"
       01 CARD-FIELD-WORK.
           03 NEW-QUANTITY PIC 9(5) VALUE ZERO.
           03 NEW-FIRST-DUE PIC 9(8) VALUE ZERO.
           03 NEW-END-DATE PIC 9(8) VALUE ZERO.
           03 QUANTITY-KEYED-SW PIC X VALUE 'N'.
               88 QUANTITY-KEYED VALUE 'Y'.
           03 FIRST-DUE-KEYED-SW PIC X VALUE 'N'.
               88 FIRST-DUE-KEYED VALUE 'Y'.
           03 END-DATE-KEYED-SW PIC X VALUE 'N'.
               88 END-DATE-KEYED VALUE 'Y'.
           03 DATE-CHECK-TXT PIC X(8) VALUE SPACES.

      * the date text re-housed under the names DATEVAL.cpy
      * validates
       01 MAINT-DATE-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

      * shared date-validation work area - see DATEWS.cpy/DATEVAL.cpy
       COPY DATEWS.

      * a date handed to DateConvert, and the calendar date being
      * worked on
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

       01 CYCLE-WORK-DATE PIC 9(8) VALUE ZERO.
       01 CYCLE-WORK-PARTS REDEFINES CYCLE-WORK-DATE.
           03 CW-YYYY PIC 9(4).
           03 CW-MM PIC 99.
           03 CW-DD PIC 99.
       01 CYCLE-STEP-DAYS PIC S9(5) VALUE ZERO.

      * the schedule before the card touched it, for the report
       01 BEFORE-SCHEDULE-RECORD PIC X(88) VALUE SPACES.
       01 AFTER-SCHEDULE-RECORD PIC X(88) VALUE SPACES.

      * print lines for the maintenance report
       01 SMN-TITLE-LINE PIC X(44)
           VALUE 'STANDING ORDER MAINTENANCE - THIS RUN'.
       01 SMN-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 SMN-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 SMN-O-DATE PIC 9(8).
       01 SMN-ACTION-LINE.
           03 SMN-A-ACTION PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 SMN-A-CUSTOMER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 SMN-A-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 SMN-A-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 SMN-A-REASON PIC X(30).
       01 SMN-IMAGE-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 SMN-I-LABEL PIC X(8).
           03 FILLER PIC X(5) VALUE 'QTY: '.
           03 SMN-I-QUANTITY PIC Z(4)9.
           03 FILLER PIC X(7) VALUE '  FREQ:'.
           03 SMN-I-FREQUENCY PIC X.
           03 FILLER PIC X(7) VALUE '  NEXT:'.
           03 SMN-I-NEXT-DUE PIC 9(8).
           03 FILLER PIC X(6) VALUE '  END:'.
           03 SMN-I-END-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  STATUS:'.
           03 SMN-I-STATUS PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 SMN-I-REASON PIC X(20).
       01 SMN-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'CARDS APPLIED:    '.
           03 SMN-T-APPLIED PIC Z(6)9.
           03 FILLER PIC X(13) VALUE '   REJECTED: '.
           03 SMN-T-REJECTED PIC Z(6)9.
       01 WS-MAINT-LINE PIC X(90).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "StandMaint - sign-on refused, "
                   "nothing maintained"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "StandMaint - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "maintaining standing orders needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'StandMaint' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "StandMaint - standord.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing maintained, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT SCHEDULE-CARD-FILE.
           IF WS-FS-SCHEDULE-CARD NOT = '00'
               MOVE 'SCHEDULE-CARD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SCHEDULE-CARD TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O STANDING-ORDER-MASTER.
           IF WS-FS-STANDING-ORDER = '35'
               OPEN OUTPUT STANDING-ORDER-MASTER
               CLOSE STANDING-ORDER-MASTER
               OPEN I-O STANDING-ORDER-MASTER
           END-IF.
           IF WS-FS-STANDING-ORDER NOT = '00'
               MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER NOT = '00'
               MOVE 'PART-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-FS-MAINT-REPORT NOT = '00'
               MOVE 'MAINT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-MAINT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE SMN-TITLE-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.
           MOVE OAUTH-OPERATOR-ID TO SMN-O-OPERATOR.
           MOVE TODAY-DATE TO SMN-O-DATE.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE SMN-OPERATOR-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.
           MOVE SPACES TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

           PERFORM UNTIL CARD-EOF = 'Y'
               READ SCHEDULE-CARD-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM.

           MOVE CARD-APPLIED-COUNT TO SMN-T-APPLIED.
           MOVE CARD-REJECT-COUNT TO SMN-T-REJECTED.
           MOVE SPACES TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.
           MOVE SMN-TOTAL-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

           CLOSE SCHEDULE-CARD-FILE.
           CLOSE STANDING-ORDER-MASTER.
           CLOSE CUST-MASTER.
           CLOSE PART-MASTER.
           CLOSE MAINT-REPORT-FILE.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           DISPLAY "Schedule cards read: " CARD-READ-COUNT
               "  Applied: " CARD-APPLIED-COUNT
               "  Rejected: " CARD-REJECT-COUNT.

           MOVE CARD-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE CARD-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF CARD-REJECT-COUNT > ZERO
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * one card: its fields checked, the schedule it names looked
      * up, then routed by action
       APPLY-ONE-CARD.
           MOVE SPACES TO CARD-REJECT-REASON.
           MOVE SPACES TO BEFORE-SCHEDULE-RECORD.
           IF STC-CUSTOMER NOT NUMERIC
               OR STC-PART-NO NOT NUMERIC
               MOVE 'KEY NOT NUMERIC' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM CONVERT-CARD-FIELDS
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE STC-CUSTOMER TO STO-CUSTOMER
               MOVE STC-PART-NO TO STO-PART-NO
               MOVE 'N' TO TARGET-FOUND-SW
               READ STANDING-ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO TARGET-FOUND-SW
                       MOVE STANDING-ORDER-RECORD TO
                           BEFORE-SCHEDULE-RECORD
               END-READ
               EVALUATE STC-ACTION
                   WHEN 'A'
                       PERFORM APPLY-ADD
                   WHEN 'C'
                       PERFORM APPLY-CHANGE
                   WHEN 'S'
                       PERFORM APPLY-SUSPEND
                   WHEN 'R'
                       PERFORM APPLY-RESUME
                   WHEN 'D'
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO CARD-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM WRITE-APPLIED-LINES
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * quantity, frequency and dates off the card - blank is "not
      * keyed", anything keyed must be good
       CONVERT-CARD-FIELDS.
           MOVE 'N' TO QUANTITY-KEYED-SW.
           MOVE 'N' TO FIRST-DUE-KEYED-SW.
           MOVE 'N' TO END-DATE-KEYED-SW.
           IF STC-QUANTITY NOT = SPACES
               IF STC-QUANTITY IS NUMERIC
                   MOVE STC-QUANTITY TO NEW-QUANTITY
                   MOVE 'Y' TO QUANTITY-KEYED-SW
               ELSE
                   MOVE 'QUANTITY NOT NUMERIC' TO CARD-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND QUANTITY-KEYED
               AND NEW-QUANTITY = ZERO
               MOVE 'QUANTITY MUST BE OVER ZERO' TO
                   CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND STC-FREQUENCY NOT = SPACE
               AND STC-FREQUENCY NOT = 'W'
               AND STC-FREQUENCY NOT = 'F'
               AND STC-FREQUENCY NOT = 'M'
               AND STC-FREQUENCY NOT = 'Q'
               MOVE 'FREQUENCY MUST BE W F M OR Q' TO
                   CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND STC-FIRST-DUE NOT = SPACES
               MOVE STC-FIRST-DUE TO DATE-CHECK-TXT
               PERFORM CHECK-ONE-DATE
               IF CARD-REJECT-REASON = SPACES
                   MOVE STC-FIRST-DUE TO NEW-FIRST-DUE
                   MOVE 'Y' TO FIRST-DUE-KEYED-SW
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND FIRST-DUE-KEYED
               AND NEW-FIRST-DUE < TODAY-DATE
               MOVE 'DUE DATE ALREADY GONE' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND STC-END-DATE NOT = SPACES
               IF STC-END-DATE = '00000000'
                   MOVE ZERO TO NEW-END-DATE
               ELSE
                   MOVE STC-END-DATE TO DATE-CHECK-TXT
                   PERFORM CHECK-ONE-DATE
                   IF CARD-REJECT-REASON = SPACES
                       MOVE STC-END-DATE TO NEW-END-DATE
                   END-IF
               END-IF
               MOVE 'Y' TO END-DATE-KEYED-SW
           END-IF.

      * one YYYYMMDD date through the same VALIDATE-DATE-RECORD
      * every other date gets
       CHECK-ONE-DATE.
           IF DATE-CHECK-TXT IS NOT NUMERIC
               MOVE 'DATES MUST BE YYYYMMDD' TO CARD-REJECT-REASON
           ELSE
               MOVE DATE-CHECK-TXT(7:2) TO MY-DAY
               MOVE DATE-CHECK-TXT(5:2) TO MY-MONTH
               MOVE DATE-CHECK-TXT(1:4) TO MY-YEAR
               PERFORM VALIDATE-DATE-RECORD
               IF DATE-NOT-OK
                   MOVE BAD-DATE-REASON TO CARD-REJECT-REASON
               END-IF
           END-IF.

      * a new schedule: everything but the end date keyed, and the
      * customer and part live on the first date due
       APPLY-ADD.
           EVALUATE TRUE
               WHEN TARGET-WAS-FOUND
                   MOVE 'SCHEDULE ALREADY ON FILE' TO
                       CARD-REJECT-REASON
               WHEN NOT QUANTITY-KEYED
                   OR STC-FREQUENCY = SPACE
                   OR NOT FIRST-DUE-KEYED
                   MOVE 'QTY, FREQUENCY AND DUE NEEDED' TO
                       CARD-REJECT-REASON
               WHEN END-DATE-KEYED
                   AND NEW-END-DATE NOT = ZERO
                   AND NEW-END-DATE < NEW-FIRST-DUE
                   MOVE 'ENDS BEFORE IT STARTS' TO
                       CARD-REJECT-REASON
           END-EVALUATE.
           IF CARD-REJECT-REASON = SPACES
               PERFORM CHECK-SCHEDULE-MASTERS
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE SPACES TO STANDING-ORDER-RECORD
               MOVE STC-CUSTOMER TO STO-CUSTOMER
               MOVE STC-PART-NO TO STO-PART-NO
               MOVE NEW-QUANTITY TO STO-QUANTITY
               MOVE STC-FREQUENCY TO STO-FREQUENCY
               MOVE NEW-END-DATE TO STO-END-DATE
               MOVE 'A' TO STO-STATUS
               MOVE ZERO TO STO-LAST-GENERATED
               MOVE OAUTH-OPERATOR-ID TO STO-ENTERED-BY
               PERFORM START-CYCLE-ON-FIRST-DUE
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                       MOVE 'WRITE' TO ALOG-OPERATION
                       MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
               END-WRITE
           END-IF.

      * whatever was keyed replaces what the schedule had. an ended
      * schedule given a later end date runs again
       APPLY-CHANGE.
           IF NOT TARGET-WAS-FOUND
               MOVE 'SCHEDULE NOT ON FILE' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               IF QUANTITY-KEYED
                   MOVE NEW-QUANTITY TO STO-QUANTITY
               END-IF
               IF STC-FREQUENCY NOT = SPACE
                   MOVE STC-FREQUENCY TO STO-FREQUENCY
               END-IF
               IF FIRST-DUE-KEYED
                   PERFORM START-CYCLE-ON-FIRST-DUE
               END-IF
               IF END-DATE-KEYED
                   MOVE NEW-END-DATE TO STO-END-DATE
               END-IF
               IF STO-END-DATE NOT = ZERO
                   AND STO-END-DATE < STO-CYCLE-DATE
                   AND NOT STO-IS-ENDED
                   MOVE 'ENDS BEFORE NEXT CYCLE' TO
                       CARD-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               IF STO-IS-ENDED
                   AND (STO-END-DATE = ZERO
                   OR STO-END-DATE NOT < STO-CYCLE-DATE)
                   IF STO-NEXT-DUE < TODAY-DATE
                       MOVE 'KEY A NEW NEXT DUE DATE' TO
                           CARD-REJECT-REASON
                   ELSE
                       MOVE 'A' TO STO-STATUS
                   END-IF
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM REWRITE-SCHEDULE
           END-IF.

       APPLY-SUSPEND.
           EVALUATE TRUE
               WHEN NOT TARGET-WAS-FOUND
                   MOVE 'SCHEDULE NOT ON FILE' TO CARD-REJECT-REASON
               WHEN NOT STO-IS-ACTIVE
                   MOVE 'SCHEDULE NOT ACTIVE' TO CARD-REJECT-REASON
               WHEN OTHER
                   MOVE 'S' TO STO-STATUS
                   MOVE SPACES TO STO-SUSPEND-REASON
                   STRING 'HELD BY ' DELIMITED BY SIZE
                       OAUTH-OPERATOR-ID DELIMITED BY SPACE
                       INTO STO-SUSPEND-REASON
                   PERFORM REWRITE-SCHEDULE
           END-EVALUATE.

      * a suspended schedule back on - the customer and part checked
      * again, since StandGen may have suspended it for them, and a
      * next date that went by while it was held must be re-keyed
      * rather than caught up
       APPLY-RESUME.
           EVALUATE TRUE
               WHEN NOT TARGET-WAS-FOUND
                   MOVE 'SCHEDULE NOT ON FILE' TO CARD-REJECT-REASON
               WHEN NOT STO-IS-SUSPENDED
                   MOVE 'SCHEDULE NOT SUSPENDED' TO
                       CARD-REJECT-REASON
           END-EVALUATE.
           IF CARD-REJECT-REASON = SPACES
               IF FIRST-DUE-KEYED
                   PERFORM START-CYCLE-ON-FIRST-DUE
               END-IF
               IF STO-NEXT-DUE < TODAY-DATE
                   MOVE 'KEY A NEW NEXT DUE DATE' TO
                       CARD-REJECT-REASON
               ELSE
                   MOVE STO-NEXT-DUE TO NEW-FIRST-DUE
                   PERFORM CHECK-SCHEDULE-MASTERS
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE 'A' TO STO-STATUS
               MOVE SPACES TO STO-SUSPEND-REASON
               PERFORM REWRITE-SCHEDULE
           END-IF.

       APPLY-DELETE.
           EVALUATE TRUE
               WHEN OAUTH-LEVEL < 3
                   MOVE 'DELETE NEEDS SUPERVISOR' TO
                       CARD-REJECT-REASON
               WHEN NOT TARGET-WAS-FOUND
                   MOVE 'SCHEDULE NOT ON FILE' TO CARD-REJECT-REASON
               WHEN OTHER
                   DELETE STANDING-ORDER-MASTER
                       INVALID KEY
                           MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                           MOVE 'DELETE' TO ALOG-OPERATION
                           MOVE WS-FS-STANDING-ORDER TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-DELETE
           END-EVALUATE.

      * the customer on file and open, the part on file and live, on
      * NEW-FIRST-DUE - the same windows the edit checks the lines
      * against
       CHECK-SCHEDULE-MASTERS.
           MOVE STC-CUSTOMER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO
                       CARD-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-EFF-FROM NOT = ZERO
                           AND NEW-FIRST-DUE < CM-EFF-FROM
                           MOVE 'ACCOUNT NOT YET OPEN' TO
                               CARD-REJECT-REASON
                       WHEN CM-CLOSED-DATE NOT = ZERO
                           AND NEW-FIRST-DUE > CM-CLOSED-DATE
                           MOVE 'ACCOUNT CLOSED' TO
                               CARD-REJECT-REASON
                   END-EVALUATE
           END-READ.
           IF CARD-REJECT-REASON = SPACES
               MOVE STC-PART-NO TO PM-PART-NO
               READ PART-MASTER
                   INVALID KEY
                       MOVE 'PART NOT ON MASTER' TO
                           CARD-REJECT-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PM-EFF-FROM NOT = ZERO
                               AND NEW-FIRST-DUE < PM-EFF-FROM
                               MOVE 'PART NOT YET EFFECTIVE' TO
                                   CARD-REJECT-REASON
                           WHEN PM-DISC-DATE NOT = ZERO
                               AND NEW-FIRST-DUE > PM-DISC-DATE
                               MOVE 'PART DISCONTINUED' TO
                                   CARD-REJECT-REASON
                       END-EVALUATE
               END-READ
           END-IF.

      * the schedule's cycle restarted on NEW-FIRST-DUE: its day
      * becomes the anchor a monthly cycle comes back to, and the
      * first business day on or after it the next date due
       START-CYCLE-ON-FIRST-DUE.
           MOVE NEW-FIRST-DUE TO STO-CYCLE-DATE.
           MOVE NEW-FIRST-DUE(7:2) TO STO-ANCHOR-DAY.
           MOVE STO-CYCLE-DATE TO CYCLE-WORK-DATE.
           MOVE -1 TO CYCLE-STEP-DAYS.
           MOVE CW-DD TO CNV-DAY.
           MOVE CW-MM TO CNV-MONTH.
           MOVE CW-YYYY TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           MOVE CYCLE-STEP-DAYS TO DA-ADD-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-RESULT-DAY TO CNV-DAY.
           MOVE DA-RESULT-MONTH TO CNV-MONTH.
           MOVE DA-RESULT-YEAR TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'X' TO DA-FUNCTION.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE STO-NEXT-DUE = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

       REWRITE-SCHEDULE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.

      * the card and the schedule as it stood before and after
       WRITE-APPLIED-LINES.
           ADD 1 TO CARD-APPLIED-COUNT.
           MOVE 'APPLIED' TO SMN-A-STATUS.
           MOVE SPACES TO SMN-A-REASON.
           PERFORM WRITE-ACTION-LINE.
           IF BEFORE-SCHEDULE-RECORD NOT = SPACES
               MOVE 'BEFORE' TO SMN-I-LABEL
               PERFORM WRITE-BEFORE-IMAGE
           END-IF.
           IF STC-ACTION NOT = 'D'
               MOVE 'AFTER' TO SMN-I-LABEL
               PERFORM WRITE-IMAGE-LINE
           END-IF.

      * the before image goes out through the record area, which is
      * put back afterwards
       WRITE-BEFORE-IMAGE.
           MOVE STANDING-ORDER-RECORD TO AFTER-SCHEDULE-RECORD.
           MOVE BEFORE-SCHEDULE-RECORD TO STANDING-ORDER-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           MOVE AFTER-SCHEDULE-RECORD TO STANDING-ORDER-RECORD.

       WRITE-IMAGE-LINE.
           MOVE STO-QUANTITY TO SMN-I-QUANTITY.
           MOVE STO-FREQUENCY TO SMN-I-FREQUENCY.
           MOVE STO-NEXT-DUE TO SMN-I-NEXT-DUE.
           MOVE STO-END-DATE TO SMN-I-END-DATE.
           MOVE STO-STATUS TO SMN-I-STATUS.
           MOVE STO-SUSPEND-REASON TO SMN-I-REASON.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE SMN-IMAGE-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO CARD-REJECT-COUNT.
           MOVE 'REJECTED' TO SMN-A-STATUS.
           MOVE CARD-REJECT-REASON TO SMN-A-REASON.
           PERFORM WRITE-ACTION-LINE.
           DISPLAY "Rejected schedule card, reason: "
               CARD-REJECT-REASON.

       WRITE-ACTION-LINE.
           MOVE STC-ACTION TO SMN-A-ACTION.
           MOVE ZERO TO SMN-A-CUSTOMER.
           MOVE ZERO TO SMN-A-PART-NO.
           IF STC-CUSTOMER IS NUMERIC
               MOVE STC-CUSTOMER TO SMN-A-CUSTOMER
           END-IF.
           IF STC-PART-NO IS NUMERIC
               MOVE STC-PART-NO TO SMN-A-PART-NO
           END-IF.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE SMN-ACTION-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

       WRITE-MAINT-LINE.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-OUT.
           WRITE MAINT-REPORT-OUT.
           IF WS-FS-MAINT-REPORT NOT = '00'
               MOVE 'MAINT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-MAINT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * shared with FirstProgram/FirstSubProgram - see DATEVAL.cpy
       COPY DATEVAL.

       END PROGRAM StandMaint.
