      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the nightly standing-order run, early in the chain
      *          ahead of the edit. Customers who take the same parts
      *          on a fixed weekly or monthly cycle no longer have
      *          their lines re-keyed each time: every active
      *          schedule on the standing-order master
      *          (standord.dat, see STANDORD.cpy) whose next-due date
      *          has come is written onto tranin.dat as an issue to
      *          the customer, source 'O' so the night's balance
      *          shows standing orders as their own path, and rolled
      *          on to its next cycle - the calendar date worked out
      *          through DateConvert, then moved onto the next
      *          business day when the run calendar marks it a
      *          holiday. A night the chain did not run is caught up
      *          cycle by cycle. A schedule whose customer has
      *          closed (CM-CLOSED-DATE) or whose part has been
      *          discontinued (PM-DISC-DATE) by the date due is
      *          suspended instead of generated - the edit would only
      *          reject the line - and one past its end date is
      *          ended. Everything generated, suspended or ended goes
      *          on the standing-order list (standgen.rpt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. StandGen.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * keyed by customer and part - read through in key order and
      * rewritten as each schedule rolls on. OPTIONAL: a site with
      * no standing orders has nothing to generate
           SELECT OPTIONAL STANDING-ORDER-MASTER
           ASSIGN TO 'standord.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

      * the raw transaction feed the night edits - appended to, with
      * the same first-ever-run fallback CsvImport gives it
           SELECT OPTIONAL TRAN-OUT-FILE ASSIGN TO 'tranin.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRAN-OUT-FILE.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT STAND-REPORT-FILE ASSIGN TO 'standgen.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-STAND-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by customer and part - see STANDORD.cpy
       FD STANDING-ORDER-MASTER.

       COPY STANDORD.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

      * shape the edit step standardised on - see TRANREC.cpy
       FD TRAN-OUT-FILE.

       COPY TRANREC.

      * the chain's business date and run identifier - see
      * RUNFLAG.cpy
       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD STAND-REPORT-FILE.
       01 STAND-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-STANDING-ORDER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-TRAN-OUT-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-STAND-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'StandGen'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'StandGen'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 THIS-RUN-ID PIC X(11) VALUE SPACES.

      * the business date the chain is running for - every cycle due
      * on or before it is generated tonight
       01 GENERATE-DATE PIC 9(8) VALUE ZERO.

      * a date handed to DateConvert, and the calendar date a cycle
      * is being worked out in
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
       01 CYCLE-STEP-MONTHS PIC 99 VALUE ZERO.
       01 MONTH-LAST-DAY PIC 99 VALUE ZERO.
       01 DUE-DATE-WORK PIC 9(8) VALUE ZERO.
       01 DUE-DATE-PARTS REDEFINES DUE-DATE-WORK.
           03 DUE-YYYY PIC 9(4).
           03 DUE-MM PIC 99.
           03 DUE-DD PIC 99.

      * what the masters say about the schedule's customer and part,
      * read once per schedule
       01 SCHEDULE-CHECK-WORK.
           03 SCHEDULE-DONE-SW PIC X VALUE 'N'.
               88 SCHEDULE-IS-DONE VALUE 'Y'.
           03 SCHEDULE-CHANGED-SW PIC X VALUE 'N'.
               88 SCHEDULE-WAS-CHANGED VALUE 'Y'.
           03 CUST-FOUND-SW PIC X VALUE 'N'.
               88 CUST-WAS-FOUND VALUE 'Y'.
           03 PART-FOUND-SW PIC X VALUE 'N'.
               88 PART-WAS-FOUND VALUE 'Y'.
           03 SCHED-CLOSED-DATE PIC 9(8) VALUE ZERO.
           03 SCHED-DISC-DATE PIC 9(8) VALUE ZERO.

       01 STANDING-EOF PIC X VALUE 'N'.
       01 NIGHT-COUNTS.
           03 SCHEDULES-READ PIC 9(7) VALUE ZERO.
           03 LINES-GENERATED PIC 9(7) VALUE ZERO.
           03 UNITS-GENERATED PIC 9(9) VALUE ZERO.
           03 SCHEDULES-SUSPENDED PIC 9(7) VALUE ZERO.
           03 SCHEDULES-ENDED PIC 9(7) VALUE ZERO.
           03 SCHEDULES-HELD PIC 9(7) VALUE ZERO.

      * print lines for the standing-order list
       01 STG-TITLE-LINE.
           03 FILLER PIC X(30) VALUE 'STANDING ORDERS GENERATED - '.
           03 FILLER PIC X(4) VALUE 'RUN '.
           03 STG-T-RUN-ID PIC X(11).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 STG-T-DATE PIC 9(8).
       01 STG-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'CUSTOMER PART NO   F'.
           03 FILLER PIC X(20) VALUE '  QUANTITY DUE DATE '.
           03 FILLER PIC X(20) VALUE ' ACTION    NEXT DUE '.
           03 FILLER PIC X(20) VALUE 'REASON              '.
       01 STG-DETAIL-LINE.
           03 STG-D-CUSTOMER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 STG-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 STG-D-FREQUENCY PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 STG-D-QUANTITY PIC Z(8)9.
           03 FILLER PIC X VALUE SPACE.
           03 STG-D-DUE-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 STG-D-ACTION PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 STG-D-NEXT-DUE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 STG-D-REASON PIC X(20).
       01 STG-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE 'LINES GENERATED: '.
           03 STG-T-LINES PIC Z(6)9.
           03 FILLER PIC X(9) VALUE '  UNITS: '.
           03 STG-T-UNITS PIC Z(8)9.
           03 FILLER PIC X(13) VALUE '  SUSPENDED: '.
           03 STG-T-SUSPENDED PIC Z(6)9.
           03 FILLER PIC X(9) VALUE '  ENDED: '.
           03 STG-T-ENDED PIC Z(6)9.
       01 STG-HELD-LINE.
           03 FILLER PIC X(40)
               VALUE 'SCHEDULES STILL SUSPENDED FROM BEFORE:  '.
           03 STG-H-HELD PIC Z(6)9.
       01 WS-STAND-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           OPEN I-O STANDING-ORDER-MASTER.
           IF WS-FS-STANDING-ORDER NOT = '00'
               AND WS-FS-STANDING-ORDER NOT = '05'
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
           OPEN EXTEND TRAN-OUT-FILE.
           IF WS-FS-TRAN-OUT-FILE = '35'
               OPEN OUTPUT TRAN-OUT-FILE
           END-IF.
           IF WS-FS-TRAN-OUT-FILE NOT = '00'
               AND WS-FS-TRAN-OUT-FILE NOT = '05'
               MOVE 'TRAN-OUT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-OUT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT STAND-REPORT-FILE.
           IF WS-FS-STAND-REPORT NOT = '00'
               MOVE 'STAND-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-STAND-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE THIS-RUN-ID TO STG-T-RUN-ID.
           MOVE GENERATE-DATE TO STG-T-DATE.
           MOVE SPACES TO WS-STAND-LINE.
           MOVE STG-TITLE-LINE TO WS-STAND-LINE.
           PERFORM WRITE-STAND-LINE.
           MOVE SPACES TO WS-STAND-LINE.
           PERFORM WRITE-STAND-LINE.
           MOVE STG-COL-HEAD TO WS-STAND-LINE.
           PERFORM WRITE-STAND-LINE.

           PERFORM UNTIL STANDING-EOF = 'Y'
               READ STANDING-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO STANDING-EOF
                   NOT AT END
                       ADD 1 TO SCHEDULES-READ
                       PERFORM PROCESS-ONE-SCHEDULE
               END-READ
           END-PERFORM.

           MOVE LINES-GENERATED TO STG-T-LINES.
           MOVE UNITS-GENERATED TO STG-T-UNITS.
           MOVE SCHEDULES-SUSPENDED TO STG-T-SUSPENDED.
           MOVE SCHEDULES-ENDED TO STG-T-ENDED.
           MOVE SPACES TO WS-STAND-LINE.
           PERFORM WRITE-STAND-LINE.
           MOVE STG-TOTAL-LINE TO WS-STAND-LINE.
           PERFORM WRITE-STAND-LINE.
           IF SCHEDULES-HELD > ZERO
               MOVE SCHEDULES-HELD TO STG-H-HELD
               MOVE SPACES TO WS-STAND-LINE
               MOVE STG-HELD-LINE TO WS-STAND-LINE
               PERFORM WRITE-STAND-LINE
           END-IF.

           CLOSE STANDING-ORDER-MASTER.
           CLOSE CUST-MASTER.
           CLOSE PART-MASTER.
           CLOSE TRAN-OUT-FILE.
           CLOSE STAND-REPORT-FILE.
           DISPLAY "Standing orders read: " SCHEDULES-READ.
           DISPLAY "Lines generated: " LINES-GENERATED
               "  Suspended: " SCHEDULES-SUSPENDED
               "  Ended: " SCHEDULES-ENDED.

           MOVE SCHEDULES-READ TO RSUM-RECORDS-READ.
           MOVE SCHEDULES-SUSPENDED TO RSUM-RECORDS-REJECTED.
           IF SCHEDULES-SUSPENDED > ZERO
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

      * the chain's business date and run identifier - see
      * RUNFLAG.cpy. a standalone run outside the chain generates
      * for today
       READ-RUN-FLAG.
           ACCEPT GENERATE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO GENERATE-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * one schedule: every cycle due by tonight generated in turn,
      * until the next one is still to come - or the schedule is
      * suspended or ends on the way
       PROCESS-ONE-SCHEDULE.
           IF NOT STO-IS-ACTIVE
               IF STO-IS-SUSPENDED
                   ADD 1 TO SCHEDULES-HELD
               END-IF
           ELSE
               MOVE 'N' TO SCHEDULE-DONE-SW
               MOVE 'N' TO SCHEDULE-CHANGED-SW
               PERFORM READ-SCHEDULE-MASTERS
               PERFORM UNTIL SCHEDULE-IS-DONE
                   PERFORM TAKE-ONE-CYCLE
               END-PERFORM
               IF SCHEDULE-WAS-CHANGED
                   REWRITE STANDING-ORDER-RECORD
                   IF WS-FS-STANDING-ORDER NOT = '00'
                       MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                       MOVE 'REWRITE' TO ALOG-OPERATION
                       MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
                       PERFORM REPORT-FILE-ABEND
                   END-IF
               END-IF
           END-IF.

       READ-SCHEDULE-MASTERS.
           MOVE 'N' TO CUST-FOUND-SW.
           MOVE ZERO TO SCHED-CLOSED-DATE.
           MOVE STO-CUSTOMER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CUST-FOUND-SW
                   MOVE CM-CLOSED-DATE TO SCHED-CLOSED-DATE
           END-READ.
           MOVE 'N' TO PART-FOUND-SW.
           MOVE ZERO TO SCHED-DISC-DATE.
           MOVE STO-PART-NO TO PM-PART-NO.
           READ PART-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PART-FOUND-SW
                   MOVE PM-DISC-DATE TO SCHED-DISC-DATE
           END-READ.

      * the schedule's next cycle, if it is due: past its end date
      * ends the schedule, a closed customer or discontinued part by
      * the date due suspends it, otherwise the line is generated
      * and the schedule rolls on
       TAKE-ONE-CYCLE.
           MOVE SPACES TO STG-D-REASON.
           EVALUATE TRUE
               WHEN STO-NEXT-DUE > GENERATE-DATE
                   MOVE 'Y' TO SCHEDULE-DONE-SW
               WHEN STO-END-DATE NOT = ZERO
                   AND STO-CYCLE-DATE > STO-END-DATE
                   PERFORM END-SCHEDULE
               WHEN NOT CUST-WAS-FOUND
                   MOVE 'CUSTOMER NOT ON FILE' TO STG-D-REASON
                   PERFORM SUSPEND-SCHEDULE
               WHEN SCHED-CLOSED-DATE NOT = ZERO
                   AND STO-NEXT-DUE > SCHED-CLOSED-DATE
                   MOVE 'ACCOUNT CLOSED' TO STG-D-REASON
                   PERFORM SUSPEND-SCHEDULE
               WHEN NOT PART-WAS-FOUND
                   MOVE 'PART NOT ON FILE' TO STG-D-REASON
                   PERFORM SUSPEND-SCHEDULE
               WHEN SCHED-DISC-DATE NOT = ZERO
                   AND STO-NEXT-DUE > SCHED-DISC-DATE
                   MOVE 'PART DISCONTINUED' TO STG-D-REASON
                   PERFORM SUSPEND-SCHEDULE
               WHEN OTHER
                   PERFORM GENERATE-CYCLE-LINE
           END-EVALUATE.

      * the due cycle as an issue to the customer, dated the day it
      * fell due and picked in the main warehouse, then the schedule
      * moved on to its next cycle
       GENERATE-CYCLE-LINE.
           MOVE STO-NEXT-DUE TO DUE-DATE-WORK.
           MOVE STO-PART-NO TO TRAN-PART-NO.
           MOVE STO-CUSTOMER TO TRAN-CUS-SUP-NO.
           MOVE DUE-DD TO TRAN-DATE-DD.
           MOVE DUE-MM TO TRAN-DATE-MM.
           MOVE DUE-YYYY TO TRAN-DATE-YYYY.
           COMPUTE TRAN-QUANT = ZERO - STO-QUANTITY.
           MOVE 'O' TO TRAN-SOURCE.
           MOVE 'WH' TO TRAN-LOCATION.
           MOVE SPACES TO TRAN-TO-LOCATION.
           MOVE SPACES TO TRAN-LOT-NO.
           MOVE ZERO TO TRAN-EXPIRY-DATE.
           WRITE TRANSACTION-RECORD.
           IF WS-FS-TRAN-OUT-FILE NOT = '00'
               MOVE 'TRAN-OUT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-TRAN-OUT-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD 1 TO LINES-GENERATED.
           ADD STO-QUANTITY TO UNITS-GENERATED.
           MOVE STO-NEXT-DUE TO STO-LAST-GENERATED.
           MOVE 'Y' TO SCHEDULE-CHANGED-SW.
           PERFORM ROLL-TO-NEXT-CYCLE.
           MOVE 'GENERATED' TO STG-D-ACTION.
           MOVE STO-NEXT-DUE TO STG-D-NEXT-DUE.
           MOVE STO-LAST-GENERATED TO STG-D-DUE-DATE.
           PERFORM WRITE-DETAIL-LINE.

       SUSPEND-SCHEDULE.
           MOVE 'S' TO STO-STATUS.
           MOVE STG-D-REASON TO STO-SUSPEND-REASON.
           MOVE 'Y' TO SCHEDULE-CHANGED-SW.
           MOVE 'Y' TO SCHEDULE-DONE-SW.
           ADD 1 TO SCHEDULES-SUSPENDED.
           MOVE 'SUSPENDED' TO STG-D-ACTION.
           MOVE STO-NEXT-DUE TO STG-D-DUE-DATE.
           MOVE ZERO TO STG-D-NEXT-DUE.
           PERFORM WRITE-DETAIL-LINE.

       END-SCHEDULE.
           MOVE 'E' TO STO-STATUS.
           MOVE 'Y' TO SCHEDULE-CHANGED-SW.
           MOVE 'Y' TO SCHEDULE-DONE-SW.
           ADD 1 TO SCHEDULES-ENDED.
           MOVE 'ENDED' TO STG-D-ACTION.
           MOVE STO-END-DATE TO STG-D-DUE-DATE.
           MOVE ZERO TO STG-D-NEXT-DUE.
           MOVE 'PAST END DATE' TO STG-D-REASON.
           PERFORM WRITE-DETAIL-LINE.

      * the next cycle's calendar date, from the last one - days
      * for a weekly or fortnightly schedule, months (back on the
      * anchor day) for a monthly or quarterly one - then the
      * business day it is generated on
       ROLL-TO-NEXT-CYCLE.
           MOVE STO-CYCLE-DATE TO CYCLE-WORK-DATE.
           EVALUATE TRUE
               WHEN STO-WEEKLY
                   MOVE 7 TO CYCLE-STEP-DAYS
                   PERFORM STEP-CYCLE-BY-DAYS
               WHEN STO-FORTNIGHTLY
                   MOVE 14 TO CYCLE-STEP-DAYS
                   PERFORM STEP-CYCLE-BY-DAYS
               WHEN STO-QUARTERLY
                   MOVE 3 TO CYCLE-STEP-MONTHS
                   PERFORM STEP-CYCLE-BY-MONTHS
               WHEN OTHER
                   MOVE 1 TO CYCLE-STEP-MONTHS
                   PERFORM STEP-CYCLE-BY-MONTHS
           END-EVALUATE.
           MOVE CYCLE-WORK-DATE TO STO-CYCLE-DATE.
           PERFORM WORK-OUT-NEXT-DUE.

       STEP-CYCLE-BY-DAYS.
           MOVE CW-DD TO CNV-DAY.
           MOVE CW-MM TO CNV-MONTH.
           MOVE CW-YYYY TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           MOVE CYCLE-STEP-DAYS TO DA-ADD-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-RESULT-YEAR TO CW-YYYY.
           MOVE DA-RESULT-MONTH TO CW-MM.
           MOVE DA-RESULT-DAY TO CW-DD.

      * on CYCLE-STEP-MONTHS months, to the anchor day - or the
      * month's last day when the month is too short for it. the
      * last day is the first of the month after, less one
       STEP-CYCLE-BY-MONTHS.
           ADD CYCLE-STEP-MONTHS TO CW-MM.
           IF CW-MM > 12
               SUBTRACT 12 FROM CW-MM
               ADD 1 TO CW-YYYY
           END-IF.
           MOVE 01 TO CNV-DAY.
           IF CW-MM = 12
               MOVE 01 TO CNV-MONTH
               COMPUTE CNV-YEAR = CW-YYYY + 1
           ELSE
               COMPUTE CNV-MONTH = CW-MM + 1
               MOVE CW-YYYY TO CNV-YEAR
           END-IF.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           MOVE -1 TO DA-ADD-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-RESULT-DAY TO MONTH-LAST-DAY.
           IF STO-ANCHOR-DAY > MONTH-LAST-DAY
               MOVE MONTH-LAST-DAY TO CW-DD
           ELSE
               MOVE STO-ANCHOR-DAY TO CW-DD
           END-IF.

      * the first business day on or after the cycle date: the
      * business day after the day before it
       WORK-OUT-NEXT-DUE.
           MOVE STO-CYCLE-DATE TO CYCLE-WORK-DATE.
           MOVE -1 TO CYCLE-STEP-DAYS.
           PERFORM STEP-CYCLE-BY-DAYS.
           MOVE CW-DD TO CNV-DAY.
           MOVE CW-MM TO CNV-MONTH.
           MOVE CW-YYYY TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'X' TO DA-FUNCTION.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE STO-NEXT-DUE = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

       WRITE-DETAIL-LINE.
           MOVE STO-CUSTOMER TO STG-D-CUSTOMER.
           MOVE STO-PART-NO TO STG-D-PART-NO.
           MOVE STO-FREQUENCY TO STG-D-FREQUENCY.
           MOVE STO-QUANTITY TO STG-D-QUANTITY.
           MOVE SPACES TO WS-STAND-LINE.
           MOVE STG-DETAIL-LINE TO WS-STAND-LINE.
           PERFORM WRITE-STAND-LINE.

       WRITE-STAND-LINE.
           MOVE WS-STAND-LINE TO STAND-REPORT-OUT.
           WRITE STAND-REPORT-OUT.
           IF WS-FS-STAND-REPORT NOT = '00'
               MOVE 'STAND-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-STAND-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM StandGen.
