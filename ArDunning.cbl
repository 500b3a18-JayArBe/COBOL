      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: dunning letters off the customer open-item ledger
      *          (aropen.dat, see AROPEN.cpy). Every open item is
      *          aged against its own invoice date on the same
      *          current/30/60/90+ bands ArAgedDebt prints, and each
      *          customer with anything past 30 days gets one letter
      *          whose wording escalates with the oldest band the
      *          customer has reached - a reminder (over 30), a final
      *          demand (over 60), a notice of account stop (over
      *          90) - listing the overdue items. A customer whose
      *          credit notes cover the whole balance is not chased.
      *          Every letter is recorded in the dunning history
      *          (dunhist.dat, see DUNHIST.cpy) and the same level
      *          is not sent to a customer again until the repeat
      *          window has passed - 'DNRP' in runctl.dat, default 14
      *          days. A customer in the cycle with nothing overdue
      *          left - paid through CashApply or credited - gets a
      *          level-0 record and drops back out, so a later slip
      *          starts afresh. An item on the direct-debit register
      *          (ddreg.dat, see DDCOLL.cpy) still with the bank is
      *          not chased - the collection will clear it - and one
      *          the bank returned unpaid is chased as overdue
      *          whatever its age. The letters go to dunlet.rpt and
      *          the register of what was sent, withheld and dropped
      *          to dunreg.rpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ArDunning.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - a system that hasn't invoiced yet has no ledger,
      * and nobody to chase
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * read whole first for what each customer was last sent, then
      * appended to with tonight's letters
           SELECT OPTIONAL DUNNING-HISTORY-FILE
           ASSIGN TO 'dunhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DUNNING-HISTORY.

      * OPTIONAL - the items sent for collection by direct debit,
      * and what the bank said about them
           SELECT OPTIONAL DD-REGISTER-FILE ASSIGN TO 'ddreg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DD-REGISTER.

      * the name the letter is addressed to
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * run controls - the 'DNRP' repeat window
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

      * the chain's run flag - the business date the items age to
      * and the run identifier stamped on the history. OPTIONAL so
      * a standalone run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT LETTER-FILE ASSIGN TO 'dunlet.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LETTER-FILE.

           SELECT DUNNING-REGISTER-FILE ASSIGN TO 'dunreg.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DUNNING-REGISTER.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD DUNNING-HISTORY-FILE.

       COPY DUNHIST.

       FD DD-REGISTER-FILE.

       COPY DDCOLL.

       FD CUST-MASTER.

       COPY CUSTMAST.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD LETTER-FILE.
       01 LETTER-OUT PIC X(80).

       FD DUNNING-REGISTER-FILE.
       01 DUNNING-REGISTER-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-DUNNING-HISTORY PIC XX VALUE '00'.
       01 WS-FS-DD-REGISTER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-LETTER-FILE PIC XX VALUE '00'.
       01 WS-FS-DUNNING-REGISTER PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'ArDunning'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'ArDunning'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * the chain's run identifier and business date - the date the
      * items age to and the letters are dated
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 LETTER-DATE PIC 9(8) VALUE ZERO.

       01 LEDGER-EOF PIC X VALUE 'N'.
       01 HISTORY-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 DD-REGISTER-EOF PIC X VALUE 'N'.
       01 LEDGER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 HISTORY-READ-COUNT PIC 9(7) VALUE ZERO.

      * what the run did, by outcome and by level
       01 DUNNING-COUNTS.
           03 LETTERS-SENT-COUNT PIC 9(5) VALUE ZERO.
           03 LEVEL-SENT-COUNT PIC 9(5) OCCURS 3 TIMES.
           03 LETTERS-WITHHELD-COUNT PIC 9(5) VALUE ZERO.
           03 DROPPED-OUT-COUNT PIC 9(5) VALUE ZERO.
           03 NOT-ON-MASTER-COUNT PIC 9(5) VALUE ZERO.
           03 DD-HELD-COUNT PIC 9(5) VALUE ZERO.

      * days before the same level may go to a customer again - the
      * 'DNRP' record in runctl.dat if one is present
       01 REPEAT-WINDOW-DAYS PIC 9(3) VALUE 014.

      * the item's age against the letter date - DateConvert's
      * days-between function, the letter date as the second date so
      * a positive answer is "days old", the same ask ArAgedDebt
      * makes
       01 AGING-DATE-WORK.
           03 AGE-IN-DAYS PIC S9(7) VALUE ZERO.
           03 DAYS-SINCE-SENT PIC S9(7) VALUE ZERO.

       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * one slot per customer carrying open debt - the whole
      * balance, what of it is past 30 days, and the age of the
      * oldest overdue item, which sets the letter's level
       77 MAX-DUN-CUSTOMERS PIC 9(3) VALUE 500.
       01 DUN-TABLE-CONTROLS.
           03 DUN-CUST-COUNT PIC 9(3) VALUE ZERO.
           03 DUN-IDX PIC 9(3) VALUE ZERO.
           03 DUN-FOUND-SW PIC X VALUE 'N'.
               88 DUN-CUST-FOUND VALUE 'Y'.
           03 DUN-OVERFLOW-SW PIC X VALUE 'N'.
               88 DUN-OVERFLOWED VALUE 'Y'.
       01 DUN-TABLE.
           03 DUN-ENTRY OCCURS 500 TIMES.
               05 DN-CUST-NUMBER PIC 9(6).
               05 DN-TOTAL-AMT PIC S9(9)V99.
               05 DN-OVERDUE-AMT PIC S9(9)V99.
               05 DN-OLDEST-AGE PIC S9(7).

      * the overdue items themselves, in ledger order, so each
      * letter can list what it is chasing
       77 MAX-OVERDUE-ITEMS PIC 9(4) VALUE 5000.
       01 OVERDUE-TABLE-CONTROLS.
           03 OVERDUE-COUNT PIC 9(4) VALUE ZERO.
           03 OVERDUE-IDX PIC 9(4) VALUE ZERO.
           03 OVERDUE-OVERFLOW-SW PIC X VALUE 'N'.
               88 OVERDUE-OVERFLOWED VALUE 'Y'.
       01 OVERDUE-TABLE.
           03 OVERDUE-ENTRY OCCURS 5000 TIMES.
               05 OV-CUST-NUMBER PIC 9(6).
               05 OV-ITEM-NUMBER PIC 9(6).
               05 OV-INV-DATE PIC 9(8).
               05 OV-AGE PIC S9(7).
               05 OV-OPEN-AMOUNT PIC S9(7)V99.

      * the items on the direct-debit register the letters must
      * know about - those still with the bank and those the bank
      * returned. DD-ITEM-STATE is the item in hand's entry
       77 MAX-DD-ITEMS PIC 9(4) VALUE 5000.
       01 DD-TABLE-CONTROLS.
           03 DD-ITEM-COUNT PIC 9(4) VALUE ZERO.
           03 DD-IDX PIC 9(4) VALUE ZERO.
           03 DD-OVERFLOW-SW PIC X VALUE 'N'.
               88 DD-OVERFLOWED VALUE 'Y'.
           03 DD-ITEM-STATE PIC X VALUE SPACE.
               88 DD-ITEM-WITH-BANK VALUE 'S'.
               88 DD-ITEM-RETURNED VALUE 'R'.
       01 DD-TABLE.
           03 DD-ENTRY OCCURS 5000 TIMES.
               05 DI-ITEM-NUMBER PIC 9(6).
               05 DI-STATUS PIC X.

      * each customer's place in the cycle, rebuilt from the history
      * in date order: the date each level was last sent since the
      * customer last dropped out, and whether the customer is in
      * the cycle at all. HS-OVERDUE-NOW is set while tonight's
      * letters are decided, so the customers still in the cycle
      * with nothing overdue can be dropped out afterwards
       77 MAX-HIST-CUSTOMERS PIC 9(4) VALUE 2000.
       01 HIST-TABLE-CONTROLS.
           03 HIST-CUST-COUNT PIC 9(4) VALUE ZERO.
           03 HIST-IDX PIC 9(4) VALUE ZERO.
           03 HIST-FOUND-SW PIC X VALUE 'N'.
               88 HIST-CUST-FOUND VALUE 'Y'.
           03 HIST-OVERFLOW-SW PIC X VALUE 'N'.
               88 HIST-OVERFLOWED VALUE 'Y'.
           03 HIST-LOOKUP-CUST PIC 9(6) VALUE ZERO.
       01 HIST-TABLE.
           03 HIST-ENTRY OCCURS 2000 TIMES.
               05 HS-CUST-NUMBER PIC 9(6).
               05 HS-IN-CYCLE-SW PIC X.
                   88 HS-IN-CYCLE VALUE 'Y'.
               05 HS-OVERDUE-NOW-SW PIC X.
                   88 HS-OVERDUE-NOW VALUE 'Y'.
               05 HS-SENT-DATE PIC 9(8) OCCURS 3 TIMES.

      * tonight's decision for the customer in hand
       01 LETTER-WORK.
           03 LETTER-LEVEL PIC 9 VALUE ZERO.
           03 LEVEL-IDX PIC 9 VALUE ZERO.
           03 CUSTOMER-NAME PIC X(30) VALUE SPACES.
           03 CUSTOMER-ON-MASTER-SW PIC X VALUE 'N'.
               88 CUSTOMER-ON-MASTER VALUE 'Y'.
           03 RUN-DUNNED-TOT PIC S9(9)V99 VALUE ZERO.

      * the letter wording, four lines to a level - the heading and
      * the paragraph the customer reads above the items
       01 LETTER-WORDING-TABLE.
           03 FILLER PIC X(60) VALUE 'PAYMENT REMINDER'.
           03 FILLER PIC X(60) VALUE
               'Our records show the items below are now past their'.
           03 FILLER PIC X(60) VALUE
               'payment terms. If you have already paid, please accept'.
           03 FILLER PIC X(60) VALUE
               'our thanks and disregard this reminder.'.
           03 FILLER PIC X(60) VALUE 'FINAL DEMAND'.
           03 FILLER PIC X(60) VALUE
               'Despite our earlier reminder the items below remain'.
           03 FILLER PIC X(60) VALUE
               'unpaid more than 60 days after invoice. Payment in'.
           03 FILLER PIC X(60) VALUE
               'full is now required within 7 days.'.
           03 FILLER PIC X(60) VALUE 'NOTICE OF ACCOUNT STOP'.
           03 FILLER PIC X(60) VALUE
               'The items below are more than 90 days overdue. Your'.
           03 FILLER PIC X(60) VALUE
               'account is stopped: no further orders will be supplied'.
           03 FILLER PIC X(60) VALUE
               'until the balance is cleared.'.
       01 LETTER-WORDING-LIST REDEFINES LETTER-WORDING-TABLE.
           03 WORDING-LINE OCCURS 12 TIMES PIC X(60).
       01 WORDING-IDX PIC 99 VALUE ZERO.

      * print lines for the letters
       01 LET-HEAD-LINE.
           03 FILLER PIC X(10) VALUE 'CUSTOMER: '.
           03 LET-H-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LET-H-NAME PIC X(30).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 LET-H-DATE PIC 9(8).
       01 LET-COL-HEAD.
           03 FILLER PIC X(20) VALUE '    ITEM INV DATE   '.
           03 FILLER PIC X(17) VALUE ' DAYS      AMOUNT'.
       01 LET-ITEM-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 LET-I-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 LET-I-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 LET-I-AGE PIC ZZZZZZ9.
           03 FILLER PIC X VALUE SPACE.
           03 LET-I-AMOUNT PIC Z(7)9.99.
       01 LET-TOTAL-LINE.
           03 FILLER PIC X(26) VALUE 'TOTAL NOW OVERDUE'.
           03 LET-T-AMOUNT PIC -(9)9.99.
       01 WS-LETTER-LINE PIC X(80).

      * print lines for the register
       01 REG-TITLE-LINE.
           03 FILLER PIC X(31)
               VALUE 'DUNNING REGISTER - LETTERS OF '.
           03 REG-T-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 REG-T-RUN-ID PIC X(11).
       01 REG-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'CUSTOMER LEVEL   OVE'.
           03 FILLER PIC X(11) VALUE 'RDUE ACTION'.
       01 REG-DETAIL-LINE.
           03 REG-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(5) VALUE SPACES.
           03 REG-D-LEVEL PIC 9.
           03 FILLER PIC X VALUE SPACE.
           03 REG-D-OVERDUE PIC -(7)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 REG-D-ACTION PIC X(40).
       01 REG-WITHHELD-ACTION.
           03 FILLER PIC X(22) VALUE 'WITHHELD - SAME LEVEL '.
           03 REG-W-DAYS PIC ZZZ9.
           03 FILLER PIC X(9) VALUE ' DAYS AGO'.
       01 REG-TOTAL-LINE.
           03 FILLER PIC X(14) VALUE 'LETTERS SENT: '.
           03 REG-G-SENT PIC ZZZZ9.
           03 FILLER PIC X(13) VALUE '  REMINDERS: '.
           03 REG-G-LEVEL-1 PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '  FINAL: '.
           03 REG-G-LEVEL-2 PIC ZZZZ9.
           03 FILLER PIC X(8) VALUE '  STOP: '.
           03 REG-G-LEVEL-3 PIC ZZZZ9.
       01 REG-TOTAL-LINE-2.
           03 FILLER PIC X(14) VALUE 'WITHHELD:     '.
           03 REG-G-WITHHELD PIC ZZZZ9.
           03 FILLER PIC X(16) VALUE '  DROPPED OUT:  '.
           03 REG-G-DROPPED PIC ZZZZ9.
           03 FILLER PIC X(18) VALUE '  NOT ON MASTER:  '.
           03 REG-G-NOT-ON-MASTER PIC ZZZZ9.
       01 REG-TOTAL-LINE-3.
           03 FILLER PIC X(26) VALUE 'TOTAL OVERDUE CHASED'.
           03 REG-G-AMOUNT PIC -(9)9.99.
       01 REG-TOTAL-LINE-4.
           03 FILLER PIC X(26) VALUE 'ITEMS WITH THE BANK (DD)'.
           03 REG-G-DD-HELD PIC ZZZZ9.
       01 WS-REGISTER-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           MOVE 'B' TO DA-FUNCTION.
           MOVE LETTER-DATE(7:2) TO DA-DAY-2.
           MOVE LETTER-DATE(5:2) TO DA-MONTH-2.
           MOVE LETTER-DATE(1:4) TO DA-YEAR-2.
           INITIALIZE DUNNING-COUNTS.

           PERFORM LOAD-DUNNING-HISTORY.
           PERFORM LOAD-DD-REGISTER.
           IF DD-OVERFLOWED
               DISPLAY "*** ddreg.dat holds more than "
                   MAX-DD-ITEMS " open collections - no letters ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-OPEN-ITEMS.

      * a customer past any table ceiling would either be chased on
      * a short list of items or not have its history honoured -
      * refuse the whole run instead, nothing sent, nothing recorded
           IF DUN-OVERFLOWED
               DISPLAY "*** More than " MAX-DUN-CUSTOMERS
                   " customers carry open items - no letters ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OVERDUE-OVERFLOWED
               DISPLAY "*** More than " MAX-OVERDUE-ITEMS
                   " overdue items - no letters ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF HIST-OVERFLOWED
               DISPLAY "*** dunhist.dat names more than "
                   MAX-HIST-CUSTOMERS " customers - no letters ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-DUNNING-OUTPUTS.
           PERFORM VARYING DUN-IDX FROM 1 BY 1
                   UNTIL DUN-IDX > DUN-CUST-COUNT
               PERFORM DUN-ONE-CUSTOMER
           END-PERFORM.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-CUST-COUNT
               IF HS-IN-CYCLE(HIST-IDX)
                   AND NOT HS-OVERDUE-NOW(HIST-IDX)
                   PERFORM DROP-CUSTOMER-OUT
               END-IF
           END-PERFORM.
           PERFORM PRINT-REGISTER-TOTALS.
           CLOSE CUST-MASTER.
           CLOSE DUNNING-HISTORY-FILE.
           CLOSE LETTER-FILE.
           CLOSE DUNNING-REGISTER-FILE.

           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Letters sent: " LETTERS-SENT-COUNT
               "  Withheld: " LETTERS-WITHHELD-COUNT
               "  Dropped out: " DROPPED-OUT-COUNT.
           DISPLAY "Items held - with the bank for direct debit: "
               DD-HELD-COUNT.

           MOVE LEDGER-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE NOT-ON-MASTER-COUNT TO RSUM-RECORDS-REJECTED.
           IF NOT-ON-MASTER-COUNT > ZERO
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

      * the chain's run identifier and business date - a standalone
      * run outside the chain dates its letters today
       READ-RUN-FLAG.
           ACCEPT LETTER-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO LETTER-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

       LOAD-RUN-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           IF WS-FS-CONTROL-FILE NOT = '00'
               AND WS-FS-CONTROL-FILE NOT = '05'
               MOVE 'CONTROL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONTROL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL CONTROL-FILE-EOF = 'Y'
               READ CONTROL-FILE
                   AT END
                       MOVE 'Y' TO CONTROL-FILE-EOF
                   NOT AT END
                       IF CTL-TYPE = 'DNRP'
                           MOVE CTL-NUMBER TO REPEAT-WINDOW-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * the history is in date order, so replaying it leaves each
      * customer's slot as the cycle stands tonight - a level-0
      * record wipes the levels sent before it
       LOAD-DUNNING-HISTORY.
           OPEN INPUT DUNNING-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ DUNNING-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       ADD 1 TO HISTORY-READ-COUNT
                       PERFORM REPLAY-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE DUNNING-HISTORY-FILE.

       REPLAY-ONE-HISTORY-RECORD.
           MOVE DH-CUST-NUMBER TO HIST-LOOKUP-CUST.
           PERFORM FIND-HIST-CUSTOMER-SLOT.
           IF NOT HIST-OVERFLOWED
               IF DH-DROPPED-OUT
                   MOVE 'N' TO HS-IN-CYCLE-SW(HIST-IDX)
                   MOVE ZERO TO HS-SENT-DATE(HIST-IDX, 1)
                   MOVE ZERO TO HS-SENT-DATE(HIST-IDX, 2)
                   MOVE ZERO TO HS-SENT-DATE(HIST-IDX, 3)
               ELSE
                   IF DH-LEVEL NOT > 3
                       MOVE 'Y' TO HS-IN-CYCLE-SW(HIST-IDX)
                       MOVE DH-LETTER-DATE TO
                           HS-SENT-DATE(HIST-IDX, DH-LEVEL)
                   END-IF
               END-IF
           END-IF.

      * leaves HIST-IDX pointing at HIST-LOOKUP-CUST's slot, opening
      * a fresh one the first time a customer shows up
       FIND-HIST-CUSTOMER-SLOT.
           MOVE 'N' TO HIST-FOUND-SW.
           PERFORM VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > HIST-CUST-COUNT
                   OR HIST-CUST-FOUND
               IF HS-CUST-NUMBER(HIST-IDX) = HIST-LOOKUP-CUST
                   MOVE 'Y' TO HIST-FOUND-SW
               END-IF
           END-PERFORM.
           IF HIST-CUST-FOUND
               SUBTRACT 1 FROM HIST-IDX
           ELSE
               IF HIST-CUST-COUNT < MAX-HIST-CUSTOMERS
                   ADD 1 TO HIST-CUST-COUNT
                   MOVE HIST-CUST-COUNT TO HIST-IDX
                   MOVE HIST-LOOKUP-CUST TO HS-CUST-NUMBER(HIST-IDX)
                   MOVE 'N' TO HS-IN-CYCLE-SW(HIST-IDX)
                   MOVE 'N' TO HS-OVERDUE-NOW-SW(HIST-IDX)
                   MOVE ZERO TO HS-SENT-DATE(HIST-IDX, 1)
                   MOVE ZERO TO HS-SENT-DATE(HIST-IDX, 2)
                   MOVE ZERO TO HS-SENT-DATE(HIST-IDX, 3)
               ELSE
                   MOVE 'Y' TO HIST-OVERFLOW-SW
               END-IF
           END-IF.

      * only the collections still with the bank and those returned
      * unpaid matter here - a confirmed one has gone to CashApply
       LOAD-DD-REGISTER.
           OPEN INPUT DD-REGISTER-FILE.
           PERFORM UNTIL DD-REGISTER-EOF = 'Y'
               READ DD-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO DD-REGISTER-EOF
                   NOT AT END
                       IF DC-IS-SUBMITTED OR DC-IS-RETURNED
                           PERFORM HOLD-DD-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DD-REGISTER-FILE.

       HOLD-DD-ITEM.
           IF DD-ITEM-COUNT < MAX-DD-ITEMS
               ADD 1 TO DD-ITEM-COUNT
               MOVE DC-ITEM-NUMBER TO DI-ITEM-NUMBER(DD-ITEM-COUNT)
               MOVE DC-STATUS TO DI-STATUS(DD-ITEM-COUNT)
           ELSE
               MOVE 'Y' TO DD-OVERFLOW-SW
           END-IF.

      * leaves DD-ITEM-STATE as the open item's register status -
      * space when it was never collected by direct debit
       FIND-DD-ITEM.
           MOVE SPACE TO DD-ITEM-STATE.
           PERFORM VARYING DD-IDX FROM 1 BY 1
                   UNTIL DD-IDX > DD-ITEM-COUNT
                   OR DD-ITEM-STATE NOT = SPACE
               IF DI-ITEM-NUMBER(DD-IDX) = AR-ITEM-NUMBER
                   MOVE DI-STATUS(DD-IDX) TO DD-ITEM-STATE
               END-IF
           END-PERFORM.

       LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       ADD 1 TO LEDGER-READ-COUNT
                       IF AR-IS-OPEN
                           PERFORM AGE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.

      * ages the open item against the letter date and rolls it into
      * its customer's slot. every open amount counts toward the
      * balance - a credit note lowers it - but only a debit past 30
      * days is overdue and sets the level. a debit the bank is
      * collecting is left to the collection; one it returned is
      * overdue now
       AGE-ONE-OPEN-ITEM.
           MOVE AR-INV-DATE(7:2) TO CNV-DAY.
           MOVE AR-INV-DATE(5:2) TO CNV-MONTH.
           MOVE AR-INV-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-DAYS-BETWEEN TO AGE-IN-DAYS.
           IF AGE-IN-DAYS < ZERO
               MOVE ZERO TO AGE-IN-DAYS
           END-IF.
           PERFORM FIND-DUN-CUSTOMER-SLOT.
           MOVE SPACE TO DD-ITEM-STATE.
           IF AR-OPEN-AMOUNT > ZERO
               PERFORM FIND-DD-ITEM
           END-IF.
           IF DD-ITEM-WITH-BANK
               ADD 1 TO DD-HELD-COUNT
           END-IF.
           IF NOT DUN-OVERFLOWED
               ADD AR-OPEN-AMOUNT TO DN-TOTAL-AMT(DUN-IDX)
               IF (AGE-IN-DAYS > 30 OR DD-ITEM-RETURNED)
                   AND AR-OPEN-AMOUNT > ZERO
                   AND NOT DD-ITEM-WITH-BANK
                   ADD AR-OPEN-AMOUNT TO DN-OVERDUE-AMT(DUN-IDX)
                   IF AGE-IN-DAYS > DN-OLDEST-AGE(DUN-IDX)
                       MOVE AGE-IN-DAYS TO DN-OLDEST-AGE(DUN-IDX)
                   END-IF
                   PERFORM HOLD-OVERDUE-ITEM
               END-IF
           END-IF.

       HOLD-OVERDUE-ITEM.
           IF OVERDUE-COUNT < MAX-OVERDUE-ITEMS
               ADD 1 TO OVERDUE-COUNT
               MOVE AR-CUST-NUMBER TO OV-CUST-NUMBER(OVERDUE-COUNT)
               MOVE AR-ITEM-NUMBER TO OV-ITEM-NUMBER(OVERDUE-COUNT)
               MOVE AR-INV-DATE TO OV-INV-DATE(OVERDUE-COUNT)
               MOVE AGE-IN-DAYS TO OV-AGE(OVERDUE-COUNT)
               MOVE AR-OPEN-AMOUNT TO OV-OPEN-AMOUNT(OVERDUE-COUNT)
           ELSE
               MOVE 'Y' TO OVERDUE-OVERFLOW-SW
           END-IF.

      * leaves DUN-IDX pointing at the customer's slot, opening a
      * fresh one the first time a customer shows up
       FIND-DUN-CUSTOMER-SLOT.
           MOVE 'N' TO DUN-FOUND-SW.
           PERFORM VARYING DUN-IDX FROM 1 BY 1
                   UNTIL DUN-IDX > DUN-CUST-COUNT
                   OR DUN-CUST-FOUND
               IF DN-CUST-NUMBER(DUN-IDX) = AR-CUST-NUMBER
                   MOVE 'Y' TO DUN-FOUND-SW
               END-IF
           END-PERFORM.
           IF DUN-CUST-FOUND
               SUBTRACT 1 FROM DUN-IDX
           ELSE
               IF DUN-CUST-COUNT < MAX-DUN-CUSTOMERS
                   ADD 1 TO DUN-CUST-COUNT
                   MOVE DUN-CUST-COUNT TO DUN-IDX
                   MOVE AR-CUST-NUMBER TO DN-CUST-NUMBER(DUN-IDX)
                   MOVE ZERO TO DN-TOTAL-AMT(DUN-IDX)
                   MOVE ZERO TO DN-OVERDUE-AMT(DUN-IDX)
                   MOVE ZERO TO DN-OLDEST-AGE(DUN-IDX)
               ELSE
                   MOVE 'Y' TO DUN-OVERFLOW-SW
               END-IF
           END-IF.

       OPEN-DUNNING-OUTPUTS.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN EXTEND DUNNING-HISTORY-FILE.
           IF WS-FS-DUNNING-HISTORY = '35'
               OPEN OUTPUT DUNNING-HISTORY-FILE
           END-IF.
           IF WS-FS-DUNNING-HISTORY NOT = '00'
               AND WS-FS-DUNNING-HISTORY NOT = '05'
               MOVE 'DUNNING-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DUNNING-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF WS-FS-LETTER-FILE NOT = '00'
               MOVE 'LETTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LETTER-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT DUNNING-REGISTER-FILE.
           IF WS-FS-DUNNING-REGISTER NOT = '00'
               MOVE 'DUNNING-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DUNNING-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE LETTER-DATE TO REG-T-DATE.
           MOVE THIS-RUN-ID TO REG-T-RUN-ID.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE REG-TITLE-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE REG-COL-HEAD TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

      * the level is the oldest band the customer's overdue items
      * have reached; nothing overdue, or credits that cover the
      * whole balance, means no letter. a level already sent inside
      * the repeat window is withheld
       DUN-ONE-CUSTOMER.
           MOVE ZERO TO LETTER-LEVEL.
           IF DN-OVERDUE-AMT(DUN-IDX) > ZERO
               AND DN-TOTAL-AMT(DUN-IDX) > ZERO
               EVALUATE TRUE
                   WHEN DN-OLDEST-AGE(DUN-IDX) > 90
                       MOVE 3 TO LETTER-LEVEL
                   WHEN DN-OLDEST-AGE(DUN-IDX) > 60
                       MOVE 2 TO LETTER-LEVEL
                   WHEN OTHER
                       MOVE 1 TO LETTER-LEVEL
               END-EVALUATE
           END-IF.
           IF LETTER-LEVEL > ZERO
               MOVE DN-CUST-NUMBER(DUN-IDX) TO HIST-LOOKUP-CUST
               PERFORM FIND-HIST-CUSTOMER-SLOT
               IF HIST-OVERFLOWED
                   DISPLAY "*** dunning history full - customer "
                       DN-CUST-NUMBER(DUN-IDX) " not chased ***"
                   MOVE 11 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO HS-OVERDUE-NOW-SW(HIST-IDX)
               MOVE DN-CUST-NUMBER(DUN-IDX) TO REG-D-CUST-NUMBER
               MOVE LETTER-LEVEL TO REG-D-LEVEL
               MOVE DN-OVERDUE-AMT(DUN-IDX) TO REG-D-OVERDUE
               PERFORM CHECK-REPEAT-WINDOW
           END-IF.

       CHECK-REPEAT-WINDOW.
           MOVE ZERO TO DAYS-SINCE-SENT.
           IF HS-SENT-DATE(HIST-IDX, LETTER-LEVEL) > ZERO
               MOVE HS-SENT-DATE(HIST-IDX, LETTER-LEVEL)(7:2)
                   TO CNV-DAY
               MOVE HS-SENT-DATE(HIST-IDX, LETTER-LEVEL)(5:2)
                   TO CNV-MONTH
               MOVE HS-SENT-DATE(HIST-IDX, LETTER-LEVEL)(1:4)
                   TO CNV-YEAR
               MOVE ZERO TO CONVERT-DATE-FLAT
               CALL "DateConvert" USING CONVERT-DATE-IN
                   CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
                   CONVERT-FORMATTED DATE-ARITH-AREA
               MOVE DA-DAYS-BETWEEN TO DAYS-SINCE-SENT
           END-IF.
           IF HS-SENT-DATE(HIST-IDX, LETTER-LEVEL) > ZERO
               AND DAYS-SINCE-SENT < REPEAT-WINDOW-DAYS
               ADD 1 TO LETTERS-WITHHELD-COUNT
               IF DAYS-SINCE-SENT < ZERO
                   MOVE ZERO TO DAYS-SINCE-SENT
               END-IF
               MOVE DAYS-SINCE-SENT TO REG-W-DAYS
               MOVE REG-WITHHELD-ACTION TO REG-D-ACTION
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
               PERFORM SEND-ONE-LETTER
           END-IF.

      * the letter itself, then its history record - a customer the
      * master doesn't know can't be addressed, and is listed for
      * the master to be put right instead
       SEND-ONE-LETTER.
           MOVE DN-CUST-NUMBER(DUN-IDX) TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N' TO CUSTOMER-ON-MASTER-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CUSTOMER-ON-MASTER-SW
                   MOVE CM-CUS-SUP-NAME TO CUSTOMER-NAME
           END-READ.
           IF NOT CUSTOMER-ON-MASTER
               ADD 1 TO NOT-ON-MASTER-COUNT
               MOVE 'NOT SENT - CUSTOMER NOT ON MASTER'
                   TO REG-D-ACTION
               PERFORM WRITE-REGISTER-DETAIL
           ELSE
               PERFORM PRINT-ONE-LETTER
               PERFORM WRITE-LETTER-HISTORY
               MOVE 'Y' TO HS-IN-CYCLE-SW(HIST-IDX)
               MOVE LETTER-DATE TO
                   HS-SENT-DATE(HIST-IDX, LETTER-LEVEL)
               ADD 1 TO LETTERS-SENT-COUNT
               ADD 1 TO LEVEL-SENT-COUNT(LETTER-LEVEL)
               ADD DN-OVERDUE-AMT(DUN-IDX) TO RUN-DUNNED-TOT
               EVALUATE LETTER-LEVEL
                   WHEN 1
                       MOVE 'REMINDER SENT' TO REG-D-ACTION
                   WHEN 2
                       MOVE 'FINAL DEMAND SENT' TO REG-D-ACTION
                   WHEN OTHER
                       MOVE 'NOTICE OF ACCOUNT STOP SENT'
                           TO REG-D-ACTION
               END-EVALUATE
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

      * the wording escalates with the level; the overdue items and
      * their total are the same on every letter
       PRINT-ONE-LETTER.
           MOVE DN-CUST-NUMBER(DUN-IDX) TO LET-H-CUST-NUMBER.
           MOVE CUSTOMER-NAME TO LET-H-NAME.
           MOVE LETTER-DATE TO LET-H-DATE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE LET-HEAD-LINE TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           COMPUTE WORDING-IDX = (LETTER-LEVEL - 1) * 4.
           PERFORM 4 TIMES
               ADD 1 TO WORDING-IDX
               MOVE SPACES TO WS-LETTER-LINE
               MOVE WORDING-LINE(WORDING-IDX) TO WS-LETTER-LINE
               PERFORM WRITE-LETTER-LINE
           END-PERFORM.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE LET-COL-HEAD TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           PERFORM VARYING OVERDUE-IDX FROM 1 BY 1
                   UNTIL OVERDUE-IDX > OVERDUE-COUNT
               IF OV-CUST-NUMBER(OVERDUE-IDX) =
                   DN-CUST-NUMBER(DUN-IDX)
                   PERFORM PRINT-ONE-OVERDUE-ITEM
               END-IF
           END-PERFORM.
           MOVE DN-OVERDUE-AMT(DUN-IDX) TO LET-T-AMOUNT.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE LET-TOTAL-LINE TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.

       PRINT-ONE-OVERDUE-ITEM.
           MOVE OV-ITEM-NUMBER(OVERDUE-IDX) TO LET-I-ITEM-NUMBER.
           MOVE OV-INV-DATE(OVERDUE-IDX) TO LET-I-INV-DATE.
           MOVE OV-AGE(OVERDUE-IDX) TO LET-I-AGE.
           MOVE OV-OPEN-AMOUNT(OVERDUE-IDX) TO LET-I-AMOUNT.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE LET-ITEM-LINE TO WS-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.

       WRITE-LETTER-HISTORY.
           MOVE DN-CUST-NUMBER(DUN-IDX) TO DH-CUST-NUMBER.
           MOVE LETTER-DATE TO DH-LETTER-DATE.
           MOVE LETTER-LEVEL TO DH-LEVEL.
           MOVE DN-OVERDUE-AMT(DUN-IDX) TO DH-OVERDUE-AMOUNT.
           MOVE THIS-RUN-ID TO DH-RUN-ID.
           PERFORM WRITE-HISTORY-RECORD.

      * a customer in the cycle with nothing overdue left has paid
      * or been credited - the level-0 record takes the customer
      * back out
       DROP-CUSTOMER-OUT.
           MOVE HS-CUST-NUMBER(HIST-IDX) TO DH-CUST-NUMBER.
           MOVE LETTER-DATE TO DH-LETTER-DATE.
           MOVE ZERO TO DH-LEVEL.
           MOVE ZERO TO DH-OVERDUE-AMOUNT.
           MOVE THIS-RUN-ID TO DH-RUN-ID.
           PERFORM WRITE-HISTORY-RECORD.
           MOVE 'N' TO HS-IN-CYCLE-SW(HIST-IDX).
           ADD 1 TO DROPPED-OUT-COUNT.
           MOVE HS-CUST-NUMBER(HIST-IDX) TO REG-D-CUST-NUMBER.
           MOVE ZERO TO REG-D-LEVEL.
           MOVE ZERO TO REG-D-OVERDUE.
           MOVE 'DROPPED OUT - NOTHING OVERDUE' TO REG-D-ACTION.
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-HISTORY-RECORD.
           WRITE DUNNING-HISTORY-RECORD.
           IF WS-FS-DUNNING-HISTORY NOT = '00'
               MOVE 'DUNNING-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-DUNNING-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       PRINT-REGISTER-TOTALS.
           IF LETTERS-SENT-COUNT = ZERO
               AND LETTERS-WITHHELD-COUNT = ZERO
               AND DROPPED-OUT-COUNT = ZERO
               AND NOT-ON-MASTER-COUNT = ZERO
               MOVE SPACES TO WS-REGISTER-LINE
               MOVE 'NO CUSTOMER OVERDUE' TO WS-REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.
           MOVE LETTERS-SENT-COUNT TO REG-G-SENT.
           MOVE LEVEL-SENT-COUNT(1) TO REG-G-LEVEL-1.
           MOVE LEVEL-SENT-COUNT(2) TO REG-G-LEVEL-2.
           MOVE LEVEL-SENT-COUNT(3) TO REG-G-LEVEL-3.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE REG-TOTAL-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE LETTERS-WITHHELD-COUNT TO REG-G-WITHHELD.
           MOVE DROPPED-OUT-COUNT TO REG-G-DROPPED.
           MOVE NOT-ON-MASTER-COUNT TO REG-G-NOT-ON-MASTER.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE REG-TOTAL-LINE-2 TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE RUN-DUNNED-TOT TO REG-G-AMOUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE REG-TOTAL-LINE-3 TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE DD-HELD-COUNT TO REG-G-DD-HELD.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE REG-TOTAL-LINE-4 TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-DETAIL.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE REG-DETAIL-LINE TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-LETTER-LINE.
           MOVE WS-LETTER-LINE TO LETTER-OUT.
           WRITE LETTER-OUT.
           IF WS-FS-LETTER-FILE NOT = '00'
               MOVE 'LETTER-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-LETTER-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE WS-REGISTER-LINE TO DUNNING-REGISTER-OUT.
           WRITE DUNNING-REGISTER-OUT.
           IF WS-FS-DUNNING-REGISTER NOT = '00'
               MOVE 'DUNNING-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-DUNNING-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM ArDunning.
