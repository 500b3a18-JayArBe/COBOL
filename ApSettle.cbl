      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the payables payment run - the night half of the
      *          proposal ApPropose made during the day. Reads the
      *          signed-off proposal (approp.dat, see APPROP.cpy) and
      *          pays every line still marked 'P' against the
      *          payables ledger (apopen.dat, see APOPEN.cpy): the
      *          item must still be on the ledger, still open, and
      *          belong to the supplier the proposal names, and the
      *          payment is never more than is still open. A paid
      *          item is reduced, and closed when nothing is left;
      *          each payment goes on the payables journal
      *          (aptran.dat) as a 'P' record. Lines treasury held
      *          ('H') and lines that no longer prove are listed and
      *          left open for the next proposal. The remittance
      *          register (appay.rpt) lists what was paid by
      *          supplier, and the night's total goes to
      *          nightval.dat as 'APPY' for the GL journal. The
      *          ledger is held in storage and written back whole,
      *          the way CashApply rewrites aropen.dat, and the
      *          proposal is cleared so a rerun can't pay it twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ApSettle.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the day's signed-off proposal - OPTIONAL because most nights
      * carry none
           SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO 'approp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PROPOSAL-FILE.

           SELECT OPTIONAL AP-OPEN-FILE ASSIGN TO 'apopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-OPEN-FILE.

      * 'P' record per payment - see APTRAN.cpy
           SELECT OPTIONAL AP-ACTIVITY-FILE ASSIGN TO 'aptran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-ACTIVITY.

           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

      * the chain's run flag - the business date and run identifier
      * stamped on what this run writes. OPTIONAL so a standalone
      * run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT PAYMENT-REPORT-FILE ASSIGN TO 'appay.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PAYMENT-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD PROPOSAL-FILE.

       COPY APPROP.

       FD AP-OPEN-FILE.

       COPY APOPEN.

       FD AP-ACTIVITY-FILE.

       COPY APTRAN.

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD PAYMENT-REPORT-FILE.
       01 PAYMENT-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-PROPOSAL-FILE PIC XX VALUE '00'.
       01 WS-FS-AP-OPEN-FILE PIC XX VALUE '00'.
       01 WS-FS-AP-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-PAYMENT-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'ApSettle'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'ApSettle'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * the chain's run identifier and business date - the date the
      * payments go on the journal
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 PAYMENT-DATE PIC 9(8) VALUE ZERO.

       01 PROPOSAL-EOF PIC X VALUE 'N'.
       01 LEDGER-LOAD-EOF PIC X VALUE 'N'.
       01 PROPOSAL-READ-COUNT PIC 9(5) VALUE ZERO.
       01 LINES-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 LINES-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 LINES-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       01 ITEMS-CLOSED-COUNT PIC 9(5) VALUE ZERO.

      * the whole payables ledger held in storage while the proposal
      * pays, then written back whole with the paid items reduced or
      * closed - the same rewrite-whole shape CashApply gives
      * aropen.dat
       77 MAX-LEDGER-ENTRIES PIC 9(4) VALUE 5000.
       01 LEDGER-TABLE-CONTROLS.
           03 LEDGER-ENTRY-COUNT PIC 9(4) VALUE ZERO.
           03 LEDGER-IDX PIC 9(4) VALUE ZERO.
           03 LEDGER-OVERFLOW-SW PIC X VALUE 'N'.
               88 LEDGER-OVERFLOWED VALUE 'Y'.
           03 ITEM-FOUND-SW PIC X VALUE 'N'.
               88 ITEM-WAS-FOUND VALUE 'Y'.
       01 LEDGER-TABLE.
           03 LEDGER-ENTRY OCCURS 5000 TIMES.
               05 LG-ITEM-NUMBER PIC 9(6).
               05 LG-SUPPLIER PIC 9(6).
               05 LG-SUP-INV-REF PIC X(12).
               05 LG-INV-DATE PIC 9(8).
               05 LG-DUE-DATE PIC 9(8).
               05 LG-ORIG-AMOUNT PIC 9(7)V99.
               05 LG-TAX-AMOUNT PIC 9(7)V99.
               05 LG-OPEN-AMOUNT PIC S9(7)V99.
               05 LG-STATUS PIC X.
               05 LG-RUN-ID PIC X(11).

      * the payment the proposal line makes, and why a line that
      * can't be paid was refused
       01 PAYMENT-WORK.
           03 PAID-AMOUNT PIC S9(7)V99 VALUE ZERO.
           03 REFUSE-REASON PIC X(24) VALUE SPACES.
           03 RUN-PAID-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-HELD-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the remittance register
       01 PAY-TITLE-LINE.
           03 FILLER PIC X(32)
               VALUE 'SUPPLIER PAYMENTS REGISTER - PAI'.
           03 FILLER PIC X(3) VALUE 'D  '.
           03 PAY-T-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 PAY-T-RUN-ID PIC X(11).
       01 PAY-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'SUPPLR   ITEM SUPPLI'.
           03 FILLER PIC X(20) VALUE 'ER REF        PAID  '.
           03 FILLER PIC X(12) VALUE 'STATUS  NOTE'.
       01 PAY-DETAIL-LINE.
           03 PAY-D-SUPPLIER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 PAY-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 PAY-D-SUP-INV-REF PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 PAY-D-AMOUNT PIC Z(7)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 PAY-D-STATUS PIC X(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 PAY-D-NOTE PIC X(24).
       01 PAY-TOTAL-LINE.
           03 FILLER PIC X(12) VALUE 'LINES PAID: '.
           03 PAY-G-PAID PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '  TOTAL: '.
           03 PAY-G-AMOUNT PIC Z(8)9.99.
           03 FILLER PIC X(16) VALUE '  ITEMS CLOSED: '.
           03 PAY-G-CLOSED PIC ZZZZ9.
       01 PAY-TOTAL-LINE-2.
           03 FILLER PIC X(12) VALUE 'LINES HELD: '.
           03 PAY-G-HELD PIC ZZZZ9.
           03 FILLER PIC X(9) VALUE '  VALUE: '.
           03 PAY-G-HELD-AMOUNT PIC Z(8)9.99.
           03 FILLER PIC X(16) VALUE '  REFUSED:      '.
           03 PAY-G-REFUSED PIC ZZZZ9.
       01 WS-PAYMENT-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-LEDGER-TABLE.
      * the rewrite at the end regenerates apopen.dat from the
      * table - more items than the table holds would silently
      * delete the tail, so refuse with the ledger untouched
           IF LEDGER-OVERFLOWED
               DISPLAY "*** apopen.dat holds more than "
                   MAX-LEDGER-ENTRIES " items - nothing paid, "
                   "nothing rewritten ***"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND AP-ACTIVITY-FILE.
           IF WS-FS-AP-ACTIVITY = '35'
               OPEN OUTPUT AP-ACTIVITY-FILE
           END-IF.
           IF WS-FS-AP-ACTIVITY NOT = '00'
               AND WS-FS-AP-ACTIVITY NOT = '05'
               MOVE 'AP-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AP-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
           IF WS-FS-PAYMENT-REPORT NOT = '00'
               MOVE 'PAYMENT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PAYMENT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE PAYMENT-DATE TO PAY-T-DATE.
           MOVE THIS-RUN-ID TO PAY-T-RUN-ID.
           MOVE SPACES TO WS-PAYMENT-LINE.
           MOVE PAY-TITLE-LINE TO WS-PAYMENT-LINE.
           PERFORM WRITE-PAYMENT-LINE.
           MOVE SPACES TO WS-PAYMENT-LINE.
           MOVE PAY-COL-HEAD TO WS-PAYMENT-LINE.
           PERFORM WRITE-PAYMENT-LINE.

           OPEN INPUT PROPOSAL-FILE.
           PERFORM UNTIL PROPOSAL-EOF = 'Y'
               READ PROPOSAL-FILE
                   AT END
                       MOVE 'Y' TO PROPOSAL-EOF
                   NOT AT END
                       ADD 1 TO PROPOSAL-READ-COUNT
                       PERFORM SETTLE-ONE-PROPOSAL-LINE
               END-READ
           END-PERFORM.
           CLOSE PROPOSAL-FILE.
           CLOSE AP-ACTIVITY-FILE.
           IF PROPOSAL-READ-COUNT = ZERO
               MOVE SPACES TO WS-PAYMENT-LINE
               MOVE 'NO PAYMENT PROPOSAL TO SETTLE' TO WS-PAYMENT-LINE
               PERFORM WRITE-PAYMENT-LINE
           END-IF.
           MOVE LINES-PAID-COUNT TO PAY-G-PAID.
           MOVE RUN-PAID-TOT TO PAY-G-AMOUNT.
           MOVE ITEMS-CLOSED-COUNT TO PAY-G-CLOSED.
           MOVE SPACES TO WS-PAYMENT-LINE.
           PERFORM WRITE-PAYMENT-LINE.
           MOVE PAY-TOTAL-LINE TO WS-PAYMENT-LINE.
           PERFORM WRITE-PAYMENT-LINE.
           MOVE LINES-HELD-COUNT TO PAY-G-HELD.
           MOVE RUN-HELD-TOT TO PAY-G-HELD-AMOUNT.
           MOVE LINES-REFUSED-COUNT TO PAY-G-REFUSED.
           MOVE SPACES TO WS-PAYMENT-LINE.
           MOVE PAY-TOTAL-LINE-2 TO WS-PAYMENT-LINE.
           PERFORM WRITE-PAYMENT-LINE.
           CLOSE PAYMENT-REPORT-FILE.

           IF LINES-PAID-COUNT > ZERO
               PERFORM REWRITE-LEDGER-FILE
           END-IF.
           PERFORM WRITE-NIGHT-VALUE.
      * the proposal has been paid - clear the file so a rerun can't
      * pay it twice, the way cashrcpt.dat is cleared
           IF PROPOSAL-READ-COUNT > ZERO
               OPEN OUTPUT PROPOSAL-FILE
               CLOSE PROPOSAL-FILE
           END-IF.

           DISPLAY "Proposal lines read: " PROPOSAL-READ-COUNT.
           DISPLAY "Paid: " LINES-PAID-COUNT
               "  Held: " LINES-HELD-COUNT
               "  Refused: " LINES-REFUSED-COUNT
               "  Items closed: " ITEMS-CLOSED-COUNT.
           DISPLAY "Total paid: " RUN-PAID-TOT.

           MOVE PROPOSAL-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE LINES-REFUSED-COUNT TO RSUM-RECORDS-REJECTED.
           IF LINES-REFUSED-COUNT > ZERO
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
      * run outside the chain pays today
       READ-RUN-FLAG.
           ACCEPT PAYMENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO PAYMENT-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

       LOAD-LEDGER-TABLE.
           OPEN INPUT AP-OPEN-FILE.
           PERFORM UNTIL LEDGER-LOAD-EOF = 'Y'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-LOAD-EOF
                   NOT AT END
                       IF LEDGER-ENTRY-COUNT < MAX-LEDGER-ENTRIES
                           ADD 1 TO LEDGER-ENTRY-COUNT
                           PERFORM HOLD-ONE-LEDGER-ITEM
                       ELSE
                           MOVE 'Y' TO LEDGER-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AP-OPEN-FILE.

       HOLD-ONE-LEDGER-ITEM.
           MOVE AP-ITEM-NUMBER TO LG-ITEM-NUMBER(LEDGER-ENTRY-COUNT).
           MOVE AP-SUPPLIER TO LG-SUPPLIER(LEDGER-ENTRY-COUNT).
           MOVE AP-SUP-INV-REF TO LG-SUP-INV-REF(LEDGER-ENTRY-COUNT).
           MOVE AP-INV-DATE TO LG-INV-DATE(LEDGER-ENTRY-COUNT).
           MOVE AP-DUE-DATE TO LG-DUE-DATE(LEDGER-ENTRY-COUNT).
           MOVE AP-ORIG-AMOUNT TO LG-ORIG-AMOUNT(LEDGER-ENTRY-COUNT).
           MOVE AP-TAX-AMOUNT TO LG-TAX-AMOUNT(LEDGER-ENTRY-COUNT).
           MOVE AP-OPEN-AMOUNT TO LG-OPEN-AMOUNT(LEDGER-ENTRY-COUNT).
           MOVE AP-STATUS TO LG-STATUS(LEDGER-ENTRY-COUNT).
           MOVE AP-RUN-ID TO LG-RUN-ID(LEDGER-ENTRY-COUNT).

      * one line of the proposal - held lines are listed and left,
      * the rest must still prove against the ledger before they pay
       SETTLE-ONE-PROPOSAL-LINE.
           MOVE SPACES TO REFUSE-REASON.
           MOVE ZERO TO PAID-AMOUNT.
           IF PP-ON-HOLD
               ADD 1 TO LINES-HELD-COUNT
               IF PP-AMOUNT NUMERIC
                   ADD PP-AMOUNT TO RUN-HELD-TOT
               END-IF
               MOVE 'HELD' TO PAY-D-STATUS
               MOVE 'HELD BY TREASURY' TO PAY-D-NOTE
               PERFORM PRINT-PROPOSAL-LINE
           ELSE
               PERFORM PROVE-PROPOSAL-LINE
               IF REFUSE-REASON = SPACES
                   PERFORM PAY-PROPOSAL-LINE
               ELSE
                   ADD 1 TO LINES-REFUSED-COUNT
                   MOVE 'REFUSE' TO PAY-D-STATUS
                   MOVE REFUSE-REASON TO PAY-D-NOTE
                   PERFORM PRINT-PROPOSAL-LINE
               END-IF
           END-IF.

      * first failing check names the reason; a line that proves
      * leaves LEDGER-IDX at its item
       PROVE-PROPOSAL-LINE.
           MOVE 'N' TO ITEM-FOUND-SW.
           IF PP-ITEM-NUMBER NUMERIC
               PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                       UNTIL LEDGER-IDX > LEDGER-ENTRY-COUNT
                       OR ITEM-WAS-FOUND
                   IF LG-ITEM-NUMBER(LEDGER-IDX) = PP-ITEM-NUMBER
                       MOVE 'Y' TO ITEM-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF ITEM-WAS-FOUND
               SUBTRACT 1 FROM LEDGER-IDX
           END-IF.
           EVALUATE TRUE
               WHEN NOT PP-TO-PAY
                   MOVE 'DECISION NOT P OR H' TO REFUSE-REASON
               WHEN NOT ITEM-WAS-FOUND
                   MOVE 'ITEM NOT ON LEDGER' TO REFUSE-REASON
               WHEN LG-SUPPLIER(LEDGER-IDX) NOT = PP-SUPPLIER
                   MOVE 'SUPPLIER DOES NOT MATCH' TO REFUSE-REASON
               WHEN LG-STATUS(LEDGER-IDX) NOT = 'O'
                   OR LG-OPEN-AMOUNT(LEDGER-IDX) NOT > ZERO
                   MOVE 'ITEM ALREADY SETTLED' TO REFUSE-REASON
               WHEN PP-AMOUNT NOT NUMERIC
                   OR PP-AMOUNT = ZERO
                   MOVE 'NO AMOUNT PROPOSED' TO REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * pays the proposed amount, or what is still open if that is
      * less, and closes the item once nothing is left on it
       PAY-PROPOSAL-LINE.
           IF PP-AMOUNT > LG-OPEN-AMOUNT(LEDGER-IDX)
               MOVE LG-OPEN-AMOUNT(LEDGER-IDX) TO PAID-AMOUNT
           ELSE
               MOVE PP-AMOUNT TO PAID-AMOUNT
           END-IF.
           SUBTRACT PAID-AMOUNT FROM LG-OPEN-AMOUNT(LEDGER-IDX).
           IF LG-OPEN-AMOUNT(LEDGER-IDX) = ZERO
               MOVE 'C' TO LG-STATUS(LEDGER-IDX)
               ADD 1 TO ITEMS-CLOSED-COUNT
               MOVE 'CLOSED' TO PAY-D-NOTE
           ELSE
               MOVE 'PART PAID - LEFT OPEN' TO PAY-D-NOTE
           END-IF.
           ADD 1 TO LINES-PAID-COUNT.
           ADD PAID-AMOUNT TO RUN-PAID-TOT.
           PERFORM WRITE-PAYMENT-ACTIVITY.
           MOVE 'PAID' TO PAY-D-STATUS.
           PERFORM PRINT-PROPOSAL-LINE.

       WRITE-PAYMENT-ACTIVITY.
           MOVE SPACES TO AP-ACTIVITY-RECORD.
           MOVE LG-SUPPLIER(LEDGER-IDX) TO PT-SUPPLIER.
           MOVE PAYMENT-DATE TO PT-ACT-DATE.
           MOVE 'P' TO PT-ACT-TYPE.
           MOVE LG-ITEM-NUMBER(LEDGER-IDX) TO PT-ITEM-NUMBER.
           COMPUTE PT-AMOUNT = ZERO - PAID-AMOUNT.
           MOVE THIS-RUN-ID TO PT-RUN-ID.
           WRITE AP-ACTIVITY-RECORD.
           IF WS-FS-AP-ACTIVITY NOT = '00'
               MOVE 'AP-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AP-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one line of the register - the status and note are set by
      * the caller, the amount is what was paid, or for a line not
      * paid what was proposed
       PRINT-PROPOSAL-LINE.
           MOVE PP-SUPPLIER TO PAY-D-SUPPLIER.
           MOVE PP-ITEM-NUMBER TO PAY-D-ITEM-NUMBER.
           MOVE PP-SUP-INV-REF TO PAY-D-SUP-INV-REF.
           IF PAID-AMOUNT > ZERO
               MOVE PAID-AMOUNT TO PAY-D-AMOUNT
           ELSE
               IF PP-AMOUNT NUMERIC
                   MOVE PP-AMOUNT TO PAY-D-AMOUNT
               ELSE
                   MOVE ZERO TO PAY-D-AMOUNT
               END-IF
           END-IF.
           MOVE SPACES TO WS-PAYMENT-LINE.
           MOVE PAY-DETAIL-LINE TO WS-PAYMENT-LINE.
           PERFORM WRITE-PAYMENT-LINE.

       WRITE-PAYMENT-LINE.
           MOVE WS-PAYMENT-LINE TO PAYMENT-REPORT-OUT.
           WRITE PAYMENT-REPORT-OUT.
           IF WS-FS-PAYMENT-REPORT NOT = '00'
               MOVE 'PAYMENT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PAYMENT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the ledger written back whole with the paid items reduced or
      * closed - everything else goes back exactly as it was
       REWRITE-LEDGER-FILE.
           OPEN OUTPUT AP-OPEN-FILE.
           IF WS-FS-AP-OPEN-FILE NOT = '00'
               MOVE 'AP-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AP-OPEN-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-ENTRY-COUNT
               MOVE SPACES TO AP-OPEN-ITEM-RECORD
               MOVE LG-ITEM-NUMBER(LEDGER-IDX) TO AP-ITEM-NUMBER
               MOVE LG-SUPPLIER(LEDGER-IDX) TO AP-SUPPLIER
               MOVE LG-SUP-INV-REF(LEDGER-IDX) TO AP-SUP-INV-REF
               MOVE LG-INV-DATE(LEDGER-IDX) TO AP-INV-DATE
               MOVE LG-DUE-DATE(LEDGER-IDX) TO AP-DUE-DATE
               MOVE LG-ORIG-AMOUNT(LEDGER-IDX) TO AP-ORIG-AMOUNT
               MOVE LG-TAX-AMOUNT(LEDGER-IDX) TO AP-TAX-AMOUNT
               MOVE LG-OPEN-AMOUNT(LEDGER-IDX) TO AP-OPEN-AMOUNT
               MOVE LG-STATUS(LEDGER-IDX) TO AP-STATUS
               MOVE LG-RUN-ID(LEDGER-IDX) TO AP-RUN-ID
               WRITE AP-OPEN-ITEM-RECORD
               IF WS-FS-AP-OPEN-FILE NOT = '00'
                   MOVE 'AP-OPEN-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-AP-OPEN-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE AP-OPEN-FILE.

      * the night's payments onto nightval.dat for the GL journal -
      * see NIGHTVAL.cpy. written on a night with no proposal too,
      * as zero, so the journal shows the step ran
       WRITE-NIGHT-VALUE.
           OPEN EXTEND NIGHT-VALUE-FILE.
           IF WS-FS-NIGHT-VALUE = '35'
               OPEN OUTPUT NIGHT-VALUE-FILE
           END-IF.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               AND WS-FS-NIGHT-VALUE NOT = '05'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE 'APPY' TO NV-SOURCE.
           MOVE RUN-PAID-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           WRITE NIGHT-VALUE-RECORD.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE NIGHT-VALUE-FILE.

       END PROGRAM ApSettle.
