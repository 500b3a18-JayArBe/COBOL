      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the aged-creditors report off the supplier open-item
      *          ledger (apopen.dat, see APOPEN.cpy) - the payables
      *          mirror of ArAgedDebt. Every item still open is aged
      *          against the supplier's invoice date - current, over
      *          30, over 60, over 90 days - and rolled into one line
      *          per supplier with the amount already past its due
      *          date beside it and a grand total, so the purchase
      *          ledger sees what it owes and to whom before the
      *          payment proposal is run. The age in days is
      *          DateConvert's days-between function, the same ask
      *          ArAgedDebt makes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ApAgedCred.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - a system that hasn't entered a supplier invoice
      * yet has no ledger, and owes nothing
           SELECT OPTIONAL AP-OPEN-FILE ASSIGN TO 'apopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-OPEN-FILE.

      * the chain's run flag - the business date the items are aged
      * to. OPTIONAL so a standalone run ages to today
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT CRED-REPORT-FILE ASSIGN TO 'apcred.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CRED-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD AP-OPEN-FILE.

       COPY APOPEN.

       FD CRED-REPORT-FILE.
       01 CRED-REPORT-OUT PIC X(100).

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-AP-OPEN-FILE PIC XX VALUE '00'.
       01 WS-FS-CRED-REPORT PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'ApAgedCred'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'ApAgedCred'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 LEDGER-EOF PIC X VALUE 'N'.
       01 LEDGER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 OPEN-ITEM-COUNT PIC 9(7) VALUE ZERO.

      * the business date and the open item's age against its
      * invoice date - DateConvert's days-between function, the
      * business date as the second date so a positive answer is
      * "days old"
       01 AGING-DATE-WORK.
           03 TODAY-DATE PIC 9(8) VALUE ZERO.
           03 AGE-IN-DAYS PIC S9(7) VALUE ZERO.

      * the item's invoice date handed to DateConvert as the date
      * the ask counts from
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * one slot per supplier still owed, each open amount banded by
      * age, with what is already past its due date beside it - the
      * same accumulate-in-storage shape ArAgedDebt's table has
       77 MAX-CRED-SUPPLIERS PIC 9(3) VALUE 500.
       01 CRED-TABLE-CONTROLS.
           03 CRED-SUP-COUNT PIC 9(3) VALUE ZERO.
           03 CRED-IDX PIC 9(3) VALUE ZERO.
           03 CRED-FOUND-SW PIC X VALUE 'N'.
               88 CRED-SUP-FOUND VALUE 'Y'.
           03 CRED-OVERFLOW-SW PIC X VALUE 'N'.
               88 CRED-OVERFLOWED VALUE 'Y'.
       01 CRED-TABLE.
           03 CRED-ENTRY OCCURS 500 TIMES.
               05 CR-SUPPLIER PIC 9(6).
               05 CR-CURRENT-AMT PIC S9(9)V99.
               05 CR-OVER-30-AMT PIC S9(9)V99.
               05 CR-OVER-60-AMT PIC S9(9)V99.
               05 CR-OVER-90-AMT PIC S9(9)V99.
               05 CR-TOTAL-AMT PIC S9(9)V99.
               05 CR-PAST-DUE-AMT PIC S9(9)V99.

      * the grand-total line the purchase ledger balances the page to
       01 GRAND-TOTALS.
           03 GT-CURRENT-AMT PIC S9(9)V99 VALUE ZERO.
           03 GT-OVER-30-AMT PIC S9(9)V99 VALUE ZERO.
           03 GT-OVER-60-AMT PIC S9(9)V99 VALUE ZERO.
           03 GT-OVER-90-AMT PIC S9(9)V99 VALUE ZERO.
           03 GT-TOTAL-AMT PIC S9(9)V99 VALUE ZERO.
           03 GT-PAST-DUE-AMT PIC S9(9)V99 VALUE ZERO.

      * print lines for the aged-creditors page
       01 CRT-TITLE-LINE.
           03 FILLER PIC X(29)
               VALUE 'AGED CREDITORS BY SUPPLIER AT'.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-T-DATE PIC 9(8).
       01 CRT-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'SUPPLIER     CURRENT'.
           03 FILLER PIC X(14) VALUE '       OVER 30'.
           03 FILLER PIC X(14) VALUE '       OVER 60'.
           03 FILLER PIC X(14) VALUE '       OVER 90'.
           03 FILLER PIC X(14) VALUE '         TOTAL'.
           03 FILLER PIC X(14) VALUE '      PAST DUE'.
       01 CRT-DETAIL-LINE.
           03 CRT-D-SUPPLIER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 CRT-D-CURRENT PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-D-OVER-30 PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-D-OVER-60 PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-D-OVER-90 PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-D-TOTAL PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-D-PAST-DUE PIC -(9)9.99.
       01 CRT-GRAND-LINE.
           03 FILLER PIC X(6) VALUE 'TOTAL '.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-G-CURRENT PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-G-OVER-30 PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-G-OVER-60 PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-G-OVER-90 PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-G-TOTAL PIC -(9)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 CRT-G-PAST-DUE PIC -(9)9.99.
       01 WS-CRED-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           MOVE 'B' TO DA-FUNCTION.
           MOVE TODAY-DATE(7:2) TO DA-DAY-2.
           MOVE TODAY-DATE(5:2) TO DA-MONTH-2.
           MOVE TODAY-DATE(1:4) TO DA-YEAR-2.

           OPEN INPUT AP-OPEN-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       ADD 1 TO LEDGER-READ-COUNT
                       IF AP-IS-OPEN
                           ADD 1 TO OPEN-ITEM-COUNT
                           PERFORM AGE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AP-OPEN-FILE.

      * a supplier past the table ceiling would silently vanish from
      * the page the payment run is planned from - refuse instead
           IF CRED-OVERFLOWED
               DISPLAY "*** More than " MAX-CRED-SUPPLIERS
                   " suppliers carry open items - report refused ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-CRED-REPORT.
           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Open items aged: " OPEN-ITEM-COUNT.

           MOVE LEDGER-READ-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * the chain's business date - see RUNFLAG.cpy. a catch-up
      * pass ages to the date it is running for, not the day the
      * machine came back
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE AND RF-RUN-DATE NOT = ZERO
                       MOVE RF-RUN-DATE TO TODAY-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * ages the open item against today and rolls its open amount
      * into its supplier's band - an item dated in the future
      * counts as current rather than negative days old. an item
      * whose due date has gone by is past due as well
       AGE-ONE-OPEN-ITEM.
           MOVE AP-INV-DATE(7:2) TO CNV-DAY.
           MOVE AP-INV-DATE(5:2) TO CNV-MONTH.
           MOVE AP-INV-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-DAYS-BETWEEN TO AGE-IN-DAYS.
           IF AGE-IN-DAYS < ZERO
               MOVE ZERO TO AGE-IN-DAYS
           END-IF.
           PERFORM FIND-CRED-SUPPLIER-SLOT.
           IF NOT CRED-OVERFLOWED
               EVALUATE TRUE
                   WHEN AGE-IN-DAYS < 31
                       ADD AP-OPEN-AMOUNT TO
                           CR-CURRENT-AMT(CRED-IDX)
                   WHEN AGE-IN-DAYS < 61
                       ADD AP-OPEN-AMOUNT TO
                           CR-OVER-30-AMT(CRED-IDX)
                   WHEN AGE-IN-DAYS < 91
                       ADD AP-OPEN-AMOUNT TO
                           CR-OVER-60-AMT(CRED-IDX)
                   WHEN OTHER
                       ADD AP-OPEN-AMOUNT TO
                           CR-OVER-90-AMT(CRED-IDX)
               END-EVALUATE
               ADD AP-OPEN-AMOUNT TO CR-TOTAL-AMT(CRED-IDX)
               IF AP-DUE-DATE < TODAY-DATE
                   ADD AP-OPEN-AMOUNT TO CR-PAST-DUE-AMT(CRED-IDX)
               END-IF
           END-IF.

      * leaves CRED-IDX pointing at the supplier's slot, opening a
      * fresh one the first time a supplier shows up
       FIND-CRED-SUPPLIER-SLOT.
           MOVE 'N' TO CRED-FOUND-SW.
           PERFORM VARYING CRED-IDX FROM 1 BY 1
                   UNTIL CRED-IDX > CRED-SUP-COUNT
                   OR CRED-SUP-FOUND
               IF CR-SUPPLIER(CRED-IDX) = AP-SUPPLIER
                   MOVE 'Y' TO CRED-FOUND-SW
               END-IF
           END-PERFORM.
           IF CRED-SUP-FOUND
               SUBTRACT 1 FROM CRED-IDX
           ELSE
               IF CRED-SUP-COUNT < MAX-CRED-SUPPLIERS
                   ADD 1 TO CRED-SUP-COUNT
                   MOVE CRED-SUP-COUNT TO CRED-IDX
                   MOVE AP-SUPPLIER TO CR-SUPPLIER(CRED-IDX)
                   MOVE ZERO TO CR-CURRENT-AMT(CRED-IDX)
                   MOVE ZERO TO CR-OVER-30-AMT(CRED-IDX)
                   MOVE ZERO TO CR-OVER-60-AMT(CRED-IDX)
                   MOVE ZERO TO CR-OVER-90-AMT(CRED-IDX)
                   MOVE ZERO TO CR-TOTAL-AMT(CRED-IDX)
                   MOVE ZERO TO CR-PAST-DUE-AMT(CRED-IDX)
               ELSE
                   MOVE 'Y' TO CRED-OVERFLOW-SW
               END-IF
           END-IF.

      * one line per supplier still owed, banded, then the grand
      * total - the page the payment proposal is planned from
       PRINT-CRED-REPORT.
           OPEN OUTPUT CRED-REPORT-FILE.
           IF WS-FS-CRED-REPORT NOT = '00'
               MOVE 'CRED-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CRED-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE TODAY-DATE TO CRT-T-DATE.
           MOVE SPACES TO WS-CRED-LINE.
           MOVE CRT-TITLE-LINE TO WS-CRED-LINE.
           PERFORM WRITE-CRED-LINE.
           MOVE SPACES TO WS-CRED-LINE.
           MOVE CRT-COL-HEAD TO WS-CRED-LINE.
           PERFORM WRITE-CRED-LINE.
           PERFORM VARYING CRED-IDX FROM 1 BY 1
                   UNTIL CRED-IDX > CRED-SUP-COUNT
               PERFORM PRINT-ONE-SUPPLIER-LINE
           END-PERFORM.
           IF CRED-SUP-COUNT = ZERO
               MOVE SPACES TO WS-CRED-LINE
               MOVE 'NO OPEN ITEMS ON THE LEDGER' TO WS-CRED-LINE
               PERFORM WRITE-CRED-LINE
           END-IF.
           MOVE GT-CURRENT-AMT TO CRT-G-CURRENT.
           MOVE GT-OVER-30-AMT TO CRT-G-OVER-30.
           MOVE GT-OVER-60-AMT TO CRT-G-OVER-60.
           MOVE GT-OVER-90-AMT TO CRT-G-OVER-90.
           MOVE GT-TOTAL-AMT TO CRT-G-TOTAL.
           MOVE GT-PAST-DUE-AMT TO CRT-G-PAST-DUE.
           MOVE SPACES TO WS-CRED-LINE.
           MOVE CRT-GRAND-LINE TO WS-CRED-LINE.
           PERFORM WRITE-CRED-LINE.
           CLOSE CRED-REPORT-FILE.

       PRINT-ONE-SUPPLIER-LINE.
           MOVE CR-SUPPLIER(CRED-IDX) TO CRT-D-SUPPLIER.
           MOVE CR-CURRENT-AMT(CRED-IDX) TO CRT-D-CURRENT.
           MOVE CR-OVER-30-AMT(CRED-IDX) TO CRT-D-OVER-30.
           MOVE CR-OVER-60-AMT(CRED-IDX) TO CRT-D-OVER-60.
           MOVE CR-OVER-90-AMT(CRED-IDX) TO CRT-D-OVER-90.
           MOVE CR-TOTAL-AMT(CRED-IDX) TO CRT-D-TOTAL.
           MOVE CR-PAST-DUE-AMT(CRED-IDX) TO CRT-D-PAST-DUE.
           ADD CR-CURRENT-AMT(CRED-IDX) TO GT-CURRENT-AMT.
           ADD CR-OVER-30-AMT(CRED-IDX) TO GT-OVER-30-AMT.
           ADD CR-OVER-60-AMT(CRED-IDX) TO GT-OVER-60-AMT.
           ADD CR-OVER-90-AMT(CRED-IDX) TO GT-OVER-90-AMT.
           ADD CR-TOTAL-AMT(CRED-IDX) TO GT-TOTAL-AMT.
           ADD CR-PAST-DUE-AMT(CRED-IDX) TO GT-PAST-DUE-AMT.
           MOVE SPACES TO WS-CRED-LINE.
           MOVE CRT-DETAIL-LINE TO WS-CRED-LINE.
           PERFORM WRITE-CRED-LINE.

       WRITE-CRED-LINE.
           MOVE WS-CRED-LINE TO CRED-REPORT-OUT.
           WRITE CRED-REPORT-OUT.
           IF WS-FS-CRED-REPORT NOT = '00'
               MOVE 'CRED-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-CRED-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM ApAgedCred.
