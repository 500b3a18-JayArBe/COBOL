      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the outstanding purchase-order report. Reads the
      *          purchase-order master (pomast.dat, see POLINE.cpy)
      *          start to finish after the night's receipts have been
      *          matched by the edit, and lists every line still open
      *          - supplier, part, ordered, received so far, still to
      *          come and how many days since it was ordered - onto
      *          poout.rpt, with the totals at the foot. What the
      *          buyers chase suppliers from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. PoReport.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL: a site that has never raised an order through
      * PoConfirm still gets the (empty) report
           SELECT OPTIONAL PO-MASTER ASSIGN TO 'pomast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS POL-KEY
           FILE STATUS IS WS-FS-PO-MASTER.

      * the supplier's name for the line - a missing master just
      * leaves the column blank
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the chain's run flag - the business date the lines are aged
      * to. OPTIONAL so a standalone run ages to today
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT PO-REPORT-FILE ASSIGN TO 'poout.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PO-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by PO number and line - see POLINE.cpy
       FD PO-MASTER.

       COPY POLINE.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

       FD PO-REPORT-FILE.
       01 PO-REPORT-OUT PIC X(100).

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-PO-MASTER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PO-REPORT PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'PoReport'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'PoReport'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 PO-MASTER-EOF PIC X VALUE 'N'.
       01 PO-LINES-READ PIC 9(7) VALUE ZERO.
       01 OPEN-LINE-COUNT PIC 9(7) VALUE ZERO.
       01 OUTSTANDING-QTY PIC 9(8) VALUE ZERO.
       01 OUTSTANDING-TOTAL PIC 9(9) VALUE ZERO.

       01 CUST-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 CUST-MASTER-IS-OPEN VALUE 'Y'.

      * the business date and the line's age against its order
      * date - DateConvert's days-between function, the business
      * date as the second date so a positive answer is "days since
      * ordered"
       01 AGING-DATE-WORK.
           03 TODAY-DATE PIC 9(8) VALUE ZERO.
           03 AGE-IN-DAYS PIC S9(7) VALUE ZERO.

      * the order date handed to DateConvert as the date the ask
      * counts from
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * print lines for the outstanding-order report
       01 POR-TITLE-LINE.
           03 FILLER PIC X(36)
               VALUE 'OUTSTANDING PURCHASE ORDERS AS AT  '.
           03 POR-T-DATE PIC 9(8).
       01 POR-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PO NO  LIN SUPPLIER '.
           03 FILLER PIC X(20) VALUE 'NAME                '.
           03 FILLER PIC X(20) VALUE ' PART NO  ORDERED   '.
           03 FILLER PIC X(20) VALUE '  ORDER QTY  RECEIVE'.
           03 FILLER PIC X(20) VALUE 'D OUTSTAND  DAYS    '.
       01 POR-DETAIL-LINE.
           03 POR-D-PO-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-LINE-NO PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-SUPPLIER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 POR-D-NAME PIC X(20).
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-ORDER-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-ORDER-QTY PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-RECEIVED PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-OUTSTANDING PIC Z(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 POR-D-AGE PIC ZZZZ9.
       01 POR-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'OPEN ORDER LINES: '.
           03 POR-T-LINES PIC Z(6)9.
           03 FILLER PIC X(24) VALUE '   QUANTITY OUTSTANDING:'.
           03 POR-T-QUANTITY PIC Z(8)9.
       01 WS-PO-REPORT-LINE PIC X(100).
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
           OPEN INPUT PO-MASTER.
           IF WS-FS-PO-MASTER NOT = '00'
               AND WS-FS-PO-MASTER NOT = '05'
               AND WS-FS-PO-MASTER NOT = '35'
               MOVE 'PO-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER = '00'
               MOVE 'Y' TO CUST-MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT PO-REPORT-FILE.
           IF WS-FS-PO-REPORT NOT = '00'
               MOVE 'PO-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PO-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE TODAY-DATE TO POR-T-DATE.
           MOVE SPACES TO WS-PO-REPORT-LINE.
           MOVE POR-TITLE-LINE TO WS-PO-REPORT-LINE.
           PERFORM WRITE-PO-REPORT-LINE.
           MOVE SPACES TO WS-PO-REPORT-LINE.
           MOVE POR-COL-HEAD TO WS-PO-REPORT-LINE.
           PERFORM WRITE-PO-REPORT-LINE.

           PERFORM UNTIL PO-MASTER-EOF = 'Y'
               READ PO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-MASTER-EOF
                   NOT AT END
                       ADD 1 TO PO-LINES-READ
                       IF POL-IS-OPEN
                           PERFORM REPORT-ONE-OPEN-LINE
                       END-IF
               END-READ
           END-PERFORM.

           IF OPEN-LINE-COUNT = ZERO
               MOVE SPACES TO WS-PO-REPORT-LINE
               MOVE 'NO PURCHASE ORDER LINES OUTSTANDING' TO
                   WS-PO-REPORT-LINE
               PERFORM WRITE-PO-REPORT-LINE
           END-IF.
           MOVE OPEN-LINE-COUNT TO POR-T-LINES.
           MOVE OUTSTANDING-TOTAL TO POR-T-QUANTITY.
           MOVE SPACES TO WS-PO-REPORT-LINE.
           PERFORM WRITE-PO-REPORT-LINE.
           MOVE POR-TOTAL-LINE TO WS-PO-REPORT-LINE.
           PERFORM WRITE-PO-REPORT-LINE.

           CLOSE PO-MASTER.
           IF CUST-MASTER-IS-OPEN
               CLOSE CUST-MASTER
           END-IF.
           CLOSE PO-REPORT-FILE.
           DISPLAY "PO lines read: " PO-LINES-READ.
           DISPLAY "Lines outstanding: " OPEN-LINE-COUNT.

           MOVE PO-LINES-READ TO RSUM-RECORDS-READ.
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

      * one open line: what is still to come, and how long since
      * it was ordered
       REPORT-ONE-OPEN-LINE.
           ADD 1 TO OPEN-LINE-COUNT.
           IF POL-ORDER-QTY > POL-RECEIVED-QTY
               COMPUTE OUTSTANDING-QTY =
                   POL-ORDER-QTY - POL-RECEIVED-QTY
           ELSE
               MOVE ZERO TO OUTSTANDING-QTY
           END-IF.
           ADD OUTSTANDING-QTY TO OUTSTANDING-TOTAL.
           MOVE POL-ORDER-DATE(7:2) TO CNV-DAY.
           MOVE POL-ORDER-DATE(5:2) TO CNV-MONTH.
           MOVE POL-ORDER-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-DAYS-BETWEEN TO AGE-IN-DAYS.
           IF AGE-IN-DAYS < ZERO
               MOVE ZERO TO AGE-IN-DAYS
           END-IF.
           MOVE POL-PO-NUMBER TO POR-D-PO-NUMBER.
           MOVE POL-LINE-NO TO POR-D-LINE-NO.
           MOVE POL-SUPPLIER TO POR-D-SUPPLIER.
           PERFORM LOOKUP-SUPPLIER-NAME.
           MOVE POL-PART-NO TO POR-D-PART-NO.
           MOVE POL-ORDER-DATE TO POR-D-ORDER-DATE.
           MOVE POL-ORDER-QTY TO POR-D-ORDER-QTY.
           MOVE POL-RECEIVED-QTY TO POR-D-RECEIVED.
           MOVE OUTSTANDING-QTY TO POR-D-OUTSTANDING.
           MOVE AGE-IN-DAYS TO POR-D-AGE.
           MOVE SPACES TO WS-PO-REPORT-LINE.
           MOVE POR-DETAIL-LINE TO WS-PO-REPORT-LINE.
           PERFORM WRITE-PO-REPORT-LINE.

       LOOKUP-SUPPLIER-NAME.
           MOVE SPACES TO POR-D-NAME.
           IF CUST-MASTER-IS-OPEN
               MOVE POL-SUPPLIER TO CM-CUS-SUP-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'UNKNOWN SUPPLIER' TO POR-D-NAME
                   NOT INVALID KEY
                       MOVE CM-CUS-SUP-NAME TO POR-D-NAME
               END-READ
           END-IF.

       WRITE-PO-REPORT-LINE.
           MOVE WS-PO-REPORT-LINE TO PO-REPORT-OUT.
           WRITE PO-REPORT-OUT.
           IF WS-FS-PO-REPORT NOT = '00'
               MOVE 'PO-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-PO-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM PoReport.
