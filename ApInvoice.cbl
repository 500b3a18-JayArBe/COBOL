      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: supplier invoice entry - the payables side of the
      *          ledger. Reads the purchase ledger clerks' invoice
      *          cards (supinv.dat - supplier, the supplier's own
      *          invoice reference, invoice date, terms in days, net
      *          and input tax) and proves each one: the supplier
      *          must be on custmast.dat and not closed at the
      *          invoice date, the amounts must be numbers, and the
      *          same supplier reference must never be entered
      *          twice, either on the ledger already or earlier in
      *          the same run. Every proven card becomes one open
      *          item on the payables ledger (apopen.dat, see
      *          APOPEN.cpy), numbered off apnum.dat, due on its
      *          invoice date plus the terms - the card's own, or
      *          the 'APTM' default in runctl.dat - with its 'I'
      *          record on the payables journal (aptran.dat). The
      *          night's net and input tax go to nightval.dat as
      *          'APNT' and 'APTX' for the GL journal's creditors
      *          side. Accepted and refused cards are listed on the
      *          register (apinv.rpt); the card file is cleared
      *          afterwards so a rerun can't enter them twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. ApInvoice.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the clerks' invoice cards - OPTIONAL because most nights
      * carry none
           SELECT OPTIONAL SUPPLIER-INVOICE-FILE
           ASSIGN TO 'supinv.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-SUPPLIER-INVOICE.

           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * read once for the references already entered, then extended
      * with tonight's items
           SELECT OPTIONAL AP-OPEN-FILE ASSIGN TO 'apopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-OPEN-FILE.

      * 'I' record per item entered - see APTRAN.cpy
           SELECT OPTIONAL AP-ACTIVITY-FILE ASSIGN TO 'aptran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-ACTIVITY.

      * the persistent payables item number
           SELECT OPTIONAL AP-NUM-FILE ASSIGN TO 'apnum.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-NUM.

           SELECT OPTIONAL NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

      * run controls - the 'APTM' default terms
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

      * the chain's run flag - the business date and run identifier
      * stamped on what this run writes. OPTIONAL so a standalone
      * run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT AP-INVOICE-REPORT ASSIGN TO 'apinv.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-INVOICE-RPT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one supplier invoice card:
      *   SI-SUPPLIER    the supplier's account on custmast.dat
      *   SI-SUP-INV-REF the supplier's own invoice number
      *   SI-INV-DATE    the invoice date, YYYYMMDD
      *   SI-TERMS-DAYS  days to pay - blank takes the 'APTM'
      *                  default
      *   SI-NET         the net amount invoiced
      *   SI-TAX         the input tax charged on it
       FD SUPPLIER-INVOICE-FILE.
       01 SUPPLIER-INVOICE-RECORD.
           03 SI-SUPPLIER PIC 9(6).
           03 SI-SUP-INV-REF PIC X(12).
           03 SI-INV-DATE PIC 9(8).
           03 SI-INV-DATE-PARTS REDEFINES SI-INV-DATE.
               05 SI-INV-YEAR PIC 9(4).
               05 SI-INV-MONTH PIC 99.
               05 SI-INV-DAY PIC 99.
           03 SI-TERMS-DAYS PIC X(3).
           03 SI-TERMS-NUMBER REDEFINES SI-TERMS-DAYS PIC 9(3).
           03 SI-NET PIC 9(7)V99.
           03 SI-TAX PIC 9(7)V99.

       FD CUST-MASTER.

       COPY CUSTMAST.

       FD AP-OPEN-FILE.

       COPY APOPEN.

       FD AP-ACTIVITY-FILE.

       COPY APTRAN.

       FD AP-NUM-FILE.
       01 AP-NUM-RECORD PIC 9(6).

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD AP-INVOICE-REPORT.
       01 AP-INVOICE-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-SUPPLIER-INVOICE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-AP-OPEN-FILE PIC XX VALUE '00'.
       01 WS-FS-AP-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-AP-NUM PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-AP-INVOICE-RPT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'ApInvoice'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'ApInvoice'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 CARD-EOF PIC X VALUE 'N'.
       01 LEDGER-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 ITEMS-ENTERED-COUNT PIC 9(5) VALUE ZERO.

      * the chain's run identifier and business date - the date the
      * items are entered on the journal
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 ENTRY-DATE PIC 9(8) VALUE ZERO.

      * days to pay when the card names none - the 'APTM' record in
      * runctl.dat if one is present
       01 DEFAULT-TERMS-DAYS PIC 9(3) VALUE 030.

      * the run's invoice cards, held whole so one pass of the
      * ledger proves them all against the references already
      * entered. SC-REJECT-REASON stays blank on a card that proves
       77 MAX-SUPPLIER-CARDS PIC 9(3) VALUE 200.
       01 CARD-CONTROLS.
           03 CARD-COUNT PIC 9(3) VALUE ZERO.
           03 CARD-IDX PIC 9(3) VALUE ZERO.
           03 PRIOR-IDX PIC 9(3) VALUE ZERO.
           03 CARD-OVERFLOW-SW PIC X VALUE 'N'.
               88 CARD-OVERFLOWED VALUE 'Y'.
       01 CARD-TABLE.
           03 CARD-ENTRY OCCURS 200 TIMES.
               05 SC-SUPPLIER PIC 9(6).
               05 SC-SUP-INV-REF PIC X(12).
               05 SC-INV-DATE PIC 9(8).
               05 SC-TERMS-DAYS PIC 9(3).
               05 SC-NET PIC 9(7)V99.
               05 SC-TAX PIC 9(7)V99.
               05 SC-DUE-DATE PIC 9(8).
               05 SC-ITEM-NUMBER PIC 9(6).
               05 SC-REJECT-REASON PIC X(24).

      * the invoice date handed to DateConvert, and the due date
      * its add-days ask hands back
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * the payables item number and the night's totals
       01 ENTRY-CONTROLS.
           03 NEXT-ITEM-NUMBER PIC 9(6) VALUE 1.
           03 RUN-NET-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-TAX-TOT PIC 9(9)V99 VALUE ZERO.
           03 RUN-GROSS-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the register
       01 API-TITLE-LINE.
           03 FILLER PIC X(36)
               VALUE 'SUPPLIER INVOICE REGISTER - ENTERED '.
           03 API-T-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 API-T-RUN-ID PIC X(11).
       01 API-COL-HEAD.
           03 FILLER PIC X(20) VALUE '  ITEM SUPPLIER REF '.
           03 FILLER PIC X(20) VALUE '         INV DATE DU'.
           03 FILLER PIC X(20) VALUE 'E DATE         NET  '.
           03 FILLER PIC X(20) VALUE '       TAX       GRO'.
           03 FILLER PIC X(2) VALUE 'SS'.
       01 API-DETAIL-LINE.
           03 API-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 API-D-SUPPLIER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 API-D-SUP-INV-REF PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 API-D-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 API-D-DUE-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 API-D-NET PIC Z(7)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 API-D-TAX PIC Z(7)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 API-D-GROSS PIC Z(7)9.99.
       01 API-REFUSED-TITLE PIC X(44)
           VALUE 'SUPPLIER INVOICE CARDS REFUSED'.
       01 API-REFUSED-HEAD.
           03 FILLER PIC X(20) VALUE 'SUPPLIER REF        '.
           03 FILLER PIC X(17) VALUE '  INV DATE REASON'.
       01 API-REFUSED-LINE.
           03 API-R-SUPPLIER PIC X(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 API-R-SUP-INV-REF PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 API-R-INV-DATE PIC X(8).
           03 FILLER PIC X VALUE SPACE.
           03 API-R-REASON PIC X(24).
       01 API-REGISTER-LINE.
           03 FILLER PIC X(16) VALUE 'ITEMS ENTERED:  '.
           03 API-G-COUNT PIC ZZZZ9.
           03 FILLER PIC X(7) VALUE '  NET: '.
           03 API-G-NET PIC Z(8)9.99.
           03 FILLER PIC X(7) VALUE '  TAX: '.
           03 API-G-TAX PIC Z(8)9.99.
           03 FILLER PIC X(9) VALUE '  GROSS: '.
           03 API-G-GROSS PIC Z(8)9.99.
       01 API-REGISTER-LINE-2.
           03 FILLER PIC X(16) VALUE 'CARDS REFUSED:  '.
           03 API-G-REFUSED PIC ZZZZ9.
       01 WS-AP-INVOICE-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM LOAD-SUPPLIER-CARDS.
      * clearing the card file at the end would lose the cards past
      * the table's end - refuse with nothing entered instead
           IF CARD-OVERFLOWED
               DISPLAY "*** supinv.dat holds more than "
                   MAX-SUPPLIER-CARDS " cards - nothing entered ***"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CARD-COUNT > ZERO
               PERFORM SCAN-PAYABLES-LEDGER
               PERFORM CHECK-SUPPLIERS-ON-MASTER
               PERFORM VARYING CARD-IDX FROM 1 BY 1
                       UNTIL CARD-IDX > CARD-COUNT
                   PERFORM PROVE-ONE-CARD
               END-PERFORM
           END-IF.

           PERFORM LOAD-AP-NUMBER.
           PERFORM OPEN-OUTPUTS-FOR-APPEND.
           OPEN OUTPUT AP-INVOICE-REPORT.
           IF WS-FS-AP-INVOICE-RPT NOT = '00'
               MOVE 'AP-INVOICE-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AP-INVOICE-RPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE ENTRY-DATE TO API-T-DATE.
           MOVE THIS-RUN-ID TO API-T-RUN-ID.
           MOVE SPACES TO WS-AP-INVOICE-LINE.
           MOVE API-TITLE-LINE TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.
           MOVE SPACES TO WS-AP-INVOICE-LINE.
           MOVE API-COL-HEAD TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
                   UNTIL CARD-IDX > CARD-COUNT
               IF SC-REJECT-REASON(CARD-IDX) = SPACES
                   PERFORM ENTER-ONE-INVOICE
               END-IF
           END-PERFORM.
           PERFORM PRINT-REFUSED-CARDS.
           CLOSE AP-INVOICE-REPORT.
           CLOSE AP-OPEN-FILE.
           CLOSE AP-ACTIVITY-FILE.

           IF ITEMS-ENTERED-COUNT > ZERO
               PERFORM SAVE-AP-NUMBER
           END-IF.
           PERFORM WRITE-NIGHT-VALUE.
      * the cards have been entered - clear the file so a rerun
      * can't enter them twice, the way crnote.dat is cleared
           IF CARD-READ-COUNT > ZERO
               OPEN OUTPUT SUPPLIER-INVOICE-FILE
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF.

           DISPLAY "Supplier invoice cards read: " CARD-READ-COUNT.
           DISPLAY "Items entered: " ITEMS-ENTERED-COUNT
               "  Refused: " CARD-REJECT-COUNT.

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

      * the chain's run identifier and business date - a standalone
      * run outside the chain enters its items today
       READ-RUN-FLAG.
           ACCEPT ENTRY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO ENTRY-DATE
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
                       IF CTL-TYPE = 'APTM'
                           MOVE CTL-NUMBER TO DEFAULT-TERMS-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       LOAD-SUPPLIER-CARDS.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           PERFORM UNTIL CARD-EOF = 'Y'
               READ SUPPLIER-INVOICE-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM HOLD-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INVOICE-FILE.

      * the card's own shape is proved while it is still in the
      * record area - a field that isn't a number never reaches the
      * numeric slots of the table
       HOLD-ONE-CARD.
           IF CARD-COUNT < MAX-SUPPLIER-CARDS
               ADD 1 TO CARD-COUNT
               INITIALIZE CARD-ENTRY(CARD-COUNT)
               PERFORM CHECK-CARD-FIELDS
               IF SC-REJECT-REASON(CARD-COUNT) = SPACES
                   MOVE SI-SUPPLIER TO SC-SUPPLIER(CARD-COUNT)
                   MOVE SI-SUP-INV-REF TO SC-SUP-INV-REF(CARD-COUNT)
                   MOVE SI-INV-DATE TO SC-INV-DATE(CARD-COUNT)
                   IF SI-TERMS-DAYS = SPACES
                       MOVE DEFAULT-TERMS-DAYS TO
                           SC-TERMS-DAYS(CARD-COUNT)
                   ELSE
                       MOVE SI-TERMS-NUMBER TO
                           SC-TERMS-DAYS(CARD-COUNT)
                   END-IF
                   MOVE SI-NET TO SC-NET(CARD-COUNT)
                   MOVE SI-TAX TO SC-TAX(CARD-COUNT)
               ELSE
                   MOVE SI-SUP-INV-REF TO SC-SUP-INV-REF(CARD-COUNT)
                   IF SI-SUPPLIER NUMERIC
                       MOVE SI-SUPPLIER TO SC-SUPPLIER(CARD-COUNT)
                   END-IF
                   IF SI-INV-DATE NUMERIC
                       MOVE SI-INV-DATE TO SC-INV-DATE(CARD-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO CARD-OVERFLOW-SW
           END-IF.

      * first failing check names the reason
       CHECK-CARD-FIELDS.
           EVALUATE TRUE
               WHEN SI-SUPPLIER NOT NUMERIC
                   OR SI-SUPPLIER = ZERO
                   MOVE 'NO SUPPLIER NAMED' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN SI-SUP-INV-REF = SPACES
                   MOVE 'NO SUPPLIER REFERENCE' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN SI-INV-DATE NOT NUMERIC
                   MOVE 'INVOICE DATE NOT VALID' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN SI-INV-MONTH < 1 OR SI-INV-MONTH > 12
                   OR SI-INV-DAY < 1 OR SI-INV-DAY > 31
                   MOVE 'INVOICE DATE NOT VALID' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN SI-TERMS-DAYS NOT = SPACES
                   AND SI-TERMS-NUMBER NOT NUMERIC
                   MOVE 'TERMS DAYS NOT NUMERIC' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN SI-NET NOT NUMERIC
                   OR SI-NET = ZERO
                   MOVE 'NET AMOUNT NOT VALID' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN SI-TAX NOT NUMERIC
                   MOVE 'TAX AMOUNT NOT NUMERIC' TO
                       SC-REJECT-REASON(CARD-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * one pass of the payables ledger - a card repeating a
      * supplier reference already entered, paid or not, is a
      * duplicate
       SCAN-PAYABLES-LEDGER.
           OPEN INPUT AP-OPEN-FILE.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       PERFORM VARYING CARD-IDX FROM 1 BY 1
                               UNTIL CARD-IDX > CARD-COUNT
                           IF SC-REJECT-REASON(CARD-IDX) = SPACES
                               AND SC-SUPPLIER(CARD-IDX) =
                                   AP-SUPPLIER
                               AND SC-SUP-INV-REF(CARD-IDX) =
                                   AP-SUP-INV-REF
                               MOVE 'ALREADY ON THE LEDGER' TO
                                   SC-REJECT-REASON(CARD-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE AP-OPEN-FILE.

      * the supplier must be on the master and still open on the
      * invoice date
       CHECK-SUPPLIERS-ON-MASTER.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
                   UNTIL CARD-IDX > CARD-COUNT
               IF SC-REJECT-REASON(CARD-IDX) = SPACES
                   PERFORM CHECK-ONE-SUPPLIER
               END-IF
           END-PERFORM.
           CLOSE CUST-MASTER.

       CHECK-ONE-SUPPLIER.
           MOVE SC-SUPPLIER(CARD-IDX) TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'SUPPLIER NOT ON MASTER' TO
                       SC-REJECT-REASON(CARD-IDX)
               NOT INVALID KEY
                   IF CM-CLOSED-DATE NOT = ZERO
                       AND SC-INV-DATE(CARD-IDX) > CM-CLOSED-DATE
                       MOVE 'SUPPLIER ACCOUNT CLOSED' TO
                           SC-REJECT-REASON(CARD-IDX)
                   END-IF
           END-READ.

      * a card repeating the supplier reference of a card ahead of it
      * tonight is the same invoice keyed twice; a proven card has
      * its due date worked out here
       PROVE-ONE-CARD.
           IF SC-REJECT-REASON(CARD-IDX) = SPACES
               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX NOT < CARD-IDX
                   IF SC-SUPPLIER(PRIOR-IDX) = SC-SUPPLIER(CARD-IDX)
                       AND SC-SUP-INV-REF(PRIOR-IDX) =
                           SC-SUP-INV-REF(CARD-IDX)
                       AND SC-REJECT-REASON(PRIOR-IDX) = SPACES
                       MOVE 'DUPLICATE CARD THIS RUN' TO
                           SC-REJECT-REASON(CARD-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF SC-REJECT-REASON(CARD-IDX) = SPACES
               PERFORM WORK-OUT-DUE-DATE
           ELSE
               ADD 1 TO CARD-REJECT-COUNT
           END-IF.

      * the invoice date plus the terms, through DateConvert's
      * add-days ask so month and year ends roll correctly
       WORK-OUT-DUE-DATE.
           MOVE SC-INV-DATE(CARD-IDX)(7:2) TO CNV-DAY.
           MOVE SC-INV-DATE(CARD-IDX)(5:2) TO CNV-MONTH.
           MOVE SC-INV-DATE(CARD-IDX)(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           MOVE SC-TERMS-DAYS(CARD-IDX) TO DA-ADD-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE SC-DUE-DATE(CARD-IDX) = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

       OPEN-OUTPUTS-FOR-APPEND.
           OPEN EXTEND AP-OPEN-FILE.
           IF WS-FS-AP-OPEN-FILE = '35'
               OPEN OUTPUT AP-OPEN-FILE
           END-IF.
           IF WS-FS-AP-OPEN-FILE NOT = '00'
               AND WS-FS-AP-OPEN-FILE NOT = '05'
               MOVE 'AP-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AP-OPEN-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
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

      * the last payables item number ever issued, off apnum.dat
       LOAD-AP-NUMBER.
           MOVE 1 TO NEXT-ITEM-NUMBER.
           OPEN INPUT AP-NUM-FILE.
           READ AP-NUM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   COMPUTE NEXT-ITEM-NUMBER = AP-NUM-RECORD + 1
           END-READ.
           CLOSE AP-NUM-FILE.

      * rewrites apnum.dat with the last number this run issued
       SAVE-AP-NUMBER.
           COMPUTE AP-NUM-RECORD = NEXT-ITEM-NUMBER - 1.
           OPEN OUTPUT AP-NUM-FILE.
           IF WS-FS-AP-NUM NOT = '00'
               MOVE 'AP-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AP-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           WRITE AP-NUM-RECORD.
           IF WS-FS-AP-NUM NOT = '00'
               MOVE 'AP-NUM-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AP-NUM TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE AP-NUM-FILE.

      * one proven card onto the payables ledger as an open item for
      * the gross, with its 'I' record on the journal and its line
      * on the register
       ENTER-ONE-INVOICE.
           MOVE NEXT-ITEM-NUMBER TO SC-ITEM-NUMBER(CARD-IDX).
           ADD 1 TO NEXT-ITEM-NUMBER.
           ADD 1 TO ITEMS-ENTERED-COUNT.
           MOVE SPACES TO AP-OPEN-ITEM-RECORD.
           MOVE SC-ITEM-NUMBER(CARD-IDX) TO AP-ITEM-NUMBER.
           MOVE SC-SUPPLIER(CARD-IDX) TO AP-SUPPLIER.
           MOVE SC-SUP-INV-REF(CARD-IDX) TO AP-SUP-INV-REF.
           MOVE SC-INV-DATE(CARD-IDX) TO AP-INV-DATE.
           MOVE SC-DUE-DATE(CARD-IDX) TO AP-DUE-DATE.
           COMPUTE AP-ORIG-AMOUNT = SC-NET(CARD-IDX)
               + SC-TAX(CARD-IDX).
           MOVE SC-TAX(CARD-IDX) TO AP-TAX-AMOUNT.
           MOVE AP-ORIG-AMOUNT TO AP-OPEN-AMOUNT.
           MOVE 'O' TO AP-STATUS.
           MOVE THIS-RUN-ID TO AP-RUN-ID.
           WRITE AP-OPEN-ITEM-RECORD.
           IF WS-FS-AP-OPEN-FILE NOT = '00'
               MOVE 'AP-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AP-OPEN-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO AP-ACTIVITY-RECORD.
           MOVE SC-SUPPLIER(CARD-IDX) TO PT-SUPPLIER.
           MOVE ENTRY-DATE TO PT-ACT-DATE.
           MOVE 'I' TO PT-ACT-TYPE.
           MOVE SC-ITEM-NUMBER(CARD-IDX) TO PT-ITEM-NUMBER.
           MOVE AP-ORIG-AMOUNT TO PT-AMOUNT.
           MOVE THIS-RUN-ID TO PT-RUN-ID.
           WRITE AP-ACTIVITY-RECORD.
           IF WS-FS-AP-ACTIVITY NOT = '00'
               MOVE 'AP-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AP-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD SC-NET(CARD-IDX) TO RUN-NET-TOT.
           ADD SC-TAX(CARD-IDX) TO RUN-TAX-TOT.
           ADD AP-ORIG-AMOUNT TO RUN-GROSS-TOT.
           MOVE SC-ITEM-NUMBER(CARD-IDX) TO API-D-ITEM-NUMBER.
           MOVE SC-SUPPLIER(CARD-IDX) TO API-D-SUPPLIER.
           MOVE SC-SUP-INV-REF(CARD-IDX) TO API-D-SUP-INV-REF.
           MOVE SC-INV-DATE(CARD-IDX) TO API-D-INV-DATE.
           MOVE SC-DUE-DATE(CARD-IDX) TO API-D-DUE-DATE.
           MOVE SC-NET(CARD-IDX) TO API-D-NET.
           MOVE SC-TAX(CARD-IDX) TO API-D-TAX.
           MOVE AP-ORIG-AMOUNT TO API-D-GROSS.
           MOVE SPACES TO WS-AP-INVOICE-LINE.
           MOVE API-DETAIL-LINE TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.

      * every card that failed its proof, with the reason, then the
      * run's register totals
       PRINT-REFUSED-CARDS.
           IF CARD-REJECT-COUNT > ZERO
               MOVE SPACES TO WS-AP-INVOICE-LINE
               PERFORM WRITE-AP-INVOICE-LINE
               MOVE API-REFUSED-TITLE TO WS-AP-INVOICE-LINE
               PERFORM WRITE-AP-INVOICE-LINE
               MOVE SPACES TO WS-AP-INVOICE-LINE
               MOVE API-REFUSED-HEAD TO WS-AP-INVOICE-LINE
               PERFORM WRITE-AP-INVOICE-LINE
           END-IF.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
                   UNTIL CARD-IDX > CARD-COUNT
               IF SC-REJECT-REASON(CARD-IDX) NOT = SPACES
                   PERFORM PRINT-ONE-REFUSED-CARD
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.
           MOVE ITEMS-ENTERED-COUNT TO API-G-COUNT.
           MOVE RUN-NET-TOT TO API-G-NET.
           MOVE RUN-TAX-TOT TO API-G-TAX.
           MOVE RUN-GROSS-TOT TO API-G-GROSS.
           MOVE API-REGISTER-LINE TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.
           MOVE CARD-REJECT-COUNT TO API-G-REFUSED.
           MOVE SPACES TO WS-AP-INVOICE-LINE.
           MOVE API-REGISTER-LINE-2 TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.

       PRINT-ONE-REFUSED-CARD.
           IF SC-SUPPLIER(CARD-IDX) = ZERO
               MOVE '??????' TO API-R-SUPPLIER
           ELSE
               MOVE SC-SUPPLIER(CARD-IDX) TO API-R-SUPPLIER
           END-IF.
           MOVE SC-SUP-INV-REF(CARD-IDX) TO API-R-SUP-INV-REF.
           IF SC-INV-DATE(CARD-IDX) = ZERO
               MOVE '????????' TO API-R-INV-DATE
           ELSE
               MOVE SC-INV-DATE(CARD-IDX) TO API-R-INV-DATE
           END-IF.
           MOVE SC-REJECT-REASON(CARD-IDX) TO API-R-REASON.
           MOVE SPACES TO WS-AP-INVOICE-LINE.
           MOVE API-REFUSED-LINE TO WS-AP-INVOICE-LINE.
           PERFORM WRITE-AP-INVOICE-LINE.

       WRITE-AP-INVOICE-LINE.
           MOVE WS-AP-INVOICE-LINE TO AP-INVOICE-OUT.
           WRITE AP-INVOICE-OUT.
           IF WS-FS-AP-INVOICE-RPT NOT = '00'
               MOVE 'AP-INVOICE-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AP-INVOICE-RPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the night's purchases and input tax onto nightval.dat for the
      * GL journal's creditors side - see NIGHTVAL.cpy. written on a
      * night with no cards too, as zero, so the journal shows the
      * step ran
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
           MOVE 'APNT' TO NV-SOURCE.
           MOVE RUN-NET-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           MOVE 'APTX' TO NV-SOURCE.
           MOVE RUN-TAX-TOT TO NV-AMOUNT.
           MOVE THIS-RUN-ID TO NV-RUN-ID.
           PERFORM WRITE-NIGHT-VALUE-RECORD.
           CLOSE NIGHT-VALUE-FILE.

       WRITE-NIGHT-VALUE-RECORD.
           WRITE NIGHT-VALUE-RECORD.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-NIGHT-VALUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM ApInvoice.
