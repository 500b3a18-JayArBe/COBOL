      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: operator inquiry screen for a customer's account, in
      *          the ACCEPT/DISPLAY style StockInquiry uses for stock.
      *          Key a customer number and see the account off
      *          custmast.dat (name, tax category, live window, credit
      *          limit and hold) with its billing address, every item
      *          still open on aropen.dat with its age in days and the
      *          current/30/60/90+ bands ArAgedDebt prints, the most
      *          recent activity off artran.dat, and every invoice and
      *          credit note invhist.dat holds for it - then key any
      *          of those numbers to see its lines. The answer to a
      *          customer on the telephone without searching the
      *          aged-debt, statement and reprint output by hand.
      *          Nothing is written: any operator on opersec.dat may
      *          sign on, the inquiry-only level included.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CustInquiry.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the open-item ledger, the activity journal and the invoice
      * history - each scanned per inquiry, OPTIONAL so a site that
      * has not invoiced yet still gets the master panel
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM.

           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO 'artran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ACTIVITY.

           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HISTORY.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD ACTIVITY-FILE.

       COPY ARTRAN.

       FD INVOICE-HISTORY-FILE.

       COPY INVHIST.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-OPEN-ITEM PIC XX VALUE '00'.
       01 WS-FS-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-INVOICE-HISTORY PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - the screen only reads, so
      * every level may use it
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'CustInquiry'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to CustAddr.cbl - the customer, which of
      * the addresses (00 billing) and the print lines that come
      * back
       01 CUST-ADDRESS-WORK.
           03 CADR-CUST-NUMBER PIC 9(6).
           03 CADR-ADDR-SEQ PIC 9(2).
           03 CADR-ADDRESS-LINES.
               05 CADR-LINE OCCURS 5 TIMES PIC X(40).
           03 CADR-RETURN-CODE PIC 9(2).
       01 CADR-IDX PIC 9 VALUE ZERO.

      * operator dialogue fields - numbers keyed as text, converted
      * digit by digit the way StockInquiry converts its part number
       01 OPERATOR-DIALOGUE.
           03 NUMBER-ENTRY-TXT PIC X(8).
           03 SESSION-DONE-SW PIC X VALUE 'N'.
               88 SESSION-DONE VALUE 'Y'.
           03 DRILL-DONE-SW PIC X VALUE 'N'.
               88 DRILL-DONE VALUE 'Y'.
           03 WANTED-CUST-NO PIC 9(6) VALUE ZERO.
           03 WANTED-INV-NO PIC 9(6) VALUE ZERO.

      * digit-by-digit numeric entry conversion - blanks allowed
      * around the digits, nothing else
       01 NUMERIC-ENTRY-WORK.
           03 NUM-IDX PIC 9 VALUE ZERO.
           03 NUM-CHAR PIC X.
           03 NUM-DIGIT-X PIC X.
           03 NUM-DIGIT-9 REDEFINES NUM-DIGIT-X PIC 9.
           03 NUM-RESULT PIC 9(8) VALUE ZERO.
           03 NUM-DIGIT-COUNT PIC 9 VALUE ZERO.
           03 NUM-OK-SW PIC X VALUE 'Y'.
               88 NUM-IS-OK VALUE 'Y'.

      * today's date and an open item's age against its invoice
      * date - DateConvert's days-between function, today as the
      * second date so a positive answer is "days old", exactly as
      * ArAgedDebt ages the ledger
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

      * the account's open items by age band, the same bands the
      * aged-debt page prints
       01 OPEN-ITEM-TOTALS.
           03 OPEN-ITEM-EOF PIC X VALUE 'N'.
           03 OPEN-ITEMS-FOUND PIC 9(5) VALUE ZERO.
           03 OT-CURRENT-AMT PIC S9(9)V99 VALUE ZERO.
           03 OT-OVER-30-AMT PIC S9(9)V99 VALUE ZERO.
           03 OT-OVER-60-AMT PIC S9(9)V99 VALUE ZERO.
           03 OT-OVER-90-AMT PIC S9(9)V99 VALUE ZERO.
           03 OT-TOTAL-AMT PIC S9(9)V99 VALUE ZERO.

      * the account's newest activity off the journal - the table
      * wraps the way StockInquiry's movement table does, so a long
      * history keeps only the last MAX-RECENT-ACTS
       77 MAX-RECENT-ACTS PIC 99 VALUE 10.
       01 RECENT-ACT-CONTROLS.
           03 ACTIVITY-EOF PIC X VALUE 'N'.
           03 ACTS-FOUND PIC 9(5) VALUE ZERO.
           03 ACT-SLOT PIC 99 VALUE ZERO.
           03 ACTS-IN-TABLE PIC 99 VALUE ZERO.
           03 ACT-IDX PIC 99 VALUE ZERO.
           03 SHOW-IDX PIC 99 VALUE ZERO.
       01 RECENT-ACT-TABLE.
           03 RECENT-ACT-ENTRY OCCURS 10 TIMES.
               05 RA-ACT-DATE PIC 9(8).
               05 RA-ACT-TYPE PIC X.
               05 RA-ITEM-NUMBER PIC 9(6).
               05 RA-AMOUNT PIC S9(7)V99.
               05 RA-RUN-ID PIC X(11).

      * the invoice history scans - the account's documents, and
      * one document's lines for the drill-down
       01 INVOICE-SCAN-CONTROLS.
           03 HISTORY-EOF PIC X VALUE 'N'.
           03 DOCUMENTS-FOUND PIC 9(5) VALUE ZERO.
           03 DOC-LINES-FOUND PIC 9(5) VALUE ZERO.
           03 DOC-OTHER-ACCOUNT-SW PIC X VALUE 'N'.
               88 DOC-ON-OTHER-ACCOUNT VALUE 'Y'.

      * display work fields
       01 INQUIRY-DISPLAY-WORK.
           03 SHOW-AMOUNT PIC -(8)9.99.
           03 SHOW-AMOUNT-2 PIC -(8)9.99.
           03 SHOW-AMOUNT-3 PIC -(8)9.99.
           03 SHOW-AGE PIC -(4)9.
           03 SHOW-LIMIT PIC Z(8)9.99.
           03 SHOW-QUANT PIC Z(5)9.
           03 SHOW-PRICE PIC ZZ9.99.
           03 SHOW-LINE-AMOUNT PIC Z(4)9.99.
           03 SHOW-ACT-NAME PIC X(12).
           03 SHOW-DOC-NAME PIC X(12).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "CUSTOMER INQUIRY - SIGN-ON REFUSED"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               DISPLAY "CUSTOMER INQUIRY - custmast.dat not available"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE 'B' TO DA-FUNCTION.
           MOVE TODAY-DATE(7:2) TO DA-DAY-2.
           MOVE TODAY-DATE(5:2) TO DA-MONTH-2.
           MOVE TODAY-DATE(1:4) TO DA-YEAR-2.
           DISPLAY "CUSTOMER ACCOUNT INQUIRY".
           PERFORM INQUIRY-LOOP UNTIL SESSION-DONE.
           CLOSE CUST-MASTER.
           STOP RUN.

       INQUIRY-LOOP.
           DISPLAY " ".
           DISPLAY "CUSTOMER NUMBER (BLANK OR Q TO QUIT): "
               WITH NO ADVANCING.
           MOVE SPACES TO NUMBER-ENTRY-TXT.
           ACCEPT NUMBER-ENTRY-TXT.
           IF NUMBER-ENTRY-TXT = SPACES
               OR NUMBER-ENTRY-TXT(1:1) = 'Q'
               OR NUMBER-ENTRY-TXT(1:1) = 'q'
               MOVE 'Y' TO SESSION-DONE-SW
           ELSE
               PERFORM CONVERT-NUMBER-ENTRY
               IF NUM-IS-OK AND NUM-DIGIT-COUNT > ZERO
                   AND NUM-RESULT < 1000000
                   MOVE NUM-RESULT TO WANTED-CUST-NO
                   PERFORM SHOW-ONE-CUSTOMER
               ELSE
                   DISPLAY "CUSTOMER NUMBER MUST BE UP TO 6 DIGITS"
               END-IF
           END-IF.

      * walks the entry character by character - blanks around the
      * digits are fine, anything else is refused
       CONVERT-NUMBER-ENTRY.
           MOVE ZERO TO NUM-RESULT.
           MOVE ZERO TO NUM-DIGIT-COUNT.
           MOVE 'Y' TO NUM-OK-SW.
           PERFORM VARYING NUM-IDX FROM 1 BY 1 UNTIL NUM-IDX > 8
               MOVE NUMBER-ENTRY-TXT(NUM-IDX:1) TO NUM-CHAR
               EVALUATE TRUE
                   WHEN NUM-CHAR = SPACE
                       CONTINUE
                   WHEN NUM-CHAR >= '0' AND NUM-CHAR <= '9'
                       ADD 1 TO NUM-DIGIT-COUNT
                       MOVE NUM-CHAR TO NUM-DIGIT-X
                       COMPUTE NUM-RESULT = NUM-RESULT * 10
                           + NUM-DIGIT-9
                   WHEN OTHER
                       MOVE 'N' TO NUM-OK-SW
               END-EVALUATE
           END-PERFORM.

      * the account panel, its open items, its newest activity and
      * its documents, then the drill-down into any one document
       SHOW-ONE-CUSTOMER.
           MOVE WANTED-CUST-NO TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   DISPLAY "CUSTOMER " WANTED-CUST-NO
                       " IS NOT ON THE CUSTOMER MASTER"
               NOT INVALID KEY
                   PERFORM SHOW-ACCOUNT-PANEL
                   PERFORM SHOW-OPEN-ITEMS
                   PERFORM SHOW-RECENT-ACTIVITY
                   PERFORM SHOW-DOCUMENTS
                   IF DOCUMENTS-FOUND > ZERO
                       MOVE 'N' TO DRILL-DONE-SW
                       PERFORM DRILL-DOWN-LOOP UNTIL DRILL-DONE
                   END-IF
           END-READ.

       SHOW-ACCOUNT-PANEL.
           DISPLAY "ACCOUNT: " CM-CUS-SUP-NO " " CM-CUS-SUP-NAME.
           IF CM-TAX-CATEGORY = SPACES
               DISPLAY "TAX CATEGORY: (BATCH DEFAULT)"
           ELSE
               DISPLAY "TAX CATEGORY: " CM-TAX-CATEGORY
           END-IF.
           IF CM-EFF-FROM > ZERO OR CM-CLOSED-DATE > ZERO
               DISPLAY "OPENED: " CM-EFF-FROM
                   "   CLOSED: " CM-CLOSED-DATE
           END-IF.
           IF CM-CREDIT-LIMIT = ZERO
               DISPLAY "CREDIT LIMIT: NONE" WITH NO ADVANCING
           ELSE
               MOVE CM-CREDIT-LIMIT TO SHOW-LIMIT
               DISPLAY "CREDIT LIMIT: " SHOW-LIMIT WITH NO ADVANCING
           END-IF.
           IF CM-ON-CREDIT-HOLD
               DISPLAY "   *** ON CREDIT HOLD ***"
           ELSE
               DISPLAY " "
           END-IF.
           MOVE CM-CUS-SUP-NO TO CADR-CUST-NUMBER.
           MOVE 00 TO CADR-ADDR-SEQ.
           CALL "CustAddr" USING CADR-CUST-NUMBER CADR-ADDR-SEQ
               CADR-ADDRESS-LINES CADR-RETURN-CODE.
      * the first line back is the account name, already shown
           PERFORM VARYING CADR-IDX FROM 2 BY 1
                   UNTIL CADR-IDX > 5
                   OR CADR-LINE(CADR-IDX) = SPACES
               DISPLAY "BILL TO: " CADR-LINE(CADR-IDX)
           END-PERFORM.

      * every item still open for the account, aged against today,
      * with the band totals under them
       SHOW-OPEN-ITEMS.
           MOVE 'N' TO OPEN-ITEM-EOF.
           MOVE ZERO TO OPEN-ITEMS-FOUND.
           MOVE ZERO TO OT-CURRENT-AMT OT-OVER-30-AMT
               OT-OVER-60-AMT OT-OVER-90-AMT OT-TOTAL-AMT.
           DISPLAY " ".
           OPEN INPUT OPEN-ITEM-FILE.
           PERFORM UNTIL OPEN-ITEM-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO OPEN-ITEM-EOF
                   NOT AT END
                       IF AR-CUST-NUMBER = WANTED-CUST-NO
                           AND AR-IS-OPEN
                           PERFORM SHOW-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPEN-ITEM-FILE.
           IF OPEN-ITEMS-FOUND = ZERO
               DISPLAY "NO OPEN ITEMS"
           ELSE
               MOVE OT-TOTAL-AMT TO SHOW-AMOUNT
               DISPLAY "OPEN ITEMS: " OPEN-ITEMS-FOUND
                   "   TOTAL OPEN: " SHOW-AMOUNT
               MOVE OT-CURRENT-AMT TO SHOW-AMOUNT
               MOVE OT-OVER-30-AMT TO SHOW-AMOUNT-2
               DISPLAY "  CURRENT: " SHOW-AMOUNT
                   "   OVER 30: " SHOW-AMOUNT-2
               MOVE OT-OVER-60-AMT TO SHOW-AMOUNT
               MOVE OT-OVER-90-AMT TO SHOW-AMOUNT-2
               DISPLAY "  OVER 60: " SHOW-AMOUNT
                   "   OVER 90: " SHOW-AMOUNT-2
           END-IF.

      * a back-dated item in the future counts as current rather
      * than negative days old, as on the aged-debt page
       SHOW-ONE-OPEN-ITEM.
           ADD 1 TO OPEN-ITEMS-FOUND.
           IF OPEN-ITEMS-FOUND = 1
               DISPLAY "ITEM   INV DATE      AGE CUR     OPEN AMOUNT"
           END-IF.
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
           EVALUATE TRUE
               WHEN AGE-IN-DAYS < 31
                   ADD AR-OPEN-AMOUNT TO OT-CURRENT-AMT
               WHEN AGE-IN-DAYS < 61
                   ADD AR-OPEN-AMOUNT TO OT-OVER-30-AMT
               WHEN AGE-IN-DAYS < 91
                   ADD AR-OPEN-AMOUNT TO OT-OVER-60-AMT
               WHEN OTHER
                   ADD AR-OPEN-AMOUNT TO OT-OVER-90-AMT
           END-EVALUATE.
           ADD AR-OPEN-AMOUNT TO OT-TOTAL-AMT.
           MOVE AGE-IN-DAYS TO SHOW-AGE.
           MOVE AR-OPEN-AMOUNT TO SHOW-AMOUNT.
           DISPLAY AR-ITEM-NUMBER " " AR-INV-DATE "  " SHOW-AGE
               " " AR-CURRENCY " " SHOW-AMOUNT.

      * one pass over the journal collecting the account's activity
      * - the table wraps, so what survives is the newest
      * MAX-RECENT-ACTS, shown newest last the way they happened
       SHOW-RECENT-ACTIVITY.
           MOVE 'N' TO ACTIVITY-EOF.
           MOVE ZERO TO ACTS-FOUND.
           MOVE ZERO TO ACT-SLOT.
           DISPLAY " ".
           OPEN INPUT ACTIVITY-FILE.
           PERFORM UNTIL ACTIVITY-EOF = 'Y'
               READ ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO ACTIVITY-EOF
                   NOT AT END
                       IF AT-CUST-NUMBER = WANTED-CUST-NO
                           ADD 1 TO ACTS-FOUND
                           ADD 1 TO ACT-SLOT
                           IF ACT-SLOT > MAX-RECENT-ACTS
                               MOVE 1 TO ACT-SLOT
                           END-IF
                           MOVE AT-ACT-DATE TO RA-ACT-DATE(ACT-SLOT)
                           MOVE AT-ACT-TYPE TO RA-ACT-TYPE(ACT-SLOT)
                           MOVE AT-ITEM-NUMBER TO
                               RA-ITEM-NUMBER(ACT-SLOT)
                           MOVE AT-AMOUNT TO RA-AMOUNT(ACT-SLOT)
                           MOVE AT-RUN-ID TO RA-RUN-ID(ACT-SLOT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTIVITY-FILE.
           IF ACTS-FOUND = ZERO
               DISPLAY "NO ACCOUNT ACTIVITY ON THE JOURNAL"
           ELSE
               IF ACTS-FOUND > MAX-RECENT-ACTS
                   MOVE MAX-RECENT-ACTS TO ACTS-IN-TABLE
                   DISPLAY "LAST " MAX-RECENT-ACTS " OF "
                       ACTS-FOUND " ACTIVITY RECORDS:"
               ELSE
                   MOVE ACTS-FOUND TO ACTS-IN-TABLE
                   DISPLAY "ACTIVITY RECORDS: " ACTS-FOUND
               END-IF
               DISPLAY "DATE     TYPE         ITEM        AMOUNT"
                   "  RUN ID"
               PERFORM VARYING ACT-IDX FROM 1 BY 1
                       UNTIL ACT-IDX > ACTS-IN-TABLE
      * start one past the wrap slot so the oldest kept record
      * shows first and the newest shows last
                   COMPUTE SHOW-IDX = ACT-SLOT + ACT-IDX
                   IF ACTS-FOUND > MAX-RECENT-ACTS
                       IF SHOW-IDX > MAX-RECENT-ACTS
                           SUBTRACT MAX-RECENT-ACTS FROM SHOW-IDX
                       END-IF
                   ELSE
                       MOVE ACT-IDX TO SHOW-IDX
                   END-IF
                   PERFORM SHOW-ONE-ACTIVITY
               END-PERFORM
           END-IF.

       SHOW-ONE-ACTIVITY.
           EVALUATE RA-ACT-TYPE(SHOW-IDX)
               WHEN 'I'
                   MOVE 'INVOICE' TO SHOW-ACT-NAME
               WHEN 'P'
                   MOVE 'PAYMENT' TO SHOW-ACT-NAME
               WHEN 'J'
                   MOVE 'ADJUSTMENT' TO SHOW-ACT-NAME
               WHEN 'C'
                   MOVE 'CREDIT NOTE' TO SHOW-ACT-NAME
               WHEN 'N'
                   MOVE 'NETTED' TO SHOW-ACT-NAME
               WHEN 'W'
                   MOVE 'WRITTEN OFF' TO SHOW-ACT-NAME
               WHEN OTHER
                   MOVE RA-ACT-TYPE(SHOW-IDX) TO SHOW-ACT-NAME
           END-EVALUATE.
           MOVE RA-AMOUNT(SHOW-IDX) TO SHOW-AMOUNT.
           DISPLAY RA-ACT-DATE(SHOW-IDX) " "
               SHOW-ACT-NAME " "
               RA-ITEM-NUMBER(SHOW-IDX) " "
               SHOW-AMOUNT "  "
               RA-RUN-ID(SHOW-IDX).

      * every invoice and credit note on the history for the
      * account, off their total records
       SHOW-DOCUMENTS.
           MOVE 'N' TO HISTORY-EOF.
           MOVE ZERO TO DOCUMENTS-FOUND.
           DISPLAY " ".
           OPEN INPUT INVOICE-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INVOICE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       IF IH-CUST-NUMBER = WANTED-CUST-NO
                           AND (IH-IS-HEADER OR IH-IS-CREDIT-HEADER)
                           PERFORM SHOW-ONE-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.
           IF DOCUMENTS-FOUND = ZERO
               DISPLAY "NO INVOICES ON THE HISTORY"
           ELSE
               DISPLAY "DOCUMENTS: " DOCUMENTS-FOUND
           END-IF.

       SHOW-ONE-DOCUMENT.
           ADD 1 TO DOCUMENTS-FOUND.
           IF DOCUMENTS-FOUND = 1
               DISPLAY "NUMBER DOCUMENT     DATE         NET"
                   "          TAX        GROSS CUR"
           END-IF.
           IF IH-IS-HEADER
               MOVE 'INVOICE' TO SHOW-DOC-NAME
           ELSE
               MOVE 'CREDIT NOTE' TO SHOW-DOC-NAME
           END-IF.
           MOVE IHH-AMOUNT TO SHOW-AMOUNT.
           MOVE IHH-TAX TO SHOW-AMOUNT-2.
           MOVE IHH-GROSS TO SHOW-AMOUNT-3.
           DISPLAY IH-INV-NUMBER " " SHOW-DOC-NAME " "
               IHH-INV-DATE " " SHOW-AMOUNT " " SHOW-AMOUNT-2
               " " SHOW-AMOUNT-3 " " IHH-CURRENCY.

      * key a document number off the list to see its lines - only
      * the account's own documents, so the screen never shows one
      * customer another's invoice
       DRILL-DOWN-LOOP.
           DISPLAY " ".
           DISPLAY "INVOICE NUMBER FOR LINES (BLANK FOR NEXT "
               "CUSTOMER): " WITH NO ADVANCING.
           MOVE SPACES TO NUMBER-ENTRY-TXT.
           ACCEPT NUMBER-ENTRY-TXT.
           IF NUMBER-ENTRY-TXT = SPACES
               MOVE 'Y' TO DRILL-DONE-SW
           ELSE
               PERFORM CONVERT-NUMBER-ENTRY
               IF NUM-IS-OK AND NUM-DIGIT-COUNT > ZERO
                   AND NUM-RESULT < 1000000
                   MOVE NUM-RESULT TO WANTED-INV-NO
                   PERFORM SHOW-DOCUMENT-LINES
               ELSE
                   DISPLAY "INVOICE NUMBER MUST BE UP TO 6 DIGITS"
               END-IF
           END-IF.

       SHOW-DOCUMENT-LINES.
           MOVE 'N' TO HISTORY-EOF.
           MOVE ZERO TO DOC-LINES-FOUND.
           MOVE 'N' TO DOC-OTHER-ACCOUNT-SW.
           OPEN INPUT INVOICE-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INVOICE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       IF IH-INV-NUMBER = WANTED-INV-NO
                           IF IH-CUST-NUMBER = WANTED-CUST-NO
                               IF IH-IS-LINE OR IH-IS-CREDIT-LINE
                                   PERFORM SHOW-ONE-DOCUMENT-LINE
                               END-IF
                           ELSE
                               MOVE 'Y' TO DOC-OTHER-ACCOUNT-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.
           IF DOC-LINES-FOUND = ZERO
               IF DOC-ON-OTHER-ACCOUNT
                   DISPLAY "INVOICE " WANTED-INV-NO
                       " IS NOT ON THIS ACCOUNT"
               ELSE
                   DISPLAY "INVOICE " WANTED-INV-NO
                       " HAS NO LINES ON THE HISTORY"
               END-IF
           ELSE
               DISPLAY "LINES: " DOC-LINES-FOUND
           END-IF.

      * a zero part is a line priced off an input.dat date record;
      * a credit-note line names the invoice it credits
       SHOW-ONE-DOCUMENT-LINE.
           ADD 1 TO DOC-LINES-FOUND.
           IF DOC-LINES-FOUND = 1
               DISPLAY "LINE DATE  PART       QUANT  PRICE    AMOUNT"
                   "  CREDITS"
           END-IF.
           MOVE IHL-QUANTITY TO SHOW-QUANT.
           MOVE IHL-UNIT-PRICE TO SHOW-PRICE.
           MOVE IHL-AMOUNT TO SHOW-LINE-AMOUNT.
           IF IH-IS-CREDIT-LINE
               DISPLAY IHL-DAY "/" IHL-MONTH "/" IHL-YEAR " "
                   IHL-PART-NO " " SHOW-QUANT " " SHOW-PRICE " "
                   SHOW-LINE-AMOUNT "  " IHL-CREDITED-INV
           ELSE
               DISPLAY IHL-DAY "/" IHL-MONTH "/" IHL-YEAR " "
                   IHL-PART-NO " " SHOW-QUANT " " SHOW-PRICE " "
                   SHOW-LINE-AMOUNT
           END-IF.

       END PROGRAM CustInquiry.
