      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: operator recall-trace inquiry, in the ACCEPT/DISPLAY
      *          style StockInquiry and CustInquiry use. Key a part
      *          number and one of its lot numbers and see the batch
      *          as it stands off lotbal.dat (use-by, what is left),
      *          then every quantity StockPost moved into or out of
      *          it off the recall trail (lotmove.dat, see
      *          LOTMOVE.cpy) - the supplier each receipt came from,
      *          and every customer an issue went to, with the
      *          invoice that billed it off invhist.dat. The issue
      *          and the invoice line are matched on customer, part
      *          and the transaction's date, the date InvoicePrint
      *          puts on the line; an issue not billed yet says so.
      *          The answer to a supplier's recall without reading
      *          the history by hand. Nothing is written: any
      *          operator on opersec.dat may sign on, the
      *          inquiry-only level included.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LotTrace.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * the batch as it stands - see LOTBAL.cpy
           SELECT LOT-BALANCE-MASTER ASSIGN TO 'lotbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-FS-LOT-BALANCE.

           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

      * the recall trail and the invoice history - each scanned per
      * inquiry, OPTIONAL so a site that has not posted a lot or
      * invoiced yet still gets an answer
           SELECT OPTIONAL LOT-MOVEMENT-FILE ASSIGN TO 'lotmove.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOT-MOVEMENT.

           SELECT OPTIONAL INVOICE-HISTORY-FILE ASSIGN TO 'invhist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INVOICE-HISTORY.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

      * keyed by part then lot - see LOTBAL.cpy
       FD LOT-BALANCE-MASTER.

       COPY LOTBAL.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

       FD LOT-MOVEMENT-FILE.

       COPY LOTMOVE.

       FD INVOICE-HISTORY-FILE.

       COPY INVHIST.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-LOT-BALANCE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-LOT-MOVEMENT PIC XX VALUE '00'.
       01 WS-FS-INVOICE-HISTORY PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - the screen only reads, so
      * every level may use it
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'LotTrace'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * operator dialogue fields - the part number keyed as text,
      * converted digit by digit the way StockInquiry converts it;
      * the lot number is taken as keyed
       01 OPERATOR-DIALOGUE.
           03 PART-ENTRY-TXT PIC X(8).
           03 LOT-ENTRY-TXT PIC X(12).
           03 SESSION-DONE-SW PIC X VALUE 'N'.
               88 SESSION-DONE VALUE 'Y'.
           03 WANTED-PART-NO PIC 9(8) VALUE ZERO.
           03 WANTED-LOT-NO PIC X(12) VALUE SPACES.

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

      * the lot's movements off the recall trail, in the order they
      * posted, and the invoice each issue was billed on once the
      * history has been scanned - zero until one is found
       77 MAX-TRACE-LINES PIC 9(3) VALUE 300.
       01 TRACE-CONTROLS.
           03 TRACE-EOF PIC X VALUE 'N'.
           03 HISTORY-EOF PIC X VALUE 'N'.
           03 TRACE-COUNT PIC 9(3) VALUE ZERO.
           03 TRACE-IDX PIC 9(3) VALUE ZERO.
           03 TRACE-OVERFLOW-SW PIC X VALUE 'N'.
               88 TRACE-OVERFLOWED VALUE 'Y'.
           03 RECEIPTS-FOUND PIC 9(5) VALUE ZERO.
           03 ISSUES-FOUND PIC 9(5) VALUE ZERO.
           03 ISSUES-UNBILLED PIC 9(5) VALUE ZERO.
           03 QUANTITY-RECEIVED PIC S9(9) VALUE ZERO.
           03 QUANTITY-ISSUED PIC S9(9) VALUE ZERO.
           03 INVOICE-LINE-DATE PIC 9(8) VALUE ZERO.
       01 TRACE-TABLE.
           03 TRACE-ENTRY OCCURS 300 TIMES.
               05 TL-RUN-DATE PIC 9(8).
               05 TL-CUS-SUP-NO PIC 9(6).
               05 TL-TRAN-DATE PIC 9(8).
               05 TL-QUANT PIC S9(6).
               05 TL-SOURCE PIC X.
               05 TL-LOCATION PIC XX.
               05 TL-HOW PIC X.
               05 TL-INV-NUMBER PIC 9(6).

      * display work fields
       01 INQUIRY-DISPLAY-WORK.
           03 SHOW-BALANCE PIC -(7)9.
           03 SHOW-QUANT PIC -(5)9.
           03 SHOW-TOTAL PIC -(8)9.
           03 SHOW-NAME PIC X(30).
           03 SHOW-INVOICE PIC X(16).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "LOT TRACE - SIGN-ON REFUSED"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER NOT = '00'
               DISPLAY "LOT TRACE - partmast.dat not available"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOT-BALANCE-MASTER.
           OPEN INPUT CUST-MASTER.
           DISPLAY "LOT RECALL TRACE".
           PERFORM INQUIRY-LOOP UNTIL SESSION-DONE.
           CLOSE PART-MASTER.
           IF WS-FS-LOT-BALANCE = '00'
               CLOSE LOT-BALANCE-MASTER
           END-IF.
           IF WS-FS-CUST-MASTER = '00'
               CLOSE CUST-MASTER
           END-IF.
           STOP RUN.

       INQUIRY-LOOP.
           DISPLAY " ".
           DISPLAY "PART NUMBER (BLANK OR Q TO QUIT): "
               WITH NO ADVANCING.
           MOVE SPACES TO PART-ENTRY-TXT.
           ACCEPT PART-ENTRY-TXT.
           IF PART-ENTRY-TXT = SPACES
               OR PART-ENTRY-TXT(1:1) = 'Q'
               OR PART-ENTRY-TXT(1:1) = 'q'
               MOVE 'Y' TO SESSION-DONE-SW
           ELSE
               PERFORM CONVERT-PART-ENTRY
               IF NUM-IS-OK AND NUM-DIGIT-COUNT > ZERO
                   MOVE NUM-RESULT TO WANTED-PART-NO
                   PERFORM ASK-FOR-LOT
               ELSE
                   DISPLAY "PART NUMBER MUST BE DIGITS"
               END-IF
           END-IF.

      * walks the entry character by character - blanks around the
      * digits are fine, anything else is refused
       CONVERT-PART-ENTRY.
           MOVE ZERO TO NUM-RESULT.
           MOVE ZERO TO NUM-DIGIT-COUNT.
           MOVE 'Y' TO NUM-OK-SW.
           PERFORM VARYING NUM-IDX FROM 1 BY 1 UNTIL NUM-IDX > 8
               MOVE PART-ENTRY-TXT(NUM-IDX:1) TO NUM-CHAR
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

      * the part has to be on the master; a part nobody traces can
      * still be asked about, in case it was flagged once and since
      * cleared, but the operator is told
       ASK-FOR-LOT.
           MOVE WANTED-PART-NO TO PM-PART-NO.
           READ PART-MASTER
               INVALID KEY
                   DISPLAY "PART " WANTED-PART-NO
                       " IS NOT ON THE PART MASTER"
               NOT INVALID KEY
                   DISPLAY "PART:    " PM-PART-NO " " PM-PART-DESC
                   IF NOT PM-IS-LOT-CONTROLLED
                       DISPLAY "(THE PART IS NOT LOT-CONTROLLED)"
                   END-IF
                   DISPLAY "LOT NUMBER: " WITH NO ADVANCING
                   MOVE SPACES TO LOT-ENTRY-TXT
                   ACCEPT LOT-ENTRY-TXT
                   IF LOT-ENTRY-TXT = SPACES
                       DISPLAY "NO LOT NUMBER KEYED"
                   ELSE
                       MOVE LOT-ENTRY-TXT TO WANTED-LOT-NO
                       PERFORM SHOW-ONE-LOT
                   END-IF
           END-READ.

      * the batch as it stands, then where it came from and where
      * it went
       SHOW-ONE-LOT.
           PERFORM SHOW-LOT-PANEL.
           PERFORM COLLECT-LOT-MOVEMENTS.
           IF TRACE-COUNT = ZERO
               DISPLAY "NO MOVEMENTS OF THIS LOT ON THE RECALL TRAIL"
           ELSE
               IF ISSUES-FOUND > ZERO
                   PERFORM MATCH-ISSUE-INVOICES
               END-IF
               PERFORM SHOW-LOT-RECEIPTS
               PERFORM SHOW-LOT-ISSUES
               MOVE QUANTITY-RECEIVED TO SHOW-TOTAL
               DISPLAY "RECEIVED: " SHOW-TOTAL WITH NO ADVANCING
               MOVE QUANTITY-ISSUED TO SHOW-TOTAL
               DISPLAY "   ISSUED: " SHOW-TOTAL
                   "   NOT YET INVOICED: " ISSUES-UNBILLED
               IF TRACE-OVERFLOWED
                   DISPLAY "MORE THAN " MAX-TRACE-LINES
                       " MOVEMENTS - ONLY THE FIRST ARE SHOWN"
               END-IF
           END-IF.

       SHOW-LOT-PANEL.
           IF WS-FS-LOT-BALANCE NOT = '00'
               DISPLAY "LOT:     (lotbal.dat not available)"
           ELSE
               MOVE WANTED-PART-NO TO LT-PART-NO
               MOVE WANTED-LOT-NO TO LT-LOT-NO
               READ LOT-BALANCE-MASTER
                   INVALID KEY
                       DISPLAY "LOT:     " WANTED-LOT-NO
                           " HAS NO BALANCE RECORD"
                   NOT INVALID KEY
                       MOVE LT-BALANCE TO SHOW-BALANCE
                       DISPLAY "LOT:     " LT-LOT-NO
                           "  LEFT: " SHOW-BALANCE
                           "  USE-BY: " LT-EXPIRY-DATE
                       DISPLAY "FIRST RECEIVED: " LT-RECEIVED-DATE
                           "   LAST MOVEMENT: " LT-LAST-MOVE-DATE
               END-READ
           END-IF.

      * one pass over the recall trail keeping the lot's lines
       COLLECT-LOT-MOVEMENTS.
           MOVE 'N' TO TRACE-EOF.
           MOVE 'N' TO TRACE-OVERFLOW-SW.
           MOVE ZERO TO TRACE-COUNT.
           MOVE ZERO TO RECEIPTS-FOUND.
           MOVE ZERO TO ISSUES-FOUND.
           MOVE ZERO TO ISSUES-UNBILLED.
           MOVE ZERO TO QUANTITY-RECEIVED.
           MOVE ZERO TO QUANTITY-ISSUED.
           OPEN INPUT LOT-MOVEMENT-FILE.
           PERFORM UNTIL TRACE-EOF = 'Y'
               READ LOT-MOVEMENT-FILE
                   AT END
                       MOVE 'Y' TO TRACE-EOF
                   NOT AT END
                       IF LTM-PART-NO = WANTED-PART-NO
                           AND LTM-LOT-NO = WANTED-LOT-NO
                           PERFORM KEEP-LOT-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOT-MOVEMENT-FILE.

       KEEP-LOT-MOVEMENT.
           IF LTM-QUANT < ZERO
               ADD 1 TO ISSUES-FOUND
               SUBTRACT LTM-QUANT FROM QUANTITY-ISSUED
           ELSE
               ADD 1 TO RECEIPTS-FOUND
               ADD LTM-QUANT TO QUANTITY-RECEIVED
           END-IF.
           IF TRACE-COUNT < MAX-TRACE-LINES
               ADD 1 TO TRACE-COUNT
               MOVE LTM-RUN-DATE TO TL-RUN-DATE(TRACE-COUNT)
               MOVE LTM-CUS-SUP-NO TO TL-CUS-SUP-NO(TRACE-COUNT)
               MOVE LTM-TRAN-DATE TO TL-TRAN-DATE(TRACE-COUNT)
               MOVE LTM-QUANT TO TL-QUANT(TRACE-COUNT)
               MOVE LTM-SOURCE TO TL-SOURCE(TRACE-COUNT)
               MOVE LTM-LOCATION TO TL-LOCATION(TRACE-COUNT)
               MOVE LTM-HOW TO TL-HOW(TRACE-COUNT)
               MOVE ZERO TO TL-INV-NUMBER(TRACE-COUNT)
           ELSE
               MOVE 'Y' TO TRACE-OVERFLOW-SW
           END-IF.

      * one pass over the invoice history: each invoice line for the
      * part is offered to every issue still unbilled - the same
      * customer and the same transaction date make it the line that
      * billed the issue. credit lines are left alone; the invoice
      * is still the one the goods went out on
       MATCH-ISSUE-INVOICES.
           MOVE 'N' TO HISTORY-EOF.
           OPEN INPUT INVOICE-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ INVOICE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       IF IH-IS-LINE
                           AND IHL-PART-NO = WANTED-PART-NO
                           COMPUTE INVOICE-LINE-DATE = IHL-YEAR * 10000
                               + IHL-MONTH * 100 + IHL-DAY
                           PERFORM VARYING TRACE-IDX FROM 1 BY 1
                                   UNTIL TRACE-IDX > TRACE-COUNT
                               PERFORM OFFER-INVOICE-LINE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-HISTORY-FILE.

       OFFER-INVOICE-LINE.
           IF TL-QUANT(TRACE-IDX) < ZERO
               AND TL-SOURCE(TRACE-IDX) NOT = 'Y'
               AND TL-INV-NUMBER(TRACE-IDX) = ZERO
               AND TL-CUS-SUP-NO(TRACE-IDX) = IH-CUST-NUMBER
               AND TL-TRAN-DATE(TRACE-IDX) = INVOICE-LINE-DATE
               MOVE IH-INV-NUMBER TO TL-INV-NUMBER(TRACE-IDX)
           END-IF.

       SHOW-LOT-RECEIPTS.
           DISPLAY "RECEIVED INTO THE LOT: " RECEIPTS-FOUND.
           IF RECEIPTS-FOUND > ZERO
               DISPLAY "TRAN DATE  SUPPLIER  QUANT POSTED    NAME"
               PERFORM VARYING TRACE-IDX FROM 1 BY 1
                       UNTIL TRACE-IDX > TRACE-COUNT
                   IF TL-QUANT(TRACE-IDX) NOT < ZERO
                       PERFORM SHOW-ONE-RECEIPT
                   END-IF
               END-PERFORM
           END-IF.

       SHOW-ONE-RECEIPT.
           MOVE TL-QUANT(TRACE-IDX) TO SHOW-QUANT.
           PERFORM LOOKUP-ACCOUNT-NAME.
           DISPLAY TL-TRAN-DATE(TRACE-IDX) "  "
               TL-CUS-SUP-NO(TRACE-IDX) "  "
               SHOW-QUANT " "
               TL-RUN-DATE(TRACE-IDX) "  "
               SHOW-NAME.

      * every issue - a customer, or a count write-down ('Y', under
      * CycleCount's housekeeping account, never invoiced) - with
      * the invoice that billed it
       SHOW-LOT-ISSUES.
           DISPLAY "ISSUED FROM THE LOT: " ISSUES-FOUND.
           IF ISSUES-FOUND > ZERO
               DISPLAY "TRAN DATE  CUSTOMER  QUANT INVOICE          "
                   "NAME"
               PERFORM VARYING TRACE-IDX FROM 1 BY 1
                       UNTIL TRACE-IDX > TRACE-COUNT
                   IF TL-QUANT(TRACE-IDX) < ZERO
                       PERFORM SHOW-ONE-ISSUE
                   END-IF
               END-PERFORM
           END-IF.

       SHOW-ONE-ISSUE.
           MOVE TL-QUANT(TRACE-IDX) TO SHOW-QUANT.
           PERFORM LOOKUP-ACCOUNT-NAME.
           MOVE SPACES TO SHOW-INVOICE.
           EVALUATE TRUE
               WHEN TL-SOURCE(TRACE-IDX) = 'Y'
                   MOVE 'STOCK ADJUSTMENT' TO SHOW-INVOICE
               WHEN TL-INV-NUMBER(TRACE-IDX) NOT = ZERO
                   MOVE TL-INV-NUMBER(TRACE-IDX) TO SHOW-INVOICE
               WHEN TL-CUS-SUP-NO(TRACE-IDX) = ZERO
                   MOVE 'STOCK ADJUSTMENT' TO SHOW-INVOICE
               WHEN OTHER
                   MOVE 'NOT YET INVOICED' TO SHOW-INVOICE
                   ADD 1 TO ISSUES-UNBILLED
           END-EVALUATE.
           DISPLAY TL-TRAN-DATE(TRACE-IDX) "  "
               TL-CUS-SUP-NO(TRACE-IDX) "  "
               SHOW-QUANT " "
               SHOW-INVOICE " "
               SHOW-NAME.

       LOOKUP-ACCOUNT-NAME.
           MOVE SPACES TO SHOW-NAME.
           IF TL-CUS-SUP-NO(TRACE-IDX) NOT = ZERO
               AND WS-FS-CUST-MASTER = '00'
               MOVE TL-CUS-SUP-NO(TRACE-IDX) TO CM-CUS-SUP-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'UNKNOWN CUSTOMER/SUPPLIER' TO SHOW-NAME
                   NOT INVALID KEY
                       MOVE CM-CUS-SUP-NAME TO SHOW-NAME
               END-READ
           END-IF.

       END PROGRAM LotTrace.
