      *          the period, and the closing balance - one paginated
      *          statement per customer, the same one-customer-per-
      *          page shape InvoicePrint gives the invoices. The
      *          period is the calendar month of RF-RUN-DATE. Each
      *          statement is addressed to the customer's billing
      *          address, the way the invoices are.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-STATEMENT-FILE PIC XX VALUE '00'.

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

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 STM-P-FROM PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 STM-P-TO PIC 9(8).
       01 STM-ADDRESS-LINE.
           03 STM-A-LABEL PIC X(11).
           03 STM-A-TEXT PIC X(40).
       01 STM-COL-HEAD PIC X(44) VALUE
           'DATE      TYPE      ITEM          AMOUNT'.
       01 STM-BALANCE-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE STM-PERIOD-LINE TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM PRINT-BILL-TO-ADDRESS.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE STM-COL-HEAD TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

      * the billing address off custaddr.dat, laid out by the same
      * CustAddr lookup the invoices use, and a blank line under it
       PRINT-BILL-TO-ADDRESS.
           MOVE AT-CUST-NUMBER TO CADR-CUST-NUMBER.
           MOVE 00 TO CADR-ADDR-SEQ.
           CALL "CustAddr" USING CADR-CUST-NUMBER CADR-ADDR-SEQ
               CADR-ADDRESS-LINES CADR-RETURN-CODE.
           MOVE 'BILL TO:' TO STM-A-LABEL.
           PERFORM VARYING CADR-IDX FROM 1 BY 1
                   UNTIL CADR-IDX > 5
                   OR CADR-LINE(CADR-IDX) = SPACES
               MOVE CADR-LINE(CADR-IDX) TO STM-A-TEXT
               MOVE SPACES TO WS-STMT-LINE
               MOVE STM-ADDRESS-LINE TO WS-STMT-LINE
               PERFORM WRITE-STATEMENT-LINE
               MOVE SPACES TO STM-A-LABEL
           END-PERFORM.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM WRITE-STATEMENT-LINE.

       START-NEW-STMT-PAGE.
           ADD 1 TO PAGE-NUMBER.
           MOVE ZERO TO LINE-COUNT-ON-PAGE.
                   MOVE 'PAYMENT' TO STM-D-TYPE
               WHEN 'J'
                   MOVE 'ADJUST' TO STM-D-TYPE
               WHEN 'C'
                   MOVE 'CREDIT' TO STM-D-TYPE
               WHEN 'N'
                   MOVE 'NETTED' TO STM-D-TYPE
               WHEN 'W'
                   MOVE 'WRITEOFF' TO STM-D-TYPE
               WHEN OTHER
                   MOVE AT-ACT-TYPE TO STM-D-TYPE
           END-EVALUATE.
