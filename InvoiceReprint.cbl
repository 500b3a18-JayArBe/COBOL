      *          comes out of invrepr.rpt in the same line/total/tax/
      *          gross shape InvoicePrint printed it in, so "please
      *          resend invoice 47" stops meaning scissors on a
      *          filed report. The billing address printed is the
      *          one on file today, so a reprint goes to where the
      *          customer is now.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-REPRINT-FILE PIC XX VALUE '00'.

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
               05 CL-YEAR PIC 9999.
               05 CL-UNIT-PRICE PIC 9(3)V99.
               05 CL-AMOUNT PIC 9(5)V99.
               05 CL-PART-NO PIC 9(8).
               05 CL-QUANTITY PIC 9(6).

      * page-break controls - the same shape the live invoice has
       77 INVOICE-LINES-PER-PAGE PIC 9(3) VALUE 020.
           03 FILLER PIC X(12) VALUE 'INVOICE NO: '.
           03 INV-N-NUMBER PIC 9(6).
           03 FILLER PIC X(10) VALUE '  REPRINT '.
       01 INV-ADDRESS-LINE.
           03 INV-A-LABEL PIC X(12).
           03 INV-A-TEXT PIC X(40).
       01 INV-COL-HEAD PIC X(52) VALUE
           'DATE         PART         QTY UNIT PRICE      AMOUNT'.
       01 INV-DETAIL-LINE.
           03 INV-D-DAY PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 INV-D-MONTH PIC 99.
           03 FILLER PIC X VALUE '/'.
           03 INV-D-YEAR PIC 9999.
           03 FILLER PIC X(3) VALUE SPACES.
           03 INV-D-PART-NO PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 INV-D-QUANTITY PIC ZZZZZ9.
           03 FILLER PIC X(5) VALUE SPACES.
           03 INV-D-UNIT-PRICE PIC ZZ9.99.
           03 FILLER PIC X(4) VALUE SPACES.
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * only the invoice's own 'H' and 'L' records - a credit note's
      * 'N' and 'R' records are not an invoice to reprint
       COLLECT-ONE-RECORD.
           IF IH-IS-HEADER
               MOVE 'Y' TO COL-HEADER-SEEN-SW
               MOVE IHH-TAX TO COL-TAX
               MOVE IHH-GROSS TO COL-GROSS
               MOVE IHH-TAX-CATEGORY TO COL-TAX-CATEGORY
           END-IF.
           IF IH-IS-LINE
               IF COL-LINE-COUNT < MAX-REPRINT-LINES
                   ADD 1 TO COL-LINE-COUNT
                   MOVE IHL-DAY TO CL-DAY(COL-LINE-COUNT)
                   MOVE IHL-UNIT-PRICE TO
                       CL-UNIT-PRICE(COL-LINE-COUNT)
                   MOVE IHL-AMOUNT TO CL-AMOUNT(COL-LINE-COUNT)
                   MOVE IHL-PART-NO TO CL-PART-NO(COL-LINE-COUNT)
                   MOVE IHL-QUANTITY TO
                       CL-QUANTITY(COL-LINE-COUNT)
               ELSE
                   DISPLAY "*** invoice carries more than "
                       MAX-REPRINT-LINES " lines - reprint "
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-NUMBER-LINE TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM PRINT-BILL-TO-ADDRESS.
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-COL-HEAD TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-LINE-COUNT
               PERFORM PRINT-ONE-REPRINT-LINE
           MOVE SPACES TO WS-INVOICE-LINE.
           MOVE INV-TITLE-LINE TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.
      * page one heads its columns after the number and address
           IF PAGE-NUMBER > 1
               MOVE SPACES TO WS-INVOICE-LINE
               MOVE INV-COL-HEAD TO WS-INVOICE-LINE
               PERFORM WRITE-INVOICE-LINE
           END-IF.

      * the billing address off custaddr.dat, laid out by the same
      * CustAddr lookup InvoicePrint uses, and a blank line under it
       PRINT-BILL-TO-ADDRESS.
           MOVE COL-CUST-NUMBER TO CADR-CUST-NUMBER.
           MOVE 00 TO CADR-ADDR-SEQ.
           CALL "CustAddr" USING CADR-CUST-NUMBER CADR-ADDR-SEQ
               CADR-ADDRESS-LINES CADR-RETURN-CODE.
           MOVE 'BILL TO:' TO INV-A-LABEL.
           PERFORM VARYING CADR-IDX FROM 1 BY 1
                   UNTIL CADR-IDX > 5
                   OR CADR-LINE(CADR-IDX) = SPACES
               MOVE CADR-LINE(CADR-IDX) TO INV-A-TEXT
               MOVE SPACES TO WS-INVOICE-LINE
               MOVE INV-ADDRESS-LINE TO WS-INVOICE-LINE
               PERFORM WRITE-INVOICE-LINE
               MOVE SPACES TO INV-A-LABEL
           END-PERFORM.
           MOVE SPACES TO WS-INVOICE-LINE.
           PERFORM WRITE-INVOICE-LINE.

       PRINT-ONE-REPRINT-LINE.
           MOVE CL-DAY(COL-IDX) TO INV-D-DAY.
           MOVE CL-MONTH(COL-IDX) TO INV-D-MONTH.
           MOVE CL-YEAR(COL-IDX) TO INV-D-YEAR.
           MOVE CL-PART-NO(COL-IDX) TO INV-D-PART-NO.
           MOVE CL-QUANTITY(COL-IDX) TO INV-D-QUANTITY.
           MOVE CL-UNIT-PRICE(COL-IDX) TO INV-D-UNIT-PRICE.
           MOVE CL-AMOUNT(COL-IDX) TO INV-D-AMOUNT.
           MOVE SPACES TO WS-INVOICE-LINE.
