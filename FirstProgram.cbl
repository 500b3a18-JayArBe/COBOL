           SELECT INPUT-FILE ASSIGN TO 'input.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-INPUT-FILE.
      * the night's edited, sorted transactions - what the pricing
      * run reads instead of input.dat when runctl.dat carries an
      * 'FPMD' record of 'TRAN'. the issues on it are the real sales,
      * each priced as part x quantity for the customer who took it.
      * OPTIONAL so a night with no transactions prices nothing
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO 'transact.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TRANSACTION-FILE.
      * restart point for the input.dat read loop - OPTIONAL so a
      * first-ever run with no prior checkpoint doesn't abend on OPEN
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO 'checkpoint.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECON-FILE.
      * this run's batch totals as data, for the GL journal extract
      * and the night balancing sheet - see NIGHTVAL.cpy. appended
      * to the same way recon.dat is
           SELECT NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.
      *    05 CITY PIC X(13).
      *03 CUST-NUMBER PIC 9(6).

      * one edited transaction - see TRANREC.cpy
       FD TRANSACTION-FILE.

       COPY TRANREC.

      * restart-point record - one record holding the RECORD-COUNTER
      * value at the last checkpoint
       FD CHECKPOINT-FILE.

       01 END-OF-FILE PIC X VALUE 'N'.

      * which file the run prices - 'DATE' the input.dat date
      * records the way it always has, 'TRAN' the issues on the
      * sorted transact.dat. set by an 'FPMD' record in runctl.dat
       01 PRICING-MODE PIC X(4) VALUE 'DATE'.
           88 PRICE-FROM-TRANSACTIONS VALUE 'TRAN'.
       01 WS-FS-TRANSACTION-FILE PIC XX VALUE '00'.
       01 TRANSACTION-EOF PIC X VALUE 'N'.

      * what the record in hand prices against - the date the rate
      * and contract windows and the tax rate are looked up for,
      * and the quantity the unit price multiplies by. a date
      * record prices at the batch header's date with its day as
      * the quantity, the way CALCULATE-PRICES always has; an issue
      * prices at its own transaction date for the quantity taken
       01 PRICE-BASIS-WORK.
           03 PRICE-DATE PIC 9(8) VALUE ZERO.
           03 PRICE-PART-NO PIC 9(8) VALUE ZERO.
           03 PRICE-QUANTITY PIC 9(6) VALUE ZERO.
           03 ISSUES-PRICED-COUNT PIC 9(5) VALUE ZERO.
           03 RECEIPTS-PASSED-COUNT PIC 9(5) VALUE ZERO.
           03 ADJUSTMENTS-PASSED-COUNT PIC 9(5) VALUE ZERO.
           03 FLAG-RUN-DATE PIC 9(8) VALUE ZERO.
      * set when the record in hand priced to more than the priced
      * detail's amount can carry and went to the suspense instead
           03 PRICE-OVERSIZE-SW PIC X VALUE 'N'.
               88 PRICE-WAS-OVERSIZE VALUE 'Y'.

      * checkpoint/restart controls for READ-DATA-FILE
       01 CHECKPOINT-CONTROLS.
           03 CHECKPOINT-INTERVAL PIC 9(5) VALUE 00100.
      * the closed periods off period.dat - the header date is
      * checked against these before a record prices
       01 WS-FS-PERIOD-FILE PIC XX VALUE '00'.
       77 MAX-CLOSED-PERIODS PIC 9(3) VALUE 600.
       01 CLOSED-PERIOD-CONTROLS.
           03 CLOSED-PERIOD-COUNT PIC 9(3) VALUE ZERO.
           03 CLOSED-IDX PIC 9(3) VALUE ZERO.
           03 PERIOD-EOF PIC X VALUE 'N'.
       01 CLOSED-PERIOD-TABLE.
           03 CLOSED-PERIOD-ENTRY OCCURS 600 TIMES.
               05 CP-START-DATE PIC 9(8).
               05 CP-END-DATE PIC 9(8).
       01 WS-FS-PRICE-REGISTER PIC XX VALUE '00'.
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'FirstProgram'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'prcdetl.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           PERFORM LOAD-CONTRACT-RATES
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM OPEN-CUST-MASTER
           IF PRICE-FROM-TRANSACTIONS
               PERFORM READ-TRANSACTION-FILE
               MOVE 'READ-TRANSACTION-FILE' TO AUD-STEP-NAME-WS
           ELSE
               PERFORM READ-DATA-FILE
               MOVE 'READ-DATA-FILE' TO AUD-STEP-NAME-WS
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "                      ".
           CALL "FirstSubProgram" USING SUB-RETURN-CODE.
           CLOSE SUSPENSE-WORK-FILE.
           PERFORM COMMIT-SUSPENSE-RECORDS.
           CLOSE PRICED-DETAIL-FILE.
           PERFORM WRITE-HAND-OFF-MANIFEST.
      * ran to completion - clear the restart point so the next run
      * starts from record one again
           PERFORM CLEAR-CHECKPOINT.
           DISPLAY "Data read".

      * the transaction-file pricing pass - every record on the
      * sorted transact.dat is counted, so FP01 on recon.dat still
      * balances against the listing's count of the same file, but
      * only the issues (a negative TRAN-QUANT - goods that went out
      * to the customer) price. a receipt is stock coming in and is
      * nobody's sale, and neither is a stock-count loss - CycleCount
      * writes a shortage as a negative 'Y' line under the
      * housekeeping account, so it goes out without an invoice, as
      * does anything a credit note put back ('N'). the edit step
      * has already refused anything dated into a closed period or
      * naming an unknown part or customer, so there is no header
      * date to police here. the tax ledger is dated by the chain's
      * business date. an issue that prices past what the priced
      * detail can carry goes to the suspense, the same way a bad
      * date does on the date pass
       READ-TRANSACTION-FILE.
           DISPLAY "Beginning to price transact.dat issues".
           IF FLAG-RUN-DATE NOT = ZERO
               MOVE FLAG-RUN-DATE TO RUN-DATE-FROM-HEADER
           END-IF.
           PERFORM VERIFY-HAND-OFF-INPUT.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-FS-TRANSACTION-FILE NOT = '00'
               AND WS-FS-TRANSACTION-FILE NOT = '05'
               MOVE 'TRANSACTION-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TRANSACTION-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM OPEN-SUSPENSE-FOR-APPEND.
           OPEN OUTPUT PRICED-DETAIL-FILE.
           IF WS-FS-PRICED-DETAIL-FILE NOT = '00'
               MOVE 'PRICED-DETAIL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PRICED-DETAIL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT PRICE-REGISTER-FILE.
           IF WS-FS-PRICE-REGISTER NOT = '00'
               MOVE 'PRICE-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PRICE-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

           PERFORM UNTIL TRANSACTION-EOF = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO TRANSACTION-EOF
                   NOT AT END
                       ADD 1 TO RECORD-COUNTER
                       EVALUATE TRUE
                           WHEN TRAN-QUANT NOT < ZERO
                               ADD 1 TO RECEIPTS-PASSED-COUNT
                           WHEN TRAN-SOURCE = 'Y'
                           WHEN TRAN-SOURCE = 'N'
                               ADD 1 TO ADJUSTMENTS-PASSED-COUNT
                           WHEN OTHER
                               PERFORM PRICE-TRANSACTION-ISSUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE TRANSACTION-FILE.
           CLOSE SUSPENSE-WORK-FILE.
           PERFORM COMMIT-SUSPENSE-RECORDS.
           CLOSE PRICED-DETAIL-FILE.
           PERFORM WRITE-HAND-OFF-MANIFEST.
           DISPLAY "Issues priced: " ISSUES-PRICED-COUNT
               "  receipts passed over: " RECEIPTS-PASSED-COUNT
               "  adjustments passed over: " ADJUSTMENTS-PASSED-COUNT.

      * one issue off transact.dat: the customer who took the goods,
      * the date they went, the part and the quantity - the issue
      * carries a negative quantity, the invoice bills it positive.
      * the date goes through MY-DAY/MY-MONTH/MY-YEAR the same way
      * PROCESS-RESUBMITTED-DATES feeds a corrected date, so the
      * season band, the priced detail and the register all read it
      * where they always have
       PRICE-TRANSACTION-ISSUE.
           ADD 1 TO CUST-SEQ-NO.
           MOVE TRAN-CUS-SUP-NO TO CUST-NUMBER.
           MOVE ZERO TO HOUSE-NUMBER.
           MOVE SPACES TO STREET.
           MOVE SPACES TO CITY.
           MOVE TRAN-DATE-DD TO MY-DAY.
           MOVE TRAN-DATE-MM TO MY-MONTH.
           MOVE TRAN-DATE-YYYY TO MY-YEAR.
           COMPUTE PRICE-DATE = TRAN-DATE-YYYY * 10000
               + TRAN-DATE-MM * 100 + TRAN-DATE-DD.
           MOVE TRAN-PART-NO TO PRICE-PART-NO.
           COMPUTE PRICE-QUANTITY = ZERO - TRAN-QUANT.
           PERFORM PRICE-RECORD-IN-HAND.
           IF NOT PRICE-WAS-OVERSIZE
               ADD 1 TO ISSUES-PRICED-COUNT
           END-IF.

       WRITE-REJECT-RECORD.
           ADD 1 TO REJECT-COUNTER.
           MOVE SPACES TO REJECT-SUSPENSE-RECORD.
      * COMMIT-SUSPENSE-RECORDS moves them across at end of job
       OPEN-SUSPENSE-FOR-APPEND.
           ACCEPT SUSPENSE-RUN-DATE FROM DATE YYYYMMDD.
           IF FLAG-RUN-DATE NOT = ZERO
               MOVE FLAG-RUN-DATE TO SUSPENSE-RUN-DATE
           END-IF.
           MOVE 1 TO NEXT-SUS-SEQUENCE.
           OPEN INPUT SUS-SEQ-FILE.
           READ SUS-SEQ-FILE
           END-IF.
           CLOSE CHECKPOINT-FILE.

      * transact.dat is TranSort's hand-off - proved against its
      * manifest entry before it is opened, so a truncated or stale
      * file stops the pricing instead of being billed. see
      * FileManifest.cbl
       VERIFY-HAND-OFF-INPUT.
           MOVE 'V' TO MFST-FUNCTION.
           MOVE 'transact.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** FirstProgram - " MFST-FILE-NAME
                   " fails its manifest check - nothing priced ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * prcdetl.dat is handed on to InvoicePrint and NightBalance,
      * which prove it against this entry before reading it. taken
      * before the checkpoint is cleared, so a pass that cannot
      * record its hand-off still restarts where it left off
       WRITE-HAND-OFF-MANIFEST.
           MOVE 'W' TO MFST-FUNCTION.
           MOVE 'prcdetl.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** FirstProgram - no manifest entry for "
                   MFST-FILE-NAME " - run stopped ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * shared by every CHECK-xxx-STATUS block above - CALLs the
      * AbendLog subprogram with the file/operation/status that was
      * just set into ABEND-LOG-WORK
           CLOSE AUDIT-FILE.

      * writes this run's RECORD-COUNTER to recon.dat for Reconcile.cbl
      * to check against PrintingAndWriting's own record. the pricing
      * run now follows the edit and sort steps, whose records are
      * already on the file, so it appends - NightlyBatch starts
      * recon.dat fresh at the top of the night instead
       WRITE-RECON-RECORD.
           MOVE SPACES TO RECON-RECORD.
           MOVE 'FP01' TO REC-SOURCE.
           MOVE RECORD-COUNTER TO REC-COUNT.
           MOVE THIS-RUN-ID TO REC-RUN-ID.
           OPEN EXTEND RECON-FILE.
           IF WS-FS-RECON-FILE = '35'
               OPEN OUTPUT RECON-FILE
           END-IF.
           IF WS-FS-RECON-FILE NOT = '00'
               MOVE 'RECON-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION

      * the batch totals as data, for the GL journal extract and the
      * night balancing sheet - what finance used to key by hand off
      * the console scroll. appended the way recon.dat now is -
      * NightlyBatch starts nightval.dat fresh at the top of the night
       WRITE-NIGHT-VALUES.
           OPEN EXTEND NIGHT-VALUE-FILE.
           IF WS-FS-NIGHT-VALUE = '35'
               OPEN OUTPUT NIGHT-VALUE-FILE
           END-IF.
           IF WS-FS-NIGHT-VALUE NOT = '00'
               MOVE 'NIGHT-VALUE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
           MOVE MY-DAY TO HOUSE-NUMBER.
           MOVE SPACES TO STREET.
           MOVE SPACES TO CITY.
           MOVE RUN-DATE-FROM-HEADER TO PRICE-DATE.
           MOVE ZERO TO PRICE-PART-NO.
           MOVE MY-DAY TO PRICE-QUANTITY.
           PERFORM PRICE-RECORD-IN-HAND.

      * a customer with a contract in force prices off the contract
      * book and never reaches the seasonal bands - everyone else
      * prices the way the run always did: the seasonal band by
      * month, the rate off the rate book loaded by LOAD-RATE-MASTER
      * picked by PRICE-DATE, the built-in rates as the last resort.
      * PRICE-BOOK-CODE records which book won, for the register's
      * book column. shared by the date-record and the transaction
      * pricing passes. an amount too big for the priced detail is
      * never cut down to fit - the record goes to the suspense and
      * nothing of it is billed or totalled
       PRICE-RECORD-IN-HAND.
           MOVE 'N' TO PRICE-OVERSIZE-SW.
           PERFORM FIND-CONTRACT-IN-FORCE.
           IF CONTRACT-WAS-FOUND
               MOVE 'C' TO PRICE-BOOK-CODE
           END-IF.

           MOVE UNIT-PRICE TO CURR-AMOUNT-1.
           MOVE PRICE-QUANTITY TO CURR-AMOUNT-2.
           CALL "CurrencyCalc" USING CURR-AMOUNT-1 CURR-AMOUNT-2 'M'
               CURR-RESULT CURR-RETURN-CODE.
      * a product past CurrencyCalc's own result comes back as
      * return code 93, one that fits there but not in the priced
      * detail fails the COMPUTE - either way it goes to suspense
           IF CURR-RETURN-CODE NOT = ZERO
               MOVE 'Y' TO PRICE-OVERSIZE-SW
               PERFORM WRITE-OVERSIZE-REJECT
           ELSE
               COMPUTE PRICED-AMOUNT = CURR-RESULT
                   ON SIZE ERROR
                       MOVE 'Y' TO PRICE-OVERSIZE-SW
                       PERFORM WRITE-OVERSIZE-REJECT
                   NOT ON SIZE ERROR
                       ADD PRICED-AMOUNT TO BATCH-TOTAL-PRICE
                       PERFORM CALCULATE-RECORD-TAX
                       PERFORM WRITE-PRICED-DETAIL-RECORD
                       PERFORM WRITE-REGISTER-DETAIL
               END-COMPUTE
           END-IF.

      * the suspense entry for a record that priced too big - a date
      * record keeps the 'FP' date image, an issue goes in as an
      * 'FT' with the transaction itself so the desk can see what to
      * bill by hand. the goods have already moved, so an 'FT' entry
      * is not resubmitted - see RejectResubmit
       WRITE-OVERSIZE-REJECT.
           ADD 1 TO REJECT-COUNTER.
           MOVE SPACES TO REJECT-SUSPENSE-RECORD.
           MOVE NEXT-SUS-SEQUENCE TO SUS-SEQUENCE.
           ADD 1 TO NEXT-SUS-SEQUENCE.
           MOVE SUSPENSE-RUN-DATE TO SUS-RUN-DATE.
           MOVE 'O' TO SUS-STATUS.
           MOVE 'PRICED AMOUNT TOO LARGE' TO SUS-REASON.
           IF PRICE-FROM-TRANSACTIONS
               MOVE 'FT' TO SUS-SOURCE
               MOVE TRANSACTION-RECORD(1:30) TO SUS-RECORD-IMAGE
           ELSE
               MOVE 'FP' TO SUS-SOURCE
               MOVE MY-DAY TO SUS-RECORD-IMAGE(1:2)
               MOVE MY-MONTH TO SUS-RECORD-IMAGE(3:2)
               MOVE MY-YEAR TO SUS-RECORD-IMAGE(5:4)
           END-IF.
           MOVE THIS-RUN-ID TO SUS-RUN-ID.
           WRITE SUSPENSE-WORK-RECORD FROM
               REJECT-SUSPENSE-RECORD.
           IF WS-FS-SUSPENSE-WORK NOT = '00'
               MOVE 'SUSPENSE-WORK-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-SUSPENSE-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM TALLY-REJECT-REASON.
           DISPLAY "Rejected record, reason: " SUS-REASON.

      * the closed periods off period.dat, loaded once - only the
      * closed rows matter here
           PERFORM PICK-RECORD-TAX-CATEGORY.
           MOVE PRICED-AMOUNT TO TAX-NET-AMOUNT.
           CALL "TaxCalc" USING TAX-NET-AMOUNT TAX-CATEGORY
               PRICE-DATE TAX-TAX-AMOUNT
               TAX-GROSS-AMOUNT TAX-RATE-APPLIED TAX-RETURN-CODE.
           IF TAX-RETURN-CODE NOT = ZERO
               AND NOT TAX-RATE-WARNED
               DISPLAY "*** No tax rate in force for category "
                   TAX-CATEGORY " on " PRICE-DATE
                   " - records taxed at zero ***"
               MOVE 'Y' TO TAX-RATE-WARNED-SW
           END-IF.
           MOVE TAX-TAX-AMOUNT TO PD-TAX-AMOUNT.
           MOVE BATCH-CURRENCY TO PD-CURRENCY.
           MOVE TAX-CATEGORY TO PD-TAX-CATEGORY.
           MOVE PRICE-PART-NO TO PD-PART-NO.
           MOVE PRICE-QUANTITY TO PD-QUANTITY.
           WRITE PRICED-DETAIL-RECORD.
           IF WS-FS-PRICED-DETAIL-FILE NOT = '00'
               MOVE 'PRICED-DETAIL-FILE' TO ALOG-FILE-NAME
           END-IF.

      * picks the customer's contract rate whose effective window
      * covers the pricing date, if there is one - later records win
      * over earlier ones, the same later-wins reading the seasonal
      * rate book gets
       FIND-CONTRACT-IN-FORCE.
           PERFORM VARYING CONTRACT-IDX FROM 1 BY 1
                   UNTIL CONTRACT-IDX > CONTRACT-ENTRY-COUNT
               IF CT-CUST-NUMBER(CONTRACT-IDX) = CUST-NUMBER
                   AND PRICE-DATE >=
                       CT-EFF-FROM(CONTRACT-IDX)
                   AND PRICE-DATE <=
                       CT-EFF-TO(CONTRACT-IDX)
                   MOVE CT-RATE(CONTRACT-IDX) TO UNIT-PRICE
                   MOVE 'Y' TO CONTRACT-FOUND-SW
           END-PERFORM.

      * picks the SEASON-BAND rate whose effective window covers the
      * record's PRICE-DATE - later records in the rate book
      * win over earlier ones if the desk leaves overlapping windows
       FIND-RATE-IN-FORCE.
           MOVE 'N' TO RATE-FOUND-SW.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-ENTRY-COUNT
               IF RT-BAND(RATE-IDX) = SEASON-BAND
                   AND PRICE-DATE >= RT-EFF-FROM(RATE-IDX)
                   AND PRICE-DATE <= RT-EFF-TO(RATE-IDX)
                   MOVE RT-RATE(RATE-IDX) TO UNIT-PRICE
                   MOVE 'Y' TO RATE-FOUND-SW
               END-IF
                   MOVE 15.00 TO UNIT-PRICE
           END-EVALUATE.
           IF NOT RATE-FALLBACK-WARNED
               DISPLAY "*** No rate in force for pricing date "
                   PRICE-DATE " - built-in rates used ***"
               MOVE 'Y' TO RATE-FALLBACK-WARNED-SW
           END-IF.

               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO FLAG-RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * picks the 'FPCC'/'FPTC'/'FPMD' records out of runctl.dat, if
      * there are any - the batch currency, the default tax category
      * for accounts without one of their own on the master, and
      * which file the run prices
       LOAD-RUN-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           PERFORM UNTIL CONTROL-FILE-EOF = 'Y'
                                   MOVE CTL-TEXT(1:2) TO
                                       DEFAULT-TAX-CATEGORY
                               END-IF
                           WHEN 'FPMD'
                               IF CTL-TEXT(1:4) = 'TRAN'
                                   OR CTL-TEXT(1:4) = 'DATE'
                                   MOVE CTL-TEXT(1:4) TO PRICING-MODE
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
