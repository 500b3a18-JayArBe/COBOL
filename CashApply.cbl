      *          unknown customer, or money left over once every item
      *          is paid - parks on the unapplied-cash suspense
      *          (cashsusp.dat) for an operator, the same way
      *          rejsusp.dat parks bad records. Before any cash
      *          applies, each open credit note (a negative item
      *          CreditNote posted) nets off against the same
      *          customer's open invoices in that currency, oldest
      *          first, as a pair of 'N' records on the journal; what
      *          a credit can't net stays open as a credit balance,
      *          and cash only ever applies to items still owed.
      *          Every receipt read is also kept on rcpthist.dat (see
      *          RCPTHIST.cpy) for the bank reconciliation.
      *          The ledger is held in
      *          storage while receipts apply and written back whole,
      *          the way RejectResubmit rewrites the suspense.
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CASH-SUSPENSE.

      * every receipt read, kept for the bank reconciliation once
      * cashrcpt.dat is cleared - see RCPTHIST.cpy
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
           ASSIGN TO 'rcpthist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEIPT-HISTORY.

      * the chain's run flag - the run identifier stamped on what
      * this run writes. OPTIONAL so a standalone run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           03 CS-REASON PIC X(30).
           03 CS-RUN-ID PIC X(11).

       FD RECEIPT-HISTORY-FILE.

       COPY RCPTHIST.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-CASH-SUSPENSE PIC XX VALUE '00'.
       01 WS-FS-RECEIPT-HISTORY PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
               05 LG-BOOK-RATE PIC 9(3)V9(6).
               05 LG-RUN-ID PIC X(11).

      * the credit note being netted off, and what it has netted
       01 NETTING-CONTROLS.
           03 CREDIT-IDX PIC 9(4) VALUE ZERO.
           03 CREDITS-NETTED-COUNT PIC 9(5) VALUE ZERO.
           03 NETTED-AMOUNT-TOT PIC 9(9)V99 VALUE ZERO.

      * what is left of the receipt being worked, and the slice the
      * current item takes of it
       01 APPLY-WORK.
           03 SUSPEND-REASON PIC X(30) VALUE SPACES.

      * suspense bookkeeping - next sequence counted off the file at
      * run start, tonight's date for stamping - the chain's business
      * date off an active run flag
       01 SUSPENSE-CONTROLS.
           03 NEXT-CS-SEQUENCE PIC 9(6) VALUE 1.
           03 SUSPENSE-COUNT-EOF PIC X VALUE 'N'.
           END-IF.
           PERFORM OPEN-SUSPENSE-FOR-APPEND.
           PERFORM OPEN-ACTIVITY-FOR-APPEND.
           PERFORM OPEN-HISTORY-FOR-APPEND.
           PERFORM VARYING CREDIT-IDX FROM 1 BY 1
                   UNTIL CREDIT-IDX > LEDGER-ENTRY-COUNT
               IF LG-STATUS(CREDIT-IDX) = 'O'
                   AND LG-OPEN-AMOUNT(CREDIT-IDX) < ZERO
                   PERFORM NET-ONE-CREDIT-NOTE
               END-IF
           END-PERFORM.

           OPEN INPUT CASH-RECEIPT-FILE.
           PERFORM UNTIL RECEIPT-EOF = 'Y'
                       MOVE 'Y' TO RECEIPT-EOF
                   NOT AT END
                       ADD 1 TO RECEIPT-READ-COUNT
                       PERFORM WRITE-RECEIPT-HISTORY
                       PERFORM APPLY-ONE-RECEIPT
               END-READ
           END-PERFORM.
           CLOSE CASH-RECEIPT-FILE.
           CLOSE CASH-SUSPENSE-FILE.
           CLOSE AR-ACTIVITY-FILE.
           CLOSE RECEIPT-HISTORY-FILE.

           PERFORM REWRITE-LEDGER-FILE.
      * the receipts have applied - clear the file so a rerun can't
           DISPLAY "Applied: " RECEIPTS-APPLIED-COUNT
               "  Suspended: " RECEIPTS-SUSPENDED-COUNT
               "  Items closed: " ITEMS-CLOSED-COUNT.
           DISPLAY "Credit notes netted: " CREDITS-NETTED-COUNT
               "  Amount netted: " NETTED-AMOUNT-TOT.

           MOVE RECEIPT-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE RECEIPTS-SUSPENDED-COUNT TO RSUM-RECORDS-REJECTED.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's run identifier and business date, for stamping
      * - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       IF RF-RUN-DATE NOT = ZERO
                           MOVE RF-RUN-DATE TO APPLY-RUN-DATE
                       END-IF
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.
               PERFORM REPORT-FILE-ABEND
           END-IF.

       OPEN-HISTORY-FOR-APPEND.
           OPEN EXTEND RECEIPT-HISTORY-FILE.
           IF WS-FS-RECEIPT-HISTORY = '35'
               OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF.
           IF WS-FS-RECEIPT-HISTORY NOT = '00'
               AND WS-FS-RECEIPT-HISTORY NOT = '05'
               MOVE 'RECEIPT-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RECEIPT-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the receipt as keyed, whether it applies or parks - the money
      * reached the bank either way, so the reconciliation looks
      * for all of it
       WRITE-RECEIPT-HISTORY.
           MOVE SPACES TO RECEIPT-HISTORY-RECORD.
           MOVE CR-CUST-NUMBER TO RH-CUST-NUMBER.
           MOVE CR-AMOUNT TO RH-AMOUNT.
           MOVE CR-PAY-DATE TO RH-PAY-DATE.
           MOVE CR-INV-REF TO RH-INV-REF.
           MOVE APPLY-RUN-DATE TO RH-APPLY-DATE.
           MOVE THIS-RUN-ID TO RH-RUN-ID.
           MOVE ZERO TO RH-BANK-DATE.
           WRITE RECEIPT-HISTORY-RECORD.
           IF WS-FS-RECEIPT-HISTORY NOT = '00'
               MOVE 'RECEIPT-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-RECEIPT-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one receipt: a customer the ledger has never seen parks
      * whole; otherwise the referenced invoice takes its share
      * first, then an exact-amount match closes in one, then the
               IF LG-ITEM-NUMBER(LEDGER-IDX) = CR-INV-REF
                   AND LG-CUST-NUMBER(LEDGER-IDX) = CR-CUST-NUMBER
                   AND LG-STATUS(LEDGER-IDX) = 'O'
                   AND LG-OPEN-AMOUNT(LEDGER-IDX) > ZERO
                   PERFORM APPLY-SLICE-TO-ITEM
               END-IF
           END-PERFORM.
               PERFORM APPLY-SLICE-TO-ITEM
           END-IF.

      * a credit balance left open is not something cash pays
       FIND-OLDEST-OPEN-ITEM.
           MOVE ZERO TO OLDEST-IDX.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-ENTRY-COUNT
               IF LG-CUST-NUMBER(LEDGER-IDX) = CR-CUST-NUMBER
                   AND LG-STATUS(LEDGER-IDX) = 'O'
                   AND LG-OPEN-AMOUNT(LEDGER-IDX) > ZERO
                   IF OLDEST-IDX = ZERO
                       MOVE LEDGER-IDX TO OLDEST-IDX
                   ELSE
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the credit note at CREDIT-IDX soaks up the customer's open
      * invoices in its own currency, oldest first, until it is used
      * up or nothing in that currency is owed. primed non-zero so
      * the pre-tested loop gets its first pass, as for receipts
       NET-ONE-CREDIT-NOTE.
           ADD 1 TO CREDITS-NETTED-COUNT.
           MOVE 1 TO OLDEST-IDX.
           PERFORM NET-AGAINST-OLDEST-INVOICE
               UNTIL LG-OPEN-AMOUNT(CREDIT-IDX) NOT < ZERO
               OR OLDEST-IDX = ZERO.

       NET-AGAINST-OLDEST-INVOICE.
           PERFORM FIND-OLDEST-DEBIT-ITEM.
           IF OLDEST-IDX NOT = ZERO
               MOVE OLDEST-IDX TO LEDGER-IDX
               PERFORM NET-SLICE-TO-ITEM
           END-IF.

       FIND-OLDEST-DEBIT-ITEM.
           MOVE ZERO TO OLDEST-IDX.
           PERFORM VARYING LEDGER-IDX FROM 1 BY 1
                   UNTIL LEDGER-IDX > LEDGER-ENTRY-COUNT
               IF LG-CUST-NUMBER(LEDGER-IDX) =
                       LG-CUST-NUMBER(CREDIT-IDX)
                   AND LG-CURRENCY(LEDGER-IDX) =
                       LG-CURRENCY(CREDIT-IDX)
                   AND LG-STATUS(LEDGER-IDX) = 'O'
                   AND LG-OPEN-AMOUNT(LEDGER-IDX) > ZERO
                   IF OLDEST-IDX = ZERO
                       MOVE LEDGER-IDX TO OLDEST-IDX
                   ELSE
                       IF LG-INV-DATE(LEDGER-IDX) <
                               LG-INV-DATE(OLDEST-IDX)
                           MOVE LEDGER-IDX TO OLDEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * the invoice at LEDGER-IDX takes as much of the credit as it
      * can - whichever side reaches zero closes - and the netting
      * goes on the journal as a pair that sums to zero
       NET-SLICE-TO-ITEM.
           COMPUTE APPLIED-SLICE = ZERO - LG-OPEN-AMOUNT(CREDIT-IDX).
           IF LG-OPEN-AMOUNT(LEDGER-IDX) < APPLIED-SLICE
               MOVE LG-OPEN-AMOUNT(LEDGER-IDX) TO APPLIED-SLICE
           END-IF.
           SUBTRACT APPLIED-SLICE FROM LG-OPEN-AMOUNT(LEDGER-IDX).
           ADD APPLIED-SLICE TO LG-OPEN-AMOUNT(CREDIT-IDX).
           ADD APPLIED-SLICE TO NETTED-AMOUNT-TOT.
           IF LG-OPEN-AMOUNT(LEDGER-IDX) = ZERO
               MOVE 'C' TO LG-STATUS(LEDGER-IDX)
               ADD 1 TO ITEMS-CLOSED-COUNT
           END-IF.
           IF LG-OPEN-AMOUNT(CREDIT-IDX) = ZERO
               MOVE 'C' TO LG-STATUS(CREDIT-IDX)
               ADD 1 TO ITEMS-CLOSED-COUNT
           END-IF.
           MOVE SPACES TO AR-ACTIVITY-RECORD.
           MOVE LG-CUST-NUMBER(CREDIT-IDX) TO AT-CUST-NUMBER.
           MOVE APPLY-RUN-DATE TO AT-ACT-DATE.
           MOVE 'N' TO AT-ACT-TYPE.
           MOVE LG-ITEM-NUMBER(LEDGER-IDX) TO AT-ITEM-NUMBER.
           COMPUTE AT-AMOUNT = ZERO - APPLIED-SLICE.
           MOVE THIS-RUN-ID TO AT-RUN-ID.
           PERFORM WRITE-NETTING-ACTIVITY.
           MOVE LG-ITEM-NUMBER(CREDIT-IDX) TO AT-ITEM-NUMBER.
           MOVE APPLIED-SLICE TO AT-AMOUNT.
           PERFORM WRITE-NETTING-ACTIVITY.

       WRITE-NETTING-ACTIVITY.
           WRITE AR-ACTIVITY-RECORD.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * what couldn't be placed - the whole receipt for an unknown
      * customer, the remainder for an overpayment - parks for an
      * operator with the reason
