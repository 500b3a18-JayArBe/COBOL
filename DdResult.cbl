      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: settles the direct-debit collections the bank has
      *          answered. The bank's answer file (ddresp.dat, see
      *          DDRESP.cpy) is proved against its trailer first - a
      *          file whose count or amount total does not agree is
      *          refused whole with an operator alert and nothing is
      *          changed. Each answer is matched on item number to
      *          a submitted collection on the collection-status
      *          register (ddreg.dat, see DDCOLL.cpy): a paid item is
      *          marked confirmed and its money goes on the night's
      *          cash-receipts file (cashrcpt.dat) for CashApply to
      *          apply against the item; a returned item is marked
      *          returned with the bank's reason, and ArDunning
      *          chases it by letter from then on. An answer that
      *          matches nothing submitted - unknown item, different
      *          amount, already settled, or a return of a collection
      *          already confirmed - is reported for the credit
      *          controllers and changes nothing. The answer file is
      *          cleared once applied, and the night's settlements go
      *          on the results report (ddrslt.rpt). Runs ahead of
      *          CashApply in the chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DdResult.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - most nights the bank has nothing to answer
           SELECT OPTIONAL DD-RESPONSE-FILE ASSIGN TO 'ddresp.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DD-RESPONSE.

      * read whole into storage, settled there, and rewritten
           SELECT OPTIONAL DD-REGISTER-FILE ASSIGN TO 'ddreg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DD-REGISTER.

      * appended to - the bank's collections join whatever receipts
      * are already waiting for CashApply tonight
           SELECT OPTIONAL CASH-RECEIPT-FILE ASSIGN TO 'cashrcpt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CASH-RECEIPT.

      * the chain's run flag - the business date and run identifier
      * on the report. OPTIONAL so a standalone run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT RESULT-REPORT-FILE ASSIGN TO 'ddrslt.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RESULT-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD DD-RESPONSE-FILE.

       COPY DDRESP.

       FD DD-REGISTER-FILE.

       COPY DDCOLL.

      * the receipt CashApply reads - customer, amount, the date the
      * money arrived, and the item it pays
       FD CASH-RECEIPT-FILE.
       01 CASH-RECEIPT-RECORD.
           03 CR-CUST-NUMBER PIC 9(6).
           03 CR-AMOUNT PIC 9(7)V99.
           03 CR-PAY-DATE PIC 9(8).
           03 CR-INV-REF PIC 9(6).

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD RESULT-REPORT-FILE.
       01 RESULT-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-DD-RESPONSE PIC XX VALUE '00'.
       01 WS-FS-DD-REGISTER PIC XX VALUE '00'.
       01 WS-FS-CASH-RECEIPT PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-RESULT-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'DdResult'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'DdResult'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to OperAlert.cbl - a refused answer file is
      * raised to the operators
       01 OPER-ALERT-WORK.
           03 OPAL-SEVERITY PIC X VALUE 'W'.
           03 OPAL-PROGRAM-NAME PIC X(20) VALUE 'DdResult'.
           03 OPAL-ALERT-CODE PIC X(8) VALUE 'DDRESP'.
           03 OPAL-DETAIL-TEXT PIC X(40).

      * the chain's business date and run identifier
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.

       01 RESPONSE-EOF PIC X VALUE 'N'.
       01 REGISTER-EOF PIC X VALUE 'N'.
       01 RESPONSE-READ-COUNT PIC 9(7) VALUE ZERO.

      * the answer file as read on the first pass, and the proof of
      * it against its trailer
       01 RESPONSE-PROOF-WORK.
           03 TRAILER-COUNT PIC 9(3) VALUE ZERO.
           03 DETAIL-READ-COUNT PIC 9(6) VALUE ZERO.
           03 DETAIL-AMOUNT-TOT PIC 9(11)V99 VALUE ZERO.
           03 TRAILER-RECORD-COUNT PIC 9(6) VALUE ZERO.
           03 TRAILER-AMOUNT-TOT PIC 9(11)V99 VALUE ZERO.
           03 PROOF-SW PIC X VALUE 'Y'.
               88 RESPONSE-PROVEN VALUE 'Y'.
               88 RESPONSE-REFUSED VALUE 'N'.
           03 PROOF-REASON PIC X(40) VALUE SPACES.

      * what the night's answers did
       01 RESULT-COUNTS.
           03 CONFIRMED-COUNT PIC 9(6) VALUE ZERO.
           03 CONFIRMED-AMOUNT-TOT PIC 9(11)V99 VALUE ZERO.
           03 RETURNED-COUNT PIC 9(6) VALUE ZERO.
           03 RETURNED-AMOUNT-TOT PIC 9(11)V99 VALUE ZERO.
           03 EXCEPTION-COUNT PIC 9(6) VALUE ZERO.

      * the whole register, settled in storage and written back
       77 MAX-REG-ITEMS PIC 9(4) VALUE 5000.
       01 REG-TABLE-CONTROLS.
           03 REG-ITEM-COUNT PIC 9(4) VALUE ZERO.
           03 REG-IDX PIC 9(4) VALUE ZERO.
           03 REG-FOUND-SW PIC X VALUE 'N'.
               88 REG-ITEM-FOUND VALUE 'Y'.
           03 REG-OVERFLOW-SW PIC X VALUE 'N'.
               88 REG-OVERFLOWED VALUE 'Y'.
       01 REG-TABLE.
           03 REG-ENTRY OCCURS 5000 TIMES.
               05 RG-ITEM-NUMBER PIC 9(6).
               05 RG-CUST-NUMBER PIC 9(6).
               05 RG-MANDATE-REF PIC X(18).
               05 RG-AMOUNT PIC 9(7)V99.
               05 RG-COLLECT-DATE PIC 9(8).
               05 RG-SUBMIT-DATE PIC 9(8).
               05 RG-STATUS PIC X.
               05 RG-RESULT-DATE PIC 9(8).
               05 RG-RETURN-REASON PIC X(4).
               05 RG-RUN-ID PIC X(11).

      * print lines for the results report
       01 RES-TITLE-LINE.
           03 FILLER PIC X(29) VALUE 'DIRECT-DEBIT RESULTS - NIGHT '.
           03 RES-T-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 RES-T-RUN-ID PIC X(11).
       01 RES-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'CUSTOMER   ITEM     '.
           03 FILLER PIC X(19) VALUE ' AMOUNT      DATE  '.
           03 FILLER PIC X(7) VALUE 'OUTCOME'.
       01 RES-DETAIL-LINE.
           03 RES-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 RES-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RES-D-AMOUNT PIC Z(7)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RES-D-RESULT-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 RES-D-OUTCOME PIC X(38).
       01 RES-RETURNED-OUTCOME.
           03 FILLER PIC X(9) VALUE 'RETURNED '.
           03 RES-R-REASON PIC X(4).
           03 FILLER PIC X(18) VALUE ' - BACK TO DUNNING'.
       01 RES-EXCEPTION-OUTCOME.
           03 FILLER PIC X(8) VALUE '*** NOT '.
           03 FILLER PIC X(10) VALUE 'APPLIED - '.
           03 RES-X-REASON PIC X(20).
       01 RES-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'CONFIRMED:        '.
           03 RES-G-CONFIRMED PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RES-G-CONFIRMED-AMT PIC Z(10)9.99.
       01 RES-TOTAL-LINE-2.
           03 FILLER PIC X(18) VALUE 'RETURNED:         '.
           03 RES-G-RETURNED PIC ZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 RES-G-RETURNED-AMT PIC Z(10)9.99.
       01 RES-TOTAL-LINE-3.
           03 FILLER PIC X(18) VALUE 'NOT APPLIED:      '.
           03 RES-G-EXCEPTIONS PIC ZZZZZ9.
       01 WS-REPORT-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM PROVE-RESPONSE-FILE.
      * an answer file that does not prove is not the file the bank
      * sent - refuse it whole, change nothing, and leave it on
      * ddresp.dat for the bank to send again
           IF RESPONSE-REFUSED
               DISPLAY "*** Direct-debit answer file refused - "
                   PROOF-REASON " ***"
               MOVE PROOF-REASON TO OPAL-DETAIL-TEXT
               CALL "OperAlert" USING OPAL-SEVERITY
                   OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                   OPAL-DETAIL-TEXT
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-COLLECTION-REGISTER.
      * without every register entry in hand the rewrite would lose
      * collections - refuse the run instead
           IF REG-OVERFLOWED
               DISPLAY "*** ddreg.dat holds more than "
                   MAX-REG-ITEMS " items - nothing settled ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-RESULT-OUTPUTS.
           IF RESPONSE-READ-COUNT > ZERO
               PERFORM APPLY-BANK-ANSWERS
               PERFORM REWRITE-COLLECTION-REGISTER
      * the answers are settled - clear the file so a rerun cannot
      * settle them twice, the way cashrcpt.dat is cleared
               OPEN OUTPUT DD-RESPONSE-FILE
               CLOSE DD-RESPONSE-FILE
           END-IF.
           PERFORM PRINT-RESULT-TOTALS.
           CLOSE CASH-RECEIPT-FILE.
           CLOSE RESULT-REPORT-FILE.

           DISPLAY "Bank answers read: " DETAIL-READ-COUNT
               "  Confirmed: " CONFIRMED-COUNT
               "  Returned: " RETURNED-COUNT
               "  Not applied: " EXCEPTION-COUNT.

           MOVE DETAIL-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE EXCEPTION-COUNT TO RSUM-RECORDS-REJECTED.
           IF EXCEPTION-COUNT > ZERO
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
      * run outside the chain reports under today
       READ-RUN-FLAG.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * the first pass reads the whole file and proves it: one
      * trailer, last, whose count and amount total are those of the
      * answers above it - the first failure found is the reason
      * given. an empty file is nothing to answer, not a failure
       PROVE-RESPONSE-FILE.
           OPEN INPUT DD-RESPONSE-FILE.
           IF WS-FS-DD-RESPONSE NOT = '00'
               AND WS-FS-DD-RESPONSE NOT = '05'
               MOVE 'DD-RESPONSE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-RESPONSE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL RESPONSE-EOF = 'Y'
               READ DD-RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO RESPONSE-EOF
                   NOT AT END
                       ADD 1 TO RESPONSE-READ-COUNT
                       PERFORM PROVE-ONE-RESPONSE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DD-RESPONSE-FILE.
           IF RESPONSE-READ-COUNT > ZERO
               AND RESPONSE-PROVEN
               AND TRAILER-COUNT NOT = 1
               MOVE 'N' TO PROOF-SW
               MOVE 'NOT ONE TRAILER' TO PROOF-REASON
           END-IF.
           IF RESPONSE-READ-COUNT > ZERO
               AND RESPONSE-PROVEN
               AND TRAILER-RECORD-COUNT NOT = DETAIL-READ-COUNT
               MOVE 'N' TO PROOF-SW
               MOVE 'ANSWER COUNT DIFFERS FROM TRAILER'
                   TO PROOF-REASON
           END-IF.
           IF RESPONSE-READ-COUNT > ZERO
               AND RESPONSE-PROVEN
               AND TRAILER-AMOUNT-TOT NOT = DETAIL-AMOUNT-TOT
               MOVE 'N' TO PROOF-SW
               MOVE 'ANSWERS DO NOT ADD TO TRAILER TOTAL'
                   TO PROOF-REASON
           END-IF.

       PROVE-ONE-RESPONSE-RECORD.
           IF TRAILER-COUNT > ZERO
               AND RESPONSE-PROVEN
               MOVE 'N' TO PROOF-SW
               MOVE 'TRAILER IS NOT THE LAST RECORD' TO PROOF-REASON
           END-IF.
           EVALUATE TRUE
               WHEN DR-IS-DETAIL
                   ADD 1 TO DETAIL-READ-COUNT
                   ADD DR-AMOUNT TO DETAIL-AMOUNT-TOT
                   IF NOT DR-IS-PAID AND NOT DR-IS-RETURNED
                       AND RESPONSE-PROVEN
                       MOVE 'N' TO PROOF-SW
                       MOVE 'ANSWER NEITHER PAID NOR RETURNED'
                           TO PROOF-REASON
                   END-IF
               WHEN DR-IS-TRAILER
                   ADD 1 TO TRAILER-COUNT
                   MOVE DRT-RECORD-COUNT TO TRAILER-RECORD-COUNT
                   MOVE DRT-AMOUNT-TOTAL TO TRAILER-AMOUNT-TOT
               WHEN OTHER
                   IF RESPONSE-PROVEN
                       MOVE 'N' TO PROOF-SW
                       MOVE 'UNKNOWN RECORD TYPE ON ANSWER FILE'
                           TO PROOF-REASON
                   END-IF
           END-EVALUATE.

       LOAD-COLLECTION-REGISTER.
           OPEN INPUT DD-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF = 'Y'
               READ DD-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO REGISTER-EOF
                   NOT AT END
                       PERFORM HOLD-REGISTER-ITEM
               END-READ
           END-PERFORM.
           CLOSE DD-REGISTER-FILE.

       HOLD-REGISTER-ITEM.
           IF REG-ITEM-COUNT < MAX-REG-ITEMS
               ADD 1 TO REG-ITEM-COUNT
               MOVE DC-ITEM-NUMBER TO RG-ITEM-NUMBER(REG-ITEM-COUNT)
               MOVE DC-CUST-NUMBER TO RG-CUST-NUMBER(REG-ITEM-COUNT)
               MOVE DC-MANDATE-REF TO RG-MANDATE-REF(REG-ITEM-COUNT)
               MOVE DC-AMOUNT TO RG-AMOUNT(REG-ITEM-COUNT)
               MOVE DC-COLLECT-DATE TO RG-COLLECT-DATE(REG-ITEM-COUNT)
               MOVE DC-SUBMIT-DATE TO RG-SUBMIT-DATE(REG-ITEM-COUNT)
               MOVE DC-STATUS TO RG-STATUS(REG-ITEM-COUNT)
               MOVE DC-RESULT-DATE TO RG-RESULT-DATE(REG-ITEM-COUNT)
               MOVE DC-RETURN-REASON TO
                   RG-RETURN-REASON(REG-ITEM-COUNT)
               MOVE DC-RUN-ID TO RG-RUN-ID(REG-ITEM-COUNT)
           ELSE
               MOVE 'Y' TO REG-OVERFLOW-SW
           END-IF.

       OPEN-RESULT-OUTPUTS.
           OPEN EXTEND CASH-RECEIPT-FILE.
           IF WS-FS-CASH-RECEIPT = '35'
               OPEN OUTPUT CASH-RECEIPT-FILE
           END-IF.
           IF WS-FS-CASH-RECEIPT NOT = '00'
               AND WS-FS-CASH-RECEIPT NOT = '05'
               MOVE 'CASH-RECEIPT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CASH-RECEIPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT RESULT-REPORT-FILE.
           IF WS-FS-RESULT-REPORT NOT = '00'
               MOVE 'RESULT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RESULT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE RUN-DATE TO RES-T-DATE.
           MOVE THIS-RUN-ID TO RES-T-RUN-ID.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RES-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RES-COL-HEAD TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * the second pass - the file has proved, so every answer on it
      * is the bank's
       APPLY-BANK-ANSWERS.
           MOVE 'N' TO RESPONSE-EOF.
           OPEN INPUT DD-RESPONSE-FILE.
           PERFORM UNTIL RESPONSE-EOF = 'Y'
               READ DD-RESPONSE-FILE
                   AT END
                       MOVE 'Y' TO RESPONSE-EOF
                   NOT AT END
                       IF DR-IS-DETAIL
                           PERFORM SETTLE-ONE-ANSWER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DD-RESPONSE-FILE.

      * the answer must name a collection still with the bank, for
      * the amount it was sent for - anything else is for the credit
      * controllers, not for the ledger
       SETTLE-ONE-ANSWER.
           PERFORM FIND-REGISTER-ITEM.
           MOVE DR-ITEM-NUMBER TO RES-D-ITEM-NUMBER.
           MOVE DR-AMOUNT TO RES-D-AMOUNT.
           MOVE DR-RESULT-DATE TO RES-D-RESULT-DATE.
           MOVE ZERO TO RES-D-CUST-NUMBER.
           IF REG-ITEM-FOUND
               MOVE RG-CUST-NUMBER(REG-IDX) TO RES-D-CUST-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN NOT REG-ITEM-FOUND
                   MOVE 'NOT ON REGISTER' TO RES-X-REASON
                   PERFORM REPORT-ANSWER-EXCEPTION
               WHEN RG-STATUS(REG-IDX) = 'C'
                   AND DR-IS-RETURNED
                   MOVE 'RETURNED AFTER PAID' TO RES-X-REASON
                   PERFORM REPORT-ANSWER-EXCEPTION
               WHEN RG-STATUS(REG-IDX) NOT = 'S'
                   MOVE 'ALREADY SETTLED' TO RES-X-REASON
                   PERFORM REPORT-ANSWER-EXCEPTION
               WHEN DR-AMOUNT NOT = RG-AMOUNT(REG-IDX)
                   MOVE 'AMOUNT DIFFERS' TO RES-X-REASON
                   PERFORM REPORT-ANSWER-EXCEPTION
               WHEN DR-IS-PAID
                   PERFORM CONFIRM-ONE-COLLECTION
               WHEN OTHER
                   PERFORM RETURN-ONE-COLLECTION
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RES-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * leaves REG-IDX pointing at the answer's register entry
       FIND-REGISTER-ITEM.
           MOVE 'N' TO REG-FOUND-SW.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-ITEM-COUNT
                   OR REG-ITEM-FOUND
               IF RG-ITEM-NUMBER(REG-IDX) = DR-ITEM-NUMBER
                   MOVE 'Y' TO REG-FOUND-SW
               END-IF
           END-PERFORM.
           IF REG-ITEM-FOUND
               SUBTRACT 1 FROM REG-IDX
           END-IF.

      * the bank has the money - it goes to CashApply as a receipt
      * against the item, dated the day the bank collected it
       CONFIRM-ONE-COLLECTION.
           MOVE 'C' TO RG-STATUS(REG-IDX).
           MOVE DR-RESULT-DATE TO RG-RESULT-DATE(REG-IDX).
           MOVE RG-CUST-NUMBER(REG-IDX) TO CR-CUST-NUMBER.
           MOVE DR-AMOUNT TO CR-AMOUNT.
           MOVE DR-RESULT-DATE TO CR-PAY-DATE.
           MOVE DR-ITEM-NUMBER TO CR-INV-REF.
           WRITE CASH-RECEIPT-RECORD.
           IF WS-FS-CASH-RECEIPT NOT = '00'
               MOVE 'CASH-RECEIPT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-CASH-RECEIPT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           ADD 1 TO CONFIRMED-COUNT.
           ADD DR-AMOUNT TO CONFIRMED-AMOUNT-TOT.
           MOVE 'CONFIRMED - TO CASH APPLICATION' TO RES-D-OUTCOME.

      * the bank could not collect - the item stays open, and with
      * the register saying returned ArDunning chases it as overdue
       RETURN-ONE-COLLECTION.
           MOVE 'R' TO RG-STATUS(REG-IDX).
           MOVE DR-RESULT-DATE TO RG-RESULT-DATE(REG-IDX).
           MOVE DR-REASON TO RG-RETURN-REASON(REG-IDX).
           ADD 1 TO RETURNED-COUNT.
           ADD DR-AMOUNT TO RETURNED-AMOUNT-TOT.
           MOVE DR-REASON TO RES-R-REASON.
           MOVE RES-RETURNED-OUTCOME TO RES-D-OUTCOME.

       REPORT-ANSWER-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE RES-EXCEPTION-OUTCOME TO RES-D-OUTCOME.
           DISPLAY "Direct-debit answer for item " DR-ITEM-NUMBER
               " not applied: " RES-X-REASON.

       REWRITE-COLLECTION-REGISTER.
           OPEN OUTPUT DD-REGISTER-FILE.
           IF WS-FS-DD-REGISTER NOT = '00'
               MOVE 'DD-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-ITEM-COUNT
               MOVE RG-ITEM-NUMBER(REG-IDX) TO DC-ITEM-NUMBER
               MOVE RG-CUST-NUMBER(REG-IDX) TO DC-CUST-NUMBER
               MOVE RG-MANDATE-REF(REG-IDX) TO DC-MANDATE-REF
               MOVE RG-AMOUNT(REG-IDX) TO DC-AMOUNT
               MOVE RG-COLLECT-DATE(REG-IDX) TO DC-COLLECT-DATE
               MOVE RG-SUBMIT-DATE(REG-IDX) TO DC-SUBMIT-DATE
               MOVE RG-STATUS(REG-IDX) TO DC-STATUS
               MOVE RG-RESULT-DATE(REG-IDX) TO DC-RESULT-DATE
               MOVE RG-RETURN-REASON(REG-IDX) TO DC-RETURN-REASON
               MOVE RG-RUN-ID(REG-IDX) TO DC-RUN-ID
               WRITE DD-COLLECTION-RECORD
               IF WS-FS-DD-REGISTER NOT = '00'
                   MOVE 'DD-REGISTER-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-DD-REGISTER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE DD-REGISTER-FILE.

       PRINT-RESULT-TOTALS.
           IF DETAIL-READ-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'NO ANSWERS FROM THE BANK' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE CONFIRMED-COUNT TO RES-G-CONFIRMED.
           MOVE CONFIRMED-AMOUNT-TOT TO RES-G-CONFIRMED-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RES-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RETURNED-COUNT TO RES-G-RETURNED.
           MOVE RETURNED-AMOUNT-TOT TO RES-G-RETURNED-AMT.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RES-TOTAL-LINE-2 TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE EXCEPTION-COUNT TO RES-G-EXCEPTIONS.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE RES-TOTAL-LINE-3 TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO RESULT-REPORT-OUT.
           WRITE RESULT-REPORT-OUT.
           IF WS-FS-RESULT-REPORT NOT = '00'
               MOVE 'RESULT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-RESULT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM DdResult.
