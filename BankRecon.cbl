      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: nightly bank reconciliation - proves the cash receipts
      *          CashApply applied are what actually reached the bank.
      *          Imports the bank's statement off bankstmt.dat (see
      *          BANKSTMT.cpy) and proves it first: one header, one
      *          trailer, the line count the bank sent, opening plus
      *          credits less debits equal to closing, and an opening
      *          balance that follows on from the last statement's
      *          closing. A statement that fails the proof is refused
      *          whole and left in place for the bank to resend.
      *          Each bank credit is then matched to one receipt on
      *          rcpthist.dat (see RCPTHIST.cpy) not yet seen on the
      *          bank, by amount and date - the same date first, then
      *          within the 'BRDW' days in runctl.dat (default 3), the
      *          nearest date winning. Matched receipts are marked
      *          reconciled; credits still unmatched carry forward on
      *          bankopen.dat with the statement's closing balance, so
      *          a receipt keyed tomorrow can still find them. The
      *          report (bankrec.rpt) lists the statement proof, the
      *          matches, the bank lines not in the receipts, the
      *          receipts not yet seen on the bank and the reconciled
      *          balance. When the unexplained amount - bank credits
      *          not in the receipts plus receipts older than the
      *          window still missing from the bank - exceeds the
      *          'BRTL' tolerance (pence, default 0) an OperAlert
      *          goes to the operators, as NightBalance does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BankRecon.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * tonight's statement from the bank, if one arrived - cleared
      * once it has been imported
           SELECT OPTIONAL BANK-STATEMENT-FILE ASSIGN TO 'bankstmt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK-STATEMENT.

      * the last statement's closing balance and the bank credits no
      * receipt has matched yet - read, then rewritten whole
           SELECT OPTIONAL BANK-OPEN-FILE ASSIGN TO 'bankopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-BANK-OPEN.

      * every receipt CashApply has read - read, then rewritten whole
      * with tonight's matches marked
           SELECT OPTIONAL RECEIPT-HISTORY-FILE
           ASSIGN TO 'rcpthist.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECEIPT-HISTORY.

      * run controls - the 'BRDW' date window and 'BRTL' tolerance
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT RECON-REPORT-FILE ASSIGN TO 'bankrec.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECON-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD BANK-STATEMENT-FILE.

       COPY BANKSTMT.

      * 'B' - the last statement imported: its date, closing balance
      *       and account, always the first record
      * 'L' - one bank credit still waiting for its receipt, and the
      *       date of the statement it came on
       FD BANK-OPEN-FILE.
       01 BANK-OPEN-RECORD.
           03 BO-REC-TYPE PIC X.
               88 BO-IS-BALANCE VALUE 'B'.
               88 BO-IS-LINE VALUE 'L'.
           03 BO-VALUE-DATE PIC 9(8).
           03 BO-DR-CR PIC X.
           03 BO-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 BO-REF PIC X(18).
           03 BO-STMT-DATE PIC 9(8).

       FD RECEIPT-HISTORY-FILE.

       COPY RCPTHIST.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-BANK-STATEMENT PIC XX VALUE '00'.
       01 WS-FS-BANK-OPEN PIC XX VALUE '00'.
       01 WS-FS-RECEIPT-HISTORY PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-RECON-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'BankRecon'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'BankRecon'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to OperAlert.cbl - a refused statement or an
      * unexplained difference beyond tolerance is raised to the
      * operators
       01 OPER-ALERT-WORK.
           03 OPAL-SEVERITY PIC X VALUE 'W'.
           03 OPAL-PROGRAM-NAME PIC X(20) VALUE 'BankRecon'.
           03 OPAL-ALERT-CODE PIC X(8) VALUE 'BANKRECN'.
           03 OPAL-DETAIL-TEXT PIC X(40).

       01 ALERT-DETAIL.
           03 FILLER PIC X(22) VALUE 'UNRECONCILED AMOUNT   '.
           03 ALERT-D-AMOUNT PIC Z(8)9.99.

      * the chain's business date and run identifier
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 RECON-DATE PIC 9(8) VALUE ZERO.

      * the date the receipts are aged against - the statement's own
      * date when one came in tonight, the business date otherwise
       01 AS-AT-DATE PIC 9(8) VALUE ZERO.

       01 STATEMENT-EOF PIC X VALUE 'N'.
       01 BANK-OPEN-EOF PIC X VALUE 'N'.
       01 HISTORY-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 STATEMENT-READ-COUNT PIC 9(7) VALUE ZERO.

      * the days either side of a receipt's pay date a bank credit may
      * fall and still match it, and the unexplained amount allowed
      * before the operators are told - the 'BRDW' and 'BRTL'
      * records in runctl.dat
       01 RECON-CONTROLS.
           03 DATE-WINDOW-DAYS PIC 9(3) VALUE 003.
           03 TOLERANCE-PENCE PIC 9(6) VALUE ZERO.
           03 TOLERANCE-AMOUNT PIC 9(4)V99 VALUE ZERO.

      * the statement as imported tonight, and the proof of it
       01 STATEMENT-WORK.
           03 STATEMENT-SW PIC X VALUE 'N'.
               88 STATEMENT-IMPORTED VALUE 'Y'.
           03 HEADER-COUNT PIC 9(3) VALUE ZERO.
           03 TRAILER-COUNT PIC 9(3) VALUE ZERO.
           03 LINE-READ-COUNT PIC 9(5) VALUE ZERO.
           03 STMT-ACCOUNT PIC X(12) VALUE SPACES.
           03 STMT-DATE PIC 9(8) VALUE ZERO.
           03 STMT-OPENING PIC S9(9)V99 VALUE ZERO.
           03 STMT-CLOSING PIC S9(9)V99 VALUE ZERO.
           03 STMT-LINE-COUNT PIC 9(5) VALUE ZERO.
           03 STMT-CREDITS PIC 9(9)V99 VALUE ZERO.
           03 STMT-DEBITS PIC 9(9)V99 VALUE ZERO.
           03 STMT-PROVEN-CLOSING PIC S9(9)V99 VALUE ZERO.
           03 PROOF-SW PIC X VALUE 'Y'.
               88 STATEMENT-PROVEN VALUE 'Y'.
               88 STATEMENT-REFUSED VALUE 'N'.
           03 PROOF-REASON PIC X(40) VALUE SPACES.

      * the balance carried from the last statement imported
       01 CARRIED-BALANCE-WORK.
           03 CARRIED-SW PIC X VALUE 'N'.
               88 BALANCE-CARRIED VALUE 'Y'.
           03 CARRIED-ACCOUNT PIC X(12) VALUE SPACES.
           03 CARRIED-STMT-DATE PIC 9(8) VALUE ZERO.
           03 CARRIED-CLOSING PIC S9(9)V99 VALUE ZERO.

      * the bank lines in play tonight - the credits carried forward
      * unmatched, then tonight's statement lines
       77 MAX-BANK-LINES PIC 9(4) VALUE 2000.
       01 BANK-TABLE-CONTROLS.
           03 BANK-LINE-COUNT PIC 9(4) VALUE ZERO.
           03 BANK-IDX PIC 9(4) VALUE ZERO.
           03 BANK-OVERFLOW-SW PIC X VALUE 'N'.
               88 BANK-LINES-OVERFLOWED VALUE 'Y'.
       01 BANK-TABLE.
           03 BANK-ENTRY OCCURS 2000 TIMES.
               05 BK-VALUE-DATE PIC 9(8).
               05 BK-DR-CR PIC X.
               05 BK-AMOUNT PIC 9(9)V99.
               05 BK-REF PIC X(18).
               05 BK-STMT-DATE PIC 9(8).
               05 BK-MATCH-SW PIC X.
                   88 BK-MATCHED VALUE 'Y'.
               05 BK-MATCH-HOW PIC X(6).
               05 BK-RECEIPT-IDX PIC 9(4).

      * every receipt on rcpthist.dat, kept whole for the rewrite
       77 MAX-RECEIPTS PIC 9(4) VALUE 5000.
       01 RECEIPT-TABLE-CONTROLS.
           03 RECEIPT-COUNT PIC 9(4) VALUE ZERO.
           03 RECEIPT-IDX PIC 9(4) VALUE ZERO.
           03 RECEIPT-OVERFLOW-SW PIC X VALUE 'N'.
               88 RECEIPTS-OVERFLOWED VALUE 'Y'.
       01 RECEIPT-TABLE.
           03 RECEIPT-ENTRY OCCURS 5000 TIMES.
               05 RT-CUST-NUMBER PIC 9(6).
               05 RT-AMOUNT PIC 9(7)V99.
               05 RT-PAY-DATE PIC 9(8).
               05 RT-INV-REF PIC 9(6).
               05 RT-APPLY-DATE PIC 9(8).
               05 RT-RUN-ID PIC X(11).
               05 RT-RECON-STATUS PIC X.
                   88 RT-NOT-ON-BANK VALUE SPACE.
                   88 RT-RECONCILED VALUE 'R'.
               05 RT-BANK-DATE PIC 9(8).
               05 RT-BANK-REF PIC X(18).

      * the search for one bank credit's receipt - pass 1 wants the
      * same date, pass 2 the nearest date inside the window
       01 MATCH-WORK.
           03 MATCH-PASS PIC 9 VALUE ZERO.
           03 BEST-RECEIPT-IDX PIC 9(4) VALUE ZERO.
           03 BEST-DAYS-APART PIC S9(7) VALUE ZERO.
           03 DAYS-APART PIC S9(7) VALUE ZERO.
           03 MATCHED-COUNT PIC 9(5) VALUE ZERO.
           03 MATCHED-TOT PIC 9(9)V99 VALUE ZERO.

       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * what is left unexplained once the matching is done
       01 RECON-TOTALS.
           03 UNMATCHED-CR-COUNT PIC 9(5) VALUE ZERO.
           03 UNMATCHED-CR-TOT PIC 9(9)V99 VALUE ZERO.
           03 UNMATCHED-DR-COUNT PIC 9(5) VALUE ZERO.
           03 UNMATCHED-DR-TOT PIC 9(9)V99 VALUE ZERO.
           03 IN-TRANSIT-COUNT PIC 9(5) VALUE ZERO.
           03 IN-TRANSIT-TOT PIC 9(9)V99 VALUE ZERO.
           03 OVERDUE-COUNT PIC 9(5) VALUE ZERO.
           03 OVERDUE-TOT PIC 9(9)V99 VALUE ZERO.
           03 BANK-BALANCE PIC S9(9)V99 VALUE ZERO.
           03 RECONCILED-BALANCE PIC S9(9)V99 VALUE ZERO.
           03 MISMATCH-TOT PIC 9(9)V99 VALUE ZERO.

      * print lines for the reconciliation report
       01 REC-TITLE-LINE.
           03 FILLER PIC X(26) VALUE 'BANK RECONCILIATION AS AT '.
           03 REC-T-DATE PIC 9(8).
           03 FILLER PIC X(11) VALUE '  ACCOUNT  '.
           03 REC-T-ACCOUNT PIC X(12).
           03 FILLER PIC X(18) VALUE '  DATE WINDOW    '.
           03 REC-T-WINDOW PIC ZZ9.
           03 FILLER PIC X(5) VALUE ' DAYS'.
       01 REC-AMOUNT-LINE.
           03 REC-A-LABEL PIC X(40).
           03 REC-A-COUNT PIC ZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 REC-A-AMOUNT PIC -(9)9.99.
       01 MATCH-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'VALUE DT REFERENCE  '.
           03 FILLER PIC X(20) VALUE '              AMOUNT'.
           03 FILLER PIC X(20) VALUE ' CUSTMR PAY DATE RUN'.
           03 FILLER PIC X(14) VALUE ' ID      MATCH'.
       01 MATCH-DETAIL-LINE.
           03 MT-D-VALUE-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 MT-D-REF PIC X(18).
           03 FILLER PIC X VALUE SPACE.
           03 MT-D-AMOUNT PIC Z(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 MT-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 MT-D-PAY-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 MT-D-RUN-ID PIC X(11).
           03 FILLER PIC X VALUE SPACE.
           03 MT-D-HOW PIC X(6).
       01 BANK-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'VALUE DT D/C REFEREN'.
           03 FILLER PIC X(20) VALUE 'CE                AM'.
           03 FILLER PIC X(18) VALUE 'OUNT STMT DT  NOTE'.
       01 BANK-DETAIL-LINE.
           03 BL-D-VALUE-DATE PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-D-DR-CR PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 BL-D-REF PIC X(18).
           03 FILLER PIC X VALUE SPACE.
           03 BL-D-AMOUNT PIC Z(8)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 BL-D-STMT-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 BL-D-NOTE PIC X(24).
       01 RECEIPT-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'CUSTMR PAY DATE     '.
           03 FILLER PIC X(20) VALUE 'AMOUNT INVREF APPLIE'.
           03 FILLER PIC X(19) VALUE 'D  RUN ID      NOTE'.
       01 RECEIPT-DETAIL-LINE.
           03 RC-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RC-D-PAY-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 RC-D-AMOUNT PIC Z(6)9.99.
           03 FILLER PIC X VALUE SPACE.
           03 RC-D-INV-REF PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 RC-D-APPLY-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 RC-D-RUN-ID PIC X(11).
           03 FILLER PIC X VALUE SPACE.
           03 RC-D-NOTE PIC X(24).
       01 WS-RECON-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM LOAD-BANK-OPEN.
           PERFORM IMPORT-BANK-STATEMENT.
      * a statement that does not prove is not the bank's statement
      * as sent - refuse it whole, change nothing, and leave it on
      * bankstmt.dat for the bank to correct
           IF STATEMENT-REFUSED
               DISPLAY "*** Bank statement refused - " PROOF-REASON
                   " ***"
               MOVE 'BANKSTMT' TO OPAL-ALERT-CODE
               MOVE PROOF-REASON TO OPAL-DETAIL-TEXT
               CALL "OperAlert" USING OPAL-SEVERITY
                   OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                   OPAL-DETAIL-TEXT
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RECEIPT-HISTORY.
      * without every bank line and every receipt in hand the
      * rewrites would lose records - refuse the run instead
           IF BANK-LINES-OVERFLOWED
               DISPLAY "*** More than " MAX-BANK-LINES
                   " bank lines - nothing reconciled ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RECEIPTS-OVERFLOWED
               DISPLAY "*** rcpthist.dat holds more than "
                   MAX-RECEIPTS " receipts - nothing reconciled ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF STATEMENT-IMPORTED
               MOVE STMT-DATE TO AS-AT-DATE
               MOVE STMT-CLOSING TO BANK-BALANCE
           ELSE
               MOVE RECON-DATE TO AS-AT-DATE
               MOVE CARRIED-CLOSING TO BANK-BALANCE
               MOVE CARRIED-ACCOUNT TO STMT-ACCOUNT
           END-IF.
           MOVE 'B' TO DA-FUNCTION.
           MOVE 1 TO MATCH-PASS.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-LINE-COUNT
               PERFORM MATCH-ONE-BANK-LINE
           END-PERFORM.
           MOVE 2 TO MATCH-PASS.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-LINE-COUNT
               PERFORM MATCH-ONE-BANK-LINE
           END-PERFORM.

           PERFORM PRINT-RECON-REPORT.
           PERFORM REWRITE-RECEIPT-HISTORY.
           PERFORM REWRITE-BANK-OPEN.
           IF STATEMENT-IMPORTED
               PERFORM CLEAR-BANK-STATEMENT
           END-IF.

           COMPUTE TOLERANCE-AMOUNT = TOLERANCE-PENCE / 100.
           IF MISMATCH-TOT > TOLERANCE-AMOUNT
               DISPLAY "*** Bank reconciliation out by " MISMATCH-TOT
                   " - beyond tolerance ***"
               MOVE MISMATCH-TOT TO ALERT-D-AMOUNT
               MOVE ALERT-DETAIL TO OPAL-DETAIL-TEXT
               CALL "OperAlert" USING OPAL-SEVERITY
                   OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                   OPAL-DETAIL-TEXT
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.

           DISPLAY "Statement lines read: " LINE-READ-COUNT
               "  Receipts on file: " RECEIPT-COUNT.
           DISPLAY "Matched: " MATCHED-COUNT
               "  Bank credits unmatched: " UNMATCHED-CR-COUNT
               "  Receipts not on bank: " IN-TRANSIT-COUNT.
           DISPLAY "Reconciled balance: " RECONCILED-BALANCE.

           MOVE STATEMENT-READ-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's business date and run identifier - see RUNFLAG.cpy
      * - honoured only while the chain's flag is active
       READ-RUN-FLAG.
           ACCEPT RECON-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-DATE TO RECON-DATE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
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
                       EVALUATE CTL-TYPE
                           WHEN 'BRDW'
                               MOVE CTL-NUMBER TO DATE-WINDOW-DAYS
                           WHEN 'BRTL'
                               MOVE CTL-NUMBER TO TOLERANCE-PENCE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * the balance the last statement closed on, and the bank credits
      * it left unmatched
       LOAD-BANK-OPEN.
           OPEN INPUT BANK-OPEN-FILE.
           PERFORM UNTIL BANK-OPEN-EOF = 'Y'
               READ BANK-OPEN-FILE
                   AT END
                       MOVE 'Y' TO BANK-OPEN-EOF
                   NOT AT END
                       IF BO-IS-BALANCE
                           MOVE 'Y' TO CARRIED-SW
                           MOVE BO-REF TO CARRIED-ACCOUNT
                           MOVE BO-VALUE-DATE TO CARRIED-STMT-DATE
                           MOVE BO-AMOUNT TO CARRIED-CLOSING
                       ELSE
                           PERFORM HOLD-CARRIED-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-OPEN-FILE.

       HOLD-CARRIED-LINE.
           IF BANK-LINE-COUNT < MAX-BANK-LINES
               ADD 1 TO BANK-LINE-COUNT
               MOVE BO-VALUE-DATE TO BK-VALUE-DATE(BANK-LINE-COUNT)
               MOVE BO-DR-CR TO BK-DR-CR(BANK-LINE-COUNT)
               MOVE BO-AMOUNT TO BK-AMOUNT(BANK-LINE-COUNT)
               MOVE BO-REF TO BK-REF(BANK-LINE-COUNT)
               MOVE BO-STMT-DATE TO BK-STMT-DATE(BANK-LINE-COUNT)
               MOVE 'N' TO BK-MATCH-SW(BANK-LINE-COUNT)
               MOVE SPACES TO BK-MATCH-HOW(BANK-LINE-COUNT)
               MOVE ZERO TO BK-RECEIPT-IDX(BANK-LINE-COUNT)
           ELSE
               MOVE 'Y' TO BANK-OVERFLOW-SW
           END-IF.

      * reads tonight's statement, if any, holding its lines behind the
      * carried ones and proving it as it goes
       IMPORT-BANK-STATEMENT.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF WS-FS-BANK-STATEMENT NOT = '00'
               AND WS-FS-BANK-STATEMENT NOT = '05'
               MOVE 'BANK-STATEMENT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-BANK-STATEMENT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM UNTIL STATEMENT-EOF = 'Y'
               READ BANK-STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO STATEMENT-EOF
                   NOT AT END
                       ADD 1 TO STATEMENT-READ-COUNT
                       PERFORM IMPORT-ONE-STATEMENT-RECORD
               END-READ
           END-PERFORM.
           CLOSE BANK-STATEMENT-FILE.
           IF STATEMENT-READ-COUNT > ZERO
               MOVE 'Y' TO STATEMENT-SW
               PERFORM PROVE-BANK-STATEMENT
           END-IF.

       IMPORT-ONE-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN BS-IS-HEADER
                   IF STATEMENT-READ-COUNT NOT = 1
                       AND STATEMENT-PROVEN
                       MOVE 'N' TO PROOF-SW
                       MOVE 'HEADER IS NOT THE FIRST RECORD'
                           TO PROOF-REASON
                   END-IF
                   ADD 1 TO HEADER-COUNT
                   MOVE BS-ACCOUNT TO STMT-ACCOUNT
                   MOVE BS-STMT-DATE TO STMT-DATE
                   MOVE BS-OPENING-BALANCE TO STMT-OPENING
               WHEN BS-IS-LINE
                   ADD 1 TO LINE-READ-COUNT
                   PERFORM HOLD-STATEMENT-LINE
               WHEN BS-IS-TRAILER
                   ADD 1 TO TRAILER-COUNT
                   MOVE BS-CLOSING-BALANCE TO STMT-CLOSING
                   MOVE BS-LINE-COUNT TO STMT-LINE-COUNT
               WHEN OTHER
                   IF STATEMENT-PROVEN
                       MOVE 'N' TO PROOF-SW
                       MOVE 'UNKNOWN RECORD TYPE ON STATEMENT'
                           TO PROOF-REASON
                   END-IF
           END-EVALUATE.

       HOLD-STATEMENT-LINE.
           IF NOT BS-IS-CREDIT AND NOT BS-IS-DEBIT
               IF STATEMENT-PROVEN
                   MOVE 'N' TO PROOF-SW
                   MOVE 'LINE NEITHER CREDIT NOR DEBIT'
                       TO PROOF-REASON
               END-IF
           END-IF.
           IF BS-IS-CREDIT
               ADD BS-LINE-AMOUNT TO STMT-CREDITS
           ELSE
               ADD BS-LINE-AMOUNT TO STMT-DEBITS
           END-IF.
           IF BANK-LINE-COUNT < MAX-BANK-LINES
               ADD 1 TO BANK-LINE-COUNT
               MOVE BS-VALUE-DATE TO BK-VALUE-DATE(BANK-LINE-COUNT)
               MOVE BS-DR-CR TO BK-DR-CR(BANK-LINE-COUNT)
               MOVE BS-LINE-AMOUNT TO BK-AMOUNT(BANK-LINE-COUNT)
               MOVE BS-LINE-REF TO BK-REF(BANK-LINE-COUNT)
               MOVE ZERO TO BK-STMT-DATE(BANK-LINE-COUNT)
               MOVE 'N' TO BK-MATCH-SW(BANK-LINE-COUNT)
               MOVE SPACES TO BK-MATCH-HOW(BANK-LINE-COUNT)
               MOVE ZERO TO BK-RECEIPT-IDX(BANK-LINE-COUNT)
           ELSE
               MOVE 'Y' TO BANK-OVERFLOW-SW
           END-IF.

      * the statement must be whole, add up, and follow on from the
      * last one - the first failure found is the reason given
       PROVE-BANK-STATEMENT.
           COMPUTE STMT-PROVEN-CLOSING = STMT-OPENING + STMT-CREDITS
               - STMT-DEBITS.
           IF STATEMENT-PROVEN
               AND (HEADER-COUNT NOT = 1 OR TRAILER-COUNT NOT = 1)
               MOVE 'N' TO PROOF-SW
               MOVE 'NOT ONE HEADER AND ONE TRAILER' TO PROOF-REASON
           END-IF.
           IF STATEMENT-PROVEN
               AND STMT-LINE-COUNT NOT = LINE-READ-COUNT
               MOVE 'N' TO PROOF-SW
               MOVE 'LINE COUNT DIFFERS FROM TRAILER' TO PROOF-REASON
           END-IF.
           IF STATEMENT-PROVEN
               AND STMT-PROVEN-CLOSING NOT = STMT-CLOSING
               MOVE 'N' TO PROOF-SW
               MOVE 'LINES DO NOT ADD TO CLOSING BALANCE'
                   TO PROOF-REASON
           END-IF.
           IF STATEMENT-PROVEN AND BALANCE-CARRIED
               IF STMT-DATE NOT > CARRIED-STMT-DATE
                   MOVE 'N' TO PROOF-SW
                   MOVE 'STATEMENT ALREADY IMPORTED' TO PROOF-REASON
               ELSE
                   IF STMT-OPENING NOT = CARRIED-CLOSING
                       MOVE 'N' TO PROOF-SW
                       MOVE 'OPENING NOT LAST CLOSING BALANCE'
                           TO PROOF-REASON
                   END-IF
               END-IF
           END-IF.
           IF STATEMENT-PROVEN
               PERFORM VARYING BANK-IDX FROM 1 BY 1
                       UNTIL BANK-IDX > BANK-LINE-COUNT
                   IF BK-STMT-DATE(BANK-IDX) = ZERO
                       MOVE STMT-DATE TO BK-STMT-DATE(BANK-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-RECEIPT-HISTORY.
           OPEN INPUT RECEIPT-HISTORY-FILE.
           PERFORM UNTIL HISTORY-EOF = 'Y'
               READ RECEIPT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO HISTORY-EOF
                   NOT AT END
                       IF RECEIPT-COUNT < MAX-RECEIPTS
                           ADD 1 TO RECEIPT-COUNT
                           PERFORM HOLD-ONE-RECEIPT
                       ELSE
                           MOVE 'Y' TO RECEIPT-OVERFLOW-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-FILE.

       HOLD-ONE-RECEIPT.
           MOVE RH-CUST-NUMBER TO RT-CUST-NUMBER(RECEIPT-COUNT).
           MOVE RH-AMOUNT TO RT-AMOUNT(RECEIPT-COUNT).
           MOVE RH-PAY-DATE TO RT-PAY-DATE(RECEIPT-COUNT).
           MOVE RH-INV-REF TO RT-INV-REF(RECEIPT-COUNT).
           MOVE RH-APPLY-DATE TO RT-APPLY-DATE(RECEIPT-COUNT).
           MOVE RH-RUN-ID TO RT-RUN-ID(RECEIPT-COUNT).
           MOVE RH-RECON-STATUS TO RT-RECON-STATUS(RECEIPT-COUNT).
           MOVE RH-BANK-DATE TO RT-BANK-DATE(RECEIPT-COUNT).
           MOVE RH-BANK-REF TO RT-BANK-REF(RECEIPT-COUNT).

      * one unmatched bank credit against the receipts not yet seen
      * on the bank, same amount - pass 1 takes the first on the
      * same date, pass 2 the nearest inside the window
       MATCH-ONE-BANK-LINE.
           IF BK-DR-CR(BANK-IDX) = 'C'
               AND NOT BK-MATCHED(BANK-IDX)
               MOVE ZERO TO BEST-RECEIPT-IDX
               MOVE 9999999 TO BEST-DAYS-APART
               PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
                       UNTIL RECEIPT-IDX > RECEIPT-COUNT
                   IF RT-NOT-ON-BANK(RECEIPT-IDX)
                       AND RT-AMOUNT(RECEIPT-IDX) = BK-AMOUNT(BANK-IDX)
                       PERFORM TRY-ONE-RECEIPT
                   END-IF
               END-PERFORM
               IF BEST-RECEIPT-IDX > ZERO
                   PERFORM MARK-ONE-MATCH
               END-IF
           END-IF.

       TRY-ONE-RECEIPT.
           IF MATCH-PASS = 1
               IF RT-PAY-DATE(RECEIPT-IDX) = BK-VALUE-DATE(BANK-IDX)
                   AND BEST-RECEIPT-IDX = ZERO
                   MOVE RECEIPT-IDX TO BEST-RECEIPT-IDX
                   MOVE ZERO TO BEST-DAYS-APART
               END-IF
           ELSE
               MOVE RT-PAY-DATE(RECEIPT-IDX)(7:2) TO CNV-DAY
               MOVE RT-PAY-DATE(RECEIPT-IDX)(5:2) TO CNV-MONTH
               MOVE RT-PAY-DATE(RECEIPT-IDX)(1:4) TO CNV-YEAR
               MOVE BK-VALUE-DATE(BANK-IDX)(7:2) TO DA-DAY-2
               MOVE BK-VALUE-DATE(BANK-IDX)(5:2) TO DA-MONTH-2
               MOVE BK-VALUE-DATE(BANK-IDX)(1:4) TO DA-YEAR-2
               PERFORM CALL-DAYS-BETWEEN
               MOVE DA-DAYS-BETWEEN TO DAYS-APART
               IF DAYS-APART < ZERO
                   COMPUTE DAYS-APART = ZERO - DAYS-APART
               END-IF
               IF DAYS-APART NOT > DATE-WINDOW-DAYS
                   AND DAYS-APART < BEST-DAYS-APART
                   MOVE RECEIPT-IDX TO BEST-RECEIPT-IDX
                   MOVE DAYS-APART TO BEST-DAYS-APART
               END-IF
           END-IF.

       MARK-ONE-MATCH.
           MOVE 'Y' TO BK-MATCH-SW(BANK-IDX).
           MOVE BEST-RECEIPT-IDX TO BK-RECEIPT-IDX(BANK-IDX).
           IF MATCH-PASS = 1
               MOVE 'EXACT' TO BK-MATCH-HOW(BANK-IDX)
           ELSE
               MOVE 'WINDOW' TO BK-MATCH-HOW(BANK-IDX)
           END-IF.
           MOVE 'R' TO RT-RECON-STATUS(BEST-RECEIPT-IDX).
           MOVE BK-VALUE-DATE(BANK-IDX)
               TO RT-BANK-DATE(BEST-RECEIPT-IDX).
           MOVE BK-REF(BANK-IDX) TO RT-BANK-REF(BEST-RECEIPT-IDX).
           ADD 1 TO MATCHED-COUNT.
           ADD BK-AMOUNT(BANK-IDX) TO MATCHED-TOT.

       CALL-DAYS-BETWEEN.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.

      * the statement proof, the matches, the bank lines no receipt
      * explains, the receipts the bank has not shown, and the
      * balance that reconciles them
       PRINT-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
           IF WS-FS-RECON-REPORT NOT = '00'
               MOVE 'RECON-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RECON-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE AS-AT-DATE TO REC-T-DATE.
           MOVE STMT-ACCOUNT TO REC-T-ACCOUNT.
           MOVE DATE-WINDOW-DAYS TO REC-T-WINDOW.
           MOVE REC-TITLE-LINE TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           PERFORM PRINT-STATEMENT-PROOF.

           MOVE SPACES TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE 'MATCHED TO RECEIPTS' TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE MATCH-COL-HEAD TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-LINE-COUNT
               IF BK-MATCHED(BANK-IDX)
                   PERFORM PRINT-ONE-MATCH
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE 'BANK LINES NOT IN THE RECEIPTS' TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE BANK-COL-HEAD TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-LINE-COUNT
               IF NOT BK-MATCHED(BANK-IDX)
                   PERFORM PRINT-ONE-BANK-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE 'RECEIPTS NOT YET SEEN ON THE BANK' TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE RECEIPT-COL-HEAD TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE 'B' TO DA-FUNCTION.
           MOVE AS-AT-DATE(7:2) TO DA-DAY-2.
           MOVE AS-AT-DATE(5:2) TO DA-MONTH-2.
           MOVE AS-AT-DATE(1:4) TO DA-YEAR-2.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
                   UNTIL RECEIPT-IDX > RECEIPT-COUNT
               IF RT-NOT-ON-BANK(RECEIPT-IDX)
                   PERFORM PRINT-ONE-RECEIPT
               END-IF
           END-PERFORM.

      * the bank's balance, plus the receipts on their way to it,
      * less the credits it holds that no receipt explains
           COMPUTE RECONCILED-BALANCE = BANK-BALANCE + IN-TRANSIT-TOT
               - UNMATCHED-CR-TOT.
           COMPUTE MISMATCH-TOT = UNMATCHED-CR-TOT + OVERDUE-TOT.
           MOVE SPACES TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'BANK BALANCE' TO REC-A-LABEL.
           MOVE BANK-BALANCE TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'ADD RECEIPTS NOT YET ON THE BANK' TO REC-A-LABEL.
           MOVE IN-TRANSIT-COUNT TO REC-A-COUNT.
           MOVE IN-TRANSIT-TOT TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'LESS BANK CREDITS NOT IN THE RECEIPTS' TO REC-A-LABEL.
           MOVE UNMATCHED-CR-COUNT TO REC-A-COUNT.
           MOVE UNMATCHED-CR-TOT TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'RECONCILED BALANCE' TO REC-A-LABEL.
           MOVE RECONCILED-BALANCE TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'BANK DEBITS - NOT RECEIPTS' TO REC-A-LABEL.
           MOVE UNMATCHED-DR-COUNT TO REC-A-COUNT.
           MOVE UNMATCHED-DR-TOT TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'RECEIPTS OVERDUE ON THE BANK' TO REC-A-LABEL.
           MOVE OVERDUE-COUNT TO REC-A-COUNT.
           MOVE OVERDUE-TOT TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO REC-AMOUNT-LINE.
           MOVE 'UNEXPLAINED DIFFERENCE' TO REC-A-LABEL.
           MOVE MISMATCH-TOT TO REC-A-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           CLOSE RECON-REPORT-FILE.

       PRINT-STATEMENT-PROOF.
           IF NOT STATEMENT-IMPORTED
               MOVE 'NO STATEMENT TONIGHT - LAST BALANCE CARRIED'
                   TO WS-RECON-LINE
               PERFORM WRITE-RECON-LINE
           ELSE
               MOVE SPACES TO REC-AMOUNT-LINE
               MOVE 'STATEMENT OPENING BALANCE' TO REC-A-LABEL
               MOVE STMT-OPENING TO REC-A-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO REC-AMOUNT-LINE
               MOVE 'ADD CREDITS' TO REC-A-LABEL
               MOVE STMT-CREDITS TO REC-A-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO REC-AMOUNT-LINE
               MOVE 'LESS DEBITS' TO REC-A-LABEL
               MOVE STMT-DEBITS TO REC-A-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               MOVE SPACES TO REC-AMOUNT-LINE
               MOVE 'STATEMENT CLOSING BALANCE - PROVEN' TO REC-A-LABEL
               MOVE LINE-READ-COUNT TO REC-A-COUNT
               MOVE STMT-CLOSING TO REC-A-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.

       PRINT-ONE-MATCH.
           MOVE BK-RECEIPT-IDX(BANK-IDX) TO RECEIPT-IDX.
           MOVE SPACES TO MATCH-DETAIL-LINE.
           MOVE BK-VALUE-DATE(BANK-IDX) TO MT-D-VALUE-DATE.
           MOVE BK-REF(BANK-IDX) TO MT-D-REF.
           MOVE BK-AMOUNT(BANK-IDX) TO MT-D-AMOUNT.
           MOVE RT-CUST-NUMBER(RECEIPT-IDX) TO MT-D-CUST-NUMBER.
           MOVE RT-PAY-DATE(RECEIPT-IDX) TO MT-D-PAY-DATE.
           MOVE RT-RUN-ID(RECEIPT-IDX) TO MT-D-RUN-ID.
           MOVE BK-MATCH-HOW(BANK-IDX) TO MT-D-HOW.
           MOVE MATCH-DETAIL-LINE TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.

      * a credit no receipt explains is carried forward for tomorrow's
      * receipts; a debit is the bank's own and is only listed
       PRINT-ONE-BANK-LINE.
           MOVE SPACES TO BANK-DETAIL-LINE.
           MOVE BK-VALUE-DATE(BANK-IDX) TO BL-D-VALUE-DATE.
           MOVE BK-DR-CR(BANK-IDX) TO BL-D-DR-CR.
           MOVE BK-REF(BANK-IDX) TO BL-D-REF.
           MOVE BK-AMOUNT(BANK-IDX) TO BL-D-AMOUNT.
           MOVE BK-STMT-DATE(BANK-IDX) TO BL-D-STMT-DATE.
           IF BK-DR-CR(BANK-IDX) = 'C'
               ADD 1 TO UNMATCHED-CR-COUNT
               ADD BK-AMOUNT(BANK-IDX) TO UNMATCHED-CR-TOT
               MOVE 'NO RECEIPT - CARRIED' TO BL-D-NOTE
           ELSE
               ADD 1 TO UNMATCHED-DR-COUNT
               ADD BK-AMOUNT(BANK-IDX) TO UNMATCHED-DR-TOT
               MOVE 'BANK DEBIT' TO BL-D-NOTE
           END-IF.
           MOVE BANK-DETAIL-LINE TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.

      * a receipt the bank has not shown within the window after its
      * pay date is overdue on the bank - part of the difference
       PRINT-ONE-RECEIPT.
           MOVE RT-PAY-DATE(RECEIPT-IDX)(7:2) TO CNV-DAY.
           MOVE RT-PAY-DATE(RECEIPT-IDX)(5:2) TO CNV-MONTH.
           MOVE RT-PAY-DATE(RECEIPT-IDX)(1:4) TO CNV-YEAR.
           PERFORM CALL-DAYS-BETWEEN.
           MOVE SPACES TO RECEIPT-DETAIL-LINE.
           MOVE RT-CUST-NUMBER(RECEIPT-IDX) TO RC-D-CUST-NUMBER.
           MOVE RT-PAY-DATE(RECEIPT-IDX) TO RC-D-PAY-DATE.
           MOVE RT-AMOUNT(RECEIPT-IDX) TO RC-D-AMOUNT.
           MOVE RT-INV-REF(RECEIPT-IDX) TO RC-D-INV-REF.
           MOVE RT-APPLY-DATE(RECEIPT-IDX) TO RC-D-APPLY-DATE.
           MOVE RT-RUN-ID(RECEIPT-IDX) TO RC-D-RUN-ID.
           ADD 1 TO IN-TRANSIT-COUNT.
           ADD RT-AMOUNT(RECEIPT-IDX) TO IN-TRANSIT-TOT.
           IF DA-DAYS-BETWEEN > DATE-WINDOW-DAYS
               ADD 1 TO OVERDUE-COUNT
               ADD RT-AMOUNT(RECEIPT-IDX) TO OVERDUE-TOT
               MOVE 'OVERDUE ON THE BANK' TO RC-D-NOTE
           ELSE
               MOVE 'IN TRANSIT' TO RC-D-NOTE
           END-IF.
           MOVE RECEIPT-DETAIL-LINE TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.

       WRITE-AMOUNT-LINE.
           MOVE REC-AMOUNT-LINE TO WS-RECON-LINE.
           PERFORM WRITE-RECON-LINE.

       WRITE-RECON-LINE.
           MOVE WS-RECON-LINE TO RECON-REPORT-OUT.
           WRITE RECON-REPORT-OUT.
           IF WS-FS-RECON-REPORT NOT = '00'
               MOVE 'RECON-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-RECON-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-RECON-LINE.

      * rcpthist.dat again in full, tonight's matches marked
       REWRITE-RECEIPT-HISTORY.
           OPEN OUTPUT RECEIPT-HISTORY-FILE.
           IF WS-FS-RECEIPT-HISTORY NOT = '00'
               AND WS-FS-RECEIPT-HISTORY NOT = '05'
               MOVE 'RECEIPT-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RECEIPT-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
                   UNTIL RECEIPT-IDX > RECEIPT-COUNT
               PERFORM WRITE-ONE-RECEIPT
           END-PERFORM.
           CLOSE RECEIPT-HISTORY-FILE.

       WRITE-ONE-RECEIPT.
           MOVE RT-CUST-NUMBER(RECEIPT-IDX) TO RH-CUST-NUMBER.
           MOVE RT-AMOUNT(RECEIPT-IDX) TO RH-AMOUNT.
           MOVE RT-PAY-DATE(RECEIPT-IDX) TO RH-PAY-DATE.
           MOVE RT-INV-REF(RECEIPT-IDX) TO RH-INV-REF.
           MOVE RT-APPLY-DATE(RECEIPT-IDX) TO RH-APPLY-DATE.
           MOVE RT-RUN-ID(RECEIPT-IDX) TO RH-RUN-ID.
           MOVE RT-RECON-STATUS(RECEIPT-IDX) TO RH-RECON-STATUS.
           MOVE RT-BANK-DATE(RECEIPT-IDX) TO RH-BANK-DATE.
           MOVE RT-BANK-REF(RECEIPT-IDX) TO RH-BANK-REF.
           WRITE RECEIPT-HISTORY-RECORD.
           IF WS-FS-RECEIPT-HISTORY NOT = '00'
               MOVE 'RECEIPT-HISTORY-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-RECEIPT-HISTORY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * bankopen.dat again in full - the balance record, then the
      * credits still waiting for a receipt
       REWRITE-BANK-OPEN.
           OPEN OUTPUT BANK-OPEN-FILE.
           IF WS-FS-BANK-OPEN NOT = '00'
               AND WS-FS-BANK-OPEN NOT = '05'
               MOVE 'BANK-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-BANK-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           IF STATEMENT-IMPORTED OR BALANCE-CARRIED
               MOVE SPACES TO BANK-OPEN-RECORD
               MOVE 'B' TO BO-REC-TYPE
               IF STATEMENT-IMPORTED
                   MOVE STMT-DATE TO BO-VALUE-DATE
               ELSE
                   MOVE CARRIED-STMT-DATE TO BO-VALUE-DATE
               END-IF
               MOVE BANK-BALANCE TO BO-AMOUNT
               MOVE STMT-ACCOUNT TO BO-REF
               MOVE ZERO TO BO-STMT-DATE
               PERFORM WRITE-BANK-OPEN
           END-IF.
           PERFORM VARYING BANK-IDX FROM 1 BY 1
                   UNTIL BANK-IDX > BANK-LINE-COUNT
               IF BK-DR-CR(BANK-IDX) = 'C'
                   AND NOT BK-MATCHED(BANK-IDX)
                   MOVE SPACES TO BANK-OPEN-RECORD
                   MOVE 'L' TO BO-REC-TYPE
                   MOVE BK-VALUE-DATE(BANK-IDX) TO BO-VALUE-DATE
                   MOVE BK-DR-CR(BANK-IDX) TO BO-DR-CR
                   MOVE BK-AMOUNT(BANK-IDX) TO BO-AMOUNT
                   MOVE BK-REF(BANK-IDX) TO BO-REF
                   MOVE BK-STMT-DATE(BANK-IDX) TO BO-STMT-DATE
                   PERFORM WRITE-BANK-OPEN
               END-IF
           END-PERFORM.
           CLOSE BANK-OPEN-FILE.

       WRITE-BANK-OPEN.
           WRITE BANK-OPEN-RECORD.
           IF WS-FS-BANK-OPEN NOT = '00'
               MOVE 'BANK-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-BANK-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * the statement is in - clear the import so it cannot be taken
      * twice
       CLEAR-BANK-STATEMENT.
           OPEN OUTPUT BANK-STATEMENT-FILE.
           IF WS-FS-BANK-STATEMENT NOT = '00'
               AND WS-FS-BANK-STATEMENT NOT = '05'
               MOVE 'BANK-STATEMENT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-BANK-STATEMENT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE BANK-STATEMENT-FILE.

       END PROGRAM BankRecon.
