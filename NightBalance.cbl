      *            1 - FirstProgram's batch net total against the
      *                sum of PD-PRICED-AMOUNT on prcdetl.dat
      *            2 - the same total against InvoicePrint's
      *                independently-summed invoice-register total,
      *                less the released lines it invoiced off the
      *                credit-review queue, plus what it parked there
      *            3 - the signed sum of TRAN-QUANT on transact.dat
      *                against StockPost's net posted movement plus
      *                its backorder held delta (see NIGHTVAL.cpy -
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'NightBalance'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'prcdetl.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 FP-NET-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 DETAIL-SUM PIC S9(11)V99 VALUE ZERO.
           03 REGISTER-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 CREDIT-QUEUED PIC S9(11)V99 VALUE ZERO.
           03 CREDIT-RELEASED PIC S9(11)V99 VALUE ZERO.
           03 REGISTER-SIDE PIC S9(11)V99 VALUE ZERO.
           03 POSTED-MOVEMENT PIC S9(11)V99 VALUE ZERO.
           03 HELD-DELTA PIC S9(11)V99 VALUE ZERO.
           03 TRAN-QUANT-SUM PIC S9(11)V99 VALUE ZERO.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM VERIFY-HAND-OFF-INPUTS.
           PERFORM READ-NIGHT-VALUES.
           PERFORM SUM-PRICED-DETAIL.
           PERFORM SUM-TRANSACTIONS.
           MOVE DETAIL-SUM TO LEG-RIGHT-AMOUNT.
           PERFORM VERDICT-ONE-LEG.

           COMPUTE REGISTER-SIDE = REGISTER-TOTAL + CREDIT-QUEUED
               - CREDIT-RELEASED.
           MOVE 'LEG 2 - BATCH NET VS INVOICE REGISTER' TO
               LEG-TITLE.
           MOVE FP-NET-TOTAL TO LEG-LEFT-AMOUNT.
           MOVE REGISTER-SIDE TO LEG-RIGHT-AMOUNT.
           PERFORM VERDICT-ONE-LEG.

           COMPUTE STOCK-SIDE = POSTED-MOVEMENT + HELD-DELTA.

           STOP RUN.

      * prcdetl.dat and transact.dat are FirstProgram's and
      * TranSort's hand-offs - each proved against its manifest entry
      * before it is summed, so the sheet never balances one night's
      * figures against another night's file. see FileManifest.cbl
       VERIFY-HAND-OFF-INPUTS.
           MOVE 'prcdetl.dat' TO MFST-FILE-NAME.
           PERFORM VERIFY-ONE-HAND-OFF.
           MOVE 'transact.dat' TO MFST-FILE-NAME.
           PERFORM VERIFY-ONE-HAND-OFF.

       VERIFY-ONE-HAND-OFF.
           MOVE 'V' TO MFST-FUNCTION.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** NightBalance - " MFST-FILE-NAME
                   " fails its manifest check - nothing balanced ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
                           WHEN 'IPRG'
                               MOVE NV-AMOUNT TO REGISTER-TOTAL
                               MOVE 'Y' TO IP-SEEN-SW
                           WHEN 'IPCQ'
                               MOVE NV-AMOUNT TO CREDIT-QUEUED
                           WHEN 'IPCR'
                               MOVE NV-AMOUNT TO CREDIT-RELEASED
                           WHEN 'SPMV'
                               MOVE NV-AMOUNT TO POSTED-MOVEMENT
                               MOVE 'Y' TO SP-SEEN-SW
                       MOVE 'Y' TO TRAN-EOF
                   NOT AT END
                       ADD 1 TO RECORDS-READ-COUNT
      * a transfer moves stock between locations and leaves the
      * part totals StockPost's figures measure where they were
                       IF TRAN-IS-MOVEMENT
                           ADD TRAN-QUANT TO TRAN-QUANT-SUM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
