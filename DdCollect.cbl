      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the nightly direct-debit collection run. Every open
      *          item on the customer ledger (aropen.dat, see
      *          AROPEN.cpy) belonging to a customer with an active
      *          mandate (ddmandate.dat, see DDMAND.cpy) is put on
      *          the bank's collection file (ddbank.dat, see
      *          DDBANK.cpy) once it falls due by the next business
      *          day - the item falls due its terms after invoice,
      *          the 'ARIT' days in runctl.dat, default 30, and the
      *          bank collects on the business day after the run
      *          date. The file carries a header and a trailer with
      *          the count, amount total and account-number hash the
      *          bank proves it against, and a hand-off manifest
      *          entry. Every item sent goes on the collection-status
      *          register (ddreg.dat, see DDCOLL.cpy) as submitted,
      *          so it is never sent twice and DdResult can settle it
      *          when the bank answers; a rerun of the same night
      *          sends the same items again on the new file. Only
      *          home-currency items are collected - a foreign item
      *          of a mandate customer is listed and left to be paid.
      *          What was sent goes on the collection report
      *          (ddcoll.rpt).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DdCollect.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - a system that hasn't invoiced yet has nothing to
      * collect
           SELECT OPTIONAL OPEN-ITEM-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * OPTIONAL - until the first mandate is lodged every lookup
      * comes back not found and nothing is collected
           SELECT OPTIONAL DD-MANDATE-MASTER
           ASSIGN TO 'ddmandate.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DDM-CUST-NUMBER
           FILE STATUS IS WS-FS-DD-MANDATE.

      * read whole first for the items already with the bank, then
      * appended to with tonight's
           SELECT OPTIONAL DD-REGISTER-FILE ASSIGN TO 'ddreg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DD-REGISTER.

      * run controls - the 'ARIT' terms
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

      * the chain's run flag - the business date collected for and
      * the run identifier stamped on the register. OPTIONAL so a
      * standalone run still works
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT DD-BANK-FILE ASSIGN TO 'ddbank.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DD-BANK.

           SELECT COLLECT-REPORT-FILE ASSIGN TO 'ddcoll.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COLLECT-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD OPEN-ITEM-FILE.

       COPY AROPEN.

       FD DD-MANDATE-MASTER.

       COPY DDMAND.

       FD DD-REGISTER-FILE.

       COPY DDCOLL.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD DD-BANK-FILE.

       COPY DDBANK.

       FD COLLECT-REPORT-FILE.
       01 COLLECT-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-DD-MANDATE PIC XX VALUE '00'.
       01 WS-FS-DD-REGISTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-DD-BANK PIC XX VALUE '00'.
       01 WS-FS-COLLECT-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'DdCollect'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'DdCollect'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'DdCollect'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'ddbank.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * the chain's run identifier and business date, and the date
      * the bank is asked to collect on - the next business day
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 COLLECT-DATE PIC 9(8) VALUE ZERO.
       01 DUE-DATE PIC 9(8) VALUE ZERO.

      * days after invoice an item falls due - the 'ARIT' record in
      * runctl.dat if one is present, the same terms ArInterest
      * charges interest after
       01 TERMS-DAYS PIC 9(3) VALUE 030.

       01 LEDGER-EOF PIC X VALUE 'N'.
       01 REGISTER-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 LEDGER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 REGISTER-READ-COUNT PIC 9(7) VALUE ZERO.

      * whether the item in hand's customer has a mandate to collect
      * under on the run date
       01 MANDATE-FOUND-SW PIC X VALUE 'N'.
           88 MANDATE-USABLE VALUE 'Y'.

      * what went on the bank file - the same figures go on its
      * trailer
       01 COLLECT-TOTALS.
           03 COLLECT-ITEM-COUNT PIC 9(6) VALUE ZERO.
           03 COLLECT-AMOUNT-TOT PIC 9(11)V99 VALUE ZERO.
           03 COLLECT-ACCOUNT-HASH PIC 9(15) VALUE ZERO.
           03 RESENT-ITEM-COUNT PIC 9(6) VALUE ZERO.
           03 FOREIGN-ITEM-COUNT PIC 9(6) VALUE ZERO.
           03 MANDATE-GONE-COUNT PIC 9(6) VALUE ZERO.

       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * every item already on the register, so none is sent twice -
      * and what tonight's earlier run sent, so a rerun sends it
      * again on the new file
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
               05 RG-RESEND-SW PIC X.
                   88 RG-RESEND VALUE 'Y'.

      * print lines for the collection report
       01 COL-TITLE-LINE.
           03 FILLER PIC X(25) VALUE 'DIRECT-DEBIT COLLECTION '.
           03 COL-T-DATE PIC 9(8).
           03 FILLER PIC X(12) VALUE '  COLLECT ON'.
           03 FILLER PIC X VALUE SPACE.
           03 COL-T-COLLECT-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  RUN ID '.
           03 COL-T-RUN-ID PIC X(11).
       01 COL-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'CUSTOMER   ITEM  INV'.
           03 FILLER PIC X(19) VALUE ' DATE      AMOUNT  '.
           03 FILLER PIC X(6) VALUE 'ACTION'.
       01 COL-DETAIL-LINE.
           03 COL-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 COL-D-ITEM-NUMBER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 COL-D-INV-DATE PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 COL-D-AMOUNT PIC Z(7)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 COL-D-ACTION PIC X(30).
       01 COL-FOREIGN-ACTION.
           03 FILLER PIC X(25) VALUE 'NOT COLLECTED - CURRENCY '.
           03 COL-F-CURRENCY PIC X(3).
       01 COL-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'ITEMS TO COLLECT: '.
           03 COL-G-COUNT PIC ZZZZZ9.
           03 FILLER PIC X(10) VALUE '  AMOUNT: '.
           03 COL-G-AMOUNT PIC Z(10)9.99.
       01 COL-TOTAL-LINE-2.
           03 FILLER PIC X(18) VALUE 'ACCOUNT HASH:     '.
           03 COL-G-HASH PIC Z(14)9.
       01 COL-TOTAL-LINE-3.
           03 FILLER PIC X(18) VALUE 'OF WHICH RESENT:  '.
           03 COL-G-RESENT PIC ZZZZZ9.
           03 FILLER PIC X(21) VALUE '  FOREIGN CURRENCY:  '.
           03 COL-G-FOREIGN PIC ZZZZZ9.
       01 WS-REPORT-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM FIND-COLLECT-DATE.
           PERFORM LOAD-COLLECTION-REGISTER.

      * an item past the table's ceiling could be sent to the bank
      * a second time - refuse the whole run instead, nothing sent
           IF REG-OVERFLOWED
               DISPLAY "*** ddreg.dat holds more than "
                   MAX-REG-ITEMS " items - nothing collected ***"
               MOVE 11 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-COLLECTION-FILES.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-ITEM-COUNT
               IF RG-RESEND(REG-IDX)
                   PERFORM RESEND-ONE-ITEM
               END-IF
           END-PERFORM.
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ OPEN-ITEM-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       ADD 1 TO LEDGER-READ-COUNT
                       IF AR-IS-OPEN
                           AND AR-OPEN-AMOUNT > ZERO
                           PERFORM CHECK-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-BANK-TRAILER.
           PERFORM PRINT-COLLECTION-TOTALS.
           CLOSE OPEN-ITEM-FILE.
           CLOSE DD-MANDATE-MASTER.
           CLOSE DD-REGISTER-FILE.
           CLOSE DD-BANK-FILE.
           CLOSE COLLECT-REPORT-FILE.
           PERFORM WRITE-HAND-OFF-MANIFEST.

           DISPLAY "Ledger records read: " LEDGER-READ-COUNT.
           DISPLAY "Items to collect: " COLLECT-ITEM-COUNT
               "  Resent: " RESENT-ITEM-COUNT
               "  Foreign currency: " FOREIGN-ITEM-COUNT.

           MOVE LEDGER-READ-COUNT TO RSUM-RECORDS-READ.
           ADD FOREIGN-ITEM-COUNT MANDATE-GONE-COUNT
               GIVING RSUM-RECORDS-REJECTED.
           IF RSUM-RECORDS-REJECTED > ZERO
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
      * run outside the chain collects for today
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
                       IF CTL-TYPE = 'ARIT'
                           MOVE CTL-NUMBER TO TERMS-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * the bank collects on the business day after the run date -
      * DateConvert's next-business-day ask, which steps over the
      * weekend and the runcal holidays
       FIND-COLLECT-DATE.
           MOVE RUN-DATE(7:2) TO CNV-DAY.
           MOVE RUN-DATE(5:2) TO CNV-MONTH.
           MOVE RUN-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'X' TO DA-FUNCTION.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE COLLECT-DATE = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

      * every item ever sent is held; what this business date's
      * earlier run sent and the bank has not yet answered is marked
      * to go on tonight's file again
       LOAD-COLLECTION-REGISTER.
           OPEN INPUT DD-REGISTER-FILE.
           PERFORM UNTIL REGISTER-EOF = 'Y'
               READ DD-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO REGISTER-EOF
                   NOT AT END
                       ADD 1 TO REGISTER-READ-COUNT
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
               MOVE 'N' TO RG-RESEND-SW(REG-ITEM-COUNT)
               IF DC-IS-SUBMITTED
                   AND DC-SUBMIT-DATE = RUN-DATE
                   MOVE 'Y' TO RG-RESEND-SW(REG-ITEM-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO REG-OVERFLOW-SW
           END-IF.

       OPEN-COLLECTION-FILES.
           OPEN INPUT OPEN-ITEM-FILE.
           OPEN INPUT DD-MANDATE-MASTER.
           IF WS-FS-DD-MANDATE NOT = '00'
               AND WS-FS-DD-MANDATE NOT = '05'
               MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN EXTEND DD-REGISTER-FILE.
           IF WS-FS-DD-REGISTER = '35'
               OPEN OUTPUT DD-REGISTER-FILE
           END-IF.
           IF WS-FS-DD-REGISTER NOT = '00'
               AND WS-FS-DD-REGISTER NOT = '05'
               MOVE 'DD-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT DD-BANK-FILE.
           IF WS-FS-DD-BANK NOT = '00'
               MOVE 'DD-BANK-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-BANK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT COLLECT-REPORT-FILE.
           IF WS-FS-COLLECT-REPORT NOT = '00'
               MOVE 'COLLECT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-COLLECT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO DD-BANK-RECORD.
           MOVE 'H' TO DB-REC-TYPE.
           MOVE RUN-DATE TO DBH-FILE-DATE.
           MOVE COLLECT-DATE TO DBH-COLLECT-DATE.
           MOVE THIS-RUN-ID TO DBH-RUN-ID.
           PERFORM WRITE-BANK-RECORD.
           MOVE RUN-DATE TO COL-T-DATE.
           MOVE COLLECT-DATE TO COL-T-COLLECT-DATE.
           MOVE THIS-RUN-ID TO COL-T-RUN-ID.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COL-TITLE-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COL-COL-HEAD TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      * an item this business date's earlier run already put on the
      * register goes on the new file as it was sent - the bank
      * details are the mandate's as they stand now
       RESEND-ONE-ITEM.
           MOVE RG-CUST-NUMBER(REG-IDX) TO DDM-CUST-NUMBER.
           MOVE 'N' TO MANDATE-FOUND-SW.
           READ DD-MANDATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MANDATE-FOUND-SW
           END-READ.
           MOVE RG-CUST-NUMBER(REG-IDX) TO COL-D-CUST-NUMBER.
           MOVE RG-ITEM-NUMBER(REG-IDX) TO COL-D-ITEM-NUMBER.
           MOVE ZERO TO COL-D-INV-DATE.
           MOVE RG-AMOUNT(REG-IDX) TO COL-D-AMOUNT.
           IF MANDATE-USABLE
               MOVE SPACES TO DD-BANK-RECORD
               MOVE RG-ITEM-NUMBER(REG-IDX) TO DBD-ITEM-NUMBER
               MOVE RG-MANDATE-REF(REG-IDX) TO DBD-MANDATE-REF
               MOVE RG-AMOUNT(REG-IDX) TO DBD-AMOUNT
               PERFORM WRITE-BANK-DETAIL
               ADD 1 TO RESENT-ITEM-COUNT
               MOVE 'RESENT - SUBMITTED EARLIER' TO COL-D-ACTION
           ELSE
               ADD 1 TO MANDATE-GONE-COUNT
               MOVE 'NOT RESENT - NO MANDATE' TO COL-D-ACTION
           END-IF.
           PERFORM WRITE-REPORT-DETAIL.

      * an open debit is collected when its customer has a mandate
      * signed by the run date, it falls due by the collect date and
      * it is not already with the bank
       CHECK-ONE-OPEN-ITEM.
           MOVE AR-CUST-NUMBER TO DDM-CUST-NUMBER.
           MOVE 'N' TO MANDATE-FOUND-SW.
           READ DD-MANDATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DDM-IS-ACTIVE
                       AND DDM-SIGNED-DATE NOT > RUN-DATE
                       MOVE 'Y' TO MANDATE-FOUND-SW
                   END-IF
           END-READ.
           IF MANDATE-USABLE
               PERFORM FIND-ITEM-DUE-DATE
               IF DUE-DATE NOT > COLLECT-DATE
                   PERFORM FIND-REGISTER-ITEM
                   IF NOT REG-ITEM-FOUND
                       PERFORM COLLECT-ONE-ITEM
                   END-IF
               END-IF
           END-IF.

      * the invoice date plus the terms - DateConvert's add-days ask
       FIND-ITEM-DUE-DATE.
           MOVE AR-INV-DATE(7:2) TO CNV-DAY.
           MOVE AR-INV-DATE(5:2) TO CNV-MONTH.
           MOVE AR-INV-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           MOVE TERMS-DAYS TO DA-ADD-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE DUE-DATE = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

       FIND-REGISTER-ITEM.
           MOVE 'N' TO REG-FOUND-SW.
           PERFORM VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > REG-ITEM-COUNT
                   OR REG-ITEM-FOUND
               IF RG-ITEM-NUMBER(REG-IDX) = AR-ITEM-NUMBER
                   MOVE 'Y' TO REG-FOUND-SW
               END-IF
           END-PERFORM.

      * the bank collects in sterling only - a foreign item is
      * listed for the customer to pay the usual way
       COLLECT-ONE-ITEM.
           MOVE AR-CUST-NUMBER TO COL-D-CUST-NUMBER.
           MOVE AR-ITEM-NUMBER TO COL-D-ITEM-NUMBER.
           MOVE AR-INV-DATE TO COL-D-INV-DATE.
           MOVE AR-OPEN-AMOUNT TO COL-D-AMOUNT.
           IF AR-CURRENCY NOT = SPACES
               AND AR-CURRENCY NOT = 'GBP'
               ADD 1 TO FOREIGN-ITEM-COUNT
               MOVE AR-CURRENCY TO COL-F-CURRENCY
               MOVE COL-FOREIGN-ACTION TO COL-D-ACTION
           ELSE
               MOVE SPACES TO DD-BANK-RECORD
               MOVE AR-ITEM-NUMBER TO DBD-ITEM-NUMBER
               MOVE DDM-MANDATE-REF TO DBD-MANDATE-REF
               MOVE AR-OPEN-AMOUNT TO DBD-AMOUNT
               PERFORM WRITE-BANK-DETAIL
               PERFORM WRITE-REGISTER-ENTRY
               MOVE 'SUBMITTED' TO COL-D-ACTION
           END-IF.
           PERFORM WRITE-REPORT-DETAIL.

      * the detail record from the mandate in the record area - the
      * caller has cleared the record and moved the item, reference
      * and amount
       WRITE-BANK-DETAIL.
           MOVE 'D' TO DB-REC-TYPE.
           MOVE DDM-SORT-CODE TO DBD-SORT-CODE.
           MOVE DDM-ACCOUNT-NUMBER TO DBD-ACCOUNT-NUMBER.
           MOVE DDM-ACCOUNT-NAME TO DBD-ACCOUNT-NAME.
           MOVE DDM-CUST-NUMBER TO DBD-CUST-NUMBER.
           ADD 1 TO COLLECT-ITEM-COUNT.
           ADD DBD-AMOUNT TO COLLECT-AMOUNT-TOT.
           ADD DBD-ACCOUNT-NUMBER TO COLLECT-ACCOUNT-HASH.
           PERFORM WRITE-BANK-RECORD.

       WRITE-REGISTER-ENTRY.
           MOVE AR-ITEM-NUMBER TO DC-ITEM-NUMBER.
           MOVE AR-CUST-NUMBER TO DC-CUST-NUMBER.
           MOVE DDM-MANDATE-REF TO DC-MANDATE-REF.
           MOVE AR-OPEN-AMOUNT TO DC-AMOUNT.
           MOVE COLLECT-DATE TO DC-COLLECT-DATE.
           MOVE RUN-DATE TO DC-SUBMIT-DATE.
           MOVE 'S' TO DC-STATUS.
           MOVE ZERO TO DC-RESULT-DATE.
           MOVE SPACES TO DC-RETURN-REASON.
           MOVE THIS-RUN-ID TO DC-RUN-ID.
           WRITE DD-COLLECTION-RECORD.
           IF WS-FS-DD-REGISTER NOT = '00'
               MOVE 'DD-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-DD-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       WRITE-BANK-TRAILER.
           MOVE SPACES TO DD-BANK-RECORD.
           MOVE 'T' TO DB-REC-TYPE.
           MOVE COLLECT-ITEM-COUNT TO DBT-ITEM-COUNT.
           MOVE COLLECT-AMOUNT-TOT TO DBT-AMOUNT-TOTAL.
           MOVE COLLECT-ACCOUNT-HASH TO DBT-ACCOUNT-HASH.
           PERFORM WRITE-BANK-RECORD.

       WRITE-BANK-RECORD.
           WRITE DD-BANK-RECORD.
           IF WS-FS-DD-BANK NOT = '00'
               MOVE 'DD-BANK-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-DD-BANK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       PRINT-COLLECTION-TOTALS.
           IF COLLECT-ITEM-COUNT = ZERO
               AND FOREIGN-ITEM-COUNT = ZERO
               AND MANDATE-GONE-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'NOTHING FALLS DUE FOR COLLECTION' TO
                   WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE COLLECT-ITEM-COUNT TO COL-G-COUNT.
           MOVE COLLECT-AMOUNT-TOT TO COL-G-AMOUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COL-TOTAL-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLLECT-ACCOUNT-HASH TO COL-G-HASH.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COL-TOTAL-LINE-2 TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RESENT-ITEM-COUNT TO COL-G-RESENT.
           MOVE FOREIGN-ITEM-COUNT TO COL-G-FOREIGN.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COL-TOTAL-LINE-3 TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE COL-DETAIL-LINE TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO COLLECT-REPORT-OUT.
           WRITE COLLECT-REPORT-OUT.
           IF WS-FS-COLLECT-REPORT NOT = '00'
               MOVE 'COLLECT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-COLLECT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * ddbank.dat is handed on to the bank, which proves it against
      * its trailer; the manifest entry lets the transfer prove it
      * is the file this run wrote
       WRITE-HAND-OFF-MANIFEST.
           MOVE 'W' TO MFST-FUNCTION.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** DdCollect - no manifest entry for "
                   MFST-FILE-NAME " - run stopped ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM DdCollect.
