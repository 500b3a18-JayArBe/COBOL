      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: merges a customer set up twice on custmast.dat. The
      *          signed-on supervisor keys the surviving account and
      *          the retired one; everything the retired account
      *          carries is moved onto the survivor - its items on
      *          the open-item ledger (aropen.dat), its activity on
      *          artran.dat, its contract rates (contract.dat), its
      *          standing orders (standord.dat), its addresses
      *          (custaddr.dat, renumbered into the survivor's free
      *          delivery sequences) and its direct-debit mandate
      *          where the survivor has no live one of its own - and
      *          the retired account is closed. Every record moved
      *          is journaled to mjrnl.dat. The merge refuses, with
      *          nothing changed, while the retired account still has
      *          work in flight (open sales orders, credit-queue
      *          entries, write-offs waiting, direct debits out at
      *          the bank) or anything that would collide on the
      *          survivor (a standing order for the same part, an
      *          overlapping contract window, no delivery sequence
      *          free). The merge certificate (mergecert.rpt) shows
      *          both accounts' balances and counts before, the
      *          survivor's and the retired account's after - read
      *          back off the files, not worked out - and proves the
      *          combined totals unchanged. The survivor keeps its
      *          own credit limit, hold and rep. History files
      *          (invhist, tranhist, rcpthist, dunhist and the like)
      *          stay under the number they were written with.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CustMerge.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the two accounts read by key; the retired one is rewritten
      * closed
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

           SELECT OPTIONAL CUST-ADDRESS ASSIGN TO 'custaddr.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-ADDR-KEY
           FILE STATUS IS WS-FS-CUST-ADDRESS.

      * DYNAMIC access: an account's schedules are found by
      * starting at its number and reading on
           SELECT OPTIONAL STANDING-ORDER-MASTER
               ASSIGN TO 'standord.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STO-KEY
           FILE STATUS IS WS-FS-STANDING-ORDER.

           SELECT OPTIONAL DD-MANDATE-MASTER ASSIGN TO 'ddmandate.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DDM-CUST-NUMBER
           FILE STATUS IS WS-FS-DD-MANDATE.

      * the flat files the moves rewrite - each copied to the work
      * file with the retired number changed, then copied back over
      * the live one, the way CustAnon rewrites the journal
           SELECT OPTIONAL AR-OPEN-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-OPEN.

           SELECT OPTIONAL AR-ACTIVITY-FILE ASSIGN TO 'artran.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-ACTIVITY.

           SELECT OPTIONAL CONTRACT-RATE-FILE ASSIGN TO 'contract.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTRACT-RATE.

           SELECT MERGE-WORK-FILE ASSIGN TO 'custmerge.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MERGE-WORK.

      * read only - work still in flight on the retired account
      * holds the merge
           SELECT OPTIONAL SALES-ORDER-MASTER ASSIGN TO 'soorder.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-FS-SALES-ORDER.

           SELECT OPTIONAL CREDIT-QUEUE ASSIGN TO 'crqueue.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CRQ-KEY
           FILE STATUS IS WS-FS-CREDIT-QUEUE.

           SELECT OPTIONAL WRITE-OFF-QUEUE ASSIGN TO 'woqueue.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-WRITE-OFF-QUEUE.

           SELECT OPTIONAL DD-REGISTER-FILE ASSIGN TO 'ddreg.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DD-REGISTER.

           SELECT MERGE-REPORT-FILE ASSIGN TO 'mergecert.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MERGE-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD CUST-MASTER.

       COPY CUSTMAST.

       FD CUST-ADDRESS.

       COPY CUSTADDR.

       FD STANDING-ORDER-MASTER.

       COPY STANDORD.

       FD DD-MANDATE-MASTER.

       COPY DDMAND.

       FD AR-OPEN-FILE.

       COPY AROPEN.

       FD AR-ACTIVITY-FILE.

       COPY ARTRAN.

      * the same layout RateMaint and FirstProgram read
       FD CONTRACT-RATE-FILE.
       01 CONTRACT-RATE-RECORD.
           03 CN-CUST-NUMBER PIC 9(6).
           03 CN-EFF-FROM PIC 9(8).
           03 CN-EFF-TO PIC 9(8).
           03 CN-RATE PIC 9(3)V99.

       FD MERGE-WORK-FILE.
       01 MERGE-WORK-RECORD PIC X(80).

       FD SALES-ORDER-MASTER.

       COPY SOORDER.

       FD CREDIT-QUEUE.

       COPY CRQUEUE.

       FD WRITE-OFF-QUEUE.

       COPY WOQUEUE.

       FD DD-REGISTER-FILE.

       COPY DDCOLL.

       FD MERGE-REPORT-FILE.
       01 MERGE-REPORT-OUT PIC X(104).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/REWRITE/DELETE by the blocks below,
      * which CALL the shared AbendLog routine on anything but
      * success
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-CUST-ADDRESS PIC XX VALUE '00'.
       01 WS-FS-STANDING-ORDER PIC XX VALUE '00'.
       01 WS-FS-DD-MANDATE PIC XX VALUE '00'.
       01 WS-FS-AR-OPEN PIC XX VALUE '00'.
       01 WS-FS-AR-ACTIVITY PIC XX VALUE '00'.
       01 WS-FS-CONTRACT-RATE PIC XX VALUE '00'.
       01 WS-FS-MERGE-WORK PIC XX VALUE '00'.
       01 WS-FS-SALES-ORDER PIC XX VALUE '00'.
       01 WS-FS-CREDIT-QUEUE PIC XX VALUE '00'.
       01 WS-FS-WRITE-OFF-QUEUE PIC XX VALUE '00'.
       01 WS-FS-DD-REGISTER PIC XX VALUE '00'.
       01 WS-FS-MERGE-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - merging accounts is a
      * supervisor's call
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'CustMerge'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'CustMerge'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'CustMerge'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to MasterJrnl.cbl - every record the merge
      * moves is journaled. see MJRNL.cpy
       01 MASTER-JRNL-WORK.
           03 MJRN-PROGRAM-NAME PIC X(20) VALUE 'CustMerge'.
           03 MJRN-FILE-ID PIC X.
           03 MJRN-ACTION PIC X.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).
       01 JOURNAL-COUNT PIC 9(7) VALUE ZERO.

      * arguments passed to FileLock.cbl - the files the merge
      * rewrites or checks, every one of them held by the chain all
      * night, so holding them also keeps the merge off the ledger
      * files the chain writes
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       77 MERGE-LOCK-COUNT PIC 9 VALUE 8.
       01 MERGE-LOCK-TABLE.
           03 FILLER PIC X(20) VALUE 'custmast.dat'.
           03 FILLER PIC X(20) VALUE 'custaddr.dat'.
           03 FILLER PIC X(20) VALUE 'contract.dat'.
           03 FILLER PIC X(20) VALUE 'standord.dat'.
           03 FILLER PIC X(20) VALUE 'ddmandate.dat'.
           03 FILLER PIC X(20) VALUE 'soorder.dat'.
           03 FILLER PIC X(20) VALUE 'crqueue.dat'.
           03 FILLER PIC X(20) VALUE 'woqueue.dat'.
       01 MERGE-LOCK-LIST REDEFINES MERGE-LOCK-TABLE.
           03 MERGE-LOCK-NAME OCCURS 8 TIMES PIC X(20).
       01 LOCK-IDX PIC 9 VALUE ZERO.

       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 TODAY-TIME PIC 9(8) VALUE ZERO.

      * the two account numbers off the console - converted the way
      * CustInquiry converts what is keyed
       01 ACCOUNT-ENTRY.
           03 NUMBER-ENTRY-TXT PIC X(8).
           03 NUM-IDX PIC 9 VALUE ZERO.
           03 NUM-CHAR PIC X.
           03 NUM-DIGIT-X PIC X.
           03 NUM-DIGIT-9 REDEFINES NUM-DIGIT-X PIC 9.
           03 NUM-RESULT PIC 9(8) VALUE ZERO.
           03 NUM-DIGIT-COUNT PIC 9 VALUE ZERO.
           03 NUM-OK-SW PIC X VALUE 'Y'.
               88 NUM-IS-OK VALUE 'Y'.
           03 CONFIRM-ENTRY PIC X(3).
       01 SURVIVOR-NO PIC 9(6) VALUE ZERO.
       01 RETIRED-NO PIC 9(6) VALUE ZERO.
       01 SURVIVOR-RECORD PIC X(120).
       01 RETIRED-RECORD PIC X(120).
       01 SURVIVOR-VIEW.
           03 SV-NAME PIC X(30).
           03 SV-CREDIT-LIMIT PIC 9(9)V99.
           03 SV-CREDIT-HOLD PIC X.
           03 SV-REP-CODE PIC X(4).
       01 RETIRED-VIEW.
           03 RV-NAME PIC X(30).
           03 RV-CREDIT-LIMIT PIC 9(9)V99.
           03 RV-CREDIT-HOLD PIC X.
           03 RV-REP-CODE PIC X(4).

      * why the merge is refused - every reason found is listed on
      * the certificate, so one run shows all there is to clear
       77 MAX-BLOCK-REASONS PIC 99 VALUE 20.
       01 BLOCK-COUNT PIC 9(4) VALUE ZERO.
       01 BLOCK-IDX PIC 9(4) VALUE ZERO.
       01 BLOCK-TABLE.
           03 BLOCK-REASON OCCURS 20 TIMES PIC X(80).
       01 NEW-BLOCK-REASON PIC X(80) VALUE SPACES.
       01 IN-FLIGHT-COUNT PIC 9(5) VALUE ZERO.
       01 IN-FLIGHT-ED PIC Z(4)9.
       01 SCAN-EOF PIC X VALUE 'N'.

       01 MERGE-OUTCOME-SW PIC X VALUE 'R'.
           88 MERGE-REFUSED VALUE 'R'.
           88 MERGE-NOT-CONFIRMED VALUE 'N'.
           88 MERGE-APPLIED VALUE 'A'.
       01 PROOF-SW PIC X VALUE 'Y'.
           88 TOTALS-AGREE VALUE 'Y'.
      * the step's return code, set once RunSummary has been called:
      * 4 the merge refused or not confirmed, 8 totals that do not
      * agree
       01 MERGE-RETURN-CODE PIC 99 VALUE ZERO.

      * the retired account's standing orders - each part checked
      * against the survivor's schedules before anything moves
       77 MAX-RETIRED-PARTS PIC 9(3) VALUE 200.
       01 RETIRED-PART-COUNT PIC 9(3) VALUE ZERO.
       01 PART-IDX PIC 9(3) VALUE ZERO.
       01 RETIRED-PART-TABLE.
           03 RETIRED-PART OCCURS 200 TIMES PIC 9(8).
       01 SCHEDULE-CUSTOMER PIC 9(6) VALUE ZERO.
       01 SCHEDULE-COUNT PIC 9(3) VALUE ZERO.
       01 SCHEDULE-EOF PIC X VALUE 'N'.
       01 PART-ED PIC 9(8).

      * the two accounts' contract windows - a retired window
      * overlapping one of the survivor's would give the survivor
      * two rates on the same day
       77 MAX-CONTRACT-WINDOWS PIC 9(3) VALUE 100.
       01 SURV-WINDOW-COUNT PIC 9(3) VALUE ZERO.
       01 RET-WINDOW-COUNT PIC 9(3) VALUE ZERO.
       01 SURV-WINDOW-IDX PIC 9(3) VALUE ZERO.
       01 RET-WINDOW-IDX PIC 9(3) VALUE ZERO.
       01 SURVIVOR-WINDOW-TABLE.
           03 SURV-WINDOW OCCURS 100 TIMES.
               05 SW-EFF-FROM PIC 9(8).
               05 SW-EFF-TO PIC 9(8).
       01 RETIRED-WINDOW-TABLE.
           03 RET-WINDOW OCCURS 100 TIMES.
               05 RW-EFF-FROM PIC 9(8).
               05 RW-EFF-TO PIC 9(8).
       01 WINDOW-OVERFLOW-SW PIC X VALUE 'N'.
           88 WINDOWS-OVERFLOWED VALUE 'Y'.

      * address sequences: which of the survivor's 00-99 are taken,
      * and where each of the retired account's goes. the survivor
      * keeps its own billing address; the retired one becomes the
      * billing address only where the survivor has none
       01 ADDR-SEQ-WORK PIC 9(3) VALUE ZERO.
       01 FREE-SEQ-WORK PIC 9(3) VALUE ZERO.
       01 SURVIVOR-SEQ-TABLE.
           03 SURVIVOR-SEQ-USED OCCURS 100 TIMES PIC X.
       01 RETIRED-ADDR-COUNT PIC 9(3) VALUE ZERO.
       01 ADDR-IDX PIC 9(3) VALUE ZERO.
       01 ADDRESS-MOVE-TABLE.
           03 ADDRESS-MOVE OCCURS 100 TIMES.
               05 AM-OLD-SEQ PIC 99.
               05 AM-NEW-SEQ PIC 99.
       01 ADDRESS-ROOM-SW PIC X VALUE 'Y'.
           88 ADDRESS-ROOM-OK VALUE 'Y'.

      * what the account balances and counts are, read off the
      * files - slots 1 and 2 the survivor and the retired account
      * before the merge, 3 and 4 the same after it
       01 MERGE-FIGURES.
           03 FIGURE-SLOT OCCURS 4 TIMES.
               05 FG-OPEN-ITEMS PIC 9(5).
               05 FG-OPEN-BALANCE PIC S9(9)V99.
               05 FG-LEDGER-ITEMS PIC 9(5).
               05 FG-ACTIVITY-LINES PIC 9(7).
               05 FG-ACTIVITY-NET PIC S9(9)V99.
               05 FG-CONTRACTS PIC 9(3).
               05 FG-STANDING-ORDERS PIC 9(3).
               05 FG-ADDRESSES PIC 9(3).
       01 SURVIVOR-SLOT PIC 9 VALUE 1.
       01 RETIRED-SLOT PIC 9 VALUE 2.
       01 FIGURE-IDX PIC 9 VALUE ZERO.
       01 ITEM-HOME-VALUE PIC S9(9)V99 VALUE ZERO.
       01 ITEM-BOOK-RATE PIC 9(3)V9(6) VALUE ZERO.

      * one row of the proof - the five columns, and whether the
      * combined figure before is the survivor's after with nothing
      * left on the retired account
       01 PROOF-ROW.
           03 ROW-VALUE OCCURS 5 TIMES PIC S9(9)V99.
       01 ROW-IDX PIC 9 VALUE ZERO.
       01 ROW-IS-MONEY-SW PIC X VALUE 'N'.
           88 ROW-IS-MONEY VALUE 'Y'.
       01 ROW-LABEL PIC X(20) VALUE SPACES.

      * what the moves did, for the certificate and the console
       01 MOVE-COUNTS.
           03 LEDGER-MOVED-COUNT PIC 9(5) VALUE ZERO.
           03 ACTIVITY-MOVED-COUNT PIC 9(7) VALUE ZERO.
           03 CONTRACT-MOVED-COUNT PIC 9(3) VALUE ZERO.
           03 SCHEDULE-MOVED-COUNT PIC 9(3) VALUE ZERO.
           03 ADDRESS-MOVED-COUNT PIC 9(3) VALUE ZERO.
       01 MERGE-EOF PIC X VALUE 'N'.
       01 MERGE-COMMAND PIC X(80) VALUE SPACES.
       01 BEFORE-MANDATE-RECORD PIC X(86) VALUE SPACES.
       01 MANDATE-OUTCOME PIC X(80) VALUE SPACES.

      * print lines for the merge certificate
       01 MCR-TITLE-LINE.
           03 FILLER PIC X(35)
               VALUE 'CUSTOMER ACCOUNT MERGE CERTIFICATE '.
           03 FILLER PIC X(6) VALUE 'DATE: '.
           03 MCR-T-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE '  TIME: '.
           03 MCR-T-TIME PIC 9(6).
           03 FILLER PIC X(12) VALUE '  OPERATOR: '.
           03 MCR-T-OPERATOR PIC X(8).
       01 MCR-ACCOUNT-LINE.
           03 MCR-A-ROLE PIC X(11).
           03 MCR-A-NUMBER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 MCR-A-NAME PIC X(30).
           03 FILLER PIC X(8) VALUE '  LIMIT '.
           03 MCR-A-LIMIT PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER PIC X(7) VALUE '  HOLD '.
           03 MCR-A-HOLD PIC X.
           03 FILLER PIC X(6) VALUE '  REP '.
           03 MCR-A-REP PIC X(4).
       01 MCR-COL-HEAD-1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(16) VALUE '        SURVIVOR'.
           03 FILLER PIC X(16) VALUE '         RETIRED'.
           03 FILLER PIC X(16) VALUE '        COMBINED'.
           03 FILLER PIC X(16) VALUE '        SURVIVOR'.
           03 FILLER PIC X(16) VALUE '         RETIRED'.
       01 MCR-COL-HEAD-2.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(16) VALUE '          BEFORE'.
           03 FILLER PIC X(16) VALUE '          BEFORE'.
           03 FILLER PIC X(16) VALUE '          BEFORE'.
           03 FILLER PIC X(16) VALUE '           AFTER'.
           03 FILLER PIC X(16) VALUE '           AFTER'.
           03 FILLER PIC X(4) VALUE '    '.
       01 MCR-MONEY-LINE.
           03 MCR-M-LABEL PIC X(20).
           03 MCR-M-COLUMN OCCURS 5 TIMES.
               05 MCR-M-GAP PIC X.
               05 MCR-M-VALUE PIC -ZZZ,ZZZ,ZZ9.99.
           03 MCR-M-FLAG PIC X(4).
       01 MCR-COUNT-LINE.
           03 MCR-C-LABEL PIC X(20).
           03 MCR-C-COLUMN OCCURS 5 TIMES.
               05 MCR-C-GAP PIC X.
               05 MCR-C-VALUE PIC Z(14)9.
           03 MCR-C-FLAG PIC X(4).
       01 MCR-ADDRESS-LINE.
           03 FILLER PIC X(20) VALUE 'ADDRESS MOVED:      '.
           03 MCR-AD-OLD-CUST PIC 9(6).
           03 FILLER PIC X VALUE '/'.
           03 MCR-AD-OLD-SEQ PIC 99.
           03 FILLER PIC X(6) VALUE ' NOW  '.
           03 MCR-AD-NEW-CUST PIC 9(6).
           03 FILLER PIC X VALUE '/'.
           03 MCR-AD-NEW-SEQ PIC 99.
       01 MCR-SCHEDULE-LINE.
           03 FILLER PIC X(20) VALUE 'STANDING ORDER:     '.
           03 FILLER PIC X(5) VALUE 'PART '.
           03 MCR-SC-PART PIC 9(8).
           03 FILLER PIC X(8) VALUE ' STATUS '.
           03 MCR-SC-STATUS PIC X.
           03 FILLER PIC X(22) VALUE ' MOVED TO THE SURVIVOR'.
       01 MCR-MOVED-LINE.
           03 FILLER PIC X(20) VALUE 'RECORDS MOVED:      '.
           03 MCR-MV-LEDGER PIC Z(4)9.
           03 FILLER PIC X(14) VALUE ' LEDGER ITEMS '.
           03 MCR-MV-ACTIVITY PIC Z(6)9.
           03 FILLER PIC X(16) VALUE ' ACTIVITY LINES '.
           03 MCR-MV-CONTRACTS PIC ZZ9.
           03 FILLER PIC X(16) VALUE ' CONTRACT RATES '.
       01 MCR-JOURNAL-LINE.
           03 FILLER PIC X(31) VALUE 'MASTER JOURNAL ENTRIES WRITTEN '.
           03 MCR-J-COUNT PIC Z(6)9.
       01 WS-MERGE-LINE PIC X(104) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "CustMerge - sign-on refused, nothing merged"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 3
               DISPLAY "CustMerge - merging accounts needs a "
                   "supervisor sign-on - nothing merged"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TODAY-TIME FROM TIME.
           PERFORM ACCEPT-MERGE-ACCOUNTS.
           IF SURVIVOR-NO = ZERO OR RETIRED-NO = ZERO
               DISPLAY "CustMerge - account number not valid, "
                   "nothing merged"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ACQUIRE-MERGE-LOCKS.
           PERFORM OPEN-THE-MASTERS.
           OPEN OUTPUT MERGE-REPORT-FILE.
           IF WS-FS-MERGE-REPORT NOT = '00'
               MOVE 'MERGE-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-MERGE-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE TODAY-DATE TO MCR-T-DATE.
           MOVE TODAY-TIME(1:6) TO MCR-T-TIME.
           MOVE OAUTH-OPERATOR-ID TO MCR-T-OPERATOR.
           MOVE MCR-TITLE-LINE TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.

      * everything that would stop the merge is looked for before
      * anything is touched - the accounts themselves first
           PERFORM CHECK-THE-ACCOUNTS.
           IF BLOCK-COUNT = ZERO
               PERFORM CHECK-WORK-IN-FLIGHT
               PERFORM CHECK-STANDING-ORDERS
               PERFORM CHECK-CONTRACT-WINDOWS
               PERFORM CHECK-ADDRESS-ROOM
           END-IF.

           IF BLOCK-COUNT > ZERO
               PERFORM WRITE-REFUSAL
           ELSE
               MOVE 1 TO SURVIVOR-SLOT
               MOVE 2 TO RETIRED-SLOT
               PERFORM GATHER-ACCOUNT-FIGURES
               PERFORM CONFIRM-THE-MERGE
               IF MERGE-APPLIED
                   PERFORM APPLY-THE-MERGE
                   MOVE 3 TO SURVIVOR-SLOT
                   MOVE 4 TO RETIRED-SLOT
                   PERFORM GATHER-ACCOUNT-FIGURES
                   PERFORM WRITE-PROOF
               ELSE
                   MOVE 'MERGE NOT CONFIRMED - NOTHING CHANGED'
                       TO WS-MERGE-LINE
                   PERFORM WRITE-MERGE-LINE
               END-IF
           END-IF.

           CLOSE CUST-MASTER.
           CLOSE CUST-ADDRESS.
           CLOSE STANDING-ORDER-MASTER.
           CLOSE DD-MANDATE-MASTER.
           CLOSE MERGE-REPORT-FILE.
           PERFORM RELEASE-MERGE-LOCKS.

           EVALUATE TRUE
               WHEN MERGE-REFUSED
                   DISPLAY "CustMerge - merge refused, nothing "
                       "changed - see mergecert.rpt"
                   MOVE 4 TO MERGE-RETURN-CODE
               WHEN MERGE-NOT-CONFIRMED
                   DISPLAY "CustMerge - not confirmed, nothing "
                       "changed"
                   MOVE 4 TO MERGE-RETURN-CODE
               WHEN TOTALS-AGREE
                   DISPLAY "CustMerge - " RETIRED-NO " merged into "
                       SURVIVOR-NO " - totals agree"
               WHEN OTHER
                   DISPLAY "*** CustMerge - " RETIRED-NO
                       " merged into " SURVIVOR-NO
                       " - TOTALS DO NOT AGREE, see mergecert.rpt"
                   MOVE 8 TO MERGE-RETURN-CODE
                   MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-EVALUATE.

           COMPUTE RSUM-RECORDS-READ = LEDGER-MOVED-COUNT
               + ACTIVITY-MOVED-COUNT + CONTRACT-MOVED-COUNT
               + SCHEDULE-MOVED-COUNT + ADDRESS-MOVED-COUNT.
           MOVE BLOCK-COUNT TO RSUM-RECORDS-REJECTED.
           IF BLOCK-COUNT > ZERO
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.
           MOVE MERGE-RETURN-CODE TO RETURN-CODE.

           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the surviving and the retired account off the console -
      * anything that isn't a plausible account number leaves it
      * zero
       ACCEPT-MERGE-ACCOUNTS.
           DISPLAY "CUSTOMER ACCOUNT MERGE".
           DISPLAY "SURVIVING ACCOUNT NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO NUMBER-ENTRY-TXT.
           ACCEPT NUMBER-ENTRY-TXT.
           PERFORM CONVERT-NUMBER-ENTRY.
           IF NUM-IS-OK AND NUM-DIGIT-COUNT > ZERO
               AND NUM-RESULT < 1000000
               MOVE NUM-RESULT TO SURVIVOR-NO
           END-IF.
           DISPLAY "RETIRED ACCOUNT NUMBER:   " WITH NO ADVANCING.
           MOVE SPACES TO NUMBER-ENTRY-TXT.
           ACCEPT NUMBER-ENTRY-TXT.
           PERFORM CONVERT-NUMBER-ENTRY.
           IF NUM-IS-OK AND NUM-DIGIT-COUNT > ZERO
               AND NUM-RESULT < 1000000
               MOVE NUM-RESULT TO RETIRED-NO
           END-IF.

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

      * the same create-if-absent opens the maintenance programs use
      * for the masters that may not exist yet
       OPEN-THE-MASTERS.
           OPEN I-O CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O CUST-ADDRESS.
           IF WS-FS-CUST-ADDRESS NOT = '00'
               AND WS-FS-CUST-ADDRESS NOT = '05'
               MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-ADDRESS TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O STANDING-ORDER-MASTER.
           IF WS-FS-STANDING-ORDER NOT = '00'
               AND WS-FS-STANDING-ORDER NOT = '05'
               MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O DD-MANDATE-MASTER.
           IF WS-FS-DD-MANDATE NOT = '00'
               AND WS-FS-DD-MANDATE NOT = '05'
               MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * both accounts on file and different, the survivor still
      * open and the retired one not closed already. their master
      * records are kept for the certificate
       CHECK-THE-ACCOUNTS.
           IF SURVIVOR-NO = RETIRED-NO
               MOVE 'SURVIVING AND RETIRED ACCOUNT ARE THE SAME'
                   TO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.
           MOVE SPACES TO SURVIVOR-RECORD.
           INITIALIZE SURVIVOR-VIEW.
           MOVE SURVIVOR-NO TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'SURVIVING ACCOUNT IS NOT ON FILE' TO
                       NEW-BLOCK-REASON
                   PERFORM ADD-BLOCK-REASON
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO SURVIVOR-RECORD
                   MOVE CM-CUS-SUP-NAME TO SV-NAME
                   MOVE CM-CREDIT-LIMIT TO SV-CREDIT-LIMIT
                   MOVE CM-CREDIT-HOLD TO SV-CREDIT-HOLD
                   MOVE CM-REP-CODE TO SV-REP-CODE
                   IF CM-CLOSED-DATE NOT = ZERO
                       MOVE 'SURVIVING ACCOUNT IS CLOSED'
                           TO NEW-BLOCK-REASON
                       PERFORM ADD-BLOCK-REASON
                   END-IF
           END-READ.
           MOVE SPACES TO RETIRED-RECORD.
           INITIALIZE RETIRED-VIEW.
           MOVE RETIRED-NO TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'RETIRED ACCOUNT IS NOT ON FILE' TO
                       NEW-BLOCK-REASON
                   PERFORM ADD-BLOCK-REASON
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO RETIRED-RECORD
                   MOVE CM-CUS-SUP-NAME TO RV-NAME
                   MOVE CM-CREDIT-LIMIT TO RV-CREDIT-LIMIT
                   MOVE CM-CREDIT-HOLD TO RV-CREDIT-HOLD
                   MOVE CM-REP-CODE TO RV-REP-CODE
                   IF CM-CLOSED-DATE NOT = ZERO
                       MOVE 'RETIRED ACCOUNT IS ALREADY CLOSED'
                           TO NEW-BLOCK-REASON
                       PERFORM ADD-BLOCK-REASON
                   END-IF
           END-READ.
           MOVE 'SURVIVING: ' TO MCR-A-ROLE.
           MOVE SURVIVOR-NO TO MCR-A-NUMBER.
           MOVE SV-NAME TO MCR-A-NAME.
           MOVE SV-CREDIT-LIMIT TO MCR-A-LIMIT.
           MOVE SV-CREDIT-HOLD TO MCR-A-HOLD.
           MOVE SV-REP-CODE TO MCR-A-REP.
           MOVE MCR-ACCOUNT-LINE TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE 'RETIRED:   ' TO MCR-A-ROLE.
           MOVE RETIRED-NO TO MCR-A-NUMBER.
           MOVE RV-NAME TO MCR-A-NAME.
           MOVE RV-CREDIT-LIMIT TO MCR-A-LIMIT.
           MOVE RV-CREDIT-HOLD TO MCR-A-HOLD.
           MOVE RV-REP-CODE TO MCR-A-REP.
           MOVE MCR-ACCOUNT-LINE TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.

       ADD-BLOCK-REASON.
           ADD 1 TO BLOCK-COUNT.
           IF BLOCK-COUNT NOT > MAX-BLOCK-REASONS
               MOVE NEW-BLOCK-REASON TO BLOCK-REASON(BLOCK-COUNT)
           END-IF.
           MOVE SPACES TO NEW-BLOCK-REASON.

      * work on the retired account that is still on its way
      * through - an open sales order, an order waiting on the
      * credit queue, a write-off waiting on approval or on
      * tonight's run, a direct debit out at the bank. each would
      * come back under the retired number, so each is finished
      * first
       CHECK-WORK-IN-FLIGHT.
           MOVE ZERO TO IN-FLIGHT-COUNT.
           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT SALES-ORDER-MASTER.
           IF WS-FS-SALES-ORDER NOT = '00'
               AND WS-FS-SALES-ORDER NOT = '05'
               MOVE 'SALES-ORDER-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-SALES-ORDER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ SALES-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       IF SO-IS-HEADER AND SOH-CUSTOMER = RETIRED-NO
                           AND SOH-IS-OPEN
                           ADD 1 TO IN-FLIGHT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-ORDER-MASTER.
           IF IN-FLIGHT-COUNT > ZERO
               MOVE IN-FLIGHT-COUNT TO IN-FLIGHT-ED
               STRING IN-FLIGHT-ED ' OPEN SALES ORDER(S) - SHIP OR '
                   'CANCEL THEM FIRST' DELIMITED BY SIZE
                   INTO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.

           MOVE ZERO TO IN-FLIGHT-COUNT.
           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT CREDIT-QUEUE.
           IF WS-FS-CREDIT-QUEUE NOT = '00'
               AND WS-FS-CREDIT-QUEUE NOT = '05'
               MOVE 'CREDIT-QUEUE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CREDIT-QUEUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ CREDIT-QUEUE NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       IF CRQ-CUST-NUMBER = RETIRED-NO
                           AND CRQ-IS-QUEUED
                           ADD 1 TO IN-FLIGHT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDIT-QUEUE.
           IF IN-FLIGHT-COUNT > ZERO
               MOVE IN-FLIGHT-COUNT TO IN-FLIGHT-ED
               STRING IN-FLIGHT-ED ' ENTRIES WAITING ON THE CREDIT '
                   'QUEUE - RELEASE OR CANCEL THEM FIRST'
                   DELIMITED BY SIZE INTO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.

           MOVE ZERO TO IN-FLIGHT-COUNT.
           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT WRITE-OFF-QUEUE.
           IF WS-FS-WRITE-OFF-QUEUE NOT = '00'
               AND WS-FS-WRITE-OFF-QUEUE NOT = '05'
               MOVE 'WRITE-OFF-QUEUE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-WRITE-OFF-QUEUE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ WRITE-OFF-QUEUE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       IF WQ-CUST-NUMBER = RETIRED-NO
                           AND (WQ-IS-QUEUED OR WQ-IS-PART-APPROVED
                           OR WQ-IS-APPROVED)
                           ADD 1 TO IN-FLIGHT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WRITE-OFF-QUEUE.
           IF IN-FLIGHT-COUNT > ZERO
               MOVE IN-FLIGHT-COUNT TO IN-FLIGHT-ED
               STRING IN-FLIGHT-ED ' WRITE-OFF(S) WAITING ON '
                   'APPROVAL OR THE NIGHTLY RUN' DELIMITED BY SIZE
                   INTO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.

           MOVE ZERO TO IN-FLIGHT-COUNT.
           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT DD-REGISTER-FILE.
           IF WS-FS-DD-REGISTER NOT = '00'
               AND WS-FS-DD-REGISTER NOT = '05'
               MOVE 'DD-REGISTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-REGISTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ DD-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       IF DC-CUST-NUMBER = RETIRED-NO
                           AND DC-IS-SUBMITTED
                           ADD 1 TO IN-FLIGHT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DD-REGISTER-FILE.
           IF IN-FLIGHT-COUNT > ZERO
               MOVE IN-FLIGHT-COUNT TO IN-FLIGHT-ED
               STRING IN-FLIGHT-ED ' DIRECT DEBIT(S) AWAITING THE '
                   'BANK''S RESULT' DELIMITED BY SIZE
                   INTO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.

      * every schedule the retired account has, and none of them
      * for a part the survivor already has a schedule for - the
      * survivor can only hold one per part
       CHECK-STANDING-ORDERS.
           MOVE ZERO TO RETIRED-PART-COUNT.
           MOVE RETIRED-NO TO STO-CUSTOMER.
           MOVE ZERO TO STO-PART-NO.
           MOVE 'N' TO SCHEDULE-EOF.
           START STANDING-ORDER-MASTER KEY IS NOT LESS THAN STO-KEY
               INVALID KEY
                   MOVE 'Y' TO SCHEDULE-EOF
           END-START.
           PERFORM UNTIL SCHEDULE-EOF = 'Y'
               READ STANDING-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCHEDULE-EOF
                   NOT AT END
                       IF STO-CUSTOMER NOT = RETIRED-NO
                           MOVE 'Y' TO SCHEDULE-EOF
                       ELSE
                           PERFORM NOTE-RETIRED-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > RETIRED-PART-COUNT
               MOVE SURVIVOR-NO TO STO-CUSTOMER
               MOVE RETIRED-PART(PART-IDX) TO STO-PART-NO
               READ STANDING-ORDER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STO-PART-NO TO PART-ED
                       STRING 'BOTH ACCOUNTS HAVE A STANDING ORDER '
                           'FOR PART ' PART-ED DELIMITED BY SIZE
                           INTO NEW-BLOCK-REASON
                       PERFORM ADD-BLOCK-REASON
               END-READ
           END-PERFORM.

       NOTE-RETIRED-SCHEDULE.
           IF RETIRED-PART-COUNT < MAX-RETIRED-PARTS
               ADD 1 TO RETIRED-PART-COUNT
               MOVE STO-PART-NO TO RETIRED-PART(RETIRED-PART-COUNT)
           ELSE
               IF RETIRED-PART-COUNT = MAX-RETIRED-PARTS
                   ADD 1 TO RETIRED-PART-COUNT
                   MOVE 'TOO MANY STANDING ORDERS FOR ONE MERGE'
                       TO NEW-BLOCK-REASON
                   PERFORM ADD-BLOCK-REASON
                   SUBTRACT 1 FROM RETIRED-PART-COUNT
                   MOVE 'Y' TO SCHEDULE-EOF
               END-IF
           END-IF.

      * both accounts' contract windows off contract.dat - none of
      * the retired account's may overlap one of the survivor's,
      * the same check RateMaint makes on a window keyed
       CHECK-CONTRACT-WINDOWS.
           MOVE ZERO TO SURV-WINDOW-COUNT.
           MOVE ZERO TO RET-WINDOW-COUNT.
           MOVE 'N' TO WINDOW-OVERFLOW-SW.
           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT CONTRACT-RATE-FILE.
           IF WS-FS-CONTRACT-RATE NOT = '00'
               AND WS-FS-CONTRACT-RATE NOT = '05'
               MOVE 'CONTRACT-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONTRACT-RATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ CONTRACT-RATE-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       PERFORM NOTE-CONTRACT-WINDOW
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-RATE-FILE.
           IF WINDOWS-OVERFLOWED
               MOVE 'MORE CONTRACT RATES THAN ONE MERGE CAN CHECK'
                   TO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.
           PERFORM VARYING RET-WINDOW-IDX FROM 1 BY 1
                   UNTIL RET-WINDOW-IDX > RET-WINDOW-COUNT
               PERFORM VARYING SURV-WINDOW-IDX FROM 1 BY 1
                       UNTIL SURV-WINDOW-IDX > SURV-WINDOW-COUNT
                   IF SW-EFF-FROM(SURV-WINDOW-IDX) <=
                           RW-EFF-TO(RET-WINDOW-IDX)
                       AND SW-EFF-TO(SURV-WINDOW-IDX) >=
                           RW-EFF-FROM(RET-WINDOW-IDX)
                       STRING 'CONTRACT RATE FROM '
                           RW-EFF-FROM(RET-WINDOW-IDX)
                           ' OVERLAPS THE SURVIVOR''S FROM '
                           SW-EFF-FROM(SURV-WINDOW-IDX)
                           DELIMITED BY SIZE INTO NEW-BLOCK-REASON
                       PERFORM ADD-BLOCK-REASON
                   END-IF
               END-PERFORM
           END-PERFORM.

       NOTE-CONTRACT-WINDOW.
           EVALUATE CN-CUST-NUMBER
               WHEN SURVIVOR-NO
                   IF SURV-WINDOW-COUNT < MAX-CONTRACT-WINDOWS
                       ADD 1 TO SURV-WINDOW-COUNT
                       MOVE CN-EFF-FROM TO
                           SW-EFF-FROM(SURV-WINDOW-COUNT)
                       MOVE CN-EFF-TO TO SW-EFF-TO(SURV-WINDOW-COUNT)
                   ELSE
                       MOVE 'Y' TO WINDOW-OVERFLOW-SW
                   END-IF
               WHEN RETIRED-NO
                   IF RET-WINDOW-COUNT < MAX-CONTRACT-WINDOWS
                       ADD 1 TO RET-WINDOW-COUNT
                       MOVE CN-EFF-FROM TO RW-EFF-FROM(RET-WINDOW-COUNT)
                       MOVE CN-EFF-TO TO RW-EFF-TO(RET-WINDOW-COUNT)
                   ELSE
                       MOVE 'Y' TO WINDOW-OVERFLOW-SW
                   END-IF
           END-EVALUATE.

      * which of the survivor's sequences are taken, then a free
      * one found for each of the retired account's addresses -
      * its billing address to 00 if the survivor has none, the
      * rest to the survivor's lowest free delivery sequences
       CHECK-ADDRESS-ROOM.
           MOVE ALL 'N' TO SURVIVOR-SEQ-TABLE.
           MOVE ZERO TO RETIRED-ADDR-COUNT.
           MOVE 'Y' TO ADDRESS-ROOM-SW.
           PERFORM VARYING ADDR-SEQ-WORK FROM 0 BY 1
                   UNTIL ADDR-SEQ-WORK > 99
               MOVE SURVIVOR-NO TO CA-CUST-NUMBER
               MOVE ADDR-SEQ-WORK TO CA-ADDR-SEQ
               READ CUST-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SURVIVOR-SEQ-USED(ADDR-SEQ-WORK + 1)
               END-READ
           END-PERFORM.
           PERFORM VARYING ADDR-SEQ-WORK FROM 0 BY 1
                   UNTIL ADDR-SEQ-WORK > 99
               MOVE RETIRED-NO TO CA-CUST-NUMBER
               MOVE ADDR-SEQ-WORK TO CA-ADDR-SEQ
               READ CUST-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PLACE-RETIRED-ADDRESS
               END-READ
           END-PERFORM.
           IF NOT ADDRESS-ROOM-OK
               MOVE 'SURVIVOR HAS TOO FEW FREE ADDRESS SEQUENCES'
                   TO NEW-BLOCK-REASON
               PERFORM ADD-BLOCK-REASON
           END-IF.

       PLACE-RETIRED-ADDRESS.
           MOVE ZERO TO FREE-SEQ-WORK.
           IF ADDR-SEQ-WORK = ZERO AND SURVIVOR-SEQ-USED(1) = 'N'
               MOVE 1 TO FREE-SEQ-WORK
           ELSE
               PERFORM VARYING FREE-SEQ-WORK FROM 2 BY 1
                       UNTIL FREE-SEQ-WORK > 100
                       OR SURVIVOR-SEQ-USED(FREE-SEQ-WORK) = 'N'
                   CONTINUE
               END-PERFORM
           END-IF.
           IF FREE-SEQ-WORK > 100
               MOVE 'N' TO ADDRESS-ROOM-SW
           ELSE
               MOVE 'Y' TO SURVIVOR-SEQ-USED(FREE-SEQ-WORK)
               ADD 1 TO RETIRED-ADDR-COUNT
               MOVE ADDR-SEQ-WORK TO AM-OLD-SEQ(RETIRED-ADDR-COUNT)
               COMPUTE AM-NEW-SEQ(RETIRED-ADDR-COUNT) =
                   FREE-SEQ-WORK - 1
           END-IF.

      * balances and counts for the two accounts in the slots named
      * by SURVIVOR-SLOT and RETIRED-SLOT, read off every file the
      * merge moves records on
       GATHER-ACCOUNT-FIGURES.
           INITIALIZE FIGURE-SLOT(SURVIVOR-SLOT).
           INITIALIZE FIGURE-SLOT(RETIRED-SLOT).
           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT AR-OPEN-FILE.
           IF WS-FS-AR-OPEN NOT = '00'
               AND WS-FS-AR-OPEN NOT = '05'
               MOVE 'AR-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ AR-OPEN-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-LEDGER-ITEM
               END-READ
           END-PERFORM.
           CLOSE AR-OPEN-FILE.

           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT AR-ACTIVITY-FILE.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               AND WS-FS-AR-ACTIVITY NOT = '05'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ AR-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       MOVE ZERO TO FIGURE-IDX
                       EVALUATE AT-CUST-NUMBER
                           WHEN SURVIVOR-NO
                               MOVE SURVIVOR-SLOT TO FIGURE-IDX
                           WHEN RETIRED-NO
                               MOVE RETIRED-SLOT TO FIGURE-IDX
                       END-EVALUATE
                       IF FIGURE-IDX > ZERO
                           ADD 1 TO FG-ACTIVITY-LINES(FIGURE-IDX)
                           ADD AT-AMOUNT TO FG-ACTIVITY-NET(FIGURE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-ACTIVITY-FILE.

           MOVE 'N' TO SCAN-EOF.
           OPEN INPUT CONTRACT-RATE-FILE.
           IF WS-FS-CONTRACT-RATE NOT = '00'
               AND WS-FS-CONTRACT-RATE NOT = '05'
               MOVE 'CONTRACT-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONTRACT-RATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SCAN-EOF
           END-IF.
           PERFORM UNTIL SCAN-EOF = 'Y'
               READ CONTRACT-RATE-FILE
                   AT END
                       MOVE 'Y' TO SCAN-EOF
                   NOT AT END
                       EVALUATE CN-CUST-NUMBER
                           WHEN SURVIVOR-NO
                               ADD 1 TO FG-CONTRACTS(SURVIVOR-SLOT)
                           WHEN RETIRED-NO
                               ADD 1 TO FG-CONTRACTS(RETIRED-SLOT)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-RATE-FILE.

           MOVE SURVIVOR-NO TO SCHEDULE-CUSTOMER.
           PERFORM COUNT-SCHEDULES.
           MOVE SCHEDULE-COUNT TO FG-STANDING-ORDERS(SURVIVOR-SLOT).
           MOVE RETIRED-NO TO SCHEDULE-CUSTOMER.
           PERFORM COUNT-SCHEDULES.
           MOVE SCHEDULE-COUNT TO FG-STANDING-ORDERS(RETIRED-SLOT).

           PERFORM VARYING ADDR-SEQ-WORK FROM 0 BY 1
                   UNTIL ADDR-SEQ-WORK > 99
               MOVE SURVIVOR-NO TO CA-CUST-NUMBER
               MOVE ADDR-SEQ-WORK TO CA-ADDR-SEQ
               READ CUST-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO FG-ADDRESSES(SURVIVOR-SLOT)
               END-READ
               MOVE RETIRED-NO TO CA-CUST-NUMBER
               MOVE ADDR-SEQ-WORK TO CA-ADDR-SEQ
               READ CUST-ADDRESS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO FG-ADDRESSES(RETIRED-SLOT)
               END-READ
           END-PERFORM.

      * one item on the ledger - every item counts, the open ones
      * at their book rate into the home-currency balance, credit
      * notes netted, the way KpiHist measures the debtors
       COUNT-ONE-LEDGER-ITEM.
           MOVE ZERO TO FIGURE-IDX.
           EVALUATE AR-CUST-NUMBER
               WHEN SURVIVOR-NO
                   MOVE SURVIVOR-SLOT TO FIGURE-IDX
               WHEN RETIRED-NO
                   MOVE RETIRED-SLOT TO FIGURE-IDX
           END-EVALUATE.
           IF FIGURE-IDX > ZERO
               ADD 1 TO FG-LEDGER-ITEMS(FIGURE-IDX)
               IF AR-IS-OPEN
                   ADD 1 TO FG-OPEN-ITEMS(FIGURE-IDX)
                   MOVE AR-BOOK-RATE TO ITEM-BOOK-RATE
                   IF ITEM-BOOK-RATE = ZERO
                       MOVE 1 TO ITEM-BOOK-RATE
                   END-IF
                   COMPUTE ITEM-HOME-VALUE ROUNDED =
                       AR-OPEN-AMOUNT * ITEM-BOOK-RATE
                   ADD ITEM-HOME-VALUE TO FG-OPEN-BALANCE(FIGURE-IDX)
               END-IF
           END-IF.

       COUNT-SCHEDULES.
           MOVE ZERO TO SCHEDULE-COUNT.
           MOVE SCHEDULE-CUSTOMER TO STO-CUSTOMER.
           MOVE ZERO TO STO-PART-NO.
           MOVE 'N' TO SCHEDULE-EOF.
           START STANDING-ORDER-MASTER KEY IS NOT LESS THAN STO-KEY
               INVALID KEY
                   MOVE 'Y' TO SCHEDULE-EOF
           END-START.
           PERFORM UNTIL SCHEDULE-EOF = 'Y'
               READ STANDING-ORDER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO SCHEDULE-EOF
                   NOT AT END
                       IF STO-CUSTOMER NOT = SCHEDULE-CUSTOMER
                           MOVE 'Y' TO SCHEDULE-EOF
                       ELSE
                           ADD 1 TO SCHEDULE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * what is about to move, on the console, and the supervisor's
      * go-ahead - anything but Y leaves both accounts as they are
       CONFIRM-THE-MERGE.
           DISPLAY " ".
           DISPLAY "SURVIVING " SURVIVOR-NO " " SV-NAME.
           DISPLAY "RETIRED   " RETIRED-NO " " RV-NAME.
           DISPLAY "RETIRED ACCOUNT CARRIES: "
               FG-LEDGER-ITEMS(2) " LEDGER ITEMS, "
               FG-OPEN-ITEMS(2) " OPEN, "
               FG-ACTIVITY-LINES(2) " ACTIVITY LINES".
           DISPLAY "    " FG-CONTRACTS(2) " CONTRACT RATES, "
               FG-STANDING-ORDERS(2) " STANDING ORDERS, "
               FG-ADDRESSES(2) " ADDRESSES".
           IF SV-REP-CODE NOT = RV-REP-CODE
               DISPLAY "NOTE - THE SURVIVOR'S REP " SV-REP-CODE
                   " IS KEPT, THE RETIRED ACCOUNT'S " RV-REP-CODE
                   " IS DROPPED"
           END-IF.
           DISPLAY "MERGE " RETIRED-NO " INTO " SURVIVOR-NO
               " - KEY Y TO CONFIRM: " WITH NO ADVANCING.
           MOVE SPACES TO CONFIRM-ENTRY.
           ACCEPT CONFIRM-ENTRY.
           IF CONFIRM-ENTRY = 'Y' OR CONFIRM-ENTRY = 'y'
               MOVE 'A' TO MERGE-OUTCOME-SW
           ELSE
               MOVE 'N' TO MERGE-OUTCOME-SW
           END-IF.

      * the moves - the ledger and its activity first, then what
      * hangs off the account, then the retired master closed last
      * so a merge that stops part way leaves it open to run again
       APPLY-THE-MERGE.
           PERFORM MOVE-LEDGER-ITEMS.
           PERFORM MOVE-ACTIVITY.
           PERFORM MOVE-CONTRACT-RATES.
           MOVE LEDGER-MOVED-COUNT TO MCR-MV-LEDGER.
           MOVE ACTIVITY-MOVED-COUNT TO MCR-MV-ACTIVITY.
           MOVE CONTRACT-MOVED-COUNT TO MCR-MV-CONTRACTS.
           MOVE MCR-MOVED-LINE TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > RETIRED-PART-COUNT
               PERFORM MOVE-ONE-SCHEDULE
           END-PERFORM.
           PERFORM VARYING ADDR-IDX FROM 1 BY 1
                   UNTIL ADDR-IDX > RETIRED-ADDR-COUNT
               PERFORM MOVE-ONE-ADDRESS
           END-PERFORM.
           PERFORM SETTLE-THE-MANDATE.
           PERFORM CLOSE-RETIRED-ACCOUNT.

      * the ledger copied to the work file, every item of the
      * retired account renumbered and journaled on the way, then
      * the work file copied back over aropen.dat
       MOVE-LEDGER-ITEMS.
           MOVE 'N' TO MERGE-EOF.
           OPEN INPUT AR-OPEN-FILE.
           IF WS-FS-AR-OPEN NOT = '00'
               AND WS-FS-AR-OPEN NOT = '05'
               MOVE 'AR-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO MERGE-EOF
           END-IF.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL MERGE-EOF = 'Y'
               READ AR-OPEN-FILE
                   AT END
                       MOVE 'Y' TO MERGE-EOF
                   NOT AT END
                       IF AR-CUST-NUMBER = RETIRED-NO
                           MOVE AR-OPEN-ITEM-RECORD TO
                               MJRN-BEFORE-IMAGE
                           MOVE SURVIVOR-NO TO AR-CUST-NUMBER
                           MOVE AR-OPEN-ITEM-RECORD TO
                               MJRN-AFTER-IMAGE
                           MOVE 'O' TO MJRN-FILE-ID
                           MOVE 'R' TO MJRN-ACTION
                           PERFORM JOURNAL-ONE-CHANGE
                           ADD 1 TO LEDGER-MOVED-COUNT
                       END-IF
                       WRITE MERGE-WORK-RECORD FROM
                           AR-OPEN-ITEM-RECORD
               END-READ
           END-PERFORM.
           CLOSE AR-OPEN-FILE.
           CLOSE MERGE-WORK-FILE.
           IF LEDGER-MOVED-COUNT > ZERO
               MOVE SPACES TO MERGE-COMMAND
               STRING 'cp custmerge.tmp aropen.dat' DELIMITED BY SIZE
                   INTO MERGE-COMMAND
               CALL "SYSTEM" USING MERGE-COMMAND
           END-IF.

       MOVE-ACTIVITY.
           MOVE 'N' TO MERGE-EOF.
           OPEN INPUT AR-ACTIVITY-FILE.
           IF WS-FS-AR-ACTIVITY NOT = '00'
               AND WS-FS-AR-ACTIVITY NOT = '05'
               MOVE 'AR-ACTIVITY-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-ACTIVITY TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO MERGE-EOF
           END-IF.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL MERGE-EOF = 'Y'
               READ AR-ACTIVITY-FILE
                   AT END
                       MOVE 'Y' TO MERGE-EOF
                   NOT AT END
                       IF AT-CUST-NUMBER = RETIRED-NO
                           MOVE AR-ACTIVITY-RECORD TO
                               MJRN-BEFORE-IMAGE
                           MOVE SURVIVOR-NO TO AT-CUST-NUMBER
                           MOVE AR-ACTIVITY-RECORD TO
                               MJRN-AFTER-IMAGE
                           MOVE 'T' TO MJRN-FILE-ID
                           MOVE 'R' TO MJRN-ACTION
                           PERFORM JOURNAL-ONE-CHANGE
                           ADD 1 TO ACTIVITY-MOVED-COUNT
                       END-IF
                       WRITE MERGE-WORK-RECORD FROM
                           AR-ACTIVITY-RECORD
               END-READ
           END-PERFORM.
           CLOSE AR-ACTIVITY-FILE.
           CLOSE MERGE-WORK-FILE.
           IF ACTIVITY-MOVED-COUNT > ZERO
               MOVE SPACES TO MERGE-COMMAND
               STRING 'cp custmerge.tmp artran.dat' DELIMITED BY SIZE
                   INTO MERGE-COMMAND
               CALL "SYSTEM" USING MERGE-COMMAND
           END-IF.

       MOVE-CONTRACT-RATES.
           MOVE 'N' TO MERGE-EOF.
           OPEN INPUT CONTRACT-RATE-FILE.
           IF WS-FS-CONTRACT-RATE NOT = '00'
               AND WS-FS-CONTRACT-RATE NOT = '05'
               MOVE 'CONTRACT-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONTRACT-RATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO MERGE-EOF
           END-IF.
           PERFORM OPEN-MERGE-WORK.
           PERFORM UNTIL MERGE-EOF = 'Y'
               READ CONTRACT-RATE-FILE
                   AT END
                       MOVE 'Y' TO MERGE-EOF
                   NOT AT END
                       IF CN-CUST-NUMBER = RETIRED-NO
                           MOVE CONTRACT-RATE-RECORD TO
                               MJRN-BEFORE-IMAGE
                           MOVE SURVIVOR-NO TO CN-CUST-NUMBER
                           MOVE CONTRACT-RATE-RECORD TO
                               MJRN-AFTER-IMAGE
                           MOVE 'N' TO MJRN-FILE-ID
                           MOVE 'R' TO MJRN-ACTION
                           PERFORM JOURNAL-ONE-CHANGE
                           ADD 1 TO CONTRACT-MOVED-COUNT
                       END-IF
                       WRITE MERGE-WORK-RECORD FROM
                           CONTRACT-RATE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-RATE-FILE.
           CLOSE MERGE-WORK-FILE.
           IF CONTRACT-MOVED-COUNT > ZERO
               MOVE SPACES TO MERGE-COMMAND
               STRING 'cp custmerge.tmp contract.dat'
                   DELIMITED BY SIZE INTO MERGE-COMMAND
               CALL "SYSTEM" USING MERGE-COMMAND
           END-IF.

      * a work file that will not open leaves the live file alone -
      * nothing read means nothing copied back
       OPEN-MERGE-WORK.
           OPEN OUTPUT MERGE-WORK-FILE.
           IF WS-FS-MERGE-WORK NOT = '00'
               MOVE 'MERGE-WORK-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-MERGE-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO MERGE-EOF
           END-IF.

      * one standing order - deleted from the retired account and
      * written under the survivor with the same part, schedule and
      * status, both halves journaled
       MOVE-ONE-SCHEDULE.
           MOVE RETIRED-NO TO STO-CUSTOMER.
           MOVE RETIRED-PART(PART-IDX) TO STO-PART-NO.
           READ STANDING-ORDER-MASTER
               INVALID KEY
                   MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                   MOVE 'READ' TO ALOG-OPERATION
                   MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE STANDING-ORDER-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE STANDING-ORDER-MASTER
                       INVALID KEY
                           MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                           MOVE 'DELETE' TO ALOG-OPERATION
                           MOVE WS-FS-STANDING-ORDER TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                       NOT INVALID KEY
                           MOVE 'S' TO MJRN-FILE-ID
                           MOVE 'D' TO MJRN-ACTION
                           MOVE SPACES TO MJRN-AFTER-IMAGE
                           PERFORM JOURNAL-ONE-CHANGE
                           MOVE MJRN-BEFORE-IMAGE TO
                               STANDING-ORDER-RECORD
                           MOVE SURVIVOR-NO TO STO-CUSTOMER
                           PERFORM WRITE-MOVED-SCHEDULE
                   END-DELETE
           END-READ.

       WRITE-MOVED-SCHEDULE.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE 'STANDING-ORDER' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-STANDING-ORDER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE 'S' TO MJRN-FILE-ID
                   MOVE 'W' TO MJRN-ACTION
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   MOVE STANDING-ORDER-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM JOURNAL-ONE-CHANGE
                   ADD 1 TO SCHEDULE-MOVED-COUNT
                   MOVE STO-PART-NO TO MCR-SC-PART
                   MOVE STO-STATUS TO MCR-SC-STATUS
                   MOVE MCR-SCHEDULE-LINE TO WS-MERGE-LINE
                   PERFORM WRITE-MERGE-LINE
           END-WRITE.

      * one address - deleted from the retired account and written
      * under the survivor at the sequence CHECK-ADDRESS-ROOM found
      * for it, both halves journaled
       MOVE-ONE-ADDRESS.
           MOVE RETIRED-NO TO CA-CUST-NUMBER.
           MOVE AM-OLD-SEQ(ADDR-IDX) TO CA-ADDR-SEQ.
           READ CUST-ADDRESS
               INVALID KEY
                   MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
                   MOVE 'READ' TO ALOG-OPERATION
                   MOVE WS-FS-CUST-ADDRESS TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE CUST-ADDRESS-RECORD TO MJRN-BEFORE-IMAGE
                   DELETE CUST-ADDRESS
                       INVALID KEY
                           MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
                           MOVE 'DELETE' TO ALOG-OPERATION
                           MOVE WS-FS-CUST-ADDRESS TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                       NOT INVALID KEY
                           MOVE 'A' TO MJRN-FILE-ID
                           MOVE 'D' TO MJRN-ACTION
                           MOVE SPACES TO MJRN-AFTER-IMAGE
                           PERFORM JOURNAL-ONE-CHANGE
                           MOVE MJRN-BEFORE-IMAGE TO
                               CUST-ADDRESS-RECORD
                           MOVE SURVIVOR-NO TO CA-CUST-NUMBER
                           MOVE AM-NEW-SEQ(ADDR-IDX) TO CA-ADDR-SEQ
                           PERFORM WRITE-MOVED-ADDRESS
                   END-DELETE
           END-READ.

       WRITE-MOVED-ADDRESS.
           WRITE CUST-ADDRESS-RECORD
               INVALID KEY
                   MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-CUST-ADDRESS TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE 'A' TO MJRN-FILE-ID
                   MOVE 'W' TO MJRN-ACTION
                   MOVE SPACES TO MJRN-BEFORE-IMAGE
                   MOVE CUST-ADDRESS-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM JOURNAL-ONE-CHANGE
                   ADD 1 TO ADDRESS-MOVED-COUNT
                   MOVE RETIRED-NO TO MCR-AD-OLD-CUST
                   MOVE AM-OLD-SEQ(ADDR-IDX) TO MCR-AD-OLD-SEQ
                   MOVE SURVIVOR-NO TO MCR-AD-NEW-CUST
                   MOVE AM-NEW-SEQ(ADDR-IDX) TO MCR-AD-NEW-SEQ
                   MOVE MCR-ADDRESS-LINE TO WS-MERGE-LINE
                   PERFORM WRITE-MERGE-LINE
           END-WRITE.

      * the retired account's mandate. the survivor keeps a live one
      * of its own and the retired one is cancelled; with none, or
      * only a cancelled one, the retired account's live mandate
      * becomes the survivor's - lodging over a cancelled mandate is
      * what DdMandate does too. a cancelled retired mandate stays
      * where it is
       SETTLE-THE-MANDATE.
           MOVE SPACES TO MANDATE-OUTCOME.
           MOVE RETIRED-NO TO DDM-CUST-NUMBER.
           READ DD-MANDATE-MASTER
               INVALID KEY
                   MOVE 'NO MANDATE ON THE RETIRED ACCOUNT' TO
                       MANDATE-OUTCOME
               NOT INVALID KEY
                   IF DDM-IS-ACTIVE
                       MOVE DD-MANDATE-RECORD TO BEFORE-MANDATE-RECORD
                       PERFORM SETTLE-ACTIVE-MANDATE
                   ELSE
                       MOVE 'RETIRED MANDATE CANCELLED - LEFT ALONE'
                           TO MANDATE-OUTCOME
                   END-IF
           END-READ.
           STRING 'DIRECT DEBIT:       ' MANDATE-OUTCOME
               DELIMITED BY SIZE INTO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.

       SETTLE-ACTIVE-MANDATE.
           MOVE SURVIVOR-NO TO DDM-CUST-NUMBER.
           READ DD-MANDATE-MASTER
               INVALID KEY
                   MOVE BEFORE-MANDATE-RECORD TO DD-MANDATE-RECORD
                   MOVE SURVIVOR-NO TO DDM-CUST-NUMBER
                   WRITE DD-MANDATE-RECORD
                       INVALID KEY
                           MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                       NOT INVALID KEY
                           MOVE 'D' TO MJRN-FILE-ID
                           MOVE 'W' TO MJRN-ACTION
                           MOVE SPACES TO MJRN-BEFORE-IMAGE
                           MOVE DD-MANDATE-RECORD TO MJRN-AFTER-IMAGE
                           PERFORM JOURNAL-ONE-CHANGE
                           PERFORM DELETE-RETIRED-MANDATE
                           MOVE 'RETIRED MANDATE MOVED TO SURVIVOR'
                               TO MANDATE-OUTCOME
                   END-WRITE
               NOT INVALID KEY
                   IF DDM-IS-ACTIVE
                       PERFORM CANCEL-RETIRED-MANDATE
                       MOVE 'SURVIVOR''S KEPT - RETIRED ONE CANCELLED'
                           TO MANDATE-OUTCOME
                   ELSE
                       MOVE DD-MANDATE-RECORD TO MJRN-BEFORE-IMAGE
                       MOVE BEFORE-MANDATE-RECORD TO DD-MANDATE-RECORD
                       MOVE SURVIVOR-NO TO DDM-CUST-NUMBER
                       REWRITE DD-MANDATE-RECORD
                           INVALID KEY
                               MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                               MOVE 'REWRITE' TO ALOG-OPERATION
                               MOVE WS-FS-DD-MANDATE TO
                                   ALOG-FILE-STATUS
                               PERFORM REPORT-FILE-ABEND
                           NOT INVALID KEY
                               MOVE 'D' TO MJRN-FILE-ID
                               MOVE 'R' TO MJRN-ACTION
                               MOVE DD-MANDATE-RECORD TO
                                   MJRN-AFTER-IMAGE
                               PERFORM JOURNAL-ONE-CHANGE
                               PERFORM DELETE-RETIRED-MANDATE
                               MOVE 'RETIRED MANDATE REPLACES '
                                   TO MANDATE-OUTCOME
                               MOVE 'SURVIVOR''S CANCELLED ONE'
                                   TO MANDATE-OUTCOME(26:)
                       END-REWRITE
                   END-IF
           END-READ.

       DELETE-RETIRED-MANDATE.
           MOVE RETIRED-NO TO DDM-CUST-NUMBER.
           DELETE DD-MANDATE-MASTER
               INVALID KEY
                   MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                   MOVE 'DELETE' TO ALOG-OPERATION
                   MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE 'D' TO MJRN-FILE-ID
                   MOVE 'D' TO MJRN-ACTION
                   MOVE BEFORE-MANDATE-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE SPACES TO MJRN-AFTER-IMAGE
                   PERFORM JOURNAL-ONE-CHANGE
           END-DELETE.

       CANCEL-RETIRED-MANDATE.
           MOVE BEFORE-MANDATE-RECORD TO DD-MANDATE-RECORD.
           MOVE 'C' TO DDM-STATUS.
           MOVE TODAY-DATE TO DDM-CANCELLED-DATE.
           REWRITE DD-MANDATE-RECORD
               INVALID KEY
                   MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE 'D' TO MJRN-FILE-ID
                   MOVE 'R' TO MJRN-ACTION
                   MOVE BEFORE-MANDATE-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE DD-MANDATE-RECORD TO MJRN-AFTER-IMAGE
                   PERFORM JOURNAL-ONE-CHANGE
           END-REWRITE.

      * the retired account closed as of today - it stays on file
      * so its number is never given out again and its history
      * still reads
       CLOSE-RETIRED-ACCOUNT.
           MOVE RETIRED-NO TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
                   MOVE 'READ' TO ALOG-OPERATION
                   MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE TODAY-DATE TO CM-CLOSED-DATE
                   REWRITE CUST-MASTER-RECORD
                       INVALID KEY
                           MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
                           MOVE 'REWRITE' TO ALOG-OPERATION
                           MOVE WS-FS-CUST-MASTER TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                       NOT INVALID KEY
                           MOVE 'C' TO MJRN-FILE-ID
                           MOVE 'R' TO MJRN-ACTION
                           MOVE CUST-MASTER-RECORD TO
                               MJRN-AFTER-IMAGE
                           PERFORM JOURNAL-ONE-CHANGE
                           STRING 'RETIRED ACCOUNT ' RETIRED-NO
                               ' CLOSED ' TODAY-DATE
                               DELIMITED BY SIZE INTO WS-MERGE-LINE
                           PERFORM WRITE-MERGE-LINE
                   END-REWRITE
           END-READ.

       JOURNAL-ONE-CHANGE.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
               OAUTH-OPERATOR-ID MJRN-FILE-ID MJRN-ACTION
               MJRN-BEFORE-IMAGE MJRN-AFTER-IMAGE.
           ADD 1 TO JOURNAL-COUNT.

      * the certificate's proof: each figure for both accounts
      * before, the two added together, and the survivor's and the
      * retired account's after. the merge is proven when the
      * combined figure is the survivor's after and the retired
      * account is left with nothing
       WRITE-PROOF.
           PERFORM WRITE-MERGE-LINE.
           MOVE MCR-COL-HEAD-1 TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE MCR-COL-HEAD-2 TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           MOVE 'Y' TO PROOF-SW.

           MOVE 'OPEN ITEMS' TO ROW-LABEL.
           MOVE 'N' TO ROW-IS-MONEY-SW.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-OPEN-ITEMS(FIGURE-IDX) TO ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'OPEN BALANCE (HOME)' TO ROW-LABEL.
           MOVE 'Y' TO ROW-IS-MONEY-SW.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-OPEN-BALANCE(FIGURE-IDX) TO
                   ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'LEDGER ITEMS' TO ROW-LABEL.
           MOVE 'N' TO ROW-IS-MONEY-SW.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-LEDGER-ITEMS(FIGURE-IDX) TO
                   ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'ACTIVITY LINES' TO ROW-LABEL.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-ACTIVITY-LINES(FIGURE-IDX) TO
                   ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'ACTIVITY NET' TO ROW-LABEL.
           MOVE 'Y' TO ROW-IS-MONEY-SW.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-ACTIVITY-NET(FIGURE-IDX) TO
                   ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'CONTRACT RATES' TO ROW-LABEL.
           MOVE 'N' TO ROW-IS-MONEY-SW.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-CONTRACTS(FIGURE-IDX) TO ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'STANDING ORDERS' TO ROW-LABEL.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-STANDING-ORDERS(FIGURE-IDX) TO
                   ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.
           MOVE 'ADDRESSES' TO ROW-LABEL.
           PERFORM VARYING FIGURE-IDX FROM 1 BY 1 UNTIL FIGURE-IDX > 4
               MOVE FG-ADDRESSES(FIGURE-IDX) TO ROW-VALUE(FIGURE-IDX)
           END-PERFORM.
           PERFORM WRITE-PROOF-ROW.

           PERFORM WRITE-MERGE-LINE.
           IF TOTALS-AGREE
               STRING 'TOTALS AGREE - COMBINED BEFORE EQUALS THE '
                   'SURVIVOR AFTER, NOTHING LEFT ON THE RETIRED '
                   'ACCOUNT' DELIMITED BY SIZE INTO WS-MERGE-LINE
           ELSE
               STRING '*** TOTALS DO NOT AGREE - SEE THE ROWS '
                   'MARKED ** AND THE ABEND LOG ***'
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
           END-IF.
           PERFORM WRITE-MERGE-LINE.
           IF SV-REP-CODE NOT = RV-REP-CODE
               STRING 'REP: THE SURVIVOR''S REP ' SV-REP-CODE
                   ' IS KEPT - THE RETIRED ACCOUNT''S ' RV-REP-CODE
                   ' IS DROPPED' DELIMITED BY SIZE
                   INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF.
           MOVE JOURNAL-COUNT TO MCR-J-COUNT.
           MOVE MCR-JOURNAL-LINE TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.

      * the row in ROW-VALUE(1) to (4) - the combined column worked
      * here from the two befores, the row marked if it does not
      * prove
       WRITE-PROOF-ROW.
           MOVE ROW-VALUE(4) TO ROW-VALUE(5).
           MOVE ROW-VALUE(3) TO ROW-VALUE(4).
           COMPUTE ROW-VALUE(3) = ROW-VALUE(1) + ROW-VALUE(2).
           IF ROW-IS-MONEY
               MOVE SPACES TO MCR-MONEY-LINE
               MOVE ROW-LABEL TO MCR-M-LABEL
               PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > 5
                   MOVE ROW-VALUE(ROW-IDX) TO MCR-M-VALUE(ROW-IDX)
               END-PERFORM
           ELSE
               MOVE SPACES TO MCR-COUNT-LINE
               MOVE ROW-LABEL TO MCR-C-LABEL
               PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > 5
                   MOVE ROW-VALUE(ROW-IDX) TO MCR-C-VALUE(ROW-IDX)
               END-PERFORM
           END-IF.
           IF ROW-VALUE(4) = ROW-VALUE(3) AND ROW-VALUE(5) = ZERO
               MOVE '  OK' TO MCR-M-FLAG
               MOVE '  OK' TO MCR-C-FLAG
           ELSE
               MOVE '  **' TO MCR-M-FLAG
               MOVE '  **' TO MCR-C-FLAG
               MOVE 'N' TO PROOF-SW
           END-IF.
           IF ROW-IS-MONEY
               MOVE MCR-MONEY-LINE TO WS-MERGE-LINE
           ELSE
               MOVE MCR-COUNT-LINE TO WS-MERGE-LINE
           END-IF.
           PERFORM WRITE-MERGE-LINE.

      * every reason found, then nothing changed
       WRITE-REFUSAL.
           MOVE 'MERGE REFUSED - NOTHING CHANGED:' TO WS-MERGE-LINE.
           PERFORM WRITE-MERGE-LINE.
           PERFORM VARYING BLOCK-IDX FROM 1 BY 1
                   UNTIL BLOCK-IDX > BLOCK-COUNT
                   OR BLOCK-IDX > MAX-BLOCK-REASONS
               STRING '    ' BLOCK-REASON(BLOCK-IDX)
                   DELIMITED BY SIZE INTO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-PERFORM.
           IF BLOCK-COUNT > MAX-BLOCK-REASONS
               MOVE '    ... AND MORE - CLEAR THESE AND RUN AGAIN'
                   TO WS-MERGE-LINE
               PERFORM WRITE-MERGE-LINE
           END-IF.

       ACQUIRE-MERGE-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > MERGE-LOCK-COUNT
               MOVE 'L' TO FLCK-ACTION
               MOVE MERGE-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'CustMerge' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               IF FLCK-RETURN-CODE NOT = ZERO
                   DISPLAY "CustMerge - "
                       MERGE-LOCK-NAME(LOCK-IDX)
                       " is in use by " FLCK-HOLDER-NAME
                       " - nothing merged, try again later"
                   SUBTRACT 1 FROM LOCK-IDX
                   PERFORM RELEASE-TAKEN-LOCKS
                   MOVE 7 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       RELEASE-TAKEN-LOCKS.
           PERFORM UNTIL LOCK-IDX < 1
               MOVE 'U' TO FLCK-ACTION
               MOVE MERGE-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'CustMerge' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               SUBTRACT 1 FROM LOCK-IDX
           END-PERFORM.

       RELEASE-MERGE-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > MERGE-LOCK-COUNT
               MOVE 'U' TO FLCK-ACTION
               MOVE MERGE-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'CustMerge' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
           END-PERFORM.

       WRITE-MERGE-LINE.
           WRITE MERGE-REPORT-OUT FROM WS-MERGE-LINE.
           MOVE SPACES TO WS-MERGE-LINE.

       END PROGRAM CustMerge.
