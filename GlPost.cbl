      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: keeps the general-ledger balances on our side of the
      *          fence. Adds the night's gljrnl.dat lines (see
      *          GLJRNL.cpy) into glbal.dat - one balance per account
      *          per accounting period (see GLBAL.cpy) - so DEBTORS or
      *          SALES can be read off a file instead of asked of
      *          finance. Every journal posted is registered by run
      *          id in glposted.dat and the same run id is refused a
      *          second time, so a rerun can never double the ledger.
      *          A journal with no run id, lines from two runs, or
      *          debits unequal to credits is refused whole. The
      *          period's trial balance goes to glpost.rpt every run
      *          and must net to zero - anything else is an alert for
      *          the poller. On a period-end night the period's
      *          movements on the debtors, output tax and stock
      *          control accounts are set against the AR open items,
      *          the tax ledger and the stock valuation, and every
      *          balance is rolled forward as the next period's
      *          opening. The control accounts default to glmap.dat's
      *          DEBTORS, VATOUT and STOCK; 'GLAR', 'GLTX' and 'GLST'
      *          records in runctl.dat name others.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. GlPost.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the night's journal, as GlExtract left it - OPTIONAL so a
      * night GlExtract refused still prints the trial balance
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO 'gljrnl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-JOURNAL.

      * the ledger balances - keyed account then period. OPEN I-O,
      * with the first-run OPEN OUTPUT fallback StockPost gives
      * partbal.dat
           SELECT GL-BALANCE-MASTER ASSIGN TO 'glbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GB-KEY
           FILE STATUS IS WS-FS-GL-BALANCE.

      * one record per journal ever posted - the proof a run id has
      * been through, and the audit trail of what each one carried
           SELECT OPTIONAL GL-POSTED-FILE ASSIGN TO 'glposted.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-POSTED.

      * the sub-ledger totals as they stood at each period end, so
      * the next period end can work out their movement
           SELECT OPTIONAL GL-SUBLEDGER-FILE ASSIGN TO 'glsubl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-SUBLEDGER.

           SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'period.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PERIOD-FILE.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

      * the three sub-ledgers the period end is proved against
           SELECT OPTIONAL AR-OPEN-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-OPEN.

           SELECT OPTIONAL TAX-LEDGER-FILE ASSIGN TO 'taxledgr.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAX-LEDGER.

           SELECT OPTIONAL PART-BALANCE-MASTER ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

           SELECT GL-REPORT-FILE ASSIGN TO 'glpost.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one journal line - see GLJRNL.cpy
       FD GL-JOURNAL-FILE.

       COPY GLJRNL.

      * keyed by account then period end - see GLBAL.cpy
       FD GL-BALANCE-MASTER.

       COPY GLBAL.

      * one posted journal - its run id, the business date it was
      * dated, when it went through and what it carried
       FD GL-POSTED-FILE.
       01 GL-POSTED-RECORD.
           03 GP-RUN-ID PIC X(11).
           03 GP-RUN-DATE PIC 9(8).
           03 GP-POSTED-DATE PIC 9(8).
           03 GP-POSTED-TIME PIC 9(6).
           03 GP-PERIOD-END PIC 9(8).
           03 GP-LINE-COUNT PIC 9(5).
           03 GP-DEBITS PIC 9(11)V99.
           03 GP-CREDITS PIC 9(11)V99.

      * one period end's sub-ledger totals, home currency
       FD GL-SUBLEDGER-FILE.
       01 GL-SUBLEDGER-RECORD.
           03 GS-PERIOD-END PIC 9(8).
           03 GS-RUN-ID PIC X(11).
           03 GS-AR-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 GS-STOCK-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.
           03 GS-TAX-TOTAL PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD PERIOD-FILE.

       COPY PERIODCT.

       FD CONTROL-FILE.

       COPY RUNCTL.

      * the chain's business date, period-end flag and run id - see
      * RUNFLAG.cpy
       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD AR-OPEN-FILE.

       COPY AROPEN.

       FD TAX-LEDGER-FILE.

       COPY TAXLEDG.

       FD PART-BALANCE-MASTER.

       COPY PARTBAL.

       FD GL-REPORT-FILE.
       01 GL-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-GL-JOURNAL PIC XX VALUE '00'.
       01 WS-FS-GL-BALANCE PIC XX VALUE '00'.
       01 WS-FS-GL-POSTED PIC XX VALUE '00'.
       01 WS-FS-GL-SUBLEDGER PIC XX VALUE '00'.
       01 WS-FS-PERIOD-FILE PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-AR-OPEN PIC XX VALUE '00'.
       01 WS-FS-TAX-LEDGER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-GL-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'GlPost'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'GlPost'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'gljrnl.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'GlPost'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to OperAlert.cbl - a refused journal, a
      * trial balance that does not net or a sub-ledger that does
      * not agree is a finance incident, not just a console message
       01 OPER-ALERT-WORK.
           03 OPAL-SEVERITY PIC X VALUE 'E'.
           03 OPAL-PROGRAM-NAME PIC X(20) VALUE 'GlPost'.
           03 OPAL-ALERT-CODE PIC X(8).
           03 OPAL-DETAIL-TEXT PIC X(40).

      * the step's return code, held apart from RETURN-CODE so the
      * subprogram calls on the way out cannot clear it - 4 a
      * journal already posted or carrying no run id, 8 a journal
      * dated into a period already rolled forward, 11 a table
      * ceiling, 12 a journal out of balance or a trial balance
      * that does not net to zero
       01 POST-RETURN-CODE PIC 99 VALUE ZERO.

      * this run's identity off runflag.dat, today's date when the
      * chain is not running
       01 RUN-STAMP-WORK.
           03 THIS-RUN-ID PIC X(11) VALUE SPACES.
           03 THIS-RUN-DATE PIC 9(8) VALUE ZERO.
           03 POSTED-TIME-RAW PIC 9(8) VALUE ZERO.
           03 PERIOD-END-SW PIC X VALUE 'N'.
               88 TONIGHT-IS-PERIOD-END VALUE 'Y'.

      * what became of tonight's journal
       01 POST-OUTCOME-SW PIC X VALUE 'N'.
           88 JOURNAL-WAS-POSTED VALUE 'P'.
           88 JOURNAL-WAS-EMPTY VALUE 'N'.
           88 JOURNAL-WAS-REFUSED VALUE 'X'.

      * the control accounts the period end proves, overridden by
      * 'GLAR', 'GLTX' and 'GLST' records in runctl.dat
       01 CONTROL-ACCOUNTS.
           03 AR-CONTROL-ACCT PIC X(8) VALUE 'DEBTORS'.
           03 TAX-CONTROL-ACCT PIC X(8) VALUE 'VATOUT'.
           03 STOCK-CONTROL-ACCT PIC X(8) VALUE 'STOCK'.

       01 JOURNAL-EOF PIC X VALUE 'N'.
       01 POSTED-EOF PIC X VALUE 'N'.
       01 SUBLEDGER-EOF PIC X VALUE 'N'.
       01 PERIOD-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 AR-EOF PIC X VALUE 'N'.
       01 TAX-EOF PIC X VALUE 'N'.
       01 BALANCE-EOF PIC X VALUE 'N'.
       01 GL-BALANCE-EOF PIC X VALUE 'N'.

      * the journal summed by account in storage until it proves
      * whole - nothing reaches glbal.dat from a journal refused
       77 MAX-STAGED-ACCOUNTS PIC 9(3) VALUE 100.
       01 JOURNAL-CONTROLS.
           03 JOURNAL-RUN-ID PIC X(11) VALUE SPACES.
           03 JOURNAL-RUN-DATE PIC 9(8) VALUE ZERO.
           03 JOURNAL-LINE-COUNT PIC 9(5) VALUE ZERO.
           03 JOURNAL-DEBITS PIC 9(11)V99 VALUE ZERO.
           03 JOURNAL-CREDITS PIC 9(11)V99 VALUE ZERO.
           03 MIXED-RUN-SW PIC X VALUE 'N'.
               88 JOURNAL-HAS-MIXED-RUNS VALUE 'Y'.
           03 STAGE-OVERFLOW-SW PIC X VALUE 'N'.
               88 STAGE-OVERFLOWED VALUE 'Y'.
           03 STAGED-COUNT PIC 9(3) VALUE ZERO.
           03 STAGED-IDX PIC 9(3) VALUE ZERO.
           03 STAGED-FOUND-SW PIC X VALUE 'N'.
               88 STAGED-WAS-FOUND VALUE 'Y'.
       01 STAGED-TABLE.
           03 STAGED-ENTRY OCCURS 100 TIMES.
               05 SA-ACCOUNT PIC X(8).
               05 SA-DEBITS PIC 9(11)V99.
               05 SA-CREDITS PIC 9(11)V99.

      * period.dat in storage - the same table PeriodClose keeps
       77 MAX-PERIOD-ENTRIES PIC 9(3) VALUE 600.
       01 PERIOD-TABLE-CONTROLS.
           03 PERIOD-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           03 PERIOD-IDX PIC 9(3) VALUE ZERO.
           03 PERIOD-MATCHED-SW PIC X VALUE 'N'.
               88 PERIOD-WAS-MATCHED VALUE 'Y'.
       01 PERIOD-TABLE.
           03 PERIOD-ENTRY OCCURS 600 TIMES.
               05 PE-START-DATE PIC 9(8).
               05 PE-END-DATE PIC 9(8).
               05 PE-STATUS PIC X.

      * the period a date falls in, and the one tonight posts to
      * and the one its balances roll into
       01 PERIOD-WORK.
           03 LOOKUP-DATE PIC 9(8) VALUE ZERO.
           03 LOOKUP-START PIC 9(8) VALUE ZERO.
           03 LOOKUP-END PIC 9(8) VALUE ZERO.
           03 POST-PERIOD-START PIC 9(8) VALUE ZERO.
           03 POST-PERIOD-END PIC 9(8) VALUE ZERO.
           03 NEXT-PERIOD-START PIC 9(8) VALUE ZERO.
           03 NEXT-PERIOD-END PIC 9(8) VALUE ZERO.

      * the calendar-month window for a date no period record
      * covers, through the shared leap-year rule - see
      * DATEWS.cpy/DATEVAL.cpy
       01 MONTH-WINDOW-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

       COPY DATEWS.

      * a balance being posted - the refusal checks, the balance
      * brought forward for an account new to the period
       01 BALANCE-WORK.
           03 BROUGHT-FORWARD PIC S9(11)V99 VALUE ZERO.
           03 ROLLED-REFUSAL-SW PIC X VALUE 'N'.
               88 PERIOD-IS-ROLLED VALUE 'Y'.
           03 REFUSED-ACCOUNT PIC X(8) VALUE SPACES.
           03 ACCOUNTS-POSTED PIC 9(3) VALUE ZERO.
           03 ACCOUNTS-OPENED PIC 9(3) VALUE ZERO.

      * the period's balances as the trial balance printed them -
      * the roll-forward and the sub-ledger proof work off the
      * same figures
       77 MAX-TB-ENTRIES PIC 9(3) VALUE 200.
       01 TB-TABLE-CONTROLS.
           03 TB-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           03 TB-IDX PIC 9(3) VALUE ZERO.
           03 TB-OVERFLOW-SW PIC X VALUE 'N'.
               88 TB-OVERFLOWED VALUE 'Y'.
           03 TB-ROLLED-COUNT PIC 9(3) VALUE ZERO.
       01 TB-TABLE.
           03 TB-ENTRY OCCURS 200 TIMES.
               05 TB-ACCOUNT PIC X(8).
               05 TB-OPENING PIC S9(11)V99.
               05 TB-DEBITS PIC 9(11)V99.
               05 TB-CREDITS PIC 9(11)V99.
               05 TB-CLOSING PIC S9(11)V99.
               05 TB-STATUS PIC X.

       01 TB-TOTALS.
           03 TB-TOTAL-OPENING PIC S9(13)V99 VALUE ZERO.
           03 TB-TOTAL-DEBITS PIC 9(13)V99 VALUE ZERO.
           03 TB-TOTAL-CREDITS PIC 9(13)V99 VALUE ZERO.
           03 TB-TOTAL-DR-BALANCE PIC 9(13)V99 VALUE ZERO.
           03 TB-TOTAL-CR-BALANCE PIC 9(13)V99 VALUE ZERO.
           03 TB-NET-BALANCE PIC S9(13)V99 VALUE ZERO.

      * the sub-ledger side of the period-end proof
       01 SUBLEDGER-WORK.
           03 AR-HOME-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 AR-ITEM-HOME PIC S9(9)V99 VALUE ZERO.
           03 TAX-PERIOD-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 STOCK-VALUE PIC S9(11)V99 VALUE ZERO.
           03 PART-VALUE PIC S9(11)V99 VALUE ZERO.
           03 PRIOR-SNAPSHOT-SW PIC X VALUE 'N'.
               88 PRIOR-SNAPSHOT-FOUND VALUE 'Y'.
           03 PRIOR-AR-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 PRIOR-STOCK-TOTAL PIC S9(11)V99 VALUE ZERO.
           03 SNAPSHOT-TAKEN-SW PIC X VALUE 'N'.
               88 SNAPSHOT-ALREADY-TAKEN VALUE 'Y'.
           03 GL-MOVEMENT PIC S9(11)V99 VALUE ZERO.
           03 GL-CLOSING PIC S9(11)V99 VALUE ZERO.
           03 SUB-MOVEMENT PIC S9(11)V99 VALUE ZERO.
           03 MOVEMENT-DIFFERENCE PIC S9(11)V99 VALUE ZERO.
           03 DIFFERENCE-COUNT PIC 9(3) VALUE ZERO.

      * DateConvert's arguments - the day after a period's end is
      * where the next one starts
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

       COPY DATEARIT.

      * print lines for glpost.rpt
       01 GLR-TITLE-LINE.
           03 FILLER PIC X(32) VALUE
               'GENERAL LEDGER POSTING - PERIOD '.
           03 GLR-T-START PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 GLR-T-END PIC 9(8).
           03 FILLER PIC X(10) VALUE '   RUN ID '.
           03 GLR-T-RUN-ID PIC X(11).

       01 GLR-JOURNAL-LINE.
           03 FILLER PIC X(13) VALUE 'JOURNAL RUN  '.
           03 GLR-J-RUN-ID PIC X(11).
           03 FILLER PIC X(8) VALUE '  DATED '.
           03 GLR-J-RUN-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE '  LINES '.
           03 GLR-J-LINES PIC Z(4)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 GLR-J-OUTCOME PIC X(40).

       01 GLR-TB-HEADING.
           03 FILLER PIC X(9) VALUE 'ACCOUNT'.
           03 FILLER PIC X(17) VALUE '          OPENING'.
           03 FILLER PIC X(17) VALUE '           DEBITS'.
           03 FILLER PIC X(17) VALUE '          CREDITS'.
           03 FILLER PIC X(17) VALUE '       CLOSING DR'.
           03 FILLER PIC X(17) VALUE '       CLOSING CR'.

       01 GLR-TB-LINE.
           03 GLR-ACCOUNT PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 GLR-OPENING PIC -(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-DEBITS PIC Z(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-CREDITS PIC Z(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-DR-BALANCE PIC Z(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-CR-BALANCE PIC Z(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-STATUS-MARK PIC X(6).

       01 GLR-TB-CHECK-LINE.
           03 FILLER PIC X(27) VALUE 'TRIAL BALANCE NET (DR - CR)'.
           03 GLR-C-NET PIC -(12)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 GLR-C-VERDICT PIC X(30).

       01 GLR-SECTION-LINE PIC X(60).

       01 GLR-SUB-HEADING.
           03 FILLER PIC X(14) VALUE 'CONTROL'.
           03 FILLER PIC X(9) VALUE 'ACCOUNT'.
           03 FILLER PIC X(17) VALUE '      GL MOVEMENT'.
           03 FILLER PIC X(17) VALUE '  LEDGER MOVEMENT'.
           03 FILLER PIC X(17) VALUE '       DIFFERENCE'.
           03 FILLER PIC X(20) VALUE '  VERDICT'.

       01 GLR-SUB-LINE.
           03 GLR-S-LEDGER PIC X(14).
           03 GLR-S-ACCOUNT PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 GLR-S-GL PIC -(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-S-SUB PIC -(12)9.99.
           03 FILLER PIC X(1) VALUE SPACES.
           03 GLR-S-DIFF PIC -(12)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 GLR-S-VERDICT PIC X(20).

       01 GLR-ROLL-LINE.
           03 FILLER PIC X(21) VALUE 'BALANCES ROLLED INTO '.
           03 GLR-R-START PIC 9(8).
           03 FILLER PIC X(4) VALUE ' TO '.
           03 GLR-R-END PIC 9(8).
           03 FILLER PIC X(12) VALUE '  ACCOUNTS  '.
           03 GLR-R-COUNT PIC ZZ9.

       01 WS-GL-LINE PIC X(100) VALUE SPACES.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT THIS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT POSTED-TIME-RAW FROM TIME.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM LOAD-PERIOD-TABLE.
           PERFORM VERIFY-HAND-OFF-INPUT.
           PERFORM STAGE-JOURNAL.

      * the period the journal is dated in - tonight's own business
      * date when there is no journal to post
           IF JOURNAL-LINE-COUNT = ZERO
               MOVE THIS-RUN-DATE TO JOURNAL-RUN-DATE
           END-IF.
           MOVE JOURNAL-RUN-DATE TO LOOKUP-DATE.
           PERFORM FIND-PERIOD-FOR-DATE.
           MOVE LOOKUP-START TO POST-PERIOD-START.
           MOVE LOOKUP-END TO POST-PERIOD-END.

           PERFORM OPEN-GL-BALANCE-MASTER.
           IF JOURNAL-LINE-COUNT = ZERO
               DISPLAY "GlPost - gljrnl.dat carries no lines - "
                   "nothing posted"
           ELSE
               PERFORM PROVE-JOURNAL
           END-IF.
           IF JOURNAL-LINE-COUNT > ZERO AND NOT JOURNAL-WAS-REFUSED
               PERFORM CHECK-RUN-NOT-POSTED
           END-IF.
           IF JOURNAL-LINE-COUNT > ZERO AND NOT JOURNAL-WAS-REFUSED
               PERFORM CHECK-PERIOD-NOT-ROLLED
           END-IF.
           IF JOURNAL-LINE-COUNT > ZERO AND NOT JOURNAL-WAS-REFUSED
               PERFORM POST-STAGED-ACCOUNTS
               PERFORM WRITE-POSTED-RECORD
               MOVE 'P' TO POST-OUTCOME-SW
               DISPLAY "GlPost - run " JOURNAL-RUN-ID " posted to "
                   "period ending " POST-PERIOD-END ": "
                   ACCOUNTS-POSTED " accounts, " ACCOUNTS-OPENED
                   " new to the period"
           END-IF.

           OPEN OUTPUT GL-REPORT-FILE.
           IF WS-FS-GL-REPORT NOT = '00'
               MOVE 'GL-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM PRINT-REPORT-HEADINGS.
           PERFORM PRINT-TRIAL-BALANCE.

      * the period end only ever follows a journal posted or a night
      * with none - a refused journal leaves the period as it was
      * for the rerun to close
           IF TONIGHT-IS-PERIOD-END AND NOT JOURNAL-WAS-REFUSED
               PERFORM PERIOD-END-PROCESSING
           END-IF.

           CLOSE GL-BALANCE-MASTER.
           CLOSE GL-REPORT-FILE.

           MOVE JOURNAL-LINE-COUNT TO RSUM-RECORDS-READ.
           IF JOURNAL-WAS-REFUSED
               MOVE JOURNAL-LINE-COUNT TO RSUM-RECORDS-REJECTED
           END-IF.
           IF POST-RETURN-CODE NOT = ZERO OR DIFFERENCE-COUNT > ZERO
               MOVE 'WARNINGS' TO RSUM-RUN-STATUS
           END-IF.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
               RSUM-RECORDS-REJECTED RSUM-RUN-STATUS.

           MOVE POST-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      * gljrnl.dat is GlExtract's hand-off - proved against its
      * manifest entry before it is staged, so a journal cut short or
      * left over from another night never reaches the ledger. see
      * FileManifest.cbl
       VERIFY-HAND-OFF-INPUT.
           MOVE 'V' TO MFST-FUNCTION.
           MOVE 'gljrnl.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** GlPost - " MFST-FILE-NAME
                   " fails its manifest check - nothing posted ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's business date and run id, and whether tonight
      * closes a period - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-DATE TO THIS-RUN-DATE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       IF RF-IS-PERIOD-END
                           MOVE 'Y' TO PERIOD-END-SW
                       END-IF
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * picks this program's records out of runctl.dat - a blank
      * account name is refused and the default kept
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
                       PERFORM APPLY-ONE-CONTROL
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

       APPLY-ONE-CONTROL.
           IF CTL-TYPE = 'GLAR' OR CTL-TYPE = 'GLTX'
               OR CTL-TYPE = 'GLST'
               IF CTL-TEXT(1:8) = SPACES
                   DISPLAY "GlPost - " CTL-TYPE " names no account, "
                       "default kept"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE CTL-TYPE
               WHEN 'GLAR'
                   MOVE CTL-TEXT(1:8) TO AR-CONTROL-ACCT
               WHEN 'GLTX'
                   MOVE CTL-TEXT(1:8) TO TAX-CONTROL-ACCT
               WHEN 'GLST'
                   MOVE CTL-TEXT(1:8) TO STOCK-CONTROL-ACCT
           END-EVALUATE.

       LOAD-PERIOD-TABLE.
           OPEN INPUT PERIOD-FILE.
           PERFORM UNTIL PERIOD-EOF = 'Y'
               READ PERIOD-FILE
                   AT END
                       MOVE 'Y' TO PERIOD-EOF
                   NOT AT END
                       IF PERIOD-ENTRY-COUNT < MAX-PERIOD-ENTRIES
                           ADD 1 TO PERIOD-ENTRY-COUNT
                           MOVE PC-START-DATE TO
                               PE-START-DATE(PERIOD-ENTRY-COUNT)
                           MOVE PC-END-DATE TO
                               PE-END-DATE(PERIOD-ENTRY-COUNT)
                           MOVE PC-STATUS TO
                               PE-STATUS(PERIOD-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIOD-FILE.

      * the period.dat record covering LOOKUP-DATE, the way
      * PeriodClose finds the period it closes - and the calendar
      * month where finance recorded none
       FIND-PERIOD-FOR-DATE.
           MOVE 'N' TO PERIOD-MATCHED-SW.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > PERIOD-ENTRY-COUNT
                   OR PERIOD-WAS-MATCHED
               IF PE-START-DATE(PERIOD-IDX) NOT > LOOKUP-DATE
                   AND PE-END-DATE(PERIOD-IDX) NOT < LOOKUP-DATE
                   MOVE 'Y' TO PERIOD-MATCHED-SW
                   MOVE PE-START-DATE(PERIOD-IDX) TO LOOKUP-START
                   MOVE PE-END-DATE(PERIOD-IDX) TO LOOKUP-END
               END-IF
           END-PERFORM.
           IF NOT PERIOD-WAS-MATCHED
               PERFORM WORK-OUT-MONTH-WINDOW
           END-IF.

      * the first and last day of LOOKUP-DATE's calendar month, the
      * last day off the shared days-in-month working
       WORK-OUT-MONTH-WINDOW.
           MOVE LOOKUP-DATE TO LOOKUP-START.
           MOVE 01 TO LOOKUP-START(7:2).
           MOVE LOOKUP-DATE(5:2) TO MY-MONTH.
           MOVE LOOKUP-DATE(1:4) TO MY-YEAR.
           PERFORM CHECK-LEAP-YEAR.
           EVALUATE MY-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 02
                   IF IS-LEAP-YEAR
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE.
           MOVE LOOKUP-DATE TO LOOKUP-END.
           MOVE DAYS-IN-MONTH TO LOOKUP-END(7:2).

      * reads the whole journal into the by-account table, noting
      * the run id and date off the first line and any line that
      * carries another
       STAGE-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE.
           IF WS-FS-GL-JOURNAL NOT = '00'
               AND WS-FS-GL-JOURNAL NOT = '05'
               MOVE 'GL-JOURNAL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-JOURNAL TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO JOURNAL-EOF
           END-IF.
           PERFORM UNTIL JOURNAL-EOF = 'Y'
               READ GL-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO JOURNAL-EOF
                   NOT AT END
                       PERFORM STAGE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.

       STAGE-ONE-LINE.
           ADD 1 TO JOURNAL-LINE-COUNT.
           IF JOURNAL-LINE-COUNT = 1
               MOVE GJ-RUN-ID TO JOURNAL-RUN-ID
               MOVE GJ-RUN-DATE TO JOURNAL-RUN-DATE
           END-IF.
           IF GJ-RUN-ID NOT = JOURNAL-RUN-ID
               OR GJ-RUN-DATE NOT = JOURNAL-RUN-DATE
               MOVE 'Y' TO MIXED-RUN-SW
           END-IF.
           ADD GJ-DR-AMOUNT TO JOURNAL-DEBITS.
           ADD GJ-CR-AMOUNT TO JOURNAL-CREDITS.
           MOVE 'N' TO STAGED-FOUND-SW.
           PERFORM VARYING STAGED-IDX FROM 1 BY 1
                   UNTIL STAGED-IDX > STAGED-COUNT
                   OR STAGED-WAS-FOUND
               IF SA-ACCOUNT(STAGED-IDX) = GJ-ACCOUNT
                   MOVE 'Y' TO STAGED-FOUND-SW
                   ADD GJ-DR-AMOUNT TO SA-DEBITS(STAGED-IDX)
                   ADD GJ-CR-AMOUNT TO SA-CREDITS(STAGED-IDX)
               END-IF
           END-PERFORM.
           IF NOT STAGED-WAS-FOUND
               IF STAGED-COUNT < MAX-STAGED-ACCOUNTS
                   ADD 1 TO STAGED-COUNT
                   MOVE GJ-ACCOUNT TO SA-ACCOUNT(STAGED-COUNT)
                   MOVE GJ-DR-AMOUNT TO SA-DEBITS(STAGED-COUNT)
                   MOVE GJ-CR-AMOUNT TO SA-CREDITS(STAGED-COUNT)
               ELSE
                   MOVE 'Y' TO STAGE-OVERFLOW-SW
               END-IF
           END-IF.

      * a journal is posted whole or not at all - one that cannot
      * be tied to a single run, or does not balance, or outgrew the
      * table is refused with an alert and nothing touches glbal.dat
       PROVE-JOURNAL.
           IF JOURNAL-RUN-ID = SPACES
               DISPLAY "*** GlPost - gljrnl.dat carries no run id - "
                   "it cannot be proved posted once - NOTHING "
                   "POSTED ***"
               MOVE 'W' TO OPAL-SEVERITY
               MOVE 'GLNORUN' TO OPAL-ALERT-CODE
               MOVE 'JOURNAL CARRIES NO RUN ID' TO OPAL-DETAIL-TEXT
               PERFORM REFUSE-JOURNAL
               IF POST-RETURN-CODE < 4
                   MOVE 4 TO POST-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF JOURNAL-HAS-MIXED-RUNS
               DISPLAY "*** GlPost - gljrnl.dat carries lines from "
                   "more than one run - NOTHING POSTED ***"
               MOVE 'E' TO OPAL-SEVERITY
               MOVE 'GLMIXRUN' TO OPAL-ALERT-CODE
               MOVE 'JOURNAL LINES FROM TWO RUNS' TO OPAL-DETAIL-TEXT
               PERFORM REFUSE-JOURNAL
               MOVE 12 TO POST-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF JOURNAL-DEBITS NOT = JOURNAL-CREDITS
               DISPLAY "*** GlPost - gljrnl.dat debits " JOURNAL-DEBITS
                   " credits " JOURNAL-CREDITS " - NOTHING POSTED ***"
               MOVE 'E' TO OPAL-SEVERITY
               MOVE 'GLUNBAL' TO OPAL-ALERT-CODE
               MOVE 'JOURNAL DEBITS/CREDITS UNEQUAL' TO
                   OPAL-DETAIL-TEXT
               PERFORM REFUSE-JOURNAL
               MOVE 12 TO POST-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF STAGE-OVERFLOWED
               DISPLAY "*** GlPost - gljrnl.dat posts to more than "
                   MAX-STAGED-ACCOUNTS " accounts - NOTHING "
                   "POSTED ***"
               MOVE 'E' TO OPAL-SEVERITY
               MOVE 'GLTABLE' TO OPAL-ALERT-CODE
               MOVE 'JOURNAL ACCOUNT TABLE FULL' TO OPAL-DETAIL-TEXT
               PERFORM REFUSE-JOURNAL
               MOVE 11 TO POST-RETURN-CODE
           END-IF.

       REFUSE-JOURNAL.
           MOVE 'X' TO POST-OUTCOME-SW.
           CALL "OperAlert" USING OPAL-SEVERITY OPAL-PROGRAM-NAME
               OPAL-ALERT-CODE OPAL-DETAIL-TEXT.

      * glposted.dat is the register of every run id ever posted -
      * tonight's found on it means the journal went through before
      * and is refused rather than doubled
       CHECK-RUN-NOT-POSTED.
           OPEN INPUT GL-POSTED-FILE.
           IF WS-FS-GL-POSTED NOT = '00'
               AND WS-FS-GL-POSTED NOT = '05'
               MOVE 'GL-POSTED-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-POSTED TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO POSTED-EOF
           END-IF.
           PERFORM UNTIL POSTED-EOF = 'Y'
               READ GL-POSTED-FILE
                   AT END
                       MOVE 'Y' TO POSTED-EOF
                   NOT AT END
                       IF GP-RUN-ID = JOURNAL-RUN-ID
                           MOVE 'Y' TO POSTED-EOF
                           DISPLAY "*** GlPost - run " GP-RUN-ID
                               " was posted on " GP-POSTED-DATE
                               " at " GP-POSTED-TIME " - NOT POSTED "
                               "AGAIN ***"
                           MOVE 'W' TO OPAL-SEVERITY
                           MOVE 'GLDUPRUN' TO OPAL-ALERT-CODE
                           MOVE 'JOURNAL RUN ID ALREADY POSTED' TO
                               OPAL-DETAIL-TEXT
                           PERFORM REFUSE-JOURNAL
                           MOVE 4 TO POST-RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-POSTED-FILE.

      * first-ever run has no glbal.dat yet - OPEN I-O comes back
      * '35', so create the master empty and re-open it, the same
      * fallback StockPost uses on partbal.dat
       OPEN-GL-BALANCE-MASTER.
           OPEN I-O GL-BALANCE-MASTER.
           IF WS-FS-GL-BALANCE = '35'
               OPEN OUTPUT GL-BALANCE-MASTER
               CLOSE GL-BALANCE-MASTER
               OPEN I-O GL-BALANCE-MASTER
           END-IF.
           IF WS-FS-GL-BALANCE NOT = '00'
               MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * a journal dated into a period already rolled forward - or
      * one an account has already moved on from - would leave the
      * later openings wrong. refused whole, for finance to post by
      * hand into the period they choose
       CHECK-PERIOD-NOT-ROLLED.
           MOVE 'N' TO ROLLED-REFUSAL-SW.
           PERFORM VARYING STAGED-IDX FROM 1 BY 1
                   UNTIL STAGED-IDX > STAGED-COUNT
                   OR PERIOD-IS-ROLLED
               PERFORM CHECK-ONE-ACCOUNT-PERIOD
           END-PERFORM.
           IF PERIOD-IS-ROLLED
               DISPLAY "*** GlPost - run " JOURNAL-RUN-ID " dated "
                   JOURNAL-RUN-DATE " falls in a period account "
                   REFUSED-ACCOUNT " has rolled on from - NOTHING "
                   "POSTED ***"
               MOVE 'E' TO OPAL-SEVERITY
               MOVE 'GLROLLED' TO OPAL-ALERT-CODE
               MOVE 'JOURNAL DATED IN A ROLLED PERIOD' TO
                   OPAL-DETAIL-TEXT
               PERFORM REFUSE-JOURNAL
               MOVE 8 TO POST-RETURN-CODE
           END-IF.

      * the account's first balance at or after the posting period
       CHECK-ONE-ACCOUNT-PERIOD.
           MOVE SA-ACCOUNT(STAGED-IDX) TO GB-ACCOUNT.
           MOVE POST-PERIOD-END TO GB-PERIOD-END.
           START GL-BALANCE-MASTER KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           READ GL-BALANCE-MASTER NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.
           IF GB-ACCOUNT NOT = SA-ACCOUNT(STAGED-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF GB-PERIOD-END > POST-PERIOD-END OR GB-IS-ROLLED
               MOVE 'Y' TO ROLLED-REFUSAL-SW
               MOVE GB-ACCOUNT TO REFUSED-ACCOUNT
           END-IF.

       POST-STAGED-ACCOUNTS.
           PERFORM VARYING STAGED-IDX FROM 1 BY 1
                   UNTIL STAGED-IDX > STAGED-COUNT
               PERFORM POST-ONE-ACCOUNT
           END-PERFORM.

      * the account's balance for the period takes the night's
      * debits and credits; an account new to the period opens at
      * its latest earlier closing balance
       POST-ONE-ACCOUNT.
           MOVE SA-ACCOUNT(STAGED-IDX) TO GB-ACCOUNT.
           MOVE POST-PERIOD-END TO GB-PERIOD-END.
           READ GL-BALANCE-MASTER
               INVALID KEY
                   PERFORM FIND-BROUGHT-FORWARD
                   MOVE SPACES TO GL-BALANCE-RECORD
                   MOVE SA-ACCOUNT(STAGED-IDX) TO GB-ACCOUNT
                   MOVE POST-PERIOD-END TO GB-PERIOD-END
                   MOVE POST-PERIOD-START TO GB-PERIOD-START
                   MOVE BROUGHT-FORWARD TO GB-OPENING
                   MOVE ZERO TO GB-DEBITS
                   MOVE ZERO TO GB-CREDITS
                   MOVE 'O' TO GB-STATUS
                   MOVE SPACES TO GB-LAST-RUN-ID
                   ADD SA-DEBITS(STAGED-IDX) TO GB-DEBITS
                   ADD SA-CREDITS(STAGED-IDX) TO GB-CREDITS
                   COMPUTE GB-CLOSING = GB-OPENING + GB-DEBITS
                       - GB-CREDITS
                   MOVE JOURNAL-RUN-ID TO GB-LAST-RUN-ID
                   ADD 1 TO ACCOUNTS-OPENED
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-WRITE
               NOT INVALID KEY
                   ADD SA-DEBITS(STAGED-IDX) TO GB-DEBITS
                   ADD SA-CREDITS(STAGED-IDX) TO GB-CREDITS
                   COMPUTE GB-CLOSING = GB-OPENING + GB-DEBITS
                       - GB-CREDITS
                   MOVE JOURNAL-RUN-ID TO GB-LAST-RUN-ID
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
                           MOVE 'REWRITE' TO ALOG-OPERATION
                           MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-REWRITE
           END-READ.
           ADD 1 TO ACCOUNTS-POSTED.

      * the closing balance of the account's latest period before
      * the posting period - zero for an account never seen. the
      * check above has already proved none lies after it
       FIND-BROUGHT-FORWARD.
           MOVE ZERO TO BROUGHT-FORWARD.
           MOVE 'N' TO GL-BALANCE-EOF.
           MOVE SA-ACCOUNT(STAGED-IDX) TO GB-ACCOUNT.
           MOVE ZERO TO GB-PERIOD-END.
           START GL-BALANCE-MASTER KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   MOVE 'Y' TO GL-BALANCE-EOF
           END-START.
           PERFORM UNTIL GL-BALANCE-EOF = 'Y'
               READ GL-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO GL-BALANCE-EOF
                   NOT AT END
                       IF GB-ACCOUNT NOT = SA-ACCOUNT(STAGED-IDX)
                           OR GB-PERIOD-END NOT < POST-PERIOD-END
                           MOVE 'Y' TO GL-BALANCE-EOF
                       ELSE
                           MOVE GB-CLOSING TO BROUGHT-FORWARD
                       END-IF
               END-READ
           END-PERFORM.

      * the run id goes on the register only once its balances are
      * all on glbal.dat
       WRITE-POSTED-RECORD.
           OPEN EXTEND GL-POSTED-FILE.
           IF WS-FS-GL-POSTED = '35'
               OPEN OUTPUT GL-POSTED-FILE
           END-IF.
           IF WS-FS-GL-POSTED NOT = '00'
               AND WS-FS-GL-POSTED NOT = '05'
               MOVE 'GL-POSTED-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-POSTED TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE JOURNAL-RUN-ID TO GP-RUN-ID.
           MOVE JOURNAL-RUN-DATE TO GP-RUN-DATE.
           ACCEPT GP-POSTED-DATE FROM DATE YYYYMMDD.
           MOVE POSTED-TIME-RAW(1:6) TO GP-POSTED-TIME.
           MOVE POST-PERIOD-END TO GP-PERIOD-END.
           MOVE JOURNAL-LINE-COUNT TO GP-LINE-COUNT.
           MOVE JOURNAL-DEBITS TO GP-DEBITS.
           MOVE JOURNAL-CREDITS TO GP-CREDITS.
           WRITE GL-POSTED-RECORD.
           IF WS-FS-GL-POSTED NOT = '00'
               MOVE 'GL-POSTED-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-GL-POSTED TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE GL-POSTED-FILE.

       PRINT-REPORT-HEADINGS.
           MOVE POST-PERIOD-START TO GLR-T-START.
           MOVE POST-PERIOD-END TO GLR-T-END.
           MOVE THIS-RUN-ID TO GLR-T-RUN-ID.
           MOVE GLR-TITLE-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           PERFORM WRITE-GL-LINE.
           MOVE JOURNAL-RUN-ID TO GLR-J-RUN-ID.
           MOVE JOURNAL-RUN-DATE TO GLR-J-RUN-DATE.
           MOVE JOURNAL-LINE-COUNT TO GLR-J-LINES.
           EVALUATE TRUE
               WHEN JOURNAL-WAS-POSTED
                   MOVE 'POSTED' TO GLR-J-OUTCOME
               WHEN JOURNAL-WAS-REFUSED
                   MOVE OPAL-DETAIL-TEXT TO GLR-J-OUTCOME
               WHEN OTHER
                   MOVE 'NO JOURNAL TONIGHT - NOTHING POSTED' TO
                       GLR-J-OUTCOME
           END-EVALUATE.
           MOVE GLR-JOURNAL-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           PERFORM WRITE-GL-LINE.

      * every account's balance for the period, read off glbal.dat
      * in account order. the closing balances must net to zero and
      * the period's debits equal its credits - a ledger that does
      * not is an alert, and the step's return code says so
       PRINT-TRIAL-BALANCE.
           MOVE 'TRIAL BALANCE' TO GLR-SECTION-LINE.
           MOVE GLR-SECTION-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           MOVE GLR-TB-HEADING TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           PERFORM LOAD-TRIAL-BALANCE.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-ENTRY-COUNT
               PERFORM PRINT-ONE-TB-LINE
           END-PERFORM.
           MOVE ALL '-' TO WS-GL-LINE(11:85).
           PERFORM WRITE-GL-LINE.
           MOVE 'TOTAL' TO GLR-ACCOUNT.
           MOVE TB-TOTAL-OPENING TO GLR-OPENING.
           MOVE TB-TOTAL-DEBITS TO GLR-DEBITS.
           MOVE TB-TOTAL-CREDITS TO GLR-CREDITS.
           MOVE TB-TOTAL-DR-BALANCE TO GLR-DR-BALANCE.
           MOVE TB-TOTAL-CR-BALANCE TO GLR-CR-BALANCE.
           MOVE SPACES TO GLR-STATUS-MARK.
           MOVE GLR-TB-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           PERFORM WRITE-GL-LINE.
           COMPUTE TB-NET-BALANCE = TB-TOTAL-DR-BALANCE
               - TB-TOTAL-CR-BALANCE.
           MOVE TB-NET-BALANCE TO GLR-C-NET.
           IF TB-NET-BALANCE = ZERO
               AND TB-TOTAL-DEBITS = TB-TOTAL-CREDITS
               AND NOT TB-OVERFLOWED
               MOVE 'IN BALANCE' TO GLR-C-VERDICT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO GLR-C-VERDICT
               IF TB-OVERFLOWED
                   MOVE '*** INCOMPLETE - TABLE FULL ***' TO
                       GLR-C-VERDICT
               END-IF
               DISPLAY "*** GlPost - TRIAL BALANCE FOR PERIOD ENDING "
                   POST-PERIOD-END " DOES NOT NET TO ZERO ***"
               MOVE 'E' TO OPAL-SEVERITY
               MOVE 'GLTBOUT' TO OPAL-ALERT-CODE
               MOVE 'TRIAL BALANCE DOES NOT NET TO ZERO' TO
                   OPAL-DETAIL-TEXT
               CALL "OperAlert" USING OPAL-SEVERITY
                   OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                   OPAL-DETAIL-TEXT
               MOVE 12 TO POST-RETURN-CODE
           END-IF.
           MOVE GLR-TB-CHECK-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           DISPLAY "GlPost - trial balance: " TB-ENTRY-COUNT
               " accounts, net " GLR-C-NET.

       LOAD-TRIAL-BALANCE.
           MOVE 'N' TO GL-BALANCE-EOF.
           MOVE LOW-VALUES TO GB-KEY.
           START GL-BALANCE-MASTER KEY IS NOT LESS THAN GB-KEY
               INVALID KEY
                   MOVE 'Y' TO GL-BALANCE-EOF
           END-START.
           PERFORM UNTIL GL-BALANCE-EOF = 'Y'
               READ GL-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO GL-BALANCE-EOF
                   NOT AT END
                       IF GB-PERIOD-END = POST-PERIOD-END
                           PERFORM HOLD-ONE-TB-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       HOLD-ONE-TB-ENTRY.
           IF TB-ENTRY-COUNT NOT < MAX-TB-ENTRIES
               MOVE 'Y' TO TB-OVERFLOW-SW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TB-ENTRY-COUNT.
           MOVE GB-ACCOUNT TO TB-ACCOUNT(TB-ENTRY-COUNT).
           MOVE GB-OPENING TO TB-OPENING(TB-ENTRY-COUNT).
           MOVE GB-DEBITS TO TB-DEBITS(TB-ENTRY-COUNT).
           MOVE GB-CREDITS TO TB-CREDITS(TB-ENTRY-COUNT).
           MOVE GB-CLOSING TO TB-CLOSING(TB-ENTRY-COUNT).
           MOVE GB-STATUS TO TB-STATUS(TB-ENTRY-COUNT).
           ADD GB-OPENING TO TB-TOTAL-OPENING.
           ADD GB-DEBITS TO TB-TOTAL-DEBITS.
           ADD GB-CREDITS TO TB-TOTAL-CREDITS.
           IF GB-CLOSING < ZERO
               SUBTRACT GB-CLOSING FROM TB-TOTAL-CR-BALANCE
           ELSE
               ADD GB-CLOSING TO TB-TOTAL-DR-BALANCE
           END-IF.
           IF GB-IS-ROLLED
               ADD 1 TO TB-ROLLED-COUNT
           END-IF.

       PRINT-ONE-TB-LINE.
           MOVE TB-ACCOUNT(TB-IDX) TO GLR-ACCOUNT.
           MOVE TB-OPENING(TB-IDX) TO GLR-OPENING.
           MOVE TB-DEBITS(TB-IDX) TO GLR-DEBITS.
           MOVE TB-CREDITS(TB-IDX) TO GLR-CREDITS.
           MOVE ZERO TO GLR-DR-BALANCE.
           MOVE ZERO TO GLR-CR-BALANCE.
           IF TB-CLOSING(TB-IDX) < ZERO
               COMPUTE GLR-CR-BALANCE = ZERO - TB-CLOSING(TB-IDX)
           ELSE
               MOVE TB-CLOSING(TB-IDX) TO GLR-DR-BALANCE
           END-IF.
           MOVE SPACES TO GLR-STATUS-MARK.
           IF TB-STATUS(TB-IDX) = 'R'
               MOVE 'ROLLED' TO GLR-STATUS-MARK
           END-IF.
           MOVE GLR-TB-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.

      * the period end - the control accounts' movements set against
      * the sub-ledgers, then every balance carried into the next
      * period. a period already rolled (a rerun of the period-end
      * night) is reported and left alone
       PERIOD-END-PROCESSING.
           IF TB-ENTRY-COUNT = ZERO
               DISPLAY "GlPost - period end: no balances for the "
                   "period ending " POST-PERIOD-END " - nothing to "
                   "roll forward"
               EXIT PARAGRAPH
           END-IF.
           IF TB-OVERFLOWED
               DISPLAY "*** GlPost - period end: more than "
                   MAX-TB-ENTRIES " accounts - NOT ROLLED FORWARD ***"
               MOVE 11 TO POST-RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF TB-ROLLED-COUNT = TB-ENTRY-COUNT
               DISPLAY "GlPost - period ending " POST-PERIOD-END
                   " already rolled forward - left as it is"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-NEXT-PERIOD.
           PERFORM TOTAL-AR-OPEN-ITEMS.
           PERFORM TOTAL-TAX-LEDGER.
           PERFORM TOTAL-STOCK.
           PERFORM READ-PRIOR-SNAPSHOT.
           PERFORM PRINT-SUBLEDGER-PROOF.
           PERFORM ROLL-BALANCES-FORWARD.
           IF NOT SNAPSHOT-ALREADY-TAKEN
               PERFORM WRITE-SUBLEDGER-SNAPSHOT
           END-IF.

      * the period after the one closing - the period.dat record
      * starting the day after, or that day's calendar month
       FIND-NEXT-PERIOD.
           MOVE POST-PERIOD-END(7:2) TO CNV-DAY.
           MOVE POST-PERIOD-END(5:2) TO CNV-MONTH.
           MOVE POST-PERIOD-END(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           MOVE 1 TO DA-ADD-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE LOOKUP-DATE = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.
           PERFORM FIND-PERIOD-FOR-DATE.
           MOVE LOOKUP-START TO NEXT-PERIOD-START.
           MOVE LOOKUP-END TO NEXT-PERIOD-END.

      * the open items at the book rate each is carried on - see
      * AROPEN.cpy
       TOTAL-AR-OPEN-ITEMS.
           OPEN INPUT AR-OPEN-FILE.
           IF WS-FS-AR-OPEN NOT = '00'
               AND WS-FS-AR-OPEN NOT = '05'
               MOVE 'AR-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AR-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO AR-EOF
           END-IF.
           PERFORM UNTIL AR-EOF = 'Y'
               READ AR-OPEN-FILE
                   AT END
                       MOVE 'Y' TO AR-EOF
                   NOT AT END
                       IF AR-IS-OPEN
                           COMPUTE AR-ITEM-HOME ROUNDED =
                               AR-OPEN-AMOUNT * AR-BOOK-RATE
                           ADD AR-ITEM-HOME TO AR-HOME-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-OPEN-FILE.

      * the output tax the period's nights recorded - the '**'
      * control rows TaxReturn proves the categories against
       TOTAL-TAX-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE.
           IF WS-FS-TAX-LEDGER NOT = '00'
               AND WS-FS-TAX-LEDGER NOT = '05'
               MOVE 'TAX-LEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TAX-LEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO TAX-EOF
           END-IF.
           PERFORM UNTIL TAX-EOF = 'Y'
               READ TAX-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO TAX-EOF
                   NOT AT END
                       IF TL-IS-BATCH-TOTAL
                           AND TL-RUN-DATE NOT < POST-PERIOD-START
                           AND TL-RUN-DATE NOT > POST-PERIOD-END
                           ADD TL-TAX TO TAX-PERIOD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAX-LEDGER-FILE.

      * stock on hand at weighted-average cost, valued the way
      * StockValue values it
       TOTAL-STOCK.
           OPEN INPUT PART-BALANCE-MASTER.
           IF WS-FS-PART-BALANCE NOT = '00'
               AND WS-FS-PART-BALANCE NOT = '05'
               MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO BALANCE-EOF
           END-IF.
           PERFORM UNTIL BALANCE-EOF = 'Y'
               READ PART-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO BALANCE-EOF
                   NOT AT END
                       COMPUTE PART-VALUE ROUNDED =
                           PB-BALANCE * PB-UNIT-COST
                       ADD PART-VALUE TO STOCK-VALUE
               END-READ
           END-PERFORM.
           CLOSE PART-BALANCE-MASTER.

      * the sub-ledger totals the last period end left on
      * glsubl.dat - the debtors and stock movements are tonight's
      * totals less those. a snapshot for this same period means the
      * period end is being rerun, and the one before it is used
       READ-PRIOR-SNAPSHOT.
           OPEN INPUT GL-SUBLEDGER-FILE.
           IF WS-FS-GL-SUBLEDGER NOT = '00'
               AND WS-FS-GL-SUBLEDGER NOT = '05'
               MOVE 'GL-SUBLEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-SUBLEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO SUBLEDGER-EOF
           END-IF.
           PERFORM UNTIL SUBLEDGER-EOF = 'Y'
               READ GL-SUBLEDGER-FILE
                   AT END
                       MOVE 'Y' TO SUBLEDGER-EOF
                   NOT AT END
                       IF GS-PERIOD-END < POST-PERIOD-END
                           MOVE 'Y' TO PRIOR-SNAPSHOT-SW
                           MOVE GS-AR-TOTAL TO PRIOR-AR-TOTAL
                           MOVE GS-STOCK-TOTAL TO PRIOR-STOCK-TOTAL
                       END-IF
                       IF GS-PERIOD-END = POST-PERIOD-END
                           MOVE 'Y' TO SNAPSHOT-TAKEN-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-SUBLEDGER-FILE.

      * one line per control account: the ledger's movement for the
      * period against the sub-ledger's, and for debtors and stock
      * the closing balance against the sub-ledger's total. any
      * difference is counted and alerted - the period still rolls,
      * the figures are for finance to chase
       PRINT-SUBLEDGER-PROOF.
           PERFORM WRITE-GL-LINE.
           MOVE 'PERIOD MOVEMENTS AGAINST THE SUB-LEDGERS' TO
               GLR-SECTION-LINE.
           MOVE GLR-SECTION-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           MOVE GLR-SUB-HEADING TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.

           MOVE AR-CONTROL-ACCT TO GLR-S-ACCOUNT.
           PERFORM FIND-CONTROL-BALANCE.
           COMPUTE SUB-MOVEMENT = AR-HOME-TOTAL - PRIOR-AR-TOTAL.
           MOVE 'AR MOVEMENT' TO GLR-S-LEDGER.
           PERFORM PRINT-MOVEMENT-LINE.
           MOVE GL-CLOSING TO GL-MOVEMENT.
           MOVE AR-HOME-TOTAL TO SUB-MOVEMENT.
           MOVE 'AR BALANCE' TO GLR-S-LEDGER.
           PERFORM PRINT-MOVEMENT-LINE.

      * output tax is a credit account - its movement is the
      * credits less the debits
           MOVE TAX-CONTROL-ACCT TO GLR-S-ACCOUNT.
           PERFORM FIND-CONTROL-BALANCE.
           COMPUTE GL-MOVEMENT = ZERO - GL-MOVEMENT.
           MOVE TAX-PERIOD-TOTAL TO SUB-MOVEMENT.
           MOVE 'TAX MOVEMENT' TO GLR-S-LEDGER.
           PERFORM PRINT-MOVEMENT-LINE.

           MOVE STOCK-CONTROL-ACCT TO GLR-S-ACCOUNT.
           PERFORM FIND-CONTROL-BALANCE.
           COMPUTE SUB-MOVEMENT = STOCK-VALUE - PRIOR-STOCK-TOTAL.
           MOVE 'STK MOVEMENT' TO GLR-S-LEDGER.
           PERFORM PRINT-MOVEMENT-LINE.
           MOVE GL-CLOSING TO GL-MOVEMENT.
           MOVE STOCK-VALUE TO SUB-MOVEMENT.
           MOVE 'STK BALANCE' TO GLR-S-LEDGER.
           PERFORM PRINT-MOVEMENT-LINE.

           IF NOT PRIOR-SNAPSHOT-FOUND
               MOVE 'NO EARLIER PERIOD END ON FILE - THE SUB-LEDGER '
                   TO WS-GL-LINE
               MOVE 'MOVEMENTS ARE THEIR WHOLE TOTALS' TO
                   WS-GL-LINE(49:32)
               PERFORM WRITE-GL-LINE
           END-IF.
           IF DIFFERENCE-COUNT > ZERO
               DISPLAY "*** GlPost - " DIFFERENCE-COUNT " control "
                   "account(s) disagree with their sub-ledger - see "
                   "glpost.rpt ***"
               MOVE 'W' TO OPAL-SEVERITY
               MOVE 'GLSUBDIF' TO OPAL-ALERT-CODE
               MOVE 'GL DISAGREES WITH A SUB-LEDGER' TO
                   OPAL-DETAIL-TEXT
               CALL "OperAlert" USING OPAL-SEVERITY
                   OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                   OPAL-DETAIL-TEXT
           END-IF.

      * the control account's movement (debits less credits) and
      * closing balance for the period, off the trial-balance table
       FIND-CONTROL-BALANCE.
           MOVE ZERO TO GL-MOVEMENT.
           MOVE ZERO TO GL-CLOSING.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-ENTRY-COUNT
               IF TB-ACCOUNT(TB-IDX) = GLR-S-ACCOUNT
                   COMPUTE GL-MOVEMENT = TB-DEBITS(TB-IDX)
                       - TB-CREDITS(TB-IDX)
                   MOVE TB-CLOSING(TB-IDX) TO GL-CLOSING
               END-IF
           END-PERFORM.

       PRINT-MOVEMENT-LINE.
           COMPUTE MOVEMENT-DIFFERENCE = GL-MOVEMENT - SUB-MOVEMENT.
           MOVE GL-MOVEMENT TO GLR-S-GL.
           MOVE SUB-MOVEMENT TO GLR-S-SUB.
           MOVE MOVEMENT-DIFFERENCE TO GLR-S-DIFF.
           IF MOVEMENT-DIFFERENCE = ZERO
               MOVE 'AGREES' TO GLR-S-VERDICT
           ELSE
               MOVE '*** DIFFERENCE ***' TO GLR-S-VERDICT
               ADD 1 TO DIFFERENCE-COUNT
           END-IF.
           MOVE GLR-SUB-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.

      * each of the period's balances is marked rolled and its
      * closing carried into the next period's opening - onto the
      * record already there if a posting got to it first, a new
      * one if not
       ROLL-BALANCES-FORWARD.
           MOVE ZERO TO ACCOUNTS-OPENED.
           PERFORM VARYING TB-IDX FROM 1 BY 1
                   UNTIL TB-IDX > TB-ENTRY-COUNT
               IF TB-STATUS(TB-IDX) NOT = 'R'
                   PERFORM ROLL-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           MOVE NEXT-PERIOD-START TO GLR-R-START.
           MOVE NEXT-PERIOD-END TO GLR-R-END.
           MOVE ACCOUNTS-OPENED TO GLR-R-COUNT.
           PERFORM WRITE-GL-LINE.
           MOVE GLR-ROLL-LINE TO WS-GL-LINE.
           PERFORM WRITE-GL-LINE.
           DISPLAY "GlPost - period ending " POST-PERIOD-END
               " rolled forward: " ACCOUNTS-OPENED " accounts into "
               NEXT-PERIOD-START " - " NEXT-PERIOD-END.

       ROLL-ONE-ACCOUNT.
           MOVE TB-ACCOUNT(TB-IDX) TO GB-ACCOUNT.
           MOVE POST-PERIOD-END TO GB-PERIOD-END.
           READ GL-BALANCE-MASTER
               INVALID KEY
                   MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
                   MOVE 'READ' TO ALOG-OPERATION
                   MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'R' TO GB-STATUS.
           MOVE THIS-RUN-ID TO GB-LAST-RUN-ID.
           REWRITE GL-BALANCE-RECORD
               INVALID KEY
                   MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.

           MOVE TB-ACCOUNT(TB-IDX) TO GB-ACCOUNT.
           MOVE NEXT-PERIOD-END TO GB-PERIOD-END.
           READ GL-BALANCE-MASTER
               INVALID KEY
                   MOVE SPACES TO GL-BALANCE-RECORD
                   MOVE TB-ACCOUNT(TB-IDX) TO GB-ACCOUNT
                   MOVE NEXT-PERIOD-END TO GB-PERIOD-END
                   MOVE NEXT-PERIOD-START TO GB-PERIOD-START
                   MOVE TB-CLOSING(TB-IDX) TO GB-OPENING
                   MOVE ZERO TO GB-DEBITS
                   MOVE ZERO TO GB-CREDITS
                   MOVE TB-CLOSING(TB-IDX) TO GB-CLOSING
                   MOVE 'O' TO GB-STATUS
                   MOVE THIS-RUN-ID TO GB-LAST-RUN-ID
                   WRITE GL-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-WRITE
               NOT INVALID KEY
                   MOVE TB-CLOSING(TB-IDX) TO GB-OPENING
                   COMPUTE GB-CLOSING = GB-OPENING + GB-DEBITS
                       - GB-CREDITS
                   REWRITE GL-BALANCE-RECORD
                       INVALID KEY
                           MOVE 'GL-BALANCE' TO ALOG-FILE-NAME
                           MOVE 'REWRITE' TO ALOG-OPERATION
                           MOVE WS-FS-GL-BALANCE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-REWRITE
           END-READ.
           ADD 1 TO ACCOUNTS-OPENED.

      * the period end's sub-ledger totals, for the next period end
      * to work its movements from
       WRITE-SUBLEDGER-SNAPSHOT.
           OPEN EXTEND GL-SUBLEDGER-FILE.
           IF WS-FS-GL-SUBLEDGER = '35'
               OPEN OUTPUT GL-SUBLEDGER-FILE
           END-IF.
           IF WS-FS-GL-SUBLEDGER NOT = '00'
               AND WS-FS-GL-SUBLEDGER NOT = '05'
               MOVE 'GL-SUBLEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-SUBLEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE POST-PERIOD-END TO GS-PERIOD-END.
           MOVE THIS-RUN-ID TO GS-RUN-ID.
           MOVE AR-HOME-TOTAL TO GS-AR-TOTAL.
           MOVE STOCK-VALUE TO GS-STOCK-TOTAL.
           MOVE TAX-PERIOD-TOTAL TO GS-TAX-TOTAL.
           WRITE GL-SUBLEDGER-RECORD.
           IF WS-FS-GL-SUBLEDGER NOT = '00'
               MOVE 'GL-SUBLEDGER-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-GL-SUBLEDGER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           CLOSE GL-SUBLEDGER-FILE.

       WRITE-GL-LINE.
           MOVE WS-GL-LINE TO GL-REPORT-OUT.
           WRITE GL-REPORT-OUT.
           IF WS-FS-GL-REPORT NOT = '00'
               MOVE 'GL-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-GL-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-GL-LINE.

      * shared leap-year rule - see DATEVAL.cpy. only
      * CHECK-LEAP-YEAR is PERFORMed here
       COPY DATEVAL.

       END PROGRAM GlPost.
