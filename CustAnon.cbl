      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the data-retention run for closed accounts. Finds
      *          every account on custmast.dat closed (CM-CLOSED-DATE)
      *          longer ago than the retention ('ANRD' in runctl.dat,
      *          default six years) with nothing left open on
      *          aropen.dat or apopen.dat, and replaces what
      *          identifies the account with the ANONYMISED marker:
      *          the name on custmast.dat, the contact and address
      *          lines of every address on custaddr.dat, the name
      *          and bank details on the account's direct-debit
      *          mandate (ddmandate.dat), and the same fields in
      *          every before and after image mjrnl.dat holds for
      *          them. Account numbers, dates and amounts
      *          are left alone, so invhist.dat, artran.dat,
      *          tranhist.dat and the ledgers - which carry the
      *          number, never the name - still reconcile to the
      *          penny. Archived reports and backup sets age out
      *          under their own RAKP/BKKP retention. Each account
      *          anonymised gets an evidence record on anonlog.dat
      *          (when, by whom, what was touched); anon.rpt lists
      *          every account considered. The run only lists
      *          ('ANMD' LIST, the default) until it is told to
      *          APPLY, and applying needs a supervisor sign-on -
      *          there is no undoing it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CustAnon.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DYNAMIC access: the run reads the master start to finish and
      * rewrites the accounts it anonymises as it goes
           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

           SELECT OPTIONAL CUST-ADDRESS ASSIGN TO 'custaddr.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-ADDR-KEY
           FILE STATUS IS WS-FS-CUST-ADDRESS.

      * the account's direct-debit mandate, if it ever had one -
      * read and rewritten by key
           SELECT OPTIONAL DD-MANDATE-MASTER ASSIGN TO 'ddmandate.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DDM-CUST-NUMBER
           FILE STATUS IS WS-FS-DD-MANDATE.

           SELECT OPTIONAL AR-OPEN-FILE ASSIGN TO 'aropen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AR-OPEN.

           SELECT OPTIONAL AP-OPEN-FILE ASSIGN TO 'apopen.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AP-OPEN.

      * the master journal, read through and copied to a work file
      * with the images scrubbed, then copied back over the live
      * one - the way Housekeep rewrites the logs it trims
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO 'mjrnl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL-FILE.

           SELECT JOURNAL-WORK-FILE ASSIGN TO 'anonjrnl.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-JOURNAL-WORK.

      * the evidence log - cumulative, one record per account
      * anonymised, with the same first-ever-run fallback every
      * cumulative log gets
           SELECT EVIDENCE-LOG-FILE ASSIGN TO 'anonlog.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EVIDENCE-LOG.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

           SELECT ANON-REPORT-FILE ASSIGN TO 'anon.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ANON-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       FD CUST-MASTER.

       COPY CUSTMAST.

       FD CUST-ADDRESS.

       COPY CUSTADDR.

       FD DD-MANDATE-MASTER.

       COPY DDMAND.

       FD AR-OPEN-FILE.

       COPY AROPEN.

       FD AP-OPEN-FILE.

       COPY APOPEN.

       FD JOURNAL-FILE.

       COPY MJRNL.

       FD JOURNAL-WORK-FILE.
       01 JOURNAL-WORK-RECORD PIC X(295).

      * one account anonymised: when and by whom, the account and
      * the date it closed, and how many records were touched on
      * each file - never the name itself
       FD EVIDENCE-LOG-FILE.
       01 EVIDENCE-LOG-RECORD.
           03 EL-ANON-DATE PIC 9(8).
           03 EL-ANON-TIME PIC 9(8).
           03 EL-OPERATOR PIC X(8).
           03 EL-CUST-NUMBER PIC 9(6).
           03 EL-CLOSED-DATE PIC 9(8).
           03 EL-RETENTION-DAYS PIC 9(5).
           03 EL-MASTER-COUNT PIC 9.
           03 EL-ADDRESS-COUNT PIC 9(3).
           03 EL-JOURNAL-COUNT PIC 9(5).
           03 EL-MANDATE-COUNT PIC 9.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD ANON-REPORT-FILE.
       01 ANON-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/REWRITE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-CUST-ADDRESS PIC XX VALUE '00'.
       01 WS-FS-DD-MANDATE PIC XX VALUE '00'.
       01 WS-FS-AR-OPEN PIC XX VALUE '00'.
       01 WS-FS-AP-OPEN PIC XX VALUE '00'.
       01 WS-FS-JOURNAL-FILE PIC XX VALUE '00'.
       01 WS-FS-JOURNAL-WORK PIC XX VALUE '00'.
       01 WS-FS-EVIDENCE-LOG PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-ANON-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - listing is an inquiry,
      * applying is a supervisor's call
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'CustAnon'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'CustAnon'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'CustAnon'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

      * arguments passed to MasterJrnl.cbl - the anonymising
      * rewrites are journaled like any other master change. see
      * MJRNL.cpy
       01 MASTER-JRNL-WORK.
           03 MJRN-PROGRAM-NAME PIC X(20) VALUE 'CustAnon'.
           03 MJRN-FILE-ID PIC X.
           03 MJRN-ACTION PIC X.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).

      * arguments passed to FileLock.cbl - an apply holds the
      * masters it rewrites against the chain, MasterMaint and
      * DdMandate
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       77 ANON-LOCK-COUNT PIC 9 VALUE 3.
       01 ANON-LOCK-TABLE.
           03 FILLER PIC X(20) VALUE 'custmast.dat'.
           03 FILLER PIC X(20) VALUE 'custaddr.dat'.
           03 FILLER PIC X(20) VALUE 'ddmandate.dat'.
       01 ANON-LOCK-LIST REDEFINES ANON-LOCK-TABLE.
           03 ANON-LOCK-NAME OCCURS 3 TIMES PIC X(20).
       01 LOCK-IDX PIC 9 VALUE ZERO.

      * the run's settings off runctl.dat - see RUNCTL.cpy
       01 ANON-CONTROLS.
           03 RETENTION-DAYS PIC 9(5) VALUE 2190.
           03 ANON-MODE PIC X(5) VALUE 'LIST'.
               88 MODE-IS-LIST VALUE 'LIST'.
               88 MODE-IS-APPLY VALUE 'APPLY'.
           03 CONTROL-FILE-EOF PIC X VALUE 'N'.

      * the marker every identifying field is overwritten with, and
      * how an account already done is known again
       01 ANON-MARKER PIC X(10) VALUE 'ANONYMISED'.

       01 TODAY-DATE PIC 9(8) VALUE ZERO.
       01 TODAY-TIME PIC 9(8) VALUE ZERO.
       01 CUTOFF-DATE PIC 9(8) VALUE ZERO.

      * every account with an item still open on either ledger,
      * collected before the master is read
       77 MAX-HELD-ACCOUNTS PIC 9(4) VALUE 5000.
       01 HELD-ACCOUNT-COUNT PIC 9(4) VALUE ZERO.
       01 HELD-IDX PIC 9(4) VALUE ZERO.
       01 HELD-OVERFLOW-SW PIC X VALUE 'N'.
           88 HELD-OVERFLOWED VALUE 'Y'.
       01 HELD-FOUND-SW PIC X VALUE 'N'.
           88 ACCOUNT-IS-HELD VALUE 'Y'.
       01 HELD-ACCOUNT-TABLE.
           03 HELD-ACCOUNT OCCURS 5000 TIMES PIC 9(6).
       01 OPEN-ITEM-ACCOUNT PIC 9(6) VALUE ZERO.
       01 AR-EOF PIC X VALUE 'N'.
       01 AP-EOF PIC X VALUE 'N'.

      * the accounts anonymised this run, for the journal scrub and
      * the evidence log
       77 MAX-ANON-ACCOUNTS PIC 9(4) VALUE 2000.
       01 ANON-COUNT PIC 9(4) VALUE ZERO.
       01 ANON-IDX PIC 9(4) VALUE ZERO.
       01 ANON-ACCOUNT-TABLE.
           03 ANON-ACCOUNT-ENTRY OCCURS 2000 TIMES.
               05 AN-CUST-NUMBER PIC 9(6).
               05 AN-CLOSED-DATE PIC 9(8).
               05 AN-ADDRESS-COUNT PIC 9(3).
               05 AN-JOURNAL-COUNT PIC 9(5).
               05 AN-MANDATE-COUNT PIC 9.

       01 MASTER-EOF PIC X VALUE 'N'.
       01 CUST-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CONSIDERED-COUNT PIC 9(7) VALUE ZERO.
       01 ELIGIBLE-COUNT PIC 9(7) VALUE ZERO.
       01 HELD-COUNT PIC 9(7) VALUE ZERO.
       01 DEFERRED-COUNT PIC 9(7) VALUE ZERO.
       01 ALREADY-DONE-COUNT PIC 9(7) VALUE ZERO.
       01 ACCOUNT-STATUS PIC X(32) VALUE SPACES.

      * address sequence walk for one account - 00 billing through
      * 99, read by key the way CustAddr reads them
       01 ADDR-SEQ-WORK PIC 9(3) VALUE ZERO.
       01 ADDRESS-TOUCHED-COUNT PIC 9(3) VALUE ZERO.
       01 MANDATE-TOUCHED-COUNT PIC 9 VALUE ZERO.

      * the journal scrub - one image at a time through the master
      * layout it carries
       01 JOURNAL-EOF PIC X VALUE 'N'.
       01 JOURNAL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 JOURNAL-SCRUBBED-COUNT PIC 9(7) VALUE ZERO.
       01 IMAGE-CHANGED-SW PIC X VALUE 'N'.
           88 IMAGE-WAS-CHANGED VALUE 'Y'.
       01 RECORD-CHANGED-SW PIC X VALUE 'N'.
           88 RECORD-WAS-CHANGED VALUE 'Y'.
       01 JOURNAL-IMAGE-WORK PIC X(120).
       01 JOURNAL-CUST-VIEW REDEFINES JOURNAL-IMAGE-WORK.
           03 JC-CUST-NUMBER PIC 9(6).
           03 JC-NAME PIC X(30).
           03 FILLER PIC X(84).
       01 JOURNAL-ADDR-VIEW REDEFINES JOURNAL-IMAGE-WORK.
           03 JA-CUST-NUMBER PIC 9(6).
           03 JA-ADDR-SEQ PIC 9(2).
           03 JA-CONTACT PIC X(24).
           03 JA-LINE-1 PIC X(30).
           03 JA-LINE-2 PIC X(30).
           03 JA-TOWN PIC X(20).
           03 JA-POSTCODE PIC X(8).
       01 JOURNAL-MANDATE-VIEW REDEFINES JOURNAL-IMAGE-WORK.
           03 JD-CUST-NUMBER PIC 9(6).
           03 JD-MANDATE-REF PIC X(18).
           03 JD-SORT-CODE PIC 9(6).
           03 JD-ACCOUNT-NUMBER PIC 9(8).
           03 JD-ACCOUNT-NAME PIC X(18).
           03 FILLER PIC X(64).
       01 SCRUB-COMMAND PIC X(80) VALUE SPACES.

      * DateConvert's date-arithmetic ask - the cut-off date is
      * today less the retention, rolled back the way Housekeep
      * rolls its own back
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

       COPY DATEARIT.

      * print lines for the anonymisation report
       01 ANR-TITLE-LINE.
           03 FILLER PIC X(30) VALUE 'CLOSED ACCOUNT ANONYMISATION -'.
           03 FILLER PIC X(6) VALUE ' MODE '.
           03 ANR-T-MODE PIC X(5).
           03 FILLER PIC X(16) VALUE '  CLOSED BEFORE '.
           03 ANR-T-CUTOFF PIC 9(8).
       01 ANR-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 ANR-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 ANR-O-DATE PIC 9(8).
           03 FILLER PIC X(17) VALUE '  RETENTION DAYS '.
           03 ANR-O-RETENTION PIC ZZZZ9.
       01 ANR-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'ACCOUNT  CLOSED     '.
           03 FILLER PIC X(20) VALUE 'ADDRS  STATUS       '.
       01 ANR-DETAIL-LINE.
           03 ANR-D-CUST-NUMBER PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 ANR-D-CLOSED PIC 9(8).
           03 FILLER PIC X(3) VALUE SPACES.
           03 ANR-D-ADDRESSES PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ANR-D-STATUS PIC X(32).
       01 ANR-TOTAL-LINE.
           03 FILLER PIC X(12) VALUE 'CONSIDERED: '.
           03 ANR-T-CONSIDERED PIC Z(6)9.
           03 FILLER PIC X(13) VALUE '  ANONYMISED '.
           03 ANR-T-ANONYMISED PIC Z(6)9.
           03 FILLER PIC X(8) VALUE '  HELD: '.
           03 ANR-T-HELD PIC Z(6)9.
           03 FILLER PIC X(10) VALUE '  ALREADY '.
           03 ANR-T-ALREADY PIC Z(6)9.
       01 ANR-JOURNAL-LINE.
           03 FILLER PIC X(28) VALUE 'MASTER JOURNAL RECORDS READ '.
           03 ANR-J-READ PIC Z(6)9.
           03 FILLER PIC X(12) VALUE '  SCRUBBED: '.
           03 ANR-J-SCRUBBED PIC Z(6)9.
       01 WS-ANON-LINE PIC X(80).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "CustAnon - sign-on refused, nothing done"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-RUN-CONTROLS.
           IF NOT MODE-IS-LIST AND NOT MODE-IS-APPLY
               DISPLAY "CustAnon - mode " ANON-MODE
                   " is neither LIST nor APPLY - nothing done"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF MODE-IS-APPLY AND OAUTH-LEVEL < 3
               DISPLAY "CustAnon - anonymising accounts needs a "
                   "supervisor sign-on - nothing done"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT TODAY-TIME FROM TIME.
           PERFORM WORK-OUT-CUTOFF-DATE.

      * anything still open on either ledger holds the account -
      * an overflowing list would let one through, so it stops
           PERFORM LOAD-HELD-ACCOUNTS.
           IF HELD-OVERFLOWED
               DISPLAY "CustAnon - more than " MAX-HELD-ACCOUNTS
                   " accounts with open items - nothing done"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF MODE-IS-APPLY
               PERFORM ACQUIRE-ANON-LOCKS
               OPEN I-O CUST-MASTER
           ELSE
               OPEN INPUT CUST-MASTER
           END-IF.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO MASTER-EOF
           END-IF.
           IF MODE-IS-APPLY
               OPEN I-O CUST-ADDRESS
               OPEN I-O DD-MANDATE-MASTER
               IF WS-FS-DD-MANDATE NOT = '00'
                   AND WS-FS-DD-MANDATE NOT = '05'
                   MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                   MOVE 'OPEN' TO ALOG-OPERATION
                   MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           ELSE
               OPEN INPUT CUST-ADDRESS
           END-IF.
           OPEN OUTPUT ANON-REPORT-FILE.
           IF WS-FS-ANON-REPORT NOT = '00'
               MOVE 'ANON-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-ANON-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE ANON-MODE TO ANR-T-MODE.
           MOVE CUTOFF-DATE TO ANR-T-CUTOFF.
           MOVE ANR-TITLE-LINE TO WS-ANON-LINE.
           PERFORM WRITE-ANON-LINE.
           MOVE OAUTH-OPERATOR-ID TO ANR-O-OPERATOR.
           MOVE TODAY-DATE TO ANR-O-DATE.
           MOVE RETENTION-DAYS TO ANR-O-RETENTION.
           MOVE ANR-OPERATOR-LINE TO WS-ANON-LINE.
           PERFORM WRITE-ANON-LINE.
           PERFORM WRITE-ANON-LINE.
           MOVE ANR-COL-HEAD TO WS-ANON-LINE.
           PERFORM WRITE-ANON-LINE.

           PERFORM UNTIL MASTER-EOF = 'Y'
               READ CUST-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO CUST-READ-COUNT
                       PERFORM CONSIDER-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE CUST-MASTER.
           CLOSE CUST-ADDRESS.
           IF MODE-IS-APPLY
               CLOSE DD-MANDATE-MASTER
           END-IF.

      * the journal last, once the rewrites above have journaled
      * their own images, so those are scrubbed with the rest
           IF MODE-IS-APPLY AND ANON-COUNT > ZERO
               PERFORM SCRUB-MASTER-JOURNAL
               PERFORM WRITE-EVIDENCE-LOG
           END-IF.
           IF MODE-IS-APPLY
               PERFORM RELEASE-ANON-LOCKS
           END-IF.

           PERFORM WRITE-ANON-LINE.
           MOVE CONSIDERED-COUNT TO ANR-T-CONSIDERED.
           MOVE ANON-COUNT TO ANR-T-ANONYMISED.
           MOVE HELD-COUNT TO ANR-T-HELD.
           MOVE ALREADY-DONE-COUNT TO ANR-T-ALREADY.
           MOVE ANR-TOTAL-LINE TO WS-ANON-LINE.
           PERFORM WRITE-ANON-LINE.
           IF MODE-IS-APPLY
               MOVE JOURNAL-READ-COUNT TO ANR-J-READ
               MOVE JOURNAL-SCRUBBED-COUNT TO ANR-J-SCRUBBED
               MOVE ANR-JOURNAL-LINE TO WS-ANON-LINE
               PERFORM WRITE-ANON-LINE
           ELSE
               MOVE 'LIST ONLY - NOTHING CHANGED. SET ANMD TO APPLY'
                   TO WS-ANON-LINE
               PERFORM WRITE-ANON-LINE
           END-IF.
           CLOSE ANON-REPORT-FILE.

           DISPLAY "Accounts read: " CUST-READ-COUNT
               "  Closed past retention: " CONSIDERED-COUNT.
           IF MODE-IS-APPLY
               DISPLAY "Anonymised: " ANON-COUNT
                   "  Held by open items: " HELD-COUNT
           ELSE
               DISPLAY "Eligible: " ELIGIBLE-COUNT
                   "  Held by open items: " HELD-COUNT
                   " - list only, nothing changed"
           END-IF.

           MOVE CUST-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE DEFERRED-COUNT TO RSUM-RECORDS-REJECTED.
           IF DEFERRED-COUNT > ZERO
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
           EVALUATE CTL-TYPE
               WHEN 'ANRD'
                   IF CTL-NUMBER > ZERO
                       MOVE CTL-NUMBER TO RETENTION-DAYS
                   END-IF
               WHEN 'ANMD'
                   MOVE CTL-TEXT TO ANON-MODE
           END-EVALUATE.

      * today minus the retention, rolled back through DateConvert
      * so month ends and leap years come out right
       WORK-OUT-CUTOFF-DATE.
           MOVE TODAY-DATE(7:2) TO CNV-DAY.
           MOVE TODAY-DATE(5:2) TO CNV-MONTH.
           MOVE TODAY-DATE(1:4) TO CNV-YEAR.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           MOVE 'A' TO DA-FUNCTION.
           COMPUTE DA-ADD-DAYS = ZERO - RETENTION-DAYS.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           COMPUTE CUTOFF-DATE = DA-RESULT-YEAR * 10000
               + DA-RESULT-MONTH * 100 + DA-RESULT-DAY.

      * every account with an open item on aropen.dat or apopen.dat
      * - a closed supplier still owed money is held the same way a
      * closed customer still owing is
       LOAD-HELD-ACCOUNTS.
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
                           MOVE AR-CUST-NUMBER TO OPEN-ITEM-ACCOUNT
                           PERFORM HOLD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AR-OPEN-FILE.
           OPEN INPUT AP-OPEN-FILE.
           IF WS-FS-AP-OPEN NOT = '00'
               AND WS-FS-AP-OPEN NOT = '05'
               MOVE 'AP-OPEN-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-AP-OPEN TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO AP-EOF
           END-IF.
           PERFORM UNTIL AP-EOF = 'Y'
               READ AP-OPEN-FILE
                   AT END
                       MOVE 'Y' TO AP-EOF
                   NOT AT END
                       IF AP-IS-OPEN
                           MOVE AP-SUPPLIER TO OPEN-ITEM-ACCOUNT
                           PERFORM HOLD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AP-OPEN-FILE.

       HOLD-ONE-ACCOUNT.
           PERFORM FIND-HELD-ACCOUNT.
           IF NOT ACCOUNT-IS-HELD
               IF HELD-ACCOUNT-COUNT < MAX-HELD-ACCOUNTS
                   ADD 1 TO HELD-ACCOUNT-COUNT
                   MOVE OPEN-ITEM-ACCOUNT TO
                       HELD-ACCOUNT(HELD-ACCOUNT-COUNT)
               ELSE
                   MOVE 'Y' TO HELD-OVERFLOW-SW
               END-IF
           END-IF.

       FIND-HELD-ACCOUNT.
           MOVE 'N' TO HELD-FOUND-SW.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-ACCOUNT-COUNT
                   OR ACCOUNT-IS-HELD
               IF HELD-ACCOUNT(HELD-IDX) = OPEN-ITEM-ACCOUNT
                   MOVE 'Y' TO HELD-FOUND-SW
               END-IF
           END-PERFORM.

      * one master record: only an account closed before the cut-off
      * is considered at all; one already carrying the marker is
      * counted and left
       CONSIDER-ONE-ACCOUNT.
           IF CM-CLOSED-DATE = ZERO
               OR CM-CLOSED-DATE NOT < CUTOFF-DATE
               CONTINUE
           ELSE
               IF CM-CUS-SUP-NAME(1:10) = ANON-MARKER
                   ADD 1 TO ALREADY-DONE-COUNT
               ELSE
                   ADD 1 TO CONSIDERED-COUNT
                   MOVE ZERO TO ADDRESS-TOUCHED-COUNT
                   MOVE CM-CUS-SUP-NO TO OPEN-ITEM-ACCOUNT
                   PERFORM FIND-HELD-ACCOUNT
                   EVALUATE TRUE
                       WHEN ACCOUNT-IS-HELD
                           ADD 1 TO HELD-COUNT
                           MOVE 'HELD - OPEN ITEMS ON LEDGER' TO
                               ACCOUNT-STATUS
                       WHEN MODE-IS-LIST
                           ADD 1 TO ELIGIBLE-COUNT
                           MOVE 'ELIGIBLE' TO ACCOUNT-STATUS
                       WHEN ANON-COUNT NOT < MAX-ANON-ACCOUNTS
                           ADD 1 TO DEFERRED-COUNT
                           MOVE 'DEFERRED - RUN AGAIN' TO
                               ACCOUNT-STATUS
                       WHEN OTHER
                           ADD 1 TO ELIGIBLE-COUNT
                           PERFORM ANONYMISE-ONE-ACCOUNT
                   END-EVALUATE
                   MOVE CM-CUS-SUP-NO TO ANR-D-CUST-NUMBER
                   MOVE CM-CLOSED-DATE TO ANR-D-CLOSED
                   MOVE ADDRESS-TOUCHED-COUNT TO ANR-D-ADDRESSES
                   MOVE ACCOUNT-STATUS TO ANR-D-STATUS
                   MOVE ANR-DETAIL-LINE TO WS-ANON-LINE
                   PERFORM WRITE-ANON-LINE
               END-IF
           END-IF.

      * the name on the master, every address the account has and
      * its mandate, each rewrite journaled; the account goes on the
      * table for the journal scrub and the evidence log
       ANONYMISE-ONE-ACCOUNT.
           MOVE CUST-MASTER-RECORD TO MJRN-BEFORE-IMAGE.
           MOVE ANON-MARKER TO CM-CUS-SUP-NAME.
           REWRITE CUST-MASTER-RECORD
               INVALID KEY
                   MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.
           IF WS-FS-CUST-MASTER NOT = '00'
               ADD 1 TO DEFERRED-COUNT
               MOVE 'NOT REWRITTEN - SEE ABEND LOG' TO ACCOUNT-STATUS
           ELSE
               MOVE 'C' TO MJRN-FILE-ID
               MOVE 'R' TO MJRN-ACTION
               MOVE CUST-MASTER-RECORD TO MJRN-AFTER-IMAGE
               CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
                   OAUTH-OPERATOR-ID MJRN-FILE-ID MJRN-ACTION
                   MJRN-BEFORE-IMAGE MJRN-AFTER-IMAGE
               PERFORM VARYING ADDR-SEQ-WORK FROM 0 BY 1
                       UNTIL ADDR-SEQ-WORK > 99
                   PERFORM ANONYMISE-ONE-ADDRESS
               END-PERFORM
               MOVE ZERO TO MANDATE-TOUCHED-COUNT
               PERFORM ANONYMISE-THE-MANDATE
               ADD 1 TO ANON-COUNT
               MOVE CM-CUS-SUP-NO TO AN-CUST-NUMBER(ANON-COUNT)
               MOVE CM-CLOSED-DATE TO AN-CLOSED-DATE(ANON-COUNT)
               MOVE ADDRESS-TOUCHED-COUNT TO
                   AN-ADDRESS-COUNT(ANON-COUNT)
               MOVE ZERO TO AN-JOURNAL-COUNT(ANON-COUNT)
               MOVE MANDATE-TOUCHED-COUNT TO
                   AN-MANDATE-COUNT(ANON-COUNT)
               MOVE 'ANONYMISED' TO ACCOUNT-STATUS
           END-IF.

       ANONYMISE-ONE-ADDRESS.
           MOVE CM-CUS-SUP-NO TO CA-CUST-NUMBER.
           MOVE ADDR-SEQ-WORK TO CA-ADDR-SEQ.
           READ CUST-ADDRESS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-ADDRESS-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE ANON-MARKER TO CA-CONTACT
                   MOVE ANON-MARKER TO CA-LINE-1
                   MOVE SPACES TO CA-LINE-2
                   MOVE SPACES TO CA-TOWN
                   MOVE SPACES TO CA-POSTCODE
                   REWRITE CUST-ADDRESS-RECORD
                       INVALID KEY
                           MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
                           MOVE 'REWRITE' TO ALOG-OPERATION
                           MOVE WS-FS-CUST-ADDRESS TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                       NOT INVALID KEY
                           ADD 1 TO ADDRESS-TOUCHED-COUNT
                           MOVE 'A' TO MJRN-FILE-ID
                           MOVE 'R' TO MJRN-ACTION
                           MOVE CUST-ADDRESS-RECORD TO
                               MJRN-AFTER-IMAGE
                           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
                               OAUTH-OPERATOR-ID MJRN-FILE-ID
                               MJRN-ACTION MJRN-BEFORE-IMAGE
                               MJRN-AFTER-IMAGE
                   END-REWRITE
           END-READ.

      * the account's mandate, live or cancelled - the name on the
      * bank account goes to the marker and the sort code and
      * account number to zero. the reference is the bank's, not
      * the customer's, and stays for the collection history
       ANONYMISE-THE-MANDATE.
           MOVE CM-CUS-SUP-NO TO DDM-CUST-NUMBER.
           READ DD-MANDATE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DD-MANDATE-RECORD TO MJRN-BEFORE-IMAGE
                   MOVE ANON-MARKER TO DDM-ACCOUNT-NAME
                   MOVE ZERO TO DDM-SORT-CODE
                   MOVE ZERO TO DDM-ACCOUNT-NUMBER
                   REWRITE DD-MANDATE-RECORD
                       INVALID KEY
                           MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                           MOVE 'REWRITE' TO ALOG-OPERATION
                           MOVE WS-FS-DD-MANDATE TO
                               ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                       NOT INVALID KEY
                           ADD 1 TO MANDATE-TOUCHED-COUNT
                           MOVE 'D' TO MJRN-FILE-ID
                           MOVE 'R' TO MJRN-ACTION
                           MOVE DD-MANDATE-RECORD TO
                               MJRN-AFTER-IMAGE
                           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
                               OAUTH-OPERATOR-ID MJRN-FILE-ID
                               MJRN-ACTION MJRN-BEFORE-IMAGE
                               MJRN-AFTER-IMAGE
                   END-REWRITE
           END-READ.

      * every custmast, custaddr and ddmandate image the journal
      * holds for an anonymised account gets the same scrub the
      * master got - the journal copied to the work file with its
      * images scrubbed, then copied back over the live one
       SCRUB-MASTER-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-FS-JOURNAL-FILE NOT = '00'
               AND WS-FS-JOURNAL-FILE NOT = '05'
               MOVE 'JOURNAL-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-JOURNAL-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO JOURNAL-EOF
           END-IF.
           OPEN OUTPUT JOURNAL-WORK-FILE.
           IF WS-FS-JOURNAL-WORK NOT = '00'
               MOVE 'JOURNAL-WORK-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-JOURNAL-WORK TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
               MOVE 'Y' TO JOURNAL-EOF
           END-IF.
           PERFORM UNTIL JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO JOURNAL-READ-COUNT
                       PERFORM SCRUB-ONE-JOURNAL-RECORD
                       WRITE JOURNAL-WORK-RECORD FROM
                           MASTER-JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           CLOSE JOURNAL-WORK-FILE.
           IF JOURNAL-SCRUBBED-COUNT > ZERO
               MOVE SPACES TO SCRUB-COMMAND
               STRING 'cp anonjrnl.tmp mjrnl.dat' DELIMITED BY SIZE
                   INTO SCRUB-COMMAND
               CALL "SYSTEM" USING SCRUB-COMMAND
           END-IF.

       SCRUB-ONE-JOURNAL-RECORD.
           MOVE 'N' TO RECORD-CHANGED-SW.
           IF MJ-FILE-ID = 'C' OR MJ-FILE-ID = 'A'
               OR MJ-FILE-ID = 'D'
               MOVE MJ-BEFORE TO JOURNAL-IMAGE-WORK(1:60)
               MOVE MJ-BEFORE-CONT TO JOURNAL-IMAGE-WORK(61:60)
               PERFORM SCRUB-ONE-IMAGE
               IF IMAGE-WAS-CHANGED
                   MOVE JOURNAL-IMAGE-WORK(1:60) TO MJ-BEFORE
                   MOVE JOURNAL-IMAGE-WORK(61:60) TO MJ-BEFORE-CONT
               END-IF
               MOVE MJ-AFTER TO JOURNAL-IMAGE-WORK(1:60)
               MOVE MJ-AFTER-CONT TO JOURNAL-IMAGE-WORK(61:60)
               PERFORM SCRUB-ONE-IMAGE
               IF IMAGE-WAS-CHANGED
                   MOVE JOURNAL-IMAGE-WORK(1:60) TO MJ-AFTER
                   MOVE JOURNAL-IMAGE-WORK(61:60) TO MJ-AFTER-CONT
               END-IF
           END-IF.
           IF RECORD-WAS-CHANGED
               ADD 1 TO JOURNAL-SCRUBBED-COUNT
               ADD 1 TO AN-JOURNAL-COUNT(ANON-IDX)
           END-IF.

      * one image, if it is one of an anonymised account's - ANON-IDX
      * is left on that account for the evidence count
       SCRUB-ONE-IMAGE.
           MOVE 'N' TO IMAGE-CHANGED-SW.
           IF JC-CUST-NUMBER IS NUMERIC
               PERFORM VARYING ANON-IDX FROM 1 BY 1
                       UNTIL ANON-IDX > ANON-COUNT
                       OR IMAGE-WAS-CHANGED
                   IF AN-CUST-NUMBER(ANON-IDX) = JC-CUST-NUMBER
                       MOVE 'Y' TO IMAGE-CHANGED-SW
                   END-IF
               END-PERFORM
           END-IF.
           IF IMAGE-WAS-CHANGED
               SUBTRACT 1 FROM ANON-IDX
               MOVE 'Y' TO RECORD-CHANGED-SW
               EVALUATE MJ-FILE-ID
                   WHEN 'C'
                       MOVE ANON-MARKER TO JC-NAME
                   WHEN 'D'
                       MOVE ANON-MARKER TO JD-ACCOUNT-NAME
                       MOVE ZERO TO JD-SORT-CODE
                       MOVE ZERO TO JD-ACCOUNT-NUMBER
                   WHEN OTHER
                       MOVE ANON-MARKER TO JA-CONTACT
                       MOVE ANON-MARKER TO JA-LINE-1
                       MOVE SPACES TO JA-LINE-2
                       MOVE SPACES TO JA-TOWN
                       MOVE SPACES TO JA-POSTCODE
               END-EVALUATE
           END-IF.

      * the evidence: one record per account anonymised, added to
      * the cumulative log
       WRITE-EVIDENCE-LOG.
           OPEN EXTEND EVIDENCE-LOG-FILE.
           IF WS-FS-EVIDENCE-LOG = '35'
               OPEN OUTPUT EVIDENCE-LOG-FILE
           END-IF.
           IF WS-FS-EVIDENCE-LOG NOT = '00'
               MOVE 'EVIDENCE-LOG-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-EVIDENCE-LOG TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING ANON-IDX FROM 1 BY 1
                   UNTIL ANON-IDX > ANON-COUNT
               MOVE TODAY-DATE TO EL-ANON-DATE
               MOVE TODAY-TIME TO EL-ANON-TIME
               MOVE OAUTH-OPERATOR-ID TO EL-OPERATOR
               MOVE AN-CUST-NUMBER(ANON-IDX) TO EL-CUST-NUMBER
               MOVE AN-CLOSED-DATE(ANON-IDX) TO EL-CLOSED-DATE
               MOVE RETENTION-DAYS TO EL-RETENTION-DAYS
               MOVE 1 TO EL-MASTER-COUNT
               MOVE AN-ADDRESS-COUNT(ANON-IDX) TO EL-ADDRESS-COUNT
               MOVE AN-JOURNAL-COUNT(ANON-IDX) TO EL-JOURNAL-COUNT
               MOVE AN-MANDATE-COUNT(ANON-IDX) TO EL-MANDATE-COUNT
               WRITE EVIDENCE-LOG-RECORD
           END-PERFORM.
           CLOSE EVIDENCE-LOG-FILE.

       ACQUIRE-ANON-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > ANON-LOCK-COUNT
               MOVE 'L' TO FLCK-ACTION
               MOVE ANON-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'CustAnon' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               IF FLCK-RETURN-CODE NOT = ZERO
                   DISPLAY "CustAnon - "
                       ANON-LOCK-NAME(LOCK-IDX)
                       " is in use by " FLCK-HOLDER-NAME
                       " - nothing done, try again later"
                   SUBTRACT 1 FROM LOCK-IDX
                   PERFORM RELEASE-TAKEN-LOCKS
                   MOVE 7 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       RELEASE-TAKEN-LOCKS.
           PERFORM UNTIL LOCK-IDX < 1
               MOVE 'U' TO FLCK-ACTION
               MOVE ANON-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'CustAnon' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
               SUBTRACT 1 FROM LOCK-IDX
           END-PERFORM.

       RELEASE-ANON-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > ANON-LOCK-COUNT
               MOVE 'U' TO FLCK-ACTION
               MOVE ANON-LOCK-NAME(LOCK-IDX) TO FLCK-LOCK-NAME
               MOVE 'CustAnon' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
           END-PERFORM.

       WRITE-ANON-LINE.
           WRITE ANON-REPORT-OUT FROM WS-ANON-LINE.
           MOVE SPACES TO WS-ANON-LINE.

       END PROGRAM CustAnon.
