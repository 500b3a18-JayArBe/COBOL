      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: controlled maintenance for the six rate and mapping
      *          tables the night prices, taxes and posts from -
      *          ratemast.dat (the seasonal rate book), contract.dat
      *          (contract rates), taxrates.dat (TaxCalc), fxrates.dat
      *          (CurrencyCalc), glmap.dat (GlExtract) and
      *          commrate.dat (CommCalc's commission rates) - which were
      *          still being edited by hand, so a mistyped rate went
      *          straight into that night's pricing with no trace of
      *          who had typed it. An ACCEPT/DISPLAY screen in the
      *          shape RunctlMaint has: every entry is validated per
      *          table (real dates, a window that ends after it
      *          starts, no two windows in force at once for the same
      *          band, customer or category, a contract customer on
      *          custmast.dat, ...), and then it is only a proposal.
      *          A change keyed here goes onto the pending file
      *          (ratepend.dat) and touches nothing live until a
      *          different operator, at a higher level on
      *          opersec.dat than the one who keyed it, approves it.
      *          Approval applies it to the table and journals the
      *          before and after images onto mjrnl.dat through
      *          MasterJrnl, the same way MasterMaint's changes to the
      *          indexed masters are journaled. A wrong rate is
      *          backed out by filing the reverse of an approved
      *          change, which goes through the same approval.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RateMaint.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the six tables - all OPTIONAL, the way their readers open
      * them, so the first approved add creates a table that was
      * never there
           SELECT OPTIONAL RATE-MASTER-FILE ASSIGN TO 'ratemast.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RATE-MASTER-FILE.

           SELECT OPTIONAL CONTRACT-RATE-FILE ASSIGN TO 'contract.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTRACT-RATE.

           SELECT OPTIONAL TAX-RATE-FILE ASSIGN TO 'taxrates.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TAX-RATE-FILE.

           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO 'fxrates.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FX-RATE-FILE.

           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO 'glmap.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-GL-MAP-FILE.

           SELECT OPTIONAL COMM-RATE-FILE ASSIGN TO 'commrate.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-COMM-RATE-FILE.

      * the changes keyed and waiting for a second operator, and
      * every decision taken on them - kept, never purged, so who
      * keyed a rate and who let it through stays on file
           SELECT OPTIONAL PENDING-FILE ASSIGN TO 'ratepend.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-PENDING-FILE.

      * read-only, so a contract rate can only be keyed for an
      * account that exists
           SELECT OPTIONAL CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * the same layouts FirstProgram, TaxCalc, CurrencyCalc,
      * GlExtract and CommCalc read - this program only ever moves
      * the whole record to and from the 40-byte images it works on
       FD RATE-MASTER-FILE.
       01 RATE-MASTER-RECORD.
           03 RM-BAND PIC X(3).
           03 RM-EFF-FROM PIC 9(8).
           03 RM-EFF-TO PIC 9(8).
           03 RM-RATE PIC 9(3)V99.

       FD CONTRACT-RATE-FILE.
       01 CONTRACT-RATE-RECORD.
           03 CN-CUST-NUMBER PIC 9(6).
           03 CN-EFF-FROM PIC 9(8).
           03 CN-EFF-TO PIC 9(8).
           03 CN-RATE PIC 9(3)V99.

       FD TAX-RATE-FILE.
       01 TAX-RATE-RECORD.
           03 TX-CATEGORY PIC X(2).
           03 TX-EFF-FROM PIC 9(8).
           03 TX-EFF-TO PIC 9(8).
           03 TX-RATE-PERCENT PIC 9(2)V99.

       FD FX-RATE-FILE.
       01 FX-RATE-RECORD.
           03 FX-FROM-CCY PIC X(3).
           03 FX-TO-CCY PIC X(3).
           03 FX-EFF-DATE PIC 9(8).
           03 FX-RATE PIC 9(3)V9(6).

       FD GL-MAP-FILE.
       01 GL-MAP-RECORD.
           03 GLM-SOURCE PIC X(4).
           03 GLM-DR-ACCT PIC X(8).
           03 GLM-CR-ACCT PIC X(8).

      * a rep's commission percent on one part group - a blank group
      * is the rep's rate for every group without one of its own
       FD COMM-RATE-FILE.
       01 COMM-RATE-RECORD.
           03 CR-REP-CODE PIC X(4).
           03 CR-PART-GROUP PIC X(4).
           03 CR-EFF-FROM PIC 9(8).
           03 CR-EFF-TO PIC 9(8).
           03 CR-RATE-PERCENT PIC 9(2)V99.

      * one pending change - laid out under PENDING-ENTRY below
       FD PENDING-FILE.
       01 PENDING-RECORD PIC X(163).

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.
      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-FS-RATE-MASTER-FILE PIC XX VALUE '00'.
       01 WS-FS-CONTRACT-RATE PIC XX VALUE '00'.
       01 WS-FS-TAX-RATE-FILE PIC XX VALUE '00'.
       01 WS-FS-FX-RATE-FILE PIC XX VALUE '00'.
       01 WS-FS-GL-MAP-FILE PIC XX VALUE '00'.
       01 WS-FS-COMM-RATE-FILE PIC XX VALUE '00'.
       01 WS-FS-PENDING-FILE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - anyone may list, keying a
      * change needs level 2, and approving one needs a level above
      * whoever keyed it
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'RateMaint'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the pending file is
      * locked around every read-change-rewrite of it, and a table
      * around the approval that rewrites it. the chain holds the
      * table locks all night, so nothing is applied under a running
      * pricing step
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       01 PENDING-LOCK-SW PIC X VALUE 'N'.
           88 PENDING-LOCK-HELD VALUE 'Y'.

      * arguments passed to MasterJrnl.cbl - see MJRNL.cpy. the
      * tables journal under their own file ids: 'R' ratemast,
      * 'N' contract, 'X' taxrates, 'F' fxrates, 'G' glmap,
      * 'M' commrate
       01 MASTER-JRNL-WORK.
           03 MJRN-PROGRAM-NAME PIC X(20) VALUE 'RateMaint'.
           03 MJRN-FILE-ID PIC X.
           03 MJRN-ACTION PIC X.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'RateMaint'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * the table being worked on, and the shape of its key: the
      * leading KEY-LENGTH bytes say which band/customer/category/
      * pair/source/rep and group a record is for, and a table with
      * an effective window carries its from/to dates at WINDOW-POS
      * (zero for fxrates and glmap, where a second record for the
      * same key is simply a duplicate)
       01 TABLE-SELECTION.
           03 CURRENT-TABLE-ID PIC X VALUE 'R'.
               88 TABLE-IS-RATE-BOOK VALUE 'R'.
               88 TABLE-IS-CONTRACT VALUE 'N'.
               88 TABLE-IS-TAX VALUE 'X'.
               88 TABLE-IS-FX VALUE 'F'.
               88 TABLE-IS-GL-MAP VALUE 'G'.
               88 TABLE-IS-COMMISSION VALUE 'M'.
               88 TABLE-ID-IS-KNOWN VALUE 'R' 'N' 'X' 'F' 'G' 'M'.
           03 CURRENT-TABLE-FILE PIC X(20) VALUE SPACES.
           03 KEY-LENGTH PIC 99 VALUE ZERO.
           03 WINDOW-POS PIC 99 VALUE ZERO.

      * the selected table held in storage, one 40-byte image per
      * record - rewritten whole only when an approval applies
       77 MAX-TABLE-ENTRIES PIC 9(3) VALUE 500.
       01 TABLE-CONTROLS.
           03 TABLE-COUNT PIC 9(3) VALUE ZERO.
           03 TABLE-IDX PIC 9(3) VALUE ZERO.
           03 PICKED-IDX PIC 9(3) VALUE ZERO.
           03 MATCH-IDX PIC 9(3) VALUE ZERO.
           03 SKIP-IDX PIC 9(3) VALUE ZERO.
           03 TABLE-EOF PIC X VALUE 'N'.
       01 IMAGE-TABLE.
           03 TABLE-IMAGE OCCURS 500 TIMES PIC X(40).

      * the pending file held in storage - reloaded under its lock
      * before every change to it, so two sessions never lose each
      * other's work
       77 MAX-PENDING-ENTRIES PIC 9(3) VALUE 300.
       01 PENDING-CONTROLS.
           03 PENDING-COUNT PIC 9(3) VALUE ZERO.
           03 PEND-IDX PIC 9(3) VALUE ZERO.
           03 FOUND-PEND-IDX PIC 9(3) VALUE ZERO.
           03 NEXT-PEND-NO PIC 9(5) VALUE ZERO.
           03 PENDING-EOF PIC X VALUE 'N'.
           03 SHOWN-COUNT PIC 9(3) VALUE ZERO.
      *   PE-ACTION   'A' add, 'C' change, 'D' delete
      *   PE-STATUS   'P' waiting for approval, 'A' approved and
      *               applied, 'J' rejected (or withdrawn by the
      *               operator who keyed it), 'S' stale - the table
      *               had changed under it by the time it was
      *               approved, nothing applied
      *   PE-MAKER-LEVEL  the keying operator's level when keyed -
      *               the approver must be above it
       01 PENDING-TABLE.
           03 PENDING-ENTRY OCCURS 300 TIMES.
               05 PE-PEND-NO PIC 9(5).
               05 PE-TABLE-ID PIC X.
               05 PE-ACTION PIC X.
               05 PE-STATUS PIC X.
                   88 PE-IS-PENDING VALUE 'P'.
                   88 PE-IS-APPROVED VALUE 'A'.
               05 PE-MAKER PIC X(8).
               05 PE-MAKER-LEVEL PIC 9.
               05 PE-KEYED-AT PIC X(14).
               05 PE-CHECKER PIC X(8).
               05 PE-DECIDED-AT PIC X(14).
               05 PE-BEFORE PIC X(40).
               05 PE-AFTER PIC X(40).
               05 PE-REASON PIC X(30).

      * the change being filed, before it goes onto the pending file
       01 NEW-CHANGE-WORK.
           03 NEW-TABLE-ID PIC X.
           03 NEW-ACTION PIC X.
           03 NEW-BEFORE PIC X(40).
           03 NEW-AFTER PIC X(40).

      * the image under validation, with a view per table
       01 CHECK-IMAGE PIC X(40).
       01 CHECK-RATE-VIEW REDEFINES CHECK-IMAGE.
           03 CKR-BAND PIC X(3).
           03 CKR-EFF-FROM PIC 9(8).
           03 CKR-EFF-TO PIC 9(8).
           03 CKR-RATE PIC 9(3)V99.
           03 FILLER PIC X(16).
       01 CHECK-CONTRACT-VIEW REDEFINES CHECK-IMAGE.
           03 CKN-CUST-NUMBER PIC 9(6).
           03 CKN-EFF-FROM PIC 9(8).
           03 CKN-EFF-TO PIC 9(8).
           03 CKN-RATE PIC 9(3)V99.
           03 FILLER PIC X(13).
       01 CHECK-TAX-VIEW REDEFINES CHECK-IMAGE.
           03 CKX-CATEGORY PIC X(2).
           03 CKX-EFF-FROM PIC 9(8).
           03 CKX-EFF-TO PIC 9(8).
           03 CKX-RATE-PERCENT PIC 9(2)V99.
           03 FILLER PIC X(18).
       01 CHECK-FX-VIEW REDEFINES CHECK-IMAGE.
           03 CKF-FROM-CCY PIC X(3).
           03 CKF-TO-CCY PIC X(3).
           03 CKF-EFF-DATE PIC 9(8).
           03 CKF-RATE PIC 9(3)V9(6).
           03 FILLER PIC X(17).
       01 CHECK-GL-VIEW REDEFINES CHECK-IMAGE.
           03 CKG-SOURCE PIC X(4).
           03 CKG-DR-ACCT PIC X(8).
           03 CKG-CR-ACCT PIC X(8).
           03 FILLER PIC X(20).
       01 CHECK-COMM-VIEW REDEFINES CHECK-IMAGE.
           03 CKM-REP-CODE PIC X(4).
           03 CKM-PART-GROUP PIC X(4).
           03 CKM-EFF-FROM PIC 9(8).
           03 CKM-EFF-TO PIC 9(8).
           03 CKM-RATE-PERCENT PIC 9(2)V99.
           03 FILLER PIC X(12).

      * the window of the image under validation and of each table
      * record it is checked against
       01 WINDOW-CHECK-WORK.
           03 CHECK-FROM-DATE PIC 9(8) VALUE ZERO.
           03 CHECK-TO-DATE PIC 9(8) VALUE ZERO.
           03 OTHER-FROM-DATE PIC 9(8) VALUE ZERO.
           03 OTHER-TO-DATE PIC 9(8) VALUE ZERO.

      * operator dialogue fields
       01 OPERATOR-DIALOGUE.
           03 MENU-CHOICE PIC X VALUE SPACE.
           03 TABLE-CHOICE PIC X VALUE SPACE.
           03 ENTRY-KEY-TXT PIC X(8).
           03 ENTRY-FROM-TXT PIC X(8).
           03 ENTRY-TO-TXT PIC X(8).
           03 ENTRY-NUMBER-TXT PIC X(9).
           03 ENTRY-ACCT-1 PIC X(8).
           03 ENTRY-ACCT-2 PIC X(8).
           03 ENTRY-PICK-TXT PIC X(5).
           03 ENTRY-REASON-TXT PIC X(30).
           03 SESSION-DONE-SW PIC X VALUE 'N'.
               88 SESSION-DONE VALUE 'Y'.

      * digit-by-digit numeric entry conversion, the RunctlMaint
      * way - blanks allowed around the digits, nothing else, so a
      * mis-keyed rate is refused instead of silently misread
       01 NUMERIC-ENTRY-WORK.
           03 NUM-IN-TEXT PIC X(9).
           03 NUM-IDX PIC 99 VALUE ZERO.
           03 NUM-CHAR PIC X.
           03 NUM-DIGIT-X PIC X.
           03 NUM-DIGIT-9 REDEFINES NUM-DIGIT-X PIC 9.
           03 NUM-RESULT PIC 9(9) VALUE ZERO.
           03 NUM-DIGIT-COUNT PIC 99 VALUE ZERO.
           03 NUM-OK-SW PIC X VALUE 'Y'.
               88 NUM-IS-OK VALUE 'Y'.

      * per-entry validation outcome
       01 VALIDATION-WORK.
           03 ENTRY-VALID-SW PIC X VALUE 'Y'.
               88 ENTRY-IS-VALID VALUE 'Y'.
           03 ENTRY-ERROR-TEXT PIC X(40) VALUE SPACES.
           03 DATE-CHECK-TXT PIC X(8) VALUE SPACES.

      * the date text re-housed under the names DATEVAL.cpy
      * validates
       01 MAINT-DATE-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

      * shared date-validation work area - see DATEWS.cpy/DATEVAL.cpy
       COPY DATEWS.

      * an image laid out for the operator - the rates shown with
      * their decimal points where the file only implies them
       01 SHOW-WORK.
           03 SHOW-IMAGE PIC X(40).
           03 SHOW-RATE-X PIC X(5).
           03 SHOW-RATE-9 REDEFINES SHOW-RATE-X PIC 9(3)V99.
           03 SHOW-PCT-X PIC X(4).
           03 SHOW-PCT-9 REDEFINES SHOW-PCT-X PIC 9(2)V99.
           03 SHOW-FX-X PIC X(9).
           03 SHOW-FX-9 REDEFINES SHOW-FX-X PIC 9(3)V9(6).
           03 SHOW-RATE-ED PIC ZZ9.99.
           03 SHOW-PCT-ED PIC Z9.99.
           03 SHOW-FX-ED PIC ZZ9.999999.
           03 SHOW-LINE PIC X(60).

       01 NOW-TIMESTAMP-WORK.
           03 NOW-DATE PIC 9(8).
           03 NOW-TIME PIC 9(8).
           03 NOW-TIMESTAMP PIC X(14).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "RATE TABLE MAINTENANCE - SIGN-ON REFUSED"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-TABLE-CONTROLS.
           PERFORM LOAD-TABLE-IMAGES.
           DISPLAY "RATE TABLE MAINTENANCE - " CURRENT-TABLE-FILE
               " " TABLE-COUNT " records loaded".
           IF OAUTH-LEVEL < 2
               DISPLAY "INQUIRY ONLY - CHANGES NEED LEVEL 2"
           END-IF.
           PERFORM OPERATOR-MENU-LOOP UNTIL SESSION-DONE.
           STOP RUN.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

       OPERATOR-MENU-LOOP.
           DISPLAY " ".
           DISPLAY "TABLE: " CURRENT-TABLE-FILE.
           DISPLAY "T=TABLE L=LIST A=ADD C=CHANGE D=DELETE "
               "P=PENDING H=HISTORY".
           DISPLAY "V=APPROVE J=REJECT B=BACK OUT Q=QUIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           MOVE SPACE TO MENU-CHOICE.
           ACCEPT MENU-CHOICE.
           INSPECT MENU-CHOICE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           EVALUATE TRUE
               WHEN MENU-CHOICE = 'T'
                   PERFORM CHOOSE-TABLE
               WHEN MENU-CHOICE = 'L'
                   PERFORM LIST-TABLE-RECORDS
               WHEN MENU-CHOICE = 'P'
                   PERFORM LIST-PENDING-CHANGES
               WHEN MENU-CHOICE = 'H'
                   PERFORM LIST-DECIDED-CHANGES
               WHEN MENU-CHOICE = 'Q'
                   MOVE 'Y' TO SESSION-DONE-SW
               WHEN OAUTH-LEVEL < 2
                   AND (MENU-CHOICE = 'A' OR MENU-CHOICE = 'C'
                   OR MENU-CHOICE = 'D' OR MENU-CHOICE = 'V'
                   OR MENU-CHOICE = 'J' OR MENU-CHOICE = 'B')
                   DISPLAY "NOT AUTHORIZED - INQUIRY ONLY"
               WHEN MENU-CHOICE = 'A'
                   PERFORM KEY-ADD-RECORD
               WHEN MENU-CHOICE = 'C'
                   PERFORM KEY-CHANGE-RECORD
               WHEN MENU-CHOICE = 'D'
                   PERFORM KEY-DELETE-RECORD
               WHEN MENU-CHOICE = 'V'
                   PERFORM APPROVE-PENDING-CHANGE
               WHEN MENU-CHOICE = 'J'
                   PERFORM REJECT-PENDING-CHANGE
               WHEN MENU-CHOICE = 'B'
                   PERFORM KEY-BACK-OUT
               WHEN OTHER
                   DISPLAY "UNKNOWN CHOICE: " MENU-CHOICE
           END-EVALUATE.

       CHOOSE-TABLE.
           DISPLAY "R=RATE BOOK N=CONTRACTS X=TAX RATES "
               "F=FX RATES G=GL MAP M=COMMISSION: "
               WITH NO ADVANCING.
           MOVE SPACE TO TABLE-CHOICE.
           ACCEPT TABLE-CHOICE.
           INSPECT TABLE-CHOICE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE TABLE-CHOICE TO CURRENT-TABLE-ID.
           IF NOT TABLE-ID-IS-KNOWN
               DISPLAY "UNKNOWN TABLE: " TABLE-CHOICE
                   " - STAYING ON THE RATE BOOK"
               MOVE 'R' TO CURRENT-TABLE-ID
           END-IF.
           PERFORM SET-TABLE-CONTROLS.
           PERFORM LOAD-TABLE-IMAGES.
           DISPLAY CURRENT-TABLE-FILE " - " TABLE-COUNT
               " records loaded".

      * which file the table id names, and where its key and window
      * sit in the record
       SET-TABLE-CONTROLS.
           EVALUATE TRUE
               WHEN TABLE-IS-RATE-BOOK
                   MOVE 'ratemast.dat' TO CURRENT-TABLE-FILE
                   MOVE 3 TO KEY-LENGTH
                   MOVE 4 TO WINDOW-POS
               WHEN TABLE-IS-CONTRACT
                   MOVE 'contract.dat' TO CURRENT-TABLE-FILE
                   MOVE 6 TO KEY-LENGTH
                   MOVE 7 TO WINDOW-POS
               WHEN TABLE-IS-TAX
                   MOVE 'taxrates.dat' TO CURRENT-TABLE-FILE
                   MOVE 2 TO KEY-LENGTH
                   MOVE 3 TO WINDOW-POS
               WHEN TABLE-IS-FX
                   MOVE 'fxrates.dat' TO CURRENT-TABLE-FILE
                   MOVE 14 TO KEY-LENGTH
                   MOVE ZERO TO WINDOW-POS
               WHEN TABLE-IS-GL-MAP
                   MOVE 'glmap.dat' TO CURRENT-TABLE-FILE
                   MOVE 4 TO KEY-LENGTH
                   MOVE ZERO TO WINDOW-POS
               WHEN TABLE-IS-COMMISSION
                   MOVE 'commrate.dat' TO CURRENT-TABLE-FILE
                   MOVE 8 TO KEY-LENGTH
                   MOVE 9 TO WINDOW-POS
           END-EVALUATE.

      * the selected table into storage, one image per record
       LOAD-TABLE-IMAGES.
           MOVE ZERO TO TABLE-COUNT.
           MOVE 'N' TO TABLE-EOF.
           EVALUATE TRUE
               WHEN TABLE-IS-RATE-BOOK
                   PERFORM LOAD-RATE-BOOK
               WHEN TABLE-IS-CONTRACT
                   PERFORM LOAD-CONTRACTS
               WHEN TABLE-IS-TAX
                   PERFORM LOAD-TAX-RATES
               WHEN TABLE-IS-FX
                   PERFORM LOAD-FX-RATES
               WHEN TABLE-IS-GL-MAP
                   PERFORM LOAD-GL-MAP
               WHEN TABLE-IS-COMMISSION
                   PERFORM LOAD-COMMISSION-RATES
           END-EVALUATE.

       LOAD-RATE-BOOK.
           OPEN INPUT RATE-MASTER-FILE.
           PERFORM UNTIL TABLE-EOF = 'Y'
               READ RATE-MASTER-FILE
                   AT END
                       MOVE 'Y' TO TABLE-EOF
                   NOT AT END
                       MOVE SPACES TO CHECK-IMAGE
                       MOVE RATE-MASTER-RECORD TO CHECK-IMAGE
                       PERFORM ADD-LOADED-IMAGE
               END-READ
           END-PERFORM.
           CLOSE RATE-MASTER-FILE.

       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-RATE-FILE.
           PERFORM UNTIL TABLE-EOF = 'Y'
               READ CONTRACT-RATE-FILE
                   AT END
                       MOVE 'Y' TO TABLE-EOF
                   NOT AT END
                       MOVE SPACES TO CHECK-IMAGE
                       MOVE CONTRACT-RATE-RECORD TO CHECK-IMAGE
                       PERFORM ADD-LOADED-IMAGE
               END-READ
           END-PERFORM.
           CLOSE CONTRACT-RATE-FILE.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           PERFORM UNTIL TABLE-EOF = 'Y'
               READ TAX-RATE-FILE
                   AT END
                       MOVE 'Y' TO TABLE-EOF
                   NOT AT END
                       MOVE SPACES TO CHECK-IMAGE
                       MOVE TAX-RATE-RECORD TO CHECK-IMAGE
                       PERFORM ADD-LOADED-IMAGE
               END-READ
           END-PERFORM.
           CLOSE TAX-RATE-FILE.

       LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE.
           PERFORM UNTIL TABLE-EOF = 'Y'
               READ FX-RATE-FILE
                   AT END
                       MOVE 'Y' TO TABLE-EOF
                   NOT AT END
                       MOVE SPACES TO CHECK-IMAGE
                       MOVE FX-RATE-RECORD TO CHECK-IMAGE
                       PERFORM ADD-LOADED-IMAGE
               END-READ
           END-PERFORM.
           CLOSE FX-RATE-FILE.

       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           PERFORM UNTIL TABLE-EOF = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO TABLE-EOF
                   NOT AT END
                       MOVE SPACES TO CHECK-IMAGE
                       MOVE GL-MAP-RECORD TO CHECK-IMAGE
                       PERFORM ADD-LOADED-IMAGE
               END-READ
           END-PERFORM.
           CLOSE GL-MAP-FILE.

       LOAD-COMMISSION-RATES.
           OPEN INPUT COMM-RATE-FILE.
           PERFORM UNTIL TABLE-EOF = 'Y'
               READ COMM-RATE-FILE
                   AT END
                       MOVE 'Y' TO TABLE-EOF
                   NOT AT END
                       MOVE SPACES TO CHECK-IMAGE
                       MOVE COMM-RATE-RECORD TO CHECK-IMAGE
                       PERFORM ADD-LOADED-IMAGE
               END-READ
           END-PERFORM.
           CLOSE COMM-RATE-FILE.

       ADD-LOADED-IMAGE.
           IF TABLE-COUNT < MAX-TABLE-ENTRIES
               ADD 1 TO TABLE-COUNT
               MOVE CHECK-IMAGE TO TABLE-IMAGE(TABLE-COUNT)
           ELSE
               DISPLAY "*** " CURRENT-TABLE-FILE " carries more "
                   "than " MAX-TABLE-ENTRIES " records - excess "
                   "not shown ***"
           END-IF.

       LIST-TABLE-RECORDS.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO SHOW-IMAGE
               PERFORM FORMAT-SHOW-LINE
               DISPLAY TABLE-IDX "  " SHOW-LINE
           END-PERFORM.
           IF TABLE-COUNT = ZERO
               DISPLAY "(NO RECORDS ON " CURRENT-TABLE-FILE ")"
           END-IF.

      * SHOW-IMAGE laid out readably for CURRENT-TABLE-ID
       FORMAT-SHOW-LINE.
           MOVE SPACES TO SHOW-LINE.
           EVALUATE TRUE
               WHEN TABLE-IS-RATE-BOOK
                   MOVE SHOW-IMAGE(20:5) TO SHOW-RATE-X
                   PERFORM EDIT-SHOW-RATE
                   STRING SHOW-IMAGE(1:3) DELIMITED BY SIZE
                       ' ' SHOW-IMAGE(4:8) '-' SHOW-IMAGE(12:8)
                       DELIMITED BY SIZE
                       ' RATE ' SHOW-RATE-ED DELIMITED BY SIZE
                       INTO SHOW-LINE
               WHEN TABLE-IS-CONTRACT
                   MOVE SHOW-IMAGE(23:5) TO SHOW-RATE-X
                   PERFORM EDIT-SHOW-RATE
                   STRING SHOW-IMAGE(1:6) DELIMITED BY SIZE
                       ' ' SHOW-IMAGE(7:8) '-' SHOW-IMAGE(15:8)
                       DELIMITED BY SIZE
                       ' RATE ' SHOW-RATE-ED DELIMITED BY SIZE
                       INTO SHOW-LINE
               WHEN TABLE-IS-TAX
                   MOVE SHOW-IMAGE(19:4) TO SHOW-PCT-X
                   IF SHOW-PCT-X IS NUMERIC
                       MOVE SHOW-PCT-9 TO SHOW-PCT-ED
                   ELSE
                       MOVE ZERO TO SHOW-PCT-ED
                   END-IF
                   STRING SHOW-IMAGE(1:2) DELIMITED BY SIZE
                       ' ' SHOW-IMAGE(3:8) '-' SHOW-IMAGE(11:8)
                       DELIMITED BY SIZE
                       ' RATE ' SHOW-PCT-ED ' PERCENT'
                       DELIMITED BY SIZE
                       INTO SHOW-LINE
               WHEN TABLE-IS-FX
                   MOVE SHOW-IMAGE(15:9) TO SHOW-FX-X
                   IF SHOW-FX-X IS NUMERIC
                       MOVE SHOW-FX-9 TO SHOW-FX-ED
                   ELSE
                       MOVE ZERO TO SHOW-FX-ED
                   END-IF
                   STRING SHOW-IMAGE(1:3) '/' SHOW-IMAGE(4:3)
                       DELIMITED BY SIZE
                       ' FROM ' SHOW-IMAGE(7:8) DELIMITED BY SIZE
                       ' RATE ' SHOW-FX-ED DELIMITED BY SIZE
                       INTO SHOW-LINE
               WHEN TABLE-IS-GL-MAP
                   STRING SHOW-IMAGE(1:4) DELIMITED BY SIZE
                       ' DR ' SHOW-IMAGE(5:8) DELIMITED BY SIZE
                       ' CR ' SHOW-IMAGE(13:8) DELIMITED BY SIZE
                       INTO SHOW-LINE
               WHEN TABLE-IS-COMMISSION
                   MOVE SHOW-IMAGE(25:4) TO SHOW-PCT-X
                   IF SHOW-PCT-X IS NUMERIC
                       MOVE SHOW-PCT-9 TO SHOW-PCT-ED
                   ELSE
                       MOVE ZERO TO SHOW-PCT-ED
                   END-IF
                   STRING SHOW-IMAGE(1:4) '/' SHOW-IMAGE(5:4)
                       DELIMITED BY SIZE
                       ' ' SHOW-IMAGE(9:8) '-' SHOW-IMAGE(17:8)
                       DELIMITED BY SIZE
                       ' RATE ' SHOW-PCT-ED ' PERCENT'
                       DELIMITED BY SIZE
                       INTO SHOW-LINE
           END-EVALUATE.

       EDIT-SHOW-RATE.
           IF SHOW-RATE-X IS NUMERIC
               MOVE SHOW-RATE-9 TO SHOW-RATE-ED
           ELSE
               MOVE ZERO TO SHOW-RATE-ED
           END-IF.

      * a new record - validated now against the table as it
      * stands, and again when it is approved
       KEY-ADD-RECORD.
           PERFORM CHECK-MAKER-LEVEL.
           IF ENTRY-IS-VALID
               MOVE ZERO TO SKIP-IDX
               PERFORM ACCEPT-NEW-IMAGE
               IF ENTRY-IS-VALID
                   MOVE CURRENT-TABLE-ID TO NEW-TABLE-ID
                   MOVE 'A' TO NEW-ACTION
                   MOVE SPACES TO NEW-BEFORE
                   MOVE CHECK-IMAGE TO NEW-AFTER
                   PERFORM FILE-NEW-PENDING
               ELSE
                   DISPLAY "NOT FILED: " ENTRY-ERROR-TEXT
               END-IF
           ELSE
               DISPLAY ENTRY-ERROR-TEXT
           END-IF.

       KEY-CHANGE-RECORD.
           PERFORM CHECK-MAKER-LEVEL.
           IF ENTRY-IS-VALID
               PERFORM PICK-ONE-RECORD
               IF PICKED-IDX > ZERO
                   MOVE PICKED-IDX TO SKIP-IDX
                   PERFORM ACCEPT-NEW-IMAGE
                   IF ENTRY-IS-VALID
                       AND CHECK-IMAGE = TABLE-IMAGE(PICKED-IDX)
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'NOTHING CHANGED' TO ENTRY-ERROR-TEXT
                   END-IF
                   IF ENTRY-IS-VALID
                       MOVE CURRENT-TABLE-ID TO NEW-TABLE-ID
                       MOVE 'C' TO NEW-ACTION
                       MOVE TABLE-IMAGE(PICKED-IDX) TO NEW-BEFORE
                       MOVE CHECK-IMAGE TO NEW-AFTER
                       PERFORM FILE-NEW-PENDING
                   ELSE
                       DISPLAY "NOT FILED: " ENTRY-ERROR-TEXT
                   END-IF
               END-IF
           ELSE
               DISPLAY ENTRY-ERROR-TEXT
           END-IF.

       KEY-DELETE-RECORD.
           PERFORM CHECK-MAKER-LEVEL.
           IF ENTRY-IS-VALID
               PERFORM PICK-ONE-RECORD
               IF PICKED-IDX > ZERO
                   MOVE CURRENT-TABLE-ID TO NEW-TABLE-ID
                   MOVE 'D' TO NEW-ACTION
                   MOVE TABLE-IMAGE(PICKED-IDX) TO NEW-BEFORE
                   MOVE SPACES TO NEW-AFTER
                   PERFORM FILE-NEW-PENDING
               END-IF
           ELSE
               DISPLAY ENTRY-ERROR-TEXT
           END-IF.

      * a change needs someone above its keyer to approve it - a
      * supervisor has nobody above, so supervisors approve and the
      * update level keys
       CHECK-MAKER-LEVEL.
           MOVE 'Y' TO ENTRY-VALID-SW.
           MOVE SPACES TO ENTRY-ERROR-TEXT.
           IF OAUTH-LEVEL > 2
               MOVE 'N' TO ENTRY-VALID-SW
               MOVE 'NO HIGHER LEVEL TO APPROVE - KEY AT LEVEL 2'
                   TO ENTRY-ERROR-TEXT
           END-IF.

       PICK-ONE-RECORD.
           MOVE ZERO TO PICKED-IDX.
           PERFORM LIST-TABLE-RECORDS.
           DISPLAY "RECORD NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-PICK-TXT.
           ACCEPT ENTRY-PICK-TXT.
           MOVE SPACES TO NUM-IN-TEXT.
           MOVE ENTRY-PICK-TXT TO NUM-IN-TEXT(1:5).
           PERFORM CONVERT-NUMBER-ENTRY.
           IF NOT NUM-IS-OK OR NUM-RESULT = ZERO
               OR NUM-RESULT > TABLE-COUNT
               DISPLAY "NO SUCH RECORD"
           ELSE
               MOVE NUM-RESULT TO PICKED-IDX
           END-IF.

      * prompts for the fields of one record of the selected table,
      * builds its image in CHECK-IMAGE and validates it
       ACCEPT-NEW-IMAGE.
           MOVE 'Y' TO ENTRY-VALID-SW.
           MOVE SPACES TO ENTRY-ERROR-TEXT.
           MOVE SPACES TO CHECK-IMAGE.
           EVALUATE TRUE
               WHEN TABLE-IS-RATE-BOOK
                   DISPLAY "BAND (WIN/SUM/SHO): " WITH NO ADVANCING
                   PERFORM ACCEPT-KEY-TEXT
                   MOVE ENTRY-KEY-TXT(1:3) TO CKR-BAND
                   PERFORM ACCEPT-WINDOW-TEXT
                   MOVE ENTRY-FROM-TXT TO CHECK-IMAGE(4:8)
                   MOVE ENTRY-TO-TXT TO CHECK-IMAGE(12:8)
                   DISPLAY "RATE IN PENCE (1250 = 12.50): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUMBER-TEXT
                   IF NOT NUM-IS-OK OR NUM-RESULT > 99999
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RATE MUST BE UP TO FIVE DIGITS' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       COMPUTE CKR-RATE = NUM-RESULT / 100
                   END-IF
               WHEN TABLE-IS-CONTRACT
                   DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING
                   MOVE SPACES TO ENTRY-KEY-TXT
                   ACCEPT ENTRY-KEY-TXT
                   MOVE SPACES TO NUM-IN-TEXT
                   MOVE ENTRY-KEY-TXT TO NUM-IN-TEXT(1:8)
                   PERFORM CONVERT-NUMBER-ENTRY
                   IF NOT NUM-IS-OK OR NUM-RESULT > 999999
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CUSTOMER MUST BE UP TO SIX DIGITS' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       MOVE NUM-RESULT TO CKN-CUST-NUMBER
                   END-IF
                   PERFORM ACCEPT-WINDOW-TEXT
                   MOVE ENTRY-FROM-TXT TO CHECK-IMAGE(7:8)
                   MOVE ENTRY-TO-TXT TO CHECK-IMAGE(15:8)
                   DISPLAY "RATE IN PENCE (1250 = 12.50): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUMBER-TEXT
                   IF NOT NUM-IS-OK OR NUM-RESULT > 99999
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RATE MUST BE UP TO FIVE DIGITS' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       COMPUTE CKN-RATE = NUM-RESULT / 100
                   END-IF
               WHEN TABLE-IS-TAX
                   DISPLAY "CATEGORY (TWO CHARACTERS): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-KEY-TEXT
                   MOVE ENTRY-KEY-TXT(1:2) TO CKX-CATEGORY
                   IF ENTRY-KEY-TXT(3:6) NOT = SPACES
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CATEGORY MUST BE TWO CHARACTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   PERFORM ACCEPT-WINDOW-TEXT
                   MOVE ENTRY-FROM-TXT TO CHECK-IMAGE(3:8)
                   MOVE ENTRY-TO-TXT TO CHECK-IMAGE(11:8)
                   DISPLAY "PERCENT IN HUNDREDTHS (2000 = 20.00): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUMBER-TEXT
                   IF NOT NUM-IS-OK OR NUM-RESULT > 9999
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'PERCENT MUST BE UP TO FOUR DIGITS' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       COMPUTE CKX-RATE-PERCENT = NUM-RESULT / 100
                   END-IF
               WHEN TABLE-IS-FX
                   DISPLAY "FROM CURRENCY: " WITH NO ADVANCING
                   PERFORM ACCEPT-KEY-TEXT
                   MOVE ENTRY-KEY-TXT(1:3) TO CKF-FROM-CCY
                   DISPLAY "TO CURRENCY: " WITH NO ADVANCING
                   MOVE SPACES TO ENTRY-ACCT-1
                   ACCEPT ENTRY-ACCT-1
                   INSPECT ENTRY-ACCT-1 CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE ENTRY-ACCT-1(1:3) TO CKF-TO-CCY
                   IF ENTRY-KEY-TXT(4:5) NOT = SPACES
                       OR ENTRY-ACCT-1(4:5) NOT = SPACES
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CURRENCY MUST BE THREE CHARACTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   DISPLAY "TAKES EFFECT (YYYYMMDD): "
                       WITH NO ADVANCING
                   MOVE SPACES TO ENTRY-FROM-TXT
                   ACCEPT ENTRY-FROM-TXT
                   MOVE ENTRY-FROM-TXT TO CHECK-IMAGE(7:8)
                   DISPLAY "RATE IN MILLIONTHS (850000 = 0.85): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUMBER-TEXT
                   IF NOT NUM-IS-OK
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RATE MUST BE UP TO NINE DIGITS' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       COMPUTE CKF-RATE = NUM-RESULT / 1000000
                   END-IF
               WHEN TABLE-IS-GL-MAP
                   DISPLAY "SOURCE (FOUR CHARACTERS): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-KEY-TEXT
                   MOVE ENTRY-KEY-TXT(1:4) TO CKG-SOURCE
                   IF ENTRY-KEY-TXT(5:4) NOT = SPACES
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'SOURCE MUST BE FOUR CHARACTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   DISPLAY "DEBIT ACCOUNT: " WITH NO ADVANCING
                   MOVE SPACES TO ENTRY-ACCT-1
                   ACCEPT ENTRY-ACCT-1
                   DISPLAY "CREDIT ACCOUNT: " WITH NO ADVANCING
                   MOVE SPACES TO ENTRY-ACCT-2
                   ACCEPT ENTRY-ACCT-2
                   INSPECT ENTRY-ACCT-1 CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   INSPECT ENTRY-ACCT-2 CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE ENTRY-ACCT-1 TO CKG-DR-ACCT
                   MOVE ENTRY-ACCT-2 TO CKG-CR-ACCT
               WHEN TABLE-IS-COMMISSION
                   DISPLAY "REP CODE (UP TO FOUR CHARACTERS): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-KEY-TEXT
                   MOVE ENTRY-KEY-TXT(1:4) TO CKM-REP-CODE
                   DISPLAY "PART GROUP (BLANK FOR ALL OTHERS): "
                       WITH NO ADVANCING
                   MOVE SPACES TO ENTRY-ACCT-1
                   ACCEPT ENTRY-ACCT-1
                   INSPECT ENTRY-ACCT-1 CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE ENTRY-ACCT-1(1:4) TO CKM-PART-GROUP
                   IF ENTRY-KEY-TXT(5:4) NOT = SPACES
                       OR ENTRY-ACCT-1(5:4) NOT = SPACES
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CODES ARE UP TO FOUR CHARACTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   PERFORM ACCEPT-WINDOW-TEXT
                   MOVE ENTRY-FROM-TXT TO CHECK-IMAGE(9:8)
                   MOVE ENTRY-TO-TXT TO CHECK-IMAGE(17:8)
                   DISPLAY "PERCENT IN HUNDREDTHS (250 = 2.50): "
                       WITH NO ADVANCING
                   PERFORM ACCEPT-NUMBER-TEXT
                   IF NOT NUM-IS-OK OR NUM-RESULT > 9999
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'PERCENT MUST BE UP TO FOUR DIGITS' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       COMPUTE CKM-RATE-PERCENT = NUM-RESULT / 100
                   END-IF
           END-EVALUATE.
           IF ENTRY-IS-VALID
               PERFORM VALIDATE-CHECK-IMAGE
           END-IF.

       ACCEPT-KEY-TEXT.
           MOVE SPACES TO ENTRY-KEY-TXT.
           ACCEPT ENTRY-KEY-TXT.
           INSPECT ENTRY-KEY-TXT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       ACCEPT-WINDOW-TEXT.
           DISPLAY "IN FORCE FROM (YYYYMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-FROM-TXT.
           ACCEPT ENTRY-FROM-TXT.
           DISPLAY "IN FORCE TO (YYYYMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-TO-TXT.
           ACCEPT ENTRY-TO-TXT.

       ACCEPT-NUMBER-TEXT.
           MOVE SPACES TO ENTRY-NUMBER-TXT.
           ACCEPT ENTRY-NUMBER-TXT.
           MOVE ENTRY-NUMBER-TXT TO NUM-IN-TEXT.
           PERFORM CONVERT-NUMBER-ENTRY.
           IF NUM-DIGIT-COUNT = ZERO
               MOVE 'N' TO NUM-OK-SW
           END-IF.

      * walks the number entry character by character - blanks
      * around the digits are fine, anything else is refused
       CONVERT-NUMBER-ENTRY.
           MOVE ZERO TO NUM-RESULT.
           MOVE ZERO TO NUM-DIGIT-COUNT.
           MOVE 'Y' TO NUM-OK-SW.
           PERFORM VARYING NUM-IDX FROM 1 BY 1 UNTIL NUM-IDX > 9
               MOVE NUM-IN-TEXT(NUM-IDX:1) TO NUM-CHAR
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

      * the per-table rules for the image in CHECK-IMAGE, then its
      * fit against every other record of the table as it stands
      * (SKIP-IDX is the record a change replaces, zero for an add).
      * run at keying and again at approval, so nothing keyed
      * against yesterday's table goes live against today's
       VALIDATE-CHECK-IMAGE.
           MOVE 'Y' TO ENTRY-VALID-SW.
           MOVE SPACES TO ENTRY-ERROR-TEXT.
           EVALUATE TRUE
               WHEN TABLE-IS-RATE-BOOK
                   IF CKR-BAND NOT = 'WIN' AND CKR-BAND NOT = 'SUM'
                       AND CKR-BAND NOT = 'SHO'
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'BAND MUST BE WIN, SUM OR SHO' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   PERFORM CHECK-WINDOW-DATES
                   IF ENTRY-IS-VALID
                       AND (CKR-RATE IS NOT NUMERIC
                       OR CKR-RATE = ZERO)
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RATE MUST BE ABOVE ZERO' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN TABLE-IS-CONTRACT
                   IF CKN-CUST-NUMBER IS NOT NUMERIC
                       OR CKN-CUST-NUMBER = ZERO
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CUSTOMER NUMBER MISSING' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       PERFORM CHECK-CONTRACT-CUSTOMER
                   END-IF
                   PERFORM CHECK-WINDOW-DATES
                   IF ENTRY-IS-VALID
                       AND (CKN-RATE IS NOT NUMERIC
                       OR CKN-RATE = ZERO)
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RATE MUST BE ABOVE ZERO' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN TABLE-IS-TAX
      * zero is a real rate here - the zero-rated category
                   IF CKX-CATEGORY(1:1) = SPACE
                       OR CKX-CATEGORY(2:1) = SPACE
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CATEGORY MUST BE TWO CHARACTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   PERFORM CHECK-WINDOW-DATES
                   IF ENTRY-IS-VALID
                       AND CKX-RATE-PERCENT IS NOT NUMERIC
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'PERCENT MUST BE NUMERIC' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN TABLE-IS-FX
                   IF CKF-FROM-CCY IS NOT ALPHABETIC
                       OR CKF-TO-CCY IS NOT ALPHABETIC
                       OR CKF-FROM-CCY(3:1) = SPACE
                       OR CKF-TO-CCY(3:1) = SPACE
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CURRENCY MUST BE THREE LETTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   IF ENTRY-IS-VALID AND CKF-FROM-CCY = CKF-TO-CCY
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'FROM AND TO CURRENCY ARE THE SAME' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   IF ENTRY-IS-VALID
                       MOVE CHECK-IMAGE(7:8) TO DATE-CHECK-TXT
                       PERFORM CHECK-ONE-DATE
                   END-IF
                   IF ENTRY-IS-VALID
                       AND (CKF-RATE IS NOT NUMERIC
                       OR CKF-RATE = ZERO)
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RATE MUST BE ABOVE ZERO' TO
                           ENTRY-ERROR-TEXT
                   END-IF
               WHEN TABLE-IS-GL-MAP
                   IF CKG-SOURCE(1:1) = SPACE
                       OR CKG-SOURCE(4:1) = SPACE
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'SOURCE MUST BE FOUR CHARACTERS' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   IF ENTRY-IS-VALID
                       AND (CKG-DR-ACCT = SPACES
                       OR CKG-CR-ACCT = SPACES)
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'BOTH ACCOUNTS ARE NEEDED' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   IF ENTRY-IS-VALID AND CKG-DR-ACCT = CKG-CR-ACCT
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'DEBIT AND CREDIT ARE THE SAME ACCOUNT'
                           TO ENTRY-ERROR-TEXT
                   END-IF
               WHEN TABLE-IS-COMMISSION
      * zero is a real rate here too - a rep who earns nothing on
      * one group, against a catch-all rate that pays on the rest
                   IF CKM-REP-CODE(1:1) = SPACE
                       OR (CKM-PART-GROUP(1:1) = SPACE
                       AND CKM-PART-GROUP NOT = SPACES)
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'CODES START IN THE FIRST CHARACTER' TO
                           ENTRY-ERROR-TEXT
                   END-IF
                   PERFORM CHECK-WINDOW-DATES
                   IF ENTRY-IS-VALID
                       AND CKM-RATE-PERCENT IS NOT NUMERIC
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'PERCENT MUST BE NUMERIC' TO
                           ENTRY-ERROR-TEXT
                   END-IF
           END-EVALUATE.
           IF ENTRY-IS-VALID
               PERFORM CHECK-TABLE-CONFLICT
           END-IF.

      * both ends of an effective window are real dates, and the
      * window does not end before it starts
       CHECK-WINDOW-DATES.
           IF ENTRY-IS-VALID
               MOVE CHECK-IMAGE(WINDOW-POS:8) TO DATE-CHECK-TXT
               PERFORM CHECK-ONE-DATE
           END-IF.
           IF ENTRY-IS-VALID
               MOVE CHECK-IMAGE(WINDOW-POS + 8:8) TO DATE-CHECK-TXT
               PERFORM CHECK-ONE-DATE
           END-IF.
           IF ENTRY-IS-VALID
               MOVE CHECK-IMAGE(WINDOW-POS:8) TO CHECK-FROM-DATE
               MOVE CHECK-IMAGE(WINDOW-POS + 8:8) TO CHECK-TO-DATE
               IF CHECK-TO-DATE < CHECK-FROM-DATE
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'WINDOW ENDS BEFORE IT STARTS' TO
                       ENTRY-ERROR-TEXT
               END-IF
           END-IF.

      * one YYYYMMDD date through the same VALIDATE-DATE-RECORD
      * every other date gets
       CHECK-ONE-DATE.
           IF DATE-CHECK-TXT IS NOT NUMERIC
               MOVE 'N' TO ENTRY-VALID-SW
               MOVE 'DATE MUST BE EIGHT DIGITS YYYYMMDD' TO
                   ENTRY-ERROR-TEXT
           ELSE
               MOVE DATE-CHECK-TXT(7:2) TO MY-DAY
               MOVE DATE-CHECK-TXT(5:2) TO MY-MONTH
               MOVE DATE-CHECK-TXT(1:4) TO MY-YEAR
               PERFORM VALIDATE-DATE-RECORD
               IF DATE-NOT-OK
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE BAD-DATE-REASON TO ENTRY-ERROR-TEXT
               END-IF
           END-IF.

       CHECK-CONTRACT-CUSTOMER.
           OPEN INPUT CUST-MASTER.
           MOVE CKN-CUST-NUMBER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'CUSTOMER NOT ON MASTER' TO
                       ENTRY-ERROR-TEXT
           END-READ.
           CLOSE CUST-MASTER.

      * no two records for the same key in force on the same day -
      * an overlapping window would leave the reader picking
      * whichever it met first. tables without a window just may
      * not carry the key twice
       CHECK-TABLE-CONFLICT.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
                   OR NOT ENTRY-IS-VALID
               IF TABLE-IDX NOT = SKIP-IDX
                   AND TABLE-IMAGE(TABLE-IDX)(1:KEY-LENGTH) =
                       CHECK-IMAGE(1:KEY-LENGTH)
                   IF WINDOW-POS = ZERO
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'ALREADY ON THE TABLE' TO
                           ENTRY-ERROR-TEXT
                   ELSE
                       PERFORM CHECK-WINDOW-OVERLAP
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-WINDOW-OVERLAP.
           IF TABLE-IMAGE(TABLE-IDX)(WINDOW-POS:8) IS NUMERIC
               AND TABLE-IMAGE(TABLE-IDX)(WINDOW-POS + 8:8)
                   IS NUMERIC
               MOVE TABLE-IMAGE(TABLE-IDX)(WINDOW-POS:8) TO
                   OTHER-FROM-DATE
               MOVE TABLE-IMAGE(TABLE-IDX)(WINDOW-POS + 8:8) TO
                   OTHER-TO-DATE
               IF OTHER-FROM-DATE <= CHECK-TO-DATE
                   AND OTHER-TO-DATE >= CHECK-FROM-DATE
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'OVERLAPS A WINDOW ALREADY ON FILE' TO
                       ENTRY-ERROR-TEXT
               END-IF
           END-IF.

      * the change in NEW-CHANGE-WORK onto the pending file, under
      * the pending file's lock
       FILE-NEW-PENDING.
           PERFORM LOCK-PENDING-FILE.
           IF PENDING-LOCK-HELD
               PERFORM LOAD-PENDING-TABLE
               PERFORM APPEND-PENDING-ENTRY
               PERFORM UNLOCK-PENDING-FILE
           END-IF.

      * one record may only have one change waiting on it - a
      * second would be keyed against a record the first is about
      * to replace
       APPEND-PENDING-ENTRY.
           MOVE 'Y' TO ENTRY-VALID-SW.
           IF NEW-ACTION NOT = 'A'
               PERFORM VARYING PEND-IDX FROM 1 BY 1
                       UNTIL PEND-IDX > PENDING-COUNT
                   IF PE-IS-PENDING(PEND-IDX)
                       AND PE-TABLE-ID(PEND-IDX) = NEW-TABLE-ID
                       AND PE-BEFORE(PEND-IDX) = NEW-BEFORE
                       MOVE 'N' TO ENTRY-VALID-SW
                       DISPLAY "NOT FILED: CHANGE "
                           PE-PEND-NO(PEND-IDX)
                           " IS ALREADY WAITING ON THIS RECORD"
                   END-IF
               END-PERFORM
           END-IF.
           IF ENTRY-IS-VALID AND PENDING-COUNT >= MAX-PENDING-ENTRIES
               MOVE 'N' TO ENTRY-VALID-SW
               DISPLAY "NOT FILED: ratepend.dat IS FULL"
           END-IF.
           IF ENTRY-IS-VALID
               PERFORM STAMP-NOW
               ADD 1 TO PENDING-COUNT
               ADD 1 TO NEXT-PEND-NO
               MOVE NEXT-PEND-NO TO PE-PEND-NO(PENDING-COUNT)
               MOVE NEW-TABLE-ID TO PE-TABLE-ID(PENDING-COUNT)
               MOVE NEW-ACTION TO PE-ACTION(PENDING-COUNT)
               MOVE 'P' TO PE-STATUS(PENDING-COUNT)
               MOVE OAUTH-OPERATOR-ID TO PE-MAKER(PENDING-COUNT)
               MOVE OAUTH-LEVEL TO PE-MAKER-LEVEL(PENDING-COUNT)
               MOVE NOW-TIMESTAMP TO PE-KEYED-AT(PENDING-COUNT)
               MOVE SPACES TO PE-CHECKER(PENDING-COUNT)
               MOVE SPACES TO PE-DECIDED-AT(PENDING-COUNT)
               MOVE NEW-BEFORE TO PE-BEFORE(PENDING-COUNT)
               MOVE NEW-AFTER TO PE-AFTER(PENDING-COUNT)
               MOVE SPACES TO PE-REASON(PENDING-COUNT)
               PERFORM SAVE-PENDING-TABLE
               DISPLAY "CHANGE " NEXT-PEND-NO " FILED - NOT LIVE "
                   "UNTIL A HIGHER-LEVEL OPERATOR APPROVES IT"
           END-IF.

       LOCK-PENDING-FILE.
           MOVE 'N' TO PENDING-LOCK-SW.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'ratepend.dat' TO FLCK-LOCK-NAME.
           MOVE 'RateMaint' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE = ZERO
               MOVE 'Y' TO PENDING-LOCK-SW
           ELSE
               DISPLAY "ratepend.dat IS IN USE BY " FLCK-HOLDER-NAME
                   " - TRY AGAIN IN A MOMENT"
           END-IF.

       UNLOCK-PENDING-FILE.
           MOVE 'U' TO FLCK-ACTION.
           MOVE 'ratepend.dat' TO FLCK-LOCK-NAME.
           MOVE 'RateMaint' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           MOVE 'N' TO PENDING-LOCK-SW.

       LOAD-PENDING-TABLE.
           MOVE ZERO TO PENDING-COUNT.
           MOVE ZERO TO NEXT-PEND-NO.
           MOVE 'N' TO PENDING-EOF.
           OPEN INPUT PENDING-FILE.
           PERFORM UNTIL PENDING-EOF = 'Y'
               READ PENDING-FILE
                   AT END
                       MOVE 'Y' TO PENDING-EOF
                   NOT AT END
                       IF PENDING-COUNT < MAX-PENDING-ENTRIES
                           ADD 1 TO PENDING-COUNT
                           MOVE PENDING-RECORD TO
                               PENDING-ENTRY(PENDING-COUNT)
                           IF PE-PEND-NO(PENDING-COUNT) >
                               NEXT-PEND-NO
                               MOVE PE-PEND-NO(PENDING-COUNT) TO
                                   NEXT-PEND-NO
                           END-IF
                       ELSE
                           DISPLAY "*** ratepend.dat carries more "
                               "than " MAX-PENDING-ENTRIES
                               " changes - the oldest must be "
                               "archived ***"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.

       SAVE-PENDING-TABLE.
           OPEN OUTPUT PENDING-FILE.
           IF WS-FS-PENDING-FILE NOT = '00'
               AND WS-FS-PENDING-FILE NOT = '05'
               MOVE 'PENDING-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-PENDING-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PENDING-COUNT
               MOVE PENDING-ENTRY(PEND-IDX) TO PENDING-RECORD
               WRITE PENDING-RECORD
               IF WS-FS-PENDING-FILE NOT = '00'
                   MOVE 'PENDING-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-PENDING-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.

      * every change still waiting, across all five tables - what a
      * checker works through
       LIST-PENDING-CHANGES.
           PERFORM LOAD-PENDING-TABLE.
           MOVE ZERO TO SHOWN-COUNT.
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PENDING-COUNT
               IF PE-IS-PENDING(PEND-IDX)
                   PERFORM SHOW-ONE-PENDING
               END-IF
           END-PERFORM.
           IF SHOWN-COUNT = ZERO
               DISPLAY "(NO CHANGES WAITING FOR APPROVAL)"
           END-IF.

      * the decided changes on the selected table - where a back-out
      * starts from
       LIST-DECIDED-CHANGES.
           PERFORM LOAD-PENDING-TABLE.
           MOVE ZERO TO SHOWN-COUNT.
           PERFORM VARYING PEND-IDX FROM 1 BY 1
                   UNTIL PEND-IDX > PENDING-COUNT
               IF NOT PE-IS-PENDING(PEND-IDX)
                   AND PE-TABLE-ID(PEND-IDX) = CURRENT-TABLE-ID
                   PERFORM SHOW-ONE-PENDING
               END-IF
           END-PERFORM.
           IF SHOWN-COUNT = ZERO
               DISPLAY "(NO DECIDED CHANGES ON "
                   CURRENT-TABLE-FILE ")"
           END-IF.

      * one pending-file entry, with its images laid out in its own
      * table's shape
       SHOW-ONE-PENDING.
           ADD 1 TO SHOWN-COUNT.
           DISPLAY PE-PEND-NO(PEND-IDX) " TABLE "
               PE-TABLE-ID(PEND-IDX) " ACTION " PE-ACTION(PEND-IDX)
               " STATUS " PE-STATUS(PEND-IDX) " KEYED BY "
               PE-MAKER(PEND-IDX) " " PE-KEYED-AT(PEND-IDX).
           IF NOT PE-IS-PENDING(PEND-IDX)
               DISPLAY "      DECIDED BY " PE-CHECKER(PEND-IDX)
                   " " PE-DECIDED-AT(PEND-IDX) " "
                   PE-REASON(PEND-IDX)
           END-IF.
           MOVE CURRENT-TABLE-ID TO TABLE-CHOICE.
           MOVE PE-TABLE-ID(PEND-IDX) TO CURRENT-TABLE-ID.
           IF PE-ACTION(PEND-IDX) NOT = 'A'
               MOVE PE-BEFORE(PEND-IDX) TO SHOW-IMAGE
               PERFORM FORMAT-SHOW-LINE
               DISPLAY "      BEFORE: " SHOW-LINE
           END-IF.
           IF PE-ACTION(PEND-IDX) NOT = 'D'
               MOVE PE-AFTER(PEND-IDX) TO SHOW-IMAGE
               PERFORM FORMAT-SHOW-LINE
               DISPLAY "      AFTER:  " SHOW-LINE
           END-IF.
           MOVE TABLE-CHOICE TO CURRENT-TABLE-ID.

       ACCEPT-PENDING-NUMBER.
           MOVE ZERO TO FOUND-PEND-IDX.
           DISPLAY "CHANGE NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO ENTRY-PICK-TXT.
           ACCEPT ENTRY-PICK-TXT.
           MOVE SPACES TO NUM-IN-TEXT.
           MOVE ENTRY-PICK-TXT TO NUM-IN-TEXT(1:5).
           PERFORM CONVERT-NUMBER-ENTRY.

      * NUM-RESULT looked up on the pending table just loaded
       FIND-PENDING-ENTRY.
           MOVE ZERO TO FOUND-PEND-IDX.
           IF NUM-IS-OK AND NUM-RESULT > ZERO
               PERFORM VARYING PEND-IDX FROM 1 BY 1
                       UNTIL PEND-IDX > PENDING-COUNT
                   IF PE-PEND-NO(PEND-IDX) = NUM-RESULT
                       MOVE PEND-IDX TO FOUND-PEND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF FOUND-PEND-IDX = ZERO
               DISPLAY "NO SUCH CHANGE"
           END-IF.

      * the checker's half: a different operator, above the level of
      * the one who keyed it. the change is re-validated against the
      * table as it is now, applied, journaled, and the table
      * rewritten - or marked stale, with nothing applied, if the
      * table moved under it since it was keyed
       APPROVE-PENDING-CHANGE.
           PERFORM ACCEPT-PENDING-NUMBER.
           PERFORM LOCK-PENDING-FILE.
           IF PENDING-LOCK-HELD
               PERFORM LOAD-PENDING-TABLE
               PERFORM FIND-PENDING-ENTRY
               IF FOUND-PEND-IDX > ZERO
                   PERFORM CHECK-CHECKER-RULES
                   IF ENTRY-IS-VALID
                       PERFORM APPLY-WITH-TABLE-LOCK
                   ELSE
                       DISPLAY "NOT APPROVED: " ENTRY-ERROR-TEXT
                   END-IF
               END-IF
               PERFORM UNLOCK-PENDING-FILE
           END-IF.

       CHECK-CHECKER-RULES.
           MOVE 'Y' TO ENTRY-VALID-SW.
           MOVE SPACES TO ENTRY-ERROR-TEXT.
           EVALUATE TRUE
               WHEN NOT PE-IS-PENDING(FOUND-PEND-IDX)
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'CHANGE IS NOT WAITING FOR APPROVAL' TO
                       ENTRY-ERROR-TEXT
               WHEN PE-MAKER(FOUND-PEND-IDX) = OAUTH-OPERATOR-ID
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'YOU KEYED IT - ANOTHER OPERATOR APPROVES'
                       TO ENTRY-ERROR-TEXT
               WHEN OAUTH-LEVEL NOT > PE-MAKER-LEVEL(FOUND-PEND-IDX)
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'NEEDS A LEVEL ABOVE THE OPERATOR WHO KEYED'
                       TO ENTRY-ERROR-TEXT
           END-EVALUATE.

       APPLY-WITH-TABLE-LOCK.
           MOVE PE-TABLE-ID(FOUND-PEND-IDX) TO CURRENT-TABLE-ID.
           PERFORM SET-TABLE-CONTROLS.
           MOVE 'L' TO FLCK-ACTION.
           MOVE CURRENT-TABLE-FILE TO FLCK-LOCK-NAME.
           MOVE 'RateMaint' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY CURRENT-TABLE-FILE " IS IN USE BY "
                   FLCK-HOLDER-NAME " - NOT APPROVED, TRY LATER"
           ELSE
               PERFORM LOAD-TABLE-IMAGES
               PERFORM APPLY-APPROVED-CHANGE
               PERFORM SAVE-PENDING-TABLE
               MOVE 'U' TO FLCK-ACTION
               MOVE CURRENT-TABLE-FILE TO FLCK-LOCK-NAME
               MOVE 'RateMaint' TO FLCK-HOLDER-NAME
               CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
                   FLCK-HOLDER-NAME FLCK-RETURN-CODE
           END-IF.

       APPLY-APPROVED-CHANGE.
           MOVE 'Y' TO ENTRY-VALID-SW.
           MOVE SPACES TO ENTRY-ERROR-TEXT.
           MOVE ZERO TO MATCH-IDX.
           IF PE-ACTION(FOUND-PEND-IDX) NOT = 'A'
               PERFORM VARYING TABLE-IDX FROM 1 BY 1
                       UNTIL TABLE-IDX > TABLE-COUNT
                       OR MATCH-IDX > ZERO
                   IF TABLE-IMAGE(TABLE-IDX) =
                       PE-BEFORE(FOUND-PEND-IDX)
                       MOVE TABLE-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
               IF MATCH-IDX = ZERO
                   MOVE 'N' TO ENTRY-VALID-SW
                   MOVE 'RECORD CHANGED SINCE IT WAS KEYED' TO
                       ENTRY-ERROR-TEXT
               END-IF
           END-IF.
           IF ENTRY-IS-VALID AND PE-ACTION(FOUND-PEND-IDX) = 'A'
               AND TABLE-COUNT >= MAX-TABLE-ENTRIES
               MOVE 'N' TO ENTRY-VALID-SW
               MOVE 'TABLE IS FULL' TO ENTRY-ERROR-TEXT
           END-IF.
           IF ENTRY-IS-VALID AND PE-ACTION(FOUND-PEND-IDX) NOT = 'D'
               MOVE MATCH-IDX TO SKIP-IDX
               MOVE PE-AFTER(FOUND-PEND-IDX) TO CHECK-IMAGE
               PERFORM VALIDATE-CHECK-IMAGE
           END-IF.
           PERFORM STAMP-NOW.
           MOVE OAUTH-OPERATOR-ID TO PE-CHECKER(FOUND-PEND-IDX).
           MOVE NOW-TIMESTAMP TO PE-DECIDED-AT(FOUND-PEND-IDX).
           IF ENTRY-IS-VALID
               EVALUATE PE-ACTION(FOUND-PEND-IDX)
                   WHEN 'A'
                       ADD 1 TO TABLE-COUNT
                       MOVE PE-AFTER(FOUND-PEND-IDX) TO
                           TABLE-IMAGE(TABLE-COUNT)
                   WHEN 'C'
                       MOVE PE-AFTER(FOUND-PEND-IDX) TO
                           TABLE-IMAGE(MATCH-IDX)
                   WHEN 'D'
                       PERFORM VARYING TABLE-IDX FROM MATCH-IDX BY 1
                               UNTIL TABLE-IDX >= TABLE-COUNT
                           MOVE TABLE-IMAGE(TABLE-IDX + 1) TO
                               TABLE-IMAGE(TABLE-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM TABLE-COUNT
               END-EVALUATE
               PERFORM REWRITE-TABLE-FILE
               PERFORM JOURNAL-APPROVED-CHANGE
               MOVE 'A' TO PE-STATUS(FOUND-PEND-IDX)
               MOVE SPACES TO PE-REASON(FOUND-PEND-IDX)
               DISPLAY "CHANGE " PE-PEND-NO(FOUND-PEND-IDX)
                   " APPROVED AND LIVE ON " CURRENT-TABLE-FILE
           ELSE
               MOVE 'S' TO PE-STATUS(FOUND-PEND-IDX)
               MOVE ENTRY-ERROR-TEXT TO PE-REASON(FOUND-PEND-IDX)
               DISPLAY "CHANGE " PE-PEND-NO(FOUND-PEND-IDX)
                   " NOT APPLIED - " ENTRY-ERROR-TEXT
               DISPLAY "IT IS MARKED STALE; KEY IT AGAIN AGAINST "
                   "THE TABLE AS IT STANDS"
           END-IF.

      * the applied change onto the master journal, operator-stamped
      * with the approver - ratepend.dat keeps who keyed it
       JOURNAL-APPROVED-CHANGE.
           MOVE CURRENT-TABLE-ID TO MJRN-FILE-ID.
           EVALUATE PE-ACTION(FOUND-PEND-IDX)
               WHEN 'A'
                   MOVE 'W' TO MJRN-ACTION
               WHEN 'C'
                   MOVE 'R' TO MJRN-ACTION
               WHEN OTHER
                   MOVE 'D' TO MJRN-ACTION
           END-EVALUATE.
           MOVE PE-BEFORE(FOUND-PEND-IDX) TO MJRN-BEFORE-IMAGE.
           MOVE PE-AFTER(FOUND-PEND-IDX) TO MJRN-AFTER-IMAGE.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
               OAUTH-OPERATOR-ID MJRN-FILE-ID MJRN-ACTION
               MJRN-BEFORE-IMAGE MJRN-AFTER-IMAGE.

      * the whole table back out from storage
       REWRITE-TABLE-FILE.
           EVALUATE TRUE
               WHEN TABLE-IS-RATE-BOOK
                   PERFORM REWRITE-RATE-BOOK
               WHEN TABLE-IS-CONTRACT
                   PERFORM REWRITE-CONTRACTS
               WHEN TABLE-IS-TAX
                   PERFORM REWRITE-TAX-RATES
               WHEN TABLE-IS-FX
                   PERFORM REWRITE-FX-RATES
               WHEN TABLE-IS-GL-MAP
                   PERFORM REWRITE-GL-MAP
               WHEN TABLE-IS-COMMISSION
                   PERFORM REWRITE-COMMISSION-RATES
           END-EVALUATE.

       REWRITE-RATE-BOOK.
           OPEN OUTPUT RATE-MASTER-FILE.
           IF WS-FS-RATE-MASTER-FILE NOT = '00'
               AND WS-FS-RATE-MASTER-FILE NOT = '05'
               MOVE 'RATE-MASTER-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-RATE-MASTER-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO RATE-MASTER-RECORD
               WRITE RATE-MASTER-RECORD
               IF WS-FS-RATE-MASTER-FILE NOT = '00'
                   MOVE 'RATE-MASTER-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-RATE-MASTER-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE RATE-MASTER-FILE.

       REWRITE-CONTRACTS.
           OPEN OUTPUT CONTRACT-RATE-FILE.
           IF WS-FS-CONTRACT-RATE NOT = '00'
               AND WS-FS-CONTRACT-RATE NOT = '05'
               MOVE 'CONTRACT-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CONTRACT-RATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO CONTRACT-RATE-RECORD
               WRITE CONTRACT-RATE-RECORD
               IF WS-FS-CONTRACT-RATE NOT = '00'
                   MOVE 'CONTRACT-RATE-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-CONTRACT-RATE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE CONTRACT-RATE-FILE.

       REWRITE-TAX-RATES.
           OPEN OUTPUT TAX-RATE-FILE.
           IF WS-FS-TAX-RATE-FILE NOT = '00'
               AND WS-FS-TAX-RATE-FILE NOT = '05'
               MOVE 'TAX-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-TAX-RATE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO TAX-RATE-RECORD
               WRITE TAX-RATE-RECORD
               IF WS-FS-TAX-RATE-FILE NOT = '00'
                   MOVE 'TAX-RATE-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-TAX-RATE-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE TAX-RATE-FILE.

       REWRITE-FX-RATES.
           OPEN OUTPUT FX-RATE-FILE.
           IF WS-FS-FX-RATE-FILE NOT = '00'
               AND WS-FS-FX-RATE-FILE NOT = '05'
               MOVE 'FX-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-FX-RATE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO FX-RATE-RECORD
               WRITE FX-RATE-RECORD
               IF WS-FS-FX-RATE-FILE NOT = '00'
                   MOVE 'FX-RATE-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-FX-RATE-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE FX-RATE-FILE.

       REWRITE-GL-MAP.
           OPEN OUTPUT GL-MAP-FILE.
           IF WS-FS-GL-MAP-FILE NOT = '00'
               AND WS-FS-GL-MAP-FILE NOT = '05'
               MOVE 'GL-MAP-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-GL-MAP-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO GL-MAP-RECORD
               WRITE GL-MAP-RECORD
               IF WS-FS-GL-MAP-FILE NOT = '00'
                   MOVE 'GL-MAP-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-GL-MAP-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE GL-MAP-FILE.

       REWRITE-COMMISSION-RATES.
           OPEN OUTPUT COMM-RATE-FILE.
           IF WS-FS-COMM-RATE-FILE NOT = '00'
               AND WS-FS-COMM-RATE-FILE NOT = '05'
               MOVE 'COMM-RATE-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-COMM-RATE-FILE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > TABLE-COUNT
               MOVE TABLE-IMAGE(TABLE-IDX) TO COMM-RATE-RECORD
               WRITE COMM-RATE-RECORD
               IF WS-FS-COMM-RATE-FILE NOT = '00'
                   MOVE 'COMM-RATE-FILE' TO ALOG-FILE-NAME
                   MOVE 'WRITE' TO ALOG-OPERATION
                   MOVE WS-FS-COMM-RATE-FILE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
               END-IF
           END-PERFORM.
           CLOSE COMM-RATE-FILE.

      * a change turned down by a checker, or withdrawn by the
      * operator who keyed it - either way it never goes live
       REJECT-PENDING-CHANGE.
           PERFORM ACCEPT-PENDING-NUMBER.
           PERFORM LOCK-PENDING-FILE.
           IF PENDING-LOCK-HELD
               PERFORM LOAD-PENDING-TABLE
               PERFORM FIND-PENDING-ENTRY
               IF FOUND-PEND-IDX > ZERO
                   IF PE-MAKER(FOUND-PEND-IDX) = OAUTH-OPERATOR-ID
                       AND PE-IS-PENDING(FOUND-PEND-IDX)
                       MOVE 'Y' TO ENTRY-VALID-SW
                   ELSE
                       PERFORM CHECK-CHECKER-RULES
                   END-IF
                   IF ENTRY-IS-VALID
                       DISPLAY "REASON: " WITH NO ADVANCING
                       MOVE SPACES TO ENTRY-REASON-TXT
                       ACCEPT ENTRY-REASON-TXT
                       PERFORM STAMP-NOW
                       MOVE 'J' TO PE-STATUS(FOUND-PEND-IDX)
                       MOVE OAUTH-OPERATOR-ID TO
                           PE-CHECKER(FOUND-PEND-IDX)
                       MOVE NOW-TIMESTAMP TO
                           PE-DECIDED-AT(FOUND-PEND-IDX)
                       MOVE ENTRY-REASON-TXT TO
                           PE-REASON(FOUND-PEND-IDX)
                       PERFORM SAVE-PENDING-TABLE
                       DISPLAY "CHANGE " PE-PEND-NO(FOUND-PEND-IDX)
                           " REJECTED - NOTHING APPLIED"
                   ELSE
                       DISPLAY "NOT REJECTED: " ENTRY-ERROR-TEXT
                   END-IF
               END-IF
               PERFORM UNLOCK-PENDING-FILE
           END-IF.

      * files the reverse of an approved change as a new change of
      * its own - an add comes back off, a change goes back to what
      * it replaced, a delete goes back on. it is checked against
      * the table as it stands and needs approving like any other
       KEY-BACK-OUT.
           PERFORM CHECK-MAKER-LEVEL.
           IF NOT ENTRY-IS-VALID
               DISPLAY ENTRY-ERROR-TEXT
           ELSE
               PERFORM ACCEPT-PENDING-NUMBER
               PERFORM LOCK-PENDING-FILE
               IF PENDING-LOCK-HELD
                   PERFORM LOAD-PENDING-TABLE
                   PERFORM FIND-PENDING-ENTRY
                   IF FOUND-PEND-IDX > ZERO
                       PERFORM BUILD-BACK-OUT
                       IF ENTRY-IS-VALID
                           PERFORM APPEND-PENDING-ENTRY
                       ELSE
                           DISPLAY "NOT FILED: " ENTRY-ERROR-TEXT
                       END-IF
                   END-IF
                   PERFORM UNLOCK-PENDING-FILE
               END-IF
           END-IF.

       BUILD-BACK-OUT.
           MOVE 'Y' TO ENTRY-VALID-SW.
           MOVE SPACES TO ENTRY-ERROR-TEXT.
           IF NOT PE-IS-APPROVED(FOUND-PEND-IDX)
               MOVE 'N' TO ENTRY-VALID-SW
               MOVE 'ONLY AN APPROVED CHANGE BACKS OUT' TO
                   ENTRY-ERROR-TEXT
           ELSE
               MOVE PE-TABLE-ID(FOUND-PEND-IDX) TO CURRENT-TABLE-ID
               PERFORM SET-TABLE-CONTROLS
               PERFORM LOAD-TABLE-IMAGES
               MOVE CURRENT-TABLE-ID TO NEW-TABLE-ID
               EVALUATE PE-ACTION(FOUND-PEND-IDX)
                   WHEN 'A'
                       MOVE 'D' TO NEW-ACTION
                       MOVE PE-AFTER(FOUND-PEND-IDX) TO NEW-BEFORE
                       MOVE SPACES TO NEW-AFTER
                   WHEN 'C'
                       MOVE 'C' TO NEW-ACTION
                       MOVE PE-AFTER(FOUND-PEND-IDX) TO NEW-BEFORE
                       MOVE PE-BEFORE(FOUND-PEND-IDX) TO NEW-AFTER
                   WHEN OTHER
                       MOVE 'A' TO NEW-ACTION
                       MOVE SPACES TO NEW-BEFORE
                       MOVE PE-BEFORE(FOUND-PEND-IDX) TO NEW-AFTER
               END-EVALUATE
               MOVE ZERO TO MATCH-IDX
               IF NEW-ACTION NOT = 'A'
                   PERFORM VARYING TABLE-IDX FROM 1 BY 1
                           UNTIL TABLE-IDX > TABLE-COUNT
                           OR MATCH-IDX > ZERO
                       IF TABLE-IMAGE(TABLE-IDX) = NEW-BEFORE
                           MOVE TABLE-IDX TO MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF MATCH-IDX = ZERO
                       MOVE 'N' TO ENTRY-VALID-SW
                       MOVE 'RECORD HAS CHANGED SINCE - KEY IT NEW'
                           TO ENTRY-ERROR-TEXT
                   END-IF
               END-IF
               IF ENTRY-IS-VALID AND NEW-ACTION NOT = 'D'
                   MOVE MATCH-IDX TO SKIP-IDX
                   MOVE NEW-AFTER TO CHECK-IMAGE
                   PERFORM VALIDATE-CHECK-IMAGE
               END-IF
           END-IF.

       STAMP-NOW.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO NOW-TIMESTAMP.
           STRING NOW-DATE DELIMITED BY SIZE
               NOW-TIME(1:6) DELIMITED BY SIZE
               INTO NOW-TIMESTAMP.

      * shared with FirstProgram/FirstSubProgram - see DATEVAL.cpy
       COPY DATEVAL.

       END PROGRAM RateMaint.
