      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: maintenance for the direct-debit mandate master
      *          (ddmandate.dat, see DDMAND.cpy) - the customers the
      *          nightly DdCollect step collects from straight off
      *          their bank account instead of waiting for them to
      *          pay. Reads the mandate cards (ddmmnt.dat): lodges a
      *          customer's signed mandate, changes its reference or
      *          bank details, or cancels it. A new mandate is
      *          checked against the customer master - on file and
      *          open on the day it was signed - and a cancelled one
      *          stays on file, so what the customer authorised is
      *          never lost; lodging a new mandate over a cancelled
      *          one starts collecting again. Every card applied or
      *          refused goes on the maintenance report
      *          (ddmmnt.rpt) with the operator stamped on it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. DdMandate.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-CARD-FILE ASSIGN TO 'ddmmnt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MANDATE-CARD.

      * keyed by customer, opened I-O with the same OPEN OUTPUT
      * fallback StandMaint gives the standing orders, so the first
      * maintenance run creates it
           SELECT DD-MANDATE-MASTER ASSIGN TO 'ddmandate.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DDM-CUST-NUMBER
           FILE STATUS IS WS-FS-DD-MANDATE.

           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.

           SELECT MAINT-REPORT-FILE ASSIGN TO 'ddmmnt.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MAINT-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * one mandate card, for customer DMC-CUSTOMER's mandate:
      *   DMC-ACTION  'A' add - reference, sort code, account number,
      *                         account name and signed date all
      *                         required; over a cancelled mandate
      *                         it lodges the new one in its place
      *               'C' change - whichever of reference, sort code,
      *                         account number, account name and
      *                         signed date is keyed; a blank field
      *                         stays as it is
      *               'X' cancel - nothing more is collected
      * sort codes and account numbers are plain digits, the signed
      * date YYYYMMDD
       FD MANDATE-CARD-FILE.
       01 MANDATE-CARD-RECORD.
           03 DMC-ACTION PIC X.
           03 DMC-CUSTOMER PIC 9(6).
           03 DMC-MANDATE-REF PIC X(18).
           03 DMC-SORT-CODE PIC X(6).
           03 DMC-ACCOUNT-NUMBER PIC X(8).
           03 DMC-ACCOUNT-NAME PIC X(18).
           03 DMC-SIGNED-DATE PIC X(8).

      * keyed by customer - see DDMAND.cpy
       FD DD-MANDATE-MASTER.

       COPY DDMAND.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-OUT PIC X(90).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns - checked after
      * each OPEN/READ/WRITE/CLOSE by the blocks below, which CALL
      * the shared AbendLog routine on anything but success
       01 WS-FS-MANDATE-CARD PIC XX VALUE '00'.
       01 WS-FS-DD-MANDATE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-MAINT-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
      * what they are allowed to do. level 2 maintains mandates
       01 OPER-AUTH-WORK.
           03 OAUTH-PROGRAM-NAME PIC X(20) VALUE 'DdMandate'.
           03 OAUTH-OPERATOR-ID PIC X(8).
           03 OAUTH-LEVEL PIC 9.
           03 OAUTH-RETURN-CODE PIC 9(2).

      * arguments passed to FileLock.cbl - the chain's DdCollect
      * step reads the mandates, so maintenance takes the file or
      * backs off
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20) VALUE 'ddmandate.dat'.
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'DdMandate'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'DdMandate'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7).
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 CARD-EOF PIC X VALUE 'N'.
       01 CARD-READ-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-APPLIED-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01 CARD-REJECT-REASON PIC X(30) VALUE SPACES.

       01 TODAY-DATE PIC 9(8) VALUE ZERO.

      * whether the mandate the card names is already on file
       01 TARGET-FOUND-SW PIC X VALUE 'N'.
           88 TARGET-WAS-FOUND VALUE 'Y'.

      * the card's fields once checked - blanks read as "not keyed"
       01 CARD-FIELD-WORK.
           03 NEW-SIGNED-DATE PIC 9(8) VALUE ZERO.
           03 SORT-CODE-KEYED-SW PIC X VALUE 'N'.
               88 SORT-CODE-KEYED VALUE 'Y'.
           03 ACCOUNT-KEYED-SW PIC X VALUE 'N'.
               88 ACCOUNT-KEYED VALUE 'Y'.
           03 SIGNED-DATE-KEYED-SW PIC X VALUE 'N'.
               88 SIGNED-DATE-KEYED VALUE 'Y'.

      * the date text re-housed under the names DATEVAL.cpy
      * validates
       01 MAINT-DATE-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

      * shared date-validation work area - see DATEWS.cpy/DATEVAL.cpy
       COPY DATEWS.

      * the mandate before the card touched it, for the report
       01 BEFORE-MANDATE-RECORD PIC X(86) VALUE SPACES.
       01 AFTER-MANDATE-RECORD PIC X(86) VALUE SPACES.

      * print lines for the maintenance report
       01 DMN-TITLE-LINE PIC X(44)
           VALUE 'DIRECT-DEBIT MANDATE MAINTENANCE - THIS RUN'.
       01 DMN-OPERATOR-LINE.
           03 FILLER PIC X(10) VALUE 'OPERATOR: '.
           03 DMN-O-OPERATOR PIC X(8).
           03 FILLER PIC X(8) VALUE '  DATE: '.
           03 DMN-O-DATE PIC 9(8).
       01 DMN-ACTION-LINE.
           03 DMN-A-ACTION PIC X.
           03 FILLER PIC X VALUE SPACE.
           03 DMN-A-CUSTOMER PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 DMN-A-STATUS PIC X(9).
           03 FILLER PIC X VALUE SPACE.
           03 DMN-A-REASON PIC X(30).
       01 DMN-IMAGE-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DMN-I-LABEL PIC X(8).
           03 DMN-I-MANDATE-REF PIC X(18).
           03 FILLER PIC X VALUE SPACE.
           03 DMN-I-SORT-CODE PIC 9(6).
           03 FILLER PIC X VALUE SPACE.
           03 DMN-I-ACCOUNT-NUMBER PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 DMN-I-ACCOUNT-NAME PIC X(18).
           03 FILLER PIC X(8) VALUE ' SIGNED:'.
           03 DMN-I-SIGNED-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE '  STATUS:'.
           03 DMN-I-STATUS PIC X.
       01 DMN-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE 'CARDS APPLIED:    '.
           03 DMN-T-APPLIED PIC Z(6)9.
           03 FILLER PIC X(13) VALUE '   REJECTED: '.
           03 DMN-T-REJECTED PIC Z(6)9.
       01 WS-MAINT-LINE PIC X(90).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           CALL "OperAuth" USING OAUTH-PROGRAM-NAME
               OAUTH-OPERATOR-ID OAUTH-LEVEL OAUTH-RETURN-CODE.
           IF OAUTH-RETURN-CODE NOT = ZERO
               DISPLAY "DdMandate - sign-on refused, "
                   "nothing maintained"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OAUTH-LEVEL < 2
               DISPLAY "DdMandate - operator level "
                   OAUTH-LEVEL " may inquire only - "
                   "maintaining mandates needs level 2"
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'L' TO FLCK-ACTION.
           MOVE 'DdMandate' TO FLCK-HOLDER-NAME.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           IF FLCK-RETURN-CODE NOT = ZERO
               DISPLAY "DdMandate - ddmandate.dat is in use by "
                   FLCK-HOLDER-NAME
                   " - nothing maintained, try again later"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MANDATE-CARD-FILE.
           IF WS-FS-MANDATE-CARD NOT = '00'
               MOVE 'MANDATE-CARD-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-MANDATE-CARD TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O DD-MANDATE-MASTER.
           IF WS-FS-DD-MANDATE = '35'
               OPEN OUTPUT DD-MANDATE-MASTER
               CLOSE DD-MANDATE-MASTER
               OPEN I-O DD-MANDATE-MASTER
           END-IF.
           IF WS-FS-DD-MANDATE NOT = '00'
               MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF WS-FS-CUST-MASTER NOT = '00'
               MOVE 'CUST-MASTER' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-MASTER TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN OUTPUT MAINT-REPORT-FILE.
           IF WS-FS-MAINT-REPORT NOT = '00'
               MOVE 'MAINT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-MAINT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE DMN-TITLE-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.
           MOVE OAUTH-OPERATOR-ID TO DMN-O-OPERATOR.
           MOVE TODAY-DATE TO DMN-O-DATE.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE DMN-OPERATOR-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.
           MOVE SPACES TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

           PERFORM UNTIL CARD-EOF = 'Y'
               READ MANDATE-CARD-FILE
                   AT END
                       MOVE 'Y' TO CARD-EOF
                   NOT AT END
                       ADD 1 TO CARD-READ-COUNT
                       PERFORM APPLY-ONE-CARD
               END-READ
           END-PERFORM.

           MOVE CARD-APPLIED-COUNT TO DMN-T-APPLIED.
           MOVE CARD-REJECT-COUNT TO DMN-T-REJECTED.
           MOVE SPACES TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.
           MOVE DMN-TOTAL-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

           CLOSE MANDATE-CARD-FILE.
           CLOSE DD-MANDATE-MASTER.
           CLOSE CUST-MASTER.
           CLOSE MAINT-REPORT-FILE.
           MOVE 'U' TO FLCK-ACTION.
           CALL "FileLock" USING FLCK-ACTION FLCK-LOCK-NAME
               FLCK-HOLDER-NAME FLCK-RETURN-CODE.
           DISPLAY "Mandate cards read: " CARD-READ-COUNT
               "  Applied: " CARD-APPLIED-COUNT
               "  Rejected: " CARD-REJECT-COUNT.

           MOVE CARD-READ-COUNT TO RSUM-RECORDS-READ.
           MOVE CARD-REJECT-COUNT TO RSUM-RECORDS-REJECTED.
           IF CARD-REJECT-COUNT > ZERO
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

      * one card: its fields checked, the mandate it names looked
      * up, then routed by action
       APPLY-ONE-CARD.
           MOVE SPACES TO CARD-REJECT-REASON.
           MOVE SPACES TO BEFORE-MANDATE-RECORD.
           IF DMC-CUSTOMER NOT NUMERIC
               MOVE 'CUSTOMER NOT NUMERIC' TO CARD-REJECT-REASON
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM CONVERT-CARD-FIELDS
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE DMC-CUSTOMER TO DDM-CUST-NUMBER
               MOVE 'N' TO TARGET-FOUND-SW
               READ DD-MANDATE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO TARGET-FOUND-SW
                       MOVE DD-MANDATE-RECORD TO
                           BEFORE-MANDATE-RECORD
               END-READ
               EVALUATE DMC-ACTION
                   WHEN 'A'
                       PERFORM APPLY-ADD
                   WHEN 'C'
                       PERFORM APPLY-CHANGE
                   WHEN 'X'
                       PERFORM APPLY-CANCEL
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION' TO CARD-REJECT-REASON
               END-EVALUATE
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               PERFORM WRITE-APPLIED-LINES
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

      * bank details and signed date off the card - blank is "not
      * keyed", anything keyed must be good
       CONVERT-CARD-FIELDS.
           MOVE 'N' TO SORT-CODE-KEYED-SW.
           MOVE 'N' TO ACCOUNT-KEYED-SW.
           MOVE 'N' TO SIGNED-DATE-KEYED-SW.
           IF DMC-SORT-CODE NOT = SPACES
               IF DMC-SORT-CODE IS NUMERIC
                   MOVE 'Y' TO SORT-CODE-KEYED-SW
               ELSE
                   MOVE 'SORT CODE MUST BE 6 DIGITS' TO
                       CARD-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND DMC-ACCOUNT-NUMBER NOT = SPACES
               IF DMC-ACCOUNT-NUMBER IS NUMERIC
                   MOVE 'Y' TO ACCOUNT-KEYED-SW
               ELSE
                   MOVE 'ACCOUNT MUST BE 8 DIGITS' TO
                       CARD-REJECT-REASON
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND DMC-SIGNED-DATE NOT = SPACES
               IF DMC-SIGNED-DATE IS NOT NUMERIC
                   MOVE 'DATES MUST BE YYYYMMDD' TO
                       CARD-REJECT-REASON
               ELSE
                   MOVE DMC-SIGNED-DATE(7:2) TO MY-DAY
                   MOVE DMC-SIGNED-DATE(5:2) TO MY-MONTH
                   MOVE DMC-SIGNED-DATE(1:4) TO MY-YEAR
                   PERFORM VALIDATE-DATE-RECORD
                   IF DATE-NOT-OK
                       MOVE BAD-DATE-REASON TO CARD-REJECT-REASON
                   ELSE
                       MOVE DMC-SIGNED-DATE TO NEW-SIGNED-DATE
                       MOVE 'Y' TO SIGNED-DATE-KEYED-SW
                   END-IF
               END-IF
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               AND SIGNED-DATE-KEYED
               AND NEW-SIGNED-DATE > TODAY-DATE
               MOVE 'NOT SIGNED YET' TO CARD-REJECT-REASON
           END-IF.

      * a new mandate: everything keyed, and the customer on file
      * and open on the day it was signed. a cancelled mandate is
      * replaced whole by the new one
       APPLY-ADD.
           EVALUATE TRUE
               WHEN TARGET-WAS-FOUND
                   AND DDM-IS-ACTIVE
                   MOVE 'MANDATE ALREADY ACTIVE' TO
                       CARD-REJECT-REASON
               WHEN DMC-MANDATE-REF = SPACES
                   OR NOT SORT-CODE-KEYED
                   OR NOT ACCOUNT-KEYED
                   OR DMC-ACCOUNT-NAME = SPACES
                   OR NOT SIGNED-DATE-KEYED
                   MOVE 'ALL MANDATE DETAILS NEEDED' TO
                       CARD-REJECT-REASON
           END-EVALUATE.
           IF CARD-REJECT-REASON = SPACES
               PERFORM CHECK-MANDATE-CUSTOMER
           END-IF.
           IF CARD-REJECT-REASON = SPACES
               MOVE SPACES TO DD-MANDATE-RECORD
               MOVE DMC-CUSTOMER TO DDM-CUST-NUMBER
               MOVE DMC-MANDATE-REF TO DDM-MANDATE-REF
               MOVE DMC-SORT-CODE TO DDM-SORT-CODE
               MOVE DMC-ACCOUNT-NUMBER TO DDM-ACCOUNT-NUMBER
               MOVE DMC-ACCOUNT-NAME TO DDM-ACCOUNT-NAME
               MOVE NEW-SIGNED-DATE TO DDM-SIGNED-DATE
               MOVE 'A' TO DDM-STATUS
               MOVE ZERO TO DDM-CANCELLED-DATE
               MOVE OAUTH-OPERATOR-ID TO DDM-ENTERED-BY
               IF TARGET-WAS-FOUND
                   PERFORM REWRITE-MANDATE
               ELSE
                   WRITE DD-MANDATE-RECORD
                       INVALID KEY
                           MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                           MOVE 'WRITE' TO ALOG-OPERATION
                           MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
                           PERFORM REPORT-FILE-ABEND
                   END-WRITE
               END-IF
           END-IF.

      * whatever was keyed replaces what the mandate had - a
      * cancelled mandate is not changed, a new one is lodged
       APPLY-CHANGE.
           EVALUATE TRUE
               WHEN NOT TARGET-WAS-FOUND
                   MOVE 'MANDATE NOT ON FILE' TO CARD-REJECT-REASON
               WHEN NOT DDM-IS-ACTIVE
                   MOVE 'MANDATE CANCELLED - ADD A NEW' TO
                       CARD-REJECT-REASON
           END-EVALUATE.
           IF CARD-REJECT-REASON = SPACES
               IF DMC-MANDATE-REF NOT = SPACES
                   MOVE DMC-MANDATE-REF TO DDM-MANDATE-REF
               END-IF
               IF SORT-CODE-KEYED
                   MOVE DMC-SORT-CODE TO DDM-SORT-CODE
               END-IF
               IF ACCOUNT-KEYED
                   MOVE DMC-ACCOUNT-NUMBER TO DDM-ACCOUNT-NUMBER
               END-IF
               IF DMC-ACCOUNT-NAME NOT = SPACES
                   MOVE DMC-ACCOUNT-NAME TO DDM-ACCOUNT-NAME
               END-IF
               IF SIGNED-DATE-KEYED
                   MOVE NEW-SIGNED-DATE TO DDM-SIGNED-DATE
               END-IF
               PERFORM REWRITE-MANDATE
           END-IF.

       APPLY-CANCEL.
           EVALUATE TRUE
               WHEN NOT TARGET-WAS-FOUND
                   MOVE 'MANDATE NOT ON FILE' TO CARD-REJECT-REASON
               WHEN NOT DDM-IS-ACTIVE
                   MOVE 'MANDATE ALREADY CANCELLED' TO
                       CARD-REJECT-REASON
               WHEN OTHER
                   MOVE 'C' TO DDM-STATUS
                   MOVE TODAY-DATE TO DDM-CANCELLED-DATE
                   PERFORM REWRITE-MANDATE
           END-EVALUATE.

      * the customer on file and open on the day the mandate was
      * signed - the same windows StandMaint checks a schedule
      * against
       CHECK-MANDATE-CUSTOMER.
           MOVE DMC-CUSTOMER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO
                       CARD-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-EFF-FROM NOT = ZERO
                           AND NEW-SIGNED-DATE < CM-EFF-FROM
                           MOVE 'ACCOUNT NOT YET OPEN' TO
                               CARD-REJECT-REASON
                       WHEN CM-CLOSED-DATE NOT = ZERO
                           AND NEW-SIGNED-DATE > CM-CLOSED-DATE
                           MOVE 'ACCOUNT CLOSED' TO
                               CARD-REJECT-REASON
                   END-EVALUATE
           END-READ.

       REWRITE-MANDATE.
           REWRITE DD-MANDATE-RECORD
               INVALID KEY
                   MOVE 'DD-MANDATE' TO ALOG-FILE-NAME
                   MOVE 'REWRITE' TO ALOG-OPERATION
                   MOVE WS-FS-DD-MANDATE TO ALOG-FILE-STATUS
                   PERFORM REPORT-FILE-ABEND
           END-REWRITE.

      * the card and the mandate as it stood before and after
       WRITE-APPLIED-LINES.
           ADD 1 TO CARD-APPLIED-COUNT.
           MOVE 'APPLIED' TO DMN-A-STATUS.
           MOVE SPACES TO DMN-A-REASON.
           PERFORM WRITE-ACTION-LINE.
           IF BEFORE-MANDATE-RECORD NOT = SPACES
               MOVE 'BEFORE' TO DMN-I-LABEL
               PERFORM WRITE-BEFORE-IMAGE
           END-IF.
           MOVE 'AFTER' TO DMN-I-LABEL.
           PERFORM WRITE-IMAGE-LINE.

      * the before image goes out through the record area, which is
      * put back afterwards
       WRITE-BEFORE-IMAGE.
           MOVE DD-MANDATE-RECORD TO AFTER-MANDATE-RECORD.
           MOVE BEFORE-MANDATE-RECORD TO DD-MANDATE-RECORD.
           PERFORM WRITE-IMAGE-LINE.
           MOVE AFTER-MANDATE-RECORD TO DD-MANDATE-RECORD.

       WRITE-IMAGE-LINE.
           MOVE DDM-MANDATE-REF TO DMN-I-MANDATE-REF.
           MOVE DDM-SORT-CODE TO DMN-I-SORT-CODE.
           MOVE DDM-ACCOUNT-NUMBER TO DMN-I-ACCOUNT-NUMBER.
           MOVE DDM-ACCOUNT-NAME TO DMN-I-ACCOUNT-NAME.
           MOVE DDM-SIGNED-DATE TO DMN-I-SIGNED-DATE.
           MOVE DDM-STATUS TO DMN-I-STATUS.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE DMN-IMAGE-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

       WRITE-REJECT-LINE.
           ADD 1 TO CARD-REJECT-COUNT.
           MOVE 'REJECTED' TO DMN-A-STATUS.
           MOVE CARD-REJECT-REASON TO DMN-A-REASON.
           PERFORM WRITE-ACTION-LINE.
           DISPLAY "Rejected mandate card, reason: "
               CARD-REJECT-REASON.

       WRITE-ACTION-LINE.
           MOVE DMC-ACTION TO DMN-A-ACTION.
           MOVE ZERO TO DMN-A-CUSTOMER.
           IF DMC-CUSTOMER IS NUMERIC
               MOVE DMC-CUSTOMER TO DMN-A-CUSTOMER
           END-IF.
           MOVE SPACES TO WS-MAINT-LINE.
           MOVE DMN-ACTION-LINE TO WS-MAINT-LINE.
           PERFORM WRITE-MAINT-LINE.

       WRITE-MAINT-LINE.
           MOVE WS-MAINT-LINE TO MAINT-REPORT-OUT.
           WRITE MAINT-REPORT-OUT.
           IF WS-FS-MAINT-REPORT NOT = '00'
               MOVE 'MAINT-REPORT-FILE' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-MAINT-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * shared with FirstProgram/FirstSubProgram - see DATEVAL.cpy
       COPY DATEVAL.

       END PROGRAM DdMandate.
