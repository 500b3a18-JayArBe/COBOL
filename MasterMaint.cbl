      *          anything that would create a duplicate key or delete
      *          a key that isn't there - the maintained path into the
      *          masters that used to be hand-editing outside the
      *          system. Also keeps the customers' billing and
      *          delivery addresses on custaddr.dat ('A' records),
      *          and the minimum and reorder levels each stock
      *          location tops up to on locbal.dat ('L' records).
      *          A part is flagged lot-controlled, or unflagged,
      *          with a 'T' record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the customer billing and delivery addresses ('A'
      * maintenance records) - the paperwork programs read them
      * through CustAddr
           SELECT CUST-ADDRESS ASSIGN TO 'custaddr.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-ADDR-KEY
           FILE STATUS IS WS-FS-CUST-ADDRESS.

      * the per-location balances, for each location's own minimum
      * and reorder levels ('L' maintenance records) - as with 'B',
      * the balance itself belongs to StockPost
           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

      * the audit trail of what was applied and what was rejected -
      * one BEFORE/AFTER pair per applied maintenance record
           SELECT AUDIT-REPORT-FILE ASSIGN TO 'maintaud.rpt'
      * six digits of MNT-KEY are the customer/supplier number), and
      * the description/name text. for a 'B' record the text carries
      * the levels instead: columns 1-8 the minimum level, columns
      * 9-16 the reorder quantity, both as plain digits, and
      * optionally columns 17-25 an opening unit cost in four places
      * of pence - blank leaves the weighted average as it stands
      * (zero on an add), since after the first receipt StockPost
      * keeps it - and optionally columns 26-28 the part's lead
      * time in days, blank leaving it as it stands. a 'K'
      * record is credit control on a customer account, keyed the
      * same way as 'C' and change only: text columns 1-11 the
      * credit limit in pence (plain digits, zero for no limit),
      * column 12 'H' to put the account on credit hold or blank to
      * release it. an 'E' record is how a customer account takes
      * its invoices, keyed the same way and change only: text
      * column 1 'E' for an electronic invoice file alongside the
      * printed invoice, or blank for paper only. an 'S' record is
      * the sales rep a customer account's commission goes to, keyed
      * the same way and change only: text columns 1-4 the rep code,
      * or blank for a house account that earns no commission. a 'G'
      * record is the group a part sells under for commission,
      * keyed by the part and change only: text columns 1-4 the
      * group, or blank for none. a 'T' record says whether a
      * part is lot-controlled (see PARTMAST.cpy), keyed by the part
      * and change only: text column 1 'Y' to trace its lots, or
      * blank to stop. an 'A' record is
      * one of a customer's addresses:
      * the first two digits of MNT-KEY the address sequence (00
      * billing, 01-99 delivery - see CUSTADDR.cpy) and the last six
      * the customer number, the text the first address line, and
      * the rest of the address in the fields that follow. an 'L'
      * record is one location's levels for a part, keyed by the
      * part: text columns 1-8 the minimum, 9-16 the reorder
      * quantity, 17-18 the location code (see LOCBAL.cpy)
       FD MAINT-FILE.
       01 MAINT-RECORD.
           03 MNT-ACTION PIC X.
      * restriction on that side
           03 MNT-EFF-FROM PIC X(8).
           03 MNT-DISC-DATE PIC X(8).
      * the rest of an address, 'A' records only - the contact the
      * paperwork is for the attention of, the second address line,
      * town and postcode. an older card reads as spaces here
           03 MNT-CONTACT PIC X(24).
           03 MNT-ADDR-LINE-2 PIC X(30).
           03 MNT-TOWN PIC X(20).
           03 MNT-POSTCODE PIC X(8).

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTBAL.

      * keyed by customer number and address sequence - see
      * CUSTADDR.cpy
       FD CUST-ADDRESS.

       COPY CUSTADDR.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-OUT PIC X(80).
      *-----------------------
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-CUST-ADDRESS PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.
       01 WS-FS-AUDIT-REPORT PIC XX VALUE '00'.

      * arguments passed to OperAuth.cbl - who is running this, and
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       77 MAINT-LOCK-COUNT PIC 9 VALUE 5.
       01 MAINT-LOCK-TABLE.
           03 FILLER PIC X(20) VALUE 'partmast.dat'.
           03 FILLER PIC X(20) VALUE 'custmast.dat'.
           03 FILLER PIC X(20) VALUE 'partbal.dat'.
           03 FILLER PIC X(20) VALUE 'custaddr.dat'.
           03 FILLER PIC X(20) VALUE 'locbal.dat'.
       01 MAINT-LOCK-LIST REDEFINES MAINT-LOCK-TABLE.
           03 MAINT-LOCK-NAME OCCURS 5 TIMES PIC X(20).
       01 LOCK-IDX PIC 9 VALUE ZERO.

      * the levels off a 'B' record's text, converted after the
       01 LEVEL-WORK.
           03 NEW-MIN-LEVEL PIC 9(8) VALUE ZERO.
           03 NEW-REORDER-QTY PIC 9(8) VALUE ZERO.
           03 NEW-UNIT-COST-SW PIC X VALUE 'N'.
               88 NEW-UNIT-COST-KEYED VALUE 'Y'.
           03 NEW-UNIT-COST-DIGITS PIC X(9) VALUE ZERO.
           03 NEW-UNIT-COST REDEFINES NEW-UNIT-COST-DIGITS
               PIC 9(5)V9(4).
           03 NEW-LEAD-TIME-SW PIC X VALUE 'N'.
               88 NEW-LEAD-TIME-KEYED VALUE 'Y'.
           03 NEW-LEAD-TIME-DAYS PIC 9(3) VALUE ZERO.

      * the live window off a 'P'/'C' record, converted after the
      * digits have been checked - blanks read as zero, "no
           03 NEW-EFF-FROM PIC 9(8) VALUE ZERO.
           03 NEW-DISC-DATE PIC 9(8) VALUE ZERO.

      * the credit limit and hold off a 'K' record's text, converted
      * after the digits have been checked, and the shape both sides
      * of a credit change show in on the audit report
       01 CREDIT-WORK.
           03 NEW-CREDIT-LIMIT PIC 9(9)V99 VALUE ZERO.
           03 NEW-CREDIT-HOLD PIC X VALUE SPACE.
       01 CREDIT-IMAGE-LINE.
           03 FILLER PIC X(6) VALUE 'LIMIT '.
           03 CRI-LIMIT PIC Z(8)9.99.
           03 FILLER PIC X(6) VALUE ' HOLD '.
           03 CRI-HOLD PIC X.
       01 CREDIT-AFTER-TEXT PIC X(30) VALUE SPACES.

      * the invoice delivery off an 'E' record's text, and the shape
      * both sides of a delivery change show in on the audit report
       01 NEW-INVOICE-DELIVERY PIC X VALUE SPACE.
       01 DELIVERY-IMAGE-LINE.
           03 FILLER PIC X(17) VALUE 'INVOICE DELIVERY '.
           03 DLI-DELIVERY PIC X(10).
       01 DELIVERY-AFTER-TEXT PIC X(30) VALUE SPACES.

      * the rep code off an 'S' record's text or the part group off
      * a 'G' record's, and the shape both sides of either change
      * show in on the audit report
       01 NEW-COMMISSION-CODE PIC X(4) VALUE SPACES.
       01 COMMISSION-IMAGE-LINE.
           03 CMI-LABEL PIC X(11).
           03 CMI-CODE PIC X(4).
       01 COMMISSION-AFTER-TEXT PIC X(30) VALUE SPACES.

      * the lot flag off a 'T' record's text, and the shape both
      * sides of the change show in on the audit report
       01 NEW-LOT-CONTROL PIC X VALUE SPACE.
       01 LOT-CONTROL-IMAGE-LINE.
           03 FILLER PIC X(12) VALUE 'LOT CONTROL '.
           03 LCI-CONTROL PIC X(3).
       01 LOT-CONTROL-AFTER-TEXT PIC X(30) VALUE SPACES.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 MJRN-PROGRAM-NAME PIC X(20) VALUE 'MasterMaint'.
           03 MJRN-FILE-ID PIC X.
           03 MJRN-ACTION PIC X.
           03 MJRN-BEFORE-IMAGE PIC X(120).
           03 MJRN-AFTER-IMAGE PIC X(120).

      * print lines for the audit report
       01 AUD-TITLE-LINE PIC X(44)
           CLOSE PART-MASTER.
           CLOSE CUST-MASTER.
           CLOSE PART-BALANCE-MASTER.
           CLOSE CUST-ADDRESS.
           CLOSE LOCATION-BALANCE-MASTER.
           CLOSE AUDIT-REPORT-FILE.
           PERFORM RELEASE-MAINT-LOCKS.
           DISPLAY "Maintenance records read: " MAINT-READ-COUNT.
               MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O CUST-ADDRESS.
           IF WS-FS-CUST-ADDRESS = '35'
               OPEN OUTPUT CUST-ADDRESS
               CLOSE CUST-ADDRESS
               OPEN I-O CUST-ADDRESS
           END-IF.
           IF WS-FS-CUST-ADDRESS NOT = '00'
               MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-CUST-ADDRESS TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN I-O LOCATION-BALANCE-MASTER.
           IF WS-FS-LOCATION-BALANCE = '35'
               OPEN OUTPUT LOCATION-BALANCE-MASTER
               CLOSE LOCATION-BALANCE-MASTER
               OPEN I-O LOCATION-BALANCE-MASTER
           END-IF.
           IF WS-FS-LOCATION-BALANCE NOT = '00'
               MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

      * one maintenance record: look the key up first, then let the
      * action decide whether found/not-found is good news - an add
       APPLY-ONE-MAINT-RECORD.
           MOVE SPACES TO MAINT-REJECT-REASON.
           IF MNT-FILE-ID NOT = 'P' AND MNT-FILE-ID NOT = 'C'
               AND MNT-FILE-ID NOT = 'B' AND MNT-FILE-ID NOT = 'K'
               AND MNT-FILE-ID NOT = 'A' AND MNT-FILE-ID NOT = 'L'
               AND MNT-FILE-ID NOT = 'E' AND MNT-FILE-ID NOT = 'S'
               AND MNT-FILE-ID NOT = 'G' AND MNT-FILE-ID NOT = 'T'
               MOVE 'UNKNOWN MASTER FILE ID' TO MAINT-REJECT-REASON
               PERFORM WRITE-REJECT-AUDIT
           ELSE
                           MOVE CUST-MASTER-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'K'
                   MOVE MNT-KEY(3:6) TO CM-CUS-SUP-NO
                   READ CUST-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           MOVE CM-CREDIT-LIMIT TO CRI-LIMIT
                           MOVE CM-CREDIT-HOLD TO CRI-HOLD
                           MOVE CREDIT-IMAGE-LINE TO
                               BEFORE-IMAGE-TEXT
                           MOVE CUST-MASTER-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'E'
                   MOVE MNT-KEY(3:6) TO CM-CUS-SUP-NO
                   READ CUST-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           MOVE CM-INVOICE-DELIVERY TO
                               NEW-INVOICE-DELIVERY
                           PERFORM SET-DELIVERY-IMAGE
                           MOVE DELIVERY-IMAGE-LINE TO
                               BEFORE-IMAGE-TEXT
                           MOVE CUST-MASTER-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'S'
                   MOVE MNT-KEY(3:6) TO CM-CUS-SUP-NO
                   READ CUST-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           MOVE 'SALES REP ' TO CMI-LABEL
                           MOVE CM-REP-CODE TO CMI-CODE
                           MOVE COMMISSION-IMAGE-LINE TO
                               BEFORE-IMAGE-TEXT
                           MOVE CUST-MASTER-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'G'
                   MOVE MNT-KEY TO PM-PART-NO
                   READ PART-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           MOVE 'PART GROUP ' TO CMI-LABEL
                           MOVE PM-PART-GROUP TO CMI-CODE
                           MOVE COMMISSION-IMAGE-LINE TO
                               BEFORE-IMAGE-TEXT
                           MOVE PART-MASTER-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'T'
                   MOVE MNT-KEY TO PM-PART-NO
                   READ PART-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           MOVE PM-LOT-CONTROL TO NEW-LOT-CONTROL
                           PERFORM SET-LOT-CONTROL-IMAGE
                           MOVE LOT-CONTROL-IMAGE-LINE TO
                               BEFORE-IMAGE-TEXT
                           MOVE PART-MASTER-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'B'
                   MOVE MNT-KEY TO PB-PART-NO
                   READ PART-BALANCE-MASTER
                           MOVE PART-BALANCE-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'A'
                   MOVE MNT-KEY(3:6) TO CA-CUST-NUMBER
                   MOVE MNT-KEY(1:2) TO CA-ADDR-SEQ
                   READ CUST-ADDRESS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           MOVE CA-LINE-1 TO BEFORE-IMAGE-TEXT
                           MOVE CUST-ADDRESS-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
               WHEN 'L'
                   MOVE MNT-KEY TO LB-PART-NO
                   MOVE MNT-TEXT(17:2) TO LB-LOCATION
                   READ LOCATION-BALANCE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO TARGET-FOUND-SW
                           STRING LB-LOCATION DELIMITED BY SIZE
                               ' MIN ' DELIMITED BY SIZE
                               LB-MIN-LEVEL DELIMITED BY SIZE
                               ' REORD ' DELIMITED BY SIZE
                               LB-REORDER-QTY DELIMITED BY SIZE
                               INTO BEFORE-IMAGE-TEXT
                           MOVE LOCATION-BALANCE-RECORD TO
                               MJRN-BEFORE-IMAGE
                   END-READ
           END-EVALUATE.

      * an add is only an add if the key isn't already there -
                           MOVE MNT-TEXT TO PM-PART-DESC
                           MOVE NEW-EFF-FROM TO PM-EFF-FROM
                           MOVE NEW-DISC-DATE TO PM-DISC-DATE
      * a new part sells under no group until a 'G' record puts it
      * in one
                           MOVE SPACES TO PM-PART-GROUP
      * and nobody traces its lots until a 'T' record says so
                           MOVE SPACE TO PM-LOT-CONTROL
                           WRITE PART-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-PART-WRITE-ABEND
                           MOVE MNT-TAX-CATEGORY TO CM-TAX-CATEGORY
                           MOVE NEW-EFF-FROM TO CM-EFF-FROM
                           MOVE NEW-DISC-DATE TO CM-CLOSED-DATE
      * a new account starts with no limit and no hold - credit
      * control sets its terms with a 'K' record. its invoices go
      * on paper until an 'E' record says otherwise, and it is a
      * house account until an 'S' record gives it a rep
                           MOVE ZERO TO CM-CREDIT-LIMIT
                           MOVE SPACE TO CM-CREDIT-HOLD
                           MOVE SPACE TO CM-INVOICE-DELIVERY
                           MOVE SPACES TO CM-REP-CODE
                           WRITE CUST-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-CUST-WRITE-ABEND
                           MOVE NEW-MIN-LEVEL TO PB-MIN-LEVEL
                           MOVE NEW-REORDER-QTY TO PB-REORDER-QTY
                           MOVE ZERO TO PB-LAST-MOVE-DATE
                           MOVE ZERO TO PB-UNIT-COST
                           MOVE ZERO TO PB-ALLOCATED-QTY
                           MOVE ZERO TO PB-LEAD-TIME-DAYS
                           IF NEW-UNIT-COST-KEYED
                               MOVE NEW-UNIT-COST TO PB-UNIT-COST
                           END-IF
                           IF NEW-LEAD-TIME-KEYED
                               MOVE NEW-LEAD-TIME-DAYS TO
                                   PB-LEAD-TIME-DAYS
                           END-IF
                           WRITE PART-BALANCE-RECORD
                               INVALID KEY
                                   PERFORM REPORT-BAL-WRITE-ABEND
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'L'
                       PERFORM CONVERT-LOCATION-LEVEL-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
      * as with 'B', levels set for a location that has never held
      * the part start it at a zero balance
                           MOVE MNT-KEY TO LB-PART-NO
                           MOVE MNT-TEXT(17:2) TO LB-LOCATION
                           MOVE ZERO TO LB-BALANCE
                           MOVE NEW-MIN-LEVEL TO LB-MIN-LEVEL
                           MOVE NEW-REORDER-QTY TO LB-REORDER-QTY
                           MOVE ZERO TO LB-LAST-MOVE-DATE
                           WRITE LOCATION-BALANCE-RECORD
                               INVALID KEY
                                   PERFORM REPORT-LOC-WRITE-ABEND
                           END-WRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'K'
                       MOVE 'CREDIT TERMS ARE CHANGE ONLY' TO
                           MAINT-REJECT-REASON
                       PERFORM WRITE-REJECT-AUDIT
                   WHEN 'E'
                       MOVE 'DELIVERY IS CHANGE ONLY' TO
                           MAINT-REJECT-REASON
                       PERFORM WRITE-REJECT-AUDIT
                   WHEN 'S'
                       MOVE 'SALES REP IS CHANGE ONLY' TO
                           MAINT-REJECT-REASON
                       PERFORM WRITE-REJECT-AUDIT
                   WHEN 'G'
                       MOVE 'PART GROUP IS CHANGE ONLY' TO
                           MAINT-REJECT-REASON
                       PERFORM WRITE-REJECT-AUDIT
                   WHEN 'T'
                       MOVE 'LOT CONTROL IS CHANGE ONLY' TO
                           MAINT-REJECT-REASON
                       PERFORM WRITE-REJECT-AUDIT
                   WHEN 'A'
                       PERFORM CHECK-ADDRESS-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
                           MOVE MNT-KEY(3:6) TO CA-CUST-NUMBER
                           MOVE MNT-KEY(1:2) TO CA-ADDR-SEQ
                           PERFORM MOVE-ADDRESS-FIELDS
                           WRITE CUST-ADDRESS-RECORD
                               INVALID KEY
                                   PERFORM REPORT-ADDR-WRITE-ABEND
                           END-WRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
               END-EVALUATE
           END-IF.

                       PERFORM CONVERT-LEVEL-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
      * only the levels change - the balance and movement date the
      * posting route maintains go back untouched, and the unit
      * cost and lead time too unless the card keys new ones
                           MOVE NEW-MIN-LEVEL TO PB-MIN-LEVEL
                           MOVE NEW-REORDER-QTY TO PB-REORDER-QTY
                           IF NEW-UNIT-COST-KEYED
                               MOVE NEW-UNIT-COST TO PB-UNIT-COST
                           END-IF
                           IF NEW-LEAD-TIME-KEYED
                               MOVE NEW-LEAD-TIME-DAYS TO
                                   PB-LEAD-TIME-DAYS
                           END-IF
                           REWRITE PART-BALANCE-RECORD
                               INVALID KEY
                                   PERFORM REPORT-BAL-WRITE-ABEND
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'L'
                       PERFORM CONVERT-LOCATION-LEVEL-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
                           MOVE NEW-MIN-LEVEL TO LB-MIN-LEVEL
                           MOVE NEW-REORDER-QTY TO LB-REORDER-QTY
                           REWRITE LOCATION-BALANCE-RECORD
                               INVALID KEY
                                   PERFORM REPORT-LOC-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'K'
                       PERFORM CONVERT-CREDIT-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
      * only the credit terms change - name, tax category and live
      * window go back as they were
                           MOVE NEW-CREDIT-LIMIT TO CM-CREDIT-LIMIT
                           MOVE NEW-CREDIT-HOLD TO CM-CREDIT-HOLD
                           REWRITE CUST-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-CUST-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'E'
                       PERFORM CONVERT-DELIVERY-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
      * only the delivery changes - the rest of the account goes
      * back as it was
                           MOVE NEW-INVOICE-DELIVERY TO
                               CM-INVOICE-DELIVERY
                           REWRITE CUST-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-CUST-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'S'
                       PERFORM CONVERT-COMMISSION-CODE
                       IF MAINT-REJECT-REASON = SPACES
                           MOVE NEW-COMMISSION-CODE TO CM-REP-CODE
                           REWRITE CUST-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-CUST-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'G'
                       PERFORM CONVERT-COMMISSION-CODE
                       IF MAINT-REJECT-REASON = SPACES
      * only the group changes - description and live window go
      * back as they were
                           MOVE NEW-COMMISSION-CODE TO PM-PART-GROUP
                           REWRITE PART-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-PART-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'T'
                       PERFORM CONVERT-LOT-CONTROL
                       IF MAINT-REJECT-REASON = SPACES
                           MOVE NEW-LOT-CONTROL TO PM-LOT-CONTROL
                           REWRITE PART-MASTER-RECORD
                               INVALID KEY
                                   PERFORM REPORT-PART-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   WHEN 'A'
                       PERFORM CHECK-ADDRESS-FIELDS
                       IF MAINT-REJECT-REASON = SPACES
      * the customer check read custmast.dat, not this file - the
      * address buffer still holds the record the lookup found
                           PERFORM MOVE-ADDRESS-FIELDS
                           REWRITE CUST-ADDRESS-RECORD
                               INVALID KEY
                                   PERFORM REPORT-ADDR-WRITE-ABEND
                           END-REWRITE
                           PERFORM WRITE-APPLIED-AUDIT
                       ELSE
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
               END-EVALUATE
           END-IF.

       APPLY-DELETE.
      * anyone at level 2 may add and change - taking a record off
      * a master is a supervisor's call. credit terms belong to the
      * account: closing it is a 'C' delete, lifting the terms is a
      * 'K' change to zero. invoice delivery is the same - an 'E'
      * change back to paper - and so are the rep and the part
      * group, an 'S' or 'G' change to blank, and the lot flag, a
      * 'T' change to blank
           EVALUATE TRUE
               WHEN MNT-FILE-ID = 'K'
                   MOVE 'CREDIT TERMS ARE CHANGE ONLY' TO
                       MAINT-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               WHEN MNT-FILE-ID = 'E'
                   MOVE 'DELIVERY IS CHANGE ONLY' TO
                       MAINT-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               WHEN MNT-FILE-ID = 'S'
                   MOVE 'SALES REP IS CHANGE ONLY' TO
                       MAINT-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               WHEN MNT-FILE-ID = 'G'
                   MOVE 'PART GROUP IS CHANGE ONLY' TO
                       MAINT-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               WHEN MNT-FILE-ID = 'T'
                   MOVE 'LOT CONTROL IS CHANGE ONLY' TO
                       MAINT-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               WHEN OAUTH-LEVEL < 3
                   MOVE 'DELETE NEEDS SUPERVISOR' TO
                       MAINT-REJECT-REASON
                   PERFORM WRITE-REJECT-AUDIT
               WHEN OTHER
                   PERFORM APPLY-DELETE-ALLOWED
           END-EVALUATE.

       APPLY-DELETE-ALLOWED.
           IF MNT-FILE-ID = 'B' OR MNT-FILE-ID = 'L'
      * a balance record carries the running stock position - the
      * levels are cleared with a change to zeros, never a delete
               MOVE 'LEVELS CHANGE, NEVER DELETE' TO
                           PERFORM WRITE-REJECT-AUDIT
                       END-IF
                   ELSE
                       IF MNT-FILE-ID = 'A'
                           DELETE CUST-ADDRESS
                               INVALID KEY
                                   PERFORM REPORT-ADDR-WRITE-ABEND
                           END-DELETE
                       ELSE
                           DELETE CUST-MASTER
                               INVALID KEY
                                   PERFORM REPORT-CUST-WRITE-ABEND
                           END-DELETE
                       END-IF
                       PERFORM WRITE-APPLIED-AUDIT
                   END-IF
               END-IF
      * if either is not plain digits, so a mis-keyed card can't
      * silently set a minimum of zero
       CONVERT-LEVEL-FIELDS.
           MOVE 'N' TO NEW-UNIT-COST-SW.
           MOVE 'N' TO NEW-LEAD-TIME-SW.
           IF MNT-TEXT(1:8) IS NOT NUMERIC
               OR MNT-TEXT(9:8) IS NOT NUMERIC
               MOVE 'LEVELS MUST BE NUMERIC' TO MAINT-REJECT-REASON
               MOVE MNT-TEXT(1:8) TO NEW-MIN-LEVEL
               MOVE MNT-TEXT(9:8) TO NEW-REORDER-QTY
           END-IF.
           IF MNT-TEXT(17:9) NOT = SPACES
               IF MNT-TEXT(17:9) IS NOT NUMERIC
                   MOVE 'UNIT COST MUST BE NUMERIC' TO
                       MAINT-REJECT-REASON
               ELSE
                   MOVE MNT-TEXT(17:9) TO NEW-UNIT-COST-DIGITS
                   MOVE 'Y' TO NEW-UNIT-COST-SW
               END-IF
           END-IF.
           IF MNT-TEXT(26:3) NOT = SPACES
               IF MNT-TEXT(26:3) IS NOT NUMERIC
                   MOVE 'LEAD TIME MUST BE NUMERIC' TO
                       MAINT-REJECT-REASON
               ELSE
                   MOVE MNT-TEXT(26:3) TO NEW-LEAD-TIME-DAYS
                   MOVE 'Y' TO NEW-LEAD-TIME-SW
               END-IF
           END-IF.

      * the levels off an 'L' record's text columns, and the
      * location they are for - refused whole on a mis-keyed card
      * the same way as 'B'
       CONVERT-LOCATION-LEVEL-FIELDS.
           MOVE MNT-TEXT(17:2) TO LB-LOCATION.
           IF NOT LB-LOCATION-VALID
               MOVE 'UNKNOWN STOCK LOCATION' TO MAINT-REJECT-REASON
           ELSE
               IF MNT-TEXT(1:8) IS NOT NUMERIC
                   OR MNT-TEXT(9:8) IS NOT NUMERIC
                   MOVE 'LEVELS MUST BE NUMERIC' TO
                       MAINT-REJECT-REASON
               ELSE
                   MOVE MNT-TEXT(1:8) TO NEW-MIN-LEVEL
                   MOVE MNT-TEXT(9:8) TO NEW-REORDER-QTY
               END-IF
           END-IF.

      * the credit terms off a 'K' record's text - the limit must be
      * plain digits and the hold 'H' or blank, refused whole
      * otherwise so a mis-keyed card can't lift a hold by accident
       CONVERT-CREDIT-FIELDS.
           IF MNT-TEXT(1:11) IS NOT NUMERIC
               MOVE 'CREDIT LIMIT MUST BE NUMERIC' TO
                   MAINT-REJECT-REASON
           ELSE
               IF MNT-TEXT(12:1) NOT = 'H'
                   AND MNT-TEXT(12:1) NOT = SPACE
                   MOVE 'CREDIT HOLD MUST BE H OR BLANK' TO
                       MAINT-REJECT-REASON
               ELSE
                   MOVE MNT-TEXT(1:11) TO NEW-CREDIT-LIMIT
                   MOVE MNT-TEXT(12:1) TO NEW-CREDIT-HOLD
                   MOVE NEW-CREDIT-LIMIT TO CRI-LIMIT
                   MOVE NEW-CREDIT-HOLD TO CRI-HOLD
                   MOVE CREDIT-IMAGE-LINE TO CREDIT-AFTER-TEXT
               END-IF
           END-IF.

      * the delivery off an 'E' record's text - 'E' or blank, refused
      * otherwise so a mis-keyed card can't switch an account over
       CONVERT-DELIVERY-FIELDS.
           IF MNT-TEXT(1:1) NOT = 'E' AND MNT-TEXT(1:1) NOT = SPACE
               MOVE 'DELIVERY MUST BE E OR BLANK' TO
                   MAINT-REJECT-REASON
           ELSE
               MOVE MNT-TEXT(1:1) TO NEW-INVOICE-DELIVERY
               PERFORM SET-DELIVERY-IMAGE
               MOVE DELIVERY-IMAGE-LINE TO DELIVERY-AFTER-TEXT
           END-IF.

       SET-DELIVERY-IMAGE.
           IF NEW-INVOICE-DELIVERY = 'E'
               MOVE 'ELECTRONIC' TO DLI-DELIVERY
           ELSE
               MOVE 'PAPER' TO DLI-DELIVERY
           END-IF.

      * the lot flag off a 'T' record's text - 'Y' or blank, nothing
      * else, so a stray character can't half-flag a part
       CONVERT-LOT-CONTROL.
           IF MNT-TEXT(1:1) NOT = 'Y' AND MNT-TEXT(1:1) NOT = SPACE
               MOVE 'LOT CONTROL MUST BE Y OR BLANK' TO
                   MAINT-REJECT-REASON
           ELSE
               MOVE MNT-TEXT(1:1) TO NEW-LOT-CONTROL
               PERFORM SET-LOT-CONTROL-IMAGE
               MOVE LOT-CONTROL-IMAGE-LINE TO LOT-CONTROL-AFTER-TEXT
           END-IF.

       SET-LOT-CONTROL-IMAGE.
           IF NEW-LOT-CONTROL = 'Y'
               MOVE 'YES' TO LCI-CONTROL
           ELSE
               MOVE 'NO' TO LCI-CONTROL
           END-IF.

      * the rep code off an 'S' record's text, or the part group off
      * a 'G' record's - up to four characters from column 1, or all
      * blank to clear it. anything past column 4, or a code that
      * starts with a blank, is refused so a card keyed a column out
      * can't file commission under a code nobody will ever match
       CONVERT-COMMISSION-CODE.
           IF MNT-TEXT(5:26) NOT = SPACES
               OR (MNT-TEXT(1:1) = SPACE AND MNT-TEXT(1:4) NOT = SPACES)
               MOVE 'CODE MUST BE COLUMNS 1-4 OR BLANK' TO
                   MAINT-REJECT-REASON
           ELSE
               MOVE MNT-TEXT(1:4) TO NEW-COMMISSION-CODE
               IF MNT-FILE-ID = 'S'
                   MOVE 'SALES REP ' TO CMI-LABEL
               ELSE
                   MOVE 'PART GROUP ' TO CMI-LABEL
               END-IF
               MOVE NEW-COMMISSION-CODE TO CMI-CODE
               MOVE COMMISSION-IMAGE-LINE TO COMMISSION-AFTER-TEXT
           END-IF.

      * an address belongs to an account that exists and says at
      * least where it is - refused otherwise, so the paperwork never
      * goes out to a contact and a postcode alone
       CHECK-ADDRESS-FIELDS.
           MOVE MNT-KEY(3:6) TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO
                       MAINT-REJECT-REASON
           END-READ.
           IF MAINT-REJECT-REASON = SPACES
               AND MNT-TEXT = SPACES
               MOVE 'FIRST ADDRESS LINE IS BLANK' TO
                   MAINT-REJECT-REASON
           END-IF.

       MOVE-ADDRESS-FIELDS.
           MOVE MNT-CONTACT TO CA-CONTACT.
           MOVE MNT-TEXT TO CA-LINE-1.
           MOVE MNT-ADDR-LINE-2 TO CA-LINE-2.
           MOVE MNT-TOWN TO CA-TOWN.
           MOVE MNT-POSTCODE TO CA-POSTCODE.

       REPORT-ADDR-WRITE-ABEND.
           MOVE 'CUST-ADDRESS' TO ALOG-FILE-NAME
           MOVE MNT-ACTION TO ALOG-OPERATION
           MOVE WS-FS-CUST-ADDRESS TO ALOG-FILE-STATUS
           PERFORM REPORT-FILE-ABEND.

       REPORT-BAL-WRITE-ABEND.
           MOVE 'PART-BALANCE' TO ALOG-FILE-NAME
           MOVE WS-FS-PART-BALANCE TO ALOG-FILE-STATUS
           PERFORM REPORT-FILE-ABEND.

       REPORT-LOC-WRITE-ABEND.
           MOVE 'LOCATION-BALANCE' TO ALOG-FILE-NAME
           MOVE MNT-ACTION TO ALOG-OPERATION
           MOVE WS-FS-LOCATION-BALANCE TO ALOG-FILE-STATUS
           PERFORM REPORT-FILE-ABEND.

       REPORT-PART-WRITE-ABEND.
           MOVE 'PART-MASTER' TO ALOG-FILE-NAME
           MOVE MNT-ACTION TO ALOG-OPERATION
           END-IF.
           IF MNT-ACTION NOT = 'D'
               MOVE 'AFTER:  ' TO AUD-I-LABEL
               EVALUATE MNT-FILE-ID
                   WHEN 'K'
                       MOVE CREDIT-AFTER-TEXT TO AUD-I-TEXT
                   WHEN 'E'
                       MOVE DELIVERY-AFTER-TEXT TO AUD-I-TEXT
                   WHEN 'S'
                   WHEN 'G'
                       MOVE COMMISSION-AFTER-TEXT TO AUD-I-TEXT
                   WHEN 'T'
                       MOVE LOT-CONTROL-AFTER-TEXT TO AUD-I-TEXT
                   WHEN OTHER
                       MOVE MNT-TEXT TO AUD-I-TEXT
               END-EVALUATE
               IF MNT-FILE-ID = 'C'
                   MOVE MNT-TAX-CATEGORY TO AUD-I-CATEGORY
               ELSE
               WHEN OTHER
                   MOVE 'D' TO MJRN-ACTION
           END-EVALUATE.
      * credit terms, invoice delivery and the rep live on the
      * customer record, so they journal as a customer rewrite -
      * what RollForward replays. the part group and the lot flag
      * likewise journal as a part rewrite
           EVALUATE MNT-FILE-ID
               WHEN 'K'
               WHEN 'E'
               WHEN 'S'
                   MOVE 'C' TO MJRN-FILE-ID
               WHEN 'G'
               WHEN 'T'
                   MOVE 'P' TO MJRN-FILE-ID
               WHEN OTHER
                   MOVE MNT-FILE-ID TO MJRN-FILE-ID
           END-EVALUATE.
           MOVE SPACES TO MJRN-AFTER-IMAGE.
           IF MNT-ACTION NOT = 'D'
               EVALUATE MNT-FILE-ID
                   WHEN 'P'
                   WHEN 'G'
                   WHEN 'T'
                       MOVE PART-MASTER-RECORD TO MJRN-AFTER-IMAGE
                   WHEN 'C'
                   WHEN 'K'
                   WHEN 'E'
                   WHEN 'S'
                       MOVE CUST-MASTER-RECORD TO MJRN-AFTER-IMAGE
                   WHEN 'B'
                       MOVE PART-BALANCE-RECORD TO
                           MJRN-AFTER-IMAGE
                   WHEN 'A'
                       MOVE CUST-ADDRESS-RECORD TO
                           MJRN-AFTER-IMAGE
                   WHEN 'L'
                       MOVE LOCATION-BALANCE-RECORD TO
                           MJRN-AFTER-IMAGE
               END-EVALUATE
           END-IF.
           CALL "MasterJrnl" USING MJRN-PROGRAM-NAME
