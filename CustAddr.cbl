      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: shared customer address lookup - the one place the
      *          paperwork programs get a printable address from, so
      *          invoices, statements and delivery notes can never lay
      *          the same customer out two different ways. The caller
      *          passes a customer number and which address it wants
      *          (00 billing, 01-99 a delivery address - see
      *          CUSTADDR.cpy) and gets back up to five print lines:
      *          the account name off custmast.dat, the contact, the
      *          two address lines, and town and postcode, blank lines
      *          closed up so the caller prints until it meets spaces.
      *          A delivery address not on file falls back to the
      *          billing address, so the goods still go somewhere the
      *          customer knows about.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CustAddr.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL - before the first address is keyed every lookup
      * comes back 08 with the name alone
           SELECT OPTIONAL CUST-ADDRESS ASSIGN TO 'custaddr.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CA-ADDR-KEY
           FILE STATUS IS WS-FS-CUST-ADDRESS.

           SELECT OPTIONAL CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CM-CUS-SUP-NO
           FILE STATUS IS WS-FS-CUST-MASTER.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by customer number and address sequence - see
      * CUSTADDR.cpy
       FD CUST-ADDRESS.

       COPY CUSTADDR.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

       COPY CUSTMAST.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-CUST-ADDRESS PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.

       01 ADDRESS-FOUND-SW PIC X VALUE 'N'.
           88 ADDRESS-WAS-FOUND VALUE 'Y'.

      * the five lines built before they are closed up into the
      * caller's area
       01 RAW-ADDRESS-LINES.
           03 RAW-LINE OCCURS 5 TIMES PIC X(40).
       01 RAW-IDX PIC 9 VALUE ZERO.
       01 OUT-IDX PIC 9 VALUE ZERO.
      *-----------------------
      * LK-CUST-NUMBER: the customer whose address is wanted
      * LK-ADDR-SEQ: 00 the billing address, 01-99 a delivery address
      * LK-ADDRESS-LINES: handed back - five 40-byte print lines,
      *              name first, blank lines closed up to the end
      * LK-RETURN-CODE: 00 the address asked for, 04 the delivery
      *              address asked for is not on file and the billing
      *              address came back instead, 08 no address on
      *              file at all - the name line alone (spaces too
      *              if the customer is not on custmast.dat)
       LINKAGE SECTION.
       01 LK-CUST-NUMBER PIC 9(6).
       01 LK-ADDR-SEQ PIC 9(2).
       01 LK-ADDRESS-LINES.
           03 LK-ADDRESS-LINE OCCURS 5 TIMES PIC X(40).
       01 LK-RETURN-CODE PIC 9(2).
      *-----------------------
       PROCEDURE DIVISION USING LK-CUST-NUMBER LK-ADDR-SEQ
           LK-ADDRESS-LINES LK-RETURN-CODE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           MOVE 00 TO LK-RETURN-CODE.
           MOVE SPACES TO RAW-ADDRESS-LINES.
           MOVE SPACES TO LK-ADDRESS-LINES.

           OPEN INPUT CUST-MASTER.
           MOVE LK-CUST-NUMBER TO CM-CUS-SUP-NO.
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUS-SUP-NAME TO RAW-LINE(1)
           END-READ.
           CLOSE CUST-MASTER.

           OPEN INPUT CUST-ADDRESS.
           MOVE LK-CUST-NUMBER TO CA-CUST-NUMBER.
           MOVE LK-ADDR-SEQ TO CA-ADDR-SEQ.
           PERFORM READ-ONE-ADDRESS.
           IF NOT ADDRESS-WAS-FOUND AND LK-ADDR-SEQ NOT = 00
               MOVE LK-CUST-NUMBER TO CA-CUST-NUMBER
               MOVE 00 TO CA-ADDR-SEQ
               PERFORM READ-ONE-ADDRESS
               IF ADDRESS-WAS-FOUND
                   MOVE 04 TO LK-RETURN-CODE
               END-IF
           END-IF.
           CLOSE CUST-ADDRESS.

           IF ADDRESS-WAS-FOUND
               IF CA-CONTACT NOT = SPACES
                   STRING 'FAO ' DELIMITED BY SIZE
                       CA-CONTACT DELIMITED BY SIZE
                       INTO RAW-LINE(2)
               END-IF
               MOVE CA-LINE-1 TO RAW-LINE(3)
               MOVE CA-LINE-2 TO RAW-LINE(4)
               STRING CA-TOWN DELIMITED BY '  '
                   '  ' DELIMITED BY SIZE
                   CA-POSTCODE DELIMITED BY SIZE
                   INTO RAW-LINE(5)
           ELSE
               MOVE 08 TO LK-RETURN-CODE
           END-IF.

      * close the blank lines up, so the caller prints from the top
      * and stops at the first blank one
           MOVE ZERO TO OUT-IDX.
           PERFORM VARYING RAW-IDX FROM 1 BY 1 UNTIL RAW-IDX > 5
               IF RAW-LINE(RAW-IDX) NOT = SPACES
                   ADD 1 TO OUT-IDX
                   MOVE RAW-LINE(RAW-IDX) TO LK-ADDRESS-LINE(OUT-IDX)
               END-IF
           END-PERFORM.
           GOBACK.

       READ-ONE-ADDRESS.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           READ CUST-ADDRESS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ADDRESS-FOUND-SW
           END-READ.

       END PROGRAM CustAddr.
