      * Purpose: operator inquiry screen for stock, in the same
      *          ACCEPT/DISPLAY style RunctlMaint proved works in
      *          this shop. Key a part number and see the part's
      *          description off partmast.dat, its current balance,
      *          what open sales orders hold of it and what is left
      *          to promise, and its reorder levels off partbal.dat,
      *          the same broken down by location off locbal.dat,
      *          and its most recent movements pulled from the
      *          transaction history (tranhist.dat) - dates,
      *          customer/supplier with the name off the master,
      *          signed quantities. The answer to "how much of part
      *          00001234 do we have and who took it" without running
      *          TranReprint over a guessed date range.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PB-PART-NO
           FILE STATUS IS WS-FS-PART-BALANCE.

      * the part's balance at each location - see LOCBAL.cpy
           SELECT LOCATION-BALANCE-MASTER ASSIGN TO 'locbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LB-KEY
           FILE STATUS IS WS-FS-LOCATION-BALANCE.

           SELECT CUST-MASTER ASSIGN TO 'custmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM

       COPY PARTBAL.

      * keyed by part then location - see LOCBAL.cpy
       FD LOCATION-BALANCE-MASTER.

       COPY LOCBAL.

      * keyed by customer/supplier number - see CUSTMAST.cpy
       FD CUST-MASTER.

      * FILE STATUS for every file this program owns
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-PART-BALANCE PIC XX VALUE '00'.
       01 WS-FS-LOCATION-BALANCE PIC XX VALUE '00'.
       01 WS-FS-CUST-MASTER PIC XX VALUE '00'.
       01 WS-FS-TRAN-HISTORY PIC XX VALUE '00'.

               05 RM-DATE-MM PIC 99.
               05 RM-DATE-YYYY PIC 9(4).
               05 RM-QUANT PIC S9(6).
               05 RM-LOCATION PIC XX.
               05 RM-TO-LOCATION PIC XX.

      * the locations stock is kept at, in the order the panel
      * shows them - the codes LOCBAL.cpy lists
       77 STOCK-LOCATION-COUNT PIC 9 VALUE 3.
       01 STOCK-LOCATION-LIST.
           03 FILLER PIC X(18) VALUE 'WHWAREHOUSE'.
           03 FILLER PIC X(18) VALUE 'TCTRADE COUNTER'.
           03 FILLER PIC X(18) VALUE 'VNVAN STOCK'.
       01 STOCK-LOCATION-TABLE REDEFINES STOCK-LOCATION-LIST.
           03 STOCK-LOCATION-ENTRY OCCURS 3 TIMES.
               05 SL-CODE PIC XX.
               05 SL-NAME PIC X(16).
       01 STOCK-LOCATION-IDX PIC 9 VALUE ZERO.

      * display work fields
       01 INQUIRY-DISPLAY-WORK.
           03 SHOW-BALANCE PIC -(7)9.
           03 SHOW-ALLOCATED PIC Z(7)9.
           03 SHOW-AVAILABLE PIC -(7)9.
           03 SHOW-QUANT PIC -(5)9.
           03 SHOW-UNIT-COST PIC Z(4)9.9999.
           03 SHOW-NAME PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
               STOP RUN
           END-IF.
           OPEN INPUT PART-BALANCE-MASTER.
           OPEN INPUT LOCATION-BALANCE-MASTER.
           OPEN INPUT CUST-MASTER.
           DISPLAY "STOCK AND MOVEMENT INQUIRY".
           PERFORM INQUIRY-LOOP UNTIL SESSION-DONE.
           IF WS-FS-PART-BALANCE = '00'
               CLOSE PART-BALANCE-MASTER
           END-IF.
           IF WS-FS-LOCATION-BALANCE = '00'
               CLOSE LOCATION-BALANCE-MASTER
           END-IF.
           IF WS-FS-CUST-MASTER = '00'
               CLOSE CUST-MASTER
           END-IF.
               NOT INVALID KEY
                   DISPLAY "PART:    " PM-PART-NO " " PM-PART-DESC
                   PERFORM SHOW-BALANCE-PANEL
                   PERFORM SHOW-LOCATION-PANEL
                   PERFORM SHOW-RECENT-MOVEMENTS
           END-READ.

                       MOVE PB-BALANCE TO SHOW-BALANCE
                       DISPLAY "BALANCE: " SHOW-BALANCE
                           "   LAST MOVEMENT: " PB-LAST-MOVE-DATE
      * what open sales orders hold, and what is left to promise
                       MOVE PB-ALLOCATED-QTY TO SHOW-ALLOCATED
                       IF PB-BALANCE > PB-ALLOCATED-QTY
                           COMPUTE SHOW-AVAILABLE =
                               PB-BALANCE - PB-ALLOCATED-QTY
                       ELSE
                           MOVE ZERO TO SHOW-AVAILABLE
                       END-IF
                       DISPLAY "ALLOCATED: " SHOW-ALLOCATED
                           "   AVAILABLE: " SHOW-AVAILABLE
                       IF PB-MIN-LEVEL > ZERO
                           DISPLAY "MINIMUM: " PB-MIN-LEVEL
                               "  REORDER QTY: " PB-REORDER-QTY
                       END-IF
                       MOVE PB-UNIT-COST TO SHOW-UNIT-COST
                       DISPLAY "UNIT COST: " SHOW-UNIT-COST
                           "  (WEIGHTED AVERAGE)"
               END-READ
           END-IF.

      * where the stock is: each location's balance, and its own
      * top-up levels where the buyer set them
       SHOW-LOCATION-PANEL.
           IF WS-FS-LOCATION-BALANCE NOT = '00'
               DISPLAY "LOCATIONS: (locbal.dat not available)"
           ELSE
               DISPLAY "LOCATION          BALANCE   MINIMUM  REORDER"
               PERFORM VARYING STOCK-LOCATION-IDX FROM 1 BY 1
                       UNTIL STOCK-LOCATION-IDX > STOCK-LOCATION-COUNT
                   PERFORM SHOW-ONE-LOCATION
               END-PERFORM
           END-IF.

       SHOW-ONE-LOCATION.
           MOVE WANTED-PART-NO TO LB-PART-NO.
           MOVE SL-CODE(STOCK-LOCATION-IDX) TO LB-LOCATION.
           READ LOCATION-BALANCE-MASTER
               INVALID KEY
                   DISPLAY SL-NAME(STOCK-LOCATION-IDX)
                       "  NONE HELD"
               NOT INVALID KEY
                   MOVE LB-BALANCE TO SHOW-BALANCE
                   IF LB-MIN-LEVEL > ZERO
                       DISPLAY SL-NAME(STOCK-LOCATION-IDX)
                           "  " SHOW-BALANCE
                           "  " LB-MIN-LEVEL
                           " " LB-REORDER-QTY
                   ELSE
                       DISPLAY SL-NAME(STOCK-LOCATION-IDX)
                           "  " SHOW-BALANCE
                   END-IF
           END-READ.

      * one pass over the history collecting the part's movements -
      * the table wraps, so what survives is the newest
      * MAX-RECENT-MOVES, shown newest last the way they happened
                           MOVE TH-DATE-YYYY TO
                               RM-DATE-YYYY(MOVE-SLOT)
                           MOVE TH-QUANT TO RM-QUANT(MOVE-SLOT)
                           MOVE TH-LOCATION TO
                               RM-LOCATION(MOVE-SLOT)
                           IF TH-LOCATION = SPACES
                               MOVE 'WH' TO RM-LOCATION(MOVE-SLOT)
                           END-IF
                           MOVE TH-TO-LOCATION TO
                               RM-TO-LOCATION(MOVE-SLOT)
                       END-IF
               END-READ
           END-PERFORM.
                   MOVE MOVES-FOUND TO MOVES-IN-TABLE
                   DISPLAY "MOVEMENTS: " MOVES-FOUND
               END-IF
               DISPLAY "TRAN DATE   CUST/SUPP  QUANT LOC "
                   "ACCEPTED    NAME"
               PERFORM VARYING MOVE-IDX FROM 1 BY 1
                       UNTIL MOVE-IDX > MOVES-IN-TABLE
               RM-DATE-YYYY(SHOW-IDX) "  "
               RM-CUS-SUP-NO(SHOW-IDX) "  "
               SHOW-QUANT " "
               RM-LOCATION(SHOW-IDX) "  "
               RM-RUN-DATE(SHOW-IDX) "  "
               SHOW-NAME.

      * a transfer has nobody on the account side - the name column
      * says where the stock went instead
       LOOKUP-ACCOUNT-NAME.
           MOVE SPACES TO SHOW-NAME.
           IF RM-TO-LOCATION(SHOW-IDX) NOT = SPACES
               STRING 'TRANSFER TO ' DELIMITED BY SIZE
                   RM-TO-LOCATION(SHOW-IDX) DELIMITED BY SIZE
                   INTO SHOW-NAME
           ELSE
               IF WS-FS-CUST-MASTER = '00'
                   MOVE RM-CUS-SUP-NO(SHOW-IDX) TO CM-CUS-SUP-NO
                   READ CUST-MASTER
                       INVALID KEY
                           MOVE 'UNKNOWN CUSTOMER/SUPPLIER'
                               TO SHOW-NAME
                       NOT INVALID KEY
                           MOVE CM-CUS-SUP-NAME TO SHOW-NAME
                   END-READ
               END-IF
           END-IF.

       END PROGRAM StockInquiry.
