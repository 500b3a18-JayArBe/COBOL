      *          matching archive copy - the newest one for that
      *          date, if the chain ran twice - comes back as
      *          rptfetch.out. The answer to finance asking for last
      *          Tuesday's price register. For the electronic
      *          invoice file an 'RAFC' record (CTL-NUMBER, the
      *          customer number) narrows the copy to that one
      *          customer's batch, so a customer whose file never
      *          arrived is sent their own invoices and nobody
      *          else's.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

      * an archived electronic invoice file, read back for one
      * customer's batch, and the batch written out on its own
           SELECT ARCHIVE-COPY-FILE ASSIGN TO DYNAMIC
               FOUND-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ARCHIVE-COPY.

           SELECT FETCH-OUT-FILE ASSIGN TO 'rptfetch.out'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FETCH-OUT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD CONTROL-FILE.

       COPY RUNCTL.

      * see EINVOICE.cpy
       FD ARCHIVE-COPY-FILE.

       COPY EINVOICE.

       FD FETCH-OUT-FILE.
       01 FETCH-OUT-RECORD PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-REPORT-INDEX PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-ARCHIVE-COPY PIC XX VALUE '00'.
       01 WS-FS-FETCH-OUT PIC XX VALUE '00'.

       01 INDEX-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 ARCHIVE-COPY-EOF PIC X VALUE 'N'.

      * what the operator asked for, off the RAFN/RAFD records -
      * the DDMMYY date reshaped YYYYMMDD the way the date filters
           03 FOUND-RUN-ID PIC X(11) VALUE SPACES.
           03 FOUND-PAGES PIC 9(5) VALUE ZERO.
           03 FETCH-COMMAND PIC X(80) VALUE SPACES.
      * the one customer's batch wanted off the electronic invoice
      * file, off the RAFC record - zero copies the whole file
           03 WANTED-CUST-NUMBER PIC 9(6) VALUE ZERO.
           03 BATCH-RECORD-COUNT PIC 9(7) VALUE ZERO.

      * the control date re-housed under the names DATEVAL.cpy works
      * with, for the century expansion
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WANTED-CUST-NUMBER NOT = ZERO
               AND WANTED-REPORT NOT = 'einvoice.dat'
               DISPLAY "RptFetch - an RAFC customer number only "
                   "applies to einvoice.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-FS-REPORT-INDEX NOT = '00'
               STOP RUN
           END-IF.

           IF WANTED-CUST-NUMBER NOT = ZERO
               PERFORM FETCH-CUSTOMER-BATCH
               STOP RUN
           END-IF.

           MOVE SPACES TO FETCH-COMMAND.
           STRING 'cp ' DELIMITED BY SIZE
               FOUND-ARCHIVE-NAME DELIMITED BY SPACE
               ") copied to rptfetch.out".
           STOP RUN.

      * one customer's batch off an archived einvoice.dat - every
      * record of a batch, header to trailer, carries the customer
      * number, so the batch comes back whole and on its own
       FETCH-CUSTOMER-BATCH.
           OPEN INPUT ARCHIVE-COPY-FILE.
           IF WS-FS-ARCHIVE-COPY NOT = '00'
               DISPLAY "RptFetch - " FOUND-ARCHIVE-NAME
                   " is on the index but cannot be opened"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FETCH-OUT-FILE.
           PERFORM UNTIL ARCHIVE-COPY-EOF = 'Y'
               READ ARCHIVE-COPY-FILE
                   AT END
                       MOVE 'Y' TO ARCHIVE-COPY-EOF
                   NOT AT END
                       IF EI-CUST-NUMBER = WANTED-CUST-NUMBER
                           WRITE FETCH-OUT-RECORD FROM
                               E-INVOICE-RECORD
                           ADD 1 TO BATCH-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-COPY-FILE.
           CLOSE FETCH-OUT-FILE.
           IF BATCH-RECORD-COUNT = ZERO
               DISPLAY "RptFetch - customer " WANTED-CUST-NUMBER
                   " has no batch on " FOUND-ARCHIVE-NAME
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RptFetch - customer " WANTED-CUST-NUMBER
                   "'s batch (" BATCH-RECORD-COUNT " records, run "
                   FOUND-RUN-ID ") copied to rptfetch.out"
           END-IF.

      * picks the 'RAFN'/'RAFD'/'RAFC' records out of runctl.dat
       LOAD-RUN-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           PERFORM UNTIL CONTROL-FILE-EOF = 'Y'
                               MOVE CTL-TEXT TO WANTED-REPORT
                           WHEN 'RAFD'
                               PERFORM SET-WANTED-DATE
                           WHEN 'RAFC'
                               MOVE CTL-NUMBER TO WANTED-CUST-NUMBER
                       END-EVALUATE
               END-READ
           END-PERFORM.
