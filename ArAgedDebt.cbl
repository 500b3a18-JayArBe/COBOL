           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-OPEN-ITEM-FILE.

      * the chain's run flag - the business date the items are aged
      * to. OPTIONAL so a standalone run ages to today
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT DEBT-REPORT-FILE ASSIGN TO 'ardebt.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DEBT-REPORT.

       FD DEBT-REPORT-FILE.
       01 DEBT-REPORT-OUT PIC X(100).

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-OPEN-ITEM-FILE PIC XX VALUE '00'.
       01 WS-FS-DEBT-REPORT PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 LEDGER-READ-COUNT PIC 9(7) VALUE ZERO.
       01 OPEN-ITEM-COUNT PIC 9(7) VALUE ZERO.

      * the business date and the open item's age against its
      * invoice date - DateConvert's days-between function, the
      * business date as the second date so a positive answer is
      * "days old"
       01 AGING-DATE-WORK.
           03 TODAY-DATE PIC 9(8) VALUE ZERO.
           03 AGE-IN-DAYS PIC S9(7) VALUE ZERO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           MOVE 'B' TO DA-FUNCTION.
           MOVE TODAY-DATE(7:2) TO DA-DAY-2.
           MOVE TODAY-DATE(5:2) TO DA-MONTH-2.

           STOP RUN.

      * the chain's business date - see RUNFLAG.cpy. a catch-up
      * pass ages to the date it is running for, not the day the
      * machine came back
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE AND RF-RUN-DATE NOT = ZERO
                       MOVE RF-RUN-DATE TO TODAY-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
