      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: the nightly lot-expiry warning. Reads the lot
      *          balances (lotbal.dat, see LOTBAL.cpy) start to
      *          finish and lists, onto lotexp.rpt, every batch of a
      *          lot-controlled part still holding stock whose use-by
      *          falls within EXPIRY-WARNING-DAYS of the business
      *          date - quantity, use-by and the days it has left -
      *          so the stores can move it or mark it down while it
      *          is still good. A batch already past its use-by is
      *          flagged EXPIRED: StockPost will not issue it unless
      *          an issue names it, so it sits there until somebody
      *          writes it off with a named-lot adjustment, and the
      *          run ends WARNINGS until they do. Batches with no
      *          use-by never appear.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. LotExpiry.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * read start to finish in key order - OPTIONAL so a site that
      * has never received a lot still gets the (empty) report
           SELECT OPTIONAL LOT-BALANCE-MASTER ASSIGN TO 'lotbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-FS-LOT-BALANCE.

      * the part's description - a missing master just leaves the
      * column blank
           SELECT PART-MASTER ASSIGN TO 'partmast.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PM-PART-NO
           FILE STATUS IS WS-FS-PART-MASTER.

      * OPTIONAL - a run not carrying a runctl.dat just keeps the
      * EXPIRY-WARNING-DAYS default below
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'runctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CONTROL-FILE.

      * the chain's run flag - the business date the use-by dates
      * are measured from. OPTIONAL so a standalone run measures
      * from today
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG-FILE.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO 'lotexp.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EXPIRY-REPORT.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * keyed by part then lot - see LOTBAL.cpy
       FD LOT-BALANCE-MASTER.

       COPY LOTBAL.

      * keyed by part number - see PARTMAST.cpy
       FD PART-MASTER.

       COPY PARTMAST.

       FD CONTROL-FILE.

       COPY RUNCTL.

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.

       FD EXPIRY-REPORT-FILE.
       01 EXPIRY-REPORT-OUT PIC X(100).
      *-----------------------
       WORKING-STORAGE SECTION.

      * FILE STATUS for every file this program owns
       01 WS-FS-LOT-BALANCE PIC XX VALUE '00'.
       01 WS-FS-PART-MASTER PIC XX VALUE '00'.
       01 WS-FS-CONTROL-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-EXPIRY-REPORT PIC XX VALUE '00'.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20) VALUE 'LotExpiry'.
           03 ALOG-FILE-NAME PIC X(20).
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           03 RSUM-PROGRAM-NAME PIC X(20) VALUE 'LotExpiry'.
           03 RSUM-RECORDS-READ PIC 9(7).
           03 RSUM-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
           03 RSUM-RUN-STATUS PIC X(8) VALUE 'COMPLETE'.

       01 LOT-EOF PIC X VALUE 'N'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 LOTS-READ PIC 9(7) VALUE ZERO.
       01 LOTS-LISTED PIC 9(7) VALUE ZERO.
       01 LOTS-EXPIRED PIC 9(7) VALUE ZERO.
       01 EXPIRED-QUANTITY PIC S9(9) VALUE ZERO.
       01 EXPIRING-QUANTITY PIC S9(9) VALUE ZERO.

       01 PART-MASTER-OPEN-SW PIC X VALUE 'N'.
           88 PART-MASTER-IS-OPEN VALUE 'Y'.

      * a batch whose use-by is this many days or fewer away is
      * listed. overridden by an 'LXDY' record in runctl.dat if one
      * is present
       01 EXPIRY-WARNING-DAYS PIC 9(6) VALUE 000030.

      * the business date and the batch's days left against it -
      * DateConvert's days-between function, the business date as
      * the date the ask counts from and the use-by as the second
      * date, so a positive answer is "days still to go" and a
      * negative one "days past it"
       01 EXPIRY-DATE-WORK.
           03 EXPIRY-CHECK-DATE PIC 9(8) VALUE ZERO.
           03 DAYS-TO-EXPIRY PIC S9(7) VALUE ZERO.

      * the business date handed to DateConvert as the date the ask
      * counts from
       01 CONVERT-DATE-IN.
           03 CNV-DAY PIC 99.
           03 CNV-MONTH PIC 99.
           03 CNV-YEAR PIC 9999.
       01 CONVERT-DATE-FLAT PIC 9(6) VALUE ZERO.
       01 CONVERT-JULIAN-DAY PIC 999.
       01 CONVERT-FORMATTED PIC X(8).

      * DateConvert's date-arithmetic ask - see DATEARIT.cpy
       COPY DATEARIT.

      * print lines for the expiry report
       01 LXR-TITLE-LINE.
           03 FILLER PIC X(36)
               VALUE 'LOTS NEARING USE-BY AS AT          '.
           03 LXR-T-DATE PIC 9(8).
           03 FILLER PIC X(26) VALUE '   WARNING WINDOW DAYS:   '.
           03 LXR-T-DAYS PIC ZZZZZ9.
       01 LXR-COL-HEAD.
           03 FILLER PIC X(20) VALUE ' PART NO DESCRIPTION'.
           03 FILLER PIC X(20) VALUE '                    '.
           03 FILLER PIC X(20) VALUE 'LOT NO       QUANTIT'.
           03 FILLER PIC X(20) VALUE 'Y   USE-BY DAYS LEFT'.
           03 FILLER PIC X(20) VALUE ' FLAG               '.
       01 LXR-DETAIL-LINE.
           03 LXR-D-PART-NO PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 LXR-D-DESC PIC X(30).
           03 FILLER PIC X VALUE SPACE.
           03 LXR-D-LOT-NO PIC X(12).
           03 FILLER PIC X VALUE SPACE.
           03 LXR-D-QUANTITY PIC -(7)9.
           03 FILLER PIC X VALUE SPACE.
           03 LXR-D-EXPIRY PIC 9(8).
           03 FILLER PIC X VALUE SPACE.
           03 LXR-D-DAYS PIC -(8)9.
           03 FILLER PIC X VALUE SPACE.
           03 LXR-D-FLAG PIC X(8).
       01 LXR-TOTAL-LINE.
           03 FILLER PIC X(14) VALUE 'LOTS LISTED:  '.
           03 LXR-T-LISTED PIC Z(6)9.
           03 FILLER PIC X(21) VALUE '   QUANTITY DUE:     '.
           03 LXR-T-DUE-QTY PIC -(8)9.
       01 LXR-EXPIRED-LINE.
           03 FILLER PIC X(14) VALUE 'LOTS EXPIRED: '.
           03 LXR-E-LOTS PIC Z(6)9.
           03 FILLER PIC X(21) VALUE '   QUANTITY EXPIRED: '.
           03 LXR-E-QTY PIC -(8)9.
       01 WS-EXPIRY-LINE PIC X(100).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           ACCEPT EXPIRY-CHECK-DATE FROM DATE YYYYMMDD.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           MOVE 'B' TO DA-FUNCTION.
           MOVE EXPIRY-CHECK-DATE(7:2) TO CNV-DAY.
           MOVE EXPIRY-CHECK-DATE(5:2) TO CNV-MONTH.
           MOVE EXPIRY-CHECK-DATE(1:4) TO CNV-YEAR.
           OPEN INPUT LOT-BALANCE-MASTER.
           IF WS-FS-LOT-BALANCE NOT = '00'
               AND WS-FS-LOT-BALANCE NOT = '05'
               AND WS-FS-LOT-BALANCE NOT = '35'
               MOVE 'LOT-BALANCE' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-LOT-BALANCE TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           OPEN INPUT PART-MASTER.
           IF WS-FS-PART-MASTER = '00'
               MOVE 'Y' TO PART-MASTER-OPEN-SW
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF WS-FS-EXPIRY-REPORT NOT = '00'
               MOVE 'EXPIRY-REPORT' TO ALOG-FILE-NAME
               MOVE 'OPEN' TO ALOG-OPERATION
               MOVE WS-FS-EXPIRY-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.
           MOVE EXPIRY-CHECK-DATE TO LXR-T-DATE.
           MOVE EXPIRY-WARNING-DAYS TO LXR-T-DAYS.
           MOVE SPACES TO WS-EXPIRY-LINE.
           MOVE LXR-TITLE-LINE TO WS-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           MOVE SPACES TO WS-EXPIRY-LINE.
           MOVE LXR-COL-HEAD TO WS-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.

           PERFORM UNTIL LOT-EOF = 'Y'
               READ LOT-BALANCE-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOT-EOF
                   NOT AT END
                       ADD 1 TO LOTS-READ
                       IF LT-BALANCE > ZERO
                           AND LT-EXPIRY-DATE NOT = ZERO
                           PERFORM CHECK-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.

           IF LOTS-LISTED = ZERO
               MOVE SPACES TO WS-EXPIRY-LINE
               MOVE 'NO LOTS NEARING THEIR USE-BY' TO WS-EXPIRY-LINE
               PERFORM WRITE-EXPIRY-LINE
           END-IF.
           PERFORM PRINT-EXPIRY-TOTALS.

           CLOSE LOT-BALANCE-MASTER.
           IF PART-MASTER-IS-OPEN
               CLOSE PART-MASTER
           END-IF.
           CLOSE EXPIRY-REPORT-FILE.
           DISPLAY "Lot records read: " LOTS-READ.
           DISPLAY "Lots listed: " LOTS-LISTED
               "  Expired: " LOTS-EXPIRED.

           MOVE LOTS-READ TO RSUM-RECORDS-READ.
           IF LOTS-EXPIRED > ZERO
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

      * the chain's business date, so a run late still measures from
      * the night it belongs to - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-DATE TO EXPIRY-CHECK-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * picks the 'LXDY' record out of runctl.dat, if there is one,
      * and uses it to override EXPIRY-WARNING-DAYS's default
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
                       IF CTL-TYPE = 'LXDY'
                           MOVE CTL-NUMBER TO EXPIRY-WARNING-DAYS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.

      * one batch holding stock with a use-by: its days left, and a
      * line on the report when that is inside the window - flagged
      * EXPIRED once the use-by has gone by
       CHECK-ONE-LOT.
           MOVE LT-EXPIRY-DATE(7:2) TO DA-DAY-2.
           MOVE LT-EXPIRY-DATE(5:2) TO DA-MONTH-2.
           MOVE LT-EXPIRY-DATE(1:4) TO DA-YEAR-2.
           MOVE ZERO TO CONVERT-DATE-FLAT.
           CALL "DateConvert" USING CONVERT-DATE-IN
               CONVERT-DATE-FLAT CONVERT-JULIAN-DAY
               CONVERT-FORMATTED DATE-ARITH-AREA.
           MOVE DA-DAYS-BETWEEN TO DAYS-TO-EXPIRY.
           IF DAYS-TO-EXPIRY NOT > EXPIRY-WARNING-DAYS
               PERFORM LIST-ONE-LOT
           END-IF.

       LIST-ONE-LOT.
           ADD 1 TO LOTS-LISTED.
           IF DAYS-TO-EXPIRY < ZERO
               ADD 1 TO LOTS-EXPIRED
               ADD LT-BALANCE TO EXPIRED-QUANTITY
               MOVE 'EXPIRED' TO LXR-D-FLAG
           ELSE
               ADD LT-BALANCE TO EXPIRING-QUANTITY
               MOVE SPACES TO LXR-D-FLAG
           END-IF.
           MOVE LT-PART-NO TO LXR-D-PART-NO.
           PERFORM LOOKUP-PART-DESC.
           MOVE LT-LOT-NO TO LXR-D-LOT-NO.
           MOVE LT-BALANCE TO LXR-D-QUANTITY.
           MOVE LT-EXPIRY-DATE TO LXR-D-EXPIRY.
           MOVE DAYS-TO-EXPIRY TO LXR-D-DAYS.
           MOVE SPACES TO WS-EXPIRY-LINE.
           MOVE LXR-DETAIL-LINE TO WS-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.

       LOOKUP-PART-DESC.
           MOVE SPACES TO LXR-D-DESC.
           IF PART-MASTER-IS-OPEN
               MOVE LT-PART-NO TO PM-PART-NO
               READ PART-MASTER
                   INVALID KEY
                       MOVE 'NOT ON PART MASTER' TO LXR-D-DESC
                   NOT INVALID KEY
                       MOVE PM-PART-DESC TO LXR-D-DESC
               END-READ
           END-IF.

      * the foot: how much stock is coming up to its use-by inside
      * the window, and how much has already gone past it
       PRINT-EXPIRY-TOTALS.
           MOVE LOTS-LISTED TO LXR-T-LISTED.
           MOVE EXPIRING-QUANTITY TO LXR-T-DUE-QTY.
           MOVE SPACES TO WS-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           MOVE LXR-TOTAL-LINE TO WS-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.
           MOVE LOTS-EXPIRED TO LXR-E-LOTS.
           MOVE EXPIRED-QUANTITY TO LXR-E-QTY.
           MOVE SPACES TO WS-EXPIRY-LINE.
           MOVE LXR-EXPIRED-LINE TO WS-EXPIRY-LINE.
           PERFORM WRITE-EXPIRY-LINE.

       WRITE-EXPIRY-LINE.
           MOVE WS-EXPIRY-LINE TO EXPIRY-REPORT-OUT.
           WRITE EXPIRY-REPORT-OUT.
           IF WS-FS-EXPIRY-REPORT NOT = '00'
               MOVE 'EXPIRY-REPORT' TO ALOG-FILE-NAME
               MOVE 'WRITE' TO ALOG-OPERATION
               MOVE WS-FS-EXPIRY-REPORT TO ALOG-FILE-STATUS
               PERFORM REPORT-FILE-ABEND
           END-IF.

       END PROGRAM LotExpiry.
