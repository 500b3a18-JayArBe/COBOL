
      * one transaction - same layout PrintingAndWriting reads
       FD TRAN-UNSORTED-FILE.
       01 TRAN-UNSORTED-RECORD PIC X(54).

       FD TRAN-SORTED-FILE.
       01 TRAN-SORTED-RECORD PIC X(54).

      * the sort keys are the listing's control-break key first, then
      * the transaction date year/month/day so each customer's
         03 SORT-DATE-YYYY PIC 9(4).
         03 SORT-QUANT PIC S9(6) SIGN LEADING SEPARATE.
         03 SORT-SOURCE PIC X.
         03 SORT-LOCATION PIC XX.
         03 SORT-TO-LOCATION PIC XX.
         03 SORT-LOT-NO PIC X(12).
         03 SORT-EXPIRY-DATE PIC 9(8).
      *-----------------------
       WORKING-STORAGE SECTION.

           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'TranSort'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'tranclean.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           PERFORM VERIFY-HAND-OFF-INPUT.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-CUS-SUP-NO
               ON ASCENDING KEY SORT-DATE-YYYY SORT-DATE-MM
               OUTPUT PROCEDURE IS WRITE-SORTED-OUTPUT.

           DISPLAY "Transactions sorted: " SORTED-COUNT.
           PERFORM WRITE-HAND-OFF-MANIFEST.

           MOVE SORTED-COUNT TO RSUM-RECORDS-READ.
           CALL "RunSummary" USING RSUM-PROGRAM-NAME RSUM-RECORDS-READ
           END-PERFORM.
           CLOSE TRAN-SORTED-FILE.

      * tranclean.dat is TranEdit's hand-off - proved against its
      * manifest entry before the sort touches it, so a truncated or
      * stale file stops here instead of being sorted and priced.
      * see FileManifest.cbl
       VERIFY-HAND-OFF-INPUT.
           MOVE 'V' TO MFST-FUNCTION.
           MOVE 'tranclean.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** TranSort - " MFST-FILE-NAME
                   " fails its manifest check - nothing sorted ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * transact.dat in its turn is handed on to FirstProgram,
      * PrintingAndWriting, StockPost and NightBalance
       WRITE-HAND-OFF-MANIFEST.
           MOVE 'W' TO MFST-FUNCTION.
           MOVE 'transact.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** TranSort - no manifest entry for "
                   MFST-FILE-NAME " - run stopped ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
