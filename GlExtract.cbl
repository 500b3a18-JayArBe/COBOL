           03 GLM-CR-ACCT PIC X(8).

      * one journal line - a debit or a credit to one account, tied
      * back to the run and the total it came from - see GLJRNL.cpy
       FD GL-JOURNAL-FILE.

       COPY GLJRNL.

       FD RUN-FLAG-FILE.

           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'GlExtract'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'gljrnl.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
           PERFORM LOAD-GL-MAP.
           IF MAP-ENTRY-COUNT = ZERO
               DISPLAY "GlExtract - glmap.dat carries no mappings - "
                   "empty journal written"
               PERFORM WRITE-JOURNAL-FILE
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
       STAGE-ONE-POSTING.
      * the balance-only sources exist for the night balancing
      * sheet, not the ledger - the gross would double-post the net
      * and tax, and the register total, the credit-queue figures
      * and held delta are checks, not postings. they pass through
      * without the "no mapping" warning, which is reserved for a
      * total finance meant to map
           IF NV-SOURCE = 'FPGR' OR NV-SOURCE = 'IPRG'
               OR NV-SOURCE = 'SPHD' OR NV-SOURCE = 'IPCQ'
               OR NV-SOURCE = 'IPCR'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO MAP-FOUND-SW.
               END-IF
           END-PERFORM.
           CLOSE GL-JOURNAL-FILE.
           PERFORM WRITE-HAND-OFF-MANIFEST.

      * gljrnl.dat is handed on to GlPost, which proves it against
      * this entry before staging it. a night with no mappings still
      * writes an empty journal and its entry, so GlPost sees an
      * empty night rather than last night's journal
       WRITE-HAND-OFF-MANIFEST.
           MOVE 'W' TO MFST-FUNCTION.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** GlExtract - no manifest entry for "
                   MFST-FILE-NAME " - run stopped ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

       END PROGRAM GlExtract.
