
      * suspense bookkeeping - the next sequence number to append
      * under (counted off the file at run start) and tonight's date
      * to stamp each new suspense record with - the chain's
      * business date off an active run flag, else the system date
       01 SUSPENSE-CONTROLS.
           03 NEXT-SUS-SEQUENCE PIC 9(6) VALUE 1.
           03 SUSPENSE-COUNT-EOF PIC X VALUE 'N'.
           03 SUSPENSE-RUN-DATE PIC 9(8) VALUE ZERO.
           03 FLAG-RUN-DATE PIC 9(8) VALUE ZERO.

      * quantity validation - a negative TRAN-QUANT is a legitimate
      * return and prints with a visible minus sign, folded into
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to FileManifest.cbl - see there for the
      * meaning of each
       01 FILE-MANIFEST-WORK.
           03 MFST-FUNCTION PIC X.
           03 MFST-PROGRAM-NAME PIC X(20) VALUE 'PrintingAndWriting'.
           03 MFST-FILE-NAME PIC X(20) VALUE 'transact.dat'.
           03 MFST-RETURN-CODE PIC 9(2).

      * arguments passed to RunSummary.cbl - see there for the meaning
      * of each
       01 RUN-SUMMARY-WORK.
       MAIN-PROCEDURE.
           PERFORM READ-RUN-FLAG.
           PERFORM LOAD-RUN-CONTROLS.
           IF TRAN-FILE-NAME-WS = 'transact.dat'
               PERFORM VERIFY-HAND-OFF-INPUT
           END-IF.

           IF CSV-MODE-ON
               OPEN OUTPUT CSV-FILE

           STOP RUN.

      * transact.dat is TranSort's hand-off - proved against its
      * manifest entry before the listing opens anything. a PWDF
      * override names some other file nobody wrote an entry for,
      * and is listed as it stands. see FileManifest.cbl
       VERIFY-HAND-OFF-INPUT.
           MOVE 'V' TO MFST-FUNCTION.
           MOVE 'transact.dat' TO MFST-FILE-NAME.
           CALL "FileManifest" USING MFST-FUNCTION MFST-PROGRAM-NAME
               MFST-FILE-NAME MFST-RETURN-CODE.
           IF MFST-RETURN-CODE NOT = ZERO
               DISPLAY "*** PrintingAndWriting - " MFST-FILE-NAME
                   " fails its manifest check - nothing listed ***"
               MOVE 14 TO RETURN-CODE
               STOP RUN
           END-IF.

      * reports a failed file operation to the shared abend-logging
      * subprogram - see AbendLog.cbl
       REPORT-FILE-ABEND.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the chain's run identifier and business date, for stamping
      * - see RUNFLAG.cpy
       READ-RUN-FLAG.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                       MOVE RF-RUN-DATE TO FLAG-RUN-DATE
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.
      * balances get. same shape as FirstProgram's
       OPEN-SUSPENSE-FOR-APPEND.
           ACCEPT SUSPENSE-RUN-DATE FROM DATE YYYYMMDD.
           IF FLAG-RUN-DATE NOT = ZERO
               MOVE FLAG-RUN-DATE TO SUSPENSE-RUN-DATE
           END-IF.
           MOVE 1 TO NEXT-SUS-SEQUENCE.
           OPEN INPUT SUS-SEQ-FILE.
           READ SUS-SEQ-FILE
           END-READ.

      * same idea as LOOKUP-PART-MASTER, against custmast.dat keyed by
      * customer/supplier number. a transfer between locations has
      * nobody on that side - the line says where the stock went
       LOOKUP-CUST-MASTER.
           IF NOT TRAN-IS-MOVEMENT
               MOVE SPACES TO P-CUS-SUP-NAME
               STRING 'TRANSFER ' DELIMITED BY SIZE
                   TRAN-LOCATION DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   TRAN-TO-LOCATION DELIMITED BY SIZE
                   INTO P-CUS-SUP-NAME
           ELSE
               MOVE TRAN-CUS-SUP-NO TO CM-CUS-SUP-NO
               READ CUST-MASTER
                   INVALID KEY
                       MOVE 'UNKNOWN CUSTOMER/SUPPLIER' TO
                           P-CUS-SUP-NAME
                   NOT INVALID KEY
                       MOVE CM-CUS-SUP-NAME TO P-CUS-SUP-NAME
               END-READ
           END-IF.

      * rolls this detail line into the batch-control hash totals -
      * these have no arithmetic meaning on their own, they are only
