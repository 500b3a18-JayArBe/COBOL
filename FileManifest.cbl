      ******************************************************************
      * Author: Jan Ramón Blöcher
      * Date: 15/10/2026
      * Purpose: shared hand-off manifest routine. Every nightly step
      *          that leaves a file behind for a later step CALLs this
      *          once the file is closed ('W'), and every step that
      *          picks one up CALLs it before opening the file for
      *          real ('V') - so a truncated transact.dat or last
      *          night's prcdetl.dat stops the chain at the step that
      *          would have used it, instead of being posted and found
      *          out about from customers.
      *
      *          'W' measures the file - record count and hash total,
      *          see MANIFEST.cpy - and appends an entry to
      *          manifest.dat carrying the caller and the run id.
      *          'V' measures it again and checks it against the
      *          latest entry for that file name: count and hash must
      *          agree, and a step running inside the chain also wants
      *          the entry stamped with its own run id. A restart
      *          keeps the failed run's id, so a restarted step
      *          re-verifies its inputs exactly the way the first
      *          attempt did. On any mismatch this raises the fatal
      *          OperAlert itself and hands back a nonzero code; the
      *          caller stops without touching the file.
      *
      *          A file that is not there measures as empty - the
      *          hand-off files are OPTIONAL to their consumers, and a
      *          night with nothing in it writes an entry of nought.
      *          Outside the chain a file nobody has written an entry
      *          for yet is let through with a notice, so a standalone
      *          run against a hand-built file still works.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. FileManifest.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * append-only. OPTIONAL - the first entry ever written creates
      * it, and a check made before any step has written one finds
      * nothing rather than failing to open
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO 'manifest.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MANIFEST.

      * whichever hand-off file the caller names, read as plain lines
      * wide enough for any record the chain passes between steps
           SELECT OPTIONAL HAND-OFF-FILE ASSIGN TO DYNAMIC
               HAND-OFF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-HAND-OFF.

      * the chain's run flag, for the run id stamped on an entry and
      * expected back on one. OPTIONAL - a standalone run carries
      * spaces, the same as OperAlert
           SELECT OPTIONAL RUN-FLAG-FILE ASSIGN TO 'runflag.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-FLAG.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       FD MANIFEST-FILE.

       COPY MANIFEST.

       FD HAND-OFF-FILE.

       01 HAND-OFF-RECORD PIC X(512).

       FD RUN-FLAG-FILE.

       COPY RUNFLAG.
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-FS-MANIFEST PIC XX.
       01 WS-FS-HAND-OFF PIC XX.
       01 WS-FS-RUN-FLAG PIC XX.
       01 HAND-OFF-FILE-NAME PIC X(20).
       01 THIS-RUN-ID PIC X(11) VALUE SPACES.

       01 WS-MANIFEST-EOF PIC X VALUE 'N'.
           88 MANIFEST-AT-END VALUE 'Y'.
       01 WS-HAND-OFF-EOF PIC X VALUE 'N'.
           88 HAND-OFF-AT-END VALUE 'Y'.

      * what the file measures now
       01 MEASURED-FIGURES.
           03 MEASURED-COUNT PIC 9(9).
           03 MEASURED-HASH PIC 9(15).

      * working for the hash - a record's weighted sum is at most
      * 512 columns x 255 x 512, so it is folded back under 10**15
      * once per record
       01 HASH-WORK.
           03 RECORD-HASH PIC 9(12).
           03 RUNNING-HASH PIC 9(16).
           03 HASH-QUOTIENT PIC 9(3).
           03 HASH-COLUMN PIC 9(3).
           03 HASH-MODULUS PIC 9(16) VALUE 1000000000000000.

      * one character's value - the character sits in the low byte
      * of a halfword whose high byte is LOW-VALUE, so the binary
      * view reads it straight off as a number
       01 CHARACTER-VALUE-WORK.
           03 FILLER PIC X VALUE LOW-VALUE.
           03 CHARACTER-BYTE PIC X.
       01 CHARACTER-VALUE REDEFINES CHARACTER-VALUE-WORK
           PIC 9(4) COMP.

      * the latest entry on manifest.dat for the file being verified
       01 LATEST-ENTRY.
           03 LATEST-FOUND PIC X VALUE 'N'.
               88 LATEST-ENTRY-FOUND VALUE 'Y'.
           03 LATEST-COUNT PIC 9(9).
           03 LATEST-HASH PIC 9(15).
           03 LATEST-RUN-ID PIC X(11).
           03 LATEST-PRODUCER PIC X(20).

      * run timestamp stamped onto each entry written - the same
      * YYYYMMDDHHMMSS shape abend.log and alert.dat carry
       01 MANIFEST-TIMESTAMP-WORK.
           03 MF-DATE-WORK PIC 9(8).
           03 MF-TIME-WORK PIC 9(8).

      * figures edited for the console line on a mismatch
       01 SHOW-COUNT PIC Z(8)9.
       01 SHOW-EXPECTED PIC Z(8)9.

      * arguments passed to AbendLog.cbl - see there for the meaning
      * of each
       01 ABEND-LOG-WORK.
           03 ALOG-PROGRAM-NAME PIC X(20).
           03 ALOG-FILE-NAME PIC X(20) VALUE 'MANIFEST-FILE'.
           03 ALOG-OPERATION PIC X(10).
           03 ALOG-FILE-STATUS PIC XX.

      * arguments passed to OperAlert.cbl - a hand-off that fails
      * its check is fatal to the step that wanted it
       01 OPER-ALERT-WORK.
           03 OPAL-SEVERITY PIC X VALUE 'F'.
           03 OPAL-ALERT-CODE PIC X(8).
           03 OPAL-DETAIL-TEXT PIC X(40).
      *-----------------------
      * LK-FUNCTION: 'W' write an entry for a file just produced,
      *              'V' verify a file about to be consumed
      * LK-PROGRAM-NAME: PROGRAM-ID of the caller
      * LK-FILE-NAME: the hand-off file, as the steps ASSIGN it
      * LK-RETURN-CODE: 00 file agrees with its entry (or entry
      *                 written), 01 no entry for the file, 02 entry
      *                 from another run, 03 record count differs,
      *                 04 hash total differs, 09 manifest.dat could
      *                 not be written
       LINKAGE SECTION.
       01 LK-FUNCTION PIC X.
           88 LK-WRITE-ENTRY VALUE 'W'.
           88 LK-VERIFY-FILE VALUE 'V'.
       01 LK-PROGRAM-NAME PIC X(20).
       01 LK-FILE-NAME PIC X(20).
       01 LK-RETURN-CODE PIC 9(2).
      *-----------------------
       PROCEDURE DIVISION USING LK-FUNCTION LK-PROGRAM-NAME
           LK-FILE-NAME LK-RETURN-CODE.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
           MOVE ZERO TO LK-RETURN-CODE.
           PERFORM READ-RUN-FLAG.
           PERFORM MEASURE-HAND-OFF-FILE.

           IF LK-WRITE-ENTRY
               PERFORM WRITE-MANIFEST-ENTRY
           ELSE
               PERFORM FIND-LATEST-ENTRY
               PERFORM CHECK-AGAINST-ENTRY
           END-IF.

           GOBACK.

       READ-RUN-FLAG.
           MOVE SPACES TO THIS-RUN-ID.
           OPEN INPUT RUN-FLAG-FILE.
           READ RUN-FLAG-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RF-FLAG-ACTIVE
                       MOVE RF-RUN-ID TO THIS-RUN-ID
                   END-IF
           END-READ.
           CLOSE RUN-FLAG-FILE.

      * record count and hash total over the whole file. the hash
      * weights each non-blank character by its column, so two
      * characters trading places show up as well as one changing
       MEASURE-HAND-OFF-FILE.
           MOVE LK-FILE-NAME TO HAND-OFF-FILE-NAME.
           MOVE ZERO TO MEASURED-COUNT RUNNING-HASH.
           MOVE 'N' TO WS-HAND-OFF-EOF.
           OPEN INPUT HAND-OFF-FILE.
           PERFORM UNTIL HAND-OFF-AT-END
               READ HAND-OFF-FILE
                   AT END
                       SET HAND-OFF-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO MEASURED-COUNT
                       PERFORM HASH-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE HAND-OFF-FILE.
           MOVE RUNNING-HASH TO MEASURED-HASH.

       HASH-ONE-RECORD.
           MOVE ZERO TO RECORD-HASH.
           PERFORM VARYING HASH-COLUMN FROM 1 BY 1
                   UNTIL HASH-COLUMN > 512
               IF HAND-OFF-RECORD(HASH-COLUMN:1) NOT = SPACE
                   MOVE HAND-OFF-RECORD(HASH-COLUMN:1)
                       TO CHARACTER-BYTE
                   COMPUTE RECORD-HASH = RECORD-HASH
                       + CHARACTER-VALUE * HASH-COLUMN
               END-IF
           END-PERFORM.
           ADD RECORD-HASH TO RUNNING-HASH.
           DIVIDE RUNNING-HASH BY HASH-MODULUS GIVING HASH-QUOTIENT
               REMAINDER RUNNING-HASH.

       WRITE-MANIFEST-ENTRY.
           MOVE LK-FILE-NAME TO MF-FILE-NAME.
           MOVE MEASURED-COUNT TO MF-RECORD-COUNT.
           MOVE MEASURED-HASH TO MF-HASH-TOTAL.
           MOVE THIS-RUN-ID TO MF-RUN-ID.
           MOVE LK-PROGRAM-NAME TO MF-PRODUCER.
           ACCEPT MF-DATE-WORK FROM DATE YYYYMMDD.
           ACCEPT MF-TIME-WORK FROM TIME.
           STRING MF-DATE-WORK DELIMITED BY SIZE
               MF-TIME-WORK(1:6) DELIMITED BY SIZE
               INTO MF-TIMESTAMP.

           OPEN EXTEND MANIFEST-FILE.
           IF WS-FS-MANIFEST NOT = '00' AND WS-FS-MANIFEST NOT = '05'
               MOVE 9 TO LK-RETURN-CODE
               MOVE 'OPEN' TO ALOG-OPERATION
               PERFORM REPORT-MANIFEST-ABEND
           ELSE
               WRITE MANIFEST-RECORD
               IF WS-FS-MANIFEST NOT = '00'
                   MOVE 9 TO LK-RETURN-CODE
                   MOVE 'WRITE' TO ALOG-OPERATION
                   PERFORM REPORT-MANIFEST-ABEND
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

      * logged against the caller - it is the caller's step that has
      * to stop
       REPORT-MANIFEST-ABEND.
           MOVE LK-PROGRAM-NAME TO ALOG-PROGRAM-NAME.
           MOVE WS-FS-MANIFEST TO ALOG-FILE-STATUS.
           CALL "AbendLog" USING ALOG-PROGRAM-NAME ALOG-FILE-NAME
               ALOG-OPERATION ALOG-FILE-STATUS.

      * the manifest is appended to night after night and by every
      * restart, so the entry that counts is the last one for the
      * file, not the first
       FIND-LATEST-ENTRY.
           MOVE 'N' TO LATEST-FOUND.
           MOVE 'N' TO WS-MANIFEST-EOF.
           OPEN INPUT MANIFEST-FILE.
           PERFORM UNTIL MANIFEST-AT-END
               READ MANIFEST-FILE
                   AT END
                       SET MANIFEST-AT-END TO TRUE
                   NOT AT END
                       IF MF-FILE-NAME = LK-FILE-NAME
                           SET LATEST-ENTRY-FOUND TO TRUE
                           MOVE MF-RECORD-COUNT TO LATEST-COUNT
                           MOVE MF-HASH-TOTAL TO LATEST-HASH
                           MOVE MF-RUN-ID TO LATEST-RUN-ID
                           MOVE MF-PRODUCER TO LATEST-PRODUCER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.

       CHECK-AGAINST-ENTRY.
           IF NOT LATEST-ENTRY-FOUND
               IF THIS-RUN-ID = SPACES
                   DISPLAY "FileManifest: no manifest entry for "
                       LK-FILE-NAME " - standalone run, not checked"
               ELSE
                   MOVE 1 TO LK-RETURN-CODE
                   MOVE 'MFNOENT' TO OPAL-ALERT-CODE
                   MOVE SPACES TO OPAL-DETAIL-TEXT
                   STRING LK-FILE-NAME DELIMITED BY SPACE
                       ' has no manifest entry' DELIMITED BY SIZE
                       INTO OPAL-DETAIL-TEXT
                   PERFORM RAISE-MISMATCH
               END-IF
           ELSE
               IF THIS-RUN-ID NOT = SPACES
                       AND LATEST-RUN-ID NOT = THIS-RUN-ID
                   MOVE 2 TO LK-RETURN-CODE
                   MOVE 'MFRUNID' TO OPAL-ALERT-CODE
                   MOVE SPACES TO OPAL-DETAIL-TEXT
                   STRING LK-FILE-NAME DELIMITED BY SPACE
                       ' is from run ' DELIMITED BY SIZE
                       LATEST-RUN-ID DELIMITED BY SIZE
                       INTO OPAL-DETAIL-TEXT
                   PERFORM RAISE-MISMATCH
               ELSE
                   IF MEASURED-COUNT NOT = LATEST-COUNT
                       MOVE 3 TO LK-RETURN-CODE
                       MOVE 'MFCOUNT' TO OPAL-ALERT-CODE
                       MOVE SPACES TO OPAL-DETAIL-TEXT
                       STRING LK-FILE-NAME DELIMITED BY SPACE
                           ' record count differs' DELIMITED BY SIZE
                           INTO OPAL-DETAIL-TEXT
                       PERFORM RAISE-MISMATCH
                   ELSE
                       IF MEASURED-HASH NOT = LATEST-HASH
                           MOVE 4 TO LK-RETURN-CODE
                           MOVE 'MFHASH' TO OPAL-ALERT-CODE
                           MOVE SPACES TO OPAL-DETAIL-TEXT
                           STRING LK-FILE-NAME DELIMITED BY SPACE
                               ' hash total differs' DELIMITED BY SIZE
                               INTO OPAL-DETAIL-TEXT
                           PERFORM RAISE-MISMATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RAISE-MISMATCH.
           DISPLAY "*** " LK-PROGRAM-NAME " - hand-off check failed: "
               OPAL-DETAIL-TEXT " ***".
           IF LATEST-ENTRY-FOUND
               MOVE MEASURED-COUNT TO SHOW-COUNT
               MOVE LATEST-COUNT TO SHOW-EXPECTED
               DISPLAY "    manifest entry by " LATEST-PRODUCER
                   " run " LATEST-RUN-ID " records " SHOW-EXPECTED
                   " hash " LATEST-HASH
               DISPLAY "    file measures now         records "
                   SHOW-COUNT
                   " hash " MEASURED-HASH
           END-IF.
           CALL "OperAlert" USING OPAL-SEVERITY LK-PROGRAM-NAME
               OPAL-ALERT-CODE OPAL-DETAIL-TEXT.

       END PROGRAM FileManifest.
