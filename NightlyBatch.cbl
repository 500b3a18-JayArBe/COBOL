      * runctl.dat, without a recompile. a failing step aborts the
      * chain unless its definition says continue. its only files of
      * its own are the chain's bookkeeping - the step definitions,
      * the step-restart point and the shared run-control file.
      * after an outage an 'NBCU' record in runctl.dat puts the chain
      * in catch-up mode: one pass of the whole step list for every
      * business date missed since the date it gives, oldest first
      * off runcal.dat, then tonight's own pass - each with its own
      * run date, run identifier and period-end flag on runflag.dat.
      * the first pass to fail stops the run there, so the restart
      * picks that date up again, and catchup.rpt lists every date
      * the run dealt with
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the last step that completed, so a rerun after a failure can
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RUN-STATS-FILE.

      * the night's hand-off totals - record counts for Reconcile,
      * values for GlExtract and NightBalance. every writer appends,
      * so a from-the-top run starts both fresh here, the job the
      * pricing run did when it was the first step of the night.
      * see RECON.cpy and NIGHTVAL.cpy
           SELECT RECON-FILE ASSIGN TO 'recon.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RECON-FILE.

           SELECT NIGHT-VALUE-FILE ASSIGN TO 'nightval.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-NIGHT-VALUE.

      * per-step start/end/elapsed times, appended across nights -
      * what TimingReport trends the batch window from. see
      * TIMING.cpy
           SELECT OPTIONAL TIMING-FILE ASSIGN TO 'timing.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-TIMING-FILE.

      * one generic handle pointed in turn at each upstream feed and
      * its dated copy during catch-up - only ever opened to see
      * whether the file is there, or to leave it empty
           SELECT FEED-FILE ASSIGN TO DYNAMIC FEED-FILE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-FEED-FILE.

      * the catch-up summary - every business date the run dealt
      * with and what became of it
           SELECT CATCH-UP-REPORT-FILE ASSIGN TO 'catchup.rpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-CATCH-UP-REPORT.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

       COPY RUNSTATS.

       FD RECON-FILE.

       COPY RECON.

       FD NIGHT-VALUE-FILE.

       COPY NIGHTVAL.

       FD TIMING-FILE.

       COPY TIMING.
       FD STEP-DEF-FILE.

       COPY NBSTEPS.

       FD FEED-FILE.
       01 FEED-RECORD PIC X(200).

       FD CATCH-UP-REPORT-FILE.
       01 CATCH-UP-REPORT-OUT PIC X(80).
      *-----------------------
       WORKING-STORAGE SECTION.
       01 WS-COMMAND PIC X(80).
       01 WS-FS-RUN-FLAG-FILE PIC XX VALUE '00'.
       01 WS-FS-TIMING-FILE PIC XX VALUE '00'.
       01 WS-FS-RUN-STATS-FILE PIC XX VALUE '00'.
       01 WS-FS-RECON-FILE PIC XX VALUE '00'.
       01 WS-FS-NIGHT-VALUE PIC XX VALUE '00'.
       01 WS-FS-FEED-FILE PIC XX VALUE '00'.
       01 WS-FS-CATCH-UP-REPORT PIC XX VALUE '00'.
       01 CONTROL-FILE-EOF PIC X VALUE 'N'.
       01 CALENDAR-FILE-EOF PIC X VALUE 'N'.

               88 TONIGHT-IS-HOLIDAY VALUE 'H'.
               88 TONIGHT-IS-PERIOD-END VALUE 'P'.
           03 LAST-LOCKED-DATE PIC 9(8) VALUE ZERO.
           03 TODAY-RUN-DATE PIC 9(8) VALUE ZERO.
           03 TODAY-DAY-TYPE PIC X VALUE 'B'.

      * catch-up mode - the first missed date off the 'NBCU' record,
      * and why tonight itself got no pass if it didn't
       01 CATCH-UP-CONTROLS.
           03 CATCH-UP-SW PIC X VALUE 'N'.
               88 CATCH-UP-MODE VALUE 'Y'.
           03 CATCH-UP-FROM-DATE PIC 9(8) VALUE ZERO.
           03 CATCH-UP-REFUSED-SW PIC X VALUE 'N'.
               88 CATCH-UP-REFUSED VALUE 'Y'.
           03 CATCH-UP-OVERFLOW-SW PIC X VALUE 'N'.
               88 CATCH-UP-OVERFLOW VALUE 'Y'.
           03 TONIGHT-SKIP-REASON PIC X(20) VALUE SPACES.
           03 PASSES-COMPLETE PIC 99 VALUE ZERO.

      * date pieces for the shared validation and leap-year rule -
      * see DATEWS.cpy/DATEVAL.cpy
       01 CATCH-UP-DATE-WORK.
           03 MY-DAY PIC 99.
           03 MY-MONTH PIC 99.
           03 MY-YEAR PIC 9999.

       COPY DATEWS.

      * the run's passes in business-date order - the missed dates
      * first, tonight last. an ordinary night is a table of one
       77 MAX-CHAIN-PASSES PIC 99 VALUE 31.
       01 PASS-CONTROLS.
           03 PASS-COUNT PIC 99 VALUE ZERO.
           03 PASS-IDX PIC 99 VALUE ZERO.
           03 PASS-SLOT PIC 99 VALUE ZERO.
           03 PASS-SHIFT PIC 99 VALUE ZERO.
       01 PASS-TABLE.
           03 PASS-ENTRY OCCURS 31 TIMES.
               05 PASS-RUN-DATE PIC 9(8).
               05 PASS-DAY-TYPE PIC X.
               05 PASS-RUN-ID PIC X(11).
               05 PASS-FEEDS-FOUND PIC X(2).
               05 PASS-OUTCOME PIC X(18).

      * set when PreFlight turns a pass away - nothing of that pass
      * has been written, so the locks can go
       01 PRE-FLIGHT-SW PIC X VALUE 'N'.
           88 PRE-FLIGHT-FAILED VALUE 'Y'.
       01 CHAIN-LOCKS-SW PIC X VALUE 'N'.
           88 CHAIN-LOCKS-HELD VALUE 'Y'.

      * the upstream feeds a catch-up pass takes for its own date.
      * each pass copies <feed>.<YYYYMMDD> into place, or leaves the
      * feed empty when no copy was kept for that date; tonight's
      * live feeds are kept aside under tonight's date first, so the
      * last pass still gets them
       77 FEED-COUNT PIC 99 VALUE 7.
       01 FEED-TABLE.
           03 FILLER PIC X(20) VALUE 'input.dat'.
           03 FILLER PIC X(20) VALUE 'tranin.dat'.
           03 FILLER PIC X(20) VALUE 'crnote.dat'.
           03 FILLER PIC X(20) VALUE 'ddresp.dat'.
           03 FILLER PIC X(20) VALUE 'cashrcpt.dat'.
           03 FILLER PIC X(20) VALUE 'bankstmt.dat'.
           03 FILLER PIC X(20) VALUE 'supinv.dat'.
       01 FEED-LIST REDEFINES FEED-TABLE.
           03 FEED-NAME OCCURS 7 TIMES PIC X(20).
       01 FEED-STAGING-WORK.
           03 FEED-IDX PIC 99 VALUE ZERO.
           03 FEED-DATE PIC 9(8) VALUE ZERO.
           03 FEEDS-FOUND PIC 99 VALUE ZERO.
           03 FEED-FILE-NAME-WS PIC X(30) VALUE SPACES.
           03 DATED-FEED-NAME PIC X(30) VALUE SPACES.
           03 FEED-COPY-COMMAND PIC X(80) VALUE SPACES.
           03 FEED-EXISTS-SW PIC X VALUE 'N'.
               88 FEED-EXISTS VALUE 'Y'.
           03 FEEDS-BY-DATE-SW PIC X VALUE 'N'.
               88 FEEDS-STAGED-BY-DATE VALUE 'Y'.

      * print lines for the catch-up summary
       01 CUR-TITLE-LINE.
           03 FILLER PIC X(32)
               VALUE 'NIGHTLY CHAIN CATCH-UP - FROM  '.
           03 CUR-T-FROM PIC 9(8).
           03 FILLER PIC X(10) VALUE '  RUN ON  '.
           03 CUR-T-TODAY PIC 9(8).
       01 CUR-COL-HEAD.
           03 FILLER PIC X(20) VALUE 'PASS BUSINESS DATE D'.
           03 FILLER PIC X(20) VALUE 'AY         RUN ID   '.
           03 FILLER PIC X(20) VALUE '    FEEDS OUTCOME   '.
       01 CUR-DETAIL-LINE.
           03 CUR-D-PASS PIC Z9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 CUR-D-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE SPACES.
           03 CUR-D-DAY PIC X(10).
           03 FILLER PIC X VALUE SPACE.
           03 CUR-D-RUN-ID PIC X(11).
           03 FILLER PIC X(4) VALUE SPACES.
           03 CUR-D-FEEDS PIC X(2).
           03 FILLER PIC X(3) VALUE SPACES.
           03 CUR-D-OUTCOME PIC X(18).
       01 CUR-TONIGHT-LINE.
           03 FILLER PIC X(5) VALUE SPACES.
           03 CUR-N-DATE PIC 9(8).
           03 FILLER PIC X(16) VALUE '  TONIGHT - NOT '.
           03 FILLER PIC X(6) VALUE 'RUN - '.
           03 CUR-N-REASON PIC X(20).
       01 CUR-TOTAL-LINE.
           03 FILLER PIC X(17) VALUE 'PASSES COMPLETE: '.
           03 CUR-T-COMPLETE PIC Z9.
           03 FILLER PIC X(4) VALUE ' OF '.
           03 CUR-T-PASSES PIC Z9.
       01 CUR-RESUME-LINE.
           03 FILLER PIC X(19) VALUE 'RESTART RESUMES AT '.
           03 CUR-R-DATE PIC 9(8).
       01 CUR-FEED-NOTE.
           03 FILLER PIC X(40)
               VALUE 'FEEDS - DATED FEED COPIES FOUND OF 7 - A'.
           03 FILLER PIC X(40)
               VALUE ' MISSING ONE LEAVES THAT FEED EMPTY     '.
       01 WS-CATCH-UP-LINE PIC X(80).

      * this invocation's run identifier - the business date plus a
      * same-date sequence, so the two halves of a double-run
      * walked in order - sequence, command, condition, what a
      * failure means. the runner sets CURRENT-STEP-NUMBER and
      * WS-COMMAND from each entry before the shared step plumbing
       77 MAX-STEP-DEFS PIC 99 VALUE 60.
       01 STEP-DEF-CONTROLS.
           03 STEP-DEF-COUNT PIC 99 VALUE ZERO.
           03 STEP-IDX PIC 99 VALUE ZERO.
           03 STEP-WANTED-SW PIC X VALUE 'Y'.
               88 STEP-IS-WANTED VALUE 'Y'.
       01 STEP-DEF-TABLE.
           03 STEP-DEF-ENTRY OCCURS 60 TIMES.
               05 SDT-SEQUENCE PIC 9(2).
               05 SDT-COMMAND PIC X(20).
               05 SDT-CONDITION PIC X(4).

      * arguments passed to FileLock.cbl, and the shared files the
      * chain locks for its whole duration - the files a daytime
      * MasterMaint, RejectResubmit or RateMaint approval would
      * otherwise collide with
       01 FILE-LOCK-WORK.
           03 FLCK-ACTION PIC X.
           03 FLCK-LOCK-NAME PIC X(20).
           03 FLCK-HOLDER-NAME PIC X(20).
           03 FLCK-RETURN-CODE PIC 9(2).
       77 CHAIN-LOCK-COUNT PIC 99 VALUE 21.
       01 CHAIN-LOCK-TABLE.
           03 FILLER PIC X(20) VALUE 'partmast.dat'.
           03 FILLER PIC X(20) VALUE 'custmast.dat'.
           03 FILLER PIC X(20) VALUE 'rejsusp.dat'.
           03 FILLER PIC X(20) VALUE 'tranhist.dat'.
           03 FILLER PIC X(20) VALUE 'dupsusp.dat'.
           03 FILLER PIC X(20) VALUE 'pomast.dat'.
           03 FILLER PIC X(20) VALUE 'crqueue.dat'.
           03 FILLER PIC X(20) VALUE 'apopen.dat'.
           03 FILLER PIC X(20) VALUE 'custaddr.dat'.
           03 FILLER PIC X(20) VALUE 'ratemast.dat'.
           03 FILLER PIC X(20) VALUE 'contract.dat'.
           03 FILLER PIC X(20) VALUE 'taxrates.dat'.
           03 FILLER PIC X(20) VALUE 'fxrates.dat'.
           03 FILLER PIC X(20) VALUE 'glmap.dat'.
           03 FILLER PIC X(20) VALUE 'soorder.dat'.
           03 FILLER PIC X(20) VALUE 'standord.dat'.
           03 FILLER PIC X(20) VALUE 'locbal.dat'.
           03 FILLER PIC X(20) VALUE 'commrate.dat'.
           03 FILLER PIC X(20) VALUE 'ddmandate.dat'.
           03 FILLER PIC X(20) VALUE 'woqueue.dat'.
       01 CHAIN-LOCK-LIST REDEFINES CHAIN-LOCK-TABLE.
           03 CHAIN-LOCK-NAME OCCURS 21 TIMES PIC X(20).
       01 LOCK-IDX PIC 99 VALUE ZERO.

      * step-level restart controls - the runner skips any step at
      * or below the last completed one and records each completion
           PERFORM LOAD-RUN-CONTROLS.
           PERFORM CHECK-RUN-CALENDAR.
           PERFORM CHECK-RUN-LOCK.
           PERFORM BUILD-PASS-LIST.
           IF FEEDS-STAGED-BY-DATE
               PERFORM HOLD-TONIGHT-FEEDS
           END-IF.

           PERFORM VARYING PASS-IDX FROM 1 BY 1
                   UNTIL PASS-IDX > PASS-COUNT
               IF NOT BATCH-ABORTED AND NOT PRE-FLIGHT-FAILED
                   PERFORM RUN-CHAIN-PASS
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN PRE-FLIGHT-FAILED
      * nothing of the refused pass was written - any earlier pass
      * completed in full, so there is nothing for the locks to guard
                   IF CHAIN-LOCKS-HELD
                       PERFORM RELEASE-CHAIN-LOCKS
                   END-IF
                   MOVE 4 TO RETURN-CODE
               WHEN BATCH-ABORTED
                   MOVE SPACES TO OPAL-DETAIL-TEXT
                   STRING 'CHAIN ABORTED AT ' DELIMITED BY SIZE
                       WS-COMMAND DELIMITED BY SIZE
                       INTO OPAL-DETAIL-TEXT
                   CALL "OperAlert" USING OPAL-SEVERITY
                       OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                       OPAL-DETAIL-TEXT
                   DISPLAY "NIGHTLY BATCH - FAILED"
      * the locks stay held across the failure - the shared files
      * are mid-night until the restart finishes the job, and a
      * daytime program must keep finding them in use
                   DISPLAY "NIGHTLY BATCH - FILE LOCKS HELD FOR RESTART"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM RELEASE-CHAIN-LOCKS
      * no pass of tonight's own - tonight's feeds go back in place
      * for the night that does run them
                   IF FEEDS-STAGED-BY-DATE
                       AND TONIGHT-SKIP-REASON NOT = SPACES
                       MOVE TODAY-RUN-DATE TO FEED-DATE
                       PERFORM STAGE-PASS-FEEDS
                   END-IF
                   DISPLAY "NIGHTLY BATCH - COMPLETE"
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF CATCH-UP-MODE
               PERFORM PRINT-CATCH-UP-SUMMARY
           END-IF.
           STOP RUN.

      * one pass of the whole step list for one business date. the
      * first pass honours the step-restart point, since that is
      * where a failed run stopped; every later pass is a fresh date
      * from the top. a pass that completes is closed off the way a
      * whole night always was - restart point cleared, its date
      * under the run lock, its flag retired
       RUN-CHAIN-PASS.
           MOVE PASS-RUN-DATE(PASS-IDX) TO TONIGHT-RUN-DATE.
           MOVE PASS-DAY-TYPE(PASS-IDX) TO CALENDAR-DAY-TYPE.
           IF CATCH-UP-MODE
               DISPLAY "NIGHTLY BATCH - CATCH-UP PASS " PASS-IDX
                   " OF " PASS-COUNT " - BUSINESS DATE "
                   TONIGHT-RUN-DATE " (" CALENDAR-DAY-TYPE ")"
           END-IF.
           IF PASS-IDX = 1
               PERFORM LOAD-RESTART-POINT
           ELSE
               MOVE ZERO TO LAST-COMPLETED-STEP
           END-IF.
           IF LAST-COMPLETED-STEP > ZERO
               PERFORM KEEP-PRIOR-RUN-ID
               IF CATCH-UP-MODE
                   AND PRIOR-FLAG-DATE NOT = TONIGHT-RUN-DATE
                   DISPLAY "NIGHTLY BATCH - RESTART POINT BELONGS TO "
                       "RUN " CHAIN-RUN-ID " BUT THE FIRST CATCH-UP "
                       "DATE IS " TONIGHT-RUN-DATE " - CHAIN NOT "
                       "STARTED (NBFR 1 IN runctl.dat OVERRIDES)"
                   MOVE 7 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
      * a pass restarting part-way already has its own feeds in
      * place, and some of them already taken
               IF FEEDS-STAGED-BY-DATE
                   MOVE TONIGHT-RUN-DATE TO FEED-DATE
                   PERFORM STAGE-PASS-FEEDS
                   MOVE FEEDS-FOUND TO PASS-FEEDS-FOUND(PASS-IDX)
               END-IF
           END-IF.
           PERFORM RUN-PRE-FLIGHT.
           IF PRE-FLIGHT-FAILED
               MOVE 'PRE-FLIGHT FAILED' TO PASS-OUTCOME(PASS-IDX)
           ELSE
               IF LAST-COMPLETED-STEP = ZERO
                   PERFORM GENERATE-RUN-ID
                   PERFORM WRITE-RUN-FLAG
                   PERFORM CLEAR-RUN-STATS
                   PERFORM CLEAR-NIGHT-HANDOFFS
               END-IF
               DISPLAY "NIGHTLY BATCH - RUN ID " CHAIN-RUN-ID
               MOVE CHAIN-RUN-ID TO PASS-RUN-ID(PASS-IDX)
               IF PASS-IDX = 1
                   PERFORM ACQUIRE-CHAIN-LOCKS
                   PERFORM LOAD-STEP-DEFINITIONS
               END-IF
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-DEF-COUNT
                   IF NOT BATCH-ABORTED
                       PERFORM RUN-DEFINED-STEP
                   END-IF
               END-PERFORM
               IF BATCH-ABORTED
                   MOVE SPACES TO PASS-OUTCOME(PASS-IDX)
                   STRING 'FAILED AT STEP ' DELIMITED BY SIZE
                       CURRENT-STEP-NUMBER DELIMITED BY SIZE
                       INTO PASS-OUTCOME(PASS-IDX)
               ELSE
                   PERFORM CLEAR-RESTART-POINT
                   PERFORM SAVE-RUN-LOCK
                   PERFORM RETIRE-RUN-FLAG
                   MOVE 'COMPLETE' TO PASS-OUTCOME(PASS-IDX)
                   ADD 1 TO PASSES-COMPLETE
                   IF CATCH-UP-MODE
                       DISPLAY "NIGHTLY BATCH - PASS COMPLETE FOR "
                           TONIGHT-RUN-DATE
                   END-IF
               END-IF
           END-IF.

      * the passes this invocation owes, in business-date order. on
      * an ordinary night that is tonight alone - the calendar and
      * run-lock gates have already refused anything else. in
      * catch-up mode the missed dates come first, and tonight goes
      * last only if it is a business day not already run
       BUILD-PASS-LIST.
           MOVE ZERO TO PASS-COUNT.
           MOVE CALENDAR-DAY-TYPE TO TODAY-DAY-TYPE.
           IF CATCH-UP-MODE
               PERFORM LOAD-CATCH-UP-DATES
               IF PASS-COUNT > ZERO
                   MOVE 'Y' TO FEEDS-BY-DATE-SW
               ELSE
                   DISPLAY "NIGHTLY BATCH - NO MISSED BUSINESS DATES "
                       "ON runcal.dat FROM " CATCH-UP-FROM-DATE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TONIGHT-IS-HOLIDAY
                   MOVE 'HOLIDAY' TO TONIGHT-SKIP-REASON
               WHEN LAST-LOCKED-DATE = TODAY-RUN-DATE
                   AND NOT FORCE-FULL-RUN
                   MOVE 'ALREADY COMPLETE' TO TONIGHT-SKIP-REASON
               WHEN OTHER
                   ADD 1 TO PASS-COUNT
                   MOVE TODAY-RUN-DATE TO PASS-RUN-DATE(PASS-COUNT)
                   MOVE TODAY-DAY-TYPE TO PASS-DAY-TYPE(PASS-COUNT)
                   MOVE SPACES TO PASS-RUN-ID(PASS-COUNT)
                   MOVE ' -' TO PASS-FEEDS-FOUND(PASS-COUNT)
                   MOVE 'NOT RUN' TO PASS-OUTCOME(PASS-COUNT)
           END-EVALUATE.
           IF PASS-COUNT = ZERO
               DISPLAY "NIGHTLY BATCH - NOTHING TO CATCH UP AND "
                   TODAY-RUN-DATE " " TONIGHT-SKIP-REASON
                   " - CHAIN NOT STARTED"
               IF TONIGHT-IS-HOLIDAY
                   MOVE 2 TO RETURN-CODE
               ELSE
                   MOVE 3 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           IF CATCH-UP-MODE
               DISPLAY "NIGHTLY BATCH - CATCH-UP MODE FROM "
                   CATCH-UP-FROM-DATE " - " PASS-COUNT " PASSES"
           END-IF.

      * every 'B' or 'P' date on the calendar from the 'NBCU' date up
      * to (not including) today that the run lock shows was never
      * completed, sorted into the table as it is read - the
      * calendar is kept by hand and need not be in date order
       LOAD-CATCH-UP-DATES.
           MOVE 'N' TO CALENDAR-FILE-EOF.
           OPEN INPUT CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-FILE-EOF = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO CALENDAR-FILE-EOF
                   NOT AT END
                       IF (CAL-TYPE = 'B' OR CAL-TYPE = 'P')
                           AND CAL-DATE NOT < CATCH-UP-FROM-DATE
                           AND CAL-DATE < TODAY-RUN-DATE
                           AND CAL-DATE > LAST-LOCKED-DATE
                           PERFORM INSERT-CATCH-UP-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF CATCH-UP-OVERFLOW
               DISPLAY "NIGHTLY BATCH - MORE THAN "
                   MAX-CHAIN-PASSES " PASSES TO CATCH UP FROM "
                   CATCH-UP-FROM-DATE " - CHAIN NOT STARTED "
                   "(SET A LATER NBCU DATE)"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.

      * one place kept for tonight at the foot of the table - a
      * date the calendar carries twice takes one pass
       INSERT-CATCH-UP-DATE.
           MOVE 1 TO PASS-SLOT.
           PERFORM UNTIL PASS-SLOT > PASS-COUNT
                   OR PASS-RUN-DATE(PASS-SLOT) NOT < CAL-DATE
               ADD 1 TO PASS-SLOT
           END-PERFORM.
           IF PASS-SLOT NOT > PASS-COUNT
               AND PASS-RUN-DATE(PASS-SLOT) = CAL-DATE
               CONTINUE
           ELSE
               IF PASS-COUNT NOT < MAX-CHAIN-PASSES - 1
                   MOVE 'Y' TO CATCH-UP-OVERFLOW-SW
               ELSE
                   PERFORM VARYING PASS-SHIFT FROM PASS-COUNT BY -1
                           UNTIL PASS-SHIFT < PASS-SLOT
                       MOVE PASS-ENTRY(PASS-SHIFT) TO
                           PASS-ENTRY(PASS-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO PASS-COUNT
                   MOVE CAL-DATE TO PASS-RUN-DATE(PASS-SLOT)
                   MOVE CAL-TYPE TO PASS-DAY-TYPE(PASS-SLOT)
                   MOVE SPACES TO PASS-RUN-ID(PASS-SLOT)
                   MOVE ' -' TO PASS-FEEDS-FOUND(PASS-SLOT)
                   MOVE 'NOT RUN' TO PASS-OUTCOME(PASS-SLOT)
               END-IF
           END-IF.

      * tonight's live feeds put aside under tonight's date before
      * the first missed date's copies go over them. a copy already
      * there is what a failed catch-up run put aside, and the live
      * files now belong to the date it stopped at, so it is kept
       HOLD-TONIGHT-FEEDS.
           MOVE TODAY-RUN-DATE TO FEED-DATE.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-COUNT
               PERFORM BUILD-DATED-FEED-NAME
               MOVE DATED-FEED-NAME TO FEED-FILE-NAME-WS
               PERFORM CHECK-FEED-EXISTS
               IF NOT FEED-EXISTS
                   MOVE FEED-NAME(FEED-IDX) TO FEED-FILE-NAME-WS
                   PERFORM CHECK-FEED-EXISTS
                   IF FEED-EXISTS
                       MOVE SPACES TO FEED-COPY-COMMAND
                       STRING 'cp ' DELIMITED BY SIZE
                           FEED-NAME(FEED-IDX) DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           DATED-FEED-NAME DELIMITED BY SPACE
                           INTO FEED-COPY-COMMAND
                       CALL "SYSTEM" USING FEED-COPY-COMMAND
                   ELSE
      * no feed tonight - an empty copy says so, and stops a restart
      * mistaking a missed date's feed for tonight's
                       MOVE DATED-FEED-NAME TO FEED-FILE-NAME-WS
                       OPEN OUTPUT FEED-FILE
                       CLOSE FEED-FILE
                   END-IF
                   DISPLAY "  FEED " FEED-NAME(FEED-IDX)
                       " HELD AS " DATED-FEED-NAME
               END-IF
           END-PERFORM.

      * puts FEED-DATE's copy of every feed in place - a date with no
      * copy kept gets an empty feed rather than another date's
       STAGE-PASS-FEEDS.
           MOVE ZERO TO FEEDS-FOUND.
           PERFORM VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > FEED-COUNT
               PERFORM BUILD-DATED-FEED-NAME
               MOVE DATED-FEED-NAME TO FEED-FILE-NAME-WS
               PERFORM CHECK-FEED-EXISTS
               IF FEED-EXISTS
                   ADD 1 TO FEEDS-FOUND
                   MOVE SPACES TO FEED-COPY-COMMAND
                   STRING 'cp ' DELIMITED BY SIZE
                       DATED-FEED-NAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       FEED-NAME(FEED-IDX) DELIMITED BY SPACE
                       INTO FEED-COPY-COMMAND
                   CALL "SYSTEM" USING FEED-COPY-COMMAND
                   DISPLAY "  FEED " FEED-NAME(FEED-IDX)
                       " FROM " DATED-FEED-NAME
               ELSE
                   MOVE FEED-NAME(FEED-IDX) TO FEED-FILE-NAME-WS
                   OPEN OUTPUT FEED-FILE
                   CLOSE FEED-FILE
                   DISPLAY "  FEED " FEED-NAME(FEED-IDX)
                       " EMPTY - NO " DATED-FEED-NAME
               END-IF
           END-PERFORM.

       BUILD-DATED-FEED-NAME.
           MOVE SPACES TO DATED-FEED-NAME.
           STRING FEED-NAME(FEED-IDX) DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               FEED-DATE DELIMITED BY SIZE
               INTO DATED-FEED-NAME.

      * status 35 means the file isn't there
       CHECK-FEED-EXISTS.
           MOVE 'N' TO FEED-EXISTS-SW.
           OPEN INPUT FEED-FILE.
           IF WS-FS-FEED-FILE = '00'
               MOVE 'Y' TO FEED-EXISTS-SW
               CLOSE FEED-FILE
           END-IF.

      * catchup.rpt, echoed to the console log as it is written -
      * one line per date the run owed, and where a restart picks up
      * if a pass stopped it
       PRINT-CATCH-UP-SUMMARY.
           OPEN OUTPUT CATCH-UP-REPORT-FILE.
           MOVE CATCH-UP-FROM-DATE TO CUR-T-FROM.
           MOVE TODAY-RUN-DATE TO CUR-T-TODAY.
           MOVE CUR-TITLE-LINE TO WS-CATCH-UP-LINE.
           PERFORM WRITE-CATCH-UP-LINE.
           MOVE SPACES TO WS-CATCH-UP-LINE.
           PERFORM WRITE-CATCH-UP-LINE.
           MOVE CUR-COL-HEAD TO WS-CATCH-UP-LINE.
           PERFORM WRITE-CATCH-UP-LINE.
           PERFORM VARYING PASS-IDX FROM 1 BY 1
                   UNTIL PASS-IDX > PASS-COUNT
               MOVE PASS-IDX TO CUR-D-PASS
               MOVE PASS-RUN-DATE(PASS-IDX) TO CUR-D-DATE
               IF PASS-DAY-TYPE(PASS-IDX) = 'P'
                   MOVE 'PERIOD-END' TO CUR-D-DAY
               ELSE
                   MOVE 'BUSINESS' TO CUR-D-DAY
               END-IF
               MOVE PASS-RUN-ID(PASS-IDX) TO CUR-D-RUN-ID
               MOVE PASS-FEEDS-FOUND(PASS-IDX) TO CUR-D-FEEDS
               MOVE PASS-OUTCOME(PASS-IDX) TO CUR-D-OUTCOME
               MOVE CUR-DETAIL-LINE TO WS-CATCH-UP-LINE
               PERFORM WRITE-CATCH-UP-LINE
           END-PERFORM.
           IF TONIGHT-SKIP-REASON NOT = SPACES
               MOVE TODAY-RUN-DATE TO CUR-N-DATE
               MOVE TONIGHT-SKIP-REASON TO CUR-N-REASON
               MOVE CUR-TONIGHT-LINE TO WS-CATCH-UP-LINE
               PERFORM WRITE-CATCH-UP-LINE
           END-IF.
           MOVE SPACES TO WS-CATCH-UP-LINE.
           PERFORM WRITE-CATCH-UP-LINE.
           MOVE PASSES-COMPLETE TO CUR-T-COMPLETE.
           MOVE PASS-COUNT TO CUR-T-PASSES.
           MOVE CUR-TOTAL-LINE TO WS-CATCH-UP-LINE.
           PERFORM WRITE-CATCH-UP-LINE.
           IF PASSES-COMPLETE < PASS-COUNT
               MOVE PASS-RUN-DATE(PASSES-COMPLETE + 1) TO CUR-R-DATE
               MOVE CUR-RESUME-LINE TO WS-CATCH-UP-LINE
               PERFORM WRITE-CATCH-UP-LINE
           END-IF.
           MOVE CUR-FEED-NOTE TO WS-CATCH-UP-LINE.
           PERFORM WRITE-CATCH-UP-LINE.
           CLOSE CATCH-UP-REPORT-FILE.

       WRITE-CATCH-UP-LINE.
           DISPLAY WS-CATCH-UP-LINE.
           MOVE WS-CATCH-UP-LINE TO CATCH-UP-REPORT-OUT.
           WRITE CATCH-UP-REPORT-OUT.

      * step zero - the readiness gate, outside the restart ladder
      * so it runs on every invocation, restart or not: a missing
      * feed or a wrecked master stops the chain here, before
               CALL "OperAlert" USING OPAL-SEVERITY
                   OPAL-PROGRAM-NAME OPAL-ALERT-CODE
                   OPAL-DETAIL-TEXT
               DISPLAY "NIGHTLY BATCH - PRE-FLIGHT FAILED FOR "
                   TONIGHT-RUN-DATE ", CHAIN NOT STARTED"
               MOVE 'Y' TO PRE-FLIGHT-SW
               MOVE 4 TO RETURN-CODE
           END-IF.

      * takes the named lock on every shared file for the whole
                   STOP RUN
               END-IF
           END-PERFORM.
           MOVE 'Y' TO CHAIN-LOCKS-SW.

       RELEASE-CHAIN-LOCKS.
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
      * picks the 'NBFR' record out of runctl.dat, if there is one -
      * CTL-NUMBER 1 is the operator forcing a full from-the-top
      * run - and remembers every type set to 1, so a step whose
      * condition names a switch type can find it. an 'NBCU' record
      * carrying a date is catch-up mode; a date that doesn't
      * validate refuses the run rather than run tonight alone
       LOAD-RUN-CONTROLS.
           OPEN INPUT CONTROL-FILE.
           PERFORM UNTIL CONTROL-FILE-EOF = 'Y'
                       IF CTL-TYPE = 'NBFR' AND CTL-NUMBER = 1
                           MOVE 'Y' TO FORCE-FULL-RUN-SW
                       END-IF
                       IF CTL-TYPE = 'NBCU' AND CTL-TEXT NOT = SPACES
                           PERFORM CONVERT-CATCH-UP-DATE
                       END-IF
                       IF CTL-NUMBER = 1
                           AND SWITCH-COUNT < MAX-SWITCH-TYPES
                           ADD 1 TO SWITCH-COUNT
               END-READ
           END-PERFORM.
           CLOSE CONTROL-FILE.
           IF CATCH-UP-REFUSED
               DISPLAY "NIGHTLY BATCH - NBCU DATE REFUSED - "
                   "CHAIN NOT STARTED"
               MOVE 7 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CTL-TEXT's DDMMYY through the shared date validation, into
      * CATCH-UP-FROM-DATE as YYYYMMDD
       CONVERT-CATCH-UP-DATE.
           IF CTL-TEXT(1:6) IS NOT NUMERIC
               MOVE 'N' TO DATE-IS-VALID
               MOVE 'Not six digits DDMMYY' TO BAD-DATE-REASON
           ELSE
               MOVE CTL-TEXT(1:2) TO MY-DAY
               MOVE CTL-TEXT(3:2) TO MY-MONTH
               MOVE CTL-TEXT(5:2) TO MY-YEAR
               PERFORM VALIDATE-DATE-RECORD
           END-IF.
           IF DATE-OK
               MOVE MY-YEAR TO CATCH-UP-FROM-DATE(1:4)
               MOVE MY-MONTH TO CATCH-UP-FROM-DATE(5:2)
               MOVE MY-DAY TO CATCH-UP-FROM-DATE(7:2)
               MOVE 'Y' TO CATCH-UP-SW
           ELSE
               DISPLAY "NIGHTLY BATCH - " CTL-TYPE " " CTL-TEXT(1:6)
                   " refused: " BAD-DATE-REASON
               MOVE 'Y' TO CATCH-UP-REFUSED-SW
           END-IF.

      * reads the last completed step off batchrst.dat - zero (or a
      * forced full run) means start from the top
      * stops the chain before anything runs against an empty feed,
      * a 'P' is remembered for the run flag so month-end-only work
      * can hang off it. a date the calendar doesn't carry is treated
      * as an ordinary business day. in catch-up mode a holiday
      * tonight only means tonight gets no pass of its own
       CHECK-RUN-CALENDAR.
           ACCEPT TONIGHT-RUN-DATE FROM DATE YYYYMMDD.
           MOVE TONIGHT-RUN-DATE TO TODAY-RUN-DATE.
           MOVE 'B' TO CALENDAR-DAY-TYPE.
           OPEN INPUT CALENDAR-FILE.
           PERFORM UNTIL CALENDAR-FILE-EOF = 'Y'
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-FILE.
           IF TONIGHT-IS-HOLIDAY AND NOT CATCH-UP-MODE
               DISPLAY "NIGHTLY BATCH - " TONIGHT-RUN-DATE
                   " IS A HOLIDAY ON THE RUN CALENDAR - "
                   "CHAIN NOT STARTED"
      * refuses a second start on a business date the chain already
      * completed for - the operator message says exactly why nothing
      * ran. an NBFR forced full run overrides the lock, since that
      * is the operator saying run it again on purpose. in catch-up
      * mode the missed dates may still be owed, so the lock only
      * keeps tonight's own pass out
       CHECK-RUN-LOCK.
           MOVE ZERO TO LAST-LOCKED-DATE.
           OPEN INPUT RUN-LOCK-FILE.
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF LAST-LOCKED-DATE = TONIGHT-RUN-DATE
               AND NOT FORCE-FULL-RUN AND NOT CATCH-UP-MODE
               DISPLAY "NIGHTLY BATCH - CHAIN ALREADY COMPLETED FOR "
                   TONIGHT-RUN-DATE " - SECOND START REFUSED "
                   "(NBFR 1 IN runctl.dat OVERRIDES)"
                   CONTINUE
               NOT AT END
                   MOVE RF-RUN-ID TO CHAIN-RUN-ID
                   MOVE RF-RUN-DATE TO PRIOR-FLAG-DATE
           END-READ.
           CLOSE RUN-FLAG-FILE.

           OPEN OUTPUT RUN-STATS-FILE.
           CLOSE RUN-STATS-FILE.

      * and starts recon.dat and nightval.dat empty the same way -
      * the pricing run follows the edit step now and appends behind
      * it, so nobody downstream clears them any more
       CLEAR-NIGHT-HANDOFFS.
           OPEN OUTPUT RECON-FILE.
           CLOSE RECON-FILE.
           OPEN OUTPUT NIGHT-VALUE-FILE.
           CLOSE NIGHT-VALUE-FILE.

       COPY DATEVAL.

       END PROGRAM NightlyBatch.
