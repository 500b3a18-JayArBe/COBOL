      ******************************************************************
      * DUNHIST - shared dunning-history record layout. COPY this
      * into the FILE SECTION of any program that writes or reads
      * dunhist.dat - one record per dunning letter ArDunning sends,
      * appended in date order and never rewritten, so it is the
      * record of what each customer was told and when.
      *
      *   DH-LEVEL  1 reminder, 2 final demand, 3 notice of account
      *             stop - the oldest aged-debt band the customer's
      *             overdue items had reached (over 30, 60, 90 days)
      *             0 dropped out of the cycle: the customer had
      *             nothing overdue left at the run (paid through
      *             CashApply, or credited), so whatever was sent
      *             before no longer holds back the next letter
      *   DH-OVERDUE-AMOUNT is the overdue total the letter quoted,
      *   zero on a level-0 record
      ******************************************************************
       01 DUNNING-HISTORY-RECORD.
           03 DH-CUST-NUMBER PIC 9(6).
           03 DH-LETTER-DATE PIC 9(8).
           03 DH-LEVEL PIC 9.
               88 DH-DROPPED-OUT VALUE 0.
               88 DH-IS-REMINDER VALUE 1.
               88 DH-IS-FINAL-DEMAND VALUE 2.
               88 DH-IS-ACCOUNT-STOP VALUE 3.
           03 DH-OVERDUE-AMOUNT PIC S9(9)V99 SIGN LEADING SEPARATE.
           03 DH-RUN-ID PIC X(11).
