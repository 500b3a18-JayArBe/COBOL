      * the old shape the quantity sign sits at column 29, in the
      * new shape that column is a year digit
       FD HISTORY-IN-FILE.
       01 HISTORY-IN-RECORD PIC X(62).
       01 HISTORY-IN-OLD-SHAPE REDEFINES HISTORY-IN-RECORD.
           03 OLD-RUN-DATE PIC 9(8).
           03 OLD-PART-NO PIC 9(8).
           03 OLD-DATE-MM PIC 99.
           03 OLD-DATE-YY PIC 99.
           03 OLD-QUANT PIC S9(6) SIGN LEADING SEPARATE.
           03 FILLER PIC X(27).

      * the converted record - see TRANHIST.cpy
       FD HISTORY-OUT-FILE.
           IF HISTORY-IN-RECORD(29:1) = '+'
               OR HISTORY-IN-RECORD(29:1) = '-'
               ADD 1 TO RECORDS-CONVERTED
               MOVE SPACES TO TRAN-HISTORY-RECORD
               MOVE OLD-DATE-YY TO MY-YEAR
               PERFORM EXPAND-CENTURY-YEAR
               MOVE OLD-RUN-DATE TO TH-RUN-DATE
