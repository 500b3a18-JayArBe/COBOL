      * Author: Jan Ramón Blöcher
      * Date: 03/09/2026
      * Purpose: one-off record extension for the part stock-balance
      *          master, run each time the layout (see PARTBAL.cpy)
      *          grows and the master on disk no longer opens under
      *          it. Reads the old master in its own shape and writes
      *          partbal.cnv in the new one. The record last grew for
      *          the part's lead time: the partbal.dat written before
      *          it stops at the allocated quantity, and converts with
      *          everything it carried untouched and the lead time
      *          zero - which the usage analysis reads as its runctl
      *          default until the buyer keys one. (The growths
      *          before that added the allocated quantity, converting
      *          to zero and reset by SoPick from the open order
      *          lines, and the unit cost, converting to zero - never
      *          costed.) Once the counts check, move partbal.cnv
      *          over partbal.dat.
      *          The part and customer masters migrate through
      *          MasterVerify's REBUILD from their flat backups
      *          instead - they already had that path.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-----------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the master as the old system left it - no lead time
           SELECT BALANCE-IN-FILE ASSIGN TO 'partbal.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

      * the old record shape - what the masters kept before lead
      * times
       FD BALANCE-IN-FILE.
       01 BALANCE-IN-RECORD.
         03 OLD-PART-NO PIC 9(8).
         03 OLD-BALANCE PIC S9(8) SIGN LEADING SEPARATE.
         03 OLD-MIN-LEVEL PIC 9(8).
         03 OLD-REORDER-QTY PIC 9(8).
         03 OLD-LAST-MOVE-DATE PIC 9(8).
         03 OLD-UNIT-COST PIC 9(5)V9(4).
         03 OLD-ALLOCATED-QTY PIC 9(8).

      * the converted record - see PARTBAL.cpy
       FD BALANCE-OUT-FILE.
       CONVERT-ONE-RECORD.
           MOVE OLD-PART-NO TO PB-PART-NO.
           MOVE OLD-BALANCE TO PB-BALANCE.
           MOVE OLD-MIN-LEVEL TO PB-MIN-LEVEL.
           MOVE OLD-REORDER-QTY TO PB-REORDER-QTY.
           MOVE OLD-LAST-MOVE-DATE TO PB-LAST-MOVE-DATE.
           MOVE OLD-UNIT-COST TO PB-UNIT-COST.
           MOVE OLD-ALLOCATED-QTY TO PB-ALLOCATED-QTY.
           MOVE ZERO TO PB-LEAD-TIME-DAYS.
           WRITE PART-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "*** duplicate part " OLD-PART-NO
