       COPY DUPSUSP.

       FD DUP-RELEASE-FILE.
       01 DUP-RELEASE-RECORD PIC X(54).
      *-----------------------
       WORKING-STORAGE SECTION.

               88 DUP-OVERFLOWED VALUE 'Y'.
       01 DUP-TABLE.
           03 DUP-ENTRY OCCURS 2000 TIMES.
               05 DT-RECORD PIC X(88).
               05 DT-FIELDS REDEFINES DT-RECORD.
                   07 DT-SEQUENCE PIC 9(6).
                   07 DT-RUN-DATE PIC 9(8).
                   07 DT-STATUS PIC X.
                   07 DT-TRAN-IMAGE PIC X(30).
                   07 DT-RUN-ID PIC X(11).
                   07 DT-IMAGE-CONT PIC X(4).
                   07 DT-LOT-CONT PIC X(20).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * the release is its own entry path - the listing and the
      * recon balance it separately under its own code
               MOVE 'U' TO DUP-RELEASE-RECORD(30:1)
               MOVE DT-IMAGE-CONT(DUP-IDX) TO
                   DUP-RELEASE-RECORD(31:4)
               MOVE DT-LOT-CONT(DUP-IDX) TO
                   DUP-RELEASE-RECORD(35:20)
               WRITE DUP-RELEASE-RECORD
               IF WS-FS-DUP-RELEASE NOT = '00'
                   MOVE 'DUP-RELEASE-FILE' TO ALOG-FILE-NAME
