      * LK-PROGRAM-NAME: PROGRAM-ID of the caller
      * LK-OPERATOR: operator ID where one signed on, spaces from
      *              the batch steps
      * LK-FILE-ID: 'P' partmast, 'C' custmast, 'B' partbal,
      *              'A' custaddr, 'R' ratemast, 'N' contract,
      *              'X' taxrates, 'F' fxrates, 'G' glmap,
      *              'M' commrate, 'L' locbal, 'O' aropen,
      *              'T' artran, 'S' standord, 'D' ddmandate,
      *              'K' lotbal
      * LK-ACTION: 'W' write, 'R' rewrite, 'D' delete
      * LK-BEFORE-IMAGE/LK-AFTER-IMAGE: the record either side, up
      *              to 120 bytes - split across MJ-BEFORE and
      *              MJ-BEFORE-CONT (MJ-AFTER and MJ-AFTER-CONT)
       LINKAGE SECTION.
       01 LK-PROGRAM-NAME PIC X(20).
       01 LK-OPERATOR PIC X(8).
       01 LK-FILE-ID PIC X.
       01 LK-ACTION PIC X.
       01 LK-BEFORE-IMAGE PIC X(120).
       01 LK-AFTER-IMAGE PIC X(120).
      *-----------------------
       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-OPERATOR
           LK-FILE-ID LK-ACTION LK-BEFORE-IMAGE LK-AFTER-IMAGE.
           MOVE THIS-RUN-ID TO MJ-RUN-ID.
           MOVE LK-FILE-ID TO MJ-FILE-ID.
           MOVE LK-ACTION TO MJ-ACTION.
           MOVE LK-BEFORE-IMAGE(1:60) TO MJ-BEFORE.
           MOVE LK-BEFORE-IMAGE(61:60) TO MJ-BEFORE-CONT.
           MOVE LK-AFTER-IMAGE(1:60) TO MJ-AFTER.
           MOVE LK-AFTER-IMAGE(61:60) TO MJ-AFTER-CONT.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-FS-JOURNAL-FILE = '35'
