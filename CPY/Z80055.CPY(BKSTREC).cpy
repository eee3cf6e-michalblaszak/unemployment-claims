      ******************************************************************
      * The copybook of the file/record description of the UNEMBKST
      * backup-set catalog KSDS - one header record per backup set
      * (one set per released cycle, taken across the whole dataset
      * family at the same cycle boundary) followed by one record
      * per member dataset. Written by UNEMBKST's BACKUP and CATALOG
      * modes and read back by its RESTORE, VERIFY and COVERAGE
      * modes.
      *-----------------------------------------------------------------
      *    BS-CYCLE-DATE    the released business date the set holds
      *    BS-MEMBER        the member code from the family list;
      *                     SPACES on the set's header record
      * The set statuses (header BS-SET-STATUS):
      *    'I' in progress - the copies were scheduled, not counted
      *    'C' complete    - every member copied and counted
      *    'F' failed      - one or more members did not copy
      *    'X' expired     - past the retention count; copies deleted
      * The member statuses (BS-MEMBER-STATUS):
      *    'P' pending, 'C' copied, 'F' failed
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  BKSET-CAT.
       01  BKSET-CAT-REC.
           05 BS-KEY.
              10 BS-CYCLE-DATE     PIC 9(8).
              10 BS-MEMBER         PIC X(8).
           05 BS-MEMBER-DATA.
              10 BS-DSNAME         PIC X(44).
              10 BS-COPY-NAME      PIC X(44).
              10 BS-ORG            PIC X.
                 88 BS-ORG-KSDS       VALUE 'K'.
                 88 BS-ORG-ESDS       VALUE 'E'.
                 88 BS-ORG-SEQUENTIAL VALUE 'S'.
              10 BS-RECORDS        PIC 9(10).
              10 BS-COND-CODE      PIC 9(2).
              10 BS-MEMBER-STATUS  PIC X.
                 88 BS-MEMBER-PENDING VALUE 'P'.
                 88 BS-MEMBER-COPIED  VALUE 'C'.
                 88 BS-MEMBER-FAILED  VALUE 'F'.
              10 FILLER            PIC X(82).
           05 BS-HEADER-DATA REDEFINES BS-MEMBER-DATA.
              10 BS-SET-STATUS     PIC X.
                 88 BS-SET-IN-PROGRESS VALUE 'I'.
                 88 BS-SET-COMPLETE    VALUE 'C'.
                 88 BS-SET-FAILED      VALUE 'F'.
                 88 BS-SET-EXPIRED     VALUE 'X'.
              10 BS-TAKEN-DATE     PIC 9(8).
              10 BS-TAKEN-TIME     PIC 9(6).
              10 BS-MEMBER-COUNT   PIC 9(4).
              10 BS-FAILED-COUNT   PIC 9(4).
              10 BS-RECORD-TOTAL   PIC 9(12).
              10 BS-RESTORE-DATE   PIC 9(8).
              10 BS-RESTORE-RESULT PIC X.
                 88 BS-RESTORE-PASSED VALUE 'P'.
                 88 BS-RESTORE-FAILED VALUE 'F'.
              10 FILLER            PIC X(140).
