      * dates, or when yesterday's file is still sitting on the DD
      * when today's job runs - UNEMPL01 will cheerfully import
      * whatever is there. This program computes an identity for each
      * of the eight source files - record count, byte count, the
      * first and last record_id appearing in the file, and a digit
      * checksum - and keeps one registry entry per file consumed in
      * the LOADREGDD dataset.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-24  MB  BYOCC.XML registered as the eighth source.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-FILE-STATUS.

           SELECT SRC-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-FILE-STATUS.

           *> The load registry - one entry per file ever consumed,
           *> pre-allocated by JCL with DISP=MOD.
           SELECT LOAD-REG ASSIGN TO LOADREGDD
              RECORDING MODE F.
       01  SRC-LAB-REC PIC X(176).

       FD  SRC-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  SRC-OCC-REC PIC X(176).

       FD  LOAD-REG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.

       01  SOURCE-FILES REDEFINES SOURCE-FILE-TABLE.
           05 SOURCE-FILE OCCURS 8 TIMES PIC X(16).

       01  SOURCE-IDX PIC 9(2) COMP-4.

           END-IF

           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              PERFORM 3000-SCAN-ONE-SOURCE
              IF SCAN-REC-COUNT > ZERO THEN
                 IF MODE-CHECK THEN
              WHEN 5 OPEN INPUT SRC-ETH
              WHEN 6 OPEN INPUT SRC-STA
              WHEN 7 OPEN INPUT SRC-LAB
              WHEN 8 OPEN INPUT SRC-OCC
           END-EVALUATE
           .

              WHEN 7 READ SRC-LAB INTO SCAN-RECORD-BUF
                 AT END SET SCAN-EOF TO TRUE
              END-READ
              WHEN 8 READ SRC-OCC INTO SCAN-RECORD-BUF
                 AT END SET SCAN-EOF TO TRUE
              END-READ
           END-EVALUATE

           IF NOT SRC-FILE-OK AND NOT SRC-FILE-EOF THEN
              WHEN 5 CLOSE SRC-ETH
              WHEN 6 CLOSE SRC-STA
              WHEN 7 CLOSE SRC-LAB
              WHEN 8 CLOSE SRC-OCC
           END-EVALUATE
           .

