      * gone once the DD was reused; when a question came up about
      * what BYAGE.XML actually said last March, there was no copy.
      * Run in the daily job right after UNEMLREG PARM='RECORD',
      * this program copies each of the eight source files on the
      * DDs, line for line, into the SRCARCDD content archive
      * (appended, DISP=MOD): a header record per file (source name
      * and archive date - the registry entry's identity), the
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-24  MB  BYOCC.XML archived as the eighth source.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           *> The eight source DDs, exactly as UNEMLREG reads them.
           SELECT SRC-AGE ASSIGN TO BYAGEDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-FILE-STATUS.

           SELECT SRC-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-FILE-STATUS.

           *> The content archive - appended, pre-allocated by JCL
           *> with DISP=MOD.
           SELECT SRC-ARCH ASSIGN TO SRCARCDD
              RECORDING MODE F.
       01  SRC-LAB-REC PIC X(176).

       FD  SRC-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  SRC-OCC-REC PIC X(176).

       FD  SRC-ARCH
           RECORD CONTAINS 210 CHARACTERS
           RECORDING MODE F.
           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.
       01  SOURCE-FILES REDEFINES SOURCE-FILE-TABLE.
           05 SOURCE-FILE OCCURS 8 TIMES PIC X(16).

       01  SOURCE-IDX PIC 9(2) COMP-4.

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD

           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              PERFORM 2000-ARCHIVE-ONE-SOURCE
           END-PERFORM

              WHEN 5 OPEN INPUT SRC-ETH
              WHEN 6 OPEN INPUT SRC-STA
              WHEN 7 OPEN INPUT SRC-LAB
              WHEN 8 OPEN INPUT SRC-OCC
           END-EVALUATE
           .

                 READ SRC-LAB INTO SCAN-RECORD-BUF
                    AT END SET SCAN-EOF TO TRUE
                 END-READ
              WHEN 8
                 READ SRC-OCC INTO SCAN-RECORD-BUF
                    AT END SET SCAN-EOF TO TRUE
                 END-READ
           END-EVALUATE
           .

              WHEN 5 CLOSE SRC-ETH
              WHEN 6 CLOSE SRC-STA
              WHEN 7 CLOSE SRC-LAB
              WHEN 8 CLOSE SRC-OCC
           END-EVALUATE
           .

