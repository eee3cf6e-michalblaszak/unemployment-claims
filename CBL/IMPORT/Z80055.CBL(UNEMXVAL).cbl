      ******************************************************************
      * Standalone XML structure pre-validator for the eight sources.
      ******************************************************************
      * UNEMPL01's 0500-PREFLIGHT-CHECK only proves each source file
      * opens; a file that is present but structurally broken -
      * without a record_id - still got discovered one row at a time
      * in the middle of the importers' 5000-HANDLE-XML-EVENTS,
      * sometimes after hundreds of rows were already committed. This
      * program fully parses each of the eight XML files before any
      * importer runs, verifying:
      *    the document parses at all (no malformed XML),
      *    the response/row structure opens and closes completely,
      *                    each parse at the document close and
      *                    restarts on the buffered record, the
      *                    same way the importers do.
      *    2021-08-24  MB  BYOCC.XML validated as the eighth source.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-FILE-STATUS.

           SELECT SRC-OCC ASSIGN TO BYOCCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SRC-FILE-STATUS.

      *========================
       DATA DIVISION.
      *========================
              RECORDING MODE F.
       01  SRC-LAB-REC PIC X(176).

       FD  SRC-OCC
              RECORD CONTAINS 176 CHARACTERS
              RECORDING MODE F.
       01  SRC-OCC-REC PIC X(176).

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
           05 FILLER PIC X(16) VALUE 'BYETHNIC.XML'.
           05 FILLER PIC X(16) VALUE 'BYSTATE.XML'.
           05 FILLER PIC X(16) VALUE 'BYLABORFORCE.XML'.
           05 FILLER PIC X(16) VALUE 'BYOCC.XML'.

       01  SOURCE-FILES REDEFINES SOURCE-FILE-TABLE.
           05 SOURCE-FILE OCCURS 8 TIMES PIC X(16).

       01  SOURCE-IDX PIC 9(2) COMP-4.

       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           DISPLAY "Pre-validating the eight source XML files."

           PERFORM VARYING SOURCE-IDX FROM 1 BY 1
                 UNTIL SOURCE-IDX > 8
              PERFORM 2000-VALIDATE-ONE-SOURCE
           END-PERFORM

              WHEN 5 OPEN INPUT SRC-ETH
              WHEN 6 OPEN INPUT SRC-STA
              WHEN 7 OPEN INPUT SRC-LAB
              WHEN 8 OPEN INPUT SRC-OCC
           END-EVALUATE
           .

              WHEN 7 READ SRC-LAB INTO PARSE-BUF
                 AT END SET SCAN-EOF TO TRUE
              END-READ
              WHEN 8 READ SRC-OCC INTO PARSE-BUF
                 AT END SET SCAN-EOF TO TRUE
              END-READ
           END-EVALUATE

           IF NOT SRC-FILE-OK AND NOT SRC-FILE-EOF THEN
                 WHEN 5 CLOSE SRC-ETH
                 WHEN 6 CLOSE SRC-STA
                 WHEN 7 CLOSE SRC-LAB
                 WHEN 8 CLOSE SRC-OCC
              END-EVALUATE
           END-IF
           .
