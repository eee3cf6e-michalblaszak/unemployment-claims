      ******************************************************************
      * Producer run-history marker subprogram.
      ******************************************************************
      * UNEMXMIT sends the files the outbound producers write, and a
      * file on its DD says nothing about whether this cycle's run
      * wrote it - yesterday's copy looks the same. Each producer
      * calls here as it ends, and its run goes on the RUNHSTDD run
      * history (RUNHREC.cpy) beside the imports' rows: the program
      * as RH-SOURCE, the cycle it produced for in RH-CYCLE-DATE,
      * RH-ROW-KIND 'X', and the outcome from its return code -
      * S (0), W (4) or F (8 and over). UNEMXMIT queues a
      * producer's file only once a S or W row for the cycle is on
      * file.
      * A run history that can't be opened or written is reported
      * and passed over - the producer's own outcome stands, and
      * UNEMXMIT holds the file until someone looks.
      *-----------------------------------------------------------------
      * Input parameters:
      *    RHMK-PGM        - the producer's PROGRAM-ID.
      *    RHMK-CYCLE-DATE - the cycle date it produced for.
      *    RHMK-RC         - the return code it is ending with.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMRHMK.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-25.

      *========================
       ENVIRONMENT DIVISION.
      *========================
       CONFIGURATION SECTION.
      *------------------------
      * SOURCE-COMPUTER.
      *     IBM-SYSTEM WITH DEBUGGING MODE.

      *------------------------
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           SELECT RUN-HIST ASSIGN TO RUNHSTDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RH-KEY
           FILE STATUS IS RUN-HIST-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  RUN-HIST
      *    01  RUN-HIST-REC.
       COPY RUNHREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  RUN-HIST-STATUS PIC XX.
           88 RUN-HIST-OK VALUE "00".

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  TIME-OF-DAY-NOW PIC 9(8) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  RHMK-PGM        PIC X(8).
       01  RHMK-CYCLE-DATE PIC 9(8).
       01  RHMK-RC         PIC 9(2).

      *========================
       PROCEDURE DIVISION USING RHMK-PGM RHMK-CYCLE-DATE RHMK-RC.
      *========================
       1000-MAIN.
           OPEN I-O RUN-HIST

           IF NOT RUN-HIST-OK THEN
              DISPLAY "Couldn't open the run history - STATUS "
                 RUN-HIST-STATUS " - " RHMK-PGM " run not recorded."
              GO TO 1000-MAIN-END
           END-IF

           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY-NOW FROM TIME

           MOVE SPACES TO RUN-HIST-REC
           MOVE RUN-DATE-TODAY TO RH-RUN-DATE
           MOVE TIME-OF-DAY-NOW (1:6) TO RH-RUN-TIME
           MOVE RHMK-PGM TO RH-SOURCE
           EVALUATE TRUE
              WHEN RHMK-RC >= 8
                 SET RH-FAILED TO TRUE
              WHEN RHMK-RC >= 4
                 SET RH-WARNING TO TRUE
              WHEN OTHER
                 SET RH-SUCCESS TO TRUE
           END-EVALUATE
           MOVE ZERO TO RH-REC-COUNT
           MOVE RHMK-RC TO RH-RETURN-CODE
           MOVE TIME-OF-DAY-NOW (1:6) TO RH-START-TIME
           MOVE TIME-OF-DAY-NOW (1:6) TO RH-END-TIME
           MOVE RHMK-CYCLE-DATE TO RH-CYCLE-DATE
           SET RH-PRODUCER-ROW TO TRUE

           WRITE RUN-HIST-REC
              INVALID KEY CONTINUE
           END-WRITE

           IF NOT RUN-HIST-OK THEN
              DISPLAY "Couldn't record the " RHMK-PGM
                 " run - STATUS " RUN-HIST-STATUS
           END-IF

           CLOSE RUN-HIST
           .

       1000-MAIN-END.
           GOBACK.

       END PROGRAM UNEMRHMK.
