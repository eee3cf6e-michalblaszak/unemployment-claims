      ******************************************************************
      * Extract contract lookup subprogram.
      ******************************************************************
      * Every time PAYLOAD grew, the CSV export, the subscription
      * extracts and the DB2 mirror changed shape the same day and
      * every downstream consumer broke at once. Each extract layout
      * is now a named contract version on the extract contract
      * register (XCONRGDD, XCONREC.cpy), each consumer is pinned to
      * one, and a producer asks this subprogram which versions it
      * has to write:
      *    'VERSION ' - the state of one version of an extract, and
      *                 whether any consumer is pinned to it;
      *    'PIN     ' - the version a consumer is pinned to.
      * A deprecated version whose retire date has passed is answered
      * as retired - it stops being written on its own, without
      * anybody having to edit the register on the day.
      *
      * The register is loaded on the first call and answered from
      * memory after that. With no register on the DD every answer
      * is 'N' and the producer writes its current layout only, the
      * way it did before contracts.
      *-----------------------------------------------------------------
      * Input parameters:
      *    XCON-FUNCTION    - 'VERSION ' or 'PIN     '.
      *    XCON-EXTRACT     - 'CSV', 'SUBX' or 'DB2R'.
      *    XCON-CONSUMER    - the consumer ('PIN     ' only).
      *    XCON-VERSION     - the version asked about ('VERSION '
      *                       only).
      * Output parameters:
      *    XCON-VERSION     - the consumer's pinned version, 00 not
      *                       pinned ('PIN     ' only).
      *    XCON-STATE       - the version's state: 'C' current, 'D'
      *                       deprecated and still written, 'R'
      *                       retired, 'U' not on the register, 'N'
      *                       no register.
      *    XCON-RETIRE-DATE - the version's retire date, 99999999
      *                       none set.
      *    XCON-PINNED      - 'Y' when any consumer is pinned to the
      *                       version.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMXCON.
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
           SELECT XCON-REGISTER ASSIGN TO XCONRGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS XCON-REGISTER-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  XCON-REGISTER
      *    01  XCON-REGISTER-REC.
       COPY XCONREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  XCON-REGISTER-STATUS PIC XX.
           88 XCON-REGISTER-OK VALUE "00".
           88 XCON-REGISTER-EOF VALUE "10".

      * 'N' until the first call loads the register; 'Y' loaded, 'U'
      * the register couldn't be read.
       01  TABLE-LOADED-SW PIC X VALUE 'N'.
           88 TABLE-NOT-LOADED VALUE 'N'.
           88 TABLE-LOADED     VALUE 'Y'.
           88 TABLE-UNREADABLE VALUE 'U'.

      * The register's version rows.
       01  VERSION-TABLE.
           05 VERSION-ENTRY OCCURS 100 TIMES.
              10 VT-EXTRACT     PIC X(8).
              10 VT-VERSION     PIC 9(2).
              10 VT-STATUS      PIC X.
              10 VT-RETIRE-DATE PIC 9(8).

       01  VERSION-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  VERSION-IDX  PIC 9(3) COMP-4.
       01  VERSION-AT   PIC 9(3) COMP-4.

      * The register's pin rows.
       01  PIN-TABLE.
           05 PIN-ENTRY OCCURS 300 TIMES.
              10 PT-EXTRACT  PIC X(8).
              10 PT-VERSION  PIC 9(2).
              10 PT-CONSUMER PIC X(20).

       01  PIN-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  PIN-IDX  PIC 9(3) COMP-4.

       01  TODAY-DATE PIC 9(8) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  XCON-FUNCTION PIC X(8).
           88 XCON-ASK-VERSION VALUE 'VERSION '.
           88 XCON-ASK-PIN     VALUE 'PIN     '.
       01  XCON-EXTRACT     PIC X(8).
       01  XCON-CONSUMER    PIC X(20).
       01  XCON-VERSION     PIC 9(2).
       01  XCON-STATE       PIC X.
       01  XCON-RETIRE-DATE PIC 9(8).
       01  XCON-PINNED      PIC X.

      *========================
       PROCEDURE DIVISION USING XCON-FUNCTION XCON-EXTRACT
                                XCON-CONSUMER XCON-VERSION
                                XCON-STATE XCON-RETIRE-DATE
                                XCON-PINNED.
      *========================
       1000-MAIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           IF TABLE-NOT-LOADED THEN
              PERFORM 2000-LOAD-REGISTER
                 THRU 2000-LOAD-REGISTER-END
           END-IF

           MOVE 99999999 TO XCON-RETIRE-DATE
           MOVE 'N' TO XCON-PINNED

           IF NOT TABLE-LOADED THEN
              MOVE 'N' TO XCON-STATE
              IF XCON-ASK-PIN THEN
                 MOVE ZERO TO XCON-VERSION
              END-IF
              GOBACK
           END-IF

           EVALUATE TRUE
              WHEN XCON-ASK-VERSION
                 PERFORM 3000-VERSION-STATE
                    THRU 3000-VERSION-STATE-END
              WHEN XCON-ASK-PIN
                 PERFORM 4000-CONSUMER-PIN
              WHEN OTHER
                 DISPLAY "[XCON] Unknown function '" XCON-FUNCTION
                    "'."
                 MOVE 'U' TO XCON-STATE
           END-EVALUATE

           GOBACK
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
      * Loads the register. One that overflows the tables can't be
      * answered for, so it counts as unreadable.
      ******************************************************************
       2000-LOAD-REGISTER.
           OPEN INPUT XCON-REGISTER

           IF NOT XCON-REGISTER-OK THEN
              DISPLAY "*** No extract contract register - STATUS "
                 XCON-REGISTER-STATUS " - the current layouts only "
                 "are written."
              SET TABLE-UNREADABLE TO TRUE
              GO TO 2000-LOAD-REGISTER-END
           END-IF

           SET TABLE-LOADED TO TRUE
           PERFORM UNTIL NOT XCON-REGISTER-OK
              READ XCON-REGISTER
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 2100-KEEP-ROW
                       THRU 2100-KEEP-ROW-END
              END-READ
           END-PERFORM

           IF NOT XCON-REGISTER-EOF THEN
              SET TABLE-UNREADABLE TO TRUE
           END-IF

           CLOSE XCON-REGISTER
           .

       2000-LOAD-REGISTER-END.
           EXIT.
      ******************************************************************
       2100-KEEP-ROW.
           EVALUATE TRUE
              WHEN XC-VERSION-ROW
                 IF VERSION-USED >= 100 THEN
                    DISPLAY "*** More than 100 contract versions on "
                       "the register - it can't be answered for."
                    MOVE "99" TO XCON-REGISTER-STATUS
                    GO TO 2100-KEEP-ROW-END
                 END-IF
                 ADD 1 TO VERSION-USED
                 MOVE XC-EXTRACT TO VT-EXTRACT (VERSION-USED)
                 MOVE XC-VERSION TO VT-VERSION (VERSION-USED)
                 MOVE XC-STATUS TO VT-STATUS (VERSION-USED)
                 MOVE XC-RETIRE-DATE TO VT-RETIRE-DATE (VERSION-USED)
              WHEN XC-PIN-ROW
                 IF PIN-USED >= 300 THEN
                    DISPLAY "*** More than 300 contract pins on the "
                       "register - it can't be answered for."
                    MOVE "99" TO XCON-REGISTER-STATUS
                    GO TO 2100-KEEP-ROW-END
                 END-IF
                 ADD 1 TO PIN-USED
                 MOVE XP-EXTRACT TO PT-EXTRACT (PIN-USED)
                 MOVE XP-VERSION TO PT-VERSION (PIN-USED)
                 MOVE XP-CONSUMER TO PT-CONSUMER (PIN-USED)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       2100-KEEP-ROW-END.
           EXIT.
      ******************************************************************
      * The state of XCON-EXTRACT's version XCON-VERSION - a
      * deprecated version past its retire date is retired - and
      * whether anybody is still pinned to it.
      ******************************************************************
       3000-VERSION-STATE.
           MOVE 'U' TO XCON-STATE

           MOVE ZERO TO VERSION-AT
           PERFORM VARYING VERSION-IDX FROM 1 BY 1
                 UNTIL VERSION-IDX > VERSION-USED OR VERSION-AT > ZERO
              IF VT-EXTRACT (VERSION-IDX) = XCON-EXTRACT
                 AND VT-VERSION (VERSION-IDX) = XCON-VERSION THEN
                 MOVE VERSION-IDX TO VERSION-AT
              END-IF
           END-PERFORM

           IF VERSION-AT = ZERO THEN
              GO TO 3000-VERSION-STATE-END
           END-IF

           MOVE VT-STATUS (VERSION-AT) TO XCON-STATE
           MOVE VT-RETIRE-DATE (VERSION-AT) TO XCON-RETIRE-DATE
           IF XCON-STATE = 'D'
              AND XCON-RETIRE-DATE < TODAY-DATE THEN
              MOVE 'R' TO XCON-STATE
           END-IF

           PERFORM VARYING PIN-IDX FROM 1 BY 1
                 UNTIL PIN-IDX > PIN-USED OR XCON-PINNED = 'Y'
              IF PT-EXTRACT (PIN-IDX) = XCON-EXTRACT
                 AND PT-VERSION (PIN-IDX) = XCON-VERSION THEN
                 MOVE 'Y' TO XCON-PINNED
              END-IF
           END-PERFORM
           .

       3000-VERSION-STATE-END.
           EXIT.
      ******************************************************************
      * The version XCON-CONSUMER is pinned to for XCON-EXTRACT, and
      * that version's state. Not pinned answers version 00.
      ******************************************************************
       4000-CONSUMER-PIN.
           MOVE ZERO TO XCON-VERSION
           MOVE 'U' TO XCON-STATE

           PERFORM VARYING PIN-IDX FROM 1 BY 1
                 UNTIL PIN-IDX > PIN-USED OR XCON-VERSION > ZERO
              IF PT-EXTRACT (PIN-IDX) = XCON-EXTRACT
                 AND PT-CONSUMER (PIN-IDX) = XCON-CONSUMER THEN
                 MOVE PT-VERSION (PIN-IDX) TO XCON-VERSION
              END-IF
           END-PERFORM

           IF XCON-VERSION > ZERO THEN
              PERFORM 3000-VERSION-STATE
                 THRU 3000-VERSION-STATE-END
           END-IF
           .

       4000-CONSUMER-PIN-END.
           EXIT.

       END PROGRAM UNEMXCON.
