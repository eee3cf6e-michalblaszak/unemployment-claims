      ******************************************************************
      * Quarterly consumer entitlement and receipts report.
      ******************************************************************
      * Lists every consumer on the entitlement registry (ENTLRGDD,
      * ENTLREC.cpy) with each of its grants - the channels, the data
      * classes, the validity and the states - and under them what
      * the consumer was actually sent over the quarter, and what was
      * refused it, by channel, state and class, from the receipts
      * log UNEMENTL keeps (ENTLRCDD, ERCVREC.cpy). Flagged:
      *    EXPIRED       a grant past its valid-to date
      *    NOT YET VALID a grant whose valid-from is still to come
      *    NOT COVERED   something sent that no grant valid in the
      *                  quarter covers - the registry changed under
      *                  a delivery, or a producer got it wrong
      *    UNUSED        a consumer that was sent nothing in the
      *                  quarter - a grant to take away
      * Anything sent to or refused a consumer not on the registry
      * follows, under NOT ON THE REGISTRY.
      *
      * The quarter is the last whole calendar quarter before today,
      * or the one the ENTR-QUARTER runtime parameter names (YYYYQn).
      * RC=4 when the receipts log couldn't be read or the tables
      * overflowed; RC=8 when the registry couldn't be read.
      *-----------------------------------------------------------------
      * Subprograms: UNEMPRNT - the shared print formatting.
      *              UNEMPARM - the runtime parameter lookup.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMENTR.
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
           *> The consumer entitlement registry
           SELECT ENTL-REGISTRY ASSIGN TO ENTLRGDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENTL-REGISTRY-STATUS.

           *> The entitlement receipts log
           SELECT ENTL-RECEIPTS ASSIGN TO ENTLRCDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ENTL-RECEIPTS-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  ENTL-REGISTRY
      *    01  ENTL-REGISTRY-REC.
       COPY ENTLREC.

      * Provides:
      *    FD  ENTL-RECEIPTS
      *    01  ENTL-RECEIPT-REC.
       COPY ERCVREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  ENTL-REGISTRY-STATUS PIC XX.
           88 ENTL-REGISTRY-OK VALUE "00".
           88 ENTL-REGISTRY-EOF VALUE "10".

       01  ENTL-RECEIPTS-STATUS PIC XX.
           88 ENTL-RECEIPTS-OK VALUE "00".
           88 ENTL-RECEIPTS-EOF VALUE "10".

       01  SOURCE-SKIPPED-SW PIC X VALUE 'N'.
           88 SOURCE-SKIPPED VALUE 'Y'.

      * The registry rows, in registry order.
       01  GRANT-TABLE.
           05 GRANT-ENTRY OCCURS 300 TIMES.
              10 GT-CONSUMER   PIC X(20).
              10 GT-CHANNEL    PIC X OCCURS 4 TIMES.
              10 GT-CLASS      PIC X OCCURS 3 TIMES.
              10 GT-VALID-FROM PIC 9(8).
              10 GT-VALID-TO   PIC 9(8).
              10 GT-STATE      PIC X(2) OCCURS 15 TIMES.

       01  GRANT-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  GRANT-IDX  PIC 9(3) COMP-4.
       01  OTHER-IDX  PIC 9(3) COMP-4.
       01  STATE-IDX  PIC 9(3) COMP-4.
       01  CHANNEL-IDX PIC 9(1) COMP-4.
       01  CLASS-IDX   PIC 9(1) COMP-4.

      * The quarter's receipts, summed per consumer, channel, state
      * and class.
       01  RECEIPT-TABLE.
           05 RECEIPT-ENTRY OCCURS 1000 TIMES.
              10 RT-KEY.
                 15 RT-CONSUMER PIC X(20).
                 15 RT-CHANNEL  PIC X(4).
                 15 RT-STATE    PIC X(2).
                 15 RT-CLASS    PIC X.
              10 RT-DELIVERED   PIC 9(9) COMP-4.
              10 RT-REFUSED     PIC 9(9) COMP-4.
              10 RT-PRINTED-SW  PIC X.
                 88 RT-PRINTED  VALUE 'Y'.

       01  RECEIPT-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  RECEIPT-IDX  PIC 9(4) COMP-4.
       01  RECEIPT-AT   PIC 9(4) COMP-4.

       01  RECEIPT-KEY.
           05 RK-CONSUMER PIC X(20).
           05 RK-CHANNEL  PIC X(4).
           05 RK-STATE    PIC X(2).
           05 RK-CLASS    PIC X.

       01  FIRST-ROW-SW PIC X VALUE 'N'.
           88 FIRST-ROW-OF-CONSUMER VALUE 'Y'.
       01  COVERED-SW PIC X VALUE 'N'.
           88 RECEIPT-COVERED VALUE 'Y'.
       01  STATE-OK-SW PIC X VALUE 'N'.
           88 STATE-OK VALUE 'Y'.
       01  CONSUMER-SENT COMP-4 PIC 9(9) VALUE ZERO.

       01  TEXT-PTR PIC 9(3) COMP-4.

       01  RUN-DATE-TODAY PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-TODAY.
           05 RUN-YEAR  PIC 9(4).
           05 RUN-MONTH PIC 9(2).
           05 RUN-DAY   PIC 9(2).

      * The quarter reported, and its first and last days.
       01  REPORT-QUARTER.
           05 RQ-YEAR    PIC 9(4).
           05 FILLER     PIC X VALUE 'Q'.
           05 RQ-QUARTER PIC 9.
       01  QUARTER-START PIC 9(8) VALUE ZERO.
       01  QUARTER-START-PARTS REDEFINES QUARTER-START.
           05 QS-YEAR  PIC 9(4).
           05 QS-MONTH PIC 9(2).
           05 QS-DAY   PIC 9(2).
       01  QUARTER-END PIC 9(8) VALUE ZERO.
       01  QUARTER-END-PARTS REDEFINES QUARTER-END.
           05 QE-YEAR  PIC 9(4).
           05 QE-MONTH PIC 9(2).
           05 QE-DAY   PIC 9(2).

       01  ENTR-COUNTS.
           05 CONSUMERS-LISTED COMP-4 PIC 9(5) VALUE ZERO.
           05 CONSUMERS-UNUSED COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-LISTED    COMP-4 PIC 9(5) VALUE ZERO.
           05 GRANTS-EXPIRED   COMP-4 PIC 9(5) VALUE ZERO.
           05 NOT-COVERED      COMP-4 PIC 9(5) VALUE ZERO.
           05 TOTAL-DELIVERED  COMP-4 PIC 9(9) VALUE ZERO.
           05 TOTAL-REFUSED    COMP-4 PIC 9(9) VALUE ZERO.

      * The runtime-parameter lookup (UNEMPARM / PARMFLDD).
       01  RTP-KEYWORD PIC X(20) VALUE SPACES.
       01  RTP-VALUE   PIC X(20) VALUE SPACES.
       01  RTP-FOUND   PIC X VALUE 'N'.

      * The line handed to UNEMPRNT, the shared print-formatting
      * service the report goes out through.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

       01  ENTR-DISP-SEPARATOR PIC X(120) VALUE ALL '-'.

       01  ENTR-HEAD-DISP-REC.
           05 FILLER PIC X(22) VALUE 'CONSUMER'.
           05 FILLER PIC X(20) VALUE 'CHANNELS'.
           05 FILLER PIC X(20) VALUE 'CLASSES'.
           05 FILLER PIC X(19) VALUE 'VALID'.
           05 FILLER PIC X(32) VALUE 'STATES'.

       01  ENTR-GRANT-DISP-REC.
           05 EG-DISP-CONSUMER PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EG-DISP-CHANNELS PIC X(18) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EG-DISP-CLASSES  PIC X(18) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EG-DISP-FROM     PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(1)  VALUE '-'.
           05 EG-DISP-TO       PIC X(8)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EG-DISP-STATES   PIC X(45) VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EG-DISP-FLAGS    PIC X(16) VALUE SPACES.

       01  ENTR-RECV-DISP-REC.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(9)  VALUE 'received '.
           05 ER-DISP-CHANNEL  PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ER-DISP-STATE    PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ER-DISP-CLASS    PIC X(11) VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE ' sent '.
           05 ER-DISP-SENT     PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(10) VALUE '  refused '.
           05 ER-DISP-REFUSED  PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 ER-DISP-FLAGS    PIC X(16) VALUE SPACES.

       01  ENTR-UNUSED-DISP-REC.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(40) VALUE
              '*** UNUSED - nothing sent this quarter'.

       01  ENTR-UNREG-DISP-REC.
           05 FILLER PIC X(40) VALUE
              'NOT ON THE REGISTRY'.

       01  ENTR-UNREG-CONS-DISP-REC.
           05 EU-DISP-CONSUMER PIC X(20) VALUE SPACES.

       01  ENTR-TOTAL-DISP-REC.
           05 ET-DISP-CONSUMERS PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(15) VALUE ' consumer(s), '.
           05 ET-DISP-GRANTS    PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(12) VALUE ' grant(s), '.
           05 ET-DISP-EXPIRED   PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(10) VALUE ' expired, '.
           05 ET-DISP-UNUSED    PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(9)  VALUE ' unused, '.
           05 ET-DISP-UNCOVERED PIC ZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(14) VALUE ' not covered, '.
           05 ET-DISP-SENT      PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(7)  VALUE ' sent, '.
           05 ET-DISP-REFUSED   PIC ZZZ,ZZZ,ZZ9 VALUE ZERO.
           05 FILLER            PIC X(9)  VALUE ' refused.'.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           PERFORM 1100-SET-QUARTER

           OPEN INPUT ENTL-REGISTRY

           IF NOT ENTL-REGISTRY-OK THEN
              DISPLAY "Couldn't open the consumer entitlement "
                 "registry - STATUS " ENTL-REGISTRY-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 2000-LOAD-REGISTRY
           CLOSE ENTL-REGISTRY

           PERFORM 3000-LOAD-RECEIPTS
              THRU 3000-LOAD-RECEIPTS-END
           PERFORM 4000-PRINT-CONSUMERS

           IF SOURCE-SKIPPED THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * The quarter reported - the ENTR-QUARTER parameter's, or the
      * last whole one before today - and its first and last days.
      ******************************************************************
       1100-SET-QUARTER.
           ACCEPT RUN-DATE-TODAY FROM DATE YYYYMMDD

           MOVE "ENTR-QUARTER" TO RTP-KEYWORD
           CALL "UNEMPARM" USING RTP-KEYWORD RTP-VALUE RTP-FOUND
           IF RTP-FOUND = 'Y' AND RTP-VALUE (1:4) IS NUMERIC
                 AND RTP-VALUE (5:1) = 'Q'
                 AND RTP-VALUE (6:1) >= '1'
                 AND RTP-VALUE (6:1) <= '4' THEN
              MOVE RTP-VALUE (1:6) TO REPORT-QUARTER
           ELSE
              MOVE RUN-YEAR TO RQ-YEAR
              COMPUTE RQ-QUARTER = (RUN-MONTH - 1) / 3
              IF RQ-QUARTER = ZERO THEN
                 MOVE 4 TO RQ-QUARTER
                 SUBTRACT 1 FROM RQ-YEAR
              END-IF
           END-IF

           MOVE RQ-YEAR TO QS-YEAR
           COMPUTE QS-MONTH = RQ-QUARTER * 3 - 2
           MOVE 1 TO QS-DAY

           MOVE RQ-YEAR TO QE-YEAR
           COMPUTE QE-MONTH = RQ-QUARTER * 3
           IF QE-MONTH = 6 OR QE-MONTH = 9 THEN
              MOVE 30 TO QE-DAY
           ELSE
              MOVE 31 TO QE-DAY
           END-IF
           .

       1100-SET-QUARTER-END.
           EXIT.
      ******************************************************************
       2000-LOAD-REGISTRY.
           PERFORM UNTIL NOT ENTL-REGISTRY-OK
              READ ENTL-REGISTRY
                 AT END CONTINUE
                 NOT AT END
                    IF ENTL-REGISTRY-REC (1:1) NOT = '*'
                       AND ENTL-REGISTRY-REC NOT = SPACES THEN
                       PERFORM 2100-KEEP-GRANT
                    END-IF
              END-READ
           END-PERFORM
           .

       2000-LOAD-REGISTRY-END.
           EXIT.
      ******************************************************************
       2100-KEEP-GRANT.
           IF GRANT-USED >= 300 THEN
              DISPLAY "*** More than 300 entitlement rows - "
                 EN-CONSUMER " and later not listed."
              SET SOURCE-SKIPPED TO TRUE
              MOVE "10" TO ENTL-REGISTRY-STATUS
           ELSE
              ADD 1 TO GRANT-USED
              MOVE EN-CONSUMER TO GT-CONSUMER (GRANT-USED)
              PERFORM VARYING CHANNEL-IDX FROM 1 BY 1
                    UNTIL CHANNEL-IDX > 4
                 MOVE EN-CHANNEL-FLAG (CHANNEL-IDX)
                    TO GT-CHANNEL (GRANT-USED CHANNEL-IDX)
              END-PERFORM
              PERFORM VARYING CLASS-IDX FROM 1 BY 1
                    UNTIL CLASS-IDX > 3
                 MOVE EN-CLASS-FLAG (CLASS-IDX)
                    TO GT-CLASS (GRANT-USED CLASS-IDX)
              END-PERFORM
              MOVE EN-VALID-FROM TO GT-VALID-FROM (GRANT-USED)
              MOVE EN-VALID-TO TO GT-VALID-TO (GRANT-USED)
              PERFORM VARYING STATE-IDX FROM 1 BY 1
                    UNTIL STATE-IDX > 15
                 MOVE EN-STATE (STATE-IDX)
                    TO GT-STATE (GRANT-USED STATE-IDX)
              END-PERFORM
           END-IF
           .

       2100-KEEP-GRANT-END.
           EXIT.
      ******************************************************************
      * The quarter's receipts, summed.
      ******************************************************************
       3000-LOAD-RECEIPTS.
           OPEN INPUT ENTL-RECEIPTS

           IF NOT ENTL-RECEIPTS-OK THEN
              DISPLAY "Couldn't open the entitlement receipts log - "
                 "STATUS " ENTL-RECEIPTS-STATUS
                 " - nothing received shown."
              SET SOURCE-SKIPPED TO TRUE
              GO TO 3000-LOAD-RECEIPTS-END
           END-IF

           PERFORM UNTIL ENTL-RECEIPTS-EOF
              READ ENTL-RECEIPTS
                 AT END CONTINUE
                 NOT AT END
                    IF ER-DATE >= QUARTER-START
                       AND ER-DATE <= QUARTER-END THEN
                       PERFORM 3100-ADD-RECEIPT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE ENTL-RECEIPTS
           .

       3000-LOAD-RECEIPTS-END.
           EXIT.
      ******************************************************************
       3100-ADD-RECEIPT.
           MOVE ER-CONSUMER TO RK-CONSUMER
           MOVE ER-CHANNEL TO RK-CHANNEL
           MOVE ER-STATE TO RK-STATE
           MOVE ER-CLASS TO RK-CLASS

           MOVE ZERO TO RECEIPT-AT
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
                 UNTIL RECEIPT-IDX > RECEIPT-USED OR RECEIPT-AT > ZERO
              IF RT-KEY (RECEIPT-IDX) = RECEIPT-KEY THEN
                 MOVE RECEIPT-IDX TO RECEIPT-AT
              END-IF
           END-PERFORM

           IF RECEIPT-AT = ZERO THEN
              IF RECEIPT-USED < 1000 THEN
                 ADD 1 TO RECEIPT-USED
                 MOVE RECEIPT-USED TO RECEIPT-AT
                 MOVE RECEIPT-KEY TO RT-KEY (RECEIPT-AT)
                 MOVE ZERO TO RT-DELIVERED (RECEIPT-AT)
                 MOVE ZERO TO RT-REFUSED (RECEIPT-AT)
                 MOVE 'N' TO RT-PRINTED-SW (RECEIPT-AT)
              ELSE
                 IF NOT SOURCE-SKIPPED THEN
                    DISPLAY "*** More than 1000 receipt lines - "
                       "the rest of the quarter not shown."
                 END-IF
                 SET SOURCE-SKIPPED TO TRUE
              END-IF
           END-IF

           IF RECEIPT-AT > ZERO THEN
              ADD ER-DELIVERED TO RT-DELIVERED (RECEIPT-AT)
              ADD ER-REFUSED TO RT-REFUSED (RECEIPT-AT)
           END-IF
           .

       3100-ADD-RECEIPT-END.
           EXIT.
      ******************************************************************
      * Every consumer, once, in the order it first appears on the
      * registry - its grants, then what it received - and last
      * whatever went to consumers not on the registry at all.
      ******************************************************************
       4000-PRINT-CONSUMERS.
           MOVE "CONSUMER ENTITLEMENTS AND RECEIPTS (UNEMENTR)"
              TO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMENTR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "Quarter " DELIMITED BY SIZE
              REPORT-QUARTER DELIMITED BY SIZE
              " - received " DELIMITED BY SIZE
              QUARTER-START DELIMITED BY SIZE
              " to " DELIMITED BY SIZE
              QUARTER-END DELIMITED BY SIZE
              INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT
           MOVE ENTR-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "HEAD " "UNEMENTR" PRNT-TEXT
           MOVE ENTR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT

           PERFORM VARYING GRANT-IDX FROM 1 BY 1
                 UNTIL GRANT-IDX > GRANT-USED
              SET FIRST-ROW-OF-CONSUMER TO TRUE
              PERFORM VARYING OTHER-IDX FROM 1 BY 1
                    UNTIL OTHER-IDX >= GRANT-IDX
                 IF GT-CONSUMER (OTHER-IDX)
                       = GT-CONSUMER (GRANT-IDX) THEN
                    MOVE 'N' TO FIRST-ROW-SW
                 END-IF
              END-PERFORM
              IF FIRST-ROW-OF-CONSUMER THEN
                 PERFORM 4100-PRINT-ONE-CONSUMER
              END-IF
           END-PERFORM

           PERFORM 4400-PRINT-UNREGISTERED

           MOVE ENTR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT
           MOVE CONSUMERS-LISTED TO ET-DISP-CONSUMERS
           MOVE GRANTS-LISTED TO ET-DISP-GRANTS
           MOVE GRANTS-EXPIRED TO ET-DISP-EXPIRED
           MOVE CONSUMERS-UNUSED TO ET-DISP-UNUSED
           MOVE NOT-COVERED TO ET-DISP-UNCOVERED
           MOVE TOTAL-DELIVERED TO ET-DISP-SENT
           MOVE TOTAL-REFUSED TO ET-DISP-REFUSED
           MOVE ENTR-TOTAL-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TOTAL" "UNEMENTR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "TERM " "UNEMENTR" PRNT-TEXT
           .

       4000-PRINT-CONSUMERS-END.
           EXIT.
      ******************************************************************
      * One consumer: every grant row it has, then every receipt
      * line of the quarter.
      ******************************************************************
       4100-PRINT-ONE-CONSUMER.
           ADD 1 TO CONSUMERS-LISTED

           PERFORM VARYING OTHER-IDX FROM GRANT-IDX BY 1
                 UNTIL OTHER-IDX > GRANT-USED
              IF GT-CONSUMER (OTHER-IDX) = GT-CONSUMER (GRANT-IDX)
                 THEN
                 PERFORM 4200-PRINT-ONE-GRANT
              END-IF
           END-PERFORM

           MOVE ZERO TO CONSUMER-SENT
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
                 UNTIL RECEIPT-IDX > RECEIPT-USED
              IF RT-CONSUMER (RECEIPT-IDX) = GT-CONSUMER (GRANT-IDX)
                 THEN
                 ADD RT-DELIVERED (RECEIPT-IDX) TO CONSUMER-SENT
                 PERFORM 4300-CHECK-COVERED
                 PERFORM 4500-PRINT-ONE-RECEIPT
              END-IF
           END-PERFORM

           IF CONSUMER-SENT = ZERO THEN
              ADD 1 TO CONSUMERS-UNUSED
              MOVE ENTR-UNUSED-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT
           END-IF
           .

       4100-PRINT-ONE-CONSUMER-END.
           EXIT.
      ******************************************************************
       4200-PRINT-ONE-GRANT.
           ADD 1 TO GRANTS-LISTED

           MOVE GT-CONSUMER (OTHER-IDX) TO EG-DISP-CONSUMER

           MOVE SPACES TO EG-DISP-CHANNELS
           MOVE 1 TO TEXT-PTR
           IF GT-CHANNEL (OTHER-IDX 1) = 'Y' THEN
              STRING "MQ " DELIMITED BY SIZE INTO EG-DISP-CHANNELS
                 WITH POINTER TEXT-PTR
           END-IF
           IF GT-CHANNEL (OTHER-IDX 2) = 'Y' THEN
              STRING "SUBX " DELIMITED BY SIZE INTO EG-DISP-CHANNELS
                 WITH POINTER TEXT-PTR
           END-IF
           IF GT-CHANNEL (OTHER-IDX 3) = 'Y' THEN
              STRING "FEED " DELIMITED BY SIZE INTO EG-DISP-CHANNELS
                 WITH POINTER TEXT-PTR
           END-IF
           IF GT-CHANNEL (OTHER-IDX 4) = 'Y' THEN
              STRING "DIST" DELIMITED BY SIZE INTO EG-DISP-CHANNELS
                 WITH POINTER TEXT-PTR
           END-IF

           MOVE SPACES TO EG-DISP-CLASSES
           MOVE 1 TO TEXT-PTR
           IF GT-CLASS (OTHER-IDX 1) = 'Y' THEN
              STRING "AGGR " DELIMITED BY SIZE INTO EG-DISP-CLASSES
                 WITH POINTER TEXT-PTR
           END-IF
           IF GT-CLASS (OTHER-IDX 2) = 'Y' THEN
              STRING "PRELIM " DELIMITED BY SIZE
                 INTO EG-DISP-CLASSES
                 WITH POINTER TEXT-PTR
           END-IF
           IF GT-CLASS (OTHER-IDX 3) = 'Y' THEN
              STRING "CLAIM" DELIMITED BY SIZE INTO EG-DISP-CLASSES
                 WITH POINTER TEXT-PTR
           END-IF

           MOVE GT-VALID-FROM (OTHER-IDX) TO EG-DISP-FROM
           IF GT-VALID-TO (OTHER-IDX) = 99999999 THEN
              MOVE "OPEN" TO EG-DISP-TO
           ELSE
              MOVE GT-VALID-TO (OTHER-IDX) TO EG-DISP-TO
           END-IF

           MOVE SPACES TO EG-DISP-STATES
           MOVE 1 TO TEXT-PTR
           PERFORM VARYING STATE-IDX FROM 1 BY 1 UNTIL STATE-IDX > 15
              IF GT-STATE (OTHER-IDX STATE-IDX) NOT = SPACES THEN
                 STRING GT-STATE (OTHER-IDX STATE-IDX)
                       DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    INTO EG-DISP-STATES
                    WITH POINTER TEXT-PTR
              END-IF
           END-PERFORM

           MOVE SPACES TO EG-DISP-FLAGS
           IF GT-VALID-TO (OTHER-IDX) < RUN-DATE-TODAY THEN
              MOVE "*** EXPIRED" TO EG-DISP-FLAGS
              ADD 1 TO GRANTS-EXPIRED
           END-IF
           IF GT-VALID-FROM (OTHER-IDX) > RUN-DATE-TODAY THEN
              MOVE "NOT YET VALID" TO EG-DISP-FLAGS
           END-IF

           MOVE ENTR-GRANT-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT
           .

       4200-PRINT-ONE-GRANT-END.
           EXIT.
      ******************************************************************
      * Was what went out covered by one of the consumer's grants
      * valid at some point in the quarter - the channel, the class
      * and the state?
      ******************************************************************
       4300-CHECK-COVERED.
           MOVE 'N' TO COVERED-SW

           EVALUATE RT-CHANNEL (RECEIPT-IDX)
              WHEN 'MQ  '
                 MOVE 1 TO CHANNEL-IDX
              WHEN 'SUBX'
                 MOVE 2 TO CHANNEL-IDX
              WHEN 'FEED'
                 MOVE 3 TO CHANNEL-IDX
              WHEN OTHER
                 MOVE 4 TO CHANNEL-IDX
           END-EVALUATE

           EVALUATE RT-CLASS (RECEIPT-IDX)
              WHEN 'P'
                 MOVE 2 TO CLASS-IDX
              WHEN 'C'
                 MOVE 3 TO CLASS-IDX
              WHEN OTHER
                 MOVE 1 TO CLASS-IDX
           END-EVALUATE

           PERFORM VARYING OTHER-IDX FROM 1 BY 1
                 UNTIL OTHER-IDX > GRANT-USED OR RECEIPT-COVERED
              IF GT-CONSUMER (OTHER-IDX) = RT-CONSUMER (RECEIPT-IDX)
                 AND GT-VALID-FROM (OTHER-IDX) <= QUARTER-END
                 AND GT-VALID-TO (OTHER-IDX) >= QUARTER-START
                 AND GT-CHANNEL (OTHER-IDX CHANNEL-IDX) = 'Y'
                 AND GT-CLASS (OTHER-IDX CLASS-IDX) = 'Y' THEN
                 MOVE 'N' TO STATE-OK-SW
                 PERFORM VARYING STATE-IDX FROM 1 BY 1
                       UNTIL STATE-IDX > 15 OR STATE-OK
                    IF GT-STATE (OTHER-IDX STATE-IDX) = "**"
                       OR GT-STATE (OTHER-IDX STATE-IDX)
                          = RT-STATE (RECEIPT-IDX) THEN
                       SET STATE-OK TO TRUE
                    END-IF
                 END-PERFORM
                 IF STATE-OK THEN
                    SET RECEIPT-COVERED TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .

       4300-CHECK-COVERED-END.
           EXIT.
      ******************************************************************
      * What went to (or was refused) consumers the registry doesn't
      * list - every such line is, by definition, not covered.
      ******************************************************************
       4400-PRINT-UNREGISTERED.
           PERFORM VARYING RECEIPT-IDX FROM 1 BY 1
                 UNTIL RECEIPT-IDX > RECEIPT-USED
              IF NOT RT-PRINTED (RECEIPT-IDX) THEN
                 IF FIRST-ROW-SW NOT = 'U' THEN
                    MOVE 'U' TO FIRST-ROW-SW
                    MOVE ENTR-DISP-SEPARATOR TO PRNT-TEXT
                    CALL "UNEMPRNT" USING "LINE " "UNEMENTR"
                       PRNT-TEXT
                    MOVE ENTR-UNREG-DISP-REC TO PRNT-TEXT
                    CALL "UNEMPRNT" USING "LINE " "UNEMENTR"
                       PRNT-TEXT
                 END-IF
                 MOVE RT-CONSUMER (RECEIPT-IDX) TO EU-DISP-CONSUMER
                 MOVE ENTR-UNREG-CONS-DISP-REC TO PRNT-TEXT
                 CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT
                 MOVE 'N' TO COVERED-SW
                 PERFORM 4500-PRINT-ONE-RECEIPT
              END-IF
           END-PERFORM
           .

       4400-PRINT-UNREGISTERED-END.
           EXIT.
      ******************************************************************
       4500-PRINT-ONE-RECEIPT.
           SET RT-PRINTED (RECEIPT-IDX) TO TRUE

           MOVE RT-CHANNEL (RECEIPT-IDX) TO ER-DISP-CHANNEL
           MOVE RT-STATE (RECEIPT-IDX) TO ER-DISP-STATE
           EVALUATE RT-CLASS (RECEIPT-IDX)
              WHEN 'P'
                 MOVE "preliminary" TO ER-DISP-CLASS
              WHEN 'C'
                 MOVE "claim-level" TO ER-DISP-CLASS
              WHEN OTHER
                 MOVE "aggregate" TO ER-DISP-CLASS
           END-EVALUATE
           MOVE RT-DELIVERED (RECEIPT-IDX) TO ER-DISP-SENT
           MOVE RT-REFUSED (RECEIPT-IDX) TO ER-DISP-REFUSED
           ADD RT-DELIVERED (RECEIPT-IDX) TO TOTAL-DELIVERED
           ADD RT-REFUSED (RECEIPT-IDX) TO TOTAL-REFUSED

           MOVE SPACES TO ER-DISP-FLAGS
           IF RT-DELIVERED (RECEIPT-IDX) > ZERO
              AND NOT RECEIPT-COVERED THEN
              MOVE "*** NOT COVERED" TO ER-DISP-FLAGS
              ADD 1 TO NOT-COVERED
           END-IF

           MOVE ENTR-RECV-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMENTR" PRNT-TEXT
           .

       4500-PRINT-ONE-RECEIPT-END.
           EXIT.

       END PROGRAM UNEMENTR.
