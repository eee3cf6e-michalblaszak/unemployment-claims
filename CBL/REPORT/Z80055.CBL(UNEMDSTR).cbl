      ******************************************************************
      * Disaster unemployment assistance report by declaration.
      ******************************************************************
      * Disaster unemployment assistance ('D' claims on UNEMCLMD) is
      * paid and reported to the federal partner declaration by
      * declaration, and until now the claims could not be tied to
      * one. This report reads the declaration register (UNEMDECL,
      * loaded by UNEMDCLI) and walks the claim detail, attributing
      * every 'D' row to the declaration its CD-DECLARATION-NO names:
      *    per declaration and month - initial claims, continued
      *       weeks and the cumulative initial claims to date, with
      *       each month past the filing deadline marked;
      *    per declaration - the claims filed by the deadline and
      *       after it, and the days the cycle date leaves before
      *       the deadline;
      *    an exception list of the 'D' claims that name no
      *       declaration, name one not on the register, or were
      *       filed after their declaration's deadline.
      * The exception list carries claim ids, so the run goes on the
      * UNEMACCL access trail, and its repository capture is marked
      * claim-level, so reading it back online goes there too.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the claim-level access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-24  MB  Initial version.
      *    2021-08-25  MB  The printed report's repository capture is
      *                    marked claim-level (UNEMPRNT 'CLAIM').
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMDSTR.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-24.

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
           *> The disaster declaration register, read front to back
           SELECT DECL-FILE ASSIGN TO DECLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-DECL-NUMBER
           FILE STATUS IS DECL-FILE-STATUS.

           *> The claim-detail KSDS, read front to back
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           FILE STATUS IS CLAIM-DETAIL-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  DECL-FILE
      *    01  DECL-REC.
       COPY DECLREC.

      * Provides:
      *    FD  CLAIM-DETAIL
      *    01  CLAIM-DETAIL-REC.
       COPY CLMDREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  DECL-FILE-STATUS PIC XX.
           88 DECL-FILE-OK VALUE "00".
           88 DECL-FILE-EOF VALUE "10".

       01  CLAIM-DETAIL-STATUS PIC XX.
           88 CLAIM-DETAIL-OK VALUE "00".
           88 CLAIM-DETAIL-EOF VALUE "10".

      * The business cycle - the days left before each deadline are
      * counted from it.
       01  CYCLE-DATE-OUT  PIC 9(8) VALUE ZERO.
       01  CYCLE-STATE-OUT PIC X VALUE SPACE.
       01  CYCLE-DATE-WORK PIC X(8) VALUE SPACES.
       01  CYCLE-ISO-DATE  PIC X(10) VALUE SPACES.
       01  CYCLE-SERIAL    PIC 9(7) COMP-4 VALUE ZERO.

      * The line handed to UNEMPRNT.
       01  PRNT-TEXT PIC X(160) VALUE SPACES.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      * The register, in declaration number order, with what the
      * walk attributes to each declaration.
       01  DECL-TABLE.
           05 DT-ENTRY OCCURS 100 TIMES.
              10 DT-NUMBER         PIC X(10).
              10 DT-STATE          PIC X(2).
              10 DT-TITLE          PIC X(30).
              10 DT-INCIDENT-BEGIN PIC X(10).
              10 DT-INCIDENT-END   PIC X(10).
              10 DT-DEADLINE       PIC X(10).
              10 DT-COUNTIES       PIC 9(2).
              10 DT-CLAIMS         COMP-4 PIC 9(7).
              10 DT-ON-TIME        COMP-4 PIC 9(7).
              10 DT-LATE           COMP-4 PIC 9(7).
       01  DT-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  DT-IDX  PIC 9(3) COMP-4.
       01  DT-FOUND-AT PIC 9(3) COMP-4.

      * Per declaration and month (YYYY-MM of CD-PERIOD-DATE): the
      * initial claims and continued weeks attributed to it.
       01  MONTH-TABLE.
           05 DM-ENTRY OCCURS 1200 TIMES.
              10 DM-DECL-IDX       PIC 9(3) COMP-4.
              10 DM-MONTH          PIC X(7).
              10 DM-INITIAL        COMP-4 PIC 9(7).
              10 DM-CONTINUED      COMP-4 PIC 9(7).
              10 DM-PRINTED-SW     PIC X.
                 88 DM-PRINTED VALUE 'Y'.
       01  DM-USED PIC 9(4) COMP-4 VALUE ZERO.
       01  DM-IDX  PIC 9(4) COMP-4.
       01  DM-FOUND-AT PIC 9(4) COMP-4.
       01  DM-NEXT-AT  PIC 9(4) COMP-4.
       01  MONTH-KEY-IN PIC X(7) VALUE SPACES.
       01  MONTHS-DROPPED COMP-4 PIC 9(7) VALUE ZERO.

      * The 'D' claims to follow up.
       01  EXCEPTION-TABLE.
           05 EX-ENTRY OCCURS 500 TIMES.
              10 EX-CLAIM-ID       PIC X(12).
              10 EX-STATE          PIC X(2).
              10 EX-DECL-NUMBER    PIC X(10).
              10 EX-FILING-DATE    PIC X(10).
              10 EX-DEADLINE       PIC X(10).
              10 EX-REASON         PIC X(30).
       01  EX-USED PIC 9(3) COMP-4 VALUE ZERO.
       01  EX-IDX  PIC 9(3) COMP-4.
       01  EXCEPTIONS-DROPPED COMP-4 PIC 9(7) VALUE ZERO.
       01  EXCEPTION-REASON PIC X(30) VALUE SPACES.

      * A claim's rows sit together on the key, so the claim and the
      * declaration of the last 'D' row tell a claim's first row
      * from the rest - a claim is counted and flagged once.
       01  PREV-CLAIM-ID    PIC X(12) VALUE SPACES.
       01  PREV-DECL-NUMBER PIC X(10) VALUE SPACES.

       01  CUMULATIVE-INITIAL COMP-4 PIC 9(7) VALUE ZERO.
       01  DEADLINE-MONTH     PIC X(7) VALUE SPACES.
       01  DAYS-TO-DEADLINE   PIC S9(7) COMP-4 VALUE ZERO.

       01  SERIAL-WORK.
           05 SW-YYYY PIC 9(4) COMP-4 VALUE ZERO.
           05 SW-MM   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-DD   PIC 9(2) COMP-4 VALUE ZERO.
           05 SW-PRIOR-YEARS PIC 9(5) COMP-4 VALUE ZERO.
           05 SW-LEAPS PIC 9(5) COMP-4 VALUE ZERO.

       01  SERIAL-DATE-IN PIC X(10) VALUE SPACES.
       01  SERIAL-OUT     PIC 9(7) COMP-4 VALUE ZERO.
       01  LEAP-REM       PIC 9(4) COMP-4 VALUE ZERO.

       01  CUM-DAYS-TABLE.
           05 FILLER PIC X(3) VALUE '000'.
           05 FILLER PIC X(3) VALUE '031'.
           05 FILLER PIC X(3) VALUE '059'.
           05 FILLER PIC X(3) VALUE '090'.
           05 FILLER PIC X(3) VALUE '120'.
           05 FILLER PIC X(3) VALUE '151'.
           05 FILLER PIC X(3) VALUE '181'.
           05 FILLER PIC X(3) VALUE '212'.
           05 FILLER PIC X(3) VALUE '243'.
           05 FILLER PIC X(3) VALUE '273'.
           05 FILLER PIC X(3) VALUE '304'.
           05 FILLER PIC X(3) VALUE '334'.
       01  CUM-DAYS REDEFINES CUM-DAYS-TABLE.
           05 CUM-DAYS-BEFORE OCCURS 12 TIMES PIC 9(3).

       01  ROWS-READ      COMP-4 PIC 9(7) VALUE ZERO.
       01  DISASTER-ROWS  COMP-4 PIC 9(7) VALUE ZERO.

       01  COUNT-DISP-1   PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  COUNT-DISP-2   PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  COUNT-DISP-3   PIC Z,ZZZ,ZZ9 VALUE ZERO.
       01  DAYS-DISP      PIC Z,ZZZ,ZZ9 VALUE ZERO.

       01  DSTR-DISP-SEPARATOR PIC X(132) VALUE ALL '-'.

       01  DSTR-MONTH-HEAD-DISP-REC.
           05 FILLER PIC X(40) VALUE
              '    MONTH      INITIAL  CONTINUED CUMULA'.
           05 FILLER PIC X(14) VALUE
              'TIVE    PERIOD'.

       01  DSTR-MONTH-DISP-REC.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 PD-DISP-MONTH       PIC X(7)  VALUE SPACES.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 PD-DISP-INITIAL     PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 PD-DISP-CONTINUED   PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 PD-DISP-CUMULATIVE  PIC ZZZ,ZZ9 VALUE ZERO.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 PD-DISP-NOTE        PIC X(20) VALUE SPACES.

       01  DSTR-EXC-HEAD-DISP-REC.
           05 FILLER PIC X(40) VALUE
              'CLAIM ID      ST  DECL NO     FILED     '.
           05 FILLER PIC X(20) VALUE
              '  DEADLINE    REASON'.

       01  DSTR-EXC-DISP-REC.
           05 EX-DISP-CLAIM       PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 EX-DISP-STATE       PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 EX-DISP-DECL        PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 EX-DISP-FILED       PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 EX-DISP-DEADLINE    PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 EX-DISP-REASON      PIC X(30) VALUE SPACES.

      *========================
       PROCEDURE DIVISION.
      *========================
       1000-MAIN.
           CALL "UNEMCYRD" USING "UNEMDSTR" CYCLE-DATE-OUT
              CYCLE-STATE-OUT
           IF CYCLE-DATE-OUT = ZERO THEN
              ACCEPT CYCLE-DATE-OUT FROM DATE YYYYMMDD
           END-IF
           MOVE CYCLE-DATE-OUT TO CYCLE-DATE-WORK
           STRING CYCLE-DATE-WORK (1:4) "-" CYCLE-DATE-WORK (5:2) "-"
              CYCLE-DATE-WORK (7:2) DELIMITED BY SIZE
              INTO CYCLE-ISO-DATE
           MOVE CYCLE-ISO-DATE TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           MOVE SERIAL-OUT TO CYCLE-SERIAL

           PERFORM 2000-LOAD-DECLARATIONS
              THRU 2000-LOAD-DECLARATIONS-END
           IF RETURN-CODE = 8 THEN
              GO TO 1000-MAIN-END
           END-IF

           OPEN INPUT CLAIM-DETAIL

           IF NOT CLAIM-DETAIL-OK THEN
              DISPLAY "Couldn't open the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF

           *> The exception list names claims - the run goes on the
           *> access trail before the first one is read.
           MOVE "DISASTER CLAIMS BY DECLARATION" TO AUDIT-REQUEST
           CALL "UNEMACCL" USING "UNEMDSTR" AUDIT-REQUEST

           MOVE LOW-VALUES TO CD-DETAIL-KEY
           START CLAIM-DETAIL KEY IS >= CD-DETAIL-KEY
              INVALID KEY SET CLAIM-DETAIL-EOF TO TRUE
           END-START

           PERFORM 3100-READ-NEXT-DETAIL
           PERFORM UNTIL CLAIM-DETAIL-EOF
              ADD 1 TO ROWS-READ
              IF CD-PROGRAM-TYPE = 'D' THEN
                 ADD 1 TO DISASTER-ROWS
                 PERFORM 3200-ATTRIBUTE-ROW THRU 3200-ATTRIBUTE-ROW-END
              END-IF
              PERFORM 3100-READ-NEXT-DETAIL
           END-PERFORM

           CLOSE CLAIM-DETAIL

           PERFORM 4000-PRINT-DISASTER-REPORT

           DISPLAY ROWS-READ " claim-detail row(s) read, "
              DISASTER-ROWS " disaster assistance row(s), "
              DT-USED " declaration(s), " EX-USED
              " exception(s)."

           IF MONTHS-DROPPED > ZERO OR EXCEPTIONS-DROPPED > ZERO THEN
              DISPLAY "*** " MONTHS-DROPPED " month row(s) and "
                 EXCEPTIONS-DROPPED " exception(s) did not fit "
                 "the tables."
              MOVE 4 TO RETURN-CODE
           END-IF

           IF EX-USED > ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Loads the register into DECL-TABLE.
      ******************************************************************
       2000-LOAD-DECLARATIONS.
           OPEN INPUT DECL-FILE

           IF NOT DECL-FILE-OK THEN
              DISPLAY "Couldn't open the declaration register - "
                 "STATUS " DECL-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 2000-LOAD-DECLARATIONS-END
           END-IF

           MOVE LOW-VALUES TO DC-DECL-NUMBER
           START DECL-FILE KEY IS >= DC-DECL-NUMBER
              INVALID KEY SET DECL-FILE-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-DECLARATION
           PERFORM UNTIL DECL-FILE-EOF
              IF DT-USED >= 100 THEN
                 DISPLAY "*** More than 100 declarations - "
                    DC-DECL-NUMBER " not reported."
              ELSE
                 ADD 1 TO DT-USED
                 INITIALIZE DT-ENTRY (DT-USED)
                 MOVE DC-DECL-NUMBER TO DT-NUMBER (DT-USED)
                 MOVE DC-STATE-CODE TO DT-STATE (DT-USED)
                 MOVE DC-TITLE TO DT-TITLE (DT-USED)
                 MOVE DC-INCIDENT-BEGIN TO DT-INCIDENT-BEGIN (DT-USED)
                 MOVE DC-INCIDENT-END TO DT-INCIDENT-END (DT-USED)
                 MOVE DC-FILING-DEADLINE TO DT-DEADLINE (DT-USED)
                 MOVE DC-COUNTY-COUNT TO DT-COUNTIES (DT-USED)
              END-IF
              PERFORM 2100-READ-NEXT-DECLARATION
           END-PERFORM

           CLOSE DECL-FILE
           .

       2000-LOAD-DECLARATIONS-END.
           EXIT.
      ******************************************************************
       2100-READ-NEXT-DECLARATION.
           READ DECL-FILE NEXT
              AT END SET DECL-FILE-EOF TO TRUE
           END-READ

           IF NOT DECL-FILE-OK AND NOT DECL-FILE-EOF THEN
              DISPLAY "Error reading the declaration register - "
                 "STATUS " DECL-FILE-STATUS
              SET DECL-FILE-EOF TO TRUE
           END-IF
           .

       2100-READ-NEXT-DECLARATION-END.
           EXIT.
      ******************************************************************
       3100-READ-NEXT-DETAIL.
           READ CLAIM-DETAIL NEXT
              AT END SET CLAIM-DETAIL-EOF TO TRUE
           END-READ

           IF NOT CLAIM-DETAIL-OK AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
           END-IF
           .

       3100-READ-NEXT-DETAIL-END.
           EXIT.
      ******************************************************************
      * Attributes one 'D' row to its declaration's month, and - on
      * the claim's first row under the declaration - counts the
      * claim against the deadline or lists it as an exception.
      ******************************************************************
       3200-ATTRIBUTE-ROW.
           MOVE ZERO TO DT-FOUND-AT
           IF CD-DECLARATION-NO NOT = SPACES THEN
              PERFORM VARYING DT-IDX FROM 1 BY 1
                 UNTIL DT-IDX > DT-USED
                 IF DT-NUMBER (DT-IDX) = CD-DECLARATION-NO THEN
                    MOVE DT-IDX TO DT-FOUND-AT
                    MOVE DT-USED TO DT-IDX
                 END-IF
              END-PERFORM
           END-IF

           IF DT-FOUND-AT > ZERO THEN
              MOVE CD-PERIOD-DATE (1:7) TO MONTH-KEY-IN
              PERFORM 3300-FIND-MONTH-ENTRY
              IF DM-FOUND-AT > ZERO THEN
                 IF CD-CLAIM-TYPE = 'I' THEN
                    ADD 1 TO DM-INITIAL (DM-FOUND-AT)
                 ELSE
                    ADD 1 TO DM-CONTINUED (DM-FOUND-AT)
                 END-IF
              END-IF
           END-IF

           IF CD-CLAIM-ID = PREV-CLAIM-ID
              AND CD-DECLARATION-NO = PREV-DECL-NUMBER THEN
              GO TO 3200-ATTRIBUTE-ROW-END
           END-IF
           MOVE CD-CLAIM-ID TO PREV-CLAIM-ID
           MOVE CD-DECLARATION-NO TO PREV-DECL-NUMBER

           EVALUATE TRUE
              WHEN CD-DECLARATION-NO = SPACES
                 MOVE "NO DECLARATION NAMED" TO EXCEPTION-REASON
                 PERFORM 3400-ADD-EXCEPTION THRU 3400-ADD-EXCEPTION-END
              WHEN DT-FOUND-AT = ZERO
                 MOVE "DECLARATION NOT ON REGISTER"
                    TO EXCEPTION-REASON
                 PERFORM 3400-ADD-EXCEPTION THRU 3400-ADD-EXCEPTION-END
              WHEN OTHER
                 ADD 1 TO DT-CLAIMS (DT-FOUND-AT)
                 IF CD-FILING-DATE > DT-DEADLINE (DT-FOUND-AT) THEN
                    ADD 1 TO DT-LATE (DT-FOUND-AT)
                    MOVE "FILED AFTER THE DEADLINE"
                       TO EXCEPTION-REASON
                    PERFORM 3400-ADD-EXCEPTION
                       THRU 3400-ADD-EXCEPTION-END
                 ELSE
                    ADD 1 TO DT-ON-TIME (DT-FOUND-AT)
                 END-IF
           END-EVALUATE
           .

       3200-ATTRIBUTE-ROW-END.
           EXIT.
      ******************************************************************
      * Finds (or creates) the month entry of MONTH-KEY-IN under the
      * declaration at DT-FOUND-AT.
      ******************************************************************
       3300-FIND-MONTH-ENTRY.
           MOVE ZERO TO DM-FOUND-AT

           PERFORM VARYING DM-IDX FROM 1 BY 1 UNTIL DM-IDX > DM-USED
              IF DM-DECL-IDX (DM-IDX) = DT-FOUND-AT
                 AND DM-MONTH (DM-IDX) = MONTH-KEY-IN THEN
                 MOVE DM-IDX TO DM-FOUND-AT
                 MOVE DM-USED TO DM-IDX
              END-IF
           END-PERFORM

           IF DM-FOUND-AT = ZERO THEN
              IF DM-USED >= 1200 THEN
                 ADD 1 TO MONTHS-DROPPED
              ELSE
                 ADD 1 TO DM-USED
                 MOVE DM-USED TO DM-FOUND-AT
                 INITIALIZE DM-ENTRY (DM-FOUND-AT)
                 MOVE DT-FOUND-AT TO DM-DECL-IDX (DM-FOUND-AT)
                 MOVE MONTH-KEY-IN TO DM-MONTH (DM-FOUND-AT)
              END-IF
           END-IF
           .

       3300-FIND-MONTH-ENTRY-END.
           EXIT.
      ******************************************************************
       3400-ADD-EXCEPTION.
           IF EX-USED >= 500 THEN
              ADD 1 TO EXCEPTIONS-DROPPED
              GO TO 3400-ADD-EXCEPTION-END
           END-IF

           ADD 1 TO EX-USED
           MOVE CD-CLAIM-ID TO EX-CLAIM-ID (EX-USED)
           MOVE CD-STATE-CODE TO EX-STATE (EX-USED)
           MOVE CD-DECLARATION-NO TO EX-DECL-NUMBER (EX-USED)
           MOVE CD-FILING-DATE TO EX-FILING-DATE (EX-USED)
           IF DT-FOUND-AT > ZERO THEN
              MOVE DT-DEADLINE (DT-FOUND-AT) TO EX-DEADLINE (EX-USED)
           ELSE
              MOVE SPACES TO EX-DEADLINE (EX-USED)
           END-IF
           MOVE EXCEPTION-REASON TO EX-REASON (EX-USED)
           .

       3400-ADD-EXCEPTION-END.
           EXIT.
      ******************************************************************
      * Prints each declaration - its heading, its months and its
      * standing against the deadline - then the exception list,
      * through UNEMPRNT.
      ******************************************************************
       4000-PRINT-DISASTER-REPORT.
           MOVE SPACES TO PRNT-TEXT
           STRING "DISASTER UNEMPLOYMENT ASSISTANCE BY DECLARATION "
              "AS OF " CYCLE-ISO-DATE " (UNEMDSTR)"
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "INIT " "UNEMDSTR" PRNT-TEXT
           CALL "UNEMPRNT" USING "CLAIM" "UNEMDSTR" PRNT-TEXT

           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > DT-USED
              PERFORM 4100-PRINT-DECLARATION
           END-PERFORM

           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE "DISASTER CLAIMS FOR FOLLOW-UP" TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE DSTR-EXC-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE DSTR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT

           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EX-USED
              MOVE EX-CLAIM-ID (EX-IDX) TO EX-DISP-CLAIM
              MOVE EX-STATE (EX-IDX) TO EX-DISP-STATE
              MOVE EX-DECL-NUMBER (EX-IDX) TO EX-DISP-DECL
              MOVE EX-FILING-DATE (EX-IDX) TO EX-DISP-FILED
              MOVE EX-DEADLINE (EX-IDX) TO EX-DISP-DEADLINE
              MOVE EX-REASON (EX-IDX) TO EX-DISP-REASON
              MOVE DSTR-EXC-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           END-PERFORM

           IF EXCEPTIONS-DROPPED > ZERO THEN
              MOVE EXCEPTIONS-DROPPED TO COUNT-DISP-1
              MOVE SPACES TO PRNT-TEXT
              STRING "*** " COUNT-DISP-1 " more not listed."
                 DELIMITED BY SIZE INTO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           END-IF

           CALL "UNEMPRNT" USING "TERM " "UNEMDSTR" PRNT-TEXT
           .

       4000-PRINT-DISASTER-REPORT-END.
           EXIT.
      ******************************************************************
      * One declaration: its heading, its months in date order with
      * the initial claims cumulated, and the claims filed by and
      * after the deadline.
      ******************************************************************
       4100-PRINT-DECLARATION.
           MOVE SPACES TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           STRING "DECLARATION " DT-NUMBER (DT-IDX) "  "
              DT-STATE (DT-IDX) "  " DT-TITLE (DT-IDX)
              "  COUNTIES " DT-COUNTIES (DT-IDX)
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE SPACES TO PRNT-TEXT
           IF DT-INCIDENT-END (DT-IDX) = SPACES THEN
              STRING "INCIDENT " DT-INCIDENT-BEGIN (DT-IDX)
                 " - CONTINUING    FILING DEADLINE "
                 DT-DEADLINE (DT-IDX)
                 DELIMITED BY SIZE INTO PRNT-TEXT
           ELSE
              STRING "INCIDENT " DT-INCIDENT-BEGIN (DT-IDX) " - "
                 DT-INCIDENT-END (DT-IDX) "    FILING DEADLINE "
                 DT-DEADLINE (DT-IDX)
                 DELIMITED BY SIZE INTO PRNT-TEXT
           END-IF
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE DSTR-MONTH-HEAD-DISP-REC TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           MOVE DSTR-DISP-SEPARATOR TO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT

           MOVE DT-DEADLINE (DT-IDX) (1:7) TO DEADLINE-MONTH
           MOVE ZERO TO CUMULATIVE-INITIAL
           PERFORM 4200-FIND-NEXT-MONTH
           PERFORM UNTIL DM-NEXT-AT = ZERO
              MOVE 'Y' TO DM-PRINTED-SW (DM-NEXT-AT)
              ADD DM-INITIAL (DM-NEXT-AT) TO CUMULATIVE-INITIAL
              MOVE DM-MONTH (DM-NEXT-AT) TO PD-DISP-MONTH
              MOVE DM-INITIAL (DM-NEXT-AT) TO PD-DISP-INITIAL
              MOVE DM-CONTINUED (DM-NEXT-AT) TO PD-DISP-CONTINUED
              MOVE CUMULATIVE-INITIAL TO PD-DISP-CUMULATIVE
              EVALUATE TRUE
                 WHEN DM-MONTH (DM-NEXT-AT) > DEADLINE-MONTH
                    MOVE "AFTER DEADLINE" TO PD-DISP-NOTE
                 WHEN DM-MONTH (DM-NEXT-AT) = DEADLINE-MONTH
                    MOVE "DEADLINE MONTH" TO PD-DISP-NOTE
                 WHEN OTHER
                    MOVE SPACES TO PD-DISP-NOTE
              END-EVALUATE
              MOVE DSTR-MONTH-DISP-REC TO PRNT-TEXT
              CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
              PERFORM 4200-FIND-NEXT-MONTH
           END-PERFORM

           MOVE DT-CLAIMS (DT-IDX) TO COUNT-DISP-1
           MOVE DT-ON-TIME (DT-IDX) TO COUNT-DISP-2
           MOVE DT-LATE (DT-IDX) TO COUNT-DISP-3
           MOVE SPACES TO PRNT-TEXT
           STRING "CLAIMS " COUNT-DISP-1 "   FILED BY DEADLINE "
              COUNT-DISP-2 "   FILED AFTER " COUNT-DISP-3
              DELIMITED BY SIZE INTO PRNT-TEXT
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT

           MOVE DT-DEADLINE (DT-IDX) TO SERIAL-DATE-IN
           PERFORM 8000-DATE-TO-SERIAL
           COMPUTE DAYS-TO-DEADLINE = SERIAL-OUT - CYCLE-SERIAL
           MOVE SPACES TO PRNT-TEXT
           IF DAYS-TO-DEADLINE < ZERO THEN
              MOVE "FILING PERIOD CLOSED" TO PRNT-TEXT
           ELSE
              MOVE DAYS-TO-DEADLINE TO DAYS-DISP
              STRING "FILING PERIOD OPEN - " DAYS-DISP
                 " DAY(S) TO THE DEADLINE"
                 DELIMITED BY SIZE INTO PRNT-TEXT
           END-IF
           CALL "UNEMPRNT" USING "LINE " "UNEMDSTR" PRNT-TEXT
           .

       4100-PRINT-DECLARATION-END.
           EXIT.
      ******************************************************************
      * Leaves in DM-NEXT-AT the earliest month of declaration DT-IDX
      * not yet printed (zero when none is left).
      ******************************************************************
       4200-FIND-NEXT-MONTH.
           MOVE ZERO TO DM-NEXT-AT

           PERFORM VARYING DM-IDX FROM 1 BY 1 UNTIL DM-IDX > DM-USED
              IF DM-DECL-IDX (DM-IDX) = DT-IDX
                 AND NOT DM-PRINTED (DM-IDX) THEN
                 IF DM-NEXT-AT = ZERO THEN
                    MOVE DM-IDX TO DM-NEXT-AT
                 ELSE
                    IF DM-MONTH (DM-IDX) < DM-MONTH (DM-NEXT-AT) THEN
                       MOVE DM-IDX TO DM-NEXT-AT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

       4200-FIND-NEXT-MONTH-END.
           EXIT.
      ******************************************************************
      * Converts SERIAL-DATE-IN (YYYY-MM-DD) to a day serial, the
      * same arithmetic UNEMDURA's 8000-DATE-TO-SERIAL makes.
      ******************************************************************
       8000-DATE-TO-SERIAL.
           MOVE SERIAL-DATE-IN (1:4) TO SW-YYYY
           MOVE SERIAL-DATE-IN (6:2) TO SW-MM
           MOVE SERIAL-DATE-IN (9:2) TO SW-DD

           COMPUTE SW-PRIOR-YEARS = SW-YYYY - 1
           COMPUTE SW-LEAPS = SW-PRIOR-YEARS / 4
              - SW-PRIOR-YEARS / 100
              + SW-PRIOR-YEARS / 400

           COMPUTE SERIAL-OUT = SW-PRIOR-YEARS * 365 + SW-LEAPS
              + CUM-DAYS-BEFORE (SW-MM) + SW-DD

           IF SW-MM > 2 THEN
              DIVIDE SW-YYYY BY 4 GIVING LEAP-REM
                 REMAINDER LEAP-REM
              IF LEAP-REM = ZERO THEN
                 DIVIDE SW-YYYY BY 100 GIVING LEAP-REM
                    REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO THEN
                    ADD 1 TO SERIAL-OUT
                 ELSE
                    DIVIDE SW-YYYY BY 400 GIVING LEAP-REM
                       REMAINDER LEAP-REM
                    IF LEAP-REM = ZERO THEN
                       ADD 1 TO SERIAL-OUT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       8000-DATE-TO-SERIAL-END.
           EXIT.

       END PROGRAM UNEMDSTR.
