      * The PARM names what to reprint:
      *    'pppppppp'          every capture of report program p
      *    'pppppppp yyyymmdd' only that run date's captures
      *    'QUEUE'             every reprint still pending on the
      *                        request KSDS (RPRQDD, RPRQREC.cpy)
      *                        the UNRB report browser writes -
      *                        each is reprinted and marked done
      * With no PARM the whole index is listed, so the operator can
      * see what is on file.
      * A capture marked claim-level (RIX-CONTENT) carries
      * person-level detail, so reprinting one goes on the UNEMACCL
      * access trail.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMACCL - the claim-level access trail.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-21  MB  Initial version.
      *    2021-08-25  MB  PARM='QUEUE' works the reprint requests
      *                    from the UNRB browser; reprints of
      *                    claim-level captures go on the access
      *                    trail.
      *    2021-08-25  MB  The request KSDS is shared with the online
      *                    region in RLS mode; a request that can't
      *                    be marked done is counted, RC=4.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           RECORD KEY IS RDT-KEY
           FILE STATUS IS REPO-DAT-STATUS.

           SELECT RPRQ-FILE ASSIGN TO RPRQDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RQ-KEY
           FILE STATUS IS RPRQ-STATUS.

      *========================
       DATA DIVISION.
      *========================
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 RIX-CONTENT     PIC X.
              88 RIX-CLAIM-LEVEL VALUE 'C'.
           05 FILLER          PIC X(13).

       FD  REPO-DAT.
       01  REPO-DAT-REC.
              10 RDT-LINE-SEQ PIC 9(6).
           05 RDT-LINE        PIC X(132).

      * Provides:
      *    FD  RPRQ-FILE
      *    01  RPRQ-REC.
       COPY RPRQREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
           88 REPO-DAT-OK VALUE "00".
           88 REPO-DAT-EOF VALUE "10".

       01  RPRQ-STATUS PIC XX.
           88 RPRQ-OK VALUE "00".
           88 RPRQ-EOF VALUE "10".

       01  REQ-PGM  PIC X(8) VALUE SPACES.
       01  REQ-DATE PIC X(8) VALUE SPACES.
       01  QUEUE-SW PIC X VALUE 'N'.
           88 WORK-QUEUE VALUE 'Y'.

       01  CAPTURES-SHOWN COMP-4 PIC 9(4) VALUE ZERO.
       01  REQUESTS-DONE  COMP-4 PIC 9(4) VALUE ZERO.
       01  REQUESTS-LOST  COMP-4 PIC 9(4) VALUE ZERO.
       01  REQUESTS-UNMARKED COMP-4 PIC 9(4) VALUE ZERO.
       01  COUNT-DISP PIC ZZZ9.

       01  STAMP-DATE PIC 9(8) VALUE ZERO.
       01  STAMP-TIME PIC 9(8) VALUE ZERO.

      * The access-trail entry handed to UNEMACCL.
       01  AUDIT-REQUEST PIC X(60) VALUE SPACES.

      *------------------------
       LINKAGE SECTION.
              MOVE PARM-DATE TO REQ-DATE
           END-IF

           IF PARM-LEN = 5 AND PARM-PGM (1:5) = 'QUEUE' THEN
              SET WORK-QUEUE TO TRUE
           END-IF

           OPEN INPUT REPO-IDX

           IF NOT REPO-IDX-OK THEN
              GO TO 1000-MAIN-END
           END-IF

           IF WORK-QUEUE THEN
              PERFORM 4000-WORK-QUEUE
                 THRU 4000-WORK-QUEUE-END
              CLOSE REPO-IDX
              CLOSE REPO-DAT
              GO TO 1000-MAIN-END
           END-IF

           MOVE LOW-VALUES TO RIX-KEY
           IF REQ-PGM NOT = SPACES THEN
              MOVE REQ-PGM TO RIX-PGM
              RIX-PARAMS ")"
           DISPLAY "=============================================="

           IF RIX-CLAIM-LEVEL THEN
              MOVE SPACES TO AUDIT-REQUEST
              STRING "REPRINT " RIX-PGM " " RIX-RUN-DATE " "
                 RIX-RUN-TIME
                 DELIMITED BY SIZE INTO AUDIT-REQUEST
              CALL "UNEMACCL" USING "UNEMRPRT" AUDIT-REQUEST
           END-IF

           MOVE RIX-PGM TO RDT-PGM
           MOVE RIX-RUN-DATE TO RDT-RUN-DATE
           MOVE RIX-RUN-TIME TO RDT-RUN-TIME

       3100-READ-NEXT-LINE-END.
           EXIT.
      ******************************************************************
      * Reprints every request still pending on the request KSDS,
      * oldest first, and marks each done - or not found, when the
      * capture has left the repository since it was asked for.
      * The KSDS is opened in VSAM record-level sharing mode (RLS=NRI
      * on RPRQDD, UNEMSETJ's ONLINE SHARING note), so UNRB keeps
      * writing requests while the queue is worked; a request whose
      * lock wait times out is left pending for the next run.
      ******************************************************************
       4000-WORK-QUEUE.
           OPEN I-O RPRQ-FILE

           IF NOT RPRQ-OK THEN
              DISPLAY "Reprint requests not available - STATUS "
                 RPRQ-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4000-WORK-QUEUE-END
           END-IF

           PERFORM 4100-READ-NEXT-REQUEST
           PERFORM UNTIL RPRQ-EOF
              IF RQ-PENDING THEN
                 PERFORM 4200-WORK-REQUEST
              END-IF
              PERFORM 4100-READ-NEXT-REQUEST
           END-PERFORM

           CLOSE RPRQ-FILE

           MOVE REQUESTS-DONE TO COUNT-DISP
           DISPLAY "Reprint requests worked: " COUNT-DISP
           IF REQUESTS-LOST > ZERO THEN
              MOVE REQUESTS-LOST TO COUNT-DISP
              DISPLAY "Requested captures no longer on file: "
                 COUNT-DISP
              MOVE 4 TO RETURN-CODE
           END-IF
           IF REQUESTS-UNMARKED > ZERO THEN
              MOVE REQUESTS-UNMARKED TO COUNT-DISP
              DISPLAY "Reprinted but still pending (reprinted again "
                 "next run): " COUNT-DISP
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       4000-WORK-QUEUE-END.
           EXIT.
      ******************************************************************
       4100-READ-NEXT-REQUEST.
           READ RPRQ-FILE NEXT

           IF NOT RPRQ-OK AND NOT RPRQ-EOF THEN
              DISPLAY "Error reading the reprint requests - STATUS "
                 RPRQ-STATUS
              SET RPRQ-EOF TO TRUE
           END-IF
           .

       4100-READ-NEXT-REQUEST-END.
           EXIT.
      ******************************************************************
       4200-WORK-REQUEST.
           DISPLAY "Reprint requested by " RQ-USER " on "
              RQ-REQ-DATE " " RQ-REQ-TIME

           MOVE RQ-PGM TO RIX-PGM
           MOVE RQ-RUN-DATE TO RIX-RUN-DATE
           MOVE RQ-RUN-TIME TO RIX-RUN-TIME
           READ REPO-IDX
              INVALID KEY
                 DISPLAY "*** " RQ-PGM " run " RQ-RUN-DATE " "
                    RQ-RUN-TIME " is no longer in the repository."
                 SET RQ-NOT-FOUND TO TRUE
                 ADD 1 TO REQUESTS-LOST
              NOT INVALID KEY
                 PERFORM 3000-REPRINT-CAPTURE
                 SET RQ-DONE TO TRUE
                 ADD 1 TO REQUESTS-DONE
           END-READ

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE STAMP-DATE TO RQ-DONE-DATE
           MOVE STAMP-TIME (1:6) TO RQ-DONE-TIME
           REWRITE RPRQ-REC
              INVALID KEY CONTINUE
           END-REWRITE

           IF NOT RPRQ-OK THEN
              DISPLAY "Couldn't mark the request done - STATUS "
                 RPRQ-STATUS
              ADD 1 TO REQUESTS-UNMARKED
           END-IF
           .

       4200-WORK-REQUEST-END.
           EXIT.

       END PROGRAM UNEMRPRT.
