      *                  date/time, cycle date, parameter text).
      *    MODE 'LINE '  appends one print line to the REPODAT KSDS
      *                  under the capture's key.
      *    MODE 'CLAIM'  marks the capture as carrying claim-level
      *                  (person-level) content - claim ids and the
      *                  like - so reading it back online goes on
      *                  the UNEMACCL access trail.
      *    MODE 'CLOSE'  finalizes the index entry's line count (and
      *                  the claim-level mark).
      * UNEMRPRT fetches a past report back out exactly as produced.
      *-----------------------------------------------------------------
      * Input parameters:
      *                    and held until CLOSE - a per-line
      *                    OPEN/CLOSE pair priced every captured
      *                    line at a VSAM open.
      *    2021-08-25  MB  MODE 'CLAIM' marks a capture with
      *                    claim-level content (RIX-CONTENT).
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           05 RIX-CYCLE-DATE  PIC 9(8).
           05 RIX-PARAMS      PIC X(30).
           05 RIX-LINE-COUNT  PIC 9(6).
           05 RIX-CONTENT     PIC X.
              88 RIX-CLAIM-LEVEL VALUE 'C'.
           05 FILLER          PIC X(13).

       FD  REPO-DAT.
       01  REPO-DAT-REC.
              88 CAPTURE-OPEN VALUE 'Y'.
           05 CAP-DAT-SW  PIC X VALUE 'N'.
              88 CAPTURE-DAT-OPEN VALUE 'Y'.
           05 CAP-CLAIM-SW PIC X VALUE 'N'.
              88 CAPTURE-CLAIM-LEVEL VALUE 'Y'.
           05 CAP-PGM      PIC X(8) VALUE SPACES.
           05 CAP-RUN-DATE PIC 9(8) VALUE ZERO.
           05 CAP-RUN-TIME PIC 9(6) VALUE ZERO.
                 PERFORM 2000-OPEN-CAPTURE
              WHEN 'LINE'
                 PERFORM 3000-CAPTURE-LINE
              WHEN 'CLAIM'
                 PERFORM 5000-MARK-CLAIM-LEVEL
              WHEN 'CLOSE'
                 PERFORM 4000-CLOSE-CAPTURE
              WHEN OTHER
           ACCEPT STAMP-TIME FROM TIME
           MOVE STAMP-TIME (1:6) TO CAP-RUN-TIME
           MOVE ZERO TO CAP-LINE-SEQ
           MOVE 'N' TO CAP-CLAIM-SW

           MOVE SPACES TO REPO-IDX-REC
           MOVE CAP-PGM TO RIX-PGM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE CAP-LINE-SEQ TO RIX-LINE-COUNT
                    IF CAPTURE-CLAIM-LEVEL THEN
                       SET RIX-CLAIM-LEVEL TO TRUE
                    END-IF
                    REWRITE REPO-IDX-REC
              END-READ
              CLOSE REPO-IDX

       4000-CLOSE-CAPTURE-END.
           EXIT.
      ******************************************************************
      * The report says what it is printing is person-level - the
      * mark goes on the index entry when the capture is closed.
      ******************************************************************
       5000-MARK-CLAIM-LEVEL.
           IF CAPTURE-OPEN THEN
              SET CAPTURE-CLAIM-LEVEL TO TRUE
           END-IF
           .

       5000-MARK-CLAIM-LEVEL-END.
           EXIT.

       END PROGRAM UNEMREPO.
