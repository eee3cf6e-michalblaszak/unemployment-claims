      *                    period date now (CD-DETAIL-KEY) - the
      *                    walk is unchanged, only the key named in
      *                    the SELECT and the START moved.
      *    2021-08-24  MB  Reads the period/state path
      *                    (CD-PERIOD-STATE-KEY) instead of the whole
      *                    store: the record-id's date is the period
      *                    date, so one START positions on the
      *                    requested period and state and the walk
      *                    stops when they change - the run takes as
      *                    long as that period's rows, not the whole
      *                    store's.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
      *------------------------
       FILE-CONTROL.
           *> The claim-detail KSDS, read along its period/state path
           SELECT CLAIM-DETAIL ASSIGN TO CLMDTLDD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CD-DETAIL-KEY
           ALTERNATE RECORD KEY IS CD-PERIOD-STATE-KEY WITH DUPLICATES
           FILE STATUS IS CLAIM-DETAIL-STATUS.

      *========================
       01  REQ-STATE     PIC X(2)  VALUE SPACES.
       01  REQ-FIELD     PIC X(30) VALUE SPACES.

      * The record-id's MMDDYYYY date as the YYYY-MM-DD period date
      * the path is keyed on.
       01  REQ-PERIOD-DATE.
           05 REQ-PERIOD-YYYY PIC X(4) VALUE SPACES.
           05 FILLER          PIC X    VALUE '-'.
           05 REQ-PERIOD-MM   PIC X(2) VALUE SPACES.
           05 FILLER          PIC X    VALUE '-'.
           05 REQ-PERIOD-DD   PIC X(2) VALUE SPACES.

      * The bucket index the requested field name resolves to, in
      * the 1-44 numbering UNEMCLAG uses (age 1-9, gender 10-14,
      * industry 15-35, race 36-41, ethnic 42-44). Zero plus a
              MOVE 'US' TO REQ-STATE
           END-IF

           MOVE REQ-RECORD-ID (5:4) TO REQ-PERIOD-YYYY
           MOVE REQ-RECORD-ID (1:2) TO REQ-PERIOD-MM
           MOVE REQ-RECORD-ID (3:2) TO REQ-PERIOD-DD

           PERFORM 1500-RESOLVE-FIELD-NAME
           IF REQ-BUCKET-IDX = ZERO AND REQ-CLAIM-TYPE = SPACE THEN
              DISPLAY "Unknown bucket name '" REQ-FIELD "'."
           DISPLAY "Claims behind " REQ-FIELD " for record "
              REQ-RECORD-ID " " REQ-STATE ":"

           *> One START on the period/state path, then that
           *> period and state's rows until the key changes.
           MOVE REQ-PERIOD-DATE TO CD-PERIOD-DATE
           MOVE REQ-STATE TO CD-STATE-CODE
           START CLAIM-DETAIL KEY = CD-PERIOD-STATE-KEY
              INVALID KEY
                 MOVE "10" TO CLAIM-DETAIL-STATUS
           END-START

           IF NOT CLAIM-DETAIL-EOF THEN
              PERFORM 2000-READ-NEXT-CLAIM
           END-IF
           PERFORM UNTIL CLAIM-DETAIL-EOF
              IF CD-PERIOD-DATE NOT = REQ-PERIOD-DATE
                 OR CD-STATE-CODE NOT = REQ-STATE THEN
                 MOVE "10" TO CLAIM-DETAIL-STATUS
              ELSE
                 ADD 1 TO CLAIMS-SCANNED
                 IF CD-RECORD-ID = REQ-RECORD-ID THEN
                    PERFORM 3000-TEST-AND-LIST-CLAIM
                 END-IF
                 PERFORM 2000-READ-NEXT-CLAIM
              END-IF
           END-PERFORM

           CLOSE CLAIM-DETAIL
       2000-READ-NEXT-CLAIM.
           READ CLAIM-DETAIL NEXT

      *    "02" - more rows share this period/state key, as they do.
           IF NOT CLAIM-DETAIL-OK
              AND CLAIM-DETAIL-STATUS NOT = "02"
              AND NOT CLAIM-DETAIL-EOF THEN
              DISPLAY "Error reading the claim-detail dataset - "
                 "STATUS " CLAIM-DETAIL-STATUS
              SET CLAIM-DETAIL-EOF TO TRUE
