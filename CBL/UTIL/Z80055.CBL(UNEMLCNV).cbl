      *          categories (352 bytes) on CONV3DD
      *    '04'  + the layout-version stamp (354 bytes) on CONV4DD
      *    '05'  + the record status (355 bytes) on CONV5DD
      *    '06'  + the program-type split (369 bytes) on CONV6DD
      * Only the DD matching the PARM is opened. Converted records,
      * stamped layout version 07 (+ the occupation dimension, 446
      * bytes), are written to CONVOUTDD. Migrated records come out
      * preliminary ('P') with zero extended/disaster claims and
      * zero occupation counts - UNEMCERT promotes them as the
      * agency's control totals reconcile; the program-type split
      * and the occupation dimension fill as the feeds supply them.
      * A version 06 record keeps its status and program-type split.
      *
      * The UNEMHIST correction-history dataset grows with the
      * record it images, so it migrates the same way:
      *    'H3'  8-byte as-of date + 352-byte images on HIST3DD
      *    'H4'  8-byte as-of date + 354-byte images on HIST4DD
      *    'H5'  8-byte as-of date + 355-byte images on HIST5DD
      *    'H6'  8-byte as-of date + 369-byte images on HIST6DD
      * Each before-image is converted exactly like a cluster
      * record and written, under its original as-of date, to
      * HCNVOUTD in the current 454-byte shape - so the history
      * readers (the AS-OF reconstruction, the audit report, the
      * backout) parse pre-migration images correctly instead of
      * misreading them positionally.
      *
      * The clusters that carry a record image inside a record of
      * their own grow with it too, and a re-DEFINE alone would
      * leave the old images misread. Their unloads (IDCAMS REPRO
      * to a sequential dataset) convert here before the reload:
      *    'P6'  UNEMPL.PENDING staging records (408 bytes, a
      *          369-byte payload) on PEND6DD, written to PCNVOUTD
      *          at 500 bytes (PENDREC.cpy)
      *    'V6'  UNEMPL.VINTAGE snapshots (398 bytes, a 369-byte
      *          image) on VINT6DD, written to VCNVOUTD at 475
      *          bytes (VINTREC.cpy)
      * Keys, statuses and snapshot dates carry over unchanged; the
      * embedded image converts exactly like a version 06 cluster
      * record. A staged delete converts too (only its key bytes
      * are used); a purge or retention authorization has no
      * payload and keeps a blank one. The UNEMPLRP.HIS2 history
      * feed has the UNEMHIST shape and converts with 'H6'; the
      * UNEMPLRP.SCEN scenario cluster has the UNEMPLRP shape and
      * converts with '06'.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-20  MB  Initial version.
      *                    bytes) is current; added the 05/H5 modes
      *                    for the 355-byte records this migration
      *                    retires.
      *    2021-08-24  MB  Layout 07 (+ the occupation dimension, 446
      *                    bytes) is current; added the 06/H6 modes
      *                    for the 369-byte records this migration
      *                    retires.
      *    2021-08-25  MB  Added the P6/V6 modes - the PENDING and
      *                    VINTAGE clusters embed the record image
      *                    and migrate to layout 07 with it.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-IN-STATUS.

           SELECT CONV6-IN ASSIGN TO CONV6DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-IN-STATUS.

           SELECT CONV-OUT ASSIGN TO CONVOUTDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-IN-STATUS.

           SELECT HIST6-IN ASSIGN TO HIST6DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-IN-STATUS.

           SELECT HIST-CONV-OUT ASSIGN TO HCNVOUTD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-OUT-STATUS.

           SELECT PEND6-IN ASSIGN TO PEND6DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-IN-STATUS.

           SELECT PEND-CONV-OUT ASSIGN TO PCNVOUTD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-OUT-STATUS.

           SELECT VINT6-IN ASSIGN TO VINT6DD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-IN-STATUS.

           SELECT VINT-CONV-OUT ASSIGN TO VCNVOUTD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CONV-OUT-STATUS.

      *========================
       DATA DIVISION.
      *========================
           RECORDING MODE F.
       01  CONV5-IN-REC PIC X(355).

       FD  CONV6-IN
           RECORD CONTAINS 369 CHARACTERS
           RECORDING MODE F.
       01  CONV6-IN-REC PIC X(369).

       FD  CONV-OUT
           RECORD CONTAINS 446 CHARACTERS
           RECORDING MODE F.
       01  CONV-OUT-REC PIC X(446).

       FD  HIST1-IN
           RECORD CONTAINS 320 CHARACTERS
           05 H5-AS-OF-DATE PIC 9(8).
           05 H5-IMAGE      PIC X(355).

       FD  HIST6-IN
           RECORD CONTAINS 377 CHARACTERS
           RECORDING MODE F.
       01  HIST6-IN-REC.
           05 H6-AS-OF-DATE PIC 9(8).
           05 H6-IMAGE      PIC X(369).

       FD  HIST-CONV-OUT
           RECORD CONTAINS 454 CHARACTERS
           RECORDING MODE F.
       01  HIST-CONV-OUT-REC.
           05 HC-AS-OF-DATE PIC 9(8).
           05 HC-IMAGE      PIC X(446).

      * The version 06 staging record: PENDREC.cpy's header fields,
      * a 369-byte payload and one byte of filler.
       FD  PEND6-IN
           RECORD CONTAINS 408 CHARACTERS
           RECORDING MODE F.
       01  PEND6-IN-REC.
           05 P6-HEADER     PIC X(38).
           05 P6-HEADER-MAP REDEFINES P6-HEADER.
              10 FILLER     PIC X(12).
              10 P6-ACTION  PIC X.
              10 FILLER     PIC X(25).
           05 P6-PAYLOAD    PIC X(369).
           05 FILLER        PIC X(1).

       FD  PEND-CONV-OUT
           RECORD CONTAINS 500 CHARACTERS
           RECORDING MODE F.
       01  PEND-CONV-OUT-REC.
           05 PO-HEADER     PIC X(38).
           05 PO-PAYLOAD    PIC X(446).
           05 PO-FILLER     PIC X(16).

      * The version 06 vintage snapshot: VINTREC.cpy's key, a
      * 369-byte image and four bytes of filler.
       FD  VINT6-IN
           RECORD CONTAINS 398 CHARACTERS
           RECORDING MODE F.
       01  VINT6-IN-REC.
           05 VI6-KEY       PIC X(25).
           05 VI6-PAYLOAD   PIC X(369).
           05 FILLER        PIC X(4).

       FD  VINT-CONV-OUT
           RECORD CONTAINS 475 CHARACTERS
           RECORDING MODE F.
       01  VINT-CONV-OUT-REC.
           05 VO-KEY        PIC X(25).
           05 VO-PAYLOAD    PIC X(446).
           05 VO-FILLER     PIC X(4).

      *------------------------
       WORKING-STORAGE SECTION.
           05 V5-LAYOUT-VER PIC 9(2).
           05 V5-STATUS    PIC X.

      * The layout version 06 record: version 07 minus the
      * occupation dimension.
       01  V6-REC-MAP.
           05 V6-RECORD-ID PIC X(8).
           05 V6-STATE     PIC X(2).
           05 V6-DATE      PIC X(10).
           05 V6-FREQ      PIC X.
           05 V6-COUNT-AREA.
              10 V6-COUNT OCCURS 44 TIMES PIC 9(7).
           05 V6-LABOR     PIC 9(9).
           05 V6-INITIAL   PIC 9(7).
           05 V6-CONTIN    PIC 9(7).
           05 V6-LAYOUT-VER PIC 9(2).
           05 V6-STATUS    PIC X.
           05 V6-EXTCL     PIC 9(7).
           05 V6-DUACL     PIC 9(7).

      * The current (version 07) record being built.
       01  OUT-REC-MAP.
           05 OUT-RECORD-ID PIC X(8).
           05 OUT-STATE     PIC X(2).
           05 OUT-STATUS    PIC X.
           05 OUT-EXTCL     PIC 9(7).
           05 OUT-DUACL     PIC 9(7).
           05 OUT-OCC-AREA.
              10 OUT-OCC-COUNT OCCURS 11 TIMES PIC 9(7).

       01  FIELD-IDX PIC 9(2) COMP-4.


       01  HIST-RECORDS-CONVERTED COMP-4 PIC 9(7) VALUE ZERO.

       01  EMBED-RECORDS-CONVERTED COMP-4 PIC 9(7) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
           IF PARM-LEN = ZERO
              OR (PARM-TEXT NOT = "01" AND PARM-TEXT NOT = "02"
                 AND PARM-TEXT NOT = "03" AND PARM-TEXT NOT = "04"
                 AND PARM-TEXT NOT = "05" AND PARM-TEXT NOT = "06"
                 AND PARM-TEXT NOT = "H1" AND PARM-TEXT NOT = "H2"
                 AND PARM-TEXT NOT = "H3" AND PARM-TEXT NOT = "H4"
                 AND PARM-TEXT NOT = "H5" AND PARM-TEXT NOT = "H6"
                 AND PARM-TEXT NOT = "P6" AND PARM-TEXT NOT = "V6")
                 THEN
              DISPLAY "Usage: PARM='01'..'06' for a cluster "
                 "unload, 'H1'..'H6' for the history dataset, "
                 "'P6'/'V6' for the PENDING/VINTAGE unloads."
              MOVE 8 TO RETURN-CODE
              GO TO 1000-MAIN-END
           END-IF
              GO TO 1000-MAIN-END
           END-IF

           IF INPUT-VERSION = "P6" THEN
              PERFORM 7000-CONVERT-PENDING
                 THRU 7000-CONVERT-PENDING-END
              GO TO 1000-MAIN-END
           END-IF

           IF INPUT-VERSION = "V6" THEN
              PERFORM 7500-CONVERT-VINTAGE
                 THRU 7500-CONVERT-VINTAGE-END
              GO TO 1000-MAIN-END
           END-IF

           OPEN OUTPUT CONV-OUT

           IF NOT CONV-OUT-OK THEN
                 PERFORM 4500-CONVERT-V4
              WHEN "05"
                 PERFORM 4700-CONVERT-V5
              WHEN "06"
                 PERFORM 4800-CONVERT-V6 THRU 4800-CONVERT-V6-END
           END-EVALUATE

           CLOSE CONV-OUT

           DISPLAY RECORDS-CONVERTED " record(s) converted from "
              "layout " INPUT-VERSION " to layout 07."
           .

       1000-MAIN-END.
       4750-MOVE-V5-FIELDS-END.
           EXIT.
      ******************************************************************
      * A version 06 record is the current shape minus the
      * occupation dimension - everything carries over, the
      * occupation counts start zero.
      ******************************************************************
       4800-CONVERT-V6.
           OPEN INPUT CONV6-IN

           IF NOT CONV-IN-OK THEN
              DISPLAY "Couldn't open CONV6DD - STATUS "
                 CONV-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4800-CONVERT-V6-END
           END-IF

           PERFORM UNTIL CONV-IN-EOF
              READ CONV6-IN INTO V6-REC-MAP
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 5000-INIT-OUT-RECORD
                    PERFORM 4850-MOVE-V6-FIELDS
                    PERFORM 5500-WRITE-OUT-RECORD
              END-READ
           END-PERFORM

           CLOSE CONV6-IN
           .

       4800-CONVERT-V6-END.
           EXIT.
      ******************************************************************
       4850-MOVE-V6-FIELDS.
           MOVE V6-RECORD-ID TO OUT-RECORD-ID
           MOVE V6-STATE     TO OUT-STATE
           MOVE V6-DATE      TO OUT-DATE
           MOVE V6-FREQ      TO OUT-FREQ
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                 UNTIL FIELD-IDX > 44
              MOVE V6-COUNT (FIELD-IDX) TO OUT-COUNT (FIELD-IDX)
           END-PERFORM
           MOVE V6-LABOR   TO OUT-LABOR
           MOVE V6-INITIAL TO OUT-INITIAL
           MOVE V6-CONTIN  TO OUT-CONTIN
           MOVE V6-STATUS  TO OUT-STATUS
           MOVE V6-EXTCL   TO OUT-EXTCL
           MOVE V6-DUACL   TO OUT-DUACL
           .

       4850-MOVE-V6-FIELDS-END.
           EXIT.
      ******************************************************************
      * Starts a fresh current-layout record: every count zero, the
      * national-aggregate state code (the pre-per-state layouts
      * were all national figures), monthly frequency, version 07,
      * preliminary status, no program-type split or occupation
      * counts yet.
      ******************************************************************
       5000-INIT-OUT-RECORD.
           MOVE SPACES TO OUT-REC-MAP
           MOVE ZERO TO OUT-LABOR
           MOVE ZERO TO OUT-INITIAL
           MOVE ZERO TO OUT-CONTIN
           MOVE 07 TO OUT-LAYOUT-VER
           MOVE 'P' TO OUT-STATUS
           MOVE ZERO TO OUT-EXTCL
           MOVE ZERO TO OUT-DUACL
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 11
              MOVE ZERO TO OUT-OCC-COUNT (FIELD-IDX)
           END-PERFORM
           .

       5000-INIT-OUT-RECORD-END.
      ******************************************************************
      * The history modes: each before-image converts exactly like a
      * cluster record of its era and goes back out, under its
      * original as-of date, in the current 454-byte shape.
      ******************************************************************
       6000-CONVERT-HISTORY.
           OPEN OUTPUT HIST-CONV-OUT
                 PERFORM 6400-CONVERT-H4
              WHEN "H5"
                 PERFORM 6450-CONVERT-H5
              WHEN "H6"
                 PERFORM 6460-CONVERT-H6 THRU 6460-CONVERT-H6-END
           END-EVALUATE

           CLOSE HIST-CONV-OUT

           DISPLAY HIST-RECORDS-CONVERTED " history record(s) "
              "converted from layout " INPUT-VERSION (2:1)
              " to layout 07."
           .

       6000-CONVERT-HISTORY-END.

       6450-CONVERT-H5-END.
           EXIT.
      ******************************************************************
       6460-CONVERT-H6.
           OPEN INPUT HIST6-IN

           IF NOT CONV-IN-OK THEN
              DISPLAY "Couldn't open HIST6DD - STATUS "
                 CONV-IN-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 6460-CONVERT-H6-END
           END-IF

           PERFORM UNTIL CONV-IN-EOF
              READ HIST6-IN
                 AT END CONTINUE
                 NOT AT END
                    MOVE H6-IMAGE TO V6-REC-MAP
                    PERFORM 5000-INIT-OUT-RECORD
                    PERFORM 4850-MOVE-V6-FIELDS
                    MOVE H6-AS-OF-DATE TO HC-AS-OF-DATE
                    PERFORM 6500-WRITE-HIST-RECORD
              END-READ
           END-PERFORM

           CLOSE HIST6-IN
           .

       6460-CONVERT-H6-END.
           EXIT.
      ******************************************************************
       6500-WRITE-HIST-RECORD.
           MOVE OUT-REC-MAP TO HC-IMAGE

       6500-WRITE-HIST-RECORD-END.
           EXIT.
      ******************************************************************
      * The PENDING unload: the staging header copies across, an
      * add/replace or delete payload converts like a version 06
      * record, a purge or retention authorization keeps its blank
      * payload.
      ******************************************************************
       7000-CONVERT-PENDING.
           OPEN OUTPUT PEND-CONV-OUT

           IF NOT CONV-OUT-OK THEN
              DISPLAY "Couldn't open PCNVOUTD - STATUS "
                 CONV-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 7000-CONVERT-PENDING-END
           END-IF

           OPEN INPUT PEND6-IN

           IF NOT CONV-IN-OK THEN
              DISPLAY "Couldn't open PEND6DD - STATUS "
                 CONV-IN-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE PEND-CONV-OUT
              GO TO 7000-CONVERT-PENDING-END
           END-IF

           PERFORM UNTIL CONV-IN-EOF
              READ PEND6-IN
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 7100-CONVERT-PEND-RECORD
              END-READ
           END-PERFORM

           CLOSE PEND6-IN
           CLOSE PEND-CONV-OUT

           DISPLAY EMBED-RECORDS-CONVERTED " staging record(s) "
              "converted from layout 06 to layout 07."
           .

       7000-CONVERT-PENDING-END.
           EXIT.
      ******************************************************************
       7100-CONVERT-PEND-RECORD.
           MOVE P6-HEADER TO PO-HEADER
           MOVE SPACES TO PO-FILLER

           IF (P6-ACTION = 'U' OR P6-ACTION = 'D')
                 AND P6-PAYLOAD NOT = SPACES THEN
              MOVE P6-PAYLOAD TO V6-REC-MAP
              PERFORM 5000-INIT-OUT-RECORD
              PERFORM 4850-MOVE-V6-FIELDS
              MOVE OUT-REC-MAP TO PO-PAYLOAD
           ELSE
              MOVE SPACES TO PO-PAYLOAD
           END-IF

           WRITE PEND-CONV-OUT-REC
           ADD 1 TO EMBED-RECORDS-CONVERTED
           .

       7100-CONVERT-PEND-RECORD-END.
           EXIT.
      ******************************************************************
      * The VINTAGE unload: the month / record key / snapshot date
      * key copies across, the snapshot image converts like a
      * version 06 record.
      ******************************************************************
       7500-CONVERT-VINTAGE.
           OPEN OUTPUT VINT-CONV-OUT

           IF NOT CONV-OUT-OK THEN
              DISPLAY "Couldn't open VCNVOUTD - STATUS "
                 CONV-OUT-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 7500-CONVERT-VINTAGE-END
           END-IF

           OPEN INPUT VINT6-IN

           IF NOT CONV-IN-OK THEN
              DISPLAY "Couldn't open VINT6DD - STATUS "
                 CONV-IN-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE VINT-CONV-OUT
              GO TO 7500-CONVERT-VINTAGE-END
           END-IF

           PERFORM UNTIL CONV-IN-EOF
              READ VINT6-IN
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 7600-CONVERT-VINT-RECORD
              END-READ
           END-PERFORM

           CLOSE VINT6-IN
           CLOSE VINT-CONV-OUT

           DISPLAY EMBED-RECORDS-CONVERTED " vintage record(s) "
              "converted from layout 06 to layout 07."
           .

       7500-CONVERT-VINTAGE-END.
           EXIT.
      ******************************************************************
       7600-CONVERT-VINT-RECORD.
           MOVE VI6-KEY TO VO-KEY
           MOVE SPACES TO VO-FILLER
           MOVE VI6-PAYLOAD TO V6-REC-MAP
           PERFORM 5000-INIT-OUT-RECORD
           PERFORM 4850-MOVE-V6-FIELDS
           MOVE OUT-REC-MAP TO VO-PAYLOAD

           WRITE VINT-CONV-OUT-REC
           ADD 1 TO EMBED-RECORDS-CONVERTED
           .

       7600-CONVERT-VINT-RECORD-END.
           EXIT.

       END PROGRAM UNEMLCNV.
