      ******************************************************************
      * Keyed digest subprogram.
      ******************************************************************
      * UNEMDGST's fold is public - anyone who can rewrite the text
      * can recompute its digest. Where a digest has to prove that
      * only the holder of a secret made it (the UNEMSEAL audit
      * chain) or has to stop anyone rebuilding it from the input
      * (the UNEMCLRT pseudonyms), it is taken here instead, under
      * the purpose's secret key from the KEYRING dataset (SKEYDD,
      * KEYRREC.cpy), kept under the Z80055.VAULT profile and
      * nowhere near the data it protects. The key is folded in
      * twice, envelope fashion:
      *    inner  = UNEMDGST(key, seeded with the caller's seed),
      *    middle = UNEMDGST(text, seeded with the inner digest),
      *    digest = UNEMDGST(key followed by the middle digest),
      * so neither the text's digest nor the seed alone leads back
      * to it, and a changed key changes every digest.
      * The ring is read on the first call and held in memory; a
      * purpose with no key on it (or one shorter than 16
      * characters) answers 'U' and the caller must not go on.
      *-----------------------------------------------------------------
      * Input parameters:
      *    KDIG-PURPOSE - the key's purpose ('PSEUDONM', 'AUDCHAIN').
      *    KDIG-TEXT    - the text, left-justified.
      *    KDIG-LENGTH  - how many of its bytes to digest (0-500).
      *    KDIG-SEED    - the previous digest (zero for none).
      * Output parameters:
      *    KDIG-DIGEST  - the keyed digest.
      *    KDIG-RESULT  - 'Y' digested, 'U' no usable key.
      *-----------------------------------------------------------------
      * Subprograms:
      *    UNEMDGST - the digest fold.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMKDIG.
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
           *> The secret-key ring, read once
           SELECT KEY-RING ASSIGN TO SKEYDD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS KEY-RING-STATUS.

      *========================
       DATA DIVISION.
      *========================
       FILE SECTION.
      *------------------------
      * Provides:
      *    FD  KEY-RING
      *    01  KEY-RING-REC.
       COPY KEYRREC.

      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  KEY-RING-STATUS PIC XX.
           88 KEY-RING-OK VALUE "00".
           88 KEY-RING-EOF VALUE "10".

      * 'N' until the first call reads the ring; 'Y' read, 'U' the
      * ring couldn't be read.
       01  RING-LOADED-SW PIC X VALUE 'N'.
           88 RING-NOT-LOADED VALUE 'N'.
           88 RING-UNREADABLE VALUE 'U'.

       01  KEY-TABLE.
           05 KEY-ENTRY OCCURS 10 TIMES.
              10 KT-PURPOSE  PIC X(8).
              10 KT-KEY-TEXT PIC X(64).
              10 KT-KEY-LEN  PIC 9(4) COMP-4.

       01  KEY-USED PIC 9(2) COMP-4 VALUE ZERO.
       01  KEY-IDX  PIC 9(2) COMP-4 VALUE ZERO.
       01  KEY-HIT  PIC 9(2) COMP-4 VALUE ZERO.

       01  SCAN-IDX PIC 9(4) COMP-4 VALUE ZERO.

      * UNEMDGST's parameters.
       01  DGST-TEXT   PIC X(500) VALUE SPACES.
       01  DGST-LENGTH PIC 9(4) COMP-4 VALUE ZERO.
       01  DGST-SEED   PIC 9(18) VALUE ZERO.
       01  DGST-DIGEST PIC 9(18) VALUE ZERO.

       01  INNER-DIGEST  PIC 9(18) VALUE ZERO.
       01  MIDDLE-DIGEST PIC 9(18) VALUE ZERO.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  KDIG-PURPOSE PIC X(8).
       01  KDIG-TEXT    PIC X(500).
       01  KDIG-LENGTH  PIC 9(4) COMP-4.
       01  KDIG-SEED    PIC 9(18).
       01  KDIG-DIGEST  PIC 9(18).
       01  KDIG-RESULT  PIC X.

      *========================
       PROCEDURE DIVISION USING KDIG-PURPOSE KDIG-TEXT KDIG-LENGTH
                                KDIG-SEED KDIG-DIGEST KDIG-RESULT.
      *========================
       1000-MAIN.
           MOVE 'U' TO KDIG-RESULT
           MOVE ZERO TO KDIG-DIGEST

           IF RING-NOT-LOADED THEN
              PERFORM 2000-LOAD-RING THRU 2000-LOAD-RING-END
           END-IF

           IF RING-UNREADABLE THEN
              GO TO 1000-MAIN-END
           END-IF

           MOVE ZERO TO KEY-HIT
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                 UNTIL KEY-IDX > KEY-USED OR KEY-HIT > ZERO
              IF KT-PURPOSE (KEY-IDX) = KDIG-PURPOSE THEN
                 MOVE KEY-IDX TO KEY-HIT
              END-IF
           END-PERFORM

           IF KEY-HIT = ZERO THEN
              DISPLAY "[KDIG] No usable " KDIG-PURPOSE
                 " key on the key ring."
              GO TO 1000-MAIN-END
           END-IF

           PERFORM 3000-KEYED-DIGEST
           MOVE 'Y' TO KDIG-RESULT
           .

       1000-MAIN-END.
           GOBACK.
      ******************************************************************
      * Reads every card of the ring into the key table. A key
      * shorter than 16 characters is not taken.
      ******************************************************************
       2000-LOAD-RING.
           MOVE 'U' TO RING-LOADED-SW

           OPEN INPUT KEY-RING

           IF NOT KEY-RING-OK THEN
              DISPLAY "[KDIG] Couldn't open the key ring - STATUS "
                 KEY-RING-STATUS
              GO TO 2000-LOAD-RING-END
           END-IF

           PERFORM 2100-READ-RING
           PERFORM UNTIL KEY-RING-EOF OR KEY-USED >= 10
              PERFORM 2200-KEEP-KEY
              PERFORM 2100-READ-RING
           END-PERFORM

           CLOSE KEY-RING
           MOVE 'Y' TO RING-LOADED-SW
           .

       2000-LOAD-RING-END.
           EXIT.
      ******************************************************************
       2100-READ-RING.
           READ KEY-RING
              AT END SET KEY-RING-EOF TO TRUE
           END-READ

           IF NOT KEY-RING-OK AND NOT KEY-RING-EOF THEN
              DISPLAY "[KDIG] Error reading the key ring - STATUS "
                 KEY-RING-STATUS
              SET KEY-RING-EOF TO TRUE
           END-IF
           .

       2100-READ-RING-END.
           EXIT.
      ******************************************************************
       2200-KEEP-KEY.
           MOVE ZERO TO DGST-LENGTH
           PERFORM VARYING SCAN-IDX FROM 64 BY -1
                 UNTIL SCAN-IDX < 1 OR DGST-LENGTH > ZERO
              IF KR-KEY-TEXT (SCAN-IDX:1) NOT = SPACE THEN
                 MOVE SCAN-IDX TO DGST-LENGTH
              END-IF
           END-PERFORM

           IF KR-PURPOSE = SPACES OR DGST-LENGTH < 16 THEN
              GO TO 2200-KEEP-KEY-END
           END-IF

           ADD 1 TO KEY-USED
           MOVE KR-PURPOSE TO KT-PURPOSE (KEY-USED)
           MOVE KR-KEY-TEXT TO KT-KEY-TEXT (KEY-USED)
           MOVE DGST-LENGTH TO KT-KEY-LEN (KEY-USED)
           .

       2200-KEEP-KEY-END.
           EXIT.
      ******************************************************************
      * The envelope: key, text seeded with the keyed seed, then the
      * key again over the result.
      ******************************************************************
       3000-KEYED-DIGEST.
           MOVE SPACES TO DGST-TEXT
           MOVE KT-KEY-TEXT (KEY-HIT) TO DGST-TEXT
           MOVE KT-KEY-LEN (KEY-HIT) TO DGST-LENGTH
           MOVE KDIG-SEED TO DGST-SEED
           CALL "UNEMDGST" USING DGST-TEXT DGST-LENGTH DGST-SEED
              INNER-DIGEST

           CALL "UNEMDGST" USING KDIG-TEXT KDIG-LENGTH INNER-DIGEST
              MIDDLE-DIGEST

           MOVE SPACES TO DGST-TEXT
           MOVE KT-KEY-TEXT (KEY-HIT) TO DGST-TEXT
           MOVE MIDDLE-DIGEST TO
              DGST-TEXT (KT-KEY-LEN (KEY-HIT) + 1:18)
           COMPUTE DGST-LENGTH = KT-KEY-LEN (KEY-HIT) + 18
           MOVE ZERO TO DGST-SEED
           CALL "UNEMDGST" USING DGST-TEXT DGST-LENGTH DGST-SEED
              KDIG-DIGEST
           .

       3000-KEYED-DIGEST-END.
           EXIT.

       END PROGRAM UNEMKDIG.
