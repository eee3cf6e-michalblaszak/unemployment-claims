      ******************************************************************
      * Audit-trail digest subprogram.
      ******************************************************************
      * Folds up to 500 bytes of text, seeded with a previous digest,
      * into an 18-digit digest - the link UNEMSEAL chains the audit
      * trails with (see CHANREC.cpy). Two nine-digit accumulators,
      * each reduced modulo its own prime after every byte, the
      * second one also folding in the first and the byte's
      * position, and the two folded into each other at the end, so
      * a changed, swapped, added or dropped byte anywhere in the
      * text moves both halves. The seed is split
      * across the two accumulators, so the same text chained after
      * a different predecessor digests differently.
      *-----------------------------------------------------------------
      * Input parameters:
      *    DGST-TEXT   - the text, left-justified.
      *    DGST-LENGTH - how many of its bytes to digest (0-500).
      *    DGST-SEED   - the previous digest (zero for none).
      * Output parameters:
      *    DGST-DIGEST - the digest.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-25  MB  Initial version.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
      *========================
       PROGRAM-ID. UNEMDGST.
       AUTHOR. Michal Blaszak.
       DATE-WRITTEN. 2021-08-25.

      *========================
       ENVIRONMENT DIVISION.
      *========================
       CONFIGURATION SECTION.
      *------------------------
      * SOURCE-COMPUTER.
      *     IBM-SYSTEM WITH DEBUGGING MODE.

      *========================
       DATA DIVISION.
      *========================
      *------------------------
       WORKING-STORAGE SECTION.
      *------------------------
       01  DIGEST-HIGH PIC 9(9)  COMP-4 VALUE ZERO.
       01  DIGEST-LOW  PIC 9(9)  COMP-4 VALUE ZERO.
       01  DIGEST-WORK PIC 9(13) COMP-4 VALUE ZERO.
       01  DIGEST-QUOT PIC 9(13) COMP-4 VALUE ZERO.
       01  MIX-VALUE   PIC 9(4)  COMP-4 VALUE ZERO.
       01  POS-FACTOR  PIC 9(4)  COMP-4 VALUE ZERO.
       01  TEXT-IDX    PIC 9(4)  COMP-4 VALUE ZERO.

      * A byte's value, through the low half of a halfword.
       01  BYTE-WORK.
           05 BYTE-HIGH  PIC X VALUE LOW-VALUE.
           05 BYTE-LOW   PIC X VALUE LOW-VALUE.
       01  BYTE-VALUE REDEFINES BYTE-WORK PIC 9(4) COMP-4.

      *------------------------
       LINKAGE SECTION.
      *------------------------
       01  DGST-TEXT   PIC X(500).
       01  DGST-LENGTH PIC 9(4) COMP-4.
       01  DGST-SEED   PIC 9(18).
       01  DGST-DIGEST PIC 9(18).

      *========================
       PROCEDURE DIVISION USING DGST-TEXT DGST-LENGTH DGST-SEED
                                DGST-DIGEST.
      *========================
       1000-MAIN.
           DIVIDE DGST-SEED BY 1000000000 GIVING DIGEST-HIGH
              REMAINDER DIGEST-LOW

           PERFORM VARYING TEXT-IDX FROM 1 BY 1
                 UNTIL TEXT-IDX > DGST-LENGTH OR TEXT-IDX > 500
              PERFORM 2000-FOLD-BYTE
           END-PERFORM

           PERFORM 3000-MIX-HALVES 4 TIMES

           COMPUTE DGST-DIGEST = DIGEST-HIGH * 1000000000
              + DIGEST-LOW
           GOBACK
           .

       1000-MAIN-END.
           EXIT.
      ******************************************************************
       2000-FOLD-BYTE.
           MOVE DGST-TEXT (TEXT-IDX:1) TO BYTE-LOW

           COMPUTE DIGEST-WORK = DIGEST-HIGH * 263 + BYTE-VALUE + 1
           DIVIDE DIGEST-WORK BY 999999937 GIVING DIGEST-QUOT
              REMAINDER DIGEST-HIGH

           DIVIDE TEXT-IDX BY 97 GIVING DIGEST-QUOT
              REMAINDER POS-FACTOR
           DIVIDE DIGEST-HIGH BY 1000 GIVING DIGEST-QUOT
              REMAINDER MIX-VALUE
           COMPUTE DIGEST-WORK = DIGEST-LOW * 269
              + (BYTE-VALUE + 1) * (POS-FACTOR + 1) + MIX-VALUE
           DIVIDE DIGEST-WORK BY 999999929 GIVING DIGEST-QUOT
              REMAINDER DIGEST-LOW
           .

       2000-FOLD-BYTE-END.
           EXIT.
      ******************************************************************
      * Folds each half into the other, so a change in the last
      * bytes reaches every digit of both.
      ******************************************************************
       3000-MIX-HALVES.
           COMPUTE DIGEST-WORK = DIGEST-HIGH * 263 + DIGEST-LOW
           DIVIDE DIGEST-WORK BY 999999937 GIVING DIGEST-QUOT
              REMAINDER DIGEST-HIGH
           COMPUTE DIGEST-WORK = DIGEST-LOW * 269 + DIGEST-HIGH
           DIVIDE DIGEST-WORK BY 999999929 GIVING DIGEST-QUOT
              REMAINDER DIGEST-LOW
           .

       3000-MIX-HALVES-END.
           EXIT.

       END PROGRAM UNEMDGST.
