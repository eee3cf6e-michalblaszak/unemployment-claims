      ******************************************************************
      * The copybook of the file/record description of the month-end
      * progress KSDS (Z80055.UNEMPL.MEPROG) - how far each month's
      * month-end stream (UNEMMEOJ) has got. Written by the stream's
      * gate steps (UNEMMEGT); read by the deliverables calendar
      * driver (UNEMDLVR), which counts a month-end deliverable as
      * produced once its stage is complete for the month.
      *-----------------------------------------------------------------
      * Keyed by the month (YYYY-MM), the record type and the item:
      *    MP-STAGE-ITEM 'S', the stage record - one per stage of the
      *       stream (CERT, CLOS, FSUB, RELR, NEWS, YRBK, DIST), the
      *       item being the stage code;
      *    MP-DELIVERABLE-ITEM 'D', the deliverable record - one per
      *       monthly or quarterly row of the deliverables calendar
      *       (DLVCALDD) produced by the stage's program, the item
      *       being the calendar's deliverable name. It carries its
      *       stage's status.
      * MP-STATUS is where the stage stands:
      *    'G' gated   - the gate passed, the stage's step is running
      *    'C' complete
      *    'F' failed  - the step abended or ended RC >= 8
      *    'B' blocked - the gate refused it (MP-NOTE says why)
      *    'N' not applicable this month (the yearbook outside
      *        December)
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  ME-PROG.
       01  ME-PROG-REC.
           05 MP-KEY.
              10 MP-MONTH     PIC X(7).
              10 MP-TYPE      PIC X.
                 88 MP-STAGE-ITEM       VALUE 'S'.
                 88 MP-DELIVERABLE-ITEM VALUE 'D'.
              10 MP-ITEM      PIC X(20).
           05 MP-STAGE        PIC X(4).
           05 MP-PGM          PIC X(8).
           05 MP-STATUS       PIC X.
              88 MP-GATED          VALUE 'G'.
              88 MP-COMPLETE       VALUE 'C'.
              88 MP-FAILED         VALUE 'F'.
              88 MP-BLOCKED        VALUE 'B'.
              88 MP-NOT-APPLICABLE VALUE 'N'.
           05 MP-DATE         PIC 9(8).
           05 MP-TIME         PIC 9(6).
           05 MP-NOTE         PIC X(50).
           05 FILLER          PIC X(15).
