      * import run-history KSDS, written by UNEMPL01 at the end of
      * each run (one record per source per run) and read by the
      * run-history trend report (UNEMRHRP) and the operations
      * programs that need past run outcomes. UNEMPROM adds one
      * record per stage-to-live merge (source UNEMPROM), and the
      * outbound producers (UNEMSUBX, UNEMFEED, UNEMFSUB, UNEMDIST)
      * one per run through UNEMRHMK - RH-ROW-KIND 'X' with the
      * RH-CYCLE-DATE the run produced for, which is what UNEMXMIT
      * looks for before it sends a producer's file.
      *-----------------------------------------------------------------
      * RH-OUTCOME carries the IMPSTAT letter the run ended with:
      *    S success, W completed with rejected rows, F failed,
      *    K skipped (source not available), P not run this step,
      *    R completed as a restart from the promotion checkpoint.
      * Author: Michal Blaszak
      * Date:   2021-08-21
      ******************************************************************
              88 RH-FAILED   VALUE 'F'.
              88 RH-SKIPPED  VALUE 'K'.
              88 RH-NOT-RUN  VALUE 'P'.
              88 RH-RESTARTED VALUE 'R'.
           05 RH-REC-COUNT   PIC 9(5).
           05 RH-RETURN-CODE PIC 9(2).
           05 RH-START-TIME  PIC 9(6).
           05 RH-END-TIME    PIC 9(6).
           05 RH-CYCLE-DATE  PIC X(8).
           05 RH-ROW-KIND    PIC X.
              88 RH-PRODUCER-ROW VALUE 'X'.
           05 FILLER         PIC X(9).
