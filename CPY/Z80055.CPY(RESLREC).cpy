      ******************************************************************
      * The copybook of the file/record description of the
      * UNEMPL.RESLREG reemployment selection register - one record
      * per claimant profiled by the weekly profiling run (UNEMRESL),
      * selected or not, so the federal evaluation can set the
      * durations of the selected claimants against those of the
      * profiled-but-not-selected ones. Keyed like the claim detail
      * it came from - claim id, state, filing date - so a report
      * joins it back to UNEMCLMD's CD-CLAIM-ID rows directly.
      *-----------------------------------------------------------------
      *    RR-SELECTED-SW    S = selected for mandatory services,
      *                      N = profiled, not selected (the
      *                      comparison group)
      *    RR-SCORE          the exhaustion-risk score, in percent
      *    RR-STATE-RANK     the claimant's rank by score within the
      *                      state's profiling week
      *    RR-INDUSTRY-RATE  the historical exhaustion rates the
      *    RR-AGE-RATE       score was built from
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  RESEL-FILE.
       01  RESEL-REC.
           05 RR-KEY.
              10 RR-CLAIM-ID       PIC X(12).
              10 RR-STATE-CODE     PIC X(2).
              10 RR-FILING-DATE    PIC X(10).
           05 RR-WEEK-ENDING       PIC X(10).
           05 RR-SCORE             PIC 9(3)V9.
           05 RR-STATE-RANK        PIC 9(5).
           05 RR-SELECTED-SW       PIC X.
              88 RR-SELECTED              VALUE 'S'.
              88 RR-NOT-SELECTED          VALUE 'N'.
           05 RR-AGE               PIC 9(3).
           05 RR-INDUSTRY-CODE     PIC X(2).
           05 RR-INDUSTRY-RATE     PIC 9(3)V9.
           05 RR-AGE-RATE          PIC 9(3)V9.
           05 FILLER               PIC X(23).
