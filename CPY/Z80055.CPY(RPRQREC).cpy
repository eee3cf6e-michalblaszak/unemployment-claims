      ******************************************************************
      * The copybook of the file/record description of the reprint
      * request KSDS - one record per reprint of a captured report
      * asked for on the UNRB report browser (UNEMRPBR). The
      * requests are worked by UNEMRPRT PARM='QUEUE' (UNEMRPQJ),
      * which reprints each pending capture exactly as produced and
      * marks the request done.
      *-----------------------------------------------------------------
      * Keyed by when it was asked for and by whom; RQ-CAPTURE is
      * the repository index key (report program, run date, run
      * time) of the capture to reprint:
      *    RQ-STATUS   'P' pending - not reprinted yet
      *                'D' done - reprinted on RQ-DONE-DATE/TIME
      *                'N' not found - the capture had been removed
      *                    from the repository by then
      *    RQ-CONTENT  'C' when the capture carries claim-level
      *                content (RIX-CONTENT when requested)
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  RPRQ-FILE.
       01  RPRQ-REC.
           05 RQ-KEY.
              10 RQ-REQ-DATE  PIC 9(8).
              10 RQ-REQ-TIME  PIC 9(6).
              10 RQ-USER      PIC X(8).
           05 RQ-CAPTURE.
              10 RQ-PGM       PIC X(8).
              10 RQ-RUN-DATE  PIC 9(8).
              10 RQ-RUN-TIME  PIC 9(6).
           05 RQ-STATUS       PIC X.
              88 RQ-PENDING   VALUE 'P'.
              88 RQ-DONE      VALUE 'D'.
              88 RQ-NOT-FOUND VALUE 'N'.
           05 RQ-DONE-DATE    PIC 9(8).
           05 RQ-DONE-TIME    PIC 9(6).
           05 RQ-CONTENT      PIC X.
           05 FILLER          PIC X(20).
