      ******************************************************************
      * The copybook of the file/record description of the UNEMXWLK
      * industry classification crosswalk KSDS - one record per
      * (old industry, new industry) pair of a classification
      * revision, keyed by the revision's effective date so a
      * vintage's rows sit together. XW-SHARE is the percentage of
      * the old industry's count that moves to the new one; what a
      * vintage doesn't move out of an industry stays in it. Loaded
      * by UNEMXWKI, applied to the history before the effective date
      * by the restatement run (UNEMRSTM).
      *-----------------------------------------------------------------
      *    XW-OLD-INDUSTRY,  01-20 in PAYLOAD.cpy's industry field
      *    XW-NEW-INDUSTRY   order (FD-INA-INDUSTRY never moves)
      *    XW-STAGED-DATE    the day UNEMRSTM staged the vintage's
      *                      restatement for approval - spaces until
      *                      then; a staged vintage is not staged
      *                      again, and its rows can't be replaced
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  XWLK-FILE.
       01  XWLK-REC.
           05 XW-KEY.
              10 XW-EFFECTIVE-DATE PIC X(10).
              10 XW-OLD-INDUSTRY   PIC 9(2).
              10 XW-NEW-INDUSTRY   PIC 9(2).
           05 XW-SHARE             PIC 9(3)V99.
           05 XW-DESCRIPTION       PIC X(30).
           05 XW-STAGED-DATE       PIC X(10).
           05 FILLER               PIC X(21).
