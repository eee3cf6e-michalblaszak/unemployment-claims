      *    'C' checked   - the post-import checks passed.
      *    'R' released  - the day's reports went out; the cycle is
      *                    closed and the next one may be opened.
      * The batch-window lock (CY-WINDOW-LOCKED) is held by the job
      * named, from the time given, while live UNEMPLRP must not be
      * updated by anything but that job - the daily job holds it
      * from ahead of its backup until its promotion is done
      * (UNEMCYCL PARM='LOCK' / 'FREE'); the live-updating
      * utilities check it through UNEMWLCK.
      * Author: Michal Blaszak
      * Date:   2021-08-21
      ******************************************************************
              88 CY-STATE-LOADED   VALUE 'L'.
              88 CY-STATE-CHECKED  VALUE 'C'.
              88 CY-STATE-RELEASED VALUE 'R'.
           05 CY-LOCK-SW       PIC X.
              88 CY-WINDOW-LOCKED  VALUE 'Y'.
           05 CY-LOCK-JOB      PIC X(8).
           05 CY-LOCK-DATE     PIC 9(8).
           05 CY-LOCK-TIME     PIC 9(6).
           05 FILLER           PIC X(8).
