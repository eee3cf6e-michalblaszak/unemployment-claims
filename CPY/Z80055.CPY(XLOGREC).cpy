      ******************************************************************
      * The copybook of the file/record description of the outbound
      * delivery log KSDS - one record per transmission attempt of a
      * produced file to a partner, written by the transmission step
      * (UNEMXMIT) when the attempt is queued to the file-transfer
      * service and updated as its outcome and the partner's receipt
      * come back. Reported per consumer by UNEMXMIT PARM='REPORT',
      * watched by the deliverables driver (UNEMDLVR).
      *-----------------------------------------------------------------
      * Keyed by the business cycle, the partner, the producing
      * program and the attempt number (01 for the first send) - the
      * same 34 bytes identify the attempt on the transfer request
      * and result files. The highest attempt of a cycle/partner/
      * program is the delivery's standing:
      *    XL-STATUS   'Q' queued, the outcome not back yet
      *                'D' delivered
      *                'T' transient failure - retried after the
      *                    destination's wait while attempts remain
      *                'F' failed for good (permanent failure, or the
      *                    retries used up) - alerted
      *    XL-RECEIPT  ' ' the partner sends no receipt
      *                'P' receipt expected, not matched yet
      *                'R' receipt matched - the partner has it
      *                'X' the partner's receipt reported a rejection
      * The destination's retry policy and deliver-by time are kept
      * on every attempt, so the outcome can be judged without the
      * destinations table.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  XLOG-FILE.
       01  XLOG-REC.
           05 XL-KEY.
              10 XL-CYCLE-DATE  PIC 9(8).
              10 XL-PARTNER     PIC X(16).
              10 XL-PGM         PIC X(8).
              10 XL-ATTEMPT     PIC 9(2).
           05 XL-PROTOCOL       PIC X(4).
           05 XL-SENT-DATE      PIC 9(8).
           05 XL-SENT-TIME      PIC 9(6).
           05 XL-STATUS         PIC X.
              88 XL-QUEUED       VALUE 'Q'.
              88 XL-DELIVERED    VALUE 'D'.
              88 XL-TRANSIENT    VALUE 'T'.
              88 XL-FAILED       VALUE 'F'.
           05 XL-OUT-DATE       PIC 9(8).
           05 XL-OUT-TIME       PIC 9(6).
           05 XL-REASON         PIC X(30).
           05 XL-RETRY-MAX      PIC 9.
           05 XL-RETRY-WAIT     PIC 9(3).
           05 XL-DUE-HHMM       PIC 9(4).
           05 XL-RECEIPT        PIC X.
              88 XL-RECEIPT-PENDING  VALUE 'P'.
              88 XL-RECEIPT-OK       VALUE 'R'.
              88 XL-RECEIPT-REJECTED VALUE 'X'.
           05 XL-RCPT-DATE      PIC 9(8).
           05 XL-RCPT-TIME      PIC 9(6).
           05 FILLER            PIC X(8).
