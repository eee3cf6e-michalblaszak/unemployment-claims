      *    CD-CLAIM-TYPE     I = initial, C = continuing
      *    CD-PROGRAM-TYPE   R = regular state UI, E = extended
      *                      benefits, D = disaster assistance
      *    CD-DECLARATION-NO the disaster declaration number
      *                      (UNEMDECL's DC-DECL-NUMBER) of a 'D'
      *                      claim
      * Author: Michal Blaszak
      * Date:   2021-08-20
      *-----------------------------------------------------------------
      *                    (UNEMTIME) is finally measurable here
      *                    instead of reported from a system nobody
      *                    trusts.
      *    2021-08-24  MB  CD-DECLARATION-NO carved from the filler -
      *                    the disaster declaration a 'D' claim
      *                    belongs to, as the agency supplies it on
      *                    the detail extract (spaces on every other
      *                    claim); UNEMDECL holds the declarations.
      *    2021-08-24  MB  CD-PERIOD-STATE-KEY names the period date
      *                    and state code together - the alternate
      *                    key of the UNEMCLMD.PERIOD path (WITH
      *                    DUPLICATES, one entry per claim row). The
      *                    per-period readers START on it at the
      *                    requested period and stop when the period
      *                    ends; the claim-order walks (durations,
      *                    repeat claimants, duplicates) keep the
      *                    prime key.
      *    2021-08-25  MB  CD-CLAIM-ID carries the claim's token ('T'
      *                    and an eleven-digit serial) from the
      *                    UNEMTOKV token vault (TOKVREC.cpy), not the
      *                    agency's claim id. A claim keeps its token
      *                    across periods and states, so the key
      *                    order and every walk on it are unchanged;
      *                    only UNEMTOKV turns a token back into a
      *                    claim id, for the programs entitled to it.
      ******************************************************************
       FD  CLAIM-DETAIL.
       01  CLAIM-DETAIL-REC.
           05 CD-DETAIL-KEY.
              10 CD-CLAIM-ID   PIC X(12).
              10 CD-PERIOD-STATE-KEY.
                 15 CD-PERIOD-DATE PIC X(10).
                 15 CD-STATE-CODE PIC X(2).
           05 CD-RECORD-ID     PIC X(8).
           05 CD-AGE           PIC 9(3).
           05 CD-GENDER-CODE   PIC X.
           05 CD-FILING-DATE   PIC X(10).
           05 CD-FIRST-PAY-DATE PIC X(10).
           05 CD-PROGRAM-TYPE  PIC X.
           05 CD-DECLARATION-NO PIC X(10).
           05 FILLER           PIC X(8).
