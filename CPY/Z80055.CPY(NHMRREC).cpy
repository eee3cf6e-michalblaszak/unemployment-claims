      ******************************************************************
      * The copybook of the file/record description of the UNEMNHMR
      * new-hire match register - one record per hit of the
      * new-hire cross-match (UNEMNHMT): a claim still certifying
      * (CD-CLAIM-TYPE 'C') for periods after a hire the new-hire
      * directory reported. Keyed by the claim (claim id and state)
      * and the hire (hire date and employer), so a hit is
      * registered once however many weekly runs see it again, and
      * carries the integrity unit's disposition so it is followed
      * to a close and never worked twice.
      *-----------------------------------------------------------------
      *    NM-DISPOSITION    P = pending - on a work list, not yet
      *                          worked,
      *                      C = confirmed - the claimant was working,
      *                      X = cleared - no overlap (hire never
      *                          started, reported in error, ...),
      *                      O = overpayment established (UNEMOVPY)
      *    NM-FIRST-PERIOD   the first and the latest continuing
      *    NM-LAST-PERIOD    period after the hire date, and how many
      *    NM-PERIODS        such periods the claim has so far
      *    NM-MATCH-DATE     the cycle date of the run that first
      *                      found the hit
      *    NM-DISP-DATE      when, and by whom, the disposition was
      *    NM-DISP-USER      recorded (spaces while pending)
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  NHMATCH-FILE.
       01  NHMATCH-REC.
           05 NM-KEY.
              10 NM-CLAIM-ID       PIC X(12).
              10 NM-STATE-CODE     PIC X(2).
              10 NM-HIRE-DATE      PIC X(10).
              10 NM-EMPLOYER-ID    PIC X(10).
           05 NM-FIRST-PERIOD      PIC X(10).
           05 NM-LAST-PERIOD       PIC X(10).
           05 NM-PERIODS           PIC 9(3).
           05 NM-MATCH-DATE        PIC X(10).
           05 NM-DISPOSITION       PIC X.
              88 NM-PENDING               VALUE 'P'.
              88 NM-CONFIRMED             VALUE 'C'.
              88 NM-CLEARED               VALUE 'X'.
              88 NM-OVERPAYMENT           VALUE 'O'.
              88 NM-DISPOSITION-VALID     VALUE 'P' 'C' 'X' 'O'.
           05 NM-DISP-DATE         PIC X(10).
           05 NM-DISP-USER         PIC X(8).
           05 FILLER               PIC X(14).
