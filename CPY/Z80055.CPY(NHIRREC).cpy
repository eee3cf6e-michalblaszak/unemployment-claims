      ******************************************************************
      * The copybook of the file/record description of the UNEMNHIR
      * new-hire KSDS - one record per hire the state new-hire
      * directory reported: the person, the hiring employer's
      * account number, the hire date and the reporting state. The
      * directory's person identifier arrives already translated to
      * the agency's claimant id (the CD-CLAIM-ID of UNEMCLMD), so
      * the match run positions on the claim detail with it
      * directly. Keyed by person, hire date and employer so a
      * person's hires sit together in date order and a re-sent
      * directory week replaces its own rows. Loaded by UNEMNHRI,
      * matched against the continuing claims by UNEMNHMT.
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  NEWHIRE-FILE.
       01  NEWHIRE-REC.
           05 NH-KEY.
              10 NH-PERSON-ID      PIC X(12).
              10 NH-HIRE-DATE      PIC X(10).
              10 NH-EMPLOYER-ID    PIC X(10).
           05 NH-EMPLOYER-NAME     PIC X(30).
           05 NH-STATE-CODE        PIC X(2).
           05 FILLER               PIC X(16).
