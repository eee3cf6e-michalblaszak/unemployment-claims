      *    CT-END-DATE - the day the version stopped being current
      *                  (zero while open)
      * with the changing user and a timestamp on every version.
      *    CT-APPR-STATUS - 'P' keyed and awaiting a second person's
      *                  approval in the UNAP inbox (UNEMAPPR),
      *                  'A' approved, 'R' rejected; versions keyed
      *                  before approvals existed carry a space and
      *                  count as approved. Only approved versions
      *                  are materialized, and the prior open
      *                  version is closed when its successor is
      *                  approved, not when it is keyed.
      * Maintained by the UNEMCTLM transaction, materialized into
      * the flat tables per cycle date by UNEMCTLX, reported by
      * UNEMCTLH.
           05 CT-USER        PIC X(8).
           05 CT-STAMP-DATE  PIC 9(8).
           05 CT-STAMP-TIME  PIC 9(6).
           05 CT-APPR-STATUS PIC X.
              88 CT-APPR-PENDING  VALUE 'P'.
              88 CT-APPR-APPROVED VALUE 'A' ' '.
              88 CT-APPR-REJECTED VALUE 'R'.
           05 FILLER         PIC X(3).
