      *               'R' retention authorization for a UNEMCLRT
      *                   claim-detail pseudonymization run (payload
      *                   unused).
      *               Batches 'RVyymmdd', maker UNEMPROM, are the
      *               revisions to final or released periods the
      *               promotion held instead of merging.
      *    PC-STATUS  'P' pending - staged by the maker, waiting
      *               'A' approved - released by a second operator
      *               'D' done - applied against UNEMPLRP
      *               'X' expired - aged out unapproved
      *               'J' rejected - turned down by a second
      *                   operator in the UNAP approvals inbox
      *                   (PC-APPROVER holds who; the reason is
      *                   on the access trail)
      * Author: Michal Blaszak
      * Date:   2021-08-21
      ******************************************************************
              88 PC-APPROVED VALUE 'A'.
              88 PC-APPLIED  VALUE 'D'.
              88 PC-EXPIRED  VALUE 'X'.
              88 PC-REJECTED VALUE 'J'.
           05 PC-MAKER       PIC X(8).
           05 PC-APPROVER    PIC X(8).
           05 PC-STAGED-DATE PIC 9(8).
           *> The payload grows with PAYLOAD.cpy; the trailing
           *> filler absorbs the growth so the record stays 500
           *> bytes and the PENDING cluster needs no redefine
           *> until the filler runs out (it was 408 bytes until
           *> the occupation dimension outgrew it).
           05 PC-PAYLOAD     PIC X(446).
           05 FILLER         PIC X(16).
