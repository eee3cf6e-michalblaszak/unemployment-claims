      * walks the UNEMCTLE effective-dated store (maintained by the
      * UNEMCTLM transaction) in key order and prints every row
      * version: the table, the row key, the validity window, the
      * changing user and the change timestamp, open versions marked
      * - and versions still awaiting approval, or rejected, marked
      * as such in place of the window's end.
      *-----------------------------------------------------------------
      * Modification history:
      *    2021-08-23  MB  Initial version.
      *    2021-08-25  MB  Versions awaiting approval or rejected are
      *                    marked PENDING / REJECTED.
      ******************************************************************
      *========================
       IDENTIFICATION DIVISION.
           MOVE CT-TABLE TO CH-DISP-TABLE
           MOVE CT-ROW-KEY TO CH-DISP-KEY
           MOVE CT-EFF-DATE TO CH-DISP-EFF
           EVALUATE TRUE
              WHEN CT-APPR-PENDING
                 MOVE 'PENDING' TO CH-DISP-END
              WHEN CT-APPR-REJECTED
                 MOVE 'REJECTED' TO CH-DISP-END
              WHEN CT-END-DATE = ZERO
                 MOVE 'OPEN' TO CH-DISP-END
              WHEN OTHER
                 MOVE CT-END-DATE TO CH-DISP-END
           END-EVALUATE
           MOVE CT-USER TO CH-DISP-USER
           MOVE CT-STAMP-DATE TO CH-DISP-STAMP
           MOVE CT-STAMP-TIME TO CH-DISP-TIME
