      ******************************************************************
      * The copybook of the file/record description of the UNEMCASE
      * adjudication and appeals case KSDS - one record per case from
      * the agency's case-management extract, keyed by the case id
      * and tied back to the claim through CS-CLAIM-ID. Loaded by
      * UNEMCASI, read by the adjudication/appeals timeliness report
      * (UNEMADJT).
      *    CS-CLAIM-ID       the agency's own claim id, as the case
      *                      extract carries it - not the UNEMTOKV
      *                      token UNEMCLMD's CD-CLAIM-ID holds, nor
      *                      a retention 'PS' pseudonym. A case is
      *                      matched to its claim-detail rows through
      *                      UNEMTOKV ('F', the claim id's token).
      *                      UNEMCASE is neither copied to test by
      *                      UNEMMASK nor pseudonymized by UNEMCLRT,
      *                      so the raw id stays under the
      *                      production dataset's own access rules.
      *-----------------------------------------------------------------
      *    CS-CASE-TYPE      N = nonmonetary determination,
      *                      A = first-level appeal
      *    CS-START-DATE     the issue-detection date of a
      *                      determination, the filing date of an
      *                      appeal - the day the federal clock
      *                      starts
      *    CS-DECISION-DATE  the determination or decision date,
      *                      spaces while the case is still open
      * Author: Michal Blaszak
      * Date:   2021-08-24
      ******************************************************************
       FD  CASE-FILE.
       01  CASE-REC.
           05 CS-CASE-ID          PIC X(12).
           05 CS-CLAIM-ID         PIC X(12).
           05 CS-STATE-CODE       PIC X(2).
           05 CS-CASE-TYPE        PIC X.
              88 CS-NONMONETARY          VALUE 'N'.
              88 CS-APPEAL               VALUE 'A'.
           05 CS-START-DATE       PIC X(10).
           05 CS-DECISION-DATE    PIC X(10).
              88 CS-CASE-OPEN            VALUE SPACES.
           05 FILLER              PIC X(53).
