      ******************************************************************
      * The copybook of the file/record description of the change-
      * event topic catalog - one row per state, naming the MQ topic
      * string the UNEMPLRP change events of that state are published
      * under (UNEMCHEV), so a consumer subscribes to exactly the
      * states it cares about:
      *    TC-STATE   the two-letter postal code ('US' the national
      *               aggregate); '**' names the catalog's root - the
      *               topic string every state not listed is
      *               published under, its state code appended
      *               ('<root>/<state>')
      *    TC-TOPIC   the topic string, e.g. 'UNEMP/CHANGES/NY'
      *    TC-DESC    free text for the consumers' reference
      * With no catalog, or no '**' row, the root is 'UNEMP/CHANGES'.
      * Keeping every state under one root lets a consumer that wants
      * them all subscribe to '<root>/#'.
      * Author: Michal Blaszak
      * Date:   2021-08-25
      ******************************************************************
       FD  TOPIC-CATALOG
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F.
       01  TOPIC-CAT-REC.
           05 TC-STATE PIC X(2).
              88 TC-ROOT-ROW VALUE '**'.
           05 TC-TOPIC PIC X(48).
           05 TC-DESC  PIC X(30).
