      * AUDITREC layout on DROOTAU3, the third input DRAUDARC
      * merges into the nightly archive - AUDIT-CALLER-ID carries
      * CHKDGSCR or CHKDGTXN so the online callers stand apart from
      * the batch ones in the archive and its trailer counts. The
      * outcome, terminal and operator on a CHKDGTXN entry have no
      * place in AUDITREC; dronlaud.jcl keeps them by appending the
      * raw entries to the online activity history for DRKEYSCR,
      * and this step only counts the outcomes.
      *
      * ONLAUD is OPTIONAL - a day with no online activity leaves
      * no queue dataset, and the archive simply carries zero
       01 WS-INQUIRE-COUNT     PIC 9(9)    VALUE 0.
       01 WS-ASSIGN-COUNT      PIC 9(9)    VALUE 0.
       01 WS-OTHER-COUNT       PIC 9(9)    VALUE 0.
       01 WS-PASS-COUNT        PIC 9(9)    VALUE 0.
       01 WS-FAIL-COUNT        PIC 9(9)    VALUE 0.
       01 WS-HOLD-COUNT        PIC 9(9)    VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN INPUT ONL-IN
           CLOSE AUD-OUT
           DISPLAY 'DRONLAUD: ENTRIES READ   = ' WS-READ-COUNT
           DISPLAY 'DRONLAUD: VERIFICATIONS  = ' WS-VERIFY-COUNT
           DISPLAY 'DRONLAUD:   PASSED       = ' WS-PASS-COUNT
           DISPLAY 'DRONLAUD:   FAILED       = ' WS-FAIL-COUNT
           DISPLAY 'DRONLAUD:   FRAUD HOLD   = ' WS-HOLD-COUNT
           DISPLAY 'DRONLAUD: INQUIRIES      = ' WS-INQUIRE-COUNT
           DISPLAY 'DRONLAUD: ASSIGNS        = ' WS-ASSIGN-COUNT
           DISPLAY 'DRONLAUD: OTHER ACTIONS  = ' WS-OTHER-COUNT
           EVALUATE TRUE
               WHEN ONL-ACTION-VERIFY
                   ADD 1 TO WS-VERIFY-COUNT
                   EVALUATE TRUE
                       WHEN ONL-OUTCOME-PASS
                           ADD 1 TO WS-PASS-COUNT
                       WHEN ONL-OUTCOME-FAIL
                           ADD 1 TO WS-FAIL-COUNT
                       WHEN ONL-OUTCOME-HOLD
                           ADD 1 TO WS-HOLD-COUNT
                   END-EVALUATE
               WHEN ONL-ACTION-INQUIRE
                   ADD 1 TO WS-INQUIRE-COUNT
               WHEN ONL-ACTION-ASSIGN
