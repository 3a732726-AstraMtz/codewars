      * Pseudo-conversational over mapset CHKDGMAP:
      *   ENTER - inquire: read the check-digit master for the keyed
      *           account, recompute its root, and spell out what
      *           STATUS-FLAG means (V/I/U). An account not on the
      *           master is looked up on the retired-account file
      *           (see the CHKDGRTD copybook) and shown with the date
      *           DRRETIRE retired it. An old number DRRENUM
      *           renumbered off a merged branch (see the CHKDGXRF
      *           copybook) says where it moved to, and from when.
      *   PF5   - assign: invoke CHKDGASN for an account whose master
      *           record is unassigned ('U') and rewrite the master.
      *   PF6   - issue: allocate the next account number for a
      *           record cut at issue time - the online face of the
      *           ACCTALOC allocation service (which is native-I-O
      *           batch; this path does the same work through EXEC
      *           CICS file commands against the same files). Like
      *           ACCTALOC it refuses a number that is retired.
      *   PF8   - browse: list the master forward from the keyed (or
      *           last shown) account number, ten per page.
      *   PF12  - back to the inquiry screen from the browse.
      *   PF3   - exit.
      * The check-digit master is the CHKDGMST file (see chkdgload.jcl
      * and the CHKDGMST copybook); the FCT entry is defined in
      * chkdgtxn.csd. Every PF5 rewrite and PF6 add is journaled to
      * the CDGJ TD queue with its before- and after-image (see the
      * CHKDGJNL copybook) for the master's forward recovery, and
      * every PF6 issue is logged to the CDGL TD queue for the
      * allocation log (see the ACCTALOG copybook).
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ABSTIME          PIC S9(15) COMP-3.
       01 WS-TODAY            PIC X(8).
       01 WS-TIME             PIC X(6).
       01 WS-MOVED-FLAG       PIC X.
       01 WS-USERID           PIC X(8).
       01 WS-NEW-ACCOUNT.
           05 WS-NEW-PREFIX       PIC X(4).
           05 WS-NEW-SEQ          PIC 9(8).
       COPY ACCTSEQ.
       COPY DFHAID.
       COPY ONLAUDRC.
       COPY CHKDGJNL.
       COPY ACCTALOG.
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY
           WS-CHECK-DIGIT-REC.
       COPY CHKDGMST.
       COPY CHKDGRTD.
       COPY CHKDGXRF.
       COPY CHKDGMAP.
       01 WS-COMMAREA.
           05 COMM-LAST-MAP   PIC X.
                   MOVE WS-STATUS-TEXT TO MSTSTAO
                   PERFORM COMPUTE-ROOT
                   MOVE 'ACCOUNT FOUND ON CHECK-DIGIT MASTER' TO MSG1O
                   PERFORM INQUIRE-MOVED
               WHEN DFHRESP(NOTFND)
                   PERFORM COMPUTE-ROOT
                   PERFORM INQUIRE-MOVED
                   IF WS-MOVED-FLAG = 'Y'
                       MOVE XRF-OLD-CHECK-DIGIT TO MSTDIGO
                       MOVE 'M - MOVED' TO MSTSTAO
                   ELSE
                       PERFORM INQUIRE-RETIRED
                   END-IF
               WHEN OTHER
                   MOVE 'MASTER READ FAILED' TO MSG1O
           END-EVALUATE
           PERFORM WRITE-ONLINE-AUDIT
           MOVE '1' TO COMM-LAST-MAP
           PERFORM SEND-INQUIRY.
      * An old number renumbered off a merged branch - whether or
      * not the master still holds it - says where it went. Before
      * the merger's effective date it says where it is going.
       INQUIRE-MOVED.
           MOVE 'N' TO WS-MOVED-FLAG
           MOVE WS-NUMB TO XRF-OLD-ACCOUNT-NUM
           EXEC CICS READ
               DATASET('CHKDGXRF')
               INTO(ACCOUNT-XREF-REC)
               RIDFLD(XRF-OLD-ACCOUNT-NUM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-MOVED-FLAG
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
               END-EXEC
               MOVE SPACE TO MSG1O
               IF WS-TODAY < XRF-EFFECTIVE-DATE
                   STRING 'MOVES TO ' XRF-NEW-ACCOUNT-NUM '-'
                       XRF-NEW-CHECK-DIGIT ' ON ' XRF-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO MSG1O
               ELSE
                   STRING 'MOVED TO ' XRF-NEW-ACCOUNT-NUM '-'
                       XRF-NEW-CHECK-DIGIT ' FROM ' XRF-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO MSG1O
               END-IF
           END-IF.
      * Not on the master - a retired account shows the digit and
      * last-seen date it was retired with, and the retirement date;
      * anything else is simply unknown to the master.
       INQUIRE-RETIRED.
           MOVE WS-NUMB TO RTD-ACCOUNT-NUM
           EXEC CICS READ
               DATASET('CHKDGRTD')
               INTO(RETIRED-ACCOUNT-REC)
               RIDFLD(RTD-ACCOUNT-NUM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE RTD-CHECK-DIGIT TO MSTDIGO
               MOVE RTD-LAST-VERIFIED TO LASTVERO
               MOVE 'R - RETIRED' TO MSTSTAO
               MOVE SPACE TO MSG1O
               STRING 'RETIRED ON ' RTD-RETIRED-DATE
                   ' - NO LONGER ON THE MASTER'
                   DELIMITED BY SIZE INTO MSG1O
           ELSE
               MOVE 'NOT ON MASTER - ROOT COMPUTED ONLY' TO MSG1O
           END-IF.
       COMPUTE-ROOT.
           CALL 'DIGITAL-ROOT' USING WS-NUMB WS-ROOT WS-ERROR-FLAG
               WS-CALLER-ID WS-AUDIT-FLAG
                   MOVE WS-STATUS-TEXT TO MSTSTAO
                   MOVE MST-CHECK-DIGIT TO MSTDIGO
               WHEN OTHER
                   MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
                   MOVE MST-ACCOUNT-NUM TO ACCOUNT-NUM OF
                       WS-CHECK-DIGIT-REC
                   MOVE MST-SCHEME-CODE TO SCHEME-CODE OF
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
                       MOVE 'R' TO JNL-ACTION
                       MOVE 'ONLASSGN' TO JNL-REASON
                       PERFORM WRITE-MASTER-JOURNAL
                       MOVE MST-CHECK-DIGIT TO MSTDIGO
                       PERFORM SPELL-OUT-STATUS
                       MOVE WS-STATUS-TEXT TO MSTSTAO
       ISSUE-ACCOUNT.
           MOVE SEQ-BRANCH-PREFIX TO WS-NEW-PREFIX
           MOVE SEQ-NEXT-NUMBER TO WS-NEW-SEQ
      * A retired number is never reissued - same refusal as
      * ACCTALOC's, and like its duplicate check it means the
      * sequence record is behind.
           MOVE WS-NEW-ACCOUNT-NUM TO RTD-ACCOUNT-NUM
           EXEC CICS READ
               DATASET('CHKDGRTD')
               INTO(RETIRED-ACCOUNT-REC)
               RIDFLD(RTD-ACCOUNT-NUM)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK DATASET('ACCTSEQ') END-EXEC
                   MOVE WS-NEW-ACCOUNT-NUM TO ACCTNOO
                   MOVE 'NEXT NUMBER IS RETIRED - CALL SUPPORT'
                       TO MSG1O
                   EXIT PARAGRAPH
               WHEN WS-RESP NOT = DFHRESP(NOTFND)
                   EXEC CICS UNLOCK DATASET('ACCTSEQ') END-EXEC
                   MOVE 'RETIRED FILE READ FAILED' TO MSG1O
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-NEW-ACCOUNT-NUM TO ACCOUNT-NUM OF
               WS-CHECK-DIGIT-REC
           MOVE 'L' TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
                   MOVE 'MASTER WRITE FAILED' TO MSG1O
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACE TO JNL-BEFORE-IMAGE
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           MOVE 'A' TO JNL-ACTION
           MOVE 'ONLISSUE' TO JNL-REASON
           PERFORM WRITE-MASTER-JOURNAL
           PERFORM WRITE-ALLOCATION-LOG
           ADD 1 TO SEQ-NEXT-NUMBER
           EXEC CICS REWRITE
               DATASET('ACCTSEQ')
      * to the CDGA TD queue instead - DRONLAUD drains the queue's
      * dataset at end of day and folds the entries into the stream
      * DRAUDARC archives. Callers fill ONL-ACCOUNT-NUM, ONL-DIGIT
      * and ONL-ACTION before performing this; the terminal and
      * operator are stamped here. No verify outcome - CDGI does not
      * verify a keyed digit, so DRKEYSCR does not score it.
       WRITE-ONLINE-AUDIT.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
           MOVE WS-TODAY TO ONL-DATE
           MOVE WS-TIME TO ONL-TIME
           MOVE WS-CALLER-ID TO ONL-CALLER-ID
           MOVE SPACE TO ONL-OUTCOME
           MOVE SPACE TO ONL-STATUS-FLAG
           MOVE EIBTRMID TO ONL-TERMINAL-ID
           EXEC CICS ASSIGN USERID(ONL-OPERATOR-ID) END-EXEC
           EXEC CICS WRITEQ TD QUEUE('CDGA')
               FROM(ONL-AUDIT-REC)
               LENGTH(LENGTH OF ONL-AUDIT-REC)
           END-EXEC.
      * Master changes go to the CDGJ TD queue for the same reason
      * the audit goes to CDGA - dronlaud.jcl appends the queue's
      * dataset to the batch CHKDGJNL journal at end of day. Callers
      * fill both images, JNL-ACTION and JNL-REASON once the master
      * WRITE/REWRITE has come back NORMAL.
       WRITE-MASTER-JOURNAL.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY) TIME(WS-TIME)
           END-EXEC
           MOVE WS-TODAY TO JNL-DATE
           MOVE WS-TIME TO JNL-TIME
           MOVE WS-CALLER-ID TO JNL-PROGRAM-ID
           EXEC CICS WRITEQ TD QUEUE('CDGJ')
               FROM(MASTER-JOURNAL-REC)
               LENGTH(LENGTH OF MASTER-JOURNAL-REC)
           END-EXEC.
      * PF6 issues go to the allocation log through the CDGL TD
      * queue - dronlaud.jcl appends its dataset to the batch log
      * ACCTALOC writes. Performed right after WRITE-MASTER-JOURNAL,
      * whose date and time it reuses. The requesting run of an
      * online issue is the operator and terminal.
       WRITE-ALLOCATION-LOG.
           MOVE SPACE TO ACCT-ALLOC-LOG-REC
           MOVE WS-NEW-ACCOUNT-NUM TO ALG-ACCOUNT-NUM
           MOVE MST-CHECK-DIGIT TO ALG-CHECK-DIGIT
           MOVE WS-NEW-PREFIX TO ALG-BRANCH-PREFIX
           MOVE WS-TODAY TO ALG-ISSUE-DATE
           MOVE WS-TIME TO ALG-ISSUE-TIME
           MOVE WS-CALLER-ID TO ALG-ISSUED-BY
           MOVE 'CDGI' TO ALG-REQUESTED-BY
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
           MOVE WS-USERID TO ALG-REQUEST-REF(1:8)
           MOVE EIBTRMID TO ALG-REQUEST-REF(9:4)
           EXEC CICS WRITEQ TD QUEUE('CDGL')
               FROM(ACCT-ALLOC-LOG-REC)
               LENGTH(LENGTH OF ACCT-ALLOC-LOG-REC)
           END-EXEC.
       END PROGRAM CHKDGSCR.
