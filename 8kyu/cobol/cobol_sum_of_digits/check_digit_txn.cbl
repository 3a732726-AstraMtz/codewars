      * After the verify, the check-digit master is consulted: an
      * account the fraud team has confirmed suspect comes back with
      * STATUS-FLAG 'H' (fraud hold) in place of the verify result,
      * so data entry sees the flag at the keystroke. An account no
      * longer on the master because DRRETIRE retired it comes back
      * 'R' (retired) the same way, with the date it was retired in
      * RETIRED-ON-DATE. An old number DRRENUM
      * renumbered when its branch merged comes back 'M' (moved),
      * from the merger's effective date on, with the new number and
      * its digit in MOVED-TO-ACCOUNT-NUM/MOVED-TO-CHECK-DIGIT.
      * Every call leaves a CDGA audit entry with the outcome and
      * the terminal and operator that keyed it, for the DRKEYSCR
      * keying-quality scorecard.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY
           WS-CHECK-DIGIT-REC.
       COPY ONLAUDRC.
      * Space = the verify result stands; otherwise the status the
      * master (or the retired-account file) says outranks it.
       01 WS-OVERRIDE-FLAG    PIC X.
      * What CHKDGVFY said before any override - the audit entry's
      * pass/fail outcome comes from this, not from the status handed
      * back.
       01 WS-VERIFY-FLAG      PIC X.
      * RTD-RETIRED-DATE for an 'R', space otherwise.
       01 WS-RETIRED-DATE     PIC X(8).
       COPY CHKDGMST.
       COPY CHKDGRTD.
       COPY CHKDGXRF.
       LINKAGE SECTION.
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY DFHCOMMAREA.
       PROCEDURE DIVISION.
      * digital-root digit with the Luhn algorithm and flag good
      * accounts 'I') nor written. Verify a legacy-length commarea
      * through a local copy pinned to the digital-root scheme, and
      * hand back only the bytes the caller owns. It grew again by
      * the 13-byte moved-to number; a caller built between the two
      * passes the scheme but has no room for the new number - it
      * goes through the same local copy with its own scheme, and
      * gets the 'M' without the number. It grew a third time by
      * the 8-byte retirement date; a caller built before that
      * passes the moved-to number but has no room for the date -
      * it goes through the same local copy too, and gets the 'R'
      * without the date. Any other length is a caller bug - abend,
      * same policy as NOCA.
      *
      * CHKDGVFY performs the NUMERIC test via the compute subprogram
      * and correctly reports CHECK-DIGIT-UNASSIGNED - no need to
                   END-EXEC
               WHEN EIBCALEN = LENGTH OF DFHCOMMAREA
                   CALL 'CHKDGVFY' USING DFHCOMMAREA
                   MOVE STATUS-FLAG OF DFHCOMMAREA TO WS-VERIFY-FLAG
                   MOVE ACCOUNT-NUM OF DFHCOMMAREA
                       TO MST-ACCOUNT-NUM
                   PERFORM CHECK-MASTER-STATUS
                   IF WS-OVERRIDE-FLAG NOT = SPACE
                       MOVE WS-OVERRIDE-FLAG
                           TO STATUS-FLAG OF DFHCOMMAREA
                   END-IF
                   IF CHECK-DIGIT-MOVED OF DFHCOMMAREA
                       MOVE XRF-NEW-ACCOUNT-NUM
                           TO MOVED-TO-ACCOUNT-NUM OF DFHCOMMAREA
                       MOVE XRF-NEW-CHECK-DIGIT
                           TO MOVED-TO-CHECK-DIGIT OF DFHCOMMAREA
                   ELSE
                       MOVE 0 TO MOVED-TO-ACCOUNT-NUM OF DFHCOMMAREA
                       MOVE 0 TO MOVED-TO-CHECK-DIGIT OF DFHCOMMAREA
                   END-IF
                   MOVE WS-RETIRED-DATE
                       TO RETIRED-ON-DATE OF DFHCOMMAREA
                   MOVE ACCOUNT-NUM OF DFHCOMMAREA
                       TO ONL-ACCOUNT-NUM
                   MOVE CHECK-DIGIT OF DFHCOMMAREA TO ONL-DIGIT
                   MOVE STATUS-FLAG OF DFHCOMMAREA TO ONL-STATUS-FLAG
                   PERFORM WRITE-ONLINE-AUDIT
               WHEN EIBCALEN = LENGTH OF DFHCOMMAREA - 8
               WHEN EIBCALEN = LENGTH OF DFHCOMMAREA - 21
               WHEN EIBCALEN = LENGTH OF DFHCOMMAREA - 22
                   MOVE DFHCOMMAREA(1:EIBCALEN)
                       TO WS-CHECK-DIGIT-REC(1:EIBCALEN)
                   IF EIBCALEN = LENGTH OF DFHCOMMAREA - 22
                       MOVE 'R' TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
                   END-IF
                   CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
                   MOVE STATUS-FLAG OF WS-CHECK-DIGIT-REC
                       TO WS-VERIFY-FLAG
                   MOVE ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
                       TO MST-ACCOUNT-NUM
                   PERFORM CHECK-MASTER-STATUS
                   IF WS-OVERRIDE-FLAG NOT = SPACE
                       MOVE WS-OVERRIDE-FLAG
                           TO STATUS-FLAG OF WS-CHECK-DIGIT-REC
                   END-IF
                   IF CHECK-DIGIT-MOVED OF WS-CHECK-DIGIT-REC
                       MOVE XRF-NEW-ACCOUNT-NUM
                           TO MOVED-TO-ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
                       MOVE XRF-NEW-CHECK-DIGIT
                           TO MOVED-TO-CHECK-DIGIT OF WS-CHECK-DIGIT-REC
                   ELSE
                       MOVE 0 TO MOVED-TO-ACCOUNT-NUM
                           OF WS-CHECK-DIGIT-REC
                       MOVE 0 TO MOVED-TO-CHECK-DIGIT
                           OF WS-CHECK-DIGIT-REC
                   END-IF
                   MOVE WS-CHECK-DIGIT-REC(1:EIBCALEN)
                       TO DFHCOMMAREA(1:EIBCALEN)
                       TO ONL-ACCOUNT-NUM
                   MOVE CHECK-DIGIT OF WS-CHECK-DIGIT-REC
                       TO ONL-DIGIT
                   MOVE STATUS-FLAG OF WS-CHECK-DIGIT-REC
                       TO ONL-STATUS-FLAG
                   PERFORM WRITE-ONLINE-AUDIT
               WHEN OTHER
                   EXEC CICS ABEND
      * of day and folds the entries into the stream DRAUDARC
      * archives. Same queue and record as CHKDGSCR's entries.
      * A fraud hold on the master outranks the verify result - the
      * caller gets 'H' back instead of V/I/U. Otherwise an old
      * number on the merger cross-reference gets 'M' once the
      * merger is effective, whether or not the account system
      * still sends it. Not on the master falls back to the
      * retired-account file: a retired number gets 'R'. Not there
      * either (or any read trouble) means nothing to surface; the
      * verify result stands and the night's batch will say the
      * rest.
       CHECK-MASTER-STATUS.
           MOVE SPACE TO WS-OVERRIDE-FLAG
           MOVE SPACE TO WS-RETIRED-DATE
           EXEC CICS READ
               DATASET('CHKDGMST')
               INTO(CHECK-DIGIT-MASTER-REC)
               RIDFLD(MST-ACCOUNT-NUM)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF MST-FRAUD-HOLD
                       MOVE 'H' TO WS-OVERRIDE-FLAG
                   ELSE
                       PERFORM CHECK-MOVED
                   END-IF
               WHEN WS-RESP = DFHRESP(NOTFND)
                   PERFORM CHECK-MOVED
                   IF WS-OVERRIDE-FLAG = SPACE
                       PERFORM CHECK-RETIRED
                   END-IF
           END-EVALUATE.
       CHECK-MOVED.
           MOVE MST-ACCOUNT-NUM TO XRF-OLD-ACCOUNT-NUM
           EXEC CICS READ
               DATASET('CHKDGXRF')
               INTO(ACCOUNT-XREF-REC)
               RIDFLD(XRF-OLD-ACCOUNT-NUM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                   YYYYMMDD(WS-TODAY)
               END-EXEC
               IF WS-TODAY >= XRF-EFFECTIVE-DATE
                   MOVE 'M' TO WS-OVERRIDE-FLAG
               END-IF
           END-IF.
       CHECK-RETIRED.
           MOVE MST-ACCOUNT-NUM TO RTD-ACCOUNT-NUM
           EXEC CICS READ
               DATASET('CHKDGRTD')
               INTO(RETIRED-ACCOUNT-REC)
               RIDFLD(RTD-ACCOUNT-NUM)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'R' TO WS-OVERRIDE-FLAG
               MOVE RTD-RETIRED-DATE TO WS-RETIRED-DATE
           ELSE
               MOVE SPACE TO WS-RETIRED-DATE
           END-IF.
       WRITE-ONLINE-AUDIT.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           MOVE WS-TIME TO ONL-TIME
           MOVE WS-CALLER-ID TO ONL-CALLER-ID
           MOVE 'V' TO ONL-ACTION
      * A hold is the outcome whatever the digit did - it is what
      * the clerk was stopped by.
           EVALUATE TRUE
               WHEN WS-OVERRIDE-FLAG = 'H'
                   SET ONL-OUTCOME-HOLD TO TRUE
               WHEN WS-VERIFY-FLAG = 'V'
                   SET ONL-OUTCOME-PASS TO TRUE
               WHEN OTHER
                   SET ONL-OUTCOME-FAIL TO TRUE
           END-EVALUATE
           MOVE EIBTRMID TO ONL-TERMINAL-ID
           EXEC CICS ASSIGN USERID(ONL-OPERATOR-ID) END-EXEC
           EXEC CICS WRITEQ TD QUEUE('CDGA')
               FROM(ONL-AUDIT-REC)
               LENGTH(LENGTH OF ONL-AUDIT-REC)
