      * branch reference master (BRNCHMST) loaded at startup - a
      * record on an unknown or closed branch routes to the BRCHEXC
      * exception file instead of passing through, and DRBRCHRP
      * rolls the exceptions up by region. The one exception is an
      * old number DRRENUM renumbered when its branch merged into
      * another: while the merger's transition period runs (see the
      * CHKDGXRF copybook) it passes through on its old number, so
      * the account system has time to switch over.
      *
      * Partitioned night (PARTPRM holds a partition number, 1-8):
      * the extract is one DRNSPLIT slice and every output dataset
      * is the partition's own (see drnpart.jcl), so the partitions
      * run side by side and a failed one restarts from its own
      * checkpoint without touching the others. The DRHIST history
      * record and the RUNCTL record describe the whole night, so a
      * partition writes neither - its completed run leaves a
      * PARTSUM record on DRPSUM instead, and DRNCONS writes the
      * night's DRHIST and RUNCTL records once every partition is
      * in. Absent PARTPRM means the whole extract in one run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DELTA-PARM ASSIGN TO "DELTAPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PART-PARM ASSIGN TO "PARTPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
      * Branch reference master (see the BRNCHMST copybook) - read
      * once into a table at startup to validate EXT-BRANCH-CODE.
      * OPTIONAL: with no reference on file the validation is
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.
      * Merger cross-reference - read by old account number for a
      * record on a closed branch. OPTIONAL: no cross-reference
      * simply means no merger is in transition.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "CHKDGXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-OLD-ACCOUNT-NUM
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BRCH-EXC ASSIGN TO "BRCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-OUT ASSIGN TO "ACCTOUT"
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-CTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PART-SUM ASSIGN TO "DRPSUM"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-IN.
       FD  DELTA-PARM.
       01 MODE-PARM-REC.
           05 MODE-PARM-VALUE  PIC X(5).
       FD  PART-PARM.
       01 PART-PARM-REC.
           05 PART-PARM-VALUE  PIC X.
       FD  BRANCH-FILE.
       COPY BRNCHMST.
       FD  XREF-FILE.
       COPY CHKDGXRF.
      * An extract record whose branch code is unknown or closed -
      * it does not pass through to the output or error files; the
      * reason byte says which ('U' unknown, 'C' closed). DRBRCHRP
           05 CKPT-TALLY OCCURS 10 TIMES PIC 9(9).
       FD  RUN-CTL.
       COPY RUNCTLRC.
       FD  PART-SUM.
       COPY PARTSUM.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-TOTAL-COUNT       PIC 9(9)    VALUE 0.
       01 WS-RUN-MODE          PIC X(5)    VALUE 'FULL '.
           88 DELTA-MODE                   VALUE 'DELTA'.
       01 WS-PARTITION         PIC X       VALUE SPACE.
           88 PARTITION-RUN                VALUE '1' THRU '8'.
       01 WS-PRV-EOF-FLAG      PIC X       VALUE 'N'.
       01 WS-PRV-KEY           PIC 9(12)   VALUE 0.
       01 WS-CARRIED           PIC X       VALUE 'N'.
       01 WS-BRN-EOF-FLAG      PIC X       VALUE 'N'.
       01 WS-BRANCH-OK         PIC X.
       01 WS-BEXC-COUNT        PIC 9(9)    VALUE 0.
       01 WS-XREF-STATUS       PIC XX.
       01 WS-XREF-OPEN         PIC X       VALUE 'N'.
       01 WS-MOVED-COUNT       PIC 9(9)    VALUE 0.
       01 WS-BRN-MAX           PIC 9(4)    VALUE 500.
       01 WS-BRN-USED          PIC 9(4)    VALUE 0.
       01 WS-BRN-SUB           PIC 9(4).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
           PERFORM READ-RUN-MODE
           PERFORM READ-PARTITION
           PERFORM LOAD-BRANCH-TABLE
           PERFORM OPEN-XREF
           PERFORM READ-CHECKPOINT
           OPEN INPUT ACCT-IN
           IF DELTA-MODE
           END-IF
           IF WS-BRN-USED > 0
               DISPLAY 'DRNIGHT: BRANCH EXCEPTIONS = ' WS-BEXC-COUNT
               DISPLAY 'DRNIGHT: MERGED-BRANCH OLD NUMBERS PASSED = '
                   WS-MOVED-COUNT
           END-IF
           IF WS-XREF-OPEN = 'Y'
               CLOSE XREF-FILE
           END-IF
           CLOSE ACCT-OUT
           CLOSE ACCT-ERR
           OPEN OUTPUT HISTO-RPT
           PERFORM WRITE-HISTO-REPORT
           CLOSE HISTO-RPT
           IF PARTITION-RUN
               PERFORM CLEAR-CHECKPOINT
               PERFORM WRITE-PARTITION-SUMMARY
           ELSE
               PERFORM WRITE-HISTORY
               PERFORM CLEAR-CHECKPOINT
               PERFORM WRITE-RUN-CONTROL
           END-IF
           STOP RUN.
      * Last act of a completed run - a run that died mid-flight
      * leaves no record here, and DRMORNRP reports the leg as
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CTL.
      * A partition's last act, in place of WRITE-HISTORY and
      * WRITE-RUN-CONTROL - same rule: a partition that died leaves
      * no record, and DRNCONS will not consolidate the night.
       WRITE-PARTITION-SUMMARY.
           OPEN EXTEND PART-SUM
           MOVE WS-PARTITION TO PS-PARTITION
           MOVE WS-RUN-DATE TO PS-RUN-DATE
           MOVE WS-START-TIME TO PS-START-TIME
           MOVE FUNCTION CURRENT-DATE(9:6) TO PS-END-TIME
           MOVE WS-REC-COUNT TO PS-RECORDS-IN
           MOVE WS-TOTAL-COUNT TO PS-RECORDS-OUT
           MOVE WS-ERR-COUNT TO PS-RECORDS-REJ
           MOVE WS-BEXC-COUNT TO PS-RECORDS-EXC
           MOVE WS-MISMATCH-COUNT TO PS-MISMATCHES
           MOVE WS-CARRIED-COUNT TO PS-CARRIED
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 10
               MOVE WS-TALLY(WS-BUCKET) TO PS-TALLY(WS-BUCKET)
           END-PERFORM
           MOVE RETURN-CODE TO PS-RETURN-CODE
           WRITE PART-SUMMARY-REC
           CLOSE PART-SUM.
      * Absent or empty PARTPRM is the unpartitioned night. A
      * partition number outside 1-8 is a JCL mistake - running it
      * as a whole night would write a second DRHIST and RUNCTL
      * record over a partial extract, so it stops instead.
       READ-PARTITION.
           OPEN INPUT PART-PARM
           READ PART-PARM
               AT END CONTINUE
               NOT AT END
                   IF PART-PARM-VALUE NOT = SPACE
                       MOVE PART-PARM-VALUE TO WS-PARTITION
                       IF NOT PARTITION-RUN
                           DISPLAY 'DRNIGHT: UNUSABLE PARTPRM VALUE: '
                               PART-PARM-REC
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       DISPLAY 'DRNIGHT: PARTITION ' WS-PARTITION
                   END-IF
           END-READ
           CLOSE PART-PARM.
      * Same OPTIONAL-parameter convention as DRTREND's threshold -
      * absent, empty or unrecognized means the full-recompute
      * default.
               DISPLAY 'DRNIGHT: BRANCH REFERENCE ABSENT OR EMPTY '
                   '- BRANCH VALIDATION SKIPPED'
           END-IF.
      * Unlike the branch table this stays open for the run - it is
      * only read for the odd record on a closed branch.
       OPEN-XREF.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00" OR WS-XREF-STATUS = "05"
                   OR WS-XREF-STATUS = "97"
               MOVE 'Y' TO WS-XREF-OPEN
           ELSE
               DISPLAY 'DRNIGHT: CHKDGXRF OPEN FAILED, STATUS '
                   WS-XREF-STATUS ' - CLOSED BRANCHES NOT TRANSLATED'
           END-IF.
       STORE-BRANCH-ENTRY.
           IF WS-BRN-USED = WS-BRN-MAX
               DISPLAY 'DRNIGHT: BRANCH TABLE FULL - RAISE '
               WHEN WS-BRN-STATUS(WS-BRN-SUB) = 'C'
                   MOVE 'N' TO WS-BRANCH-OK
                   MOVE 'C' TO BEX-REASON
                   PERFORM CHECK-TRANSITION
           END-EVALUATE
           IF WS-BRANCH-OK = 'N'
               ADD 1 TO WS-BEXC-COUNT
               MOVE EXT-ACCT-TYPE TO BEX-ACCT-TYPE
               WRITE BRCH-EXC-REC
           END-IF.
      * A closed branch's old number with a cross-reference entry
      * passes through until the transition ends - still on its old
      * number, so ACCTOUT stays in extract order.
       CHECK-TRANSITION.
           IF WS-XREF-OPEN = 'N' OR EXT-ACCOUNT-NUM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE EXT-ACCOUNT-NUM TO XRF-OLD-ACCOUNT-NUM
           READ XREF-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY 'DRNIGHT: CHKDGXRF READ FAILED, STATUS '
                   WS-XREF-STATUS ' ACCOUNT=' EXT-ACCOUNT-NUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-DATE NOT > XRF-TRANSITION-END
               MOVE 'Y' TO WS-BRANCH-OK
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
       SKIP-ALREADY-PROCESSED.
           PERFORM WS-SKIP-COUNT TIMES
               READ ACCT-IN
