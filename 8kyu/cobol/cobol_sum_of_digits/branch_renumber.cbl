      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRRENUM.
      * Branch consolidation renumbering. When one branch merges into
      * another, BRNCHMNT closes the old code - but the accounts
      * still carry its 4-digit prefix, and every one of them would
      * exception to BRCHEXC night after night. This issues each of
      * the old branch's accounts a new number under the surviving
      * branch's prefix through the ACCTALOC allocation service (new
      * Luhn digit, master record cut at issue time, sequence
      * advanced) and records old-to-new on the CHKDGXRF
      * cross-reference (see the copybook), which the night run,
      * CHKDGTXN and the CDGI inquiry then read.
      *
      * The merger is the one MRGPARM record: old branch (4),
      * surviving branch (4), effective date (YYYYMMDD) and the
      * transition period in days (3 digits, blank = 090) during
      * which the night run still accepts an old number. The
      * surviving branch must be open on BRNCHMST and the old one
      * on file; the run may go ahead of the effective date so the
      * new numbers are ready for the conversion.
      *
      * Three passes, because ACCTALOC holds the master open for
      * update across its calls:
      *   1 - the old branch's master records are copied to the
      *       RENWORK work file (the master is read, then closed)
      *   2 - each one not already on the cross-reference gets its
      *       new number from ACCTALOC and its cross-reference
      *       record; a rerun after a failure picks up where the
      *       last run stopped. A number ACCTALOC issued whose
      *       cross-reference record never got written (the write
      *       failed, or the step died in between) is found on the
      *       allocation log - each number is logged under the old
      *       account it was issued for - and reused, never issued
      *       a second time
      *   3 - ACCTALOC is cancelled (closing its files) and a fraud
      *       hold on an old number is carried to the new one,
      *       journaled to CHKDGJNL
      * An account already absent from the extract is not given a
      * number - it is ageing off the master anyway.
      * The old master records are left alone: the account system
      * keeps sending the old numbers until it converts, and they
      * age off the usual way once it stops.
      *
      * RENRPT is the before/after listing - every old number with
      * its new one - and the branch counts. RC=8: MRGPARM missing
      * or unusable, a branch not fit for the merger, or ACCTALOC
      * could not issue (everything issued so far stands - fix the
      * cause and rerun). RC=16: file I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-PARM ASSIGN TO "MRGPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-FILE ASSIGN TO "BRNCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRN-BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
      * OPTIONAL for the first merger, against the freshly defined
      * empty cluster - same reason as the master in CHKDGLOD.
           SELECT OPTIONAL XREF-FILE ASSIGN TO "CHKDGXRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-OLD-ACCOUNT-NUM
               FILE STATUS IS WS-XREF-STATUS.
      * OPTIONAL - the first allocation of all may be this one.
           SELECT OPTIONAL ALLOC-LOG ASSIGN TO "ALOCLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REN-WORK ASSIGN TO "RENWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REN-RPT ASSIGN TO "RENRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MRG-PARM.
       01 MRG-PARM-REC.
           05 MP-OLD-BRANCH    PIC X(4).
           05 MP-NEW-BRANCH    PIC X(4).
           05 MP-EFFECTIVE     PIC X(8).
           05 MP-TRANSITION    PIC X(3).
           05 FILLER           PIC X(61).
       FD  BRANCH-FILE.
       COPY BRNCHMST.
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  XREF-FILE.
       COPY CHKDGXRF.
       FD  ALLOC-LOG.
       COPY ACCTALOG.
      * The old branch's master records, as pass 1 read them.
       FD  REN-WORK.
       01 REN-WORK-REC.
           05 WRK-ACCOUNT-NUM  PIC 9(12).
           05 WRK-CHECK-DIGIT  PIC 9.
           05 WRK-STATUS-FLAG  PIC X.
               88 WRK-FRAUD-HOLD   VALUE 'H'.
           05 WRK-LAST-VERIFIED PIC X(8).
           05 WRK-SCHEME-CODE  PIC X.
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       FD  REN-RPT.
       01 REN-RPT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-BRANCH-STATUS     PIC XX.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-XREF-STATUS       PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-PARM-COUNT        PIC 9(4)    VALUE 0.
       01 WS-OLD-BRANCH        PIC X(4).
       01 WS-NEW-BRANCH        PIC X(4).
       01 WS-EFF-DATE          PIC X(8).
       01 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
           05 WS-EFF-YEAR      PIC 9(4).
           05 WS-EFF-MONTH     PIC 9(2).
           05 WS-EFF-DAY       PIC 9(2).
       01 WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE PIC 9(8).
       01 WS-EFF-DAYNUM        PIC 9(7)    VALUE 0.
       01 WS-TRANSITION-DAYS   PIC 9(3)    VALUE 90.
       01 WS-END-DATE-NUM      PIC 9(8).
       01 WS-END-DATE REDEFINES WS-END-DATE-NUM PIC X(8).
       01 WS-START-KEY.
           05 WS-START-PREFIX  PIC X(4).
           05 WS-START-SEQ     PIC 9(8).
       01 WS-START-KEY-NUM REDEFINES WS-START-KEY PIC 9(12).
       01 WS-SCAN-PREFIX       PIC X(4).
       01 WS-ALOC-STATUS       PIC X.
      * The requesting run on the allocation log - this program and
      * the old account the number is issued for, which is how a
      * rerun finds a number issued but never cross-referenced.
       01 WS-ALOC-REQUEST.
           05 FILLER           PIC X(8)    VALUE 'DRRENUM'.
           05 WS-REQ-OLD-ACCOUNT PIC 9(12).
      * Numbers on the allocation log for this merger whose old
      * account has no cross-reference record - see FIND-ORPHANS.
       01 WS-ORPHAN-MAX        PIC 9(4)    VALUE 100.
       01 WS-ORPHAN-USED       PIC 9(4)    VALUE 0.
       01 WS-ORPHAN-SUB        PIC 9(4).
       01 WS-ORPHAN-TABLE.
           05 WS-ORPHAN-ENTRY OCCURS 100 TIMES.
               10 WS-ORPHAN-OLD    PIC 9(12).
               10 WS-ORPHAN-NEW    PIC 9(12).
               10 WS-ORPHAN-DIGIT  PIC 9.
       01 WS-NEW-ACCOUNT-NUM   PIC 9(12).
       01 WS-NEW-CHECK-DIGIT   PIC 9.
       01 WS-STOPPED           PIC X       VALUE 'N'.
       01 WS-READ-COUNT        PIC 9(9)    VALUE 0.
       01 WS-ABSENT-COUNT      PIC 9(9)    VALUE 0.
       01 WS-WORK-COUNT        PIC 9(9)    VALUE 0.
       01 WS-RENUM-COUNT       PIC 9(9)    VALUE 0.
       01 WS-AGAIN-COUNT       PIC 9(9)    VALUE 0.
       01 WS-REUSED-COUNT      PIC 9(9)    VALUE 0.
       01 WS-HOLD-COUNT        PIC 9(9)    VALUE 0.
       01 WS-CARRIED-COUNT     PIC 9(9)    VALUE 0.
       01 WS-SURVIVOR-BEFORE   PIC 9(9)    VALUE 0.
       01 WS-SURVIVOR-AFTER    PIC 9(9)    VALUE 0.
       01 WS-DETAIL-LINE.
           05 DL-OLD-ACCOUNT   PIC 9(12).
           05 FILLER           PIC X       VALUE '-'.
           05 DL-OLD-DIGIT     PIC 9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-STATUS        PIC X.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 DL-NEW-ACCOUNT   PIC X(12).
           05 DL-NEW-SEP       PIC X.
           05 DL-NEW-DIGIT     PIC X.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-NOTE          PIC X(36).
           05 FILLER           PIC X(8)    VALUE SPACE.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(32).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(39)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-MERGER
           PERFORM CHECK-BRANCHES
           OPEN OUTPUT REN-RPT
           MOVE 'BRANCH CONSOLIDATION RENUMBERING' TO REN-RPT-REC
           WRITE REN-RPT-REC
           MOVE SPACE TO REN-RPT-REC
           STRING 'BRANCH ' WS-OLD-BRANCH ' MERGED INTO '
               WS-NEW-BRANCH '  EFFECTIVE ' WS-EFF-DATE
               '  TRANSITION ENDS ' WS-END-DATE
               DELIMITED BY SIZE INTO REN-RPT-REC
           WRITE REN-RPT-REC
           MOVE SPACE TO REN-RPT-REC
           WRITE REN-RPT-REC
           MOVE 'OLD ACCOUNT     STA  NEW ACCOUNT     NOTE'
               TO REN-RPT-REC
           WRITE REN-RPT-REC
           PERFORM COLLECT-PASS
           PERFORM RENUMBER-PASS
           CANCEL 'ACCTALOC'
           IF WS-HOLD-COUNT > 0
               PERFORM CARRY-HOLD-PASS
           END-IF
           PERFORM PRINT-SUMMARY
           CLOSE REN-RPT
           DISPLAY 'DRRENUM: OLD BRANCH RECORDS   = ' WS-READ-COUNT
           DISPLAY 'DRRENUM: RENUMBERED           = ' WS-RENUM-COUNT
           DISPLAY 'DRRENUM: ALREADY RENUMBERED   = ' WS-AGAIN-COUNT
           DISPLAY 'DRRENUM: EARLIER NUMBER REUSED = ' WS-REUSED-COUNT
           DISPLAY 'DRRENUM: ABSENT, NOT RENUMBERED = '
               WS-ABSENT-COUNT
           DISPLAY 'DRRENUM: FRAUD HOLDS CARRIED  = ' WS-CARRIED-COUNT
           IF WS-STOPPED = 'Y'
               DISPLAY 'DRRENUM: RENUMBERING STOPPED SHORT - SEE '
                   'RENRPT, FIX AND RERUN'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      * One merger per run - a second record is an operations
      * mistake, not a second merger to guess at.
       READ-MERGER.
           OPEN INPUT MRG-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MRG-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MRG-PARM-REC NOT = SPACE
                           AND MP-OLD-BRANCH(1:1) NOT = '*'
                           ADD 1 TO WS-PARM-COUNT
                           MOVE MP-OLD-BRANCH TO WS-OLD-BRANCH
                           MOVE MP-NEW-BRANCH TO WS-NEW-BRANCH
                           MOVE MP-EFFECTIVE TO WS-EFF-DATE
                           IF MP-TRANSITION NOT = SPACE
                               IF MP-TRANSITION IS NUMERIC
                                   MOVE MP-TRANSITION
                                       TO WS-TRANSITION-DAYS
                               ELSE
                                   MOVE 0 TO WS-TRANSITION-DAYS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MRG-PARM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PARM-COUNT NOT = 1
               DISPLAY 'DRRENUM: MRGPARM MUST HOLD EXACTLY ONE MERGER '
                   '- FOUND ' WS-PARM-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OLD-BRANCH IS NOT NUMERIC
               OR WS-NEW-BRANCH IS NOT NUMERIC
               OR WS-OLD-BRANCH = WS-NEW-BRANCH
               DISPLAY 'DRRENUM: MRGPARM BRANCHES UNUSABLE: '
                   WS-OLD-BRANCH ' INTO ' WS-NEW-BRANCH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRANSITION-DAYS = 0
               DISPLAY 'DRRENUM: MRGPARM TRANSITION DAYS NOT NUMERIC '
                   'OR ZERO: ' MP-TRANSITION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * INTEGER-OF-DATE gives zero for a date that does not exist
      * (a 31st of a 30-day month), which the range tests miss.
           IF WS-EFF-DATE IS NUMERIC
               AND WS-EFF-MONTH >= 1 AND WS-EFF-MONTH <= 12
               AND WS-EFF-DAY >= 1 AND WS-EFF-DAY <= 31
               COMPUTE WS-EFF-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM)
           END-IF
           IF WS-EFF-DAYNUM = 0
               DISPLAY 'DRRENUM: MRGPARM EFFECTIVE DATE INVALID: '
                   WS-EFF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-END-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-EFF-DAYNUM + WS-TRANSITION-DAYS).
      * The surviving branch must be open to receive accounts; the
      * old one must at least be a branch we know.
       CHECK-BRANCHES.
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRRENUM: BRANCH MASTER OPEN FAILED, STATUS='
                   WS-BRANCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEW-BRANCH TO BRN-BRANCH-CODE
           READ BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00" OR NOT BRN-ACTIVE
               DISPLAY 'DRRENUM: SURVIVING BRANCH ' WS-NEW-BRANCH
                   ' IS NOT AN OPEN BRANCH ON BRNCHMST'
               CLOSE BRANCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OLD-BRANCH TO BRN-BRANCH-CODE
           READ BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY 'DRRENUM: OLD BRANCH ' WS-OLD-BRANCH
                   ' IS NOT ON BRNCHMST'
               CLOSE BRANCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BRANCH-FILE.
      * Pass 1 - the old branch's records to the work file, and the
      * surviving branch's record count for the before/after lines.
       COLLECT-PASS.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRRENUM: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REN-WORK
           MOVE WS-OLD-BRANCH TO WS-SCAN-PREFIX
           PERFORM START-AT-PREFIX
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MST-ACCOUNT-NUM(1:4) NOT = WS-OLD-BRANCH
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM COLLECT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-NEW-BRANCH TO WS-SCAN-PREFIX
           PERFORM START-AT-PREFIX
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF MST-ACCOUNT-NUM(1:4) NOT = WS-NEW-BRANCH
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-SURVIVOR-BEFORE
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE MASTER-FILE
           CLOSE REN-WORK.
      * Nothing at or past the prefix reads as end of file.
       START-AT-PREFIX.
           MOVE WS-SCAN-PREFIX TO WS-START-PREFIX
           MOVE 0 TO WS-START-SEQ
           MOVE WS-START-KEY-NUM TO MST-ACCOUNT-NUM
           START MASTER-FILE KEY >= MST-ACCOUNT-NUM
           IF WS-MASTER-STATUS = "23"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               IF WS-MASTER-STATUS NOT = "00"
                   PERFORM MASTER-IO-ERROR
               END-IF
           END-IF.
       COLLECT-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF MST-ABSENT-EXTRACT
               ADD 1 TO WS-ABSENT-COUNT
               MOVE SPACE TO DL-NEW-ACCOUNT DL-NEW-SEP DL-NEW-DIGIT
               MOVE 'ABSENT FROM EXTRACT - NOT RENUMBERED'
                   TO DL-NOTE
               MOVE MST-ACCOUNT-NUM TO DL-OLD-ACCOUNT
               MOVE MST-CHECK-DIGIT TO DL-OLD-DIGIT
               MOVE MST-STATUS-FLAG TO DL-STATUS
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO REN-WORK-REC
           WRITE REN-WORK-REC
           ADD 1 TO WS-WORK-COUNT.
      * Pass 2 - new numbers. A failed allocation stops the pass:
      * ACCTALOC's refusals (sequence missing, exhausted, behind the
      * master or the retired file) all need operations, and every
      * later account would fail the same way.
       RENUMBER-PASS.
           OPEN I-O XREF-FILE
           IF WS-XREF-STATUS NOT = "00" AND NOT = "05"
                   AND NOT = "97"
               DISPLAY 'DRRENUM: CROSS-REFERENCE OPEN FAILED, STATUS='
                   WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FIND-ORPHANS
           OPEN INPUT REN-WORK
           PERFORM UNTIL WS-EOF-FLAG = 'Y' OR WS-STOPPED = 'Y'
               READ REN-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM RENUMBER-ACCOUNT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE REN-WORK
           CLOSE XREF-FILE.
      * Read before the first ACCTALOC call opens the log to append.
      * A merger's numbers are logged under the surviving prefix
      * with the old account as the reference; one whose old account
      * is not cross-referenced was issued by a run that stopped
      * before its cross-reference write.
       FIND-ORPHANS.
           OPEN INPUT ALLOC-LOG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALLOC-LOG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM CHECK-ORPHAN
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE ALLOC-LOG.
       CHECK-ORPHAN.
           IF ALG-REQUESTED-BY NOT = 'DRRENUM'
               OR ALG-BRANCH-PREFIX NOT = WS-NEW-BRANCH
               OR ALG-REQUEST-REF IS NOT NUMERIC
               OR ALG-REQUEST-REF(1:4) NOT = WS-OLD-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE ALG-REQUEST-REF TO XRF-OLD-ACCOUNT-NUM
           READ XREF-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   EXIT PARAGRAPH
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   PERFORM XREF-IO-ERROR
           END-EVALUATE
           PERFORM VARYING WS-ORPHAN-SUB FROM 1 BY 1
                   UNTIL WS-ORPHAN-SUB > WS-ORPHAN-USED
                   OR WS-ORPHAN-OLD(WS-ORPHAN-SUB) = XRF-OLD-ACCOUNT-NUM
               CONTINUE
           END-PERFORM
           IF WS-ORPHAN-SUB <= WS-ORPHAN-USED
               DISPLAY 'DRRENUM: ' ALG-ACCOUNT-NUM ' ALSO ISSUED FOR '
                   XRF-OLD-ACCOUNT-NUM ' - NOT USED, VOID IT'
               EXIT PARAGRAPH
           END-IF
           IF WS-ORPHAN-USED = WS-ORPHAN-MAX
               DISPLAY 'DRRENUM: ORPHAN TABLE FULL - '
                   'RAISE WS-ORPHAN-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ORPHAN-USED
           MOVE XRF-OLD-ACCOUNT-NUM TO WS-ORPHAN-OLD(WS-ORPHAN-USED)
           MOVE ALG-ACCOUNT-NUM TO WS-ORPHAN-NEW(WS-ORPHAN-USED)
           MOVE ALG-CHECK-DIGIT TO WS-ORPHAN-DIGIT(WS-ORPHAN-USED).
       RENUMBER-ACCOUNT.
           MOVE WRK-ACCOUNT-NUM TO DL-OLD-ACCOUNT
           MOVE WRK-CHECK-DIGIT TO DL-OLD-DIGIT
           MOVE WRK-STATUS-FLAG TO DL-STATUS
           MOVE WRK-ACCOUNT-NUM TO XRF-OLD-ACCOUNT-NUM
           READ XREF-FILE
           EVALUATE WS-XREF-STATUS
               WHEN "00"
                   ADD 1 TO WS-AGAIN-COUNT
                   IF WRK-FRAUD-HOLD
                       ADD 1 TO WS-HOLD-COUNT
                   END-IF
                   MOVE XRF-NEW-ACCOUNT-NUM TO DL-NEW-ACCOUNT
                   MOVE '-' TO DL-NEW-SEP
                   MOVE XRF-NEW-CHECK-DIGIT TO DL-NEW-DIGIT
                   MOVE 'ALREADY RENUMBERED' TO DL-NOTE
                   PERFORM WRITE-DETAIL-LINE
                   EXIT PARAGRAPH
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   PERFORM XREF-IO-ERROR
           END-EVALUATE
           PERFORM VARYING WS-ORPHAN-SUB FROM 1 BY 1
                   UNTIL WS-ORPHAN-SUB > WS-ORPHAN-USED
                   OR WS-ORPHAN-OLD(WS-ORPHAN-SUB) = WRK-ACCOUNT-NUM
               CONTINUE
           END-PERFORM
           IF WS-ORPHAN-SUB <= WS-ORPHAN-USED
               MOVE WS-ORPHAN-NEW(WS-ORPHAN-SUB) TO WS-NEW-ACCOUNT-NUM
               MOVE WS-ORPHAN-DIGIT(WS-ORPHAN-SUB)
                   TO WS-NEW-CHECK-DIGIT
               ADD 1 TO WS-REUSED-COUNT
               MOVE 'NUMBER ISSUED BY AN EARLIER RUN' TO DL-NOTE
           ELSE
               PERFORM ISSUE-NEW-NUMBER
               IF WS-STOPPED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACE TO DL-NOTE
           END-IF
           MOVE WRK-ACCOUNT-NUM TO XRF-OLD-ACCOUNT-NUM
           MOVE WRK-CHECK-DIGIT TO XRF-OLD-CHECK-DIGIT
           MOVE WRK-SCHEME-CODE TO XRF-OLD-SCHEME-CODE
           MOVE WS-NEW-ACCOUNT-NUM TO XRF-NEW-ACCOUNT-NUM
           MOVE WS-NEW-CHECK-DIGIT TO XRF-NEW-CHECK-DIGIT
           MOVE WS-EFF-DATE TO XRF-EFFECTIVE-DATE
           MOVE WS-END-DATE TO XRF-TRANSITION-END
           MOVE WS-RUN-DATE TO XRF-RENUMBER-DATE
           WRITE ACCOUNT-XREF-REC
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY 'DRRENUM: NEW NUMBER ' WS-NEW-ACCOUNT-NUM
                   ' ISSUED FOR ' WRK-ACCOUNT-NUM
                   ' BUT NOT CROSS-REFERENCED'
               PERFORM XREF-IO-ERROR
           END-IF
           ADD 1 TO WS-RENUM-COUNT
           IF WRK-FRAUD-HOLD
               ADD 1 TO WS-HOLD-COUNT
           END-IF
           MOVE WS-NEW-ACCOUNT-NUM TO DL-NEW-ACCOUNT
           MOVE '-' TO DL-NEW-SEP
           MOVE WS-NEW-CHECK-DIGIT TO DL-NEW-DIGIT
           PERFORM WRITE-DETAIL-LINE.
       ISSUE-NEW-NUMBER.
           MOVE WRK-ACCOUNT-NUM TO WS-REQ-OLD-ACCOUNT
           CALL 'ACCTALOC' USING WS-NEW-BRANCH WS-NEW-ACCOUNT-NUM
               WS-NEW-CHECK-DIGIT WS-ALOC-STATUS WS-ALOC-REQUEST
           IF WS-ALOC-STATUS NOT = '0'
               MOVE 'Y' TO WS-STOPPED
               MOVE SPACE TO DL-NEW-ACCOUNT DL-NEW-SEP DL-NEW-DIGIT
               EVALUATE WS-ALOC-STATUS
                   WHEN '1'
                       MOVE 'STOPPED - NO SEQUENCE FOR PREFIX'
                           TO DL-NOTE
                   WHEN '3'
                       MOVE 'STOPPED - PREFIX EXHAUSTED' TO DL-NOTE
                   WHEN '4'
                       MOVE 'STOPPED - NEXT NUMBER IS RETIRED'
                           TO DL-NOTE
                   WHEN OTHER
                       MOVE 'STOPPED - I/O FAILURE, SEE CONSOLE'
                           TO DL-NOTE
               END-EVALUATE
               PERFORM WRITE-DETAIL-LINE
           END-IF.
      * Pass 3 - ACCTALOC cut every new record 'V'; a fraud hold on
      * the old number must not be lost in the move.
       CARRY-HOLD-PASS.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRRENUM: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRRENUM: CROSS-REFERENCE OPEN FAILED, STATUS='
                   WS-XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MASTER-JNL
           OPEN INPUT REN-WORK
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REN-WORK
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WRK-FRAUD-HOLD
                           PERFORM CARRY-HOLD
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE REN-WORK
           CLOSE MASTER-JNL
           CLOSE XREF-FILE
           CLOSE MASTER-FILE.
      * Not cross-referenced means pass 2 stopped before it.
       CARRY-HOLD.
           MOVE WRK-ACCOUNT-NUM TO XRF-OLD-ACCOUNT-NUM
           READ XREF-FILE
           IF WS-XREF-STATUS = "23"
               EXIT PARAGRAPH
           END-IF
           IF WS-XREF-STATUS NOT = "00"
               PERFORM XREF-IO-ERROR
           END-IF
           MOVE XRF-NEW-ACCOUNT-NUM TO MST-ACCOUNT-NUM
           READ MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           IF MST-FRAUD-HOLD
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           SET MST-FRAUD-HOLD TO TRUE
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           SET JNL-ACTION-STATUS TO TRUE
           MOVE 'RENUMHLD' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-CARRIED-COUNT.
       PRINT-SUMMARY.
           MOVE SPACE TO REN-RPT-REC
           WRITE REN-RPT-REC
           MOVE 'OLD BRANCH RECORDS ON MASTER  : ' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RENUMBERED THIS RUN           : ' TO CL-LABEL
           MOVE WS-RENUM-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RENUMBERED BY AN EARLIER RUN  : ' TO CL-LABEL
           MOVE WS-AGAIN-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'EARLIER RUN NUMBER REUSED     : ' TO CL-LABEL
           MOVE WS-REUSED-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ABSENT, NOT RENUMBERED        : ' TO CL-LABEL
           MOVE WS-ABSENT-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'FRAUD HOLDS CARRIED           : ' TO CL-LABEL
           MOVE WS-CARRIED-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACE TO REN-RPT-REC
           WRITE REN-RPT-REC
           COMPUTE WS-SURVIVOR-AFTER =
               WS-SURVIVOR-BEFORE + WS-RENUM-COUNT
           MOVE SPACE TO CL-LABEL
           STRING 'BRANCH ' WS-NEW-BRANCH ' ACCOUNTS BEFORE   : '
               DELIMITED BY SIZE INTO CL-LABEL
           MOVE WS-SURVIVOR-BEFORE TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACE TO CL-LABEL
           STRING 'BRANCH ' WS-NEW-BRANCH ' ACCOUNTS AFTER    : '
               DELIMITED BY SIZE INTO CL-LABEL
           MOVE WS-SURVIVOR-AFTER TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           IF WS-STOPPED = 'Y'
               MOVE 'RENUMBERING STOPPED SHORT - FIX AND RERUN'
                   TO REN-RPT-REC
               WRITE REN-RPT-REC
           END-IF.
       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO REN-RPT-REC
           WRITE REN-RPT-REC.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO REN-RPT-REC
           WRITE REN-RPT-REC.
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'DRRENUM' TO JNL-PROGRAM-ID
           WRITE MASTER-JOURNAL-REC.
       MASTER-IO-ERROR.
           DISPLAY 'DRRENUM: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       XREF-IO-ERROR.
           DISPLAY 'DRRENUM: CROSS-REFERENCE I/O FAILED, STATUS='
               WS-XREF-STATUS ' KEY=' XRF-OLD-ACCOUNT-NUM
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM DRRENUM.
