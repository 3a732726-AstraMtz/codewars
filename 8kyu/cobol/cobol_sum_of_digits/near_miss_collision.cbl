      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRNEARMS.
      * Near-miss collision analysis over the check-digit master.
      * DRTRANSP proved the digital root cannot tell a transposed
      * number from the real one; what it could not say is how often
      * the wrong number is itself somebody's account. This does:
      * for every active account on CHKDGMST it generates every
      * single-digit substitution (12 positions x 9 wrong digits)
      * and every adjacent transposition of unequal digits, and
      * looks each variant up on the master. A variant that is a
      * live account AND passes CHKDGVFY under its OWN scheme code
      * with the original's check digit is a misposting no check
      * would catch - one pair on the NRMPAIR file (see the CHKDGNRM
      * copybook) for the reconciliation team.
      *
      * Active and live both mean an account still on the extract
      * with a digit - status V, I or H. Absent ('A') and unassigned
      * ('U') records are neither scanned nor matched.
      *
      * NRMRPT counts active accounts, exposed accounts (at least
      * one pair) and pairs by branch (the 4-digit prefix of the
      * account number) and by the keyed-for account's scheme. The
      * branches with the most digital-root pairs - the ones a move
      * to Luhn would close - are ranked as candidates for the next
      * DRSCHMIG wave and written to NRMWAVE as MIGPARM 'B' records,
      * ready to review and use as the wave deck (see drschmig.jcl).
      * NRMPARM names how many: 'W' + 3 digits, exactly one.
      *
      * The master is read twice over: once sequentially under
      * CHKDGMST to drive the scan, and randomly under CHKDGLKP (the
      * same cluster) for the variants, so the lookups never move
      * the scan's position. Report only - nothing is updated.
      *
      * RC=4: pairs were found. RC=8: NRMPARM missing or unusable -
      * the master is not read. RC=16: master I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NRM-PARM ASSIGN TO "NRMPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LOOKUP-FILE ASSIGN TO "CHKDGLKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LKP-ACCOUNT-NUM
               FILE STATUS IS WS-LOOKUP-STATUS.
           SELECT PAIR-OUT ASSIGN TO "NRMPAIR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAVE-OUT ASSIGN TO "NRMWAVE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NRM-RPT ASSIGN TO "NRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NRM-PARM.
       01 NRM-PARM-REC.
           05 NP-TYPE          PIC X.
               88 NP-WAVE-SIZE     VALUE 'W'.
               88 NP-COMMENT       VALUE '*'.
           05 NP-BODY          PIC X(79).
           05 NP-WAVE-VIEW REDEFINES NP-BODY.
               10 NP-WAVE-BRANCHES PIC X(3).
               10 FILLER           PIC X(76).
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  LOOKUP-FILE.
       COPY CHKDGMST REPLACING CHECK-DIGIT-MASTER-REC BY LOOKUP-REC
           MST-ACCOUNT-NUM BY LKP-ACCOUNT-NUM
           MST-CHECK-DIGIT BY LKP-CHECK-DIGIT
           MST-STATUS-FLAG BY LKP-STATUS-FLAG
           MST-LAST-VERIFIED BY LKP-LAST-VERIFIED
           MST-SCHEME-CODE BY LKP-SCHEME-CODE
           MST-CHECK-DIGIT-OK BY LKP-CHECK-DIGIT-OK
           MST-CHECK-DIGIT-MISMATCH BY LKP-CHECK-DIGIT-MISMATCH
           MST-CHECK-DIGIT-UNASSIGNED BY LKP-CHECK-DIGIT-UNASSIGNED
           MST-ABSENT-EXTRACT BY LKP-ABSENT-EXTRACT
           MST-FRAUD-HOLD BY LKP-FRAUD-HOLD
           MST-SCHEME-DIGITAL-ROOT BY LKP-SCHEME-DIGITAL-ROOT
           MST-SCHEME-LUHN BY LKP-SCHEME-LUHN.
       FD  PAIR-OUT.
       COPY CHKDGNRM.
      * MIGPARM layout (see DRSCHMIG) - 'B' + branch, '*' comment.
       FD  WAVE-OUT.
       01 WAVE-REC.
           05 WAVE-TYPE        PIC X.
           05 WAVE-BRANCH      PIC X(4).
           05 FILLER           PIC X(20).
       FD  NRM-RPT.
       01 NRM-RPT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-LOOKUP-STATUS     PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-PARM-COUNT        PIC 9(9)    VALUE 0.
       01 WS-PARM-ERR-COUNT    PIC 9(9)    VALUE 0.
       01 WS-WAVE-SIZE         PIC 9(3)    VALUE 0.
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY
           WS-CHECK-DIGIT-REC.
       01 WS-ORIGINAL          PIC 9(12).
       01 WS-ORIGINAL-DIGITS REDEFINES WS-ORIGINAL.
           05 WS-ORIG-DIGIT OCCURS 12 TIMES PIC 9.
       01 WS-VARIANT           PIC 9(12).
       01 WS-VARIANT-DIGITS REDEFINES WS-VARIANT.
           05 WS-VAR-DIGIT OCCURS 12 TIMES PIC 9.
       01 WS-POS               PIC 99.
       01 WS-NEW-DIGIT         PIC 99.
       01 WS-ERROR-TYPE        PIC X.
       01 WS-PAIRS-THIS-ACCT   PIC 9(9).
      *   1 = digital root (also any code CHKDGVFY treats as one)
      *   2 = Luhn
       01 WS-SCHEME-SUB        PIC 9.
       01 WS-SCHEME-NAMES.
           05 FILLER           PIC X(12)   VALUE 'DIGITAL ROOT'.
           05 FILLER           PIC X(12)   VALUE 'LUHN'.
       01 WS-SCHEME-NAME-TABLE REDEFINES WS-SCHEME-NAMES.
           05 WS-SCHEME-NAME OCCURS 2 TIMES PIC X(12).
       01 WS-READ-COUNT        PIC 9(9)    VALUE 0.
       01 WS-INACTIVE-COUNT    PIC 9(9)    VALUE 0.
       01 WS-ACTIVE-COUNT      PIC 9(9)    VALUE 0.
       01 WS-VARIANT-COUNT     PIC 9(9)    VALUE 0.
       01 WS-LIVE-COUNT        PIC 9(9)    VALUE 0.
       01 WS-PAIR-COUNT        PIC 9(9)    VALUE 0.
       01 WS-SUBST-COUNT       PIC 9(9)    VALUE 0.
       01 WS-TRANSP-COUNT      PIC 9(9)    VALUE 0.
       01 WS-WAVE-COUNT        PIC 9(9)    VALUE 0.
      * Per-branch counts by scheme - same sorted in-core table
      * convention as DRSCHMIG.
       01 WS-HOLD-BRANCH       PIC X(4).
       01 WS-TABLE-MAX         PIC 9(4)    VALUE 500.
       01 WS-TABLE-USED        PIC 9(4)    VALUE 0.
       01 WS-TABLE-SUB         PIC 9(4).
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-SHIFT-SUB         PIC 9(4).
       01 WS-BEST-SUB          PIC 9(4).
       01 WS-COUNT-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES.
               10 WS-ENTRY-BRANCH  PIC X(4).
               10 WS-ENTRY-SCHEME OCCURS 2 TIMES.
                   15 WS-ENTRY-ACCOUNTS PIC 9(9).
                   15 WS-ENTRY-EXPOSED  PIC 9(9).
                   15 WS-ENTRY-PAIRS    PIC 9(9).
               10 WS-ENTRY-PICKED  PIC X.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-SCHEME OCCURS 2 TIMES.
               10 WS-GT-ACCOUNTS   PIC 9(9)    VALUE 0.
               10 WS-GT-EXPOSED    PIC 9(9)    VALUE 0.
               10 WS-GT-PAIRS      PIC 9(9)    VALUE 0.
       01 WS-DETAIL-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-BRANCH        PIC X(4).
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 DL-SCHEME        PIC X(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-ACCOUNTS      PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-EXPOSED       PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-PAIRS         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 DL-PCT           PIC ZZ9.99.
           05 FILLER           PIC X(17)   VALUE SPACE.
       01 WS-WAVE-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 WL-RANK          PIC ZZ9.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 WL-BRANCH        PIC X(4).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 WL-PAIRS         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 WL-EXPOSED       PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 WL-ACCOUNTS      PIC ZZZZZZZZ9.
           05 FILLER           PIC X(34)   VALUE SPACE.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(32).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(39)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-PARAMETERS
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRNEARMS: CHKDGMST OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOOKUP-FILE
           IF WS-LOOKUP-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRNEARMS: CHKDGLKP OPEN FAILED, STATUS='
                   WS-LOOKUP-STATUS
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAIR-OUT
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM CHECK-ONE-ACCOUNT
               END-READ
               IF WS-MASTER-STATUS NOT = "00"
                   AND WS-MASTER-STATUS NOT = "10"
                   PERFORM MASTER-IO-ERROR
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           CLOSE MASTER-FILE
           CLOSE LOOKUP-FILE
           CLOSE PAIR-OUT
           OPEN OUTPUT NRM-RPT
           OPEN OUTPUT WAVE-OUT
           PERFORM PRINT-REPORT
           CLOSE WAVE-OUT
           CLOSE NRM-RPT
           DISPLAY 'DRNEARMS: MASTER RECORDS READ   = ' WS-READ-COUNT
           DISPLAY 'DRNEARMS: ACTIVE ACCOUNTS       = ' WS-ACTIVE-COUNT
           DISPLAY 'DRNEARMS: VARIANTS LOOKED UP    = '
               WS-VARIANT-COUNT
           DISPLAY 'DRNEARMS: VARIANTS LIVE         = ' WS-LIVE-COUNT
           DISPLAY 'DRNEARMS: NEAR-MISS PAIRS       = ' WS-PAIR-COUNT
           DISPLAY 'DRNEARMS: WAVE BRANCHES WRITTEN = ' WS-WAVE-COUNT
           IF WS-PAIR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LOAD-PARAMETERS.
           OPEN INPUT NRM-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ NRM-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE NRM-PARM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PARM-ERR-COUNT > 0
               DISPLAY 'DRNEARMS: ' WS-PARM-ERR-COUNT
                   ' UNUSABLE NRMPARM RECORDS - MASTER NOT READ'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-COUNT NOT = 1
               DISPLAY 'DRNEARMS: NRMPARM MUST HOLD EXACTLY ONE '
                   'WAVE SIZE - FOUND ' WS-PARM-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       STORE-PARAMETER.
           EVALUATE TRUE
               WHEN NP-COMMENT
               WHEN NRM-PARM-REC = SPACE
                   CONTINUE
               WHEN NP-WAVE-SIZE AND NP-WAVE-BRANCHES IS NUMERIC
                   ADD 1 TO WS-PARM-COUNT
                   MOVE NP-WAVE-BRANCHES TO WS-WAVE-SIZE
               WHEN OTHER
                   ADD 1 TO WS-PARM-ERR-COUNT
                   DISPLAY 'DRNEARMS: UNUSABLE NRMPARM RECORD: '
                       NRM-PARM-REC
           END-EVALUATE.
       CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-READ-COUNT
           IF MST-ACCOUNT-NUM IS NOT NUMERIC
               OR MST-CHECK-DIGIT IS NOT NUMERIC
               OR MST-ABSENT-EXTRACT
               OR MST-CHECK-DIGIT-UNASSIGNED
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           IF MST-SCHEME-LUHN
               MOVE 2 TO WS-SCHEME-SUB
           ELSE
               MOVE 1 TO WS-SCHEME-SUB
           END-IF
           MOVE MST-ACCOUNT-NUM(1:4) TO WS-HOLD-BRANCH
           PERFORM TALLY-BRANCH
           ADD 1 TO WS-ENTRY-ACCOUNTS(WS-TABLE-SUB, WS-SCHEME-SUB)
           MOVE MST-ACCOUNT-NUM TO WS-ORIGINAL
           MOVE 0 TO WS-PAIRS-THIS-ACCT
           MOVE 'S' TO WS-ERROR-TYPE
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 12
               PERFORM TRY-SUBSTITUTIONS
           END-PERFORM
           MOVE 'T' TO WS-ERROR-TYPE
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 11
               PERFORM TRY-TRANSPOSITION
           END-PERFORM
           IF WS-PAIRS-THIS-ACCT > 0
               ADD 1 TO WS-ENTRY-EXPOSED(WS-TABLE-SUB, WS-SCHEME-SUB)
           END-IF.
      * Every wrong digit in position WS-POS.
       TRY-SUBSTITUTIONS.
           PERFORM VARYING WS-NEW-DIGIT FROM 0 BY 1
                   UNTIL WS-NEW-DIGIT > 9
               IF WS-NEW-DIGIT NOT = WS-ORIG-DIGIT(WS-POS)
                   MOVE WS-ORIGINAL TO WS-VARIANT
                   MOVE WS-NEW-DIGIT TO WS-VAR-DIGIT(WS-POS)
                   PERFORM TEST-VARIANT
               END-IF
           END-PERFORM.
      * Swap positions WS-POS and WS-POS + 1; equal digits swap to
      * the same number, so they are skipped (as in DRTRANSP).
       TRY-TRANSPOSITION.
           IF WS-ORIG-DIGIT(WS-POS) NOT = WS-ORIG-DIGIT(WS-POS + 1)
               MOVE WS-ORIGINAL TO WS-VARIANT
               MOVE WS-ORIG-DIGIT(WS-POS + 1) TO WS-VAR-DIGIT(WS-POS)
               MOVE WS-ORIG-DIGIT(WS-POS) TO WS-VAR-DIGIT(WS-POS + 1)
               PERFORM TEST-VARIANT
           END-IF.
      * The variant as keyed with the original's check digit: a
      * pair when it is a live account and its own scheme passes it.
       TEST-VARIANT.
           ADD 1 TO WS-VARIANT-COUNT
           MOVE WS-VARIANT TO LKP-ACCOUNT-NUM
           READ LOOKUP-FILE
           EVALUATE WS-LOOKUP-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM LOOKUP-IO-ERROR
           END-EVALUATE
           IF LKP-ABSENT-EXTRACT OR LKP-CHECK-DIGIT-UNASSIGNED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIVE-COUNT
           INITIALIZE WS-CHECK-DIGIT-REC
           MOVE WS-VARIANT TO ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
           MOVE MST-CHECK-DIGIT TO CHECK-DIGIT OF WS-CHECK-DIGIT-REC
           MOVE LKP-SCHEME-CODE TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
           CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
           IF NOT CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO NEAR-MISS-PAIR-REC
           MOVE WS-RUN-DATE TO NRM-RUN-DATE
           MOVE MST-ACCOUNT-NUM TO NRM-KEYED-FOR-ACCOUNT
           MOVE MST-CHECK-DIGIT TO NRM-CHECK-DIGIT
           MOVE MST-SCHEME-CODE TO NRM-KEYED-FOR-SCHEME
           MOVE LKP-ACCOUNT-NUM TO NRM-LANDS-ON-ACCOUNT
           MOVE LKP-SCHEME-CODE TO NRM-LANDS-ON-SCHEME
           MOVE LKP-STATUS-FLAG TO NRM-LANDS-ON-STATUS
           MOVE WS-ERROR-TYPE TO NRM-ERROR-TYPE
           MOVE WS-POS TO NRM-POSITION
           WRITE NEAR-MISS-PAIR-REC
           ADD 1 TO WS-PAIR-COUNT
           ADD 1 TO WS-PAIRS-THIS-ACCT
           ADD 1 TO WS-ENTRY-PAIRS(WS-TABLE-SUB, WS-SCHEME-SUB)
           IF NRM-SUBSTITUTION
               ADD 1 TO WS-SUBST-COUNT
           ELSE
               ADD 1 TO WS-TRANSP-COUNT
           END-IF.
       MASTER-IO-ERROR.
           DISPLAY 'DRNEARMS: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE MASTER-FILE
           CLOSE LOOKUP-FILE
           CLOSE PAIR-OUT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       LOOKUP-IO-ERROR.
           DISPLAY 'DRNEARMS: MASTER LOOKUP FAILED, STATUS='
               WS-LOOKUP-STATUS ' KEY=' LKP-ACCOUNT-NUM
           CLOSE MASTER-FILE
           CLOSE LOOKUP-FILE
           CLOSE PAIR-OUT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      * Find the branch entry, inserting a new one in key order when
      * it is not there yet - same serial-scan table as DRSCHMIG.
       TALLY-BRANCH.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
                   OR WS-ENTRY-BRANCH(WS-TABLE-SUB) >= WS-HOLD-BRANCH
               CONTINUE
           END-PERFORM
           IF WS-TABLE-SUB > WS-TABLE-USED
               OR WS-ENTRY-BRANCH(WS-TABLE-SUB) NOT = WS-HOLD-BRANCH
               IF WS-TABLE-USED = WS-TABLE-MAX
                   DISPLAY 'DRNEARMS: BRANCH TABLE FULL - '
                       'RAISE WS-TABLE-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TABLE-SUB TO WS-INSERT-AT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-TABLE-USED BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                   MOVE WS-ENTRY(WS-SHIFT-SUB)
                       TO WS-ENTRY(WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-TABLE-USED
               INITIALIZE WS-ENTRY(WS-INSERT-AT)
               MOVE WS-HOLD-BRANCH TO WS-ENTRY-BRANCH(WS-INSERT-AT)
               MOVE 'N' TO WS-ENTRY-PICKED(WS-INSERT-AT)
               MOVE WS-INSERT-AT TO WS-TABLE-SUB
           END-IF.
       PRINT-REPORT.
           MOVE SPACE TO NRM-RPT-REC
           STRING 'NEAR-MISS COLLISIONS - ACCOUNTS ONE KEYING ERROR '
               'APART   RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO NRM-RPT-REC
           WRITE NRM-RPT-REC
           MOVE SPACE TO NRM-RPT-REC
           WRITE NRM-RPT-REC
           MOVE SPACE TO NRM-RPT-REC
           STRING '  BRCH   SCHEME          ACCOUNTS    EXPOSED'
               '      PAIRS  EXPOSED%' DELIMITED BY SIZE
               INTO NRM-RPT-REC
           WRITE NRM-RPT-REC
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               PERFORM VARYING WS-SCHEME-SUB FROM 1 BY 1
                       UNTIL WS-SCHEME-SUB > 2
                   PERFORM PRINT-DETAIL-LINE
               END-PERFORM
           END-PERFORM
           MOVE SPACE TO NRM-RPT-REC
           WRITE NRM-RPT-REC
           PERFORM VARYING WS-SCHEME-SUB FROM 1 BY 1
                   UNTIL WS-SCHEME-SUB > 2
               MOVE 'ALL ' TO DL-BRANCH
               MOVE WS-SCHEME-NAME(WS-SCHEME-SUB) TO DL-SCHEME
               MOVE WS-GT-ACCOUNTS(WS-SCHEME-SUB) TO DL-ACCOUNTS
               MOVE WS-GT-EXPOSED(WS-SCHEME-SUB) TO DL-EXPOSED
               MOVE WS-GT-PAIRS(WS-SCHEME-SUB) TO DL-PAIRS
               MOVE 0 TO DL-PCT
               IF WS-GT-ACCOUNTS(WS-SCHEME-SUB) > 0
                   COMPUTE DL-PCT ROUNDED =
                       WS-GT-EXPOSED(WS-SCHEME-SUB) * 100
                       / WS-GT-ACCOUNTS(WS-SCHEME-SUB)
               END-IF
               MOVE WS-DETAIL-LINE TO NRM-RPT-REC
               WRITE NRM-RPT-REC
           END-PERFORM
           PERFORM PICK-NEXT-WAVE
           MOVE SPACE TO NRM-RPT-REC
           WRITE NRM-RPT-REC
           MOVE 'ACTIVE ACCOUNTS SCANNED       : ' TO CL-LABEL
           MOVE WS-ACTIVE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NOT ACTIVE - NOT SCANNED      : ' TO CL-LABEL
           MOVE WS-INACTIVE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'VARIANTS LOOKED UP            : ' TO CL-LABEL
           MOVE WS-VARIANT-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'VARIANTS THAT ARE LIVE        : ' TO CL-LABEL
           MOVE WS-LIVE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NEAR-MISS PAIRS               : ' TO CL-LABEL
           MOVE WS-PAIR-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  BY SINGLE-DIGIT SUBSTITUTION: ' TO CL-LABEL
           MOVE WS-SUBST-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE '  BY ADJACENT TRANSPOSITION   : ' TO CL-LABEL
           MOVE WS-TRANSP-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE.
       PRINT-DETAIL-LINE.
           IF WS-ENTRY-ACCOUNTS(WS-TABLE-SUB, WS-SCHEME-SUB) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENTRY-BRANCH(WS-TABLE-SUB) TO DL-BRANCH
           MOVE WS-SCHEME-NAME(WS-SCHEME-SUB) TO DL-SCHEME
           MOVE WS-ENTRY-ACCOUNTS(WS-TABLE-SUB, WS-SCHEME-SUB)
               TO DL-ACCOUNTS
           MOVE WS-ENTRY-EXPOSED(WS-TABLE-SUB, WS-SCHEME-SUB)
               TO DL-EXPOSED
           MOVE WS-ENTRY-PAIRS(WS-TABLE-SUB, WS-SCHEME-SUB) TO DL-PAIRS
           COMPUTE DL-PCT ROUNDED =
               WS-ENTRY-EXPOSED(WS-TABLE-SUB, WS-SCHEME-SUB) * 100
               / WS-ENTRY-ACCOUNTS(WS-TABLE-SUB, WS-SCHEME-SUB)
           MOVE WS-DETAIL-LINE TO NRM-RPT-REC
           WRITE NRM-RPT-REC
           ADD WS-ENTRY-ACCOUNTS(WS-TABLE-SUB, WS-SCHEME-SUB)
               TO WS-GT-ACCOUNTS(WS-SCHEME-SUB)
           ADD WS-ENTRY-EXPOSED(WS-TABLE-SUB, WS-SCHEME-SUB)
               TO WS-GT-EXPOSED(WS-SCHEME-SUB)
           ADD WS-ENTRY-PAIRS(WS-TABLE-SUB, WS-SCHEME-SUB)
               TO WS-GT-PAIRS(WS-SCHEME-SUB).
      * The next wave: the branches with the most digital-root pairs,
      * worst first, up to the NRMPARM wave size. A branch with no
      * digital-root pair has nothing for a migration to close and is
      * never proposed. Each pick is a fresh pass over the table -
      * the wave is a handful of branches.
       PICK-NEXT-WAVE.
           MOVE SPACE TO NRM-RPT-REC
           WRITE NRM-RPT-REC
           MOVE SPACE TO NRM-RPT-REC
           STRING 'NEXT DRSCHMIG WAVE - BRANCHES WITH THE MOST '
               'DIGITAL-ROOT PAIRS' DELIMITED BY SIZE INTO NRM-RPT-REC
           WRITE NRM-RPT-REC
           MOVE ' RANK    BRCH      PAIRS    EXPOSED   ACCOUNTS'
               TO NRM-RPT-REC
           WRITE NRM-RPT-REC
           MOVE SPACE TO WAVE-REC
           STRING '*NEARMISS ' WS-RUN-DATE DELIMITED BY SIZE
               INTO WAVE-REC
           WRITE WAVE-REC
           PERFORM UNTIL WS-WAVE-COUNT = WS-WAVE-SIZE
               MOVE 0 TO WS-BEST-SUB
               PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-TABLE-USED
                   IF WS-ENTRY-PICKED(WS-TABLE-SUB) = 'N'
                       AND WS-ENTRY-PAIRS(WS-TABLE-SUB, 1) > 0
                       IF WS-BEST-SUB = 0
                           MOVE WS-TABLE-SUB TO WS-BEST-SUB
                       ELSE
                           IF WS-ENTRY-PAIRS(WS-TABLE-SUB, 1)
                               > WS-ENTRY-PAIRS(WS-BEST-SUB, 1)
                               MOVE WS-TABLE-SUB TO WS-BEST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-SUB = 0
                   EXIT PERFORM
               END-IF
               MOVE 'Y' TO WS-ENTRY-PICKED(WS-BEST-SUB)
               ADD 1 TO WS-WAVE-COUNT
               MOVE WS-WAVE-COUNT TO WL-RANK
               MOVE WS-ENTRY-BRANCH(WS-BEST-SUB) TO WL-BRANCH
               MOVE WS-ENTRY-PAIRS(WS-BEST-SUB, 1) TO WL-PAIRS
               MOVE WS-ENTRY-EXPOSED(WS-BEST-SUB, 1) TO WL-EXPOSED
               MOVE WS-ENTRY-ACCOUNTS(WS-BEST-SUB, 1) TO WL-ACCOUNTS
               MOVE WS-WAVE-LINE TO NRM-RPT-REC
               WRITE NRM-RPT-REC
               MOVE SPACE TO WAVE-REC
               MOVE 'B' TO WAVE-TYPE
               MOVE WS-ENTRY-BRANCH(WS-BEST-SUB) TO WAVE-BRANCH
               WRITE WAVE-REC
           END-PERFORM
           IF WS-WAVE-COUNT = 0
               MOVE '  NO BRANCH HAS A DIGITAL-ROOT PAIR' TO NRM-RPT-REC
               WRITE NRM-RPT-REC
           END-IF.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO NRM-RPT-REC
           WRITE NRM-RPT-REC.
       END PROGRAM DRNEARMS.
