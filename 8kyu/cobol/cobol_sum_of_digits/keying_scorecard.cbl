      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRKEYSCR.
      * Keying-quality scorecard. CHKDGTXN tells the clerk at the
      * keystroke that a check digit failed, but until each CDGA
      * entry carried the outcome and who keyed it (see the ONLAUDRC
      * copybook) nobody could say where the keying errors came
      * from. This reads the online activity history dronlaud.jcl
      * keeps, takes the CHKDGTXN verifications in the period, and
      * scores them per branch, and within each branch per operator
      * and per terminal:
      *   - verifications attempted
      *   - failures and the failure rate
      *   - repeated failures on the same account - a failure on the
      *     account the same operator (or terminal) failed on last
      *     time, i.e. the clerk keyed it wrong again
      *   - fraud-hold hits
      * Operators and terminals are ranked worst first within the
      * branch, each against the branch's average failure rate, and
      * the ones above it are marked - that is where training goes.
      *
      * The branch is the account's - the 4-digit prefix of the
      * number keyed - so a clerk keying for several branches shows
      * up under each of them, measured against each branch's own
      * average.
      *
      * KEYPARM holds the one period: 'W' + YYYYMMDD scores the week
      * (seven days) starting that date, 'M' + YYYYMM the month. '*'
      * is a comment. RC=8: KEYPARM missing or unusable - no report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-PARM ASSIGN TO "KEYPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ONL-HIST ASSIGN TO "ONLHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KEY-RPT ASSIGN TO "KEYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  KEY-PARM.
       01 KEY-PARM-REC.
           05 KP-TYPE          PIC X.
               88 KP-WEEK          VALUE 'W'.
               88 KP-MONTH         VALUE 'M'.
               88 KP-COMMENT       VALUE '*'.
           05 KP-BODY          PIC X(79).
           05 KP-WEEK-VIEW REDEFINES KP-BODY.
               10 KP-WEEK-START    PIC X(8).
               10 FILLER           PIC X(71).
           05 KP-MONTH-VIEW REDEFINES KP-BODY.
               10 KP-MONTH-VALUE   PIC X(6).
               10 FILLER           PIC X(73).
       FD  ONL-HIST.
       COPY ONLAUDRC.
       FD  KEY-RPT.
       01 KEY-RPT-REC          PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-PARM-COUNT        PIC 9(9)    VALUE 0.
       01 WS-PARM-ERR-COUNT    PIC 9(9)    VALUE 0.
       01 WS-READ-COUNT        PIC 9(9)    VALUE 0.
       01 WS-VERIFY-COUNT      PIC 9(9)    VALUE 0.
       01 WS-FROM-DATE         PIC X(8).
       01 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR     PIC 9(4).
           05 WS-FROM-MONTH    PIC 9(2).
           05 WS-FROM-DAY      PIC 9(2).
       01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE PIC 9(8).
       01 WS-FROM-DAYNUM       PIC 9(7)    VALUE 0.
       01 WS-TO-DATE           PIC X(8).
       01 WS-TO-DATE-NUM REDEFINES WS-TO-DATE PIC 9(8).
       01 WS-PERIOD-NAME       PIC X(5).
       01 WS-ACCOUNT-WORK      PIC 9(12).
       01 WS-ACCOUNT-VIEW REDEFINES WS-ACCOUNT-WORK.
           05 WS-ACCOUNT-BRANCH PIC X(4).
           05 FILLER            PIC X(8).
      * One entry per branch ('B'), per operator within a branch
      * ('O') and per terminal within a branch ('T'), kept in key
      * order while tallying - the branch entry sorts ahead of its
      * operators and terminals - then each branch's operators and
      * terminals are re-ordered worst first for printing.
       01 WS-HOLD-KEY.
           05 WS-HOLD-BRANCH   PIC X(4).
           05 WS-HOLD-TYPE     PIC X.
           05 WS-HOLD-ID       PIC X(8).
       01 WS-TABLE-MAX         PIC 9(4)    VALUE 3000.
       01 WS-TABLE-USED        PIC 9(4)    VALUE 0.
       01 WS-TABLE-SUB         PIC 9(4).
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-SHIFT-SUB         PIC 9(4).
       01 WS-RUN-START         PIC 9(4).
       01 WS-RUN-END           PIC 9(4).
       01 WS-SORT-SUB          PIC 9(4).
       01 WS-SLOT-SUB          PIC 9(4).
       01 WS-SCORE-TABLE.
           05 WS-SC-ENTRY OCCURS 3000 TIMES.
               10 WS-SC-KEY.
                   15 WS-SC-BRANCH     PIC X(4).
                   15 WS-SC-TYPE       PIC X.
                       88 WS-SC-BRANCH-TOTAL VALUE 'B'.
                       88 WS-SC-OPERATOR     VALUE 'O'.
                       88 WS-SC-TERMINAL     VALUE 'T'.
                   15 WS-SC-ID         PIC X(8).
               10 WS-SC-ATTEMPTS   PIC 9(9).
               10 WS-SC-FAILS      PIC 9(9).
               10 WS-SC-REPEATS    PIC 9(9).
               10 WS-SC-HOLDS      PIC 9(9).
               10 WS-SC-LAST-FAIL  PIC 9(12).
               10 WS-SC-RATE       PIC 9(3)V99.
      * One entry lifted out while the ranking shifts the others.
       01 WS-SWAP-ENTRY.
           05 WS-SW-KEY        PIC X(13).
           05 WS-SW-ATTEMPTS   PIC 9(9).
           05 WS-SW-FAILS      PIC 9(9).
           05 WS-SW-REPEATS    PIC 9(9).
           05 WS-SW-HOLDS      PIC 9(9).
           05 WS-SW-LAST-FAIL  PIC 9(12).
           05 WS-SW-RATE       PIC 9(3)V99.
       01 WS-SLOT-FOUND        PIC X.
       01 WS-BRANCH-RATE       PIC 9(3)V99 VALUE 0.
       01 WS-RANK              PIC 9(4)    VALUE 0.
       01 WS-LAST-TYPE         PIC X       VALUE SPACE.
       01 WS-GRAND-TOTALS.
           05 WS-GT-ATTEMPTS   PIC 9(9)    VALUE 0.
           05 WS-GT-FAILS      PIC 9(9)    VALUE 0.
           05 WS-GT-REPEATS    PIC 9(9)    VALUE 0.
           05 WS-GT-HOLDS      PIC 9(9)    VALUE 0.
       01 WS-GT-RATE           PIC 9(3)V99 VALUE 0.
       01 WS-BRANCH-LINE.
           05 FILLER           PIC X(7)    VALUE 'BRANCH '.
           05 BL-BRANCH        PIC X(4).
           05 FILLER           PIC X(12)   VALUE '  VERIFIES'.
           05 BL-ATTEMPTS      PIC ZZZZZZZZ9.
           05 FILLER           PIC X(9)    VALUE '  FAILED'.
           05 BL-FAILS         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(17)   VALUE '  BRANCH AVERAGE'.
           05 BL-RATE          PIC ZZ9.99.
           05 FILLER           PIC X       VALUE '%'.
           05 FILLER           PIC X(16)   VALUE SPACE.
       01 WS-BRANCH-LINE-2.
           05 FILLER           PIC X(21)
                   VALUE '  REPEATED FAILURES'.
           05 BL-REPEATS       PIC ZZZZZZZZ9.
           05 FILLER           PIC X(19)   VALUE '   FRAUD-HOLD HITS'.
           05 BL-HOLDS         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(32)   VALUE SPACE.
      * Column headings laid out field-for-field over WS-DETAIL-LINE.
       01 WS-HEAD-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(4)    VALUE 'RANK'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'BY'.
           05 FILLER           PIC X(1)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'ID'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'VERIFIES'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE '  FAILED'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE ' RATE%'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(7)    VALUE ' VS-AVG'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE 'REPEAT'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE ' HOLDS'.
           05 FILLER           PIC X(12)   VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-RANK          PIC ZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-KIND          PIC X(8).
           05 FILLER           PIC X(1)    VALUE SPACE.
           05 DL-ID            PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-ATTEMPTS      PIC ZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-FAILS         PIC ZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-RATE          PIC ZZ9.99.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-VS-AVG        PIC +ZZ9.99.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-REPEATS       PIC ZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-HOLDS         PIC ZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-MARK          PIC X(6).
           05 FILLER           PIC X(4)    VALUE SPACE.
       01 WS-VS-AVG            PIC S9(3)V99.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(24).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(57)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM LOAD-PARAMETERS
           OPEN INPUT ONL-HIST
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ONL-HIST
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SCORE-ENTRY
               END-READ
           END-PERFORM
           CLOSE ONL-HIST
           PERFORM RANK-WITHIN-BRANCH
           OPEN OUTPUT KEY-RPT
           PERFORM PRINT-REPORT
           CLOSE KEY-RPT
           DISPLAY 'DRKEYSCR: PERIOD                = ' WS-FROM-DATE
               ' TO ' WS-TO-DATE
           DISPLAY 'DRKEYSCR: ACTIVITY ENTRIES READ = ' WS-READ-COUNT
           DISPLAY 'DRKEYSCR: VERIFICATIONS SCORED  = ' WS-VERIFY-COUNT
           STOP RUN.
       LOAD-PARAMETERS.
           OPEN INPUT KEY-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ KEY-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE KEY-PARM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PARM-ERR-COUNT > 0
               DISPLAY 'DRKEYSCR: ' WS-PARM-ERR-COUNT
                   ' UNUSABLE KEYPARM RECORDS - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-COUNT NOT = 1
               DISPLAY 'DRKEYSCR: KEYPARM MUST HOLD EXACTLY ONE '
                   'PERIOD - FOUND ' WS-PARM-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * INTEGER-OF-DATE gives zero for a date that does not exist
      * (a 31st of a 30-day month), which the range tests miss. A
      * month's last day need not exist - the period test is a
      * plain comparison of dates.
       STORE-PARAMETER.
           MOVE 0 TO WS-FROM-DAYNUM
           EVALUATE TRUE
               WHEN KP-COMMENT
               WHEN KEY-PARM-REC = SPACE
                   CONTINUE
               WHEN KP-WEEK
                   MOVE KP-WEEK-START TO WS-FROM-DATE
                   IF WS-FROM-DATE IS NUMERIC
                       AND WS-FROM-MONTH >= 1 AND WS-FROM-MONTH <= 12
                       AND WS-FROM-DAY >= 1 AND WS-FROM-DAY <= 31
                       COMPUTE WS-FROM-DAYNUM =
                           FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
                   END-IF
                   IF WS-FROM-DAYNUM = 0
                       PERFORM BAD-PARAMETER
                   ELSE
                       ADD 1 TO WS-PARM-COUNT
                       MOVE 'WEEK' TO WS-PERIOD-NAME
                       COMPUTE WS-TO-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-FROM-DAYNUM + 6)
                   END-IF
               WHEN KP-MONTH
                   MOVE KP-MONTH-VALUE TO WS-FROM-DATE(1:6)
                   MOVE '01' TO WS-FROM-DATE(7:2)
                   IF WS-FROM-DATE IS NUMERIC
                       AND WS-FROM-MONTH >= 1 AND WS-FROM-MONTH <= 12
                       ADD 1 TO WS-PARM-COUNT
                       MOVE 'MONTH' TO WS-PERIOD-NAME
                       MOVE WS-FROM-DATE TO WS-TO-DATE
                       MOVE '31' TO WS-TO-DATE(7:2)
                   ELSE
                       PERFORM BAD-PARAMETER
                   END-IF
               WHEN OTHER
                   PERFORM BAD-PARAMETER
           END-EVALUATE.
       BAD-PARAMETER.
           ADD 1 TO WS-PARM-ERR-COUNT
           DISPLAY 'DRKEYSCR: UNUSABLE KEYPARM RECORD: ' KEY-PARM-REC.
      * Only CHKDGTXN verifications carry an outcome - CDGI entries
      * and entries from before the outcome was recorded are left
      * out.
       SCORE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           IF NOT ONL-ACTION-VERIFY
               OR ONL-OUTCOME = SPACE
               OR ONL-DATE < WS-FROM-DATE
               OR ONL-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VERIFY-COUNT
           MOVE ONL-ACCOUNT-NUM TO WS-ACCOUNT-WORK
           MOVE WS-ACCOUNT-BRANCH TO WS-HOLD-BRANCH
           MOVE 'B' TO WS-HOLD-TYPE
           MOVE SPACE TO WS-HOLD-ID
           PERFORM TALLY-ENTRY
           MOVE 'O' TO WS-HOLD-TYPE
           MOVE ONL-OPERATOR-ID TO WS-HOLD-ID
           IF WS-HOLD-ID = SPACE
               MOVE '(NONE)' TO WS-HOLD-ID
           END-IF
           PERFORM TALLY-ENTRY
           MOVE 'T' TO WS-HOLD-TYPE
           MOVE ONL-TERMINAL-ID TO WS-HOLD-ID
           IF WS-HOLD-ID = SPACE
               MOVE '(NONE)' TO WS-HOLD-ID
           END-IF
           PERFORM TALLY-ENTRY.
      * Find the entry, inserting a new one in key order when it is
      * not there yet - same serial-scan table as DRSCHMIG.
       TALLY-ENTRY.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
                   OR WS-SC-KEY(WS-TABLE-SUB) >= WS-HOLD-KEY
               CONTINUE
           END-PERFORM
           IF WS-TABLE-SUB > WS-TABLE-USED
               OR WS-SC-KEY(WS-TABLE-SUB) NOT = WS-HOLD-KEY
               IF WS-TABLE-USED = WS-TABLE-MAX
                   DISPLAY 'DRKEYSCR: SCORE TABLE FULL - '
                       'RAISE WS-TABLE-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TABLE-SUB TO WS-INSERT-AT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-TABLE-USED BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                   MOVE WS-SC-ENTRY(WS-SHIFT-SUB)
                       TO WS-SC-ENTRY(WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-TABLE-USED
               INITIALIZE WS-SC-ENTRY(WS-INSERT-AT)
               MOVE WS-HOLD-KEY TO WS-SC-KEY(WS-INSERT-AT)
               MOVE WS-INSERT-AT TO WS-TABLE-SUB
           END-IF
           ADD 1 TO WS-SC-ATTEMPTS(WS-TABLE-SUB)
           EVALUATE TRUE
               WHEN ONL-OUTCOME-FAIL
                   IF WS-SC-FAILS(WS-TABLE-SUB) > 0
                       AND WS-SC-LAST-FAIL(WS-TABLE-SUB)
                           = ONL-ACCOUNT-NUM
                       ADD 1 TO WS-SC-REPEATS(WS-TABLE-SUB)
                   END-IF
                   ADD 1 TO WS-SC-FAILS(WS-TABLE-SUB)
                   MOVE ONL-ACCOUNT-NUM
                       TO WS-SC-LAST-FAIL(WS-TABLE-SUB)
               WHEN ONL-OUTCOME-HOLD
                   ADD 1 TO WS-SC-HOLDS(WS-TABLE-SUB)
           END-EVALUATE.
      * Work out every failure rate, then order each branch's run of
      * operators, and its run of terminals, worst rate first (most
      * verifications first on a tie) - an insertion sort within the
      * run, which leaves the key order between runs alone.
       RANK-WITHIN-BRANCH.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               COMPUTE WS-SC-RATE(WS-TABLE-SUB) ROUNDED =
                   WS-SC-FAILS(WS-TABLE-SUB) * 100
                   / WS-SC-ATTEMPTS(WS-TABLE-SUB)
           END-PERFORM
           MOVE 1 TO WS-RUN-START
           PERFORM UNTIL WS-RUN-START > WS-TABLE-USED
               MOVE WS-RUN-START TO WS-RUN-END
               PERFORM UNTIL WS-RUN-END = WS-TABLE-USED
                   OR WS-SC-BRANCH(WS-RUN-END + 1)
                       NOT = WS-SC-BRANCH(WS-RUN-START)
                   OR WS-SC-TYPE(WS-RUN-END + 1)
                       NOT = WS-SC-TYPE(WS-RUN-START)
                   ADD 1 TO WS-RUN-END
               END-PERFORM
               IF NOT WS-SC-BRANCH-TOTAL(WS-RUN-START)
                   PERFORM SORT-RUN
               END-IF
               COMPUTE WS-RUN-START = WS-RUN-END + 1
           END-PERFORM.
       SORT-RUN.
           PERFORM VARYING WS-SORT-SUB FROM WS-RUN-START BY 1
                   UNTIL WS-SORT-SUB > WS-RUN-END
               MOVE WS-SC-ENTRY(WS-SORT-SUB) TO WS-SWAP-ENTRY
               MOVE WS-SORT-SUB TO WS-SLOT-SUB
               MOVE 'N' TO WS-SLOT-FOUND
               PERFORM UNTIL WS-SLOT-FOUND = 'Y'
                   IF WS-SLOT-SUB = WS-RUN-START
                       MOVE 'Y' TO WS-SLOT-FOUND
                   ELSE
                       IF WS-SC-RATE(WS-SLOT-SUB - 1) < WS-SW-RATE
                           OR (WS-SC-RATE(WS-SLOT-SUB - 1) = WS-SW-RATE
                           AND WS-SC-ATTEMPTS(WS-SLOT-SUB - 1)
                               < WS-SW-ATTEMPTS)
                           MOVE WS-SC-ENTRY(WS-SLOT-SUB - 1)
                               TO WS-SC-ENTRY(WS-SLOT-SUB)
                           SUBTRACT 1 FROM WS-SLOT-SUB
                       ELSE
                           MOVE 'Y' TO WS-SLOT-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-SWAP-ENTRY TO WS-SC-ENTRY(WS-SLOT-SUB)
           END-PERFORM.
       PRINT-REPORT.
           MOVE SPACE TO KEY-RPT-REC
           STRING 'KEYING-QUALITY SCORECARD - ' DELIMITED BY SIZE
               WS-PERIOD-NAME DELIMITED BY SPACE
               ' ' WS-FROM-DATE ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO KEY-RPT-REC
           WRITE KEY-RPT-REC
           IF WS-TABLE-USED = 0
               MOVE 'NO CHKDGTXN VERIFICATIONS IN THE PERIOD'
                   TO KEY-RPT-REC
               WRITE KEY-RPT-REC
           END-IF
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               IF WS-SC-BRANCH-TOTAL(WS-TABLE-SUB)
                   PERFORM PRINT-BRANCH-LINES
               ELSE
                   PERFORM PRINT-DETAIL-LINE
               END-IF
           END-PERFORM
           IF WS-GT-ATTEMPTS > 0
               COMPUTE WS-GT-RATE ROUNDED =
                   WS-GT-FAILS * 100 / WS-GT-ATTEMPTS
           END-IF
           MOVE SPACE TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE 'ALL ' TO BL-BRANCH
           MOVE WS-GT-ATTEMPTS TO BL-ATTEMPTS
           MOVE WS-GT-FAILS TO BL-FAILS
           MOVE WS-GT-RATE TO BL-RATE
           MOVE WS-BRANCH-LINE TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE WS-GT-REPEATS TO BL-REPEATS
           MOVE WS-GT-HOLDS TO BL-HOLDS
           MOVE WS-BRANCH-LINE-2 TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE SPACE TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE 'ACTIVITY ENTRIES READ : ' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'VERIFICATIONS SCORED  : ' TO CL-LABEL
           MOVE WS-VERIFY-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE.
       PRINT-BRANCH-LINES.
           MOVE WS-SC-RATE(WS-TABLE-SUB) TO WS-BRANCH-RATE
           ADD WS-SC-ATTEMPTS(WS-TABLE-SUB) TO WS-GT-ATTEMPTS
           ADD WS-SC-FAILS(WS-TABLE-SUB) TO WS-GT-FAILS
           ADD WS-SC-REPEATS(WS-TABLE-SUB) TO WS-GT-REPEATS
           ADD WS-SC-HOLDS(WS-TABLE-SUB) TO WS-GT-HOLDS
           MOVE SPACE TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE WS-SC-BRANCH(WS-TABLE-SUB) TO BL-BRANCH
           MOVE WS-SC-ATTEMPTS(WS-TABLE-SUB) TO BL-ATTEMPTS
           MOVE WS-SC-FAILS(WS-TABLE-SUB) TO BL-FAILS
           MOVE WS-SC-RATE(WS-TABLE-SUB) TO BL-RATE
           MOVE WS-BRANCH-LINE TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE WS-SC-REPEATS(WS-TABLE-SUB) TO BL-REPEATS
           MOVE WS-SC-HOLDS(WS-TABLE-SUB) TO BL-HOLDS
           MOVE WS-BRANCH-LINE-2 TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE WS-HEAD-LINE TO KEY-RPT-REC
           WRITE KEY-RPT-REC
           MOVE SPACE TO WS-LAST-TYPE.
      * Rank restarts for the branch's terminals after its operators.
       PRINT-DETAIL-LINE.
           IF WS-SC-TYPE(WS-TABLE-SUB) NOT = WS-LAST-TYPE
               MOVE 0 TO WS-RANK
               MOVE WS-SC-TYPE(WS-TABLE-SUB) TO WS-LAST-TYPE
           END-IF
           ADD 1 TO WS-RANK
           MOVE WS-RANK TO DL-RANK
           IF WS-SC-OPERATOR(WS-TABLE-SUB)
               MOVE 'OPERATOR' TO DL-KIND
           ELSE
               MOVE 'TERMINAL' TO DL-KIND
           END-IF
           MOVE WS-SC-ID(WS-TABLE-SUB) TO DL-ID
           MOVE WS-SC-ATTEMPTS(WS-TABLE-SUB) TO DL-ATTEMPTS
           MOVE WS-SC-FAILS(WS-TABLE-SUB) TO DL-FAILS
           MOVE WS-SC-RATE(WS-TABLE-SUB) TO DL-RATE
           COMPUTE WS-VS-AVG = WS-SC-RATE(WS-TABLE-SUB)
               - WS-BRANCH-RATE
           MOVE WS-VS-AVG TO DL-VS-AVG
           MOVE WS-SC-REPEATS(WS-TABLE-SUB) TO DL-REPEATS
           MOVE WS-SC-HOLDS(WS-TABLE-SUB) TO DL-HOLDS
           IF WS-VS-AVG > 0
               MOVE '*ABOVE' TO DL-MARK
           ELSE
               MOVE SPACE TO DL-MARK
           END-IF
           MOVE WS-DETAIL-LINE TO KEY-RPT-REC
           WRITE KEY-RPT-REC.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO KEY-RPT-REC
           WRITE KEY-RPT-REC.
       END PROGRAM DRKEYSCR.
