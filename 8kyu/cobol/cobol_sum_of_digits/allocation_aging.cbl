      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRALOAGE.
      * Issued-but-never-opened aging report. Matches the allocation
      * log (ALOCLOG - every number ACCTALOC or CDGI PF6 has issued,
      * see the ACCTALOG copybook) against the batch output file
      * (ACCTOUT - every account the nightly run knows as open). A
      * logged number not on ACCTOUT more than N days after it was
      * issued is AGED: it is listed in detail, written to ALOCAGED
      * (ACCTALOG layout) as the candidate list for voiding, and
      * summarised by branch and requesting run - the DRBLKALO
      * reference, the DRRENUM renumbering (by old branch - its log
      * reference is the old account), or the CDGI operator and
      * terminal - so the request behind each block can be chased.
      * A number not on ACCTOUT but issued N days ago or less is
      * still pending and only counted.
      *
      * Both inputs must arrive SORTED ASCENDING on account number -
      * see draloage.jcl, which sorts each into a temporary dataset
      * before this step, as draudrec.jcl does. ACCTOUT is the last
      * full extract, so a number that was opened and has since
      * closed shows as aged too - check the account's history
      * before voiding.
      *
      * AGEPARM: the age in days, 5 digits, mandatory and not zero.
      * RC=4: numbers aged. RC=8: AGEPARM missing, not numeric or
      * zero - no report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-PARM ASSIGN TO "AGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOC-LOG ASSIGN TO "ALOCLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-OUT-IN ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGED-FILE ASSIGN TO "ALOCAGED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGE-RPT ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-PARM.
       01 AGE-PARM-REC.
           05 AP-DAYS          PIC X(5).
           05 FILLER           PIC X(75).
       FD  ALLOC-LOG.
       COPY ACCTALOG.
       FD  ACCT-OUT-IN.
       01 ACCT-OUT-REC.
           05 OUT-ACCOUNT-NUM  PIC 9(12).
           05 OUT-SEP          PIC X.
           05 OUT-ROOT         PIC 9.
           05 OUT-BRANCH-CODE  PIC X(4).
           05 OUT-ACCT-TYPE    PIC X(2).
       FD  AGED-FILE.
       01 AGED-REC             PIC X(60).
       FD  AGE-RPT.
       01 AGE-RPT-REC          PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-LOG-EOF-FLAG      PIC X       VALUE 'N'.
       01 WS-OUT-EOF-FLAG      PIC X       VALUE 'N'.
       01 WS-LOG-KEY           PIC 9(12).
       01 WS-OUT-KEY           PIC 9(12).
       01 WS-AGE-DAYS          PIC 9(5).
       01 WS-RUN-DATE          PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYNUM        PIC 9(7).
       01 WS-ISSUE-DATE.
           05 WS-ISSUE-YEAR    PIC 9(4).
           05 WS-ISSUE-MONTH   PIC 99.
           05 WS-ISSUE-DAY     PIC 99.
       01 WS-ISSUE-DATE-NUM REDEFINES WS-ISSUE-DATE PIC 9(8).
       01 WS-ISSUE-DAYNUM      PIC 9(7).
       01 WS-DAYS-OUT          PIC 9(7).
       01 WS-LOG-READ-COUNT    PIC 9(9)    VALUE 0.
       01 WS-OUT-READ-COUNT    PIC 9(9)    VALUE 0.
       01 WS-OPENED-COUNT      PIC 9(9)    VALUE 0.
       01 WS-PENDING-COUNT     PIC 9(9)    VALUE 0.
       01 WS-AGED-COUNT        PIC 9(9)    VALUE 0.
       01 WS-NODATE-COUNT      PIC 9(9)    VALUE 0.
       01 WS-BRANCH-TOTAL      PIC 9(9)    VALUE 0.
       01 WS-HOLD-BRANCH       PIC X(4).
      * Aged numbers by branch and requesting run, kept in key order.
       01 WS-HOLD-KEY.
           05 WS-HOLD-PREFIX   PIC X(4).
           05 WS-HOLD-REQ-BY   PIC X(8).
           05 WS-HOLD-REQ-REF  PIC X(12).
       01 WS-TABLE-MAX         PIC 9(4)    VALUE 2000.
       01 WS-TABLE-USED        PIC 9(4)    VALUE 0.
       01 WS-TABLE-SUB         PIC 9(4).
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-SHIFT-SUB         PIC 9(4).
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
               10 WS-RUN-KEY.
                   15 WS-RUN-PREFIX    PIC X(4).
                   15 WS-RUN-REQ-BY    PIC X(8).
                   15 WS-RUN-REQ-REF   PIC X(12).
               10 WS-RUN-COUNT     PIC 9(9).
               10 WS-RUN-OLDEST    PIC X(8).
       01 WS-DETAIL-HEAD.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(14)   VALUE 'ACCOUNT     CD'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'ISSUED'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(5)    VALUE 'DAYS'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'BY'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'FOR'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(12)   VALUE 'REFERENCE'.
           05 FILLER           PIC X(23)   VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-ACCOUNT       PIC 9(12).
           05 FILLER           PIC X(1)    VALUE SPACE.
           05 DL-CHECK-DIGIT   PIC 9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-ISSUE-DATE    PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-DAYS          PIC ZZZZ9.
           05 DL-DAYS-X REDEFINES DL-DAYS PIC X(5).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-ISSUED-BY     PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-REQUESTED-BY  PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-REQUEST-REF   PIC X(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-TAG           PIC X(10).
           05 FILLER           PIC X(11)   VALUE SPACE.
       01 WS-RUN-HEAD.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(4)    VALUE 'BRCH'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'FOR'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(12)   VALUE 'REFERENCE'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '     AGED'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE 'OLDEST'.
           05 FILLER           PIC X(39)   VALUE SPACE.
       01 WS-RUN-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 RL-PREFIX        PIC X(4).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 RL-REQUESTED-BY  PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 RL-REQUEST-REF   PIC X(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 RL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 RL-OLDEST        PIC X(8).
           05 FILLER           PIC X(39)   VALUE SPACE.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(32).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(49)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM READ-AGE-LIMIT
           OPEN INPUT ALLOC-LOG
           OPEN INPUT ACCT-OUT-IN
           OPEN OUTPUT AGED-FILE
           OPEN OUTPUT AGE-RPT
           PERFORM WRITE-HEADINGS
           PERFORM READ-LOG
           PERFORM READ-ACCT-OUT
           PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               PERFORM MATCH-KEYS
           END-PERFORM
           PERFORM WRITE-SUMMARY
           CLOSE ALLOC-LOG
           CLOSE ACCT-OUT-IN
           CLOSE AGED-FILE
           CLOSE AGE-RPT
           DISPLAY 'DRALOAGE: ALLOCATION LOG READ  = ' WS-LOG-READ-COUNT
           DISPLAY 'DRALOAGE: OPENED (ON ACCTOUT)  = ' WS-OPENED-COUNT
           DISPLAY 'DRALOAGE: PENDING              = ' WS-PENDING-COUNT
           DISPLAY 'DRALOAGE: AGED                 = ' WS-AGED-COUNT
           DISPLAY 'DRALOAGE: NO USABLE ISSUE DATE = ' WS-NODATE-COUNT
           IF WS-AGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * The age is mandatory - a defaulted age would put numbers on
      * the void list on somebody else's say-so.
       READ-AGE-LIMIT.
           OPEN INPUT AGE-PARM
           READ AGE-PARM
               AT END MOVE SPACE TO AP-DAYS
           END-READ
           CLOSE AGE-PARM
           IF AP-DAYS IS NOT NUMERIC
               DISPLAY 'DRALOAGE: AGEPARM DAYS MISSING OR NOT '
                   'NUMERIC: ' AP-DAYS ' - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AP-DAYS TO WS-AGE-DAYS
           IF WS-AGE-DAYS = 0
               DISPLAY 'DRALOAGE: AGEPARM DAYS IS ZERO - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       WRITE-HEADINGS.
           MOVE SPACE TO AGE-RPT-REC
           STRING 'ISSUED ACCOUNT NUMBERS NOT ON ACCTOUT - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE INTO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE SPACE TO AGE-RPT-REC
           STRING 'AGED = ISSUED MORE THAN ' WS-AGE-DAYS
               ' DAYS AGO AND STILL NOT OPENED'
               DELIMITED BY SIZE INTO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE SPACE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE WS-DETAIL-HEAD TO AGE-RPT-REC
           WRITE AGE-RPT-REC.
       READ-LOG.
           READ ALLOC-LOG
               AT END MOVE 'Y' TO WS-LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
                   MOVE ALG-ACCOUNT-NUM TO WS-LOG-KEY
           END-READ.
       READ-ACCT-OUT.
           READ ACCT-OUT-IN
               AT END MOVE 'Y' TO WS-OUT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-OUT-READ-COUNT
                   MOVE OUT-ACCOUNT-NUM TO WS-OUT-KEY
           END-READ.
      * Balanced-line match driven by the log. ACCTOUT accounts with
      * no log entry were issued before the log began, or outside
      * ACCTALOC, and are simply passed over. A log entry is taken
      * one record at a time so a number logged twice is judged
      * twice against the same ACCTOUT record.
       MATCH-KEYS.
           EVALUATE TRUE
               WHEN WS-OUT-EOF-FLAG = 'Y'
                   PERFORM CLASSIFY-UNOPENED
                   PERFORM READ-LOG
               WHEN WS-LOG-KEY < WS-OUT-KEY
                   PERFORM CLASSIFY-UNOPENED
                   PERFORM READ-LOG
               WHEN WS-OUT-KEY < WS-LOG-KEY
                   PERFORM READ-ACCT-OUT
               WHEN OTHER
                   ADD 1 TO WS-OPENED-COUNT
                   PERFORM READ-LOG
           END-EVALUATE.
      * INTEGER-OF-DATE gives zero for a date that does not exist
      * (a 31st of a 30-day month), which the range tests miss.
       CLASSIFY-UNOPENED.
           MOVE ALG-ISSUE-DATE TO WS-ISSUE-DATE
           MOVE 0 TO WS-ISSUE-DAYNUM
           IF WS-ISSUE-DATE IS NUMERIC
               AND WS-ISSUE-MONTH >= 1 AND WS-ISSUE-MONTH <= 12
               AND WS-ISSUE-DAY >= 1 AND WS-ISSUE-DAY <= 31
               AND WS-ISSUE-DATE-NUM <= WS-RUN-DATE-NUM
               COMPUTE WS-ISSUE-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-NUM)
           END-IF
           IF WS-ISSUE-DAYNUM = 0
               ADD 1 TO WS-NODATE-COUNT
               MOVE SPACE TO DL-DAYS-X
               MOVE 'NO DATE' TO DL-TAG
               PERFORM WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUT = WS-RUN-DAYNUM - WS-ISSUE-DAYNUM
           IF WS-DAYS-OUT <= WS-AGE-DAYS
               ADD 1 TO WS-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AGED-COUNT
           MOVE WS-DAYS-OUT TO DL-DAYS
           MOVE 'AGED' TO DL-TAG
           PERFORM WRITE-DETAIL
           WRITE AGED-REC FROM ACCT-ALLOC-LOG-REC
           MOVE ALG-BRANCH-PREFIX TO WS-HOLD-PREFIX
           MOVE ALG-REQUESTED-BY TO WS-HOLD-REQ-BY
           IF ALG-REQUESTED-BY = 'DRRENUM'
               MOVE SPACE TO WS-HOLD-REQ-REF
               STRING 'FROM ' ALG-REQUEST-REF(1:4)
                   DELIMITED BY SIZE INTO WS-HOLD-REQ-REF
           ELSE
               MOVE ALG-REQUEST-REF TO WS-HOLD-REQ-REF
           END-IF
           PERFORM TALLY-RUN.
       WRITE-DETAIL.
           MOVE ALG-ACCOUNT-NUM TO DL-ACCOUNT
           MOVE ALG-CHECK-DIGIT TO DL-CHECK-DIGIT
           MOVE ALG-ISSUE-DATE TO DL-ISSUE-DATE
           MOVE ALG-ISSUED-BY TO DL-ISSUED-BY
           MOVE ALG-REQUESTED-BY TO DL-REQUESTED-BY
           MOVE ALG-REQUEST-REF TO DL-REQUEST-REF
           MOVE WS-DETAIL-LINE TO AGE-RPT-REC
           WRITE AGE-RPT-REC.
      * Find the entry, inserting a new one in key order when it is
      * not there yet - same serial-scan table as DRSCHMIG.
       TALLY-RUN.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
                   OR WS-RUN-KEY(WS-TABLE-SUB) >= WS-HOLD-KEY
               CONTINUE
           END-PERFORM
           IF WS-TABLE-SUB > WS-TABLE-USED
               OR WS-RUN-KEY(WS-TABLE-SUB) NOT = WS-HOLD-KEY
               IF WS-TABLE-USED = WS-TABLE-MAX
                   DISPLAY 'DRALOAGE: RUN TABLE FULL - '
                       'RAISE WS-TABLE-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TABLE-SUB TO WS-INSERT-AT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-TABLE-USED BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                   MOVE WS-RUN-ENTRY(WS-SHIFT-SUB)
                       TO WS-RUN-ENTRY(WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-TABLE-USED
               MOVE WS-HOLD-KEY TO WS-RUN-KEY(WS-INSERT-AT)
               MOVE 0 TO WS-RUN-COUNT(WS-INSERT-AT)
               MOVE ALG-ISSUE-DATE TO WS-RUN-OLDEST(WS-INSERT-AT)
               MOVE WS-INSERT-AT TO WS-TABLE-SUB
           END-IF
           ADD 1 TO WS-RUN-COUNT(WS-TABLE-SUB)
           IF ALG-ISSUE-DATE < WS-RUN-OLDEST(WS-TABLE-SUB)
               MOVE ALG-ISSUE-DATE TO WS-RUN-OLDEST(WS-TABLE-SUB)
           END-IF.
       WRITE-SUMMARY.
           MOVE SPACE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE 'AGED NUMBERS BY BRANCH AND REQUESTING RUN'
               TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE WS-RUN-HEAD TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE SPACE TO WS-HOLD-BRANCH
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               IF WS-RUN-PREFIX(WS-TABLE-SUB) NOT = WS-HOLD-BRANCH
                   AND WS-TABLE-SUB > 1
                   PERFORM WRITE-BRANCH-TOTAL
               END-IF
               MOVE WS-RUN-PREFIX(WS-TABLE-SUB) TO WS-HOLD-BRANCH
               ADD WS-RUN-COUNT(WS-TABLE-SUB) TO WS-BRANCH-TOTAL
               MOVE WS-RUN-PREFIX(WS-TABLE-SUB) TO RL-PREFIX
               MOVE WS-RUN-REQ-BY(WS-TABLE-SUB) TO RL-REQUESTED-BY
               MOVE WS-RUN-REQ-REF(WS-TABLE-SUB) TO RL-REQUEST-REF
               MOVE WS-RUN-COUNT(WS-TABLE-SUB) TO RL-COUNT
               MOVE WS-RUN-OLDEST(WS-TABLE-SUB) TO RL-OLDEST
               MOVE WS-RUN-LINE TO AGE-RPT-REC
               WRITE AGE-RPT-REC
           END-PERFORM
           IF WS-TABLE-USED > 0
               PERFORM WRITE-BRANCH-TOTAL
           ELSE
               MOVE SPACE TO AGE-RPT-REC
               WRITE AGE-RPT-REC
           END-IF
           MOVE 'ALLOCATION LOG ENTRIES READ   : ' TO CL-LABEL
           MOVE WS-LOG-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ACCTOUT RECORDS READ          : ' TO CL-LABEL
           MOVE WS-OUT-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'OPENED - ON ACCTOUT           : ' TO CL-LABEL
           MOVE WS-OPENED-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'PENDING - NOT YET AGED        : ' TO CL-LABEL
           MOVE WS-PENDING-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'AGED - WRITTEN TO ALOCAGED    : ' TO CL-LABEL
           MOVE WS-AGED-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'NO USABLE ISSUE DATE          : ' TO CL-LABEL
           MOVE WS-NODATE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE.
       WRITE-BRANCH-TOTAL.
           MOVE SPACE TO WS-RUN-LINE
           MOVE WS-HOLD-BRANCH TO RL-PREFIX
           MOVE 'BRANCH TOTAL' TO RL-REQUEST-REF
           MOVE WS-BRANCH-TOTAL TO RL-COUNT
           MOVE WS-RUN-LINE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE SPACE TO AGE-RPT-REC
           WRITE AGE-RPT-REC
           MOVE 0 TO WS-BRANCH-TOTAL.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO AGE-RPT-REC
           WRITE AGE-RPT-REC.
       END PROGRAM DRALOAGE.
