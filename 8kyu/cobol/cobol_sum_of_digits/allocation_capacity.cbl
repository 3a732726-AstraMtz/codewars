      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRALOCAP.
      * Account-number capacity forecast per branch prefix. A number
      * is the 4-digit prefix plus an 8-digit sequence, and ACCTALOC
      * and the CDGI PF6 path refuse to issue once a prefix's
      * sequence reaches 99999999 - by then it is too late to give
      * the branch a new prefix in an orderly way. This reports, per
      * prefix on ACCTSEQ:
      *   - numbers used - the sequence position, SEQ-NEXT-NUMBER,
      *     which counts numbers issued before the allocation log
      *     began as well
      *   - numbers remaining before the sequence is used up
      *   - recent burn rate - numbers issued per day over the last
      *     N days, from the allocation log (see the ACCTALOG
      *     copybook)
      *   - days left at that rate and the projected exhaustion date
      * A prefix with no issue in the window has no projection. A
      * prefix projected to run out within the warning threshold,
      * or already exhausted, is flagged and the step ends RC=4.
      *
      * CAPPARM: 'B' + 3 digits, the burn-rate window in days, and
      * 'W' + 5 digits, the warning threshold in days to exhaustion
      * - exactly one of each; '*' is a comment. RC=8: CAPPARM
      * missing or unusable - no report. RC=16: ACCTSEQ I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAP-PARM ASSIGN TO "CAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEQ-FILE ASSIGN TO "ACCTSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SEQ-BRANCH-PREFIX
               FILE STATUS IS WS-SEQ-STATUS.
      * OPTIONAL until the first number is issued and logged.
           SELECT OPTIONAL ALLOC-LOG ASSIGN TO "ALOCLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAP-RPT ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CAP-PARM.
       01 CAP-PARM-REC.
           05 CP-TYPE          PIC X.
               88 CP-BURN-WINDOW   VALUE 'B'.
               88 CP-WARNING       VALUE 'W'.
               88 CP-COMMENT       VALUE '*'.
           05 CP-BODY          PIC X(79).
           05 CP-BURN-VIEW REDEFINES CP-BODY.
               10 CP-BURN-DAYS     PIC X(3).
               10 FILLER           PIC X(76).
           05 CP-WARN-VIEW REDEFINES CP-BODY.
               10 CP-WARN-DAYS     PIC X(5).
               10 FILLER           PIC X(74).
       FD  SEQ-FILE.
       COPY ACCTSEQ.
       FD  ALLOC-LOG.
       COPY ACCTALOG.
       FD  CAP-RPT.
       01 CAP-RPT-REC          PIC X(90).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYNUM        PIC 9(7).
       01 WS-LAST-DAYNUM       PIC 9(7).
       01 WS-WINDOW-START      PIC X(8).
       01 WS-WINDOW-START-NUM REDEFINES WS-WINDOW-START PIC 9(8).
       01 WS-BURN-COUNT        PIC 9(9)    VALUE 0.
       01 WS-WARN-COUNT        PIC 9(9)    VALUE 0.
       01 WS-PARM-ERR-COUNT    PIC 9(9)    VALUE 0.
       01 WS-BURN-DAYS         PIC 9(3)    VALUE 0.
       01 WS-WARN-DAYS         PIC 9(5)    VALUE 0.
      * The last sequence number ACCTALOC will issue under a prefix
      * is 99999998 - it refuses once SEQ-NEXT-NUMBER reaches this.
       01 WS-SEQ-LIMIT         PIC 9(8)    VALUE 99999999.
       01 WS-REMAINING         PIC 9(8).
       01 WS-PER-DAY           PIC 9(7)V99.
       01 WS-DAYS-LEFT         PIC 9(11).
       01 WS-EXHAUST-DATE      PIC X(8).
       01 WS-EXHAUST-DATE-NUM REDEFINES WS-EXHAUST-DATE PIC 9(8).
       01 WS-FLAGGED           PIC X.
       01 WS-LOG-COUNT         PIC 9(9)    VALUE 0.
       01 WS-UNKNOWN-COUNT     PIC 9(9)    VALUE 0.
       01 WS-WINDOW-COUNT      PIC 9(9)    VALUE 0.
       01 WS-FLAGGED-COUNT     PIC 9(9)    VALUE 0.
      * One entry per ACCTSEQ prefix, loaded in key order.
       01 WS-TABLE-MAX         PIC 9(4)    VALUE 500.
       01 WS-TABLE-USED        PIC 9(4)    VALUE 0.
       01 WS-TABLE-SUB         PIC 9(4).
       01 WS-PREFIX-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES.
               10 WS-ENTRY-PREFIX  PIC X(4).
               10 WS-ENTRY-NEXT    PIC 9(8).
               10 WS-ENTRY-LOGGED  PIC 9(9).
               10 WS-ENTRY-WINDOW  PIC 9(9).
               10 WS-ENTRY-LAST    PIC X(8).
      * Column headings laid out field-for-field over WS-DETAIL-LINE.
       01 WS-HEAD-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(4)    VALUE 'PRFX'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE '    USED'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(8)    VALUE '    LEFT'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '   ISSUED'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(10)   VALUE '   PER DAY'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(11)   VALUE '  DAYS LEFT'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(10)   VALUE 'EXHAUSTS'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(14)   VALUE 'LAST ISSUED'.
       01 WS-DETAIL-LINE.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-PREFIX        PIC X(4).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-USED          PIC ZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-REMAINING     PIC ZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-ISSUED        PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-PER-DAY       PIC ZZZZZZ9.99.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-DAYS-LEFT     PIC ZZZZZZZZZZ9.
           05 DL-DAYS-LEFT-X REDEFINES DL-DAYS-LEFT PIC X(11).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-EXHAUSTS      PIC X(10).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-LAST-ISSUED   PIC X(8).
           05 FILLER           PIC X(1)    VALUE SPACE.
           05 DL-FLAG          PIC X(5).
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(32).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(49)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-WINDOW-START-NUM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-DAYNUM - WS-BURN-DAYS + 1)
           COMPUTE WS-LAST-DAYNUM = FUNCTION INTEGER-OF-DATE(99991231)
           PERFORM LOAD-PREFIXES
           OPEN INPUT ALLOC-LOG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ALLOC-LOG
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM TALLY-ISSUE
               END-READ
           END-PERFORM
           CLOSE ALLOC-LOG
           MOVE 'N' TO WS-EOF-FLAG
           OPEN OUTPUT CAP-RPT
           PERFORM PRINT-REPORT
           CLOSE CAP-RPT
           DISPLAY 'DRALOCAP: PREFIXES REPORTED     = ' WS-TABLE-USED
           DISPLAY 'DRALOCAP: ALLOCATION LOG READ   = ' WS-LOG-COUNT
           DISPLAY 'DRALOCAP: ISSUED IN THE WINDOW  = ' WS-WINDOW-COUNT
           DISPLAY 'DRALOCAP: LOGGED, NO PREFIX     = '
               WS-UNKNOWN-COUNT
           DISPLAY 'DRALOCAP: PREFIXES FLAGGED      = '
               WS-FLAGGED-COUNT
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LOAD-PARAMETERS.
           OPEN INPUT CAP-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CAP-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE CAP-PARM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PARM-ERR-COUNT > 0
               DISPLAY 'DRALOCAP: ' WS-PARM-ERR-COUNT
                   ' UNUSABLE CAPPARM RECORDS - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BURN-COUNT NOT = 1 OR WS-WARN-COUNT NOT = 1
               DISPLAY 'DRALOCAP: CAPPARM MUST HOLD EXACTLY ONE '
                   'B AND ONE W RECORD - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       STORE-PARAMETER.
           EVALUATE TRUE
               WHEN CP-COMMENT
               WHEN CAP-PARM-REC = SPACE
                   CONTINUE
               WHEN CP-BURN-WINDOW AND CP-BURN-DAYS IS NUMERIC
                   AND CP-BURN-DAYS NOT = '000'
                   ADD 1 TO WS-BURN-COUNT
                   MOVE CP-BURN-DAYS TO WS-BURN-DAYS
               WHEN CP-WARNING AND CP-WARN-DAYS IS NUMERIC
                   ADD 1 TO WS-WARN-COUNT
                   MOVE CP-WARN-DAYS TO WS-WARN-DAYS
               WHEN OTHER
                   ADD 1 TO WS-PARM-ERR-COUNT
                   DISPLAY 'DRALOCAP: UNUSABLE CAPPARM RECORD: '
                       CAP-PARM-REC
           END-EVALUATE.
      * ACCTSEQ reads back in prefix order, so the table is built
      * already sorted.
       LOAD-PREFIXES.
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRALOCAP: ACCTSEQ OPEN FAILED, STATUS='
                   WS-SEQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SEQ-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PREFIX
               END-READ
               IF WS-SEQ-STATUS NOT = "00" AND NOT = "10"
                   DISPLAY 'DRALOCAP: ACCTSEQ READ FAILED, STATUS='
                       WS-SEQ-STATUS
                   CLOSE SEQ-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE SEQ-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       STORE-PREFIX.
           IF WS-TABLE-USED = WS-TABLE-MAX
               DISPLAY 'DRALOCAP: PREFIX TABLE FULL - '
                   'RAISE WS-TABLE-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TABLE-USED
           MOVE SEQ-BRANCH-PREFIX TO WS-ENTRY-PREFIX(WS-TABLE-USED)
           MOVE SEQ-NEXT-NUMBER TO WS-ENTRY-NEXT(WS-TABLE-USED)
           MOVE 0 TO WS-ENTRY-LOGGED(WS-TABLE-USED)
                     WS-ENTRY-WINDOW(WS-TABLE-USED)
           MOVE SPACE TO WS-ENTRY-LAST(WS-TABLE-USED).
      * A logged number whose prefix is no longer on ACCTSEQ is only
      * counted - there is no capacity left to forecast for it.
       TALLY-ISSUE.
           ADD 1 TO WS-LOG-COUNT
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
                   OR WS-ENTRY-PREFIX(WS-TABLE-SUB) >= ALG-BRANCH-PREFIX
               CONTINUE
           END-PERFORM
           IF WS-TABLE-SUB > WS-TABLE-USED
               OR WS-ENTRY-PREFIX(WS-TABLE-SUB) NOT = ALG-BRANCH-PREFIX
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRY-LOGGED(WS-TABLE-SUB)
           IF ALG-ISSUE-DATE > WS-ENTRY-LAST(WS-TABLE-SUB)
               OR WS-ENTRY-LAST(WS-TABLE-SUB) = SPACE
               MOVE ALG-ISSUE-DATE TO WS-ENTRY-LAST(WS-TABLE-SUB)
           END-IF
           IF ALG-ISSUE-DATE >= WS-WINDOW-START
               AND ALG-ISSUE-DATE <= WS-RUN-DATE
               ADD 1 TO WS-ENTRY-WINDOW(WS-TABLE-SUB)
               ADD 1 TO WS-WINDOW-COUNT
           END-IF.
       PRINT-REPORT.
           MOVE SPACE TO CAP-RPT-REC
           STRING 'ACCOUNT-NUMBER CAPACITY BY BRANCH PREFIX - RUN DATE '
               WS-RUN-DATE DELIMITED BY SIZE INTO CAP-RPT-REC
           WRITE CAP-RPT-REC
           MOVE SPACE TO CAP-RPT-REC
           STRING 'BURN RATE OVER THE ' WS-BURN-DAYS ' DAYS FROM '
               WS-WINDOW-START '  WARNING AT ' WS-WARN-DAYS
               ' DAYS TO EXHAUSTION' DELIMITED BY SIZE INTO CAP-RPT-REC
           WRITE CAP-RPT-REC
           MOVE SPACE TO CAP-RPT-REC
           WRITE CAP-RPT-REC
           MOVE WS-HEAD-LINE TO CAP-RPT-REC
           WRITE CAP-RPT-REC
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               PERFORM PRINT-DETAIL-LINE
           END-PERFORM
           MOVE SPACE TO CAP-RPT-REC
           WRITE CAP-RPT-REC
           MOVE 'PREFIXES REPORTED             : ' TO CL-LABEL
           MOVE WS-TABLE-USED TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'PREFIXES FLAGGED              : ' TO CL-LABEL
           MOVE WS-FLAGGED-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ALLOCATION LOG ENTRIES READ   : ' TO CL-LABEL
           MOVE WS-LOG-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ISSUED IN THE WINDOW          : ' TO CL-LABEL
           MOVE WS-WINDOW-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'LOGGED UNDER NO ACCTSEQ PREFIX: ' TO CL-LABEL
           MOVE WS-UNKNOWN-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE.
      * Days left is the remaining count over the window's daily
      * rate, i.e. remaining x window days / numbers issued in the
      * window, in whole days.
       PRINT-DETAIL-LINE.
           MOVE 'N' TO WS-FLAGGED
           COMPUTE WS-REMAINING =
               WS-SEQ-LIMIT - WS-ENTRY-NEXT(WS-TABLE-SUB)
           COMPUTE WS-PER-DAY ROUNDED =
               WS-ENTRY-WINDOW(WS-TABLE-SUB) / WS-BURN-DAYS
           MOVE WS-ENTRY-PREFIX(WS-TABLE-SUB) TO DL-PREFIX
           MOVE WS-ENTRY-NEXT(WS-TABLE-SUB) TO DL-USED
           MOVE WS-REMAINING TO DL-REMAINING
           MOVE WS-ENTRY-WINDOW(WS-TABLE-SUB) TO DL-ISSUED
           MOVE WS-PER-DAY TO DL-PER-DAY
           MOVE WS-ENTRY-LAST(WS-TABLE-SUB) TO DL-LAST-ISSUED
           MOVE SPACE TO DL-FLAG
           EVALUATE TRUE
               WHEN WS-REMAINING = 0
                   MOVE 0 TO DL-DAYS-LEFT
                   MOVE 'EXHAUSTED' TO DL-EXHAUSTS
                   MOVE 'Y' TO WS-FLAGGED
               WHEN WS-ENTRY-WINDOW(WS-TABLE-SUB) = 0
                   MOVE SPACE TO DL-DAYS-LEFT-X
                   MOVE 'NO RECENT' TO DL-EXHAUSTS
               WHEN OTHER
                   COMPUTE WS-DAYS-LEFT =
                       WS-REMAINING * WS-BURN-DAYS
                       / WS-ENTRY-WINDOW(WS-TABLE-SUB)
                   MOVE WS-DAYS-LEFT TO DL-DAYS-LEFT
                   IF WS-DAYS-LEFT > WS-LAST-DAYNUM - WS-RUN-DAYNUM
                       MOVE 'AFTER 9999' TO DL-EXHAUSTS
                   ELSE
                       COMPUTE WS-EXHAUST-DATE-NUM =
                           FUNCTION DATE-OF-INTEGER
                           (WS-RUN-DAYNUM + WS-DAYS-LEFT)
                       MOVE SPACE TO DL-EXHAUSTS
                       STRING WS-EXHAUST-DATE(1:4) '-'
                           WS-EXHAUST-DATE(5:2) '-'
                           WS-EXHAUST-DATE(7:2)
                           DELIMITED BY SIZE INTO DL-EXHAUSTS
                   END-IF
                   IF WS-DAYS-LEFT <= WS-WARN-DAYS
                       MOVE 'Y' TO WS-FLAGGED
                   END-IF
           END-EVALUATE
           IF WS-FLAGGED = 'Y'
               MOVE '*WARN' TO DL-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO CAP-RPT-REC
           WRITE CAP-RPT-REC.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CAP-RPT-REC
           WRITE CAP-RPT-REC.
       END PROGRAM DRALOCAP.
