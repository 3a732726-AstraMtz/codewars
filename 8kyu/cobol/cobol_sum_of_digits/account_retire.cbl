      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRRETIRE.
      * Periodic retirement of long-absent accounts from the
      * check-digit master. CHKDGLOD flags an account that falls off
      * the nightly extract MST-ABSENT-EXTRACT and keeps it, so that
      * it reactivates if it comes back - but an account that never
      * comes back sits on the master forever, and the CDGI browse
      * pages through years of dead numbers. This run moves every
      * record that has been absent longer than the retention period
      * to the retired-account file (see the CHKDGRTD copybook) and
      * deletes it from the master.
      *
      * The retention period is the number of days in the RETPARM
      * control record (5 digits). It is counted from
      * MST-LAST-VERIFIED - CHKDGLOD stops stamping that date the
      * night the account drops off, so it is the last night the
      * account was seen. A record on fraud hold is never retired:
      * the hold outranks the absent flag (CHKDGLOD leaves a held
      * record 'H'), and only FRDDISP ever releases one. An absent
      * record whose date is blank, not a date, or later than today
      * is kept and counted - it cannot be aged.
      *
      * Each retirement writes the retired record first and deletes
      * the master record second, journaling the delete to CHKDGJNL
      * with the whole record as its before-image (action 'D' - see
      * the CHKDGJNL copybook). A failure between the two leaves the
      * account on both files, where the master still answers for
      * it; the next run finds the retired record already there and
      * rewrites it.
      *
      * RETRPT lists every account retired and totals retired and
      * still-absent accounts by branch (the 4-digit prefix of the
      * account number). RC=8: RETPARM missing, not numeric or zero
      * - the master is not touched. RC=16: file I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-PARM ASSIGN TO "RETPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
      * OPTIONAL for the very first run, against the freshly defined
      * empty cluster - same reason as the master in CHKDGLOD.
           SELECT OPTIONAL RETIRED-FILE ASSIGN TO "CHKDGRTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTD-ACCOUNT-NUM
               FILE STATUS IS WS-RETIRED-STATUS.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RET-RPT ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RET-PARM.
       01 RET-PARM-REC.
           05 RP-DAYS          PIC X(5).
           05 FILLER           PIC X(75).
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  RETIRED-FILE.
       COPY CHKDGRTD.
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       FD  RET-RPT.
       01 RET-RPT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-RETIRED-STATUS    PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RETAIN-DAYS       PIC 9(5)    VALUE 0.
       01 WS-SEEN-DATE         PIC X(8).
       01 WS-SEEN-DATE-PARTS REDEFINES WS-SEEN-DATE.
           05 WS-SEEN-YEAR     PIC 9(4).
           05 WS-SEEN-MONTH    PIC 9(2).
           05 WS-SEEN-DAY      PIC 9(2).
       01 WS-SEEN-DATE-NUM REDEFINES WS-SEEN-DATE PIC 9(8).
       01 WS-SEEN-DAYNUM       PIC 9(7).
       01 WS-DAYS-ABSENT       PIC 9(7).
       01 WS-READ-COUNT        PIC 9(9)    VALUE 0.
       01 WS-ABSENT-COUNT      PIC 9(9)    VALUE 0.
       01 WS-RETIRE-COUNT      PIC 9(9)    VALUE 0.
       01 WS-KEPT-COUNT        PIC 9(9)    VALUE 0.
       01 WS-NODATE-COUNT      PIC 9(9)    VALUE 0.
       01 WS-AGAIN-COUNT       PIC 9(9)    VALUE 0.
      * Per-branch counts - same sorted in-core table as DRSCHMIG.
       01 WS-WHICH-COUNT       PIC 9.
      *   1 = retired this run     2 = absent, kept on the master
       01 WS-HOLD-BRANCH       PIC X(4).
       01 WS-TABLE-MAX         PIC 9(4)    VALUE 500.
       01 WS-TABLE-USED        PIC 9(4)    VALUE 0.
       01 WS-TABLE-SUB         PIC 9(4).
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-SHIFT-SUB         PIC 9(4).
       01 WS-COUNT-TABLE.
           05 WS-ENTRY OCCURS 500 TIMES.
               10 WS-ENTRY-BRANCH PIC X(4).
               10 WS-ENTRY-COUNT OCCURS 2 TIMES PIC 9(9).
       01 WS-CTR-SUB           PIC 9.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-TOTAL OCCURS 2 TIMES PIC 9(9) VALUE 0.
       01 WS-RETIRED-LINE.
           05 RL-ACCOUNT       PIC 9(12).
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 RL-DIGIT         PIC 9.
           05 FILLER           PIC X(5)    VALUE SPACE.
           05 RL-SCHEME        PIC X.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 RL-LAST-SEEN     PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 RL-DAYS          PIC ZZZZZZ9.
           05 FILLER           PIC X(37)   VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 DL-BRANCH        PIC X(4).
           05 FILLER           PIC X(3)    VALUE SPACE.
           05 DL-RETIRED       PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-KEPT          PIC ZZZZZZZZ9.
           05 FILLER           PIC X(53)   VALUE SPACE.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(24).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(47)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-RETENTION
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'DRRETIRE: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * 05 = optional file opened empty (first-ever run).
           OPEN I-O RETIRED-FILE
           IF WS-RETIRED-STATUS NOT = "00" AND NOT = "05"
                   AND NOT = "97"
               DISPLAY 'DRRETIRE: RETIRED FILE OPEN FAILED, STATUS='
                   WS-RETIRED-STATUS
               CLOSE MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MASTER-JNL
           OPEN OUTPUT RET-RPT
           MOVE 'ACCOUNTS RETIRED FROM THE CHECK-DIGIT MASTER'
               TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE SPACE TO RET-RPT-REC
           STRING 'RUN DATE ' WS-RUN-DATE '  RETENTION '
               WS-RETAIN-DAYS ' DAYS ABSENT'
               DELIMITED BY SIZE INTO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE SPACE TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE 'ACCOUNT       DIGIT  SCHEME  LASTSEEN  DAYS OFF'
               TO RET-RPT-REC
           WRITE RET-RPT-REC
           PERFORM RETIRE-PASS
           CLOSE MASTER-FILE
           CLOSE RETIRED-FILE
           CLOSE MASTER-JNL
           PERFORM PRINT-REPORT
           CLOSE RET-RPT
           DISPLAY 'DRRETIRE: MASTER RECORDS READ = ' WS-READ-COUNT
           DISPLAY 'DRRETIRE: ABSENT FROM EXTRACT = ' WS-ABSENT-COUNT
           DISPLAY 'DRRETIRE: RETIRED             = ' WS-RETIRE-COUNT
           DISPLAY 'DRRETIRE: WITHIN RETENTION    = ' WS-KEPT-COUNT
           DISPLAY 'DRRETIRE: NO USABLE DATE      = ' WS-NODATE-COUNT
           DISPLAY 'DRRETIRE: RETIRED AGAIN       = ' WS-AGAIN-COUNT
           STOP RUN.
      * The retention period is mandatory - a retirement run with a
      * defaulted period would quietly delete from the master on
      * somebody else's say-so.
       READ-RETENTION.
           OPEN INPUT RET-PARM
           READ RET-PARM
               AT END MOVE SPACE TO RP-DAYS
           END-READ
           CLOSE RET-PARM
           IF RP-DAYS IS NOT NUMERIC
               DISPLAY 'DRRETIRE: RETPARM DAYS MISSING OR NOT '
                   'NUMERIC: ' RP-DAYS ' - MASTER NOT TOUCHED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-DAYS TO WS-RETAIN-DAYS
           IF WS-RETAIN-DAYS = 0
               DISPLAY 'DRRETIRE: RETPARM DAYS IS ZERO - '
                   'MASTER NOT TOUCHED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Sequential over the whole master. Deleting the record just
      * read does not disturb the READ NEXT position - the next read
      * returns the record after the deleted key.
       RETIRE-PASS.
           MOVE 0 TO MST-ACCOUNT-NUM
           START MASTER-FILE KEY >= MST-ACCOUNT-NUM
           IF WS-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG.
       CHECK-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF NOT MST-ABSENT-EXTRACT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABSENT-COUNT
           MOVE MST-ACCOUNT-NUM(1:4) TO WS-HOLD-BRANCH
           MOVE MST-LAST-VERIFIED TO WS-SEEN-DATE
           MOVE 0 TO WS-SEEN-DAYNUM
      * INTEGER-OF-DATE gives zero for a date that does not exist
      * (a 31st of a 30-day month), which the range tests miss.
           IF WS-SEEN-DATE IS NUMERIC
               AND WS-SEEN-MONTH >= 1 AND WS-SEEN-MONTH <= 12
               AND WS-SEEN-DAY >= 1 AND WS-SEEN-DAY <= 31
               AND WS-SEEN-DATE-NUM <= WS-RUN-DATE-NUM
               COMPUTE WS-SEEN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM)
           END-IF
           IF WS-SEEN-DAYNUM = 0
               ADD 1 TO WS-NODATE-COUNT
               ADD 1 TO WS-KEPT-COUNT
               MOVE 2 TO WS-WHICH-COUNT
               PERFORM TALLY-BRANCH
               DISPLAY 'DRRETIRE: ABSENT ACCOUNT HAS NO USABLE DATE, '
                   'ACCOUNT=' MST-ACCOUNT-NUM ' DATE=' WS-SEEN-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-ABSENT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-SEEN-DAYNUM
           IF WS-DAYS-ABSENT > WS-RETAIN-DAYS
               PERFORM RETIRE-ACCOUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               MOVE 2 TO WS-WHICH-COUNT
               PERFORM TALLY-BRANCH
           END-IF.
      * Retired record first, master delete second - see the header.
       RETIRE-ACCOUNT.
           MOVE MST-ACCOUNT-NUM TO RTD-ACCOUNT-NUM
           MOVE MST-CHECK-DIGIT TO RTD-CHECK-DIGIT
           MOVE MST-SCHEME-CODE TO RTD-SCHEME-CODE
           MOVE WS-RUN-DATE TO RTD-RETIRED-DATE
           MOVE MST-LAST-VERIFIED TO RTD-LAST-VERIFIED
           WRITE RETIRED-ACCOUNT-REC
      * Status 22 = already retired once - the account came back on
      * the extract, was re-added by CHKDGLOD, and has gone absent
      * again; or a previous run died before its delete. Either
      * way the latest retirement is the one to keep.
           IF WS-RETIRED-STATUS = "22"
               ADD 1 TO WS-AGAIN-COUNT
               REWRITE RETIRED-ACCOUNT-REC
           END-IF
           IF WS-RETIRED-STATUS NOT = "00"
               PERFORM RETIRED-IO-ERROR
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           DELETE MASTER-FILE RECORD
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE SPACE TO JNL-AFTER-IMAGE
           MOVE 'D' TO JNL-ACTION
           MOVE 'RETIRED' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-RETIRE-COUNT
           MOVE 1 TO WS-WHICH-COUNT
           PERFORM TALLY-BRANCH
           MOVE RTD-ACCOUNT-NUM TO RL-ACCOUNT
           MOVE RTD-CHECK-DIGIT TO RL-DIGIT
           MOVE RTD-SCHEME-CODE TO RL-SCHEME
           MOVE RTD-LAST-VERIFIED TO RL-LAST-SEEN
           MOVE WS-DAYS-ABSENT TO RL-DAYS
           MOVE WS-RETIRED-LINE TO RET-RPT-REC
           WRITE RET-RPT-REC.
      * Callers set both images, the action and the reason, and
      * perform this only once the master I/O has succeeded - the
      * journal never records a change the master did not take.
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'DRRETIRE' TO JNL-PROGRAM-ID
           WRITE MASTER-JOURNAL-REC.
       MASTER-IO-ERROR.
           DISPLAY 'DRRETIRE: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE MASTER-FILE
           CLOSE RETIRED-FILE
           CLOSE MASTER-JNL
           CLOSE RET-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       RETIRED-IO-ERROR.
           DISPLAY 'DRRETIRE: RETIRED FILE I/O FAILED, STATUS='
               WS-RETIRED-STATUS ' KEY=' RTD-ACCOUNT-NUM
           CLOSE MASTER-FILE
           CLOSE RETIRED-FILE
           CLOSE MASTER-JNL
           CLOSE RET-RPT
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
                   DISPLAY 'DRRETIRE: BRANCH TABLE FULL - '
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
               MOVE WS-HOLD-BRANCH TO WS-ENTRY-BRANCH(WS-INSERT-AT)
               MOVE 0 TO WS-ENTRY-COUNT(WS-INSERT-AT, 1)
                         WS-ENTRY-COUNT(WS-INSERT-AT, 2)
               MOVE WS-INSERT-AT TO WS-TABLE-SUB
           END-IF
           ADD 1 TO WS-ENTRY-COUNT(WS-TABLE-SUB, WS-WHICH-COUNT).
       PRINT-REPORT.
           IF WS-RETIRE-COUNT = 0
               MOVE 'NO ACCOUNTS PAST THE RETENTION PERIOD'
                   TO RET-RPT-REC
               WRITE RET-RPT-REC
           END-IF
           MOVE SPACE TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE 'ABSENT ACCOUNTS BY BRANCH' TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE 'BRCH     RETIRED       KEPT' TO RET-RPT-REC
           WRITE RET-RPT-REC
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               PERFORM PRINT-DETAIL-LINE
           END-PERFORM
           MOVE SPACE TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE 'ALL ' TO DL-BRANCH
           MOVE WS-GRAND-TOTAL(1) TO DL-RETIRED
           MOVE WS-GRAND-TOTAL(2) TO DL-KEPT
           MOVE WS-DETAIL-LINE TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE SPACE TO RET-RPT-REC
           WRITE RET-RPT-REC
           MOVE 'MASTER RECORDS READ   : ' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ABSENT FROM EXTRACT   : ' TO CL-LABEL
           MOVE WS-ABSENT-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RETIRED               : ' TO CL-LABEL
           MOVE WS-RETIRE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'WITHIN RETENTION      : ' TO CL-LABEL
           COMPUTE CL-COUNT = WS-KEPT-COUNT - WS-NODATE-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'KEPT - NO USABLE DATE : ' TO CL-LABEL
           MOVE WS-NODATE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RETIRED BEFORE, AGAIN : ' TO CL-LABEL
           MOVE WS-AGAIN-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE.
       PRINT-DETAIL-LINE.
           MOVE WS-ENTRY-BRANCH(WS-TABLE-SUB) TO DL-BRANCH
           MOVE WS-ENTRY-COUNT(WS-TABLE-SUB, 1) TO DL-RETIRED
           MOVE WS-ENTRY-COUNT(WS-TABLE-SUB, 2) TO DL-KEPT
           MOVE WS-DETAIL-LINE TO RET-RPT-REC
           WRITE RET-RPT-REC
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1 UNTIL WS-CTR-SUB > 2
               ADD WS-ENTRY-COUNT(WS-TABLE-SUB, WS-CTR-SUB)
                   TO WS-GRAND-TOTAL(WS-CTR-SUB)
           END-PERFORM.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RET-RPT-REC
           WRITE RET-RPT-REC.
       END PROGRAM DRRETIRE.
