      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRNCONS.
      * Partitioned night run, last step - puts the partitions back
      * together so nothing downstream can tell the night ran in
      * pieces (see drncons.jcl). DRNSPLIT cut the extract by
      * account-number range and each partition's DRNIGHT wrote its
      * own ACCTOUT, ACCTERR, DRXCHERR and BRCHEXC and a PARTSUM
      * summary record; this program:
      *   - proves every partition DRNSPLIT wrote (SPLITCTL) has
      *     completed (a PARTSUM record on DRPSUM) and read exactly
      *     the records it was given
      *   - copies the partition files, concatenated in partition
      *     order on the PARTOUT/PARTERR/PARTXCH/PARTBEX DDs, to the
      *     night's ACCTOUT/ACCTERR/DRXCHERR/BRCHEXC - the ranges
      *     ascend, so ACCTOUT comes out in account-number order and
      *     the copy proves it
      *   - ties each copied file to the partitions' summed counts
      *   - writes the DRXCHRPT and DRHISTRP whole-night reports, one
      *     DRHIST record with the summed tallies and one DRNIGHT
      *     RUNCTL record (earliest partition start, end of this
      *     step) exactly as an unpartitioned DRNIGHT would, so
      *     DRMORNRP, DRTREND, CHKDGLOD and FRDXTRCT see no
      *     difference
      * A partition that is missing or does not tie fails the step
      * with RC=8 before anything is written - rerun that partition
      * alone from its checkpoint (the others stand) and then rerun
      * this step. A night that fails here has no DRNIGHT RUNCTL
      * record, so DRMORNRP shows it as never having reported.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-CTL ASSIGN TO "SPLITCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PART-SUM ASSIGN TO "DRPSUM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-OUT ASSIGN TO "PARTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-ERR ASSIGN TO "PARTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-XCH ASSIGN TO "PARTXCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-BEX ASSIGN TO "PARTBEX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-OUT ASSIGN TO "ACCTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-ERR ASSIGN TO "ACCTERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISMATCH-OUT ASSIGN TO "DRXCHERR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRCH-EXC ASSIGN TO "BRCHEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISMATCH-RPT ASSIGN TO "DRXCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTO-RPT ASSIGN TO "DRHISTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "DRHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONS-RPT ASSIGN TO "DRCONRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-CTL.
       COPY PARTCTL.
       FD  PART-SUM.
       COPY PARTSUM.
       FD  PART-OUT.
       01 PART-OUT-REC.
           05 PO-ACCOUNT-NUM   PIC 9(12).
           05 FILLER           PIC X(8).
       FD  PART-ERR.
       01 PART-ERR-REC         PIC X(18).
       FD  PART-XCH.
       01 PART-XCH-REC         PIC X(18).
       FD  PART-BEX.
       01 PART-BEX-REC         PIC X(19).
       FD  ACCT-OUT.
       01 ACCT-OUT-REC         PIC X(20).
       FD  ACCT-ERR.
       01 ACCT-ERR-REC         PIC X(18).
       FD  MISMATCH-OUT.
       01 MISMATCH-OUT-REC     PIC X(18).
       FD  BRCH-EXC.
       01 BRCH-EXC-REC         PIC X(19).
       FD  MISMATCH-RPT.
       01 MISMATCH-RPT-REC     PIC X(40).
       FD  HISTO-RPT.
       01 HISTO-RPT-REC        PIC X(50).
       FD  HIST-FILE.
       COPY DRHISTREC.
       FD  RUN-CTL.
       COPY RUNCTLRC.
       FD  CONS-RPT.
       01 CONS-RPT-REC         PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-FAIL-COUNT        PIC 9(4)    VALUE 0.
       01 WS-UNKNOWN-COUNT     PIC 9(4)    VALUE 0.
       01 WS-PART-MAX          PIC 9       VALUE 8.
       01 WS-PART-USED         PIC 9       VALUE 0.
       01 WS-PART-SUB          PIC 9.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 8 TIMES.
               10 WS-PART-LOW      PIC 9(12).
               10 WS-PART-HIGH     PIC 9(12).
               10 WS-PART-SPLIT    PIC 9(9).
               10 WS-PART-FOUND    PIC X.
               10 WS-PART-DATE     PIC X(8).
               10 WS-PART-START    PIC X(6).
               10 WS-PART-END      PIC X(6).
               10 WS-PART-IN       PIC 9(9).
               10 WS-PART-OUT      PIC 9(9).
               10 WS-PART-REJ      PIC 9(9).
               10 WS-PART-EXC      PIC 9(9).
               10 WS-PART-MISM     PIC 9(9).
               10 WS-PART-RC       PIC 9(4).
               10 WS-PART-TALLY OCCURS 10 TIMES PIC 9(9).
      * Whole-night totals - the sums of the partition summaries.
       01 WS-REC-COUNT         PIC 9(9)    VALUE 0.
       01 WS-TOTAL-COUNT       PIC 9(9)    VALUE 0.
       01 WS-ERR-COUNT         PIC 9(9)    VALUE 0.
       01 WS-BEXC-COUNT        PIC 9(9)    VALUE 0.
       01 WS-MISMATCH-COUNT    PIC 9(9)    VALUE 0.
       01 WS-MAX-RC            PIC 9(4)    VALUE 0.
       01 WS-EARLIEST          PIC X(14)   VALUE HIGH-VALUES.
       01 WS-PART-STAMP        PIC X(14).
       01 WS-TALLY-TABLE.
           05 WS-TALLY OCCURS 10 TIMES PIC 9(9) VALUE 0.
      * What the copy actually moved, tied back to the totals above.
       01 WS-OUT-COPIED        PIC 9(9)    VALUE 0.
       01 WS-ERR-COPIED        PIC 9(9)    VALUE 0.
       01 WS-XCH-COPIED        PIC 9(9)    VALUE 0.
       01 WS-BEX-COPIED        PIC 9(9)    VALUE 0.
       01 WS-SEQ-ERR-COUNT     PIC 9(9)    VALUE 0.
       01 WS-LAST-OUT-KEY      PIC 9(12)   VALUE 0.
       01 WS-BUCKET            PIC 99.
       01 WS-PERCENT           PIC 999V99.
       01 WS-HISTO-LINE.
           05 RL-BUCKET         PIC 9.
           05 FILLER            PIC X(4)    VALUE " : ".
           05 RL-COUNT          PIC ZZZZZZZZ9.
           05 FILLER            PIC X(6)    VALUE "  PCT=".
           05 RL-PERCENT        PIC ZZ9.99.
           05 FILLER            PIC X(24)   VALUE SPACE.
       01 WS-HEAD-LINE.
           05 FILLER           PIC X(4)    VALUE 'PART'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(25)   VALUE 'ACCOUNT RANGE'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '    SPLIT'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '       IN'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '      OUT'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE ' REJECTED'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE 'EXCEPTION'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(13)   VALUE 'START-END'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(17)   VALUE 'STATUS'.
       01 WS-PART-LINE.
           05 PL-PARTITION     PIC X(4).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-LOW           PIC 9(12).
           05 FILLER           PIC X       VALUE '-'.
           05 PL-HIGH          PIC 9(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-SPLIT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-IN            PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-OUT           PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-REJ           PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-EXC           PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-START         PIC X(6).
           05 FILLER           PIC X       VALUE '-'.
           05 PL-END           PIC X(6).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 PL-STATUS        PIC X(17).
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(24).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 CL-EXPECTED      PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 CL-FLAG          PIC X(12).
           05 FILLER           PIC X(60)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-SPLIT-CONTROL
           PERFORM LOAD-PARTITION-SUMMARIES
           OPEN OUTPUT CONS-RPT
           MOVE 'PARTITIONED NIGHT RUN CONSOLIDATION' TO CONS-RPT-REC
           WRITE CONS-RPT-REC
           MOVE WS-HEAD-LINE TO CONS-RPT-REC
           WRITE CONS-RPT-REC
           PERFORM CHECK-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-USED
           IF WS-FAIL-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               MOVE SPACE TO CONS-RPT-REC
               WRITE CONS-RPT-REC
               MOVE 'NIGHT NOT CONSOLIDATED - RERUN FLAGGED PARTITIONS'
                   TO CONS-RPT-REC
               WRITE CONS-RPT-REC
               CLOSE CONS-RPT
               DISPLAY 'DRNCONS: ' WS-FAIL-COUNT
                   ' PARTITIONS NOT COMPLETE OR NOT TIED, '
                   WS-UNKNOWN-COUNT ' UNKNOWN PARTITION SUMMARIES - '
                   'NIGHT NOT CONSOLIDATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COPY-ACCTOUT
           PERFORM COPY-ACCTERR
           PERFORM COPY-MISMATCHES
           PERFORM COPY-BRANCH-EXCEPTIONS
           PERFORM WRITE-TIE-OUT
           IF WS-FAIL-COUNT > 0
               MOVE SPACE TO CONS-RPT-REC
               WRITE CONS-RPT-REC
               MOVE 'COPIED FILES DO NOT TIE - CHECK THE CONCATENATIONS'
                   TO CONS-RPT-REC
               WRITE CONS-RPT-REC
               CLOSE CONS-RPT
               DISPLAY 'DRNCONS: COPIED FILES DO NOT TIE TO THE '
                   'PARTITION SUMMARIES - NIGHT NOT CONSOLIDATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONS-RPT
      * From here on this is DRNIGHT's own end of run, over the
      * summed figures.
           OPEN OUTPUT MISMATCH-RPT
           PERFORM WRITE-XCHK-SUMMARY
           CLOSE MISMATCH-RPT
           OPEN OUTPUT HISTO-RPT
           PERFORM WRITE-HISTO-REPORT
           CLOSE HISTO-RPT
           PERFORM WRITE-HISTORY
           DISPLAY 'DRNCONS: PARTITIONS CONSOLIDATED = ' WS-PART-USED
           DISPLAY 'DRNCONS: RECORDS READ  = ' WS-REC-COUNT
           DISPLAY 'DRNCONS: OUTPUT        = ' WS-TOTAL-COUNT
           DISPLAY 'DRNCONS: REJECTED      = ' WS-ERR-COUNT
           DISPLAY 'DRNCONS: BRANCH EXC    = ' WS-BEXC-COUNT
           DISPLAY 'DRNCONS: MISMATCHES    = ' WS-MISMATCH-COUNT
           MOVE WS-MAX-RC TO RETURN-CODE
           PERFORM WRITE-RUN-CONTROL
           STOP RUN.
       LOAD-SPLIT-CONTROL.
           OPEN INPUT SPLIT-CTL
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SPLIT-CTL
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-SPLIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE SPLIT-CTL
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PART-USED = 0
               DISPLAY 'DRNCONS: SPLITCTL IS EMPTY - DRNSPLIT DID NOT '
                   'COMPLETE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       STORE-SPLIT-ENTRY.
           IF WS-PART-USED = WS-PART-MAX
               DISPLAY 'DRNCONS: PARTITION TABLE FULL - RAISE '
                   'WS-PART-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PART-USED
           MOVE PC-RANGE-LOW TO WS-PART-LOW(WS-PART-USED)
           MOVE PC-RANGE-HIGH TO WS-PART-HIGH(WS-PART-USED)
           MOVE PC-EXTRACT-COUNT TO WS-PART-SPLIT(WS-PART-USED)
           MOVE 'N' TO WS-PART-FOUND(WS-PART-USED).
      * One summary per completed partition. A partition restarted
      * after completing appends a second one - the last record per
      * partition is the one that counts, as on RUNCTL.
       LOAD-PARTITION-SUMMARIES.
           OPEN INPUT PART-SUM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PART-SUM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARTITION-SUMMARY
               END-READ
           END-PERFORM
           CLOSE PART-SUM
           MOVE 'N' TO WS-EOF-FLAG.
       STORE-PARTITION-SUMMARY.
           IF PS-PARTITION IS NOT NUMERIC
               OR PS-PARTITION = 0
               OR PS-PARTITION > WS-PART-USED
               DISPLAY 'DRNCONS: SUMMARY FOR A PARTITION DRNSPLIT DID '
                   'NOT WRITE: ' PART-SUMMARY-REC(1:21)
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PS-PARTITION TO WS-PART-SUB
           MOVE 'Y' TO WS-PART-FOUND(WS-PART-SUB)
           MOVE PS-RUN-DATE TO WS-PART-DATE(WS-PART-SUB)
           MOVE PS-START-TIME TO WS-PART-START(WS-PART-SUB)
           MOVE PS-END-TIME TO WS-PART-END(WS-PART-SUB)
           MOVE PS-RECORDS-IN TO WS-PART-IN(WS-PART-SUB)
           MOVE PS-RECORDS-OUT TO WS-PART-OUT(WS-PART-SUB)
           MOVE PS-RECORDS-REJ TO WS-PART-REJ(WS-PART-SUB)
           MOVE PS-RECORDS-EXC TO WS-PART-EXC(WS-PART-SUB)
           MOVE PS-MISMATCHES TO WS-PART-MISM(WS-PART-SUB)
           MOVE PS-RETURN-CODE TO WS-PART-RC(WS-PART-SUB)
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 10
               MOVE PS-TALLY(WS-BUCKET)
                   TO WS-PART-TALLY(WS-PART-SUB, WS-BUCKET)
           END-PERFORM.
      * One report line per partition; a complete, tied partition
      * is added into the night's totals.
       CHECK-PARTITION.
           MOVE WS-PART-SUB TO PL-PARTITION
           MOVE WS-PART-LOW(WS-PART-SUB) TO PL-LOW
           MOVE WS-PART-HIGH(WS-PART-SUB) TO PL-HIGH
           MOVE WS-PART-SPLIT(WS-PART-SUB) TO PL-SPLIT
           IF WS-PART-FOUND(WS-PART-SUB) = 'N'
               MOVE 0 TO PL-IN PL-OUT PL-REJ PL-EXC
               MOVE SPACE TO PL-START PL-END
               MOVE 'NOT COMPLETE' TO PL-STATUS
               ADD 1 TO WS-FAIL-COUNT
               PERFORM WRITE-PARTITION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PART-IN(WS-PART-SUB) TO PL-IN
           MOVE WS-PART-OUT(WS-PART-SUB) TO PL-OUT
           MOVE WS-PART-REJ(WS-PART-SUB) TO PL-REJ
           MOVE WS-PART-EXC(WS-PART-SUB) TO PL-EXC
           MOVE WS-PART-START(WS-PART-SUB) TO PL-START
           MOVE WS-PART-END(WS-PART-SUB) TO PL-END
           EVALUATE TRUE
               WHEN WS-PART-IN(WS-PART-SUB)
                       NOT = WS-PART-SPLIT(WS-PART-SUB)
                   MOVE 'IN NOT = SPLIT' TO PL-STATUS
                   ADD 1 TO WS-FAIL-COUNT
               WHEN WS-PART-IN(WS-PART-SUB)
                       NOT = WS-PART-OUT(WS-PART-SUB)
                           + WS-PART-REJ(WS-PART-SUB)
                           + WS-PART-EXC(WS-PART-SUB)
                   MOVE 'DOES NOT BALANCE' TO PL-STATUS
                   ADD 1 TO WS-FAIL-COUNT
               WHEN OTHER
                   MOVE 'OK' TO PL-STATUS
                   PERFORM ADD-PARTITION-TOTALS
           END-EVALUATE
           PERFORM WRITE-PARTITION-LINE.
       ADD-PARTITION-TOTALS.
           ADD WS-PART-IN(WS-PART-SUB) TO WS-REC-COUNT
           ADD WS-PART-OUT(WS-PART-SUB) TO WS-TOTAL-COUNT
           ADD WS-PART-REJ(WS-PART-SUB) TO WS-ERR-COUNT
           ADD WS-PART-EXC(WS-PART-SUB) TO WS-BEXC-COUNT
           ADD WS-PART-MISM(WS-PART-SUB) TO WS-MISMATCH-COUNT
           IF WS-PART-RC(WS-PART-SUB) > WS-MAX-RC
               MOVE WS-PART-RC(WS-PART-SUB) TO WS-MAX-RC
           END-IF
           MOVE WS-PART-DATE(WS-PART-SUB) TO WS-PART-STAMP(1:8)
           MOVE WS-PART-START(WS-PART-SUB) TO WS-PART-STAMP(9:6)
           IF WS-PART-STAMP < WS-EARLIEST
               MOVE WS-PART-STAMP TO WS-EARLIEST
           END-IF
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 10
               ADD WS-PART-TALLY(WS-PART-SUB, WS-BUCKET)
                   TO WS-TALLY(WS-BUCKET)
           END-PERFORM.
       WRITE-PARTITION-LINE.
           MOVE WS-PART-LINE TO CONS-RPT-REC
           WRITE CONS-RPT-REC.
      * The PARTOUT concatenation must be in partition order - a
      * key lower than the one before it means it is not, and the
      * night's ACCTOUT would be out of sequence for delta mode and
      * everything that matches against it.
       COPY-ACCTOUT.
           OPEN INPUT PART-OUT
           OPEN OUTPUT ACCT-OUT
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PART-OUT
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PO-ACCOUNT-NUM < WS-LAST-OUT-KEY
                           ADD 1 TO WS-SEQ-ERR-COUNT
                       END-IF
                       MOVE PO-ACCOUNT-NUM TO WS-LAST-OUT-KEY
                       WRITE ACCT-OUT-REC FROM PART-OUT-REC
                       ADD 1 TO WS-OUT-COPIED
               END-READ
           END-PERFORM
           CLOSE PART-OUT
           CLOSE ACCT-OUT
           MOVE 'N' TO WS-EOF-FLAG.
       COPY-ACCTERR.
           OPEN INPUT PART-ERR
           OPEN OUTPUT ACCT-ERR
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PART-ERR
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE ACCT-ERR-REC FROM PART-ERR-REC
                       ADD 1 TO WS-ERR-COPIED
               END-READ
           END-PERFORM
           CLOSE PART-ERR
           CLOSE ACCT-ERR
           MOVE 'N' TO WS-EOF-FLAG.
       COPY-MISMATCHES.
           OPEN INPUT PART-XCH
           OPEN OUTPUT MISMATCH-OUT
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PART-XCH
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE MISMATCH-OUT-REC FROM PART-XCH-REC
                       ADD 1 TO WS-XCH-COPIED
               END-READ
           END-PERFORM
           CLOSE PART-XCH
           CLOSE MISMATCH-OUT
           MOVE 'N' TO WS-EOF-FLAG.
       COPY-BRANCH-EXCEPTIONS.
           OPEN INPUT PART-BEX
           OPEN OUTPUT BRCH-EXC
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PART-BEX
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE BRCH-EXC-REC FROM PART-BEX-REC
                       ADD 1 TO WS-BEX-COPIED
               END-READ
           END-PERFORM
           CLOSE PART-BEX
           CLOSE BRCH-EXC
           MOVE 'N' TO WS-EOF-FLAG.
      * Each copied file against the summed partition counts - a
      * partition left off a concatenation (or listed twice) shows
      * here even though every summary was in.
       WRITE-TIE-OUT.
           MOVE SPACE TO CONS-RPT-REC
           WRITE CONS-RPT-REC
           MOVE 'FILE                      COPIED    PARTITIONS'
               TO CONS-RPT-REC
           WRITE CONS-RPT-REC
           MOVE 'ACCTOUT               : ' TO CL-LABEL
           MOVE WS-OUT-COPIED TO CL-COUNT
           MOVE WS-TOTAL-COUNT TO CL-EXPECTED
           PERFORM WRITE-TIE-LINE
           MOVE 'ACCTERR               : ' TO CL-LABEL
           MOVE WS-ERR-COPIED TO CL-COUNT
           MOVE WS-ERR-COUNT TO CL-EXPECTED
           PERFORM WRITE-TIE-LINE
           MOVE 'DRXCHERR              : ' TO CL-LABEL
           MOVE WS-XCH-COPIED TO CL-COUNT
           MOVE WS-MISMATCH-COUNT TO CL-EXPECTED
           PERFORM WRITE-TIE-LINE
           MOVE 'BRCHEXC               : ' TO CL-LABEL
           MOVE WS-BEX-COPIED TO CL-COUNT
           MOVE WS-BEXC-COUNT TO CL-EXPECTED
           PERFORM WRITE-TIE-LINE
           IF WS-SEQ-ERR-COUNT > 0
               MOVE SPACE TO CONS-RPT-REC
               STRING 'ACCTOUT OUT OF SEQUENCE AT ' WS-SEQ-ERR-COUNT
                   ' RECORDS' DELIMITED BY SIZE INTO CONS-RPT-REC
               WRITE CONS-RPT-REC
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
       WRITE-TIE-LINE.
           IF CL-COUNT = CL-EXPECTED
               MOVE SPACE TO CL-FLAG
           ELSE
               MOVE '** NO TIE **' TO CL-FLAG
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           MOVE WS-COUNT-LINE TO CONS-RPT-REC
           WRITE CONS-RPT-REC.
      * Same two reports DRNIGHT writes at the end of an
      * unpartitioned night, line for line.
       WRITE-XCHK-SUMMARY.
           MOVE SPACE TO MISMATCH-RPT-REC
           STRING "RECORDS READ: " WS-REC-COUNT
               DELIMITED BY SIZE INTO MISMATCH-RPT-REC
           WRITE MISMATCH-RPT-REC
           MOVE SPACE TO MISMATCH-RPT-REC
           STRING "MISMATCHES  : " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO MISMATCH-RPT-REC
           WRITE MISMATCH-RPT-REC.
       WRITE-HISTO-REPORT.
           MOVE SPACE TO HISTO-RPT-REC
           STRING "DIGITAL ROOT DISTRIBUTION - TOTAL=" WS-TOTAL-COUNT
               DELIMITED BY SIZE INTO HISTO-RPT-REC
           WRITE HISTO-RPT-REC
           PERFORM VARYING WS-BUCKET FROM 0 BY 1 UNTIL WS-BUCKET > 9
               MOVE WS-BUCKET TO RL-BUCKET
               MOVE WS-TALLY(WS-BUCKET + 1) TO RL-COUNT
               IF WS-TOTAL-COUNT > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       (WS-TALLY(WS-BUCKET + 1) * 100)
                       / WS-TOTAL-COUNT
               ELSE
                   MOVE 0 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO RL-PERCENT
               MOVE WS-HISTO-LINE TO HISTO-RPT-REC
               WRITE HISTO-RPT-REC
           END-PERFORM.
       WRITE-HISTORY.
           OPEN EXTEND HIST-FILE
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 10
               MOVE WS-TALLY(WS-BUCKET) TO HIST-BUCKET-COUNT(WS-BUCKET)
           END-PERFORM
           MOVE WS-TOTAL-COUNT TO HIST-TOTAL
           WRITE HIST-REC
           CLOSE HIST-FILE.
      * Written under DRNIGHT's name - DRMORNRP balances the night's
      * leg, not the steps it was run in. The window is the whole
      * partitioned night: first partition start to now.
       WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CTL
           MOVE 'DRNIGHT' TO RC-PROGRAM-ID
           MOVE WS-EARLIEST(1:8) TO RC-RUN-DATE
           MOVE WS-EARLIEST(9:6) TO RC-START-TIME
           MOVE FUNCTION CURRENT-DATE(9:6) TO RC-END-TIME
           MOVE WS-REC-COUNT TO RC-RECORDS-IN
           MOVE WS-TOTAL-COUNT TO RC-RECORDS-OUT
           MOVE WS-ERR-COUNT TO RC-RECORDS-REJ
           MOVE WS-BEXC-COUNT TO RC-RECORDS-EXC
           MOVE RETURN-CODE TO RC-RETURN-CODE
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CTL.
       END PROGRAM DRNCONS.
