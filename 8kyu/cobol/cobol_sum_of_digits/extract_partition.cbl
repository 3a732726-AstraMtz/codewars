      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRNSPLIT.
      * Partitioned night run, first step - divides the de-enveloped
      * extract by account-number range so the night run can go
      * through as several DRNIGHT jobs side by side instead of one
      * pass over 40 million accounts (see drnsplit.jcl, drnpart.jcl
      * and drncons.jcl).
      *
      * The ranges come from the SPLITPRM deck, one 'P' record per
      * partition: partition number, low account, high account.
      * Partitions are numbered 1 upward in ascending range order
      * and must cover every account number exactly once - the
      * first low is all zeros, each low is the previous high plus
      * one, the last high is all nines - so no account can fall
      * between partitions and go missing from the night. Anything
      * else fails the step with RC=8 before a record is written.
      *
      * The prior night's ACCTOUT is split on the same ranges, so a
      * partition in delta mode walks only its own slice of last
      * night's output. A non-numeric extract account has no range;
      * it goes to the partition of the record before it, which
      * keeps it in its place in the file and lets that partition's
      * DRNIGHT reject it as DRNIGHT always has.
      *
      * SPLITCTL gets one PARTCTL record per partition with the
      * range and the record counts written to it - DRNCONS proves
      * each partition's DRNIGHT read exactly that many.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-PARM ASSIGN TO "SPLITPRM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL for the same reason as in DRNIGHT - the first
      * night with no prior output saved simply splits nothing.
           SELECT OPTIONAL ACCT-PRV ASSIGN TO "ACCTPRV"
               ORGANIZATION IS LINE SEQUENTIAL.
      * One extract slice and one prior-output slice per partition.
      * Only the partitions the deck names are opened, so the JCL
      * needs DD cards for those alone.
           SELECT PART-IN-1 ASSIGN TO "PARTIN1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-2 ASSIGN TO "PARTIN2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-3 ASSIGN TO "PARTIN3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-4 ASSIGN TO "PARTIN4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-5 ASSIGN TO "PARTIN5"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-6 ASSIGN TO "PARTIN6"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-7 ASSIGN TO "PARTIN7"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-IN-8 ASSIGN TO "PARTIN8"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-1 ASSIGN TO "PARTPV1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-2 ASSIGN TO "PARTPV2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-3 ASSIGN TO "PARTPV3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-4 ASSIGN TO "PARTPV4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-5 ASSIGN TO "PARTPV5"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-6 ASSIGN TO "PARTPV6"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-7 ASSIGN TO "PARTPV7"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-PRV-8 ASSIGN TO "PARTPV8"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPLIT-CTL ASSIGN TO "SPLITCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-PARM.
       01 PARM-REC.
           05 PARM-TYPE        PIC X.
      *   'P' = one partition's range, '*' = comment line in the
      *   parameter deck.
               88 PARM-PARTITION     VALUE 'P'.
               88 PARM-COMMENT       VALUE '*'.
           05 PARM-PART-NUM    PIC 9.
           05 PARM-RANGE-LOW   PIC 9(12).
           05 PARM-RANGE-HIGH  PIC 9(12).
       FD  ACCT-IN.
       COPY ACCTEXTR.
       FD  ACCT-PRV.
       01 ACCT-PRV-REC.
           05 PRV-ACCOUNT-NUM  PIC 9(12).
           05 PRV-SEP          PIC X.
           05 PRV-ROOT         PIC 9.
           05 PRV-BRANCH-CODE  PIC X(4).
           05 PRV-ACCT-TYPE    PIC X(2).
       FD  PART-IN-1.
       01 PART-IN-1-REC        PIC X(18).
       FD  PART-IN-2.
       01 PART-IN-2-REC        PIC X(18).
       FD  PART-IN-3.
       01 PART-IN-3-REC        PIC X(18).
       FD  PART-IN-4.
       01 PART-IN-4-REC        PIC X(18).
       FD  PART-IN-5.
       01 PART-IN-5-REC        PIC X(18).
       FD  PART-IN-6.
       01 PART-IN-6-REC        PIC X(18).
       FD  PART-IN-7.
       01 PART-IN-7-REC        PIC X(18).
       FD  PART-IN-8.
       01 PART-IN-8-REC        PIC X(18).
       FD  PART-PRV-1.
       01 PART-PRV-1-REC       PIC X(20).
       FD  PART-PRV-2.
       01 PART-PRV-2-REC       PIC X(20).
       FD  PART-PRV-3.
       01 PART-PRV-3-REC       PIC X(20).
       FD  PART-PRV-4.
       01 PART-PRV-4-REC       PIC X(20).
       FD  PART-PRV-5.
       01 PART-PRV-5-REC       PIC X(20).
       FD  PART-PRV-6.
       01 PART-PRV-6-REC       PIC X(20).
       FD  PART-PRV-7.
       01 PART-PRV-7-REC       PIC X(20).
       FD  PART-PRV-8.
       01 PART-PRV-8-REC       PIC X(20).
       FD  SPLIT-CTL.
       COPY PARTCTL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-PARM-ERR-COUNT    PIC 9(9)    VALUE 0.
       01 WS-IN-COUNT          PIC 9(9)    VALUE 0.
       01 WS-PRV-COUNT         PIC 9(9)    VALUE 0.
       01 WS-NONNUM-COUNT      PIC 9(9)    VALUE 0.
      * The file section has eight of each slice - raising the
      * maximum means adding the SELECT/FD pairs and the WHEN
      * branches below as well as this value.
       01 WS-PART-MAX          PIC 9       VALUE 8.
       01 WS-PART-USED         PIC 9       VALUE 0.
       01 WS-PART-SUB          PIC 9.
       01 WS-CUR-PART          PIC 9       VALUE 1.
       01 WS-NEXT-LOW          PIC 9(12)   VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 8 TIMES.
               10 WS-PART-LOW      PIC 9(12).
               10 WS-PART-HIGH     PIC 9(12).
               10 WS-PART-IN-CNT   PIC 9(9).
               10 WS-PART-PRV-CNT  PIC 9(9).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM OPEN-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-USED
           OPEN INPUT ACCT-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCT-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM ROUTE-EXTRACT
               END-READ
           END-PERFORM
           CLOSE ACCT-IN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCT-PRV
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCT-PRV
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM ROUTE-PRIOR
               END-READ
           END-PERFORM
           CLOSE ACCT-PRV
           PERFORM CLOSE-PARTITION
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-USED
           OPEN OUTPUT SPLIT-CTL
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PART-USED
               MOVE WS-PART-SUB TO PC-PARTITION
               MOVE WS-PART-LOW(WS-PART-SUB) TO PC-RANGE-LOW
               MOVE WS-PART-HIGH(WS-PART-SUB) TO PC-RANGE-HIGH
               MOVE WS-PART-IN-CNT(WS-PART-SUB) TO PC-EXTRACT-COUNT
               MOVE WS-PART-PRV-CNT(WS-PART-SUB) TO PC-PRIOR-COUNT
               MOVE WS-RUN-DATE TO PC-RUN-DATE
               WRITE PART-CONTROL-REC
               DISPLAY 'DRNSPLIT: PARTITION ' WS-PART-SUB
                   ' EXTRACT=' WS-PART-IN-CNT(WS-PART-SUB)
                   ' PRIOR=' WS-PART-PRV-CNT(WS-PART-SUB)
           END-PERFORM
           CLOSE SPLIT-CTL
           DISPLAY 'DRNSPLIT: EXTRACT RECORDS READ = ' WS-IN-COUNT
           DISPLAY 'DRNSPLIT: PRIOR RECORDS READ   = ' WS-PRV-COUNT
           DISPLAY 'DRNSPLIT: NON-NUMERIC ACCOUNTS = ' WS-NONNUM-COUNT
           STOP RUN.
       LOAD-PARAMETERS.
           OPEN INPUT SPLIT-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SPLIT-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE SPLIT-PARM
           MOVE 'N' TO WS-EOF-FLAG
      * Cover check - the ranges so far ran contiguously from zero;
      * they must also run out at the top of the number space.
           IF WS-PART-USED = 0
               DISPLAY 'DRNSPLIT: NO PARTITION RECORDS IN SPLITPRM '
                   '- NOTHING TO SPLIT'
               ADD 1 TO WS-PARM-ERR-COUNT
           ELSE
               IF WS-PART-HIGH(WS-PART-USED) NOT = 999999999999
                   DISPLAY 'DRNSPLIT: LAST PARTITION DOES NOT END '
                       'AT 999999999999 - ACCOUNTS WOULD BE LOST'
                   ADD 1 TO WS-PARM-ERR-COUNT
               END-IF
           END-IF
           IF WS-PARM-ERR-COUNT > 0
               DISPLAY 'DRNSPLIT: ' WS-PARM-ERR-COUNT
                   ' SPLITPRM ERRORS - EXTRACT NOT SPLIT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A partition record must be the next number in sequence and
      * start exactly where the previous one stopped - a gap or an
      * overlap would lose or double accounts in the night's totals.
       STORE-PARAMETER.
           EVALUATE TRUE
               WHEN PARM-COMMENT
               WHEN PARM-REC = SPACE
                   CONTINUE
               WHEN PARM-PARTITION
                   AND PARM-PART-NUM IS NUMERIC
                   AND PARM-RANGE-LOW IS NUMERIC
                   AND PARM-RANGE-HIGH IS NUMERIC
                   IF WS-PART-USED = WS-PART-MAX
                       DISPLAY 'DRNSPLIT: MORE THAN ' WS-PART-MAX
                           ' PARTITIONS IN SPLITPRM'
                       ADD 1 TO WS-PARM-ERR-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   IF PARM-PART-NUM NOT = WS-PART-USED + 1
                       OR PARM-RANGE-LOW NOT = WS-NEXT-LOW
                       OR PARM-RANGE-LOW > PARM-RANGE-HIGH
                       DISPLAY 'DRNSPLIT: PARTITION OUT OF SEQUENCE '
                           'OR NOT CONTIGUOUS: ' PARM-REC
                       ADD 1 TO WS-PARM-ERR-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PART-USED
                   MOVE PARM-RANGE-LOW TO WS-PART-LOW(WS-PART-USED)
                   MOVE PARM-RANGE-HIGH TO WS-PART-HIGH(WS-PART-USED)
                   MOVE 0 TO WS-PART-IN-CNT(WS-PART-USED)
                   MOVE 0 TO WS-PART-PRV-CNT(WS-PART-USED)
                   IF PARM-RANGE-HIGH < 999999999999
                       COMPUTE WS-NEXT-LOW = PARM-RANGE-HIGH + 1
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-PARM-ERR-COUNT
                   DISPLAY 'DRNSPLIT: UNUSABLE SPLITPRM RECORD: '
                       PARM-REC
           END-EVALUATE.
       OPEN-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   OPEN OUTPUT PART-IN-1 PART-PRV-1
               WHEN 2
                   OPEN OUTPUT PART-IN-2 PART-PRV-2
               WHEN 3
                   OPEN OUTPUT PART-IN-3 PART-PRV-3
               WHEN 4
                   OPEN OUTPUT PART-IN-4 PART-PRV-4
               WHEN 5
                   OPEN OUTPUT PART-IN-5 PART-PRV-5
               WHEN 6
                   OPEN OUTPUT PART-IN-6 PART-PRV-6
               WHEN 7
                   OPEN OUTPUT PART-IN-7 PART-PRV-7
               WHEN 8
                   OPEN OUTPUT PART-IN-8 PART-PRV-8
           END-EVALUATE.
       CLOSE-PARTITION.
           EVALUATE WS-PART-SUB
               WHEN 1
                   CLOSE PART-IN-1 PART-PRV-1
               WHEN 2
                   CLOSE PART-IN-2 PART-PRV-2
               WHEN 3
                   CLOSE PART-IN-3 PART-PRV-3
               WHEN 4
                   CLOSE PART-IN-4 PART-PRV-4
               WHEN 5
                   CLOSE PART-IN-5 PART-PRV-5
               WHEN 6
                   CLOSE PART-IN-6 PART-PRV-6
               WHEN 7
                   CLOSE PART-IN-7 PART-PRV-7
               WHEN 8
                   CLOSE PART-IN-8 PART-PRV-8
           END-EVALUATE.
      * The ranges are contiguous and ascending, so the first range
      * whose high is at or above the account is the one it lies in.
       ROUTE-EXTRACT.
           ADD 1 TO WS-IN-COUNT
           IF EXT-ACCOUNT-NUM IS NUMERIC
               PERFORM VARYING WS-CUR-PART FROM 1 BY 1
                       UNTIL EXT-ACCOUNT-NUM
                           <= WS-PART-HIGH(WS-CUR-PART)
                   CONTINUE
               END-PERFORM
           ELSE
               ADD 1 TO WS-NONNUM-COUNT
           END-IF
           ADD 1 TO WS-PART-IN-CNT(WS-CUR-PART)
           EVALUATE WS-CUR-PART
               WHEN 1
                   WRITE PART-IN-1-REC FROM ACCT-EXTRACT-REC
               WHEN 2
                   WRITE PART-IN-2-REC FROM ACCT-EXTRACT-REC
               WHEN 3
                   WRITE PART-IN-3-REC FROM ACCT-EXTRACT-REC
               WHEN 4
                   WRITE PART-IN-4-REC FROM ACCT-EXTRACT-REC
               WHEN 5
                   WRITE PART-IN-5-REC FROM ACCT-EXTRACT-REC
               WHEN 6
                   WRITE PART-IN-6-REC FROM ACCT-EXTRACT-REC
               WHEN 7
                   WRITE PART-IN-7-REC FROM ACCT-EXTRACT-REC
               WHEN 8
                   WRITE PART-IN-8-REC FROM ACCT-EXTRACT-REC
           END-EVALUATE.
      * The prior output holds accepted accounts only - always
      * numeric, always in a range.
       ROUTE-PRIOR.
           ADD 1 TO WS-PRV-COUNT
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL PRV-ACCOUNT-NUM <= WS-PART-HIGH(WS-PART-SUB)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-PART-PRV-CNT(WS-PART-SUB)
           EVALUATE WS-PART-SUB
               WHEN 1
                   WRITE PART-PRV-1-REC FROM ACCT-PRV-REC
               WHEN 2
                   WRITE PART-PRV-2-REC FROM ACCT-PRV-REC
               WHEN 3
                   WRITE PART-PRV-3-REC FROM ACCT-PRV-REC
               WHEN 4
                   WRITE PART-PRV-4-REC FROM ACCT-PRV-REC
               WHEN 5
                   WRITE PART-PRV-5-REC FROM ACCT-PRV-REC
               WHEN 6
                   WRITE PART-PRV-6-REC FROM ACCT-PRV-REC
               WHEN 7
                   WRITE PART-PRV-7-REC FROM ACCT-PRV-REC
               WHEN 8
                   WRITE PART-PRV-8-REC FROM ACCT-PRV-REC
           END-EVALUATE.
       END PROGRAM DRNSPLIT.
