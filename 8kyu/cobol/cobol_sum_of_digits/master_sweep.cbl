      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDGSWP.
      * Weekly integrity sweep of the check-digit master, independent
      * of the nightly extract. CHKDGLOD only re-stamps the records
      * whose accounts come through ACCTOUT, and its refresh leaves
      * a Luhn-scheme digit alone without ever checking it - so a
      * corrupted or hand-zapped digit sits on the master until a
      * payment misposts. This reads every CHKDGMST record and
      * re-proves it on its own terms:
      *   - the key must be numeric
      *   - the scheme code must be one CHKDGASN/CHKDGVFY know
      *   - the stored digit must verify under the record's OWN
      *     MST-SCHEME-CODE (CHKDGVFY), unless the record is
      *     unassigned ('U') and has no digit to prove
      *   - the status code must be one the CHKDGMST copybook names
      *   - MST-LAST-VERIFIED must be present, a real date, not after
      *     today, and - except on an account already absent from
      *     the extract, whose date stops the night it drops off -
      *     no older than the staleness threshold
      * Each finding is one record on the CHKDGEXC exception file
      * (see the CHKDGEXC copybook) and the SWPRPT report lists them
      * and counts them by category. Nothing here changes the
      * master - CHKDGRPR repairs the categories operations approves
      * from the exception file (see chkdgrpr.jcl).
      *
      * The staleness threshold is the number of days in the SWPPARM
      * control record (5 digits) - mandatory, RC=8 without it.
      * RC=4: findings were written. RC=16: master I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWP-PARM ASSIGN TO "SWPPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXC-OUT ASSIGN TO "CHKDGEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWP-RPT ASSIGN TO "SWPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SWP-PARM.
       01 SWP-PARM-REC.
           05 SP-STALE-DAYS    PIC X(5).
           05 FILLER           PIC X(75).
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  EXC-OUT.
       COPY CHKDGEXC.
       FD  SWP-RPT.
       01 SWP-RPT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-DAYNUM        PIC 9(7).
       01 WS-STALE-DAYS        PIC 9(5)    VALUE 0.
       01 WS-SEEN-DATE         PIC X(8).
       01 WS-SEEN-DATE-PARTS REDEFINES WS-SEEN-DATE.
           05 WS-SEEN-YEAR     PIC 9(4).
           05 WS-SEEN-MONTH    PIC 9(2).
           05 WS-SEEN-DAY      PIC 9(2).
       01 WS-SEEN-DATE-NUM REDEFINES WS-SEEN-DATE PIC 9(8).
       01 WS-SEEN-DAYNUM       PIC 9(7).
       01 WS-AUDIT-FLAG        PIC X       VALUE '1'.
       01 WS-RECORD-FLAGGED    PIC X.
       01 WS-READ-COUNT        PIC 9(9)    VALUE 0.
       01 WS-FLAGGED-COUNT     PIC 9(9)    VALUE 0.
       01 WS-FINDING-COUNT     PIC 9(9)    VALUE 0.
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY
           WS-CHECK-DIGIT-REC.
      * Finding counts by category, in CHKDGEXC order.
       01 WS-CATEGORY-VALUES.
           05 FILLER PIC X(2)  VALUE 'KY'.
           05 FILLER PIC X(32) VALUE 'ACCOUNT NUMBER NOT NUMERIC'.
           05 FILLER PIC X(2)  VALUE 'SC'.
           05 FILLER PIC X(32) VALUE 'SCHEME CODE INVALID'.
           05 FILLER PIC X(2)  VALUE 'DG'.
           05 FILLER PIC X(32) VALUE 'DIGIT FAILS UNDER OWN SCHEME'.
           05 FILLER PIC X(2)  VALUE 'ST'.
           05 FILLER PIC X(32) VALUE 'STATUS CODE INVALID'.
           05 FILLER PIC X(2)  VALUE 'VB'.
           05 FILLER PIC X(32) VALUE 'LAST-VERIFIED BLANK'.
           05 FILLER PIC X(2)  VALUE 'VN'.
           05 FILLER PIC X(32) VALUE 'LAST-VERIFIED NOT A DATE'.
           05 FILLER PIC X(2)  VALUE 'VF'.
           05 FILLER PIC X(32) VALUE 'LAST-VERIFIED IN THE FUTURE'.
           05 FILLER PIC X(2)  VALUE 'VS'.
           05 FILLER PIC X(32) VALUE 'LAST-VERIFIED OLDER THAN LIMIT'.
       01 WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05 WS-CAT-ENTRY OCCURS 8 TIMES.
               10 WS-CAT-CODE  PIC X(2).
               10 WS-CAT-TEXT  PIC X(32).
       01 WS-CAT-COUNTS.
           05 WS-CAT-COUNT OCCURS 8 TIMES PIC 9(9) VALUE 0.
       01 WS-CAT-SUB           PIC 9.
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT       PIC X(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-CATEGORY      PIC X(2).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-DIGIT         PIC X.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 DL-EXPECTED      PIC X.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 DL-STATUS        PIC X.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 DL-SCHEME        PIC X.
           05 FILLER           PIC X(4)    VALUE SPACE.
           05 DL-VERIFIED      PIC X(8).
           05 FILLER           PIC X(34)   VALUE SPACE.
       01 WS-CAT-LINE.
           05 CT-CODE          PIC X(2).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 CT-TEXT          PIC X(32).
           05 CT-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(35)   VALUE SPACE.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(24).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(47)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM READ-THRESHOLD
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'CHKDGSWP: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXC-OUT
           OPEN OUTPUT SWP-RPT
           MOVE 'CHECK-DIGIT MASTER INTEGRITY SWEEP' TO SWP-RPT-REC
           WRITE SWP-RPT-REC
           MOVE SPACE TO SWP-RPT-REC
           STRING 'SWEEP DATE ' WS-RUN-DATE '  STALE AFTER '
               WS-STALE-DAYS ' DAYS'
               DELIMITED BY SIZE INTO SWP-RPT-REC
           WRITE SWP-RPT-REC
           MOVE SPACE TO SWP-RPT-REC
           WRITE SWP-RPT-REC
           MOVE 'ACCOUNT       CAT  DGT  EXP  STA  SCH  VERIFIED'
               TO SWP-RPT-REC
           WRITE SWP-RPT-REC
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM SWEEP-RECORD
               END-READ
           END-PERFORM
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "10"
               PERFORM MASTER-IO-ERROR
           END-IF
           CLOSE MASTER-FILE
           CLOSE EXC-OUT
           PERFORM PRINT-SUMMARY
           CLOSE SWP-RPT
           DISPLAY 'CHKDGSWP: MASTER RECORDS READ = ' WS-READ-COUNT
           DISPLAY 'CHKDGSWP: RECORDS FLAGGED     = ' WS-FLAGGED-COUNT
           DISPLAY 'CHKDGSWP: FINDINGS WRITTEN    = ' WS-FINDING-COUNT
           IF WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       READ-THRESHOLD.
           OPEN INPUT SWP-PARM
           READ SWP-PARM
               AT END MOVE SPACE TO SP-STALE-DAYS
           END-READ
           CLOSE SWP-PARM
           IF SP-STALE-DAYS IS NOT NUMERIC
               DISPLAY 'CHKDGSWP: SWPPARM DAYS MISSING OR NOT '
                   'NUMERIC: ' SP-STALE-DAYS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SP-STALE-DAYS TO WS-STALE-DAYS
           IF WS-STALE-DAYS = 0
               DISPLAY 'CHKDGSWP: SWPPARM DAYS IS ZERO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Checks run in CHKDGEXC category order so a record's findings
      * reach the repair run scheme first, digit second, date last.
       SWEEP-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE 'N' TO WS-RECORD-FLAGGED
           MOVE SPACE TO MASTER-EXCEPTION-REC
           IF MST-ACCOUNT-NUM IS NOT NUMERIC
               MOVE 1 TO WS-CAT-SUB
               PERFORM WRITE-FINDING
           END-IF
           IF NOT MST-SCHEME-DIGITAL-ROOT AND NOT MST-SCHEME-LUHN
               MOVE 2 TO WS-CAT-SUB
               PERFORM WRITE-FINDING
           END-IF
      * The digit can only be proven against a numeric key under a
      * scheme the verifier knows; an unassigned record has none.
           IF MST-ACCOUNT-NUM IS NUMERIC
               AND (MST-SCHEME-DIGITAL-ROOT OR MST-SCHEME-LUHN)
               AND NOT MST-CHECK-DIGIT-UNASSIGNED
               PERFORM CHECK-DIGIT-ON-FILE
           END-IF
           IF NOT (MST-CHECK-DIGIT-OK OR MST-CHECK-DIGIT-MISMATCH
                   OR MST-CHECK-DIGIT-UNASSIGNED OR MST-ABSENT-EXTRACT
                   OR MST-FRAUD-HOLD)
               MOVE 4 TO WS-CAT-SUB
               PERFORM WRITE-FINDING
           END-IF
           PERFORM CHECK-VERIFIED-DATE
           IF WS-RECORD-FLAGGED = 'Y'
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       CHECK-DIGIT-ON-FILE.
           MOVE MST-ACCOUNT-NUM TO ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
           MOVE MST-SCHEME-CODE TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
           IF MST-CHECK-DIGIT IS NUMERIC
               MOVE MST-CHECK-DIGIT TO CHECK-DIGIT OF WS-CHECK-DIGIT-REC
               CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
               IF CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * Failed - work out what the digit should be for the report
      * and the repair. Diagnostic only, so no assignment audit.
           CALL 'CHKDGASN' USING WS-CHECK-DIGIT-REC WS-AUDIT-FLAG
           IF CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
               MOVE CHECK-DIGIT OF WS-CHECK-DIGIT-REC
                   TO EXC-EXPECTED-DIGIT
           END-IF
           MOVE 3 TO WS-CAT-SUB
           PERFORM WRITE-FINDING
           MOVE SPACE TO EXC-EXPECTED-DIGIT.
      * An absent account's date stops the night it drops off the
      * extract - DRRETIRE ages it, so it is never stale here.
       CHECK-VERIFIED-DATE.
           MOVE MST-LAST-VERIFIED TO WS-SEEN-DATE
           IF WS-SEEN-DATE = SPACE
               MOVE 5 TO WS-CAT-SUB
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SEEN-DAYNUM
           IF WS-SEEN-DATE IS NUMERIC
               AND WS-SEEN-MONTH >= 1 AND WS-SEEN-MONTH <= 12
               AND WS-SEEN-DAY >= 1 AND WS-SEEN-DAY <= 31
               COMPUTE WS-SEEN-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-SEEN-DATE-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-SEEN-DAYNUM = 0
                   MOVE 6 TO WS-CAT-SUB
                   PERFORM WRITE-FINDING
               WHEN WS-SEEN-DAYNUM > WS-RUN-DAYNUM
                   MOVE 7 TO WS-CAT-SUB
                   PERFORM WRITE-FINDING
               WHEN MST-ABSENT-EXTRACT
                   CONTINUE
               WHEN WS-RUN-DAYNUM - WS-SEEN-DAYNUM > WS-STALE-DAYS
                   MOVE 8 TO WS-CAT-SUB
                   PERFORM WRITE-FINDING
           END-EVALUATE.
      * WS-CAT-SUB names the category; EXC-EXPECTED-DIGIT is already
      * set (space except for a digit finding).
       WRITE-FINDING.
           MOVE WS-CAT-CODE(WS-CAT-SUB) TO EXC-CATEGORY
           MOVE WS-RUN-DATE TO EXC-SWEEP-DATE
           MOVE CHECK-DIGIT-MASTER-REC TO EXC-MASTER-IMAGE
           WRITE MASTER-EXCEPTION-REC
           ADD 1 TO WS-CAT-COUNT(WS-CAT-SUB)
           ADD 1 TO WS-FINDING-COUNT
           MOVE 'Y' TO WS-RECORD-FLAGGED
           MOVE EXC-ACCOUNT-NUM TO DL-ACCOUNT
           MOVE EXC-CATEGORY TO DL-CATEGORY
           MOVE EXC-CHECK-DIGIT TO DL-DIGIT
           MOVE EXC-EXPECTED-DIGIT TO DL-EXPECTED
           MOVE EXC-STATUS-FLAG TO DL-STATUS
           MOVE EXC-SCHEME-CODE TO DL-SCHEME
           MOVE EXC-LAST-VERIFIED TO DL-VERIFIED
           MOVE WS-DETAIL-LINE TO SWP-RPT-REC
           WRITE SWP-RPT-REC.
       PRINT-SUMMARY.
           IF WS-FINDING-COUNT = 0
               MOVE 'NO FINDINGS - EVERY RECORD PROVED OUT'
                   TO SWP-RPT-REC
               WRITE SWP-RPT-REC
           END-IF
           MOVE SPACE TO SWP-RPT-REC
           WRITE SWP-RPT-REC
           MOVE 'FINDINGS BY CATEGORY' TO SWP-RPT-REC
           WRITE SWP-RPT-REC
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 8
               MOVE WS-CAT-CODE(WS-CAT-SUB) TO CT-CODE
               MOVE WS-CAT-TEXT(WS-CAT-SUB) TO CT-TEXT
               MOVE WS-CAT-COUNT(WS-CAT-SUB) TO CT-COUNT
               MOVE WS-CAT-LINE TO SWP-RPT-REC
               WRITE SWP-RPT-REC
           END-PERFORM
           MOVE SPACE TO SWP-RPT-REC
           WRITE SWP-RPT-REC
           MOVE 'MASTER RECORDS READ   : ' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'RECORDS WITH FINDINGS : ' TO CL-LABEL
           MOVE WS-FLAGGED-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'FINDINGS WRITTEN      : ' TO CL-LABEL
           MOVE WS-FINDING-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO SWP-RPT-REC
           WRITE SWP-RPT-REC.
       MASTER-IO-ERROR.
           DISPLAY 'CHKDGSWP: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE MASTER-FILE
           CLOSE EXC-OUT
           CLOSE SWP-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM CHKDGSWP.
