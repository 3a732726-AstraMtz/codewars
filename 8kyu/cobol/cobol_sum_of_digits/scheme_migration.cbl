      * by DRSCHBKO (see drschbko.jcl). The DRMIGRPT report shows
      * converted / remaining / already-on-Luhn counts per branch so
      * the wave plan's progress is visible night over night.
      * Each conversion is also journaled to CHKDGJNL with its before-
      * and after-image (see the CHKDGJNL copybook) - MIGBKOUT backs
      * out one wave, the journal rolls a restored master forward.
      *
      * Drives off the night's ACCTOUT - the master record carries
      * no branch code, and ACCTOUT is where account and branch meet
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MIG-RPT ASSIGN TO "DRMIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MIG-PARM.
           MST-SCHEME-LUHN BY BKO-SCHEME-LUHN.
       FD  MIG-RPT.
       01 MIG-RPT-REC          PIC X(60).
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
               STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-OUT
           OPEN EXTEND MASTER-JNL
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCT-OUT-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
           CLOSE ACCT-OUT-IN
           CLOSE MASTER-FILE
           CLOSE BACKOUT-OUT
           CLOSE MASTER-JNL
           OPEN OUTPUT MIG-RPT
           PERFORM PRINT-REPORT
           CLOSE MIG-RPT
      * is harmless.
       CONVERT-ACCOUNT.
           MOVE CHECK-DIGIT-MASTER-REC TO BACKOUT-REC
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           WRITE BACKOUT-REC
           MOVE MST-ACCOUNT-NUM TO WS-NUMB
           CALL 'LUHN-DIGIT' USING WS-NUMB WS-ROOT WS-ERROR-FLAG
           END-IF
           MOVE WS-RUN-DATE TO MST-LAST-VERIFIED
           MOVE 'L' TO MST-SCHEME-CODE
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'DRSCHMIG' TO JNL-PROGRAM-ID
           MOVE 'R' TO JNL-ACTION
           MOVE 'SCHMMIG' TO JNL-REASON
           WRITE MASTER-JOURNAL-REC
           ADD 1 TO WS-CONVERT-COUNT
           MOVE 1 TO WS-WHICH-COUNT
           PERFORM TALLY-BRANCH.
           CLOSE ACCT-OUT-IN
           CLOSE MASTER-FILE
           CLOSE BACKOUT-OUT
           CLOSE MASTER-JNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      * Find the branch entry, inserting a new one in key order when
