      * scheme but stays on 'H', same rule the nightly refresh
      * follows; only FRDDISP releases a hold. Such restores are
      * counted and reported.
      *
      * Every restore and readd is journaled to CHKDGJNL with its
      * before- and after-image (see the CHKDGJNL copybook).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-IN.
           MST-SCHEME-LUHN BY BKO-SCHEME-LUHN.
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MASTER-JNL
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BACKOUT-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
           END-PERFORM
           CLOSE BACKOUT-IN
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           DISPLAY 'DRSCHBKO: IMAGES READ      = ' WS-READ-COUNT
           DISPLAY 'DRSCHBKO: RECORDS RESTORED = ' WS-RESTORE-COUNT
           DISPLAY 'DRSCHBKO: RECORDS READDED  = ' WS-READD-COUNT
                   IF MST-FRAUD-HOLD
                       MOVE 'Y' TO WS-HOLD-FOUND
                   END-IF
                   MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
                   MOVE BACKOUT-REC TO CHECK-DIGIT-MASTER-REC
                   IF WS-HOLD-FOUND = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'H' TO MST-STATUS-FLAG
                   END-IF
                   MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
                   REWRITE CHECK-DIGIT-MASTER-REC
                   IF WS-MASTER-STATUS NOT = "00"
                       PERFORM MASTER-IO-ERROR
                   END-IF
                   MOVE 'R' TO JNL-ACTION
                   PERFORM WRITE-JOURNAL
                   ADD 1 TO WS-RESTORE-COUNT
               WHEN "23"
                   MOVE BACKOUT-REC TO CHECK-DIGIT-MASTER-REC
                   MOVE SPACE TO JNL-BEFORE-IMAGE
                   MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
                   WRITE CHECK-DIGIT-MASTER-REC
                   IF WS-MASTER-STATUS NOT = "00"
                       PERFORM MASTER-IO-ERROR
                   END-IF
                   MOVE 'A' TO JNL-ACTION
                   PERFORM WRITE-JOURNAL
                   ADD 1 TO WS-READD-COUNT
               WHEN OTHER
                   PERFORM MASTER-IO-ERROR
           END-EVALUATE.
      * Callers set both images and the action once the master I/O
      * has gone through.
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'DRSCHBKO' TO JNL-PROGRAM-ID
           MOVE 'SCHMBKO' TO JNL-REASON
           WRITE MASTER-JOURNAL-REC.
       MASTER-IO-ERROR.
           DISPLAY 'DRSCHBKO: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE BACKOUT-IN
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM DRSCHBKO.
