      *              output, marked MST-ABSENT-EXTRACT rather than
      *              dropped; it reactivates automatically the night
      *              it reappears
      * Every add and rewrite is journaled to CHKDGJNL (see the
      * CHKDGJNL copybook) with its before- and after-image, so
      * CHKDGRCV can roll a restored backup forward through tonight's
      * load to any point.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-CTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-OUT-IN.
       COPY CHKDGMST.
       FD  RUN-CTL.
       COPY RUNCTLRC.
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-SCAN-EOF-FLAG     PIC X       VALUE 'N'.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
           OPEN INPUT ACCT-OUT-IN
           OPEN I-O MASTER-FILE
           OPEN EXTEND MASTER-JNL
      * 05 = optional file opened empty (first-ever run);
      * 97 = open OK after integrity verification.
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "05"
           CLOSE ACCT-OUT-IN
           PERFORM FLAG-ABSENT-PASS
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           DISPLAY 'CHKDGLOD: RECORDS READ     = ' WS-READ-COUNT
           DISPLAY 'CHKDGLOD: RECORDS ADDED    = ' WS-ADD-COUNT
           DISPLAY 'CHKDGLOD: RECORDS REFRESHED= ' WS-REFRESH-COUNT
      * start on the digital-root scheme until a DRSCHMIG wave
      * converts them.
           MOVE 'R' TO MST-SCHEME-CODE
           MOVE SPACE TO JNL-BEFORE-IMAGE
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           WRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE 'A' TO JNL-ACTION
           MOVE 'NEWACCT' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-ADD-COUNT.
       REFRESH-RECORD.
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           IF MST-ABSENT-EXTRACT
               ADD 1 TO WS-RETURN-COUNT
           END-IF
               MOVE 'V' TO MST-STATUS-FLAG
           END-IF
           MOVE WS-RUN-DATE TO MST-LAST-VERIFIED
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE 'R' TO JNL-ACTION
           MOVE 'REFRESH' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-REFRESH-COUNT.
      * Second pass, sequential over the whole master: any record
      * the load pass did not stamp with tonight's date fell off
               ADD 1 TO WS-HELD-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           MOVE 'A' TO MST-STATUS-FLAG
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE 'S' TO JNL-ACTION
           MOVE 'ABSENT' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-FLAG-COUNT.
      * Callers set both images, the action and the reason, and
      * perform this only once the master I/O has succeeded - the
      * journal never records a change the master did not take.
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'CHKDGLOD' TO JNL-PROGRAM-ID
           WRITE MASTER-JOURNAL-REC.
       MASTER-IO-ERROR.
           DISPLAY 'CHKDGLOD: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM CHKDGLOD.
