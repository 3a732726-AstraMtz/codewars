      *        stored digit, not blindly reset to 'V'
      * The case reference has no home on the 23-byte master record
      * - the FRDDRPT report is its audit trail, one line per
      * disposition with the result. Each hold and release is also
      * journaled to CHKDGJNL with its before- and after-image (see
      * the CHKDGJNL copybook).
      *
      * The envelope is proven over a first pass BEFORE any master
      * update - a truncated return file must not half-apply. An
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DISP-RPT ASSIGN TO "FRDDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DISP-IN.
       COPY CHKDGMST.
       FD  DISP-RPT.
       01 DISP-RPT-REC         PIC X(70).
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MASTER-JNL
           OPEN OUTPUT DISP-RPT
           MOVE 'FRAUD DISPOSITIONS APPLIED' TO DISP-RPT-REC
           WRITE DISP-RPT-REC
           END-PERFORM
           CLOSE DISP-IN
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           PERFORM WRITE-SUMMARY
           CLOSE DISP-RPT
           DISPLAY 'FRDDISP: HOLDS APPLIED   = ' WS-HOLD-COUNT
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           MOVE 'H' TO MST-STATUS-FLAG
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE 'FRDHOLD' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-HOLD-COUNT
           MOVE 'HOLD APPLIED' TO DL-RESULT
           PERFORM WRITE-DETAIL-LINE.
           MOVE MST-SCHEME-CODE TO SCHEME-CODE OF
               WS-CHECK-DIGIT-REC
           CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           MOVE STATUS-FLAG OF WS-CHECK-DIGIT-REC
               TO MST-STATUS-FLAG
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE 'FRDREL' TO JNL-REASON
           PERFORM WRITE-JOURNAL
           ADD 1 TO WS-RELEASE-COUNT
           MOVE SPACE TO DL-RESULT
           STRING 'HOLD RELEASED - STATUS NOW ' MST-STATUS-FLAG
       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO DISP-RPT-REC
           WRITE DISP-RPT-REC.
      * Callers set both images and the reason once the master
      * rewrite has gone through. A hold and a release change only
      * the status flag.
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'FRDDISP' TO JNL-PROGRAM-ID
           MOVE 'S' TO JNL-ACTION
           WRITE MASTER-JOURNAL-REC.
       MASTER-IO-ERROR.
           DISPLAY 'FRDDISP: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE DISP-IN
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       WRITE-SUMMARY.
