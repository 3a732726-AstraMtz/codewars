      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDGRCV.
      * Forward recovery for the check-digit master KSDS. Rebuilds
      * CHKDGMST into a freshly defined cluster from the last backup
      * chkdgbkup.jcl took, then rolls it forward by reapplying the
      * change journal (see the CHKDGJNL copybook) - every add and
      * rewrite CHKDGLOD, FRDDISP, DRSCHMIG, DRSCHBKO, ACCTALOC and
      * the CDGI PF5/PF6 paths made since that backup, and every
      * delete DRRETIRE made retiring an account - up to a
      * chosen point in time. A master damaged at 03:00 can be put
      * back exactly as it stood at 02:59 without rerunning the
      * chain.
      *
      * The journal must arrive sorted ascending on its date/time
      * with equal keys left in arrival order (chkdgrcv.jcl STEP010
      * sorts it) - the batch writers and the CICS queue append in
      * their own order, and replay must follow the clock.
      *
      * The recovery point comes from the RCVPARM control file -
      * YYYYMMDDHHMMSS; entries stamped at or before it are applied,
      * later ones are counted and left. The file is OPTIONAL;
      * absent or blank means roll forward through the whole
      * journal. A point that is present but not numeric ends RC=8
      * before the master is touched.
      *
      * Replay is by after-image, so a step that finds the record
      * other than its before-image says it still lands where the
      * journal says - but the RCVRPT report lists each such entry
      * and the run ends RC=4, since it means the backup and the
      * journal do not join up (wrong backup generation, or a
      * journal gap) and the result should be checked before CICS
      * reopens the file. A delete whose record is already gone is
      * listed the same way and skipped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-IN ASSIGN TO "BKUPIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-IN ASSIGN TO "JNLIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCV-PARM ASSIGN TO "RCVPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RCV-RPT ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * The IDCAMS REPRO unload of the cluster - master record
      * layout, ascending key order.
       FD  BACKUP-IN.
       01 BACKUP-REC           PIC X(23).
       FD  JOURNAL-IN.
       COPY CHKDGJNL.
       FD  RCV-PARM.
       01 RCV-PARM-REC.
           05 RP-POINT         PIC X(14).
           05 FILLER           PIC X(66).
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  RCV-RPT.
       01 RCV-RPT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
      * All nines = no point given, apply everything.
       01 WS-POINT             PIC X(14)   VALUE '99999999999999'.
       01 WS-BACKUP-COUNT      PIC 9(9)    VALUE 0.
       01 WS-JNL-READ-COUNT    PIC 9(9)    VALUE 0.
       01 WS-ADD-COUNT         PIC 9(9)    VALUE 0.
       01 WS-REWRITE-COUNT     PIC 9(9)    VALUE 0.
       01 WS-STATUS-COUNT      PIC 9(9)    VALUE 0.
       01 WS-DELETE-COUNT      PIC 9(9)    VALUE 0.
       01 WS-AFTER-POINT       PIC 9(9)    VALUE 0.
       01 WS-MISMATCH-COUNT    PIC 9(9)    VALUE 0.
       01 WS-INVALID-COUNT     PIC 9(9)    VALUE 0.
       01 WS-LAST-APPLIED      PIC X(14)   VALUE SPACE.
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT       PIC X(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-TIMESTAMP     PIC X(14).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-PROGRAM       PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-REASON        PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-RESULT        PIC X(30).
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(24).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(47)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RECOVERY-POINT
           OPEN OUTPUT RCV-RPT
           MOVE 'CHECK-DIGIT MASTER FORWARD RECOVERY' TO RCV-RPT-REC
           WRITE RCV-RPT-REC
           MOVE SPACE TO RCV-RPT-REC
           IF WS-POINT = '99999999999999'
               MOVE 'RECOVERY POINT: END OF JOURNAL' TO RCV-RPT-REC
           ELSE
               STRING 'RECOVERY POINT: ' WS-POINT
                   DELIMITED BY SIZE INTO RCV-RPT-REC
           END-IF
           WRITE RCV-RPT-REC
           PERFORM LOAD-BACKUP
           PERFORM APPLY-JOURNAL
           PERFORM WRITE-SUMMARY
           CLOSE RCV-RPT
           DISPLAY 'CHKDGRCV: BACKUP RECORDS   = ' WS-BACKUP-COUNT
           DISPLAY 'CHKDGRCV: JOURNAL READ     = ' WS-JNL-READ-COUNT
           DISPLAY 'CHKDGRCV: ADDS APPLIED     = ' WS-ADD-COUNT
           DISPLAY 'CHKDGRCV: REWRITES APPLIED = ' WS-REWRITE-COUNT
           DISPLAY 'CHKDGRCV: STATUS APPLIED   = ' WS-STATUS-COUNT
           DISPLAY 'CHKDGRCV: DELETES APPLIED  = ' WS-DELETE-COUNT
           DISPLAY 'CHKDGRCV: AFTER THE POINT  = ' WS-AFTER-POINT
           DISPLAY 'CHKDGRCV: IMAGE MISMATCHES = ' WS-MISMATCH-COUNT
           DISPLAY 'CHKDGRCV: INVALID ENTRIES  = ' WS-INVALID-COUNT
           DISPLAY 'CHKDGRCV: LAST APPLIED     = ' WS-LAST-APPLIED
           IF WS-MISMATCH-COUNT > 0 OR WS-INVALID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       READ-RECOVERY-POINT.
           OPEN INPUT RCV-PARM
           READ RCV-PARM
               AT END CONTINUE
               NOT AT END
                   IF RP-POINT NOT = SPACE
                       MOVE RP-POINT TO WS-POINT
                   END-IF
           END-READ
           CLOSE RCV-PARM
           IF WS-POINT IS NOT NUMERIC
               DISPLAY 'CHKDGRCV: RECOVERY POINT NOT NUMERIC: '
                   WS-POINT ' - MASTER NOT TOUCHED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The cluster has just been defined empty - OPEN OUTPUT loads
      * it in key order straight from the unload.
       LOAD-BACKUP.
           OPEN INPUT BACKUP-IN
           OPEN OUTPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'CHKDGRCV: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BACKUP-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM LOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKUP-IN
           CLOSE MASTER-FILE
           MOVE 'N' TO WS-EOF-FLAG.
       LOAD-RECORD.
           MOVE BACKUP-REC TO CHECK-DIGIT-MASTER-REC
           WRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           ADD 1 TO WS-BACKUP-COUNT.
       APPLY-JOURNAL.
           OPEN INPUT JOURNAL-IN
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'CHKDGRCV: MASTER REOPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO RCV-RPT-REC
           WRITE RCV-RPT-REC
           MOVE 'ACCOUNT       DATE/TIME       PROGRAM   REASON'
               TO RCV-RPT-REC
           MOVE 'RESULT' TO RCV-RPT-REC(51:6)
           WRITE RCV-RPT-REC
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOURNAL-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM APPLY-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN
           CLOSE MASTER-FILE.
       APPLY-ENTRY.
           ADD 1 TO WS-JNL-READ-COUNT
           IF JNL-TIMESTAMP > WS-POINT
               ADD 1 TO WS-AFTER-POINT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DETAIL-LINE
           IF JNL-ACTION-DELETE
               MOVE JNL-BEFORE-IMAGE(1:12) TO DL-ACCOUNT
           ELSE
               MOVE JNL-AFTER-IMAGE(1:12) TO DL-ACCOUNT
           END-IF
           MOVE JNL-TIMESTAMP TO DL-TIMESTAMP
           MOVE JNL-PROGRAM-ID TO DL-PROGRAM
           MOVE JNL-REASON TO DL-REASON
           IF NOT (JNL-ACTION-ADD OR JNL-ACTION-REWRITE
                   OR JNL-ACTION-STATUS OR JNL-ACTION-DELETE)
               OR (JNL-ACTION-DELETE
                   AND JNL-BEF-ACCOUNT-NUM IS NOT NUMERIC)
               OR (NOT JNL-ACTION-DELETE
                   AND JNL-AFT-ACCOUNT-NUM IS NOT NUMERIC)
               ADD 1 TO WS-INVALID-COUNT
               MOVE 'INVALID ENTRY - NOT APPLIED' TO DL-RESULT
               PERFORM WRITE-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           IF JNL-ACTION-DELETE
               PERFORM APPLY-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE JNL-AFT-ACCOUNT-NUM TO MST-ACCOUNT-NUM
           READ MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   IF CHECK-DIGIT-MASTER-REC NOT = JNL-BEFORE-IMAGE
                       ADD 1 TO WS-MISMATCH-COUNT
                       IF JNL-ACTION-ADD
                           MOVE 'ADD FOUND RECORD - REWRITTEN'
                               TO DL-RESULT
                       ELSE
                           MOVE 'BEFORE-IMAGE MISMATCH' TO DL-RESULT
                       END-IF
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
                   MOVE JNL-AFTER-IMAGE TO CHECK-DIGIT-MASTER-REC
                   REWRITE CHECK-DIGIT-MASTER-REC
      * Status 23 = not on the rebuilt master. Right for an add;
      * for a rewrite the backup and journal do not join up, but
      * the after-image is still the record as the journal left it.
               WHEN "23"
                   IF NOT JNL-ACTION-ADD
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE 'NO RECORD TO REWRITE - ADDED'
                           TO DL-RESULT
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
                   MOVE JNL-AFTER-IMAGE TO CHECK-DIGIT-MASTER-REC
                   WRITE CHECK-DIGIT-MASTER-REC
               WHEN OTHER
                   PERFORM MASTER-IO-ERROR
           END-EVALUATE
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           EVALUATE TRUE
               WHEN JNL-ACTION-ADD
                   ADD 1 TO WS-ADD-COUNT
               WHEN JNL-ACTION-REWRITE
                   ADD 1 TO WS-REWRITE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-STATUS-COUNT
           END-EVALUATE
           MOVE JNL-TIMESTAMP TO WS-LAST-APPLIED.
      * A delete has no after-image to land - the record keyed by
      * the before-image comes off the rebuilt master. Already gone
      * means the backup and journal do not join up; there is
      * nothing left to do for the entry but say so.
       APPLY-DELETE.
           MOVE JNL-BEF-ACCOUNT-NUM TO MST-ACCOUNT-NUM
           READ MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   IF CHECK-DIGIT-MASTER-REC NOT = JNL-BEFORE-IMAGE
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE 'BEFORE-IMAGE MISMATCH' TO DL-RESULT
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
                   DELETE MASTER-FILE RECORD
                   IF WS-MASTER-STATUS NOT = "00"
                       PERFORM MASTER-IO-ERROR
                   END-IF
               WHEN "23"
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'NO RECORD TO DELETE - SKIPPED' TO DL-RESULT
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   PERFORM MASTER-IO-ERROR
           END-EVALUATE
           ADD 1 TO WS-DELETE-COUNT
           MOVE JNL-TIMESTAMP TO WS-LAST-APPLIED.
       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO RCV-RPT-REC
           WRITE RCV-RPT-REC.
       WRITE-SUMMARY.
           MOVE SPACE TO RCV-RPT-REC
           WRITE RCV-RPT-REC
           MOVE 'RECOVERY SUMMARY' TO RCV-RPT-REC
           WRITE RCV-RPT-REC
           MOVE 'BACKUP RECORDS LOADED : ' TO CL-LABEL
           MOVE WS-BACKUP-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'JOURNAL ENTRIES READ  : ' TO CL-LABEL
           MOVE WS-JNL-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ADDS APPLIED          : ' TO CL-LABEL
           MOVE WS-ADD-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'REWRITES APPLIED      : ' TO CL-LABEL
           MOVE WS-REWRITE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'STATUS CHANGES APPLIED: ' TO CL-LABEL
           MOVE WS-STATUS-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'DELETES APPLIED       : ' TO CL-LABEL
           MOVE WS-DELETE-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'AFTER THE POINT - LEFT: ' TO CL-LABEL
           MOVE WS-AFTER-POINT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'IMAGE MISMATCHES      : ' TO CL-LABEL
           MOVE WS-MISMATCH-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'INVALID ENTRIES       : ' TO CL-LABEL
           MOVE WS-INVALID-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACE TO RCV-RPT-REC
           STRING 'LAST ENTRY APPLIED    : ' WS-LAST-APPLIED
               DELIMITED BY SIZE INTO RCV-RPT-REC
           WRITE RCV-RPT-REC.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RCV-RPT-REC
           WRITE RCV-RPT-REC.
       MASTER-IO-ERROR.
           DISPLAY 'CHKDGRCV: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE MASTER-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM CHKDGRCV.
