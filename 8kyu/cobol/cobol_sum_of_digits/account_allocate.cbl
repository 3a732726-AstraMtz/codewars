      * written BEFORE the sequence advances: a failure between
      * the two leaves a master record the next call trips over
      * as a duplicate, which is loud, rather than a silently
      * burned number. Each master record cut here is journaled to
      * CHKDGJNL (see the CHKDGJNL copybook) as soon as the write
      * succeeds, so the journal holds it even if the sequence
      * advance then fails.
      *
      * A number on the retired-account file (see the CHKDGRTD
      * copybook) is never issued again - the call refuses it with
      * ALOC-RETIRED before anything is written. Like the duplicate
      * below it means the sequence record is behind, and it is
      * left for operations to put right rather than skipped.
      *
      * Every number issued is also appended to the allocation log
      * (see the ACCTALOG copybook) with the requesting run the
      * caller names in ALOC-REQUEST - the log is what DRALOCAP
      * forecasts capacity from and DRALOAGE ages unopened numbers
      * against. It is written with the journal entry, once the
      * master write has succeeded.
      *
      * A newly issued account is not on the nightly extract until
      * the account system first sends it - CHKDGLOD may flag it
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
      * OPTIONAL - until the first DRRETIRE run there is nothing
      * retired, and no cluster loaded to read.
           SELECT OPTIONAL RETIRED-FILE ASSIGN TO "CHKDGRTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTD-ACCOUNT-NUM
               FILE STATUS IS WS-RETIRED-STATUS.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOC-LOG ASSIGN TO "ALOCLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       COPY ACCTSEQ.
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  RETIRED-FILE.
       COPY CHKDGRTD.
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       FD  ALLOC-LOG.
       COPY ACCTALOG.
       WORKING-STORAGE SECTION.
       01 WS-FILES-OPEN        PIC X       VALUE 'N'.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-RETIRED-STATUS    PIC XX.
       01 WS-TODAY             PIC X(8).
      * Journal and allocation-log stamp, YYYYMMDDHHMMSS - kept here
      * because the journal record area is gone once it is written.
       01 WS-ISSUE-STAMP       PIC X(14).
       01 WS-AUDIT-FLAG        PIC X       VALUE '0'.
       01 WS-NEW-ACCOUNT.
           05 WS-NEW-PREFIX    PIC X(4).
      * The prefix's 8-digit sequence is used up - numbers never
      * wrap; the branch needs a new prefix assigned.
           88 ALOC-EXHAUSTED       VALUE '3'.
      * The next number in the prefix's sequence belongs to a
      * retired account - nothing issued, sequence not advanced.
           88 ALOC-RETIRED         VALUE '4'.
      * Input : who is asking - the calling program and its own
      * reference for the run, carried onto the allocation log.
       01 ALOC-REQUEST.
           05 ALOC-REQUESTED-BY   PIC X(8).
           05 ALOC-REQUEST-REF    PIC X(12).
       PROCEDURE DIVISION USING ALOC-BRANCH-PREFIX ALOC-ACCOUNT-NUM
           ALOC-CHECK-DIGIT ALOC-STATUS ALOC-REQUEST.
       MAIN-PARA.
           MOVE '0' TO ALOC-STATUS
           IF WS-FILES-OPEN = 'N'
               MOVE '2' TO ALOC-STATUS
               EXIT PARAGRAPH
           END-IF
      * 05 = optional file not there yet - nothing retired.
           OPEN INPUT RETIRED-FILE
           IF WS-RETIRED-STATUS NOT = "00" AND NOT = "05"
                   AND NOT = "97"
               DISPLAY 'ACCTALOC: RETIRED FILE OPEN FAILED, STATUS='
                   WS-RETIRED-STATUS
               MOVE '2' TO ALOC-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND MASTER-JNL
           OPEN EXTEND ALLOC-LOG
           MOVE 'Y' TO WS-FILES-OPEN.
       ISSUE-NUMBER.
           MOVE SEQ-BRANCH-PREFIX TO WS-NEW-PREFIX
           MOVE SEQ-NEXT-NUMBER TO WS-NEW-SEQ
           MOVE WS-NEW-ACCOUNT-NUM TO RTD-ACCOUNT-NUM
           READ RETIRED-FILE
           EVALUATE WS-RETIRED-STATUS
               WHEN "00"
                   DISPLAY 'ACCTALOC: NEXT NUMBER IS RETIRED, ACCOUNT='
                       WS-NEW-ACCOUNT-NUM ' RETIRED ' RTD-RETIRED-DATE
                   MOVE '4' TO ALOC-STATUS
                   EXIT PARAGRAPH
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACCTALOC: RETIRED FILE READ FAILED, '
                       'STATUS=' WS-RETIRED-STATUS ' KEY='
                       WS-NEW-ACCOUNT-NUM
                   MOVE '2' TO ALOC-STATUS
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-NEW-ACCOUNT-NUM TO ACCOUNT-NUM OF
               WS-CHECK-DIGIT-REC
      * Scheme 'L' up front - a number issued here never passes
           MOVE 'V' TO MST-STATUS-FLAG
           MOVE WS-TODAY TO MST-LAST-VERIFIED
           MOVE 'L' TO MST-SCHEME-CODE
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           WRITE CHECK-DIGIT-MASTER-REC
      * Status 22 = the number is already on the master - the
      * sequence file is behind the master (a crash between write
               MOVE '2' TO ALOC-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ISSUE-STAMP
           MOVE WS-ISSUE-STAMP TO JNL-TIMESTAMP
           MOVE 'ACCTALOC' TO JNL-PROGRAM-ID
           MOVE 'A' TO JNL-ACTION
           MOVE 'ALLOCATE' TO JNL-REASON
           MOVE SPACE TO JNL-BEFORE-IMAGE
           WRITE MASTER-JOURNAL-REC
           MOVE SPACE TO ACCT-ALLOC-LOG-REC
           MOVE WS-NEW-ACCOUNT-NUM TO ALG-ACCOUNT-NUM
           MOVE CHECK-DIGIT OF WS-CHECK-DIGIT-REC TO ALG-CHECK-DIGIT
           MOVE WS-NEW-PREFIX TO ALG-BRANCH-PREFIX
           MOVE WS-ISSUE-STAMP(1:8) TO ALG-ISSUE-DATE
           MOVE WS-ISSUE-STAMP(9:6) TO ALG-ISSUE-TIME
           MOVE 'ACCTALOC' TO ALG-ISSUED-BY
           MOVE ALOC-REQUESTED-BY TO ALG-REQUESTED-BY
           MOVE ALOC-REQUEST-REF TO ALG-REQUEST-REF
           WRITE ACCT-ALLOC-LOG-REC
           ADD 1 TO SEQ-NEXT-NUMBER
           REWRITE ACCT-SEQ-REC
           IF WS-SEQ-STATUS NOT = "00"
