      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKDGRPR.
      * Repair run for the weekly integrity sweep. CHKDGSWP only
      * reports; this applies the fixes operations has approved,
      * category by category, from the sweep's CHKDGEXC exception
      * file. Nothing is repaired unless the RPRPARM deck names both
      * the sweep it answers and the categories it approves:
      *   D + YYYYMMDD  the sweep date on the exception file - a
      *                 deck written for another week's sweep fails
      *                 the run before anything is touched
      *   C + category  one approved category (see CHKDGEXC)
      *   *             comment line
      * KY (non-numeric key) is never repairable here - the record
      * cannot be read by its key and has to be dealt with by hand.
      *
      * What each approved category does to the master record:
      *   SC - sets the scheme to the one the stored digit verifies
      *        under; left alone if it verifies under both or neither
      *   DG - recomputes the digit under the record's own scheme
      *        (CHKDGASN, audited), sets a V/I status to V and stamps
      *        today's date; hold and absent flags are kept
      *   ST - sets the status to what CHKDGVFY makes of the stored
      *        digit (V or I)
      *   VB/VN/VF/VS - stamps today's date, but only on a record
      *        whose digit verifies under its own scheme - the date
      *        says the digit was proven, so a bad digit is repaired
      *        first (DG) or not at all. An absent account restamped
      *        here starts its DRRETIRE retention period again.
      * Each exception is applied only if the master record is still
      * exactly as the sweep saw it (or, for the second and later
      * categories on one record, exactly as this run left it), so
      * a record changed since the sweep - by the nightly load, a
      * fraud disposition, an operator - is reported and skipped.
      * Every rewrite is journaled to CHKDGJNL for CHKDGRCV.
      *
      * RPRRPT lists every approved exception with what was done
      * and counts found/approved/repaired/skipped by category.
      * RC=8: RPRPARM missing or unusable, or its sweep date does not
      * match the exception file - the master is not touched.
      * RC=4: an approved exception could not be repaired.
      * RC=16: file I/O failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPR-PARM ASSIGN TO "RPRPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXC-IN ASSIGN TO "CHKDGEXC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MASTER-JNL ASSIGN TO "CHKDGJNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPR-RPT ASSIGN TO "RPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RPR-PARM.
       01 PARM-REC.
           05 PARM-TYPE        PIC X.
      *   'D' = sweep date answered, 'C' = approved category,
      *   '*' = comment line in the parameter deck.
               88 PARM-SWEEP-DATE    VALUE 'D'.
               88 PARM-CATEGORY      VALUE 'C'.
               88 PARM-COMMENT       VALUE '*'.
           05 PARM-BODY        PIC X(8).
           05 PARM-DATE-VIEW REDEFINES PARM-BODY.
               10 PARM-DATE        PIC X(8).
           05 PARM-CATEGORY-VIEW REDEFINES PARM-BODY.
               10 PARM-CAT-CODE    PIC X(2).
               10 FILLER           PIC X(6).
           05 FILLER           PIC X(71).
       FD  EXC-IN.
       COPY CHKDGEXC.
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  MASTER-JNL.
       COPY CHKDGJNL.
       FD  RPR-RPT.
       01 RPR-RPT-REC          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-SWEEP-DATE        PIC X(8)    VALUE SPACE.
       01 WS-AUDIT-FLAG        PIC X       VALUE '0'.
       01 WS-PARM-ERR-COUNT    PIC 9(9)    VALUE 0.
       01 WS-APPROVE-COUNT     PIC 9(9)    VALUE 0.
       01 WS-WRONG-DATE-COUNT  PIC 9(9)    VALUE 0.
       01 WS-READ-COUNT        PIC 9(9)    VALUE 0.
       01 WS-UNKNOWN-COUNT     PIC 9(9)    VALUE 0.
       01 WS-REPAIR-COUNT      PIC 9(9)    VALUE 0.
       01 WS-SKIP-COUNT        PIC 9(9)    VALUE 0.
       01 WS-LUHN-RESULT       PIC X.
       01 WS-ROOT-RESULT       PIC X.
      * Set by the repair paragraphs: 'Y' = record changed and ready
      * to rewrite, otherwise WS-RESULT says why it was left alone.
       01 WS-REPAIRED          PIC X.
       01 WS-RESULT            PIC X(40).
      * The last record this run rewrote - a later category on the
      * same account is checked against it, not the sweep image.
       01 WS-LAST-ACCOUNT      PIC X(12)   VALUE SPACE.
       01 WS-LAST-IMAGE        PIC X(23).
       01 WS-EXPECT-IMAGE      PIC X(23).
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY
           WS-CHECK-DIGIT-REC.
      * Categories in CHKDGEXC order - same table as CHKDGSWP, with
      * the approval switch and the counts this run keeps.
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
       01 WS-CAT-APPROVALS.
           05 WS-CAT-APPROVED OCCURS 8 TIMES PIC X VALUE 'N'.
       01 WS-CAT-COUNTS.
           05 WS-CAT-COUNT-SET OCCURS 8 TIMES.
      *   1 = found  2 = approved  3 = repaired  4 = skipped
               10 WS-CAT-COUNT OCCURS 4 TIMES PIC 9(9) VALUE 0.
       01 WS-CAT-SUB           PIC 9.
       01 WS-FOUND-SUB         PIC 9.
       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT       PIC X(12).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-CATEGORY      PIC X(2).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-BEFORE        PIC X(11).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 DL-RESULT        PIC X(40).
           05 FILLER           PIC X(9)    VALUE SPACE.
      * DL-BEFORE - the sweep image: digit, status, scheme, date.
       01 WS-SHORT-IMAGE.
           05 SI-DIGIT         PIC X.
           05 SI-STATUS        PIC X.
           05 SI-SCHEME        PIC X.
           05 SI-VERIFIED      PIC X(8).
       01 WS-CAT-HEADER.
           05 FILLER           PIC X(36)   VALUE 'BY CATEGORY'.
           05 FILLER           PIC X(25)
               VALUE '  FOUND A REPAIRD SKIPPED'.
           05 FILLER           PIC X(19)   VALUE SPACE.
       01 WS-CAT-LINE.
           05 CT-CODE          PIC X(2).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 CT-TEXT          PIC X(32).
           05 CT-FOUND         PIC ZZZZZZ9.
           05 FILLER           PIC X       VALUE SPACE.
           05 CT-APPROVED      PIC X.
           05 FILLER           PIC X       VALUE SPACE.
           05 CT-REPAIRED      PIC ZZZZZZ9.
           05 FILLER           PIC X       VALUE SPACE.
           05 CT-SKIPPED       PIC ZZZZZZ9.
           05 FILLER           PIC X(12)   VALUE SPACE.
       01 WS-COUNT-LINE.
           05 CL-LABEL         PIC X(24).
           05 CL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(47)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM LOAD-PARAMETERS
           PERFORM CHECK-SWEEP-DATE
           OPEN INPUT EXC-IN
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'CHKDGRPR: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MASTER-JNL
           OPEN OUTPUT RPR-RPT
           MOVE 'CHECK-DIGIT MASTER INTEGRITY REPAIR' TO RPR-RPT-REC
           WRITE RPR-RPT-REC
           MOVE SPACE TO RPR-RPT-REC
           STRING 'SWEEP DATE ' WS-SWEEP-DATE '  REPAIR DATE '
               WS-RUN-DATE DELIMITED BY SIZE INTO RPR-RPT-REC
           WRITE RPR-RPT-REC
           MOVE SPACE TO RPR-RPT-REC
           WRITE RPR-RPT-REC
           MOVE 'ACCOUNT       CAT DSC DATE      RESULT'
               TO RPR-RPT-REC
           WRITE RPR-RPT-REC
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EXC-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM PROCESS-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE EXC-IN
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           PERFORM PRINT-SUMMARY
           CLOSE RPR-RPT
           DISPLAY 'CHKDGRPR: EXCEPTIONS READ    = ' WS-READ-COUNT
           DISPLAY 'CHKDGRPR: REPAIRED           = ' WS-REPAIR-COUNT
           DISPLAY 'CHKDGRPR: APPROVED, SKIPPED  = ' WS-SKIP-COUNT
           IF WS-UNKNOWN-COUNT > 0
               DISPLAY 'CHKDGRPR: UNKNOWN CATEGORIES = '
                   WS-UNKNOWN-COUNT
           END-IF
           IF WS-SKIP-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       LOAD-PARAMETERS.
           OPEN INPUT RPR-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RPR-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE RPR-PARM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PARM-ERR-COUNT > 0
               DISPLAY 'CHKDGRPR: ' WS-PARM-ERR-COUNT
                   ' UNUSABLE RPRPARM RECORDS - NOTHING REPAIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SWEEP-DATE = SPACE
               DISPLAY 'CHKDGRPR: NO SWEEP DATE IN RPRPARM - '
                   'NOTHING REPAIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPROVE-COUNT = 0
               DISPLAY 'CHKDGRPR: NO CATEGORIES APPROVED IN RPRPARM '
                   '- NOTHING REPAIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * An unusable approval fails the whole run - a deck that says
      * less (or more) than operations meant is not guessed at.
       STORE-PARAMETER.
           EVALUATE TRUE
               WHEN PARM-COMMENT
               WHEN PARM-REC = SPACE
                   CONTINUE
               WHEN PARM-SWEEP-DATE AND PARM-DATE IS NUMERIC
                   AND WS-SWEEP-DATE = SPACE
                   MOVE PARM-DATE TO WS-SWEEP-DATE
               WHEN PARM-CATEGORY
                   PERFORM FIND-CATEGORY-PARM
               WHEN OTHER
                   ADD 1 TO WS-PARM-ERR-COUNT
                   DISPLAY 'CHKDGRPR: UNUSABLE RPRPARM RECORD: '
                       PARM-REC
           END-EVALUATE.
       FIND-CATEGORY-PARM.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 8
               IF WS-CAT-CODE(WS-CAT-SUB) = PARM-CAT-CODE
                   MOVE WS-CAT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
      * Entry 1 is KY - never approvable.
           IF WS-FOUND-SUB < 2
               ADD 1 TO WS-PARM-ERR-COUNT
               DISPLAY 'CHKDGRPR: UNUSABLE RPRPARM RECORD: '
                   PARM-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-APPROVED(WS-FOUND-SUB) = 'N'
               MOVE 'Y' TO WS-CAT-APPROVED(WS-FOUND-SUB)
               ADD 1 TO WS-APPROVE-COUNT
           END-IF.
      * The deck must answer the sweep that wrote the exception file;
      * one record from any other sweep and nothing is applied.
       CHECK-SWEEP-DATE.
           OPEN INPUT EXC-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EXC-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF EXC-SWEEP-DATE NOT = WS-SWEEP-DATE
                           ADD 1 TO WS-WRONG-DATE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXC-IN
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-WRONG-DATE-COUNT > 0
               DISPLAY 'CHKDGRPR: ' WS-WRONG-DATE-COUNT
                   ' EXCEPTIONS NOT FROM THE ' WS-SWEEP-DATE
                   ' SWEEP - NOTHING REPAIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       PROCESS-EXCEPTION.
           ADD 1 TO WS-READ-COUNT
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 8
               IF WS-CAT-CODE(WS-CAT-SUB) = EXC-CATEGORY
                   MOVE WS-CAT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY 'CHKDGRPR: UNKNOWN CATEGORY ' EXC-CATEGORY
                   ' FOR ' EXC-ACCOUNT-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SUB TO WS-CAT-SUB
           ADD 1 TO WS-CAT-COUNT(WS-CAT-SUB 1)
           IF WS-CAT-APPROVED(WS-CAT-SUB) = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-COUNT(WS-CAT-SUB 2)
           MOVE 'N' TO WS-REPAIRED
           MOVE SPACE TO WS-RESULT
           MOVE EXC-CHECK-DIGIT TO SI-DIGIT
           MOVE EXC-STATUS-FLAG TO SI-STATUS
           MOVE EXC-SCHEME-CODE TO SI-SCHEME
           MOVE EXC-LAST-VERIFIED TO SI-VERIFIED
           MOVE WS-SHORT-IMAGE TO DL-BEFORE
           PERFORM READ-AND-REPAIR
           IF WS-REPAIRED = 'Y'
               ADD 1 TO WS-CAT-COUNT(WS-CAT-SUB 3)
               ADD 1 TO WS-REPAIR-COUNT
           ELSE
               ADD 1 TO WS-CAT-COUNT(WS-CAT-SUB 4)
               ADD 1 TO WS-SKIP-COUNT
           END-IF
           MOVE EXC-ACCOUNT-NUM TO DL-ACCOUNT
           MOVE EXC-CATEGORY TO DL-CATEGORY
           MOVE WS-RESULT TO DL-RESULT
           MOVE WS-DETAIL-LINE TO RPR-RPT-REC
           WRITE RPR-RPT-REC.
       READ-AND-REPAIR.
           IF EXC-ACCOUNT-NUM IS NOT NUMERIC
               MOVE 'KEY NOT NUMERIC - SKIPPED' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE EXC-ACCOUNT-NUM TO MST-ACCOUNT-NUM
           READ MASTER-FILE
           IF WS-MASTER-STATUS = "23"
               MOVE 'NOT ON MASTER - SKIPPED' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           IF EXC-ACCOUNT-NUM = WS-LAST-ACCOUNT
               MOVE WS-LAST-IMAGE TO WS-EXPECT-IMAGE
           ELSE
               MOVE EXC-MASTER-IMAGE TO WS-EXPECT-IMAGE
           END-IF
           IF CHECK-DIGIT-MASTER-REC NOT = WS-EXPECT-IMAGE
               MOVE 'CHANGED SINCE SWEEP - SKIPPED' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-BEFORE-IMAGE
           EVALUATE TRUE
               WHEN EXC-BAD-SCHEME
                   PERFORM REPAIR-SCHEME
               WHEN EXC-BAD-DIGIT
                   PERFORM REPAIR-DIGIT
               WHEN EXC-BAD-STATUS
                   PERFORM REPAIR-STATUS
               WHEN OTHER
                   PERFORM REPAIR-DATE
           END-EVALUATE
           IF WS-REPAIRED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           REWRITE CHECK-DIGIT-MASTER-REC
           IF WS-MASTER-STATUS NOT = "00"
               PERFORM MASTER-IO-ERROR
           END-IF
           MOVE CHECK-DIGIT-MASTER-REC TO JNL-AFTER-IMAGE
           PERFORM WRITE-JOURNAL
           MOVE EXC-ACCOUNT-NUM TO WS-LAST-ACCOUNT
           MOVE CHECK-DIGIT-MASTER-REC TO WS-LAST-IMAGE.
      * The stored digit decides the scheme - only when exactly one
      * of the two schemes proves it.
       REPAIR-SCHEME.
           IF MST-CHECK-DIGIT IS NOT NUMERIC
               MOVE 'DIGIT NOT NUMERIC - REPAIR BY HAND' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE MST-ACCOUNT-NUM TO ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
           MOVE MST-CHECK-DIGIT TO CHECK-DIGIT OF WS-CHECK-DIGIT-REC
           SET SCHEME-LUHN OF WS-CHECK-DIGIT-REC TO TRUE
           CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
           MOVE STATUS-FLAG OF WS-CHECK-DIGIT-REC TO WS-LUHN-RESULT
           SET SCHEME-DIGITAL-ROOT OF WS-CHECK-DIGIT-REC TO TRUE
           CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
           MOVE STATUS-FLAG OF WS-CHECK-DIGIT-REC TO WS-ROOT-RESULT
           EVALUATE TRUE
               WHEN WS-LUHN-RESULT = 'V' AND WS-ROOT-RESULT = 'V'
                   MOVE 'DIGIT PROVES UNDER BOTH - REPAIR BY HAND'
                       TO WS-RESULT
               WHEN WS-LUHN-RESULT = 'V'
                   SET MST-SCHEME-LUHN TO TRUE
                   MOVE 'SCHEME SET TO L' TO WS-RESULT
                   MOVE 'Y' TO WS-REPAIRED
               WHEN WS-ROOT-RESULT = 'V'
                   SET MST-SCHEME-DIGITAL-ROOT TO TRUE
                   MOVE 'SCHEME SET TO R' TO WS-RESULT
                   MOVE 'Y' TO WS-REPAIRED
               WHEN OTHER
                   MOVE 'DIGIT PROVES UNDER NEITHER - SKIPPED'
                       TO WS-RESULT
           END-EVALUATE
           IF WS-REPAIRED = 'Y'
               SET JNL-ACTION-REWRITE TO TRUE
               MOVE 'RPRSCHM' TO JNL-REASON
           END-IF.
       REPAIR-DIGIT.
           IF NOT MST-SCHEME-DIGITAL-ROOT AND NOT MST-SCHEME-LUHN
               MOVE 'SCHEME INVALID - REPAIR SC FIRST' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE MST-ACCOUNT-NUM TO ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
           MOVE MST-SCHEME-CODE TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
           CALL 'CHKDGASN' USING WS-CHECK-DIGIT-REC WS-AUDIT-FLAG
           IF NOT CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
               MOVE 'DIGIT COULD NOT BE COMPUTED - SKIPPED'
                   TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE CHECK-DIGIT OF WS-CHECK-DIGIT-REC TO MST-CHECK-DIGIT
           IF MST-CHECK-DIGIT-OK OR MST-CHECK-DIGIT-MISMATCH
               SET MST-CHECK-DIGIT-OK TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO MST-LAST-VERIFIED
           MOVE SPACE TO WS-RESULT
           STRING 'DIGIT SET TO ' MST-CHECK-DIGIT
               DELIMITED BY SIZE INTO WS-RESULT
           MOVE 'Y' TO WS-REPAIRED
           SET JNL-ACTION-REWRITE TO TRUE
           MOVE 'RPRDIGIT' TO JNL-REASON.
       REPAIR-STATUS.
           PERFORM PROVE-STORED-DIGIT
           EVALUATE TRUE
               WHEN CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
                   SET MST-CHECK-DIGIT-OK TO TRUE
                   MOVE 'STATUS SET TO V' TO WS-RESULT
               WHEN CHECK-DIGIT-MISMATCH OF WS-CHECK-DIGIT-REC
                   SET MST-CHECK-DIGIT-MISMATCH TO TRUE
                   MOVE 'STATUS SET TO I' TO WS-RESULT
               WHEN OTHER
                   MOVE 'DIGIT OR SCHEME BAD - REPAIR SC/DG FIRST'
                       TO WS-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO WS-REPAIRED
           SET JNL-ACTION-STATUS TO TRUE
           MOVE 'RPRSTAT' TO JNL-REASON.
       REPAIR-DATE.
           IF MST-CHECK-DIGIT-UNASSIGNED
               MOVE 'UNASSIGNED - NO DIGIT TO PROVE' TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM PROVE-STORED-DIGIT
           IF NOT CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
               MOVE 'DIGIT DOES NOT PROVE - REPAIR DG FIRST'
                   TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO MST-LAST-VERIFIED
           MOVE 'LAST-VERIFIED SET TO TODAY' TO WS-RESULT
           MOVE 'Y' TO WS-REPAIRED
           SET JNL-ACTION-REWRITE TO TRUE
           MOVE 'RPRDATE' TO JNL-REASON.
      * Leaves CHKDGVFY's answer in STATUS-FLAG; 'U' when the stored
      * digit or scheme is not one it can prove.
       PROVE-STORED-DIGIT.
           SET CHECK-DIGIT-UNASSIGNED OF WS-CHECK-DIGIT-REC TO TRUE
           IF MST-CHECK-DIGIT IS NOT NUMERIC
               OR (NOT MST-SCHEME-DIGITAL-ROOT AND NOT MST-SCHEME-LUHN)
               EXIT PARAGRAPH
           END-IF
           MOVE MST-ACCOUNT-NUM TO ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
           MOVE MST-CHECK-DIGIT TO CHECK-DIGIT OF WS-CHECK-DIGIT-REC
           MOVE MST-SCHEME-CODE TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
           CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC.
       PRINT-SUMMARY.
           IF WS-REPAIR-COUNT = 0 AND WS-SKIP-COUNT = 0
               MOVE 'NO EXCEPTIONS IN THE APPROVED CATEGORIES'
                   TO RPR-RPT-REC
               WRITE RPR-RPT-REC
           END-IF
           MOVE SPACE TO RPR-RPT-REC
           WRITE RPR-RPT-REC
           MOVE WS-CAT-HEADER TO RPR-RPT-REC
           WRITE RPR-RPT-REC
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1 UNTIL WS-CAT-SUB > 8
               MOVE WS-CAT-CODE(WS-CAT-SUB) TO CT-CODE
               MOVE WS-CAT-TEXT(WS-CAT-SUB) TO CT-TEXT
               MOVE WS-CAT-COUNT(WS-CAT-SUB 1) TO CT-FOUND
               MOVE WS-CAT-APPROVED(WS-CAT-SUB) TO CT-APPROVED
               MOVE WS-CAT-COUNT(WS-CAT-SUB 3) TO CT-REPAIRED
               MOVE WS-CAT-COUNT(WS-CAT-SUB 4) TO CT-SKIPPED
               MOVE WS-CAT-LINE TO RPR-RPT-REC
               WRITE RPR-RPT-REC
           END-PERFORM
           MOVE SPACE TO RPR-RPT-REC
           WRITE RPR-RPT-REC
           MOVE 'EXCEPTIONS READ       : ' TO CL-LABEL
           MOVE WS-READ-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'REPAIRED              : ' TO CL-LABEL
           MOVE WS-REPAIR-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'APPROVED, NOT REPAIRED: ' TO CL-LABEL
           MOVE WS-SKIP-COUNT TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           IF WS-UNKNOWN-COUNT > 0
               MOVE 'UNKNOWN CATEGORY      : ' TO CL-LABEL
               MOVE WS-UNKNOWN-COUNT TO CL-COUNT
               PERFORM WRITE-COUNT-LINE
           END-IF.
       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RPR-RPT-REC
           WRITE RPR-RPT-REC.
       WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JNL-TIMESTAMP
           MOVE 'CHKDGRPR' TO JNL-PROGRAM-ID
           WRITE MASTER-JOURNAL-REC.
       MASTER-IO-ERROR.
           DISPLAY 'CHKDGRPR: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE EXC-IN
           CLOSE MASTER-FILE
           CLOSE MASTER-JNL
           CLOSE RPR-RPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM CHKDGRPR.
