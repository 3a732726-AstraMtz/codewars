      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PMTVALID.
      * Inbound payment-instruction account validation. Partner
      * banks and the payments clearing send files of instructions
      * carrying beneficiary account numbers; this proves each one
      * against the check-digit master the day it arrives, instead
      * of the number surfacing as a failed posting days later.
      *
      * The inbound file (PMTIN) carries one or more envelopes, one
      * per sender transmission, in the same convention as the
      * FRDXTRCT/FRDDISP feed and the DRPREDIT transmission:
      *   'H' header  - sender id, sender's file date, file reference
      *   'D' details - instruction reference, beneficiary account
      *                 number (12 digits) and its check digit
      *   'T' trailer - detail count and 15-digit truncated hash
      *                 total of the account numbers
      * Each envelope is proven over a first pass before anything is
      * answered. An envelope that does not prove out is answered as
      * a whole - response header status 'R', no details - and the
      * sender resends it; the other envelopes in the file stand.
      *
      * Each detail of a proven envelope is answered with a reason
      * code on the PMTRESP response file (same H/D/T envelope back
      * to the sender):
      *   '00' accepted - on the master, digit verifies, account live
      *   '01' account number or check digit not numeric
      *   '02' account not on the check-digit master
      *   '03' check digit fails - CHKDGVFY under the account's own
      *        MST-SCHEME-CODE, so a Luhn account is proven by Luhn
      *   '04' account absent from the account system's extract
      *        (MST-ABSENT-EXTRACT)
      *   '05' account on fraud hold (MST-FRAUD-HOLD) - outranks the
      *        digit result, same as CHKDGTXN at the keystroke
      * PMTVRPT lists every envelope and totals the codes per sender.
      *
      * RC=8: no envelope in the file proved out (or there was none)
      * - nothing useful was answered. RC=4: some envelopes, or
      * records outside any envelope, were rejected - the response
      * still goes, and PMTVRPT says which. Reason codes on proven
      * envelopes are the sender's business and leave RC=0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMT-IN ASSIGN TO "PMTIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO "CHKDGMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-ACCOUNT-NUM
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PMT-RESP ASSIGN TO "PMTRESP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PMT-RPT ASSIGN TO "PMTVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PMT-IN.
       01 PMT-IN-REC           PIC X(40).
       FD  MASTER-FILE.
       COPY CHKDGMST.
       FD  PMT-RESP.
       01 PMT-RESP-REC         PIC X(40).
       FD  PMT-RPT.
       01 PMT-RPT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-MASTER-STATUS     PIC XX.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-ENV-HEADER.
           05 EH-TYPE          PIC X.
           05 EH-SENDER        PIC X(8).
           05 EH-FILE-DATE     PIC X(8).
           05 EH-FILE-REF      PIC X(10).
           05 FILLER           PIC X(13).
       01 WS-ENV-DETAIL.
           05 ED-TYPE          PIC X.
           05 ED-INSTR-REF     PIC X(16).
           05 ED-ACCOUNT-NUM   PIC X(12).
           05 ED-CHECK-DIGIT   PIC X.
           05 FILLER           PIC X(10).
       01 WS-ENV-TRAILER.
           05 ET-TYPE          PIC X.
           05 ET-REC-COUNT     PIC 9(9).
           05 ET-HASH-TOTAL    PIC 9(15).
           05 FILLER           PIC X(15).
       01 WS-RESP-HEADER.
           05 RH-TYPE          PIC X       VALUE 'H'.
           05 RH-SENDER        PIC X(8).
           05 RH-RESP-DATE     PIC X(8).
           05 RH-FILE-DATE     PIC X(8).
           05 RH-FILE-REF      PIC X(10).
      *   'A' = envelope proven, every detail answered below;
      *   'R' = envelope rejected whole - resend it.
           05 RH-ENV-STATUS    PIC X.
           05 FILLER           PIC X(4)    VALUE SPACE.
       01 WS-RESP-DETAIL.
           05 RD-TYPE          PIC X       VALUE 'D'.
           05 RD-INSTR-REF     PIC X(16).
           05 RD-ACCOUNT-NUM   PIC X(12).
           05 RD-CHECK-DIGIT   PIC X.
           05 RD-REASON        PIC X(2).
           05 FILLER           PIC X(8)    VALUE SPACE.
       01 WS-RESP-TRAILER.
           05 RT-TYPE          PIC X       VALUE 'T'.
           05 RT-REC-COUNT     PIC 9(9).
           05 RT-HASH-TOTAL    PIC 9(15).
           05 FILLER           PIC X(15)   VALUE SPACE.
       01 WS-NUMB              PIC 9(12).
       01 WS-REASON            PIC X(2).
       01 WS-RESP-COUNT        PIC 9(9)    VALUE 0.
       01 WS-RESP-HASH         PIC 9(15)   VALUE 0.
       COPY CHECK-DIGIT-REC REPLACING CHECK-DIGIT-REC BY
           WS-CHECK-DIGIT-REC.
      * Envelope table - filled by the balancing pass in arrival
      * order, one entry per 'H' record, and read back in the same
      * order by the answering pass.
       01 WS-IN-ENVELOPE       PIC X       VALUE 'N'.
       01 WS-STRAY-COUNT       PIC 9(9)    VALUE 0.
       01 WS-ENV-OK-COUNT      PIC 9(4)    VALUE 0.
       01 WS-ENV-REJ-COUNT     PIC 9(4)    VALUE 0.
       01 WS-ENV-MAX           PIC 9(4)    VALUE 500.
       01 WS-ENV-USED          PIC 9(4)    VALUE 0.
       01 WS-ENV-SUB           PIC 9(4).
       01 WS-ENV-TABLE.
           05 WS-ENV-ENTRY OCCURS 500 TIMES.
               10 WS-ENV-SENDER     PIC X(8).
               10 WS-ENV-FILE-DATE  PIC X(8).
               10 WS-ENV-FILE-REF   PIC X(10).
               10 WS-ENV-COUNT      PIC 9(9).
               10 WS-ENV-HASH       PIC 9(15).
               10 WS-ENV-STATUS     PIC X.
               10 WS-ENV-REASON     PIC X(24).
      * Per-sender totals - same sorted serial-scan table as
      * DRSCHMIG's branch counts. Counter subscripts:
      *   1 = envelopes received   2 = envelopes rejected
      *   3 = instructions answered
      *   4-9 = reason codes '00' through '05'
       01 WS-WHICH-COUNT       PIC 9.
       01 WS-HOLD-SENDER       PIC X(8).
       01 WS-TABLE-MAX         PIC 9(4)    VALUE 200.
       01 WS-TABLE-USED        PIC 9(4)    VALUE 0.
       01 WS-TABLE-SUB         PIC 9(4).
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-SHIFT-SUB         PIC 9(4).
       01 WS-SENDER-TABLE.
           05 WS-ENTRY OCCURS 200 TIMES.
               10 WS-ENTRY-SENDER PIC X(8).
               10 WS-ENTRY-COUNT OCCURS 9 TIMES PIC 9(9).
       01 WS-CTR-SUB           PIC 9.
       01 WS-GRAND-TOTALS.
           05 WS-GRAND-TOTAL OCCURS 9 TIMES PIC 9(9) VALUE 0.
       01 WS-ENV-LINE.
           05 EL-SENDER        PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 EL-FILE-DATE     PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 EL-FILE-REF      PIC X(10).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 EL-COUNT         PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 EL-STATUS        PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 EL-REASON        PIC X(24).
           05 FILLER           PIC X(23)   VALUE SPACE.
       01 WS-SENDER-HEAD.
           05 FILLER           PIC X(8)    VALUE 'SENDER'.
           05 FILLER           PIC X(6)    VALUE '  ENVS'.
           05 FILLER           PIC X(6)    VALUE '   REJ'.
           05 FILLER           PIC X(11)   VALUE '      INSTR'.
           05 FILLER           PIC X(10)   VALUE '     00-OK'.
           05 FILLER           PIC X(10)   VALUE ' 01-NONNUM'.
           05 FILLER           PIC X(10)   VALUE ' 02-NOTMST'.
           05 FILLER           PIC X(10)   VALUE '  03-DIGIT'.
           05 FILLER           PIC X(10)   VALUE ' 04-ABSENT'.
           05 FILLER           PIC X(10)   VALUE '   05-HOLD'.
           05 FILLER           PIC X(9)    VALUE SPACE.
       01 WS-SENDER-LINE.
           05 SL-SENDER        PIC X(8).
           05 SL-ENVELOPES     PIC ZZZZZ9.
           05 SL-ENV-REJ       PIC ZZZZZ9.
           05 SL-COUNT OCCURS 7 TIMES.
               10 FILLER       PIC X(1).
               10 SL-VALUE     PIC ZZZZZZZZ9.
           05 FILLER           PIC X(10)   VALUE SPACE.
       01 WS-SL-SUB            PIC 9.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM BALANCE-PASS
           IF WS-ENV-OK-COUNT = 0
               DISPLAY 'PMTVALID: NO ENVELOPE PROVED OUT - NOTHING '
                   'VALIDATED'
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00" AND NOT = "97"
               DISPLAY 'PMTVALID: MASTER OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PMT-RESP
           MOVE 0 TO WS-ENV-SUB
           OPEN INPUT PMT-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PMT-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM ANSWER-RECORD
               END-READ
           END-PERFORM
           CLOSE PMT-IN
           CLOSE MASTER-FILE
           CLOSE PMT-RESP
           OPEN OUTPUT PMT-RPT
           PERFORM PRINT-REPORT
           CLOSE PMT-RPT
           DISPLAY 'PMTVALID: ENVELOPES PROVEN   = ' WS-ENV-OK-COUNT
           DISPLAY 'PMTVALID: ENVELOPES REJECTED = ' WS-ENV-REJ-COUNT
           DISPLAY 'PMTVALID: STRAY RECORDS      = ' WS-STRAY-COUNT
           DISPLAY 'PMTVALID: INSTRUCTIONS       = ' WS-GRAND-TOTAL(3)
           DISPLAY 'PMTVALID: ACCEPTED           = ' WS-GRAND-TOTAL(4)
           IF RETURN-CODE = 0
               AND (WS-ENV-REJ-COUNT > 0 OR WS-STRAY-COUNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * First pass - prove every envelope against what arrived,
      * same balancing rules as FRDDISP, before anything is
      * answered. A header arriving while an envelope is still open
      * means that envelope lost its trailer.
       BALANCE-PASS.
           OPEN INPUT PMT-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PMT-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM BALANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE PMT-IN
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-IN-ENVELOPE = 'Y'
               MOVE 'NO TRAILER - TRUNCATED'
                   TO WS-ENV-REASON(WS-ENV-USED)
               PERFORM REJECT-ENVELOPE
           END-IF.
       BALANCE-RECORD.
           EVALUATE PMT-IN-REC(1:1)
               WHEN 'H'
                   IF WS-IN-ENVELOPE = 'Y'
                       MOVE 'NO TRAILER - TRUNCATED'
                           TO WS-ENV-REASON(WS-ENV-USED)
                       PERFORM REJECT-ENVELOPE
                   END-IF
                   PERFORM OPEN-ENVELOPE
               WHEN 'D'
                   IF WS-IN-ENVELOPE = 'N'
                       PERFORM STRAY-RECORD
                   ELSE
                       ADD 1 TO WS-ENV-COUNT(WS-ENV-USED)
                       MOVE PMT-IN-REC TO WS-ENV-DETAIL
                       IF ED-ACCOUNT-NUM IS NUMERIC
                           MOVE ED-ACCOUNT-NUM TO WS-NUMB
                           COMPUTE WS-ENV-HASH(WS-ENV-USED) =
                               FUNCTION MOD(WS-ENV-HASH(WS-ENV-USED)
                                   + WS-NUMB, 1000000000000000)
                       END-IF
                   END-IF
               WHEN 'T'
                   IF WS-IN-ENVELOPE = 'N'
                       PERFORM STRAY-RECORD
                   ELSE
                       PERFORM CLOSE-ENVELOPE
                   END-IF
               WHEN OTHER
                   IF WS-IN-ENVELOPE = 'N'
                       PERFORM STRAY-RECORD
                   ELSE
                       IF WS-ENV-REASON(WS-ENV-USED) = SPACE
                           MOVE 'UNKNOWN RECORD TYPE'
                               TO WS-ENV-REASON(WS-ENV-USED)
                       END-IF
                   END-IF
           END-EVALUATE.
       OPEN-ENVELOPE.
           IF WS-ENV-USED = WS-ENV-MAX
               DISPLAY 'PMTVALID: ENVELOPE TABLE FULL - RAISE '
                   'WS-ENV-MAX AND RECOMPILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENV-USED
           MOVE PMT-IN-REC TO WS-ENV-HEADER
           MOVE EH-SENDER TO WS-ENV-SENDER(WS-ENV-USED)
           MOVE EH-FILE-DATE TO WS-ENV-FILE-DATE(WS-ENV-USED)
           MOVE EH-FILE-REF TO WS-ENV-FILE-REF(WS-ENV-USED)
           MOVE 0 TO WS-ENV-COUNT(WS-ENV-USED)
           MOVE 0 TO WS-ENV-HASH(WS-ENV-USED)
           MOVE SPACE TO WS-ENV-STATUS(WS-ENV-USED)
           MOVE SPACE TO WS-ENV-REASON(WS-ENV-USED)
           MOVE 'Y' TO WS-IN-ENVELOPE.
      * An unknown record type inside the envelope has already left
      * its reason; the trailer figures are only worth checking when
      * nothing else is wrong.
       CLOSE-ENVELOPE.
           MOVE PMT-IN-REC TO WS-ENV-TRAILER
           EVALUATE TRUE
               WHEN WS-ENV-REASON(WS-ENV-USED) NOT = SPACE
                   CONTINUE
               WHEN ET-REC-COUNT IS NOT NUMERIC
                   OR ET-HASH-TOTAL IS NOT NUMERIC
                   MOVE 'TRAILER NOT NUMERIC'
                       TO WS-ENV-REASON(WS-ENV-USED)
               WHEN ET-REC-COUNT NOT = WS-ENV-COUNT(WS-ENV-USED)
                   MOVE 'TRAILER COUNT MISMATCH'
                       TO WS-ENV-REASON(WS-ENV-USED)
               WHEN ET-HASH-TOTAL NOT = WS-ENV-HASH(WS-ENV-USED)
                   MOVE 'TRAILER HASH MISMATCH'
                       TO WS-ENV-REASON(WS-ENV-USED)
           END-EVALUATE
           IF WS-ENV-REASON(WS-ENV-USED) = SPACE
               MOVE 'A' TO WS-ENV-STATUS(WS-ENV-USED)
               ADD 1 TO WS-ENV-OK-COUNT
           ELSE
               PERFORM REJECT-ENVELOPE
           END-IF
           MOVE 'N' TO WS-IN-ENVELOPE.
       REJECT-ENVELOPE.
           MOVE 'R' TO WS-ENV-STATUS(WS-ENV-USED)
           ADD 1 TO WS-ENV-REJ-COUNT
           DISPLAY 'PMTVALID: ENVELOPE REJECTED, SENDER='
               WS-ENV-SENDER(WS-ENV-USED) ' REF='
               WS-ENV-FILE-REF(WS-ENV-USED) ' - '
               WS-ENV-REASON(WS-ENV-USED)
           MOVE 'N' TO WS-IN-ENVELOPE.
      * A detail or trailer outside any envelope belongs to no
      * sender and cannot be answered - counted and shown only.
       STRAY-RECORD.
           ADD 1 TO WS-STRAY-COUNT
           DISPLAY 'PMTVALID: RECORD OUTSIDE ANY ENVELOPE: '
               PMT-IN-REC.
      * Second pass - the 'H' records line up one for one with the
      * envelope table, so counting them keeps WS-ENV-SUB on the
      * envelope being read, and records after a trailer are the
      * strays already counted. A rejected envelope is answered by its
      * header and an empty trailer at once; its own records are
      * skipped.
       ANSWER-RECORD.
           EVALUATE PMT-IN-REC(1:1)
               WHEN 'H'
                   ADD 1 TO WS-ENV-SUB
                   MOVE 'Y' TO WS-IN-ENVELOPE
                   PERFORM ANSWER-HEADER
               WHEN 'D'
                   IF WS-IN-ENVELOPE = 'Y'
                       AND WS-ENV-STATUS(WS-ENV-SUB) = 'A'
                       PERFORM ANSWER-DETAIL
                   END-IF
               WHEN 'T'
                   IF WS-IN-ENVELOPE = 'Y'
                       AND WS-ENV-STATUS(WS-ENV-SUB) = 'A'
                       PERFORM WRITE-RESP-TRAILER
                   END-IF
                   MOVE 'N' TO WS-IN-ENVELOPE
           END-EVALUATE.
       ANSWER-HEADER.
           MOVE WS-ENV-SENDER(WS-ENV-SUB) TO RH-SENDER
           MOVE WS-RUN-DATE TO RH-RESP-DATE
           MOVE WS-ENV-FILE-DATE(WS-ENV-SUB) TO RH-FILE-DATE
           MOVE WS-ENV-FILE-REF(WS-ENV-SUB) TO RH-FILE-REF
           MOVE WS-ENV-STATUS(WS-ENV-SUB) TO RH-ENV-STATUS
           MOVE WS-RESP-HEADER TO PMT-RESP-REC
           WRITE PMT-RESP-REC
           MOVE 0 TO WS-RESP-COUNT
           MOVE 0 TO WS-RESP-HASH
           MOVE WS-ENV-SENDER(WS-ENV-SUB) TO WS-HOLD-SENDER
           MOVE 1 TO WS-WHICH-COUNT
           PERFORM TALLY-SENDER
           IF WS-ENV-STATUS(WS-ENV-SUB) = 'R'
               MOVE 2 TO WS-WHICH-COUNT
               PERFORM TALLY-SENDER
               PERFORM WRITE-RESP-TRAILER
           END-IF.
       ANSWER-DETAIL.
           MOVE PMT-IN-REC TO WS-ENV-DETAIL
           PERFORM VALIDATE-ACCOUNT
           MOVE ED-INSTR-REF TO RD-INSTR-REF
           MOVE ED-ACCOUNT-NUM TO RD-ACCOUNT-NUM
           MOVE ED-CHECK-DIGIT TO RD-CHECK-DIGIT
           MOVE WS-REASON TO RD-REASON
           MOVE WS-RESP-DETAIL TO PMT-RESP-REC
           WRITE PMT-RESP-REC
           ADD 1 TO WS-RESP-COUNT
           IF ED-ACCOUNT-NUM IS NUMERIC
               MOVE ED-ACCOUNT-NUM TO WS-NUMB
               COMPUTE WS-RESP-HASH =
                   FUNCTION MOD(WS-RESP-HASH + WS-NUMB,
                       1000000000000000)
           END-IF
           MOVE 3 TO WS-WHICH-COUNT
           PERFORM TALLY-SENDER
           EVALUATE WS-REASON
               WHEN '00'
                   MOVE 4 TO WS-WHICH-COUNT
               WHEN '01'
                   MOVE 5 TO WS-WHICH-COUNT
               WHEN '02'
                   MOVE 6 TO WS-WHICH-COUNT
               WHEN '03'
                   MOVE 7 TO WS-WHICH-COUNT
               WHEN '04'
                   MOVE 8 TO WS-WHICH-COUNT
               WHEN OTHER
                   MOVE 9 TO WS-WHICH-COUNT
           END-EVALUATE
           PERFORM TALLY-SENDER.
      * Order of the checks is the order of the reason codes' rank:
      * a number that is not on the master cannot be anything else
      * wrong, and a fraud hold outranks the digit result the way it
      * does in CHKDGTXN. The digit is proven by CHKDGVFY under the
      * master's scheme for the account - never a guessed one.
       VALIDATE-ACCOUNT.
           IF ED-ACCOUNT-NUM IS NOT NUMERIC
               OR ED-CHECK-DIGIT IS NOT NUMERIC
               MOVE '01' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ED-ACCOUNT-NUM TO MST-ACCOUNT-NUM
           READ MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE '02' TO WS-REASON
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM MASTER-IO-ERROR
           END-EVALUATE
           IF MST-FRAUD-HOLD
               MOVE '05' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ED-ACCOUNT-NUM TO ACCOUNT-NUM OF WS-CHECK-DIGIT-REC
           MOVE ED-CHECK-DIGIT TO CHECK-DIGIT OF WS-CHECK-DIGIT-REC
           MOVE MST-SCHEME-CODE TO SCHEME-CODE OF WS-CHECK-DIGIT-REC
           CALL 'CHKDGVFY' USING WS-CHECK-DIGIT-REC
           EVALUATE TRUE
               WHEN NOT CHECK-DIGIT-OK OF WS-CHECK-DIGIT-REC
                   MOVE '03' TO WS-REASON
               WHEN MST-ABSENT-EXTRACT
                   MOVE '04' TO WS-REASON
               WHEN OTHER
                   MOVE '00' TO WS-REASON
           END-EVALUATE.
       WRITE-RESP-TRAILER.
           MOVE WS-RESP-COUNT TO RT-REC-COUNT
           MOVE WS-RESP-HASH TO RT-HASH-TOTAL
           MOVE WS-RESP-TRAILER TO PMT-RESP-REC
           WRITE PMT-RESP-REC.
       MASTER-IO-ERROR.
           DISPLAY 'PMTVALID: MASTER I/O FAILED, STATUS='
               WS-MASTER-STATUS ' KEY=' MST-ACCOUNT-NUM
           CLOSE PMT-IN
           CLOSE MASTER-FILE
           CLOSE PMT-RESP
           MOVE 16 TO RETURN-CODE
           STOP RUN.
      * Find the sender entry, inserting a new one in key order when
      * it is not there yet - same serial-scan table as DRSCHMIG.
       TALLY-SENDER.
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
                   OR WS-ENTRY-SENDER(WS-TABLE-SUB) >= WS-HOLD-SENDER
               CONTINUE
           END-PERFORM
           IF WS-TABLE-SUB > WS-TABLE-USED
               OR WS-ENTRY-SENDER(WS-TABLE-SUB) NOT = WS-HOLD-SENDER
               IF WS-TABLE-USED = WS-TABLE-MAX
                   DISPLAY 'PMTVALID: SENDER TABLE FULL - '
                       'RAISE WS-TABLE-MAX AND RECOMPILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TABLE-SUB TO WS-INSERT-AT
               PERFORM VARYING WS-SHIFT-SUB FROM WS-TABLE-USED BY -1
                       UNTIL WS-SHIFT-SUB < WS-INSERT-AT
                   MOVE WS-ENTRY(WS-SHIFT-SUB)
                       TO WS-ENTRY(WS-SHIFT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-TABLE-USED
               MOVE WS-HOLD-SENDER TO WS-ENTRY-SENDER(WS-INSERT-AT)
               PERFORM VARYING WS-CTR-SUB FROM 1 BY 1
                       UNTIL WS-CTR-SUB > 9
                   MOVE 0 TO WS-ENTRY-COUNT(WS-INSERT-AT, WS-CTR-SUB)
               END-PERFORM
               MOVE WS-INSERT-AT TO WS-TABLE-SUB
           END-IF
           ADD 1 TO WS-ENTRY-COUNT(WS-TABLE-SUB, WS-WHICH-COUNT).
       PRINT-REPORT.
           MOVE 'PAYMENT INSTRUCTION ACCOUNT VALIDATION' TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           MOVE SPACE TO PMT-RPT-REC
           STRING 'RUN DATE ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PMT-RPT-REC
           WRITE PMT-RPT-REC
           MOVE SPACE TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           MOVE 'SENDER    FILEDATE  FILE-REF        DETAILS  STATUS'
               TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-USED
               PERFORM PRINT-ENVELOPE-LINE
           END-PERFORM
           MOVE SPACE TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           MOVE WS-SENDER-HEAD TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           IF WS-TABLE-USED = 0
               MOVE 'NO ENVELOPES RECEIVED' TO PMT-RPT-REC
               WRITE PMT-RPT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-TABLE-USED
               PERFORM PRINT-SENDER-LINE
           END-PERFORM
           MOVE SPACE TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           MOVE 'ALL' TO SL-SENDER
           MOVE WS-GRAND-TOTAL(1) TO SL-ENVELOPES
           MOVE WS-GRAND-TOTAL(2) TO SL-ENV-REJ
           PERFORM VARYING WS-SL-SUB FROM 1 BY 1 UNTIL WS-SL-SUB > 7
               MOVE WS-GRAND-TOTAL(WS-SL-SUB + 2)
                   TO SL-VALUE(WS-SL-SUB)
           END-PERFORM
           MOVE WS-SENDER-LINE TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           IF WS-STRAY-COUNT > 0
               MOVE SPACE TO PMT-RPT-REC
               STRING 'RECORDS OUTSIDE ANY ENVELOPE (NOT ANSWERED): '
                   WS-STRAY-COUNT DELIMITED BY SIZE INTO PMT-RPT-REC
               WRITE PMT-RPT-REC
           END-IF.
       PRINT-ENVELOPE-LINE.
           MOVE WS-ENV-SENDER(WS-ENV-SUB) TO EL-SENDER
           MOVE WS-ENV-FILE-DATE(WS-ENV-SUB) TO EL-FILE-DATE
           MOVE WS-ENV-FILE-REF(WS-ENV-SUB) TO EL-FILE-REF
           MOVE WS-ENV-COUNT(WS-ENV-SUB) TO EL-COUNT
           IF WS-ENV-STATUS(WS-ENV-SUB) = 'A'
               MOVE 'ANSWERED' TO EL-STATUS
           ELSE
               MOVE 'REJECTED' TO EL-STATUS
           END-IF
           MOVE WS-ENV-REASON(WS-ENV-SUB) TO EL-REASON
           MOVE WS-ENV-LINE TO PMT-RPT-REC
           WRITE PMT-RPT-REC.
       PRINT-SENDER-LINE.
           MOVE WS-ENTRY-SENDER(WS-TABLE-SUB) TO SL-SENDER
           MOVE WS-ENTRY-COUNT(WS-TABLE-SUB, 1) TO SL-ENVELOPES
           MOVE WS-ENTRY-COUNT(WS-TABLE-SUB, 2) TO SL-ENV-REJ
           PERFORM VARYING WS-SL-SUB FROM 1 BY 1 UNTIL WS-SL-SUB > 7
               MOVE WS-ENTRY-COUNT(WS-TABLE-SUB, WS-SL-SUB + 2)
                   TO SL-VALUE(WS-SL-SUB)
           END-PERFORM
           MOVE WS-SENDER-LINE TO PMT-RPT-REC
           WRITE PMT-RPT-REC
           PERFORM VARYING WS-CTR-SUB FROM 1 BY 1 UNTIL WS-CTR-SUB > 9
               ADD WS-ENTRY-COUNT(WS-TABLE-SUB, WS-CTR-SUB)
                   TO WS-GRAND-TOTAL(WS-CTR-SUB)
           END-PERFORM.
       END PROGRAM PMTVALID.
