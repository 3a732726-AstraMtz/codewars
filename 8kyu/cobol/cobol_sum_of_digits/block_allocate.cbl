      * ALOCOUT - account number, check digit, branch prefix - for
      * the conversion team. The ALOCRPT report shows requested
      * versus issued per prefix; a prefix that could not fill its
      * request (unknown, exhausted, its next number retired, or an
      * I/O failure) is flagged and the step ends RC=4 with
      * everything issued so far standing.
      *
      * ACCTALOC logs every number to the allocation log under
      * 'DRBLKALO' and the request reference in ALOCPRM columns
      * 10-21 - the conversion or branch opening the block is for,
      * which is how DRALOAGE reports numbers that never opened.
      * A record without one is logged under this run's start date
      * and time (YYYYMMDDHHMM).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 PARM-REC.
           05 PARM-BRANCH      PIC X(4).
           05 PARM-COUNT       PIC 9(5).
           05 PARM-REQUEST-REF PIC X(12).
       FD  ALOC-OUT.
       01 ALOC-OUT-REC.
           05 AO-ACCOUNT-NUM   PIC 9(12).
       01 WS-ACCOUNT-NUM       PIC 9(12).
       01 WS-CHECK-DIGIT       PIC 9.
       01 WS-ALOC-STATUS       PIC X.
       01 WS-ALOC-REQUEST.
           05 WS-REQUESTED-BY  PIC X(8)    VALUE 'DRBLKALO'.
           05 WS-REQUEST-REF   PIC X(12).
       01 WS-RUN-STAMP         PIC X(12).
       01 WS-WANTED            PIC 9(5).
       01 WS-ISSUED-HERE       PIC 9(5).
       01 WS-ISSUE-SUB         PIC 9(5).
           05 DL-NOTE          PIC X(36).
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-RUN-STAMP
           OPEN INPUT ALOC-PARM
           OPEN OUTPUT ALOC-OUT
           OPEN OUTPUT ALOC-RPT
           END-IF
           MOVE PARM-COUNT TO WS-WANTED
           MOVE PARM-BRANCH TO WS-BRANCH-PREFIX
           MOVE PARM-REQUEST-REF TO WS-REQUEST-REF
           IF WS-REQUEST-REF = SPACE
               MOVE WS-RUN-STAMP TO WS-REQUEST-REF
           END-IF
           MOVE 0 TO WS-ISSUED-HERE
           MOVE '0' TO WS-ALOC-STATUS
           PERFORM VARYING WS-ISSUE-SUB FROM 1 BY 1
               WHEN '3'
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE 'PREFIX EXHAUSTED' TO DL-NOTE
               WHEN '4'
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE 'NEXT NUMBER IS RETIRED - SEE CONSOLE'
                       TO DL-NOTE
               WHEN OTHER
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE 'I/O FAILURE - SEE CONSOLE' TO DL-NOTE
           PERFORM WRITE-DETAIL-LINE.
       ISSUE-ONE.
           CALL 'ACCTALOC' USING WS-BRANCH-PREFIX WS-ACCOUNT-NUM
               WS-CHECK-DIGIT WS-ALOC-STATUS WS-ALOC-REQUEST
           IF WS-ALOC-STATUS = '0'
               ADD 1 TO WS-ISSUED-HERE
               ADD 1 TO WS-TOTAL-ISSUED
