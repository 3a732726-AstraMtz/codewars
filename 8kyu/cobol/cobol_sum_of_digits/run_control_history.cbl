      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRCTLHST.
      * Files the last night's run-control records into the
      * permanent run-control history (see the RUNCTLHS copybook)
      * before the next night scratches RUNCTL. DRMORNRP reads
      * RUNCTL once, the morning after; without this copy each leg's
      * start and end times and volumes were gone by the next night,
      * and nobody could say whether a leg was slowly creeping
      * later. DRSLARPT reports the history by month.
      *
      * Runs as STEP004 of drnight.jcl (or drnsplit.jcl on a
      * partitioned night), just ahead of the STEP005 scratch. The
      * night is dated by the earliest run date on RUNCTL - the
      * chain's first leg - or, when no leg reported at all, the
      * day before this run; the night marker is filed either way,
      * so a night the whole chain missed still shows up as one.
      *
      * A night already on the history is not filed twice: a
      * resubmission from the top after STEP005 has run finds RUNCTL
      * empty and would otherwise file a second, empty copy of the
      * night it already filed. That ends RC=4 with nothing written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-IN ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL for the first night, before anything is filed.
           SELECT OPTIONAL HIST-FILE ASSIGN TO "RCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-IN.
       COPY RUNCTLRC.
       FD  HIST-FILE.
       COPY RUNCTLHS.
       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-RUN-DATE          PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-NIGHT-DATE        PIC X(8)    VALUE HIGH-VALUES.
       01 WS-NIGHT-DATE-NUM REDEFINES WS-NIGHT-DATE PIC 9(8).
       01 WS-LAST-FILED        PIC X(8)    VALUE LOW-VALUES.
       01 WS-HIST-COUNT        PIC 9(9)    VALUE 0.
       01 WS-FILED-COUNT       PIC 9(9)    VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM FIND-LAST-FILED
           PERFORM DATE-THE-NIGHT
           IF WS-HIST-COUNT > 0 AND WS-NIGHT-DATE NOT > WS-LAST-FILED
               DISPLAY 'DRCTLHST: NIGHT OF ' WS-NIGHT-DATE
                   ' ALREADY FILED (LAST FILED ' WS-LAST-FILED
                   ') - NOTHING WRITTEN'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HIST-FILE
           MOVE SPACE TO RUN-HISTORY-REC
           MOVE WS-NIGHT-DATE TO RH-NIGHT-DATE
           SET RH-NIGHT-MARKER TO TRUE
           WRITE RUN-HISTORY-REC
           OPEN INPUT CTL-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CTL-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM FILE-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE CTL-IN
           CLOSE HIST-FILE
           DISPLAY 'DRCTLHST: NIGHT FILED         = ' WS-NIGHT-DATE
           DISPLAY 'DRCTLHST: CONTROL RECORDS     = ' WS-FILED-COUNT
           IF WS-FILED-COUNT = 0
               DISPLAY 'DRCTLHST: RUNCTL WAS EMPTY - NO LEG REPORTED '
                   'IN THAT NIGHT'
           END-IF
           STOP RUN.
      * The history is appended in night order, so its last night
      * marker is the latest night filed.
       FIND-LAST-FILED.
           OPEN INPUT HIST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
                       IF RH-NIGHT-MARKER
                           MOVE RH-NIGHT-DATE TO WS-LAST-FILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE 'N' TO WS-EOF-FLAG.
      * First pass over RUNCTL - the night is the earliest run date
      * on it, since a leg that runs past midnight stamps the next
      * day's date.
       DATE-THE-NIGHT.
           OPEN INPUT CTL-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CTL-IN
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RC-RUN-DATE IS NUMERIC
                           AND RC-RUN-DATE < WS-NIGHT-DATE
                           MOVE RC-RUN-DATE TO WS-NIGHT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-IN
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-NIGHT-DATE = HIGH-VALUES
               COMPUTE WS-NIGHT-DATE-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1)
           END-IF.
       FILE-CONTROL-RECORD.
           MOVE SPACE TO RUN-HISTORY-REC
           MOVE WS-NIGHT-DATE TO RH-NIGHT-DATE
           SET RH-CONTROL TO TRUE
           MOVE RUN-CONTROL-REC TO RH-CONTROL-IMAGE
           WRITE RUN-HISTORY-REC
           ADD 1 TO WS-FILED-COUNT.
       END PROGRAM DRCTLHST.
