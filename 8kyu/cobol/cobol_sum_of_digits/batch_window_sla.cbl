      *Version 3.1 (IBM)

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRSLARPT.
      * Monthly batch-window report over the run-control history
      * (see the RUNCTLHS copybook) that DRCTLHST files every night.
      * DRMORNRP says whether last night's chain balanced; this says
      * how the chain has been running for a month - so operations
      * can argue for a batch-window change with figures, and see a
      * leg creeping later before it breaks the online start.
      *
      * Per leg (DRNIGHT, CHKDGLOD, FRDXTRCT, DRREJANL, DRAUDARC,
      * DRTREND), for the report month and the month before it:
      *   - nights reported in, and nights it never reported
      *   - nights it finished after its deadline
      *   - nights it ended with a nonzero return code
      *   - average elapsed minutes and records in per minute
      *   - average finish time, and average records in per night
      * then the trend against the prior month: volume per night,
      * elapsed time and finish time. Every late, missing and
      * nonzero-RC night of the report month is listed by night
      * first, and any one of them ends the step RC=4.
      *
      * Times are counted from midnight starting the night's date,
      * so a finish shown '1 02:15' is 02:15 the next morning. A leg
      * rerun in the same night files a second record; the last one
      * stands, as in DRMORNRP. A record whose times or run date
      * are not numbers counts as reported but is left out of the
      * timings.
      *
      * SLAPARM:
      *   M yyyymm                    the report month - exactly one
      *   D leg(8) day(1) hhmm(4)     a leg's deadline - day 0 is the
      *                               night's date, 1 the next day
      *   *                           comment
      * A leg without a deadline is not checked for lateness (and
      * says so). RC=8: SLAPARM missing or unusable - no report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-PARM ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-FILE ASSIGN TO "RCHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLA-RPT ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SLA-PARM.
       01 SLA-PARM-REC.
           05 SP-TYPE          PIC X.
               88 SP-MONTH         VALUE 'M'.
               88 SP-DEADLINE      VALUE 'D'.
               88 SP-COMMENT       VALUE '*'.
           05 SP-BODY          PIC X(79).
           05 SP-MONTH-VIEW REDEFINES SP-BODY.
               10 SP-REPORT-MONTH  PIC X(6).
               10 FILLER           PIC X(73).
           05 SP-DEADLINE-VIEW REDEFINES SP-BODY.
               10 SP-LEG           PIC X(8).
               10 SP-DAY           PIC X.
               10 SP-HHMM          PIC X(4).
               10 FILLER           PIC X(66).
       FD  HIST-FILE.
       COPY RUNCTLHS.
       FD  SLA-RPT.
       01 SLA-RPT-REC          PIC X(90).
       WORKING-STORAGE SECTION.
       COPY RUNCTLRC.
       01 WS-EOF-FLAG          PIC X       VALUE 'N'.
       01 WS-PARM-ERR-COUNT    PIC 9(9)    VALUE 0.
       01 WS-MONTH-COUNT       PIC 9(9)    VALUE 0.
       01 WS-HIST-COUNT        PIC 9(9)    VALUE 0.
       01 WS-FLAG-COUNT        PIC 9(9)    VALUE 0.
       01 WS-RPT-MONTH         PIC X(6).
       01 WS-RPT-MONTH-PARTS REDEFINES WS-RPT-MONTH.
           05 WS-RPT-YEAR      PIC 9(4).
           05 WS-RPT-MON       PIC 9(2).
       01 WS-PRV-MONTH         PIC X(6).
       01 WS-PRV-MONTH-PARTS REDEFINES WS-PRV-MONTH.
           05 WS-PRV-YEAR      PIC 9(4).
           05 WS-PRV-MON       PIC 9(2).
       01 WS-HHMM              PIC X(4).
       01 WS-HHMM-PARTS REDEFINES WS-HHMM.
           05 WS-HHMM-HH       PIC 9(2).
           05 WS-HHMM-MM       PIC 9(2).
      * The night being gathered, and which month it counts toward:
      *   0 = neither   1 = the report month   2 = the month before
       01 WS-CUR-NIGHT         PIC X(8).
       01 WS-CUR-NIGHT-NUM REDEFINES WS-CUR-NIGHT PIC 9(8).
       01 WS-PER               PIC 9       VALUE 0.
       01 WS-RUN-DATE-WORK     PIC X(8).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-WORK PIC 9(8).
       01 WS-TIME-WORK         PIC X(6).
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH       PIC 9(2).
           05 WS-TIME-MM       PIC 9(2).
           05 WS-TIME-SS       PIC 9(2).
       01 WS-START-SECS        PIC 9(7).
       01 WS-END-SECS          PIC 9(7).
       01 WS-ELAPSED-SECS      PIC S9(7).
       01 WS-DAY-OFFSET        PIC S9(7).
       01 WS-FINISH-SECS       PIC 9(7).
       01 WS-CLOCK-SECS        PIC 9(7).
       01 WS-CLOCK-REST        PIC 9(7).
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-DAY     PIC 9.
           05 FILLER           PIC X       VALUE SPACE.
           05 WS-CLOCK-HH      PIC 99.
           05 FILLER           PIC X       VALUE ':'.
           05 WS-CLOCK-MM      PIC 99.
       01 WS-NIGHT-TOTALS.
           05 WS-PER-NIGHTS OCCURS 2 TIMES PIC 9(5) VALUE 0.
       01 WS-LEG-SUB           PIC 9.
       01 WS-PER-SUB           PIC 9.
      *   Leg subscripts, fixed as in DRMORNRP: 1=DRNIGHT
      *   2=CHKDGLOD 3=FRDXTRCT 4=DRREJANL 5=DRAUDARC 6=DRTREND
       01 WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 6 TIMES.
               10 WS-LEG-NAME      PIC X(8).
               10 WS-LEG-DL-SET    PIC X.
               10 WS-LEG-DL-SECS   PIC 9(7).
      *       Tonight's record, last one in wins.
               10 WS-NT-FOUND      PIC X.
               10 WS-NT-DATE       PIC X(8).
               10 WS-NT-START      PIC X(6).
               10 WS-NT-END        PIC X(6).
               10 WS-NT-IN         PIC 9(9).
               10 WS-NT-RC         PIC 9(4).
               10 WS-LEG-STATS OCCURS 2 TIMES.
                   15 WS-ST-REPORTED   PIC 9(5).
                   15 WS-ST-MISSING    PIC 9(5).
                   15 WS-ST-LATE       PIC 9(5).
                   15 WS-ST-BADRC      PIC 9(5).
                   15 WS-ST-TIMED      PIC 9(5).
                   15 WS-ST-VOLUME     PIC 9(13).
                   15 WS-ST-TIMED-VOL  PIC 9(13).
                   15 WS-ST-ELAPSED    PIC 9(11).
                   15 WS-ST-FINISH     PIC 9(11).
      * Averages worked out for one leg and month at a time.
       01 WS-AVG-MIN           PIC 9(5)V9.
       01 WS-AVG-RATE          PIC 9(9).
       01 WS-AVG-VOLUME        PIC 9(11).
       01 WS-AVG-FINISH        PIC 9(7).
       01 WS-CUR-AVG-MIN       PIC 9(5)V9.
       01 WS-CUR-AVG-VOLUME    PIC 9(11).
       01 WS-CUR-AVG-FINISH    PIC 9(7).
       01 WS-TREND-PCT         PIC S9(5)V99.
       01 WS-TREND-MIN         PIC S9(5)V9.
       01 WS-TREND-FINISH      PIC S9(5).
       01 WS-EXCEPTION-LINE.
           05 XL-NIGHT         PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 XL-LEG           PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 XL-TEXT          PIC X(70).
      * Column headings laid out field-for-field over WS-LEG-LINE.
       01 WS-HEAD-LINE.
           05 FILLER           PIC X(8)    VALUE 'LEG'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE '  RPTD'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE 'NOT-IN'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE '  LATE'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(6)    VALUE '  RC>0'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(7)    VALUE 'AVG-MIN'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '  REC/MIN'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(7)    VALUE 'AVG-END'.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 FILLER           PIC X(9)    VALUE '  AVG-VOL'.
           05 FILLER           PIC X(8)    VALUE SPACE.
       01 WS-LEG-LINE.
           05 LL-LEG           PIC X(8).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-REPORTED      PIC ZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-MISSING       PIC ZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-LATE          PIC ZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-BADRC         PIC ZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-AVG-MIN       PIC ZZZZ9.9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-RATE          PIC ZZZZZZZZ9.
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-FINISH        PIC X(7).
           05 FILLER           PIC X(2)    VALUE SPACE.
           05 LL-VOLUME        PIC ZZZZZZZZ9.
           05 FILLER           PIC X(8)    VALUE SPACE.
       01 WS-TREND-LINE.
           05 FILLER           PIC X(10)   VALUE SPACE.
           05 FILLER           PIC X(14)   VALUE 'VOLUME/NIGHT'.
           05 TR-VOLUME        PIC +ZZZ9.99.
           05 FILLER           PIC X(12)   VALUE '%  ELAPSED'.
           05 TR-ELAPSED       PIC +ZZZ9.9.
           05 FILLER           PIC X(11)   VALUE ' MIN  END'.
           05 TR-FINISH        PIC +ZZZ9.
           05 FILLER           PIC X(4)    VALUE ' MIN'.
           05 FILLER           PIC X(19)   VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INIT-LEG-TABLE
           PERFORM LOAD-PARAMETERS
           IF WS-RPT-MON = 1
               COMPUTE WS-PRV-YEAR = WS-RPT-YEAR - 1
               MOVE 12 TO WS-PRV-MON
           ELSE
               MOVE WS-RPT-YEAR TO WS-PRV-YEAR
               COMPUTE WS-PRV-MON = WS-RPT-MON - 1
           END-IF
           OPEN INPUT HIST-FILE
           OPEN OUTPUT SLA-RPT
           MOVE SPACE TO SLA-RPT-REC
           STRING 'NIGHT CHAIN BATCH WINDOW - MONTH ' WS-RPT-MONTH
               ' AGAINST ' WS-PRV-MONTH
               DELIMITED BY SIZE INTO SLA-RPT-REC
           WRITE SLA-RPT-REC
           MOVE SPACE TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           MOVE 'LATE, MISSING AND NONZERO-RC NIGHTS THIS MONTH'
               TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HIST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM PROCESS-HISTORY
               END-READ
           END-PERFORM
           PERFORM CLOSE-NIGHT
           CLOSE HIST-FILE
           IF WS-FLAG-COUNT = 0
               MOVE '  NONE' TO SLA-RPT-REC
               WRITE SLA-RPT-REC
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE SLA-RPT
           DISPLAY 'DRSLARPT: HISTORY RECORDS READ = ' WS-HIST-COUNT
           DISPLAY 'DRSLARPT: NIGHTS IN MONTH      = ' WS-PER-NIGHTS(1)
           DISPLAY 'DRSLARPT: NIGHTS IN PRIOR MONTH= ' WS-PER-NIGHTS(2)
           DISPLAY 'DRSLARPT: FLAGS                = ' WS-FLAG-COUNT
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
       INIT-LEG-TABLE.
           MOVE 'DRNIGHT'  TO WS-LEG-NAME(1)
           MOVE 'CHKDGLOD' TO WS-LEG-NAME(2)
           MOVE 'FRDXTRCT' TO WS-LEG-NAME(3)
           MOVE 'DRREJANL' TO WS-LEG-NAME(4)
           MOVE 'DRAUDARC' TO WS-LEG-NAME(5)
           MOVE 'DRTREND'  TO WS-LEG-NAME(6)
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > 6
               MOVE 'N' TO WS-LEG-DL-SET(WS-LEG-SUB)
               MOVE 0 TO WS-LEG-DL-SECS(WS-LEG-SUB)
               MOVE 'N' TO WS-NT-FOUND(WS-LEG-SUB)
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > 2
                   INITIALIZE WS-LEG-STATS(WS-LEG-SUB, WS-PER-SUB)
               END-PERFORM
           END-PERFORM.
       LOAD-PARAMETERS.
           OPEN INPUT SLA-PARM
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SLA-PARM
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END PERFORM STORE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE SLA-PARM
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PARM-ERR-COUNT > 0
               DISPLAY 'DRSLARPT: ' WS-PARM-ERR-COUNT
                   ' UNUSABLE SLAPARM RECORDS - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MONTH-COUNT NOT = 1
               DISPLAY 'DRSLARPT: SLAPARM MUST HOLD EXACTLY ONE '
                   'REPORT MONTH - FOUND ' WS-MONTH-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       STORE-PARAMETER.
           EVALUATE TRUE
               WHEN SP-COMMENT
               WHEN SLA-PARM-REC = SPACE
                   CONTINUE
               WHEN SP-MONTH
                   MOVE SP-REPORT-MONTH TO WS-RPT-MONTH
                   IF WS-RPT-MONTH IS NUMERIC
                       AND WS-RPT-MON >= 1 AND WS-RPT-MON <= 12
                       ADD 1 TO WS-MONTH-COUNT
                   ELSE
                       PERFORM BAD-PARAMETER
                   END-IF
               WHEN SP-DEADLINE
                   PERFORM STORE-DEADLINE
               WHEN OTHER
                   PERFORM BAD-PARAMETER
           END-EVALUATE.
      * One deadline per leg - a second one is a typing mistake, not
      * a change of mind.
       STORE-DEADLINE.
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > 6
                   OR WS-LEG-NAME(WS-LEG-SUB) = SP-LEG
               CONTINUE
           END-PERFORM
           MOVE SP-HHMM TO WS-HHMM
           IF WS-LEG-SUB > 6
               OR (SP-DAY NOT = '0' AND SP-DAY NOT = '1')
               OR WS-HHMM IS NOT NUMERIC
               PERFORM BAD-PARAMETER
               EXIT PARAGRAPH
           END-IF
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               OR WS-LEG-DL-SET(WS-LEG-SUB) = 'Y'
               PERFORM BAD-PARAMETER
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LEG-DL-SET(WS-LEG-SUB)
           IF SP-DAY = '1'
               MOVE 86400 TO WS-LEG-DL-SECS(WS-LEG-SUB)
           END-IF
           COMPUTE WS-LEG-DL-SECS(WS-LEG-SUB) =
               WS-LEG-DL-SECS(WS-LEG-SUB)
               + WS-HHMM-HH * 3600 + WS-HHMM-MM * 60.
       BAD-PARAMETER.
           ADD 1 TO WS-PARM-ERR-COUNT
           DISPLAY 'DRSLARPT: UNUSABLE SLAPARM RECORD: ' SLA-PARM-REC.
      * A night marker closes the night before it and opens the
      * next; only nights in the two months of interest are kept.
       PROCESS-HISTORY.
           ADD 1 TO WS-HIST-COUNT
           EVALUATE TRUE
               WHEN RH-NIGHT-MARKER
                   PERFORM CLOSE-NIGHT
                   MOVE RH-NIGHT-DATE TO WS-CUR-NIGHT
                   EVALUATE TRUE
                       WHEN WS-CUR-NIGHT IS NOT NUMERIC
                           MOVE 0 TO WS-PER
                       WHEN WS-CUR-NIGHT(1:6) = WS-RPT-MONTH
                           MOVE 1 TO WS-PER
                       WHEN WS-CUR-NIGHT(1:6) = WS-PRV-MONTH
                           MOVE 2 TO WS-PER
                       WHEN OTHER
                           MOVE 0 TO WS-PER
                   END-EVALUATE
               WHEN RH-CONTROL AND WS-PER > 0
                   MOVE RH-CONTROL-IMAGE TO RUN-CONTROL-REC
                   PERFORM STORE-NIGHT-RECORD
           END-EVALUATE.
       STORE-NIGHT-RECORD.
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > 6
                   OR WS-LEG-NAME(WS-LEG-SUB) = RC-PROGRAM-ID
               CONTINUE
           END-PERFORM
           IF WS-LEG-SUB > 6
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-NT-FOUND(WS-LEG-SUB)
           MOVE RC-RUN-DATE TO WS-NT-DATE(WS-LEG-SUB)
           MOVE RC-START-TIME TO WS-NT-START(WS-LEG-SUB)
           MOVE RC-END-TIME TO WS-NT-END(WS-LEG-SUB)
           MOVE RC-RECORDS-IN TO WS-NT-IN(WS-LEG-SUB)
           MOVE RC-RETURN-CODE TO WS-NT-RC(WS-LEG-SUB).
       CLOSE-NIGHT.
           IF WS-PER = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PER-NIGHTS(WS-PER)
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > 6
               PERFORM CLOSE-LEG-NIGHT
               MOVE 'N' TO WS-NT-FOUND(WS-LEG-SUB)
           END-PERFORM
           MOVE 0 TO WS-PER.
       CLOSE-LEG-NIGHT.
           IF WS-NT-FOUND(WS-LEG-SUB) = 'N'
               ADD 1 TO WS-ST-MISSING(WS-LEG-SUB, WS-PER)
               IF WS-PER = 1
                   MOVE 'NEVER REPORTED IN' TO XL-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ST-REPORTED(WS-LEG-SUB, WS-PER)
           ADD WS-NT-IN(WS-LEG-SUB) TO WS-ST-VOLUME(WS-LEG-SUB, WS-PER)
           IF WS-NT-RC(WS-LEG-SUB) NOT = 0
               ADD 1 TO WS-ST-BADRC(WS-LEG-SUB, WS-PER)
               IF WS-PER = 1
                   MOVE SPACE TO XL-TEXT
                   STRING 'ENDED WITH RETURN CODE ' WS-NT-RC(WS-LEG-SUB)
                       DELIMITED BY SIZE INTO XL-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF
           IF WS-NT-DATE(WS-LEG-SUB) IS NOT NUMERIC
               OR WS-NT-START(WS-LEG-SUB) IS NOT NUMERIC
               OR WS-NT-END(WS-LEG-SUB) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-START(WS-LEG-SUB) TO WS-TIME-WORK
           COMPUTE WS-START-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-NT-END(WS-LEG-SUB) TO WS-TIME-WORK
           COMPUTE WS-END-SECS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS
      * End before start means the leg ran through midnight.
           COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           IF WS-ELAPSED-SECS < 0
               ADD 86400 TO WS-ELAPSED-SECS
           END-IF
           MOVE WS-NT-DATE(WS-LEG-SUB) TO WS-RUN-DATE-WORK
           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-CUR-NIGHT-NUM)
           IF WS-DAY-OFFSET < 0 OR WS-DAY-OFFSET > 9
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FINISH-SECS = WS-DAY-OFFSET * 86400
               + WS-START-SECS + WS-ELAPSED-SECS
           ADD 1 TO WS-ST-TIMED(WS-LEG-SUB, WS-PER)
           ADD WS-NT-IN(WS-LEG-SUB)
               TO WS-ST-TIMED-VOL(WS-LEG-SUB, WS-PER)
           ADD WS-ELAPSED-SECS TO WS-ST-ELAPSED(WS-LEG-SUB, WS-PER)
           ADD WS-FINISH-SECS TO WS-ST-FINISH(WS-LEG-SUB, WS-PER)
           IF WS-LEG-DL-SET(WS-LEG-SUB) = 'Y'
               AND WS-FINISH-SECS > WS-LEG-DL-SECS(WS-LEG-SUB)
               ADD 1 TO WS-ST-LATE(WS-LEG-SUB, WS-PER)
               IF WS-PER = 1
                   MOVE SPACE TO XL-TEXT
                   MOVE WS-FINISH-SECS TO WS-CLOCK-SECS
                   PERFORM FORMAT-CLOCK
                   STRING 'FINISHED ' WS-CLOCK-TEXT
                       DELIMITED BY SIZE INTO XL-TEXT
                   MOVE WS-LEG-DL-SECS(WS-LEG-SUB) TO WS-CLOCK-SECS
                   PERFORM FORMAT-CLOCK
                   MOVE ' - DEADLINE ' TO XL-TEXT(17:12)
                   MOVE WS-CLOCK-TEXT TO XL-TEXT(29:7)
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
       WRITE-EXCEPTION.
           ADD 1 TO WS-FLAG-COUNT
           MOVE WS-CUR-NIGHT TO XL-NIGHT
           MOVE WS-LEG-NAME(WS-LEG-SUB) TO XL-LEG
           MOVE WS-EXCEPTION-LINE TO SLA-RPT-REC
           WRITE SLA-RPT-REC.
      * Seconds from the night's midnight as 'd hh:mm'.
       FORMAT-CLOCK.
           DIVIDE WS-CLOCK-SECS BY 86400 GIVING WS-CLOCK-DAY
               REMAINDER WS-CLOCK-REST
           DIVIDE WS-CLOCK-REST BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-REST
           DIVIDE WS-CLOCK-REST BY 60 GIVING WS-CLOCK-MM.
       WRITE-SUMMARY.
           MOVE SPACE TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           MOVE SPACE TO SLA-RPT-REC
           STRING 'NIGHTS ON FILE - ' WS-RPT-MONTH ': '
               WS-PER-NIGHTS(1) '   ' WS-PRV-MONTH ': '
               WS-PER-NIGHTS(2)
               DELIMITED BY SIZE INTO SLA-RPT-REC
           WRITE SLA-RPT-REC
           MOVE SPACE TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           MOVE WS-HEAD-LINE TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > 6
               PERFORM WRITE-LEG-SUMMARY
           END-PERFORM
           MOVE SPACE TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           IF WS-FLAG-COUNT = 0
               MOVE 'EVERY LEG REPORTED, ON TIME AND RC=0 ALL MONTH'
                   TO SLA-RPT-REC
           ELSE
               MOVE 'BATCH WINDOW MISSED THIS MONTH - SEE THE NIGHTS '
                   TO SLA-RPT-REC
               MOVE 'LISTED ABOVE' TO SLA-RPT-REC(49:12)
           END-IF
           WRITE SLA-RPT-REC.
      * The report month's line, the prior month's, then the trend
      * between them - only when both months have timed nights.
       WRITE-LEG-SUMMARY.
           MOVE SPACE TO SLA-RPT-REC
           WRITE SLA-RPT-REC
           MOVE 1 TO WS-PER-SUB
           PERFORM WORK-OUT-AVERAGES
           MOVE WS-AVG-MIN TO WS-CUR-AVG-MIN
           MOVE WS-AVG-VOLUME TO WS-CUR-AVG-VOLUME
           MOVE WS-AVG-FINISH TO WS-CUR-AVG-FINISH
           MOVE WS-LEG-NAME(WS-LEG-SUB) TO LL-LEG
           PERFORM WRITE-LEG-LINE
           MOVE 2 TO WS-PER-SUB
           PERFORM WORK-OUT-AVERAGES
           MOVE '  PRIOR' TO LL-LEG
           PERFORM WRITE-LEG-LINE
           IF WS-ST-TIMED(WS-LEG-SUB, 1) = 0
               OR WS-ST-TIMED(WS-LEG-SUB, 2) = 0
               OR WS-AVG-VOLUME = 0
               MOVE '          NO PRIOR-MONTH FIGURES TO TREND AGAINST'
                   TO SLA-RPT-REC
               WRITE SLA-RPT-REC
           ELSE
               COMPUTE WS-TREND-PCT ROUNDED =
                   (WS-CUR-AVG-VOLUME - WS-AVG-VOLUME) * 100
                   / WS-AVG-VOLUME
                   ON SIZE ERROR MOVE 9999.99 TO WS-TREND-PCT
               END-COMPUTE
               COMPUTE WS-TREND-MIN = WS-CUR-AVG-MIN - WS-AVG-MIN
                   ON SIZE ERROR MOVE 9999.9 TO WS-TREND-MIN
               END-COMPUTE
               COMPUTE WS-TREND-FINISH ROUNDED =
                   (WS-CUR-AVG-FINISH - WS-AVG-FINISH) / 60
               MOVE WS-TREND-PCT TO TR-VOLUME
               MOVE WS-TREND-MIN TO TR-ELAPSED
               MOVE WS-TREND-FINISH TO TR-FINISH
               MOVE WS-TREND-LINE TO SLA-RPT-REC
               WRITE SLA-RPT-REC
           END-IF
           IF WS-LEG-DL-SET(WS-LEG-SUB) = 'N'
               MOVE '          NO DEADLINE ON SLAPARM - LATENESS NOT '
                   TO SLA-RPT-REC
               MOVE 'CHECKED' TO SLA-RPT-REC(49:7)
               WRITE SLA-RPT-REC
           END-IF.
       WORK-OUT-AVERAGES.
           MOVE 0 TO WS-AVG-MIN
           MOVE 0 TO WS-AVG-RATE
           MOVE 0 TO WS-AVG-VOLUME
           MOVE 0 TO WS-AVG-FINISH
           IF WS-ST-REPORTED(WS-LEG-SUB, WS-PER-SUB) > 0
               COMPUTE WS-AVG-VOLUME ROUNDED =
                   WS-ST-VOLUME(WS-LEG-SUB, WS-PER-SUB)
                   / WS-ST-REPORTED(WS-LEG-SUB, WS-PER-SUB)
           END-IF
           IF WS-ST-TIMED(WS-LEG-SUB, WS-PER-SUB) > 0
               COMPUTE WS-AVG-MIN ROUNDED =
                   WS-ST-ELAPSED(WS-LEG-SUB, WS-PER-SUB)
                   / (WS-ST-TIMED(WS-LEG-SUB, WS-PER-SUB) * 60)
               COMPUTE WS-AVG-FINISH ROUNDED =
                   WS-ST-FINISH(WS-LEG-SUB, WS-PER-SUB)
                   / WS-ST-TIMED(WS-LEG-SUB, WS-PER-SUB)
           END-IF
           IF WS-ST-ELAPSED(WS-LEG-SUB, WS-PER-SUB) > 0
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-ST-TIMED-VOL(WS-LEG-SUB, WS-PER-SUB) * 60
                   / WS-ST-ELAPSED(WS-LEG-SUB, WS-PER-SUB)
                   ON SIZE ERROR MOVE 999999999 TO WS-AVG-RATE
               END-COMPUTE
           END-IF.
       WRITE-LEG-LINE.
           MOVE WS-ST-REPORTED(WS-LEG-SUB, WS-PER-SUB) TO LL-REPORTED
           MOVE WS-ST-MISSING(WS-LEG-SUB, WS-PER-SUB) TO LL-MISSING
           MOVE WS-ST-LATE(WS-LEG-SUB, WS-PER-SUB) TO LL-LATE
           MOVE WS-ST-BADRC(WS-LEG-SUB, WS-PER-SUB) TO LL-BADRC
           MOVE WS-AVG-MIN TO LL-AVG-MIN
           MOVE WS-AVG-RATE TO LL-RATE
           IF WS-ST-TIMED(WS-LEG-SUB, WS-PER-SUB) > 0
               MOVE WS-AVG-FINISH TO WS-CLOCK-SECS
               PERFORM FORMAT-CLOCK
               MOVE WS-CLOCK-TEXT TO LL-FINISH
           ELSE
               MOVE '     -' TO LL-FINISH
           END-IF
           MOVE WS-AVG-VOLUME TO LL-VOLUME
           MOVE WS-LEG-LINE TO SLA-RPT-REC
           WRITE SLA-RPT-REC.
       END PROGRAM DRSLARPT.
