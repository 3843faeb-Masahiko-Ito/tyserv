      *
      * tyserv response-time SLA report across nights, from the
      * statistics sample1, sample2, sample3 and sample7 append to
      * smp1_stat.dat at the end of every run, without touching
      * tyserv.
      *
      *   sample23 [DAYS=<n>] [PGM=<program>] [TREND=<pct>]
      *
      * (DAYS defaults to 30 nights counting today, PGM to every
      * program, TREND to 20 percent)
      *
      * Each run is listed per target (primary, and the standby of
      * a dual-apply or compare run) with its calls, elapsed time,
      * throughput and the average, 95th percentile and maximum
      * response time of all its calls together. The figures of
      * each operation are checked against the response-time limits
      * in smp1_sla.dat and every limit exceeded is listed under the
      * run, which is flagged BREACH. The limits file has one line
      * per rule, the first rule that matches an operation applies:
      *
      *   cols  1- 8  operation (INSERT, GET, CHUNK, ... ; '*' any
      *               operation; '*ALL' the run's calls together)
      *   cols 10-17  program ('*' any)
      *   cols 19-25  target PRIMARY or STANDBY ('*' either)
      *   cols 27-33  average limit in milliseconds (0: none)
      *   cols 35-41  95th-percentile limit in milliseconds (0: none)
      *   cols 43-49  maximum limit in milliseconds (0: none)
      *
      * Lines starting with '#' are comments. Without the file the
      * runs are listed and no run is flagged.
      *
      * The trend section gives, per program, target, host/port and
      * operation, the average response time of the latest run
      * against the average of the earlier runs in the period (by
      * call), the change in percent and the worst 95th percentile.
      * A change of TREND percent or more is flagged SLOWER or
      * FASTER.
      *
      * Response times are measured to the hundredth of a second
      * (reported in milliseconds).
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample23.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Response-time statistics (input)
      *------------------------------------------
          SELECT STATDAT ASSIGN TO "smp1_stat.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-STA-STAT.
      *------------------------------------------
      * Response-time limits (optional)
      *------------------------------------------
          SELECT SLADAT  ASSIGN TO "smp1_sla.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-SLA-STAT.
      *------------------------------------------
      * SLA report print file
      *------------------------------------------
          SELECT RPTDAT  ASSIGN TO "smp1_slar.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RPT-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
      * Response-time statistics: one line per target and tyserv
      * operation of a run (op *ALL: every operation together),
      * times in milliseconds, rate in calls per second of the run
      *------------------------------------------
       FD  STATDAT.
       01  STAT-REC.
          02 STA-DATE    PIC X(8).
          02 FILLER      PIC X(1).
          02 STA-TIME    PIC X(6).
          02 FILLER      PIC X(1).
          02 STA-PGM     PIC X(8).
          02 FILLER      PIC X(1).
          02 STA-ROLE    PIC X(7).
          02 FILLER      PIC X(1).
          02 STA-HOST    PIC X(9).
          02 FILLER      PIC X(1).
          02 STA-PORT    PIC X(5).
          02 FILLER      PIC X(1).
          02 STA-OP      PIC X(8).
          02 FILLER      PIC X(1).
          02 STA-CNT     PIC 9(7).
          02 FILLER      PIC X(1).
          02 STA-AVG     PIC 9(7).
          02 FILLER      PIC X(1).
          02 STA-P95     PIC 9(7).
          02 FILLER      PIC X(1).
          02 STA-MAX     PIC 9(7).
          02 FILLER      PIC X(1).
          02 STA-TOT     PIC 9(9).
          02 FILLER      PIC X(1).
          02 STA-ELAPSED PIC 9(9).
          02 FILLER      PIC X(1).
          02 STA-RATE    PIC 9(5).99.
      *------------------------------------------
      * Response-time limit rule
      *------------------------------------------
       FD  SLADAT.
       01  SLA-REC.
          02 SLA-OP      PIC X(8).
          02 FILLER      PIC X(1).
          02 SLA-PGM     PIC X(8).
          02 FILLER      PIC X(1).
          02 SLA-ROLE    PIC X(7).
          02 FILLER      PIC X(1).
          02 SLA-AVG     PIC X(7).
          02 FILLER      PIC X(1).
          02 SLA-P95     PIC X(7).
          02 FILLER      PIC X(1).
          02 SLA-MAX     PIC X(7).
      *------------------------------------------
      * SLA report
      *------------------------------------------
       FD  RPTDAT.
       01  RPT-REC      PIC X(132).
      *------------------------------------------
      * Working storage
      *------------------------------------------
       WORKING-STORAGE  SECTION.
      *------------------------------------------
      * Constants
      *------------------------------------------
       01 C-PGMNAME     PIC X(8) VALUE 'sample23'.
       01 C-PAGE-LINES  PIC 9(2) VALUE 50.
      *------------------------------------------
      * Run parameters
      *------------------------------------------
       01 WK-PARM        PIC X(80) VALUE SPACE.
       01 WK-PARM-TBL.
          02 WK-PARM-W   PIC X(20) OCCURS 3 TIMES.
       01 WK-PARM-I      PIC 9(1) VALUE ZERO.
       01 WK-PARM-CUR    PIC X(20) VALUE SPACE.
       01 WK-PARM-NG-SW  PIC X(3) VALUE 'NO'.
       01 WK-DAYS        PIC 9(3) VALUE 30.
       01 WK-PGM         PIC X(8) VALUE SPACE.
       01 WK-TREND-PCT   PIC 9(3) VALUE 20.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-STA-STAT    PIC X(2) VALUE SPACE.
       01 WK-SLA-STAT    PIC X(2) VALUE SPACE.
       01 WK-RPT-STAT    PIC X(2) VALUE SPACE.
       01 WK-EOF-SW      PIC X(3) VALUE 'OFF'.
       01 WK-RPT-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WK-FROM-DATE   PIC 9(8) VALUE ZERO.
      *
      * Response-time limits (first matching rule applies)
      *
       01 C-SLA-MAX      PIC 9(2) VALUE 50.
       01 WK-SLA-CNT     PIC 9(2) VALUE ZERO.
       01 WK-SLA-I       PIC 9(2) VALUE ZERO.
       01 WK-SLA-TBL.
          02 WK-SLA-ENT OCCURS 50 TIMES.
             03 WK-SLA-OP    PIC X(8).
             03 WK-SLA-PGM   PIC X(8).
             03 WK-SLA-ROLE  PIC X(7).
             03 WK-SLA-AVG   PIC 9(7).
             03 WK-SLA-P95   PIC 9(7).
             03 WK-SLA-MAX   PIC 9(7).
      *
      * Run in hand: its run line and the limits it exceeded,
      * printed when the next run starts
      *
       01 WK-GRP-SW      PIC X(3) VALUE 'NO'.
       01 WK-GRP-KEY     PIC X(32) VALUE SPACE.
       01 WK-LINE-KEY    PIC X(32) VALUE SPACE.
       01 C-BRC-MAX      PIC 9(2) VALUE 40.
       01 WK-BRC-CNT     PIC 9(2) VALUE ZERO.
       01 WK-BRC-I       PIC 9(2) VALUE ZERO.
       01 WK-BRC-TBL.
          02 WK-BRC-LINE PIC X(132) OCCURS 40 TIMES.
       01 WK-LINE-BRC-SW PIC X(3) VALUE 'NO'.
       01 WK-BRC-MEAS    PIC X(3) VALUE SPACE.
       01 WK-BRC-VAL     PIC 9(7) VALUE ZERO.
       01 WK-BRC-LIM     PIC 9(7) VALUE ZERO.
       01 WK-RATE        PIC 9(5)V99 VALUE ZERO.
      *
      * Trend per program/target/host/port/operation: the latest
      * run, and the earlier runs together (calls and total time)
      *
       01 C-TRD-MAX      PIC 9(3) VALUE 300.
       01 WK-TRD-CNT     PIC 9(3) VALUE ZERO.
       01 WK-TRD-I       PIC 9(3) VALUE ZERO.
       01 WK-TRD-TBL.
          02 WK-TRD-ENT OCCURS 300 TIMES.
             03 WK-TRD-PGM      PIC X(8).
             03 WK-TRD-ROLE     PIC X(7).
             03 WK-TRD-HOST     PIC X(9).
             03 WK-TRD-PORT     PIC X(5).
             03 WK-TRD-OP       PIC X(8).
             03 WK-TRD-RUNS     PIC 9(5).
             03 WK-TRD-CALLS    PIC 9(9).
             03 WK-TRD-PRI-CNT  PIC 9(9).
             03 WK-TRD-PRI-TOT  PIC 9(11).
             03 WK-TRD-LAST-CNT PIC 9(7).
             03 WK-TRD-LAST-TOT PIC 9(9).
             03 WK-TRD-LAST-AVG PIC 9(7).
             03 WK-TRD-WORST    PIC 9(7).
             03 WK-TRD-BRC      PIC 9(5).
       01 WK-PRI-AVG     PIC 9(7) VALUE ZERO.
       01 WK-CHG         PIC S9(5) VALUE ZERO.
      *
      * Print control
      *
       01 WK-LINE-CNT    PIC 9(2) VALUE 99.
       01 WK-PAGE-NO     PIC 9(4) VALUE ZERO.
       01 WK-PRT-LINE    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD1    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD2    PIC X(132) VALUE SPACE.
      *------------------------------------------
      * Tally counters
      *------------------------------------------
       01 WK-TALLY.
          02 WK-CNT-READ   PIC 9(7) VALUE ZERO.
          02 WK-CNT-USED   PIC 9(7) VALUE ZERO.
          02 WK-CNT-RUNS   PIC 9(7) VALUE ZERO.
          02 WK-CNT-BRUNS  PIC 9(7) VALUE ZERO.
          02 WK-CNT-BRC    PIC 9(7) VALUE ZERO.
          02 WK-CNT-SLOW   PIC 9(7) VALUE ZERO.
      *
      * Report lines
      *
       01 RPT-HEAD1.
          02 FILLER      PIC X(33)
                         VALUE 'TYSERV RESPONSE-TIME SLA REPORT  '.
          02 FILLER      PIC X(7)  VALUE 'NIGHTS '.
          02 HD1-FROM    PIC X(8)  VALUE SPACE.
          02 FILLER      PIC X(4)  VALUE ' TO '.
          02 HD1-TO      PIC X(8)  VALUE SPACE.
          02 FILLER      PIC X(6)  VALUE '  PGM='.
          02 HD1-PGM     PIC X(8)  VALUE SPACE.
          02 FILLER      PIC X(48) VALUE SPACE.
          02 FILLER      PIC X(5)  VALUE 'PAGE='.
          02 HD1-PAGE    PIC Z(4)9.
       01 RPT-RUNHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(9)  VALUE 'DATE'.
          02 FILLER      PIC X(8)  VALUE 'TIME'.
          02 FILLER      PIC X(9)  VALUE 'PROGRAM'.
          02 FILLER      PIC X(8)  VALUE 'TARGET'.
          02 FILLER      PIC X(10) VALUE 'HOST'.
          02 FILLER      PIC X(5)  VALUE 'PORT'.
          02 FILLER      PIC X(10) VALUE '     CALLS'.
          02 FILLER      PIC X(11) VALUE '  ELAPSED-S'.
          02 FILLER      PIC X(9)  VALUE '  CALLS/S'.
          02 FILLER      PIC X(8)  VALUE '  AVG-MS'.
          02 FILLER      PIC X(8)  VALUE '  P95-MS'.
          02 FILLER      PIC X(8)  VALUE '  MAX-MS'.
          02 FILLER      PIC X(5)  VALUE '  SLA'.
       01 RPT-RUN.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUN-DATE    PIC X(8).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-TIME    PIC X(6).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUN-PGM     PIC X(8).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-ROLE    PIC X(7).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-HOST    PIC X(9).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-PORT    PIC X(5).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-CALLS   PIC Z(8)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-ELAPSED PIC Z(6)9.99.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-RATE    PIC Z(4)9.99.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-AVG     PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-P95     PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUN-MAX     PIC Z(6)9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUN-SLA     PIC X(14).
       01 RPT-BRC.
          02 FILLER      PIC X(20) VALUE SPACE.
          02 FILLER      PIC X(18) VALUE '** LIMIT EXCEEDED '.
          02 BRC-OP      PIC X(8).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BRC-MEAS    PIC X(3).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BRC-VAL     PIC Z(6)9.
          02 FILLER      PIC X(12) VALUE ' MS > LIMIT '.
          02 BRC-LIM     PIC Z(6)9.
          02 FILLER      PIC X(3)  VALUE ' MS'.
       01 RPT-TRDHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(9)  VALUE 'PROGRAM'.
          02 FILLER      PIC X(8)  VALUE 'TARGET'.
          02 FILLER      PIC X(10) VALUE 'HOST'.
          02 FILLER      PIC X(7)  VALUE 'PORT'.
          02 FILLER      PIC X(8)  VALUE 'OP'.
          02 FILLER      PIC X(6)  VALUE '  RUNS'.
          02 FILLER      PIC X(10) VALUE '     CALLS'.
          02 FILLER      PIC X(9)  VALUE ' PRIOR-MS'.
          02 FILLER      PIC X(9)  VALUE '  LAST-MS'.
          02 FILLER      PIC X(7)  VALUE '   CHG%'.
          02 FILLER      PIC X(10) VALUE ' WORST-P95'.
          02 FILLER      PIC X(9)  VALUE ' BREACHES'.
          02 FILLER      PIC X(7)  VALUE '  TREND'.
       01 RPT-TRD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 TRD-PGM     PIC X(8).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 TRD-ROLE    PIC X(7).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 TRD-HOST    PIC X(9).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 TRD-PORT    PIC X(5).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 TRD-OP      PIC X(8).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 TRD-RUNS    PIC Z(4)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 TRD-CALLS   PIC Z(8)9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 TRD-PRIOR   PIC Z(6)9.
          02 TRD-PRIOR-X REDEFINES TRD-PRIOR PIC X(7).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 TRD-LAST    PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 TRD-CHG     PIC -(5)9.
          02 TRD-CHG-X REDEFINES TRD-CHG PIC X(6).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 TRD-WORST   PIC Z(7)9.
          02 FILLER      PIC X(4)  VALUE SPACE.
          02 TRD-BRC     PIC Z(4)9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 TRD-FLAG    PIC X(8).
       01 RPT-NONE.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(40)
                         VALUE '(NO RUNS IN THE PERIOD)'.
      *------------------------------------------
      * Procedure
      *------------------------------------------
       PROCEDURE        DIVISION.
      *
       MAIN-EN.
      *------------------------------------------
      * Open processing
      *------------------------------------------
         PERFORM SUB-OPEN-EN THRU SUB-OPEN-EX.
      *------------------------------------------
      * Runs of the period, with the limits they exceeded
      *------------------------------------------
         PERFORM SUB-RUNS-EN THRU SUB-RUNS-EX.
      *------------------------------------------
      * Trend per operation
      *------------------------------------------
         PERFORM SUB-TREND-EN THRU SUB-TREND-EX.
      *------------------------------------------
      * End processing
      *------------------------------------------
         PERFORM SUB-END-EN THRU SUB-END-EX.
      *------------------------------------------
      * Close processing
      *------------------------------------------
         PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
       MAIN-EX.
         STOP RUN.
      *------------------------------------------
      * Open processing
      *------------------------------------------
       SUB-OPEN-EN.
         DISPLAY C-PGMNAME
                 ' : START'.
         ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
      *
      * Run parameters
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE SPACE TO WK-PARM-TBL.
         UNSTRING WK-PARM DELIMITED BY ALL ' '
            INTO WK-PARM-W(1) WK-PARM-W(2) WK-PARM-W(3).
         PERFORM VARYING WK-PARM-I FROM 1 BY 1
            UNTIL (WK-PARM-I > 3)
            MOVE WK-PARM-W(WK-PARM-I) TO WK-PARM-CUR
            PERFORM SUB-PARM-EN THRU SUB-PARM-EX
         END-PERFORM.
         IF (WK-PARM-NG-SW = 'YES')
            DISPLAY C-PGMNAME
                    ' : ABEND, USAGE: sample23 [DAYS=<n>]'
                    ' [PGM=<program>] [TREND=<pct>]'
            STOP RUN
         END-IF.
         COMPUTE WK-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WK-RUN-DATE)
                  - WK-DAYS + 1).
      *
      * Response-time limits
      *
         MOVE ZERO TO WK-SLA-CNT.
         OPEN INPUT SLADAT.
         IF (WK-SLA-STAT = '00')
            MOVE 'OFF' TO WK-EOF-SW
            PERFORM SUB-RDSLA-EN THRU SUB-RDSLA-EX
               UNTIL (WK-EOF-SW = 'ON')
            CLOSE SLADAT
         ELSE
            DISPLAY C-PGMNAME
                    ' : NO smp1_sla.dat, RUNS ARE LISTED WITHOUT'
                    ' LIMITS'
         END-IF.
      *
      * Statistics
      *
         OPEN INPUT STATDAT.
         IF (WK-STA-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN smp1_stat.dat STATUS=('
                    WK-STA-STAT ')'
            STOP RUN
         END-IF.
      *
      * Report
      *
         OPEN OUTPUT RPTDAT.
         IF (WK-RPT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN REPORT FILE STATUS=('
                    WK-RPT-STAT ')'
            STOP RUN
         END-IF.
         MOVE 'YES' TO WK-RPT-OPEN-SW.
         MOVE WK-FROM-DATE TO HD1-FROM.
         MOVE WK-RUN-DATE TO HD1-TO.
         IF (WK-PGM = SPACE)
            MOVE 'ALL' TO HD1-PGM
         ELSE
            MOVE WK-PGM TO HD1-PGM
         END-IF.
         DISPLAY C-PGMNAME
                 ' : NIGHTS FROM (' WK-FROM-DATE ') TO ('
                 WK-RUN-DATE ') LIMIT RULES=(' WK-SLA-CNT ')'.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * One command line word
      *------------------------------------------
       SUB-PARM-EN.
         EVALUATE TRUE
         WHEN (WK-PARM-CUR = SPACE)
            CONTINUE
         WHEN (WK-PARM-CUR(1:5) = 'DAYS=')
            MOVE ZERO TO WK-DAYS
            UNSTRING WK-PARM-CUR(6:3) DELIMITED BY SPACE
               INTO WK-DAYS
            IF (WK-DAYS = ZERO) OR (WK-PARM-CUR(9:12) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : DAYS= MUST BE 1 TO 999'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:4) = 'PGM=')
            MOVE WK-PARM-CUR(5:8) TO WK-PGM
         WHEN (WK-PARM-CUR(1:6) = 'TREND=')
            MOVE ZERO TO WK-TREND-PCT
            UNSTRING WK-PARM-CUR(7:3) DELIMITED BY SPACE
               INTO WK-TREND-PCT
            IF (WK-TREND-PCT = ZERO)
               OR (WK-PARM-CUR(10:11) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : TREND= MUST BE 1 TO 999'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN OTHER
            DISPLAY C-PGMNAME
                    ' : UNKNOWN OPTION=(' WK-PARM-CUR ')'
            MOVE 'YES' TO WK-PARM-NG-SW
         END-EVALUATE.
       SUB-PARM-EX.
         EXIT.
      *------------------------------------------
      * One limit rule (blank limits are none; a rule that is not
      * numeric is ignored with a warning)
      *------------------------------------------
       SUB-RDSLA-EN.
         READ SLADAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               IF (SLA-REC = SPACE) OR (SLA-REC(1:1) = '#')
                  CONTINUE
               ELSE
                  INSPECT SLA-AVG REPLACING ALL SPACE BY '0'
                  INSPECT SLA-P95 REPLACING ALL SPACE BY '0'
                  INSPECT SLA-MAX REPLACING ALL SPACE BY '0'
                  IF (SLA-AVG IS NOT NUMERIC)
                     OR (SLA-P95 IS NOT NUMERIC)
                     OR (SLA-MAX IS NOT NUMERIC)
                     DISPLAY C-PGMNAME
                             ' : WARNING, LIMIT RULE IGNORED=('
                             SLA-REC ')'
                  ELSE
                     IF (WK-SLA-CNT >= C-SLA-MAX)
                        DISPLAY C-PGMNAME
                                ' : ABEND, MORE THAN (' C-SLA-MAX
                                ') LIMIT RULES'
                        STOP RUN
                     END-IF
                     ADD 1 TO WK-SLA-CNT
                     MOVE SLA-OP TO WK-SLA-OP(WK-SLA-CNT)
                     MOVE SLA-PGM TO WK-SLA-PGM(WK-SLA-CNT)
                     MOVE SLA-ROLE TO WK-SLA-ROLE(WK-SLA-CNT)
                     MOVE SLA-AVG TO WK-SLA-AVG(WK-SLA-CNT)
                     MOVE SLA-P95 TO WK-SLA-P95(WK-SLA-CNT)
                     MOVE SLA-MAX TO WK-SLA-MAX(WK-SLA-CNT)
                  END-IF
               END-IF
         END-READ.
       SUB-RDSLA-EX.
         EXIT.
      *------------------------------------------
      * Runs section: every statistics line of the period
      *------------------------------------------
       SUB-RUNS-EN.
         MOVE SPACE TO WK-SECT-HD1.
         MOVE 'RUNS (ALL OPERATIONS TOGETHER) AND LIMITS EXCEEDED'
              TO WK-SECT-HD1(3:60).
         MOVE RPT-RUNHD TO WK-SECT-HD2.
         PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX.
         MOVE 'OFF' TO WK-EOF-SW.
         PERFORM SUB-RDSTAT-EN THRU SUB-RDSTAT-EX
            UNTIL (WK-EOF-SW = 'ON').
         PERFORM SUB-FLUSH-EN THRU SUB-FLUSH-EX.
         CLOSE STATDAT.
         IF (WK-CNT-RUNS = ZERO)
            MOVE RPT-NONE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         END-IF.
       SUB-RUNS-EX.
         EXIT.
      *------------------------------------------
      * One statistics line: a new run (program, start and target)
      * prints the one before it; the line is checked against the
      * limits and added to the trend
      *------------------------------------------
       SUB-RDSTAT-EN.
         READ STATDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               ADD 1 TO WK-CNT-READ
               IF (STA-DATE NOT < WK-FROM-DATE)
                  AND ((WK-PGM = SPACE) OR (STA-PGM = WK-PGM))
                  AND (STA-CNT IS NUMERIC)
                  ADD 1 TO WK-CNT-USED
                  MOVE SPACE TO WK-LINE-KEY
                  STRING STA-DATE STA-TIME STA-PGM STA-ROLE
                         DELIMITED BY SIZE INTO WK-LINE-KEY
                  IF (WK-GRP-SW = 'NO')
                     OR (WK-LINE-KEY NOT = WK-GRP-KEY)
                     PERFORM SUB-FLUSH-EN THRU SUB-FLUSH-EX
                     PERFORM SUB-GRPNEW-EN THRU SUB-GRPNEW-EX
                  END-IF
                  IF (STA-OP = '*ALL')
                     PERFORM SUB-GRPALL-EN THRU SUB-GRPALL-EX
                  END-IF
                  MOVE 'NO' TO WK-LINE-BRC-SW
                  PERFORM SUB-LIMITS-EN THRU SUB-LIMITS-EX
                  PERFORM SUB-TRDADD-EN THRU SUB-TRDADD-EX
               END-IF
         END-READ.
       SUB-RDSTAT-EX.
         EXIT.
      *------------------------------------------
      * Start a run: its identity on the run line
      *------------------------------------------
       SUB-GRPNEW-EN.
         MOVE 'YES' TO WK-GRP-SW.
         MOVE WK-LINE-KEY TO WK-GRP-KEY.
         MOVE ZERO TO WK-BRC-CNT.
         ADD 1 TO WK-CNT-RUNS.
         MOVE STA-DATE TO RUN-DATE.
         MOVE STA-TIME TO RUN-TIME.
         MOVE STA-PGM TO RUN-PGM.
         MOVE STA-ROLE TO RUN-ROLE.
         MOVE STA-HOST TO RUN-HOST.
         MOVE STA-PORT TO RUN-PORT.
         MOVE ZERO TO RUN-CALLS RUN-ELAPSED RUN-RATE
                      RUN-AVG RUN-P95 RUN-MAX.
         MOVE SPACE TO RUN-SLA.
       SUB-GRPNEW-EX.
         EXIT.
      *------------------------------------------
      * The run's figures for all operations together
      *------------------------------------------
       SUB-GRPALL-EN.
         MOVE STA-CNT TO RUN-CALLS.
         COMPUTE RUN-ELAPSED = STA-ELAPSED / 1000.
         MOVE STA-RATE TO WK-RATE.
         MOVE WK-RATE TO RUN-RATE.
         MOVE STA-AVG TO RUN-AVG.
         MOVE STA-P95 TO RUN-P95.
         MOVE STA-MAX TO RUN-MAX.
       SUB-GRPALL-EX.
         EXIT.
      *------------------------------------------
      * Print the run in hand and the limits it exceeded
      *------------------------------------------
       SUB-FLUSH-EN.
         IF (WK-GRP-SW = 'YES')
            MOVE 'NO' TO WK-GRP-SW
            EVALUATE TRUE
            WHEN (WK-BRC-CNT > 0)
               MOVE SPACE TO RUN-SLA
               STRING 'BREACH (' DELIMITED BY SIZE
                      WK-BRC-CNT DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                      INTO RUN-SLA
               ADD 1 TO WK-CNT-BRUNS
            WHEN (WK-SLA-CNT = ZERO)
               MOVE 'NO LIMITS' TO RUN-SLA
            WHEN OTHER
               MOVE 'OK' TO RUN-SLA
            END-EVALUATE
            MOVE RPT-RUN TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
            PERFORM VARYING WK-BRC-I FROM 1 BY 1
               UNTIL (WK-BRC-I > WK-BRC-CNT)
               MOVE WK-BRC-LINE(WK-BRC-I) TO WK-PRT-LINE
               PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
            END-PERFORM
         END-IF.
       SUB-FLUSH-EX.
         EXIT.
      *------------------------------------------
      * Check one line against the first rule that matches it
      * ('*' matches any single operation, not the *ALL line)
      *------------------------------------------
       SUB-LIMITS-EN.
         PERFORM VARYING WK-SLA-I FROM 1 BY 1
            UNTIL (WK-SLA-I > WK-SLA-CNT)
               OR (((WK-SLA-OP(WK-SLA-I) = STA-OP)
                    OR ((WK-SLA-OP(WK-SLA-I) = '*')
                        AND (STA-OP NOT = '*ALL')))
               AND ((WK-SLA-PGM(WK-SLA-I) = STA-PGM)
                    OR (WK-SLA-PGM(WK-SLA-I) = '*'))
               AND ((WK-SLA-ROLE(WK-SLA-I) = STA-ROLE)
                    OR (WK-SLA-ROLE(WK-SLA-I) = '*')))
            CONTINUE
         END-PERFORM.
         IF (WK-SLA-I <= WK-SLA-CNT)
            IF (WK-SLA-AVG(WK-SLA-I) > 0)
               AND (STA-AVG > WK-SLA-AVG(WK-SLA-I))
               MOVE 'AVG' TO WK-BRC-MEAS
               MOVE STA-AVG TO WK-BRC-VAL
               MOVE WK-SLA-AVG(WK-SLA-I) TO WK-BRC-LIM
               PERFORM SUB-BREACH-EN THRU SUB-BREACH-EX
            END-IF
            IF (WK-SLA-P95(WK-SLA-I) > 0)
               AND (STA-P95 > WK-SLA-P95(WK-SLA-I))
               MOVE 'P95' TO WK-BRC-MEAS
               MOVE STA-P95 TO WK-BRC-VAL
               MOVE WK-SLA-P95(WK-SLA-I) TO WK-BRC-LIM
               PERFORM SUB-BREACH-EN THRU SUB-BREACH-EX
            END-IF
            IF (WK-SLA-MAX(WK-SLA-I) > 0)
               AND (STA-MAX > WK-SLA-MAX(WK-SLA-I))
               MOVE 'MAX' TO WK-BRC-MEAS
               MOVE STA-MAX TO WK-BRC-VAL
               MOVE WK-SLA-MAX(WK-SLA-I) TO WK-BRC-LIM
               PERFORM SUB-BREACH-EN THRU SUB-BREACH-EX
            END-IF
         END-IF.
       SUB-LIMITS-EX.
         EXIT.
      *------------------------------------------
      * One limit exceeded, kept for printing under the run
      *------------------------------------------
       SUB-BREACH-EN.
         ADD 1 TO WK-CNT-BRC.
         IF (WK-BRC-CNT < C-BRC-MAX)
            ADD 1 TO WK-BRC-CNT
            MOVE STA-OP TO BRC-OP
            MOVE WK-BRC-MEAS TO BRC-MEAS
            MOVE WK-BRC-VAL TO BRC-VAL
            MOVE WK-BRC-LIM TO BRC-LIM
            MOVE RPT-BRC TO WK-BRC-LINE(WK-BRC-CNT)
         END-IF.
         MOVE 'YES' TO WK-LINE-BRC-SW.
       SUB-BREACH-EX.
         EXIT.
      *------------------------------------------
      * Add one line to the trend of its program/target/operation
      * (the run before becomes one of the earlier runs)
      *------------------------------------------
       SUB-TRDADD-EN.
         PERFORM VARYING WK-TRD-I FROM 1 BY 1
            UNTIL (WK-TRD-I > WK-TRD-CNT)
               OR ((WK-TRD-PGM(WK-TRD-I) = STA-PGM)
               AND (WK-TRD-ROLE(WK-TRD-I) = STA-ROLE)
               AND (WK-TRD-HOST(WK-TRD-I) = STA-HOST)
               AND (WK-TRD-PORT(WK-TRD-I) = STA-PORT)
               AND (WK-TRD-OP(WK-TRD-I) = STA-OP))
            CONTINUE
         END-PERFORM.
         IF (WK-TRD-I > WK-TRD-CNT)
            IF (WK-TRD-CNT >= C-TRD-MAX)
               DISPLAY C-PGMNAME
                       ' : ABEND, MORE THAN (' C-TRD-MAX
                       ') PROGRAM/TARGET/OPERATION COMBINATIONS'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            ADD 1 TO WK-TRD-CNT
            MOVE WK-TRD-CNT TO WK-TRD-I
            INITIALIZE WK-TRD-ENT(WK-TRD-I)
            MOVE STA-PGM TO WK-TRD-PGM(WK-TRD-I)
            MOVE STA-ROLE TO WK-TRD-ROLE(WK-TRD-I)
            MOVE STA-HOST TO WK-TRD-HOST(WK-TRD-I)
            MOVE STA-PORT TO WK-TRD-PORT(WK-TRD-I)
            MOVE STA-OP TO WK-TRD-OP(WK-TRD-I)
         ELSE
            ADD WK-TRD-LAST-CNT(WK-TRD-I) TO WK-TRD-PRI-CNT(WK-TRD-I)
            ADD WK-TRD-LAST-TOT(WK-TRD-I) TO WK-TRD-PRI-TOT(WK-TRD-I)
         END-IF.
         ADD 1 TO WK-TRD-RUNS(WK-TRD-I).
         ADD STA-CNT TO WK-TRD-CALLS(WK-TRD-I).
         MOVE STA-CNT TO WK-TRD-LAST-CNT(WK-TRD-I).
         MOVE STA-TOT TO WK-TRD-LAST-TOT(WK-TRD-I).
         MOVE STA-AVG TO WK-TRD-LAST-AVG(WK-TRD-I).
         IF (STA-P95 > WK-TRD-WORST(WK-TRD-I))
            MOVE STA-P95 TO WK-TRD-WORST(WK-TRD-I)
         END-IF.
         IF (WK-LINE-BRC-SW = 'YES')
            ADD 1 TO WK-TRD-BRC(WK-TRD-I)
         END-IF.
       SUB-TRDADD-EX.
         EXIT.
      *------------------------------------------
      * Trend section
      *------------------------------------------
       SUB-TREND-EN.
         MOVE SPACE TO WK-SECT-HD1.
         MOVE 'TREND: LATEST RUN AGAINST THE EARLIER RUNS OF THE PERIOD'
              TO WK-SECT-HD1(3:60).
         MOVE RPT-TRDHD TO WK-SECT-HD2.
         PERFORM SUB-SECTHEAD-EN THRU SUB-SECTHEAD-EX.
         IF (WK-TRD-CNT = ZERO)
            MOVE RPT-NONE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         END-IF.
         PERFORM VARYING WK-TRD-I FROM 1 BY 1
            UNTIL (WK-TRD-I > WK-TRD-CNT)
            PERFORM SUB-TRDLINE-EN THRU SUB-TRDLINE-EX
         END-PERFORM.
       SUB-TREND-EX.
         EXIT.
      *------------------------------------------
      * One trend line
      *------------------------------------------
       SUB-TRDLINE-EN.
         MOVE WK-TRD-PGM(WK-TRD-I) TO TRD-PGM.
         MOVE WK-TRD-ROLE(WK-TRD-I) TO TRD-ROLE.
         MOVE WK-TRD-HOST(WK-TRD-I) TO TRD-HOST.
         MOVE WK-TRD-PORT(WK-TRD-I) TO TRD-PORT.
         MOVE WK-TRD-OP(WK-TRD-I) TO TRD-OP.
         MOVE WK-TRD-RUNS(WK-TRD-I) TO TRD-RUNS.
         MOVE WK-TRD-CALLS(WK-TRD-I) TO TRD-CALLS.
         MOVE WK-TRD-LAST-AVG(WK-TRD-I) TO TRD-LAST.
         MOVE WK-TRD-WORST(WK-TRD-I) TO TRD-WORST.
         MOVE WK-TRD-BRC(WK-TRD-I) TO TRD-BRC.
         IF (WK-TRD-PRI-CNT(WK-TRD-I) = ZERO)
            MOVE '      -' TO TRD-PRIOR-X
            MOVE '     -' TO TRD-CHG-X
            MOVE 'ONE RUN' TO TRD-FLAG
         ELSE
            COMPUTE WK-PRI-AVG ROUNDED =
               WK-TRD-PRI-TOT(WK-TRD-I) / WK-TRD-PRI-CNT(WK-TRD-I)
            MOVE WK-PRI-AVG TO TRD-PRIOR
            IF (WK-PRI-AVG = ZERO)
               MOVE '     -' TO TRD-CHG-X
               IF (WK-TRD-LAST-AVG(WK-TRD-I) > ZERO)
                  MOVE 'SLOWER' TO TRD-FLAG
               ELSE
                  MOVE 'STEADY' TO TRD-FLAG
               END-IF
            ELSE
               COMPUTE WK-CHG ROUNDED =
                  (WK-TRD-LAST-AVG(WK-TRD-I) - WK-PRI-AVG) * 100
                  / WK-PRI-AVG
               MOVE WK-CHG TO TRD-CHG
               EVALUATE TRUE
               WHEN (WK-CHG >= WK-TREND-PCT)
                  MOVE 'SLOWER' TO TRD-FLAG
               WHEN (0 - WK-CHG >= WK-TREND-PCT)
                  MOVE 'FASTER' TO TRD-FLAG
               WHEN OTHER
                  MOVE 'STEADY' TO TRD-FLAG
               END-EVALUATE
            END-IF
         END-IF.
         IF (TRD-FLAG = 'SLOWER')
            ADD 1 TO WK-CNT-SLOW
         END-IF.
         MOVE RPT-TRD TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
       SUB-TRDLINE-EX.
         EXIT.
      *------------------------------------------
      * Section heading (on a new page when it would not fit)
      *------------------------------------------
       SUB-SECTHEAD-EN.
         IF (WK-LINE-CNT + 5 > C-PAGE-LINES)
            PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX
         ELSE
            MOVE SPACE TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD1 TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD2 TO RPT-REC
            WRITE RPT-REC
            ADD 3 TO WK-LINE-CNT
         END-IF.
       SUB-SECTHEAD-EX.
         EXIT.
      *------------------------------------------
      * Print one line (new page when the page is full)
      *------------------------------------------
       SUB-PRINT-EN.
         IF (WK-LINE-CNT >= C-PAGE-LINES)
            PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX
         END-IF.
         MOVE WK-PRT-LINE TO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO WK-LINE-CNT.
       SUB-PRINT-EX.
         EXIT.
      *------------------------------------------
      * Page header block: title and the heading of the section in
      * progress
      *------------------------------------------
       SUB-NEWPAGE-EN.
         ADD 1 TO WK-PAGE-NO.
         IF (WK-PAGE-NO > 1)
            MOVE SPACE TO RPT-REC
            WRITE RPT-REC
         END-IF.
         MOVE WK-PAGE-NO TO HD1-PAGE.
         MOVE RPT-HEAD1 TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACE TO RPT-REC.
         WRITE RPT-REC.
         MOVE WK-SECT-HD1 TO RPT-REC.
         WRITE RPT-REC.
         MOVE WK-SECT-HD2 TO RPT-REC.
         WRITE RPT-REC.
         MOVE 4 TO WK-LINE-CNT.
       SUB-NEWPAGE-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         DISPLAY C-PGMNAME ' : TALLY LINES=(' WK-CNT-READ ')'
                 ' IN PERIOD=(' WK-CNT-USED ')'
                 ' RUNS=(' WK-CNT-RUNS ')'.
         DISPLAY C-PGMNAME ' : TALLY RUNS IN BREACH=(' WK-CNT-BRUNS
                 ') LIMITS EXCEEDED=(' WK-CNT-BRC ')'
                 ' SLOWER=(' WK-CNT-SLOW ')'.
         IF (WK-CNT-BRUNS > 0)
            DISPLAY C-PGMNAME
                    ' : RESPONSE-TIME LIMITS WERE EXCEEDED, SEE'
                    ' smp1_slar.dat'
         END-IF.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-RPT-OPEN-SW = 'YES')
            MOVE 'NO' TO WK-RPT-OPEN-SW
            CLOSE RPTDAT
         END-IF.
       SUB-CLOSE-EX.
         EXIT.
      *------------------------------------------
      * Abnormal end
      *------------------------------------------
       SUB-ABEND-EN.
          PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
          STOP RUN.
       SUB-ABEND-EX.
         EXIT.
