          SELECT RUNHDAT ASSIGN TO "smp1_runh.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RUNH-STAT.
      *------------------------------------------
      * Response-time statistics (appended each run)
      *------------------------------------------
          SELECT STATDAT ASSIGN TO "smp1_stat.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-STA-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
          02 FILLER     PIC X(1).
          02 TDF-LEN    PIC 9(4).
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
      * ����ΰ����
      *------------------------------------------
       WORKING-STORAGE  SECTION.
          02 FILLER     PIC X(1024) VALUE SPACE.
          02 FILLER     PIC X(1) VALUE LOW-VALUE.
      *
      * Response-time statistics: every tyserv call is timed
      * per operation,
      * to the hundredth of a second that ACCEPT FROM TIME gives,
      * with a histogram of 1001 buckets (0.00 to 9.99 seconds,
      * then 10 seconds or more) for the 95th percentile. Entry 10
      * is all operations together. The figures are appended to
      * smp1_stat.dat at close for the sample23 SLA report.
      *
       01 C-STA-OPS.
          02 FILLER      PIC X(8) VALUE 'START'.
          02 FILLER      PIC X(8) VALUE 'INSERT'.
          02 FILLER      PIC X(8) VALUE 'UPDATE'.
          02 FILLER      PIC X(8) VALUE 'DELETE'.
          02 FILLER      PIC X(8) VALUE 'GET'.
          02 FILLER      PIC X(8) VALUE 'CHUNK'.
          02 FILLER      PIC X(8) VALUE 'COMMIT'.
          02 FILLER      PIC X(8) VALUE 'ROLLBACK'.
          02 FILLER      PIC X(8) VALUE 'END'.
       01 C-STA-OPS-R REDEFINES C-STA-OPS.
          02 C-STA-OP    PIC X(8) OCCURS 9 TIMES.
       01 C-STA-OP-CNT   PIC 9(2) VALUE 9.
       01 C-STA-ALL      PIC 9(2) VALUE 10.
       01 C-STA-TGT-CNT  PIC 9(1) VALUE 1.
       01 WK-STA-STAT    PIC X(2) VALUE SPACE.
       01 WK-STA-DONE-SW PIC X(3) VALUE 'NO'.
       01 WK-STA-OP      PIC X(8) VALUE SPACE.
       01 WK-STA-TGT     PIC 9(1) VALUE 1.
       01 WK-STA-T       PIC 9(1) VALUE ZERO.
       01 WK-STA-O       PIC 9(2) VALUE ZERO.
       01 WK-STA-B       PIC 9(4) VALUE ZERO.
       01 WK-STA-HMS     PIC 9(8) VALUE ZERO.
       01 WK-STA-HMS-R REDEFINES WK-STA-HMS.
          02 WK-STA-HH   PIC 9(2).
          02 WK-STA-MM   PIC 9(2).
          02 WK-STA-SS   PIC 9(2).
          02 WK-STA-CC   PIC 9(2).
       01 WK-STA-NOW     PIC 9(8) VALUE ZERO.
       01 WK-STA-T0      PIC 9(8) VALUE ZERO.
       01 WK-STA-CS      PIC 9(8) VALUE ZERO.
       01 WK-STA-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WK-STA-RUN-TIME PIC X(6) VALUE SPACE.
       01 WK-STA-RUN-CS  PIC 9(8) VALUE ZERO.
       01 WK-STA-END-DATE PIC 9(8) VALUE ZERO.
       01 WK-STA-RUN-MS  PIC 9(11) VALUE ZERO.
       01 WK-STA-RANK    PIC 9(9) VALUE ZERO.
       01 WK-STA-CUM     PIC 9(9) VALUE ZERO.
       01 WK-STA-LINES   PIC 9(3) VALUE ZERO.
       01 WK-STA-TBL.
          02 WK-STA-TGT-ENT OCCURS 1 TIMES.
             03 WK-STA-OP-ENT OCCURS 10 TIMES.
                04 WK-STA-CNT  PIC 9(9).
                04 WK-STA-TOT  PIC 9(11).
                04 WK-STA-MAX  PIC 9(8).
                04 WK-STA-BKT  PIC 9(7) OCCURS 1001 TIMES.
      *
      * get_* �ط����󥿡��ե���������
      *
       01 STAT1         PIC X(2) VALUE SPACE.
      *------------------------------------------
       SUB-OPEN-EN.
      *
      * Response-time statistics start with the run
      *
         PERFORM SUB-STA-INIT-EN THRU SUB-STA-INIT-EX.
      *
      * ��ư�ѥ�᡼���μ��(���ФΥơ��֥��̾����)
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
                'user' DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'START' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
                WK-RANGE-HI DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'CHUNK' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
      * �ȥ�󥶥���������ｪλ
      *
         INITIALIZE RECV-DATA.
         MOVE 'END' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK 'end_tran' RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
      *
         CALL 'sock_close' USING FD-SOCK.
      *
      * Response-time statistics of this run
      *
         PERFORM SUB-STA-WRITE-EN THRU SUB-STA-WRITE-EX.
      *
      * Record the end of this run in the registry
      *
         MOVE SPACE TO WK-RUN-TALLY.
       SUB-CLOSE-EX.
         EXIT.
      *------------------------------------------
      * Response time: start of the statistics for this run
      *------------------------------------------
       SUB-STA-INIT-EN.
         INITIALIZE WK-STA-TBL.
         ACCEPT WK-STA-RUN-DATE FROM DATE YYYYMMDD.
         PERFORM SUB-STA-NOW-EN THRU SUB-STA-NOW-EX.
         MOVE WK-STA-NOW TO WK-STA-RUN-CS.
         MOVE WK-STA-HMS-R(1:6) TO WK-STA-RUN-TIME.
       SUB-STA-INIT-EX.
         EXIT.
      *------------------------------------------
      * Response time: start of one tyserv call
      *------------------------------------------
       SUB-STA-BEG-EN.
         PERFORM SUB-STA-NOW-EN THRU SUB-STA-NOW-EX.
         MOVE WK-STA-NOW TO WK-STA-T0.
       SUB-STA-BEG-EX.
         EXIT.
      *------------------------------------------
      * Response time: end of the call, counted under WK-STA-OP
      * for target WK-STA-TGT (back to the primary afterwards; a
      * call over midnight gets the day added back)
      *------------------------------------------
       SUB-STA-END-EN.
         PERFORM SUB-STA-NOW-EN THRU SUB-STA-NOW-EX.
         IF (WK-STA-NOW < WK-STA-T0)
            ADD 8640000 TO WK-STA-NOW
         END-IF.
         COMPUTE WK-STA-CS = WK-STA-NOW - WK-STA-T0.
         PERFORM VARYING WK-STA-O FROM 1 BY 1
            UNTIL (WK-STA-O > C-STA-OP-CNT)
               OR (C-STA-OP(WK-STA-O) = WK-STA-OP)
            CONTINUE
         END-PERFORM.
         IF (WK-STA-O <= C-STA-OP-CNT)
            PERFORM SUB-STA-ADD-EN THRU SUB-STA-ADD-EX
            MOVE C-STA-ALL TO WK-STA-O
            PERFORM SUB-STA-ADD-EN THRU SUB-STA-ADD-EX
         END-IF.
         MOVE 1 TO WK-STA-TGT.
       SUB-STA-END-EX.
         EXIT.
      *------------------------------------------
      * Add one response time (WK-STA-CS) to an entry
      *------------------------------------------
       SUB-STA-ADD-EN.
         ADD 1 TO WK-STA-CNT(WK-STA-TGT WK-STA-O).
         ADD WK-STA-CS TO WK-STA-TOT(WK-STA-TGT WK-STA-O).
         IF (WK-STA-CS > WK-STA-MAX(WK-STA-TGT WK-STA-O))
            MOVE WK-STA-CS TO WK-STA-MAX(WK-STA-TGT WK-STA-O)
         END-IF.
         IF (WK-STA-CS > 999)
            MOVE 1001 TO WK-STA-B
         ELSE
            COMPUTE WK-STA-B = WK-STA-CS + 1
         END-IF.
         ADD 1 TO WK-STA-BKT(WK-STA-TGT WK-STA-O WK-STA-B).
       SUB-STA-ADD-EX.
         EXIT.
      *------------------------------------------
      * Time of day in hundredths of a second
      *------------------------------------------
       SUB-STA-NOW-EN.
         ACCEPT WK-STA-HMS FROM TIME.
         COMPUTE WK-STA-NOW = WK-STA-HH * 360000
                            + WK-STA-MM * 6000
                            + WK-STA-SS * 100 + WK-STA-CC.
       SUB-STA-NOW-EX.
         EXIT.
      *------------------------------------------
      * Append this run's statistics to smp1_stat.dat (once, also
      * from an abend; a run that never reached tyserv writes
      * nothing, and a file problem only warns)
      *------------------------------------------
       SUB-STA-WRITE-EN.
         MOVE ZERO TO WK-STA-CUM.
         IF (WK-STA-DONE-SW = 'NO')
            PERFORM VARYING WK-STA-T FROM 1 BY 1
               UNTIL (WK-STA-T > C-STA-TGT-CNT)
               ADD WK-STA-CNT(WK-STA-T C-STA-ALL) TO WK-STA-CUM
            END-PERFORM
         END-IF.
         IF (WK-STA-CUM > 0)
            MOVE 'YES' TO WK-STA-DONE-SW
            ACCEPT WK-STA-END-DATE FROM DATE YYYYMMDD
            PERFORM SUB-STA-NOW-EN THRU SUB-STA-NOW-EX
            COMPUTE WK-STA-RUN-MS =
               ((FUNCTION INTEGER-OF-DATE(WK-STA-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WK-STA-RUN-DATE))
               * 8640000 + WK-STA-NOW - WK-STA-RUN-CS) * 10
            OPEN EXTEND STATDAT
            IF (WK-STA-STAT NOT = '00')
               OPEN OUTPUT STATDAT
            END-IF
            IF (WK-STA-STAT NOT = '00')
               DISPLAY C-PGMNAME
                       ' : WARNING, CANNOT OPEN smp1_stat.dat'
                       ' STATUS=(' WK-STA-STAT ')'
            ELSE
               PERFORM VARYING WK-STA-T FROM 1 BY 1
                  UNTIL (WK-STA-T > C-STA-TGT-CNT)
                  IF (WK-STA-CNT(WK-STA-T C-STA-ALL) > 0)
                     MOVE C-STA-ALL TO WK-STA-O
                     PERFORM SUB-STA-LINE-EN THRU SUB-STA-LINE-EX
                     PERFORM VARYING WK-STA-O FROM 1 BY 1
                        UNTIL (WK-STA-O > C-STA-OP-CNT)
                        IF (WK-STA-CNT(WK-STA-T WK-STA-O) > 0)
                           PERFORM SUB-STA-LINE-EN
                              THRU SUB-STA-LINE-EX
                        END-IF
                     END-PERFORM
                  END-IF
               END-PERFORM
               CLOSE STATDAT
               DISPLAY C-PGMNAME
                       ' : RESPONSE TIMES WRITTEN TO smp1_stat.dat'
                       ' LINES=(' WK-STA-LINES ')'
            END-IF
         END-IF.
       SUB-STA-WRITE-EX.
         EXIT.
      *------------------------------------------
      * One statistics line for entry WK-STA-T/WK-STA-O (the 95th
      * percentile is the bucket holding the call of that rank; in
      * the open-ended last bucket it is the maximum)
      *------------------------------------------
       SUB-STA-LINE-EN.
         MOVE SPACE TO STAT-REC.
         MOVE WK-STA-RUN-DATE TO STA-DATE.
         MOVE WK-STA-RUN-TIME TO STA-TIME.
         MOVE C-PGMNAME TO STA-PGM.
         MOVE 'PRIMARY' TO STA-ROLE.
         MOVE HOST-NAME TO STA-HOST.
         MOVE PORT-NUM TO STA-PORT.
         IF (WK-STA-O = C-STA-ALL)
            MOVE '*ALL' TO STA-OP
         ELSE
            MOVE C-STA-OP(WK-STA-O) TO STA-OP
         END-IF.
         MOVE WK-STA-CNT(WK-STA-T WK-STA-O) TO STA-CNT.
         COMPUTE STA-AVG ROUNDED =
            WK-STA-TOT(WK-STA-T WK-STA-O) * 10
            / WK-STA-CNT(WK-STA-T WK-STA-O).
         COMPUTE STA-MAX = WK-STA-MAX(WK-STA-T WK-STA-O) * 10.
         COMPUTE STA-TOT = WK-STA-TOT(WK-STA-T WK-STA-O) * 10.
         COMPUTE WK-STA-RANK =
            (WK-STA-CNT(WK-STA-T WK-STA-O) * 95 + 99) / 100.
         MOVE ZERO TO WK-STA-CUM.
         PERFORM VARYING WK-STA-B FROM 1 BY 1
            UNTIL (WK-STA-CUM >= WK-STA-RANK)
            ADD WK-STA-BKT(WK-STA-T WK-STA-O WK-STA-B)
               TO WK-STA-CUM
         END-PERFORM.
         IF (WK-STA-B > 1001)
            MOVE STA-MAX TO STA-P95
         ELSE
            COMPUTE STA-P95 = (WK-STA-B - 2) * 10
         END-IF.
         MOVE WK-STA-RUN-MS TO STA-ELAPSED.
         IF (WK-STA-RUN-MS > 0)
            COMPUTE STA-RATE ROUNDED =
               WK-STA-CNT(WK-STA-T WK-STA-O) * 1000 / WK-STA-RUN-MS
         ELSE
            MOVE ZERO TO STA-RATE
         END-IF.
         WRITE STAT-REC.
         ADD 1 TO WK-STA-LINES.
       SUB-STA-LINE-EX.
         EXIT.
      *------------------------------------------
      * �۾ｪλ
      *------------------------------------------
       SUB-ABEND-EN.
