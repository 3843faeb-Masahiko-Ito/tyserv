          SELECT RUNHDAT ASSIGN TO "smp1_runh.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RUNH-STAT.
      *------------------------------------------
      * Hold control file (optional): thresholds that divert
      * high-impact I/D/U records to the hold queue
      *------------------------------------------
          SELECT HCTLDAT ASSIGN TO "smp1_hctl.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HCTL-STAT.
      *------------------------------------------
      * Hold queue (records waiting for a supervisor's decision in
      * sample17, appended to until decided)
      *------------------------------------------
          SELECT HOLDDAT ASSIGN TO "smp1_hold.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HOLD-STAT.
      *------------------------------------------
      * Hold decision log (written by sample17, read to confirm
      * an APR- stamp)
      *------------------------------------------
          SELECT HLOGDAT ASSIGN TO "smp1_hlog.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HLOG-STAT.
      *------------------------------------------
      * Key reservations (optional, kept by sample22)
      *------------------------------------------
          SELECT RSVDAT  ASSIGN TO "smp1_resv.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RSV-STAT.
      *------------------------------------------
      * Response-time statistics (appended each run)
      *------------------------------------------
          SELECT STATDAT ASSIGN TO "smp1_stat.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-STA-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
          02 TDF-TYPE   PIC X(1).
          02 FILLER     PIC X(1).
          02 TDF-LEN    PIC 9(4).
      * TDF-REF: table whose pkey this column must match (blank
      * for none). TDF-RULE: a D of that table's key while rows
      * still refer to it is refused (R or blank) or cascaded to
      * the referring rows (C)
          02 FILLER     PIC X(1).
          02 TDF-REF    PIC X(10).
          02 FILLER     PIC X(1).
          02 TDF-RULE   PIC X(1).
      *------------------------------------------
      * ��³��ѥ��ȥ��ե�����
      *------------------------------------------
          02 FILLER      PIC X(1).
          02 RUNH-TALLY  PIC X(44).
      *------------------------------------------
      * Hold control file: one option per line, '#' comments
      *   PCT=nnn         U whose salary moves more than nnn
      *                   percent from the stored value is held
      *   DSAL=nnnnnnn    D of a key whose stored salary is above
      *                   nnnnnnn is held
      *   REVIEW=xxxxxxxx I/D/U whose source stamp begins with
      *                   xxxxxxxx is always held
      *------------------------------------------
       FD  HCTLDAT.
       01  HCTL-REC     PIC X(80).
      *------------------------------------------
      * Hold queue: the held TRC image, when and why it was held,
      * the submitter (source of the stamp, or the user who ran
      * the load for an unstamped record), the user who ran the
      * load, and the stored value area at hold time
      *------------------------------------------
       FD  HOLDDAT.
       01  HOLD-REC.
          02 HLD-TRC     PIC X(62).
          02 FILLER      PIC X(1).
          02 HLD-DATE    PIC X(8).
          02 FILLER      PIC X(1).
          02 HLD-TIME    PIC X(6).
          02 FILLER      PIC X(1).
          02 HLD-SUBMIT  PIC X(10).
          02 FILLER      PIC X(1).
          02 HLD-RUNUSER PIC X(10).
          02 FILLER      PIC X(1).
          02 HLD-OLD     PIC X(28).
          02 FILLER      PIC X(1).
          02 HLD-REASON  PIC X(40).
      *------------------------------------------
      * Hold decision log: one line per decision made in sample17,
      * with the stamp given to an approved record and the held TRC
      * image it was given to
      *------------------------------------------
       FD  HLOGDAT.
       01  HLOG-REC.
          02 HLG-DATE     PIC X(8).
          02 FILLER       PIC X(1).
          02 HLG-TIME     PIC X(6).
          02 FILLER       PIC X(1).
          02 HLG-SUPER    PIC X(10).
          02 FILLER       PIC X(1).
          02 HLG-DECISION PIC X(8).
          02 FILLER       PIC X(1).
          02 HLG-NEWSTAMP PIC X(10).
          02 FILLER       PIC X(1).
          02 HLG-SUBMIT   PIC X(10).
          02 FILLER       PIC X(1).
          02 HLG-HELD     PIC X(14).
          02 FILLER       PIC X(1).
          02 HLG-REASON   PIC X(40).
          02 FILLER       PIC X(1).
          02 HLG-TRC      PIC X(62).
      *------------------------------------------
      * Key reservation: one key of one table held for a source
      * up to and including the expiry date
      *------------------------------------------
       FD  RSVDAT.
       01  RSV-REC.
          02 RSV-TABLE   PIC X(10).
          02 FILLER      PIC X(1).
          02 RSV-KEY     PIC X(4).
          02 FILLER      PIC X(1).
          02 RSV-SOURCE  PIC X(10).
          02 FILLER      PIC X(1).
          02 RSV-DATE    PIC X(8).
          02 FILLER      PIC X(1).
          02 RSV-EXPIRY  PIC X(8).
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
       01 WK-AUD-BEFORE   PIC X(28) VALUE SPACE.
       01 WK-AUD-AFTER    PIC X(28) VALUE SPACE.
      *
      * Hold queue: with smp1_hctl.dat present, I/D/U records that
      * trip a threshold are written to smp1_hold.dat instead of
      * being applied, for a second person to approve in sample17.
      * Records sample17 approved come back stamped APR-nnnnnn and
      * are applied without a second hold, once smp1_hlog.dat shows
      * that stamp was given to that same record (an APR- stamp the
      * log does not bear out is held like any other record).  On a
      * RESTART a record already in the queue is not queued again.
      *
       01 WK-HCTL-STAT    PIC X(2) VALUE SPACE.
       01 WK-HOLD-STAT    PIC X(2) VALUE SPACE.
       01 WK-HOLD-SW      PIC X(3) VALUE 'OFF'.
       01 WK-HOLD-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-HOLD-HIT-SW  PIC X(3) VALUE 'NO'.
       01 WK-HOLD-PCT-SW  PIC X(3) VALUE 'OFF'.
       01 WK-HOLD-PCT     PIC 9(3) VALUE ZERO.
       01 WK-HOLD-DSAL-SW PIC X(3) VALUE 'OFF'.
       01 WK-HOLD-DSAL    PIC 9(7) VALUE ZERO.
       01 C-HOLD-REV-MAX  PIC 9(2) VALUE 20.
       01 WK-HOLD-REV-CNT PIC 9(2) VALUE ZERO.
       01 WK-HOLD-REV-I   PIC 9(2) VALUE ZERO.
       01 WK-HOLD-REV-TBL.
          02 WK-HOLD-REV-ENT OCCURS 20 TIMES.
             03 WK-HOLD-REV-PFX PIC X(10).
             03 WK-HOLD-REV-LEN PIC 9(2).
       01 WK-HOLD-EOF-SW  PIC X(3) VALUE 'OFF'.
       01 WK-HOLD-USER    PIC X(10) VALUE SPACE.
       01 WK-HOLD-SUBMIT  PIC X(10) VALUE SPACE.
       01 WK-HOLD-REASON  PIC X(40) VALUE SPACE.
       01 WK-HLOG-STAT    PIC X(2) VALUE SPACE.
       01 WK-HLOG-EOF-SW  PIC X(3) VALUE 'OFF'.
       01 WK-HOLD-APR-SW  PIC X(3) VALUE 'NO'.
       01 WK-HOLD-DUP-SW  PIC X(3) VALUE 'NO'.
      * The record as read, before a blank table name is filled in:
      * the hold queue and the decision log carry this image, the
      * same as the merged file (smp1_tran.dat) does
       01 WK-HOLD-RAW     PIC X(62) VALUE SPACE.
       01 WK-HOLD-DATE    PIC 9(8) VALUE ZERO.
       01 WK-HOLD-TIME    PIC 9(8) VALUE ZERO.
      *
      * Key reservations: an I from a sample5 input (stamp INn-)
      * for a key sample22 reserved to another input is rejected
      * until the reservation expires
      *
       01 WK-RSV-STAT     PIC X(2) VALUE SPACE.
       01 WK-RSV-EOF-SW   PIC X(3) VALUE 'OFF'.
       01 WK-RSV-TODAY    PIC 9(8) VALUE ZERO.
       01 C-RSV-MAX       PIC 9(5) VALUE 10000.
       01 WK-RSV-CNT      PIC 9(5) VALUE ZERO.
       01 WK-RSV-I        PIC 9(5) VALUE ZERO.
       01 WK-RSV-TBL.
          02 WK-RSV-ENT OCCURS 10000 TIMES.
             03 WK-RSV-TABLE  PIC X(10).
             03 WK-RSV-KEY    PIC X(4).
             03 WK-RSV-SOURCE PIC X(10).
             03 WK-RSV-EXPIRY PIC X(8).
       01 WK-HOLD-SPOS    PIC 9(4) VALUE ZERO.
       01 WK-HOLD-SLEN    PIC 9(4) VALUE ZERO.
       01 WK-HOLD-OLD-SAL PIC 9(7) VALUE ZERO.
       01 WK-HOLD-NEW-SAL PIC 9(7) VALUE ZERO.
       01 WK-HOLD-DIFF    PIC 9(7) VALUE ZERO.
       01 WK-HOLD-CHG     PIC 9(9)V99 VALUE ZERO.
       01 WK-HOLD-CHG-ED  PIC Z(8)9.99.
       01 WK-HOLD-NUM-X   PIC X(7) VALUE SPACE.
      *
      * ơ֥: ưsmp1_tdef.datɹࡣȹߤ
      * smp1ȥ1ǡ̤ơ֥δͤˤʤ롣
      * Ƭबpkey(4⡢ID-PK˳Ǽ)ĤΥ
                04 WK-TDEF-COL-NAME PIC X(10).
                04 WK-TDEF-COL-TYPE PIC X(1).
                04 WK-TDEF-COL-LEN  PIC 9(4).
                04 WK-TDEF-COL-REF  PIC X(10).
                04 WK-TDEF-COL-RULE PIC X(1).
       01 WK-TD-IDX      PIC 9(2) VALUE 1.
       01 WK-TD-COL      PIC 9(2) VALUE ZERO.
       01 WK-TD-POS      PIC 9(4) VALUE ZERO.
       01 WK-TD-LEN      PIC 9(4) VALUE ZERO.
       01 WK-TD-SUM      PIC 9(4) VALUE ZERO.
      *
      * Referential integrity between the defined tables: an I/U
      * whose referring column names a key missing from the parent
      * is rejected, and a D of a parent key still referred to is
      * rejected or cascaded by the column's rule. A cascade is one
      * level deep and is carried out after the parent's own D.
      *
       01 WK-RI-SW        PIC X(3) VALUE 'OFF'.
       01 WK-RI-NG-SW     PIC X(2) VALUE 'OK'.
       01 WK-RI-MSG       PIC X(40) VALUE SPACE.
       01 WK-RI-SAVE-TRC  PIC X(62) VALUE SPACE.
       01 WK-RI-PAR-IDX   PIC 9(2) VALUE ZERO.
       01 WK-RI-CHD-IDX   PIC 9(2) VALUE ZERO.
       01 WK-RI-CHD-COL   PIC 9(2) VALUE ZERO.
       01 WK-RI-POS       PIC 9(4) VALUE ZERO.
       01 WK-RI-LEN       PIC 9(4) VALUE ZERO.
       01 WK-RI-KEY       PIC X(4) VALUE SPACE.
       01 WK-RI-VAL       PIC X(4) VALUE SPACE.
       01 WK-RI-ROW-KEY   PIC X(4) VALUE SPACE.
       01 C-RI-KEY-LO     PIC X(4) VALUE '0000'.
       01 C-RI-KEY-HI     PIC X(4) VALUE '9999'.
       01 WK-RI-CHUNK-LO  PIC X(4) VALUE SPACE.
       01 WK-RI-LAST-KEY  PIC X(4) VALUE SPACE.
       01 WK-RI-CHUNK-SW  PIC X(3) VALUE 'YES'.
       01 WK-RI-MORE-SW   PIC X(3) VALUE 'YES'.
       01 WK-RI-RIDX      PIC 9(2) VALUE ZERO.
       01 WK-RI-IDX-DISP  PIC Z(5)9.
       01 C-RI-CASC-MAX   PIC 9(3) VALUE 500.
       01 WK-RI-CASC-CNT  PIC 9(3) VALUE ZERO.
       01 WK-RI-CASC-I    PIC 9(3) VALUE ZERO.
       01 WK-RI-CASC-TBL.
          02 WK-RI-CASC-ENT OCCURS 500 TIMES.
             03 WK-RI-CASC-TABLE PIC X(10).
             03 WK-RI-CASC-KEY   PIC X(4).
       01 WK-SND-PTR     PIC 9(4) VALUE ZERO.
       01 WK-COL-VAL     PIC X(28) VALUE SPACE.
       01 WK-VAL-AREA    PIC X(28) VALUE SPACE.
       01 WK-CNT-ERR2    PIC 9(7) VALUE ZERO.
       01 WK-CNT-MISMATCH PIC 9(7) VALUE ZERO.
      *
      * Response-time statistics: every tyserv call is timed
      * per operation and per target (1 primary, 2 standby),
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
       01 C-STA-TGT-CNT  PIC 9(1) VALUE 2.
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
          02 WK-STA-TGT-ENT OCCURS 2 TIMES.
             03 WK-STA-OP-ENT OCCURS 10 TIMES.
                04 WK-STA-CNT  PIC 9(9).
                04 WK-STA-TOT  PIC 9(11).
                04 WK-STA-MAX  PIC 9(8).
                04 WK-STA-BKT  PIC 9(7) OCCURS 1001 TIMES.
      *
      * Хåɥڤ: smp1.ctlCUTOFF=HHMM(λ)
      * ޤMAXMIN=nnn(вʬͤ)ǡɥ
      * λ˼긵Υ쥳ɤޤǽCOMMITȥåݥ
          02 WK-CNT-M      PIC 9(7) VALUE ZERO.
          02 WK-CNT-SKIP   PIC 9(7) VALUE ZERO.
          02 WK-CNT-ERR    PIC 9(7) VALUE ZERO.
          02 WK-CNT-HOLD   PIC 9(7) VALUE ZERO.
          02 WK-CNT-RI     PIC 9(7) VALUE ZERO.
          02 WK-CNT-CASC   PIC 9(7) VALUE ZERO.
      *------------------------------------------
      * ��������
      *------------------------------------------
      *------------------------------------------
       SUB-OPEN-EN.
      *
      * Response-time statistics start with the run
      *
         PERFORM SUB-STA-INIT-EN THRU SUB-STA-INIT-EX.
      *
      * ��ư�ѥ�᡼���μ��
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
      *
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
      *
      * Hold thresholds (no control file, no hold queue)
      *
         PERFORM SUB-HCTL-LOAD-EN THRU SUB-HCTL-LOAD-EX.
      *
      * Key reservations still in force (none on file, no check)
      *
         PERFORM SUB-RSV-LOAD-EN THRU SUB-RSV-LOAD-EX.
      *
      * Run registry interlock, checked after the read-only loads
      * but before any output file is touched, so a refused start
      * changes nothing and a load abend strands no open S record
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
      *
      * Hold queue (always appended: held records stay queued
      * until sample17 decides them, whatever night they came in)
      *
         IF (WK-HOLD-SW = 'ON')
            OPEN EXTEND HOLDDAT
            IF (WK-HOLD-STAT = '35')
               OPEN OUTPUT HOLDDAT
            END-IF
            IF (WK-HOLD-STAT = '00')
               MOVE 'YES' TO WK-HOLD-OPEN-SW
            ELSE
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT OPEN HOLD FILE STATUS=('
                       WK-HOLD-STAT ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
      *
      * �����åȥ����ץ�(���Ԥ�����Ϻƻ���)
      *
         MOVE ZERO TO WK-SOCK-RETRY.
       SUB-CTL-OPT-EX.
         EXIT.
      *------------------------------------------
      * Load the hold thresholds (the file is optional; without it
      * every record is applied as before)
      *------------------------------------------
       SUB-HCTL-LOAD-EN.
         OPEN INPUT HCTLDAT.
         IF (WK-HCTL-STAT = '00')
            MOVE 'OFF' TO WK-HOLD-EOF-SW
            PERFORM SUB-HCTL-READ-EN THRU SUB-HCTL-READ-EX
               UNTIL (WK-HOLD-EOF-SW = 'ON')
            CLOSE HCTLDAT
            IF (WK-HOLD-PCT-SW = 'ON') OR (WK-HOLD-DSAL-SW = 'ON')
               OR (WK-HOLD-REV-CNT > 0)
               MOVE 'ON' TO WK-HOLD-SW
               ACCEPT WK-HOLD-USER FROM ENVIRONMENT 'USER'
               DISPLAY C-PGMNAME
                       ' : HOLD QUEUE ON, PCT=(' WK-HOLD-PCT-SW
                       ' ' WK-HOLD-PCT ') DSAL=(' WK-HOLD-DSAL-SW
                       ' ' WK-HOLD-DSAL ') REVIEW=('
                       WK-HOLD-REV-CNT ')'
            END-IF
         END-IF.
       SUB-HCTL-LOAD-EX.
         EXIT.
      *------------------------------------------
      * One hold control line
      *------------------------------------------
       SUB-HCTL-READ-EN.
         READ HCTLDAT
            AT END
               MOVE 'ON' TO WK-HOLD-EOF-SW
            NOT AT END
               EVALUATE TRUE
               WHEN (HCTL-REC = SPACE) OR (HCTL-REC(1:1) = '#')
                  CONTINUE
               WHEN (HCTL-REC(1:4) = 'PCT=')
                  IF (HCTL-REC(5:3) IS NUMERIC)
                     MOVE HCTL-REC(5:3) TO WK-HOLD-PCT
                     MOVE 'ON' TO WK-HOLD-PCT-SW
                  ELSE
                     DISPLAY C-PGMNAME
                             ' : WARNING, BAD PCT OPTION'
                             ' IGNORED=(' HCTL-REC ')'
                  END-IF
               WHEN (HCTL-REC(1:5) = 'DSAL=')
                  IF (HCTL-REC(6:7) IS NUMERIC)
                     MOVE HCTL-REC(6:7) TO WK-HOLD-DSAL
                     MOVE 'ON' TO WK-HOLD-DSAL-SW
                  ELSE
                     DISPLAY C-PGMNAME
                             ' : WARNING, BAD DSAL OPTION'
                             ' IGNORED=(' HCTL-REC ')'
                  END-IF
               WHEN (HCTL-REC(1:7) = 'REVIEW=')
                  AND (HCTL-REC(8:1) NOT = SPACE)
                  IF (WK-HOLD-REV-CNT >= C-HOLD-REV-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-HOLD-REV-MAX
                             ') REVIEW PREFIXES'
                     STOP RUN
                  END-IF
                  ADD 1 TO WK-HOLD-REV-CNT
                  MOVE HCTL-REC(8:10)
                       TO WK-HOLD-REV-PFX(WK-HOLD-REV-CNT)
                  MOVE ZERO TO WK-HOLD-REV-LEN(WK-HOLD-REV-CNT)
                  INSPECT HCTL-REC(8:10) TALLYING
                     WK-HOLD-REV-LEN(WK-HOLD-REV-CNT)
                     FOR CHARACTERS BEFORE INITIAL SPACE
               WHEN OTHER
                  DISPLAY C-PGMNAME
                          ' : WARNING, BAD HOLD CONTROL LINE'
                          ' IGNORED=(' HCTL-REC ')'
               END-EVALUATE
         END-READ.
       SUB-HCTL-READ-EX.
         EXIT.
      *------------------------------------------
      * Load the key reservations that have not expired
      *------------------------------------------
       SUB-RSV-LOAD-EN.
         ACCEPT WK-RSV-TODAY FROM DATE YYYYMMDD.
         MOVE ZERO TO WK-RSV-CNT.
         OPEN INPUT RSVDAT.
         IF (WK-RSV-STAT = '00')
            MOVE 'OFF' TO WK-RSV-EOF-SW
            PERFORM SUB-RSV-READ-EN THRU SUB-RSV-READ-EX
               UNTIL (WK-RSV-EOF-SW = 'ON')
            CLOSE RSVDAT
            IF (WK-RSV-CNT > 0)
               DISPLAY C-PGMNAME
                       ' : KEY RESERVATIONS IN FORCE=(' WK-RSV-CNT ')'
            END-IF
         END-IF.
       SUB-RSV-LOAD-EX.
         EXIT.
      *------------------------------------------
      * One reservation line
      *------------------------------------------
       SUB-RSV-READ-EN.
         READ RSVDAT
            AT END
               MOVE 'ON' TO WK-RSV-EOF-SW
            NOT AT END
               IF (RSV-TABLE NOT = SPACE)
                  AND (RSV-EXPIRY NOT < WK-RSV-TODAY)
                  IF (WK-RSV-CNT >= C-RSV-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RSV-MAX
                             ') KEY RESERVATIONS'
                     STOP RUN
                  END-IF
                  ADD 1 TO WK-RSV-CNT
                  MOVE RSV-TABLE TO WK-RSV-TABLE(WK-RSV-CNT)
                  MOVE RSV-KEY TO WK-RSV-KEY(WK-RSV-CNT)
                  MOVE RSV-SOURCE TO WK-RSV-SOURCE(WK-RSV-CNT)
                  MOVE RSV-EXPIRY TO WK-RSV-EXPIRY(WK-RSV-CNT)
               END-IF
         END-READ.
       SUB-RSV-READ-EX.
         EXIT.
      *------------------------------------------
      * ХåɥȽ(λ/вʬ)
      *------------------------------------------
       SUB-WINDOW-EN.
      *
      * ȹߴ(smp1쥤)
      *
         INITIALIZE WK-TDEF-TBL.
         MOVE 1 TO WK-TDEF-CNT.
         MOVE 'smp1' TO WK-TDEF-NAME(1).
         MOVE 'B' TO WK-TDEF-SRC(1).
               UNTIL (WK-TDEF-EOF-SW = 'ON')
            CLOSE TDEFDAT
         END-IF.
      *
      * References are checked once every table is known (a
      * parent may be defined after the tables referring to it)
      *
         PERFORM SUB-RIDEF-EN THRU SUB-RIDEF-EX.
       SUB-TDEF-LOAD-EX.
         EXIT.
      *------------------------------------------
                 WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL)
            MOVE TDF-LEN TO
                 WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL)
            MOVE TDF-REF TO
                 WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL)
            MOVE TDF-RULE TO
                 WK-TDEF-COL-RULE(WK-TD-IDX WK-TD-COL)
      *
      * pkeyID-PKˡͥ(ʳ1Хȶڤդ)
      * TRCͰ˼ޤ뤳
       SUB-TDEF-STORE-EX.
         EXIT.
      *------------------------------------------
      * Check the references declared in the definition file
      * (WK-RI-SW = 'ON' when there is at least one)
      *------------------------------------------
       SUB-RIDEF-EN.
         MOVE 'OFF' TO WK-RI-SW.
         PERFORM VARYING WK-RI-CHD-IDX FROM 1 BY 1
            UNTIL (WK-RI-CHD-IDX > WK-TDEF-CNT)
            PERFORM VARYING WK-RI-CHD-COL FROM 1 BY 1
               UNTIL (WK-RI-CHD-COL >
                      WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
               IF (WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                   NOT = SPACE)
                  PERFORM SUB-RIDEFCOL-EN THRU SUB-RIDEFCOL-EX
               END-IF
            END-PERFORM
         END-PERFORM.
       SUB-RIDEF-EX.
         EXIT.
      *------------------------------------------
      * One referring column: the parent must be defined, the
      * value must fit a pkey, the rule must be R, C or blank, and
      * a cascaded table may not itself be referred to
      *------------------------------------------
       SUB-RIDEFCOL-EN.
         MOVE 'ON' TO WK-RI-SW.
         PERFORM VARYING WK-RI-PAR-IDX FROM 1 BY 1
            UNTIL (WK-RI-PAR-IDX > WK-TDEF-CNT)
               OR (WK-TDEF-NAME(WK-RI-PAR-IDX) =
                   WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL))
            CONTINUE
         END-PERFORM.
         IF (WK-RI-PAR-IDX > WK-TDEF-CNT)
            DISPLAY C-PGMNAME
                    ' : ABEND, TABLE=(' WK-TDEF-NAME(WK-RI-CHD-IDX)
                    ') COLUMN=('
                    WK-TDEF-COL-NAME(WK-RI-CHD-IDX WK-RI-CHD-COL)
                    ') REFERS TO UNDEFINED TABLE=('
                    WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL) ')'
            STOP RUN
         END-IF.
         IF (WK-TDEF-COL-LEN(WK-RI-CHD-IDX WK-RI-CHD-COL) > 4)
            DISPLAY C-PGMNAME
                    ' : ABEND, REFERRING COLUMN LONGER THAN 4,'
                    ' TABLE=(' WK-TDEF-NAME(WK-RI-CHD-IDX)
                    ') COLUMN=('
                    WK-TDEF-COL-NAME(WK-RI-CHD-IDX WK-RI-CHD-COL) ')'
            STOP RUN
         END-IF.
         IF (WK-TDEF-COL-RULE(WK-RI-CHD-IDX WK-RI-CHD-COL)
             NOT = SPACE)
            AND (WK-TDEF-COL-RULE(WK-RI-CHD-IDX WK-RI-CHD-COL)
                 NOT = 'R')
            AND (WK-TDEF-COL-RULE(WK-RI-CHD-IDX WK-RI-CHD-COL)
                 NOT = 'C')
            DISPLAY C-PGMNAME
                    ' : ABEND, UNKNOWN REFERENCE RULE=('
                    WK-TDEF-COL-RULE(WK-RI-CHD-IDX WK-RI-CHD-COL)
                    ') TABLE=(' WK-TDEF-NAME(WK-RI-CHD-IDX)
                    ') COLUMN=('
                    WK-TDEF-COL-NAME(WK-RI-CHD-IDX WK-RI-CHD-COL) ')'
            STOP RUN
         END-IF.
         IF (WK-TDEF-COL-RULE(WK-RI-CHD-IDX WK-RI-CHD-COL) = 'C')
            PERFORM VARYING WK-TD-IDX FROM 1 BY 1
               UNTIL (WK-TD-IDX > WK-TDEF-CNT)
               PERFORM VARYING WK-TD-COL FROM 1 BY 1
                  UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
                  IF (WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL) =
                      WK-TDEF-NAME(WK-RI-CHD-IDX))
                     DISPLAY C-PGMNAME
                             ' : ABEND, CASCADED TABLE=('
                             WK-TDEF-NAME(WK-RI-CHD-IDX)
                             ') IS ITSELF REFERRED TO BY TABLE=('
                             WK-TDEF-NAME(WK-TD-IDX) ')'
                     STOP RUN
                  END-IF
               END-PERFORM
            END-PERFORM
         END-IF.
       SUB-RIDEFCOL-EX.
         EXIT.
      *------------------------------------------
      * TABLE-NAME(̵Хȥ1)
      *------------------------------------------
       SUB-TDEF-FIND-EN.
                'user' DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'START' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
      *
         IF (WK-DUAL-SW = 'ON')
            INITIALIZE RECV2-DATA
            PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX
            CALL 'sock_send_recv' USING FD-SOCK2 SEND-DATA RECV2-DATA
            MOVE 2 TO WK-STA-TGT
            PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX
            INITIALIZE WK-STB-STAT1 WK-STB-STAT2
            CALL 'get_status' USING RECV2-DATA
                 WK-STB-STAT1 WK-STB-STAT2
      * �����
      *------------------------------------------
       SUB-MAIN-EN.
         MOVE TRC TO WK-HOLD-RAW.
      *
      * ���Ϲ��ܤλ��������å�
      *
            MOVE WK-VALID-MSG TO STAT2
            PERFORM SUB-REJECT-EN THRU SUB-REJECT-EX
         ELSE
      *
      * High-impact I/D/U goes to the hold queue, not to tyserv
      *
            PERFORM SUB-HOLD-EN THRU SUB-HOLD-EX
            IF (WK-HOLD-HIT-SW = 'YES')
               ADD 1 TO WK-CNT-HOLD
            ELSE
      *
      * References to and from other tables (smp1_tdef.dat)
      *
               PERFORM SUB-RICHK-EN THRU SUB-RICHK-EX
               IF (WK-RI-NG-SW = 'NG')
                  ADD 1 TO WK-CNT-ERR
                  ADD 1 TO WK-CNT-RI
                  DISPLAY C-PGMNAME
                          ' : INTEGRITY ERROR ' WK-RI-MSG
                          ' ' TRC
                  MOVE 'NG' TO STAT1
                  MOVE WK-RI-MSG TO STAT2
                  PERFORM SUB-REJECT-EN THRU SUB-REJECT-EX
               ELSE
                  EVALUATE TRUE
                  WHEN (IDO-KUBUN = 'I')
      * I:����
                     ADD 1 TO WK-CNT-I
                     PERFORM SUB-INSERT-EN THRU SUB-INSERT-EX
                     PERFORM SUB-AUTOCOMMIT-EN THRU SUB-AUTOCOMMIT-EX
                  WHEN (IDO-KUBUN = 'D')
      * D:���
                     ADD 1 TO WK-CNT-D
                     PERFORM SUB-DELETE-EN THRU SUB-DELETE-EX
                     IF (WK-RI-CASC-CNT > 0) AND (STAT1 NOT = 'NG')
                        PERFORM SUB-RICASC-EN THRU SUB-RICASC-EX
                     END-IF
                     PERFORM SUB-AUTOCOMMIT-EN THRU SUB-AUTOCOMMIT-EX
                  WHEN (IDO-KUBUN = 'U')
      * U:����
                     ADD 1 TO WK-CNT-U
                     PERFORM SUB-UPDATE-EN THRU SUB-UPDATE-EX
                     PERFORM SUB-AUTOCOMMIT-EN THRU SUB-AUTOCOMMIT-EX
                  WHEN (IDO-KUBUN = 'G')
      * G:����(ɽ��)
                     ADD 1 TO WK-CNT-G
                     PERFORM SUB-GET-EN THRU SUB-GET-EX
                  WHEN (IDO-KUBUN = 'L')
      * L:�ϰ���(ɽ��)
                     ADD 1 TO WK-CNT-L
                     PERFORM SUB-LIST-EN THRU SUB-LIST-EX
                  WHEN (IDO-KUBUN = 'R')
      * R:ROLLBACK
                     ADD 1 TO WK-CNT-R
                     PERFORM SUB-ROLLBACK-EN THRU SUB-ROLLBACK-EX
                  WHEN (IDO-KUBUN = 'C')
      * C:COMMIT
                     ADD 1 TO WK-CNT-C
                     PERFORM SUB-COMMIT-EN THRU SUB-COMMIT-EX
                     MOVE ZERO TO WK-IDU-CNT
                  WHEN (IDO-KUBUN = 'M')
      * M:��å�����
                     ADD 1 TO WK-CNT-M
                     PERFORM SUB-MESG-EN THRU SUB-MESG-EX
                  WHEN (IDO-KUBUN = '#')
      * #:�����ȹ�
                     ADD 1 TO WK-CNT-SKIP
                     CONTINUE
                  WHEN OTHER
                     ADD 1 TO WK-CNT-ERR
                     DISPLAY C-PGMNAME
                             ' : TRANSACTION ERROR, SKIPPED=('
                             TRC ')'
                  END-EVALUATE
               END-IF
            END-IF
         END-IF.
      *
      * �ȥ�󥶥�������ɤ߹���
                    TO WK-VALID-MSG
            END-IF
         END-IF.
      *
      * A new key reserved to another sample5 input (records not
      * stamped INn- are not bound by reservations)
      *
         IF (WK-VALID-SW = 'OK') AND (IDO-KUBUN = 'I')
            AND (WK-RSV-CNT > 0) AND (TRC-SOURCE-ID(1:2) = 'IN')
            PERFORM VARYING WK-RSV-I FROM 1 BY 1
               UNTIL (WK-RSV-I > WK-RSV-CNT)
                  OR (WK-VALID-SW = 'NG')
               IF (WK-RSV-TABLE(WK-RSV-I) = TABLE-NAME)
                  AND (WK-RSV-KEY(WK-RSV-I) = ID-PK)
                  AND (WK-RSV-SOURCE(WK-RSV-I) NOT =
                       TRC-SOURCE-ID(1:3))
                  MOVE 'NG' TO WK-VALID-SW
                  MOVE SPACE TO WK-VALID-MSG
                  STRING 'ID-PK RESERVED TO ' DELIMITED BY SIZE
                         WK-RSV-SOURCE(WK-RSV-I) DELIMITED BY SPACE
                         ' UNTIL ' DELIMITED BY SIZE
                         WK-RSV-EXPIRY(WK-RSV-I) DELIMITED BY SIZE
                         INTO WK-VALID-MSG
               END-IF
            END-PERFORM
         END-IF.
       SUB-VALID-EX.
         EXIT.
      *------------------------------------------
      * Hold check for one validated record: an always-review
      * source, a U salary move over PCT= percent, or a D of a key
      * whose stored salary is over DSAL= sends the record to the
      * hold queue (WK-HOLD-HIT-SW = 'YES') instead of tyserv.
      * Records already approved in sample17 (APR- stamp found in
      * the decision log against the same TRC image) pass.
      *------------------------------------------
       SUB-HOLD-EN.
         MOVE 'NO' TO WK-HOLD-HIT-SW.
         MOVE 'NO' TO WK-HOLD-APR-SW.
         MOVE SPACE TO WK-HOLD-REASON.
         MOVE SPACE TO WK-AUD-BEFORE.
         IF (WK-HOLD-SW = 'ON')
            AND ((IDO-KUBUN = 'I') OR (IDO-KUBUN = 'D')
              OR (IDO-KUBUN = 'U'))
            AND (TRC-SOURCE-ID(1:4) = 'APR-')
            PERFORM SUB-APRCHK-EN THRU SUB-APRCHK-EX
            IF (WK-HOLD-APR-SW = 'NO')
               MOVE 'YES' TO WK-HOLD-HIT-SW
               MOVE 'APR- STAMP NOT IN APPROVAL LOG'
                    TO WK-HOLD-REASON
            END-IF
         END-IF.
         IF (WK-HOLD-SW = 'ON')
            AND ((IDO-KUBUN = 'I') OR (IDO-KUBUN = 'D')
              OR (IDO-KUBUN = 'U'))
            AND (WK-HOLD-APR-SW = 'NO')
      *
      * Sources marked always-review
      *
            PERFORM VARYING WK-HOLD-REV-I FROM 1 BY 1
               UNTIL (WK-HOLD-REV-I > WK-HOLD-REV-CNT)
                  OR (WK-HOLD-HIT-SW = 'YES')
               IF (TRC-SOURCE-ID(1:WK-HOLD-REV-LEN(WK-HOLD-REV-I)) =
                   WK-HOLD-REV-PFX(WK-HOLD-REV-I)
                      (1:WK-HOLD-REV-LEN(WK-HOLD-REV-I)))
                  MOVE 'YES' TO WK-HOLD-HIT-SW
                  STRING 'SOURCE ' DELIMITED BY SIZE
                         WK-HOLD-REV-PFX(WK-HOLD-REV-I)
                            DELIMITED BY SPACE
                         ' ALWAYS REVIEWED' DELIMITED BY SIZE
                         INTO WK-HOLD-REASON
               END-IF
            END-PERFORM
      *
      * The stored row is fetched for a U/D that is held or may
      * trip a salary threshold (it also rides along in the hold
      * record, so the approver can see whether it moved since)
      *
            IF ((IDO-KUBUN = 'U') OR (IDO-KUBUN = 'D'))
               AND ((WK-HOLD-HIT-SW = 'YES')
                 OR ((IDO-KUBUN = 'U') AND (WK-HOLD-PCT-SW = 'ON'))
                 OR ((IDO-KUBUN = 'D') AND (WK-HOLD-DSAL-SW = 'ON')))
               PERFORM SUB-AUDBEF-EN THRU SUB-AUDBEF-EX
               IF (WK-HOLD-HIT-SW = 'NO') AND (STAT1 = 'OK')
                  PERFORM SUB-HOLDSAL-EN THRU SUB-HOLDSAL-EX
               END-IF
            END-IF
            IF (WK-HOLD-HIT-SW = 'YES')
               PERFORM SUB-HOLDWRT-EN THRU SUB-HOLDWRT-EX
            END-IF
         END-IF.
       SUB-HOLD-EX.
         EXIT.
      *------------------------------------------
      * Confirm an APR- stamp: smp1_hlog.dat must hold an APPROVED
      * decision that gave this stamp to this same TRC image
      * (WK-HOLD-APR-SW = 'YES' when it does)
      *------------------------------------------
       SUB-APRCHK-EN.
         MOVE 'NO' TO WK-HOLD-APR-SW.
         OPEN INPUT HLOGDAT.
         IF (WK-HLOG-STAT = '00')
            MOVE 'OFF' TO WK-HLOG-EOF-SW
            PERFORM UNTIL (WK-HLOG-EOF-SW = 'ON')
                       OR (WK-HOLD-APR-SW = 'YES')
               READ HLOGDAT
                  AT END
                     MOVE 'ON' TO WK-HLOG-EOF-SW
                  NOT AT END
                     IF (HLG-DECISION = 'APPROVED')
                        AND (HLG-NEWSTAMP = TRC-SOURCE-ID)
                        AND (HLG-TRC(1:51) = WK-HOLD-RAW(1:51))
                        MOVE 'YES' TO WK-HOLD-APR-SW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HLOGDAT
         ELSE
            IF (WK-HLOG-STAT NOT = '35')
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT OPEN HOLD LOG STATUS=('
                       WK-HLOG-STAT ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
       SUB-APRCHK-EX.
         EXIT.
      *------------------------------------------
      * Salary thresholds against the stored row in WK-AUD-BEFORE
      * (the table's numeric 'salary' column, up to 7 digits; a
      * table without one is only held by source)
      *------------------------------------------
       SUB-HOLDSAL-EN.
         MOVE ZERO TO WK-HOLD-SPOS WK-HOLD-SLEN.
         MOVE 8 TO WK-TD-POS.
         PERFORM VARYING WK-TD-COL FROM 2 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
               OR (WK-HOLD-SPOS > 0)
            IF (WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL) = 'salary')
               AND (WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL) = '9')
               AND (WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) <= 7)
               MOVE WK-TD-POS TO WK-HOLD-SPOS
               MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL)
                    TO WK-HOLD-SLEN
            ELSE
               ADD WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-POS
               ADD 1 TO WK-TD-POS
            END-IF
         END-PERFORM.
         IF (WK-HOLD-SPOS > 0)
            MOVE SPACE TO WK-HOLD-NUM-X
            MOVE WK-AUD-BEFORE(WK-HOLD-SPOS - 7:WK-HOLD-SLEN)
                 TO WK-HOLD-NUM-X(8 - WK-HOLD-SLEN:WK-HOLD-SLEN)
            INSPECT WK-HOLD-NUM-X REPLACING LEADING SPACE BY ZERO
            IF (WK-HOLD-NUM-X IS NUMERIC)
               MOVE WK-HOLD-NUM-X TO WK-HOLD-OLD-SAL
      *
      * D: stored salary over the configured amount
      *
               IF (IDO-KUBUN = 'D') AND (WK-HOLD-DSAL-SW = 'ON')
                  AND (WK-HOLD-OLD-SAL > WK-HOLD-DSAL)
                  MOVE 'YES' TO WK-HOLD-HIT-SW
                  STRING 'STORED SALARY ' DELIMITED BY SIZE
                         WK-HOLD-OLD-SAL DELIMITED BY SIZE
                         ' OVER ' DELIMITED BY SIZE
                         WK-HOLD-DSAL DELIMITED BY SIZE
                         INTO WK-HOLD-REASON
               END-IF
      *
      * U: salary moved by more than the threshold percentage
      * (any raise from a stored zero counts as over)
      *
               IF (IDO-KUBUN = 'U') AND (WK-HOLD-PCT-SW = 'ON')
                  MOVE SPACE TO WK-HOLD-NUM-X
                  MOVE TRC(WK-HOLD-SPOS:WK-HOLD-SLEN)
                       TO WK-HOLD-NUM-X(8 - WK-HOLD-SLEN:WK-HOLD-SLEN)
                  INSPECT WK-HOLD-NUM-X
                     REPLACING LEADING SPACE BY ZERO
                  MOVE WK-HOLD-NUM-X TO WK-HOLD-NEW-SAL
                  IF (WK-HOLD-NEW-SAL >= WK-HOLD-OLD-SAL)
                     COMPUTE WK-HOLD-DIFF =
                        WK-HOLD-NEW-SAL - WK-HOLD-OLD-SAL
                  ELSE
                     COMPUTE WK-HOLD-DIFF =
                        WK-HOLD-OLD-SAL - WK-HOLD-NEW-SAL
                  END-IF
                  IF (WK-HOLD-OLD-SAL = ZERO)
                     IF (WK-HOLD-NEW-SAL > ZERO)
                        MOVE 'YES' TO WK-HOLD-HIT-SW
                        MOVE 'SALARY RAISED FROM ZERO'
                             TO WK-HOLD-REASON
                     END-IF
                  ELSE
                     COMPUTE WK-HOLD-CHG ROUNDED =
                        (WK-HOLD-DIFF * 100) / WK-HOLD-OLD-SAL
                     IF (WK-HOLD-CHG > WK-HOLD-PCT)
                        MOVE 'YES' TO WK-HOLD-HIT-SW
                        MOVE WK-HOLD-CHG TO WK-HOLD-CHG-ED
                        STRING 'SALARY CHANGE ' DELIMITED BY SIZE
                               FUNCTION TRIM(WK-HOLD-CHG-ED)
                                  DELIMITED BY SIZE
                               '% OVER ' DELIMITED BY SIZE
                               WK-HOLD-PCT DELIMITED BY SIZE
                               '%' DELIMITED BY SIZE
                               INTO WK-HOLD-REASON
                     END-IF
                  END-IF
               END-IF
            END-IF
         END-IF.
       SUB-HOLDSAL-EX.
         EXIT.
      *------------------------------------------
      * Write the held record to the hold queue
      *------------------------------------------
       SUB-HOLDWRT-EN.
      *
      * On a RESTART the records between the last checkpoint and the
      * failure come round again: one already queued is left as is
      *
         MOVE 'NO' TO WK-HOLD-DUP-SW.
         IF (WK-RESTART-SW = 'ON')
            PERFORM SUB-HOLDDUP-EN THRU SUB-HOLDDUP-EX
         END-IF.
         IF (WK-HOLD-DUP-SW = 'YES')
            DISPLAY C-PGMNAME
                    ' : ALREADY IN THE HOLD QUEUE ' TRC
         ELSE
            ACCEPT WK-HOLD-DATE FROM DATE YYYYMMDD
            ACCEPT WK-HOLD-TIME FROM TIME
      *
      * The submitter is the source named by the stamp (INn, BKO
      * and so on), or the user running the load when unstamped
      *
            MOVE SPACE TO WK-HOLD-SUBMIT
            IF (TRC-SOURCE-ID = SPACE)
               MOVE WK-HOLD-USER TO WK-HOLD-SUBMIT
            ELSE
               UNSTRING TRC-SOURCE-ID DELIMITED BY '-'
                  INTO WK-HOLD-SUBMIT
            END-IF
            MOVE SPACE TO HOLD-REC
            MOVE WK-HOLD-RAW TO HLD-TRC
            MOVE WK-HOLD-DATE TO HLD-DATE
            MOVE WK-HOLD-TIME(1:6) TO HLD-TIME
            MOVE WK-HOLD-SUBMIT TO HLD-SUBMIT
            MOVE WK-HOLD-USER TO HLD-RUNUSER
            MOVE WK-AUD-BEFORE TO HLD-OLD
            MOVE WK-HOLD-REASON TO HLD-REASON
            WRITE HOLD-REC
            IF (WK-HOLD-STAT NOT = '00')
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT WRITE HOLD FILE STATUS=('
                       WK-HOLD-STAT ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            DISPLAY C-PGMNAME
                    ' : HELD FOR REVIEW ' WK-HOLD-REASON ' ' TRC
         END-IF.
       SUB-HOLDWRT-EX.
         EXIT.
      *------------------------------------------
      * Look for this TRC image in the hold queue written so far
      * (the queue is reopened for reading, then for appending
      * again; WK-HOLD-DUP-SW = 'YES' when it is already there)
      *------------------------------------------
       SUB-HOLDDUP-EN.
         MOVE 'NO' TO WK-HOLD-DUP-SW.
         CLOSE HOLDDAT.
         MOVE 'NO' TO WK-HOLD-OPEN-SW.
         OPEN INPUT HOLDDAT.
         IF (WK-HOLD-STAT = '00')
            MOVE 'OFF' TO WK-HOLD-EOF-SW
            PERFORM UNTIL (WK-HOLD-EOF-SW = 'ON')
                       OR (WK-HOLD-DUP-SW = 'YES')
               READ HOLDDAT
                  AT END
                     MOVE 'ON' TO WK-HOLD-EOF-SW
                  NOT AT END
                     IF (HLD-TRC = WK-HOLD-RAW)
                        MOVE 'YES' TO WK-HOLD-DUP-SW
                     END-IF
               END-READ
            END-PERFORM
            CLOSE HOLDDAT
         END-IF.
         OPEN EXTEND HOLDDAT.
         IF (WK-HOLD-STAT = '00')
            MOVE 'YES' TO WK-HOLD-OPEN-SW
         ELSE
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN HOLD FILE STATUS=('
                    WK-HOLD-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
       SUB-HOLDDUP-EX.
         EXIT.
      *------------------------------------------
      * ��λ����
      *------------------------------------------
       SUB-END-EN.
                 ' M=(' WK-CNT-M ')'
                 ' #=(' WK-CNT-SKIP ')'.
         DISPLAY C-PGMNAME ' : TALLY ERR=(' WK-CNT-ERR ')'.
         IF (WK-HOLD-SW = 'ON')
            DISPLAY C-PGMNAME
                    ' : TALLY HELD=(' WK-CNT-HOLD ')'
                    ' QUEUED IN smp1_hold.dat FOR sample17'
         END-IF.
         IF (WK-RI-SW = 'ON')
            DISPLAY C-PGMNAME
                    ' : TALLY INTEGRITY ERR=(' WK-CNT-RI ')'
                    ' CASCADED D=(' WK-CNT-CASC ')'
         END-IF.
         IF (WK-DUAL-SW = 'ON')
            DISPLAY C-PGMNAME
                    ' : TALLY STANDBY ERR=(' WK-CNT-ERR2 ')'
      * �ȥ�󥶥���������ｪλ
      *
         INITIALIZE RECV-DATA.
         MOVE 'END' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK 'end_tran' RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
         IF (WK-DUAL-SW = 'ON')
            INITIALIZE RECV2-DATA
            PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX
            CALL 'sock_send_recv' USING FD-SOCK2 'end_tran'
                 RECV2-DATA
            MOVE 2 TO WK-STA-TGT
            PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX
            INITIALIZE WK-STB-STAT1 WK-STB-STAT2
            CALL 'get_status' USING RECV2-DATA
                 WK-STB-STAT1 WK-STB-STAT2
            CLOSE   AUDITDAT
         END-IF.
      *
      * Hold queue
      *
         IF (WK-HOLD-OPEN-SW = 'YES')
            CLOSE   HOLDDAT
         END-IF.
      *
      * �����å�
      *
         CALL 'sock_close' USING FD-SOCK.
            CALL 'sock_close' USING FD-SOCK2
         END-IF.
      *
      * Response-time statistics of this run
      *
         PERFORM SUB-STA-WRITE-EN THRU SUB-STA-WRITE-EX.
      *
      * Record the end of this run in the registry
      *
         MOVE SPACE TO WK-RUN-TALLY.
         PERFORM SUB-RUNREG-END-EN THRU SUB-RUNREG-END-EX.
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
         IF (WK-STA-T = 1)
            MOVE 'PRIMARY' TO STA-ROLE
            MOVE HOST-NAME TO STA-HOST
            MOVE PORT-NUM TO STA-PORT
         ELSE
            MOVE 'STANDBY' TO STA-ROLE
            MOVE HOST2-NAME TO STA-HOST
            MOVE PORT2-NUM TO STA-PORT
         END-IF.
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
      *
      *
      *
       SUB-ABEND-EX.
         EXIT.
      *------------------------------------------
      * Referential integrity for one validated I/D/U record
      * (WK-RI-NG-SW = 'NG' and WK-RI-MSG when it must be
      * rejected; a D to be cascaded leaves the referring rows in
      * WK-RI-CASC-TBL for SUB-RICASC)
      *------------------------------------------
       SUB-RICHK-EN.
         MOVE 'OK' TO WK-RI-NG-SW.
         MOVE SPACE TO WK-RI-MSG.
         MOVE ZERO TO WK-RI-CASC-CNT.
         IF (WK-RI-SW = 'ON')
            EVALUATE TRUE
            WHEN (IDO-KUBUN = 'I') OR (IDO-KUBUN = 'U')
               PERFORM SUB-RIPAR-EN THRU SUB-RIPAR-EX
            WHEN (IDO-KUBUN = 'D')
               PERFORM SUB-RICHD-EN THRU SUB-RICHD-EX
            WHEN OTHER
               CONTINUE
            END-EVALUATE
         END-IF.
       SUB-RICHK-EX.
         EXIT.
      *------------------------------------------
      * I/U: every non-blank referring column of the record must
      * name a key stored in its parent table (a row may refer to
      * its own key in the same table)
      *------------------------------------------
       SUB-RIPAR-EN.
         MOVE WK-TD-IDX TO WK-RI-CHD-IDX.
         MOVE 8 TO WK-RI-POS.
         PERFORM VARYING WK-RI-CHD-COL FROM 1 BY 1
            UNTIL (WK-RI-CHD-COL > WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
               OR (WK-RI-NG-SW = 'NG')
            MOVE WK-TDEF-COL-LEN(WK-RI-CHD-IDX WK-RI-CHD-COL)
                 TO WK-RI-LEN
            MOVE SPACE TO WK-RI-VAL
            IF (WK-RI-CHD-COL = 1)
               MOVE ID-PK TO WK-RI-VAL
            ELSE
               IF (WK-RI-LEN <= 4)
                  MOVE TRC(WK-RI-POS:WK-RI-LEN) TO WK-RI-VAL
               END-IF
               ADD WK-RI-LEN TO WK-RI-POS
               ADD 1 TO WK-RI-POS
            END-IF
            IF (WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                NOT = SPACE)
               AND (WK-RI-VAL NOT = SPACE)
               IF (WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL) =
                   TABLE-NAME)
                  AND (WK-RI-VAL = ID-PK)
                  CONTINUE
               ELSE
                  PERFORM SUB-RIGET-EN THRU SUB-RIGET-EX
               END-IF
            END-IF
         END-PERFORM.
       SUB-RIPAR-EX.
         EXIT.
      *------------------------------------------
      * Look up WK-RI-VAL in the parent of the current column
      *------------------------------------------
       SUB-RIGET-EN.
         INITIALIZE SEND-DATA RECV-DATA.
         STRING 'get' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                   DELIMITED BY SPACE
                C-TAB DELIMITED BY SIZE
                'pkey' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'eq' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-RI-VAL DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'GET' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
         IF (STAT1 NOT = 'OK')
            MOVE 'NG' TO WK-RI-NG-SW
            STRING 'RI: ' DELIMITED BY SIZE
                   WK-TDEF-COL-NAME(WK-RI-CHD-IDX WK-RI-CHD-COL)
                      DELIMITED BY SPACE
                   '=' DELIMITED BY SIZE
                   WK-RI-VAL DELIMITED BY SPACE
                   ' NOT IN ' DELIMITED BY SIZE
                   WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                      DELIMITED BY SPACE
                   INTO WK-RI-MSG
         END-IF.
       SUB-RIGET-EX.
         EXIT.
      *------------------------------------------
      * D: every table column referring to this table is scanned
      * for rows that still hold the key being deleted
      *------------------------------------------
       SUB-RICHD-EN.
         MOVE TRC TO WK-RI-SAVE-TRC.
         MOVE ID-PK TO WK-RI-KEY.
         MOVE WK-TD-IDX TO WK-RI-PAR-IDX.
         PERFORM VARYING WK-RI-CHD-IDX FROM 1 BY 1
            UNTIL (WK-RI-CHD-IDX > WK-TDEF-CNT)
               OR (WK-RI-NG-SW = 'NG')
            PERFORM VARYING WK-RI-CHD-COL FROM 1 BY 1
               UNTIL (WK-RI-CHD-COL >
                      WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
                  OR (WK-RI-NG-SW = 'NG')
               IF (WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL) =
                   WK-TDEF-NAME(WK-RI-PAR-IDX))
                  PERFORM SUB-RISCAN-EN THRU SUB-RISCAN-EX
               END-IF
            END-PERFORM
         END-PERFORM.
      *
      * The record and its table definition are put back
      *
         MOVE WK-RI-SAVE-TRC TO TRC.
         PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX.
         IF (WK-RI-NG-SW = 'NG')
            MOVE ZERO TO WK-RI-CASC-CNT
         END-IF.
       SUB-RICHD-EX.
         EXIT.
      *------------------------------------------
      * Scan one referring table in chunks, as L: does
      * (TABLE-NAME and the table definition switched to it)
      *------------------------------------------
       SUB-RISCAN-EN.
         MOVE WK-TDEF-NAME(WK-RI-CHD-IDX) TO TABLE-NAME.
         PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX.
         MOVE C-RI-KEY-LO TO WK-RI-CHUNK-LO.
         MOVE SPACE TO WK-RI-LAST-KEY.
         MOVE 'YES' TO WK-RI-CHUNK-SW.
         PERFORM SUB-RICHUNK-EN THRU SUB-RICHUNK-EX
            UNTIL (WK-RI-CHUNK-SW = 'NO').
       SUB-RISCAN-EX.
         EXIT.
      *------------------------------------------
      * One chunk of the referring table (the first row of a
      * following chunk repeats the last row of the one before)
      *------------------------------------------
       SUB-RICHUNK-EN.
         INITIALIZE SEND-DATA RECV-DATA.
         STRING 'get' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                TABLE-NAME DELIMITED BY SPACE
                C-TAB DELIMITED BY SIZE
                'pkey' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'ge' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-RI-CHUNK-LO DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'pkey' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'le' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                C-RI-KEY-HI DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'CHUNK' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
         IF (STAT1 = 'NG')
      *
      * A table that cannot be read cannot be shown to be clear
      *
            MOVE 'NG' TO WK-RI-NG-SW
            STRING 'RI: CANNOT READ ' DELIMITED BY SIZE
                   TABLE-NAME DELIMITED BY SPACE
                   INTO WK-RI-MSG
            MOVE 'NO' TO WK-RI-CHUNK-SW
         ELSE
            MOVE 1 TO WK-RI-RIDX
            MOVE 'YES' TO WK-RI-MORE-SW
            PERFORM UNTIL (WK-RI-MORE-SW = 'NO')
               INITIALIZE G-ID-PK
               MOVE WK-RI-RIDX TO WK-RI-IDX-DISP
               MOVE SPACE TO WK-COL-KEY
               MOVE 1 TO WK-COL-PTR
               STRING WK-TDEF-COL-NAME(WK-TD-IDX 1)
                         DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      FUNCTION TRIM(WK-RI-IDX-DISP) DELIMITED BY SIZE
                      INTO WK-COL-KEY
                      WITH POINTER WK-COL-PTR
               CALL 'get_value' USING RECV-DATA
                    WK-COL-KEY(1:WK-COL-PTR - 1) G-ID-PK
               IF (G-ID-PK = SPACE) OR (G-ID-PK = LOW-VALUE)
                  MOVE 'NO' TO WK-RI-MORE-SW
                  MOVE 'NO' TO WK-RI-CHUNK-SW
               ELSE
                  IF (G-ID-PK NOT = WK-RI-LAST-KEY)
                     PERFORM SUB-RIROW-EN THRU SUB-RIROW-EX
                  END-IF
                  MOVE G-ID-PK TO WK-RI-LAST-KEY
                  MOVE G-ID-PK TO WK-RI-CHUNK-LO
                  IF (WK-RI-NG-SW = 'NG')
                     MOVE 'NO' TO WK-RI-MORE-SW
                     MOVE 'NO' TO WK-RI-CHUNK-SW
                  ELSE
                     IF (WK-RI-RIDX >= WK-L-CHUNK-ROWS)
                        MOVE 'NO' TO WK-RI-MORE-SW
                     ELSE
                        ADD 1 TO WK-RI-RIDX
                     END-IF
                  END-IF
               END-IF
            END-PERFORM
         END-IF.
       SUB-RICHUNK-EX.
         EXIT.
      *------------------------------------------
      * One row of the referring table: a row holding the key is
      * refused (rule R) or queued for the cascade (rule C); the
      * parent row referring to itself does not count
      *------------------------------------------
       SUB-RIROW-EN.
         MOVE G-ID-PK TO WK-RI-ROW-KEY.
         MOVE SPACE TO WK-RI-VAL.
         IF (WK-RI-CHD-COL = 1)
            MOVE G-ID-PK TO WK-RI-VAL
         ELSE
            MOVE SPACE TO WK-COL-KEY
            MOVE 1 TO WK-COL-PTR
            STRING WK-TDEF-COL-NAME(WK-RI-CHD-IDX WK-RI-CHD-COL)
                      DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   FUNCTION TRIM(WK-RI-IDX-DISP) DELIMITED BY SIZE
                   INTO WK-COL-KEY
                   WITH POINTER WK-COL-PTR
            MOVE SPACE TO WK-COL-VAL
            CALL 'get_value' USING RECV-DATA
                 WK-COL-KEY(1:WK-COL-PTR - 1) WK-COL-VAL
            MOVE WK-TDEF-COL-LEN(WK-RI-CHD-IDX WK-RI-CHD-COL)
                 TO WK-RI-LEN
            MOVE WK-COL-VAL(1:WK-RI-LEN) TO WK-RI-VAL
         END-IF.
         IF (WK-RI-VAL = WK-RI-KEY)
            AND ((WK-RI-CHD-IDX NOT = WK-RI-PAR-IDX)
              OR (WK-RI-ROW-KEY NOT = WK-RI-KEY))
            IF (WK-TDEF-COL-RULE(WK-RI-CHD-IDX WK-RI-CHD-COL) = 'C')
               PERFORM SUB-RICOLL-EN THRU SUB-RICOLL-EX
            ELSE
               MOVE 'NG' TO WK-RI-NG-SW
               STRING 'RI: ' DELIMITED BY SIZE
                      TABLE-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WK-RI-ROW-KEY DELIMITED BY SIZE
                      ' STILL REFERS TO KEY' DELIMITED BY SIZE
                      INTO WK-RI-MSG
            END-IF
         END-IF.
       SUB-RIROW-EX.
         EXIT.
      *------------------------------------------
      * Queue one referring row for the cascade (once only, and
      * no more than C-RI-CASC-MAX for one D)
      *------------------------------------------
       SUB-RICOLL-EN.
         PERFORM VARYING WK-RI-CASC-I FROM 1 BY 1
            UNTIL (WK-RI-CASC-I > WK-RI-CASC-CNT)
               OR ((WK-RI-CASC-TABLE(WK-RI-CASC-I) = TABLE-NAME)
                AND (WK-RI-CASC-KEY(WK-RI-CASC-I) = WK-RI-ROW-KEY))
            CONTINUE
         END-PERFORM.
         IF (WK-RI-CASC-I > WK-RI-CASC-CNT)
            IF (WK-RI-CASC-CNT >= C-RI-CASC-MAX)
               MOVE 'NG' TO WK-RI-NG-SW
               STRING 'RI: MORE THAN ' DELIMITED BY SIZE
                      C-RI-CASC-MAX DELIMITED BY SIZE
                      ' ROWS TO CASCADE' DELIMITED BY SIZE
                      INTO WK-RI-MSG
            ELSE
               ADD 1 TO WK-RI-CASC-CNT
               MOVE TABLE-NAME TO WK-RI-CASC-TABLE(WK-RI-CASC-CNT)
               MOVE WK-RI-ROW-KEY TO WK-RI-CASC-KEY(WK-RI-CASC-CNT)
            END-IF
         END-IF.
       SUB-RICOLL-EX.
         EXIT.
      *------------------------------------------
      * Cascade a D that has been applied to the referring rows
      * queued by SUB-RICHD: each goes through SUB-DELETE as a D
      * of its own table (audited, rejected on error, applied to
      * the standby) under the parent record's source stamp
      *------------------------------------------
       SUB-RICASC-EN.
         MOVE TRC TO WK-RI-SAVE-TRC.
         PERFORM VARYING WK-RI-CASC-I FROM 1 BY 1
            UNTIL (WK-RI-CASC-I > WK-RI-CASC-CNT)
            MOVE WK-RI-CASC-KEY(WK-RI-CASC-I) TO ID-PK
            MOVE WK-RI-CASC-TABLE(WK-RI-CASC-I) TO TABLE-NAME
            MOVE SPACE TO TRC(8:C-TDEF-VAL-LEN)
            PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX
            DISPLAY C-PGMNAME
                    ' : CASCADED D TABLE=(' TABLE-NAME
                    ') KEY=(' ID-PK ') FROM KEY=('
                    WK-RI-SAVE-TRC(3:4) ')'
            PERFORM SUB-DELETE-EN THRU SUB-DELETE-EX
            ADD 1 TO WK-CNT-CASC
         END-PERFORM.
         MOVE WK-RI-SAVE-TRC TO TRC.
         PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX.
         MOVE ZERO TO WK-RI-CASC-CNT.
       SUB-RICASC-EX.
         EXIT.
      *------------------------------------------
      * �ȥ�󥶥�������ɤ߹���
      *------------------------------------------
       SUB-RDTRAN-EN.
                ID-PK DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'GET' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
         IF (STAT1 = 'OK')
      *------------------------------------------
       SUB-APPLY2-EN.
         INITIALIZE RECV2-DATA.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK2 SEND-DATA RECV2-DATA.
         MOVE 2 TO WK-STA-TGT.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
         INITIALIZE WK-STB-STAT1 WK-STB-STAT2.
         CALL 'get_status' USING RECV2-DATA
              WK-STB-STAT1 WK-STB-STAT2.
                INTO SEND-DATA
                WITH POINTER WK-SND-PTR.
         PERFORM SUB-SNDCOLS-EN THRU SUB-SNDCOLS-EX.
         MOVE 'INSERT' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
                ID-PK DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'DELETE' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
                INTO SEND-DATA
                WITH POINTER WK-SND-PTR.
         PERFORM SUB-SNDCOLS-EN THRU SUB-SNDCOLS-EX.
         MOVE 'UPDATE' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
                ID-PK DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'GET' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
                ID-PK2 DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         MOVE 'CHUNK' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ơå
      *
      * ����Хå�
      *
         INITIALIZE RECV-DATA.
         MOVE 'ROLLBACK' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK 'rollback' RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
      * ���ߥå�
      *
         INITIALIZE RECV-DATA.
         MOVE 'COMMIT' TO WK-STA-OP.
         PERFORM SUB-STA-BEG-EN THRU SUB-STA-BEG-EX.
         CALL 'sock_send_recv' USING FD-SOCK 'commit' RECV-DATA.
         PERFORM SUB-STA-END-EN THRU SUB-STA-END-EX.
      *
      * ���ơ����������å�
      *
