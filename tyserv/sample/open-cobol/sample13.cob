      * in payroll's own column order:
      *
      *   H,<business-date yyyymmdd>
      *   D,<action A/C/T>,<id>,<salary>,"<name>"[,<effective yyyymmdd>]
      *   T,<record-count>,<salary-total>
      *
      * A detail row may carry an effective date. A row dated after
      * the business date is written with that date in columns
      * 53-60 of its smp1_in1.dat record, so sample25 holds it in
      * the pending queue until the date arrives; a row without a
      * date, or dated on or before the business date, goes to
      * tonight's merge as usual.
      *
      * Action A (add) becomes a TRC 'I', C (change) a 'U' and T
      * (terminate) a 'D'. The name and salary columns are placed
      * in the 51-byte TRC record value area at the offsets the
      * unbalanced transmission is rejected whole with a report in
      * smp1_pyrj.dat and smp1_in1.dat is left untouched, so a
      * broken file can never be half-loaded.
      *
      * An add (A) for an id that sample22 has reserved to another
      * sample5 input (smp1_resv.dat) is a detail error, so payroll
      * cannot take a key held for another department.
      *
      * The run is recorded in the suite's run registry
      * (smp1_runh.dat); a rejected transmission closes the run with
      * status FAILED, so the nightly stream does not go on to merge
      * without the payroll input.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample13.
          SELECT TDEFDAT ASSIGN TO "smp1_tdef.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-TDEF-STAT.
      *------------------------------------------
      * Key reservations (optional, kept by sample22)
      *------------------------------------------
          SELECT RSVDAT  ASSIGN TO "smp1_resv.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RSV-STAT.
      *------------------------------------------
      * Run registry shared by the batch suite (start/end records
      * per run, also the concurrency interlock)
      *------------------------------------------
          SELECT RUNHDAT ASSIGN TO "smp1_runh.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RUNH-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
      * Departmental transaction file (TRC format)
      *------------------------------------------
       FD  IN1DAT.
      * cols 1-51 TRC, cols 53-60 effective date of a row held for
      * a later business date (blank for tonight's merge)
       01  IN1-REC      PIC X(60).
      *------------------------------------------
      * Rejection report
      *------------------------------------------
          02 FILLER     PIC X(1).
          02 TDF-LEN    PIC 9(4).
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
      * Run registry: S record at start, E record at end, matched
      * by the start stamp; an S without its E is an active run
      *------------------------------------------
       FD  RUNHDAT.
       01  RUNH-REC.
          02 RUNH-TYPE   PIC X(1).
          02 FILLER      PIC X(1).
          02 RUNH-PGM    PIC X(8).
          02 FILLER      PIC X(1).
          02 RUNH-TABLE  PIC X(10).
          02 FILLER      PIC X(1).
      * RUNH-RANGE: key range 'llll-hhhh' of a sample2 RANGE=
      * partition run, spaces for a whole-table run
          02 RUNH-RANGE  PIC X(9).
          02 FILLER      PIC X(1).
          02 RUNH-STAMP  PIC X(16).
          02 FILLER      PIC X(1).
          02 RUNH-STAMP2 PIC X(16).
          02 FILLER      PIC X(1).
          02 RUNH-STATUS PIC X(8).
          02 FILLER      PIC X(1).
          02 RUNH-PARM   PIC X(20).
          02 FILLER      PIC X(1).
          02 RUNH-TALLY  PIC X(44).
      *------------------------------------------
      * Working storage
      *------------------------------------------
       WORKING-STORAGE  SECTION.
       01 C-NULL        PIC X(1) VALUE LOW-VALUE.
       01 C-TAB         PIC X(1) VALUE X'09'.
       01 C-TABLE       PIC X(10) VALUE 'smp1'.
       01 C-SOURCE      PIC X(10) VALUE 'IN1'.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-PASS        PIC 9(1) VALUE ZERO.
       01 WK-REC-NO      PIC 9(5) VALUE ZERO.
      *
      * Run registry: this run's S record is written at start and
      * its E record (outcome and tallies) at close; a registered
      * run still open blocks startup unless FORCE is given.
      * sample13 rewrites smp1_in1.dat for the merge, so its target
      * is '*'.
      *
       01 WK-PARM        PIC X(20) VALUE SPACE.
       01 WK-RUNH-STAT   PIC X(2) VALUE SPACE.
       01 WK-RUNH-EOF-SW PIC X(3) VALUE 'OFF'.
       01 WK-RUN-STAMP   PIC X(16) VALUE SPACE.
       01 WK-RUN-STATUS  PIC X(8) VALUE 'ENDED'.
       01 WK-RUN-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-RUN-TARGET  PIC X(10) VALUE '*'.
       01 WK-RUN-TALLY   PIC X(44) VALUE SPACE.
       01 WK-FORCE-SW    PIC X(3) VALUE 'OFF'.
       01 WK-FORCE-CNT   PIC 9(2) VALUE ZERO.
       01 WK-REG-DATE    PIC 9(8) VALUE ZERO.
       01 WK-REG-TIME    PIC 9(8) VALUE ZERO.
       01 WK-RUN-RANGE   PIC X(9) VALUE SPACE.
       01 WK-OPN-CONFL-SW PIC X(3) VALUE 'NO'.
       01 C-OPN-MAX      PIC 9(3) VALUE 100.
       01 WK-OPN-CNT     PIC 9(3) VALUE ZERO.
       01 WK-OPN-I       PIC 9(3) VALUE ZERO.
       01 WK-OPN-TBL.
          02 WK-OPN-ENT OCCURS 100 TIMES.
             03 WK-OPN-PGM   PIC X(8).
             03 WK-OPN-STAMP PIC X(16).
             03 WK-OPN-TABLE PIC X(10).
             03 WK-OPN-RANGE PIC X(9).
             03 WK-OPN-FORCE PIC X(1).
      *
      * CSV field split (quote-aware: a comma inside quotes is
      * data, the quotes themselves are stripped)
      *
       01 WK-BUS-DATE    PIC X(8) VALUE SPACE.
       01 WK-BUS-MM      PIC 9(2) VALUE ZERO.
       01 WK-BUS-DD      PIC 9(2) VALUE ZERO.
       01 WK-EFF-DATE    PIC X(8) VALUE SPACE.
       01 WK-EFF-DATE-N REDEFINES WK-EFF-DATE PIC 9(8).
       01 WK-TRL-CNT     PIC 9(7) VALUE ZERO.
       01 WK-TRL-TOT     PIC 9(13) VALUE ZERO.
       01 WK-DTL-CNT     PIC 9(7) VALUE ZERO.
       01 WK-TAB-CNT     PIC 9(2) VALUE ZERO.
       01 WK-NUL-CNT     PIC 9(2) VALUE ZERO.
      *
      * Key reservations in force: an add for a key sample22
      * reserved to another sample5 input is an error
      *
       01 WK-RSV-STAT    PIC X(2) VALUE SPACE.
       01 WK-RSV-EOF-SW  PIC X(3) VALUE 'OFF'.
       01 WK-RSV-TODAY   PIC 9(8) VALUE ZERO.
       01 C-RSV-MAX      PIC 9(5) VALUE 10000.
       01 WK-RSV-CNT     PIC 9(5) VALUE ZERO.
       01 WK-RSV-I       PIC 9(5) VALUE ZERO.
       01 WK-RSV-TBL.
          02 WK-RSV-ENT OCCURS 10000 TIMES.
             03 WK-RSV-KEY    PIC X(4).
             03 WK-RSV-SOURCE PIC X(10).
             03 WK-RSV-EXPIRY PIC X(8).
      *
      * Output record build
      *
       01 WK-TRC         PIC X(51) VALUE SPACE.
          02 WK-CNT-OUT-I  PIC 9(7) VALUE ZERO.
          02 WK-CNT-OUT-U  PIC 9(7) VALUE ZERO.
          02 WK-CNT-OUT-D  PIC 9(7) VALUE ZERO.
          02 WK-CNT-OUT-E  PIC 9(7) VALUE ZERO.
      *------------------------------------------
      * Procedure
      *------------------------------------------
         DISPLAY C-PGMNAME
                 ' : START'.
      *
      * Run parameter (FORCE overrides the registry interlock) and
      * the interlock itself, checked before any output file is
      * touched so a refused start changes nothing
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE ZERO TO WK-FORCE-CNT.
         INSPECT WK-PARM TALLYING WK-FORCE-CNT FOR ALL 'FORCE'.
         IF (WK-FORCE-CNT > 0)
            MOVE 'ON' TO WK-FORCE-SW
         END-IF.
         PERFORM SUB-RUNREG-OPEN-EN THRU SUB-RUNREG-OPEN-EX.
      *
      * Table definitions and the mapped column offsets
      *
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
            DISPLAY C-PGMNAME
                    ' : ABEND, TABLE=(' C-TABLE ') HAS NO name/'
                    'salary COLUMNS TO MAP THE EXTRACT ONTO'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
      *
      * Key reservations of the table that have not expired
      *
         ACCEPT WK-RSV-TODAY FROM DATE YYYYMMDD.
         MOVE ZERO TO WK-RSV-CNT.
         OPEN INPUT RSVDAT.
         IF (WK-RSV-STAT = '00')
            MOVE 'OFF' TO WK-RSV-EOF-SW
            PERFORM SUB-RSV-READ-EN THRU SUB-RSV-READ-EX
               UNTIL (WK-RSV-EOF-SW = 'ON')
            CLOSE RSVDAT
         END-IF.
      *
      * Rejection report (written on every run: it carries the
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN REPORT FILE STATUS=('
                    WK-RPT-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * One reservation line
      *------------------------------------------
       SUB-RSV-READ-EN.
         READ RSVDAT
            AT END
               MOVE 'ON' TO WK-RSV-EOF-SW
            NOT AT END
               IF (RSV-TABLE = C-TABLE)
                  AND (RSV-EXPIRY NOT < WK-RSV-TODAY)
                  IF (WK-RSV-CNT >= C-RSV-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RSV-MAX
                             ') KEY RESERVATIONS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-RSV-CNT
                  MOVE RSV-KEY TO WK-RSV-KEY(WK-RSV-CNT)
                  MOVE RSV-SOURCE TO WK-RSV-SOURCE(WK-RSV-CNT)
                  MOVE RSV-EXPIRY TO WK-RSV-EXPIRY(WK-RSV-CNT)
               END-IF
         END-READ.
       SUB-RSV-READ-EX.
         EXIT.
      *------------------------------------------
      * Offset of one named column inside the TRC record (the pkey
      * sits at col 3, the value area starts at col 8)
      *------------------------------------------
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN smp1_pay.csv STATUS=('
                    WK-PAY-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-PASS = 2)
            OPEN OUTPUT IN1DAT
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT OPEN smp1_in1.dat'
                       ' STATUS=(' WK-IN1-STAT ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
         MOVE ZERO TO WK-REC-NO.
            PERFORM SUB-ERROR-EN THRU SUB-ERROR-EX
         END-IF.
      *
      * A new hire may not take a key reserved to another input
      *
         IF (WK-FLD(2) = 'A') AND (WK-RSV-CNT > 0)
            PERFORM VARYING WK-RSV-I FROM 1 BY 1
               UNTIL (WK-RSV-I > WK-RSV-CNT)
               IF (WK-RSV-KEY(WK-RSV-I) = WK-FLD(3)(1:4))
                  AND (WK-RSV-SOURCE(WK-RSV-I) NOT = C-SOURCE)
                  MOVE SPACE TO WK-ERR-MSG
                  STRING 'ID RESERVED TO ' DELIMITED BY SIZE
                         WK-RSV-SOURCE(WK-RSV-I) DELIMITED BY SPACE
                         ' UNTIL ' DELIMITED BY SIZE
                         WK-RSV-EXPIRY(WK-RSV-I) DELIMITED BY SIZE
                         INTO WK-ERR-MSG
                  PERFORM SUB-ERROR-EN THRU SUB-ERROR-EX
               END-IF
            END-PERFORM
         END-IF.
      *
      * A terminate row needs no salary; adds and changes do, and
      * every numeric salary joins the control total
      *
            MOVE 'NAME CONTAINS TAB OR NULL BYTE' TO WK-ERR-MSG
            PERFORM SUB-ERROR-EN THRU SUB-ERROR-EX
         END-IF.
      *
      * Effective date (optional): a calendar date yyyymmdd
      *
         IF (WK-FLD(6) NOT = SPACE)
            IF (WK-FLD(6)(1:8) IS NOT NUMERIC)
               OR (WK-FLD(6)(9:22) NOT = SPACE)
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WK-ERR-MSG
               PERFORM SUB-ERROR-EN THRU SUB-ERROR-EX
            ELSE
               MOVE WK-FLD(6)(1:8) TO WK-EFF-DATE
               IF (FUNCTION TEST-DATE-YYYYMMDD(WK-EFF-DATE-N) NOT = 0)
                  MOVE 'EFFECTIVE DATE NOT A CALENDAR DATE'
                       TO WK-ERR-MSG
                  PERFORM SUB-ERROR-EN THRU SUB-ERROR-EX
               END-IF
            END-IF
         END-IF.
       SUB-VALDTL-EX.
         EXIT.
      *------------------------------------------
         EXIT.
      *------------------------------------------
      * Pass 2: translate one detail row into the 51-byte TRC
      * (plus its effective date when it is held for a later day)
      *------------------------------------------
       SUB-XLATE-EN.
         MOVE SPACE TO WK-TRC.
                 TO WK-TRC(WK-SAL-POS:WK-SAL-LEN)
         END-IF.
         MOVE C-TABLE TO WK-TRC(42:10).
         MOVE SPACE TO IN1-REC.
         MOVE WK-TRC TO IN1-REC(1:51).
         MOVE SPACE TO WK-EFF-DATE.
         IF (WK-FLD(6)(1:8) > WK-BUS-DATE)
            MOVE WK-FLD(6)(1:8) TO WK-EFF-DATE
            MOVE WK-EFF-DATE TO IN1-REC(53:8)
            ADD 1 TO WK-CNT-OUT-E
         END-IF.
         WRITE IN1-REC.
       SUB-XLATE-EX.
         EXIT.
                  DISPLAY C-PGMNAME
                          ' : ABEND, TOO MANY TABLES IN DEFINITION'
                          ' FILE, MAX=(' C-TDEF-TBL-MAX ')'
                  PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
               END-IF
               ADD 1 TO WK-TDEF-CNT
               MOVE WK-TDEF-CNT TO WK-TD-IDX
               DISPLAY C-PGMNAME
                       ' : ABEND, TOO MANY COLUMNS FOR TABLE=('
                       TDF-TABLE ') MAX=(' C-TDEF-COL-MAX ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            ADD 1 TO WK-TDEF-COL-CNT(WK-TD-IDX)
            MOVE WK-TDEF-COL-CNT(WK-TD-IDX) TO WK-TD-COL
               DISPLAY C-PGMNAME
                       ' : ABEND, PKEY LONGER THAN 4 FOR TABLE=('
                       TDF-TABLE ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            MOVE ZERO TO WK-TD-SUM
            PERFORM VARYING WK-TD-COL FROM 2 BY 1
               DISPLAY C-PGMNAME
                       ' : ABEND, COLUMNS DO NOT FIT VALUE AREA FOR'
                       ' TABLE=(' TDF-TABLE ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
       SUB-TDEF-STORE-EX.
            DISPLAY C-PGMNAME ' : TALLY OUT I=(' WK-CNT-OUT-I ')'
                    ' U=(' WK-CNT-OUT-U ')'
                    ' D=(' WK-CNT-OUT-D ')'
                    ' EFFECTIVE LATER=(' WK-CNT-OUT-E ')'
            DISPLAY C-PGMNAME
                    ' : smp1_in1.dat WRITTEN, RUN sample5 TO MERGE'
         ELSE
      *------------------------------------------
       SUB-CLOSE-EN.
         CLOSE   RPTDAT.
      *
      * Record the end of this run in the registry (a rejected
      * transmission is not a clean end: smp1_in1.dat was not
      * written)
      *
         IF (WK-ERR-CNT > ZERO)
            AND (WK-RUN-STATUS = 'ENDED')
            MOVE 'FAILED' TO WK-RUN-STATUS
         END-IF.
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'DETAILS=' DELIMITED BY SIZE
                WK-DTL-CNT DELIMITED BY SIZE
                ' ERRORS=' DELIMITED BY SIZE
                WK-ERR-CNT DELIMITED BY SIZE
                INTO WK-RUN-TALLY.
         PERFORM SUB-RUNREG-END-EN THRU SUB-RUNREG-END-EX.
       SUB-CLOSE-EX.
         EXIT.
      *------------------------------------------
      * Abnormal end
      *------------------------------------------
       SUB-ABEND-EN.
          MOVE 'ABENDED' TO WK-RUN-STATUS.
          PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
          STOP RUN.
       SUB-ABEND-EX.
         EXIT.
      *------------------------------------------
      * Run registry: refuse to start while another run is active
      * against the target table, then record this run's S record
      *------------------------------------------
       SUB-RUNREG-OPEN-EN.
         MOVE ZERO TO WK-OPN-CNT.
         OPEN INPUT RUNHDAT.
         IF (WK-RUNH-STAT = '00')
            MOVE 'OFF' TO WK-RUNH-EOF-SW
            PERFORM SUB-RUNREG-SCAN-EN THRU SUB-RUNREG-SCAN-EX
               UNTIL (WK-RUNH-EOF-SW = 'ON')
            CLOSE RUNHDAT
         END-IF.
         PERFORM VARYING WK-OPN-I FROM 1 BY 1
            UNTIL (WK-OPN-I > WK-OPN-CNT)
            MOVE 'NO' TO WK-OPN-CONFL-SW
            IF (WK-OPN-PGM(WK-OPN-I) NOT = SPACE)
               AND ((WK-OPN-TABLE(WK-OPN-I) = '*')
                 OR (WK-RUN-TARGET = '*')
                 OR (WK-OPN-TABLE(WK-OPN-I) = WK-RUN-TARGET))
               MOVE 'YES' TO WK-OPN-CONFL-SW
            END-IF
      *
      * Two runs against the same table whose key ranges provably
      * do not meet (sample2 RANGE= partitions) may run together;
      * a blank range means the whole table
      *
            IF (WK-OPN-CONFL-SW = 'YES')
               AND (WK-RUN-RANGE NOT = SPACE)
               AND (WK-OPN-RANGE(WK-OPN-I) NOT = SPACE)
               IF (WK-RUN-RANGE(1:4) >
                   WK-OPN-RANGE(WK-OPN-I)(6:4))
                  OR (WK-OPN-RANGE(WK-OPN-I)(1:4) >
                      WK-RUN-RANGE(6:4))
                  MOVE 'NO' TO WK-OPN-CONFL-SW
               END-IF
            END-IF
            IF (WK-OPN-CONFL-SW = 'YES')
               IF (WK-FORCE-SW = 'ON')
                  DISPLAY C-PGMNAME
                          ' : WARNING, ACTIVE RUN PGM=('
                          WK-OPN-PGM(WK-OPN-I) ') TABLE=('
                          WK-OPN-TABLE(WK-OPN-I) ') SINCE=('
                          WK-OPN-STAMP(WK-OPN-I)
                          ') OVERRIDDEN BY FORCE'
                  MOVE 'Y' TO WK-OPN-FORCE(WK-OPN-I)
               ELSE
                  DISPLAY C-PGMNAME
                          ' : ABEND, ACTIVE RUN PGM=('
                          WK-OPN-PGM(WK-OPN-I) ') TABLE=('
                          WK-OPN-TABLE(WK-OPN-I) ') SINCE=('
                          WK-OPN-STAMP(WK-OPN-I) ')'
                  DISPLAY C-PGMNAME
                          ' : REFUSING TO START, RERUN WITH FORCE'
                          ' AFTER CHECKING THE RUN IS REALLY DEAD'
                  STOP RUN
               END-IF
            END-IF
         END-PERFORM.
      *
      * Record the start of this run
      *
         ACCEPT WK-REG-DATE FROM DATE YYYYMMDD.
         ACCEPT WK-REG-TIME FROM TIME.
         MOVE SPACE TO WK-RUN-STAMP.
         STRING WK-REG-DATE DELIMITED BY SIZE
                WK-REG-TIME DELIMITED BY SIZE
                INTO WK-RUN-STAMP.
         OPEN EXTEND RUNHDAT.
         IF (WK-RUNH-STAT NOT = '00')
            OPEN OUTPUT RUNHDAT
         END-IF.
         IF (WK-RUNH-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN RUN REGISTRY STATUS=('
                    WK-RUNH-STAT ')'
            STOP RUN
         END-IF.
      *
      * FORCE heals the registry: each dead run just overridden
      * gets its closing E record here, so later starts need no
      * FORCE of their own
      *
         PERFORM VARYING WK-OPN-I FROM 1 BY 1
            UNTIL (WK-OPN-I > WK-OPN-CNT)
            IF (WK-OPN-FORCE(WK-OPN-I) = 'Y')
               MOVE SPACE TO RUNH-REC
               MOVE 'E' TO RUNH-TYPE
               MOVE WK-OPN-PGM(WK-OPN-I) TO RUNH-PGM
               MOVE WK-OPN-TABLE(WK-OPN-I) TO RUNH-TABLE
               MOVE WK-OPN-RANGE(WK-OPN-I) TO RUNH-RANGE
               MOVE WK-OPN-STAMP(WK-OPN-I) TO RUNH-STAMP
               MOVE WK-RUN-STAMP TO RUNH-STAMP2
               MOVE 'FORCED' TO RUNH-STATUS
               MOVE 'CLOSED BY FORCE' TO RUNH-TALLY
               WRITE RUNH-REC
            END-IF
         END-PERFORM.
         MOVE SPACE TO RUNH-REC.
         MOVE 'S' TO RUNH-TYPE.
         MOVE C-PGMNAME TO RUNH-PGM.
         MOVE WK-RUN-TARGET TO RUNH-TABLE.
         MOVE WK-RUN-RANGE TO RUNH-RANGE.
         MOVE WK-RUN-STAMP TO RUNH-STAMP.
         MOVE 'STARTED' TO RUNH-STATUS.
         MOVE WK-PARM TO RUNH-PARM.
         WRITE RUNH-REC.
         CLOSE RUNHDAT.
         MOVE 'YES' TO WK-RUN-OPEN-SW.
       SUB-RUNREG-OPEN-EX.
         EXIT.
      *------------------------------------------
      * One registry line: an S opens a run, its E closes it
      *------------------------------------------
       SUB-RUNREG-SCAN-EN.
         READ RUNHDAT
            AT END
               MOVE 'ON' TO WK-RUNH-EOF-SW
            NOT AT END
               IF (RUNH-TYPE = 'S')
                  IF (WK-OPN-CNT >= C-OPN-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-OPN-MAX
                             ') OPEN RUNS IN THE REGISTRY'
                     STOP RUN
                  END-IF
                  ADD 1 TO WK-OPN-CNT
                  MOVE RUNH-PGM TO WK-OPN-PGM(WK-OPN-CNT)
                  MOVE RUNH-STAMP TO WK-OPN-STAMP(WK-OPN-CNT)
                  MOVE RUNH-TABLE TO WK-OPN-TABLE(WK-OPN-CNT)
                  MOVE RUNH-RANGE TO WK-OPN-RANGE(WK-OPN-CNT)
                  MOVE 'N' TO WK-OPN-FORCE(WK-OPN-CNT)
               END-IF
               IF (RUNH-TYPE = 'E')
                  PERFORM VARYING WK-OPN-I FROM 1 BY 1
                     UNTIL (WK-OPN-I > WK-OPN-CNT)
                     IF (WK-OPN-PGM(WK-OPN-I) = RUNH-PGM)
                        AND (WK-OPN-STAMP(WK-OPN-I) = RUNH-STAMP)
                        MOVE SPACE TO WK-OPN-PGM(WK-OPN-I)
                     END-IF
                  END-PERFORM
               END-IF
         END-READ.
       SUB-RUNREG-SCAN-EX.
         EXIT.
      *------------------------------------------
      * Record the end of this run (outcome and tallies)
      *------------------------------------------
       SUB-RUNREG-END-EN.
         IF (WK-RUN-OPEN-SW = 'YES')
            MOVE 'NO' TO WK-RUN-OPEN-SW
            ACCEPT WK-REG-DATE FROM DATE YYYYMMDD
            ACCEPT WK-REG-TIME FROM TIME
            OPEN EXTEND RUNHDAT
            IF (WK-RUNH-STAT = '00')
               MOVE SPACE TO RUNH-REC
               MOVE 'E' TO RUNH-TYPE
               MOVE C-PGMNAME TO RUNH-PGM
               MOVE WK-RUN-TARGET TO RUNH-TABLE
               MOVE WK-RUN-RANGE TO RUNH-RANGE
               MOVE WK-RUN-STAMP TO RUNH-STAMP
               MOVE SPACE TO RUNH-STAMP2
               STRING WK-REG-DATE DELIMITED BY SIZE
                      WK-REG-TIME DELIMITED BY SIZE
                      INTO RUNH-STAMP2
               MOVE WK-RUN-STATUS TO RUNH-STATUS
               MOVE WK-PARM TO RUNH-PARM
               MOVE WK-RUN-TALLY TO RUNH-TALLY
               WRITE RUNH-REC
               CLOSE RUNHDAT
            ELSE
               DISPLAY C-PGMNAME
                       ' : WARNING, CANNOT RECORD RUN END STATUS=('
                       WK-RUNH-STAT ')'
            END-IF
         END-IF.
       SUB-RUNREG-END-EX.
         EXIT.
