      * A collision whose records come from exactly two sources
      * covered by a rule is resolved automatically, so only
      * genuine conflicts reach the operator.
      *
      * The run is recorded in the suite's run registry
      * (smp1_runh.dat) like sample5, so the nightly stream can see
      * that the ruling finished before sample1 is started.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample10.
          SELECT DISPDAT ASSIGN TO "smp1_disp.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-DISP-STAT.
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
       FD  DISPDAT.
       01  DISP-REC     PIC X(100).
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
       01 WK-ANSWER      PIC X(1) VALUE SPACE.
       01 WK-RULED-SW    PIC X(3) VALUE 'NO'.
      *
      * Run registry: this run's S record is written at start and
      * its E record (outcome and tallies) at close; a registered
      * run still open blocks startup unless FORCE is given.
      * sample10 rewrites smp1_ruld.dat for the whole suite, so its
      * target is '*'.
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
      * Collision records loaded whole, with the ruling key
      * (TABLE-NAME + ID-PK, blank table keyed as the default
      * table, matching the sample5 registry) and the source digit
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
      * Collision file (input, loaded whole so the records for one
      * key can be shown side by side)
      *
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN COLLISION FILE STATUS=('
                    WK-COLL-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'OFF' TO WK-IN-EOF-SW.
         PERFORM SUB-RDCOLL-EN THRU SUB-RDCOLL-EX
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN RULED FILE STATUS=('
                    WK-RULD-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         OPEN OUTPUT DISPDAT.
         IF (WK-DISP-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN DISPOSITION LOG STATUS=('
                    WK-DISP-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
       SUB-OPEN-EX.
         EXIT.
                  DISPLAY C-PGMNAME
                          ' : ABEND, MORE THAN (' C-COLL-MAX
                          ') COLLISION RECORDS'
                  PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
               END-IF
               ADD 1 TO WK-CNT-IN
               ADD 1 TO WK-COLL-CNT
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RULE-MAX
                             ') RULES'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-RULE-CNT
                  MOVE RUL-WINNER TO WK-RULE-WIN(WK-RULE-CNT)
                  DISPLAY C-PGMNAME
                          ' : ABEND, MORE THAN (' C-GRP-MAX
                          ') RECORDS FOR ONE KEY'
                  PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
               END-IF
               ADD 1 TO WK-GRP-CNT
               MOVE WK-COLL-J TO WK-GRP-IDX(WK-GRP-CNT)
       SUB-CLOSE-EN.
         CLOSE   RULDDAT.
         CLOSE   DISPDAT.
      *
      * Record the end of this run in the registry
      *
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'GROUPS=' DELIMITED BY SIZE
                WK-CNT-GROUP DELIMITED BY SIZE
                ' OUT=' DELIMITED BY SIZE
                WK-CNT-OUT DELIMITED BY SIZE
                ' SKIP=' DELIMITED BY SIZE
                WK-CNT-SKIP DELIMITED BY SIZE
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
