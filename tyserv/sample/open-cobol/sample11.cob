      * Day-end balancing across the merge, apply, reject and audit
      * files: proves that every record sample5 merged into
      * smp1_tran.dat was either applied (audit record in
      * smp1_audt.dat), rejected (record in smp1_rjct.dat), held for
      * supervisor review (record in smp1_hold.dat, see sample17, or
      * already decided there and logged in smp1_hlog.dat) or was a
      * display/comment record with nothing to apply.
      *
      * Per source file the INn-nnnnnn sequence numbers are checked
      * for gaps and duplicates, every stamp is matched to an audit,
      * reject or hold record, and a one-page PASS/FAIL report
      * (smp1_bal.dat) is printed with the orphan stamps listed when
      * it fails. Operations signs the night off on this report
      * before the files are archived.
      *
      * The run is recorded in the suite's run registry
      * (smp1_runh.dat); a FAIL verdict closes the run with status
      * FAILED, so the nightly stream stops before anything is
      * archived.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample11.
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RJCT-STAT.
      *------------------------------------------
      * Hold queue written by sample1 (input, optional)
      *------------------------------------------
          SELECT HOLDDAT ASSIGN TO "smp1_hold.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HOLD-STAT.
      *------------------------------------------
      * Hold decision log written by sample17 (input, optional)
      *------------------------------------------
          SELECT HLOGDAT ASSIGN TO "smp1_hlog.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HLOG-STAT.
      *------------------------------------------
      * Balancing report
      *------------------------------------------
          SELECT BALDAT  ASSIGN TO "smp1_bal.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-BAL-STAT.
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
          02 RJCT-TRC   PIC X(62).
          02 FILLER     PIC X(10).
      *------------------------------------------
      * Hold queue written by sample1 (held TRC image first)
      *------------------------------------------
       FD  HOLDDAT.
       01  HOLD-REC.
          02 HLD-TRC    PIC X(62).
          02 FILLER     PIC X(108).
      *------------------------------------------
      * Hold decision log written by sample17 (the decided TRC
      * image, with its original stamp, last)
      *------------------------------------------
       FD  HLOGDAT.
       01  HLOG-REC.
          02 FILLER     PIC X(114).
          02 HLG-TRC    PIC X(62).
      *------------------------------------------
      * Balancing report
      *------------------------------------------
       FD  BALDAT.
       01  BAL-REC      PIC X(100).
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
       01 WK-AUDT-STAT   PIC X(2) VALUE SPACE.
       01 WK-RJCT-STAT   PIC X(2) VALUE SPACE.
       01 WK-BAL-STAT    PIC X(2) VALUE SPACE.
       01 WK-HOLD-STAT   PIC X(2) VALUE SPACE.
       01 WK-HLOG-STAT   PIC X(2) VALUE SPACE.
       01 WK-PASS-SW     PIC X(4) VALUE 'PASS'.
      *
      * Run registry: this run's S record is written at start and
      * its E record (outcome and tallies) at close; a registered
      * run still open blocks startup unless FORCE is given.
      * sample11 balances the whole suite's files, so its target
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
      * One merged record picked apart
      *
       01 WK-KUBUN       PIC X(1) VALUE SPACE.
       01 WK-RJT-STAMPS.
          02 WK-RJT-STAMP OCCURS 20000 TIMES PIC X(10).
      *
      * Held records (whole TRC image: the queue carries records
      * from earlier nights, whose stamps may repeat tonight's),
      * then the records sample17 has since taken off the queue
      *
       01 C-HLD-MAX      PIC 9(5) VALUE 20000.
       01 WK-HLD-CNT     PIC 9(5) VALUE ZERO.
       01 WK-HLD-I       PIC 9(5) VALUE ZERO.
       01 WK-HLD-TRCS.
          02 WK-HLD-TRC OCCURS 20000 TIMES PIC X(62).
      *
      * Per-source sequence bookkeeping (seen flags per sequence
      * number, for the gap and duplicate checks)
      *
          02 WK-CNT-REJECT  PIC 9(7) VALUE ZERO.
          02 WK-CNT-APPLIED PIC 9(7) VALUE ZERO.
          02 WK-CNT-REJMTCH PIC 9(7) VALUE ZERO.
          02 WK-CNT-HELD    PIC 9(7) VALUE ZERO.
          02 WK-CNT-DECIDED PIC 9(7) VALUE ZERO.
          02 WK-CNT-HLDMTCH PIC 9(7) VALUE ZERO.
          02 WK-CNT-ORPHAN  PIC 9(7) VALUE ZERO.
      *------------------------------------------
      * Procedure
      *------------------------------------------
         PERFORM SUB-AUDLOAD-EN THRU SUB-AUDLOAD-EX.
         PERFORM SUB-RJTLOAD-EN THRU SUB-RJTLOAD-EX.
         PERFORM SUB-HLDLOAD-EN THRU SUB-HLDLOAD-EX.
      *------------------------------------------
      * Stream the merged file against them
      *------------------------------------------
       SUB-OPEN-EN.
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
         OPEN INPUT TRANDAT.
         IF (WK-TRAN-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN MERGED FILE STATUS=('
                    WK-TRAN-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         OPEN OUTPUT BALDAT.
         IF (WK-BAL-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN REPORT FILE STATUS=('
                    WK-BAL-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE SPACE TO WK-SEQ-FLAGS.
         INITIALIZE WK-SRC-STATE.
                        DISPLAY C-PGMNAME
                                ' : ABEND, MORE THAN (' C-AUD-MAX
                                ') AUDIT STAMPS'
                        PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                     END-IF
                     ADD 1 TO WK-AUD-CNT
                     MOVE WK-AUD-SOURCE
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RJT-MAX
                             ') REJECT STAMPS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-RJT-CNT
                  MOVE RJCT-TRC(53:10)
       SUB-RDRJCT-EX.
         EXIT.
      *------------------------------------------
      * Load the hold queue (no file: nothing held)
      *------------------------------------------
       SUB-HLDLOAD-EN.
         OPEN INPUT HOLDDAT.
         IF (WK-HOLD-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDHOLD-EN THRU SUB-RDHOLD-EX
               UNTIL (END-SW = 'ON')
            CLOSE HOLDDAT
            MOVE 'OFF' TO END-SW
         END-IF.
      *
      * A record decided in sample17 is gone from the queue, but
      * its image stays in the decision log
      *
         OPEN INPUT HLOGDAT.
         IF (WK-HLOG-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDHLOG-EN THRU SUB-RDHLOG-EX
               UNTIL (END-SW = 'ON')
            CLOSE HLOGDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-HLDLOAD-EX.
         EXIT.
      *------------------------------------------
      * One held record
      *------------------------------------------
       SUB-RDHOLD-EN.
         READ HOLDDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (HLD-TRC NOT = SPACE)
                  ADD 1 TO WK-CNT-HELD
                  IF (WK-HLD-CNT >= C-HLD-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-HLD-MAX
                             ') HELD RECORDS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-HLD-CNT
                  MOVE HLD-TRC TO WK-HLD-TRC(WK-HLD-CNT)
               END-IF
         END-READ.
       SUB-RDHOLD-EX.
         EXIT.
      *------------------------------------------
      * One decision logged by sample17
      *------------------------------------------
       SUB-RDHLOG-EN.
         READ HLOGDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (HLG-TRC NOT = SPACE)
                  ADD 1 TO WK-CNT-DECIDED
                  IF (WK-HLD-CNT >= C-HLD-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-HLD-MAX
                             ') HELD RECORDS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-HLD-CNT
                  MOVE HLG-TRC TO WK-HLD-TRC(WK-HLD-CNT)
               END-IF
         END-READ.
       SUB-RDHLOG-EX.
         EXIT.
      *------------------------------------------
      * Read one merged record
      *------------------------------------------
       SUB-RDTRAN-EN.
            DISPLAY C-PGMNAME
                    ' : ABEND, SEQUENCE=(' WK-STAMP
                    ') OUTSIDE 1-' C-SEQ-MAX
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         ADD 1 TO WK-SRC-CNT(WK-SRC-NO).
         IF (WK-SEQ-NO > WK-SRC-MAX(WK-SRC-NO))
       SUB-SEQREG-EX.
         EXIT.
      *------------------------------------------
      * Match one stamp to an applied audit record, a reject
      * record or a held record; anything else is an orphan
      *------------------------------------------
       SUB-MATCH-EN.
         PERFORM VARYING WK-AUD-I FROM 1 BY 1
            IF (WK-RJT-I <= WK-RJT-CNT)
               ADD 1 TO WK-CNT-REJMTCH
            ELSE
               PERFORM VARYING WK-HLD-I FROM 1 BY 1
                  UNTIL (WK-HLD-I > WK-HLD-CNT)
                     OR (WK-HLD-TRC(WK-HLD-I) = TRAN-REC)
                  CONTINUE
               END-PERFORM
               IF (WK-HLD-I <= WK-HLD-CNT)
                  ADD 1 TO WK-CNT-HLDMTCH
               ELSE
                  ADD 1 TO WK-CNT-ORPHAN
                  MOVE 'FAIL' TO WK-PASS-SW
                  IF (WK-ORPH-CNT < C-ORPH-MAX)
                     ADD 1 TO WK-ORPH-CNT
                     MOVE WK-STAMP TO WK-ORPH-STAMP(WK-ORPH-CNT)
                  END-IF
               END-IF
            END-IF
         END-IF.
                INTO BAL-REC.
         WRITE BAL-REC.
         MOVE SPACE TO BAL-REC.
         STRING 'HOLD     : RECORDS=(' DELIMITED BY SIZE
                WK-CNT-HELD DELIMITED BY SIZE
                ') DECIDED=(' DELIMITED BY SIZE
                WK-CNT-DECIDED DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO BAL-REC.
         WRITE BAL-REC.
         MOVE SPACE TO BAL-REC.
         STRING 'MATCHED  : APPLIED=(' DELIMITED BY SIZE
                WK-CNT-APPLIED DELIMITED BY SIZE
                ') REJECTED=(' DELIMITED BY SIZE
                WK-CNT-REJMTCH DELIMITED BY SIZE
                ') HELD=(' DELIMITED BY SIZE
                WK-CNT-HLDMTCH DELIMITED BY SIZE
                ') ORPHANS=(' DELIMITED BY SIZE
                WK-CNT-ORPHAN DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                WK-PASS-SW DELIMITED BY SIZE
                ' (MERGED IDU+RC = APPLIED + REJECTED +'
                   DELIMITED BY SIZE
                ' HELD + UNSTAMPED WHEN PASS)' DELIMITED BY SIZE
                INTO BAL-REC.
         WRITE BAL-REC.
      *
      *
         IF (WK-ORPH-CNT > 0)
            MOVE SPACE TO BAL-REC
            MOVE 'ORPHAN STAMPS (NO AUDIT, REJECT OR HOLD RECORD):'
                 TO BAL-REC
            WRITE BAL-REC
            PERFORM VARYING WK-ORPH-I FROM 1 BY 1
         DISPLAY C-PGMNAME ' : TALLY MERGED=(' WK-CNT-MERGED ')'
                 ' APPLIED=(' WK-CNT-APPLIED ')'
                 ' REJECTED=(' WK-CNT-REJMTCH ')'
                 ' HELD=(' WK-CNT-HLDMTCH ')'
                 ' ORPHANS=(' WK-CNT-ORPHAN ')'.
         DISPLAY C-PGMNAME ' : RESULT=(' WK-PASS-SW
                 ') REPORT WRITTEN TO smp1_bal.dat'.
       SUB-CLOSE-EN.
         CLOSE   TRANDAT.
         CLOSE   BALDAT.
      *
      * Record the end of this run in the registry (a failed
      * balance is not a clean end: the night is not signed off)
      *
         IF (WK-PASS-SW = 'FAIL')
            AND (WK-RUN-STATUS = 'ENDED')
            MOVE 'FAILED' TO WK-RUN-STATUS
         END-IF.
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'RESULT=' DELIMITED BY SIZE
                WK-PASS-SW DELIMITED BY SIZE
                ' MERGED=' DELIMITED BY SIZE
                WK-CNT-MERGED DELIMITED BY SIZE
                ' ORPH=' DELIMITED BY SIZE
                WK-CNT-ORPHAN DELIMITED BY SIZE
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
