      *
      * Nightly job-stream controller: runs the batch suite in the
      * order given by a job-stream definition and refuses to go on
      * past a step that did not end cleanly.
      *
      * The definition (smp1_jobs.dat, optional) holds one step per
      * line, in run order:
      *
      *   SS PPPPPPPP F QQ,QQ,QQ,QQ,QQ PARM(20) RPARM(20)
      *
      *   SS    step number (two digits, ascending)
      *   P     program to run (./<program> <parm>)
      *   F     on failure: S = stop the stream, C = carry on with
      *         the steps that do not depend on this one
      *   Q     up to five earlier step numbers that must have ENDED
      *         before this step may run ('--' or blank for none)
      *   PARM  run parameters
      *   RPARM parameters for a re-run after the step failed (e.g.
      *         RESTART for sample1); PARM is used when blank
      *
      * Without the file the built-in nightly stream stands:
      * sample13, sample25, sample5, sample10, sample1, sample3,
      * sample11, sample2.
      *
      * Every suite program records its run in smp1_runh.dat. After
      * each step the controller finds the S record the step wrote
      * and its E record: only ENDED lets the stream go on. A
      * step that ABENDED, QUIESCED or FAILED, one still ACTIVE (no
      * E record) or one that never registered stops the stream.
      *
      * Progress is kept in a state file (smp1_jsst.dat). Run again
      * the same night, the controller resumes at the failed step
      * without repeating the steps that already ENDED; NEW discards
      * the saved state and starts the stream from the top.
      *
      *   sample16 [NEW]
      *
      * The controller does not register itself: its '*' target
      * would lock out the very steps it starts.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample16.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Job-stream definition (optional)
      *------------------------------------------
          SELECT JOBSDAT ASSIGN TO "smp1_jobs.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-JOBS-STAT.
      *------------------------------------------
      * Run registry shared by the batch suite (input)
      *------------------------------------------
          SELECT RUNHDAT ASSIGN TO "smp1_runh.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RUNH-STAT.
      *------------------------------------------
      * Job-stream state (restart point of tonight's stream)
      *------------------------------------------
          SELECT JSSTDAT ASSIGN TO "smp1_jsst.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-JSST-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
      * Job-stream definition (one step per line)
      *------------------------------------------
       FD  JOBSDAT.
       01  JOB-REC.
          02 JOB-STEP    PIC X(2).
          02 FILLER      PIC X(1).
          02 JOB-PGM     PIC X(8).
          02 FILLER      PIC X(1).
          02 JOB-ONFAIL  PIC X(1).
          02 FILLER      PIC X(1).
          02 JOB-PREREQ  PIC X(14).
          02 FILLER      PIC X(1).
          02 JOB-PARM    PIC X(20).
          02 FILLER      PIC X(1).
          02 JOB-RPARM   PIC X(20).
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
      * Job-stream state: H at stream start (stream date and
      * stamp), D per step outcome, E at stream end (COMPLETE or
      * STOPPED); a later D for the same step supersedes an
      * earlier one
      *------------------------------------------
       FD  JSSTDAT.
       01  JSST-REC.
          02 JST-TYPE    PIC X(1).
          02 FILLER      PIC X(1).
          02 JST-DATE    PIC X(8).
          02 FILLER      PIC X(1).
          02 JST-STAMP   PIC X(16).
          02 FILLER      PIC X(1).
          02 JST-STEP    PIC X(2).
          02 FILLER      PIC X(1).
          02 JST-PGM     PIC X(8).
          02 FILLER      PIC X(1).
          02 JST-STATUS  PIC X(8).
          02 FILLER      PIC X(1).
          02 JST-RUN     PIC X(16).
      *------------------------------------------
      * Working storage
      *------------------------------------------
       WORKING-STORAGE  SECTION.
      *------------------------------------------
      * Constants
      *------------------------------------------
       01 C-PGMNAME     PIC X(8) VALUE 'sample16'.
      *
      * A night runs from this hour of one day to this hour of the
      * next: a start before it belongs to the night of the day
      * before. A saved stream is resumed only when it started in
      * the same night as this run
      *
       01 C-NIGHT-HH    PIC 9(2) VALUE 12.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-JOBS-STAT   PIC X(2) VALUE SPACE.
       01 WK-RUNH-STAT   PIC X(2) VALUE SPACE.
       01 WK-JSST-STAT   PIC X(2) VALUE SPACE.
       01 WK-EOF-SW      PIC X(3) VALUE 'OFF'.
       01 WK-NEW-SW      PIC X(3) VALUE 'OFF'.
       01 WK-RESUME-SW   PIC X(3) VALUE 'NO'.
       01 WK-STOP-SW     PIC X(3) VALUE 'OFF'.
       01 WK-PREREQ-SW   PIC X(3) VALUE 'OK'.
      *
      * Run parameter
      *
       01 WK-PARM        PIC X(20) VALUE SPACE.
       01 WK-NEW-CNT     PIC 9(2) VALUE ZERO.
      *
      * Job-stream steps, from the definition, with their outcome
      * in tonight's stream (blank until the step has been tried)
      *
       01 C-JOB-MAX      PIC 9(2) VALUE 20.
       01 WK-JOB-CNT     PIC 9(2) VALUE ZERO.
       01 WK-JOB-I       PIC 9(2) VALUE ZERO.
       01 WK-JOB-J       PIC 9(2) VALUE ZERO.
       01 WK-JOB-TBL.
          02 WK-JOB-ENT OCCURS 20 TIMES.
             03 WK-JOB-STEP    PIC X(2).
             03 WK-JOB-PGM     PIC X(8).
             03 WK-JOB-ONFAIL  PIC X(1).
             03 WK-JOB-PRE-TBL.
                04 WK-JOB-PRE  OCCURS 5 TIMES PIC X(2).
             03 WK-JOB-PARM    PIC X(20).
             03 WK-JOB-RPARM   PIC X(20).
             03 WK-JOB-STATUS  PIC X(8).
             03 WK-JOB-TRIED   PIC X(1).
       01 WK-PRE-I       PIC 9(1) VALUE ZERO.
       01 WK-PRE-WORK    PIC X(14) VALUE SPACE.
      *
      * Stream identity (date and stamp of the H record)
      *
       01 WK-STREAM-DATE  PIC X(8) VALUE SPACE.
       01 WK-STREAM-STAMP PIC X(16) VALUE SPACE.
       01 WK-STREAM-END   PIC X(8) VALUE SPACE.
       01 WK-TODAY       PIC 9(8) VALUE ZERO.
       01 WK-NIGHT-NOW   PIC 9(8) VALUE ZERO.
       01 WK-NIGHT-DATE  PIC 9(8) VALUE ZERO.
       01 WK-NIGHT-HH    PIC 9(2) VALUE ZERO.
       01 WK-NOW-TIME    PIC 9(8) VALUE ZERO.
       01 WK-NOW-TIME-R REDEFINES WK-NOW-TIME.
          02 WK-NOW-HH   PIC 9(2).
          02 FILLER      PIC 9(6).
       01 WK-SAME-NIGHT-SW PIC X(3) VALUE 'NO'.
      *
      * One step launch: command line, launch stamp and the
      * outcome found in the registry
      *
       01 WK-CMD         PIC X(64) VALUE SPACE.
       01 WK-CMD-PARM    PIC X(20) VALUE SPACE.
       01 WK-LAUNCH-STAMP PIC X(16) VALUE SPACE.
       01 WK-REG-DATE    PIC 9(8) VALUE ZERO.
       01 WK-REG-TIME    PIC 9(8) VALUE ZERO.
       01 WK-EXIT-CODE   PIC S9(9) VALUE ZERO.
       01 WK-EXIT-DISP   PIC -(9)9.
       01 WK-STEP-RUN    PIC X(16) VALUE SPACE.
       01 WK-STEP-STATUS PIC X(8) VALUE SPACE.
      *------------------------------------------
      * Tally counters
      *------------------------------------------
       01 WK-TALLY.
          02 WK-CNT-STEP    PIC 9(3) VALUE ZERO.
          02 WK-CNT-PRIOR   PIC 9(3) VALUE ZERO.
          02 WK-CNT-RUN     PIC 9(3) VALUE ZERO.
          02 WK-CNT-ENDED   PIC 9(3) VALUE ZERO.
          02 WK-CNT-FAILED  PIC 9(3) VALUE ZERO.
          02 WK-CNT-SKIPPED PIC 9(3) VALUE ZERO.
      *------------------------------------------
      * Procedure
      *------------------------------------------
       PROCEDURE        DIVISION.
      *
       MAIN-EN.
      *------------------------------------------
      * Open processing (definition and saved state)
      *------------------------------------------
         PERFORM SUB-OPEN-EN THRU SUB-OPEN-EX.
      *------------------------------------------
      * Run the steps in definition order
      *------------------------------------------
         PERFORM VARYING WK-JOB-I FROM 1 BY 1
            UNTIL (WK-JOB-I > WK-JOB-CNT)
               OR (WK-STOP-SW = 'ON')
            PERFORM SUB-STEP-EN THRU SUB-STEP-EX
         END-PERFORM.
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
      *
      * Run parameter: NEW discards tonight's saved state
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE ZERO TO WK-NEW-CNT.
         INSPECT WK-PARM TALLYING WK-NEW-CNT FOR ALL 'NEW'.
         IF (WK-NEW-CNT > 0)
            MOVE 'ON' TO WK-NEW-SW
         END-IF.
      *
      * Job-stream definition
      *
         PERFORM SUB-JOBS-LOAD-EN THRU SUB-JOBS-LOAD-EX.
      *
      * Today, and the night this run belongs to
      *
         ACCEPT WK-TODAY FROM DATE YYYYMMDD.
         ACCEPT WK-NOW-TIME FROM TIME.
         MOVE WK-TODAY TO WK-NIGHT-DATE.
         MOVE WK-NOW-HH TO WK-NIGHT-HH.
         PERFORM SUB-NIGHT-EN THRU SUB-NIGHT-EX.
         MOVE WK-NIGHT-DATE TO WK-NIGHT-NOW.
      *
      * Saved state of tonight's stream, unless NEW
      *
         IF (WK-NEW-SW = 'OFF')
            PERFORM SUB-STATE-LOAD-EN THRU SUB-STATE-LOAD-EX
         ELSE
            DISPLAY C-PGMNAME
                    ' : NEW, SAVED STREAM STATE DISCARDED'
         END-IF.
         IF (WK-RESUME-SW = 'YES')
            IF (WK-STREAM-END = 'COMPLETE')
               DISPLAY C-PGMNAME
                       ' : STREAM OF (' WK-STREAM-STAMP
                       ') ALREADY COMPLETE, NOTHING TO RUN'
               DISPLAY C-PGMNAME
                       ' : RERUN WITH NEW TO START ANOTHER STREAM'
               DISPLAY C-PGMNAME
                       ' : END  '
               STOP RUN
            END-IF
            DISPLAY C-PGMNAME
                    ' : RESUMING STREAM OF (' WK-STREAM-STAMP ')'
            OPEN EXTEND JSSTDAT
         ELSE
            PERFORM VARYING WK-JOB-I FROM 1 BY 1
               UNTIL (WK-JOB-I > WK-JOB-CNT)
               MOVE SPACE TO WK-JOB-STATUS(WK-JOB-I)
               MOVE 'N' TO WK-JOB-TRIED(WK-JOB-I)
            END-PERFORM
            MOVE WK-TODAY TO WK-STREAM-DATE
            MOVE SPACE TO WK-STREAM-STAMP
            STRING WK-TODAY DELIMITED BY SIZE
                   WK-NOW-TIME DELIMITED BY SIZE
                   INTO WK-STREAM-STAMP
            DISPLAY C-PGMNAME
                    ' : NEW STREAM (' WK-STREAM-STAMP ')'
            OPEN OUTPUT JSSTDAT
         END-IF.
         IF (WK-JSST-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN STATE FILE STATUS=('
                    WK-JSST-STAT ')'
            STOP RUN
         END-IF.
         IF (WK-RESUME-SW = 'NO')
            MOVE SPACE TO JSST-REC
            MOVE 'H' TO JST-TYPE
            MOVE WK-STREAM-DATE TO JST-DATE
            MOVE WK-STREAM-STAMP TO JST-STAMP
            WRITE JSST-REC
         END-IF.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * Job-stream definition load
      *------------------------------------------
       SUB-JOBS-LOAD-EN.
         OPEN INPUT JOBSDAT.
         IF (WK-JOBS-STAT = '00')
            MOVE 'OFF' TO WK-EOF-SW
            PERFORM SUB-JOBS-READ-EN THRU SUB-JOBS-READ-EX
               UNTIL (WK-EOF-SW = 'ON')
            CLOSE JOBSDAT
            DISPLAY C-PGMNAME
                    ' : STEPS LOADED FROM smp1_jobs.dat=('
                    WK-JOB-CNT ')'
         ELSE
            PERFORM SUB-JOBS-BUILTIN-EN THRU SUB-JOBS-BUILTIN-EX
            DISPLAY C-PGMNAME
                    ' : NO smp1_jobs.dat, BUILT-IN NIGHTLY STREAM'
         END-IF.
         IF (WK-JOB-CNT = ZERO)
            DISPLAY C-PGMNAME
                    ' : ABEND, JOB-STREAM DEFINITION HAS NO STEPS'
            STOP RUN
         END-IF.
      *
      * A prerequisite must name an earlier step: the stream runs
      * top to bottom, so a later one could never have ended
      *
         PERFORM VARYING WK-JOB-I FROM 1 BY 1
            UNTIL (WK-JOB-I > WK-JOB-CNT)
            PERFORM VARYING WK-PRE-I FROM 1 BY 1
               UNTIL (WK-PRE-I > 5)
               IF (WK-JOB-PRE(WK-JOB-I WK-PRE-I) NOT = SPACE)
                  PERFORM VARYING WK-JOB-J FROM 1 BY 1
                     UNTIL (WK-JOB-J >= WK-JOB-I)
                        OR (WK-JOB-STEP(WK-JOB-J)
                           = WK-JOB-PRE(WK-JOB-I WK-PRE-I))
                     CONTINUE
                  END-PERFORM
                  IF (WK-JOB-J >= WK-JOB-I)
                     DISPLAY C-PGMNAME
                             ' : ABEND, STEP=('
                             WK-JOB-STEP(WK-JOB-I)
                             ') PREREQUISITE=('
                             WK-JOB-PRE(WK-JOB-I WK-PRE-I)
                             ') IS NOT AN EARLIER STEP'
                     STOP RUN
                  END-IF
               END-IF
            END-PERFORM
         END-PERFORM.
       SUB-JOBS-LOAD-EX.
         EXIT.
      *------------------------------------------
      * Read one definition line
      *------------------------------------------
       SUB-JOBS-READ-EN.
         READ JOBSDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               IF (JOB-STEP = SPACE) OR (JOB-STEP(1:1) = '#')
                  CONTINUE
               ELSE
                  PERFORM SUB-JOBS-STORE-EN THRU SUB-JOBS-STORE-EX
               END-IF
         END-READ.
       SUB-JOBS-READ-EX.
         EXIT.
      *------------------------------------------
      * Store one definition line
      *------------------------------------------
       SUB-JOBS-STORE-EN.
         IF (JOB-STEP IS NOT NUMERIC) OR (JOB-PGM = SPACE)
            DISPLAY C-PGMNAME
                    ' : ABEND, BAD DEFINITION LINE=('
                    JOB-REC(1:40) ')'
            STOP RUN
         END-IF.
         IF (WK-JOB-CNT > ZERO)
            IF (JOB-STEP NOT > WK-JOB-STEP(WK-JOB-CNT))
               DISPLAY C-PGMNAME
                       ' : ABEND, STEP=(' JOB-STEP
                       ') OUT OF ORDER, STEPS MUST ASCEND'
               STOP RUN
            END-IF
         END-IF.
         IF (WK-JOB-CNT >= C-JOB-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, MORE THAN (' C-JOB-MAX ') STEPS'
            STOP RUN
         END-IF.
         ADD 1 TO WK-JOB-CNT.
         MOVE JOB-STEP TO WK-JOB-STEP(WK-JOB-CNT).
         MOVE JOB-PGM TO WK-JOB-PGM(WK-JOB-CNT).
         IF (JOB-ONFAIL = 'C')
            MOVE 'C' TO WK-JOB-ONFAIL(WK-JOB-CNT)
         ELSE
            MOVE 'S' TO WK-JOB-ONFAIL(WK-JOB-CNT)
         END-IF.
         MOVE SPACE TO WK-JOB-PRE-TBL(WK-JOB-CNT).
         MOVE JOB-PREREQ TO WK-PRE-WORK.
         INSPECT WK-PRE-WORK REPLACING ALL '-' BY ' '.
         UNSTRING WK-PRE-WORK DELIMITED BY ','
            INTO WK-JOB-PRE(WK-JOB-CNT 1) WK-JOB-PRE(WK-JOB-CNT 2)
                 WK-JOB-PRE(WK-JOB-CNT 3) WK-JOB-PRE(WK-JOB-CNT 4)
                 WK-JOB-PRE(WK-JOB-CNT 5).
         MOVE JOB-PARM TO WK-JOB-PARM(WK-JOB-CNT).
         MOVE JOB-RPARM TO WK-JOB-RPARM(WK-JOB-CNT).
         MOVE SPACE TO WK-JOB-STATUS(WK-JOB-CNT).
         MOVE 'N' TO WK-JOB-TRIED(WK-JOB-CNT).
       SUB-JOBS-STORE-EX.
         EXIT.
      *------------------------------------------
      * Built-in nightly stream (the definition file replaces it)
      *------------------------------------------
       SUB-JOBS-BUILTIN-EN.
         MOVE SPACE TO WK-JOB-TBL.
         MOVE 8 TO WK-JOB-CNT.
         PERFORM VARYING WK-JOB-I FROM 1 BY 1
            UNTIL (WK-JOB-I > WK-JOB-CNT)
            MOVE WK-JOB-I TO WK-JOB-STEP(WK-JOB-I)
            MOVE 'S' TO WK-JOB-ONFAIL(WK-JOB-I)
            MOVE 'N' TO WK-JOB-TRIED(WK-JOB-I)
         END-PERFORM.
      *
      * Payroll intake feeds the merge
      *
         MOVE 'sample13' TO WK-JOB-PGM(1).
      *
      * Effective-dated records are held back and the ones due
      * today released into the inputs before the merge
      *
         MOVE 'sample25' TO WK-JOB-PGM(2).
         MOVE '01' TO WK-JOB-PRE(2 1).
      *
      * Merge, then the collision ruling, then the apply
      *
         MOVE 'sample5' TO WK-JOB-PGM(3).
         MOVE '02' TO WK-JOB-PRE(3 1).
         MOVE 'sample10' TO WK-JOB-PGM(4).
         MOVE '03' TO WK-JOB-PRE(4 1).
         MOVE 'sample1' TO WK-JOB-PGM(5).
         MOVE '04' TO WK-JOB-PRE(5 1).
         MOVE 'RESTART' TO WK-JOB-RPARM(5).
      *
      * Re-applying the rejects may fail without holding up the
      * balance, which only needs the apply
      *
         MOVE 'sample3' TO WK-JOB-PGM(6).
         MOVE 'C' TO WK-JOB-ONFAIL(6).
         MOVE '05' TO WK-JOB-PRE(6 1).
         MOVE 'sample11' TO WK-JOB-PGM(7).
         MOVE '05' TO WK-JOB-PRE(7 1).
      *
      * The export archives the night only after a PASS balance
      *
         MOVE 'sample2' TO WK-JOB-PGM(8).
         MOVE '07' TO WK-JOB-PRE(8 1).
       SUB-JOBS-BUILTIN-EX.
         EXIT.
      *------------------------------------------
      * Saved state: resume when the last stream started in the
      * same night as this run
      *------------------------------------------
       SUB-STATE-LOAD-EN.
         OPEN INPUT JSSTDAT.
         IF (WK-JSST-STAT = '00')
            MOVE 'OFF' TO WK-EOF-SW
            PERFORM SUB-STATE-READ-EN THRU SUB-STATE-READ-EX
               UNTIL (WK-EOF-SW = 'ON')
            CLOSE JSSTDAT
         END-IF.
         IF (WK-STREAM-DATE NOT = SPACE)
            MOVE 'NO' TO WK-SAME-NIGHT-SW
            IF (WK-STREAM-STAMP(1:10) IS NUMERIC)
               MOVE WK-STREAM-STAMP(1:8) TO WK-NIGHT-DATE
               MOVE WK-STREAM-STAMP(9:2) TO WK-NIGHT-HH
               PERFORM SUB-NIGHT-EN THRU SUB-NIGHT-EX
               IF (WK-NIGHT-DATE = WK-NIGHT-NOW)
                  MOVE 'YES' TO WK-SAME-NIGHT-SW
               END-IF
            END-IF
            IF (WK-SAME-NIGHT-SW = 'YES')
               MOVE 'YES' TO WK-RESUME-SW
            ELSE
               DISPLAY C-PGMNAME
                       ' : SAVED STREAM OF (' WK-STREAM-STAMP
                       ') IS FROM AN EARLIER NIGHT, IGNORED'
            END-IF
         END-IF.
       SUB-STATE-LOAD-EX.
         EXIT.
      *------------------------------------------
      * Night of WK-NIGHT-DATE at hour WK-NIGHT-HH (a time before
      * the cut-over hour belongs to the night of the day before)
      *------------------------------------------
       SUB-NIGHT-EN.
         IF (WK-NIGHT-HH < C-NIGHT-HH)
            COMPUTE WK-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WK-NIGHT-DATE) - 1)
         END-IF.
       SUB-NIGHT-EX.
         EXIT.
      *------------------------------------------
      * One state line
      *------------------------------------------
       SUB-STATE-READ-EN.
         READ JSSTDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               EVALUATE JST-TYPE
               WHEN 'H'
      *
      * A new stream header forgets whatever came before it
      *
                  MOVE JST-DATE TO WK-STREAM-DATE
                  MOVE JST-STAMP TO WK-STREAM-STAMP
                  MOVE SPACE TO WK-STREAM-END
                  PERFORM VARYING WK-JOB-I FROM 1 BY 1
                     UNTIL (WK-JOB-I > WK-JOB-CNT)
                     MOVE SPACE TO WK-JOB-STATUS(WK-JOB-I)
                     MOVE 'N' TO WK-JOB-TRIED(WK-JOB-I)
                  END-PERFORM
               WHEN 'D'
                  PERFORM VARYING WK-JOB-I FROM 1 BY 1
                     UNTIL (WK-JOB-I > WK-JOB-CNT)
                     IF (WK-JOB-STEP(WK-JOB-I) = JST-STEP)
                        AND (WK-JOB-PGM(WK-JOB-I) = JST-PGM)
                        MOVE JST-STATUS TO WK-JOB-STATUS(WK-JOB-I)
                        IF (JST-STATUS NOT = 'SKIPPED')
                           MOVE 'Y' TO WK-JOB-TRIED(WK-JOB-I)
                        END-IF
                     END-IF
                  END-PERFORM
                  MOVE SPACE TO WK-STREAM-END
               WHEN 'E'
                  MOVE JST-STATUS TO WK-STREAM-END
               WHEN OTHER
                  CONTINUE
               END-EVALUATE
         END-READ.
       SUB-STATE-READ-EX.
         EXIT.
      *------------------------------------------
      * One step: skip it when it already ENDED tonight, hold it
      * when a prerequisite has not ENDED, otherwise run it
      *------------------------------------------
       SUB-STEP-EN.
         ADD 1 TO WK-CNT-STEP.
         IF (WK-JOB-STATUS(WK-JOB-I) = 'ENDED')
            ADD 1 TO WK-CNT-PRIOR
            DISPLAY C-PGMNAME
                    ' : STEP=(' WK-JOB-STEP(WK-JOB-I) ') PGM=('
                    WK-JOB-PGM(WK-JOB-I)
                    ') ALREADY ENDED TONIGHT, NOT REPEATED'
         ELSE
            PERFORM SUB-PREREQ-EN THRU SUB-PREREQ-EX
            IF (WK-PREREQ-SW = 'NG')
               ADD 1 TO WK-CNT-SKIPPED
               MOVE SPACE TO WK-STEP-RUN
               MOVE 'SKIPPED' TO WK-STEP-STATUS
               PERFORM SUB-STATE-STEP-EN THRU SUB-STATE-STEP-EX
               IF (WK-JOB-ONFAIL(WK-JOB-I) = 'S')
                  MOVE 'ON' TO WK-STOP-SW
               END-IF
            ELSE
               PERFORM SUB-LAUNCH-EN THRU SUB-LAUNCH-EX
               PERFORM SUB-OUTCOME-EN THRU SUB-OUTCOME-EX
               PERFORM SUB-STATE-STEP-EN THRU SUB-STATE-STEP-EX
               PERFORM SUB-VERDICT-EN THRU SUB-VERDICT-EX
            END-IF
         END-IF.
       SUB-STEP-EX.
         EXIT.
      *------------------------------------------
      * Every prerequisite of the step must have ENDED tonight
      *------------------------------------------
       SUB-PREREQ-EN.
         MOVE 'OK' TO WK-PREREQ-SW.
         PERFORM VARYING WK-PRE-I FROM 1 BY 1
            UNTIL (WK-PRE-I > 5)
            IF (WK-JOB-PRE(WK-JOB-I WK-PRE-I) NOT = SPACE)
               PERFORM VARYING WK-JOB-J FROM 1 BY 1
                  UNTIL (WK-JOB-J >= WK-JOB-I)
                     OR (WK-JOB-STEP(WK-JOB-J)
                        = WK-JOB-PRE(WK-JOB-I WK-PRE-I))
                  CONTINUE
               END-PERFORM
               IF (WK-JOB-STATUS(WK-JOB-J) NOT = 'ENDED')
                  MOVE 'NG' TO WK-PREREQ-SW
                  DISPLAY C-PGMNAME
                          ' : STEP=(' WK-JOB-STEP(WK-JOB-I)
                          ') PGM=(' WK-JOB-PGM(WK-JOB-I)
                          ') HELD, PREREQUISITE STEP=('
                          WK-JOB-STEP(WK-JOB-J) ') PGM=('
                          WK-JOB-PGM(WK-JOB-J) ') NOT ENDED'
               END-IF
            END-IF
         END-PERFORM.
       SUB-PREREQ-EX.
         EXIT.
      *------------------------------------------
      * Go on only past a step that ENDED (a carry-on step lets
      * the steps that do not depend on it run)
      *------------------------------------------
       SUB-VERDICT-EN.
         IF (WK-STEP-STATUS = 'ENDED')
            ADD 1 TO WK-CNT-ENDED
         ELSE
            ADD 1 TO WK-CNT-FAILED
            IF (WK-JOB-ONFAIL(WK-JOB-I) = 'S')
               MOVE 'ON' TO WK-STOP-SW
               DISPLAY C-PGMNAME
                       ' : STREAM STOPPED AT STEP=('
                       WK-JOB-STEP(WK-JOB-I) ') PGM=('
                       WK-JOB-PGM(WK-JOB-I) ') STATUS=('
                       WK-STEP-STATUS ')'
            ELSE
               DISPLAY C-PGMNAME
                       ' : STEP=(' WK-JOB-STEP(WK-JOB-I)
                       ') FAILED, STREAM CARRIES ON WITH THE'
                       ' STEPS THAT DO NOT DEPEND ON IT'
            END-IF
         END-IF.
       SUB-VERDICT-EX.
         EXIT.
      *------------------------------------------
      * Start the step's program and wait for it (a step tried
      * before tonight runs with its re-run parameters)
      *------------------------------------------
       SUB-LAUNCH-EN.
         IF (WK-JOB-TRIED(WK-JOB-I) = 'Y')
            AND (WK-JOB-RPARM(WK-JOB-I) NOT = SPACE)
            MOVE WK-JOB-RPARM(WK-JOB-I) TO WK-CMD-PARM
         ELSE
            MOVE WK-JOB-PARM(WK-JOB-I) TO WK-CMD-PARM
         END-IF.
         MOVE SPACE TO WK-CMD.
         STRING './' DELIMITED BY SIZE
                WK-JOB-PGM(WK-JOB-I) DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                WK-CMD-PARM DELIMITED BY SIZE
                INTO WK-CMD.
      *
      * The launch stamp is taken before the start, so the step's
      * own S record can only be at or after it
      *
         ACCEPT WK-REG-DATE FROM DATE YYYYMMDD.
         ACCEPT WK-REG-TIME FROM TIME.
         MOVE SPACE TO WK-LAUNCH-STAMP.
         STRING WK-REG-DATE DELIMITED BY SIZE
                WK-REG-TIME DELIMITED BY SIZE
                INTO WK-LAUNCH-STAMP.
         DISPLAY C-PGMNAME
                 ' : STEP=(' WK-JOB-STEP(WK-JOB-I) ') RUNNING=('
                 FUNCTION TRIM(WK-CMD) ')'.
         ADD 1 TO WK-CNT-RUN.
         MOVE 'Y' TO WK-JOB-TRIED(WK-JOB-I).
         CALL 'SYSTEM' USING WK-CMD.
         MOVE RETURN-CODE TO WK-EXIT-CODE.
         MOVE ZERO TO RETURN-CODE.
       SUB-LAUNCH-EX.
         EXIT.
      *------------------------------------------
      * The step's outcome from the registry: the latest S record
      * of the program since launch, closed by its E record
      *------------------------------------------
       SUB-OUTCOME-EN.
         MOVE SPACE TO WK-STEP-RUN.
         MOVE 'NOTRUN' TO WK-STEP-STATUS.
         OPEN INPUT RUNHDAT.
         IF (WK-RUNH-STAT = '00')
            MOVE 'OFF' TO WK-EOF-SW
            PERFORM SUB-RDRUNH-EN THRU SUB-RDRUNH-EX
               UNTIL (WK-EOF-SW = 'ON')
            CLOSE RUNHDAT
         END-IF.
         MOVE WK-EXIT-CODE TO WK-EXIT-DISP.
         EVALUATE WK-STEP-STATUS
         WHEN 'NOTRUN'
            DISPLAY C-PGMNAME
                    ' : STEP=(' WK-JOB-STEP(WK-JOB-I) ') PGM=('
                    WK-JOB-PGM(WK-JOB-I)
                    ') LEFT NO RUN IN THE REGISTRY, EXIT=('
                    WK-EXIT-DISP ')'
         WHEN 'ACTIVE'
            DISPLAY C-PGMNAME
                    ' : STEP=(' WK-JOB-STEP(WK-JOB-I) ') PGM=('
                    WK-JOB-PGM(WK-JOB-I) ') RUN=(' WK-STEP-RUN
                    ') HAS NO END RECORD, EXIT=(' WK-EXIT-DISP ')'
         WHEN OTHER
            DISPLAY C-PGMNAME
                    ' : STEP=(' WK-JOB-STEP(WK-JOB-I) ') PGM=('
                    WK-JOB-PGM(WK-JOB-I) ') RUN=(' WK-STEP-RUN
                    ') STATUS=(' WK-STEP-STATUS ')'
         END-EVALUATE.
       SUB-OUTCOME-EX.
         EXIT.
      *------------------------------------------
      * One registry line
      *------------------------------------------
       SUB-RDRUNH-EN.
         READ RUNHDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               IF (RUNH-TYPE = 'S')
                  AND (RUNH-PGM = WK-JOB-PGM(WK-JOB-I))
                  AND (RUNH-STAMP >= WK-LAUNCH-STAMP)
                  MOVE RUNH-STAMP TO WK-STEP-RUN
                  MOVE 'ACTIVE' TO WK-STEP-STATUS
               END-IF
               IF (RUNH-TYPE = 'E')
                  AND (RUNH-PGM = WK-JOB-PGM(WK-JOB-I))
                  AND (RUNH-STAMP = WK-STEP-RUN)
                  AND (WK-STEP-RUN NOT = SPACE)
                  MOVE RUNH-STATUS TO WK-STEP-STATUS
               END-IF
         END-READ.
       SUB-RDRUNH-EX.
         EXIT.
      *------------------------------------------
      * Record one step outcome in the state file
      *------------------------------------------
       SUB-STATE-STEP-EN.
         MOVE WK-STEP-STATUS TO WK-JOB-STATUS(WK-JOB-I).
         ACCEPT WK-REG-DATE FROM DATE YYYYMMDD.
         ACCEPT WK-REG-TIME FROM TIME.
         MOVE SPACE TO JSST-REC.
         MOVE 'D' TO JST-TYPE.
         MOVE WK-STREAM-DATE TO JST-DATE.
         STRING WK-REG-DATE DELIMITED BY SIZE
                WK-REG-TIME DELIMITED BY SIZE
                INTO JST-STAMP.
         MOVE WK-JOB-STEP(WK-JOB-I) TO JST-STEP.
         MOVE WK-JOB-PGM(WK-JOB-I) TO JST-PGM.
         MOVE WK-STEP-STATUS TO JST-STATUS.
         MOVE WK-STEP-RUN TO JST-RUN.
         WRITE JSST-REC.
       SUB-STATE-STEP-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
      *
      * The stream is complete only when every step has ENDED
      *
         MOVE 'COMPLETE' TO WK-STREAM-END.
         PERFORM VARYING WK-JOB-I FROM 1 BY 1
            UNTIL (WK-JOB-I > WK-JOB-CNT)
            IF (WK-JOB-STATUS(WK-JOB-I) NOT = 'ENDED')
               MOVE 'STOPPED' TO WK-STREAM-END
            END-IF
         END-PERFORM.
         ACCEPT WK-REG-DATE FROM DATE YYYYMMDD.
         ACCEPT WK-REG-TIME FROM TIME.
         MOVE SPACE TO JSST-REC.
         MOVE 'E' TO JST-TYPE.
         MOVE WK-STREAM-DATE TO JST-DATE.
         STRING WK-REG-DATE DELIMITED BY SIZE
                WK-REG-TIME DELIMITED BY SIZE
                INTO JST-STAMP.
         MOVE WK-STREAM-END TO JST-STATUS.
         WRITE JSST-REC.
         DISPLAY C-PGMNAME ' : TALLY STEPS=(' WK-CNT-STEP ')'
                 ' ALREADY-ENDED=(' WK-CNT-PRIOR ')'
                 ' RUN=(' WK-CNT-RUN ')'.
         DISPLAY C-PGMNAME ' : TALLY ENDED=(' WK-CNT-ENDED ')'
                 ' FAILED=(' WK-CNT-FAILED ')'
                 ' SKIPPED=(' WK-CNT-SKIPPED ')'.
         IF (WK-STREAM-END = 'COMPLETE')
            DISPLAY C-PGMNAME
                    ' : STREAM COMPLETE'
         ELSE
            DISPLAY C-PGMNAME
                    ' : STREAM STOPPED, FIX THE FAILED STEP AND RERUN'
                    ' sample16 TO RESUME'
         END-IF.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         CLOSE   JSSTDAT.
       SUB-CLOSE-EX.
         EXIT.
