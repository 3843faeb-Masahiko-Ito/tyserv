      * smp1_coll.dat instead, so a human can rule on the collision
      * before the load; everything else passes through in source
      * order. Missing input files are skipped with a note.
      *
      * A record still carrying an effective date (columns 53-60)
      * belongs to the sample25 pending queue and must not merge
      * ahead of its date: the first pass finds it and the run
      * abends before smp1_tran.dat and smp1_coll.dat are opened, so
      * the last merge is left as it was and sample25 can be run
      * first.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample5.
      * Departmental transaction files
      *------------------------------------------
       FD  IN1DAT.
       01  IN1-REC      PIC X(60).
       FD  IN2DAT.
       01  IN2-REC      PIC X(60).
       FD  IN3DAT.
       01  IN3-REC      PIC X(60).
      *------------------------------------------
      * Merged transaction file (stamped TRC format)
      *------------------------------------------
       01 WK-IN3-STAT    PIC X(2) VALUE SPACE.
       01 WK-TRAN-STAT   PIC X(2) VALUE SPACE.
       01 WK-COLL-STAT   PIC X(2) VALUE SPACE.
       01 WK-OUT-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-IN-EOF-SW   PIC X(3) VALUE 'OFF'.
       01 WK-PASS        PIC 9(1) VALUE ZERO.
       01 WK-CUR-SRC     PIC 9(1) VALUE ZERO.
          02 FILLER       PIC X(30).
          02 FILLER       PIC X(5).
          02 WK-TABLE     PIC X(10).
          02 FILLER       PIC X(1).
          02 WK-EFF-DATE  PIC X(8).
      *
      * Output record: the 51-byte TRC plus the source/sequence
      * stamp carried in the TRC-SOURCE-ID column (cols 53-62)
         MOVE 1 TO WK-PASS.
         PERFORM SUB-FILES-EN THRU SUB-FILES-EX.
      *------------------------------------------
      * Output files (only once pass 1 has found nothing to refuse)
      *------------------------------------------
         PERFORM SUB-OUTOPEN-EN THRU SUB-OUTOPEN-EX.
      *------------------------------------------
      * Pass 2: route records to the merge or the collision file
      *------------------------------------------
         MOVE 2 TO WK-PASS.
            MOVE 'ON' TO WK-FORCE-SW
         END-IF.
         PERFORM SUB-RUNREG-OPEN-EN THRU SUB-RUNREG-OPEN-EX.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * Open the merged and collision files
      *------------------------------------------
       SUB-OUTOPEN-EN.
         OPEN OUTPUT TRANDAT.
         IF (WK-TRAN-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    WK-TRAN-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-OUT-OPEN-SW.
         OPEN OUTPUT COLLDAT.
         IF (WK-COLL-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN COLLISION FILE STATUS=('
                    WK-COLL-STAT ')'
            CLOSE TRANDAT
            MOVE 'NO' TO WK-OUT-OPEN-SW
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
       SUB-OUTOPEN-EX.
         EXIT.
      *------------------------------------------
      * One pass over the three source files in order
       SUB-RECORD-EN.
         ADD 1 TO WK-SEQ.
         IF (WK-PASS = 1)
            IF (WK-EFF-DATE NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : ABEND, RECORD IN' WK-CUR-SRC '-' WK-SEQ
                       ' IS EFFECTIVE (' WK-EFF-DATE
                       '), RUN sample25 BEFORE THE MERGE'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            EVALUATE WK-CUR-SRC
            WHEN 1 ADD 1 TO WK-CNT-IN1
            WHEN 2 ADD 1 TO WK-CNT-IN2
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-OUT-OPEN-SW = 'YES')
            CLOSE   TRANDAT
            CLOSE   COLLDAT
            MOVE 'NO' TO WK-OUT-OPEN-SW
         END-IF.
      *
      * Record the end of this run in the registry
      *
