      *
      * Effective-dated transaction queue: holds TRC records that
      * are to take effect on a later business date out of the
      * sample5 merge, and releases them into the departmental
      * input files on the day they fall due.
      *
      *   sample25 [DATE=<yyyymmdd>] [DAYS=<d>] [FORCE]
      *   sample25 CANCEL=<id-pk> [TABLE=<table>] [SOURCE=<src>]
      *            [EFF=<yyyymmdd>] [DATE=<yyyymmdd>] [FORCE]
      *
      * A department submits an effective-dated record in its
      * sample5 input (smp1_in1.dat, smp1_in2.dat, smp1_in3.dat) as
      * an ordinary 51-byte TRC record with the effective date
      * (yyyymmdd) in columns 53-60; payroll gives it as the last
      * column of the smp1_pay.csv detail row and sample13 places
      * it there.
      *
      * The business date is DATE= when given, otherwise the H
      * record of smp1_pay.csv, otherwise today. The nightly run
      * (after sample13, before sample5):
      *   - takes every record dated after the business date out
      *     of its input file into the pending queue
      *     (smp1_pend.dat); a dated record already due stays in
      *     place with its date removed; a record already queued
      *     on the same business date (the night's inputs run
      *     through again) is not queued twice
      *   - releases every queued record whose date has arrived
      *     into the input file it came from, ahead of that file's
      *     own records and in effective-date order (records of the
      *     same date in the order they were queued), so the older
      *     change is applied first
      * A record with an effective date that is not a date rejects
      * the run whole: nothing is queued or released and no file
      * is rewritten, so the night can be re-run once the input is
      * corrected.
      *
      * The queue and its history are saved before any input is
      * rewritten, with the records being released still on the
      * queue, marked; the marked records come off once every input
      * has been rewritten. A run stopped part way loses nothing:
      * the next run writes back any marked record missing from its
      * input. In the same way a run for a business date that
      * already has releases logged (the night run again, perhaps
      * with new inputs) writes back every one of those records
      * that its input no longer holds.
      *
      * CANCEL= takes queued records out of the queue, up to the
      * run that releases them: every pending record of the key
      * (TABLE= defaults to smp1), narrowed to one source by
      * SOURCE= and to one date by EFF=. A cancel that finds
      * nothing ends FAILED. A cancel works on the queue only and
      * never touches the input files: a record not yet queued is
      * still in the input file it was keyed into, and the operator
      * deletes it from there by hand.
      *
      * Every record queued, released or cancelled is logged with
      * the business date in smp1_phst.dat (a record written back
      * again is not logged twice). The report
      * (smp1_pndr.dat) lists what was released, queued and
      * cancelled by the run and what is still pending over the
      * next <d> days (default 30), with a count of the records
      * pending beyond that.
      *
      * The run is recorded in the suite's run registry
      * (smp1_runh.dat) with target '*', as it rewrites the sample5
      * inputs.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample25.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Departmental transaction file smp1_inN.dat (input, then
      * rewritten)
      *------------------------------------------
          SELECT INDAT   ASSIGN TO WK-IN-NAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-IN-STAT.
      *------------------------------------------
      * Pending transaction queue (input, then rewritten)
      *------------------------------------------
          SELECT PNDDAT  ASSIGN TO "smp1_pend.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-PND-STAT.
      *------------------------------------------
      * Queue history (appended)
      *------------------------------------------
          SELECT PHSTDAT ASSIGN TO "smp1_phst.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-PHST-STAT.
      *------------------------------------------
      * Queue report
      *------------------------------------------
          SELECT RPTDAT  ASSIGN TO "smp1_pndr.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RPT-STAT.
      *------------------------------------------
      * Payroll interface file (input, H record only)
      *------------------------------------------
          SELECT PAYDAT  ASSIGN TO "smp1_pay.csv"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-PAY-STAT.
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
      * Departmental transaction file: cols 1-51 TRC, cols 53-60
      * effective date (blank for tonight's merge)
      *------------------------------------------
       FD  INDAT.
       01  IN-REC.
          02 IN-TRC      PIC X(51).
          02 FILLER      PIC X(1).
          02 IN-EFF      PIC X(8).
      *------------------------------------------
      * Pending transaction: effective date, source input, the
      * business date it was queued on and the queue sequence
      * (keeps the order of records with the same date), then the
      * TRC record as submitted; PND-MARK 'R' marks a record being
      * released, until every input has been rewritten
      *------------------------------------------
       FD  PNDDAT.
       01  PND-REC.
          02 PND-EFF     PIC X(8).
          02 FILLER      PIC X(1).
          02 PND-SOURCE  PIC X(3).
          02 FILLER      PIC X(1).
          02 PND-QDATE   PIC X(8).
          02 FILLER      PIC X(1).
          02 PND-SEQ     PIC X(6).
          02 FILLER      PIC X(1).
          02 PND-TRC     PIC X(51).
          02 FILLER      PIC X(1).
          02 PND-MARK    PIC X(1).
      *------------------------------------------
      * Queue history: action (Q queued, R released, X cancelled),
      * business date, run date and time, then the pending record
      *------------------------------------------
       FD  PHSTDAT.
       01  PHST-REC.
          02 PHS-ACT     PIC X(1).
          02 FILLER      PIC X(1).
          02 PHS-BUS     PIC X(8).
          02 FILLER      PIC X(1).
          02 PHS-STAMP   PIC X(14).
          02 FILLER      PIC X(1).
          02 PHS-PND.
             03 PHS-EFF     PIC X(8).
             03 FILLER      PIC X(1).
             03 PHS-SOURCE  PIC X(3).
             03 FILLER      PIC X(1).
             03 PHS-QDATE   PIC X(8).
             03 FILLER      PIC X(1).
             03 PHS-SEQ     PIC X(6).
             03 FILLER      PIC X(1).
             03 PHS-TRC     PIC X(51).
      *------------------------------------------
      * Queue report
      *------------------------------------------
       FD  RPTDAT.
       01  RPT-REC      PIC X(100).
      *------------------------------------------
      * Payroll interface file
      *------------------------------------------
       FD  PAYDAT.
       01  PAY-REC      PIC X(200).
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
      *------------------------------------------
      * Constants
      *------------------------------------------
       01 C-PGMNAME     PIC X(8) VALUE 'sample25'.
       01 C-TABLE       PIC X(10) VALUE 'smp1'.
      *------------------------------------------
      * Run parameters
      *------------------------------------------
       01 WK-PARM        PIC X(80) VALUE SPACE.
       01 WK-PARM-TBL.
          02 WK-PARM-W   PIC X(20) OCCURS 7 TIMES.
       01 WK-PARM-I      PIC 9(1) VALUE ZERO.
       01 WK-PARM-CUR    PIC X(20) VALUE SPACE.
       01 WK-PARM-NG-SW  PIC X(3) VALUE 'NO'.
       01 WK-DAYS        PIC 9(3) VALUE 30.
       01 WK-CAN-SW      PIC X(3) VALUE 'OFF'.
       01 WK-CAN-KEY     PIC X(4) VALUE SPACE.
       01 WK-CAN-TABLE   PIC X(10) VALUE SPACE.
       01 WK-CAN-SOURCE  PIC X(3) VALUE SPACE.
       01 WK-CAN-EFF     PIC X(8) VALUE SPACE.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 END-SW         PIC X(3) VALUE 'OFF'.
       01 WK-IN-STAT     PIC X(2) VALUE SPACE.
       01 WK-PND-STAT    PIC X(2) VALUE SPACE.
       01 WK-PHST-STAT   PIC X(2) VALUE SPACE.
       01 WK-RPT-STAT    PIC X(2) VALUE SPACE.
       01 WK-PAY-STAT    PIC X(2) VALUE SPACE.
       01 WK-RPT-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-IN-OPEN-SW  PIC X(3) VALUE 'NO'.
       01 WK-IN-NAME     PIC X(30) VALUE SPACE.
       01 WK-IN-SW       PIC X(3) VALUE 'NO'.
       01 WK-REL-SW      PIC X(3) VALUE 'NO'.
       01 WK-QMARK-SW    PIC X(3) VALUE 'NO'.
       01 WK-SRC-NO      PIC 9(1) VALUE ZERO.
       01 WK-REC-NO      PIC 9(6) VALUE ZERO.
       01 WK-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WK-RUN-TIME    PIC 9(8) VALUE ZERO.
      *
      * Business date and the end of the look-ahead window
      *
       01 WK-BUS-DATE    PIC X(8) VALUE SPACE.
       01 WK-BUS-DATE-N REDEFINES WK-BUS-DATE PIC 9(8).
       01 WK-BUS-FROM    PIC X(12) VALUE SPACE.
       01 WK-AHEAD-DATE  PIC 9(8) VALUE ZERO.
       01 WK-PAY-FLD1    PIC X(30) VALUE SPACE.
       01 WK-PAY-FLD2    PIC X(30) VALUE SPACE.
      *
      * Date check (yyyymmdd, a real calendar date)
      *
       01 WK-DATE-WK     PIC X(8) VALUE SPACE.
       01 WK-DATE-WK-N REDEFINES WK-DATE-WK PIC 9(8).
       01 WK-DATE-OK-SW  PIC X(3) VALUE 'NO'.
      *
      * Run registry: this run's S record is written at start and
      * its E record (outcome and tallies) at close; a registered
      * run still open blocks startup unless FORCE is given
      *
       01 WK-RUNH-STAT   PIC X(2) VALUE SPACE.
       01 WK-RUNH-EOF-SW PIC X(3) VALUE 'OFF'.
       01 WK-RUN-STAMP   PIC X(16) VALUE SPACE.
       01 WK-RUN-STATUS  PIC X(8) VALUE 'ENDED'.
       01 WK-RUN-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-RUN-TARGET  PIC X(10) VALUE '*'.
       01 WK-RUN-TALLY   PIC X(44) VALUE SPACE.
       01 WK-FORCE-SW    PIC X(3) VALUE 'OFF'.
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
      * Pending queue in hand, kept in effective-date / queue
      * sequence order (unused entries HIGH-VALUE). WK-PND-ACT:
      * P pending, Q queued by this run, R released by this run,
      * X cancelled by this run, A released by an earlier run
      * (still marked on the queue, or logged for this business
      * date), G such a record written back again by this run as
      * its input no longer held it
      *
       01 C-PND-MAX      PIC 9(5) VALUE 5000.
       01 WK-PND-CNT     PIC 9(5) VALUE ZERO.
       01 WK-PND-I       PIC 9(5) VALUE ZERO.
       01 WK-PND-J       PIC 9(5) VALUE ZERO.
       01 WK-PND-WK      PIC X(75) VALUE SPACE.
       01 WK-NEXT-SEQ    PIC 9(6) VALUE ZERO.
       01 WK-SEQ-WK      PIC 9(6) VALUE ZERO.
       01 WK-PND-TBL.
          02 WK-PND-ENT OCCURS 5000 TIMES.
             03 WK-PND-EFF   PIC X(8).
             03 WK-PND-SEQ   PIC X(6).
             03 WK-PND-SRC   PIC X(1).
             03 WK-PND-QDATE PIC X(8).
             03 WK-PND-ACT   PIC X(1).
             03 WK-PND-TRC   PIC X(51).
      *
      * One queue line as filed (queue file and history)
      *
       01 WK-PLINE.
          02 WK-PL-EFF     PIC X(8).
          02 FILLER        PIC X(1) VALUE SPACE.
          02 WK-PL-SOURCE.
             03 FILLER     PIC X(2) VALUE 'IN'.
             03 WK-PL-SRC  PIC X(1).
          02 FILLER        PIC X(1) VALUE SPACE.
          02 WK-PL-QDATE   PIC X(8).
          02 FILLER        PIC X(1) VALUE SPACE.
          02 WK-PL-SEQ     PIC X(6).
          02 FILLER        PIC X(1) VALUE SPACE.
          02 WK-PL-TRC     PIC X(51).
      *
      * Records of the input file being rewritten that stay in it
      * (undated, or dated and already due, the date removed)
      *
       01 C-INR-MAX      PIC 9(5) VALUE 20000.
       01 WK-INR-CNT     PIC 9(5) VALUE ZERO.
       01 WK-INR-I       PIC 9(5) VALUE ZERO.
       01 WK-INR-TBL.
          02 WK-INR-TRC  PIC X(51) OCCURS 20000 TIMES.
      *
      * Validation pass: records per input and records to queue
      *
       01 WK-CHK-FUT     PIC 9(5) VALUE ZERO.
       01 WK-ERR-CNT     PIC 9(5) VALUE ZERO.
       01 WK-ERR-MSG     PIC X(80) VALUE SPACE.
      *
      * Cancel match and report section control
      *
       01 WK-KEY-TABLE   PIC X(10) VALUE SPACE.
       01 WK-SECT        PIC 9(1) VALUE ZERO.
       01 WK-SECT-CNT    PIC 9(5) VALUE ZERO.
       01 WK-SECT-SW     PIC X(3) VALUE 'NO'.
      *------------------------------------------
      * Tally counters
      *------------------------------------------
       01 WK-TALLY.
          02 WK-CNT-READ   PIC 9(7) VALUE ZERO.
          02 WK-CNT-KEPT   PIC 9(7) VALUE ZERO.
          02 WK-CNT-DUE    PIC 9(7) VALUE ZERO.
          02 WK-CNT-AGAIN  PIC 9(7) VALUE ZERO.
          02 WK-CNT-QUE    PIC 9(5) VALUE ZERO.
          02 WK-CNT-REL    PIC 9(5) VALUE ZERO.
          02 WK-CNT-RCHK   PIC 9(5) VALUE ZERO.
          02 WK-CNT-REREL  PIC 9(5) VALUE ZERO.
          02 WK-CNT-CAN    PIC 9(5) VALUE ZERO.
          02 WK-CNT-PEND   PIC 9(5) VALUE ZERO.
          02 WK-CNT-WIN    PIC 9(5) VALUE ZERO.
          02 WK-CNT-LATER  PIC 9(5) VALUE ZERO.
      *
      * Report lines
      *
       01 RPT-PNDHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(10) VALUE 'EFFECTIVE'.
          02 FILLER      PIC X(8)  VALUE 'SOURCE'.
          02 FILLER      PIC X(3)  VALUE 'K'.
          02 FILLER      PIC X(11) VALUE 'TABLE'.
          02 FILLER      PIC X(6)  VALUE 'ID-PK'.
          02 FILLER      PIC X(10) VALUE 'QUEUED'.
          02 FILLER      PIC X(8)  VALUE 'SEQ'.
          02 FILLER      PIC X(29) VALUE 'VALUE'.
       01 RPT-PND.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 PNL-EFF     PIC X(8).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 PNL-SOURCE  PIC X(3).
          02 FILLER      PIC X(5)  VALUE SPACE.
          02 PNL-KUBUN   PIC X(1).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 PNL-TABLE   PIC X(10).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 PNL-KEY     PIC X(4).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 PNL-QDATE   PIC X(8).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 PNL-SEQ     PIC X(6).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 PNL-VALUE   PIC X(29).
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
      * Pending queue on file
      *------------------------------------------
         PERFORM SUB-QLOAD-EN THRU SUB-QLOAD-EX.
         IF (WK-CAN-SW = 'ON')
      *------------------------------------------
      * Cancel: take the key's records out of the queue
      *------------------------------------------
            PERFORM SUB-CANCEL-EN THRU SUB-CANCEL-EX
         ELSE
      *------------------------------------------
      * Records already released for this business date, then
      * check the effective dates of every input before anything
      * is rewritten, then queue each input's future records and
      * mark the queued records now due
      *------------------------------------------
            PERFORM SUB-RLOAD-EN THRU SUB-RLOAD-EX
            PERFORM SUB-CHECK-EN THRU SUB-CHECK-EX
            IF (WK-ERR-CNT = ZERO)
               PERFORM VARYING WK-SRC-NO FROM 1 BY 1
                  UNTIL (WK-SRC-NO > 3)
                  PERFORM SUB-SOURCE-EN THRU SUB-SOURCE-EX
               END-PERFORM
            END-IF
         END-IF.
      *------------------------------------------
      * Save the queue (the records being released still on it,
      * marked) and log what changed
      *------------------------------------------
         IF (WK-CNT-QUE > 0) OR (WK-CNT-REL > 0)
            OR (WK-CNT-CAN > 0)
            MOVE 'YES' TO WK-QMARK-SW
            PERFORM SUB-QSAVE-EN THRU SUB-QSAVE-EX
         END-IF.
      *------------------------------------------
      * Rewrite the inputs, then take the released records off
      * the queue
      *------------------------------------------
         IF (WK-CAN-SW = 'OFF') AND (WK-ERR-CNT = ZERO)
            PERFORM VARYING WK-SRC-NO FROM 1 BY 1
               UNTIL (WK-SRC-NO > 3)
               PERFORM SUB-REWRITE-EN THRU SUB-REWRITE-EX
            END-PERFORM
            IF (WK-CNT-REL > 0) OR (WK-CNT-RCHK > 0)
               MOVE 'NO' TO WK-QMARK-SW
               PERFORM SUB-QSAVE-EN THRU SUB-QSAVE-EX
            END-IF
         END-IF.
      *------------------------------------------
      * Queue report
      *------------------------------------------
         PERFORM SUB-REPORT-EN THRU SUB-REPORT-EX.
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
         ACCEPT WK-RUN-TIME FROM TIME.
      *
      * Run parameters
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE SPACE TO WK-PARM-TBL.
         UNSTRING WK-PARM DELIMITED BY ALL ' '
            INTO WK-PARM-W(1) WK-PARM-W(2) WK-PARM-W(3)
                 WK-PARM-W(4) WK-PARM-W(5) WK-PARM-W(6)
                 WK-PARM-W(7).
         PERFORM VARYING WK-PARM-I FROM 1 BY 1
            UNTIL (WK-PARM-I > 7)
            MOVE WK-PARM-W(WK-PARM-I) TO WK-PARM-CUR
            PERFORM SUB-PARM-EN THRU SUB-PARM-EX
         END-PERFORM.
         IF (WK-CAN-SW = 'OFF')
            AND ((WK-CAN-TABLE NOT = SPACE)
              OR (WK-CAN-SOURCE NOT = SPACE)
              OR (WK-CAN-EFF NOT = SPACE))
            DISPLAY C-PGMNAME
                    ' : TABLE=, SOURCE= AND EFF= ARE ONLY GIVEN'
                    ' WITH CANCEL='
            MOVE 'YES' TO WK-PARM-NG-SW
         END-IF.
         IF (WK-PARM-NG-SW = 'YES')
            DISPLAY C-PGMNAME
                    ' : ABEND, USAGE: sample25 [DATE=<yyyymmdd>]'
                    ' [DAYS=<d>] [FORCE]'
            DISPLAY C-PGMNAME
                    ' :               sample25 CANCEL=<id-pk>'
                    ' [TABLE=<table>] [SOURCE=<src>]'
                    ' [EFF=<yyyymmdd>] [FORCE]'
            STOP RUN
         END-IF.
         IF (WK-CAN-TABLE = SPACE)
            MOVE C-TABLE TO WK-CAN-TABLE
         END-IF.
      *
      * Business date: DATE=, else the payroll header, else today
      *
         IF (WK-BUS-DATE = SPACE)
            PERFORM SUB-PAYHDR-EN THRU SUB-PAYHDR-EX
         END-IF.
         IF (WK-BUS-DATE = SPACE)
            MOVE WK-RUN-DATE TO WK-BUS-DATE-N
            MOVE 'TODAY' TO WK-BUS-FROM
         END-IF.
         MOVE WK-BUS-DATE TO WK-DATE-WK.
         PERFORM SUB-DATECHK-EN THRU SUB-DATECHK-EX.
         IF (WK-DATE-OK-SW = 'NO')
            DISPLAY C-PGMNAME
                    ' : ABEND, BUSINESS DATE=(' WK-BUS-DATE
                    ') FROM ' WK-BUS-FROM ' IS NOT A DATE'
            STOP RUN
         END-IF.
         DISPLAY C-PGMNAME
                 ' : BUSINESS DATE=(' WK-BUS-DATE ') FROM '
                 WK-BUS-FROM.
         COMPUTE WK-AHEAD-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WK-BUS-DATE-N)
                  + WK-DAYS).
      *
      * Run registry interlock, checked before any output file is
      * touched so a refused start changes nothing
      *
         PERFORM SUB-RUNREG-OPEN-EN THRU SUB-RUNREG-OPEN-EX.
      *
      * Report
      *
         OPEN OUTPUT RPTDAT.
         IF (WK-RPT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN QUEUE REPORT STATUS=('
                    WK-RPT-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-RPT-OPEN-SW.
         MOVE SPACE TO RPT-REC.
         STRING 'PENDING TRANSACTION QUEUE  BUSINESS DATE='
                   DELIMITED BY SIZE
                WK-BUS-DATE DELIMITED BY SIZE
                ' (' DELIMITED BY SIZE
                WK-BUS-FROM DELIMITED BY SPACE
                ')  RUN=' DELIMITED BY SIZE
                WK-RUN-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WK-RUN-TIME(1:6) DELIMITED BY SIZE
                INTO RPT-REC.
         WRITE RPT-REC.
         IF (WK-CAN-SW = 'ON')
            MOVE SPACE TO RPT-REC
            STRING 'CANCEL  ID-PK=(' DELIMITED BY SIZE
                   WK-CAN-KEY DELIMITED BY SIZE
                   ') TABLE=(' DELIMITED BY SIZE
                   WK-CAN-TABLE DELIMITED BY SPACE
                   ') SOURCE=(' DELIMITED BY SIZE
                   WK-CAN-SOURCE DELIMITED BY SIZE
                   ') EFF=(' DELIMITED BY SIZE
                   WK-CAN-EFF DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO RPT-REC
            WRITE RPT-REC
         END-IF.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * One command line word
      *------------------------------------------
       SUB-PARM-EN.
         EVALUATE TRUE
         WHEN (WK-PARM-CUR = SPACE)
            CONTINUE
         WHEN (WK-PARM-CUR = 'FORCE')
            MOVE 'ON' TO WK-FORCE-SW
         WHEN (WK-PARM-CUR(1:5) = 'DATE=')
            MOVE WK-PARM-CUR(6:8) TO WK-DATE-WK
            PERFORM SUB-DATECHK-EN THRU SUB-DATECHK-EX
            IF (WK-DATE-OK-SW = 'NO')
               OR (WK-PARM-CUR(14:7) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : DATE= MUST BE A DATE yyyymmdd'
               MOVE 'YES' TO WK-PARM-NG-SW
            ELSE
               MOVE WK-DATE-WK TO WK-BUS-DATE
               MOVE 'DATE=' TO WK-BUS-FROM
            END-IF
         WHEN (WK-PARM-CUR(1:5) = 'DAYS=')
            MOVE ZERO TO WK-DAYS
            UNSTRING WK-PARM-CUR(6:3) DELIMITED BY SPACE
               INTO WK-DAYS
            IF (WK-DAYS = ZERO) OR (WK-DAYS > 365)
               OR (WK-PARM-CUR(9:12) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : DAYS= MUST BE 1 TO 365'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:7) = 'CANCEL=')
            MOVE 'ON' TO WK-CAN-SW
            MOVE WK-PARM-CUR(8:4) TO WK-CAN-KEY
            IF (WK-CAN-KEY = SPACE)
               OR (WK-PARM-CUR(12:9) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : CANCEL= MUST BE AN ID-PK OF UP TO 4'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:6) = 'TABLE=')
            MOVE WK-PARM-CUR(7:10) TO WK-CAN-TABLE
            IF (WK-CAN-TABLE = SPACE)
               OR (WK-PARM-CUR(17:4) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : TABLE= MUST BE A TABLE NAME OF UP TO 10'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:7) = 'SOURCE=')
            MOVE WK-PARM-CUR(8:3) TO WK-CAN-SOURCE
            IF ((WK-CAN-SOURCE NOT = 'IN1')
                AND (WK-CAN-SOURCE NOT = 'IN2')
                AND (WK-CAN-SOURCE NOT = 'IN3'))
               OR (WK-PARM-CUR(11:10) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : SOURCE= MUST BE IN1, IN2 OR IN3'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:4) = 'EFF=')
            MOVE WK-PARM-CUR(5:8) TO WK-DATE-WK
            PERFORM SUB-DATECHK-EN THRU SUB-DATECHK-EX
            IF (WK-DATE-OK-SW = 'NO')
               OR (WK-PARM-CUR(13:8) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : EFF= MUST BE A DATE yyyymmdd'
               MOVE 'YES' TO WK-PARM-NG-SW
            ELSE
               MOVE WK-DATE-WK TO WK-CAN-EFF
            END-IF
         WHEN OTHER
            DISPLAY C-PGMNAME
                    ' : UNKNOWN OPTION=(' WK-PARM-CUR ')'
            MOVE 'YES' TO WK-PARM-NG-SW
         END-EVALUATE.
       SUB-PARM-EX.
         EXIT.
      *------------------------------------------
      * Business date from the H record of the payroll interface
      * file (left blank when there is none)
      *------------------------------------------
       SUB-PAYHDR-EN.
         OPEN INPUT PAYDAT.
         IF (WK-PAY-STAT = '00')
            READ PAYDAT
               AT END
                  CONTINUE
               NOT AT END
                  IF (PAY-REC(1:1) = 'H')
                     MOVE SPACE TO WK-PAY-FLD1 WK-PAY-FLD2
                     UNSTRING PAY-REC DELIMITED BY ','
                        INTO WK-PAY-FLD1 WK-PAY-FLD2
                     IF (WK-PAY-FLD2(1:8) IS NUMERIC)
                        MOVE WK-PAY-FLD2(1:8) TO WK-BUS-DATE
                        MOVE 'smp1_pay.csv' TO WK-BUS-FROM
                     END-IF
                  END-IF
            END-READ
            CLOSE PAYDAT
         END-IF.
       SUB-PAYHDR-EX.
         EXIT.
      *------------------------------------------
      * WK-DATE-WK a calendar date yyyymmdd
      *------------------------------------------
       SUB-DATECHK-EN.
         MOVE 'NO' TO WK-DATE-OK-SW.
         IF (WK-DATE-WK IS NUMERIC)
            IF (FUNCTION TEST-DATE-YYYYMMDD(WK-DATE-WK-N) = 0)
               MOVE 'YES' TO WK-DATE-OK-SW
            END-IF
         END-IF.
       SUB-DATECHK-EX.
         EXIT.
      *------------------------------------------
      * Load the pending queue (none yet is fine) in effective-date
      * / queue sequence order
      *------------------------------------------
       SUB-QLOAD-EN.
         MOVE HIGH-VALUE TO WK-PND-TBL.
         MOVE ZERO TO WK-PND-CNT WK-NEXT-SEQ WK-REC-NO.
         OPEN INPUT PNDDAT.
         IF (WK-PND-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-QREAD-EN THRU SUB-QREAD-EX
               UNTIL (END-SW = 'ON')
            CLOSE PNDDAT
         END-IF.
         PERFORM SUB-QORDER-EN THRU SUB-QORDER-EX.
       SUB-QLOAD-EX.
         EXIT.
      *------------------------------------------
      * Put the queue in hand in effective-date / queue sequence
      * order
      *------------------------------------------
       SUB-QORDER-EN.
         PERFORM VARYING WK-PND-I FROM 2 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            PERFORM SUB-QINS-EN THRU SUB-QINS-EX
         END-PERFORM.
       SUB-QORDER-EX.
         EXIT.
      *------------------------------------------
      * Entry WK-PND-I into place among the entries below it (the
      * later ones move up)
      *------------------------------------------
       SUB-QINS-EN.
         MOVE WK-PND-ENT(WK-PND-I) TO WK-PND-WK.
         MOVE WK-PND-I TO WK-PND-J.
         PERFORM UNTIL (WK-PND-J = 1)
                    OR (WK-PND-ENT(WK-PND-J - 1)(1:14)
                        NOT > WK-PND-WK(1:14))
            MOVE WK-PND-ENT(WK-PND-J - 1) TO WK-PND-ENT(WK-PND-J)
            SUBTRACT 1 FROM WK-PND-J
         END-PERFORM.
         MOVE WK-PND-WK TO WK-PND-ENT(WK-PND-J).
       SUB-QINS-EX.
         EXIT.
      *------------------------------------------
      * One queue line
      *------------------------------------------
       SUB-QREAD-EN.
         READ PNDDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               ADD 1 TO WK-REC-NO
               IF (PND-REC NOT = SPACE)
                  MOVE PND-EFF TO WK-DATE-WK
                  PERFORM SUB-DATECHK-EN THRU SUB-DATECHK-EX
                  IF (WK-DATE-OK-SW = 'NO')
                     OR (PND-SEQ IS NOT NUMERIC)
                     OR ((PND-SOURCE NOT = 'IN1')
                     AND (PND-SOURCE NOT = 'IN2')
                     AND (PND-SOURCE NOT = 'IN3'))
                     OR ((PND-MARK NOT = SPACE)
                     AND (PND-MARK NOT = 'R'))
                     DISPLAY C-PGMNAME
                             ' : ABEND, smp1_pend.dat LINE ('
                             WK-REC-NO ') IS NOT A QUEUE RECORD'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  IF (WK-PND-CNT >= C-PND-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-PND-MAX
                             ') RECORDS IN THE QUEUE'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-PND-CNT
                  MOVE PND-EFF TO WK-PND-EFF(WK-PND-CNT)
                  MOVE PND-SEQ TO WK-PND-SEQ(WK-PND-CNT)
                  MOVE PND-SOURCE(3:1) TO WK-PND-SRC(WK-PND-CNT)
                  MOVE PND-QDATE TO WK-PND-QDATE(WK-PND-CNT)
                  IF (PND-MARK = 'R')
                     MOVE 'A' TO WK-PND-ACT(WK-PND-CNT)
                     ADD 1 TO WK-CNT-RCHK
                  ELSE
                     MOVE 'P' TO WK-PND-ACT(WK-PND-CNT)
                  END-IF
                  MOVE PND-TRC TO WK-PND-TRC(WK-PND-CNT)
                  MOVE PND-SEQ TO WK-SEQ-WK
                  IF (WK-SEQ-WK > WK-NEXT-SEQ)
                     MOVE WK-SEQ-WK TO WK-NEXT-SEQ
                  END-IF
               END-IF
         END-READ.
       SUB-QREAD-EX.
         EXIT.
      *------------------------------------------
      * Records released for this business date (R lines of the
      * history), to be written back into an input that no longer
      * holds them; the history also gives the highest queue
      * sequence used so far
      *------------------------------------------
       SUB-RLOAD-EN.
         MOVE ZERO TO WK-REC-NO.
         OPEN INPUT PHSTDAT.
         IF (WK-PHST-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RREAD-EN THRU SUB-RREAD-EX
               UNTIL (END-SW = 'ON')
            CLOSE PHSTDAT
         END-IF.
         PERFORM SUB-QORDER-EN THRU SUB-QORDER-EX.
       SUB-RLOAD-EX.
         EXIT.
      *------------------------------------------
      * One history line
      *------------------------------------------
       SUB-RREAD-EN.
         READ PHSTDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               ADD 1 TO WK-REC-NO
               IF (PHS-SEQ IS NUMERIC)
                  MOVE PHS-SEQ TO WK-SEQ-WK
                  IF (WK-SEQ-WK > WK-NEXT-SEQ)
                     MOVE WK-SEQ-WK TO WK-NEXT-SEQ
                  END-IF
               END-IF
               IF (PHS-ACT = 'R') AND (PHS-BUS = WK-BUS-DATE)
                  PERFORM SUB-RADD-EN THRU SUB-RADD-EX
               END-IF
         END-READ.
       SUB-RREAD-EX.
         EXIT.
      *------------------------------------------
      * A record released for this business date, taken in unless
      * the queue already holds it (still marked)
      *------------------------------------------
       SUB-RADD-EN.
         IF (PHS-SEQ IS NOT NUMERIC)
            OR ((PHS-SOURCE NOT = 'IN1')
            AND (PHS-SOURCE NOT = 'IN2')
            AND (PHS-SOURCE NOT = 'IN3'))
            DISPLAY C-PGMNAME
                    ' : ABEND, smp1_phst.dat LINE ('
                    WK-REC-NO ') IS NOT A QUEUE RECORD'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
               OR ((WK-PND-SRC(WK-PND-I) = PHS-SOURCE(3:1))
               AND (WK-PND-SEQ(WK-PND-I) = PHS-SEQ)
               AND (WK-PND-EFF(WK-PND-I) = PHS-EFF)
               AND (WK-PND-TRC(WK-PND-I) = PHS-TRC))
            CONTINUE
         END-PERFORM.
         IF (WK-PND-I > WK-PND-CNT)
            IF (WK-PND-CNT >= C-PND-MAX)
               DISPLAY C-PGMNAME
                       ' : ABEND, MORE THAN (' C-PND-MAX
                       ') RECORDS IN THE QUEUE'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            ADD 1 TO WK-PND-CNT
            MOVE PHS-EFF TO WK-PND-EFF(WK-PND-CNT)
            MOVE PHS-SEQ TO WK-PND-SEQ(WK-PND-CNT)
            MOVE PHS-SOURCE(3:1) TO WK-PND-SRC(WK-PND-CNT)
            MOVE PHS-QDATE TO WK-PND-QDATE(WK-PND-CNT)
            MOVE 'A' TO WK-PND-ACT(WK-PND-CNT)
            MOVE PHS-TRC TO WK-PND-TRC(WK-PND-CNT)
            ADD 1 TO WK-CNT-RCHK
         END-IF.
       SUB-RADD-EX.
         EXIT.
      *------------------------------------------
      * Cancel: every pending record of the key (and of the source
      * and date, when given)
      *------------------------------------------
       SUB-CANCEL-EN.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            IF (WK-PND-TRC(WK-PND-I)(42:10) = SPACE)
               MOVE C-TABLE TO WK-KEY-TABLE
            ELSE
               MOVE WK-PND-TRC(WK-PND-I)(42:10) TO WK-KEY-TABLE
            END-IF
            IF (WK-PND-ACT(WK-PND-I) = 'P')
               AND (WK-PND-TRC(WK-PND-I)(3:4) = WK-CAN-KEY)
               AND (WK-KEY-TABLE = WK-CAN-TABLE)
               AND ((WK-CAN-SOURCE = SPACE)
                 OR (WK-CAN-SOURCE(3:1) = WK-PND-SRC(WK-PND-I)))
               AND ((WK-CAN-EFF = SPACE)
                 OR (WK-CAN-EFF = WK-PND-EFF(WK-PND-I)))
               MOVE 'X' TO WK-PND-ACT(WK-PND-I)
               ADD 1 TO WK-CNT-CAN
               DISPLAY C-PGMNAME
                       ' : CANCELLED KEY=(' WK-CAN-KEY
                       ') SOURCE=(IN' WK-PND-SRC(WK-PND-I)
                       ') EFFECTIVE=(' WK-PND-EFF(WK-PND-I) ')'
            END-IF
         END-PERFORM.
         IF (WK-CNT-CAN = ZERO)
            DISPLAY C-PGMNAME
                    ' : NOTHING PENDING FOR ID-PK=(' WK-CAN-KEY
                    ') TABLE=(' WK-CAN-TABLE ')'
            MOVE 'FAILED' TO WK-RUN-STATUS
            MOVE SPACE TO RPT-REC
            STRING 'CANCEL REFUSED: NOTHING PENDING FOR ID-PK '
                      DELIMITED BY SIZE
                   WK-CAN-KEY DELIMITED BY SIZE
                   INTO RPT-REC
            WRITE RPT-REC
         END-IF.
       SUB-CANCEL-EX.
         EXIT.
      *------------------------------------------
      * Validation pass: every effective date in every input must
      * be a date, and the queue must have room for the records
      * to be queued
      *------------------------------------------
       SUB-CHECK-EN.
         MOVE ZERO TO WK-CHK-FUT.
         PERFORM VARYING WK-SRC-NO FROM 1 BY 1
            UNTIL (WK-SRC-NO > 3)
            PERFORM SUB-INNAME-EN THRU SUB-INNAME-EX
            OPEN INPUT INDAT
            IF (WK-IN-STAT = '00')
               MOVE ZERO TO WK-REC-NO
               MOVE 'OFF' TO END-SW
               PERFORM SUB-CHKREC-EN THRU SUB-CHKREC-EX
                  UNTIL (END-SW = 'ON')
               CLOSE INDAT
            END-IF
         END-PERFORM.
         IF (WK-ERR-CNT > 0)
            MOVE 'FAILED' TO WK-RUN-STATUS
            MOVE SPACE TO RPT-REC
            STRING 'REJECTED: ERRORS=(' DELIMITED BY SIZE
                   WK-ERR-CNT DELIMITED BY SIZE
                   ') NOTHING QUEUED OR RELEASED' DELIMITED BY SIZE
                   INTO RPT-REC
            WRITE RPT-REC
         ELSE
            IF (WK-PND-CNT + WK-CHK-FUT > C-PND-MAX)
               DISPLAY C-PGMNAME
                       ' : ABEND, QUEUE OF (' WK-PND-CNT
                       ') CANNOT TAKE (' WK-CHK-FUT
                       ') MORE, LIMIT=(' C-PND-MAX ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
       SUB-CHECK-EX.
         EXIT.
      *------------------------------------------
      * File name of source input WK-SRC-NO
      *------------------------------------------
       SUB-INNAME-EN.
         MOVE SPACE TO WK-IN-NAME.
         STRING 'smp1_in' DELIMITED BY SIZE
                WK-SRC-NO DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
                INTO WK-IN-NAME.
       SUB-INNAME-EX.
         EXIT.
      *------------------------------------------
      * Validation pass: one input record
      *------------------------------------------
       SUB-CHKREC-EN.
         READ INDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               ADD 1 TO WK-REC-NO
               IF (WK-REC-NO > C-INR-MAX)
                  DISPLAY C-PGMNAME
                          ' : ABEND, ' WK-IN-NAME(1:12)
                          ' HOLDS MORE THAN (' C-INR-MAX
                          ') RECORDS'
                  PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
               END-IF
               IF (IN-EFF NOT = SPACE)
                  MOVE IN-EFF TO WK-DATE-WK
                  PERFORM SUB-DATECHK-EN THRU SUB-DATECHK-EX
                  IF (WK-DATE-OK-SW = 'NO')
                     MOVE SPACE TO WK-ERR-MSG
                     STRING 'EFFECTIVE DATE=(' DELIMITED BY SIZE
                            IN-EFF DELIMITED BY SIZE
                            ') IS NOT A DATE' DELIMITED BY SIZE
                            INTO WK-ERR-MSG
                     PERFORM SUB-ERROR-EN THRU SUB-ERROR-EX
                  ELSE
                     IF (IN-EFF > WK-BUS-DATE)
                        ADD 1 TO WK-CHK-FUT
                     END-IF
                  END-IF
               END-IF
         END-READ.
       SUB-CHKREC-EX.
         EXIT.
      *------------------------------------------
      * One validation error (report line plus console echo)
      *------------------------------------------
       SUB-ERROR-EN.
         ADD 1 TO WK-ERR-CNT.
         MOVE SPACE TO RPT-REC.
         STRING WK-IN-NAME DELIMITED BY SPACE
                ' REC ' DELIMITED BY SIZE
                WK-REC-NO DELIMITED BY SIZE
                ' : ' DELIMITED BY SIZE
                WK-ERR-MSG DELIMITED BY SIZE
                INTO RPT-REC.
         WRITE RPT-REC.
         DISPLAY C-PGMNAME ' : ' RPT-REC(1:75).
         MOVE SPACE TO WK-ERR-MSG.
       SUB-ERROR-EX.
         EXIT.
      *------------------------------------------
      * One source input: queue its records dated after the
      * business date and mark the queued records now due for it
      * as released (the input is rewritten once the queue is
      * saved)
      *------------------------------------------
       SUB-SOURCE-EN.
         PERFORM SUB-INNAME-EN THRU SUB-INNAME-EX.
         OPEN INPUT INDAT.
         IF (WK-IN-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-INTAKE-EN THRU SUB-INTAKE-EX
               UNTIL (END-SW = 'ON')
            CLOSE INDAT
         END-IF.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            IF (WK-PND-ACT(WK-PND-I) = 'P')
               AND (WK-PND-SRC(WK-PND-I) = WK-SRC-NO)
               AND (WK-PND-EFF(WK-PND-I) NOT > WK-BUS-DATE)
               MOVE 'R' TO WK-PND-ACT(WK-PND-I)
               ADD 1 TO WK-CNT-REL
            END-IF
         END-PERFORM.
       SUB-SOURCE-EX.
         EXIT.
      *------------------------------------------
      * One input record: kept (undated or already due, the date
      * removed) or queued
      *------------------------------------------
       SUB-INTAKE-EN.
         READ INDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               ADD 1 TO WK-CNT-READ
               IF (IN-EFF > WK-BUS-DATE)
                  PERFORM VARYING WK-PND-I FROM 1 BY 1
                     UNTIL (WK-PND-I > WK-PND-CNT)
                        OR ((WK-PND-ACT(WK-PND-I) = 'P')
                        AND (WK-PND-SRC(WK-PND-I) = WK-SRC-NO)
                        AND (WK-PND-EFF(WK-PND-I) = IN-EFF)
                        AND (WK-PND-QDATE(WK-PND-I) = WK-BUS-DATE)
                        AND (WK-PND-TRC(WK-PND-I) = IN-TRC))
                     CONTINUE
                  END-PERFORM
               END-IF
               EVALUATE TRUE
               WHEN (IN-EFF NOT > WK-BUS-DATE)
                  IF (IN-EFF NOT = SPACE)
                     ADD 1 TO WK-CNT-DUE
                  END-IF
                  ADD 1 TO WK-CNT-KEPT
               WHEN (WK-PND-I <= WK-PND-CNT)
                  ADD 1 TO WK-CNT-AGAIN
               WHEN OTHER
                  ADD 1 TO WK-PND-CNT
                  ADD 1 TO WK-NEXT-SEQ
                  MOVE IN-EFF TO WK-PND-EFF(WK-PND-CNT)
                  MOVE WK-NEXT-SEQ TO WK-PND-SEQ(WK-PND-CNT)
                  MOVE WK-SRC-NO TO WK-PND-SRC(WK-PND-CNT)
                  MOVE WK-BUS-DATE TO WK-PND-QDATE(WK-PND-CNT)
                  MOVE 'Q' TO WK-PND-ACT(WK-PND-CNT)
                  MOVE IN-TRC TO WK-PND-TRC(WK-PND-CNT)
                  ADD 1 TO WK-CNT-QUE
               END-EVALUATE
         END-READ.
       SUB-INTAKE-EX.
         EXIT.
      *------------------------------------------
      * Rewrite one source input: the records released to it, in
      * effective-date order, ahead of the records it keeps (the
      * date removed). A record released by an earlier run is
      * written again only when the input no longer holds it
      *------------------------------------------
       SUB-REWRITE-EN.
         PERFORM SUB-INNAME-EN THRU SUB-INNAME-EX.
         MOVE ZERO TO WK-INR-CNT.
         MOVE 'NO' TO WK-IN-SW WK-REL-SW.
         OPEN INPUT INDAT.
         IF (WK-IN-STAT = '00')
            MOVE 'YES' TO WK-IN-SW
            MOVE 'OFF' TO END-SW
            PERFORM SUB-KEEP-EN THRU SUB-KEEP-EX
               UNTIL (END-SW = 'ON')
            CLOSE INDAT
         END-IF.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            IF (WK-PND-ACT(WK-PND-I) = 'A')
               AND (WK-PND-SRC(WK-PND-I) = WK-SRC-NO)
               PERFORM SUB-RCHK-EN THRU SUB-RCHK-EX
            END-IF
            IF ((WK-PND-ACT(WK-PND-I) = 'R')
               OR (WK-PND-ACT(WK-PND-I) = 'G'))
               AND (WK-PND-SRC(WK-PND-I) = WK-SRC-NO)
               MOVE 'YES' TO WK-REL-SW
            END-IF
         END-PERFORM.
      *
      * An input not present tonight is still written when records
      * are released to it
      *
         IF (WK-IN-SW = 'NO') AND (WK-REL-SW = 'NO')
            DISPLAY C-PGMNAME
                    ' : NOTE, ' WK-IN-NAME(1:12)
                    ' NOT PRESENT, NOTHING DUE, SKIPPED'
         ELSE
            OPEN OUTPUT INDAT
            IF (WK-IN-STAT NOT = '00')
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT REWRITE ' WK-IN-NAME(1:12)
                       ' STATUS=(' WK-IN-STAT ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            MOVE 'YES' TO WK-IN-OPEN-SW
            PERFORM VARYING WK-PND-I FROM 1 BY 1
               UNTIL (WK-PND-I > WK-PND-CNT)
               IF ((WK-PND-ACT(WK-PND-I) = 'R')
                  OR (WK-PND-ACT(WK-PND-I) = 'G'))
                  AND (WK-PND-SRC(WK-PND-I) = WK-SRC-NO)
                  MOVE SPACE TO IN-REC
                  MOVE WK-PND-TRC(WK-PND-I) TO IN-TRC
                  WRITE IN-REC
               END-IF
            END-PERFORM
            PERFORM VARYING WK-INR-I FROM 1 BY 1
               UNTIL (WK-INR-I > WK-INR-CNT)
               MOVE SPACE TO IN-REC
               MOVE WK-INR-TRC(WK-INR-I) TO IN-TRC
               WRITE IN-REC
            END-PERFORM
            CLOSE INDAT
            MOVE 'NO' TO WK-IN-OPEN-SW
         END-IF.
       SUB-REWRITE-EX.
         EXIT.
      *------------------------------------------
      * One input record the rewritten input keeps
      *------------------------------------------
       SUB-KEEP-EN.
         READ INDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (IN-EFF NOT > WK-BUS-DATE)
                  ADD 1 TO WK-INR-CNT
                  MOVE IN-TRC TO WK-INR-TRC(WK-INR-CNT)
               END-IF
         END-READ.
       SUB-KEEP-EX.
         EXIT.
      *------------------------------------------
      * Entry WK-PND-I, released by an earlier run: written back
      * (G) when the input no longer holds it
      *------------------------------------------
       SUB-RCHK-EN.
         PERFORM VARYING WK-INR-I FROM 1 BY 1
            UNTIL (WK-INR-I > WK-INR-CNT)
               OR (WK-INR-TRC(WK-INR-I) = WK-PND-TRC(WK-PND-I))
            CONTINUE
         END-PERFORM.
         IF (WK-INR-I > WK-INR-CNT)
            MOVE 'G' TO WK-PND-ACT(WK-PND-I)
            ADD 1 TO WK-CNT-REREL
            DISPLAY C-PGMNAME
                    ' : RELEASED AGAIN, MISSING FROM '
                    WK-IN-NAME(1:12) ' SEQ=(' WK-PND-SEQ(WK-PND-I)
                    ') EFFECTIVE=(' WK-PND-EFF(WK-PND-I) ')'
         END-IF.
       SUB-RCHK-EX.
         EXIT.
      *------------------------------------------
      * Rewrite the queue (records still pending). With WK-QMARK-SW
      * YES, before the inputs are rewritten: the records being
      * released stay on it marked, and every record queued,
      * released or cancelled by this run is logged. With NO, once
      * every input is rewritten: the released records come off
      *------------------------------------------
       SUB-QSAVE-EN.
         PERFORM SUB-QORDER-EN THRU SUB-QORDER-EX.
         OPEN OUTPUT PNDDAT.
         IF (WK-PND-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT REWRITE smp1_pend.dat'
                    ' STATUS=(' WK-PND-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            EVALUATE TRUE
            WHEN (WK-PND-ACT(WK-PND-I) = 'P')
            WHEN (WK-PND-ACT(WK-PND-I) = 'Q')
               PERFORM SUB-PLINE-EN THRU SUB-PLINE-EX
               MOVE SPACE TO PND-REC
               MOVE WK-PLINE TO PND-REC(1:80)
               WRITE PND-REC
            WHEN (WK-QMARK-SW = 'NO')
            WHEN (WK-PND-ACT(WK-PND-I) = 'X')
               CONTINUE
            WHEN OTHER
               PERFORM SUB-PLINE-EN THRU SUB-PLINE-EX
               MOVE SPACE TO PND-REC
               MOVE WK-PLINE TO PND-REC(1:80)
               MOVE 'R' TO PND-MARK
               WRITE PND-REC
            END-EVALUATE
         END-PERFORM.
         CLOSE PNDDAT.
         IF (WK-QMARK-SW = 'YES')
            PERFORM SUB-QLOG-EN THRU SUB-QLOG-EX
         END-IF.
       SUB-QSAVE-EX.
         EXIT.
      *------------------------------------------
      * Log every record queued, released or cancelled by this run
      *------------------------------------------
       SUB-QLOG-EN.
      *
      * History (a history that cannot be written does not undo
      * the queue: warn and go on)
      *
         OPEN EXTEND PHSTDAT.
         IF (WK-PHST-STAT NOT = '00')
            OPEN OUTPUT PHSTDAT
         END-IF.
         IF (WK-PHST-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : WARNING, CANNOT OPEN smp1_phst.dat STATUS=('
                    WK-PHST-STAT ')'
         ELSE
            PERFORM VARYING WK-PND-I FROM 1 BY 1
               UNTIL (WK-PND-I > WK-PND-CNT)
               IF (WK-PND-ACT(WK-PND-I) = 'Q')
                  OR (WK-PND-ACT(WK-PND-I) = 'R')
                  OR (WK-PND-ACT(WK-PND-I) = 'X')
                  PERFORM SUB-PLINE-EN THRU SUB-PLINE-EX
                  MOVE SPACE TO PHST-REC
                  MOVE WK-PND-ACT(WK-PND-I) TO PHS-ACT
                  MOVE WK-BUS-DATE TO PHS-BUS
                  STRING WK-RUN-DATE DELIMITED BY SIZE
                         WK-RUN-TIME(1:6) DELIMITED BY SIZE
                         INTO PHS-STAMP
                  MOVE WK-PLINE TO PHS-PND
                  WRITE PHST-REC
               END-IF
            END-PERFORM
            CLOSE PHSTDAT
         END-IF.
       SUB-QLOG-EX.
         EXIT.
      *------------------------------------------
      * Queue line of entry WK-PND-I
      *------------------------------------------
       SUB-PLINE-EN.
         MOVE WK-PND-EFF(WK-PND-I) TO WK-PL-EFF.
         MOVE WK-PND-SRC(WK-PND-I) TO WK-PL-SRC.
         MOVE WK-PND-QDATE(WK-PND-I) TO WK-PL-QDATE.
         MOVE WK-PND-SEQ(WK-PND-I) TO WK-PL-SEQ.
         MOVE WK-PND-TRC(WK-PND-I) TO WK-PL-TRC.
       SUB-PLINE-EX.
         EXIT.
      *------------------------------------------
      * Queue report: what this run released, queued or cancelled,
      * then what is pending over the look-ahead window
      *------------------------------------------
       SUB-REPORT-EN.
         MOVE ZERO TO WK-CNT-PEND WK-CNT-WIN WK-CNT-LATER.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            IF (WK-PND-ACT(WK-PND-I) = 'P')
               OR (WK-PND-ACT(WK-PND-I) = 'Q')
               ADD 1 TO WK-CNT-PEND
               MOVE WK-PND-EFF(WK-PND-I) TO WK-DATE-WK
               IF (WK-DATE-WK > WK-AHEAD-DATE)
                  ADD 1 TO WK-CNT-LATER
               ELSE
                  ADD 1 TO WK-CNT-WIN
               END-IF
            END-IF
         END-PERFORM.
         IF (WK-CAN-SW = 'ON')
            MOVE 3 TO WK-SECT
            PERFORM SUB-SECT-EN THRU SUB-SECT-EX
         ELSE
            MOVE 1 TO WK-SECT
            PERFORM SUB-SECT-EN THRU SUB-SECT-EX
            MOVE 2 TO WK-SECT
            PERFORM SUB-SECT-EN THRU SUB-SECT-EX
            IF (WK-CNT-REREL > 0)
               MOVE 5 TO WK-SECT
               PERFORM SUB-SECT-EN THRU SUB-SECT-EX
            END-IF
         END-IF.
         MOVE 4 TO WK-SECT.
         PERFORM SUB-SECT-EN THRU SUB-SECT-EX.
         MOVE SPACE TO RPT-REC.
         STRING '  PENDING AFTER ' DELIMITED BY SIZE
                WK-AHEAD-DATE DELIMITED BY SIZE
                '=(' DELIMITED BY SIZE
                WK-CNT-LATER DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACE TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACE TO RPT-REC.
         STRING 'RELEASED=(' DELIMITED BY SIZE
                WK-CNT-REL DELIMITED BY SIZE
                ') RELEASED AGAIN=(' DELIMITED BY SIZE
                WK-CNT-REREL DELIMITED BY SIZE
                ') QUEUED=(' DELIMITED BY SIZE
                WK-CNT-QUE DELIMITED BY SIZE
                ') CANCELLED=(' DELIMITED BY SIZE
                WK-CNT-CAN DELIMITED BY SIZE
                ') STILL PENDING=(' DELIMITED BY SIZE
                WK-CNT-PEND DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO RPT-REC.
         WRITE RPT-REC.
       SUB-REPORT-EX.
         EXIT.
      *------------------------------------------
      * One report section (WK-SECT: 1 released, 2 queued,
      * 3 cancelled, 4 pending within the window, 5 released again)
      *------------------------------------------
       SUB-SECT-EN.
         MOVE SPACE TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACE TO RPT-REC.
         EVALUATE WK-SECT
         WHEN 1
            STRING 'RELEASED INTO THE INPUTS, DUE BY '
                      DELIMITED BY SIZE
                   WK-BUS-DATE DELIMITED BY SIZE
                   INTO RPT-REC
         WHEN 2
            STRING 'QUEUED, EFFECTIVE AFTER ' DELIMITED BY SIZE
                   WK-BUS-DATE DELIMITED BY SIZE
                   INTO RPT-REC
         WHEN 3
            MOVE 'CANCELLED' TO RPT-REC
         WHEN 4
            STRING 'STILL PENDING, EFFECTIVE UP TO '
                      DELIMITED BY SIZE
                   WK-AHEAD-DATE DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WK-DAYS DELIMITED BY SIZE
                   ' DAYS)' DELIMITED BY SIZE
                   INTO RPT-REC
         WHEN 5
            MOVE 'RELEASED AGAIN, NO LONGER IN THEIR INPUT'
              TO RPT-REC
         END-EVALUATE.
         WRITE RPT-REC.
         MOVE RPT-PNDHD TO RPT-REC.
         WRITE RPT-REC.
         MOVE ZERO TO WK-SECT-CNT.
         PERFORM VARYING WK-PND-I FROM 1 BY 1
            UNTIL (WK-PND-I > WK-PND-CNT)
            PERFORM SUB-SECT-ENT-EN THRU SUB-SECT-ENT-EX
         END-PERFORM.
         IF (WK-SECT-CNT = ZERO)
            MOVE '  NONE' TO RPT-REC
            WRITE RPT-REC
         END-IF.
       SUB-SECT-EX.
         EXIT.
      *------------------------------------------
      * Entry WK-PND-I in the current section
      *------------------------------------------
       SUB-SECT-ENT-EN.
         MOVE 'NO' TO WK-SECT-SW.
         EVALUATE WK-SECT
         WHEN 1
            IF (WK-PND-ACT(WK-PND-I) = 'R')
               MOVE 'YES' TO WK-SECT-SW
            END-IF
         WHEN 2
            IF (WK-PND-ACT(WK-PND-I) = 'Q')
               MOVE 'YES' TO WK-SECT-SW
            END-IF
         WHEN 3
            IF (WK-PND-ACT(WK-PND-I) = 'X')
               MOVE 'YES' TO WK-SECT-SW
            END-IF
         WHEN 4
            MOVE WK-PND-EFF(WK-PND-I) TO WK-DATE-WK
            IF ((WK-PND-ACT(WK-PND-I) = 'P')
               OR (WK-PND-ACT(WK-PND-I) = 'Q'))
               AND (WK-DATE-WK NOT > WK-AHEAD-DATE)
               MOVE 'YES' TO WK-SECT-SW
            END-IF
         WHEN 5
            IF (WK-PND-ACT(WK-PND-I) = 'G')
               MOVE 'YES' TO WK-SECT-SW
            END-IF
         END-EVALUATE.
         IF (WK-SECT-SW = 'YES')
            ADD 1 TO WK-SECT-CNT
            MOVE WK-PND-EFF(WK-PND-I) TO PNL-EFF
            MOVE SPACE TO PNL-SOURCE
            STRING 'IN' DELIMITED BY SIZE
                   WK-PND-SRC(WK-PND-I) DELIMITED BY SIZE
                   INTO PNL-SOURCE
            MOVE WK-PND-TRC(WK-PND-I)(1:1) TO PNL-KUBUN
            IF (WK-PND-TRC(WK-PND-I)(42:10) = SPACE)
               MOVE C-TABLE TO PNL-TABLE
            ELSE
               MOVE WK-PND-TRC(WK-PND-I)(42:10) TO PNL-TABLE
            END-IF
            MOVE WK-PND-TRC(WK-PND-I)(3:4) TO PNL-KEY
            MOVE WK-PND-QDATE(WK-PND-I) TO PNL-QDATE
            MOVE WK-PND-SEQ(WK-PND-I) TO PNL-SEQ
            MOVE WK-PND-TRC(WK-PND-I)(8:29) TO PNL-VALUE
            MOVE RPT-PND TO RPT-REC
            WRITE RPT-REC
         END-IF.
       SUB-SECT-ENT-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         IF (WK-CAN-SW = 'OFF')
            DISPLAY C-PGMNAME ' : TALLY READ=(' WK-CNT-READ ')'
                    ' KEPT=(' WK-CNT-KEPT ')'
                    ' DATED AND DUE=(' WK-CNT-DUE ')'
                    ' ALREADY QUEUED=(' WK-CNT-AGAIN ')'
                    ' ERRORS=(' WK-ERR-CNT ')'
         END-IF.
         DISPLAY C-PGMNAME ' : TALLY RELEASED=(' WK-CNT-REL ')'
                 ' RELEASED AGAIN=(' WK-CNT-REREL ')'
                 ' QUEUED=(' WK-CNT-QUE ')'
                 ' CANCELLED=(' WK-CNT-CAN ')'
                 ' STILL PENDING=(' WK-CNT-PEND ')'.
         IF (WK-ERR-CNT > 0)
            DISPLAY C-PGMNAME
                    ' : INPUTS REJECTED, SEE smp1_pndr.dat,'
                    ' NOTHING QUEUED OR RELEASED'
         END-IF.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-IN-OPEN-SW = 'YES')
            CLOSE   INDAT
            MOVE 'NO' TO WK-IN-OPEN-SW
         END-IF.
         IF (WK-RPT-OPEN-SW = 'YES')
            CLOSE   RPTDAT
            MOVE 'NO' TO WK-RPT-OPEN-SW
         END-IF.
      *
      * Record the end of this run in the registry
      *
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'REL=' DELIMITED BY SIZE
                WK-CNT-REL DELIMITED BY SIZE
                ' QUE=' DELIMITED BY SIZE
                WK-CNT-QUE DELIMITED BY SIZE
                ' CAN=' DELIMITED BY SIZE
                WK-CNT-CAN DELIMITED BY SIZE
                ' PEND=' DELIMITED BY SIZE
                WK-CNT-PEND DELIMITED BY SIZE
                INTO WK-RUN-TALLY.
         PERFORM SUB-RUNREG-END-EN THRU SUB-RUNREG-END-EX.
       SUB-CLOSE-EX.
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
       SUB-ABEND-EN.
          MOVE 'ABENDED' TO WK-RUN-STATUS.
          PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
          STOP RUN.
       SUB-ABEND-EX.
         EXIT.
