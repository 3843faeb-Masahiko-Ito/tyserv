      *
      * ID-PK key-space report and key reservation for new hires.
      *
      *   sample22 [<table>] [RESERVE=<n> SOURCE=<src> [DAYS=<d>]
      *            [BAND=<b>]] [WARN=<pct>] [FORCE]
      *
      * (the table defaults to smp1)
      *
      * The table is walked in chunks (as sample2 does) and every
      * 4-digit key in use is marked. The reservation file
      * (smp1_resv.dat) is then brought up to date:
      *   - a reservation past its expiry date is released
      *   - a reservation whose key is now in the table has been
      *     taken up (the hire was loaded) and is released
      * and, when RESERVE= is given, the next <n> free keys (not in
      * the table and not reserved) are reserved to the source,
      * lowest first, from the start of thousand-band <b> (only
      * within that band) or from 0000. A reservation expires <d>
      * days after today (default 14). The source is the sample5
      * input a department submits through: IN1 (payroll, written
      * by sample13), IN2 or IN3. When not enough keys are free the
      * request is refused whole and nothing is reserved.
      *
      * sample1 and sample13 reject an I (payroll action A) for a
      * key reserved to another source until the reservation
      * expires, so departments no longer collide on new keys.
      *
      * The report (smp1_keys.dat) gives used, reserved and free
      * keys per thousand-band with a NEARLY FULL warning when the
      * used and reserved keys reach <pct> percent of the band
      * (default 90), keys that are not four digits, and every
      * reservation on file: held, granted or released by this run.
      *
      * tyserv is only read. The run is recorded in the suite's run
      * registry (smp1_runh.dat) with target '*', as it rewrites the
      * reservation file that sample1 and sample13 read.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample22.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Key reservations (input, then rewritten)
      *------------------------------------------
          SELECT RSVDAT  ASSIGN TO "smp1_resv.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RSV-STAT.
      *------------------------------------------
      * Key-space report
      *------------------------------------------
          SELECT KEYSDAT ASSIGN TO "smp1_keys.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-KEYS-STAT.
      *------------------------------------------
      * Table definition file (table/column/type/length)
      *------------------------------------------
          SELECT TDEFDAT ASSIGN TO "smp1_tdef.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-TDEF-STAT.
      *------------------------------------------
      * Connection control file (HOST/PORT)
      *------------------------------------------
          SELECT CTLDAT  ASSIGN TO "smp1.ctl"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-CTL-STAT.
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
      * Key reservation: one key of one table held for a source
      * from the date reserved up to and including the expiry date
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
      * Key-space report
      *------------------------------------------
       FD  KEYSDAT.
       01  KEYS-REC     PIC X(80).
      *------------------------------------------
      * Table definition file (one line per column, grouped by
      * table, the first column of a table is its pkey)
      *------------------------------------------
       FD  TDEFDAT.
       01  TDEF-REC.
          02 TDF-TABLE  PIC X(10).
          02 FILLER     PIC X(1).
          02 TDF-COL    PIC X(10).
          02 FILLER     PIC X(1).
      * TDF-TYPE: X:alphanumeric 9:numeric
          02 TDF-TYPE   PIC X(1).
          02 FILLER     PIC X(1).
          02 TDF-LEN    PIC 9(4).
      *------------------------------------------
      * Connection control file
      *------------------------------------------
       FD  CTLDAT.
       01  CTL-REC.
          02 CTL-HOST   PIC X(9).
          02 FILLER     PIC X(1).
          02 CTL-PORT   PIC X(5).
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
       01 C-PGMNAME     PIC X(8) VALUE 'sample22'.
       01 C-NULL        PIC X(1) VALUE LOW-VALUE.
       01 C-TAB         PIC X(1) VALUE X'09'.
      *------------------------------------------
      * Run parameters
      *------------------------------------------
       01 WK-PARM        PIC X(80) VALUE SPACE.
       01 WK-PARM-TBL.
          02 WK-PARM-W   PIC X(20) OCCURS 7 TIMES.
       01 WK-PARM-I      PIC 9(1) VALUE ZERO.
       01 WK-PARM-CUR    PIC X(20) VALUE SPACE.
       01 WK-PARM-NG-SW  PIC X(3) VALUE 'NO'.
       01 WK-TABLE       PIC X(10) VALUE 'smp1'.
       01 WK-REQ-SW      PIC X(3) VALUE 'OFF'.
       01 WK-REQ-CNT     PIC 9(4) VALUE ZERO.
       01 WK-REQ-SOURCE  PIC X(10) VALUE SPACE.
       01 WK-REQ-DAYS    PIC 9(3) VALUE 14.
       01 WK-REQ-BAND    PIC X(1) VALUE SPACE.
       01 WK-WARN-PCT    PIC 9(3) VALUE 90.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-RSV-STAT    PIC X(2) VALUE SPACE.
       01 WK-KEYS-STAT   PIC X(2) VALUE SPACE.
       01 WK-CTL-STAT    PIC X(2) VALUE SPACE.
       01 WK-RSV-EOF-SW  PIC X(3) VALUE 'OFF'.
       01 WK-KEYS-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-SOCK-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WK-RUN-TIME    PIC 9(8) VALUE ZERO.
       01 WK-EXPIRY      PIC 9(8) VALUE ZERO.
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
      * Table definitions: built-in smp1 (id/name/salary) replaced
      * or extended by smp1_tdef.dat, as in sample1
      *
       01 WK-TDEF-STAT   PIC X(2) VALUE SPACE.
       01 WK-TDEF-EOF-SW PIC X(3) VALUE 'OFF'.
       01 C-TDEF-TBL-MAX PIC 9(2) VALUE 10.
       01 C-TDEF-COL-MAX PIC 9(2) VALUE 8.
       01 WK-TDEF-CNT    PIC 9(2) VALUE ZERO.
       01 WK-TDEF-TBL.
          02 WK-TDEF-ENT OCCURS 10 TIMES.
             03 WK-TDEF-NAME    PIC X(10).
             03 WK-TDEF-SRC     PIC X(1).
             03 WK-TDEF-COL-CNT PIC 9(2).
             03 WK-TDEF-COL-ENT OCCURS 8 TIMES.
                04 WK-TDEF-COL-NAME PIC X(10).
                04 WK-TDEF-COL-TYPE PIC X(1).
                04 WK-TDEF-COL-LEN  PIC 9(4).
       01 WK-TD-IDX      PIC 9(2) VALUE 1.
       01 WK-TD-COL      PIC 9(2) VALUE ZERO.
       01 WK-TD-SUM      PIC 9(4) VALUE ZERO.
      *
      * Key map: one byte per key 0000-9999 (space free, U in the
      * table, R reserved, N reserved by this run)
      *
       01 WK-KEY-MAP.
          02 WK-KEY-ST   PIC X(1) OCCURS 10000 TIMES.
       01 WK-KEY-NUM     PIC 9(4) VALUE ZERO.
       01 WK-KEY-X REDEFINES WK-KEY-NUM PIC X(4).
       01 WK-KEY-I       PIC 9(5) VALUE ZERO.
       01 WK-KEY-LO      PIC 9(5) VALUE ZERO.
       01 WK-KEY-HI      PIC 9(5) VALUE ZERO.
      *
      * Per thousand-band counts (1-10: leading digit 0-9) and the
      * total (11)
      *
       01 WK-B           PIC 9(2) VALUE ZERO.
       01 WK-BAND-DIG    PIC 9(1) VALUE ZERO.
       01 WK-BAND-TBL.
          02 WK-BAND-ENT OCCURS 11 TIMES.
             03 WK-BND-USED  PIC 9(5).
             03 WK-BND-RSV   PIC 9(5).
             03 WK-BND-FREE  PIC 9(5).
       01 WK-BND-PCT     PIC 9(3) VALUE ZERO.
       01 WK-FREE-CNT    PIC 9(5) VALUE ZERO.
       01 WK-WARN-CNT    PIC 9(2) VALUE ZERO.
      *
      * Reservations in hand (WK-RSV-ACT: K kept, N granted by this
      * run, E expired, T taken up, D duplicate of a kept one)
      *
       01 C-RSV-MAX      PIC 9(5) VALUE 10000.
       01 WK-RSV-CNT     PIC 9(5) VALUE ZERO.
       01 WK-RSV-I       PIC 9(5) VALUE ZERO.
       01 WK-RSV-TBL.
          02 WK-RSV-ENT OCCURS 10000 TIMES.
             03 WK-RSV-TABLE  PIC X(10).
             03 WK-RSV-KEY    PIC X(4).
             03 WK-RSV-SOURCE PIC X(10).
             03 WK-RSV-DATE   PIC X(8).
             03 WK-RSV-EXPIRY PIC X(8).
             03 WK-RSV-ACT    PIC X(1).
      *
      * Chunked get: rows per get limited so the reply fits the
      * 1024 byte buffer, the first row of a following chunk
      * repeats the last row of the one before
      *
       01 C-KEY-LO       PIC X(4) VALUE '0000'.
       01 C-KEY-HI       PIC X(4) VALUE '9999'.
       01 WK-CHUNK-ROWS  PIC 9(2) VALUE 10.
       01 WK-RIDX        PIC 9(2) VALUE ZERO.
       01 WK-IDX-DISP    PIC Z(5)9.
       01 WK-CHUNK-LO    PIC X(4) VALUE SPACE.
       01 WK-LAST-KEY    PIC X(4) VALUE SPACE.
       01 WK-CHUNK-SW    PIC X(3) VALUE 'YES'.
       01 WK-MORE-SW     PIC X(3) VALUE 'YES'.
       01 WK-COL-KEY     PIC X(18) VALUE SPACE.
       01 WK-COL-PTR     PIC 9(2) VALUE ZERO.
      *
      * sock_* interface areas
      *
       01 HOST.
          02 HOST-NAME  PIC X(9) VALUE 'localhost'.
          02 FILLER     PIC X(1) VALUE LOW-VALUE.
       01 PORT.
          02 PORT-NUM   PIC X(5) VALUE '20000'.
          02 FILLER     PIC X(1) VALUE LOW-VALUE.
       01 FD-SOCK.
          02 FD-SOCK-VAL PIC X(5) VALUE SPACE.
          02 FILLER      PIC X(1) VALUE LOW-VALUE.
      *
      * sock_open retry control (wait and retry on failure)
      *
       01 C-SOCK-MAX-RETRY PIC 9(1) VALUE 2.
       01 WK-SOCK-RETRY    PIC 9(1) VALUE ZERO.
       01 WK-SOCK-WAIT     PIC 9(4) VALUE 2.
       01 WK-SOCK-OK-SW    PIC X(3) VALUE 'NO'.
       01 SEND-DATA.
          02 FILLER     PIC X(1024) VALUE SPACE.
          02 FILLER     PIC X(1) VALUE LOW-VALUE.
       01 RECV-DATA.
          02 FILLER     PIC X(1024) VALUE SPACE.
          02 FILLER     PIC X(1) VALUE LOW-VALUE.
      *
      * get_* interface areas
      *
       01 STAT1         PIC X(2) VALUE SPACE.
       01 STAT2         PIC X(1024) VALUE SPACE.
       01 G-ID-PK       PIC X(4).
      *------------------------------------------
      * Tally counters
      *------------------------------------------
       01 WK-TALLY.
          02 WK-CNT-ROWS   PIC 9(7) VALUE ZERO.
          02 WK-CNT-OTHER  PIC 9(7) VALUE ZERO.
          02 WK-CNT-KEPT   PIC 9(7) VALUE ZERO.
          02 WK-CNT-NEW    PIC 9(7) VALUE ZERO.
          02 WK-CNT-EXPD   PIC 9(7) VALUE ZERO.
          02 WK-CNT-TAKEN  PIC 9(7) VALUE ZERO.
          02 WK-CNT-DUP    PIC 9(7) VALUE ZERO.
       01 WK-CNT-REL       PIC 9(4) VALUE ZERO.
      *
      * Report lines
      *
       01 RPT-BNDHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(9)  VALUE 'BAND'.
          02 FILLER      PIC X(9)  VALUE '     USED'.
          02 FILLER      PIC X(9)  VALUE ' RESERVED'.
          02 FILLER      PIC X(9)  VALUE '     FREE'.
          02 FILLER      PIC X(9)  VALUE '    %FULL'.
       01 RPT-BAND.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 BND-BAND    PIC X(9).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-USED    PIC Z(7)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-RSV     PIC Z(7)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-FREE    PIC Z(7)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-PCT     PIC Z(7)9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 BND-FLAG    PIC X(11).
       01 RPT-RSVHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(11) VALUE 'TABLE'.
          02 FILLER      PIC X(6)  VALUE 'KEY'.
          02 FILLER      PIC X(11) VALUE 'SOURCE'.
          02 FILLER      PIC X(10) VALUE 'RESERVED'.
          02 FILLER      PIC X(10) VALUE 'EXPIRES'.
          02 FILLER      PIC X(10) VALUE 'ACTION'.
       01 RPT-RSV.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RSL-TABLE   PIC X(10).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RSL-KEY     PIC X(4).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RSL-SOURCE  PIC X(10).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RSL-DATE    PIC X(8).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RSL-EXPIRY  PIC X(8).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RSL-ACTION  PIC X(20).
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
      * Walk the table and mark the keys in use
      *------------------------------------------
         PERFORM SUB-SCAN-EN THRU SUB-SCAN-EX.
      *------------------------------------------
      * Release and grant reservations
      *------------------------------------------
         PERFORM SUB-RESERVE-EN THRU SUB-RESERVE-EX.
      *------------------------------------------
      * Key-space report
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
         IF (WK-REQ-SW = 'ON') AND (WK-REQ-SOURCE = SPACE)
            DISPLAY C-PGMNAME
                    ' : RESERVE= NEEDS SOURCE=IN1, IN2 OR IN3'
            MOVE 'YES' TO WK-PARM-NG-SW
         END-IF.
         IF (WK-REQ-SW = 'OFF') AND (WK-REQ-SOURCE NOT = SPACE)
            DISPLAY C-PGMNAME
                    ' : SOURCE= IS ONLY GIVEN WITH RESERVE='
            MOVE 'YES' TO WK-PARM-NG-SW
         END-IF.
         IF (WK-PARM-NG-SW = 'YES')
            DISPLAY C-PGMNAME
                    ' : ABEND, USAGE: sample22 [<table>]'
                    ' [RESERVE=<n> SOURCE=<src> [DAYS=<d>]'
                    ' [BAND=<b>]] [WARN=<pct>] [FORCE]'
            STOP RUN
         END-IF.
         COMPUTE WK-EXPIRY = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WK-RUN-DATE)
                  + WK-REQ-DAYS).
      *
      * Connection and table definitions
      *
         PERFORM SUB-CTL-LOAD-EN THRU SUB-CTL-LOAD-EX.
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
         PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX.
      *
      * Run registry interlock, checked before any output file is
      * touched so a refused start changes nothing
      *
         PERFORM SUB-RUNREG-OPEN-EN THRU SUB-RUNREG-OPEN-EX.
      *
      * Reservations on file (none yet is fine)
      *
         MOVE ZERO TO WK-RSV-CNT.
         OPEN INPUT RSVDAT.
         IF (WK-RSV-STAT = '00')
            MOVE 'OFF' TO WK-RSV-EOF-SW
            PERFORM SUB-RDRSV-EN THRU SUB-RDRSV-EX
               UNTIL (WK-RSV-EOF-SW = 'ON')
            CLOSE RSVDAT
         END-IF.
      *
      * Report
      *
         OPEN OUTPUT KEYSDAT.
         IF (WK-KEYS-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN KEY-SPACE REPORT STATUS=('
                    WK-KEYS-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-KEYS-OPEN-SW.
         MOVE SPACE TO KEYS-REC.
         STRING 'KEY-SPACE REPORT  TABLE=(' DELIMITED BY SIZE
                WK-TABLE DELIMITED BY SPACE
                ')  DATE=' DELIMITED BY SIZE
                WK-RUN-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WK-RUN-TIME(1:6) DELIMITED BY SIZE
                INTO KEYS-REC.
         WRITE KEYS-REC.
      *
      * Connect and start a read transaction
      *
         PERFORM SUB-CONNECT-EN THRU SUB-CONNECT-EX.
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
         WHEN (WK-PARM-CUR(1:8) = 'RESERVE=')
            MOVE ZERO TO WK-REQ-CNT
            IF (WK-PARM-CUR(9:4) = SPACE)
               MOVE 'YES' TO WK-PARM-NG-SW
            ELSE
               UNSTRING WK-PARM-CUR(9:4) DELIMITED BY SPACE
                  INTO WK-REQ-CNT
            END-IF
            IF (WK-REQ-CNT = ZERO) OR (WK-REQ-CNT > 1000)
               OR (WK-PARM-CUR(13:8) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : RESERVE= MUST BE 1 TO 1000'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
            MOVE 'ON' TO WK-REQ-SW
         WHEN (WK-PARM-CUR(1:7) = 'SOURCE=')
            MOVE WK-PARM-CUR(8:10) TO WK-REQ-SOURCE
            IF (WK-REQ-SOURCE NOT = 'IN1')
               AND (WK-REQ-SOURCE NOT = 'IN2')
               AND (WK-REQ-SOURCE NOT = 'IN3')
               DISPLAY C-PGMNAME
                       ' : SOURCE= MUST BE IN1, IN2 OR IN3'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:5) = 'DAYS=')
            MOVE ZERO TO WK-REQ-DAYS
            UNSTRING WK-PARM-CUR(6:3) DELIMITED BY SPACE
               INTO WK-REQ-DAYS
            IF (WK-REQ-DAYS = ZERO) OR (WK-REQ-DAYS > 365)
               OR (WK-PARM-CUR(9:12) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : DAYS= MUST BE 1 TO 365'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:5) = 'BAND=')
            MOVE WK-PARM-CUR(6:1) TO WK-REQ-BAND
            IF (WK-REQ-BAND IS NOT NUMERIC)
               OR (WK-PARM-CUR(7:14) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : BAND= MUST BE ONE DIGIT 0 TO 9'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(1:5) = 'WARN=')
            MOVE ZERO TO WK-WARN-PCT
            UNSTRING WK-PARM-CUR(6:3) DELIMITED BY SPACE
               INTO WK-WARN-PCT
            IF (WK-WARN-PCT = ZERO) OR (WK-WARN-PCT > 100)
               OR (WK-PARM-CUR(9:12) NOT = SPACE)
               DISPLAY C-PGMNAME
                       ' : WARN= MUST BE 1 TO 100'
               MOVE 'YES' TO WK-PARM-NG-SW
            END-IF
         WHEN (WK-PARM-CUR(11:10) = SPACE)
            MOVE WK-PARM-CUR(1:10) TO WK-TABLE
         WHEN OTHER
            DISPLAY C-PGMNAME
                    ' : UNKNOWN OPTION=(' WK-PARM-CUR ')'
            MOVE 'YES' TO WK-PARM-NG-SW
         END-EVALUATE.
       SUB-PARM-EX.
         EXIT.
      *------------------------------------------
      * One reservation line (expired ones are released here; the
      * rest wait for the key map)
      *------------------------------------------
       SUB-RDRSV-EN.
         READ RSVDAT
            AT END
               MOVE 'ON' TO WK-RSV-EOF-SW
            NOT AT END
               IF (RSV-TABLE NOT = SPACE)
                  IF (WK-RSV-CNT >= C-RSV-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RSV-MAX
                             ') RESERVATIONS ON FILE'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-RSV-CNT
                  MOVE RSV-TABLE TO WK-RSV-TABLE(WK-RSV-CNT)
                  MOVE RSV-KEY TO WK-RSV-KEY(WK-RSV-CNT)
                  MOVE RSV-SOURCE TO WK-RSV-SOURCE(WK-RSV-CNT)
                  MOVE RSV-DATE TO WK-RSV-DATE(WK-RSV-CNT)
                  MOVE RSV-EXPIRY TO WK-RSV-EXPIRY(WK-RSV-CNT)
                  IF (RSV-EXPIRY < WK-RUN-DATE)
                     MOVE 'E' TO WK-RSV-ACT(WK-RSV-CNT)
                     ADD 1 TO WK-CNT-EXPD
                  ELSE
                     MOVE 'K' TO WK-RSV-ACT(WK-RSV-CNT)
                  END-IF
               END-IF
         END-READ.
       SUB-RDRSV-EX.
         EXIT.
      *------------------------------------------
      * Connect and start a read transaction
      *------------------------------------------
       SUB-CONNECT-EN.
         MOVE ZERO TO WK-SOCK-RETRY.
         MOVE 'NO' TO WK-SOCK-OK-SW.
         PERFORM SUB-SOCKOPEN-EN THRU SUB-SOCKOPEN-EX
            UNTIL (WK-SOCK-OK-SW = 'YES')
               OR (WK-SOCK-RETRY > C-SOCK-MAX-RETRY).
         IF (WK-SOCK-OK-SW = 'NO')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT CONNECT TO TYSERV HOST=('
                    HOST-NAME ') PORT=(' PORT-NUM ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-SOCK-OPEN-SW.
      *
         INITIALIZE SEND-DATA RECV-DATA.
         STRING 'start_tran' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'user' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'user' DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
      *
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
         IF (STAT1 = 'NG')
            DISPLAY C-PGMNAME
                    ' : ABEND ' STAT1 ' ' STAT2
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
       SUB-CONNECT-EX.
         EXIT.
      *------------------------------------------
      * Socket open (single attempt with retry wait)
      *------------------------------------------
       SUB-SOCKOPEN-EN.
         ADD 1 TO WK-SOCK-RETRY.
         CALL 'sock_open' USING HOST PORT FD-SOCK.
         IF (FD-SOCK-VAL = SPACE) OR (FD-SOCK-VAL = LOW-VALUE)
            MOVE 'NO' TO WK-SOCK-OK-SW
            DISPLAY C-PGMNAME
                    ' : SOCKET CONNECT FAILED, RETRY=('
                    WK-SOCK-RETRY ')'
            IF (WK-SOCK-RETRY <= C-SOCK-MAX-RETRY)
               CALL 'C$SLEEP' USING WK-SOCK-WAIT
            END-IF
         ELSE
            MOVE 'YES' TO WK-SOCK-OK-SW
         END-IF.
       SUB-SOCKOPEN-EX.
         EXIT.
      *------------------------------------------
      * Read the connection control file (primary HOST/PORT only)
      *------------------------------------------
       SUB-CTL-LOAD-EN.
         OPEN INPUT CTLDAT.
         IF (WK-CTL-STAT = '00')
            READ CTLDAT
               AT END
                  CONTINUE
               NOT AT END
                  MOVE CTL-HOST TO HOST-NAME
                  MOVE CTL-PORT TO PORT-NUM
            END-READ
            CLOSE CTLDAT
         END-IF.
       SUB-CTL-LOAD-EX.
         EXIT.
      *------------------------------------------
      * Table definitions: built-in smp1, then smp1_tdef.dat
      *------------------------------------------
       SUB-TDEF-LOAD-EN.
         INITIALIZE WK-TDEF-TBL.
         MOVE 1 TO WK-TDEF-CNT.
         MOVE 'smp1' TO WK-TDEF-NAME(1).
         MOVE 'B' TO WK-TDEF-SRC(1).
         MOVE 3 TO WK-TDEF-COL-CNT(1).
         MOVE 'id' TO WK-TDEF-COL-NAME(1 1).
         MOVE 'X' TO WK-TDEF-COL-TYPE(1 1).
         MOVE 4 TO WK-TDEF-COL-LEN(1 1).
         MOVE 'name' TO WK-TDEF-COL-NAME(1 2).
         MOVE 'X' TO WK-TDEF-COL-TYPE(1 2).
         MOVE 20 TO WK-TDEF-COL-LEN(1 2).
         MOVE 'salary' TO WK-TDEF-COL-NAME(1 3).
         MOVE '9' TO WK-TDEF-COL-TYPE(1 3).
         MOVE 7 TO WK-TDEF-COL-LEN(1 3).
      *
         OPEN INPUT TDEFDAT.
         IF (WK-TDEF-STAT = '00')
            MOVE 'OFF' TO WK-TDEF-EOF-SW
            PERFORM SUB-TDEF-READ-EN THRU SUB-TDEF-READ-EX
               UNTIL (WK-TDEF-EOF-SW = 'ON')
            CLOSE TDEFDAT
         END-IF.
       SUB-TDEF-LOAD-EX.
         EXIT.
      *------------------------------------------
      * One table definition line
      *------------------------------------------
       SUB-TDEF-READ-EN.
         READ TDEFDAT
            AT END
               MOVE 'ON' TO WK-TDEF-EOF-SW
            NOT AT END
               PERFORM SUB-TDEF-STORE-EN THRU SUB-TDEF-STORE-EX
         END-READ.
       SUB-TDEF-READ-EX.
         EXIT.
      *------------------------------------------
      * Store one column definition (a file definition of smp1
      * replaces the built-in one)
      *------------------------------------------
       SUB-TDEF-STORE-EN.
         IF (TDF-TABLE = SPACE) OR (TDF-TABLE(1:1) = '#')
            CONTINUE
         ELSE
            PERFORM VARYING WK-TD-IDX FROM 1 BY 1
               UNTIL (WK-TD-IDX > WK-TDEF-CNT)
                  OR (WK-TDEF-NAME(WK-TD-IDX) = TDF-TABLE)
               CONTINUE
            END-PERFORM
            IF (WK-TD-IDX > WK-TDEF-CNT)
               IF (WK-TDEF-CNT >= C-TDEF-TBL-MAX)
                  DISPLAY C-PGMNAME
                          ' : ABEND, TOO MANY TABLES IN DEFINITION'
                          ' FILE, MAX=(' C-TDEF-TBL-MAX ')'
                  STOP RUN
               END-IF
               ADD 1 TO WK-TDEF-CNT
               MOVE WK-TDEF-CNT TO WK-TD-IDX
               MOVE TDF-TABLE TO WK-TDEF-NAME(WK-TD-IDX)
               MOVE 'F' TO WK-TDEF-SRC(WK-TD-IDX)
               MOVE ZERO TO WK-TDEF-COL-CNT(WK-TD-IDX)
            ELSE
               IF (WK-TDEF-SRC(WK-TD-IDX) = 'B')
                  MOVE 'F' TO WK-TDEF-SRC(WK-TD-IDX)
                  MOVE ZERO TO WK-TDEF-COL-CNT(WK-TD-IDX)
               END-IF
            END-IF
            IF (WK-TDEF-COL-CNT(WK-TD-IDX) >= C-TDEF-COL-MAX)
               DISPLAY C-PGMNAME
                       ' : ABEND, TOO MANY COLUMNS FOR TABLE=('
                       TDF-TABLE ') MAX=(' C-TDEF-COL-MAX ')'
               STOP RUN
            END-IF
            ADD 1 TO WK-TDEF-COL-CNT(WK-TD-IDX)
            MOVE WK-TDEF-COL-CNT(WK-TD-IDX) TO WK-TD-COL
            MOVE TDF-COL TO
                 WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL)
            MOVE TDF-TYPE TO
                 WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL)
            MOVE TDF-LEN TO
                 WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL)
         END-IF.
       SUB-TDEF-STORE-EX.
         EXIT.
      *------------------------------------------
      * Find the definition for WK-TABLE and size its chunks
      * (each row costs a separator, the column name, a period,
      * a row number of up to 2 digits and '=' per column, 15
      * bytes plus the value)
      *------------------------------------------
       SUB-TDEF-FIND-EN.
         PERFORM VARYING WK-TD-IDX FROM 1 BY 1
            UNTIL (WK-TD-IDX > WK-TDEF-CNT)
               OR (WK-TDEF-NAME(WK-TD-IDX) = WK-TABLE)
            CONTINUE
         END-PERFORM.
         IF (WK-TD-IDX > WK-TDEF-CNT)
            DISPLAY C-PGMNAME
                    ' : ABEND, TABLE=(' WK-TABLE ') NOT DEFINED'
            STOP RUN
         END-IF.
         MOVE ZERO TO WK-TD-SUM.
         PERFORM VARYING WK-TD-COL FROM 1 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
            ADD 15 TO WK-TD-SUM
            ADD WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-SUM
         END-PERFORM.
         COMPUTE WK-CHUNK-ROWS = (1024 - 4) / WK-TD-SUM.
         IF (WK-CHUNK-ROWS < 2)
            MOVE 2 TO WK-CHUNK-ROWS
         END-IF.
         IF (WK-CHUNK-ROWS > 99)
            MOVE 99 TO WK-CHUNK-ROWS
         END-IF.
       SUB-TDEF-FIND-EX.
         EXIT.
      *------------------------------------------
      * Walk the table in chunks and mark the keys in use
      *------------------------------------------
       SUB-SCAN-EN.
         MOVE SPACE TO WK-KEY-MAP.
         MOVE C-KEY-LO TO WK-CHUNK-LO.
         MOVE SPACE TO WK-LAST-KEY.
         MOVE 'YES' TO WK-CHUNK-SW.
         PERFORM SUB-CHUNK-EN THRU SUB-CHUNK-EX
            UNTIL (WK-CHUNK-SW = 'NO').
         DISPLAY C-PGMNAME
                 ' : TABLE=(' WK-TABLE ') ROWS=(' WK-CNT-ROWS ')'.
       SUB-SCAN-EX.
         EXIT.
      *------------------------------------------
      * One chunk
      *------------------------------------------
       SUB-CHUNK-EN.
         INITIALIZE SEND-DATA RECV-DATA.
         STRING 'get' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-TABLE DELIMITED BY SPACE
                C-TAB DELIMITED BY SIZE
                'pkey' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'ge' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-CHUNK-LO DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'pkey' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'le' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                C-KEY-HI DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
      *
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
         IF (STAT1 = 'NG')
            DISPLAY C-PGMNAME
                    ' : GET ERROR TABLE=(' WK-TABLE ') '
                    STAT1 ' ' STAT2(1:40)
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 1 TO WK-RIDX.
         MOVE 'YES' TO WK-MORE-SW.
         PERFORM UNTIL (WK-MORE-SW = 'NO')
            INITIALIZE G-ID-PK
            MOVE WK-RIDX TO WK-IDX-DISP
            MOVE SPACE TO WK-COL-KEY
            MOVE 1 TO WK-COL-PTR
            STRING WK-TDEF-COL-NAME(WK-TD-IDX 1)
                      DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IDX-DISP) DELIMITED BY SIZE
                   INTO WK-COL-KEY
                   WITH POINTER WK-COL-PTR
            CALL 'get_value' USING RECV-DATA
                 WK-COL-KEY(1:WK-COL-PTR - 1) G-ID-PK
            IF (G-ID-PK = SPACE) OR (G-ID-PK = LOW-VALUE)
      *
      * No row at this position: the table is done
      *
               MOVE 'NO' TO WK-MORE-SW
               MOVE 'NO' TO WK-CHUNK-SW
            ELSE
               IF (G-ID-PK NOT = WK-LAST-KEY)
                  ADD 1 TO WK-CNT-ROWS
                  IF (G-ID-PK IS NUMERIC)
                     MOVE G-ID-PK TO WK-KEY-X
                     MOVE 'U' TO WK-KEY-ST(WK-KEY-NUM + 1)
                  ELSE
                     ADD 1 TO WK-CNT-OTHER
                  END-IF
               END-IF
               MOVE G-ID-PK TO WK-LAST-KEY
               MOVE G-ID-PK TO WK-CHUNK-LO
               IF (WK-RIDX >= WK-CHUNK-ROWS)
                  MOVE 'NO' TO WK-MORE-SW
               ELSE
                  ADD 1 TO WK-RIDX
               END-IF
            END-IF
         END-PERFORM.
       SUB-CHUNK-EX.
         EXIT.
      *------------------------------------------
      * Reservations: release the ones taken up, mark the rest in
      * the key map, then grant the request
      *------------------------------------------
       SUB-RESERVE-EN.
         PERFORM VARYING WK-RSV-I FROM 1 BY 1
            UNTIL (WK-RSV-I > WK-RSV-CNT)
            IF (WK-RSV-ACT(WK-RSV-I) = 'K')
               AND (WK-RSV-TABLE(WK-RSV-I) = WK-TABLE)
               AND (WK-RSV-KEY(WK-RSV-I) IS NUMERIC)
               MOVE WK-RSV-KEY(WK-RSV-I) TO WK-KEY-X
               EVALUATE WK-KEY-ST(WK-KEY-NUM + 1)
               WHEN 'U'
                  MOVE 'T' TO WK-RSV-ACT(WK-RSV-I)
                  ADD 1 TO WK-CNT-TAKEN
               WHEN 'R'
                  MOVE 'D' TO WK-RSV-ACT(WK-RSV-I)
                  ADD 1 TO WK-CNT-DUP
               WHEN OTHER
                  MOVE 'R' TO WK-KEY-ST(WK-KEY-NUM + 1)
               END-EVALUATE
            END-IF
         END-PERFORM.
      *
      * The request: the next free keys of the band (or of the
      * whole key space), refused whole when there are too few
      *
         IF (WK-REQ-SW = 'ON')
            IF (WK-REQ-BAND = SPACE)
               MOVE 1 TO WK-KEY-LO
               MOVE 10000 TO WK-KEY-HI
            ELSE
               MOVE WK-REQ-BAND TO WK-BAND-DIG
               COMPUTE WK-KEY-LO = WK-BAND-DIG * 1000 + 1
               COMPUTE WK-KEY-HI = WK-KEY-LO + 999
            END-IF
            MOVE ZERO TO WK-FREE-CNT
            PERFORM VARYING WK-KEY-I FROM WK-KEY-LO BY 1
               UNTIL (WK-KEY-I > WK-KEY-HI)
               IF (WK-KEY-ST(WK-KEY-I) = SPACE)
                  ADD 1 TO WK-FREE-CNT
               END-IF
            END-PERFORM
            IF (WK-FREE-CNT < WK-REQ-CNT)
               DISPLAY C-PGMNAME
                       ' : REQUEST REFUSED, RESERVE=(' WK-REQ-CNT
                       ') BUT FREE=(' WK-FREE-CNT ')'
               MOVE 'FAILED' TO WK-RUN-STATUS
               MOVE SPACE TO KEYS-REC
               STRING 'REQUEST REFUSED: ' DELIMITED BY SIZE
                      WK-REQ-SOURCE DELIMITED BY SPACE
                      ' ASKED FOR ' DELIMITED BY SIZE
                      WK-REQ-CNT DELIMITED BY SIZE
                      ' KEYS, ONLY ' DELIMITED BY SIZE
                      WK-FREE-CNT DELIMITED BY SIZE
                      ' FREE' DELIMITED BY SIZE
                      INTO KEYS-REC
               WRITE KEYS-REC
            ELSE
               PERFORM VARYING WK-KEY-I FROM WK-KEY-LO BY 1
                  UNTIL (WK-KEY-I > WK-KEY-HI)
                     OR (WK-CNT-NEW >= WK-REQ-CNT)
                  IF (WK-KEY-ST(WK-KEY-I) = SPACE)
                     PERFORM SUB-GRANT-EN THRU SUB-GRANT-EX
                  END-IF
               END-PERFORM
            END-IF
         END-IF.
      *
      * Rewrite the reservation file: kept and granted entries
      *
         OPEN OUTPUT RSVDAT.
         IF (WK-RSV-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT REWRITE smp1_resv.dat'
                    ' STATUS=(' WK-RSV-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         PERFORM VARYING WK-RSV-I FROM 1 BY 1
            UNTIL (WK-RSV-I > WK-RSV-CNT)
            IF (WK-RSV-ACT(WK-RSV-I) = 'K')
               OR (WK-RSV-ACT(WK-RSV-I) = 'N')
               MOVE SPACE TO RSV-REC
               MOVE WK-RSV-TABLE(WK-RSV-I) TO RSV-TABLE
               MOVE WK-RSV-KEY(WK-RSV-I) TO RSV-KEY
               MOVE WK-RSV-SOURCE(WK-RSV-I) TO RSV-SOURCE
               MOVE WK-RSV-DATE(WK-RSV-I) TO RSV-DATE
               MOVE WK-RSV-EXPIRY(WK-RSV-I) TO RSV-EXPIRY
               WRITE RSV-REC
               IF (WK-RSV-ACT(WK-RSV-I) = 'K')
                  ADD 1 TO WK-CNT-KEPT
               END-IF
            END-IF
         END-PERFORM.
         CLOSE RSVDAT.
       SUB-RESERVE-EX.
         EXIT.
      *------------------------------------------
      * Grant the free key at map position WK-KEY-I
      *------------------------------------------
       SUB-GRANT-EN.
         IF (WK-RSV-CNT >= C-RSV-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, MORE THAN (' C-RSV-MAX
                    ') RESERVATIONS ON FILE'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'N' TO WK-KEY-ST(WK-KEY-I).
         COMPUTE WK-KEY-NUM = WK-KEY-I - 1.
         ADD 1 TO WK-RSV-CNT.
         ADD 1 TO WK-CNT-NEW.
         MOVE WK-TABLE TO WK-RSV-TABLE(WK-RSV-CNT).
         MOVE WK-KEY-X TO WK-RSV-KEY(WK-RSV-CNT).
         MOVE WK-REQ-SOURCE TO WK-RSV-SOURCE(WK-RSV-CNT).
         MOVE WK-RUN-DATE TO WK-RSV-DATE(WK-RSV-CNT).
         MOVE WK-EXPIRY TO WK-RSV-EXPIRY(WK-RSV-CNT).
         MOVE 'N' TO WK-RSV-ACT(WK-RSV-CNT).
       SUB-GRANT-EX.
         EXIT.
      *------------------------------------------
      * Key-space report: bands, then the reservations granted and
      * released by this run
      *------------------------------------------
       SUB-REPORT-EN.
         INITIALIZE WK-BAND-TBL.
         PERFORM VARYING WK-KEY-I FROM 1 BY 1
            UNTIL (WK-KEY-I > 10000)
            COMPUTE WK-B = (WK-KEY-I - 1) / 1000 + 1
            EVALUATE WK-KEY-ST(WK-KEY-I)
            WHEN 'U'
               ADD 1 TO WK-BND-USED(WK-B) WK-BND-USED(11)
            WHEN SPACE
               ADD 1 TO WK-BND-FREE(WK-B) WK-BND-FREE(11)
            WHEN OTHER
               ADD 1 TO WK-BND-RSV(WK-B) WK-BND-RSV(11)
            END-EVALUATE
         END-PERFORM.
         MOVE SPACE TO KEYS-REC.
         WRITE KEYS-REC.
         MOVE RPT-BNDHD TO KEYS-REC.
         WRITE KEYS-REC.
         PERFORM VARYING WK-B FROM 1 BY 1
            UNTIL (WK-B > 11)
            PERFORM SUB-BANDLINE-EN THRU SUB-BANDLINE-EX
         END-PERFORM.
         IF (WK-CNT-OTHER > 0)
            MOVE SPACE TO KEYS-REC
            STRING '  KEYS NOT OF FOUR DIGITS (OUTSIDE THE BANDS)=('
                      DELIMITED BY SIZE
                   WK-CNT-OTHER DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO KEYS-REC
            WRITE KEYS-REC
         END-IF.
      *
      * Every reservation on file: still held, granted by this
      * run, or released by it
      *
         MOVE SPACE TO KEYS-REC.
         WRITE KEYS-REC.
         MOVE 'RESERVATIONS' TO KEYS-REC.
         WRITE KEYS-REC.
         MOVE RPT-RSVHD TO KEYS-REC.
         WRITE KEYS-REC.
         PERFORM VARYING WK-RSV-I FROM 1 BY 1
            UNTIL (WK-RSV-I > WK-RSV-CNT)
            IF (WK-RSV-ACT(WK-RSV-I) NOT = SPACE)
               MOVE WK-RSV-TABLE(WK-RSV-I) TO RSL-TABLE
               MOVE WK-RSV-KEY(WK-RSV-I) TO RSL-KEY
               MOVE WK-RSV-SOURCE(WK-RSV-I) TO RSL-SOURCE
               MOVE WK-RSV-DATE(WK-RSV-I) TO RSL-DATE
               MOVE WK-RSV-EXPIRY(WK-RSV-I) TO RSL-EXPIRY
               EVALUATE WK-RSV-ACT(WK-RSV-I)
               WHEN 'K' MOVE 'HELD' TO RSL-ACTION
               WHEN 'N' MOVE 'GRANTED' TO RSL-ACTION
               WHEN 'E' MOVE 'RELEASED, EXPIRED' TO RSL-ACTION
               WHEN 'T' MOVE 'RELEASED, TAKEN UP' TO RSL-ACTION
               WHEN 'D' MOVE 'RELEASED, DUPLICATE' TO RSL-ACTION
               END-EVALUATE
               MOVE RPT-RSV TO KEYS-REC
               WRITE KEYS-REC
            END-IF
         END-PERFORM.
         MOVE SPACE TO KEYS-REC.
         STRING '  GRANTED=(' DELIMITED BY SIZE
                WK-CNT-NEW DELIMITED BY SIZE
                ') EXPIRED=(' DELIMITED BY SIZE
                WK-CNT-EXPD DELIMITED BY SIZE
                ') TAKEN UP=(' DELIMITED BY SIZE
                WK-CNT-TAKEN DELIMITED BY SIZE
                ') STILL HELD=(' DELIMITED BY SIZE
                WK-CNT-KEPT DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO KEYS-REC.
         WRITE KEYS-REC.
       SUB-REPORT-EX.
         EXIT.
      *------------------------------------------
      * One band line (the total when WK-B is 11) and its
      * nearly-full warning
      *------------------------------------------
       SUB-BANDLINE-EN.
         IF (WK-B = 11)
            MOVE '** TOTAL' TO BND-BAND
         ELSE
            MOVE SPACE TO BND-BAND
            SUBTRACT 1 FROM WK-B GIVING WK-BAND-DIG
            MOVE WK-BAND-DIG TO BND-BAND(1:1) BND-BAND(6:1)
            MOVE '000-' TO BND-BAND(2:4)
            MOVE '999' TO BND-BAND(7:3)
         END-IF.
         MOVE WK-BND-USED(WK-B) TO BND-USED.
         MOVE WK-BND-RSV(WK-B) TO BND-RSV.
         MOVE WK-BND-FREE(WK-B) TO BND-FREE.
         IF (WK-B = 11)
            COMPUTE WK-BND-PCT =
               (WK-BND-USED(WK-B) + WK-BND-RSV(WK-B)) / 100
         ELSE
            COMPUTE WK-BND-PCT =
               (WK-BND-USED(WK-B) + WK-BND-RSV(WK-B)) / 10
         END-IF.
         MOVE WK-BND-PCT TO BND-PCT.
         MOVE SPACE TO BND-FLAG.
         IF (WK-B < 11)
            EVALUATE TRUE
            WHEN (WK-BND-FREE(WK-B) = ZERO)
               MOVE 'FULL' TO BND-FLAG
            WHEN (WK-BND-PCT >= WK-WARN-PCT)
               MOVE 'NEARLY FULL' TO BND-FLAG
            WHEN OTHER
               CONTINUE
            END-EVALUATE
            IF (BND-FLAG NOT = SPACE)
               ADD 1 TO WK-WARN-CNT
               DISPLAY C-PGMNAME
                       ' : WARNING, BAND (' BND-BAND ') IS '
                       BND-FLAG ' FREE=(' WK-BND-FREE(WK-B) ')'
            END-IF
         END-IF.
         IF (WK-B = 11)
            MOVE SPACE TO KEYS-REC
            WRITE KEYS-REC
         END-IF.
         MOVE RPT-BAND TO KEYS-REC.
         WRITE KEYS-REC.
       SUB-BANDLINE-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         DISPLAY C-PGMNAME ' : TALLY ROWS=(' WK-CNT-ROWS ')'
                 ' USED=(' WK-BND-USED(11) ')'
                 ' RESERVED=(' WK-BND-RSV(11) ')'
                 ' FREE=(' WK-BND-FREE(11) ')'.
         DISPLAY C-PGMNAME ' : TALLY GRANTED=(' WK-CNT-NEW ')'
                 ' EXPIRED=(' WK-CNT-EXPD ')'
                 ' TAKEN UP=(' WK-CNT-TAKEN ')'
                 ' STILL HELD=(' WK-CNT-KEPT ')'.
         IF (WK-CNT-NEW > 0)
            DISPLAY C-PGMNAME
                    ' : KEYS RESERVED TO (' WK-REQ-SOURCE
                    ') UNTIL (' WK-EXPIRY ') ARE LISTED IN'
                    ' smp1_keys.dat'
         END-IF.
         IF (WK-WARN-CNT > 0)
            DISPLAY C-PGMNAME
                    ' : BANDS NEARLY FULL OR FULL=(' WK-WARN-CNT ')'
         END-IF.
      *
      * End the read transaction
      *
         IF (WK-SOCK-OPEN-SW = 'YES')
            INITIALIZE RECV-DATA
            CALL 'sock_send_recv' USING FD-SOCK 'end_tran'
                 RECV-DATA
            INITIALIZE STAT1 STAT2
            CALL 'get_status' USING RECV-DATA STAT1 STAT2
            IF (STAT1 = 'NG')
               DISPLAY C-PGMNAME
                       ' : ABEND ' STAT1 ' ' STAT2(1:40)
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-KEYS-OPEN-SW = 'YES')
            CLOSE   KEYSDAT
            MOVE 'NO' TO WK-KEYS-OPEN-SW
         END-IF.
      *
      * Socket
      *
         IF (WK-SOCK-OPEN-SW = 'YES')
            CALL 'sock_close' USING FD-SOCK
            MOVE 'NO' TO WK-SOCK-OPEN-SW
         END-IF.
      *
      * Record the end of this run in the registry
      *
         COMPUTE WK-CNT-REL = WK-CNT-EXPD + WK-CNT-TAKEN
                            + WK-CNT-DUP.
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'USED=' DELIMITED BY SIZE
                WK-BND-USED(11) DELIMITED BY SIZE
                ' FREE=' DELIMITED BY SIZE
                WK-BND-FREE(11) DELIMITED BY SIZE
                ' NEW=' DELIMITED BY SIZE
                WK-CNT-NEW(4:4) DELIMITED BY SIZE
                ' REL=' DELIMITED BY SIZE
                WK-CNT-REL DELIMITED BY SIZE
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
