      *
      * Orphan sweep over the references declared in smp1_tdef.dat
      * (a column naming a parent table in TDF-REF must hold a
      * pkey of that table). sample1 enforces the references on
      * every I/D/U it applies; this program finds the rows that
      * were already stored without them, or before they were
      * declared.
      *
      * Every parent table named by a reference is read whole (in
      * chunks, as sample2 does) into a key table, then each
      * referring table is walked in chunks and every non-blank
      * referring column is looked up. Each orphan is listed in
      * smp1_orph.dat (table, key, column, value, parent, rule and
      * the repair chosen) with a summary line per reference.
      *
      * A repair transaction is written for each orphan row to
      * smp1_orfx.dat, in smp1_tran.dat format stamped ORP-nnnnnn:
      * a D when any orphan column of the row has rule C (the row
      * would have gone with its parent), is numeric or is the
      * pkey; otherwise a U of the stored row with its orphan
      * columns blanked, which sample1 accepts as no reference.
      * The file is reviewed and loaded by moving it to
      * smp1_tran.dat for a sample1 run.
      *
      *   sample19 [<table>] [FORCE]
      *
      * <table> limits the sweep to one referring table. tyserv is
      * only read. The run is recorded in the suite's run registry
      * (smp1_runh.dat) with target '*', as it reads several tables
      * and wants none of them moving underneath it.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample19.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Orphan report
      *------------------------------------------
          SELECT ORPHDAT ASSIGN TO "smp1_orph.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-ORPH-STAT.
      *------------------------------------------
      * Repair transactions (stamped TRC format, for sample1)
      *------------------------------------------
          SELECT ORFXDAT ASSIGN TO "smp1_orfx.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-ORFX-STAT.
      *------------------------------------------
      * Table definition file (table/column/type/length/reference)
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
      * Orphan report: one line per orphan column, '#' lines for
      * the run header and the per-reference summary
      *------------------------------------------
       FD  ORPHDAT.
       01  ORPH-REC.
          02 ORP-TABLE   PIC X(10).
          02 FILLER      PIC X(1).
          02 ORP-KEY     PIC X(4).
          02 FILLER      PIC X(1).
          02 ORP-COL     PIC X(10).
          02 FILLER      PIC X(1).
          02 ORP-VALUE   PIC X(4).
          02 FILLER      PIC X(1).
          02 ORP-PARENT  PIC X(10).
          02 FILLER      PIC X(1).
          02 ORP-RULE    PIC X(1).
          02 FILLER      PIC X(1).
          02 ORP-ACTION  PIC X(1).
          02 FILLER      PIC X(34).
       01  ORPH-LINE     PIC X(80).
      *------------------------------------------
      * Repair transactions (stamped TRC format)
      *------------------------------------------
       FD  ORFXDAT.
       01  ORFX-REC     PIC X(62).
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
      * TDF-REF: table whose pkey this column must match (blank
      * for none). TDF-RULE: R (or blank) restrict, C cascade
          02 FILLER     PIC X(1).
          02 TDF-REF    PIC X(10).
          02 FILLER     PIC X(1).
          02 TDF-RULE   PIC X(1).
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
       01 C-PGMNAME     PIC X(8) VALUE 'sample19'.
       01 C-NULL        PIC X(1) VALUE LOW-VALUE.
       01 C-TAB         PIC X(1) VALUE X'09'.
       01 C-COMMIT-INTERVAL PIC 9(5) VALUE 1000.
      *------------------------------------------
      * Run parameters
      *------------------------------------------
       01 WK-PARM        PIC X(40) VALUE SPACE.
       01 WK-PARM1       PIC X(15) VALUE SPACE.
       01 WK-PARM2       PIC X(15) VALUE SPACE.
       01 WK-PARM-I      PIC 9(1) VALUE ZERO.
       01 WK-PARM-CUR    PIC X(15) VALUE SPACE.
       01 WK-SEL-TABLE   PIC X(10) VALUE SPACE.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-ORPH-STAT   PIC X(2) VALUE SPACE.
       01 WK-ORFX-STAT   PIC X(2) VALUE SPACE.
       01 WK-CTL-STAT    PIC X(2) VALUE SPACE.
       01 WK-ORPH-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-ORFX-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-SOCK-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WK-RUN-TIME    PIC 9(8) VALUE ZERO.
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
       01 C-TDEF-VAL-LEN PIC 9(2) VALUE 28.
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
                04 WK-TDEF-COL-REF  PIC X(10).
                04 WK-TDEF-COL-RULE PIC X(1).
      * Per table: rows walked; per column: orphans found
                04 WK-TDEF-COL-ORPH PIC 9(7).
             03 WK-TDEF-ROWS    PIC 9(7).
       01 WK-TD-IDX      PIC 9(2) VALUE 1.
       01 WK-TD-COL      PIC 9(2) VALUE ZERO.
       01 WK-TD-POS      PIC 9(4) VALUE ZERO.
       01 WK-TD-LEN      PIC 9(4) VALUE ZERO.
       01 WK-TD-SUM      PIC 9(4) VALUE ZERO.
       01 WK-TABLE       PIC X(10) VALUE SPACE.
       01 WK-REF-CNT     PIC 9(3) VALUE ZERO.
       01 WK-RI-CHD-IDX  PIC 9(2) VALUE ZERO.
       01 WK-RI-CHD-COL  PIC 9(2) VALUE ZERO.
       01 WK-RI-PAR-IDX  PIC 9(2) VALUE ZERO.
      *
      * Parent tables to load (distinct, in ascending name order so
      * the key table below is loaded in ascending key order)
      *
       01 WK-PAR-CNT     PIC 9(2) VALUE ZERO.
       01 WK-PAR-I       PIC 9(2) VALUE ZERO.
       01 WK-PAR-J       PIC 9(2) VALUE ZERO.
       01 WK-PAR-SAVE    PIC X(10) VALUE SPACE.
       01 WK-PAR-TBL.
          02 WK-PAR-NAME OCCURS 10 TIMES PIC X(10).
      *
      * Parent keys: table name + pkey, searched with SEARCH ALL
      * (unused entries HIGH-VALUE so they sort last)
      *
       01 C-PK-MAX       PIC 9(5) VALUE 40000.
       01 WK-PK-CNT      PIC 9(5) VALUE ZERO.
       01 WK-PK-ARG      PIC X(14) VALUE SPACE.
       01 WK-PK-LAST     PIC X(14) VALUE LOW-VALUE.
       01 WK-PK-FOUND-SW PIC X(3) VALUE 'NO'.
       01 WK-PK-TBL.
          02 WK-PK-ENT OCCURS 40000 TIMES
                ASCENDING KEY IS WK-PK-KEY
                INDEXED BY PK-IDX.
             03 WK-PK-KEY  PIC X(14).
      *
      * Chunked get: rows per get limited so the reply fits the
      * 1024 byte buffer, the first row of a following chunk
      * repeats the last row of the one before
      *
       01 WK-SCAN-MODE   PIC X(1) VALUE SPACE.
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
       01 WK-COL-VAL     PIC X(28) VALUE SPACE.
      *
      * The row under check, in TRC layout, and what to do with it
      *
       01 WK-ROW-TRC     PIC X(51) VALUE SPACE.
       01 WK-REF-VAL     PIC X(4) VALUE SPACE.
       01 WK-ROW-ORPH-SW PIC X(3) VALUE 'NO'.
       01 WK-ROW-DEL-SW  PIC X(3) VALUE 'NO'.
       01 WK-ACTION      PIC X(1) VALUE SPACE.
      *
      * Output record: the 51-byte TRC plus the ORP-nnnnnn stamp
      * carried in the TRC-SOURCE-ID column (cols 53-62)
      *
       01 WK-OUT-REC.
          02 WK-OUT-TRC   PIC X(51).
          02 FILLER       PIC X(1)  VALUE ','.
          02 WK-OUT-STAMP.
             03 FILLER       PIC X(4) VALUE 'ORP-'.
             03 WK-OUT-SEQ   PIC 9(6).
       01 WK-SEQ         PIC 9(6) VALUE ZERO.
       01 WK-IDU-CNT     PIC 9(5) VALUE ZERO.
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
          02 WK-CNT-PKEYS  PIC 9(7) VALUE ZERO.
          02 WK-CNT-ROWS   PIC 9(7) VALUE ZERO.
          02 WK-CNT-ORPH   PIC 9(7) VALUE ZERO.
          02 WK-CNT-FIX-D  PIC 9(7) VALUE ZERO.
          02 WK-CNT-FIX-U  PIC 9(7) VALUE ZERO.
          02 WK-CNT-FIX-C  PIC 9(7) VALUE ZERO.
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
      * Load the parent keys, then walk the referring tables
      *------------------------------------------
         PERFORM SUB-SWEEP-EN THRU SUB-SWEEP-EX.
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
      * Run parameters: an optional referring table and FORCE
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE SPACE TO WK-PARM1 WK-PARM2.
         UNSTRING WK-PARM DELIMITED BY ALL ' '
            INTO WK-PARM1 WK-PARM2.
         PERFORM VARYING WK-PARM-I FROM 1 BY 1
            UNTIL (WK-PARM-I > 2)
            EVALUATE WK-PARM-I
            WHEN 1 MOVE WK-PARM1 TO WK-PARM-CUR
            WHEN 2 MOVE WK-PARM2 TO WK-PARM-CUR
            END-EVALUATE
            EVALUATE TRUE
            WHEN (WK-PARM-CUR = SPACE)
               CONTINUE
            WHEN (WK-PARM-CUR = 'FORCE')
               MOVE 'ON' TO WK-FORCE-SW
            WHEN OTHER
               MOVE WK-PARM-CUR(1:10) TO WK-SEL-TABLE
            END-EVALUATE
         END-PERFORM.
      *
      * Connection and table definitions (a bad definition stops
      * the run before it is registered)
      *
         PERFORM SUB-CTL-LOAD-EN THRU SUB-CTL-LOAD-EX.
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
         PERFORM SUB-RIDEF-EN THRU SUB-RIDEF-EX.
         IF (WK-SEL-TABLE NOT = SPACE)
            MOVE WK-SEL-TABLE TO WK-TABLE
            PERFORM VARYING WK-TD-IDX FROM 1 BY 1
               UNTIL (WK-TD-IDX > WK-TDEF-CNT)
                  OR (WK-TDEF-NAME(WK-TD-IDX) = WK-SEL-TABLE)
               CONTINUE
            END-PERFORM
            IF (WK-TD-IDX > WK-TDEF-CNT)
               DISPLAY C-PGMNAME
                       ' : ABEND, TABLE=(' WK-SEL-TABLE
                       ') NOT DEFINED'
               STOP RUN
            END-IF
         END-IF.
      *
      * Run registry interlock, checked before any output file is
      * touched so a refused start changes nothing
      *
         PERFORM SUB-RUNREG-OPEN-EN THRU SUB-RUNREG-OPEN-EX.
      *
      * Report and repair files
      *
         ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
         ACCEPT WK-RUN-TIME FROM TIME.
         OPEN OUTPUT ORPHDAT.
         IF (WK-ORPH-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN ORPHAN REPORT STATUS=('
                    WK-ORPH-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-ORPH-OPEN-SW.
         MOVE SPACE TO ORPH-LINE.
         STRING '# ORPHAN SWEEP ' DELIMITED BY SIZE
                WK-RUN-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WK-RUN-TIME(1:6) DELIMITED BY SIZE
                ' TABLE=' DELIMITED BY SIZE
                WK-SEL-TABLE DELIMITED BY SIZE
                INTO ORPH-LINE.
         IF (WK-SEL-TABLE = SPACE)
            MOVE '*' TO ORPH-LINE(38:1)
         END-IF.
         WRITE ORPH-LINE.
         OPEN OUTPUT ORFXDAT.
         IF (WK-ORFX-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN REPAIR FILE STATUS=('
                    WK-ORFX-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-ORFX-OPEN-SW.
      *
      * Nothing declared: nothing to read
      *
         IF (WK-REF-CNT = 0)
            DISPLAY C-PGMNAME
                    ' : NO REFERENCES DECLARED IN smp1_tdef.dat'
         ELSE
            PERFORM SUB-CONNECT-EN THRU SUB-CONNECT-EX
         END-IF.
       SUB-OPEN-EX.
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
            MOVE TDF-REF TO
                 WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL)
            MOVE TDF-RULE TO
                 WK-TDEF-COL-RULE(WK-TD-IDX WK-TD-COL)
      *
      * The pkey must fit ID-PK, and the other columns (one blank
      * between each) the value area of the TRC record
      *
            IF (WK-TD-COL = 1)
               AND (WK-TDEF-COL-LEN(WK-TD-IDX 1) > 4)
               DISPLAY C-PGMNAME
                       ' : ABEND, PKEY LONGER THAN 4 FOR TABLE=('
                       TDF-TABLE ')'
               STOP RUN
            END-IF
            MOVE ZERO TO WK-TD-SUM
            PERFORM VARYING WK-TD-COL FROM 2 BY 1
               UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
               ADD WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-SUM
               ADD 1 TO WK-TD-SUM
            END-PERFORM
            IF (WK-TD-SUM > 0)
               SUBTRACT 1 FROM WK-TD-SUM
            END-IF
            IF (WK-TD-SUM > C-TDEF-VAL-LEN)
               DISPLAY C-PGMNAME
                       ' : ABEND, COLUMNS DO NOT FIT VALUE AREA FOR'
                       ' TABLE=(' TDF-TABLE ')'
               STOP RUN
            END-IF
         END-IF.
       SUB-TDEF-STORE-EX.
         EXIT.
      *------------------------------------------
      * Check the declared references (parent defined, value
      * short enough for a pkey, known rule) and count them
      *------------------------------------------
       SUB-RIDEF-EN.
         MOVE ZERO TO WK-REF-CNT.
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
      * One referring column
      *------------------------------------------
       SUB-RIDEFCOL-EN.
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
         IF (WK-SEL-TABLE = SPACE)
            OR (WK-SEL-TABLE = WK-TDEF-NAME(WK-RI-CHD-IDX))
            ADD 1 TO WK-REF-CNT
         END-IF.
       SUB-RIDEFCOL-EX.
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
            MOVE 1 TO WK-TD-IDX
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
      * The sweep: parent keys first, then the referring tables
      *------------------------------------------
       SUB-SWEEP-EN.
         IF (WK-REF-CNT > 0)
      *
      * Distinct parents of the selected references, sorted
      *
            MOVE ZERO TO WK-PAR-CNT
            PERFORM VARYING WK-RI-CHD-IDX FROM 1 BY 1
               UNTIL (WK-RI-CHD-IDX > WK-TDEF-CNT)
               PERFORM VARYING WK-RI-CHD-COL FROM 1 BY 1
                  UNTIL (WK-RI-CHD-COL >
                         WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
                  IF (WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                      NOT = SPACE)
                     AND ((WK-SEL-TABLE = SPACE)
                       OR (WK-SEL-TABLE =
                           WK-TDEF-NAME(WK-RI-CHD-IDX)))
                     PERFORM SUB-PARADD-EN THRU SUB-PARADD-EX
                  END-IF
               END-PERFORM
            END-PERFORM
            PERFORM VARYING WK-PAR-I FROM 1 BY 1
               UNTIL (WK-PAR-I >= WK-PAR-CNT)
               PERFORM VARYING WK-PAR-J FROM WK-PAR-I BY 1
                  UNTIL (WK-PAR-J > WK-PAR-CNT)
                  IF (WK-PAR-NAME(WK-PAR-J) < WK-PAR-NAME(WK-PAR-I))
                     MOVE WK-PAR-NAME(WK-PAR-I) TO WK-PAR-SAVE
                     MOVE WK-PAR-NAME(WK-PAR-J)
                          TO WK-PAR-NAME(WK-PAR-I)
                     MOVE WK-PAR-SAVE TO WK-PAR-NAME(WK-PAR-J)
                  END-IF
               END-PERFORM
            END-PERFORM
      *
      * Parent keys, one table after the other
      *
            MOVE HIGH-VALUE TO WK-PK-TBL
            MOVE ZERO TO WK-PK-CNT
            MOVE LOW-VALUE TO WK-PK-LAST
            MOVE 'P' TO WK-SCAN-MODE
            PERFORM VARYING WK-PAR-I FROM 1 BY 1
               UNTIL (WK-PAR-I > WK-PAR-CNT)
               MOVE WK-PAR-NAME(WK-PAR-I) TO WK-TABLE
               PERFORM SUB-SCAN-EN THRU SUB-SCAN-EX
            END-PERFORM
            MOVE WK-PK-CNT TO WK-CNT-PKEYS
            DISPLAY C-PGMNAME
                    ' : PARENT TABLES=(' WK-PAR-CNT ') KEYS=('
                    WK-PK-CNT ')'
      *
      * Referring tables, in definition order
      *
            MOVE 'C' TO WK-SCAN-MODE
            PERFORM VARYING WK-RI-CHD-IDX FROM 1 BY 1
               UNTIL (WK-RI-CHD-IDX > WK-TDEF-CNT)
               PERFORM VARYING WK-RI-CHD-COL FROM 1 BY 1
                  UNTIL (WK-RI-CHD-COL >
                         WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
                     OR (WK-TDEF-COL-REF(WK-RI-CHD-IDX
                                         WK-RI-CHD-COL) NOT = SPACE)
                  CONTINUE
               END-PERFORM
               IF (WK-RI-CHD-COL <= WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
                  AND ((WK-SEL-TABLE = SPACE)
                    OR (WK-SEL-TABLE = WK-TDEF-NAME(WK-RI-CHD-IDX)))
                  MOVE WK-TDEF-NAME(WK-RI-CHD-IDX) TO WK-TABLE
                  PERFORM SUB-SCAN-EN THRU SUB-SCAN-EX
               END-IF
            END-PERFORM
      *
      * The repairs close with a COMMIT record
      *
            IF (WK-IDU-CNT > 0)
               PERFORM SUB-COMMIT-EN THRU SUB-COMMIT-EX
            END-IF
      *
      * Summary line per reference
      *
            PERFORM VARYING WK-RI-CHD-IDX FROM 1 BY 1
               UNTIL (WK-RI-CHD-IDX > WK-TDEF-CNT)
               PERFORM VARYING WK-RI-CHD-COL FROM 1 BY 1
                  UNTIL (WK-RI-CHD-COL >
                         WK-TDEF-COL-CNT(WK-RI-CHD-IDX))
                  IF (WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                      NOT = SPACE)
                     AND ((WK-SEL-TABLE = SPACE)
                       OR (WK-SEL-TABLE =
                           WK-TDEF-NAME(WK-RI-CHD-IDX)))
                     PERFORM SUB-SUMLINE-EN THRU SUB-SUMLINE-EX
                  END-IF
               END-PERFORM
            END-PERFORM
         END-IF.
       SUB-SWEEP-EX.
         EXIT.
      *------------------------------------------
      * Add the current column's parent to the list once
      *------------------------------------------
       SUB-PARADD-EN.
         PERFORM VARYING WK-PAR-I FROM 1 BY 1
            UNTIL (WK-PAR-I > WK-PAR-CNT)
               OR (WK-PAR-NAME(WK-PAR-I) =
                   WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL))
            CONTINUE
         END-PERFORM.
         IF (WK-PAR-I > WK-PAR-CNT)
            ADD 1 TO WK-PAR-CNT
            MOVE WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                 TO WK-PAR-NAME(WK-PAR-CNT)
         END-IF.
       SUB-PARADD-EX.
         EXIT.
      *------------------------------------------
      * Walk WK-TABLE in chunks (WK-SCAN-MODE P: load its keys,
      * C: check its referring columns)
      *------------------------------------------
       SUB-SCAN-EN.
         PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX.
         MOVE C-KEY-LO TO WK-CHUNK-LO.
         MOVE SPACE TO WK-LAST-KEY.
         MOVE 'YES' TO WK-CHUNK-SW.
         PERFORM SUB-CHUNK-EN THRU SUB-CHUNK-EX
            UNTIL (WK-CHUNK-SW = 'NO').
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
                  IF (WK-SCAN-MODE = 'P')
                     PERFORM SUB-PKADD-EN THRU SUB-PKADD-EX
                  ELSE
                     PERFORM SUB-CHKROW-EN THRU SUB-CHKROW-EX
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
      * Parent scan: keep the key (the table arrives in key order,
      * and the parents in name order, so the table stays sorted)
      *------------------------------------------
       SUB-PKADD-EN.
         IF (WK-PK-CNT >= C-PK-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, MORE THAN (' C-PK-MAX
                    ') PARENT KEYS'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE WK-TABLE TO WK-PK-ARG(1:10).
         MOVE G-ID-PK TO WK-PK-ARG(11:4).
         IF (WK-PK-ARG <= WK-PK-LAST)
            DISPLAY C-PGMNAME
                    ' : ABEND, PARENT KEYS OUT OF ORDER TABLE=('
                    WK-TABLE ') KEY=(' G-ID-PK ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         ADD 1 TO WK-PK-CNT.
         MOVE WK-PK-ARG TO WK-PK-KEY(WK-PK-CNT).
         MOVE WK-PK-ARG TO WK-PK-LAST.
       SUB-PKADD-EX.
         EXIT.
      *------------------------------------------
      * Referring scan: read the whole row, look up each
      * referring column and write the repair for an orphan row
      *------------------------------------------
       SUB-CHKROW-EN.
         ADD 1 TO WK-CNT-ROWS.
         ADD 1 TO WK-TDEF-ROWS(WK-TD-IDX).
         MOVE SPACE TO WK-ROW-TRC.
         MOVE G-ID-PK TO WK-ROW-TRC(3:4).
         MOVE WK-TABLE TO WK-ROW-TRC(42:10).
         MOVE 8 TO WK-TD-POS.
         PERFORM VARYING WK-TD-COL FROM 2 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
            MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-LEN
            MOVE SPACE TO WK-COL-KEY
            MOVE 1 TO WK-COL-PTR
            STRING WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL)
                      DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   FUNCTION TRIM(WK-IDX-DISP) DELIMITED BY SIZE
                   INTO WK-COL-KEY
                   WITH POINTER WK-COL-PTR
            MOVE SPACE TO WK-COL-VAL
            CALL 'get_value' USING RECV-DATA
                 WK-COL-KEY(1:WK-COL-PTR - 1) WK-COL-VAL
            MOVE WK-COL-VAL(1:WK-TD-LEN)
                 TO WK-ROW-TRC(WK-TD-POS:WK-TD-LEN)
            ADD WK-TD-LEN TO WK-TD-POS
            ADD 1 TO WK-TD-POS
         END-PERFORM.
      *
      * Each referring column in turn (its value taken before any
      * blanking of an earlier column)
      *
         MOVE 'NO' TO WK-ROW-ORPH-SW.
         MOVE 'NO' TO WK-ROW-DEL-SW.
         MOVE 8 TO WK-TD-POS.
         PERFORM VARYING WK-TD-COL FROM 1 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
            MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-LEN
            MOVE SPACE TO WK-REF-VAL
            IF (WK-TD-COL = 1)
               MOVE G-ID-PK TO WK-REF-VAL
            ELSE
               IF (WK-TD-LEN <= 4)
                  MOVE WK-ROW-TRC(WK-TD-POS:WK-TD-LEN) TO WK-REF-VAL
               END-IF
            END-IF
            IF (WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL) NOT = SPACE)
               AND (WK-REF-VAL NOT = SPACE)
               PERFORM SUB-CHKCOL-EN THRU SUB-CHKCOL-EX
            END-IF
            IF (WK-TD-COL > 1)
               ADD WK-TD-LEN TO WK-TD-POS
               ADD 1 TO WK-TD-POS
            END-IF
         END-PERFORM.
         IF (WK-ROW-ORPH-SW = 'YES')
            PERFORM SUB-REPAIR-EN THRU SUB-REPAIR-EX
         END-IF.
       SUB-CHKROW-EX.
         EXIT.
      *------------------------------------------
      * One referring column value: look it up among the parent
      * keys (a row referring to its own key stands by itself)
      *------------------------------------------
       SUB-CHKCOL-EN.
         MOVE WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL)
              TO WK-PK-ARG(1:10).
         MOVE WK-REF-VAL TO WK-PK-ARG(11:4).
         MOVE 'NO' TO WK-PK-FOUND-SW.
         IF (WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL) = WK-TABLE)
            AND (WK-REF-VAL = G-ID-PK)
            MOVE 'YES' TO WK-PK-FOUND-SW
         ELSE
            SEARCH ALL WK-PK-ENT
               AT END
                  CONTINUE
               WHEN WK-PK-KEY(PK-IDX) = WK-PK-ARG
                  MOVE 'YES' TO WK-PK-FOUND-SW
            END-SEARCH
         END-IF.
         IF (WK-PK-FOUND-SW = 'NO')
      *
      * Orphan: a cascade rule, a numeric column or the pkey
      * itself can only be repaired by deleting the row
      *
            MOVE 'YES' TO WK-ROW-ORPH-SW
            ADD 1 TO WK-CNT-ORPH
            ADD 1 TO WK-TDEF-COL-ORPH(WK-TD-IDX WK-TD-COL)
            IF (WK-TDEF-COL-RULE(WK-TD-IDX WK-TD-COL) = 'C')
               OR (WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL) = '9')
               OR (WK-TD-COL = 1)
               MOVE 'YES' TO WK-ROW-DEL-SW
               MOVE 'D' TO WK-ACTION
            ELSE
               MOVE SPACE TO WK-ROW-TRC(WK-TD-POS:WK-TD-LEN)
               MOVE 'U' TO WK-ACTION
            END-IF
            MOVE SPACE TO ORPH-REC
            MOVE WK-TABLE TO ORP-TABLE
            MOVE G-ID-PK TO ORP-KEY
            MOVE WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL) TO ORP-COL
            MOVE WK-REF-VAL TO ORP-VALUE
            MOVE WK-TDEF-COL-REF(WK-TD-IDX WK-TD-COL) TO ORP-PARENT
            MOVE WK-TDEF-COL-RULE(WK-TD-IDX WK-TD-COL) TO ORP-RULE
            IF (ORP-RULE = SPACE)
               MOVE 'R' TO ORP-RULE
            END-IF
            MOVE WK-ACTION TO ORP-ACTION
            WRITE ORPH-REC
         END-IF.
       SUB-CHKCOL-EX.
         EXIT.
      *------------------------------------------
      * One repair transaction for an orphan row: D, or U of the
      * stored row with its orphan columns blanked
      *------------------------------------------
       SUB-REPAIR-EN.
         MOVE SPACE TO WK-OUT-TRC.
         IF (WK-ROW-DEL-SW = 'YES')
            MOVE 'D' TO WK-OUT-TRC(1:1)
            MOVE WK-ROW-TRC(3:4) TO WK-OUT-TRC(3:4)
            MOVE WK-ROW-TRC(42:10) TO WK-OUT-TRC(42:10)
            ADD 1 TO WK-CNT-FIX-D
         ELSE
            MOVE WK-ROW-TRC TO WK-OUT-TRC
            MOVE 'U' TO WK-OUT-TRC(1:1)
            ADD 1 TO WK-CNT-FIX-U
         END-IF.
         ADD 1 TO WK-SEQ.
         MOVE WK-SEQ TO WK-OUT-SEQ.
         MOVE WK-OUT-REC TO ORFX-REC.
         WRITE ORFX-REC.
      *
      * A COMMIT record at a sensible interval keeps the repair
      * restartable in bounded pieces
      *
         ADD 1 TO WK-IDU-CNT.
         IF (WK-IDU-CNT >= C-COMMIT-INTERVAL)
            PERFORM SUB-COMMIT-EN THRU SUB-COMMIT-EX
         END-IF.
       SUB-REPAIR-EX.
         EXIT.
      *------------------------------------------
      * One COMMIT record
      *------------------------------------------
       SUB-COMMIT-EN.
         MOVE SPACE TO WK-OUT-TRC.
         MOVE 'C' TO WK-OUT-TRC(1:1).
         ADD 1 TO WK-SEQ.
         MOVE WK-SEQ TO WK-OUT-SEQ.
         MOVE WK-OUT-REC TO ORFX-REC.
         WRITE ORFX-REC.
         ADD 1 TO WK-CNT-FIX-C.
         MOVE ZERO TO WK-IDU-CNT.
       SUB-COMMIT-EX.
         EXIT.
      *------------------------------------------
      * Summary line for one reference
      *------------------------------------------
       SUB-SUMLINE-EN.
         MOVE SPACE TO ORPH-LINE.
         STRING '# T ' DELIMITED BY SIZE
                WK-TDEF-NAME(WK-RI-CHD-IDX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WK-TDEF-COL-NAME(WK-RI-CHD-IDX WK-RI-CHD-COL)
                   DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WK-TDEF-COL-REF(WK-RI-CHD-IDX WK-RI-CHD-COL)
                   DELIMITED BY SIZE
                ' ROWS=' DELIMITED BY SIZE
                WK-TDEF-ROWS(WK-RI-CHD-IDX) DELIMITED BY SIZE
                ' ORPHANS=' DELIMITED BY SIZE
                WK-TDEF-COL-ORPH(WK-RI-CHD-IDX WK-RI-CHD-COL)
                   DELIMITED BY SIZE
                INTO ORPH-LINE.
         WRITE ORPH-LINE.
       SUB-SUMLINE-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         DISPLAY C-PGMNAME ' : TALLY PARENT KEYS=(' WK-CNT-PKEYS ')'
                 ' ROWS=(' WK-CNT-ROWS ')'
                 ' ORPHANS=(' WK-CNT-ORPH ')'.
         DISPLAY C-PGMNAME ' : TALLY REPAIR D=(' WK-CNT-FIX-D ')'
                 ' U=(' WK-CNT-FIX-U ')'
                 ' C=(' WK-CNT-FIX-C ')'.
         IF (WK-CNT-ORPH > 0)
            DISPLAY C-PGMNAME
                    ' : ORPHANS LISTED IN smp1_orph.dat, REPAIRS IN'
                    ' smp1_orfx.dat FOR sample1'
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
         IF (WK-ORPH-OPEN-SW = 'YES')
            CLOSE   ORPHDAT
            MOVE 'NO' TO WK-ORPH-OPEN-SW
         END-IF.
         IF (WK-ORFX-OPEN-SW = 'YES')
            CLOSE   ORFXDAT
            MOVE 'NO' TO WK-ORFX-OPEN-SW
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
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'ROWS=' DELIMITED BY SIZE
                WK-CNT-ROWS DELIMITED BY SIZE
                ' ORPH=' DELIMITED BY SIZE
                WK-CNT-ORPH DELIMITED BY SIZE
                ' FIX=' DELIMITED BY SIZE
                WK-SEQ DELIMITED BY SIZE
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
