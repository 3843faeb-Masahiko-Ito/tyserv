      *
      * Data-quality sweep of the stored tables against the
      * business rules kept in smp1_dqrl.dat. sample1 validates a
      * transaction on its way in; rows loaded long ago, or changed
      * on tyserv directly, are never looked at again. This
      * program walks every table of smp1_tdef.dat that a rule
      * applies to in chunks (as sample19 does) and tests each
      * stored row against each rule.
      *
      * The rules file has one rule per line ('#' lines are
      * comments), the rules are applied to a row in file order:
      *
      *   cols  1- 8  rule type (below)
      *   cols 10-19  table ('*' every table with the column)
      *   cols 21-30  column
      *   col  32     Y: repair automatically (TRIM and UPPER only)
      *   cols 34-73  argument
      *
      *   RANGE     numeric value from..to, argument '<lo> <hi>'
      *   REQUIRED  value not blank
      *   CHARS     only the characters of the argument: A stands
      *             for A-Z, a for a-z, 9 for 0-9, any other
      *             character for itself; blanks are always allowed
      *   UNIQUE    no other row of the table holds the same value
      *             (compared in capitals with extra blanks removed)
      *   TRIM      no leading blanks and no doubled blanks
      *   UPPER     no lower-case letters
      *
      * A rule sees the row as the repairs of the rules before it
      * left it, so TRIM and UPPER rules go first.
      *
      * The exceptions report smp1_dqex.dat (132 columns) lists
      * each rule with the rows it checked, its exceptions and
      * repairs, then the offending rows rule by rule. A row that
      * a repairing rule changed gets one U transaction with the
      * whole repaired row in smp1_dqfx.dat, in smp1_tran.dat
      * format stamped DQF-nnnnnn (COMMIT every 1000 and at end).
      * The file is reviewed and loaded by moving it to
      * smp1_tran.dat for a sample1 run, so every repair is
      * audited like any other change.
      *
      *   sample24 [<table>] [FORCE]
      *
      * <table> limits the sweep to one table. tyserv is only read.
      * The run is recorded in the suite's run registry
      * (smp1_runh.dat) with target '*', as it reads several tables
      * and wants none of them moving underneath it.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample24.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Data-quality rules
      *------------------------------------------
          SELECT DQRDAT  ASSIGN TO "smp1_dqrl.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-DQR-STAT.
      *------------------------------------------
      * Exceptions report print file
      *------------------------------------------
          SELECT RPTDAT  ASSIGN TO "smp1_dqex.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RPT-STAT.
      *------------------------------------------
      * Repair transactions (stamped TRC format, for sample1)
      *------------------------------------------
          SELECT DQFXDAT ASSIGN TO "smp1_dqfx.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-DQFX-STAT.
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
      * Data-quality rule
      *------------------------------------------
       FD  DQRDAT.
       01  DQR-REC.
          02 DQR-TYPE    PIC X(8).
          02 FILLER      PIC X(1).
          02 DQR-TABLE   PIC X(10).
          02 FILLER      PIC X(1).
          02 DQR-COL     PIC X(10).
          02 FILLER      PIC X(1).
          02 DQR-FIX     PIC X(1).
          02 FILLER      PIC X(1).
          02 DQR-ARG     PIC X(40).
      *------------------------------------------
      * Exceptions report
      *------------------------------------------
       FD  RPTDAT.
       01  RPT-REC      PIC X(132).
      *------------------------------------------
      * Repair transactions (stamped TRC format)
      *------------------------------------------
       FD  DQFXDAT.
       01  DQFX-REC     PIC X(62).
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
       01 C-PGMNAME     PIC X(8) VALUE 'sample24'.
       01 C-NULL        PIC X(1) VALUE LOW-VALUE.
       01 C-TAB         PIC X(1) VALUE X'09'.
       01 C-COMMIT-INTERVAL PIC 9(5) VALUE 1000.
       01 C-PAGE-LINES  PIC 9(2) VALUE 50.
       01 C-LOWER       PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 C-UPPER       PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 C-DIGITS      PIC X(10) VALUE '0123456789'.
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
       01 WK-DQR-STAT    PIC X(2) VALUE SPACE.
       01 WK-RPT-STAT    PIC X(2) VALUE SPACE.
       01 WK-DQFX-STAT   PIC X(2) VALUE SPACE.
       01 WK-CTL-STAT    PIC X(2) VALUE SPACE.
       01 WK-DQR-EOF-SW  PIC X(3) VALUE 'OFF'.
       01 WK-RPT-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-DQFX-OPEN-SW PIC X(3) VALUE 'NO'.
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
      * Per table: rows walked
             03 WK-TDEF-ROWS    PIC 9(7).
       01 WK-TD-IDX      PIC 9(2) VALUE 1.
       01 WK-TD-COL      PIC 9(2) VALUE ZERO.
       01 WK-TD-POS      PIC 9(4) VALUE ZERO.
       01 WK-TD-LEN      PIC 9(4) VALUE ZERO.
       01 WK-TD-SUM      PIC 9(4) VALUE ZERO.
       01 WK-TABLE       PIC X(10) VALUE SPACE.
       01 WK-TBL-I       PIC 9(2) VALUE ZERO.
      *
      * Rules, in file order; per rule the column's place in the
      * row of the table being walked (length zero when the rule
      * does not apply to it) and the rule's counts
      *
       01 C-DQR-MAX      PIC 9(2) VALUE 30.
       01 WK-DQR-CNT     PIC 9(2) VALUE ZERO.
       01 WK-DQR-I       PIC 9(2) VALUE ZERO.
       01 WK-DQR-TBL.
          02 WK-DQR-ENT OCCURS 30 TIMES.
             03 WK-DQR-TYPE     PIC X(8).
             03 WK-DQR-TABLE    PIC X(10).
             03 WK-DQR-COL      PIC X(10).
             03 WK-DQR-FIX      PIC X(1).
             03 WK-DQR-ARG      PIC X(40).
             03 WK-DQR-LO       PIC 9(9).
             03 WK-DQR-HI       PIC 9(9).
             03 WK-DQR-SET      PIC X(80).
             03 WK-DQR-SET-LEN  PIC 9(2).
             03 WK-DQR-CUR-POS  PIC 9(4).
             03 WK-DQR-CUR-LEN  PIC 9(4).
             03 WK-DQR-ROWS     PIC 9(7).
             03 WK-DQR-HITS     PIC 9(7).
             03 WK-DQR-FIXED    PIC 9(7).
       01 WK-DQR-HIT-CNT PIC 9(2) VALUE ZERO.
       01 WK-DQR-PK-SW   PIC X(3) VALUE 'NO'.
       01 WK-TBL-RULES   PIC 9(2) VALUE ZERO.
      *
      * Rule argument parsing
      *
       01 WK-ARG-LO      PIC X(10) VALUE SPACE.
       01 WK-ARG-HI      PIC X(10) VALUE SPACE.
       01 WK-ARG-LO-LEN  PIC 9(2) VALUE ZERO.
       01 WK-ARG-HI-LEN  PIC 9(2) VALUE ZERO.
       01 WK-ARG-I       PIC 9(2) VALUE ZERO.
       01 WK-ARG-CH      PIC X(1) VALUE SPACE.
       01 WK-SET-ADD     PIC X(26) VALUE SPACE.
       01 WK-SET-ADD-LEN PIC 9(2) VALUE ZERO.
       01 WK-SET-J       PIC 9(2) VALUE ZERO.
       01 WK-SET-HIT     PIC 9(2) VALUE ZERO.
      *
      * The value under check, its repaired form and the working
      * fields of the checks
      *
       01 WK-VAL         PIC X(28) VALUE SPACE.
       01 WK-FIXV        PIC X(28) VALUE SPACE.
       01 WK-CUR-LEN     PIC 9(4) VALUE ZERO.
       01 WK-CH-I        PIC 9(2) VALUE ZERO.
       01 WK-OUT-P       PIC 9(2) VALUE ZERO.
       01 WK-CHK         PIC X(28) VALUE SPACE.
       01 WK-LEAD        PIC 9(2) VALUE ZERO.
       01 WK-NUM-LEN     PIC 9(2) VALUE ZERO.
       01 WK-NUM-X       PIC X(9) VALUE SPACE.
       01 WK-NUM         PIC 9(9) VALUE ZERO.
       01 WK-NUM-ED      PIC Z(8)9.
       01 WK-SPACES      PIC X(80) VALUE SPACE.
      *
      * Exception in hand, and the exceptions kept for the report
      * (those beyond the table are counted, not listed)
      *
       01 WK-EXC-PK      PIC X(4) VALUE SPACE.
       01 WK-EXC-NOTE    PIC X(24) VALUE SPACE.
       01 WK-EXC-NEW     PIC X(28) VALUE SPACE.
       01 C-EXC-MAX      PIC 9(5) VALUE 5000.
       01 WK-EXC-CNT     PIC 9(5) VALUE ZERO.
       01 WK-EXC-I       PIC 9(5) VALUE ZERO.
       01 WK-EXC-TBL.
          02 WK-EXC-ENT OCCURS 5000 TIMES.
             03 WK-EXC-RULE  PIC 9(2).
             03 WK-EXC-TABLE PIC X(10).
             03 WK-EXC-KEY   PIC X(4).
             03 WK-EXC-VAL   PIC X(28).
             03 WK-EXC-TEXT  PIC X(24).
             03 WK-EXC-FIXV  PIC X(28).
       01 WK-LISTED      PIC 9(7) VALUE ZERO.
      *
      * UNIQUE values of the table being walked: rule, compared
      * value and key, kept in that order as they are taken in so
      * equal values meet (unused entries HIGH-VALUE)
      *
       01 C-UNQ-MAX      PIC 9(5) VALUE 20000.
       01 WK-UNQ-CNT     PIC 9(5) VALUE ZERO.
       01 WK-UNQ-I       PIC 9(5) VALUE ZERO.
       01 WK-UNQ-G       PIC 9(5) VALUE ZERO.
       01 WK-UNQ-TBL.
          02 WK-UNQ-ENT OCCURS 20000 TIMES.
             03 WK-UNQ-KEY.
                04 WK-UNQ-RULE PIC 9(2).
                04 WK-UNQ-CMP  PIC X(28).
             03 WK-UNQ-PK   PIC X(4).
             03 WK-UNQ-VAL  PIC X(28).
       01 WK-UNQ-NEW.
          02 WK-UNQ-NEW-ORD.
             03 WK-UNQ-NEW-RULE PIC 9(2).
             03 WK-UNQ-NEW-CMP  PIC X(28).
             03 WK-UNQ-NEW-PK   PIC X(4).
          02 WK-UNQ-NEW-VAL     PIC X(28).
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
       01 WK-COL-VAL     PIC X(28) VALUE SPACE.
      *
      * The row under check in TRC layout, as stored and as the
      * repairing rules left it
      *
       01 WK-ROW-TRC     PIC X(51) VALUE SPACE.
       01 WK-ROW-ORIG    PIC X(51) VALUE SPACE.
      *
      * Output record: the 51-byte TRC plus the DQF-nnnnnn stamp
      * carried in the TRC-SOURCE-ID column (cols 53-62)
      *
       01 WK-OUT-REC.
          02 WK-OUT-TRC   PIC X(51).
          02 FILLER       PIC X(1)  VALUE ','.
          02 WK-OUT-STAMP.
             03 FILLER       PIC X(4) VALUE 'DQF-'.
             03 WK-OUT-SEQ   PIC 9(6).
       01 WK-SEQ         PIC 9(6) VALUE ZERO.
       01 WK-IDU-CNT     PIC 9(5) VALUE ZERO.
      *
      * Print control
      *
       01 WK-LINE-CNT    PIC 9(2) VALUE 99.
       01 WK-PAGE-NO     PIC 9(4) VALUE ZERO.
       01 WK-PRT-LINE    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD1    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD2    PIC X(132) VALUE SPACE.
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
          02 WK-CNT-EXC    PIC 9(7) VALUE ZERO.
          02 WK-CNT-UNLIST PIC 9(7) VALUE ZERO.
          02 WK-CNT-FIX-U  PIC 9(7) VALUE ZERO.
          02 WK-CNT-FIX-C  PIC 9(7) VALUE ZERO.
      *
      * Report lines
      *
       01 RPT-HEAD1.
          02 FILLER      PIC X(30)
                         VALUE 'TYSERV DATA-QUALITY SWEEP  RUN'.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 HD1-DATE    PIC X(8)  VALUE SPACE.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 HD1-TIME    PIC X(6)  VALUE SPACE.
          02 FILLER      PIC X(8)  VALUE '  TABLE='.
          02 HD1-TABLE   PIC X(10) VALUE SPACE.
          02 FILLER      PIC X(58) VALUE SPACE.
          02 FILLER      PIC X(5)  VALUE 'PAGE='.
          02 HD1-PAGE    PIC Z(4)9.
       01 RPT-RULHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(4)  VALUE 'NO'.
          02 FILLER      PIC X(9)  VALUE 'RULE'.
          02 FILLER      PIC X(11) VALUE 'TABLE'.
          02 FILLER      PIC X(11) VALUE 'COLUMN'.
          02 FILLER      PIC X(4)  VALUE 'FIX'.
          02 FILLER      PIC X(41) VALUE 'ARGUMENT'.
          02 FILLER      PIC X(9)  VALUE '  CHECKED'.
          02 FILLER      PIC X(12) VALUE '  EXCEPTIONS'.
          02 FILLER      PIC X(9)  VALUE ' REPAIRED'.
       01 RPT-RUL.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUL-NO      PIC Z9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUL-TYPE    PIC X(8).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUL-TABLE   PIC X(10).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 RUL-COL     PIC X(10).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUL-FIX     PIC X(1).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUL-ARG     PIC X(40).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUL-ROWS    PIC Z(6)9.
          02 FILLER      PIC X(5)  VALUE SPACE.
          02 RUL-HITS    PIC Z(6)9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RUL-FIXED   PIC Z(6)9.
       01 RPT-EXCHD.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(11) VALUE 'TABLE'.
          02 FILLER      PIC X(6)  VALUE 'ID-PK'.
          02 FILLER      PIC X(30) VALUE 'STORED VALUE'.
          02 FILLER      PIC X(26) VALUE 'EXCEPTION'.
          02 FILLER      PIC X(28) VALUE 'REPAIRED TO'.
       01 RPT-EXC.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 EXC-TABLE   PIC X(10).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 EXC-KEY     PIC X(4).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 EXC-VAL     PIC X(28).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 EXC-TEXT    PIC X(24).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 EXC-FIXV    PIC X(28).
       01 RPT-MORE.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(1)  VALUE '('.
          02 MORE-CNT    PIC Z(6)9.
          02 FILLER      PIC X(30)
                         VALUE ' MORE EXCEPTIONS NOT LISTED)'.
       01 RPT-NONE.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(40) VALUE '(NO EXCEPTIONS)'.
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
      * Walk the tables the rules apply to
      *------------------------------------------
         PERFORM SUB-SWEEP-EN THRU SUB-SWEEP-EX.
      *------------------------------------------
      * Exceptions report
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
      *
      * Run parameters: an optional table and FORCE
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
      * Connection, table definitions and rules (a bad definition
      * or rule stops the run before it is registered)
      *
         PERFORM SUB-CTL-LOAD-EN THRU SUB-CTL-LOAD-EX.
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
         IF (WK-SEL-TABLE NOT = SPACE)
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
         PERFORM SUB-DQR-LOAD-EN THRU SUB-DQR-LOAD-EX.
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
         OPEN OUTPUT RPTDAT.
         IF (WK-RPT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN EXCEPTIONS REPORT STATUS=('
                    WK-RPT-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-RPT-OPEN-SW.
         MOVE WK-RUN-DATE TO HD1-DATE.
         MOVE WK-RUN-TIME(1:6) TO HD1-TIME.
         IF (WK-SEL-TABLE = SPACE)
            MOVE '*' TO HD1-TABLE
         ELSE
            MOVE WK-SEL-TABLE TO HD1-TABLE
         END-IF.
         OPEN OUTPUT DQFXDAT.
         IF (WK-DQFX-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN REPAIR FILE STATUS=('
                    WK-DQFX-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-DQFX-OPEN-SW.
         PERFORM SUB-CONNECT-EN THRU SUB-CONNECT-EX.
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
      * Rules file (required: without rules there is nothing to
      * sweep for)
      *------------------------------------------
       SUB-DQR-LOAD-EN.
         MOVE ZERO TO WK-DQR-CNT.
         OPEN INPUT DQRDAT.
         IF (WK-DQR-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN smp1_dqrl.dat STATUS=('
                    WK-DQR-STAT ')'
            STOP RUN
         END-IF.
         MOVE 'OFF' TO WK-DQR-EOF-SW.
         PERFORM SUB-DQR-READ-EN THRU SUB-DQR-READ-EX
            UNTIL (WK-DQR-EOF-SW = 'ON').
         CLOSE DQRDAT.
         IF (WK-DQR-CNT = ZERO)
            DISPLAY C-PGMNAME
                    ' : ABEND, NO RULES IN smp1_dqrl.dat'
            STOP RUN
         END-IF.
       SUB-DQR-LOAD-EX.
         EXIT.
      *------------------------------------------
      * One rule line
      *------------------------------------------
       SUB-DQR-READ-EN.
         READ DQRDAT
            AT END
               MOVE 'ON' TO WK-DQR-EOF-SW
            NOT AT END
               IF (DQR-REC = SPACE) OR (DQR-REC(1:1) = '#')
                  CONTINUE
               ELSE
                  PERFORM SUB-DQR-STORE-EN THRU SUB-DQR-STORE-EX
               END-IF
         END-READ.
       SUB-DQR-READ-EX.
         EXIT.
      *------------------------------------------
      * Check and store one rule
      *------------------------------------------
       SUB-DQR-STORE-EN.
         IF (WK-DQR-CNT >= C-DQR-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, TOO MANY RULES, MAX=(' C-DQR-MAX ')'
            STOP RUN
         END-IF.
         ADD 1 TO WK-DQR-CNT.
         MOVE WK-DQR-CNT TO WK-DQR-I.
         INITIALIZE WK-DQR-ENT(WK-DQR-I).
         MOVE DQR-TYPE TO WK-DQR-TYPE(WK-DQR-I).
         MOVE DQR-TABLE TO WK-DQR-TABLE(WK-DQR-I).
         MOVE DQR-COL TO WK-DQR-COL(WK-DQR-I).
         MOVE DQR-FIX TO WK-DQR-FIX(WK-DQR-I).
         MOVE DQR-ARG TO WK-DQR-ARG(WK-DQR-I).
         IF (WK-DQR-FIX(WK-DQR-I) = SPACE)
            MOVE 'N' TO WK-DQR-FIX(WK-DQR-I)
         END-IF.
         IF (WK-DQR-TYPE(WK-DQR-I) NOT = 'RANGE')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'REQUIRED')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'CHARS')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'UNIQUE')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'TRIM')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'UPPER')
            DISPLAY C-PGMNAME
                    ' : ABEND, UNKNOWN RULE TYPE=(' DQR-TYPE ')'
            STOP RUN
         END-IF.
         IF (WK-DQR-FIX(WK-DQR-I) NOT = 'Y')
            AND (WK-DQR-FIX(WK-DQR-I) NOT = 'N')
            DISPLAY C-PGMNAME
                    ' : ABEND, REPAIR FLAG MUST BE Y OR N, RULE=('
                    DQR-REC(1:30) ')'
            STOP RUN
         END-IF.
         IF (WK-DQR-FIX(WK-DQR-I) = 'Y')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'TRIM')
            AND (WK-DQR-TYPE(WK-DQR-I) NOT = 'UPPER')
            DISPLAY C-PGMNAME
                    ' : ABEND, NO AUTOMATIC REPAIR FOR RULE TYPE=('
                    DQR-TYPE ')'
            STOP RUN
         END-IF.
      *
      * The column must be defined in the table named, or in at
      * least one table for '*'; the pkey is never repaired
      *
         IF (WK-DQR-TABLE(WK-DQR-I) NOT = '*')
            PERFORM VARYING WK-TD-IDX FROM 1 BY 1
               UNTIL (WK-TD-IDX > WK-TDEF-CNT)
                  OR (WK-TDEF-NAME(WK-TD-IDX) = WK-DQR-TABLE(WK-DQR-I))
               CONTINUE
            END-PERFORM
            IF (WK-TD-IDX > WK-TDEF-CNT)
               DISPLAY C-PGMNAME
                       ' : ABEND, RULE TABLE=(' DQR-TABLE
                       ') NOT DEFINED'
               STOP RUN
            END-IF
         END-IF.
         MOVE ZERO TO WK-DQR-HIT-CNT.
         MOVE 'NO' TO WK-DQR-PK-SW.
         PERFORM VARYING WK-TD-IDX FROM 1 BY 1
            UNTIL (WK-TD-IDX > WK-TDEF-CNT)
            IF (WK-DQR-TABLE(WK-DQR-I) = '*')
               OR (WK-DQR-TABLE(WK-DQR-I) = WK-TDEF-NAME(WK-TD-IDX))
               PERFORM VARYING WK-TD-COL FROM 1 BY 1
                  UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
                  IF (WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL) =
                      WK-DQR-COL(WK-DQR-I))
                     ADD 1 TO WK-DQR-HIT-CNT
                     IF (WK-TD-COL = 1)
                        MOVE 'YES' TO WK-DQR-PK-SW
                     END-IF
                  END-IF
               END-PERFORM
            END-IF
         END-PERFORM.
         IF (WK-DQR-HIT-CNT = ZERO)
            DISPLAY C-PGMNAME
                    ' : ABEND, RULE COLUMN=(' DQR-COL
                    ') NOT DEFINED IN TABLE=(' DQR-TABLE ')'
            STOP RUN
         END-IF.
         IF (WK-DQR-PK-SW = 'YES') AND (WK-DQR-FIX(WK-DQR-I) = 'Y')
            DISPLAY C-PGMNAME
                    ' : ABEND, PKEY COLUMN=(' DQR-COL
                    ') CANNOT BE REPAIRED'
            STOP RUN
         END-IF.
      *
      * Arguments
      *
         EVALUATE WK-DQR-TYPE(WK-DQR-I)
         WHEN 'RANGE'
            PERFORM SUB-DQR-RANGE-EN THRU SUB-DQR-RANGE-EX
         WHEN 'CHARS'
            PERFORM SUB-DQR-CHARS-EN THRU SUB-DQR-CHARS-EX
         WHEN OTHER
            CONTINUE
         END-EVALUATE.
       SUB-DQR-STORE-EX.
         EXIT.
      *------------------------------------------
      * RANGE argument: '<lo> <hi>', up to 9 digits each
      *------------------------------------------
       SUB-DQR-RANGE-EN.
         MOVE SPACE TO WK-ARG-LO WK-ARG-HI.
         MOVE ZERO TO WK-ARG-LO-LEN WK-ARG-HI-LEN.
         UNSTRING WK-DQR-ARG(WK-DQR-I) DELIMITED BY ALL ' '
            INTO WK-ARG-LO COUNT IN WK-ARG-LO-LEN
                 WK-ARG-HI COUNT IN WK-ARG-HI-LEN.
         IF (WK-ARG-LO-LEN = ZERO) OR (WK-ARG-LO-LEN > 9)
            OR (WK-ARG-HI-LEN = ZERO) OR (WK-ARG-HI-LEN > 9)
            DISPLAY C-PGMNAME
                    ' : ABEND, RANGE NEEDS <LO> <HI>, RULE=('
                    DQR-REC(1:60) ')'
            STOP RUN
         END-IF.
         IF (WK-ARG-LO(1:WK-ARG-LO-LEN) IS NOT NUMERIC)
            OR (WK-ARG-HI(1:WK-ARG-HI-LEN) IS NOT NUMERIC)
            DISPLAY C-PGMNAME
                    ' : ABEND, RANGE NEEDS <LO> <HI>, RULE=('
                    DQR-REC(1:60) ')'
            STOP RUN
         END-IF.
         MOVE WK-ARG-LO(1:WK-ARG-LO-LEN) TO WK-DQR-LO(WK-DQR-I).
         MOVE WK-ARG-HI(1:WK-ARG-HI-LEN) TO WK-DQR-HI(WK-DQR-I).
         IF (WK-DQR-LO(WK-DQR-I) > WK-DQR-HI(WK-DQR-I))
            DISPLAY C-PGMNAME
                    ' : ABEND, RANGE LOW ABOVE HIGH, RULE=('
                    DQR-REC(1:60) ')'
            STOP RUN
         END-IF.
       SUB-DQR-RANGE-EX.
         EXIT.
      *------------------------------------------
      * CHARS argument: the set of allowed characters, blank first
      *------------------------------------------
       SUB-DQR-CHARS-EN.
         IF (WK-DQR-ARG(WK-DQR-I) = SPACE)
            DISPLAY C-PGMNAME
                    ' : ABEND, CHARS NEEDS THE ALLOWED CHARACTERS,'
                    ' RULE=(' DQR-REC(1:30) ')'
            STOP RUN
         END-IF.
         MOVE SPACE TO WK-DQR-SET(WK-DQR-I).
         MOVE 1 TO WK-DQR-SET-LEN(WK-DQR-I).
         PERFORM VARYING WK-ARG-I FROM 1 BY 1
            UNTIL (WK-ARG-I > 40)
            MOVE WK-DQR-ARG(WK-DQR-I)(WK-ARG-I:1) TO WK-ARG-CH
            EVALUATE WK-ARG-CH
            WHEN SPACE
               MOVE ZERO TO WK-SET-ADD-LEN
            WHEN 'A'
               MOVE C-UPPER TO WK-SET-ADD
               MOVE 26 TO WK-SET-ADD-LEN
            WHEN 'a'
               MOVE C-LOWER TO WK-SET-ADD
               MOVE 26 TO WK-SET-ADD-LEN
            WHEN '9'
               MOVE C-DIGITS TO WK-SET-ADD
               MOVE 10 TO WK-SET-ADD-LEN
            WHEN OTHER
               MOVE WK-ARG-CH TO WK-SET-ADD
               MOVE 1 TO WK-SET-ADD-LEN
            END-EVALUATE
            PERFORM VARYING WK-SET-J FROM 1 BY 1
               UNTIL (WK-SET-J > WK-SET-ADD-LEN)
               PERFORM SUB-SETADD-EN THRU SUB-SETADD-EX
            END-PERFORM
         END-PERFORM.
       SUB-DQR-CHARS-EX.
         EXIT.
      *------------------------------------------
      * Add one character to the allowed set unless already there
      *------------------------------------------
       SUB-SETADD-EN.
         MOVE ZERO TO WK-SET-HIT.
         INSPECT WK-DQR-SET(WK-DQR-I)(1:WK-DQR-SET-LEN(WK-DQR-I))
            TALLYING WK-SET-HIT FOR ALL WK-SET-ADD(WK-SET-J:1).
         IF (WK-SET-HIT = ZERO)
            IF (WK-DQR-SET-LEN(WK-DQR-I) >= 80)
               DISPLAY C-PGMNAME
                       ' : ABEND, MORE THAN 80 ALLOWED CHARACTERS,'
                       ' RULE=(' DQR-REC(1:30) ')'
               STOP RUN
            END-IF
            ADD 1 TO WK-DQR-SET-LEN(WK-DQR-I)
            MOVE WK-SET-ADD(WK-SET-J:1) TO
                 WK-DQR-SET(WK-DQR-I)(WK-DQR-SET-LEN(WK-DQR-I):1)
         END-IF.
       SUB-SETADD-EX.
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
      * The sweep: every selected table with a rule on it, in
      * definition order
      *------------------------------------------
       SUB-SWEEP-EN.
         PERFORM VARYING WK-TBL-I FROM 1 BY 1
            UNTIL (WK-TBL-I > WK-TDEF-CNT)
            IF (WK-SEL-TABLE = SPACE)
               OR (WK-SEL-TABLE = WK-TDEF-NAME(WK-TBL-I))
               MOVE WK-TDEF-NAME(WK-TBL-I) TO WK-TABLE
               PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX
               PERFORM SUB-TBLRULE-EN THRU SUB-TBLRULE-EX
               IF (WK-TBL-RULES > 0)
                  PERFORM SUB-SCAN-EN THRU SUB-SCAN-EX
               END-IF
            END-IF
         END-PERFORM.
      *
      * The repairs close with a COMMIT record
      *
         IF (WK-IDU-CNT > 0)
            PERFORM SUB-COMMIT-EN THRU SUB-COMMIT-EX
         END-IF.
       SUB-SWEEP-EX.
         EXIT.
      *------------------------------------------
      * Place of each rule's column in the row of WK-TABLE (TRC
      * layout: the pkey at 3, the other columns from 8 on, one
      * blank after each)
      *------------------------------------------
       SUB-TBLRULE-EN.
         MOVE ZERO TO WK-TBL-RULES.
         PERFORM VARYING WK-DQR-I FROM 1 BY 1
            UNTIL (WK-DQR-I > WK-DQR-CNT)
            MOVE ZERO TO WK-DQR-CUR-POS(WK-DQR-I)
                         WK-DQR-CUR-LEN(WK-DQR-I)
            IF (WK-DQR-TABLE(WK-DQR-I) = '*')
               OR (WK-DQR-TABLE(WK-DQR-I) = WK-TABLE)
               MOVE 8 TO WK-TD-POS
               PERFORM VARYING WK-TD-COL FROM 1 BY 1
                  UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
                  MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL)
                       TO WK-TD-LEN
                  IF (WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL) =
                      WK-DQR-COL(WK-DQR-I))
                     IF (WK-TD-COL = 1)
                        MOVE 3 TO WK-DQR-CUR-POS(WK-DQR-I)
                        MOVE 4 TO WK-DQR-CUR-LEN(WK-DQR-I)
                     ELSE
                        MOVE WK-TD-POS TO WK-DQR-CUR-POS(WK-DQR-I)
                        MOVE WK-TD-LEN TO WK-DQR-CUR-LEN(WK-DQR-I)
                     END-IF
                  END-IF
                  IF (WK-TD-COL > 1)
                     ADD WK-TD-LEN TO WK-TD-POS
                     ADD 1 TO WK-TD-POS
                  END-IF
               END-PERFORM
               IF (WK-DQR-CUR-LEN(WK-DQR-I) > 0)
                  ADD 1 TO WK-TBL-RULES
               END-IF
            END-IF
         END-PERFORM.
       SUB-TBLRULE-EX.
         EXIT.
      *------------------------------------------
      * Walk WK-TABLE in chunks, then look for repeated UNIQUE
      * values among its rows
      *------------------------------------------
       SUB-SCAN-EN.
         MOVE HIGH-VALUE TO WK-UNQ-TBL.
         MOVE ZERO TO WK-UNQ-CNT.
         MOVE C-KEY-LO TO WK-CHUNK-LO.
         MOVE SPACE TO WK-LAST-KEY.
         MOVE 'YES' TO WK-CHUNK-SW.
         PERFORM SUB-CHUNK-EN THRU SUB-CHUNK-EX
            UNTIL (WK-CHUNK-SW = 'NO').
         DISPLAY C-PGMNAME
                 ' : TABLE=(' WK-TABLE ') ROWS=('
                 WK-TDEF-ROWS(WK-TD-IDX) ')'.
         IF (WK-UNQ-CNT > 1)
            PERFORM SUB-UNQ-SCAN-EN THRU SUB-UNQ-SCAN-EX
         END-IF.
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
                  PERFORM SUB-CHKROW-EN THRU SUB-CHKROW-EX
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
      * One stored row: read it whole, apply the rules in order
      * and write the repair when a repairing rule changed it
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
         MOVE WK-ROW-TRC TO WK-ROW-ORIG.
         PERFORM VARYING WK-DQR-I FROM 1 BY 1
            UNTIL (WK-DQR-I > WK-DQR-CNT)
            IF (WK-DQR-CUR-LEN(WK-DQR-I) > 0)
               PERFORM SUB-CHKRULE-EN THRU SUB-CHKRULE-EX
            END-IF
         END-PERFORM.
         IF (WK-ROW-TRC NOT = WK-ROW-ORIG)
            PERFORM SUB-REPAIR-EN THRU SUB-REPAIR-EX
         END-IF.
       SUB-CHKROW-EX.
         EXIT.
      *------------------------------------------
      * One rule against the current row
      *------------------------------------------
       SUB-CHKRULE-EN.
         ADD 1 TO WK-DQR-ROWS(WK-DQR-I).
         MOVE WK-DQR-CUR-LEN(WK-DQR-I) TO WK-CUR-LEN.
         MOVE SPACE TO WK-VAL.
         MOVE WK-ROW-TRC(WK-DQR-CUR-POS(WK-DQR-I):WK-CUR-LEN)
              TO WK-VAL.
         MOVE G-ID-PK TO WK-EXC-PK.
         MOVE SPACE TO WK-EXC-NOTE WK-EXC-NEW.
         EVALUATE WK-DQR-TYPE(WK-DQR-I)
      *
      * RANGE: a number (leading blanks allowed) within lo..hi
      *
         WHEN 'RANGE'
            PERFORM SUB-NUMVAL-EN THRU SUB-NUMVAL-EX
            IF (WK-EXC-NOTE = SPACE)
               IF (WK-NUM < WK-DQR-LO(WK-DQR-I))
                  MOVE WK-DQR-LO(WK-DQR-I) TO WK-NUM-ED
                  STRING 'BELOW ' DELIMITED BY SIZE
                         FUNCTION TRIM(WK-NUM-ED) DELIMITED BY SIZE
                         INTO WK-EXC-NOTE
               END-IF
               IF (WK-NUM > WK-DQR-HI(WK-DQR-I))
                  MOVE WK-DQR-HI(WK-DQR-I) TO WK-NUM-ED
                  STRING 'ABOVE ' DELIMITED BY SIZE
                         FUNCTION TRIM(WK-NUM-ED) DELIMITED BY SIZE
                         INTO WK-EXC-NOTE
               END-IF
            END-IF
      *
      * REQUIRED: not blank
      *
         WHEN 'REQUIRED'
            IF (WK-VAL = SPACE)
               MOVE 'BLANK' TO WK-EXC-NOTE
            END-IF
      *
      * CHARS: every character in the allowed set
      *
         WHEN 'CHARS'
            MOVE WK-VAL TO WK-CHK
            INSPECT WK-CHK(1:WK-CUR-LEN) CONVERTING
               WK-DQR-SET(WK-DQR-I)(1:WK-DQR-SET-LEN(WK-DQR-I))
               TO WK-SPACES(1:WK-DQR-SET-LEN(WK-DQR-I))
            IF (WK-CHK NOT = SPACE)
               MOVE ZERO TO WK-LEAD
               INSPECT WK-CHK TALLYING WK-LEAD FOR LEADING SPACE
               STRING '''' DELIMITED BY SIZE
                      WK-CHK(WK-LEAD + 1:1) DELIMITED BY SIZE
                      ''' NOT ALLOWED' DELIMITED BY SIZE
                      INTO WK-EXC-NOTE
            END-IF
      *
      * UNIQUE: kept for the look at the whole table
      *
         WHEN 'UNIQUE'
            IF (WK-VAL NOT = SPACE)
               PERFORM SUB-UNQADD-EN THRU SUB-UNQADD-EX
            END-IF
      *
      * TRIM: no leading or doubled blanks
      *
         WHEN 'TRIM'
            PERFORM SUB-SQUEEZE-EN THRU SUB-SQUEEZE-EX
            IF (WK-FIXV NOT = WK-VAL)
               MOVE 'LEADING/DOUBLE BLANKS' TO WK-EXC-NOTE
               MOVE WK-FIXV TO WK-EXC-NEW
            END-IF
      *
      * UPPER: no lower-case letters
      *
         WHEN 'UPPER'
            MOVE WK-VAL TO WK-FIXV
            INSPECT WK-FIXV CONVERTING C-LOWER TO C-UPPER
            IF (WK-FIXV NOT = WK-VAL)
               MOVE 'LOWER CASE' TO WK-EXC-NOTE
               MOVE WK-FIXV TO WK-EXC-NEW
            END-IF
         END-EVALUATE.
      *
      * An exception; a repairing rule changes the row in hand
      *
         IF (WK-EXC-NOTE NOT = SPACE)
            IF (WK-DQR-FIX(WK-DQR-I) = 'Y')
               MOVE WK-EXC-NEW(1:WK-CUR-LEN) TO
                    WK-ROW-TRC(WK-DQR-CUR-POS(WK-DQR-I):WK-CUR-LEN)
               ADD 1 TO WK-DQR-FIXED(WK-DQR-I)
            ELSE
               MOVE SPACE TO WK-EXC-NEW
            END-IF
            PERFORM SUB-EXCADD-EN THRU SUB-EXCADD-EX
         END-IF.
       SUB-CHKRULE-EX.
         EXIT.
      *------------------------------------------
      * Numeric value of WK-VAL in WK-NUM (leading blanks skipped),
      * or the reason it has none in WK-EXC-NOTE
      *------------------------------------------
       SUB-NUMVAL-EN.
         MOVE ZERO TO WK-NUM.
         IF (WK-VAL = SPACE)
            MOVE 'BLANK' TO WK-EXC-NOTE
         ELSE
            MOVE FUNCTION TRIM(WK-VAL LEADING) TO WK-CHK
            MOVE ZERO TO WK-NUM-LEN
            INSPECT WK-CHK TALLYING WK-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
            IF (WK-CHK(WK-NUM-LEN + 1:) NOT = SPACE)
               OR (WK-CHK(1:WK-NUM-LEN) IS NOT NUMERIC)
               MOVE 'NOT NUMERIC' TO WK-EXC-NOTE
            ELSE
               IF (WK-NUM-LEN > 9)
                  MOVE 'TOO MANY DIGITS' TO WK-EXC-NOTE
               ELSE
                  MOVE WK-CHK(1:WK-NUM-LEN) TO WK-NUM
               END-IF
            END-IF
         END-IF.
       SUB-NUMVAL-EX.
         EXIT.
      *------------------------------------------
      * WK-VAL left-justified with single blanks, in WK-FIXV
      *------------------------------------------
       SUB-SQUEEZE-EN.
         MOVE SPACE TO WK-FIXV.
         MOVE ZERO TO WK-OUT-P.
         PERFORM VARYING WK-CH-I FROM 1 BY 1
            UNTIL (WK-CH-I > WK-CUR-LEN)
            IF (WK-VAL(WK-CH-I:1) NOT = SPACE)
               OR ((WK-OUT-P > 0)
               AND (WK-FIXV(WK-OUT-P:1) NOT = SPACE))
               ADD 1 TO WK-OUT-P
               MOVE WK-VAL(WK-CH-I:1) TO WK-FIXV(WK-OUT-P:1)
            END-IF
         END-PERFORM.
       SUB-SQUEEZE-EX.
         EXIT.
      *------------------------------------------
      * Keep a UNIQUE value: compared in capitals, single blanks;
      * inserted in rule / value / key order (entries above it move
      * up)
      *------------------------------------------
       SUB-UNQADD-EN.
         IF (WK-UNQ-CNT >= C-UNQ-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, MORE THAN (' C-UNQ-MAX
                    ') UNIQUE VALUES IN TABLE=(' WK-TABLE ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         PERFORM SUB-SQUEEZE-EN THRU SUB-SQUEEZE-EX.
         INSPECT WK-FIXV CONVERTING C-LOWER TO C-UPPER.
         MOVE WK-DQR-I TO WK-UNQ-NEW-RULE.
         MOVE WK-FIXV TO WK-UNQ-NEW-CMP.
         MOVE G-ID-PK TO WK-UNQ-NEW-PK.
         MOVE WK-VAL TO WK-UNQ-NEW-VAL.
         COMPUTE WK-UNQ-I = WK-UNQ-CNT + 1.
         PERFORM UNTIL (WK-UNQ-I = 1)
                    OR (WK-UNQ-ENT(WK-UNQ-I - 1)(1:34)
                        NOT > WK-UNQ-NEW-ORD)
            MOVE WK-UNQ-ENT(WK-UNQ-I - 1) TO WK-UNQ-ENT(WK-UNQ-I)
            SUBTRACT 1 FROM WK-UNQ-I
         END-PERFORM.
         MOVE WK-UNQ-NEW TO WK-UNQ-ENT(WK-UNQ-I).
         ADD 1 TO WK-UNQ-CNT.
       SUB-UNQADD-EX.
         EXIT.
      *------------------------------------------
      * Ordered UNIQUE values: every row whose value another row of
      * the table shares is an exception, naming the first other
      * key of its group
      *------------------------------------------
       SUB-UNQ-SCAN-EN.
         MOVE 1 TO WK-UNQ-G.
         PERFORM VARYING WK-UNQ-I FROM 1 BY 1
            UNTIL (WK-UNQ-I > WK-UNQ-CNT)
            IF (WK-UNQ-I > 1)
               IF (WK-UNQ-KEY(WK-UNQ-I) NOT = WK-UNQ-KEY(WK-UNQ-I - 1))
                  MOVE WK-UNQ-I TO WK-UNQ-G
               END-IF
            END-IF
            MOVE SPACE TO WK-EXC-PK
            IF (WK-UNQ-I > WK-UNQ-G)
               MOVE WK-UNQ-PK(WK-UNQ-G) TO WK-EXC-PK
            ELSE
               IF (WK-UNQ-I < C-UNQ-MAX)
                  IF (WK-UNQ-KEY(WK-UNQ-I + 1) = WK-UNQ-KEY(WK-UNQ-I))
                     MOVE WK-UNQ-PK(WK-UNQ-I + 1) TO WK-EXC-PK
                  END-IF
               END-IF
            END-IF
            IF (WK-EXC-PK NOT = SPACE)
               MOVE WK-UNQ-RULE(WK-UNQ-I) TO WK-DQR-I
               MOVE SPACE TO WK-EXC-NOTE WK-EXC-NEW
               STRING 'ALSO UNDER ID-PK ' DELIMITED BY SIZE
                      WK-EXC-PK DELIMITED BY SIZE
                      INTO WK-EXC-NOTE
               MOVE WK-UNQ-PK(WK-UNQ-I) TO WK-EXC-PK
               MOVE WK-UNQ-VAL(WK-UNQ-I) TO WK-VAL
               PERFORM SUB-EXCADD-EN THRU SUB-EXCADD-EX
            END-IF
         END-PERFORM.
       SUB-UNQ-SCAN-EX.
         EXIT.
      *------------------------------------------
      * Count an exception against its rule and keep it for the
      * report while there is room
      *------------------------------------------
       SUB-EXCADD-EN.
         ADD 1 TO WK-CNT-EXC.
         ADD 1 TO WK-DQR-HITS(WK-DQR-I).
         IF (WK-EXC-CNT < C-EXC-MAX)
            ADD 1 TO WK-EXC-CNT
            MOVE WK-DQR-I TO WK-EXC-RULE(WK-EXC-CNT)
            MOVE WK-TABLE TO WK-EXC-TABLE(WK-EXC-CNT)
            MOVE WK-EXC-PK TO WK-EXC-KEY(WK-EXC-CNT)
            MOVE WK-VAL TO WK-EXC-VAL(WK-EXC-CNT)
            MOVE WK-EXC-NOTE TO WK-EXC-TEXT(WK-EXC-CNT)
            MOVE WK-EXC-NEW TO WK-EXC-FIXV(WK-EXC-CNT)
         ELSE
            ADD 1 TO WK-CNT-UNLIST
         END-IF.
       SUB-EXCADD-EX.
         EXIT.
      *------------------------------------------
      * One repair transaction: U of the whole repaired row
      *------------------------------------------
       SUB-REPAIR-EN.
         MOVE WK-ROW-TRC TO WK-OUT-TRC.
         MOVE 'U' TO WK-OUT-TRC(1:1).
         ADD 1 TO WK-CNT-FIX-U.
         ADD 1 TO WK-SEQ.
         MOVE WK-SEQ TO WK-OUT-SEQ.
         MOVE WK-OUT-REC TO DQFX-REC.
         WRITE DQFX-REC.
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
         MOVE WK-OUT-REC TO DQFX-REC.
         WRITE DQFX-REC.
         ADD 1 TO WK-CNT-FIX-C.
         MOVE ZERO TO WK-IDU-CNT.
       SUB-COMMIT-EX.
         EXIT.
      *------------------------------------------
      * Exceptions report: the rules with their counts, then the
      * offending rows rule by rule
      *------------------------------------------
       SUB-REPORT-EN.
         MOVE SPACE TO WK-SECT-HD1.
         MOVE 'RULES' TO WK-SECT-HD1(3:60).
         MOVE RPT-RULHD TO WK-SECT-HD2.
         PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX.
         PERFORM VARYING WK-DQR-I FROM 1 BY 1
            UNTIL (WK-DQR-I > WK-DQR-CNT)
            MOVE WK-DQR-I TO RUL-NO
            MOVE WK-DQR-TYPE(WK-DQR-I) TO RUL-TYPE
            MOVE WK-DQR-TABLE(WK-DQR-I) TO RUL-TABLE
            MOVE WK-DQR-COL(WK-DQR-I) TO RUL-COL
            MOVE WK-DQR-FIX(WK-DQR-I) TO RUL-FIX
            MOVE WK-DQR-ARG(WK-DQR-I) TO RUL-ARG
            MOVE WK-DQR-ROWS(WK-DQR-I) TO RUL-ROWS
            MOVE WK-DQR-HITS(WK-DQR-I) TO RUL-HITS
            MOVE WK-DQR-FIXED(WK-DQR-I) TO RUL-FIXED
            MOVE RPT-RUL TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         END-PERFORM.
         IF (WK-CNT-EXC = ZERO)
            MOVE SPACE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
            MOVE RPT-NONE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         END-IF.
         PERFORM VARYING WK-DQR-I FROM 1 BY 1
            UNTIL (WK-DQR-I > WK-DQR-CNT)
            IF (WK-DQR-HITS(WK-DQR-I) > 0)
               PERFORM SUB-RPTRULE-EN THRU SUB-RPTRULE-EX
            END-IF
         END-PERFORM.
       SUB-REPORT-EX.
         EXIT.
      *------------------------------------------
      * The offending rows of one rule
      *------------------------------------------
       SUB-RPTRULE-EN.
         MOVE SPACE TO WK-SECT-HD1.
         MOVE WK-DQR-I TO RUL-NO.
         STRING 'RULE ' DELIMITED BY SIZE
                RUL-NO DELIMITED BY SIZE
                ': ' DELIMITED BY SIZE
                WK-DQR-TYPE(WK-DQR-I) DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                WK-DQR-TABLE(WK-DQR-I) DELIMITED BY SPACE
                '.' DELIMITED BY SIZE
                WK-DQR-COL(WK-DQR-I) DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                WK-DQR-ARG(WK-DQR-I) DELIMITED BY SIZE
                INTO WK-SECT-HD1(3:100).
         MOVE RPT-EXCHD TO WK-SECT-HD2.
         PERFORM SUB-SECTHEAD-EN THRU SUB-SECTHEAD-EX.
         MOVE ZERO TO WK-LISTED.
         PERFORM VARYING WK-EXC-I FROM 1 BY 1
            UNTIL (WK-EXC-I > WK-EXC-CNT)
            IF (WK-EXC-RULE(WK-EXC-I) = WK-DQR-I)
               ADD 1 TO WK-LISTED
               MOVE WK-EXC-TABLE(WK-EXC-I) TO EXC-TABLE
               MOVE WK-EXC-KEY(WK-EXC-I) TO EXC-KEY
               MOVE WK-EXC-VAL(WK-EXC-I) TO EXC-VAL
               MOVE WK-EXC-TEXT(WK-EXC-I) TO EXC-TEXT
               MOVE WK-EXC-FIXV(WK-EXC-I) TO EXC-FIXV
               MOVE RPT-EXC TO WK-PRT-LINE
               PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
            END-IF
         END-PERFORM.
         IF (WK-LISTED < WK-DQR-HITS(WK-DQR-I))
            COMPUTE MORE-CNT = WK-DQR-HITS(WK-DQR-I) - WK-LISTED
            MOVE RPT-MORE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         END-IF.
       SUB-RPTRULE-EX.
         EXIT.
      *------------------------------------------
      * Section heading (on a new page when it would not fit)
      *------------------------------------------
       SUB-SECTHEAD-EN.
         IF (WK-LINE-CNT + 5 > C-PAGE-LINES)
            PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX
         ELSE
            MOVE SPACE TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD1 TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD2 TO RPT-REC
            WRITE RPT-REC
            ADD 3 TO WK-LINE-CNT
         END-IF.
       SUB-SECTHEAD-EX.
         EXIT.
      *------------------------------------------
      * Print one line (new page when the page is full)
      *------------------------------------------
       SUB-PRINT-EN.
         IF (WK-LINE-CNT >= C-PAGE-LINES)
            PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX
         END-IF.
         MOVE WK-PRT-LINE TO RPT-REC.
         WRITE RPT-REC.
         ADD 1 TO WK-LINE-CNT.
       SUB-PRINT-EX.
         EXIT.
      *------------------------------------------
      * Page header block: title and the heading of the section in
      * progress
      *------------------------------------------
       SUB-NEWPAGE-EN.
         ADD 1 TO WK-PAGE-NO.
         IF (WK-PAGE-NO > 1)
            MOVE SPACE TO RPT-REC
            WRITE RPT-REC
         END-IF.
         MOVE WK-PAGE-NO TO HD1-PAGE.
         MOVE RPT-HEAD1 TO RPT-REC.
         WRITE RPT-REC.
         MOVE SPACE TO RPT-REC.
         WRITE RPT-REC.
         MOVE WK-SECT-HD1 TO RPT-REC.
         WRITE RPT-REC.
         MOVE WK-SECT-HD2 TO RPT-REC.
         WRITE RPT-REC.
         MOVE 4 TO WK-LINE-CNT.
       SUB-NEWPAGE-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         DISPLAY C-PGMNAME ' : TALLY ROWS=(' WK-CNT-ROWS ')'
                 ' EXCEPTIONS=(' WK-CNT-EXC ')'
                 ' NOT LISTED=(' WK-CNT-UNLIST ')'.
         DISPLAY C-PGMNAME ' : TALLY REPAIR U=(' WK-CNT-FIX-U ')'
                 ' C=(' WK-CNT-FIX-C ')'.
         IF (WK-CNT-EXC > 0)
            DISPLAY C-PGMNAME
                    ' : EXCEPTIONS LISTED IN smp1_dqex.dat'
         END-IF.
         IF (WK-CNT-FIX-U > 0)
            DISPLAY C-PGMNAME
                    ' : REPAIRS IN smp1_dqfx.dat FOR sample1'
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
         IF (WK-RPT-OPEN-SW = 'YES')
            CLOSE   RPTDAT
            MOVE 'NO' TO WK-RPT-OPEN-SW
         END-IF.
         IF (WK-DQFX-OPEN-SW = 'YES')
            CLOSE   DQFXDAT
            MOVE 'NO' TO WK-DQFX-OPEN-SW
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
                ' EXC=' DELIMITED BY SIZE
                WK-CNT-EXC DELIMITED BY SIZE
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
