      *
      * Headcount and payroll-cost movement between two export
      * generations of one table (smp1_gcat.dat), without touching
      * tyserv.
      *
      *   sample21 [<table>] [OLD=<generation>] [NEW=<generation>]
      *
      * (the table defaults to smp1; a generation is named by its
      * file name as cataloged. NEW defaults to the latest cataloged
      * generation of the table, OLD to the latest one taken before
      * NEW)
      *
      * Both generations are verified the way sample2 verifies a
      * previous generation before a delta: the header must name the
      * table, the catalog time and the whole key range, the keys
      * must ascend, and the trailer row count and hash total must
      * balance against what was read. sample14 combined partition
      * exports are cataloged with the same control records and
      * qualify. A generation that fails is refused and no report is
      * produced (the last smp1_mvmt.dat is left as it was).
      *
      * The two are then compared key by key. The report
      * (smp1_mvmt.dat) lists
      *   - joiners: ID-PKs only in the newer generation
      *   - leavers: ID-PKs only in the older generation
      *   - salary changes: old value, new value, difference and
      *     percentage
      * followed by the headcount and salary cost of each generation
      * per thousand-band (leading key digit) and in total, with the
      * net movement. The headcount and cost are counted from the
      * rows of each generation as it is loaded, the movements from
      * the comparison, and every band and the grand total are
      * balanced:
      *   old headcount + joiners - leavers = new headcount
      *   old cost + joiners - leavers + salary changes = new cost
      * with the grand total headcounts also checked against the
      * trailer row counts of the two generations. A line that does
      * not balance is marked OUT OF BALANCE.
      *
      * The salary is the column named 'salary' in the table
      * definition (the first numeric-type column when there is
      * none); the name shown is the column named 'name' (the first
      * alphanumeric column after the pkey when there is none).
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample21.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Generation catalog (input)
      *------------------------------------------
          SELECT CATDAT  ASSIGN TO "smp1_gcat.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-CAT-STAT.
      *------------------------------------------
      * Export generation (input, named by the catalog)
      *------------------------------------------
          SELECT EXPDAT  ASSIGN TO WK-EXP-NAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-EXP-STAT.
      *------------------------------------------
      * Movement report print file
      *------------------------------------------
          SELECT RPTDAT  ASSIGN TO "smp1_mvmt.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RPT-STAT.
      *------------------------------------------
      * Table definition file (optional input)
      *------------------------------------------
          SELECT TDEFDAT ASSIGN TO "smp1_tdef.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-TDEF-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
      * Generation catalog (one line per export generation)
      *------------------------------------------
       FD  CATDAT.
       01  CAT-REC.
          02 CAT-FILE   PIC X(30).
          02 FILLER     PIC X(1).
          02 CAT-TABLE  PIC X(10).
          02 FILLER     PIC X(1).
          02 CAT-DATE   PIC X(8).
          02 FILLER     PIC X(1).
          02 CAT-TIME   PIC X(6).
          02 FILLER     PIC X(1).
          02 CAT-ROWS   PIC 9(7).
      *------------------------------------------
      * Export generation (sample2 export layout with '#' header
      * and trailer control records)
      *------------------------------------------
       FD  EXPDAT.
       01  EXP-REC      PIC X(51).
       01  EXP-HDR.
          02 FILLER       PIC X(2).
          02 EXH-TYPE     PIC X(1).
          02 FILLER       PIC X(1).
          02 EXH-TABLE    PIC X(10).
          02 FILLER       PIC X(1).
          02 EXH-DATE     PIC X(8).
          02 FILLER       PIC X(1).
          02 EXH-TIME     PIC X(6).
          02 FILLER       PIC X(1).
          02 EXH-RANGE-LO PIC X(4).
          02 FILLER       PIC X(1).
          02 EXH-RANGE-HI PIC X(4).
          02 FILLER       PIC X(11).
       01  EXP-TRL.
          02 FILLER       PIC X(2).
          02 EXT-TYPE     PIC X(1).
          02 FILLER       PIC X(1).
          02 EXT-TABLE    PIC X(10).
          02 FILLER       PIC X(1).
          02 EXT-ROWS     PIC 9(7).
          02 FILLER       PIC X(1).
          02 EXT-HASH     PIC 9(13).
          02 FILLER       PIC X(15).
      *------------------------------------------
      * Movement report print file
      *------------------------------------------
       FD  RPTDAT.
       01  RPT-REC      PIC X(132).
      *------------------------------------------
      * Table definition file (one column per line, grouped by
      * table, first column is the pkey)
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
      * Working storage
      *------------------------------------------
       WORKING-STORAGE  SECTION.
      *------------------------------------------
      * Constants
      *------------------------------------------
       01 C-PGMNAME     PIC X(8) VALUE 'sample21'.
       01 C-PAGE-LINES  PIC 9(2) VALUE 50.
      *------------------------------------------
      * Run parameters / target table
      *------------------------------------------
       01 WK-PARM        PIC X(80) VALUE SPACE.
       01 WK-PARM1       PIC X(40) VALUE SPACE.
       01 WK-PARM2       PIC X(40) VALUE SPACE.
       01 WK-PARM3       PIC X(40) VALUE SPACE.
       01 WK-PARM-I      PIC 9(1) VALUE ZERO.
       01 WK-PARM-CUR    PIC X(40) VALUE SPACE.
       01 WK-TABLE       PIC X(10) VALUE 'smp1'.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-CAT-STAT    PIC X(2) VALUE SPACE.
       01 WK-EXP-STAT    PIC X(2) VALUE SPACE.
       01 WK-RPT-STAT    PIC X(2) VALUE SPACE.
       01 WK-EOF-SW      PIC X(3) VALUE 'OFF'.
       01 WK-RPT-OPEN-SW PIC X(3) VALUE 'NO'.
      *
      * The two generations compared (1: old, 2: new): the name
      * asked for on the command line, the cataloged generation
      * chosen, and its verification state
      *
       01 WK-G           PIC 9(1) VALUE ZERO.
       01 WK-EXP-NAME    PIC X(30) VALUE SPACE.
       01 WK-CAT-STAMP   PIC X(14) VALUE SPACE.
       01 WK-GEN-TBL.
          02 WK-GEN-ENT OCCURS 2 TIMES.
             03 WK-GEN-WANT   PIC X(30).
             03 WK-GEN-FILE   PIC X(30).
             03 WK-GEN-DATE   PIC X(8).
             03 WK-GEN-TIME   PIC X(6).
             03 WK-GEN-STAMP  PIC X(14).
             03 WK-GEN-HDR-SW PIC X(3).
             03 WK-GEN-TRL-SW PIC X(3).
             03 WK-GEN-TRL-ROWS PIC 9(7).
             03 WK-GEN-TRL-HASH PIC 9(13).
             03 WK-GEN-ROWS   PIC 9(7).
             03 WK-GEN-HASH   PIC 9(13).
       01 WK-LAST-KEY    PIC X(4) VALUE LOW-VALUE.
      *
      * Both generations in key order: key, name shown on the
      * report and salary
      *
       01 C-ROW-MAX      PIC 9(5) VALUE 20000.
       01 WK-ROW-CNT-TBL.
          02 WK-ROW-CNT  PIC 9(5) OCCURS 2 TIMES.
       01 WK-ROW-TBL.
          02 WK-ROW-GEN OCCURS 2 TIMES.
             03 WK-ROW-ENT OCCURS 20000 TIMES.
                04 WK-ROW-KEY  PIC X(4).
                04 WK-ROW-NAME PIC X(20).
                04 WK-ROW-SAL  PIC 9(13).
       01 WK-OI          PIC 9(5) VALUE ZERO.
       01 WK-NI          PIC 9(5) VALUE ZERO.
      *
      * Salary and name columns of the table (position in the TRC
      * value area and length)
      *
       01 WK-SAL-POS     PIC 9(4) VALUE ZERO.
       01 WK-SAL-LEN     PIC 9(4) VALUE ZERO.
       01 WK-NAME-POS    PIC 9(4) VALUE ZERO.
       01 WK-NAME-LEN    PIC 9(4) VALUE ZERO.
       01 WK-NUM-X       PIC X(13) VALUE SPACE.
       01 WK-NUM         PIC 9(13) VALUE ZERO.
      *
      * Comparison: the pass in progress (A: accumulate, J: list
      * joiners, L: list leavers, C: list salary changes) and the
      * movement of the key in hand (J/L/C, or S for no salary
      * movement)
      *
       01 WK-SECT        PIC X(1) VALUE SPACE.
       01 WK-MV-TYPE     PIC X(1) VALUE SPACE.
       01 WK-MV-KEY      PIC X(4) VALUE SPACE.
       01 WK-MV-NAME     PIC X(20) VALUE SPACE.
       01 WK-MV-OLD      PIC 9(13) VALUE ZERO.
       01 WK-MV-NEW      PIC 9(13) VALUE ZERO.
       01 WK-MV-DIFF     PIC S9(13) VALUE ZERO.
       01 WK-MV-PCT      PIC S9(11)V99 VALUE ZERO.
       01 WK-SECT-CNT    PIC 9(7) VALUE ZERO.
      *
      * Band totals (1-10: leading key digit 0-9, 11: keys that do
      * not start with a digit, 12: grand total)
      *
       01 WK-B           PIC 9(2) VALUE ZERO.
       01 WK-BAND-DIG    PIC 9(1) VALUE ZERO.
       01 WK-BAND-TBL.
          02 WK-BAND-ENT OCCURS 12 TIMES.
             03 WK-BND-OLD-CNT PIC 9(7).
             03 WK-BND-OLD-SUM PIC 9(15).
             03 WK-BND-NEW-CNT PIC 9(7).
             03 WK-BND-NEW-SUM PIC 9(15).
             03 WK-BND-JN-CNT  PIC 9(7).
             03 WK-BND-JN-SUM  PIC 9(15).
             03 WK-BND-LV-CNT  PIC 9(7).
             03 WK-BND-LV-SUM  PIC 9(15).
             03 WK-BND-CH-CNT  PIC 9(7).
             03 WK-BND-CH-SUM  PIC S9(15).
       01 WK-NET-CNT     PIC S9(7) VALUE ZERO.
       01 WK-NET-SUM     PIC S9(15) VALUE ZERO.
       01 WK-CHK-CNT     PIC S9(9) VALUE ZERO.
       01 WK-CHK-SUM     PIC S9(17) VALUE ZERO.
       01 WK-BAL-SW      PIC X(3) VALUE 'YES'.
       01 WK-ALL-BAL-SW  PIC X(3) VALUE 'YES'.
      *
      * Hash work areas (sum of the numeric-type columns, the same
      * rule sample2 uses for its trailer)
      *
       01 WK-HASH-COL    PIC 9(13) VALUE ZERO.
       01 WK-HASH-WK     PIC 9(13) VALUE ZERO.
      *
      * Table definitions (same loader as sample2)
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
       01 WK-TD-IDX      PIC 9(2) VALUE 1.
       01 WK-TD-COL      PIC 9(2) VALUE ZERO.
       01 WK-TD-POS      PIC 9(4) VALUE ZERO.
       01 WK-TD-LEN      PIC 9(4) VALUE ZERO.
       01 WK-TD-SUM      PIC 9(4) VALUE ZERO.
      *------------------------------------------
      * Tally counters
      *------------------------------------------
       01 WK-TALLY.
          02 WK-CNT-JOIN   PIC 9(7) VALUE ZERO.
          02 WK-CNT-LEAVE  PIC 9(7) VALUE ZERO.
          02 WK-CNT-CHG    PIC 9(7) VALUE ZERO.
          02 WK-CNT-SAME   PIC 9(7) VALUE ZERO.
          02 WK-CNT-NONNUM PIC 9(7) VALUE ZERO.
      *------------------------------------------
      * Report control
      *------------------------------------------
       01 WK-LINE-CNT    PIC 9(2) VALUE 99.
       01 WK-PAGE-NO     PIC 9(4) VALUE ZERO.
       01 WK-PRT-LINE    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD1    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD2    PIC X(132) VALUE SPACE.
       01 WK-SECT-HD3    PIC X(132) VALUE SPACE.
       01 WK-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WK-RUN-DATE-R REDEFINES WK-RUN-DATE.
          02 WK-RUN-YY   PIC X(4).
          02 WK-RUN-MM   PIC X(2).
          02 WK-RUN-DD   PIC X(2).
      *
      * Print lines
      *
       01 RPT-HEAD1.
          02 FILLER      PIC X(34)
                         VALUE 'HEADCOUNT / PAYROLL-COST MOVEMENT '.
          02 FILLER      PIC X(7)  VALUE 'TABLE=('.
          02 HD1-TABLE   PIC X(10) VALUE SPACE.
          02 FILLER      PIC X(8)  VALUE ')  DATE='.
          02 HD1-DATE    PIC X(10) VALUE SPACE.
          02 FILLER      PIC X(53) VALUE SPACE.
          02 FILLER      PIC X(5)  VALUE 'PAGE='.
          02 HD1-PAGE    PIC Z(4)9.
       01 RPT-HEAD2.
          02 HD2-WHICH   PIC X(6)  VALUE SPACE.
          02 FILLER      PIC X(13) VALUE ' GENERATION=('.
          02 HD2-FILE    PIC X(30) VALUE SPACE.
          02 FILLER      PIC X(9)  VALUE ') TAKEN=('.
          02 HD2-DATE    PIC X(8)  VALUE SPACE.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 HD2-TIME    PIC X(6)  VALUE SPACE.
          02 FILLER      PIC X(8)  VALUE ') ROWS=('.
          02 HD2-ROWS    PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE ')'.
       01 RPT-SECT.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 SCT-TITLE   PIC X(60) VALUE SPACE.
       01 RPT-DTLHD1.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(6)  VALUE 'ID'.
          02 FILLER      PIC X(22) VALUE 'NAME'.
          02 FILLER      PIC X(15) VALUE '     OLD SALARY'.
          02 FILLER      PIC X(15) VALUE '     NEW SALARY'.
          02 FILLER      PIC X(16) VALUE '          CHANGE'.
          02 FILLER      PIC X(14) VALUE '             %'.
       01 RPT-DTLHD2.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(6)  VALUE '----'.
          02 FILLER      PIC X(23) VALUE '--------------------'.
          02 FILLER      PIC X(14) VALUE '--------------'.
          02 FILLER      PIC X(15) VALUE ' --------------'.
          02 FILLER      PIC X(16) VALUE ' ---------------'.
          02 FILLER      PIC X(14) VALUE ' -------------'.
       01 RPT-DETAIL.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 DTL-ID      PIC X(4).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 DTL-NAME    PIC X(20).
          02 FILLER      PIC X(3)  VALUE SPACE.
          02 DTL-OLD     PIC ZZ,ZZZ,ZZZ,ZZ9.
          02 DTL-OLD-X REDEFINES DTL-OLD PIC X(14).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 DTL-NEW     PIC ZZ,ZZZ,ZZZ,ZZ9.
          02 DTL-NEW-X REDEFINES DTL-NEW PIC X(14).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 DTL-DIFF    PIC ---,---,---,--9.
          02 DTL-DIFF-X REDEFINES DTL-DIFF PIC X(15).
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 DTL-PCT     PIC -(9)9.99.
          02 DTL-PCT-X REDEFINES DTL-PCT PIC X(13).
       01 RPT-NONE.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(6)  VALUE '(NONE)'.
       01 RPT-SCTTOT.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(12) VALUE '** COUNT=   '.
          02 SCT-CNT-ED  PIC Z(6)9.
       01 RPT-BNDHD1.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(11) VALUE 'BAND'.
          02 FILLER      PIC X(7)  VALUE ' OLD HC'.
          02 FILLER      PIC X(20) VALUE '            OLD COST'.
          02 FILLER      PIC X(8)  VALUE '    JOIN'.
          02 FILLER      PIC X(8)  VALUE '   LEAVE'.
          02 FILLER      PIC X(8)  VALUE '  SALCHG'.
          02 FILLER      PIC X(8)  VALUE '  NEW HC'.
          02 FILLER      PIC X(20) VALUE '            NEW COST'.
          02 FILLER      PIC X(9)  VALUE '   NET HC'.
          02 FILLER      PIC X(20) VALUE '            NET COST'.
       01 RPT-BNDHD2.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 FILLER      PIC X(11) VALUE '---------'.
          02 FILLER      PIC X(7)  VALUE '-------'.
          02 FILLER      PIC X(20) VALUE ' -------------------'.
          02 FILLER      PIC X(8)  VALUE ' -------'.
          02 FILLER      PIC X(8)  VALUE ' -------'.
          02 FILLER      PIC X(8)  VALUE ' -------'.
          02 FILLER      PIC X(8)  VALUE ' -------'.
          02 FILLER      PIC X(20) VALUE ' -------------------'.
          02 FILLER      PIC X(9)  VALUE ' --------'.
          02 FILLER      PIC X(20) VALUE ' -------------------'.
       01 RPT-BAND.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 BND-BAND    PIC X(9).
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 BND-OLD-CNT PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-OLD-SUM PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-JN-CNT  PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-LV-CNT  PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-CH-CNT  PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-NEW-CNT PIC Z(6)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-NEW-SUM PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-NET-CNT PIC -(7)9.
          02 FILLER      PIC X(1)  VALUE SPACE.
          02 BND-NET-SUM PIC ---,---,---,---,--9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 BND-CHECK   PIC X(14).
       01 RPT-RECON.
          02 FILLER      PIC X(4)  VALUE SPACE.
          02 RCN-TEXT    PIC X(20).
          02 RCN-CNT     PIC -(7)9.
          02 FILLER      PIC X(3)  VALUE SPACE.
          02 RCN-TEXT2   PIC X(22).
          02 RCN-SUM     PIC ---,---,---,---,--9.
          02 FILLER      PIC X(2)  VALUE SPACE.
          02 RCN-CHECK   PIC X(14).
      *------------------------------------------
      * Procedure
      *------------------------------------------
       PROCEDURE        DIVISION.
      *
       MAIN-EN.
      *------------------------------------------
      * Open processing (parameters, generation choice)
      *------------------------------------------
         PERFORM SUB-OPEN-EN THRU SUB-OPEN-EX.
      *------------------------------------------
      * Load and verify both generations
      *------------------------------------------
         PERFORM VARYING WK-G FROM 1 BY 1
            UNTIL (WK-G > 2)
            PERFORM SUB-GENLOAD-EN THRU SUB-GENLOAD-EX
         END-PERFORM.
      *------------------------------------------
      * Compare them and print the movement
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
         ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
         MOVE SPACE TO WK-GEN-TBL.
      *
      * Run parameters: optional table name, OLD= and NEW=
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE SPACE TO WK-PARM1 WK-PARM2 WK-PARM3.
         UNSTRING WK-PARM DELIMITED BY ALL ' '
            INTO WK-PARM1 WK-PARM2 WK-PARM3.
         PERFORM VARYING WK-PARM-I FROM 1 BY 1
            UNTIL (WK-PARM-I > 3)
            EVALUATE WK-PARM-I
            WHEN 1 MOVE WK-PARM1 TO WK-PARM-CUR
            WHEN 2 MOVE WK-PARM2 TO WK-PARM-CUR
            WHEN 3 MOVE WK-PARM3 TO WK-PARM-CUR
            END-EVALUATE
            PERFORM SUB-PARM-EN THRU SUB-PARM-EX
         END-PERFORM.
         DISPLAY C-PGMNAME
                 ' : START, TABLE=(' WK-TABLE ')'.
      *
      * Table definitions (hash rule, salary and name columns)
      *
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
         PERFORM VARYING WK-TD-IDX FROM 1 BY 1
            UNTIL (WK-TD-IDX > WK-TDEF-CNT)
               OR (WK-TDEF-NAME(WK-TD-IDX) = WK-TABLE)
            CONTINUE
         END-PERFORM.
         IF (WK-TD-IDX > WK-TDEF-CNT)
            MOVE 1 TO WK-TD-IDX
         END-IF.
         PERFORM SUB-COLFIND-EN THRU SUB-COLFIND-EX.
      *
      * The new generation first (named, or the latest), then the
      * old one (named, or the latest taken before the new one)
      *
         PERFORM VARYING WK-G FROM 2 BY -1
            UNTIL (WK-G < 1)
            OPEN INPUT CATDAT
            IF (WK-CAT-STAT NOT = '00')
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT OPEN CATALOG STATUS=('
                       WK-CAT-STAT ')'
               STOP RUN
            END-IF
            MOVE LOW-VALUE TO WK-GEN-STAMP(WK-G)
            MOVE 'OFF' TO WK-EOF-SW
            PERFORM SUB-RDCAT-EN THRU SUB-RDCAT-EX
               UNTIL (WK-EOF-SW = 'ON')
            CLOSE CATDAT
            IF (WK-GEN-FILE(WK-G) = SPACE)
               PERFORM SUB-NOGEN-EN THRU SUB-NOGEN-EX
            END-IF
         END-PERFORM.
         IF (WK-GEN-STAMP(1) NOT < WK-GEN-STAMP(2))
            DISPLAY C-PGMNAME
                    ' : ABEND, OLD GENERATION=(' WK-GEN-FILE(1)
                    ') WAS NOT TAKEN BEFORE NEW GENERATION=('
                    WK-GEN-FILE(2) ')'
            STOP RUN
         END-IF.
         DISPLAY C-PGMNAME
                 ' : OLD GENERATION=(' WK-GEN-FILE(1) ') TAKEN=('
                 WK-GEN-STAMP(1) ')'.
         DISPLAY C-PGMNAME
                 ' : NEW GENERATION=(' WK-GEN-FILE(2) ') TAKEN=('
                 WK-GEN-STAMP(2) ')'.
         INITIALIZE WK-BAND-TBL.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * One command line word
      *------------------------------------------
       SUB-PARM-EN.
         EVALUATE TRUE
         WHEN (WK-PARM-CUR(1:4) = 'OLD=')
            MOVE WK-PARM-CUR(5:30) TO WK-GEN-WANT(1)
         WHEN (WK-PARM-CUR(1:4) = 'NEW=')
            MOVE WK-PARM-CUR(5:30) TO WK-GEN-WANT(2)
         WHEN (WK-PARM-CUR NOT = SPACE)
            MOVE WK-PARM-CUR(1:10) TO WK-TABLE
         WHEN OTHER
            CONTINUE
         END-EVALUATE.
       SUB-PARM-EX.
         EXIT.
      *------------------------------------------
      * Salary and name columns of the table
      *------------------------------------------
       SUB-COLFIND-EN.
         MOVE 8 TO WK-TD-POS.
         PERFORM VARYING WK-TD-COL FROM 2 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
            MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-LEN
            EVALUATE TRUE
            WHEN (WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL) = 'salary')
               MOVE WK-TD-POS TO WK-SAL-POS
               MOVE WK-TD-LEN TO WK-SAL-LEN
            WHEN (WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL) = '9')
               AND (WK-SAL-POS = ZERO)
               MOVE WK-TD-POS TO WK-SAL-POS
               MOVE WK-TD-LEN TO WK-SAL-LEN
            WHEN OTHER
               CONTINUE
            END-EVALUATE
            EVALUATE TRUE
            WHEN (WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL) = 'name')
               MOVE WK-TD-POS TO WK-NAME-POS
               MOVE WK-TD-LEN TO WK-NAME-LEN
            WHEN (WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL) NOT = '9')
               AND (WK-NAME-POS = ZERO)
               MOVE WK-TD-POS TO WK-NAME-POS
               MOVE WK-TD-LEN TO WK-NAME-LEN
            WHEN OTHER
               CONTINUE
            END-EVALUATE
            ADD WK-TD-LEN TO WK-TD-POS
            ADD 1 TO WK-TD-POS
         END-PERFORM.
         IF (WK-SAL-POS = ZERO)
            DISPLAY C-PGMNAME
                    ' : ABEND, TABLE=(' WK-TABLE
                    ') HAS NO NUMERIC COLUMN TO TAKE AS SALARY'
            STOP RUN
         END-IF.
         IF (WK-SAL-LEN > 13)
            DISPLAY C-PGMNAME
                    ' : ABEND, SALARY COLUMN OF TABLE=(' WK-TABLE
                    ') IS LONGER THAN 13'
            STOP RUN
         END-IF.
         IF (WK-NAME-LEN > 20)
            MOVE 20 TO WK-NAME-LEN
         END-IF.
       SUB-COLFIND-EX.
         EXIT.
      *------------------------------------------
      * One catalog line for the generation being chosen (WK-G): a
      * named one by its file name, otherwise the latest one (taken
      * before the new one when choosing the old); a later line
      * wins a tie
      *------------------------------------------
       SUB-RDCAT-EN.
         READ CATDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               IF (CAT-TABLE = WK-TABLE)
                  MOVE CAT-DATE TO WK-CAT-STAMP(1:8)
                  MOVE CAT-TIME TO WK-CAT-STAMP(9:6)
                  EVALUATE TRUE
                  WHEN (WK-GEN-WANT(WK-G) NOT = SPACE)
                     IF (CAT-FILE = WK-GEN-WANT(WK-G))
                        PERFORM SUB-TAKEGEN-EN THRU SUB-TAKEGEN-EX
                     END-IF
                  WHEN (WK-G = 1)
                     IF (WK-CAT-STAMP < WK-GEN-STAMP(2))
                        AND (WK-CAT-STAMP >= WK-GEN-STAMP(1))
                        PERFORM SUB-TAKEGEN-EN THRU SUB-TAKEGEN-EX
                     END-IF
                  WHEN OTHER
                     IF (WK-CAT-STAMP >= WK-GEN-STAMP(2))
                        PERFORM SUB-TAKEGEN-EN THRU SUB-TAKEGEN-EX
                     END-IF
                  END-EVALUATE
               END-IF
         END-READ.
       SUB-RDCAT-EX.
         EXIT.
      *------------------------------------------
      * Take the catalog line in hand as generation WK-G
      *------------------------------------------
       SUB-TAKEGEN-EN.
         MOVE WK-CAT-STAMP TO WK-GEN-STAMP(WK-G).
         MOVE CAT-FILE TO WK-GEN-FILE(WK-G).
         MOVE CAT-DATE TO WK-GEN-DATE(WK-G).
         MOVE CAT-TIME TO WK-GEN-TIME(WK-G).
       SUB-TAKEGEN-EX.
         EXIT.
      *------------------------------------------
      * No generation to compare
      *------------------------------------------
       SUB-NOGEN-EN.
         EVALUATE TRUE
         WHEN (WK-GEN-WANT(WK-G) NOT = SPACE)
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-GEN-WANT(WK-G)
                    ') IS NOT CATALOGED FOR TABLE=(' WK-TABLE ')'
         WHEN (WK-G = 2)
            DISPLAY C-PGMNAME
                    ' : ABEND, NO EXPORT GENERATION OF TABLE=('
                    WK-TABLE ') IS CATALOGED'
         WHEN OTHER
            DISPLAY C-PGMNAME
                    ' : ABEND, NO EXPORT GENERATION OF TABLE=('
                    WK-TABLE ') IS CATALOGED BEFORE ('
                    WK-GEN-FILE(2) ')'
         END-EVALUATE.
         STOP RUN.
       SUB-NOGEN-EX.
         EXIT.
      *------------------------------------------
      * Load generation WK-G and verify its control records
      *------------------------------------------
       SUB-GENLOAD-EN.
         MOVE ZERO TO WK-ROW-CNT(WK-G).
         MOVE 'OFF' TO WK-GEN-HDR-SW(WK-G) WK-GEN-TRL-SW(WK-G).
         MOVE ZERO TO WK-GEN-TRL-ROWS(WK-G) WK-GEN-TRL-HASH(WK-G)
                      WK-GEN-ROWS(WK-G) WK-GEN-HASH(WK-G).
         MOVE LOW-VALUE TO WK-LAST-KEY.
         MOVE WK-GEN-FILE(WK-G) TO WK-EXP-NAME.
         OPEN INPUT EXPDAT.
         IF (WK-EXP-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CATALOGED GENERATION=('
                    WK-EXP-NAME ') CANNOT BE OPENED STATUS=('
                    WK-EXP-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'OFF' TO WK-EOF-SW.
         PERFORM SUB-RDEXP-EN THRU SUB-RDEXP-EX
            UNTIL (WK-EOF-SW = 'ON').
         CLOSE EXPDAT.
      *
      * The header must be there and the trailer must balance
      * against what was actually read
      *
         IF (WK-GEN-HDR-SW(WK-G) = 'OFF')
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') HAS NO HEADER'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-GEN-TRL-SW(WK-G) = 'OFF')
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') HAS NO TRAILER, FILE IS TRUNCATED'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-GEN-TRL-ROWS(WK-G) NOT = WK-GEN-ROWS(WK-G))
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') TRAILER ROWS=(' WK-GEN-TRL-ROWS(WK-G)
                    ') BUT READ=(' WK-GEN-ROWS(WK-G) ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-GEN-TRL-HASH(WK-G) NOT = WK-GEN-HASH(WK-G))
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') TRAILER HASH=(' WK-GEN-TRL-HASH(WK-G)
                    ') BUT COMPUTED=(' WK-GEN-HASH(WK-G) ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         DISPLAY C-PGMNAME
                 ' : GENERATION=(' WK-EXP-NAME
                 ') VERIFIED AND LOADED, ROWS=(' WK-GEN-ROWS(WK-G)
                 ')'.
       SUB-GENLOAD-EX.
         EXIT.
      *------------------------------------------
      * One generation record
      *------------------------------------------
       SUB-RDEXP-EN.
         READ EXPDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               EVALUATE TRUE
               WHEN (EXP-REC(1:1) = '#')
                  PERFORM SUB-EXPCTL-EN THRU SUB-EXPCTL-EX
               WHEN (EXP-REC(1:1) = 'I')
                  PERFORM SUB-EXPROW-EN THRU SUB-EXPROW-EX
               WHEN OTHER
                  DISPLAY C-PGMNAME
                          ' : ABEND, GENERATION=(' WK-EXP-NAME
                          ') HOLDS A NON-EXPORT RECORD=('
                          EXP-REC(1:20) ')'
                  PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
               END-EVALUATE
         END-READ.
       SUB-RDEXP-EX.
         EXIT.
      *------------------------------------------
      * One generation control record: the header must match the
      * table, the catalog time and the whole key range
      *------------------------------------------
       SUB-EXPCTL-EN.
         EVALUATE EXH-TYPE
         WHEN 'H'
            MOVE 'ON' TO WK-GEN-HDR-SW(WK-G)
            IF (EXH-TABLE NOT = WK-TABLE)
               DISPLAY C-PGMNAME
                       ' : ABEND, GENERATION=(' WK-EXP-NAME
                       ') IS FOR TABLE=(' EXH-TABLE ') NOT ('
                       WK-TABLE ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            IF (EXH-DATE NOT = WK-GEN-DATE(WK-G))
               OR (EXH-TIME NOT = WK-GEN-TIME(WK-G))
               DISPLAY C-PGMNAME
                       ' : ABEND, GENERATION=(' WK-EXP-NAME
                       ') HEADER TIME=(' EXH-DATE EXH-TIME
                       ') DOES NOT MATCH THE CATALOG'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            IF (EXH-RANGE-LO NOT = '0000')
               OR (EXH-RANGE-HI NOT = '9999')
               DISPLAY C-PGMNAME
                       ' : ABEND, GENERATION=(' WK-EXP-NAME
                       ') COVERS ONLY (' EXH-RANGE-LO '-'
                       EXH-RANGE-HI ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         WHEN 'T'
            MOVE 'ON' TO WK-GEN-TRL-SW(WK-G)
            MOVE EXT-ROWS TO WK-GEN-TRL-ROWS(WK-G)
            MOVE EXT-HASH TO WK-GEN-TRL-HASH(WK-G)
         WHEN OTHER
            CONTINUE
         END-EVALUATE.
       SUB-EXPCTL-EX.
         EXIT.
      *------------------------------------------
      * One generation row: key order, table and hash checks, then
      * key, name and salary into the generation's table
      *------------------------------------------
       SUB-EXPROW-EN.
         IF (EXP-REC(3:4) <= WK-LAST-KEY)
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') KEY=(' EXP-REC(3:4)
                    ') OUT OF ORDER OR DUPLICATED AFTER ('
                    WK-LAST-KEY ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (EXP-REC(42:10) NOT = WK-TABLE)
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') ROW FOR TABLE=(' EXP-REC(42:10) ') NOT ('
                    WK-TABLE ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-ROW-CNT(WK-G) >= C-ROW-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') EXCEEDS (' C-ROW-MAX ') ROWS'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE EXP-REC(3:4) TO WK-LAST-KEY.
         PERFORM SUB-HASHADD-EN THRU SUB-HASHADD-EX.
         ADD WK-HASH-COL TO WK-GEN-HASH(WK-G).
         ADD 1 TO WK-GEN-ROWS(WK-G).
         ADD 1 TO WK-ROW-CNT(WK-G).
         MOVE WK-ROW-CNT(WK-G) TO WK-OI.
         MOVE EXP-REC(3:4) TO WK-ROW-KEY(WK-G WK-OI).
         MOVE SPACE TO WK-ROW-NAME(WK-G WK-OI).
         IF (WK-NAME-POS > ZERO)
            MOVE EXP-REC(WK-NAME-POS:WK-NAME-LEN)
                 TO WK-ROW-NAME(WK-G WK-OI)
         END-IF.
      *
      * Salary: right-aligned with leading spaces taken as zeros; a
      * value that is still not numeric counts as zero
      *
         MOVE SPACE TO WK-NUM-X.
         MOVE EXP-REC(WK-SAL-POS:WK-SAL-LEN)
              TO WK-NUM-X(14 - WK-SAL-LEN:WK-SAL-LEN).
         INSPECT WK-NUM-X REPLACING LEADING SPACE BY ZERO.
         IF (WK-NUM-X IS NUMERIC)
            MOVE WK-NUM-X TO WK-ROW-SAL(WK-G WK-OI)
         ELSE
            MOVE ZERO TO WK-ROW-SAL(WK-G WK-OI)
            ADD 1 TO WK-CNT-NONNUM
            DISPLAY C-PGMNAME
                    ' : WARNING, GENERATION=(' WK-EXP-NAME
                    ') KEY=(' EXP-REC(3:4)
                    ') SALARY NOT NUMERIC, TAKEN AS ZERO'
         END-IF.
      *
      * Headcount and cost of the generation per band and in total,
      * counted from its rows here (the comparison only supplies
      * the movements, so the balance proves it)
      *
         IF (WK-ROW-KEY(WK-G WK-OI)(1:1) IS NUMERIC)
            MOVE WK-ROW-KEY(WK-G WK-OI)(1:1) TO WK-B
            ADD 1 TO WK-B
         ELSE
            MOVE 11 TO WK-B
         END-IF.
         PERFORM 2 TIMES
            IF (WK-G = 1)
               ADD 1 TO WK-BND-OLD-CNT(WK-B)
               ADD WK-ROW-SAL(WK-G WK-OI) TO WK-BND-OLD-SUM(WK-B)
            ELSE
               ADD 1 TO WK-BND-NEW-CNT(WK-B)
               ADD WK-ROW-SAL(WK-G WK-OI) TO WK-BND-NEW-SUM(WK-B)
            END-IF
            MOVE 12 TO WK-B
         END-PERFORM.
       SUB-EXPROW-EX.
         EXIT.
      *------------------------------------------
      * Hash contribution of the record in EXP-REC: the sum of its
      * numeric-type columns per the table definition, the same
      * rule sample2 applies when it writes a trailer
      *------------------------------------------
       SUB-HASHADD-EN.
         MOVE ZERO TO WK-HASH-COL.
         MOVE 8 TO WK-TD-POS.
         PERFORM VARYING WK-TD-COL FROM 2 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
            MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL)
                 TO WK-TD-LEN
            IF (WK-TDEF-COL-TYPE(WK-TD-IDX WK-TD-COL) = '9')
               AND (EXP-REC(WK-TD-POS:WK-TD-LEN) IS NUMERIC)
               MOVE EXP-REC(WK-TD-POS:WK-TD-LEN) TO WK-HASH-WK
               ADD WK-HASH-WK TO WK-HASH-COL
            END-IF
            ADD WK-TD-LEN TO WK-TD-POS
            ADD 1 TO WK-TD-POS
         END-PERFORM.
       SUB-HASHADD-EX.
         EXIT.
      *------------------------------------------
      * The report: one accumulating pass over the comparison, one
      * listing pass each for joiners, leavers and salary changes,
      * then the band totals and the reconciliation
      *------------------------------------------
       SUB-REPORT-EN.
      *
      * Movement report (opened only once both generations are
      * verified, so a refused one leaves the last report intact)
      *
         OPEN OUTPUT RPTDAT.
         IF (WK-RPT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN REPORT FILE STATUS=('
                    WK-RPT-STAT ')'
            STOP RUN
         END-IF.
         MOVE 'YES' TO WK-RPT-OPEN-SW.
         MOVE WK-TABLE TO HD1-TABLE.
         STRING WK-RUN-YY '/' WK-RUN-MM '/' WK-RUN-DD
                DELIMITED BY SIZE INTO HD1-DATE.
         MOVE 'A' TO WK-SECT.
         PERFORM SUB-COMPARE-EN THRU SUB-COMPARE-EX.
      *
         PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX.
         MOVE 'J' TO WK-SECT.
         MOVE 'JOINERS (ONLY IN THE NEW GENERATION)' TO SCT-TITLE.
         PERFORM SUB-LIST-EN THRU SUB-LIST-EX.
         MOVE 'L' TO WK-SECT.
         MOVE 'LEAVERS (ONLY IN THE OLD GENERATION)' TO SCT-TITLE.
         PERFORM SUB-LIST-EN THRU SUB-LIST-EX.
         MOVE 'C' TO WK-SECT.
         MOVE 'SALARY CHANGES' TO SCT-TITLE.
         PERFORM SUB-LIST-EN THRU SUB-LIST-EX.
      *
         PERFORM SUB-BANDS-EN THRU SUB-BANDS-EX.
         PERFORM SUB-RECON-EN THRU SUB-RECON-EX.
       SUB-REPORT-EX.
         EXIT.
      *------------------------------------------
      * One listing section: its heading, the lines of the kind in
      * WK-SECT, and the section count
      *------------------------------------------
       SUB-LIST-EN.
         MOVE RPT-SECT TO WK-SECT-HD1.
         MOVE RPT-DTLHD1 TO WK-SECT-HD2.
         MOVE RPT-DTLHD2 TO WK-SECT-HD3.
         PERFORM SUB-SECTHEAD-EN THRU SUB-SECTHEAD-EX.
         MOVE ZERO TO WK-SECT-CNT.
         PERFORM SUB-COMPARE-EN THRU SUB-COMPARE-EX.
         IF (WK-SECT-CNT = ZERO)
            MOVE RPT-NONE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         ELSE
            MOVE WK-SECT-CNT TO SCT-CNT-ED
            MOVE RPT-SCTTOT TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         END-IF.
       SUB-LIST-EX.
         EXIT.
      *------------------------------------------
      * Key-by-key comparison of the two generations (both are in
      * ascending key order)
      *------------------------------------------
       SUB-COMPARE-EN.
         MOVE 1 TO WK-OI WK-NI.
         PERFORM UNTIL (WK-OI > WK-ROW-CNT(1))
                   AND (WK-NI > WK-ROW-CNT(2))
            EVALUATE TRUE
            WHEN (WK-OI > WK-ROW-CNT(1))
               MOVE 'J' TO WK-MV-TYPE
            WHEN (WK-NI > WK-ROW-CNT(2))
               MOVE 'L' TO WK-MV-TYPE
            WHEN (WK-ROW-KEY(2 WK-NI) < WK-ROW-KEY(1 WK-OI))
               MOVE 'J' TO WK-MV-TYPE
            WHEN (WK-ROW-KEY(1 WK-OI) < WK-ROW-KEY(2 WK-NI))
               MOVE 'L' TO WK-MV-TYPE
            WHEN (WK-ROW-SAL(1 WK-OI) NOT = WK-ROW-SAL(2 WK-NI))
               MOVE 'C' TO WK-MV-TYPE
            WHEN OTHER
               MOVE 'S' TO WK-MV-TYPE
            END-EVALUATE
            MOVE ZERO TO WK-MV-OLD WK-MV-NEW
            EVALUATE WK-MV-TYPE
            WHEN 'J'
               MOVE WK-ROW-KEY(2 WK-NI) TO WK-MV-KEY
               MOVE WK-ROW-NAME(2 WK-NI) TO WK-MV-NAME
               MOVE WK-ROW-SAL(2 WK-NI) TO WK-MV-NEW
               ADD 1 TO WK-NI
            WHEN 'L'
               MOVE WK-ROW-KEY(1 WK-OI) TO WK-MV-KEY
               MOVE WK-ROW-NAME(1 WK-OI) TO WK-MV-NAME
               MOVE WK-ROW-SAL(1 WK-OI) TO WK-MV-OLD
               ADD 1 TO WK-OI
            WHEN OTHER
               MOVE WK-ROW-KEY(2 WK-NI) TO WK-MV-KEY
               MOVE WK-ROW-NAME(2 WK-NI) TO WK-MV-NAME
               MOVE WK-ROW-SAL(1 WK-OI) TO WK-MV-OLD
               MOVE WK-ROW-SAL(2 WK-NI) TO WK-MV-NEW
               ADD 1 TO WK-OI
               ADD 1 TO WK-NI
            END-EVALUATE
            IF (WK-SECT = 'A')
               PERFORM SUB-ACCUM-EN THRU SUB-ACCUM-EX
            ELSE
               IF (WK-MV-TYPE = WK-SECT)
                  PERFORM SUB-DETAIL-EN THRU SUB-DETAIL-EX
               END-IF
            END-IF
         END-PERFORM.
       SUB-COMPARE-EX.
         EXIT.
      *------------------------------------------
      * Accumulate one key's movement into its band and the grand
      * total
      *------------------------------------------
       SUB-ACCUM-EN.
         IF (WK-MV-KEY(1:1) IS NUMERIC)
            MOVE WK-MV-KEY(1:1) TO WK-B
            ADD 1 TO WK-B
         ELSE
            MOVE 11 TO WK-B
         END-IF.
         PERFORM 2 TIMES
            EVALUATE WK-MV-TYPE
            WHEN 'J'
               ADD 1 TO WK-BND-JN-CNT(WK-B)
               ADD WK-MV-NEW TO WK-BND-JN-SUM(WK-B)
            WHEN 'L'
               ADD 1 TO WK-BND-LV-CNT(WK-B)
               ADD WK-MV-OLD TO WK-BND-LV-SUM(WK-B)
            WHEN 'C'
               ADD 1 TO WK-BND-CH-CNT(WK-B)
               COMPUTE WK-BND-CH-SUM(WK-B) =
                  WK-BND-CH-SUM(WK-B) + WK-MV-NEW - WK-MV-OLD
            WHEN OTHER
               CONTINUE
            END-EVALUATE
            MOVE 12 TO WK-B
         END-PERFORM.
         EVALUATE WK-MV-TYPE
         WHEN 'J' ADD 1 TO WK-CNT-JOIN
         WHEN 'L' ADD 1 TO WK-CNT-LEAVE
         WHEN 'C' ADD 1 TO WK-CNT-CHG
         WHEN OTHER ADD 1 TO WK-CNT-SAME
         END-EVALUATE.
       SUB-ACCUM-EX.
         EXIT.
      *------------------------------------------
      * One joiner, leaver or salary change line
      *------------------------------------------
       SUB-DETAIL-EN.
         ADD 1 TO WK-SECT-CNT.
         MOVE WK-MV-KEY TO DTL-ID.
         MOVE WK-MV-NAME TO DTL-NAME.
         MOVE SPACE TO DTL-OLD-X DTL-NEW-X DTL-DIFF-X DTL-PCT-X.
         COMPUTE WK-MV-DIFF = WK-MV-NEW - WK-MV-OLD.
         EVALUATE WK-MV-TYPE
         WHEN 'J'
            MOVE WK-MV-NEW TO DTL-NEW
         WHEN 'L'
            MOVE WK-MV-OLD TO DTL-OLD
         WHEN OTHER
            MOVE WK-MV-OLD TO DTL-OLD
            MOVE WK-MV-NEW TO DTL-NEW
            MOVE WK-MV-DIFF TO DTL-DIFF
      *
      * Percentage of the old salary (none from a zero salary)
      *
            IF (WK-MV-OLD = ZERO)
               MOVE '   FROM ZERO' TO DTL-PCT-X
            ELSE
               COMPUTE WK-MV-PCT ROUNDED =
                  (WK-MV-DIFF * 100) / WK-MV-OLD
               MOVE WK-MV-PCT TO DTL-PCT
            END-IF
         END-EVALUATE.
         MOVE RPT-DETAIL TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
       SUB-DETAIL-EX.
         EXIT.
      *------------------------------------------
      * Headcount and salary cost per thousand-band and in total
      *------------------------------------------
       SUB-BANDS-EN.
         MOVE RPT-SECT TO WK-SECT-HD1.
         MOVE 'HEADCOUNT AND SALARY COST PER THOUSAND-BAND'
              TO WK-SECT-HD1(3:60).
         MOVE RPT-BNDHD1 TO WK-SECT-HD2.
         MOVE RPT-BNDHD2 TO WK-SECT-HD3.
         PERFORM SUB-SECTHEAD-EN THRU SUB-SECTHEAD-EX.
         PERFORM VARYING WK-B FROM 1 BY 1
            UNTIL (WK-B > 12)
            IF (WK-BND-OLD-CNT(WK-B) > ZERO)
               OR (WK-BND-NEW-CNT(WK-B) > ZERO)
               OR (WK-B = 12)
               PERFORM SUB-BANDLINE-EN THRU SUB-BANDLINE-EX
            END-IF
         END-PERFORM.
       SUB-BANDS-EX.
         EXIT.
      *------------------------------------------
      * One band line (the grand total when WK-B is 12), balanced
      * as it is printed
      *------------------------------------------
       SUB-BANDLINE-EN.
         EVALUATE WK-B
         WHEN 11
            MOVE 'OTHER' TO BND-BAND
         WHEN 12
            MOVE '** TOTAL' TO BND-BAND
            MOVE SPACE TO WK-PRT-LINE
            PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX
         WHEN OTHER
            MOVE SPACE TO BND-BAND
            SUBTRACT 1 FROM WK-B GIVING WK-BAND-DIG
            MOVE WK-BAND-DIG TO BND-BAND(1:1) BND-BAND(6:1)
            MOVE '000-' TO BND-BAND(2:4)
            MOVE '999' TO BND-BAND(7:3)
         END-EVALUATE.
         PERFORM SUB-BALANCE-EN THRU SUB-BALANCE-EX.
         MOVE WK-BND-OLD-CNT(WK-B) TO BND-OLD-CNT.
         MOVE WK-BND-OLD-SUM(WK-B) TO BND-OLD-SUM.
         MOVE WK-BND-JN-CNT(WK-B) TO BND-JN-CNT.
         MOVE WK-BND-LV-CNT(WK-B) TO BND-LV-CNT.
         MOVE WK-BND-CH-CNT(WK-B) TO BND-CH-CNT.
         MOVE WK-BND-NEW-CNT(WK-B) TO BND-NEW-CNT.
         MOVE WK-BND-NEW-SUM(WK-B) TO BND-NEW-SUM.
         MOVE WK-NET-CNT TO BND-NET-CNT.
         MOVE WK-NET-SUM TO BND-NET-SUM.
         IF (WK-BAL-SW = 'YES')
            MOVE 'BALANCED' TO BND-CHECK
         ELSE
            MOVE 'OUT OF BALANCE' TO BND-CHECK
         END-IF.
         MOVE RPT-BAND TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
       SUB-BANDLINE-EX.
         EXIT.
      *------------------------------------------
      * Net movement of band WK-B and its balance check:
      *   old headcount + joiners - leavers = new headcount
      *   old cost + joiners - leavers + changes = new cost
      * (old and new as counted from the loaded rows; the grand
      * total headcounts must also match the trailers)
      *------------------------------------------
       SUB-BALANCE-EN.
         COMPUTE WK-NET-CNT =
            WK-BND-NEW-CNT(WK-B) - WK-BND-OLD-CNT(WK-B).
         COMPUTE WK-NET-SUM =
            WK-BND-NEW-SUM(WK-B) - WK-BND-OLD-SUM(WK-B).
         COMPUTE WK-CHK-CNT =
            WK-BND-OLD-CNT(WK-B) + WK-BND-JN-CNT(WK-B)
            - WK-BND-LV-CNT(WK-B).
         COMPUTE WK-CHK-SUM =
            WK-BND-OLD-SUM(WK-B) + WK-BND-JN-SUM(WK-B)
            - WK-BND-LV-SUM(WK-B) + WK-BND-CH-SUM(WK-B).
         IF (WK-CHK-CNT = WK-BND-NEW-CNT(WK-B))
            AND (WK-CHK-SUM = WK-BND-NEW-SUM(WK-B))
            MOVE 'YES' TO WK-BAL-SW
         ELSE
            MOVE 'NO' TO WK-BAL-SW
            MOVE 'NO' TO WK-ALL-BAL-SW
         END-IF.
         IF (WK-B = 12)
            AND ((WK-BND-OLD-CNT(12) NOT = WK-GEN-TRL-ROWS(1))
              OR (WK-BND-NEW-CNT(12) NOT = WK-GEN-TRL-ROWS(2)))
            MOVE 'NO' TO WK-BAL-SW
            MOVE 'NO' TO WK-ALL-BAL-SW
         END-IF.
       SUB-BALANCE-EX.
         EXIT.
      *------------------------------------------
      * Reconciliation of the grand total, old to new
      *------------------------------------------
       SUB-RECON-EN.
         MOVE 12 TO WK-B.
         PERFORM SUB-BALANCE-EN THRU SUB-BALANCE-EX.
         MOVE RPT-SECT TO WK-SECT-HD1.
         MOVE 'RECONCILIATION' TO WK-SECT-HD1(3:60).
         MOVE SPACE TO WK-SECT-HD2 WK-SECT-HD3.
         PERFORM SUB-SECTHEAD-EN THRU SUB-SECTHEAD-EX.
         MOVE SPACE TO RCN-CHECK.
      *
         MOVE 'OLD HEADCOUNT' TO RCN-TEXT.
         MOVE WK-BND-OLD-CNT(12) TO RCN-CNT.
         MOVE 'OLD SALARY COST' TO RCN-TEXT2.
         MOVE WK-BND-OLD-SUM(12) TO RCN-SUM.
         MOVE RPT-RECON TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
      *
         MOVE '  + JOINERS' TO RCN-TEXT.
         MOVE WK-BND-JN-CNT(12) TO RCN-CNT.
         MOVE '  + JOINERS' TO RCN-TEXT2.
         MOVE WK-BND-JN-SUM(12) TO RCN-SUM.
         MOVE RPT-RECON TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
      *
         MOVE '  - LEAVERS' TO RCN-TEXT.
         MOVE WK-BND-LV-CNT(12) TO RCN-CNT.
         MOVE '  - LEAVERS' TO RCN-TEXT2.
         MOVE WK-BND-LV-SUM(12) TO RCN-SUM.
         MOVE RPT-RECON TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
      *
         MOVE SPACE TO RCN-TEXT.
         MOVE ZERO TO RCN-CNT.
         MOVE '  + SALARY CHANGES' TO RCN-TEXT2.
         MOVE WK-BND-CH-SUM(12) TO RCN-SUM.
         MOVE RPT-RECON TO WK-PRT-LINE.
         MOVE SPACE TO WK-PRT-LINE(25:8).
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
      *
         MOVE '  = NEW HEADCOUNT' TO RCN-TEXT.
         MOVE WK-BND-NEW-CNT(12) TO RCN-CNT.
         MOVE '  = NEW SALARY COST' TO RCN-TEXT2.
         MOVE WK-BND-NEW-SUM(12) TO RCN-SUM.
         IF (WK-ALL-BAL-SW = 'YES')
            MOVE 'BALANCED' TO RCN-CHECK
         ELSE
            MOVE 'OUT OF BALANCE' TO RCN-CHECK
         END-IF.
         MOVE RPT-RECON TO WK-PRT-LINE.
         PERFORM SUB-PRINT-EN THRU SUB-PRINT-EX.
       SUB-RECON-EX.
         EXIT.
      *------------------------------------------
      * Section heading and column headings (kept with at least
      * two lines of the section; repeated on each new page)
      *------------------------------------------
       SUB-SECTHEAD-EN.
         IF (WK-LINE-CNT + 5 > C-PAGE-LINES)
            PERFORM SUB-NEWPAGE-EN THRU SUB-NEWPAGE-EX
         ELSE
            MOVE SPACE TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD1 TO RPT-REC
            WRITE RPT-REC
            ADD 2 TO WK-LINE-CNT
            IF (WK-SECT-HD2 NOT = SPACE)
               MOVE WK-SECT-HD2 TO RPT-REC
               WRITE RPT-REC
               MOVE WK-SECT-HD3 TO RPT-REC
               WRITE RPT-REC
               ADD 2 TO WK-LINE-CNT
            END-IF
         END-IF.
       SUB-SECTHEAD-EX.
         EXIT.
      *------------------------------------------
      * One body line (page break first when the page is full)
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
      * Page header block: title, the two generations and the
      * heading of the section in progress
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
         PERFORM VARYING WK-G FROM 1 BY 1
            UNTIL (WK-G > 2)
            IF (WK-G = 1)
               MOVE 'OLD' TO HD2-WHICH
            ELSE
               MOVE 'NEW' TO HD2-WHICH
            END-IF
            MOVE WK-GEN-FILE(WK-G) TO HD2-FILE
            MOVE WK-GEN-DATE(WK-G) TO HD2-DATE
            MOVE WK-GEN-TIME(WK-G) TO HD2-TIME
            MOVE WK-GEN-ROWS(WK-G) TO HD2-ROWS
            MOVE RPT-HEAD2 TO RPT-REC
            WRITE RPT-REC
         END-PERFORM.
         MOVE 4 TO WK-LINE-CNT.
         IF (WK-SECT-HD1 NOT = SPACE)
            MOVE SPACE TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD1 TO RPT-REC
            WRITE RPT-REC
            ADD 2 TO WK-LINE-CNT
         END-IF.
         IF (WK-SECT-HD2 NOT = SPACE)
            MOVE WK-SECT-HD2 TO RPT-REC
            WRITE RPT-REC
            MOVE WK-SECT-HD3 TO RPT-REC
            WRITE RPT-REC
            ADD 2 TO WK-LINE-CNT
         END-IF.
       SUB-NEWPAGE-EX.
         EXIT.
      *------------------------------------------
      * Table definition load
      *------------------------------------------
       SUB-TDEF-LOAD-EN.
      *
      * Built-in definition (the smp1 layout)
      *
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
      * Definitions from the file (built-ins stand when absent)
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
      * Read one table definition line
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
      * Store one table definition line
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
      *
      * The first file line for a built-in table replaces it
      *
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
      * End processing
      *------------------------------------------
       SUB-END-EN.
         DISPLAY C-PGMNAME ' : TALLY JOINERS=(' WK-CNT-JOIN ')'
                 ' LEAVERS=(' WK-CNT-LEAVE ')'
                 ' SALARY CHANGES=(' WK-CNT-CHG ')'
                 ' UNCHANGED=(' WK-CNT-SAME ')'.
         DISPLAY C-PGMNAME ' : HEADCOUNT OLD=(' WK-BND-OLD-CNT(12)
                 ') NEW=(' WK-BND-NEW-CNT(12) ')'
                 ' PAGES=(' WK-PAGE-NO ') WRITTEN TO smp1_mvmt.dat'.
         IF (WK-CNT-NONNUM > 0)
            DISPLAY C-PGMNAME
                    ' : NON-NUMERIC SALARIES TAKEN AS ZERO=('
                    WK-CNT-NONNUM ')'
         END-IF.
         IF (WK-ALL-BAL-SW = 'NO')
            DISPLAY C-PGMNAME
                    ' : THE MOVEMENT IS OUT OF BALANCE, SEE THE'
                    ' REPORT'
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
            MOVE 'NO' TO WK-RPT-OPEN-SW
            CLOSE RPTDAT
         END-IF.
       SUB-CLOSE-EX.
         EXIT.
      *------------------------------------------
      * Abnormal end: nothing is printed until both generations
      * are verified, so a refused generation never yields a
      * report
      *------------------------------------------
       SUB-ABEND-EN.
          PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
          STOP RUN.
       SUB-ABEND-EX.
         EXIT.
