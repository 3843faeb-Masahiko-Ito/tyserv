      *
      * Point-in-time reconstruction of one table: rebuilds the
      * table as it stood at a given date/time from the export
      * generations (smp1_gcat.dat) and the audit file written by
      * sample1 (smp1_audt.dat), without touching tyserv.
      *
      *   sample18 [<table>] AT=yyyymmdd[hhmmss]
      *
      * (a date alone means the end of that day; the table defaults
      * to smp1)
      *
      * The base is the latest cataloged generation for the table
      * taken at or before the target time. It is verified the way
      * sample2 verifies a previous generation before a delta: the
      * header must name the table, the catalog time and the whole
      * key range, the keys must ascend, and the trailer row count
      * and hash total must balance against what was read. A
      * generation that fails is refused, never replayed onto.
      *
      * The clean (STAT1 OK) I/D/U audit records for the table
      * stamped after the generation was taken and up to the target
      * are then replayed onto it in trail order, as each unit of
      * work is committed: the records since the last C audit record
      * are held back until the next clean C, and dropped on an R
      * (or a failed commit), when the record numbers fall back
      * (the load was RESTARTed from its checkpoint, its uncommitted
      * tail lost) or when the trail ends first. A replayed record
      * that does not fit (an I for a key already there, a U or D
      * for a key that is not, or a BEF=() image that differs from
      * the rebuilt row) is reported as a warning and applied as the
      * audit record says.
      *
      * The result (smp1_pit.dat) is a TRC 'I' image of the table in
      * key order, in the sample2 export layout with its own control
      * records: a header carrying the target date/time, an 'R'
      * record naming the base generation and the count of audit
      * records replayed, and a trailer with the row count and hash
      * total. sample1 loads it unmodified into an empty table. It
      * is evidence, not an export of record, so it is not
      * cataloged.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample18.
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
      * Base export generation (input, named by the catalog)
      *------------------------------------------
          SELECT EXPDAT  ASSIGN TO WK-EXP-NAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-EXP-STAT.
      *------------------------------------------
      * Audit file written by sample1 (input)
      *------------------------------------------
          SELECT AUDITDAT ASSIGN TO "smp1_audt.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-AUDT-STAT.
      *------------------------------------------
      * Reconstructed table image (output)
      *------------------------------------------
          SELECT PITDAT  ASSIGN TO "smp1_pit.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-PIT-STAT.
      *------------------------------------------
      * Table definition file (table/column/type/length)
      *------------------------------------------
          SELECT TDEFDAT ASSIGN TO "smp1_tdef.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-TDEF-STAT.
       DATA             DIVISION.
       FILE             SECTION.
      *------------------------------------------
      * Generation catalog
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
      * Base export generation (sample2 export layout with '#'
      * header and trailer control records)
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
      * Audit file written by sample1
      *------------------------------------------
       FD  AUDITDAT.
       01  AUDT-REC     PIC X(140).
      *------------------------------------------
      * Reconstructed table image (sample2 export layout; the 'R'
      * control record names the base generation and carries the
      * replayed audit record count)
      *------------------------------------------
       FD  PITDAT.
       01  PIT-REC      PIC X(51).
       01  PIT-HDR.
          02 FILLER       PIC X(2).
          02 PTH-TYPE     PIC X(1).
          02 FILLER       PIC X(1).
          02 PTH-TABLE    PIC X(10).
          02 FILLER       PIC X(1).
          02 PTH-DATE     PIC X(8).
          02 FILLER       PIC X(1).
          02 PTH-TIME     PIC X(6).
          02 FILLER       PIC X(1).
          02 PTH-RANGE-LO PIC X(4).
          02 FILLER       PIC X(1).
          02 PTH-RANGE-HI PIC X(4).
          02 FILLER       PIC X(11).
       01  PIT-RPL.
          02 FILLER       PIC X(2).
          02 PTR-TYPE     PIC X(1).
          02 FILLER       PIC X(1).
          02 PTR-FILE     PIC X(30).
          02 FILLER       PIC X(1).
          02 PTR-REPLAYED PIC 9(7).
          02 FILLER       PIC X(1).
          02 PTR-WARNINGS PIC 9(7).
          02 FILLER       PIC X(1).
       01  PIT-TRL.
          02 FILLER       PIC X(2).
          02 PTT-TYPE     PIC X(1).
          02 FILLER       PIC X(1).
          02 PTT-TABLE    PIC X(10).
          02 FILLER       PIC X(1).
          02 PTT-ROWS     PIC 9(7).
          02 FILLER       PIC X(1).
          02 PTT-HASH     PIC 9(13).
          02 FILLER       PIC X(15).
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
       01 C-PGMNAME     PIC X(8) VALUE 'sample18'.
       01 C-TAB         PIC X(1) VALUE X'09'.
      *------------------------------------------
      * Run parameters / target table and time
      *------------------------------------------
       01 WK-PARM        PIC X(40) VALUE SPACE.
       01 WK-PARM1       PIC X(20) VALUE SPACE.
       01 WK-PARM2       PIC X(20) VALUE SPACE.
       01 WK-PARM-I      PIC 9(1) VALUE ZERO.
       01 WK-PARM-CUR    PIC X(20) VALUE SPACE.
       01 WK-TABLE       PIC X(10) VALUE 'smp1'.
      *
      * Target as a 16-byte stamp comparable with the audit file's
      * date + time (hhmmsscc): a date alone runs to 23:59:59, a
      * time is taken to the end of its second
      *
       01 WK-AT-SW       PIC X(3) VALUE 'OFF'.
       01 WK-AT-STAMP    PIC X(16) VALUE SPACE.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-CAT-STAT    PIC X(2) VALUE SPACE.
       01 WK-EXP-STAT    PIC X(2) VALUE SPACE.
       01 WK-AUDT-STAT   PIC X(2) VALUE SPACE.
       01 WK-PIT-STAT    PIC X(2) VALUE SPACE.
       01 WK-EOF-SW      PIC X(3) VALUE 'OFF'.
       01 WK-PIT-OPEN-SW PIC X(3) VALUE 'NO'.
      *
      * Base generation: the latest cataloged one for the table at
      * or before the target, and its verification state
      *
       01 WK-EXP-NAME    PIC X(30) VALUE SPACE.
       01 WK-GEN-DATE    PIC X(8) VALUE SPACE.
       01 WK-GEN-TIME    PIC X(6) VALUE SPACE.
       01 WK-GEN-STAMP   PIC X(16) VALUE LOW-VALUE.
       01 WK-CAT-STAMP   PIC X(16) VALUE SPACE.
       01 WK-HDR-SW      PIC X(3) VALUE 'OFF'.
       01 WK-TRL-SW      PIC X(3) VALUE 'OFF'.
       01 WK-TRL-ROWS    PIC 9(7) VALUE ZERO.
       01 WK-TRL-HASH    PIC 9(13) VALUE ZERO.
       01 WK-GEN-ROWS    PIC 9(7) VALUE ZERO.
       01 WK-GEN-HASH    PIC 9(13) VALUE ZERO.
       01 WK-LAST-KEY    PIC X(4) VALUE LOW-VALUE.
      *
      * The table being rebuilt, kept in key order (unused entries
      * are HIGH-VALUE so the binary search stays valid)
      *
       01 C-ROW-MAX      PIC 9(5) VALUE 20000.
       01 WK-ROW-CNT     PIC 9(5) VALUE ZERO.
       01 WK-ROW-I       PIC 9(5) VALUE ZERO.
       01 WK-ROW-TBL.
          02 WK-ROW-ENT OCCURS 20000 TIMES
                ASCENDING KEY IS WK-ROW-KEY
                INDEXED BY ROW-IDX.
             03 WK-ROW-KEY  PIC X(4).
             03 WK-ROW-VAL  PIC X(28).
       01 WK-ROW-FOUND-SW PIC X(3) VALUE 'NO'.
      *
      * One audit record split into its TAB-separated fields
      *
       01 WK-AUD-DATE    PIC X(8) VALUE SPACE.
       01 WK-AUD-TIME    PIC X(8) VALUE SPACE.
       01 WK-AUD-RECNO   PIC X(9) VALUE SPACE.
       01 WK-AUD-KUBUN   PIC X(1) VALUE SPACE.
       01 WK-AUD-PK      PIC X(4) VALUE SPACE.
       01 WK-AUD-TABLE   PIC X(10) VALUE SPACE.
       01 WK-AUD-BEF     PIC X(35) VALUE SPACE.
       01 WK-AUD-AFT     PIC X(35) VALUE SPACE.
       01 WK-AUD-STAT    PIC X(2) VALUE SPACE.
       01 WK-AUD-SOURCE  PIC X(10) VALUE SPACE.
       01 WK-AUD-STAMP   PIC X(16) VALUE SPACE.
      *
      * Records of the slice read since the last commit, waiting
      * for the C (or R) that settles them, and the highest record
      * number seen since that commit
      *
       01 C-PND-MAX      PIC 9(5) VALUE 5000.
       01 WK-PND-CNT     PIC 9(5) VALUE ZERO.
       01 WK-PND-I       PIC 9(5) VALUE ZERO.
       01 WK-PND-RECNO   PIC X(9) VALUE LOW-VALUE.
       01 WK-PND-TBL.
          02 WK-PND-ENT OCCURS 5000 TIMES.
             03 WK-PND-KUBUN  PIC X(1).
             03 WK-PND-PK     PIC X(4).
             03 WK-PND-BEF    PIC X(35).
             03 WK-PND-AFT    PIC X(35).
             03 WK-PND-SOURCE PIC X(10).
             03 WK-PND-STAMP  PIC X(16).
      *
      * Hash work areas (sum of the numeric-type columns, the same
      * rule sample2 uses for its trailer)
      *
       01 WK-HASH-COL    PIC 9(13) VALUE ZERO.
       01 WK-HASH-WK     PIC 9(13) VALUE ZERO.
       01 WK-HASH-TOTAL  PIC 9(13) VALUE ZERO.
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
          02 WK-CNT-AUDIT  PIC 9(7) VALUE ZERO.
          02 WK-CNT-REPLAY PIC 9(7) VALUE ZERO.
          02 WK-CNT-RPL-I  PIC 9(7) VALUE ZERO.
          02 WK-CNT-RPL-D  PIC 9(7) VALUE ZERO.
          02 WK-CNT-RPL-U  PIC 9(7) VALUE ZERO.
          02 WK-CNT-NG     PIC 9(7) VALUE ZERO.
          02 WK-CNT-UNCOMMIT PIC 9(7) VALUE ZERO.
          02 WK-CNT-WARN   PIC 9(7) VALUE ZERO.
          02 WK-CNT-ROWS   PIC 9(7) VALUE ZERO.
      *------------------------------------------
      * Procedure
      *------------------------------------------
       PROCEDURE        DIVISION.
      *
       MAIN-EN.
      *------------------------------------------
      * Open processing (parameters, base generation choice)
      *------------------------------------------
         PERFORM SUB-OPEN-EN THRU SUB-OPEN-EX.
      *------------------------------------------
      * Load and verify the base generation
      *------------------------------------------
         PERFORM SUB-GENLOAD-EN THRU SUB-GENLOAD-EX.
      *------------------------------------------
      * Replay the audit trail up to the target
      *------------------------------------------
         PERFORM SUB-REPLAY-EN THRU SUB-REPLAY-EX.
      *------------------------------------------
      * Write the reconstructed image
      *------------------------------------------
         PERFORM SUB-WRITE-EN THRU SUB-WRITE-EX.
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
      *
      * Run parameters: optional table name, AT= target (required)
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
            PERFORM SUB-PARM-EN THRU SUB-PARM-EX
         END-PERFORM.
         IF (WK-AT-SW = 'OFF')
            DISPLAY C-PGMNAME
                    ' : ABEND, USAGE: sample18 [<table>]'
                    ' AT=yyyymmdd[hhmmss]'
            STOP RUN
         END-IF.
         DISPLAY C-PGMNAME
                 ' : START, TABLE=(' WK-TABLE ') AT=('
                 WK-AT-STAMP(1:14) ')'.
      *
      * Table definitions (for the hash rule)
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
      *
      * Base generation: the latest one cataloged for the table at
      * or before the target
      *
         OPEN INPUT CATDAT.
         IF (WK-CAT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN CATALOG STATUS=('
                    WK-CAT-STAT ')'
            STOP RUN
         END-IF.
         MOVE 'OFF' TO WK-EOF-SW.
         PERFORM SUB-RDCAT-EN THRU SUB-RDCAT-EX
            UNTIL (WK-EOF-SW = 'ON').
         CLOSE CATDAT.
         IF (WK-EXP-NAME = SPACE)
            DISPLAY C-PGMNAME
                    ' : ABEND, NO EXPORT GENERATION OF TABLE=('
                    WK-TABLE ') AT OR BEFORE ('
                    WK-AT-STAMP(1:14) ')'
            STOP RUN
         END-IF.
         DISPLAY C-PGMNAME
                 ' : BASE GENERATION=(' WK-EXP-NAME ') TAKEN=('
                 WK-GEN-DATE WK-GEN-TIME ')'.
      *
      * Audit file (input)
      *
         OPEN INPUT AUDITDAT.
         IF (WK-AUDT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN AUDIT FILE STATUS=('
                    WK-AUDT-STAT ')'
            STOP RUN
         END-IF.
         CLOSE AUDITDAT.
      *
      * Reconstructed image
      *
         OPEN OUTPUT PITDAT.
         IF (WK-PIT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN OUTPUT FILE STATUS=('
                    WK-PIT-STAT ')'
            STOP RUN
         END-IF.
         MOVE 'YES' TO WK-PIT-OPEN-SW.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * One command line word
      *------------------------------------------
       SUB-PARM-EN.
         EVALUATE TRUE
         WHEN (WK-PARM-CUR(1:3) = 'AT=')
            IF (WK-PARM-CUR(4:8) IS NUMERIC)
               AND ((WK-PARM-CUR(12:6) = SPACE)
                 OR (WK-PARM-CUR(12:6) IS NUMERIC))
               AND (WK-PARM-CUR(18:3) = SPACE)
               MOVE WK-PARM-CUR(4:8) TO WK-AT-STAMP(1:8)
               IF (WK-PARM-CUR(12:6) = SPACE)
                  MOVE '235959' TO WK-AT-STAMP(9:6)
               ELSE
                  MOVE WK-PARM-CUR(12:6) TO WK-AT-STAMP(9:6)
               END-IF
               MOVE '99' TO WK-AT-STAMP(15:2)
               MOVE 'ON' TO WK-AT-SW
            ELSE
               DISPLAY C-PGMNAME
                       ' : ABEND, BAD AT OPTION=(' WK-PARM-CUR ')'
               STOP RUN
            END-IF
         WHEN (WK-PARM-CUR NOT = SPACE)
            MOVE WK-PARM-CUR(1:10) TO WK-TABLE
         WHEN OTHER
            CONTINUE
         END-EVALUATE.
       SUB-PARM-EX.
         EXIT.
      *------------------------------------------
      * One catalog line (the latest generation for the table at or
      * before the target wins; a later line wins a tie)
      *------------------------------------------
       SUB-RDCAT-EN.
         READ CATDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               IF (CAT-TABLE = WK-TABLE)
                  MOVE SPACE TO WK-CAT-STAMP
                  MOVE CAT-DATE TO WK-CAT-STAMP(1:8)
                  MOVE CAT-TIME TO WK-CAT-STAMP(9:6)
                  MOVE '00' TO WK-CAT-STAMP(15:2)
                  IF (WK-CAT-STAMP <= WK-AT-STAMP)
                     AND (WK-CAT-STAMP >= WK-GEN-STAMP)
                     MOVE WK-CAT-STAMP TO WK-GEN-STAMP
                     MOVE CAT-FILE TO WK-EXP-NAME
                     MOVE CAT-DATE TO WK-GEN-DATE
                     MOVE CAT-TIME TO WK-GEN-TIME
                  END-IF
               END-IF
         END-READ.
       SUB-RDCAT-EX.
         EXIT.
      *------------------------------------------
      * Load the base generation and verify its control records
      *------------------------------------------
       SUB-GENLOAD-EN.
         MOVE HIGH-VALUE TO WK-ROW-TBL.
         MOVE ZERO TO WK-ROW-CNT.
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
         IF (WK-HDR-SW = 'OFF')
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') HAS NO HEADER'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-TRL-SW = 'OFF')
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') HAS NO TRAILER, FILE IS TRUNCATED'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-TRL-ROWS NOT = WK-GEN-ROWS)
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') TRAILER ROWS=(' WK-TRL-ROWS
                    ') BUT READ=(' WK-GEN-ROWS ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         IF (WK-TRL-HASH NOT = WK-GEN-HASH)
            DISPLAY C-PGMNAME
                    ' : ABEND, GENERATION=(' WK-EXP-NAME
                    ') TRAILER HASH=(' WK-TRL-HASH
                    ') BUT COMPUTED=(' WK-GEN-HASH ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         DISPLAY C-PGMNAME
                 ' : GENERATION=(' WK-EXP-NAME
                 ') VERIFIED AND LOADED, ROWS=(' WK-GEN-ROWS ')'.
       SUB-GENLOAD-EX.
         EXIT.
      *------------------------------------------
      * One base generation record
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
      * One base generation control record: the header must match
      * the table, the catalog time and the whole key range
      *------------------------------------------
       SUB-EXPCTL-EN.
         EVALUATE EXH-TYPE
         WHEN 'H'
            MOVE 'ON' TO WK-HDR-SW
            IF (EXH-TABLE NOT = WK-TABLE)
               DISPLAY C-PGMNAME
                       ' : ABEND, GENERATION=(' WK-EXP-NAME
                       ') IS FOR TABLE=(' EXH-TABLE ') NOT ('
                       WK-TABLE ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            IF (EXH-DATE NOT = WK-GEN-DATE)
               OR (EXH-TIME NOT = WK-GEN-TIME)
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
            MOVE 'ON' TO WK-TRL-SW
            MOVE EXT-ROWS TO WK-TRL-ROWS
            MOVE EXT-HASH TO WK-TRL-HASH
         WHEN OTHER
            CONTINUE
         END-EVALUATE.
       SUB-EXPCTL-EX.
         EXIT.
      *------------------------------------------
      * One base generation row: key order, table and hash checks,
      * then into the table being rebuilt
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
         IF (WK-ROW-CNT >= C-ROW-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, TABLE EXCEEDS (' C-ROW-MAX ') ROWS'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE EXP-REC(3:4) TO WK-LAST-KEY.
         MOVE EXP-REC TO PIT-REC.
         PERFORM SUB-HASHADD-EN THRU SUB-HASHADD-EX.
         ADD WK-HASH-COL TO WK-GEN-HASH.
         ADD 1 TO WK-GEN-ROWS.
         ADD 1 TO WK-ROW-CNT.
         MOVE EXP-REC(3:4) TO WK-ROW-KEY(WK-ROW-CNT).
         MOVE EXP-REC(8:28) TO WK-ROW-VAL(WK-ROW-CNT).
       SUB-EXPROW-EX.
         EXIT.
      *------------------------------------------
      * Replay the audit trail: clean I/D/U records for the table
      * after the generation was taken and up to the target
      *------------------------------------------
       SUB-REPLAY-EN.
         OPEN INPUT AUDITDAT.
         IF (WK-AUDT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN AUDIT FILE STATUS=('
                    WK-AUDT-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'OFF' TO WK-EOF-SW.
         MOVE ZERO TO WK-PND-CNT.
         MOVE LOW-VALUE TO WK-PND-RECNO.
         PERFORM SUB-RDAUDT-EN THRU SUB-RDAUDT-EX
            UNTIL (WK-EOF-SW = 'ON').
         CLOSE AUDITDAT.
      *
      * Work still open when the trail ends was never committed
      *
         IF (WK-PND-CNT > 0)
            DISPLAY C-PGMNAME
                    ' : NO COMMIT AFTER THE LAST ' WK-PND-CNT
                    ' RECORDS OF THE TRAIL, NOT REPLAYED'
            PERFORM SUB-PNDDROP-EN THRU SUB-PNDDROP-EX
         END-IF.
       SUB-REPLAY-EX.
         EXIT.
      *------------------------------------------
      * Read one audit record and replay it when it is in the slice
      *------------------------------------------
       SUB-RDAUDT-EN.
         READ AUDITDAT
            AT END
               MOVE 'ON' TO WK-EOF-SW
            NOT AT END
               ADD 1 TO WK-CNT-AUDIT
               MOVE SPACE TO WK-AUD-DATE WK-AUD-TIME WK-AUD-RECNO
                             WK-AUD-KUBUN WK-AUD-PK WK-AUD-TABLE
                             WK-AUD-BEF WK-AUD-AFT WK-AUD-STAT
                             WK-AUD-SOURCE
               UNSTRING AUDT-REC DELIMITED BY C-TAB
                  INTO WK-AUD-DATE WK-AUD-TIME WK-AUD-RECNO
                       WK-AUD-KUBUN WK-AUD-PK WK-AUD-TABLE
                       WK-AUD-BEF WK-AUD-AFT WK-AUD-STAT
                       WK-AUD-SOURCE
               MOVE SPACE TO WK-AUD-STAMP
               MOVE WK-AUD-DATE TO WK-AUD-STAMP(1:8)
               MOVE WK-AUD-TIME TO WK-AUD-STAMP(9:8)
      *
      * A record number below one already seen since the last
      * commit: a RESTART began again from its checkpoint, and what
      * the failed run left uncommitted was lost with it
      *
               IF (WK-AUD-RECNO < WK-PND-RECNO) AND (WK-PND-CNT > 0)
                  DISPLAY C-PGMNAME
                          ' : LOAD RESTARTED AT RECORD ' WK-AUD-RECNO
                          ', ' WK-PND-CNT ' UNCOMMITTED RECORDS DROPPED'
                  PERFORM SUB-PNDDROP-EN THRU SUB-PNDDROP-EX
                  MOVE LOW-VALUE TO WK-PND-RECNO
               END-IF
               IF (WK-AUD-RECNO > WK-PND-RECNO)
                  MOVE WK-AUD-RECNO TO WK-PND-RECNO
               END-IF
               EVALUATE TRUE
               WHEN (WK-AUD-KUBUN = 'C') AND (WK-AUD-STAT = 'OK')
                  PERFORM VARYING WK-PND-I FROM 1 BY 1
                     UNTIL (WK-PND-I > WK-PND-CNT)
                     MOVE WK-PND-KUBUN(WK-PND-I) TO WK-AUD-KUBUN
                     MOVE WK-PND-PK(WK-PND-I) TO WK-AUD-PK
                     MOVE WK-PND-BEF(WK-PND-I) TO WK-AUD-BEF
                     MOVE WK-PND-AFT(WK-PND-I) TO WK-AUD-AFT
                     MOVE WK-PND-SOURCE(WK-PND-I) TO WK-AUD-SOURCE
                     MOVE WK-PND-STAMP(WK-PND-I) TO WK-AUD-STAMP
                     PERFORM SUB-APPLY-EN THRU SUB-APPLY-EX
                  END-PERFORM
                  MOVE ZERO TO WK-PND-CNT
                  MOVE LOW-VALUE TO WK-PND-RECNO
               WHEN (WK-AUD-KUBUN = 'C') OR (WK-AUD-KUBUN = 'R')
                  PERFORM SUB-PNDDROP-EN THRU SUB-PNDDROP-EX
                  MOVE LOW-VALUE TO WK-PND-RECNO
               WHEN ((WK-AUD-KUBUN = 'I') OR (WK-AUD-KUBUN = 'U')
                  OR (WK-AUD-KUBUN = 'D'))
                  AND (WK-AUD-TABLE = WK-TABLE)
                  AND (WK-AUD-STAMP > WK-GEN-STAMP)
                  AND (WK-AUD-STAMP <= WK-AT-STAMP)
                  IF (WK-AUD-STAT = 'OK')
                     IF (WK-PND-CNT >= C-PND-MAX)
                        DISPLAY C-PGMNAME
                                ' : ABEND, MORE THAN (' C-PND-MAX
                                ') AUDIT RECORDS BETWEEN COMMITS'
                        PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                     END-IF
                     ADD 1 TO WK-PND-CNT
                     MOVE WK-AUD-KUBUN TO WK-PND-KUBUN(WK-PND-CNT)
                     MOVE WK-AUD-PK TO WK-PND-PK(WK-PND-CNT)
                     MOVE WK-AUD-BEF TO WK-PND-BEF(WK-PND-CNT)
                     MOVE WK-AUD-AFT TO WK-PND-AFT(WK-PND-CNT)
                     MOVE WK-AUD-SOURCE TO WK-PND-SOURCE(WK-PND-CNT)
                     MOVE WK-AUD-STAMP TO WK-PND-STAMP(WK-PND-CNT)
                  ELSE
                     ADD 1 TO WK-CNT-NG
                  END-IF
               WHEN OTHER
                  CONTINUE
               END-EVALUATE
         END-READ.
       SUB-RDAUDT-EX.
         EXIT.
      *------------------------------------------
      * Drop the records waiting for a commit (rolled back, or
      * never committed)
      *------------------------------------------
       SUB-PNDDROP-EN.
         ADD WK-PND-CNT TO WK-CNT-UNCOMMIT.
         MOVE ZERO TO WK-PND-CNT.
       SUB-PNDDROP-EX.
         EXIT.
      *------------------------------------------
      * Apply one audit record to the table being rebuilt (AFT=()
      * and BEF=() each hold the 28-byte record value area)
      *------------------------------------------
       SUB-APPLY-EN.
         ADD 1 TO WK-CNT-REPLAY.
         MOVE 'NO' TO WK-ROW-FOUND-SW.
         SEARCH ALL WK-ROW-ENT
            AT END
               CONTINUE
            WHEN (WK-ROW-KEY(ROW-IDX) = WK-AUD-PK)
               MOVE 'YES' TO WK-ROW-FOUND-SW
         END-SEARCH.
         EVALUATE WK-AUD-KUBUN
         WHEN 'I'
            ADD 1 TO WK-CNT-RPL-I
            IF (WK-ROW-FOUND-SW = 'YES')
               ADD 1 TO WK-CNT-WARN
               DISPLAY C-PGMNAME
                       ' : WARNING, INSERT OF EXISTING KEY=('
                       WK-AUD-PK ') AT ' WK-AUD-STAMP
                       ' [' WK-AUD-SOURCE ']'
               MOVE WK-AUD-AFT(6:28) TO WK-ROW-VAL(ROW-IDX)
            ELSE
               PERFORM SUB-ROWINS-EN THRU SUB-ROWINS-EX
            END-IF
         WHEN 'U'
            ADD 1 TO WK-CNT-RPL-U
            IF (WK-ROW-FOUND-SW = 'YES')
               PERFORM SUB-BEFCHK-EN THRU SUB-BEFCHK-EX
               MOVE WK-AUD-AFT(6:28) TO WK-ROW-VAL(ROW-IDX)
            ELSE
               ADD 1 TO WK-CNT-WARN
               DISPLAY C-PGMNAME
                       ' : WARNING, UPDATE OF MISSING KEY=('
                       WK-AUD-PK ') AT ' WK-AUD-STAMP
                       ' [' WK-AUD-SOURCE ']'
               PERFORM SUB-ROWINS-EN THRU SUB-ROWINS-EX
            END-IF
         WHEN 'D'
            ADD 1 TO WK-CNT-RPL-D
            IF (WK-ROW-FOUND-SW = 'YES')
               PERFORM SUB-BEFCHK-EN THRU SUB-BEFCHK-EX
               PERFORM SUB-ROWDEL-EN THRU SUB-ROWDEL-EX
            ELSE
               ADD 1 TO WK-CNT-WARN
               DISPLAY C-PGMNAME
                       ' : WARNING, DELETE OF MISSING KEY=('
                       WK-AUD-PK ') AT ' WK-AUD-STAMP
                       ' [' WK-AUD-SOURCE ']'
            END-IF
         END-EVALUATE.
       SUB-APPLY-EX.
         EXIT.
      *------------------------------------------
      * The audited before image must be the row as rebuilt so far
      *------------------------------------------
       SUB-BEFCHK-EN.
         IF (WK-AUD-BEF(6:28) NOT = WK-ROW-VAL(ROW-IDX))
            ADD 1 TO WK-CNT-WARN
            DISPLAY C-PGMNAME
                    ' : WARNING, KEY=(' WK-AUD-PK
                    ') BEFORE IMAGE DIFFERS AT ' WK-AUD-STAMP
                    ' [' WK-AUD-SOURCE ']'
         END-IF.
       SUB-BEFCHK-EX.
         EXIT.
      *------------------------------------------
      * Insert WK-AUD-PK in key order (entries above it move up)
      *------------------------------------------
       SUB-ROWINS-EN.
         IF (WK-ROW-CNT >= C-ROW-MAX)
            DISPLAY C-PGMNAME
                    ' : ABEND, TABLE EXCEEDS (' C-ROW-MAX ') ROWS'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         COMPUTE WK-ROW-I = WK-ROW-CNT + 1.
         PERFORM UNTIL (WK-ROW-I = 1)
                    OR (WK-ROW-KEY(WK-ROW-I - 1) < WK-AUD-PK)
            MOVE WK-ROW-ENT(WK-ROW-I - 1) TO WK-ROW-ENT(WK-ROW-I)
            SUBTRACT 1 FROM WK-ROW-I
         END-PERFORM.
         MOVE WK-AUD-PK TO WK-ROW-KEY(WK-ROW-I).
         MOVE WK-AUD-AFT(6:28) TO WK-ROW-VAL(WK-ROW-I).
         ADD 1 TO WK-ROW-CNT.
       SUB-ROWINS-EX.
         EXIT.
      *------------------------------------------
      * Remove the entry at ROW-IDX (entries above it move down)
      *------------------------------------------
       SUB-ROWDEL-EN.
         SET WK-ROW-I TO ROW-IDX.
         PERFORM UNTIL (WK-ROW-I >= WK-ROW-CNT)
            MOVE WK-ROW-ENT(WK-ROW-I + 1) TO WK-ROW-ENT(WK-ROW-I)
            ADD 1 TO WK-ROW-I
         END-PERFORM.
         MOVE HIGH-VALUE TO WK-ROW-ENT(WK-ROW-CNT).
         SUBTRACT 1 FROM WK-ROW-CNT.
       SUB-ROWDEL-EX.
         EXIT.
      *------------------------------------------
      * Write the reconstructed image with its control records
      *------------------------------------------
       SUB-WRITE-EN.
         MOVE SPACE TO PIT-HDR.
         MOVE '# ' TO PIT-HDR(1:2).
         MOVE 'H' TO PTH-TYPE.
         MOVE WK-TABLE TO PTH-TABLE.
         MOVE WK-AT-STAMP(1:8) TO PTH-DATE.
         MOVE WK-AT-STAMP(9:6) TO PTH-TIME.
         MOVE '0000' TO PTH-RANGE-LO.
         MOVE '9999' TO PTH-RANGE-HI.
         WRITE PIT-HDR.
      *
      * The base generation and the replay count
      *
         MOVE SPACE TO PIT-RPL.
         MOVE '# ' TO PIT-RPL(1:2).
         MOVE 'R' TO PTR-TYPE.
         MOVE WK-EXP-NAME TO PTR-FILE.
         MOVE WK-CNT-REPLAY TO PTR-REPLAYED.
         MOVE WK-CNT-WARN TO PTR-WARNINGS.
         WRITE PIT-RPL.
      *
      * The rows, in key order
      *
         MOVE ZERO TO WK-HASH-TOTAL.
         PERFORM VARYING WK-ROW-I FROM 1 BY 1
            UNTIL (WK-ROW-I > WK-ROW-CNT)
            MOVE SPACE TO PIT-REC
            MOVE 'I' TO PIT-REC(1:1)
            MOVE WK-ROW-KEY(WK-ROW-I) TO PIT-REC(3:4)
            MOVE WK-ROW-VAL(WK-ROW-I) TO PIT-REC(8:28)
            MOVE WK-TABLE TO PIT-REC(42:10)
            PERFORM SUB-HASHADD-EN THRU SUB-HASHADD-EX
            ADD WK-HASH-COL TO WK-HASH-TOTAL
            WRITE PIT-REC
            ADD 1 TO WK-CNT-ROWS
         END-PERFORM.
      *
      * Trailer
      *
         MOVE SPACE TO PIT-TRL.
         MOVE '# ' TO PIT-TRL(1:2).
         MOVE 'T' TO PTT-TYPE.
         MOVE WK-TABLE TO PTT-TABLE.
         MOVE WK-CNT-ROWS TO PTT-ROWS.
         MOVE WK-HASH-TOTAL TO PTT-HASH.
         WRITE PIT-TRL.
       SUB-WRITE-EX.
         EXIT.
      *------------------------------------------
      * Hash contribution of the record in PIT-REC: the sum of its
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
               AND (PIT-REC(WK-TD-POS:WK-TD-LEN) IS NUMERIC)
               MOVE PIT-REC(WK-TD-POS:WK-TD-LEN) TO WK-HASH-WK
               ADD WK-HASH-WK TO WK-HASH-COL
            END-IF
            ADD WK-TD-LEN TO WK-TD-POS
            ADD 1 TO WK-TD-POS
         END-PERFORM.
       SUB-HASHADD-EX.
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
         DISPLAY C-PGMNAME ' : TALLY AUDIT READ=(' WK-CNT-AUDIT ')'
                 ' REPLAYED=(' WK-CNT-REPLAY ')'
                 ' NG-SKIPPED=(' WK-CNT-NG ')'
                 ' NOT COMMITTED=(' WK-CNT-UNCOMMIT ')'.
         DISPLAY C-PGMNAME ' : TALLY REPLAYED I=(' WK-CNT-RPL-I ')'
                 ' U=(' WK-CNT-RPL-U ')'
                 ' D=(' WK-CNT-RPL-D ')'
                 ' WARNINGS=(' WK-CNT-WARN ')'.
         DISPLAY C-PGMNAME ' : TABLE=(' WK-TABLE ') AS AT ('
                 WK-AT-STAMP(1:14) ') ROWS=(' WK-CNT-ROWS ')'
                 ' WRITTEN TO smp1_pit.dat'.
         IF (WK-CNT-WARN > 0)
            DISPLAY C-PGMNAME
                    ' : THE TRAIL DID NOT REPLAY CLEANLY, SEE THE'
                    ' WARNINGS ABOVE'
         END-IF.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-PIT-OPEN-SW = 'YES')
            MOVE 'NO' TO WK-PIT-OPEN-SW
            CLOSE PITDAT
         END-IF.
       SUB-CLOSE-EX.
         EXIT.
      *------------------------------------------
      * Abnormal end: the output is left empty, so a refused base
      * generation never yields an image
      *------------------------------------------
       SUB-ABEND-EN.
          PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
          STOP RUN.
       SUB-ABEND-EX.
         EXIT.
