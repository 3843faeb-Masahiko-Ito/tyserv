      *
      * Supervisor approval of the hold queue written by sample1
      * (smp1_hold.dat: I/D/U records that tripped a threshold in
      * smp1_hctl.dat, with when and why they were held, who
      * submitted them and the stored row at hold time).
      *
      * Runs a console dialog in the style of sample10: the
      * supervisor is the user running the program (the USER the
      * session logged in as, as sample1 records the loading
      * user), then each held record is shown with
      * the row currently stored on tyserv (read only, the same eq
      * get sample1 uses) and a warning when that row has moved
      * since the record was held. The supervisor approves,
      * declines or skips it. A supervisor may not decide a record
      * loaded by the supervisor's own user, so every decision is a
      * second person's.
      *
      * Approved records are appended to smp1_appr.dat in TRC
      * format, restamped APR-nnnnnn; sample1 applies APR- stamped
      * records without holding them again. Load the file by moving
      * it to smp1_tran.dat for the next sample1 run. Every decision
      * is appended to the approval log smp1_hlog.dat with the
      * supervisor, the original record and its new stamp, so the
      * sign-off on any change can be traced; the APR- sequence
      * carries on from the highest stamp in the log. Undecided
      * records stay in smp1_hold.dat for a later run.
      *
      *   sample17 [FORCE]
      *
      * The run is recorded in the suite's run registry
      * (smp1_runh.dat); it rewrites the hold queue sample1 appends
      * to, so its target is '*'.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample17.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Hold queue written by sample1 (input, rewritten at close)
      *------------------------------------------
          SELECT HOLDDAT ASSIGN TO "smp1_hold.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HOLD-STAT.
      *------------------------------------------
      * Approved records (stamped TRC format, for sample1)
      *------------------------------------------
          SELECT APPRDAT ASSIGN TO "smp1_appr.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-APPR-STAT.
      *------------------------------------------
      * Approval log (one line per decision)
      *------------------------------------------
          SELECT HLOGDAT ASSIGN TO "smp1_hlog.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HLOG-STAT.
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
      * Hold queue (sample1 layout)
      *------------------------------------------
       FD  HOLDDAT.
       01  HOLD-REC.
          02 HLD-TRC     PIC X(62).
          02 FILLER      PIC X(1).
          02 HLD-DATE    PIC X(8).
          02 FILLER      PIC X(1).
          02 HLD-TIME    PIC X(6).
          02 FILLER      PIC X(1).
          02 HLD-SUBMIT  PIC X(10).
          02 FILLER      PIC X(1).
          02 HLD-RUNUSER PIC X(10).
          02 FILLER      PIC X(1).
          02 HLD-OLD     PIC X(28).
          02 FILLER      PIC X(1).
          02 HLD-REASON  PIC X(40).
      *------------------------------------------
      * Approved records (stamped TRC format)
      *------------------------------------------
       FD  APPRDAT.
       01  APPR-REC     PIC X(62).
      *------------------------------------------
      * Approval log: decision time, supervisor, APPROVED or
      * DECLINED, the new APR- stamp (approvals only), submitter,
      * hold time and reason, and the original held record
      *------------------------------------------
       FD  HLOGDAT.
       01  HLOG-REC.
          02 HLG-DATE     PIC X(8).
          02 FILLER       PIC X(1).
          02 HLG-TIME     PIC X(6).
          02 FILLER       PIC X(1).
          02 HLG-SUPER    PIC X(10).
          02 FILLER       PIC X(1).
          02 HLG-DECISION PIC X(8).
          02 FILLER       PIC X(1).
          02 HLG-NEWSTAMP PIC X(10).
          02 FILLER       PIC X(1).
          02 HLG-SUBMIT   PIC X(10).
          02 FILLER       PIC X(1).
          02 HLG-HELD     PIC X(14).
          02 FILLER       PIC X(1).
          02 HLG-REASON   PIC X(40).
          02 FILLER       PIC X(1).
          02 HLG-TRC      PIC X(62).
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
       01 C-PGMNAME     PIC X(8) VALUE 'sample17'.
       01 C-NULL        PIC X(1) VALUE LOW-VALUE.
       01 C-TAB         PIC X(1) VALUE X'09'.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 WK-HOLD-STAT   PIC X(2) VALUE SPACE.
       01 WK-APPR-STAT   PIC X(2) VALUE SPACE.
       01 WK-HLOG-STAT   PIC X(2) VALUE SPACE.
       01 WK-CTL-STAT    PIC X(2) VALUE SPACE.
       01 WK-IN-EOF-SW   PIC X(3) VALUE 'OFF'.
       01 WK-HOLD-LOAD-SW PIC X(3) VALUE 'NO'.
       01 WK-APPR-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-HLOG-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-SOCK-OPEN-SW PIC X(3) VALUE 'NO'.
       01 WK-QUIT-SW     PIC X(3) VALUE 'NO'.
       01 WK-DECIDED-SW  PIC X(3) VALUE 'NO'.
       01 WK-ANSWER      PIC X(1) VALUE SPACE.
       01 WK-SUPER       PIC X(10) VALUE SPACE.
      *
      * Run registry: this run's S record is written at start and
      * its E record (outcome and tallies) at close; a registered
      * run still open blocks startup unless FORCE is given.
      * sample17 rewrites smp1_hold.dat for the whole suite, so its
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
      * Held records loaded whole, with a decision flag per record
      * (P: pending, A: approved, D: declined); pending records are
      * written back to the hold queue at close
      *
       01 C-HLD-MAX      PIC 9(4) VALUE 2000.
       01 WK-HLD-CNT     PIC 9(4) VALUE ZERO.
       01 WK-HLD-I       PIC 9(4) VALUE ZERO.
       01 WK-HLD-TBL.
          02 WK-HLD-ENT OCCURS 2000 TIMES.
             03 WK-HLD-IMG   PIC X(170).
             03 WK-HLD-FLAG  PIC X(1).
      *
      * The record under review
      *
       01 WK-HOLD.
          02 WK-HLD-TRC.
             03 WK-IDO-KUBUN PIC X(1).
             03 FILLER       PIC X(1).
             03 WK-ID-PK     PIC X(4).
             03 FILLER       PIC X(1).
             03 FILLER       PIC X(28).
             03 FILLER       PIC X(1).
             03 FILLER       PIC X(4).
             03 FILLER       PIC X(1).
             03 WK-TABLE-NAME PIC X(10).
             03 FILLER       PIC X(1).
             03 WK-SOURCE-ID PIC X(10).
          02 FILLER       PIC X(1).
          02 WK-HLD-DATE  PIC X(8).
          02 FILLER       PIC X(1).
          02 WK-HLD-TIME  PIC X(6).
          02 FILLER       PIC X(1).
          02 WK-HLD-SUBMIT PIC X(10).
          02 FILLER       PIC X(1).
          02 WK-HLD-RUNUSER PIC X(10).
          02 FILLER       PIC X(1).
          02 WK-HLD-OLD   PIC X(28).
          02 FILLER       PIC X(1).
          02 WK-HLD-REASON PIC X(40).
       01 WK-TABLE       PIC X(10) VALUE SPACE.
      *
      * APR- stamp sequence (continues from the approval log)
      *
       01 WK-APR-SEQ     PIC 9(6) VALUE ZERO.
       01 WK-APR-STAMP   PIC X(10) VALUE SPACE.
       01 WK-LOG-DATE    PIC 9(8) VALUE ZERO.
       01 WK-LOG-TIME    PIC 9(8) VALUE ZERO.
       01 WK-DECISION    PIC X(8) VALUE SPACE.
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
       01 WK-TD-IDX      PIC 9(2) VALUE 1.
       01 WK-TD-COL      PIC 9(2) VALUE ZERO.
       01 WK-TD-POS      PIC 9(4) VALUE ZERO.
       01 WK-TD-LEN      PIC 9(4) VALUE ZERO.
       01 WK-TD-SUM      PIC 9(4) VALUE ZERO.
       01 WK-COL-VAL     PIC X(28) VALUE SPACE.
       01 WK-CUR-VAL     PIC X(28) VALUE SPACE.
       01 WK-DSP-LINE    PIC X(200) VALUE SPACE.
       01 WK-DSP-PTR     PIC 9(3) VALUE ZERO.
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
      *------------------------------------------
      * Tally counters
      *------------------------------------------
       01 WK-TALLY.
          02 WK-CNT-HELD   PIC 9(7) VALUE ZERO.
          02 WK-CNT-APPR   PIC 9(7) VALUE ZERO.
          02 WK-CNT-DECL   PIC 9(7) VALUE ZERO.
          02 WK-CNT-SKIP   PIC 9(7) VALUE ZERO.
          02 WK-CNT-OWN    PIC 9(7) VALUE ZERO.
          02 WK-CNT-MOVED  PIC 9(7) VALUE ZERO.
          02 WK-CNT-LEFT   PIC 9(7) VALUE ZERO.
      *------------------------------------------
      * Procedure
      *------------------------------------------
       PROCEDURE        DIVISION.
      *
       MAIN-EN.
      *------------------------------------------
      * Open processing (load the hold queue)
      *------------------------------------------
         PERFORM SUB-OPEN-EN THRU SUB-OPEN-EX.
      *------------------------------------------
      * Review each held record in queue order
      *------------------------------------------
         PERFORM SUB-REVIEW-EN THRU SUB-REVIEW-EX.
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
      * Connection and table definitions
      *
         PERFORM SUB-CTL-LOAD-EN THRU SUB-CTL-LOAD-EX.
         PERFORM SUB-TDEF-LOAD-EN THRU SUB-TDEF-LOAD-EX.
      *
      * Hold queue (no file means nothing has been held)
      *
         OPEN INPUT HOLDDAT.
         IF (WK-HOLD-STAT = '00')
            MOVE 'OFF' TO WK-IN-EOF-SW
            PERFORM SUB-RDHOLD-EN THRU SUB-RDHOLD-EX
               UNTIL (WK-IN-EOF-SW = 'ON')
            CLOSE HOLDDAT
            MOVE 'YES' TO WK-HOLD-LOAD-SW
         ELSE
            IF (WK-HOLD-STAT NOT = '35')
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT OPEN HOLD FILE STATUS=('
                       WK-HOLD-STAT ')'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
         END-IF.
         DISPLAY C-PGMNAME
                 ' : HELD RECORDS=(' WK-CNT-HELD ')'.
      *
      * Approval log: the APR- sequence carries on from the
      * highest stamp issued so far, then the log is appended to
      *
         OPEN INPUT HLOGDAT.
         IF (WK-HLOG-STAT = '00')
            MOVE 'OFF' TO WK-IN-EOF-SW
            PERFORM SUB-RDHLOG-EN THRU SUB-RDHLOG-EX
               UNTIL (WK-IN-EOF-SW = 'ON')
            CLOSE HLOGDAT
         END-IF.
         OPEN EXTEND HLOGDAT.
         IF (WK-HLOG-STAT = '35')
            OPEN OUTPUT HLOGDAT
         END-IF.
         IF (WK-HLOG-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN APPROVAL LOG STATUS=('
                    WK-HLOG-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-HLOG-OPEN-SW.
      *
      * Approved record file (appended to until it is loaded)
      *
         OPEN EXTEND APPRDAT.
         IF (WK-APPR-STAT = '35')
            OPEN OUTPUT APPRDAT
         END-IF.
         IF (WK-APPR-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT OPEN APPROVED FILE STATUS=('
                    WK-APPR-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         MOVE 'YES' TO WK-APPR-OPEN-SW.
      *
      * Nothing held: no connection and no dialog needed
      *
         IF (WK-CNT-HELD > 0)
            PERFORM SUB-CONNECT-EN THRU SUB-CONNECT-EX
         END-IF.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * Load one held record
      *------------------------------------------
       SUB-RDHOLD-EN.
         READ HOLDDAT
            AT END
               MOVE 'ON' TO WK-IN-EOF-SW
            NOT AT END
               IF (HOLD-REC NOT = SPACE)
                  IF (WK-HLD-CNT >= C-HLD-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-HLD-MAX
                             ') HELD RECORDS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-CNT-HELD
                  ADD 1 TO WK-HLD-CNT
                  MOVE HOLD-REC TO WK-HLD-IMG(WK-HLD-CNT)
                  MOVE 'P' TO WK-HLD-FLAG(WK-HLD-CNT)
               END-IF
         END-READ.
       SUB-RDHOLD-EX.
         EXIT.
      *------------------------------------------
      * One approval log line (only the highest APR- stamp is
      * wanted from it)
      *------------------------------------------
       SUB-RDHLOG-EN.
         READ HLOGDAT
            AT END
               MOVE 'ON' TO WK-IN-EOF-SW
            NOT AT END
               IF (HLG-NEWSTAMP(1:4) = 'APR-')
                  AND (HLG-NEWSTAMP(5:6) IS NUMERIC)
                  IF (HLG-NEWSTAMP(5:6) > WK-APR-SEQ)
                     MOVE HLG-NEWSTAMP(5:6) TO WK-APR-SEQ
                  END-IF
               END-IF
         END-READ.
       SUB-RDHLOG-EX.
         EXIT.
      *------------------------------------------
      * Connect to tyserv (read only) and ask who is deciding
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
      *
      * The supervisor is the logged-in user, not a keyed ID, so
      * nobody can decide under another name; it goes on every
      * decision in the log
      *
         MOVE SPACE TO WK-SUPER.
         ACCEPT WK-SUPER FROM ENVIRONMENT 'USER'.
         IF (WK-SUPER = SPACE)
            DISPLAY C-PGMNAME
                    ' : NO LOGGED-IN USER, NOTHING DECIDED'
            MOVE 'YES' TO WK-QUIT-SW
         ELSE
            DISPLAY C-PGMNAME
                    ' : SUPERVISOR=(' WK-SUPER ')'
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
                  PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
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
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
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
      * Find the definition for WK-TABLE (unknown tables fall back
      * to smp1, as in sample1)
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
       SUB-TDEF-FIND-EX.
         EXIT.
      *------------------------------------------
      * Walk the queue; stops asking when the supervisor quits
      *------------------------------------------
       SUB-REVIEW-EN.
         PERFORM VARYING WK-HLD-I FROM 1 BY 1
            UNTIL (WK-HLD-I > WK-HLD-CNT)
               OR (WK-QUIT-SW = 'YES')
            MOVE WK-HLD-IMG(WK-HLD-I) TO WK-HOLD
            PERFORM SUB-SHOW-EN THRU SUB-SHOW-EX
            IF (WK-SUPER = WK-HLD-RUNUSER)
               ADD 1 TO WK-CNT-OWN
               DISPLAY 'LOADED BY ('
                       WK-SUPER ')'
                       ', LEFT FOR ANOTHER SUPERVISOR'
            ELSE
               MOVE 'NO' TO WK-DECIDED-SW
               PERFORM SUB-ASK-EN THRU SUB-ASK-EX
                  UNTIL (WK-DECIDED-SW = 'YES')
            END-IF
         END-PERFORM.
       SUB-REVIEW-EX.
         EXIT.
      *------------------------------------------
      * Show one held record beside the row stored now
      *------------------------------------------
       SUB-SHOW-EN.
         DISPLAY ' '.
         DISPLAY 'HELD ' WK-HLD-I ' OF ' WK-HLD-CNT
                 ' ON ' WK-HLD-DATE ' ' WK-HLD-TIME
                 ' SUBMITTER=(' WK-HLD-SUBMIT
                 ') LOADED BY=(' WK-HLD-RUNUSER ')'.
         DISPLAY '  REASON : ' WK-HLD-REASON.
         DISPLAY '  HELD   : [' WK-SOURCE-ID '] '
                 WK-HLD-TRC(1:51).
      *
      * Current stored row (eq get on the record's table)
      *
         IF (WK-TABLE-NAME = SPACE)
            MOVE 'smp1' TO WK-TABLE
         ELSE
            MOVE WK-TABLE-NAME TO WK-TABLE
         END-IF.
         PERFORM SUB-TDEF-FIND-EN THRU SUB-TDEF-FIND-EX.
         INITIALIZE SEND-DATA RECV-DATA.
         STRING 'get' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-TABLE DELIMITED BY SPACE
                C-TAB DELIMITED BY SIZE
                'pkey' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                'eq' DELIMITED BY SIZE
                C-TAB DELIMITED BY SIZE
                WK-ID-PK DELIMITED BY SIZE
                C-NULL DELIMITED BY SIZE
                INTO SEND-DATA.
         CALL 'sock_send_recv' USING FD-SOCK SEND-DATA RECV-DATA.
         INITIALIZE STAT1 STAT2.
         CALL 'get_status' USING RECV-DATA STAT1 STAT2.
         IF (STAT1 NOT = 'OK')
            MOVE SPACE TO WK-CUR-VAL
            DISPLAY '  STORED : NONE (' STAT1 ' '
                    STAT2(1:40) ')'
         ELSE
            PERFORM SUB-CURROW-EN THRU SUB-CURROW-EX
            DISPLAY '  STORED : ' WK-DSP-LINE(1:WK-DSP-PTR - 1)
         END-IF.
      *
      * A U/D whose stored row has moved since it was held is
      * flagged: the held change was judged against the old row
      *
         IF ((WK-IDO-KUBUN = 'U') OR (WK-IDO-KUBUN = 'D'))
            AND (WK-HLD-OLD NOT = SPACE)
            AND (WK-HLD-OLD NOT = WK-CUR-VAL)
            ADD 1 TO WK-CNT-MOVED
            DISPLAY '  WARNING, STORED ROW CHANGED SINCE HELD, WAS=('
                    WK-HLD-OLD ')'
         END-IF.
       SUB-SHOW-EX.
         EXIT.
      *------------------------------------------
      * Build the display line and the value area of the stored row
      * (value area laid out like the TRC value columns 8-35)
      *------------------------------------------
       SUB-CURROW-EN.
         MOVE SPACE TO WK-DSP-LINE WK-CUR-VAL.
         MOVE 1 TO WK-DSP-PTR.
         MOVE 8 TO WK-TD-POS.
         PERFORM VARYING WK-TD-COL FROM 1 BY 1
            UNTIL (WK-TD-COL > WK-TDEF-COL-CNT(WK-TD-IDX))
            MOVE WK-TDEF-COL-LEN(WK-TD-IDX WK-TD-COL) TO WK-TD-LEN
            MOVE SPACE TO WK-COL-VAL
            CALL 'get_value' USING RECV-DATA
                 WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL)
                 WK-COL-VAL
            STRING WK-TDEF-COL-NAME(WK-TD-IDX WK-TD-COL)
                      DELIMITED BY SPACE
                   '=(' DELIMITED BY SIZE
                   WK-COL-VAL(1:WK-TD-LEN) DELIMITED BY SIZE
                   ') ' DELIMITED BY SIZE
                   INTO WK-DSP-LINE
                   WITH POINTER WK-DSP-PTR
            IF (WK-TD-COL > 1)
               MOVE WK-COL-VAL(1:WK-TD-LEN)
                    TO WK-CUR-VAL(WK-TD-POS - 7:WK-TD-LEN)
               ADD WK-TD-LEN TO WK-TD-POS
               ADD 1 TO WK-TD-POS
            END-IF
         END-PERFORM.
       SUB-CURROW-EX.
         EXIT.
      *------------------------------------------
      * One decision prompt (blank input, like the sample10
      * dialog, cannot spin: it skips the record)
      *------------------------------------------
       SUB-ASK-EN.
         DISPLAY 'DECISION? (A=APPROVE D=DECLINE S=SKIP Q=QUIT)'.
         MOVE SPACE TO WK-ANSWER.
         ACCEPT WK-ANSWER.
         EVALUATE TRUE
         WHEN (WK-ANSWER = 'S') OR (WK-ANSWER = 's')
            OR (WK-ANSWER = SPACE)
            ADD 1 TO WK-CNT-SKIP
            DISPLAY 'SKIPPED, LEFT IN THE HOLD QUEUE'
            MOVE 'YES' TO WK-DECIDED-SW
         WHEN (WK-ANSWER = 'Q') OR (WK-ANSWER = 'q')
            DISPLAY 'QUIT, THE REST STAY IN THE HOLD QUEUE'
            MOVE 'YES' TO WK-QUIT-SW
            MOVE 'YES' TO WK-DECIDED-SW
         WHEN (WK-ANSWER = 'A') OR (WK-ANSWER = 'a')
            PERFORM SUB-APPROVE-EN THRU SUB-APPROVE-EX
            MOVE 'YES' TO WK-DECIDED-SW
         WHEN (WK-ANSWER = 'D') OR (WK-ANSWER = 'd')
            ADD 1 TO WK-CNT-DECL
            MOVE 'D' TO WK-HLD-FLAG(WK-HLD-I)
            MOVE 'DECLINED' TO WK-DECISION
            MOVE SPACE TO WK-APR-STAMP
            PERFORM SUB-LOG-EN THRU SUB-LOG-EX
            DISPLAY 'DECLINED, NOT APPLIED'
            MOVE 'YES' TO WK-DECIDED-SW
         WHEN OTHER
            DISPLAY 'UNKNOWN ANSWER=(' WK-ANSWER ')'
         END-EVALUATE.
       SUB-ASK-EX.
         EXIT.
      *------------------------------------------
      * Approve: restamp the record APR-nnnnnn and queue it for
      * sample1
      *------------------------------------------
       SUB-APPROVE-EN.
         IF (WK-APR-SEQ >= 999999)
            DISPLAY C-PGMNAME
                    ' : ABEND, APR- STAMP SEQUENCE EXHAUSTED'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         ADD 1 TO WK-APR-SEQ.
         MOVE SPACE TO WK-APR-STAMP.
         STRING 'APR-' DELIMITED BY SIZE
                WK-APR-SEQ DELIMITED BY SIZE
                INTO WK-APR-STAMP.
         MOVE WK-HLD-TRC TO APPR-REC.
         MOVE WK-APR-STAMP TO APPR-REC(53:10).
         WRITE APPR-REC.
         IF (WK-APPR-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT WRITE APPROVED FILE STATUS=('
                    WK-APPR-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
         ADD 1 TO WK-CNT-APPR.
         MOVE 'A' TO WK-HLD-FLAG(WK-HLD-I).
         MOVE 'APPROVED' TO WK-DECISION.
         PERFORM SUB-LOG-EN THRU SUB-LOG-EX.
         DISPLAY 'APPROVED AS ' WK-APR-STAMP.
       SUB-APPROVE-EX.
         EXIT.
      *------------------------------------------
      * One approval log line for the decision just made
      *------------------------------------------
       SUB-LOG-EN.
         ACCEPT WK-LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT WK-LOG-TIME FROM TIME.
         MOVE SPACE TO HLOG-REC.
         MOVE WK-LOG-DATE TO HLG-DATE.
         MOVE WK-LOG-TIME(1:6) TO HLG-TIME.
         MOVE WK-SUPER TO HLG-SUPER.
         MOVE WK-DECISION TO HLG-DECISION.
         MOVE WK-APR-STAMP TO HLG-NEWSTAMP.
         MOVE WK-HLD-SUBMIT TO HLG-SUBMIT.
         MOVE WK-HLD-DATE TO HLG-HELD(1:8).
         MOVE WK-HLD-TIME TO HLG-HELD(9:6).
         MOVE WK-HLD-REASON TO HLG-REASON.
         MOVE WK-HLD-TRC TO HLG-TRC.
         WRITE HLOG-REC.
         IF (WK-HLOG-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : ABEND, CANNOT WRITE APPROVAL LOG STATUS=('
                    WK-HLOG-STAT ')'
            PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
         END-IF.
       SUB-LOG-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         PERFORM VARYING WK-HLD-I FROM 1 BY 1
            UNTIL (WK-HLD-I > WK-HLD-CNT)
            IF (WK-HLD-FLAG(WK-HLD-I) = 'P')
               ADD 1 TO WK-CNT-LEFT
            END-IF
         END-PERFORM.
         DISPLAY C-PGMNAME ' : TALLY HELD=(' WK-CNT-HELD ')'
                 ' APPROVED=(' WK-CNT-APPR ')'
                 ' DECLINED=(' WK-CNT-DECL ')'
                 ' LEFT=(' WK-CNT-LEFT ')'.
         DISPLAY C-PGMNAME ' : TALLY SKIPPED=(' WK-CNT-SKIP ')'
                 ' OWN=(' WK-CNT-OWN ')'
                 ' ROW MOVED=(' WK-CNT-MOVED ')'.
         IF (WK-CNT-APPR > 0)
            DISPLAY C-PGMNAME
                    ' : APPROVED RECORDS WRITTEN TO smp1_appr.dat,'
                    ' LOAD WITH sample1'
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
                       ' : END ERROR ' STAT1 ' ' STAT2(1:40)
            END-IF
         END-IF.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing: the records still pending go back to the
      * hold queue, decided ones leave it
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-HOLD-LOAD-SW = 'YES')
            OPEN OUTPUT HOLDDAT
            IF (WK-HOLD-STAT NOT = '00')
               DISPLAY C-PGMNAME
                       ' : CANNOT REWRITE HOLD FILE STATUS=('
                       WK-HOLD-STAT ')'
               MOVE 'ABENDED' TO WK-RUN-STATUS
            ELSE
               PERFORM VARYING WK-HLD-I FROM 1 BY 1
                  UNTIL (WK-HLD-I > WK-HLD-CNT)
                  IF (WK-HLD-FLAG(WK-HLD-I) = 'P')
                     MOVE WK-HLD-IMG(WK-HLD-I) TO HOLD-REC
                     WRITE HOLD-REC
                  END-IF
               END-PERFORM
               CLOSE HOLDDAT
            END-IF
            MOVE 'NO' TO WK-HOLD-LOAD-SW
         END-IF.
         IF (WK-APPR-OPEN-SW = 'YES')
            CLOSE   APPRDAT
            MOVE 'NO' TO WK-APPR-OPEN-SW
         END-IF.
         IF (WK-HLOG-OPEN-SW = 'YES')
            CLOSE   HLOGDAT
            MOVE 'NO' TO WK-HLOG-OPEN-SW
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
         STRING 'APPR=' DELIMITED BY SIZE
                WK-CNT-APPR DELIMITED BY SIZE
                ' DECL=' DELIMITED BY SIZE
                WK-CNT-DECL DELIMITED BY SIZE
                ' LEFT=' DELIMITED BY SIZE
                WK-CNT-LEFT DELIMITED BY SIZE
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
      *------------------------------------------
      * Abnormal end
      *------------------------------------------
       SUB-ABEND-EN.
          MOVE 'ABENDED' TO WK-RUN-STATUS.
          PERFORM SUB-CLOSE-EN THRU SUB-CLOSE-EX.
          STOP RUN.
       SUB-ABEND-EX.
         EXIT.
