      *
      * Acknowledgements returned to the departments that submit
      * smp1_in1.dat, smp1_in2.dat and smp1_in3.dat (smp1_in1.dat
      * being the payroll interface translated by sample13).
      *
      * Run after the night's load. Every record of each input
      * file is given the INn-nnnnnn stamp sample5 put on it (the
      * source number and the record's position in its file) and
      * followed through the night:
      *
      *   smp1_coll.dat / smp1_disp.dat   collision and its ruling
      *                                   (sample5, sample10)
      *   smp1_audt.dat                   applied by sample1
      *   smp1_cure.dat / smp1_rjc2.dat   resubmitted by sample3
      *   smp1_rjct.dat                   rejected by sample1
      *   smp1_hlog.dat / smp1_hold.dat   held, approved or declined
      *                                   (sample1, sample17)
      *
      * One acknowledgement file per source present
      * (smp1_ack1.dat .. smp1_ack3.dat) lists every submitted
      * record with its final outcome:
      *
      *   APPLIED         (cured on resubmit / approved as APR-)
      *   REJECTED        with the reason tyserv or the
      *                   validation gave, the supervisor's
      *                   decline, or rolled back before commit
      *   LOST COLLISION  to the source whose record was kept
      *   STILL PENDING   held for approval, collision not yet
      *                   ruled, not yet loaded, or queued by
      *                   sample25 until a later effective date
      *   NO UPDATE       display and comment records
      *
      * and ends with the counts per outcome. The records sample25
      * took out of tonight's input into its queue (smp1_phst.dat,
      * queued on tonight's business date: the H record of
      * smp1_pay.csv, otherwise today) are listed after the file's
      * own records, with the queue sequence in place of a stamp.
      * The payroll file's acknowledgement carries the business
      * date from the H record of smp1_pay.csv, so payroll can
      * match it to the transmission it sent. Its detail count is
      * checked against the records acknowledged for smp1_in1.dat,
      * allowing for the earlier payroll rows sample25 released
      * into tonight's file.
      *
      *   sample20 [FORCE]
      *
      * Only reads the night's files. The run is recorded in the
      * suite's run registry (smp1_runh.dat) with target '*', as
      * sample11 is.
      *
       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      sample20.
       ENVIRONMENT      DIVISION.
       CONFIGURATION    SECTION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
      *------------------------------------------
      * Departmental transaction file (input, one source at a time)
      *------------------------------------------
          SELECT INDAT   ASSIGN TO WK-IN-NAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-IN-STAT.
      *------------------------------------------
      * Acknowledgement file (one per source)
      *------------------------------------------
          SELECT ACKDAT  ASSIGN TO WK-ACK-NAME
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-ACK-STAT.
      *------------------------------------------
      * Payroll interface file (input, H record only)
      *------------------------------------------
          SELECT PAYDAT  ASSIGN TO "smp1_pay.csv"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-PAY-STAT.
      *------------------------------------------
      * Pending queue history written by sample25 (input, optional)
      *------------------------------------------
          SELECT PHSTDAT ASSIGN TO "smp1_phst.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-PHST-STAT.
      *------------------------------------------
      * Collision file written by sample5 (input)
      *------------------------------------------
          SELECT COLLDAT ASSIGN TO "smp1_coll.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-COLL-STAT.
      *------------------------------------------
      * Disposition log written by sample10 (input)
      *------------------------------------------
          SELECT DISPDAT ASSIGN TO "smp1_disp.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-DISP-STAT.
      *------------------------------------------
      * Audit file written by sample1 (input)
      *------------------------------------------
          SELECT AUDITDAT ASSIGN TO "smp1_audt.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-AUDT-STAT.
      *------------------------------------------
      * Reject file written by sample1 (input)
      *------------------------------------------
          SELECT REJCTDAT ASSIGN TO "smp1_rjct.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RJCT-STAT.
      *------------------------------------------
      * Cured transactions written by sample3 (input)
      *------------------------------------------
          SELECT CUREDAT ASSIGN TO "smp1_cure.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-CURE-STAT.
      *------------------------------------------
      * Second-level reject file written by sample3 (input)
      *------------------------------------------
          SELECT RJCT2DAT ASSIGN TO "smp1_rjc2.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-RJC2-STAT.
      *------------------------------------------
      * Hold queue written by sample1 (input)
      *------------------------------------------
          SELECT HOLDDAT ASSIGN TO "smp1_hold.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HOLD-STAT.
      *------------------------------------------
      * Approval log written by sample17 (input)
      *------------------------------------------
          SELECT HLOGDAT ASSIGN TO "smp1_hlog.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS   IS WK-HLOG-STAT.
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
      * Departmental transaction file (unstamped TRC format)
      *------------------------------------------
       FD  INDAT.
       01  IN-REC       PIC X(51).
      *------------------------------------------
      * Acknowledgement: one line per submitted record, heading
      * and summary lines in free text
      *------------------------------------------
       FD  ACKDAT.
       01  ACK-REC.
          02 ACK-STAMP   PIC X(10).
          02 FILLER      PIC X(1).
          02 ACK-TRC     PIC X(51).
          02 FILLER      PIC X(1).
          02 ACK-OUTCOME PIC X(14).
          02 FILLER      PIC X(1).
          02 ACK-DETAIL  PIC X(50).
       01  ACK-LINE     PIC X(128).
      *------------------------------------------
      * Payroll interface file
      *------------------------------------------
       FD  PAYDAT.
       01  PAY-REC      PIC X(200).
      *------------------------------------------
      * Pending queue history: action (Q queued, R released,
      * X cancelled), business date, run stamp, then the queue
      * line (effective date, source, ...)
      *------------------------------------------
       FD  PHSTDAT.
       01  PHST-REC.
          02 PHS-ACT     PIC X(1).
          02 FILLER      PIC X(1).
          02 PHS-BUS     PIC X(8).
          02 FILLER      PIC X(1).
          02 PHS-STAMP   PIC X(14).
          02 FILLER      PIC X(1).
          02 PHS-EFF     PIC X(8).
          02 FILLER      PIC X(1).
          02 PHS-SOURCE  PIC X(3).
          02 FILLER      PIC X(1).
          02 PHS-QDATE   PIC X(8).
          02 FILLER      PIC X(1).
          02 PHS-SEQ     PIC X(6).
          02 FILLER      PIC X(1).
          02 PHS-TRC     PIC X(51).
          02 FILLER      PIC X(4).
      *------------------------------------------
      * Collision file (stamped TRC format)
      *------------------------------------------
       FD  COLLDAT.
       01  COLL-REC     PIC X(62).
      *------------------------------------------
      * Disposition log: one line per ruled key
      *------------------------------------------
       FD  DISPDAT.
       01  DISP-REC     PIC X(100).
       01  DISP-REC-R.
          02 FILLER     PIC X(23).
          02 DSP-TABLE  PIC X(10).
          02 FILLER     PIC X(6).
          02 DSP-ID     PIC X(4).
          02 FILLER     PIC X(10).
          02 DSP-RULING PIC X(4).
          02 FILLER     PIC X(8).
          02 DSP-KEEP   PIC X(10).
          02 FILLER     PIC X(25).
      *------------------------------------------
      * Audit file written by sample1
      *------------------------------------------
       FD  AUDITDAT.
       01  AUDT-REC     PIC X(140).
      *------------------------------------------
      * Reject file written by sample1 (sample3 reject layout)
      *------------------------------------------
       FD  REJCTDAT.
       01  RJCT-REC     PIC X(1100).
       01  RJCT-REC-R.
          02 RJCT-STAT1 PIC X(2).
          02 FILLER     PIC X(1).
          02 RJCT-STAT2 PIC X(1024).
          02 FILLER     PIC X(1).
          02 RJCT-TRC   PIC X(62).
          02 FILLER     PIC X(10).
      *------------------------------------------
      * Cured transactions (stamped TRC format)
      *------------------------------------------
       FD  CUREDAT.
       01  CURE-REC     PIC X(62).
      *------------------------------------------
      * Second-level reject file (sample3 reject layout)
      *------------------------------------------
       FD  RJCT2DAT.
       01  RJC2-REC     PIC X(1100).
       01  RJC2-REC-R.
          02 RJC2-STAT1 PIC X(2).
          02 FILLER     PIC X(1).
          02 RJC2-STAT2 PIC X(1024).
          02 FILLER     PIC X(1).
          02 RJC2-TRC   PIC X(62).
          02 FILLER     PIC X(10).
      *------------------------------------------
      * Hold queue written by sample1 (held TRC image first)
      *------------------------------------------
       FD  HOLDDAT.
       01  HOLD-REC.
          02 HLD-TRC    PIC X(62).
          02 FILLER     PIC X(108).
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
       01 C-PGMNAME     PIC X(8) VALUE 'sample20'.
       01 C-TAB         PIC X(1) VALUE X'09'.
      *------------------------------------------
      * Switches / counters
      *------------------------------------------
       01 END-SW        PIC X(3) VALUE 'OFF'.
       01 WK-IN-STAT     PIC X(2) VALUE SPACE.
       01 WK-ACK-STAT    PIC X(2) VALUE SPACE.
       01 WK-PAY-STAT    PIC X(2) VALUE SPACE.
       01 WK-COLL-STAT   PIC X(2) VALUE SPACE.
       01 WK-DISP-STAT   PIC X(2) VALUE SPACE.
       01 WK-AUDT-STAT   PIC X(2) VALUE SPACE.
       01 WK-RJCT-STAT   PIC X(2) VALUE SPACE.
       01 WK-CURE-STAT   PIC X(2) VALUE SPACE.
       01 WK-RJC2-STAT   PIC X(2) VALUE SPACE.
       01 WK-HOLD-STAT   PIC X(2) VALUE SPACE.
       01 WK-HLOG-STAT   PIC X(2) VALUE SPACE.
       01 WK-ACK-OPEN-SW PIC X(3) VALUE 'NO'.
      *
      * Run registry: this run's S record is written at start and
      * its E record (outcome and tallies) at close; a registered
      * run still open blocks startup unless FORCE is given
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
      * File names of the source in hand
      *
       01 WK-IN-NAME     PIC X(30) VALUE SPACE.
       01 WK-ACK-NAME    PIC X(30) VALUE SPACE.
       01 WK-SRC-NO      PIC 9(1) VALUE ZERO.
      *
      * Payroll header (business date) and detail count
      *
       01 WK-PAY-SW      PIC X(3) VALUE 'NO'.
       01 WK-BUS-DATE    PIC X(8) VALUE SPACE.
       01 WK-PAY-DTL     PIC 9(7) VALUE ZERO.
       01 WK-PAY-FLD1    PIC X(10) VALUE SPACE.
       01 WK-PAY-FLD2    PIC X(10) VALUE SPACE.
       01 WK-PHST-STAT   PIC X(2) VALUE SPACE.
      *
      * Records sample25 queued on tonight's business date (YES in
      * WK-QUE-CAN when cancelled again the same day)
      *
       01 C-QUE-MAX      PIC 9(5) VALUE 5000.
       01 WK-QUE-CNT     PIC 9(5) VALUE ZERO.
       01 WK-QUE-I       PIC 9(5) VALUE ZERO.
       01 WK-QUE-TBL.
          02 WK-QUE-ENT OCCURS 5000 TIMES.
             03 WK-QUE-SRC   PIC X(3).
             03 WK-QUE-EFF   PIC X(8).
             03 WK-QUE-SEQ   PIC X(6).
             03 WK-QUE-TRC   PIC X(51).
             03 WK-QUE-CAN   PIC X(3).
       01 WK-QUE-SOURCE.
          02 FILLER      PIC X(2) VALUE 'IN'.
          02 WK-QUE-SRCNO PIC 9(1).
      *
      * The submitted record in hand, restamped as sample5 did
      *
       01 WK-SEQ         PIC 9(6) VALUE ZERO.
       01 WK-OUT-REC.
          02 WK-OUT-TRC   PIC X(51).
          02 FILLER       PIC X(1)  VALUE ','.
          02 WK-OUT-STAMP.
             03 FILLER       PIC X(2) VALUE 'IN'.
             03 WK-OUT-SRCNO PIC 9(1).
             03 FILLER       PIC X(1) VALUE '-'.
             03 WK-OUT-SEQ   PIC 9(6).
       01 WK-KUBUN       PIC X(1) VALUE SPACE.
       01 WK-LOOKUP-KEY  PIC X(14) VALUE SPACE.
       01 WK-FIND-STAMP  PIC X(10) VALUE SPACE.
       01 WK-OUTCOME     PIC X(14) VALUE SPACE.
       01 WK-DETAIL      PIC X(50) VALUE SPACE.
       01 WK-DONE-SW     PIC X(3) VALUE 'NO'.
       01 WK-FOUND-SW    PIC X(3) VALUE 'NO'.
      *
      * Collision stamps and their keys (blank TABLE-NAME keys as
      * the default table, as sample5 and sample10 key them)
      *
       01 C-COLL-MAX     PIC 9(5) VALUE 20000.
       01 WK-COLL-CNT    PIC 9(5) VALUE ZERO.
       01 WK-COLL-I      PIC 9(5) VALUE ZERO.
       01 WK-COLL-TBL.
          02 WK-COLL-ENT OCCURS 20000 TIMES.
             03 WK-COLL-STAMP PIC X(10).
             03 WK-COLL-KEY   PIC X(14).
      *
      * Rulings (a key ruled again later: the later ruling stands)
      *
       01 C-DSP-MAX      PIC 9(5) VALUE 20000.
       01 WK-DSP-CNT     PIC 9(5) VALUE ZERO.
       01 WK-DSP-I       PIC 9(5) VALUE ZERO.
       01 WK-DSP-TBL.
          02 WK-DSP-ENT OCCURS 20000 TIMES.
             03 WK-DSP-KEY    PIC X(14).
             03 WK-DSP-RULING PIC X(4).
             03 WK-DSP-KEEP   PIC X(10).
      *
      * Audit stamps that applied cleanly (STAT1 OK) and were
      * committed: the stamps after WK-AUD-COMMIT wait for the next
      * clean C audit record, and move to the rolled-back stamps on
      * an R (or a failed commit), when the record numbers fall back
      * (sample1 was RESTARTed from its checkpoint) or when the
      * trail ends first
      *
       01 C-AUD-MAX      PIC 9(5) VALUE 20000.
       01 WK-AUD-CNT     PIC 9(5) VALUE ZERO.
       01 WK-AUD-I       PIC 9(5) VALUE ZERO.
       01 WK-AUD-COMMIT  PIC 9(5) VALUE ZERO.
       01 WK-AUD-RECNO-HI PIC X(9) VALUE LOW-VALUE.
       01 WK-AUD-STAMPS.
          02 WK-AUD-STAMP OCCURS 20000 TIMES PIC X(10).
       01 WK-RBK-CNT     PIC 9(5) VALUE ZERO.
       01 WK-RBK-I       PIC 9(5) VALUE ZERO.
       01 WK-RBK-STAMPS.
          02 WK-RBK-STAMP OCCURS 20000 TIMES PIC X(10).
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
      *
      * Reject stamps with their reasons (sample1, then sample3's
      * second level), and sample3's cured stamps
      *
       01 C-RJT-MAX      PIC 9(5) VALUE 20000.
       01 WK-RJT-CNT     PIC 9(5) VALUE ZERO.
       01 WK-RJT-I       PIC 9(5) VALUE ZERO.
       01 WK-RJT-TBL.
          02 WK-RJT-ENT OCCURS 20000 TIMES.
             03 WK-RJT-STAMP  PIC X(10).
             03 WK-RJT-REASON PIC X(50).
       01 WK-RJ2-CNT     PIC 9(5) VALUE ZERO.
       01 WK-RJ2-I       PIC 9(5) VALUE ZERO.
       01 WK-RJ2-TBL.
          02 WK-RJ2-ENT OCCURS 20000 TIMES.
             03 WK-RJ2-STAMP  PIC X(10).
             03 WK-RJ2-REASON PIC X(50).
       01 WK-CUR-CNT     PIC 9(5) VALUE ZERO.
       01 WK-CUR-I       PIC 9(5) VALUE ZERO.
       01 WK-CUR-STAMPS.
          02 WK-CUR-STAMP OCCURS 20000 TIMES PIC X(10).
      *
      * Held records and supervisor decisions (whole TRC image:
      * the queue and the log carry earlier nights, whose stamps
      * may repeat tonight's)
      *
       01 C-HLD-MAX      PIC 9(5) VALUE 20000.
       01 WK-HLD-CNT     PIC 9(5) VALUE ZERO.
       01 WK-HLD-I       PIC 9(5) VALUE ZERO.
       01 WK-HLD-TRCS.
          02 WK-HLD-TRC OCCURS 20000 TIMES PIC X(62).
       01 WK-HLG-CNT     PIC 9(5) VALUE ZERO.
       01 WK-HLG-I       PIC 9(5) VALUE ZERO.
       01 WK-HLG-TBL.
          02 WK-HLG-ENT OCCURS 20000 TIMES.
             03 WK-HLG-TRC      PIC X(62).
             03 WK-HLG-DECISION PIC X(8).
             03 WK-HLG-NEWSTAMP PIC X(10).
      *
      * Report build areas
      *
       01 WK-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WK-RUN-DATE-R REDEFINES WK-RUN-DATE.
          02 WK-RUN-YY   PIC X(4).
          02 WK-RUN-MM   PIC X(2).
          02 WK-RUN-DD   PIC X(2).
       01 WK-DATE-ED     PIC X(10) VALUE SPACE.
      *------------------------------------------
      * Tally counters (per source, and for the whole run)
      *------------------------------------------
       01 WK-SRC-TALLY.
          02 WK-CNT-SUB     PIC 9(7) VALUE ZERO.
          02 WK-CNT-APPL    PIC 9(7) VALUE ZERO.
          02 WK-CNT-REJ     PIC 9(7) VALUE ZERO.
          02 WK-CNT-LOST    PIC 9(7) VALUE ZERO.
          02 WK-CNT-PEND    PIC 9(7) VALUE ZERO.
          02 WK-CNT-NOUPD   PIC 9(7) VALUE ZERO.
       01 WK-TALLY.
          02 WK-CNT-FILES   PIC 9(7) VALUE ZERO.
          02 WK-TOT-SUB     PIC 9(7) VALUE ZERO.
          02 WK-TOT-APPL    PIC 9(7) VALUE ZERO.
          02 WK-TOT-REJ     PIC 9(7) VALUE ZERO.
          02 WK-TOT-LOST    PIC 9(7) VALUE ZERO.
          02 WK-TOT-PEND    PIC 9(7) VALUE ZERO.
          02 WK-TOT-NOUPD   PIC 9(7) VALUE ZERO.
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
      * Load what happened to the night's records
      *------------------------------------------
         PERFORM SUB-COLLLOAD-EN THRU SUB-COLLLOAD-EX.
         PERFORM SUB-DSPLOAD-EN THRU SUB-DSPLOAD-EX.
         PERFORM SUB-AUDLOAD-EN THRU SUB-AUDLOAD-EX.
         PERFORM SUB-RJTLOAD-EN THRU SUB-RJTLOAD-EX.
         PERFORM SUB-CURLOAD-EN THRU SUB-CURLOAD-EX.
         PERFORM SUB-RJ2LOAD-EN THRU SUB-RJ2LOAD-EX.
         PERFORM SUB-HLDLOAD-EN THRU SUB-HLDLOAD-EX.
         PERFORM SUB-HLGLOAD-EN THRU SUB-HLGLOAD-EX.
         PERFORM SUB-PAYLOAD-EN THRU SUB-PAYLOAD-EX.
         PERFORM SUB-PHSTLOAD-EN THRU SUB-PHSTLOAD-EX.
      *------------------------------------------
      * One acknowledgement per source file
      *------------------------------------------
         PERFORM SUB-SOURCE-EN THRU SUB-SOURCE-EX
            VARYING WK-SRC-NO FROM 1 BY 1
            UNTIL (WK-SRC-NO > 3).
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
      * the interlock itself
      *
         ACCEPT WK-PARM FROM COMMAND-LINE.
         MOVE ZERO TO WK-FORCE-CNT.
         INSPECT WK-PARM TALLYING WK-FORCE-CNT FOR ALL 'FORCE'.
         IF (WK-FORCE-CNT > 0)
            MOVE 'ON' TO WK-FORCE-SW
         END-IF.
         PERFORM SUB-RUNREG-OPEN-EN THRU SUB-RUNREG-OPEN-EX.
         ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
         MOVE SPACE TO WK-DATE-ED.
         STRING WK-RUN-YY DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WK-RUN-MM DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WK-RUN-DD DELIMITED BY SIZE
                INTO WK-DATE-ED.
       SUB-OPEN-EX.
         EXIT.
      *------------------------------------------
      * Load the collision stamps (no file: nothing collided)
      *------------------------------------------
       SUB-COLLLOAD-EN.
         OPEN INPUT COLLDAT.
         IF (WK-COLL-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDCOLL-EN THRU SUB-RDCOLL-EX
               UNTIL (END-SW = 'ON')
            CLOSE COLLDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-COLLLOAD-EX.
         EXIT.
      *------------------------------------------
      * One collision record
      *------------------------------------------
       SUB-RDCOLL-EN.
         READ COLLDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (COLL-REC(53:10) NOT = SPACE)
                  IF (WK-COLL-CNT >= C-COLL-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-COLL-MAX
                             ') COLLISION RECORDS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-COLL-CNT
                  MOVE COLL-REC(53:10) TO WK-COLL-STAMP(WK-COLL-CNT)
                  MOVE SPACE TO WK-LOOKUP-KEY
                  IF (COLL-REC(42:10) = SPACE)
                     MOVE 'smp1' TO WK-LOOKUP-KEY(1:10)
                  ELSE
                     MOVE COLL-REC(42:10) TO WK-LOOKUP-KEY(1:10)
                  END-IF
                  MOVE COLL-REC(3:4) TO WK-LOOKUP-KEY(11:4)
                  MOVE WK-LOOKUP-KEY TO WK-COLL-KEY(WK-COLL-CNT)
               END-IF
         END-READ.
       SUB-RDCOLL-EX.
         EXIT.
      *------------------------------------------
      * Load the rulings (no file: nothing ruled yet)
      *------------------------------------------
       SUB-DSPLOAD-EN.
         OPEN INPUT DISPDAT.
         IF (WK-DISP-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDDISP-EN THRU SUB-RDDISP-EX
               UNTIL (END-SW = 'ON')
            CLOSE DISPDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-DSPLOAD-EX.
         EXIT.
      *------------------------------------------
      * One ruling (a key already ruled takes the new ruling)
      *------------------------------------------
       SUB-RDDISP-EN.
         READ DISPDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (DISP-REC(17:7) = 'TABLE=(')
                  MOVE DSP-TABLE TO WK-LOOKUP-KEY(1:10)
                  MOVE DSP-ID TO WK-LOOKUP-KEY(11:4)
                  PERFORM VARYING WK-DSP-I FROM 1 BY 1
                     UNTIL (WK-DSP-I > WK-DSP-CNT)
                        OR (WK-DSP-KEY(WK-DSP-I) = WK-LOOKUP-KEY)
                     CONTINUE
                  END-PERFORM
                  IF (WK-DSP-I > WK-DSP-CNT)
                     IF (WK-DSP-CNT >= C-DSP-MAX)
                        DISPLAY C-PGMNAME
                                ' : ABEND, MORE THAN (' C-DSP-MAX
                                ') RULINGS'
                        PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                     END-IF
                     ADD 1 TO WK-DSP-CNT
                     MOVE WK-DSP-CNT TO WK-DSP-I
                     MOVE WK-LOOKUP-KEY TO WK-DSP-KEY(WK-DSP-I)
                  END-IF
                  MOVE DSP-RULING TO WK-DSP-RULING(WK-DSP-I)
                  MOVE DSP-KEEP TO WK-DSP-KEEP(WK-DSP-I)
               END-IF
         END-READ.
       SUB-RDDISP-EX.
         EXIT.
      *------------------------------------------
      * Load the stamps of cleanly applied audit records (an NG
      * audit changed nothing: the record is in the reject file)
      *------------------------------------------
       SUB-AUDLOAD-EN.
         OPEN INPUT AUDITDAT.
         IF (WK-AUDT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : NOTE, NO AUDIT FILE, TREATED AS EMPTY'
         ELSE
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDAUDT-EN THRU SUB-RDAUDT-EX
               UNTIL (END-SW = 'ON')
            CLOSE AUDITDAT
            MOVE 'OFF' TO END-SW
      *
      * Work still open when the trail ends was never committed
      *
            PERFORM SUB-AUDDROP-EN THRU SUB-AUDDROP-EX
         END-IF.
       SUB-AUDLOAD-EX.
         EXIT.
      *------------------------------------------
      * One audit record
      *------------------------------------------
       SUB-RDAUDT-EN.
         READ AUDITDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               MOVE SPACE TO WK-AUD-DATE WK-AUD-TIME WK-AUD-RECNO
                             WK-AUD-KUBUN WK-AUD-PK WK-AUD-TABLE
                             WK-AUD-BEF WK-AUD-AFT WK-AUD-STAT
                             WK-AUD-SOURCE
               UNSTRING AUDT-REC DELIMITED BY C-TAB
                  INTO WK-AUD-DATE WK-AUD-TIME WK-AUD-RECNO
                       WK-AUD-KUBUN WK-AUD-PK WK-AUD-TABLE
                       WK-AUD-BEF WK-AUD-AFT WK-AUD-STAT
                       WK-AUD-SOURCE
      *
      * A record number below one already seen since the last
      * commit: a RESTART began again from its checkpoint, and what
      * the failed run left uncommitted was lost with it
      *
               IF (WK-AUD-RECNO < WK-AUD-RECNO-HI)
                  PERFORM SUB-AUDDROP-EN THRU SUB-AUDDROP-EX
                  MOVE LOW-VALUE TO WK-AUD-RECNO-HI
               END-IF
               IF (WK-AUD-RECNO > WK-AUD-RECNO-HI)
                  MOVE WK-AUD-RECNO TO WK-AUD-RECNO-HI
               END-IF
               IF (WK-AUD-KUBUN = 'R')
                  OR ((WK-AUD-KUBUN = 'C') AND (WK-AUD-STAT NOT = 'OK'))
                  PERFORM SUB-AUDDROP-EN THRU SUB-AUDDROP-EX
               END-IF
               IF (WK-AUD-STAT = 'OK')
                  AND (WK-AUD-SOURCE NOT = SPACE)
                  IF (WK-AUD-CNT >= C-AUD-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-AUD-MAX
                             ') AUDIT STAMPS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-AUD-CNT
                  MOVE WK-AUD-SOURCE TO WK-AUD-STAMP(WK-AUD-CNT)
               END-IF
      *
      * The C or R record itself is settled with its unit of work
      *
               IF (WK-AUD-KUBUN = 'C') OR (WK-AUD-KUBUN = 'R')
                  MOVE WK-AUD-CNT TO WK-AUD-COMMIT
                  MOVE LOW-VALUE TO WK-AUD-RECNO-HI
               END-IF
         END-READ.
       SUB-RDAUDT-EX.
         EXIT.
      *------------------------------------------
      * Move the stamps waiting for a commit to the rolled-back
      * stamps
      *------------------------------------------
       SUB-AUDDROP-EN.
         PERFORM VARYING WK-AUD-I FROM WK-AUD-COMMIT BY 1
            UNTIL (WK-AUD-I >= WK-AUD-CNT)
            IF (WK-RBK-CNT >= C-AUD-MAX)
               DISPLAY C-PGMNAME
                       ' : ABEND, MORE THAN (' C-AUD-MAX
                       ') ROLLED-BACK STAMPS'
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            ADD 1 TO WK-RBK-CNT
            MOVE WK-AUD-STAMP(WK-AUD-I + 1) TO WK-RBK-STAMP(WK-RBK-CNT)
         END-PERFORM.
         MOVE WK-AUD-COMMIT TO WK-AUD-CNT.
       SUB-AUDDROP-EX.
         EXIT.
      *------------------------------------------
      * Load the sample1 reject stamps and reasons
      *------------------------------------------
       SUB-RJTLOAD-EN.
         OPEN INPUT REJCTDAT.
         IF (WK-RJCT-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : NOTE, NO REJECT FILE, TREATED AS EMPTY'
         ELSE
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDRJCT-EN THRU SUB-RDRJCT-EX
               UNTIL (END-SW = 'ON')
            CLOSE REJCTDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-RJTLOAD-EX.
         EXIT.
      *------------------------------------------
      * One reject record
      *------------------------------------------
       SUB-RDRJCT-EN.
         READ REJCTDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (RJCT-TRC(53:10) NOT = SPACE)
                  IF (WK-RJT-CNT >= C-RJT-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RJT-MAX
                             ') REJECT STAMPS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-RJT-CNT
                  MOVE RJCT-TRC(53:10) TO WK-RJT-STAMP(WK-RJT-CNT)
                  MOVE RJCT-STAT2 TO WK-RJT-REASON(WK-RJT-CNT)
               END-IF
         END-READ.
       SUB-RDRJCT-EX.
         EXIT.
      *------------------------------------------
      * Load the stamps sample3 cured on resubmit (no file:
      * sample3 has not run)
      *------------------------------------------
       SUB-CURLOAD-EN.
         OPEN INPUT CUREDAT.
         IF (WK-CURE-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDCURE-EN THRU SUB-RDCURE-EX
               UNTIL (END-SW = 'ON')
            CLOSE CUREDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-CURLOAD-EX.
         EXIT.
      *------------------------------------------
      * One cured record
      *------------------------------------------
       SUB-RDCURE-EN.
         READ CUREDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (CURE-REC(53:10) NOT = SPACE)
                  IF (WK-CUR-CNT >= C-RJT-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RJT-MAX
                             ') CURED STAMPS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-CUR-CNT
                  MOVE CURE-REC(53:10) TO WK-CUR-STAMP(WK-CUR-CNT)
               END-IF
         END-READ.
       SUB-RDCURE-EX.
         EXIT.
      *------------------------------------------
      * Load the second-level reject stamps and reasons
      *------------------------------------------
       SUB-RJ2LOAD-EN.
         OPEN INPUT RJCT2DAT.
         IF (WK-RJC2-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDRJC2-EN THRU SUB-RDRJC2-EX
               UNTIL (END-SW = 'ON')
            CLOSE RJCT2DAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-RJ2LOAD-EX.
         EXIT.
      *------------------------------------------
      * One second-level reject record
      *------------------------------------------
       SUB-RDRJC2-EN.
         READ RJCT2DAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (RJC2-TRC(53:10) NOT = SPACE)
                  IF (WK-RJ2-CNT >= C-RJT-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-RJT-MAX
                             ') SECOND-LEVEL REJECT STAMPS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-RJ2-CNT
                  MOVE RJC2-TRC(53:10) TO WK-RJ2-STAMP(WK-RJ2-CNT)
                  MOVE RJC2-STAT2 TO WK-RJ2-REASON(WK-RJ2-CNT)
               END-IF
         END-READ.
       SUB-RDRJC2-EX.
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
      * Load the supervisor decisions (no file: none made)
      *------------------------------------------
       SUB-HLGLOAD-EN.
         OPEN INPUT HLOGDAT.
         IF (WK-HLOG-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDHLOG-EN THRU SUB-RDHLOG-EX
               UNTIL (END-SW = 'ON')
            CLOSE HLOGDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-HLGLOAD-EX.
         EXIT.
      *------------------------------------------
      * One decision
      *------------------------------------------
       SUB-RDHLOG-EN.
         READ HLOGDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (HLG-TRC NOT = SPACE)
                  IF (WK-HLG-CNT >= C-HLD-MAX)
                     DISPLAY C-PGMNAME
                             ' : ABEND, MORE THAN (' C-HLD-MAX
                             ') SUPERVISOR DECISIONS'
                     PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                  END-IF
                  ADD 1 TO WK-HLG-CNT
                  MOVE HLG-TRC TO WK-HLG-TRC(WK-HLG-CNT)
                  MOVE HLG-DECISION TO WK-HLG-DECISION(WK-HLG-CNT)
                  MOVE HLG-NEWSTAMP TO WK-HLG-NEWSTAMP(WK-HLG-CNT)
               END-IF
         END-READ.
       SUB-RDHLOG-EX.
         EXIT.
      *------------------------------------------
      * Payroll header: the business date of the transmission and
      * its detail count (to check it is the file sample13
      * translated into smp1_in1.dat)
      *------------------------------------------
       SUB-PAYLOAD-EN.
         OPEN INPUT PAYDAT.
         IF (WK-PAY-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDPAY-EN THRU SUB-RDPAY-EX
               UNTIL (END-SW = 'ON')
            CLOSE PAYDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-PAYLOAD-EX.
         EXIT.
      *------------------------------------------
      * One payroll line
      *------------------------------------------
       SUB-RDPAY-EN.
         READ PAYDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               EVALUATE PAY-REC(1:1)
               WHEN 'H'
                  MOVE SPACE TO WK-PAY-FLD1 WK-PAY-FLD2
                  UNSTRING PAY-REC DELIMITED BY ','
                     INTO WK-PAY-FLD1 WK-PAY-FLD2
                  IF (WK-PAY-FLD2(1:8) IS NUMERIC)
                     MOVE 'YES' TO WK-PAY-SW
                     MOVE WK-PAY-FLD2(1:8) TO WK-BUS-DATE
                  END-IF
               WHEN 'D'
                  ADD 1 TO WK-PAY-DTL
               END-EVALUATE
         END-READ.
       SUB-RDPAY-EX.
         EXIT.
      *------------------------------------------
      * Tonight's queue history (business date from smp1_pay.csv,
      * otherwise today, as sample25 takes it): the records queued,
      * and the payroll rows released into tonight's file
      *------------------------------------------
       SUB-PHSTLOAD-EN.
         IF (WK-BUS-DATE = SPACE)
            MOVE WK-RUN-DATE TO WK-BUS-DATE
         END-IF.
         OPEN INPUT PHSTDAT.
         IF (WK-PHST-STAT = '00')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDPHST-EN THRU SUB-RDPHST-EX
               UNTIL (END-SW = 'ON')
            CLOSE PHSTDAT
            MOVE 'OFF' TO END-SW
         END-IF.
       SUB-PHSTLOAD-EX.
         EXIT.
      *------------------------------------------
      * One queue history line of tonight's business date
      *------------------------------------------
       SUB-RDPHST-EN.
         READ PHSTDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               IF (PHS-BUS = WK-BUS-DATE)
                  EVALUATE PHS-ACT
                  WHEN 'Q'
                     IF (WK-QUE-CNT >= C-QUE-MAX)
                        DISPLAY C-PGMNAME
                                ' : ABEND, MORE THAN (' C-QUE-MAX
                                ') RECORDS QUEUED TONIGHT'
                        PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
                     END-IF
                     ADD 1 TO WK-QUE-CNT
                     MOVE PHS-SOURCE TO WK-QUE-SRC(WK-QUE-CNT)
                     MOVE PHS-EFF TO WK-QUE-EFF(WK-QUE-CNT)
                     MOVE PHS-SEQ TO WK-QUE-SEQ(WK-QUE-CNT)
                     MOVE PHS-TRC TO WK-QUE-TRC(WK-QUE-CNT)
                     MOVE 'NO' TO WK-QUE-CAN(WK-QUE-CNT)
                  WHEN 'X'
                     PERFORM VARYING WK-QUE-I FROM 1 BY 1
                        UNTIL (WK-QUE-I > WK-QUE-CNT)
                        IF (WK-QUE-SRC(WK-QUE-I) = PHS-SOURCE)
                           AND (WK-QUE-SEQ(WK-QUE-I) = PHS-SEQ)
                           MOVE 'YES' TO WK-QUE-CAN(WK-QUE-I)
                        END-IF
                     END-PERFORM
                  WHEN 'R'
                     IF (PHS-SOURCE = 'IN1') AND (WK-PAY-SW = 'YES')
                        ADD 1 TO WK-PAY-DTL
                     END-IF
                  END-EVALUATE
               END-IF
         END-READ.
       SUB-RDPHST-EX.
         EXIT.
      *------------------------------------------
      * One source: acknowledge every record of smp1_inN.dat (a
      * source not present tonight gets no acknowledgement)
      *------------------------------------------
       SUB-SOURCE-EN.
         MOVE SPACE TO WK-IN-NAME WK-ACK-NAME.
         STRING 'smp1_in' DELIMITED BY SIZE
                WK-SRC-NO DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
                INTO WK-IN-NAME.
         STRING 'smp1_ack' DELIMITED BY SIZE
                WK-SRC-NO DELIMITED BY SIZE
                '.dat' DELIMITED BY SIZE
                INTO WK-ACK-NAME.
         OPEN INPUT INDAT.
         IF (WK-IN-STAT NOT = '00')
            DISPLAY C-PGMNAME
                    ' : NOTE, ' WK-IN-NAME(1:12)
                    ' NOT PRESENT, NO ACKNOWLEDGEMENT'
         ELSE
            OPEN OUTPUT ACKDAT
            IF (WK-ACK-STAT NOT = '00')
               DISPLAY C-PGMNAME
                       ' : ABEND, CANNOT OPEN ' WK-ACK-NAME(1:13)
                       ' STATUS=(' WK-ACK-STAT ')'
               CLOSE INDAT
               PERFORM SUB-ABEND-EN THRU SUB-ABEND-EX
            END-IF
            MOVE 'YES' TO WK-ACK-OPEN-SW
            ADD 1 TO WK-CNT-FILES
            INITIALIZE WK-SRC-TALLY
            PERFORM SUB-ACKHEAD-EN THRU SUB-ACKHEAD-EX
            MOVE ZERO TO WK-SEQ
            MOVE 'OFF' TO END-SW
            PERFORM SUB-RDIN-EN THRU SUB-RDIN-EX
               UNTIL (END-SW = 'ON')
            MOVE 'OFF' TO END-SW
            PERFORM SUB-ACKQUE-EN THRU SUB-ACKQUE-EX
            PERFORM SUB-ACKFOOT-EN THRU SUB-ACKFOOT-EX
            CLOSE INDAT
            CLOSE ACKDAT
            MOVE 'NO' TO WK-ACK-OPEN-SW
            DISPLAY C-PGMNAME
                    ' : ' WK-ACK-NAME(1:13) ' WRITTEN, RECORDS=('
                    WK-CNT-SUB ')'
         END-IF.
       SUB-SOURCE-EX.
         EXIT.
      *------------------------------------------
      * Acknowledgement heading
      *------------------------------------------
       SUB-ACKHEAD-EN.
         MOVE SPACE TO ACK-LINE.
         STRING 'ACKNOWLEDGEMENT  SOURCE=IN' DELIMITED BY SIZE
                WK-SRC-NO DELIMITED BY SIZE
                '  FILE=' DELIMITED BY SIZE
                WK-IN-NAME DELIMITED BY SPACE
                '  RUN DATE=' DELIMITED BY SIZE
                WK-DATE-ED DELIMITED BY SIZE
                INTO ACK-LINE.
         WRITE ACK-LINE.
         IF (WK-SRC-NO = 1) AND (WK-PAY-SW = 'YES')
            MOVE SPACE TO ACK-LINE
            STRING 'PAYROLL BUSINESS DATE=(' DELIMITED BY SIZE
                   WK-BUS-DATE DELIMITED BY SIZE
                   ') FROM smp1_pay.csv' DELIMITED BY SIZE
                   INTO ACK-LINE
            WRITE ACK-LINE
         END-IF.
         MOVE SPACE TO ACK-LINE.
         WRITE ACK-LINE.
         MOVE SPACE TO ACK-REC.
         MOVE 'STAMP' TO ACK-STAMP.
         MOVE 'RECORD AS SUBMITTED' TO ACK-TRC.
         MOVE 'OUTCOME' TO ACK-OUTCOME.
         MOVE 'DETAIL' TO ACK-DETAIL.
         WRITE ACK-REC.
       SUB-ACKHEAD-EX.
         EXIT.
      *------------------------------------------
      * One submitted record
      *------------------------------------------
       SUB-RDIN-EN.
         READ INDAT
            AT END
               MOVE 'ON' TO END-SW
            NOT AT END
               ADD 1 TO WK-SEQ
               ADD 1 TO WK-CNT-SUB
               MOVE IN-REC TO WK-OUT-TRC
               MOVE WK-SRC-NO TO WK-OUT-SRCNO
               MOVE WK-SEQ TO WK-OUT-SEQ
               MOVE IN-REC(1:1) TO WK-KUBUN
               PERFORM SUB-TRACE-EN THRU SUB-TRACE-EX
               MOVE SPACE TO ACK-REC
               MOVE WK-OUT-STAMP TO ACK-STAMP
               MOVE IN-REC TO ACK-TRC
               MOVE WK-OUTCOME TO ACK-OUTCOME
               MOVE WK-DETAIL TO ACK-DETAIL
               WRITE ACK-REC
         END-READ.
       SUB-RDIN-EX.
         EXIT.
      *------------------------------------------
      * The source's records sample25 queued tonight (submitted
      * tonight, but no longer in the file)
      *------------------------------------------
       SUB-ACKQUE-EN.
         MOVE WK-SRC-NO TO WK-QUE-SRCNO.
         PERFORM VARYING WK-QUE-I FROM 1 BY 1
            UNTIL (WK-QUE-I > WK-QUE-CNT)
            IF (WK-QUE-SRC(WK-QUE-I) = WK-QUE-SOURCE)
               ADD 1 TO WK-CNT-SUB
               MOVE SPACE TO WK-DETAIL
               IF (WK-QUE-CAN(WK-QUE-I) = 'YES')
                  MOVE 'REJECTED' TO WK-OUTCOME
                  STRING 'QUEUED UNTIL ' DELIMITED BY SIZE
                         WK-QUE-EFF(WK-QUE-I) DELIMITED BY SIZE
                         ', CANCELLED' DELIMITED BY SIZE
                         INTO WK-DETAIL
                  ADD 1 TO WK-CNT-REJ
               ELSE
                  MOVE 'STILL PENDING' TO WK-OUTCOME
                  STRING 'QUEUED UNTIL ' DELIMITED BY SIZE
                         WK-QUE-EFF(WK-QUE-I) DELIMITED BY SIZE
                         INTO WK-DETAIL
                  ADD 1 TO WK-CNT-PEND
               END-IF
               MOVE SPACE TO ACK-REC
               STRING 'QUE-' DELIMITED BY SIZE
                      WK-QUE-SEQ(WK-QUE-I) DELIMITED BY SIZE
                      INTO ACK-STAMP
               MOVE WK-QUE-TRC(WK-QUE-I) TO ACK-TRC
               MOVE WK-OUTCOME TO ACK-OUTCOME
               MOVE WK-DETAIL TO ACK-DETAIL
               WRITE ACK-REC
            END-IF
         END-PERFORM.
       SUB-ACKQUE-EX.
         EXIT.
      *------------------------------------------
      * Follow one stamp through the night: collision and ruling,
      * then applied, cured, rejected, held or decided, in the
      * order the records move through the suite
      *------------------------------------------
       SUB-TRACE-EN.
         MOVE SPACE TO WK-OUTCOME WK-DETAIL.
         MOVE 'NO' TO WK-DONE-SW.
         IF (WK-KUBUN NOT = 'I') AND (WK-KUBUN NOT = 'D')
            AND (WK-KUBUN NOT = 'U') AND (WK-KUBUN NOT = 'R')
            AND (WK-KUBUN NOT = 'C')
            MOVE 'NO UPDATE' TO WK-OUTCOME
            MOVE 'DISPLAY OR COMMENT RECORD' TO WK-DETAIL
            ADD 1 TO WK-CNT-NOUPD
            MOVE 'YES' TO WK-DONE-SW
         END-IF.
         IF (WK-DONE-SW = 'NO')
            PERFORM SUB-TRCOLL-EN THRU SUB-TRCOLL-EX
         END-IF.
         IF (WK-DONE-SW = 'NO')
            MOVE WK-OUT-STAMP TO WK-FIND-STAMP
            PERFORM SUB-FINDAUD-EN THRU SUB-FINDAUD-EX
            IF (WK-FOUND-SW = 'YES')
               MOVE 'APPLIED' TO WK-OUTCOME
               ADD 1 TO WK-CNT-APPL
               MOVE 'YES' TO WK-DONE-SW
            END-IF
         END-IF.
      *
      * Rejected by sample1: the resubmission by sample3 decides
      *
         IF (WK-DONE-SW = 'NO')
            PERFORM VARYING WK-CUR-I FROM 1 BY 1
               UNTIL (WK-CUR-I > WK-CUR-CNT)
                  OR (WK-CUR-STAMP(WK-CUR-I) = WK-OUT-STAMP)
               CONTINUE
            END-PERFORM
            IF (WK-CUR-I <= WK-CUR-CNT)
               MOVE 'APPLIED' TO WK-OUTCOME
               MOVE 'CURED ON RESUBMIT' TO WK-DETAIL
               ADD 1 TO WK-CNT-APPL
               MOVE 'YES' TO WK-DONE-SW
            END-IF
         END-IF.
         IF (WK-DONE-SW = 'NO')
            PERFORM VARYING WK-RJ2-I FROM 1 BY 1
               UNTIL (WK-RJ2-I > WK-RJ2-CNT)
                  OR (WK-RJ2-STAMP(WK-RJ2-I) = WK-OUT-STAMP)
               CONTINUE
            END-PERFORM
            IF (WK-RJ2-I <= WK-RJ2-CNT)
               MOVE 'REJECTED' TO WK-OUTCOME
               MOVE WK-RJ2-REASON(WK-RJ2-I) TO WK-DETAIL
               ADD 1 TO WK-CNT-REJ
               MOVE 'YES' TO WK-DONE-SW
            END-IF
         END-IF.
         IF (WK-DONE-SW = 'NO')
            PERFORM VARYING WK-RJT-I FROM 1 BY 1
               UNTIL (WK-RJT-I > WK-RJT-CNT)
                  OR (WK-RJT-STAMP(WK-RJT-I) = WK-OUT-STAMP)
               CONTINUE
            END-PERFORM
            IF (WK-RJT-I <= WK-RJT-CNT)
               MOVE 'REJECTED' TO WK-OUTCOME
               MOVE WK-RJT-REASON(WK-RJT-I) TO WK-DETAIL
               ADD 1 TO WK-CNT-REJ
               MOVE 'YES' TO WK-DONE-SW
            END-IF
         END-IF.
         IF (WK-DONE-SW = 'NO')
            PERFORM SUB-TRHOLD-EN THRU SUB-TRHOLD-EX
         END-IF.
         IF (WK-DONE-SW = 'NO')
            PERFORM VARYING WK-RBK-I FROM 1 BY 1
               UNTIL (WK-RBK-I > WK-RBK-CNT)
                  OR (WK-RBK-STAMP(WK-RBK-I) = WK-OUT-STAMP)
               CONTINUE
            END-PERFORM
            IF (WK-RBK-I <= WK-RBK-CNT)
               MOVE 'REJECTED' TO WK-OUTCOME
               MOVE 'ROLLED BACK, NEVER COMMITTED' TO WK-DETAIL
               ADD 1 TO WK-CNT-REJ
               MOVE 'YES' TO WK-DONE-SW
            END-IF
         END-IF.
         IF (WK-DONE-SW = 'NO')
            MOVE 'STILL PENDING' TO WK-OUTCOME
            MOVE 'NOT YET LOADED' TO WK-DETAIL
            ADD 1 TO WK-CNT-PEND
         END-IF.
       SUB-TRACE-EX.
         EXIT.
      *------------------------------------------
      * Siphoned off as a collision: lost to another source, kept
      * (then traced on as usual) or still waiting for a ruling
      *------------------------------------------
       SUB-TRCOLL-EN.
         PERFORM VARYING WK-COLL-I FROM 1 BY 1
            UNTIL (WK-COLL-I > WK-COLL-CNT)
               OR (WK-COLL-STAMP(WK-COLL-I) = WK-OUT-STAMP)
            CONTINUE
         END-PERFORM.
         IF (WK-COLL-I <= WK-COLL-CNT)
            PERFORM VARYING WK-DSP-I FROM 1 BY 1
               UNTIL (WK-DSP-I > WK-DSP-CNT)
                  OR (WK-DSP-KEY(WK-DSP-I) = WK-COLL-KEY(WK-COLL-I))
               CONTINUE
            END-PERFORM
            EVALUATE TRUE
            WHEN (WK-DSP-I > WK-DSP-CNT)
               MOVE 'STILL PENDING' TO WK-OUTCOME
               MOVE 'COLLISION NOT YET RULED' TO WK-DETAIL
               ADD 1 TO WK-CNT-PEND
               MOVE 'YES' TO WK-DONE-SW
            WHEN (WK-DSP-RULING(WK-DSP-I) = 'SKIP')
               MOVE 'STILL PENDING' TO WK-OUTCOME
               MOVE 'COLLISION SKIPPED, AWAITING RULING'
                    TO WK-DETAIL
               ADD 1 TO WK-CNT-PEND
               MOVE 'YES' TO WK-DONE-SW
            WHEN (WK-DSP-KEEP(WK-DSP-I)(1:3) = 'ALL')
               CONTINUE
            WHEN (WK-DSP-KEEP(WK-DSP-I)(1:3) = WK-OUT-STAMP(1:3))
               CONTINUE
            WHEN OTHER
               MOVE 'LOST COLLISION' TO WK-OUTCOME
               MOVE SPACE TO WK-DETAIL
               STRING 'TO ' DELIMITED BY SIZE
                      WK-DSP-KEEP(WK-DSP-I)(1:3) DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WK-DSP-RULING(WK-DSP-I) DELIMITED BY SIZE
                      ' RULING)' DELIMITED BY SIZE
                      INTO WK-DETAIL
               ADD 1 TO WK-CNT-LOST
               MOVE 'YES' TO WK-DONE-SW
            END-EVALUATE
         END-IF.
       SUB-TRCOLL-EX.
         EXIT.
      *------------------------------------------
      * Held for supervisor approval: the latest decision on the
      * record decides, an undecided record is still pending
      *------------------------------------------
       SUB-TRHOLD-EN.
         MOVE ZERO TO WK-HLD-I.
         PERFORM VARYING WK-HLG-I FROM WK-HLG-CNT BY -1
            UNTIL (WK-HLG-I < 1) OR (WK-HLD-I > 0)
            IF (WK-HLG-TRC(WK-HLG-I) = WK-OUT-REC)
               MOVE WK-HLG-I TO WK-HLD-I
            END-IF
         END-PERFORM.
         IF (WK-HLD-I > 0)
            MOVE 'YES' TO WK-DONE-SW
            IF (WK-HLG-DECISION(WK-HLD-I) = 'APPROVED')
               MOVE WK-HLG-NEWSTAMP(WK-HLD-I) TO WK-FIND-STAMP
               PERFORM SUB-FINDAUD-EN THRU SUB-FINDAUD-EX
               MOVE SPACE TO WK-DETAIL
               IF (WK-FOUND-SW = 'YES')
                  MOVE 'APPLIED' TO WK-OUTCOME
                  STRING 'APPROVED AS ' DELIMITED BY SIZE
                         WK-FIND-STAMP DELIMITED BY SIZE
                         INTO WK-DETAIL
                  ADD 1 TO WK-CNT-APPL
               ELSE
                  MOVE 'STILL PENDING' TO WK-OUTCOME
                  STRING 'APPROVED AS ' DELIMITED BY SIZE
                         WK-FIND-STAMP DELIMITED BY SIZE
                         ', NOT YET LOADED' DELIMITED BY SIZE
                         INTO WK-DETAIL
                  ADD 1 TO WK-CNT-PEND
               END-IF
            ELSE
               MOVE 'REJECTED' TO WK-OUTCOME
               MOVE 'DECLINED BY SUPERVISOR' TO WK-DETAIL
               ADD 1 TO WK-CNT-REJ
            END-IF
         ELSE
            PERFORM VARYING WK-HLD-I FROM 1 BY 1
               UNTIL (WK-HLD-I > WK-HLD-CNT)
                  OR (WK-HLD-TRC(WK-HLD-I) = WK-OUT-REC)
               CONTINUE
            END-PERFORM
            IF (WK-HLD-I <= WK-HLD-CNT)
               MOVE 'STILL PENDING' TO WK-OUTCOME
               MOVE 'HELD FOR SUPERVISOR APPROVAL' TO WK-DETAIL
               ADD 1 TO WK-CNT-PEND
               MOVE 'YES' TO WK-DONE-SW
            END-IF
         END-IF.
       SUB-TRHOLD-EX.
         EXIT.
      *------------------------------------------
      * Is WK-FIND-STAMP among the cleanly applied audit stamps
      *------------------------------------------
       SUB-FINDAUD-EN.
         MOVE 'NO' TO WK-FOUND-SW.
         PERFORM VARYING WK-AUD-I FROM 1 BY 1
            UNTIL (WK-AUD-I > WK-AUD-CNT)
               OR (WK-AUD-STAMP(WK-AUD-I) = WK-FIND-STAMP)
            CONTINUE
         END-PERFORM.
         IF (WK-AUD-I <= WK-AUD-CNT)
            MOVE 'YES' TO WK-FOUND-SW
         END-IF.
       SUB-FINDAUD-EX.
         EXIT.
      *------------------------------------------
      * Acknowledgement summary
      *------------------------------------------
       SUB-ACKFOOT-EN.
         MOVE SPACE TO ACK-LINE.
         WRITE ACK-LINE.
         MOVE SPACE TO ACK-LINE.
         STRING 'SUMMARY  SUBMITTED=(' DELIMITED BY SIZE
                WK-CNT-SUB DELIMITED BY SIZE
                ') APPLIED=(' DELIMITED BY SIZE
                WK-CNT-APPL DELIMITED BY SIZE
                ') REJECTED=(' DELIMITED BY SIZE
                WK-CNT-REJ DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO ACK-LINE.
         WRITE ACK-LINE.
         MOVE SPACE TO ACK-LINE.
         STRING '         LOST COLLISION=(' DELIMITED BY SIZE
                WK-CNT-LOST DELIMITED BY SIZE
                ') STILL PENDING=(' DELIMITED BY SIZE
                WK-CNT-PEND DELIMITED BY SIZE
                ') NO UPDATE=(' DELIMITED BY SIZE
                WK-CNT-NOUPD DELIMITED BY SIZE
                ')' DELIMITED BY SIZE
                INTO ACK-LINE.
         WRITE ACK-LINE.
      *
      * A payroll file that does not match the detail count of
      * smp1_pay.csv was not translated from it tonight
      *
         IF (WK-SRC-NO = 1) AND (WK-PAY-SW = 'YES')
            AND (WK-PAY-DTL NOT = WK-CNT-SUB)
            MOVE SPACE TO ACK-LINE
            STRING 'WARNING  smp1_pay.csv DETAILS=(' DELIMITED BY SIZE
                   WK-PAY-DTL DELIMITED BY SIZE
                   ') DO NOT MATCH smp1_in1.dat RECORDS=('
                      DELIMITED BY SIZE
                   WK-CNT-SUB DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO ACK-LINE
            WRITE ACK-LINE
            DISPLAY C-PGMNAME
                    ' : WARNING, smp1_pay.csv DETAILS=(' WK-PAY-DTL
                    ') smp1_in1.dat RECORDS=(' WK-CNT-SUB ')'
         END-IF.
         ADD WK-CNT-SUB TO WK-TOT-SUB.
         ADD WK-CNT-APPL TO WK-TOT-APPL.
         ADD WK-CNT-REJ TO WK-TOT-REJ.
         ADD WK-CNT-LOST TO WK-TOT-LOST.
         ADD WK-CNT-PEND TO WK-TOT-PEND.
         ADD WK-CNT-NOUPD TO WK-TOT-NOUPD.
       SUB-ACKFOOT-EX.
         EXIT.
      *------------------------------------------
      * End processing
      *------------------------------------------
       SUB-END-EN.
         DISPLAY C-PGMNAME ' : TALLY FILES=(' WK-CNT-FILES ')'
                 ' SUBMITTED=(' WK-TOT-SUB ')'
                 ' APPLIED=(' WK-TOT-APPL ')'
                 ' REJECTED=(' WK-TOT-REJ ')'.
         DISPLAY C-PGMNAME ' : TALLY LOST=(' WK-TOT-LOST ')'
                 ' PENDING=(' WK-TOT-PEND ')'
                 ' NO UPDATE=(' WK-TOT-NOUPD ')'.
         DISPLAY C-PGMNAME
                 ' : END  '.
       SUB-END-EX.
         EXIT.
      *------------------------------------------
      * Close processing
      *------------------------------------------
       SUB-CLOSE-EN.
         IF (WK-ACK-OPEN-SW = 'YES')
            CLOSE   ACKDAT
            CLOSE   INDAT
            MOVE 'NO' TO WK-ACK-OPEN-SW
         END-IF.
      *
      * Record the end of this run in the registry
      *
         MOVE SPACE TO WK-RUN-TALLY.
         STRING 'AP=' DELIMITED BY SIZE
                WK-TOT-APPL DELIMITED BY SIZE
                ' RJ=' DELIMITED BY SIZE
                WK-TOT-REJ DELIMITED BY SIZE
                ' LC=' DELIMITED BY SIZE
                WK-TOT-LOST DELIMITED BY SIZE
                ' PD=' DELIMITED BY SIZE
                WK-TOT-PEND DELIMITED BY SIZE
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
