      *>               of run before the working journal clears --
      *>               BESBREST replays that history forward from a
      *>               BESBSNAP snapshot for point-in-time recovery
      *>   2026-10-15  committed adds and changes whose weekly
      *>               minutes differ from the course catalog's
      *>               contact minutes are listed as warnings and
      *>               counted in the run totals; the line still
      *>               commits
      *>   2026-10-15  committed lines naming an instructor without an
      *>               INSTRQUAL.DAT qualification for the course are
      *>               listed and counted the same way
      *>   2026-10-15  each term's schedule file written at end of
      *>               run gets its occupancy index (SCHED-term.OCCX)
      *>               written beside it through BESBVAL op W
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  operator scope (OPERSCOP.DAT through BESBSCOP)
      *>               -- an add, change or delete line for a school
      *>               or campus outside the signed-on operator's
      *>               scope is rejected with code 16 (OUT OF SCOPE),
      *>               and each such refusal is audited
      *>   2026-10-15  BESBVAL's reject 17 is reported as REJECTED 17
      *>               INSTR INACTIVE (instructor separated or on
      *>               leave during the term)
      *>   2026-10-15  part-of-term sections -- a feed line's meeting
      *>               start(81:8) and end(90:8), or a CSV row's
      *>               optional START and END columns, land on the
      *>               row (a change line's dates replace the old
      *>               ones, blank meaning the whole term); the
      *>               journal carries them at (134:17) so a restart
      *>               replays them, the recycle file keeps the whole
      *>               line, and reject 18 is REJECTED 18 PART-TERM
      *>               DATES
      *>   2026-10-15  instruction modes -- a feed line's (99:1), or a
      *>               CSV row's optional MODE column, lands on the
      *>               row; a CSV row for an online asynchronous or
      *>               by-arrangement section needs no day cells, and
      *>               reject 19 is REJECTED 19 MODE MISMATCH
      *>   2026-10-15  departmental rooms (ROOMCTL.DAT) -- the
      *>               operator's level goes to BESBVAL, so a Y in the
      *>               override column books another school's room
      *>               inside its priority window only for a
      *>               supervisor; reject 20 is REJECTED 20 ROOM OWNER
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  contract teaching-day rules -- reject 21 is
      *>               REJECTED 21 TEACHING SPAN and reject 22
      *>               REJECTED 22 OVERNIGHT REST; a Y in the override
      *>               column lifts them only for a supervisor
      *>   2026-10-15  change reasons -- every add, change or delete
      *>               line needs a reason code from REASONS.DAT
      *>               (through BESBRSN): a feed line's (101:4), a CSV
      *>               row's optional REASON column, else the run's
      *>               --rsn=CODE; a line without a good one is
      *>               REJECTED 23 REASON CODE. The code rides in the
      *>               recycle file, the journal (154:4) and the audit
      *>               line
      *>   2026-10-15  refused while a maintenance window is in force
      *>               (BESBMWIN), except to the supervisor who
      *>               opened it
      *>   2026-10-15  all-or-nothing commit -- every touched term's
      *>               schedule is staged (SCHED-term.DAT.CMIT) under
      *>               a commit manifest beside the feed (FEED.CMIT)
      *>               before any live file changes, then installed
      *>               with its journal history and the LOADHIST line
      *>               in a way that can be safely repeated; the next
      *>               run, or --recover on its own, finishes a
      *>               manifest that was committing or backs out one
      *>               that was still preparing, and reports it
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CKPT-FILE ASSIGN DYNAMIC WS-CKPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CMIT-FILE ASSIGN DYNAMIC WS-CMIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> wide enough for a CSV row; fixed-layout feeds use only the
      *> first 104 columns, the change's reason code at (101:4)
       FD TRANS-FILE.
       01 TRANS-FILE-RECORD PIC X(120).
       FD SCHEDULE-FILE.
       01 SCHEDULE-FILE-RECORD.
           COPY SCHEDROW
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD CKPT-FILE.
       01 CKPT-FILE-RECORD PIC 9(6).
      *> journal record: feed line(1:6) term(8:20) action(29:1)
      *> accepted line image(31:80) timestamp(112:21) part-of-term
      *> dates and instruction mode(134:19, the line's columns
      *> 81-99) reason code(154:4) -- the intra-run
      *> commit record; replayed on restart, banked to the per-term
      *> journal history after the schedules are written
       FD JRNL-FILE.
       01 JRNL-FILE-RECORD PIC X(157).
      *> the durable copy of the same record, one file per term
      *> (SCHED-term.JRNLHIST), kept across runs for BESBREST
       FD JHIST-FILE.
       01 JHIST-FILE-RECORD PIC X(157).
      *> run-history record: ts(1:21) term(23:20) feed(44:30)
      *> read(75:6) added(82:6) changed(89:6) deleted(96:6)
      *> rejected(103:6) resumed-at(110:6) rejects by code 01-11
       FD RESP-FILE.
       01 RESP-FILE-RECORD PIC X(111).
       FD RECYC-FILE.
      *> original line(1:104), reject code(106:2), line number
      *> (109:6) -- the loader only reads the first 104 columns of a
      *> feed line, so a corrected recycle file feeds straight back in
       01 RECYC-FILE-RECORD.
           05 RECYC-LINE-TEXT PIC X(104).
           05 FILLER PIC X(1).
           05 RECYC-REJ-CODE PIC 9(2).
           05 FILLER PIC X(1).
           05 RECYC-LINE-NUM PIC 9(6).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> commit manifest, one per feed (FEED.CMIT), present only while
      *> a run's commit is in flight:
      *>   H(1:1) state(3:1, P preparing / C committing) run
      *>     stamp(5:21) operator(27:8) term count(36:1)
      *>   T(1:1) term(3:20) journal-history records before the
      *>     run(24:9) this run's journal records(34:6) the run's
      *>     lock sentinel image(41:40)
      *>   L(1:1) the run's LOADHIST.DAT line(3:160)
      *>   E(1:1) term count(3:1) -- no trailer, no commit
       FD CMIT-FILE.
       01 CMIT-FILE-RECORD PIC X(162).
       WORKING-STORAGE SECTION.
      *> main data
           01 WS-IDX   PIC 9(4) VALUE 0.
           01 WS-RESUME-AT PIC 9(6) VALUE 0.
           01 WS-ADDED-COUNT PIC 9(6) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
           01 WS-MINUTES-WARN-COUNT PIC 9(6) VALUE 0.
           01 WS-QUAL-WARN-COUNT PIC 9(6) VALUE 0.
           01 WS-DELETED-COUNT PIC 9(6) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(6) VALUE 0.

           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-MASTER-FILENAME PIC X(20) VALUE "SCHOOLS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-CKPT-FILENAME PIC X(64).
           01 WS-RECYC-FILENAME PIC X(66).
           01 WS-RECYC-OPEN PIC 9(1) VALUE 0.
           01 WS-JRNL-FILENAME PIC X(66).
           01 WS-JHIST-FILENAME PIC X(66) VALUE SPACES.
           01 WS-REPLAYED-COUNT PIC 9(6) VALUE 0.
           01 WS-HIST-FILENAME PIC X(20) VALUE "LOADHIST.DAT".
           01 WS-HIST-LINE PIC X(160) VALUE SPACES.
           01 WS-HIST-DONE PIC 9(1) VALUE 0.

      *> the end-of-run commit -- every touched term is staged under
      *> the feed's manifest first, then installed; a manifest left
      *> behind by a dead run is finished or backed out before
      *> anything else happens (--recover does only that)
           01 WS-CMIT-FILENAME PIC X(66) VALUE SPACES.
           01 WS-STAGE-FILENAME PIC X(64) VALUE SPACES.
           01 WS-RECOVER-FLAG PIC 9(1) VALUE 0.
           01 WS-CMIT-FOUND PIC 9(1) VALUE 0.
           01 WS-CMIT-ENDED PIC 9(1) VALUE 0.
           01 WS-CMIT-OK PIC 9(1) VALUE 0.
           01 WS-CMIT-PENDING PIC 9(1) VALUE 0.
           01 WS-CMIT-EOF PIC 9(1) VALUE 0.
           01 WS-CMIT-STATE PIC X(1) VALUE SPACES.
           01 WS-CMIT-STAMP PIC X(21) VALUE SPACES.
           01 WS-CMIT-OPER PIC X(8) VALUE SPACES.
           01 WS-CMIT-TERMS PIC 9(1) VALUE 0.
           01 WS-CMIT-TEXT PIC X(60) VALUE SPACES.
           01 WS-CMIT-LOCK PIC X(40) VALUE SPACES.
           01 WS-JH-NOW PIC 9(9) VALUE 0.
           01 WS-JH-SKIP PIC 9(9) VALUE 0.
           01 WS-JH-SEEN PIC 9(9) VALUE 0.
           01 WS-JH-BANKED PIC 9(6) VALUE 0.

      *> the merge's source map and the response plumbing -- a line
      *> without a source stamp answers to nobody, as before
           01 WS-RESP-TEXT PIC X(30) VALUE SPACES.

      *> --format=csv working fields -- one receiver per CSV column,
      *> in the exact order write-one-csv-row emits them, then the
      *> optional REASON column a department adds for the change
           01 WS-CSV-FLAG PIC 9(1) VALUE 0.
           01 WS-CSV-IN PIC X(120) VALUE SPACES.
           01 WS-CSV-OK PIC 9(1) VALUE 0.
           01 WS-CSV-FIELDS.
               02 WS-C-SCHOOL PIC X(8).
               02 WS-C-ROOM PIC X(8).
               02 WS-C-INSTR PIC X(8).
               02 WS-C-CELL PIC X(12) OCCURS 7 TIMES.
               02 WS-C-PT-START PIC X(10).
               02 WS-C-PT-END PIC X(10).
               02 WS-C-MODE PIC X(4).
               02 WS-C-REASON PIC X(8).
           01 WS-C-TIME PIC X(4) VALUE SPACES.
           01 WS-C-RANGE PIC X(9) VALUE SPACES.
           01 WS-C-SH PIC 9(2).
                   03 WS-SLOT-DELETED PIC 9(6).
                   03 WS-SLOT-REJECTED PIC 9(6).
                   03 WS-SLOT-NUM-ROWS PIC 9(3).
                   03 WS-SLOT-LOCK-IMAGE PIC X(40).
                   03 WS-SLOT-JH-BEFORE PIC 9(9).
                   03 WS-SLOT-JRNL-RECS PIC 9(6).
                   03 WS-SLOT-ROW OCCURS 200 TIMES.
                       COPY SCHEDROW
                           REPLACING LEADING ==SCHEDROW== BY ==SL==.
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-LOCK-IMAGE PIC X(40) VALUE SPACES.
      *> --wait= lock retry budget, napping a few seconds per try
           01 WS-WAIT-SECS PIC 9(3) VALUE 0.
           01 WS-WAITED-SECS PIC 9(5) VALUE 0.
           01 WS-AUDIT-DETAIL PIC X(8) VALUE "loadadd ".

      *> parsed fields, same layout insert-class uses in BESBUBO
           01 WS-PARSE-SRC PIC X(104) VALUE SPACES.
           01 WS-P-SCHOOL PIC A(4).
           01 WS-P-CODE PIC X(3).
           01 WS-P-SECTION PIC X(2).
           01 WS-P-ACTION PIC X(1).
           01 WS-P-TERM PIC X(20).
           01 WS-P-EFF-DATE PIC X(8) VALUE SPACES.
           01 WS-P-PT-START PIC X(8) VALUE SPACES.
           01 WS-P-PT-END PIC X(8) VALUE SPACES.
           01 WS-P-MODE PIC X(1) VALUE SPACES.

           01 WS-CLASS-LEN PIC 9(3) VALUE 50.

                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

      *> operator scope -- the schools (and campuses) the operator
      *> may change, answered by BESBSCOP
           01 WS-SCOPE-PARMS.
               COPY SCOPPARM
                   REPLACING LEADING ==SCOPPARM== BY ==SP==.
           01 WS-SCOPE-OK PIC 9(1) VALUE 1.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

      *> change reasons -- the run's --rsn= default for lines that
      *> carry none, checked with the line's own by BESBRSN
           01 WS-RUN-REASON PIC X(4) VALUE SPACES.
           01 WS-REASON-OK PIC 9(1) VALUE 1.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

      *> a supervisor's maintenance window shuts out loads (BESBMWIN)
           01 WS-MWIN-PARMS.
               COPY MWINPARM
                   REPLACING LEADING ==MWINPARM== BY ==MW==.

      *> command-line args
      *> the environment the files are opened in (BESBENV)
           01 WS-ENV-PARMS.
               COPY ENVPARM
                   REPLACING LEADING ==ENVPARM== BY ==EP==.
           01 ARGV PIC X(100) VALUE SPACES.
           01 CMDSTATUS PIC X VALUE SPACES.
               88 LASTCMD VALUE "l".
       PROCEDURE DIVISION.
           INITIALIZE WS-ENV-PARMS.
           PERFORM UNTIL LASTCMD
               MOVE LOW-VALUES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBLOAD" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-TRANS-FILENAME) = SPACES
               DISPLAY "BESBLOAD: usage: besbload TRANSFILE [--term=X]"
               MOVE 8 TO RETURN-CODE
           STRING FUNCTION TRIM(WS-TRANS-FILENAME) DELIMITED BY SIZE
               ".JRNL" DELIMITED BY SIZE
               INTO WS-JRNL-FILENAME.
           STRING FUNCTION TRIM(WS-TRANS-FILENAME) DELIMITED BY SIZE
               ".CMIT" DELIMITED BY SIZE
               INTO WS-CMIT-FILENAME.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "C" TO MW-OP.
           MOVE WS-OPER-ID TO MW-OPER.
           CALL "BESBMWIN" USING WS-MWIN-PARMS.
           IF MW-RC NOT = 0
               DISPLAY "BESBLOAD: " FUNCTION TRIM(MW-TEXT)
                   " -- load refused"
               DISPLAY "BESBLOAD: " FUNCTION TRIM(MW-MESSAGE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM recover-interrupted-commit.
           PERFORM load-terms-list.
           MOVE WS-CURRENT-TERM TO WS-CHECK-TERM.
           PERFORM check-term-loadable.
           INITIALIZE WS-SLOT(1).
           MOVE WS-CURRENT-TERM TO WS-SLOT-TERM(1).
           MOVE 1 TO WS-SLOT-LOCKED(1).
           MOVE WS-LOCK-IMAGE TO WS-SLOT-LOCK-IMAGE(1).
           PERFORM load-checkpoint.
           IF WS-RESUME-AT > 0
               PERFORM replay-journal
           END-IF.
           PERFORM run-load.
           IF WS-EOF-FLAG = 1 AND WS-ABORT-RUN = 0
               PERFORM commit-run
           END-IF.
      *> a commit that could not finish keeps its locks and manifest
      *> -- the terms stay shut until --recover completes it
           IF WS-CMIT-PENDING = 1
               DISPLAY "BESBLOAD: the commit did not finish -- every"
                   " term stays locked; rerun with --recover"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM release-all-locks.
           IF WS-ABORT-RUN = 1
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "BESBLOAD: added " WS-ADDED-COUNT
               " changed " WS-CHANGED-COUNT
               " deleted " WS-DELETED-COUNT
                       " rejected " WS-SLOT-REJECTED(WS-KDX)
               END-PERFORM
           END-IF.
           IF WS-MINUTES-WARN-COUNT > 0
               DISPLAY "BESBLOAD: " WS-MINUTES-WARN-COUNT
                   " committed lines differ from the catalog's"
                   " contact minutes"
           END-IF.
           IF WS-QUAL-WARN-COUNT > 0
               DISPLAY "BESBLOAD: " WS-QUAL-WARN-COUNT
                   " committed lines name an instructor not"
                   " qualified for the course"
           END-IF.
           IF WS-REJECTED-COUNT > 0
               DISPLAY "BESBLOAD: " WS-REJECTED-COUNT
                   " rejects written to "
                   FUNCTION TRIM(WS-RECYC-FILENAME)
                   " for correction and resubmission"
           END-IF.
           IF WS-HIST-DONE = 0
               PERFORM write-run-history
           END-IF.
           IF RETURN-CODE = 0 AND WS-ADDED-COUNT = 0
                   AND WS-CHANGED-COUNT = 0 AND WS-DELETED-COUNT = 0
                   AND WS-REJECTED-COUNT = 0
      *> transaction filename
           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:6) = "--rsn="
                   MOVE ARGV(7:4) TO WS-RUN-REASON
               WHEN ARGV(1:12) = "--format=csv"
                   MOVE 1 TO WS-CSV-FLAG
               WHEN ARGV(1:9) = "--recover"
                   MOVE 1 TO WS-RECOVER-FLAG
               WHEN ARGV(1:7) = "--wait="
                   IF ARGV(8:3) IS NUMERIC
                       MOVE ARGV(8:3) TO WS-WAIT-SECS
           MOVE "locked" TO LOCK-FILE-RECORD(1:6)
           MOVE WS-OPER-ID TO LOCK-FILE-RECORD(8:8)
           MOVE WS-TS TO LOCK-FILE-RECORD(17:21)
           MOVE LOCK-FILE-RECORD TO WS-LOCK-IMAGE
           WRITE LOCK-FILE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               CLOSE LOCK-FILE
      *> (BESBHIST) instead of living only in saved SYSOUT
      *> ---------------------------------------------------------------
           write-run-history.
           PERFORM build-run-history-line
           OPEN EXTEND HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           MOVE WS-HIST-LINE TO HIST-FILE-RECORD
           WRITE HIST-FILE-RECORD
           CLOSE HIST-FILE.

      *> the line itself is built apart from the write, so a committing
      *> run can carry it in its manifest and install it with the
      *> terms it describes
           build-run-history-line.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-HIST-LINE
           MOVE WS-TS TO WS-HIST-LINE(1:21)
           MOVE WS-RUN-TERM TO WS-HIST-LINE(23:20)
           MOVE WS-TRANS-FILENAME(1:30) TO WS-HIST-LINE(44:30)
           MOVE WS-LINE-NUM TO WS-HIST-LINE(75:6)
           MOVE WS-ADDED-COUNT TO WS-HIST-LINE(82:6)
           MOVE WS-CHANGED-COUNT TO WS-HIST-LINE(89:6)
           MOVE WS-DELETED-COUNT TO WS-HIST-LINE(96:6)
           MOVE WS-REJECTED-COUNT TO WS-HIST-LINE(103:6)
           MOVE WS-RESUME-AT TO WS-HIST-LINE(110:6)
           MOVE 117 TO WS-HIST-COL
           PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 11
               MOVE WS-REJ-BY-CODE(WS-KDX)
                 TO WS-HIST-LINE(WS-HIST-COL:4)
               ADD 4 TO WS-HIST-COL
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> control-total pre-pass -- nothing commits until the feed's own
                           MOVE TRANS-FILE-RECORD TO WS-CSV-IN
                           PERFORM load-one-csv-line
                       ELSE
                           MOVE TRANS-FILE-RECORD(1:104)
                             TO WS-PARSE-SRC
                           PERFORM load-one-line
                       END-IF
           IF WS-P-ACTION = SPACE
               MOVE "A" TO WS-P-ACTION
           END-IF
           PERFORM check-line-reason
           IF WS-REASON-OK = 0
               MOVE 23 TO WS-SUCCESS
               PERFORM reject-line
               PERFORM save-checkpoint
               EXIT PARAGRAPH
           END-IF
      *> each accepted action appends its journal record before the
      *> checkpoint is written, so an abend can't checkpoint past
      *> work that isn't in the journal; the schedule files
           IF WS-CSV-OK NOT = 1
               MOVE 4 TO WS-SUCCESS
               PERFORM reject-line
               PERFORM save-checkpoint
               EXIT PARAGRAPH
           END-IF
           PERFORM check-line-reason
           IF WS-REASON-OK = 0
               MOVE 23 TO WS-SUCCESS
               PERFORM reject-line
           ELSE
               PERFORM load-add-line
           END-IF
           PERFORM save-checkpoint.

      *> the line's own reason code, else the run's --rsn=; it goes
      *> back on the line upper-cased so the journal, the recycle
      *> file and the audit carry it as checked
           check-line-reason.
           MOVE 1 TO WS-REASON-OK
           IF WS-PARSE-SRC(101:4) = SPACES
               MOVE WS-RUN-REASON TO WS-PARSE-SRC(101:4)
           END-IF
           MOVE "V" TO RP-OP
           MOVE WS-PARSE-SRC(101:4) TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-PARSE-SRC(101:4)
           IF RP-RC NOT = 0
               MOVE 0 TO WS-REASON-OK
               DISPLAY "BESBLOAD: line " WS-LINE-NUM " "
                   FUNCTION TRIM(RP-TEXT)
           END-IF.

      *> all of a row's occupied day cells must carry the same
      *> HHMM-HHMM range -- that is the only shape a schedule row can
      *> hold, and the only shape \y ever writes
                   WS-C-INSTR WS-C-CELL(1) WS-C-CELL(2)
                   WS-C-CELL(3) WS-C-CELL(4) WS-C-CELL(5)
                   WS-C-CELL(6) WS-C-CELL(7)
                   WS-C-PT-START WS-C-PT-END WS-C-MODE
                   WS-C-REASON
           END-UNSTRING
           MOVE SPACES TO WS-PARSE-SRC
           MOVE WS-C-SCHOOL(1:4) TO WS-PARSE-SRC(1:4)
           MOVE WS-C-SECTION(1:2) TO WS-PARSE-SRC(10:2)
           MOVE WS-C-ROOM(1:8) TO WS-PARSE-SRC(13:8)
           MOVE WS-C-INSTR(1:6) TO WS-PARSE-SRC(39:6)
           MOVE WS-C-PT-START(1:8) TO WS-PARSE-SRC(81:8)
           MOVE WS-C-PT-END(1:8) TO WS-PARSE-SRC(90:8)
           MOVE WS-C-MODE(1:1) TO WS-PARSE-SRC(99:1)
           MOVE WS-C-REASON(1:4) TO WS-PARSE-SRC(101:4)
           MOVE "0000000" TO WS-PARSE-SRC(22:7)
           MOVE SPACES TO WS-C-TIME
           MOVE SPACES TO WS-C-RANGE
                   END-IF
               END-IF
           END-PERFORM
      *> no day cells at all is only a section with no meetings --
      *> online asynchronous or by arrangement -- which BESBVAL
      *> then holds to its mode
           IF WS-C-TIME = SPACES
               IF WS-C-MODE(1:1) = "A" OR WS-C-MODE(1:1) = "R" OR
                       WS-C-ROOM(1:8) = "ONLINE" OR
                       WS-C-ROOM(1:8) = "ARRANGED"
                   MOVE "A" TO WS-PARSE-SRC(46:1)
                   MOVE 1 TO WS-CSV-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-C-TIME TO WS-PARSE-SRC(30:4)
               WHEN 15
                   MOVE "REJECTED 15 INSTR BLACKOUT"
                     TO WS-RESP-TEXT
               WHEN 16
                   MOVE "REJECTED 16 OUT OF SCOPE" TO WS-RESP-TEXT
               WHEN 17
                   MOVE "REJECTED 17 INSTR INACTIVE"
                     TO WS-RESP-TEXT
               WHEN 18
                   MOVE "REJECTED 18 PART-TERM DATES"
                     TO WS-RESP-TEXT
               WHEN 19
                   MOVE "REJECTED 19 MODE MISMATCH"
                     TO WS-RESP-TEXT
               WHEN 20
                   MOVE "REJECTED 20 ROOM OWNER" TO WS-RESP-TEXT
               WHEN 21
                   MOVE "REJECTED 21 TEACHING SPAN" TO WS-RESP-TEXT
               WHEN 22
                   MOVE "REJECTED 22 OVERNIGHT REST"
                     TO WS-RESP-TEXT
               WHEN 23
                   MOVE "REJECTED 23 REASON CODE" TO WS-RESP-TEXT
               WHEN OTHER
                   MOVE "REJECTED" TO WS-RESP-TEXT
                   MOVE WS-SUCCESS TO WS-RESP-TEXT(10:2)
               PERFORM write-journal
               MOVE "COMMITTED (ADD)" TO WS-RESP-TEXT
               PERFORM write-response-line
               PERFORM warn-contact-minutes
               PERFORM warn-instr-qual
           ELSE
               PERFORM reject-line
           END-IF.
               PERFORM reject-line
               EXIT PARAGRAPH
           END-IF
      *> the room the row leaves and the room it goes to must both
      *> be inside the operator's scope
           MOVE WS-P-SCHOOL TO SP-SCHOOL
           MOVE WS-P-ROOM TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 1 AND
                   WS-ROOM(WS-FOUND-IDX) NOT = WS-P-ROOM
               MOVE WS-ROOM(WS-FOUND-IDX) TO SP-ROOM
               PERFORM check-change-scope
           END-IF
           IF WS-SCOPE-OK = 0
               MOVE 16 TO WS-SUCCESS
               PERFORM reject-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-EXCLUDE-IDX
           PERFORM call-val-conflict
           MOVE 0 TO WS-EXCLUDE-IDX
           ADD 1 TO WS-SLOT-CHANGED(WS-CUR-SLOT)
           MOVE "COMMITTED (CHANGE)" TO WS-RESP-TEXT
           PERFORM write-response-line
           PERFORM warn-contact-minutes
           PERFORM warn-instr-qual
           IF WS-P-OVERRIDE = 1
               MOVE "loadchg!" TO WS-AUDIT-DETAIL
           ELSE
               PERFORM reject-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCHOOL(WS-FOUND-IDX) TO SP-SCHOOL
           MOVE WS-ROOM(WS-FOUND-IDX) TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 0
               MOVE 16 TO WS-SUCCESS
               PERFORM reject-line
               EXIT PARAGRAPH
           END-IF
           PERFORM apply-delete-fields
           PERFORM write-journal
           ADD 1 TO WS-DELETED-COUNT
           INITIALIZE WS-SLOT(WS-CUR-SLOT)
           MOVE WS-CURRENT-TERM TO WS-SLOT-TERM(WS-CUR-SLOT)
           MOVE 1 TO WS-SLOT-LOCKED(WS-CUR-SLOT)
           MOVE WS-LOCK-IMAGE TO WS-SLOT-LOCK-IMAGE(WS-CUR-SLOT)
           PERFORM load-schedule.

           stash-active-term.
      *> validation (masters and policy included) and the conflict
      *> scan, shared with the shell and the tie-out
      *> ---------------------------------------------------------------
      *> may the signed-on operator change a class of SP-SCHOOL in
      *> SP-ROOM -- BESBSCOP audits a refusal itself
           check-change-scope.
           MOVE "C" TO SP-OP
           MOVE WS-OPER-ID TO SP-OPER
           MOVE WS-OPER-LEVEL TO SP-LEVEL
           MOVE SPACES TO SP-DATE
           MOVE WS-CURRENT-TERM TO SP-TERM
           MOVE "BESBLOAD" TO SP-SOURCE
           MOVE SPACES TO SP-WHAT
           STRING "line " WS-LINE-NUM " " WS-PARSE-SRC(1:30)
               DELIMITED BY SIZE INTO SP-WHAT
           CALL "BESBSCOP" USING WS-SCOPE-PARMS
           MOVE 1 TO WS-SCOPE-OK
           IF SP-RC NOT = 0
               MOVE 0 TO WS-SCOPE-OK
           END-IF.

           call-val-parse-only.
           MOVE "X" TO VP-OP
           PERFORM call-besbval
           PERFORM copy-val-fields.

      *> BESBVAL's advisory on the line just committed -- the weekly
      *> minutes and the catalog's contact minutes disagree
           warn-contact-minutes.
           IF VP-WARNING = 1
               ADD 1 TO WS-MINUTES-WARN-COUNT
               DISPLAY "BESBLOAD: warning line " WS-LINE-NUM
                   " meets " VP-WEEKLY-MIN " min/week, catalog says "
                   VP-CAT-MIN " : " WS-PARSE-SRC(1:11)
           END-IF.

      *> the line's instructor has no qualification for the course
           warn-instr-qual.
           IF VP-QUAL-WARNING = 1
               ADD 1 TO WS-QUAL-WARN-COUNT
               DISPLAY "BESBLOAD: warning line " WS-LINE-NUM
                   " instructor " VP-INSTR
                   " is not qualified for " VP-SCHOOL " " VP-CODE
           END-IF.

           call-val-validate.
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           MOVE "M" TO VP-OP
           PERFORM call-besbval.

           call-val-index.
           MOVE "W" TO VP-OP
           PERFORM call-besbval.

           call-besbval.
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE WS-PARSE-SRC TO VP-PARSE-SRC
           MOVE 0 TO VP-CMD-OVERRIDE
           MOVE WS-OPER-LEVEL TO VP-OPER-LEVEL
           CALL "BESBVAL" USING WS-VAL-PARMS WS-SCHEDULE.

           copy-val-fields.
           MOVE VP-LEN TO WS-P-LEN
           MOVE VP-INSTR TO WS-P-INSTR
           MOVE VP-OVERRIDE TO WS-P-OVERRIDE
           MOVE VP-EFF-DATE TO WS-P-EFF-DATE
           MOVE VP-PT-START TO WS-P-PT-START
           MOVE VP-PT-END TO WS-P-PT-END
           MOVE VP-MODE TO WS-P-MODE.

           find-row-by-key.
           MOVE 0 TO WS-FOUND-IDX
           MOVE WS-P-ROOM TO WS-ROOM(WS-FOUND-IDX)
           MOVE WS-CLASS-LEN TO WS-LEN(WS-FOUND-IDX)
           MOVE WS-P-INSTR TO WS-INSTR(WS-FOUND-IDX)
           MOVE WS-P-PT-START TO WS-PT-START(WS-FOUND-IDX)
           MOVE WS-P-PT-END TO WS-PT-END(WS-FOUND-IDX)
           MOVE WS-P-MODE TO WS-MODE(WS-FOUND-IDX)
           PERFORM apply-days-to-found-row.

      *> the cancel a delete line makes, shared the same way
           MOVE WS-LINE-NUM TO JRNL-FILE-RECORD(1:6)
           MOVE WS-CURRENT-TERM TO JRNL-FILE-RECORD(8:20)
           MOVE WS-P-ACTION TO JRNL-FILE-RECORD(29:1)
           MOVE WS-PARSE-SRC(1:80) TO JRNL-FILE-RECORD(31:80)
           MOVE WS-PARSE-SRC(81:19) TO JRNL-FILE-RECORD(134:19)
           MOVE WS-PARSE-SRC(101:4) TO JRNL-FILE-RECORD(154:4)
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS TO JRNL-FILE-RECORD(112:21)
           WRITE JRNL-FILE-RECORD
           clear-journal.
           DELETE FILE JRNL-FILE.

      *> a restart finds the interrupted run's accepted work only in
      *> the journal (the schedule files were never touched), so it
      *> is applied back into the in-memory tables -- no revalidation
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-PARSE-SRC
           MOVE JRNL-FILE-RECORD(31:80) TO WS-PARSE-SRC(1:80)
           MOVE JRNL-FILE-RECORD(134:19) TO WS-PARSE-SRC(81:19)
           MOVE JRNL-FILE-RECORD(154:4) TO WS-PARSE-SRC(101:4)
           MOVE JRNL-FILE-RECORD(29:1) TO WS-P-ACTION
           IF WS-P-ACTION = SPACE
               MOVE "A" TO WS-P-ACTION
           END-EVALUATE
           ADD 1 TO WS-REPLAYED-COUNT.

      *> ---------------------------------------------------------------
      *> end-of-run commit -- every term the feed touched goes in as
      *> one unit. the new images are staged beside the live files
      *> (SCHED-term.DAT.CMIT) under the feed's manifest while it says
      *> P; only once every term is staged does the manifest say C,
      *> and only then is a live file, a journal history or
      *> LOADHIST.DAT touched. each install step can be repeated
      *> safely, so a run that dies part-way is finished by the next
      *> one from the manifest alone
      *> ---------------------------------------------------------------
           commit-run.
           PERFORM stash-active-term
           PERFORM build-run-history-line
           MOVE WS-HIST-LINE(1:21) TO WS-CMIT-STAMP
           MOVE WS-OPER-ID TO WS-CMIT-OPER
           MOVE WS-SLOT-COUNT TO WS-CMIT-TERMS
           PERFORM prepare-commit
           IF WS-CMIT-OK = 0
               PERFORM back-out-commit
               DISPLAY "BESBLOAD: commit backed out -- no term was"
                   " changed; the journal and checkpoint are kept"
                   " for the restart"
               MOVE 1 TO WS-ABORT-RUN
               EXIT PARAGRAPH
           END-IF
           PERFORM finish-commit
           IF WS-CMIT-OK = 0
               MOVE 1 TO WS-CMIT-PENDING
           END-IF.

           prepare-commit.
           MOVE 0 TO WS-CMIT-OK
           PERFORM count-journal-by-term
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT
               MOVE WS-SLOT-TERM(WS-KDX) TO WS-CURRENT-TERM
               PERFORM count-journal-history
               MOVE WS-JH-NOW TO WS-SLOT-JH-BEFORE(WS-KDX)
           END-PERFORM
           MOVE "P" TO WS-CMIT-STATE
           PERFORM write-manifest
           IF WS-CMIT-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT OR WS-CMIT-OK = 0
               PERFORM stage-one-term
           END-PERFORM
           IF WS-CMIT-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-CMIT-STATE
           PERFORM write-manifest.

      *> the slot's rows are written in full to the staged copy
           stage-one-term.
           MOVE WS-SLOT-TERM(WS-KDX) TO WS-CURRENT-TERM
           PERFORM build-stage-filename
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOAD: could not write "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 0 TO WS-CMIT-OK
               PERFORM build-sched-filename
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE SCHEDULE-FILE
           PERFORM build-sched-filename.

      *> SCHEDULE-FILE names the staged copy until build-sched-filename
      *> runs again
           build-stage-filename.
           PERFORM build-sched-filename
           MOVE SPACES TO WS-STAGE-FILENAME
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".CMIT" DELIMITED BY SIZE
               INTO WS-STAGE-FILENAME
           MOVE WS-STAGE-FILENAME TO WS-SCHED-FILENAME.

           write-manifest.
           MOVE 0 TO WS-CMIT-OK
           OPEN OUTPUT CMIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOAD: could not write the commit manifest "
                   FUNCTION TRIM(WS-CMIT-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CMIT-OK
           MOVE SPACES TO CMIT-FILE-RECORD
           MOVE "H" TO CMIT-FILE-RECORD(1:1)
           MOVE WS-CMIT-STATE TO CMIT-FILE-RECORD(3:1)
           MOVE WS-CMIT-STAMP TO CMIT-FILE-RECORD(5:21)
           MOVE WS-CMIT-OPER TO CMIT-FILE-RECORD(27:8)
           MOVE WS-SLOT-COUNT TO CMIT-FILE-RECORD(36:1)
           PERFORM write-manifest-line
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT
               MOVE SPACES TO CMIT-FILE-RECORD
               MOVE "T" TO CMIT-FILE-RECORD(1:1)
               MOVE WS-SLOT-TERM(WS-KDX) TO CMIT-FILE-RECORD(3:20)
               MOVE WS-SLOT-JH-BEFORE(WS-KDX)
                 TO CMIT-FILE-RECORD(24:9)
               MOVE WS-SLOT-JRNL-RECS(WS-KDX)
                 TO CMIT-FILE-RECORD(34:6)
               MOVE WS-SLOT-LOCK-IMAGE(WS-KDX)
                 TO CMIT-FILE-RECORD(41:40)
               PERFORM write-manifest-line
           END-PERFORM
           MOVE SPACES TO CMIT-FILE-RECORD
           MOVE "L" TO CMIT-FILE-RECORD(1:1)
           MOVE WS-HIST-LINE TO CMIT-FILE-RECORD(3:160)
           PERFORM write-manifest-line
           MOVE SPACES TO CMIT-FILE-RECORD
           MOVE "E" TO CMIT-FILE-RECORD(1:1)
           MOVE WS-SLOT-COUNT TO CMIT-FILE-RECORD(3:1)
           PERFORM write-manifest-line
           CLOSE CMIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-CMIT-OK
           END-IF
           IF WS-CMIT-OK = 0
               DISPLAY "BESBLOAD: could not write the commit manifest "
                   FUNCTION TRIM(WS-CMIT-FILENAME)
           END-IF.

           write-manifest-line.
           WRITE CMIT-FILE-RECORD
           IF WS-FILE-STATUS NOT = "00"
               MOVE 0 TO WS-CMIT-OK
           END-IF.

      *> installs every staged term, banks each term's share of the
      *> journal, records the run's LOADHIST line, and only then
      *> clears the journal, checkpoint, staged copies and manifest
      *> -- in that order, so whatever is left behind still tells the
      *> next run exactly what remains
           finish-commit.
           MOVE 1 TO WS-CMIT-OK
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT OR WS-CMIT-OK = 0
               PERFORM install-one-term
           END-PERFORM
           IF WS-CMIT-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT OR WS-CMIT-OK = 0
               PERFORM bank-term-history
           END-PERFORM
           IF WS-CMIT-OK = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM install-run-history
           PERFORM clear-journal
           PERFORM clear-checkpoint
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT
               PERFORM discard-one-stage
           END-PERFORM
           DELETE FILE CMIT-FILE
           DISPLAY "BESBLOAD: committed " WS-SLOT-COUNT
               " term(s) as one unit -- schedules, journal history"
               " and LOADHIST line".

      *> a staged copy is discarded only after every term is in, so
      *> a term without one was installed before the run died
           install-one-term.
           MOVE WS-SLOT-TERM(WS-KDX) TO WS-CURRENT-TERM
           PERFORM build-stage-filename
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS = "35"
               PERFORM build-sched-filename
               DISPLAY "BESBLOAD: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " was already installed"
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOAD: could not read "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 0 TO WS-CMIT-OK
               PERFORM build-sched-filename
               EXIT PARAGRAPH
           END-IF
           CLOSE SCHEDULE-FILE
           PERFORM load-schedule
           PERFORM build-sched-filename
           OPEN OUTPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOAD: could not write "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 0 TO WS-CMIT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               MOVE WS-SCHEDULE-ROW(WS-IDX) TO SCHEDULE-FILE-RECORD
               WRITE SCHEDULE-FILE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE SCHEDULE-FILE
      *> the installed rows are in the shared table, so BESBVAL can
      *> write the term's occupancy index from them
           PERFORM call-val-index
           DISPLAY "BESBLOAD: term " FUNCTION TRIM(WS-CURRENT-TERM)
               " installed, " WS-NUM-ROWS " rows".

      *> the working journal's records for the term land in its
      *> durable journal history (BESBSNAP keeps the snapshots,
      *> BESBREST replays the history). the manifest says how long the
      *> history was before the run, so a history the dead run had
      *> partly banked to is topped up, never doubled
           bank-term-history.
           MOVE WS-SLOT-TERM(WS-KDX) TO WS-CURRENT-TERM
           PERFORM count-journal-history
           IF WS-JH-NOW < WS-SLOT-JH-BEFORE(WS-KDX) OR
                   WS-JH-NOW > WS-SLOT-JH-BEFORE(WS-KDX)
                       + WS-SLOT-JRNL-RECS(WS-KDX)
               DISPLAY "BESBLOAD: " FUNCTION TRIM(WS-JHIST-FILENAME)
                   " holds " WS-JH-NOW " records, expected "
                   WS-SLOT-JH-BEFORE(WS-KDX) " plus up to "
                   WS-SLOT-JRNL-RECS(WS-KDX)
                   " -- changed outside the load"
               MOVE 0 TO WS-CMIT-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-JH-SKIP = WS-JH-NOW - WS-SLOT-JH-BEFORE(WS-KDX)
           MOVE 0 TO WS-JH-BANKED
           IF WS-JH-SKIP < WS-SLOT-JRNL-RECS(WS-KDX)
               OPEN INPUT JRNL-FILE
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "BESBLOAD: "
                       FUNCTION TRIM(WS-JRNL-FILENAME)
                       " is missing -- cannot bank the journal"
                       " history for "
                       FUNCTION TRIM(WS-CURRENT-TERM)
                   MOVE 0 TO WS-CMIT-OK
                   EXIT PARAGRAPH
               END-IF
               OPEN EXTEND JHIST-FILE
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT JHIST-FILE
               END-IF
               MOVE 0 TO WS-JH-SEEN
               MOVE 0 TO WS-CMIT-EOF
               PERFORM UNTIL WS-CMIT-EOF = 1
                   READ JRNL-FILE
                       AT END MOVE 1 TO WS-CMIT-EOF
                       NOT AT END PERFORM bank-one-journal-entry
                   END-READ
               END-PERFORM
               CLOSE JHIST-FILE
               CLOSE JRNL-FILE
           END-IF
           DISPLAY "BESBLOAD: term " FUNCTION TRIM(WS-CURRENT-TERM)
               " journal history: " WS-JH-BANKED " banked, "
               WS-JH-SKIP " already there".

           bank-one-journal-entry.
           IF FUNCTION TRIM(JRNL-FILE-RECORD(8:20)) NOT =
                   FUNCTION TRIM(WS-CURRENT-TERM)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JH-SEEN
           IF WS-JH-SEEN > WS-JH-SKIP
               MOVE JRNL-FILE-RECORD TO JHIST-FILE-RECORD
               WRITE JHIST-FILE-RECORD
               ADD 1 TO WS-JH-BANKED
           END-IF.

      *> the manifest's LOADHIST line goes in once -- it carries the
      *> run's own stamp, so finding it means it is already there
           install-run-history.
           MOVE 0 TO WS-HIST-DONE
           OPEN INPUT HIST-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO WS-CMIT-EOF
               PERFORM UNTIL WS-CMIT-EOF = 1 OR WS-HIST-DONE = 1
                   READ HIST-FILE
                       AT END MOVE 1 TO WS-CMIT-EOF
                       NOT AT END
                           IF HIST-FILE-RECORD = WS-HIST-LINE
                               MOVE 1 TO WS-HIST-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF
           IF WS-HIST-DONE = 1
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND HIST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
           END-IF
           MOVE WS-HIST-LINE TO HIST-FILE-RECORD
           WRITE HIST-FILE-RECORD
           CLOSE HIST-FILE
           MOVE 1 TO WS-HIST-DONE.

           discard-one-stage.
           MOVE WS-SLOT-TERM(WS-KDX) TO WS-CURRENT-TERM
           PERFORM build-stage-filename
           DELETE FILE SCHEDULE-FILE
           PERFORM build-sched-filename.

      *> nothing live has changed while the manifest says P, so
      *> backing out is just discarding the staged copies
           back-out-commit.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT
               PERFORM discard-one-stage
               DISPLAY "BESBLOAD: term "
                   FUNCTION TRIM(WS-SLOT-TERM(WS-KDX))
                   " backed out -- staged schedule discarded"
           END-PERFORM
           DELETE FILE CMIT-FILE.

           count-journal-by-term.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT
               MOVE 0 TO WS-SLOT-JRNL-RECS(WS-KDX)
           END-PERFORM
           OPEN INPUT JRNL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMIT-EOF
           PERFORM UNTIL WS-CMIT-EOF = 1
               READ JRNL-FILE
                   AT END MOVE 1 TO WS-CMIT-EOF
                   NOT AT END PERFORM count-one-journal-entry
               END-READ
           END-PERFORM
           CLOSE JRNL-FILE.

           count-one-journal-entry.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT
               IF FUNCTION TRIM(WS-SLOT-TERM(WS-KDX)) =
                       FUNCTION TRIM(JRNL-FILE-RECORD(8:20))
                   ADD 1 TO WS-SLOT-JRNL-RECS(WS-KDX)
               END-IF
           END-PERFORM.

           count-journal-history.
           MOVE 0 TO WS-JH-NOW
           MOVE SPACES TO WS-JHIST-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".JRNLHIST" DELIMITED BY SIZE
               INTO WS-JHIST-FILENAME
           OPEN INPUT JHIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMIT-EOF
           PERFORM UNTIL WS-CMIT-EOF = 1
               READ JHIST-FILE
                   AT END MOVE 1 TO WS-CMIT-EOF
                   NOT AT END ADD 1 TO WS-JH-NOW
               END-READ
           END-PERFORM
           CLOSE JHIST-FILE.

      *> ---------------------------------------------------------------
      *> a manifest beside the feed means an earlier run died inside
      *> its commit. its terms' locks are still the dead run's (the
      *> manifest holds their images), so they are taken over rather
      *> than waited on. a manifest that says C with its trailer is
      *> finished and the feed is done; anything short of that had
      *> not touched a live file yet, so it is backed out and the
      *> load goes on to restart from its journal as before
      *> ---------------------------------------------------------------
           recover-interrupted-commit.
           MOVE WS-CURRENT-TERM TO WS-RUN-TERM
           PERFORM read-manifest
           IF WS-CMIT-FOUND = 0
               IF WS-RECOVER-FLAG = 1
                   DISPLAY "BESBLOAD: no interrupted commit for "
                       FUNCTION TRIM(WS-TRANS-FILENAME)
                       " -- nothing to recover"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BESBLOAD: " FUNCTION TRIM(WS-CMIT-FILENAME)
               " -- the run of " WS-CMIT-STAMP(1:8) " "
               WS-CMIT-STAMP(9:4) " by " FUNCTION TRIM(WS-CMIT-OPER)
               " stopped inside its commit of " WS-CMIT-TERMS
               " term(s)"
      *> refused, the dead run's locks stay put -- its terms are
      *> still part-way and must not be opened in the meantime
           PERFORM take-over-commit-locks
           IF WS-CMIT-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CMIT-STATE = "C" AND WS-CMIT-ENDED = 1
               PERFORM finish-commit
               IF WS-CMIT-OK = 0
                   DISPLAY "BESBLOAD: the commit still did not finish"
                       " -- every term stays locked; correct the"
                       " above and rerun with --recover"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "cmitdone" TO WS-AUDIT-DETAIL
               MOVE "finished" TO WS-CMIT-TEXT
               PERFORM write-commit-audit
               PERFORM release-all-locks
               DISPLAY "BESBLOAD: the interrupted commit is finished"
                   " -- every term reflects the feed"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM back-out-commit
           MOVE "cmitback" TO WS-AUDIT-DETAIL
           MOVE "backed out" TO WS-CMIT-TEXT
           PERFORM write-commit-audit
           PERFORM release-all-locks
           MOVE 0 TO WS-SLOT-COUNT
           MOVE "loadadd " TO WS-AUDIT-DETAIL
           DISPLAY "BESBLOAD: the interrupted commit was still being"
               " prepared -- backed out, no term was changed"
           IF WS-RECOVER-FLAG = 1
               DISPLAY "BESBLOAD: rerun the load to restart it from"
                   " its journal"
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-TERM TO WS-CURRENT-TERM.

           read-manifest.
           MOVE 0 TO WS-CMIT-FOUND
           MOVE 0 TO WS-CMIT-ENDED
           MOVE 0 TO WS-CMIT-TERMS
           MOVE 0 TO WS-SLOT-COUNT
           MOVE SPACES TO WS-CMIT-STATE
           MOVE SPACES TO WS-CMIT-STAMP
           MOVE SPACES TO WS-CMIT-OPER
           OPEN INPUT CMIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CMIT-FOUND
           MOVE 0 TO WS-CMIT-EOF
           PERFORM UNTIL WS-CMIT-EOF = 1
               READ CMIT-FILE
                   AT END MOVE 1 TO WS-CMIT-EOF
                   NOT AT END PERFORM read-one-manifest-line
               END-READ
           END-PERFORM
           CLOSE CMIT-FILE.

           read-one-manifest-line.
           EVALUATE CMIT-FILE-RECORD(1:1)
               WHEN "H"
                   MOVE CMIT-FILE-RECORD(3:1) TO WS-CMIT-STATE
                   MOVE CMIT-FILE-RECORD(5:21) TO WS-CMIT-STAMP
                   MOVE CMIT-FILE-RECORD(27:8) TO WS-CMIT-OPER
                   IF CMIT-FILE-RECORD(36:1) IS NUMERIC
                       MOVE CMIT-FILE-RECORD(36:1) TO WS-CMIT-TERMS
                   END-IF
               WHEN "T"
                   IF WS-SLOT-COUNT < 8
                       ADD 1 TO WS-SLOT-COUNT
                       INITIALIZE WS-SLOT(WS-SLOT-COUNT)
                       MOVE CMIT-FILE-RECORD(3:20)
                         TO WS-SLOT-TERM(WS-SLOT-COUNT)
                       MOVE CMIT-FILE-RECORD(24:9)
                         TO WS-SLOT-JH-BEFORE(WS-SLOT-COUNT)
                       MOVE CMIT-FILE-RECORD(34:6)
                         TO WS-SLOT-JRNL-RECS(WS-SLOT-COUNT)
                       MOVE CMIT-FILE-RECORD(41:40)
                         TO WS-SLOT-LOCK-IMAGE(WS-SLOT-COUNT)
                   END-IF
               WHEN "L"
                   MOVE CMIT-FILE-RECORD(3:160) TO WS-HIST-LINE
               WHEN "E"
                   IF CMIT-FILE-RECORD(3:1) IS NUMERIC
                       IF CMIT-FILE-RECORD(3:1) = WS-SLOT-COUNT AND
                               WS-SLOT-COUNT = WS-CMIT-TERMS
                           MOVE 1 TO WS-CMIT-ENDED
                       END-IF
                   END-IF
           END-EVALUATE.

           take-over-commit-locks.
           MOVE 1 TO WS-CMIT-OK
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SLOT-COUNT OR WS-CMIT-OK = 0
               PERFORM take-over-one-lock
           END-PERFORM.

      *> the dead run's sentinel is taken as it stands; a cleared one
      *> is put back exactly as the manifest recorded it, so a
      *> recovery that stops again is still recognised next time
           take-over-one-lock.
           MOVE WS-SLOT-TERM(WS-KDX) TO WS-CURRENT-TERM
           PERFORM build-sched-filename
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               MOVE SPACES TO WS-CMIT-LOCK
               READ LOCK-FILE INTO WS-CMIT-LOCK
                   AT END CONTINUE
               END-READ
               CLOSE LOCK-FILE
               IF WS-CMIT-LOCK = WS-SLOT-LOCK-IMAGE(WS-KDX)
                   MOVE 1 TO WS-SLOT-LOCKED(WS-KDX)
               ELSE
                   DISPLAY "BESBLOAD: "
                       FUNCTION TRIM(WS-SCHED-FILENAME)
                       " is locked by "
                       FUNCTION TRIM(WS-CMIT-LOCK(8:8))
                       " -- the interrupted commit cannot be"
                       " recovered until that lock clears"
                   MOVE 0 TO WS-CMIT-OK
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOAD: could not create lock file for "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 0 TO WS-CMIT-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SLOT-LOCK-IMAGE(WS-KDX) TO LOCK-FILE-RECORD
           WRITE LOCK-FILE-RECORD
           CLOSE LOCK-FILE
           MOVE 1 TO WS-SLOT-LOCKED(WS-KDX).

           write-commit-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-DETAIL DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-SLOT-TERM(1) DELIMITED BY SIZE " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TRANS-FILENAME) DELIMITED BY SIZE
               " run of " DELIMITED BY SIZE
               WS-CMIT-STAMP(1:12) DELIMITED BY SIZE
               " terms " DELIMITED BY SIZE
               WS-CMIT-TERMS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMIT-TEXT) DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE SPACES TO ACH-REASON
           MOVE SPACES TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.

           insert-class.
           PERFORM call-val-validate
           IF WS-SUCCESS NOT = 9
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-SCHOOL TO SP-SCHOOL
           MOVE WS-P-ROOM TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 0
               MOVE 16 TO WS-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EXCLUDE-IDX
           PERFORM call-val-conflict
           IF WS-CONFLICT-IDX > 0
           MOVE "A" TO WS-STATUS(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-CANC-DATE(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-EFF-DATE(WS-NEW-ROW-IDX)
           MOVE WS-P-PT-START TO WS-PT-START(WS-NEW-ROW-IDX)
           MOVE WS-P-PT-END TO WS-PT-END(WS-NEW-ROW-IDX)
           MOVE WS-P-MODE TO WS-MODE(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-PREV-ROOM(WS-NEW-ROW-IDX)
           MOVE 0 TO WS-PREV-LEN(WS-NEW-ROW-IDX)
           PERFORM VARYING WS-JDX FROM 1 BY 1
           END-PERFORM.
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-DETAIL DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-PARSE-SRC DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-PARSE-SRC(101:4) TO ACH-REASON
           MOVE WS-PARSE-SRC(1:4) TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
