      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBNOTC.
      *> modification history
      *>   2026-10-15  change notices -- after the night's loads,
      *>               compares the term's schedule with the copy
      *>               kept at the last notice run (NOTICE-term.STATE)
      *>               and tells the people affected: one notice per
      *>               instructor and one per school, each change
      *>               with its old and new room, days and times, the
      *>               effective date of an effective-dated change,
      *>               and what made it (the SCHED-term.JRNLHIST load
      *>               journal and BESBUBO.AUDIT since the last run:
      *>               feed, shell edit, mass move, retry ...).
      *>               Notices go to NOTICE-term-date.PRT and, for
      *>               instructors, to the mail-merge extract
      *>               NOTICE-term-date.MRG; NOTICELOG.DAT records
      *>               every change told to every recipient, so a
      *>               rerun never tells anyone twice
      *>   2026-10-15  reads the audit lines at their chained length
      *>   2026-10-15  reads INSTRUCTORS.DAT lines at their full
      *>               length now that they carry the HR status
      *>   2026-10-15  the state image keeps whole 168-byte rows, so
      *>               a change to a section's part-of-term dates is
      *>               seen as a change; journal history records read
      *>               at their full length
      *>   2026-10-15  a change of instruction mode is notified like a
      *>               room change; journal history and saved state
      *>               lines read at their new full length
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- audit lines carry the change's
      *>               reason code and school after the chain trailer
      *>               (169 bytes, AUDCHAIN.CPY) and are read whole
      *>   2026-10-15  change reasons -- journal history lines carry
      *>               the change's reason code (154:4) and are read
      *>               at their full length
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATE-FILE ASSIGN DYNAMIC WS-STATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JHIST-FILE ASSIGN DYNAMIC WS-JHIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRT-FILE ASSIGN DYNAMIC WS-PRT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MRG-FILE ASSIGN DYNAMIC WS-MRG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-FILE-RECORD.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
      *> the schedule as the last notice run left it: a header
      *> "*STATE" with that run's timestamp(8:21), then one schedule
      *> row image per line in the SCHEDROW layout
       FD STATE-FILE.
       01 STATE-FILE-RECORD PIC X(169).
      *> load journal history: feed line(1:6) term(8:20) action(29:1)
      *> line image(31:80) timestamp(112:21) part-of-term
      *> dates and instruction mode(134:19) reason code(154:4), as
      *> BESBLOAD banks it
       FD JHIST-FILE.
       01 JHIST-FILE-RECORD PIC X(157).
      *> audit record: ts(1:21) oper(23:8) tag(32:8) term(41:20)
      *> detail(62:71), then the chain trailer (AUDCHAIN.CPY)
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> notice log: term(1:20) recipient type(22:1, I instructor /
      *> S school) recipient(24:6) section(31:9) state told
      *> before(41:54) and after(96:54) -- see build-row-state --
      *> run date(151:8)
       FD LOG-FILE.
       01 LOG-FILE-RECORD PIC X(158).
      *> print file -- ASA control in column 1, "1" starts a notice
       FD PRT-FILE.
       01 PRT-FILE-RECORD PIC X(100).
      *> mail-merge extract, one line per change per instructor:
      *> instructor(1:6) name(8:20) term(29:20) section(50:9)
      *> action(60:8) old room(69:8) old days(78:7) old time(86:9)
      *> new room(96:8) new days(105:7) new time(113:9)
      *> effective date(123:8)
       FD MRG-FILE.
       01 MRG-FILE-RECORD PIC X(130).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.

      *> tonight's rows and the rows as last told
           01 WS-CUR-COUNT PIC 9(4) VALUE 0.
           01 WS-CUR-TABLE.
               02 WS-CUR-ROW OCCURS 400 TIMES.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==CUR==.
           01 WS-BAS-COUNT PIC 9(4) VALUE 0.
           01 WS-BAS-TABLE.
               02 WS-BAS-ROW OCCURS 400 TIMES.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==BAS==.
           01 WS-STATE-PRESENT PIC 9(1) VALUE 0.
           01 WS-STATE-TS PIC X(21) VALUE SPACES.

      *> one row being described
           01 WS-FMT-ROW.
               COPY SCHEDROW
                   REPLACING LEADING ==SCHEDROW== BY ==FMT==.
           01 WS-FMT-ROOM PIC X(8) VALUE SPACES.
           01 WS-FMT-DAYS PIC X(7) VALUE SPACES.
           01 WS-FMT-TIME PIC X(9) VALUE SPACES.
           01 WS-FMT-DDX PIC 9(1) VALUE 0.
           01 WS-FMT-LDX PIC 9(1) VALUE 0.
           01 WS-ROW-STATE PIC X(54) VALUE SPACES.
           01 WS-HH PIC 9(2).
           01 WS-MM PIC 9(2).
           01 WS-START-MIN PIC 9(4).
           01 WS-END-MIN PIC 9(4).
           01 WS-END-DISP PIC 9(4).
           01 WS-Q PIC 9(2).
           01 WS-R PIC 9(2).
           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".

      *> the night's changes -- kind MOVED, CANCEL, ADDED or REASSIGN
      *> (instructor changed, with or without a move); BDX/CDX point
      *> at the old and new rows (0 none)
           01 WS-CH-COUNT PIC 9(4) VALUE 0.
           01 WS-CH-TABLE.
               02 WS-CH-ENTRY OCCURS 400 TIMES.
                   03 WS-CH-KEY PIC X(9).
                   03 WS-CH-KIND PIC X(8).
                   03 WS-CH-BDX PIC 9(4).
                   03 WS-CH-CDX PIC 9(4).
                   03 WS-CH-OLD-STATE PIC X(54).
                   03 WS-CH-NEW-STATE PIC X(54).
                   03 WS-CH-OLD-INSTR PIC X(6).
                   03 WS-CH-NEW-INSTR PIC X(6).
                   03 WS-CH-EFF PIC X(8).
           01 WS-CDX PIC 9(4) VALUE 0.
           01 WS-BDX PIC 9(4) VALUE 0.
           01 WS-MOVED PIC 9(1) VALUE 0.

      *> what made each change, from the journal and the audit trail
           01 WS-SRC-COUNT PIC 9(4) VALUE 0.
           01 WS-SRC-TABLE.
               02 WS-SRC-ENTRY OCCURS 600 TIMES.
                   03 WS-SRC-KEY PIC X(9).
                   03 WS-SRC-TEXT PIC X(24).
           01 WS-SRC-PROBE PIC X(9) VALUE SPACES.
           01 WS-SRC-NEW PIC X(24) VALUE SPACES.
           01 WS-SRC-OUT PIC X(24) VALUE SPACES.
           01 WS-SRC-LINE PIC X(80) VALUE SPACES.

      *> recipients: instructors, then schools
           01 WS-RCPT-COUNT PIC 9(4) VALUE 0.
           01 WS-RCPT-TABLE.
               02 WS-RCPT-ENTRY OCCURS 400 TIMES.
                   03 WS-RCPT-TYPE PIC X(1).
                   03 WS-RCPT-ID PIC X(6).
           01 WS-RDX PIC 9(4) VALUE 0.
           01 WS-RCPT-ID-IN PIC X(6) VALUE SPACES.
           01 WS-RCPT-TYPE-IN PIC X(1) VALUE SPACES.
           01 WS-RCPT-LINES PIC 9(4) VALUE 0.
           01 WS-ACTION-OUT PIC X(8) VALUE SPACES.
           01 WS-NAME-OUT PIC X(20) VALUE SPACES.

      *> instructor names for the notices
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).

      *> this term's notice log, so nothing is told twice
           01 WS-LOG-COUNT PIC 9(4) VALUE 0.
           01 WS-LOG-TABLE.
               02 WS-LOG-ENTRY PIC X(149) OCCURS 2000 TIMES.
           01 WS-LOG-PROBE PIC X(149) VALUE SPACES.
           01 WS-LOG-HIT PIC 9(4) VALUE 0.

           01 WS-NOTICE-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-NOTICES PIC 9(4) VALUE 0.
           01 WS-SCHOOL-NOTICES PIC 9(4) VALUE 0.
           01 WS-TOLD-COUNT PIC 9(5) VALUE 0.
           01 WS-ALREADY-COUNT PIC 9(5) VALUE 0.
           01 WS-MRG-COUNT PIC 9(5) VALUE 0.

           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-TS PIC X(21).
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-STATE-FILENAME PIC X(60).
           01 WS-JHIST-FILENAME PIC X(60).
           01 WS-AUDIT-FILENAME PIC X(20) VALUE "BESBUBO.AUDIT".
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-LOG-FILENAME PIC X(20) VALUE "NOTICELOG.DAT".
           01 WS-PRT-FILENAME PIC X(60).
           01 WS-MRG-FILENAME PIC X(60).
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-FILE-STATUS PIC X(2) VALUE "00".

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
               IF ARGV > LOW-VALUES
                   PERFORM process-argv
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBNOTC" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           IF WS-RUN-DATE = SPACES
               MOVE WS-TS(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-state.
           IF WS-STATE-PRESENT = 0
               PERFORM write-state
               DISPLAY "BESBNOTC: no notice state for term "
                   FUNCTION TRIM(WS-CURRENT-TERM)
                   " -- tonight's schedule recorded; notices start"
                   " with the next change"
               STOP RUN
           END-IF.
           PERFORM load-instr-list.
           PERFORM load-notice-log.
           PERFORM load-journal-sources.
           PERFORM load-audit-sources.
           PERFORM find-changes.
           DISPLAY "BESBNOTC: change notices for term "
               FUNCTION TRIM(WS-CURRENT-TERM) ", changes since "
               WS-STATE-TS(1:8) " " WS-STATE-TS(9:4) ": "
               WS-CH-COUNT.
      *> a rerun on the same date adds to that date's files
           OPEN EXTEND PRT-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PRT-FILE
           END-IF.
           OPEN EXTEND MRG-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT MRG-FILE
           END-IF.
           OPEN EXTEND LOG-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           PERFORM collect-recipients.
           PERFORM VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-RCPT-COUNT
               PERFORM issue-one-notice
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE MRG-FILE.
           CLOSE PRT-FILE.
           PERFORM write-state.
           DISPLAY "---".
           DISPLAY "notices " WS-NOTICE-COUNT
               " (instructors " WS-INSTR-NOTICES
               " schools " WS-SCHOOL-NOTICES ")"
               " changes told " WS-TOLD-COUNT
               " already told " WS-ALREADY-COUNT.
           DISPLAY "print file -> " FUNCTION TRIM(WS-PRT-FILENAME)
               ", mail-merge extract (" WS-MRG-COUNT " lines) -> "
               FUNCTION TRIM(WS-MRG-FILENAME).
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-RUN-DATE
               WHEN OTHER
                   DISPLAY "BESBNOTC: invalid arg: " ARGV
                   DISPLAY "BESBNOTC: usage: besbnotc [--term=X]"
                       " [--date=YYYYMMDD]"
           END-EVALUATE.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-STATE-FILENAME.
           STRING "NOTICE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".STATE" DELIMITED BY SIZE
               INTO WS-STATE-FILENAME.
           MOVE SPACES TO WS-JHIST-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".JRNLHIST" DELIMITED BY SIZE
               INTO WS-JHIST-FILENAME.
           MOVE SPACES TO WS-PRT-FILENAME.
           STRING "NOTICE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               "-" WS-RUN-DATE ".PRT" DELIMITED BY SIZE
               INTO WS-PRT-FILENAME.
           MOVE SPACES TO WS-MRG-FILENAME.
           STRING "NOTICE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               "-" WS-RUN-DATE ".MRG" DELIMITED BY SIZE
               INTO WS-MRG-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBNOTC: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

           load-schedule.
           MOVE 0 TO WS-CUR-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBNOTC: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CUR-COUNT < 400
                           ADD 1 TO WS-CUR-COUNT
                           MOVE SCHEDULE-FILE-RECORD
                             TO WS-CUR-ROW(WS-CUR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> the state the last run left -- and tonight's, written back
      *> only once every notice is out and logged
      *> ---------------------------------------------------------------
           load-state.
           MOVE 0 TO WS-BAS-COUNT
           MOVE 0 TO WS-STATE-PRESENT
           OPEN INPUT STATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STATE-PRESENT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ STATE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF STATE-FILE-RECORD(1:6) = "*STATE"
                           MOVE STATE-FILE-RECORD(8:21)
                             TO WS-STATE-TS
                       ELSE
                           IF WS-BAS-COUNT < 400
                               ADD 1 TO WS-BAS-COUNT
                               MOVE STATE-FILE-RECORD
                                 TO WS-BAS-ROW(WS-BAS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           write-state.
           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-FILE-RECORD
           MOVE "*STATE" TO STATE-FILE-RECORD(1:6)
           MOVE WS-TS TO STATE-FILE-RECORD(8:21)
           WRITE STATE-FILE-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
               MOVE WS-CUR-ROW(WS-IDX) TO STATE-FILE-RECORD
               WRITE STATE-FILE-RECORD
           END-PERFORM
           CLOSE STATE-FILE.

      *> ---------------------------------------------------------------
      *> what made the changes -- the load journal first, then the
      *> audit trail, both since the state was taken; the last word
      *> on a section wins
      *> ---------------------------------------------------------------
           load-journal-sources.
           OPEN INPUT JHIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ JHIST-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF JHIST-FILE-RECORD(112:21) > WS-STATE-TS
                           MOVE JHIST-FILE-RECORD(31:80)
                             TO WS-SRC-LINE
                           PERFORM key-from-line-image
                           MOVE "nightly load feed" TO WS-SRC-NEW
                           PERFORM note-source
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JHIST-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-audit-sources.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ AUDIT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-FILE-RECORD(1:21) > WS-STATE-TS AND
                               AUDIT-FILE-RECORD(41:20) =
                               WS-CURRENT-TERM
                           PERFORM note-audit-source
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> the detail column holds either a line image (the shell,
      *> the loader, the retry and assignment jobs) or a record that
      *> starts with the 9-byte section key (mass moves, key changes)
           note-audit-source.
           MOVE AUDIT-FILE-RECORD(62:71) TO WS-SRC-LINE
           IF WS-SRC-LINE(5:1) = SPACE
               PERFORM key-from-line-image
           ELSE
               MOVE WS-SRC-LINE(1:9) TO WS-SRC-PROBE
           END-IF
           MOVE SPACES TO WS-SRC-NEW
           STRING FUNCTION TRIM(AUDIT-FILE-RECORD(32:8))
               " by " FUNCTION TRIM(AUDIT-FILE-RECORD(23:8))
               DELIMITED BY SIZE INTO WS-SRC-NEW
           PERFORM note-source.

      *> line image: school(1:4) code(6:3) section(10:2, blank 01)
           key-from-line-image.
           MOVE WS-SRC-LINE(1:4) TO WS-SRC-PROBE(1:4)
           MOVE WS-SRC-LINE(6:3) TO WS-SRC-PROBE(5:3)
           MOVE WS-SRC-LINE(10:2) TO WS-SRC-PROBE(8:2)
           IF WS-SRC-PROBE(8:2) = SPACES
               MOVE "01" TO WS-SRC-PROBE(8:2)
           END-IF.

           note-source.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SRC-COUNT
               IF WS-SRC-KEY(WS-JDX) = WS-SRC-PROBE
                   MOVE WS-SRC-NEW TO WS-SRC-TEXT(WS-JDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SRC-COUNT < 600
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-PROBE TO WS-SRC-KEY(WS-SRC-COUNT)
               MOVE WS-SRC-NEW TO WS-SRC-TEXT(WS-SRC-COUNT)
           END-IF.

           find-source.
           MOVE "schedule maintenance" TO WS-SRC-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SRC-COUNT
               IF WS-SRC-KEY(WS-JDX) = WS-CH-KEY(WS-CDX)
                   MOVE WS-SRC-TEXT(WS-JDX) TO WS-SRC-OUT
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the compare -- every row tonight against its last-told self
      *> ---------------------------------------------------------------
           find-changes.
           MOVE 0 TO WS-CH-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CUR-COUNT
               MOVE 0 TO WS-BDX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-BAS-COUNT OR WS-BDX > 0
                   IF BAS-KEY(WS-JDX) = CUR-KEY(WS-IDX)
                       MOVE WS-JDX TO WS-BDX
                   END-IF
               END-PERFORM
               PERFORM compare-one-row
           END-PERFORM.

           compare-one-row.
           IF WS-BDX = 0
               IF CUR-STATUS(WS-IDX) NOT = "C"
                   MOVE "ADDED" TO WS-ACTION-OUT
                   PERFORM add-change
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CUR-STATUS(WS-IDX) = "C"
               IF BAS-STATUS(WS-BDX) NOT = "C"
                   MOVE "CANCEL" TO WS-ACTION-OUT
                   PERFORM add-change
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF BAS-STATUS(WS-BDX) = "C"
               MOVE "ADDED" TO WS-ACTION-OUT
               PERFORM add-change
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MOVED
           IF CUR-ROOM(WS-IDX) NOT = BAS-ROOM(WS-BDX) OR
                   CUR-LEN(WS-IDX) NOT = BAS-LEN(WS-BDX) OR
                   CUR-EFF-DATE(WS-IDX) NOT = BAS-EFF-DATE(WS-BDX) OR
                   CUR-PT-START(WS-IDX) NOT = BAS-PT-START(WS-BDX) OR
                   CUR-PT-END(WS-IDX) NOT = BAS-PT-END(WS-BDX) OR
                   CUR-MODE(WS-IDX) NOT = BAS-MODE(WS-BDX)
               MOVE 1 TO WS-MOVED
           END-IF
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-NUM-DAYS
               IF CUR-DAYS(WS-IDX, WS-KDX) NOT =
                       BAS-DAYS(WS-BDX, WS-KDX)
                   MOVE 1 TO WS-MOVED
               END-IF
           END-PERFORM
           IF CUR-INSTR(WS-IDX) NOT = BAS-INSTR(WS-BDX)
               MOVE "REASSIGN" TO WS-ACTION-OUT
               PERFORM add-change
               EXIT PARAGRAPH
           END-IF
           IF WS-MOVED = 1
               MOVE "MOVED" TO WS-ACTION-OUT
               PERFORM add-change
           END-IF.

           add-change.
           IF WS-CH-COUNT >= 400
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CH-COUNT
           MOVE CUR-KEY(WS-IDX) TO WS-CH-KEY(WS-CH-COUNT)
           MOVE WS-ACTION-OUT TO WS-CH-KIND(WS-CH-COUNT)
           MOVE WS-BDX TO WS-CH-BDX(WS-CH-COUNT)
           MOVE WS-IDX TO WS-CH-CDX(WS-CH-COUNT)
           MOVE CUR-INSTR(WS-IDX) TO WS-CH-NEW-INSTR(WS-CH-COUNT)
           MOVE SPACES TO WS-CH-OLD-INSTR(WS-CH-COUNT)
           MOVE SPACES TO WS-CH-OLD-STATE(WS-CH-COUNT)
           MOVE SPACES TO WS-CH-EFF(WS-CH-COUNT)
           IF WS-BDX > 0
               MOVE BAS-INSTR(WS-BDX) TO WS-CH-OLD-INSTR(WS-CH-COUNT)
               MOVE WS-BAS-ROW(WS-BDX) TO WS-FMT-ROW
               PERFORM build-row-state
               MOVE WS-ROW-STATE TO WS-CH-OLD-STATE(WS-CH-COUNT)
           END-IF
           MOVE WS-CUR-ROW(WS-IDX) TO WS-FMT-ROW
           PERFORM build-row-state
           MOVE WS-ROW-STATE TO WS-CH-NEW-STATE(WS-CH-COUNT)
      *> an effective-dated change is told with its switchover date
           IF CUR-EFF-DATE(WS-IDX) NOT = SPACES
               IF WS-BDX = 0
                   MOVE CUR-EFF-DATE(WS-IDX)
                     TO WS-CH-EFF(WS-CH-COUNT)
               ELSE
                   IF CUR-EFF-DATE(WS-IDX) NOT =
                           BAS-EFF-DATE(WS-BDX)
                       MOVE CUR-EFF-DATE(WS-IDX)
                         TO WS-CH-EFF(WS-CH-COUNT)
                   END-IF
               END-IF
           END-IF.

      *> a row's state as a notice tells it: room(1:8) length(9:3)
      *> instructor(12:6) status(18:1) effective date(19:8) and the
      *> seven day-slot starts(27:28)
           build-row-state.
           MOVE SPACES TO WS-ROW-STATE
           MOVE FMT-ROOM TO WS-ROW-STATE(1:8)
           MOVE FMT-LEN TO WS-ROW-STATE(9:3)
           MOVE FMT-INSTR TO WS-ROW-STATE(12:6)
           MOVE FMT-STATUS TO WS-ROW-STATE(18:1)
           MOVE FMT-EFF-DATE TO WS-ROW-STATE(19:8)
           PERFORM VARYING WS-FMT-DDX FROM 1 BY 1
                   UNTIL WS-FMT-DDX > 7
               MOVE FMT-DAYS(WS-FMT-DDX)(1:4)
                 TO WS-ROW-STATE(27 + (WS-FMT-DDX - 1) * 4:4)
           END-PERFORM.

      *> room, day letters and first meeting's start-end of the row
      *> in WS-FMT-ROW
           format-meeting.
           MOVE FMT-ROOM TO WS-FMT-ROOM
           MOVE SPACES TO WS-FMT-DAYS
           MOVE SPACES TO WS-FMT-TIME
           MOVE 0 TO WS-FMT-LDX
           PERFORM VARYING WS-FMT-DDX FROM 1 BY 1
                   UNTIL WS-FMT-DDX > 7
               IF FMT-DAYS(WS-FMT-DDX) NOT = SPACES
                   ADD 1 TO WS-FMT-LDX
                   MOVE WS-DAY-LETTERS(WS-FMT-DDX:1)
                     TO WS-FMT-DAYS(WS-FMT-LDX:1)
                   IF WS-FMT-TIME = SPACES AND
                           FMT-DAYS(WS-FMT-DDX)(1:4) IS NUMERIC
                       MOVE FMT-DAYS(WS-FMT-DDX)(1:2) TO WS-HH
                       MOVE FMT-DAYS(WS-FMT-DDX)(3:2) TO WS-MM
                       COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
                       COMPUTE WS-END-MIN = WS-START-MIN + FMT-LEN
                       DIVIDE WS-END-MIN BY 60 GIVING WS-Q
                           REMAINDER WS-R
                       COMPUTE WS-END-DISP = WS-Q * 100 + WS-R
                       STRING FMT-DAYS(WS-FMT-DDX)(1:4) "-"
                           WS-END-DISP
                           DELIMITED BY SIZE INTO WS-FMT-TIME
                   END-IF
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the notices -- every instructor named on either side of a
      *> change, then every school with a change
      *> ---------------------------------------------------------------
           collect-recipients.
           MOVE 0 TO WS-RCPT-COUNT
           MOVE "I" TO WS-RCPT-TYPE-IN
           PERFORM VARYING WS-CDX FROM 1 BY 1
                   UNTIL WS-CDX > WS-CH-COUNT
               MOVE WS-CH-OLD-INSTR(WS-CDX) TO WS-RCPT-ID-IN
               PERFORM add-recipient
               MOVE WS-CH-NEW-INSTR(WS-CDX) TO WS-RCPT-ID-IN
               PERFORM add-recipient
           END-PERFORM
           MOVE "S" TO WS-RCPT-TYPE-IN
           PERFORM VARYING WS-CDX FROM 1 BY 1
                   UNTIL WS-CDX > WS-CH-COUNT
               MOVE SPACES TO WS-RCPT-ID-IN
               MOVE WS-CH-KEY(WS-CDX)(1:4) TO WS-RCPT-ID-IN
               PERFORM add-recipient
           END-PERFORM.

           add-recipient.
           IF WS-RCPT-ID-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RCPT-COUNT
               IF WS-RCPT-TYPE(WS-JDX) = WS-RCPT-TYPE-IN AND
                       WS-RCPT-ID(WS-JDX) = WS-RCPT-ID-IN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RCPT-COUNT < 400
               ADD 1 TO WS-RCPT-COUNT
               MOVE WS-RCPT-TYPE-IN TO WS-RCPT-TYPE(WS-RCPT-COUNT)
               MOVE WS-RCPT-ID-IN TO WS-RCPT-ID(WS-RCPT-COUNT)
           END-IF.

      *> one recipient's notice -- only changes not yet told to them;
      *> nothing new means no notice at all
           issue-one-notice.
           MOVE 0 TO WS-RCPT-LINES
           PERFORM VARYING WS-CDX FROM 1 BY 1
                   UNTIL WS-CDX > WS-CH-COUNT
               PERFORM notice-one-change
           END-PERFORM
           IF WS-RCPT-LINES > 0
               ADD 1 TO WS-NOTICE-COUNT
               IF WS-RCPT-TYPE(WS-RDX) = "I"
                   ADD 1 TO WS-INSTR-NOTICES
               ELSE
                   ADD 1 TO WS-SCHOOL-NOTICES
               END-IF
           END-IF.

           notice-one-change.
           IF WS-RCPT-TYPE(WS-RDX) = "I"
               IF WS-CH-OLD-INSTR(WS-CDX) NOT = WS-RCPT-ID(WS-RDX)
                       AND WS-CH-NEW-INSTR(WS-CDX) NOT =
                       WS-RCPT-ID(WS-RDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CH-KEY(WS-CDX)(1:4) NOT =
                       WS-RCPT-ID(WS-RDX)(1:4)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-LOG-PROBE
           MOVE WS-CURRENT-TERM TO WS-LOG-PROBE(1:20)
           MOVE WS-RCPT-TYPE(WS-RDX) TO WS-LOG-PROBE(22:1)
           MOVE WS-RCPT-ID(WS-RDX) TO WS-LOG-PROBE(24:6)
           MOVE WS-CH-KEY(WS-CDX) TO WS-LOG-PROBE(31:9)
           MOVE WS-CH-OLD-STATE(WS-CDX) TO WS-LOG-PROBE(41:54)
           MOVE WS-CH-NEW-STATE(WS-CDX) TO WS-LOG-PROBE(96:54)
           MOVE 0 TO WS-LOG-HIT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-LOG-COUNT OR WS-LOG-HIT > 0
               IF WS-LOG-ENTRY(WS-JDX) = WS-LOG-PROBE
                   MOVE WS-JDX TO WS-LOG-HIT
               END-IF
           END-PERFORM
           IF WS-LOG-HIT > 0
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RCPT-LINES = 0
               PERFORM print-notice-heading
           END-IF
           ADD 1 TO WS-RCPT-LINES
           ADD 1 TO WS-TOLD-COUNT
      *> the reassignment reads from each instructor's own side
           MOVE WS-CH-KIND(WS-CDX) TO WS-ACTION-OUT
           IF WS-RCPT-TYPE(WS-RDX) = "I" AND
                   WS-CH-KIND(WS-CDX) = "REASSIGN"
               IF WS-CH-NEW-INSTR(WS-CDX) = WS-RCPT-ID(WS-RDX)
                   MOVE "ASSIGNED" TO WS-ACTION-OUT
               ELSE
                   MOVE "REMOVED" TO WS-ACTION-OUT
               END-IF
           END-IF
           PERFORM print-change-lines
           IF WS-RCPT-TYPE(WS-RDX) = "I"
               PERFORM write-merge-line
           END-IF
           MOVE SPACES TO LOG-FILE-RECORD
           MOVE WS-LOG-PROBE TO LOG-FILE-RECORD(1:149)
           MOVE WS-RUN-DATE TO LOG-FILE-RECORD(151:8)
           WRITE LOG-FILE-RECORD
           IF WS-LOG-COUNT < 2000
               ADD 1 TO WS-LOG-COUNT
               MOVE WS-LOG-PROBE TO WS-LOG-ENTRY(WS-LOG-COUNT)
           END-IF.

           print-notice-heading.
           MOVE SPACES TO PRT-FILE-RECORD
           IF WS-RCPT-TYPE(WS-RDX) = "I"
               MOVE WS-RCPT-ID(WS-RDX) TO WS-RCPT-ID-IN
               PERFORM find-instr-name
               STRING "1SCHEDULE CHANGE NOTICE -- "
                   FUNCTION TRIM(WS-NAME-OUT) " ("
                   WS-RCPT-ID(WS-RDX) ")"
                   DELIMITED BY SIZE INTO PRT-FILE-RECORD
           ELSE
               STRING "1SCHEDULE CHANGE NOTICE -- SCHOOL "
                   WS-RCPT-ID(WS-RDX)(1:4)
                   DELIMITED BY SIZE INTO PRT-FILE-RECORD
           END-IF
           WRITE PRT-FILE-RECORD
           MOVE SPACES TO PRT-FILE-RECORD
           STRING " TERM " FUNCTION TRIM(WS-CURRENT-TERM)
               "    NOTICE DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO PRT-FILE-RECORD
           WRITE PRT-FILE-RECORD
           MOVE SPACES TO PRT-FILE-RECORD
           WRITE PRT-FILE-RECORD.

      *> section and what happened, then the was/now lines
           print-change-lines.
           PERFORM find-source
           MOVE SPACES TO PRT-FILE-RECORD
           STRING "  " WS-CH-KEY(WS-CDX)(1:4) " "
               WS-CH-KEY(WS-CDX)(5:3) "-" WS-CH-KEY(WS-CDX)(8:2)
               "  " WS-ACTION-OUT "  (" FUNCTION TRIM(WS-SRC-OUT) ")"
               DELIMITED BY SIZE INTO PRT-FILE-RECORD
           WRITE PRT-FILE-RECORD
           IF WS-CH-BDX(WS-CDX) > 0 AND
                   WS-CH-KIND(WS-CDX) NOT = "ADDED"
               MOVE WS-BAS-ROW(WS-CH-BDX(WS-CDX)) TO WS-FMT-ROW
               PERFORM format-meeting
               MOVE SPACES TO PRT-FILE-RECORD
               STRING "      was  " WS-FMT-ROOM "  " WS-FMT-DAYS
                   "  " WS-FMT-TIME "  " FMT-INSTR
                   DELIMITED BY SIZE INTO PRT-FILE-RECORD
               WRITE PRT-FILE-RECORD
           END-IF
           IF WS-CH-KIND(WS-CDX) NOT = "CANCEL"
               MOVE WS-CUR-ROW(WS-CH-CDX(WS-CDX)) TO WS-FMT-ROW
               PERFORM format-meeting
               MOVE SPACES TO PRT-FILE-RECORD
               STRING "      now  " WS-FMT-ROOM "  " WS-FMT-DAYS
                   "  " WS-FMT-TIME "  " FMT-INSTR
                   DELIMITED BY SIZE INTO PRT-FILE-RECORD
               IF WS-CH-EFF(WS-CDX) NOT = SPACES
                   MOVE "effective" TO PRT-FILE-RECORD(50:9)
                   MOVE WS-CH-EFF(WS-CDX) TO PRT-FILE-RECORD(60:8)
               END-IF
               WRITE PRT-FILE-RECORD
           END-IF.

           write-merge-line.
           MOVE SPACES TO MRG-FILE-RECORD
           MOVE WS-RCPT-ID(WS-RDX) TO MRG-FILE-RECORD(1:6)
           MOVE WS-RCPT-ID(WS-RDX) TO WS-RCPT-ID-IN
           PERFORM find-instr-name
           MOVE WS-NAME-OUT TO MRG-FILE-RECORD(8:20)
           MOVE WS-CURRENT-TERM TO MRG-FILE-RECORD(29:20)
           MOVE WS-CH-KEY(WS-CDX) TO MRG-FILE-RECORD(50:9)
           MOVE WS-ACTION-OUT TO MRG-FILE-RECORD(60:8)
           IF WS-CH-BDX(WS-CDX) > 0 AND
                   WS-CH-KIND(WS-CDX) NOT = "ADDED"
               MOVE WS-BAS-ROW(WS-CH-BDX(WS-CDX)) TO WS-FMT-ROW
               PERFORM format-meeting
               MOVE WS-FMT-ROOM TO MRG-FILE-RECORD(69:8)
               MOVE WS-FMT-DAYS TO MRG-FILE-RECORD(78:7)
               MOVE WS-FMT-TIME TO MRG-FILE-RECORD(86:9)
           END-IF
           IF WS-CH-KIND(WS-CDX) NOT = "CANCEL"
               MOVE WS-CUR-ROW(WS-CH-CDX(WS-CDX)) TO WS-FMT-ROW
               PERFORM format-meeting
               MOVE WS-FMT-ROOM TO MRG-FILE-RECORD(96:8)
               MOVE WS-FMT-DAYS TO MRG-FILE-RECORD(105:7)
               MOVE WS-FMT-TIME TO MRG-FILE-RECORD(113:9)
           END-IF
           MOVE WS-CH-EFF(WS-CDX) TO MRG-FILE-RECORD(123:8)
           WRITE MRG-FILE-RECORD
           ADD 1 TO WS-MRG-COUNT.

           find-instr-name.
           MOVE "(name not on file)" TO WS-NAME-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-JDX) = WS-RCPT-ID-IN
                   MOVE WS-INSTR-NAME(WS-JDX) TO WS-NAME-OUT
               END-IF
           END-PERFORM.

           load-instr-list.
           MOVE 0 TO WS-INSTR-COUNT
           OPEN INPUT INSTR-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ INSTR-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-INSTR-COUNT < 200
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE INSTR-FILE-RECORD(1:6)
                             TO WS-INSTR-ID(WS-INSTR-COUNT)
                           MOVE INSTR-FILE-RECORD(7:20)
                             TO WS-INSTR-NAME(WS-INSTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> this term's entries only -- the log spans every term
           load-notice-log.
           MOVE 0 TO WS-LOG-COUNT
           OPEN INPUT LOG-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ LOG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF LOG-FILE-RECORD(1:20) = WS-CURRENT-TERM
                               AND WS-LOG-COUNT < 2000
                           ADD 1 TO WS-LOG-COUNT
                           MOVE LOG-FILE-RECORD(1:149)
                             TO WS-LOG-ENTRY(WS-LOG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOG-FILE
           MOVE 0 TO WS-EOF-FLAG.
