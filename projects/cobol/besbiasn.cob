      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBIASN.
      *> modification history
      *>   2026-10-15  TBA instructor worklist -- lists every live
      *>               section with no instructor and, under it, the
      *>               instructors INSTRQUAL.DAT qualifies for the
      *>               course who are free then: no op C instructor
      *>               clash or walk gap, no INSTRAVAIL blackout, and
      *>               still inside their INSTRLOAD.DAT contract once
      *>               the section is added; candidates ranked by the
      *>               weekly minutes they would have left.
      *>               --apply (supervisors only) takes the chosen
      *>               assignments from IASSIGN-term.DAT through the
      *>               same validation, commits them with an audit
      *>               record, and reports what it refused and why
      *>   2026-10-15  the updated schedule file gets its occupancy
      *>               index (SCHED-term.OCCX) through BESBVAL op W
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  a qualified instructor separated or on leave
      *>               during the term (BESBVAL reject 17) is counted
      *>               as inactive, not as free; INSTRUCTORS.DAT is
      *>               read at its full length
      *>   2026-10-15  a section's part-of-term dates go to BESBVAL
      *>               with the rest of the row, so only sections
      *>               meeting in the same weeks collide
      *>   2026-10-15  a section's instruction mode goes to BESBVAL
      *>               with the rest of the row
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  a qualified instructor the section would carry
      *>               past the contract teaching-day span or
      *>               overnight rest (BESBVAL rejects 21 and 22) is
      *>               counted as contract day, not as free
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN DYNAMIC WS-LIMIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IQUAL-FILE ASSIGN DYNAMIC WS-IQUAL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHOICE-FILE ASSIGN DYNAMIC WS-CHOICE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
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
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> load-limit line: instructor(1:6) max weekly minutes(8:4)
      *> max sections(13:2) minimum weekly minutes floor(16:4)
       FD LIMIT-FILE.
       01 LIMIT-FILE-RECORD PIC X(19).
      *> qualification line: instructor(1:6) course(8:7, school+code)
       FD IQUAL-FILE.
       01 IQUAL-FILE-RECORD PIC X(14).
      *> chosen assignment: section key(1:9, school+code+section)
      *> instructor(11:6)
       FD CHOICE-FILE.
       01 CHOICE-FILE-RECORD PIC X(16).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

           01 WS-TBA-COUNT PIC 9(4) VALUE 0.
           01 WS-STAFFABLE-COUNT PIC 9(4) VALUE 0.
           01 WS-UNSTAFFABLE-COUNT PIC 9(4) VALUE 0.
           01 WS-ASSIGNED-COUNT PIC 9(4) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
               02 WS-MAX-ROWS PIC 9(3) VALUE 200.
               02 WS-NUM-DAYS PIC 9(3) VALUE 7.
               02 WS-SCHEDULE-ROW OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-NUM-ROWS
                   INDEXED BY WS-SIDX.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==WS==.

      *> instructor master for the names on the worklist
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-NAME-OUT PIC X(20) VALUE SPACES.

      *> contract limits; an instructor with no line has no limits
           01 WS-LIM-COUNT PIC 9(3) VALUE 0.
           01 WS-LIM-TABLE.
               02 WS-LIM-ENTRY OCCURS 200 TIMES.
                   03 WS-LIM-INSTR PIC X(6).
                   03 WS-LIM-MAX-MIN PIC 9(4).
                   03 WS-LIM-MAX-SEC PIC 9(2).
           01 WS-LIM-FOUND PIC 9(3) VALUE 0.

      *> qualifications -- who may teach which school+code
           01 WS-IQ-COUNT PIC 9(4) VALUE 0.
           01 WS-IQ-LIST.
               02 WS-IQ-ENTRY OCCURS 1000 TIMES.
                   03 WS-IQ-INSTR PIC X(6).
                   03 WS-IQ-COURSE PIC X(7).
           01 WS-IQ-IDX PIC 9(4) VALUE 0.
           01 WS-COURSE-KEY PIC X(7) VALUE SPACES.

      *> one instructor's standing if given the section in hand --
      *> current weekly minutes and sections, and what the contract
      *> would leave (9999 when there is no contract line)
           01 WS-TRY-INSTR PIC X(6) VALUE SPACES.
           01 WS-CUR-MINUTES PIC 9(5) VALUE 0.
           01 WS-CUR-SECTIONS PIC 9(3) VALUE 0.
           01 WS-ROW-MINUTES PIC 9(5) VALUE 0.
           01 WS-MEET-DAYS PIC 9(1) VALUE 0.
           01 WS-OVER-LIMIT PIC 9(1) VALUE 0.
           01 WS-REMAINING PIC 9(4) VALUE 0.

      *> the free, qualified candidates for one section, ranked
           01 WS-CAND-COUNT PIC 9(3) VALUE 0.
           01 WS-CAND-LIST.
               02 WS-CAND-ENTRY OCCURS 100 TIMES.
                   03 WS-CAND-INSTR PIC X(6).
                   03 WS-CAND-REMAIN PIC 9(4).
           01 WS-CAND-HOLD PIC X(10) VALUE SPACES.
           01 WS-QUAL-COUNT PIC 9(3) VALUE 0.
           01 WS-BUSY-COUNT PIC 9(3) VALUE 0.
           01 WS-BLACKOUT-COUNT PIC 9(3) VALUE 0.
           01 WS-TRAVEL-COUNT PIC 9(3) VALUE 0.
           01 WS-LIMIT-COUNT PIC 9(3) VALUE 0.
           01 WS-INACTIVE-COUNT PIC 9(3) VALUE 0.
           01 WS-SPAN-COUNT PIC 9(3) VALUE 0.
           01 WS-OTHER-COUNT PIC 9(3) VALUE 0.

           01 WS-ROW-IDX PIC 9(4) VALUE 0.
           01 WS-CHOICE-KEY PIC X(9) VALUE SPACES.
           01 WS-CHOICE-INSTR PIC X(6) VALUE SPACES.
           01 WS-CHOICE-LINE PIC 9(4) VALUE 0.

      *> the row rebuilt in the feed column layout, so op P and
      *> op C judge each candidate instructor as a fresh entry would
           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.
           01 WS-ROW-DAYS PIC X(7) VALUE SPACES.
           01 WS-ROW-START PIC X(4) VALUE SPACES.

      *> BESBVAL call block -- the shared scheduling rules live in
      *> the subprogram; this block carries the fields both ways
           01 WS-VAL-PARMS.
               COPY VALPARMS
                   REPLACING LEADING ==VALPARM== BY ==VP==.

           01 WS-APPLY-FLAG PIC 9(1) VALUE 0.
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-CHOICE-FILENAME PIC X(60) VALUE SPACES.
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-LIMIT-FILENAME PIC X(20) VALUE "INSTRLOAD.DAT".
           01 WS-IQUAL-FILENAME PIC X(20) VALUE "INSTRQUAL.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-DETAIL PIC X(8) VALUE "instasgn".

      *> operator identity -- only a supervisor (V) may apply
      *> assignments; the worklist itself is open to anyone
           01 WS-OPER-ID PIC X(8) VALUE SPACES.
           01 WS-OPER-LEVEL PIC X(1) VALUE "V".
               88 OPER-IS-SUPER VALUE "V".
           01 WS-OPER-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-LIST.
               02 WS-OPER-ENTRY OCCURS 50 TIMES.
                   03 WS-OPER-TBL-ID PIC X(8).
                   03 WS-OPER-TBL-LEVEL PIC X(1).
                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

      *> term master -- TERMS.DAT is name(1:20) start(21:8) end(29:8)
      *> status(37:1, O open / C closed / F frozen)
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-START PIC X(8).
                   03 WS-TERMS-END PIC X(8).
                   03 WS-TERMS-STATUS PIC X(1).
           01 WS-TERMS-FOUND PIC 9(1) VALUE 0.
           01 WS-TERMS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-CHECK-TERM PIC X(20) VALUE SPACES.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

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
           MOVE "BESBIASN" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           IF WS-APPLY-FLAG = 1
               PERFORM sign-on-operator
               IF WS-OPER-OK = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM load-terms-list
               MOVE WS-CURRENT-TERM TO WS-CHECK-TERM
               PERFORM check-term-loadable
               IF WS-TERMS-FOUND = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM acquire-lock
               IF WS-LOCK-HELD = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM check-lock
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               PERFORM release-lock
               STOP RUN
           END-IF.
           PERFORM load-instr-list.
           PERFORM load-limit-list.
           PERFORM load-qual-list.
           IF WS-APPLY-FLAG = 1
               PERFORM run-apply
               PERFORM release-lock
               DISPLAY "---"
               DISPLAY "assignments applied " WS-ASSIGNED-COUNT
                   " refused " WS-REFUSED-COUNT
               IF WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.
           IF WS-IQ-COUNT = 0
               DISPLAY "BESBIASN: " FUNCTION TRIM(WS-IQUAL-FILENAME)
                   " is missing or empty -- nobody is qualified for"
                   " anything"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBIASN: TBA instructor worklist for term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-NUM-ROWS
               IF WS-STATUS(WS-ROW-IDX) NOT = "C" AND
                       WS-INSTR(WS-ROW-IDX) = SPACES
                   ADD 1 TO WS-TBA-COUNT
                   PERFORM list-one-section
               END-IF
           END-PERFORM.
           DISPLAY "---".
           DISPLAY "TBA sections " WS-TBA-COUNT
               " with a free qualified instructor "
               WS-STAFFABLE-COUNT
               " without " WS-UNSTAFFABLE-COUNT.
           IF WS-UNSTAFFABLE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:8) = "--apply="
                   MOVE 1 TO WS-APPLY-FLAG
                   MOVE ARGV(9:60) TO WS-CHOICE-FILENAME
               WHEN ARGV(1:7) = "--apply"
                   MOVE 1 TO WS-APPLY-FLAG
               WHEN OTHER
                   DISPLAY "BESBIASN: invalid arg: " ARGV
                   DISPLAY "BESBIASN: usage: besbiasn [--term=X]"
                       " [--apply[=FILE] --oper=ID]"
           END-EVALUATE.

      *> applying is batch like the loader, so it honors the same
      *> gate: no unknown, closed or frozen terms
           check-term-loadable.
           PERFORM search-terms-list
           IF WS-TERMS-FOUND = 0
               DISPLAY "BESBIASN: unknown term "
                   FUNCTION TRIM(WS-CHECK-TERM) " (not in TERMS.DAT)"
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-FOUND-IDX > 0 AND
                   WS-TERMS-STATUS(WS-TERMS-FOUND-IDX) = "C"
               DISPLAY "BESBIASN: term "
                   FUNCTION TRIM(WS-CHECK-TERM)
                   " is closed in TERMS.DAT"
               MOVE 0 TO WS-TERMS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-FOUND-IDX > 0 AND
                   WS-TERMS-STATUS(WS-TERMS-FOUND-IDX) = "F"
               DISPLAY "BESBIASN: term "
                   FUNCTION TRIM(WS-CHECK-TERM)
                   " is frozen -- changes need supervisor approval"
                   " in the shell"
               MOVE 0 TO WS-TERMS-FOUND
           END-IF.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           IF WS-CHOICE-FILENAME = SPACES
               STRING "IASSIGN-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-CHOICE-FILENAME
           END-IF.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> the worklist, like the other read-only reports, never reads
      *> a schedule a writer has mid-flight
           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBIASN: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

           acquire-lock.
           MOVE 0 TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBIASN: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBIASN: could not create lock file for "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO LOCK-FILE-RECORD
           MOVE "locked" TO LOCK-FILE-RECORD(1:6)
           MOVE WS-OPER-ID TO LOCK-FILE-RECORD(8:8)
           MOVE WS-TS TO LOCK-FILE-RECORD(17:21)
           WRITE LOCK-FILE-RECORD
           CLOSE LOCK-FILE
           MOVE 1 TO WS-LOCK-HELD.

           release-lock.
           IF WS-LOCK-HELD = 1
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-LOCK-HELD
           END-IF.

      *> every row, cancelled ones included, so the indexes BESBVAL
      *> hands back line up with the table it scanned
           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBIASN: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-NUM-ROWS < WS-MAX-ROWS
                           ADD 1 TO WS-NUM-ROWS
                           MOVE SCHEDULE-FILE-RECORD
                             TO WS-SCHEDULE-ROW(WS-NUM-ROWS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> one TBA section: every qualified instructor is tried in the
      *> row through op P (blackouts) and op C (clashes, walk gaps),
      *> then against the contract; the survivors are listed with the
      *> most room left first
      *> ---------------------------------------------------------------
           list-one-section.
           PERFORM build-row-line
           DISPLAY "TBA  " WS-KEY(WS-ROW-IDX) " " WS-ROW-DAYS " "
               WS-ROW-START " " WS-LEN(WS-ROW-IDX)
               " room " WS-ROOM(WS-ROW-IDX)
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           IF VP-SUCCESS NOT = 9
               ADD 1 TO WS-UNSTAFFABLE-COUNT
               DISPLAY "     the section itself is rejected, code "
                   VP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAND-COUNT
           MOVE 0 TO WS-QUAL-COUNT
           MOVE 0 TO WS-BUSY-COUNT
           MOVE 0 TO WS-BLACKOUT-COUNT
           MOVE 0 TO WS-TRAVEL-COUNT
           MOVE 0 TO WS-LIMIT-COUNT
           MOVE 0 TO WS-INACTIVE-COUNT
           MOVE 0 TO WS-SPAN-COUNT
           MOVE 0 TO WS-OTHER-COUNT
           MOVE WS-SCHOOL(WS-ROW-IDX) TO WS-COURSE-KEY(1:4)
           MOVE WS-CODE(WS-ROW-IDX) TO WS-COURSE-KEY(5:3)
           PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
                   UNTIL WS-IQ-IDX > WS-IQ-COUNT
               IF WS-IQ-COURSE(WS-IQ-IDX) = WS-COURSE-KEY
                   ADD 1 TO WS-QUAL-COUNT
                   MOVE WS-IQ-INSTR(WS-IQ-IDX) TO WS-TRY-INSTR
                   PERFORM try-candidate-instr
               END-IF
           END-PERFORM
           IF WS-CAND-COUNT = 0
               ADD 1 TO WS-UNSTAFFABLE-COUNT
               PERFORM show-no-candidate
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STAFFABLE-COUNT
           PERFORM rank-candidates
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-CAND-COUNT
               MOVE WS-CAND-INSTR(WS-KDX) TO WS-TRY-INSTR
               PERFORM find-instr-name
               IF WS-CAND-REMAIN(WS-KDX) = 9999
                   DISPLAY "     " WS-TRY-INSTR " " WS-NAME-OUT
                       " no contract limit"
               ELSE
                   DISPLAY "     " WS-TRY-INSTR " " WS-NAME-OUT
                       " " WS-CAND-REMAIN(WS-KDX)
                       " min/week left after this section"
               END-IF
           END-PERFORM.

           try-candidate-instr.
           MOVE WS-TRY-INSTR TO WS-PARSE-SRC(39:6)
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           EVALUATE VP-SUCCESS
               WHEN 9
                   CONTINUE
               WHEN 15
                   ADD 1 TO WS-BLACKOUT-COUNT
                   EXIT PARAGRAPH
               WHEN 17
                   ADD 1 TO WS-INACTIVE-COUNT
                   EXIT PARAGRAPH
               WHEN 21
               WHEN 22
                   ADD 1 TO WS-SPAN-COUNT
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "C" TO VP-OP
           MOVE WS-ROW-IDX TO VP-EXCLUDE-IDX
           PERFORM call-besbval
           IF VP-CONFLICT-IDX > 0
               EVALUATE VP-CONFLICT-TYPE
                   WHEN 2
                       ADD 1 TO WS-BUSY-COUNT
                   WHEN 7
                       ADD 1 TO WS-TRAVEL-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-OTHER-COUNT
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF
           PERFORM check-instr-load
           IF WS-OVER-LIMIT = 1
               ADD 1 TO WS-LIMIT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-COUNT < 100
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-TRY-INSTR TO WS-CAND-INSTR(WS-CAND-COUNT)
               MOVE WS-REMAINING TO WS-CAND-REMAIN(WS-CAND-COUNT)
           END-IF.

           show-no-candidate.
           IF WS-QUAL-COUNT = 0
               DISPLAY "     nobody on "
                   FUNCTION TRIM(WS-IQUAL-FILENAME)
                   " is qualified for " WS-COURSE-KEY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "     none of " WS-QUAL-COUNT
               " qualified is free -- busy " WS-BUSY-COUNT
               " blackout " WS-BLACKOUT-COUNT
               " travel gap " WS-TRAVEL-COUNT
               " over limit " WS-LIMIT-COUNT
               " inactive " WS-INACTIVE-COUNT
               " contract day " WS-SPAN-COUNT
               " other " WS-OTHER-COUNT.

      *> the instructor's live load in the table plus this section,
      *> against the INSTRLOAD.DAT line -- the same arithmetic the
      *> BESBWKLD report runs (length times meeting days)
           check-instr-load.
           MOVE 0 TO WS-OVER-LIMIT
           MOVE 9999 TO WS-REMAINING
           MOVE 0 TO WS-CUR-MINUTES
           MOVE 0 TO WS-CUR-SECTIONS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               IF WS-STATUS(WS-IDX) NOT = "C" AND
                       WS-INSTR(WS-IDX) = WS-TRY-INSTR AND
                       WS-IDX NOT = WS-ROW-IDX
                   PERFORM count-row-minutes
                   ADD WS-ROW-MINUTES TO WS-CUR-MINUTES
                   ADD 1 TO WS-CUR-SECTIONS
               END-IF
           END-PERFORM
           MOVE WS-ROW-IDX TO WS-IDX
           PERFORM count-row-minutes
           ADD WS-ROW-MINUTES TO WS-CUR-MINUTES
           ADD 1 TO WS-CUR-SECTIONS
           PERFORM find-limit-entry
           IF WS-LIM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-MINUTES > WS-LIM-MAX-MIN(WS-LIM-FOUND) OR
                   WS-CUR-SECTIONS > WS-LIM-MAX-SEC(WS-LIM-FOUND)
               MOVE 1 TO WS-OVER-LIMIT
               MOVE 0 TO WS-REMAINING
           ELSE
               COMPUTE WS-REMAINING =
                   WS-LIM-MAX-MIN(WS-LIM-FOUND) - WS-CUR-MINUTES
           END-IF.

           count-row-minutes.
           MOVE 0 TO WS-MEET-DAYS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF WS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
                   ADD 1 TO WS-MEET-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-ROW-MINUTES = WS-LEN(WS-IDX) * WS-MEET-DAYS.

      *> most weekly minutes left first; no contract sorts as 9999
           rank-candidates.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-CAND-COUNT
               COMPUTE WS-JDX = WS-IDX + 1
               PERFORM UNTIL WS-JDX > WS-CAND-COUNT
                   IF WS-CAND-REMAIN(WS-JDX) > WS-CAND-REMAIN(WS-IDX)
                       MOVE WS-CAND-ENTRY(WS-IDX) TO WS-CAND-HOLD
                       MOVE WS-CAND-ENTRY(WS-JDX)
                         TO WS-CAND-ENTRY(WS-IDX)
                       MOVE WS-CAND-HOLD TO WS-CAND-ENTRY(WS-JDX)
                   END-IF
                   ADD 1 TO WS-JDX
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> --apply -- each chosen key/instructor goes through op P and
      *> op C exactly as an edit would; what passes commits with a
      *> keyed write and an audit record, what doesn't is refused
      *> with its reason and the section stays TBA
      *> ---------------------------------------------------------------
           run-apply.
           OPEN INPUT CHOICE-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BESBIASN: no assignment file "
                   FUNCTION TRIM(WS-CHOICE-FILENAME)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CHOICE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHOICE-LINE
                       IF CHOICE-FILE-RECORD NOT = SPACES
                           PERFORM apply-one-choice
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE CHOICE-FILE
           MOVE 0 TO WS-EOF-FLAG
           MOVE "W" TO VP-OP
           PERFORM call-besbval.

           apply-one-choice.
           MOVE CHOICE-FILE-RECORD(1:9) TO WS-CHOICE-KEY
           MOVE CHOICE-FILE-RECORD(11:6) TO WS-CHOICE-INSTR
           MOVE 0 TO WS-ROW-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS OR WS-ROW-IDX > 0
               IF WS-KEY(WS-IDX) = WS-CHOICE-KEY AND
                       WS-STATUS(WS-IDX) NOT = "C"
                   MOVE WS-IDX TO WS-ROW-IDX
               END-IF
           END-PERFORM
           IF WS-ROW-IDX = 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED  line " WS-CHOICE-LINE " "
                   WS-CHOICE-KEY " -- no such live section"
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR(WS-ROW-IDX) NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED  line " WS-CHOICE-LINE " "
                   WS-CHOICE-KEY " -- already taught by "
                   WS-INSTR(WS-ROW-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM build-row-line
           MOVE WS-CHOICE-INSTR TO WS-PARSE-SRC(39:6)
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           IF VP-SUCCESS NOT = 9
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED  line " WS-CHOICE-LINE " "
                   WS-CHOICE-KEY " " WS-CHOICE-INSTR
                   " -- rejected, code " VP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO VP-OP
           MOVE WS-ROW-IDX TO VP-EXCLUDE-IDX
           PERFORM call-besbval
           IF VP-CONFLICT-IDX > 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED  line " WS-CHOICE-LINE " "
                   WS-CHOICE-KEY " " WS-CHOICE-INSTR
                   " -- clashes with " WS-KEY(VP-CONFLICT-IDX)
                   " (type " VP-CONFLICT-TYPE
                   " day " VP-CONFLICT-DAY ")"
               EXIT PARAGRAPH
           END-IF
      *> the supervisor's choice stands over the contract and the
      *> qualification list; both are said out loud
           MOVE WS-CHOICE-INSTR TO WS-TRY-INSTR
           PERFORM check-instr-load
           ADD 1 TO WS-ASSIGNED-COUNT
           MOVE WS-CHOICE-INSTR TO WS-INSTR(WS-ROW-IDX)
           MOVE WS-SCHEDULE-ROW(WS-ROW-IDX) TO SCHEDULE-FILE-RECORD
           WRITE SCHEDULE-FILE-RECORD
               INVALID KEY REWRITE SCHEDULE-FILE-RECORD
           END-WRITE
           PERFORM write-audit
           DISPLAY "ASSIGNED " WS-CHOICE-KEY " " WS-CHOICE-INSTR
           IF VP-QUAL-WARNING = 1
               DISPLAY "  - warning: not qualified for the course"
                   " (" FUNCTION TRIM(WS-IQUAL-FILENAME) ")"
           END-IF
           IF WS-OVER-LIMIT = 1
               DISPLAY "  - warning: now over the "
                   FUNCTION TRIM(WS-LIMIT-FILENAME) " contract limit"
           END-IF.

      *> the 7-flag mask and the one start time every occupied slot
      *> shares, back-formed from the stored day slots; instructor
      *> column blank (TBA) until a candidate is dropped in
           build-row-line.
           MOVE "0000000" TO WS-ROW-DAYS
           MOVE SPACES TO WS-ROW-START
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF WS-DAYS(WS-ROW-IDX, WS-JDX) NOT = SPACES
                   MOVE "1" TO WS-ROW-DAYS(WS-JDX:1)
                   IF WS-ROW-START = SPACES
                       MOVE WS-DAYS(WS-ROW-IDX, WS-JDX)(1:4)
                         TO WS-ROW-START
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PARSE-SRC
           MOVE WS-SCHOOL(WS-ROW-IDX) TO WS-PARSE-SRC(1:4)
           MOVE WS-CODE(WS-ROW-IDX) TO WS-PARSE-SRC(6:3)
           MOVE WS-SECTION(WS-ROW-IDX) TO WS-PARSE-SRC(10:2)
           MOVE WS-ROOM(WS-ROW-IDX) TO WS-PARSE-SRC(13:8)
           MOVE WS-ROW-DAYS TO WS-PARSE-SRC(22:7)
           MOVE WS-ROW-START TO WS-PARSE-SRC(30:4)
           MOVE WS-LEN(WS-ROW-IDX) TO WS-PARSE-SRC(35:3)
           MOVE "C" TO WS-PARSE-SRC(46:1)
           MOVE WS-PT-START(WS-ROW-IDX) TO WS-PARSE-SRC(81:8)
           MOVE WS-PT-END(WS-ROW-IDX) TO WS-PARSE-SRC(90:8)
           MOVE WS-MODE(WS-ROW-IDX) TO WS-PARSE-SRC(99:1).

      *> ---------------------------------------------------------------
      *> BESBVAL plumbing -- the same subprogram the loader and the
      *> shell call
      *> ---------------------------------------------------------------
           call-besbval.
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE WS-PARSE-SRC TO VP-PARSE-SRC
           MOVE 0 TO VP-CMD-OVERRIDE
           CALL "BESBVAL" USING WS-VAL-PARMS WS-SCHEDULE.

      *> ---------------------------------------------------------------
      *> masters
      *> ---------------------------------------------------------------
           find-instr-name.
           MOVE SPACES TO WS-NAME-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-JDX) = WS-TRY-INSTR
                   MOVE WS-INSTR-NAME(WS-JDX) TO WS-NAME-OUT
               END-IF
           END-PERFORM.

           find-limit-entry.
           MOVE 0 TO WS-LIM-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-LIM-COUNT OR WS-LIM-FOUND > 0
               IF WS-LIM-INSTR(WS-JDX) = WS-TRY-INSTR
                   MOVE WS-JDX TO WS-LIM-FOUND
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
                           MOVE INSTR-FILE-RECORD(1:6) TO
                               WS-INSTR-ID(WS-INSTR-COUNT)
                           MOVE INSTR-FILE-RECORD(7:20) TO
                               WS-INSTR-NAME(WS-INSTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-limit-list.
           MOVE 0 TO WS-LIM-COUNT
           OPEN INPUT LIMIT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ LIMIT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LIM-COUNT < 200 AND
                               LIMIT-FILE-RECORD(8:4) IS NUMERIC AND
                               LIMIT-FILE-RECORD(13:2) IS NUMERIC
                           ADD 1 TO WS-LIM-COUNT
                           MOVE LIMIT-FILE-RECORD(1:6)
                             TO WS-LIM-INSTR(WS-LIM-COUNT)
                           MOVE LIMIT-FILE-RECORD(8:4)
                             TO WS-LIM-MAX-MIN(WS-LIM-COUNT)
                           MOVE LIMIT-FILE-RECORD(13:2)
                             TO WS-LIM-MAX-SEC(WS-LIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-qual-list.
           MOVE 0 TO WS-IQ-COUNT
           OPEN INPUT IQUAL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ IQUAL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IQ-COUNT < 1000 AND
                               IQUAL-FILE-RECORD(1:6) NOT = SPACES
                           ADD 1 TO WS-IQ-COUNT
                           MOVE IQUAL-FILE-RECORD(1:6)
                             TO WS-IQ-INSTR(WS-IQ-COUNT)
                           MOVE IQUAL-FILE-RECORD(8:7)
                             TO WS-IQ-COURSE(WS-IQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IQUAL-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> operator sign-on -- OPERATORS.DAT is id(1:8) level(9:1)
      *> name(10:20), levels R/S/V; applying needs V
      *> ---------------------------------------------------------------
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBIASN: an operator id is required"
                   " (--oper=ID)"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT OR WS-OPER-OK = 1
               IF WS-OPER-TBL-ID(WS-IDX) = WS-OPER-ID
                   MOVE WS-OPER-TBL-LEVEL(WS-IDX) TO WS-OPER-LEVEL
                   MOVE 1 TO WS-OPER-OK
               END-IF
           END-PERFORM
           IF WS-OPER-OK = 0
               DISPLAY "BESBIASN: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBIASN: operator " WS-OPER-ID
                   " is not a supervisor -- cannot apply"
                   " instructor assignments"
               MOVE 0 TO WS-OPER-OK
           END-IF.

           load-oper-list.
           MOVE 0 TO WS-OPER-COUNT
           OPEN INPUT OPER-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ OPER-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-oper-entry
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-oper-entry.
           IF WS-OPER-COUNT < 50
               ADD 1 TO WS-OPER-COUNT
               MOVE OPER-FILE-RECORD(1:8) TO
                   WS-OPER-TBL-ID(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(9:1) TO
                   WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(10:20) TO
                   WS-OPER-TBL-NAME(WS-OPER-COUNT)
           END-IF.

      *> ---------------------------------------------------------------
      *> term master -- load once, then search-terms-list answers for
      *> whatever name is in WS-CHECK-TERM
      *> ---------------------------------------------------------------
           load-terms-list.
           MOVE 0 TO WS-TERMS-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TERMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-terms-entry
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-terms-entry.
           IF WS-TERMS-COUNT < 20 AND
                   FUNCTION TRIM(TERMS-FILE-RECORD(1:20)) NOT = SPACES
               ADD 1 TO WS-TERMS-COUNT
               MOVE TERMS-FILE-RECORD(1:20) TO
                   WS-TERMS-NAME(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(21:8) TO
                   WS-TERMS-START(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(29:8) TO
                   WS-TERMS-END(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(37:1) TO
                   WS-TERMS-STATUS(WS-TERMS-COUNT)
           END-IF.

           search-terms-list.
           MOVE 0 TO WS-TERMS-FOUND
           MOVE 0 TO WS-TERMS-FOUND-IDX
           IF WS-TERMS-COUNT = 0
               MOVE 1 TO WS-TERMS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TERMS-COUNT
                       OR WS-TERMS-FOUND = 1
               IF FUNCTION TRIM(WS-TERMS-NAME(WS-IDX)) =
                       FUNCTION TRIM(WS-CHECK-TERM)
                   MOVE 1 TO WS-TERMS-FOUND
                   MOVE WS-IDX TO WS-TERMS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> audit trail -- same format BESBUBO appends to
      *> ---------------------------------------------------------------
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-DETAIL DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-PARSE-SRC DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
