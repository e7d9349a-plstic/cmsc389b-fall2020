      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBSREG.
      *> modification history
      *>   2026-10-15  student registration ingest and student time-
      *>               conflict report -- takes the registrar's
      *>               student-by-section extract (REGSTU-term.DAT)
      *>               into the term's registration file
      *>               (STUREG-term.DAT: malformed lines, duplicates
      *>               and sections the schedule doesn't have left
      *>               out and listed), then lists every student two
      *>               of whose active sections now meet at the same
      *>               time, or too close together for the walk
      *>               between buildings (WALKTIME.DAT, 90 minutes
      *>               across campuses -- the instructor travel-gap
      *>               rule), naming the last load-journal change to
      *>               either section, with per-section counts of
      *>               students hit; with no new extract the last
      *>               ingested registrations are checked again
      *>   2026-10-15  reads journal history records at their full
      *>               length now that they carry part-of-term dates
      *>   2026-10-15  journal history lines read at their full length
      *>               now that they carry the instruction mode
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
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
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUREG-FILE ASSIGN DYNAMIC WS-STUREG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JHIST-FILE ASSIGN DYNAMIC WS-JHIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WALK-FILE ASSIGN DYNAMIC WS-WALK-FILENAME
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
      *> registrar extract line and registration line alike:
      *> student id(1:9) school(11:4) code(15:3) section(18:2)
       FD EXTRACT-FILE.
       01 EXTRACT-FILE-RECORD PIC X(19).
       FD STUREG-FILE.
       01 STUREG-FILE-RECORD PIC X(19).
      *> load journal history: feed line(1:6) term(8:20) action(29:1)
      *> line image(31:80) timestamp(112:21) part-of-term
      *> dates and instruction mode(134:19) reason code(154:4)
       FD JHIST-FILE.
       01 JHIST-FILE-RECORD PIC X(157).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
      *> walk matrix line: building(1:16) building(18:16)
      *> minutes(35:3)
       FD WALK-FILE.
       01 WALK-FILE-RECORD PIC X(37).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-DDX PIC 9(1) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".

      *> the term's schedule, in key order as the file holds it, and
      *> per row the number of students caught by a conflict
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.
           01 WS-ROW-TABLE.
               02 WS-ROW OCCURS 400 TIMES.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==ROW==.
           01 WS-ROW-HITS-TABLE.
               02 WS-ROW-HITS PIC 9(5) OCCURS 400 TIMES.
           01 WS-ROW-FOUND PIC 9(4) VALUE 0.
           01 WS-PROBE-KEY PIC X(9) VALUE SPACES.

      *> registrations -- sorted by student so each student's
      *> sections sit together
           01 WS-REG-TABLE.
               02 WS-REG-COUNT PIC 9(4) VALUE 0.
               02 WS-REG-MAX PIC 9(4) VALUE 6000.
               02 WS-REG-ENTRY OCCURS 0 TO 6000 TIMES
                   DEPENDING ON WS-REG-COUNT.
                   03 WS-REG-STUDENT PIC X(9).
                   03 WS-REG-KEY PIC X(9).
                   03 WS-REG-ROW PIC 9(4).
                   03 WS-REG-HIT PIC 9(1).
           01 WS-REG-FIRST PIC 9(4) VALUE 0.
           01 WS-REG-LAST PIC 9(4) VALUE 0.
           01 WS-GROUP-DONE PIC 9(1) VALUE 0.
           01 WS-KEEP-COUNT PIC 9(4) VALUE 0.
           01 WS-ADX PIC 9(4) VALUE 0.
           01 WS-BDX PIC 9(4) VALUE 0.

      *> ingest counts
           01 WS-EXTRACT-PRESENT PIC 9(1) VALUE 0.
           01 WS-EXTRACT-LINES PIC 9(5) VALUE 0.
           01 WS-BAD-COUNT PIC 9(5) VALUE 0.
           01 WS-DUP-COUNT PIC 9(5) VALUE 0.
           01 WS-UNKNOWN-COUNT PIC 9(5) VALUE 0.
           01 WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.
           01 WS-LINE-NO PIC 9(5) VALUE 0.
           01 WS-REG-LINE PIC X(19) VALUE SPACES.

      *> the conflict pass
           01 WS-STUDENT-COUNT PIC 9(5) VALUE 0.
           01 WS-STUDENT-HIT PIC 9(1) VALUE 0.
           01 WS-STUDENTS-HIT PIC 9(5) VALUE 0.
           01 WS-CLASH-COUNT PIC 9(5) VALUE 0.
           01 WS-WALK-COUNT PIC 9(5) VALUE 0.
           01 WS-CANCELLED-COUNT PIC 9(5) VALUE 0.
           01 WS-PAIR-KIND PIC X(5) VALUE SPACES.
           01 WS-PAIR-DAYS PIC X(7) VALUE SPACES.
           01 WS-PAIR-LDX PIC 9(1) VALUE 0.
           01 WS-PAIR-GAP PIC 9(3) VALUE 0.
           01 WS-PAIR-NEED PIC 9(3) VALUE 0.
           01 WS-PAIR-TIME-A PIC X(9) VALUE SPACES.
           01 WS-PAIR-TIME-B PIC X(9) VALUE SPACES.
           01 WS-START-A PIC 9(4) VALUE 0.
           01 WS-END-A PIC 9(4) VALUE 0.
           01 WS-START-B PIC 9(4) VALUE 0.
           01 WS-END-B PIC 9(4) VALUE 0.
           01 WS-HH PIC 9(2).
           01 WS-MM PIC 9(2).
           01 WS-Q PIC 9(2).
           01 WS-R PIC 9(2).
           01 WS-END-DISP PIC 9(4).
           01 WS-GAP-MIN PIC S9(5) VALUE 0.

      *> travel gap, as the instructor rule judges it
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-CAMP PIC X(2).
           01 WS-WK-COUNT PIC 9(3) VALUE 0.
           01 WS-WK-TABLE.
               02 WS-WK-ENTRY OCCURS 100 TIMES.
                   03 WS-WK-BLDG-A PIC X(16).
                   03 WS-WK-BLDG-B PIC X(16).
                   03 WS-WK-MINUTES PIC 9(3).
           01 WS-GAP-BLDG-A PIC X(16) VALUE SPACES.
           01 WS-GAP-BLDG-B PIC X(16) VALUE SPACES.
           01 WS-GAP-CAMP-A PIC X(2) VALUE SPACES.
           01 WS-GAP-CAMP-B PIC X(2) VALUE SPACES.
           01 WS-GAP-WALK PIC 9(3) VALUE 0.
           01 WS-GAP-WDX PIC 9(4) VALUE 0.
           01 WS-CROSS-CAMPUS-MIN PIC 9(3) VALUE 90.

      *> the last journal entry for each section the loads touched
           01 WS-JH-COUNT PIC 9(4) VALUE 0.
           01 WS-JH-TABLE.
               02 WS-JH-ENTRY OCCURS 600 TIMES.
                   03 WS-JH-KEY PIC X(9).
                   03 WS-JH-LINE PIC X(6).
                   03 WS-JH-ACTION PIC X(1).
                   03 WS-JH-TS PIC X(21).
           01 WS-JH-HIT PIC 9(4) VALUE 0.
           01 WS-JH-BEST PIC 9(4) VALUE 0.
           01 WS-CAUSE-TEXT PIC X(64) VALUE SPACES.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-EXTRACT-FILENAME PIC X(60).
           01 WS-STUREG-FILENAME PIC X(60).
           01 WS-JHIST-FILENAME PIC X(60).
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-WALK-FILENAME PIC X(20) VALUE "WALKTIME.DAT".
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
           MOVE "BESBSREG" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           DISPLAY "BESBSREG: student registration conflicts, term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           PERFORM ingest-extract.
           IF WS-EXTRACT-PRESENT = 0
               PERFORM load-registrations
               IF WS-REG-COUNT = 0
                   DISPLAY "BESBSREG: no registration extract and no"
                       " registrations on file for term "
                       FUNCTION TRIM(WS-CURRENT-TERM)
                       " -- nothing to check"
                   STOP RUN
               END-IF
               DISPLAY "no new extract -- checking the "
                   WS-REG-COUNT " registrations on file"
           END-IF.
           PERFORM load-rooms-list.
           PERFORM load-walk-matrix.
           PERFORM load-journal.
           PERFORM check-all-students.
           PERFORM print-section-counts.
           DISPLAY "---".
           DISPLAY "students " WS-STUDENT-COUNT
               " with a conflict " WS-STUDENTS-HIT
               " time clashes " WS-CLASH-COUNT
               " walk-gap misses " WS-WALK-COUNT
               " registrations in cancelled sections "
               WS-CANCELLED-COUNT.
           IF WS-STUDENTS-HIT > 0 OR WS-BAD-COUNT > 0 OR
                   WS-UNKNOWN-COUNT > 0 OR WS-OVERFLOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN OTHER
                   DISPLAY "BESBSREG: invalid arg: " ARGV
                   DISPLAY "BESBSREG: usage: besbsreg [--term=X]"
           END-EVALUATE.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-EXTRACT-FILENAME.
           STRING "REGSTU-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME.
           MOVE SPACES TO WS-STUREG-FILENAME.
           STRING "STUREG-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-STUREG-FILENAME.
           MOVE SPACES TO WS-JHIST-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".JRNLHIST" DELIMITED BY SIZE
               INTO WS-JHIST-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBSREG: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

           load-schedule.
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBSREG: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ROW-COUNT < 400
                           ADD 1 TO WS-ROW-COUNT
                           MOVE SCHEDULE-FILE-RECORD
                             TO WS-ROW(WS-ROW-COUNT)
                           MOVE 0 TO WS-ROW-HITS(WS-ROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           find-row.
           MOVE 0 TO WS-ROW-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ROW-COUNT OR WS-ROW-FOUND > 0
               IF ROW-KEY(WS-KDX) = WS-PROBE-KEY
                   MOVE WS-KDX TO WS-ROW-FOUND
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> ingest -- tonight's extract replaces the registrations on
      *> file; lines that cannot be used are listed and left out
      *> ---------------------------------------------------------------
           ingest-extract.
           MOVE 0 TO WS-REG-COUNT
           MOVE 0 TO WS-EXTRACT-PRESENT
           OPEN INPUT EXTRACT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-EXTRACT-PRESENT
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ EXTRACT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       MOVE EXTRACT-FILE-RECORD TO WS-REG-LINE
                       PERFORM ingest-one-line
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           MOVE 0 TO WS-EOF-FLAG
           MOVE WS-LINE-NO TO WS-EXTRACT-LINES
           IF WS-REG-COUNT > 1
               SORT WS-REG-ENTRY ON ASCENDING KEY WS-REG-STUDENT
                   WS-REG-KEY
               PERFORM drop-duplicates
           END-IF
           OPEN OUTPUT STUREG-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REG-COUNT
               MOVE SPACES TO STUREG-FILE-RECORD
               MOVE WS-REG-STUDENT(WS-IDX) TO STUREG-FILE-RECORD(1:9)
               MOVE WS-REG-KEY(WS-IDX) TO STUREG-FILE-RECORD(11:9)
               WRITE STUREG-FILE-RECORD
           END-PERFORM
           CLOSE STUREG-FILE
           DISPLAY "extract " FUNCTION TRIM(WS-EXTRACT-FILENAME)
               " lines " WS-EXTRACT-LINES
               " taken " WS-REG-COUNT
               " malformed " WS-BAD-COUNT
               " duplicates " WS-DUP-COUNT
               " unknown sections " WS-UNKNOWN-COUNT
               " over table " WS-OVERFLOW-COUNT.

           ingest-one-line.
           IF WS-REG-LINE(1:9) = SPACES OR
                   WS-REG-LINE(11:4) = SPACES OR
                   WS-REG-LINE(15:3) = SPACES OR
                   WS-REG-LINE(18:2) = SPACES
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "BADLINE  extract line " WS-LINE-NO ": "
                   WS-REG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REG-LINE(11:9) TO WS-PROBE-KEY
           PERFORM find-row
           IF WS-ROW-FOUND = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY "UNKNOWN  extract line " WS-LINE-NO ": "
                   WS-REG-LINE(1:9) " " WS-PROBE-KEY
                   " -- no such section on the schedule"
               EXIT PARAGRAPH
           END-IF
           PERFORM add-registration.

           add-registration.
           IF WS-REG-COUNT >= WS-REG-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-LINE(1:9) TO WS-REG-STUDENT(WS-REG-COUNT)
           MOVE WS-PROBE-KEY TO WS-REG-KEY(WS-REG-COUNT)
           MOVE WS-ROW-FOUND TO WS-REG-ROW(WS-REG-COUNT)
           MOVE 0 TO WS-REG-HIT(WS-REG-COUNT).

      *> sorted, a repeated registration sits next to its first
           drop-duplicates.
           MOVE 1 TO WS-KEEP-COUNT
           PERFORM VARYING WS-IDX FROM 2 BY 1
                   UNTIL WS-IDX > WS-REG-COUNT
               IF WS-REG-STUDENT(WS-IDX) =
                       WS-REG-STUDENT(WS-KEEP-COUNT) AND
                       WS-REG-KEY(WS-IDX) = WS-REG-KEY(WS-KEEP-COUNT)
                   ADD 1 TO WS-DUP-COUNT
               ELSE
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-REG-ENTRY(WS-IDX)
                     TO WS-REG-ENTRY(WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-REG-COUNT.

      *> no extract tonight -- the registrations already taken,
      *> matched against tonight's schedule
           load-registrations.
           MOVE 0 TO WS-REG-COUNT
           OPEN INPUT STUREG-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ STUREG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE STUREG-FILE-RECORD TO WS-REG-LINE
                       MOVE WS-REG-LINE(11:9) TO WS-PROBE-KEY
                       PERFORM find-row
      *> a section gone from the schedule since the ingest
                       IF WS-ROW-FOUND = 0
                           ADD 1 TO WS-UNKNOWN-COUNT
                           DISPLAY "UNKNOWN  " WS-REG-LINE(1:9) " "
                               WS-PROBE-KEY
                               " -- no longer on the schedule"
                       ELSE
                           PERFORM add-registration
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUREG-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> the check -- every pair of one student's active sections,
      *> day by day; a student counts once however many pairs hit
      *> ---------------------------------------------------------------
           check-all-students.
           MOVE 1 TO WS-REG-FIRST
           PERFORM UNTIL WS-REG-FIRST > WS-REG-COUNT
               MOVE WS-REG-FIRST TO WS-REG-LAST
               MOVE 0 TO WS-GROUP-DONE
               PERFORM UNTIL WS-GROUP-DONE = 1
                   IF WS-REG-LAST >= WS-REG-COUNT
                       MOVE 1 TO WS-GROUP-DONE
                   ELSE
                       IF WS-REG-STUDENT(WS-REG-LAST + 1) NOT =
                               WS-REG-STUDENT(WS-REG-FIRST)
                           MOVE 1 TO WS-GROUP-DONE
                       ELSE
                           ADD 1 TO WS-REG-LAST
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM check-one-student
               COMPUTE WS-REG-FIRST = WS-REG-LAST + 1
           END-PERFORM.

           check-one-student.
           ADD 1 TO WS-STUDENT-COUNT
           MOVE 0 TO WS-STUDENT-HIT
           PERFORM VARYING WS-ADX FROM WS-REG-FIRST BY 1
                   UNTIL WS-ADX > WS-REG-LAST
               IF ROW-STATUS(WS-REG-ROW(WS-ADX)) = "C"
                   ADD 1 TO WS-CANCELLED-COUNT
               ELSE
                   PERFORM VARYING WS-BDX FROM WS-ADX BY 1
                           UNTIL WS-BDX > WS-REG-LAST
                       IF WS-BDX > WS-ADX AND
                               ROW-STATUS(WS-REG-ROW(WS-BDX))
                               NOT = "C"
                           PERFORM check-one-pair
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-STUDENT-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STUDENTS-HIT
           PERFORM VARYING WS-ADX FROM WS-REG-FIRST BY 1
                   UNTIL WS-ADX > WS-REG-LAST
               IF WS-REG-HIT(WS-ADX) = 1
                   ADD 1 TO WS-ROW-HITS(WS-REG-ROW(WS-ADX))
               END-IF
           END-PERFORM.

      *> a time overlap on any shared day is a CLASH; failing that,
      *> meetings back to back in buildings further apart than the
      *> gap allows are a WALK
           check-one-pair.
           MOVE SPACES TO WS-PAIR-KIND
           MOVE SPACES TO WS-PAIR-DAYS
           MOVE 0 TO WS-PAIR-LDX
           MOVE SPACES TO WS-PAIR-TIME-A
           MOVE SPACES TO WS-PAIR-TIME-B
           MOVE 0 TO WS-PAIR-GAP
           MOVE 0 TO WS-PAIR-NEED
           MOVE WS-REG-ROW(WS-ADX) TO WS-IDX
           MOVE WS-REG-ROW(WS-BDX) TO WS-JDX
           PERFORM VARYING WS-DDX FROM 1 BY 1
                   UNTIL WS-DDX > WS-NUM-DAYS
               IF ROW-DAYS(WS-IDX, WS-DDX)(1:4) IS NUMERIC AND
                       ROW-DAYS(WS-JDX, WS-DDX)(1:4) IS NUMERIC
                   PERFORM check-one-day
               END-IF
           END-PERFORM
           IF WS-PAIR-KIND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STUDENT-HIT
           MOVE 1 TO WS-REG-HIT(WS-ADX)
           MOVE 1 TO WS-REG-HIT(WS-BDX)
           PERFORM find-cause
           IF WS-PAIR-KIND = "CLASH"
               ADD 1 TO WS-CLASH-COUNT
               DISPLAY "CLASH    " WS-REG-STUDENT(WS-ADX) " "
                   ROW-KEY(WS-IDX) " " WS-PAIR-TIME-A " / "
                   ROW-KEY(WS-JDX) " " WS-PAIR-TIME-B
                   " on " WS-PAIR-DAYS
                   " " FUNCTION TRIM(WS-CAUSE-TEXT)
           ELSE
               ADD 1 TO WS-WALK-COUNT
               DISPLAY "WALK     " WS-REG-STUDENT(WS-ADX) " "
                   ROW-KEY(WS-IDX) " " ROW-ROOM(WS-IDX) " / "
                   ROW-KEY(WS-JDX) " " ROW-ROOM(WS-JDX)
                   " on " WS-PAIR-DAYS
                   " gap " WS-PAIR-GAP " needs " WS-PAIR-NEED
                   " " FUNCTION TRIM(WS-CAUSE-TEXT)
           END-IF.

           check-one-day.
           MOVE ROW-DAYS(WS-IDX, WS-DDX)(1:2) TO WS-HH
           MOVE ROW-DAYS(WS-IDX, WS-DDX)(3:2) TO WS-MM
           COMPUTE WS-START-A = WS-HH * 60 + WS-MM
           COMPUTE WS-END-A = WS-START-A + ROW-LEN(WS-IDX)
           MOVE ROW-DAYS(WS-JDX, WS-DDX)(1:2) TO WS-HH
           MOVE ROW-DAYS(WS-JDX, WS-DDX)(3:2) TO WS-MM
           COMPUTE WS-START-B = WS-HH * 60 + WS-MM
           COMPUTE WS-END-B = WS-START-B + ROW-LEN(WS-JDX)
           IF WS-START-A < WS-END-B AND WS-START-B < WS-END-A
               IF WS-PAIR-KIND NOT = "CLASH"
                   MOVE "CLASH" TO WS-PAIR-KIND
                   MOVE SPACES TO WS-PAIR-DAYS
                   MOVE 0 TO WS-PAIR-LDX
                   PERFORM format-pair-times
               END-IF
               PERFORM note-pair-day
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-KIND = "CLASH"
               EXIT PARAGRAPH
           END-IF
           PERFORM check-walk-gap
           IF WS-GAP-WALK > 0 AND WS-GAP-MIN >= 0 AND
                   WS-GAP-MIN < WS-GAP-WALK
               IF WS-PAIR-KIND = SPACES
                   MOVE "WALK" TO WS-PAIR-KIND
                   MOVE WS-GAP-MIN TO WS-PAIR-GAP
                   MOVE WS-GAP-WALK TO WS-PAIR-NEED
               END-IF
               PERFORM note-pair-day
           END-IF.

           note-pair-day.
           ADD 1 TO WS-PAIR-LDX
           MOVE WS-DAY-LETTERS(WS-DDX:1)
             TO WS-PAIR-DAYS(WS-PAIR-LDX:1).

           format-pair-times.
           MOVE SPACES TO WS-PAIR-TIME-A
           DIVIDE WS-END-A BY 60 GIVING WS-Q REMAINDER WS-R
           COMPUTE WS-END-DISP = WS-Q * 100 + WS-R
           STRING ROW-DAYS(WS-IDX, WS-DDX)(1:4) "-" WS-END-DISP
               DELIMITED BY SIZE INTO WS-PAIR-TIME-A
           MOVE SPACES TO WS-PAIR-TIME-B
           DIVIDE WS-END-B BY 60 GIVING WS-Q REMAINDER WS-R
           COMPUTE WS-END-DISP = WS-Q * 100 + WS-R
           STRING ROW-DAYS(WS-JDX, WS-DDX)(1:4) "-" WS-END-DISP
               DELIMITED BY SIZE INTO WS-PAIR-TIME-B.

      *> the gap between the two meetings against the walk between
      *> their buildings; same building, unknown or TBA rooms and
      *> unmatrixed pairs all pass
           check-walk-gap.
           MOVE 0 TO WS-GAP-WALK
           MOVE SPACES TO WS-GAP-BLDG-A
           MOVE SPACES TO WS-GAP-BLDG-B
           MOVE SPACES TO WS-GAP-CAMP-A
           MOVE SPACES TO WS-GAP-CAMP-B
           PERFORM VARYING WS-GAP-WDX FROM 1 BY 1
                   UNTIL WS-GAP-WDX > WS-ROOMS-COUNT
               IF WS-ROOMS-ID(WS-GAP-WDX) = ROW-ROOM(WS-IDX)
                   MOVE WS-ROOMS-BLDG(WS-GAP-WDX) TO WS-GAP-BLDG-A
                   MOVE WS-ROOMS-CAMP(WS-GAP-WDX) TO WS-GAP-CAMP-A
               END-IF
               IF WS-ROOMS-ID(WS-GAP-WDX) = ROW-ROOM(WS-JDX)
                   MOVE WS-ROOMS-BLDG(WS-GAP-WDX) TO WS-GAP-BLDG-B
                   MOVE WS-ROOMS-CAMP(WS-GAP-WDX) TO WS-GAP-CAMP-B
               END-IF
           END-PERFORM
           IF WS-GAP-BLDG-A = SPACES OR WS-GAP-BLDG-B = SPACES OR
                   WS-GAP-BLDG-A = WS-GAP-BLDG-B
               EXIT PARAGRAPH
           END-IF
           IF WS-GAP-CAMP-A NOT = WS-GAP-CAMP-B AND
                   WS-GAP-CAMP-A NOT = SPACES AND
                   WS-GAP-CAMP-B NOT = SPACES
               MOVE WS-CROSS-CAMPUS-MIN TO WS-GAP-WALK
           ELSE
               PERFORM find-walk-minutes
           END-IF
           IF WS-START-B >= WS-END-A
               COMPUTE WS-GAP-MIN = WS-START-B - WS-END-A
           ELSE
               COMPUTE WS-GAP-MIN = WS-START-A - WS-END-B
           END-IF.

           find-walk-minutes.
           MOVE 0 TO WS-GAP-WALK
           PERFORM VARYING WS-GAP-WDX FROM 1 BY 1
                   UNTIL WS-GAP-WDX > WS-WK-COUNT
                       OR WS-GAP-WALK > 0
               IF (WS-WK-BLDG-A(WS-GAP-WDX) = WS-GAP-BLDG-A AND
                       WS-WK-BLDG-B(WS-GAP-WDX) = WS-GAP-BLDG-B) OR
                       (WS-WK-BLDG-A(WS-GAP-WDX) = WS-GAP-BLDG-B AND
                       WS-WK-BLDG-B(WS-GAP-WDX) = WS-GAP-BLDG-A)
                   MOVE WS-WK-MINUTES(WS-GAP-WDX) TO WS-GAP-WALK
               END-IF
           END-PERFORM.

      *> the later of the two sections' last journal entries, if
      *> the loads ever touched either
           find-cause.
           MOVE SPACES TO WS-CAUSE-TEXT
           MOVE 0 TO WS-JH-BEST
           MOVE ROW-KEY(WS-IDX) TO WS-PROBE-KEY
           PERFORM find-journal-entry
           MOVE WS-JH-HIT TO WS-JH-BEST
           MOVE ROW-KEY(WS-JDX) TO WS-PROBE-KEY
           PERFORM find-journal-entry
           IF WS-JH-HIT > 0
               IF WS-JH-BEST = 0
                   MOVE WS-JH-HIT TO WS-JH-BEST
               ELSE
                   IF WS-JH-TS(WS-JH-HIT) > WS-JH-TS(WS-JH-BEST)
                       MOVE WS-JH-HIT TO WS-JH-BEST
                   END-IF
               END-IF
           END-IF
           IF WS-JH-BEST = 0
               EXIT PARAGRAPH
           END-IF
           STRING "(" WS-JH-KEY(WS-JH-BEST) " load action "
               WS-JH-ACTION(WS-JH-BEST) " "
               WS-JH-TS(WS-JH-BEST)(1:8) " feed line "
               WS-JH-LINE(WS-JH-BEST) ")"
               DELIMITED BY SIZE INTO WS-CAUSE-TEXT.

           find-journal-entry.
           MOVE 0 TO WS-JH-HIT
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-JH-COUNT OR WS-JH-HIT > 0
               IF WS-JH-KEY(WS-KDX) = WS-PROBE-KEY
                   MOVE WS-KDX TO WS-JH-HIT
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> per-section counts of students caught by any conflict
      *> ---------------------------------------------------------------
           print-section-counts.
           IF WS-STUDENTS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " ".
           DISPLAY "SECTION   ROOM     STUDENTS AFFECTED".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-COUNT
               IF WS-ROW-HITS(WS-IDX) > 0
                   DISPLAY ROW-KEY(WS-IDX) " " ROW-ROOM(WS-IDX) " "
                       WS-ROW-HITS(WS-IDX)
               END-IF
           END-PERFORM.

           load-journal.
           MOVE 0 TO WS-JH-COUNT
           OPEN INPUT JHIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ JHIST-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM note-journal-entry
               END-READ
           END-PERFORM
           CLOSE JHIST-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> line image: school(1:4) code(6:3) section(10:2, blank 01);
      *> the history is in run order, so a later entry replaces
           note-journal-entry.
           MOVE JHIST-FILE-RECORD(31:4) TO WS-PROBE-KEY(1:4)
           MOVE JHIST-FILE-RECORD(36:3) TO WS-PROBE-KEY(5:3)
           MOVE JHIST-FILE-RECORD(40:2) TO WS-PROBE-KEY(8:2)
           IF WS-PROBE-KEY(8:2) = SPACES
               MOVE "01" TO WS-PROBE-KEY(8:2)
           END-IF
           PERFORM find-journal-entry
           IF WS-JH-HIT = 0
               IF WS-JH-COUNT >= 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JH-COUNT
               MOVE WS-JH-COUNT TO WS-JH-HIT
               MOVE WS-PROBE-KEY TO WS-JH-KEY(WS-JH-HIT)
           END-IF
           MOVE JHIST-FILE-RECORD(1:6) TO WS-JH-LINE(WS-JH-HIT)
           MOVE JHIST-FILE-RECORD(29:1) TO WS-JH-ACTION(WS-JH-HIT)
           MOVE JHIST-FILE-RECORD(112:21) TO WS-JH-TS(WS-JH-HIT).

           load-rooms-list.
           MOVE 0 TO WS-ROOMS-COUNT
           OPEN INPUT ROOMS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ROOMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ROOMS-COUNT < 300
                           ADD 1 TO WS-ROOMS-COUNT
                           MOVE ROOMS-FILE-RECORD(1:8)
                             TO WS-ROOMS-ID(WS-ROOMS-COUNT)
                           MOVE ROOMS-FILE-RECORD(9:16)
                             TO WS-ROOMS-BLDG(WS-ROOMS-COUNT)
                           MOVE ROOMS-FILE-RECORD(29:2)
                             TO WS-ROOMS-CAMP(WS-ROOMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-walk-matrix.
           MOVE 0 TO WS-WK-COUNT
           OPEN INPUT WALK-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ WALK-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-WK-COUNT < 100 AND
                               WALK-FILE-RECORD(35:3) IS NUMERIC
                           ADD 1 TO WS-WK-COUNT
                           MOVE WALK-FILE-RECORD(1:16)
                             TO WS-WK-BLDG-A(WS-WK-COUNT)
                           MOVE WALK-FILE-RECORD(18:16)
                             TO WS-WK-BLDG-B(WS-WK-COUNT)
                           MOVE WALK-FILE-RECORD(35:3)
                             TO WS-WK-MINUTES(WS-WK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WALK-FILE
           MOVE 0 TO WS-EOF-FLAG.
