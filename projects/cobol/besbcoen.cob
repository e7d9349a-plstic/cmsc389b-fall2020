      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBCOEN.
      *> modification history
      *>   2026-10-15  co-enrollment from registrations -- reads the
      *>               student registrations (STUREG-term.DAT) of past
      *>               terms and counts, term by term, how many
      *>               students took each pair of courses together;
      *>               pairs at or over the threshold (--min-pct= of
      *>               the smaller course's students, --min-count=
      *>               students) are proposed as COENRL.DAT
      *>               constraints, marked NEW or ON FILE, with the
      *>               number of --term= sections that already clash
      *>               across the pair. COENRL.DAT pairs under the
      *>               threshold are listed STALE. A supervisor may
      *>               apply the proposals (--apply adds the new
      *>               pairs, --drop-stale also drops groups with no
      *>               real overlap left behind any pair), each change
      *>               audited
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUREG-FILE ASSIGN DYNAMIC WS-STUREG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COENRL-FILE ASSIGN DYNAMIC WS-COENRL-FILENAME
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
      *> registration line as BESBSREG files it: student(1:9)
      *> school(11:4) code(15:3) section(18:2)
       FD STUREG-FILE.
       01 STUREG-FILE-RECORD PIC X(19).
      *> co-enrollment group: up to four school+code courses at
      *> (1:7) (9:7) (17:7) (25:7)
       FD COENRL-FILE.
       01 COENRL-FILE-RECORD PIC X(31).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-ADX PIC 9(4) VALUE 0.
           01 WS-BDX PIC 9(4) VALUE 0.
           01 WS-DDX PIC 9(4) VALUE 0.
           01 WS-FDX PIC 9(4) VALUE 0.
           01 WS-MDX PIC 9(4) VALUE 0.
           01 WS-NDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-GROUP-DONE PIC 9(1) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
               02 WS-MAX-ROWS PIC 9(3) VALUE 200.
               02 WS-NUM-DAYS PIC 9(3) VALUE 7.
               02 WS-SCHEDULE-ROW OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-NUM-ROWS
                   INDEXED BY WS-SIDX.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==WS==.
      *> rows of the current term caught clashing across one pair
           01 WS-CLASH-MARKS.
               02 WS-CLASH-MARK PIC 9(1) OCCURS 200 TIMES.
           01 WS-CLASH-SECTIONS PIC 9(3) VALUE 0.
           01 WS-CLASH-HIT PIC 9(1) VALUE 0.
           01 WS-HH PIC 9(2) VALUE 0.
           01 WS-MM PIC 9(2) VALUE 0.
           01 WS-START-A PIC 9(4) VALUE 0.
           01 WS-END-A PIC 9(4) VALUE 0.
           01 WS-START-B PIC 9(4) VALUE 0.
           01 WS-END-B PIC 9(4) VALUE 0.
           01 WS-PT-FROM-A PIC X(8) VALUE SPACES.
           01 WS-PT-THRU-A PIC X(8) VALUE SPACES.
           01 WS-PT-FROM-B PIC X(8) VALUE SPACES.
           01 WS-PT-THRU-B PIC X(8) VALUE SPACES.

      *> history terms -- named with --from=, else every other term
      *> in TERMS.DAT
           01 WS-FROM-COUNT PIC 9(2) VALUE 0.
           01 WS-FROM-LIST.
               02 WS-FROM-TERM PIC X(20) OCCURS 20 TIMES.
           01 WS-USED-TERMS PIC 9(2) VALUE 0.

      *> one history term's registrations, sorted by student and
      *> course so each student's courses sit together
           01 WS-REG-TABLE.
               02 WS-REG-COUNT PIC 9(4) VALUE 0.
               02 WS-REG-MAX PIC 9(4) VALUE 6000.
               02 WS-REG-ENTRY OCCURS 0 TO 6000 TIMES
                   DEPENDING ON WS-REG-COUNT.
                   03 WS-REG-STUDENT PIC X(9).
                   03 WS-REG-COURSE PIC X(7).
                   03 WS-REG-SECTION PIC X(2).
           01 WS-REG-FIRST PIC 9(4) VALUE 0.
           01 WS-REG-LAST PIC 9(4) VALUE 0.
           01 WS-REG-OVER PIC 9(5) VALUE 0.
           01 WS-TERM-STUDENTS PIC 9(5) VALUE 0.

      *> one student's distinct courses in a term (a lecture and its
      *> lab are one course)
           01 WS-STU-COUNT PIC 9(2) VALUE 0.
           01 WS-STU-LIST.
               02 WS-STU-COURSE PIC X(7) OCCURS 30 TIMES.

      *> students per course and co-takers per course pair, summed
      *> over the history terms (a student counts once a term)
           01 WS-CRS-COUNT PIC 9(4) VALUE 0.
           01 WS-CRS-LIST.
               02 WS-CRS-ENTRY OCCURS 600 TIMES.
                   03 WS-CRS-COURSE PIC X(7).
                   03 WS-CRS-STUDENTS PIC 9(5).
           01 WS-CRS-FOUND PIC 9(4) VALUE 0.
           01 WS-CRS-PROBE PIC X(7) VALUE SPACES.
           01 WS-CRS-OVER PIC 9(5) VALUE 0.

           01 WS-PAIR-TABLE.
               02 WS-PAIR-COUNT PIC 9(4) VALUE 0.
               02 WS-PAIR-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-PAIR-COUNT.
                   03 WS-PAIR-TAKERS PIC 9(5).
                   03 WS-PAIR-A PIC X(7).
                   03 WS-PAIR-B PIC X(7).
           01 WS-PAIR-FOUND PIC 9(4) VALUE 0.
           01 WS-PAIR-OVER PIC 9(5) VALUE 0.
           01 WS-PROBE-A PIC X(7) VALUE SPACES.
           01 WS-PROBE-B PIC X(7) VALUE SPACES.

      *> the threshold: a pair is real when its co-takers reach the
      *> percentage of the smaller course's students and the count
      *> (--min-pct=0 judges by the count alone)
           01 WS-MIN-PCT PIC 9(3) VALUE 30.
           01 WS-MIN-COUNT PIC 9(5) VALUE 5.
           01 WS-T-TAKERS PIC 9(5) VALUE 0.
           01 WS-T-BASE PIC 9(5) VALUE 0.
           01 WS-T-PCT PIC 9(3) VALUE 0.
           01 WS-T-MEETS PIC 9(1) VALUE 0.
           01 WS-T-NOHIST PIC 9(1) VALUE 0.

      *> COENRL.DAT as it stands, line by line, and every pair its
      *> groups make
           01 WS-CE-COUNT PIC 9(4) VALUE 0.
           01 WS-CE-GROUPS PIC 9(4) VALUE 0.
           01 WS-CE-LIMIT PIC 9(4) VALUE 50.
           01 WS-CE-LIST.
               02 WS-CE-ENTRY OCCURS 100 TIMES.
                   03 WS-CE-LINE PIC X(31).
                   03 WS-CE-GROUP PIC 9(1).
                   03 WS-CE-DROP PIC 9(1).
                   03 WS-CE-PAIRS PIC 9(2).
                   03 WS-CE-STALE PIC 9(2).
                   03 WS-CE-NOHIST PIC 9(2).
           01 WS-CE-MEMBERS.
               02 WS-CE-MEMBER PIC X(7) OCCURS 4 TIMES.
           01 WS-EX-COUNT PIC 9(4) VALUE 0.
           01 WS-EX-LIST.
               02 WS-EX-ENTRY OCCURS 600 TIMES.
                   03 WS-EX-A PIC X(7).
                   03 WS-EX-B PIC X(7).
                   03 WS-EX-LINE PIC 9(4).
                   03 WS-EX-TAKERS PIC 9(5).
                   03 WS-EX-PCT PIC 9(3).
                   03 WS-EX-STATE PIC X(1).
                       88 EX-IS-KEPT VALUE "K".
                       88 EX-IS-STALE VALUE "S".
                       88 EX-IS-NOHIST VALUE "N".
           01 WS-EX-FOUND PIC 9(4) VALUE 0.
           01 WS-STATUS-TEXT PIC X(8) VALUE SPACES.

           01 WS-APPLY PIC 9(1) VALUE 0.
           01 WS-DROP-STALE PIC 9(1) VALUE 0.
           01 WS-PROPOSED PIC 9(4) VALUE 0.
           01 WS-NEW-COUNT PIC 9(4) VALUE 0.
           01 WS-STALE-COUNT PIC 9(4) VALUE 0.
           01 WS-NOHIST-COUNT PIC 9(4) VALUE 0.
           01 WS-PARTIAL-COUNT PIC 9(4) VALUE 0.
           01 WS-ADDED-COUNT PIC 9(4) VALUE 0.
           01 WS-NOTADD-COUNT PIC 9(4) VALUE 0.
           01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
           01 WS-DROPPABLE PIC 9(4) VALUE 0.
           01 WS-CLASH-PAIRS PIC 9(4) VALUE 0.

      *> operator identity -- looking is anyone's; changing COENRL.DAT
      *> is a supervisor's
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

           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-START PIC X(8).
                   03 WS-TERMS-END PIC X(8).
                   03 WS-TERMS-STATUS PIC X(1).

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-STUREG-FILENAME PIC X(60).
           01 WS-COENRL-FILENAME PIC X(20) VALUE "COENRL.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

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
           MOVE "BESBCOEN" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DROP-STALE = 1
               MOVE 1 TO WS-APPLY
           END-IF.
           IF WS-APPLY = 1
               PERFORM sign-on-operator
               IF WS-OPER-OK = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-terms-list.
           IF WS-FROM-COUNT = 0
               PERFORM default-from-terms
           END-IF.
           IF WS-FROM-COUNT = 0
               DISPLAY "BESBCOEN: no history terms -- name them with"
                   " --from=TERM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBCOEN: co-enrollment from registrations,"
               " measured against term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           PERFORM VARYING WS-FDX FROM 1 BY 1
                   UNTIL WS-FDX > WS-FROM-COUNT
               PERFORM count-one-term
           END-PERFORM.
           IF WS-USED-TERMS = 0
               DISPLAY "BESBCOEN: no registrations on file for any"
                   " history term"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REG-OVER > 0 OR WS-CRS-OVER > 0 OR WS-PAIR-OVER > 0
               DISPLAY "BESBCOEN: over table -- registrations "
                   WS-REG-OVER " courses " WS-CRS-OVER
                   " pairs " WS-PAIR-OVER " not counted"
           END-IF.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-coenrl.
           PERFORM judge-existing-pairs.
           IF WS-PAIR-COUNT > 1
               SORT WS-PAIR-ENTRY ON DESCENDING KEY WS-PAIR-TAKERS
                   ON ASCENDING KEY WS-PAIR-A WS-PAIR-B
           END-IF.
           DISPLAY "threshold: " WS-MIN-PCT " pct of the smaller"
               " course's students and at least " WS-MIN-COUNT
               " students".
           DISPLAY "PAIR            STUDENTS PCT STATUS   CLASHING".
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-PAIR-COUNT
               PERFORM judge-one-pair
           END-PERFORM.
           IF WS-PROPOSED = 0
               DISPLAY "(no pair reaches the threshold)"
           END-IF.
           PERFORM show-stale-pairs.
           PERFORM show-groups.
           IF WS-ADDED-COUNT > 0 OR WS-DROPPED-COUNT > 0
               PERFORM save-coenrl
           END-IF.
           DISPLAY "---".
           DISPLAY "history terms " WS-USED-TERMS
               " courses " WS-CRS-COUNT
               " pairs seen " WS-PAIR-COUNT
               " proposed " WS-PROPOSED
               " new " WS-NEW-COUNT
               " clashing now " WS-CLASH-PAIRS.
           DISPLAY "on file " WS-EX-COUNT
               " stale " WS-STALE-COUNT
               " no history " WS-NOHIST-COUNT
               " partial groups " WS-PARTIAL-COUNT.
           IF WS-APPLY = 1
               DISPLAY "added " WS-ADDED-COUNT
                   " not added " WS-NOTADD-COUNT
                   " groups dropped " WS-DROPPED-COUNT
           END-IF.
           IF WS-NEW-COUNT > WS-ADDED-COUNT OR
                   WS-DROPPABLE > WS-DROPPED-COUNT OR
                   WS-PARTIAL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--from="
                   IF WS-FROM-COUNT < 20
                       ADD 1 TO WS-FROM-COUNT
                       MOVE ARGV(8:20) TO WS-FROM-TERM(WS-FROM-COUNT)
                   END-IF
               WHEN ARGV(1:10) = "--min-pct="
                   IF ARGV(11:3) IS NUMERIC AND ARGV(11:3) <= "100"
                       MOVE ARGV(11:3) TO WS-MIN-PCT
                   ELSE
                       DISPLAY "BESBCOEN: --min-pct= takes 000 to 100"
                   END-IF
               WHEN ARGV(1:12) = "--min-count="
                   IF ARGV(13:5) IS NUMERIC
                       MOVE ARGV(13:5) TO WS-MIN-COUNT
                   ELSE
                       DISPLAY "BESBCOEN: --min-count= takes five"
                           " digits (00005)"
                   END-IF
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:7) = "--apply"
                   MOVE 1 TO WS-APPLY
               WHEN ARGV(1:12) = "--drop-stale"
                   MOVE 1 TO WS-DROP-STALE
               WHEN OTHER
                   DISPLAY "BESBCOEN: invalid arg: " ARGV
                   DISPLAY "BESBCOEN: usage: besbcoen [--term=X]"
                       " [--from=TERM ...] [--min-pct=NNN]"
                       " [--min-count=NNNNN] [--env=ENV]"
                   DISPLAY "  to change COENRL.DAT: --oper=SUPV"
                       " --apply [--drop-stale]"
           END-EVALUATE.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> every term in the term master but the one being measured;
      *> a term without registrations on file is passed over
           default-from-terms.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TERMS-COUNT
               IF FUNCTION TRIM(WS-TERMS-NAME(WS-IDX)) NOT =
                       FUNCTION TRIM(WS-CURRENT-TERM) AND
                       WS-FROM-COUNT < 20
                   ADD 1 TO WS-FROM-COUNT
                   MOVE WS-TERMS-NAME(WS-IDX)
                     TO WS-FROM-TERM(WS-FROM-COUNT)
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the count -- one history term at a time: its registrations
      *> sorted by student, then each student's distinct courses
      *> count once for every course and once for every pair
      *> ---------------------------------------------------------------
           count-one-term.
           MOVE SPACES TO WS-STUREG-FILENAME
           STRING "STUREG-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FROM-TERM(WS-FDX)) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-STUREG-FILENAME
           PERFORM load-registrations
           IF WS-REG-COUNT = 0
               DISPLAY "TERM     " WS-FROM-TERM(WS-FDX)
                   " no registrations on file"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USED-TERMS
           IF WS-REG-COUNT > 1
               SORT WS-REG-ENTRY ON ASCENDING KEY WS-REG-STUDENT
                   WS-REG-COURSE
           END-IF
           MOVE 0 TO WS-TERM-STUDENTS
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
               PERFORM count-one-student
               COMPUTE WS-REG-FIRST = WS-REG-LAST + 1
           END-PERFORM
           DISPLAY "TERM     " WS-FROM-TERM(WS-FDX)
               " registrations " WS-REG-COUNT
               " students " WS-TERM-STUDENTS.

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
                   NOT AT END PERFORM load-one-registration
               END-READ
           END-PERFORM
           CLOSE STUREG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-registration.
           IF STUREG-FILE-RECORD(1:9) = SPACES OR
                   STUREG-FILE-RECORD(11:4) = SPACES OR
                   STUREG-FILE-RECORD(15:3) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
               ADD 1 TO WS-REG-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE STUREG-FILE-RECORD(1:9) TO WS-REG-STUDENT(WS-REG-COUNT)
           MOVE STUREG-FILE-RECORD(11:7) TO WS-REG-COURSE(WS-REG-COUNT)
           MOVE STUREG-FILE-RECORD(18:2)
             TO WS-REG-SECTION(WS-REG-COUNT).

      *> the sort leaves a student's courses in order, so the pairs
      *> come out with the lower course first, as they are kept
           count-one-student.
           ADD 1 TO WS-TERM-STUDENTS
           MOVE 0 TO WS-STU-COUNT
           PERFORM VARYING WS-ADX FROM WS-REG-FIRST BY 1
                   UNTIL WS-ADX > WS-REG-LAST
               IF WS-STU-COUNT = 0
                   MOVE 1 TO WS-STU-COUNT
                   MOVE WS-REG-COURSE(WS-ADX) TO WS-STU-COURSE(1)
               ELSE
                   IF WS-REG-COURSE(WS-ADX) NOT =
                           WS-STU-COURSE(WS-STU-COUNT) AND
                           WS-STU-COUNT < 30
                       ADD 1 TO WS-STU-COUNT
                       MOVE WS-REG-COURSE(WS-ADX)
                         TO WS-STU-COURSE(WS-STU-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-STU-COUNT
               MOVE WS-STU-COURSE(WS-ADX) TO WS-CRS-PROBE
               PERFORM find-course
               IF WS-CRS-FOUND = 0
                   IF WS-CRS-COUNT < 600
                       ADD 1 TO WS-CRS-COUNT
                       MOVE WS-CRS-PROBE TO WS-CRS-COURSE(WS-CRS-COUNT)
                       MOVE 1 TO WS-CRS-STUDENTS(WS-CRS-COUNT)
                   ELSE
                       ADD 1 TO WS-CRS-OVER
                   END-IF
               ELSE
                   ADD 1 TO WS-CRS-STUDENTS(WS-CRS-FOUND)
               END-IF
               PERFORM VARYING WS-BDX FROM WS-ADX BY 1
                       UNTIL WS-BDX > WS-STU-COUNT
                   IF WS-BDX > WS-ADX
                       MOVE WS-STU-COURSE(WS-ADX) TO WS-PROBE-A
                       MOVE WS-STU-COURSE(WS-BDX) TO WS-PROBE-B
                       PERFORM count-one-pair
                   END-IF
               END-PERFORM
           END-PERFORM.

           count-one-pair.
           PERFORM find-pair
           IF WS-PAIR-FOUND > 0
               ADD 1 TO WS-PAIR-TAKERS(WS-PAIR-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-PAIR-COUNT >= 3000
               ADD 1 TO WS-PAIR-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE WS-PROBE-A TO WS-PAIR-A(WS-PAIR-COUNT)
           MOVE WS-PROBE-B TO WS-PAIR-B(WS-PAIR-COUNT)
           MOVE 1 TO WS-PAIR-TAKERS(WS-PAIR-COUNT).

           find-course.
           MOVE 0 TO WS-CRS-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CRS-COUNT OR WS-CRS-FOUND > 0
               IF WS-CRS-COURSE(WS-IDX) = WS-CRS-PROBE
                   MOVE WS-IDX TO WS-CRS-FOUND
               END-IF
           END-PERFORM.

           find-pair.
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PAIR-COUNT OR WS-PAIR-FOUND > 0
               IF WS-PAIR-A(WS-IDX) = WS-PROBE-A AND
                       WS-PAIR-B(WS-IDX) = WS-PROBE-B
                   MOVE WS-IDX TO WS-PAIR-FOUND
               END-IF
           END-PERFORM.

      *> co-takers of WS-PROBE-A / WS-PROBE-B against the threshold;
      *> a pair one of whose courses no history term shows is not
      *> judged at all (a new course, or one not offered lately)
           check-threshold.
           MOVE 0 TO WS-T-MEETS
           MOVE 0 TO WS-T-NOHIST
           MOVE 0 TO WS-T-PCT
           MOVE 0 TO WS-T-TAKERS
           MOVE WS-PROBE-A TO WS-CRS-PROBE
           PERFORM find-course
           IF WS-CRS-FOUND = 0
               MOVE 1 TO WS-T-NOHIST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRS-STUDENTS(WS-CRS-FOUND) TO WS-T-BASE
           MOVE WS-PROBE-B TO WS-CRS-PROBE
           PERFORM find-course
           IF WS-CRS-FOUND = 0
               MOVE 1 TO WS-T-NOHIST
               EXIT PARAGRAPH
           END-IF
           IF WS-CRS-STUDENTS(WS-CRS-FOUND) < WS-T-BASE
               MOVE WS-CRS-STUDENTS(WS-CRS-FOUND) TO WS-T-BASE
           END-IF
           PERFORM find-pair
           IF WS-PAIR-FOUND > 0
               MOVE WS-PAIR-TAKERS(WS-PAIR-FOUND) TO WS-T-TAKERS
           END-IF
           IF WS-T-BASE > 0
               COMPUTE WS-T-PCT = (WS-T-TAKERS * 100) / WS-T-BASE
           END-IF
           IF WS-T-TAKERS >= WS-MIN-COUNT AND WS-T-TAKERS > 0 AND
                   WS-T-PCT >= WS-MIN-PCT
               MOVE 1 TO WS-T-MEETS
           END-IF.

      *> ---------------------------------------------------------------
      *> COENRL.DAT -- each group's pairs judged against the same
      *> threshold; a group is droppable only when every one of its
      *> pairs is stale (one with no history keeps it)
      *> ---------------------------------------------------------------
           judge-existing-pairs.
           MOVE 0 TO WS-EX-COUNT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CE-COUNT
               IF WS-CE-GROUP(WS-JDX) = 1
                   PERFORM judge-one-group
               END-IF
           END-PERFORM.

           judge-one-group.
           MOVE WS-CE-LINE(WS-JDX)(1:7) TO WS-CE-MEMBER(1)
           MOVE WS-CE-LINE(WS-JDX)(9:7) TO WS-CE-MEMBER(2)
           MOVE WS-CE-LINE(WS-JDX)(17:7) TO WS-CE-MEMBER(3)
           MOVE WS-CE-LINE(WS-JDX)(25:7) TO WS-CE-MEMBER(4)
           PERFORM VARYING WS-ADX FROM 1 BY 1 UNTIL WS-ADX > 3
               PERFORM VARYING WS-BDX FROM WS-ADX BY 1
                       UNTIL WS-BDX > 4
                   IF WS-BDX > WS-ADX AND
                           WS-CE-MEMBER(WS-ADX) NOT = SPACES AND
                           WS-CE-MEMBER(WS-BDX) NOT = SPACES AND
                           WS-CE-MEMBER(WS-ADX) NOT =
                               WS-CE-MEMBER(WS-BDX)
                       PERFORM judge-one-member-pair
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CE-PAIRS(WS-JDX) > 0 AND
                   WS-CE-STALE(WS-JDX) = WS-CE-PAIRS(WS-JDX)
               ADD 1 TO WS-DROPPABLE
               IF WS-DROP-STALE = 1
                   MOVE 1 TO WS-CE-DROP(WS-JDX)
               END-IF
           END-IF.

           judge-one-member-pair.
           IF WS-CE-MEMBER(WS-ADX) < WS-CE-MEMBER(WS-BDX)
               MOVE WS-CE-MEMBER(WS-ADX) TO WS-PROBE-A
               MOVE WS-CE-MEMBER(WS-BDX) TO WS-PROBE-B
           ELSE
               MOVE WS-CE-MEMBER(WS-BDX) TO WS-PROBE-A
               MOVE WS-CE-MEMBER(WS-ADX) TO WS-PROBE-B
           END-IF
           ADD 1 TO WS-CE-PAIRS(WS-JDX)
           PERFORM check-threshold
           IF WS-EX-COUNT >= 600
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EX-COUNT
           MOVE WS-PROBE-A TO WS-EX-A(WS-EX-COUNT)
           MOVE WS-PROBE-B TO WS-EX-B(WS-EX-COUNT)
           MOVE WS-JDX TO WS-EX-LINE(WS-EX-COUNT)
           MOVE WS-T-TAKERS TO WS-EX-TAKERS(WS-EX-COUNT)
           MOVE WS-T-PCT TO WS-EX-PCT(WS-EX-COUNT)
           EVALUATE TRUE
               WHEN WS-T-NOHIST = 1
                   MOVE "N" TO WS-EX-STATE(WS-EX-COUNT)
                   ADD 1 TO WS-CE-NOHIST(WS-JDX)
                   ADD 1 TO WS-NOHIST-COUNT
               WHEN WS-T-MEETS = 1
                   MOVE "K" TO WS-EX-STATE(WS-EX-COUNT)
               WHEN OTHER
                   MOVE "S" TO WS-EX-STATE(WS-EX-COUNT)
                   ADD 1 TO WS-CE-STALE(WS-JDX)
                   ADD 1 TO WS-STALE-COUNT
           END-EVALUATE.

           find-existing.
           MOVE 0 TO WS-EX-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EX-COUNT OR WS-EX-FOUND > 0
               IF WS-EX-A(WS-IDX) = WS-PROBE-A AND
                       WS-EX-B(WS-IDX) = WS-PROBE-B
                   MOVE WS-IDX TO WS-EX-FOUND
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the proposals -- every counted pair at or over the threshold,
      *> most co-takers first, with the sections of the measured term
      *> that already meet at the same time across the pair
      *> ---------------------------------------------------------------
           judge-one-pair.
           MOVE WS-PAIR-A(WS-NDX) TO WS-PROBE-A
           MOVE WS-PAIR-B(WS-NDX) TO WS-PROBE-B
           PERFORM check-threshold
           IF WS-T-MEETS = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROPOSED
           PERFORM find-existing
           IF WS-EX-FOUND > 0
               MOVE "ON FILE" TO WS-STATUS-TEXT
           ELSE
               MOVE "NEW" TO WS-STATUS-TEXT
               ADD 1 TO WS-NEW-COUNT
           END-IF
           PERFORM count-clashes
           IF WS-CLASH-SECTIONS > 0
               ADD 1 TO WS-CLASH-PAIRS
           END-IF
           DISPLAY WS-PROBE-A " " WS-PROBE-B "    " WS-T-TAKERS
               " " WS-T-PCT " " WS-STATUS-TEXT " "
               WS-CLASH-SECTIONS " sections"
           IF WS-APPLY = 1 AND WS-EX-FOUND = 0
               PERFORM add-one-pair
           END-IF.

      *> a section counts when it meets on a day at a time some live
      *> section of the other course also meets, their part-of-term
      *> dates overlapping (blank dates are the whole term)
           count-clashes.
           MOVE 0 TO WS-CLASH-SECTIONS
           INITIALIZE WS-CLASH-MARKS
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-NUM-ROWS
               IF WS-STATUS(WS-ADX) NOT = "C" AND
                       WS-KEY(WS-ADX)(1:7) = WS-PROBE-A
                   PERFORM VARYING WS-BDX FROM 1 BY 1
                           UNTIL WS-BDX > WS-NUM-ROWS
                       IF WS-STATUS(WS-BDX) NOT = "C" AND
                               WS-KEY(WS-BDX)(1:7) = WS-PROBE-B
                           PERFORM check-row-clash
                           IF WS-CLASH-HIT = 1
                               MOVE 1 TO WS-CLASH-MARK(WS-ADX)
                               MOVE 1 TO WS-CLASH-MARK(WS-BDX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-NUM-ROWS
               IF WS-CLASH-MARK(WS-ADX) = 1
                   ADD 1 TO WS-CLASH-SECTIONS
               END-IF
           END-PERFORM.

           check-row-clash.
           MOVE 0 TO WS-CLASH-HIT
           MOVE WS-PT-START(WS-ADX) TO WS-PT-FROM-A
           MOVE WS-PT-END(WS-ADX) TO WS-PT-THRU-A
           MOVE WS-PT-START(WS-BDX) TO WS-PT-FROM-B
           MOVE WS-PT-END(WS-BDX) TO WS-PT-THRU-B
           IF WS-PT-FROM-A = SPACES
               MOVE "00000000" TO WS-PT-FROM-A
           END-IF
           IF WS-PT-THRU-A = SPACES
               MOVE "99999999" TO WS-PT-THRU-A
           END-IF
           IF WS-PT-FROM-B = SPACES
               MOVE "00000000" TO WS-PT-FROM-B
           END-IF
           IF WS-PT-THRU-B = SPACES
               MOVE "99999999" TO WS-PT-THRU-B
           END-IF
           IF WS-PT-FROM-A > WS-PT-THRU-B OR
                   WS-PT-FROM-B > WS-PT-THRU-A
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DDX FROM 1 BY 1
                   UNTIL WS-DDX > WS-NUM-DAYS OR WS-CLASH-HIT = 1
               IF WS-DAYS(WS-ADX, WS-DDX)(1:4) IS NUMERIC AND
                       WS-DAYS(WS-BDX, WS-DDX)(1:4) IS NUMERIC
                   MOVE WS-DAYS(WS-ADX, WS-DDX)(1:2) TO WS-HH
                   MOVE WS-DAYS(WS-ADX, WS-DDX)(3:2) TO WS-MM
                   COMPUTE WS-START-A = WS-HH * 60 + WS-MM
                   COMPUTE WS-END-A = WS-START-A + WS-LEN(WS-ADX)
                   MOVE WS-DAYS(WS-BDX, WS-DDX)(1:2) TO WS-HH
                   MOVE WS-DAYS(WS-BDX, WS-DDX)(3:2) TO WS-MM
                   COMPUTE WS-START-B = WS-HH * 60 + WS-MM
                   COMPUTE WS-END-B = WS-START-B + WS-LEN(WS-BDX)
                   IF WS-START-A < WS-END-B AND WS-START-B < WS-END-A
                       MOVE 1 TO WS-CLASH-HIT
                   END-IF
               END-IF
           END-PERFORM.

      *> a new pair goes on as a two-course group; BESBVAL reads only
      *> the first fifty groups, so none is added past that
           add-one-pair.
           IF WS-CE-GROUPS >= WS-CE-LIMIT OR WS-CE-COUNT >= 100
               ADD 1 TO WS-NOTADD-COUNT
               DISPLAY "NOT ADDED " WS-PROBE-A " " WS-PROBE-B
                   " -- COENRL.DAT holds " WS-CE-LIMIT " groups"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CE-COUNT
           ADD 1 TO WS-CE-GROUPS
           MOVE SPACES TO WS-CE-LINE(WS-CE-COUNT)
           MOVE WS-PROBE-A TO WS-CE-LINE(WS-CE-COUNT)(1:7)
           MOVE WS-PROBE-B TO WS-CE-LINE(WS-CE-COUNT)(9:7)
           MOVE 1 TO WS-CE-GROUP(WS-CE-COUNT)
           MOVE 0 TO WS-CE-DROP(WS-CE-COUNT)
           ADD 1 TO WS-ADDED-COUNT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "add " WS-PROBE-A " " WS-PROBE-B
               " students " WS-T-TAKERS " pct " WS-T-PCT
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit
           DISPLAY "ADDED     " WS-PROBE-A " " WS-PROBE-B.

      *> ---------------------------------------------------------------
      *> what is on file without real overlap behind it
      *> ---------------------------------------------------------------
           show-stale-pairs.
           IF WS-STALE-COUNT = 0 AND WS-NOHIST-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "COENRL.DAT pairs under the threshold:"
           PERFORM VARYING WS-MDX FROM 1 BY 1
                   UNTIL WS-MDX > WS-EX-COUNT
               EVALUATE TRUE
                   WHEN EX-IS-STALE(WS-MDX)
                       DISPLAY "STALE     " WS-EX-A(WS-MDX) " "
                           WS-EX-B(WS-MDX) " " WS-EX-TAKERS(WS-MDX)
                           " " WS-EX-PCT(WS-MDX)
                   WHEN EX-IS-NOHIST(WS-MDX)
                       DISPLAY "NO HIST   " WS-EX-A(WS-MDX) " "
                           WS-EX-B(WS-MDX)
                           " -- a course no history term shows"
               END-EVALUATE
           END-PERFORM.

           show-groups.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CE-COUNT
               IF WS-CE-GROUP(WS-JDX) = 1 AND
                       WS-CE-STALE(WS-JDX) > 0
                   IF WS-CE-STALE(WS-JDX) = WS-CE-PAIRS(WS-JDX)
                       IF WS-CE-DROP(WS-JDX) = 1
                           PERFORM drop-one-group
                       ELSE
                           DISPLAY "STALE GROUP "
                               FUNCTION TRIM(WS-CE-LINE(WS-JDX))
                       END-IF
                   ELSE
                       ADD 1 TO WS-PARTIAL-COUNT
                       DISPLAY "PARTIAL   "
                           FUNCTION TRIM(WS-CE-LINE(WS-JDX))
                           " stale pairs " WS-CE-STALE(WS-JDX)
                           " of " WS-CE-PAIRS(WS-JDX)
                   END-IF
               END-IF
           END-PERFORM.

           drop-one-group.
           ADD 1 TO WS-DROPPED-COUNT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "drop " FUNCTION TRIM(WS-CE-LINE(WS-JDX))
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit
           DISPLAY "DROPPED   " FUNCTION TRIM(WS-CE-LINE(WS-JDX)).

      *> ---------------------------------------------------------------
      *> the lock -- this run only reads the measured term's schedule,
      *> and refuses one a writer has mid-flight
      *> ---------------------------------------------------------------
           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBCOEN: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> persistence -- same per-term SCHEDULE-FILE layout as BESBUBO
      *> ---------------------------------------------------------------
           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCOEN: cannot open "
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

      *> every line is kept as it stands, comments and all, so the
      *> rewrite changes only what was added or dropped
           load-coenrl.
           MOVE 0 TO WS-CE-COUNT
           MOVE 0 TO WS-CE-GROUPS
           OPEN INPUT COENRL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ COENRL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-coenrl-entry
               END-READ
           END-PERFORM
           CLOSE COENRL-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> a group needs at least two courses to constrain anything,
      *> and BESBVAL reads no more than fifty of them
           load-one-coenrl-entry.
           IF WS-CE-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CE-COUNT
           MOVE COENRL-FILE-RECORD TO WS-CE-LINE(WS-CE-COUNT)
           MOVE 0 TO WS-CE-GROUP(WS-CE-COUNT)
           MOVE 0 TO WS-CE-DROP(WS-CE-COUNT)
           MOVE 0 TO WS-CE-PAIRS(WS-CE-COUNT)
           MOVE 0 TO WS-CE-STALE(WS-CE-COUNT)
           MOVE 0 TO WS-CE-NOHIST(WS-CE-COUNT)
           IF COENRL-FILE-RECORD(1:7) NOT = SPACES AND
                   COENRL-FILE-RECORD(9:7) NOT = SPACES AND
                   WS-CE-GROUPS < WS-CE-LIMIT
               ADD 1 TO WS-CE-GROUPS
               MOVE 1 TO WS-CE-GROUP(WS-CE-COUNT)
           END-IF.

           save-coenrl.
           OPEN OUTPUT COENRL-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCOEN: cannot rewrite "
                   FUNCTION TRIM(WS-COENRL-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CE-COUNT
               IF WS-CE-DROP(WS-JDX) = 0
                   MOVE WS-CE-LINE(WS-JDX) TO COENRL-FILE-RECORD
                   WRITE COENRL-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE COENRL-FILE.

      *> ---------------------------------------------------------------
      *> operator sign-on and the term master, both the usual shapes
      *> ---------------------------------------------------------------
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBCOEN: an operator id is required"
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
               DISPLAY "BESBCOEN: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBCOEN: operator " WS-OPER-ID
                   " is not authorized to change COENRL.DAT"
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

      *> co-enrollment groups belong to no one term -- the term column
      *> carries *COENRL* the way catalog changes carry *CATALOG*
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "coenrl  " DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*COENRL*            " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
