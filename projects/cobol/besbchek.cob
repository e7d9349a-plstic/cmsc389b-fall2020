      *>               instead of checking garbage
      *>   2026-09-02  rows whose room sits inside an OUTAGE.DAT
      *>               window overlapping the term's dates flagged
      *>   2026-10-15  room-TBA rows are not a shared room -- two
      *>               unroomed sections at one time are no conflict
      *>   2026-10-15  the term's occupancy index (SCHED-term.OCCX,
      *>               written by BESBVAL op W) is compared with one
      *>               built from the rows on file; missing or out of
      *>               step, it is rewritten from the rows with a
      *>               note -- writers that save without BESBVAL
      *>               leave it to this pass
      *>   2026-10-15  part-of-term sections -- a row's own meeting
      *>               dates must be dates, in order and inside the
      *>               term; two rows whose date ranges don't overlap
      *>               are no conflict, and the outage test uses the
      *>               row's own dates
      *>   2026-10-15  instruction modes -- a row's mode must be one of
      *>               P/S/A/R and fit its room column, an online
      *>               self-paced or by-arrangement row may hold no
      *>               meetings (and so a zero length), and online
      *>               rows share no room with each other
      *>   2026-10-15  team-taught sections (TEAM-term.DAT) -- two rows
      *>               sharing any instructor of either team conflict
      *>               as a shared lead would, and the occupancy index
      *>               carries a line for every team member
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTAGE-FILE ASSIGN DYNAMIC WS-OUTAGE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OCCX-FILE ASSIGN DYNAMIC WS-OCCX-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEAM-FILE ASSIGN DYNAMIC WS-TEAM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       FD MASTER-FILE.
       01 MASTER-FILE-RECORD PIC X(8).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> outage line: room(1:8) from(10:8) to(19:8) reason(28:20)
       FD OUTAGE-FILE.
       01 OUTAGE-FILE-RECORD PIC X(47).
      *> occupancy index line: type(1:1, R room / I instructor)
      *> room or instructor(3:8) day(12:1) start(14:4) length(19:3)
      *> section key(23:9)
       FD OCCX-FILE.
       01 OCCX-FILE-RECORD PIC X(31).
      *> team-teaching line: section key(1:9) then up to four
      *> instructor/share pairs -- instr(11:6) share(18:3)
      *> instr(22:6) share(29:3) instr(33:6) share(40:3) instr(44:6)
      *> share(51:3); the row's own instructor leads the team
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-A-END PIC 9(4).
           01 WS-B-START PIC 9(4).
           01 WS-B-END PIC 9(4).
      *> a row's meeting dates with the term's filling blank sides
      *> (open-ended when the term has none), and whether a pair's
      *> ranges meet
           01 WS-A-FROM PIC X(8).
           01 WS-A-TO PIC X(8).
           01 WS-B-FROM PIC X(8).
           01 WS-B-TO PIC X(8).
           01 WS-PAIR-MEET PIC 9(1) VALUE 0.
           01 WS-ROW-BAD PIC 9(1) VALUE 0.
           01 WS-MASTER-FOUND PIC 9(1) VALUE 0.

           01 WS-CUR-TERM-START PIC X(8) VALUE SPACES.
           01 WS-CUR-TERM-END PIC X(8) VALUE SPACES.

      *> the occupancy index as the rows say it should be, and as it
      *> stands on file -- both sorted, then compared line for line
           01 WS-OCCX-FILENAME PIC X(60) VALUE SPACES.
           01 WS-OCX-EXP-COUNT PIC 9(4) VALUE 0.
           01 WS-OCX-EXP-TABLE.
               02 WS-OCX-EXP OCCURS 0 TO 5600 TIMES
                   DEPENDING ON WS-OCX-EXP-COUNT.
                   03 WS-OCX-EXP-LINE PIC X(31).
           01 WS-OCX-HAVE-COUNT PIC 9(4) VALUE 0.
           01 WS-OCX-HAVE-TABLE.
               02 WS-OCX-HAVE OCCURS 0 TO 5600 TIMES
                   DEPENDING ON WS-OCX-HAVE-COUNT.
                   03 WS-OCX-HAVE-LINE PIC X(31).
           01 WS-OCX-ON-FILE PIC 9(1) VALUE 0.
           01 WS-OCX-TOO-MANY PIC 9(1) VALUE 0.
           01 WS-OCX-SAME PIC 9(1) VALUE 0.
           01 WS-OCX-LINE PIC X(31) VALUE SPACES.
           01 WS-OCX-DAY PIC 9(1) VALUE 0.
           01 WS-OCX-ODX PIC 9(4) VALUE 0.

      *> the term's team-taught sections, and the instructor sets of
      *> the pair under test (lead first, then the team's others)
           01 WS-TEAM-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-NDX PIC 9(1) VALUE 0.
           01 WS-TM-DUP PIC 9(1) VALUE 0.
           01 WS-TM-SHARED PIC 9(1) VALUE 0.
           01 WS-TM-SHARED-ID PIC X(6) VALUE SPACES.
           01 WS-TM-PROBE-KEY PIC X(9) VALUE SPACES.
           01 WS-TM-PROBE-LEAD PIC X(6) VALUE SPACES.
           01 WS-TM-SET.
               02 WS-TM-SET-N PIC 9(1).
               02 WS-TM-SET-ID PIC X(6) OCCURS 5 TIMES.
           01 WS-TM-A.
               02 WS-TM-A-N PIC 9(1).
               02 WS-TM-A-ID PIC X(6) OCCURS 5 TIMES.

           01 WS-ALL-FLAG PIC 9(1) VALUE 0.
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
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
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBCHEK" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-master-list.
           PERFORM load-outages.
           IF WS-ALL-FLAG = 1

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:5) = "--all"

           check-one-term.
           PERFORM find-term-dates
           PERFORM load-team
           MOVE SPACES TO WS-SCHED-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
                   UNTIL WS-IDX > WS-ROW-COUNT OR WS-IDX > 400
               PERFORM check-row-fields
           END-PERFORM
           PERFORM check-internal-conflicts
           IF WS-ROW-COUNT <= 400
               PERFORM check-occupancy-index
           END-IF.

      *> ---------------------------------------------------------------
      *> the occupancy index BESBVAL answers conflict checks from --
      *> one line per active row per meeting day for the room, and
      *> another for each instructor named (the row's own and its
      *> team's)
      *> ---------------------------------------------------------------
           check-occupancy-index.
           MOVE SPACES TO WS-OCCX-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".OCCX" DELIMITED BY SIZE
               INTO WS-OCCX-FILENAME
           MOVE 0 TO WS-OCX-EXP-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROW-COUNT
               IF CHK-STATUS(WS-IDX) NOT = "C"
                   PERFORM VARYING WS-DDX FROM 1 BY 1
                           UNTIL WS-DDX > WS-NUM-DAYS
                       IF CHK-DAYS(WS-IDX, WS-DDX) NOT = SPACES
                           PERFORM build-occupancy-lines
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-OCX-HAVE-COUNT
           MOVE 0 TO WS-OCX-ON-FILE
           MOVE 0 TO WS-OCX-TOO-MANY
           OPEN INPUT OCCX-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 1 TO WS-OCX-ON-FILE
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ OCCX-FILE
                       AT END MOVE 1 TO WS-EOF-FLAG
                       NOT AT END PERFORM take-one-occupancy-line
                   END-READ
               END-PERFORM
               CLOSE OCCX-FILE
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           IF WS-OCX-EXP-COUNT > 1
               SORT WS-OCX-EXP ON ASCENDING KEY WS-OCX-EXP-LINE
           END-IF
           IF WS-OCX-HAVE-COUNT > 1
               SORT WS-OCX-HAVE ON ASCENDING KEY WS-OCX-HAVE-LINE
           END-IF
           MOVE 0 TO WS-OCX-SAME
           IF WS-OCX-ON-FILE = 1 AND WS-OCX-TOO-MANY = 0 AND
                   WS-OCX-HAVE-COUNT = WS-OCX-EXP-COUNT
               MOVE 1 TO WS-OCX-SAME
               PERFORM VARYING WS-OCX-ODX FROM 1 BY 1
                       UNTIL WS-OCX-ODX > WS-OCX-EXP-COUNT
                           OR WS-OCX-SAME = 0
                   IF WS-OCX-EXP-LINE(WS-OCX-ODX) NOT =
                           WS-OCX-HAVE-LINE(WS-OCX-ODX)
                       MOVE 0 TO WS-OCX-SAME
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OCX-SAME = 1
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OCCX-FILE
           IF WS-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FINDING-COUNT
               DISPLAY " OCCX: " FUNCTION TRIM(WS-OCCX-FILENAME)
                   " is out of step and could not be rewritten"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OCX-ODX FROM 1 BY 1
                   UNTIL WS-OCX-ODX > WS-OCX-EXP-COUNT
               MOVE WS-OCX-EXP-LINE(WS-OCX-ODX) TO OCCX-FILE-RECORD
               WRITE OCCX-FILE-RECORD
           END-PERFORM
           CLOSE OCCX-FILE
           IF WS-OCX-ON-FILE = 0
               DISPLAY " NOTE: no occupancy index on file -- built "
                   FUNCTION TRIM(WS-OCCX-FILENAME) " from "
                   WS-OCX-EXP-COUNT " lines"
           ELSE
               DISPLAY " NOTE: occupancy index out of step with the"
                   " rows -- rebuilt " FUNCTION TRIM(WS-OCCX-FILENAME)
                   " (" WS-OCX-HAVE-COUNT " lines on file, "
                   WS-OCX-EXP-COUNT " from the rows)"
           END-IF.

           build-occupancy-lines.
           MOVE SPACES TO WS-OCX-LINE
           MOVE "R" TO WS-OCX-LINE(1:1)
           MOVE CHK-ROOM(WS-IDX) TO WS-OCX-LINE(3:8)
           MOVE WS-DDX TO WS-OCX-DAY
           MOVE WS-OCX-DAY TO WS-OCX-LINE(12:1)
           MOVE CHK-DAYS(WS-IDX, WS-DDX)(1:4) TO WS-OCX-LINE(14:4)
           MOVE CHK-LEN(WS-IDX) TO WS-OCX-LINE(19:3)
           MOVE CHK-KEY(WS-IDX) TO WS-OCX-LINE(23:9)
           ADD 1 TO WS-OCX-EXP-COUNT
           MOVE WS-OCX-LINE TO WS-OCX-EXP-LINE(WS-OCX-EXP-COUNT)
           MOVE CHK-KEY(WS-IDX) TO WS-TM-PROBE-KEY
           MOVE CHK-INSTR(WS-IDX) TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               MOVE "I" TO WS-OCX-LINE(1:1)
               MOVE SPACES TO WS-OCX-LINE(3:8)
               MOVE WS-TM-SET-ID(WS-TM-NDX) TO WS-OCX-LINE(3:6)
               ADD 1 TO WS-OCX-EXP-COUNT
               MOVE WS-OCX-LINE TO WS-OCX-EXP-LINE(WS-OCX-EXP-COUNT)
           END-PERFORM.

           take-one-occupancy-line.
           IF WS-OCX-HAVE-COUNT >= 5600
               MOVE 1 TO WS-OCX-TOO-MANY
           ELSE
               ADD 1 TO WS-OCX-HAVE-COUNT
               MOVE OCCX-FILE-RECORD
                 TO WS-OCX-HAVE-LINE(WS-OCX-HAVE-COUNT)
           END-IF.

           take-one-row.
           ADD 1 TO WS-ROW-COUNT
               PERFORM flag-row-finding
               DISPLAY "  non-numeric section"
           END-IF
           IF CHK-LEN(WS-IDX) IS NOT NUMERIC OR
                   (CHK-LEN(WS-IDX) = 0 AND
                    CHK-MODE(WS-IDX) NOT = "A" AND
                    CHK-MODE(WS-IDX) NOT = "R")
               PERFORM flag-row-finding
               DISPLAY "  bad class length"
           END-IF
           PERFORM check-row-mode
           IF CHK-STATUS(WS-IDX) NOT = "A" AND
                   CHK-STATUS(WS-IDX) NOT = "C" AND
                   CHK-STATUS(WS-IDX) NOT = SPACE
                   DISPLAY "  school/code not on SCHOOLS.DAT"
               END-IF
           END-IF
           PERFORM check-row-part-term
           IF WS-CUR-TERM-START NOT = SPACES AND
                   CHK-STATUS(WS-IDX) NOT = "C"
               MOVE WS-IDX TO WS-KDX
               PERFORM row-date-range
               PERFORM VARYING WS-OUT-ODX FROM 1 BY 1
                       UNTIL WS-OUT-ODX > WS-OUT-COUNT
                   IF WS-OUT-ROOM(WS-OUT-ODX) = CHK-ROOM(WS-IDX)
                           AND WS-OUT-FROM(WS-OUT-ODX) <= WS-A-TO
                           AND WS-A-FROM <= WS-OUT-TO(WS-OUT-ODX)
                       PERFORM flag-row-finding
                       DISPLAY "  room in outage "
                           WS-OUT-FROM(WS-OUT-ODX) "-"
               END-PERFORM
           END-IF.

      *> the part-of-term dates BESBVAL would have refused at entry
           check-row-part-term.
           IF (CHK-PT-START(WS-IDX) NOT = SPACES AND
                   CHK-PT-START(WS-IDX) IS NOT NUMERIC) OR
                   (CHK-PT-END(WS-IDX) NOT = SPACES AND
                   CHK-PT-END(WS-IDX) IS NOT NUMERIC)
               PERFORM flag-row-finding
               DISPLAY "  non-numeric part-of-term date"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IDX TO WS-KDX
           PERFORM row-date-range
           IF WS-A-FROM > WS-A-TO OR
                   (WS-CUR-TERM-START NOT = SPACES AND
                    CHK-PT-START(WS-IDX) NOT = SPACES AND
                    CHK-PT-START(WS-IDX) < WS-CUR-TERM-START) OR
                   (WS-CUR-TERM-END NOT = SPACES AND
                    CHK-PT-END(WS-IDX) NOT = SPACES AND
                    CHK-PT-END(WS-IDX) > WS-CUR-TERM-END)
               PERFORM flag-row-finding
               DISPLAY "  part-of-term dates " CHK-PT-START(WS-IDX)
                   "-" CHK-PT-END(WS-IDX) " out of order or outside"
                   " the term"
           END-IF.

      *> row WS-KDX's meeting dates into WS-A-FROM/-TO
           row-date-range.
           MOVE "00000000" TO WS-A-FROM
           MOVE "99999999" TO WS-A-TO
           IF WS-CUR-TERM-START NOT = SPACES
               MOVE WS-CUR-TERM-START TO WS-A-FROM
           END-IF
           IF WS-CUR-TERM-END NOT = SPACES
               MOVE WS-CUR-TERM-END TO WS-A-TO
           END-IF
           IF CHK-PT-START(WS-KDX) NOT = SPACES
               MOVE CHK-PT-START(WS-KDX) TO WS-A-FROM
           END-IF
           IF CHK-PT-END(WS-KDX) NOT = SPACES
               MOVE CHK-PT-END(WS-KDX) TO WS-A-TO
           END-IF.

      *> do rows WS-IDX and WS-JDX meet in the same weeks at all
           check-pair-dates.
           MOVE WS-JDX TO WS-KDX
           PERFORM row-date-range
           MOVE WS-A-FROM TO WS-B-FROM
           MOVE WS-A-TO TO WS-B-TO
           MOVE WS-IDX TO WS-KDX
           PERFORM row-date-range
           MOVE 0 TO WS-PAIR-MEET
           IF WS-A-FROM <= WS-B-TO AND WS-B-FROM <= WS-A-TO
               MOVE 1 TO WS-PAIR-MEET
           END-IF.

           flag-row-finding.
           IF WS-ROW-BAD = 0
               MOVE 1 TO WS-ROW-BAD
               END-IF
           END-PERFORM.

      *> the mode letter against the room column and the meetings --
      *> S and A read ONLINE, R reads ARRANGED, P (or a row from
      *> before the field) any other room; A and R meet nowhere
           check-row-mode.
           EVALUATE CHK-MODE(WS-IDX)
               WHEN "P"
               WHEN SPACE
                   IF CHK-ROOM(WS-IDX) = "ONLINE" OR
                           CHK-ROOM(WS-IDX) = "ARRANGED"
                       PERFORM flag-row-finding
                       DISPLAY "  in-person row in room "
                           CHK-ROOM(WS-IDX)
                   END-IF
               WHEN "S"
               WHEN "A"
                   IF CHK-ROOM(WS-IDX) NOT = "ONLINE"
                       PERFORM flag-row-finding
                       DISPLAY "  online row in room " CHK-ROOM(WS-IDX)
                   END-IF
               WHEN "R"
                   IF CHK-ROOM(WS-IDX) NOT = "ARRANGED"
                       PERFORM flag-row-finding
                       DISPLAY "  by-arrangement row in room "
                           CHK-ROOM(WS-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM flag-row-finding
                   DISPLAY "  bad instruction mode " CHK-MODE(WS-IDX)
           END-EVALUATE
           IF CHK-MODE(WS-IDX) = "A" OR CHK-MODE(WS-IDX) = "R"
               PERFORM VARYING WS-DDX FROM 1 BY 1
                       UNTIL WS-DDX > WS-NUM-DAYS
                   IF CHK-DAYS(WS-IDX, WS-DDX) NOT = SPACES
                       PERFORM flag-row-finding
                       DISPLAY "  no-meeting row meets on day " WS-DDX
                   END-IF
               END-PERFORM
           END-IF.

      *> every live pair of rows is tested the way the shell's
      *> conflict checker would have tested them at entry: the same
      *> room, or the same non-TBA instructor, at overlapping times
      *> on a shared day is a conflict the file should never hold --
      *> any instructor of a team-taught row counts as its own;
      *> room-TBA and online rows share no room with each other, and
      *> rows in different parts of the term share nothing
           check-internal-conflicts.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-ROW-COUNT
           check-conflicts-against-later.
           COMPUTE WS-JDX = WS-IDX + 1
           PERFORM UNTIL WS-JDX > WS-ROW-COUNT OR WS-JDX > 400
               PERFORM check-pair-team
               IF CHK-STATUS(WS-JDX) NOT = "C" AND
                       ((CHK-ROOM(WS-IDX) = CHK-ROOM(WS-JDX) AND
                         CHK-ROOM(WS-IDX) NOT = "TBA" AND
                         CHK-ROOM(WS-IDX) NOT = "ONLINE") OR
                       WS-TM-SHARED = 1)
                   PERFORM check-pair-dates
                   IF WS-PAIR-MEET = 1
                       PERFORM check-pair-days
                   END-IF
               END-IF
               ADD 1 TO WS-JDX
           END-PERFORM.

      *> WS-TM-SHARED = 1 when the pair have an instructor in common
      *> (WS-TM-SHARED-ID) -- the leads, or anyone on either team
           check-pair-team.
           MOVE 0 TO WS-TM-SHARED
           MOVE SPACES TO WS-TM-SHARED-ID
           IF CHK-INSTR(WS-IDX) NOT = SPACES AND
                   CHK-INSTR(WS-IDX) = CHK-INSTR(WS-JDX)
               MOVE 1 TO WS-TM-SHARED
               MOVE CHK-INSTR(WS-IDX) TO WS-TM-SHARED-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-TM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CHK-KEY(WS-IDX) TO WS-TM-PROBE-KEY
           MOVE CHK-INSTR(WS-IDX) TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           MOVE WS-TM-SET TO WS-TM-A
           MOVE CHK-KEY(WS-JDX) TO WS-TM-PROBE-KEY
           MOVE CHK-INSTR(WS-JDX) TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                   UNTIL WS-TM-MDX > WS-TM-A-N OR WS-TM-SHARED = 1
               PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                       UNTIL WS-TM-NDX > WS-TM-SET-N
                   IF WS-TM-A-ID(WS-TM-MDX) = WS-TM-SET-ID(WS-TM-NDX)
                       MOVE 1 TO WS-TM-SHARED
                       MOVE WS-TM-A-ID(WS-TM-MDX) TO WS-TM-SHARED-ID
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> the instructor set of section WS-TM-PROBE-KEY led by
      *> WS-TM-PROBE-LEAD, each instructor once
           build-team-set.
           MOVE 0 TO WS-TM-SET-N
           IF WS-TM-PROBE-LEAD NOT = SPACES
               MOVE 1 TO WS-TM-SET-N
               MOVE WS-TM-PROBE-LEAD TO WS-TM-SET-ID(1)
           END-IF
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT
               IF WS-TM-KEY(WS-TM-TDX) = WS-TM-PROBE-KEY
                   PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                           UNTIL WS-TM-MDX > 4
                       PERFORM add-team-member
                   END-PERFORM
               END-IF
           END-PERFORM.

           add-team-member.
           IF WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX) = SPACES OR
                   WS-TM-SET-N >= 5
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TM-DUP
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               IF WS-TM-SET-ID(WS-TM-NDX) =
                       WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                   MOVE 1 TO WS-TM-DUP
               END-IF
           END-PERFORM
           IF WS-TM-DUP = 0
               ADD 1 TO WS-TM-SET-N
               MOVE WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                 TO WS-TM-SET-ID(WS-TM-SET-N)
           END-IF.

      *> a row whose length the field check already flagged must not
      *> reach the arithmetic -- garbage lengths make garbage
      *> conflicts, so the pair is skipped like a bad time is
                       ADD 1 TO WS-FINDING-COUNT
      *> name the resource the pair actually shares -- the rows can
      *> collide on the room or on the instructor
                       IF CHK-ROOM(WS-IDX) = CHK-ROOM(WS-JDX) AND
                               CHK-ROOM(WS-IDX) NOT = "TBA" AND
                               CHK-ROOM(WS-IDX) NOT = "ONLINE"
                           DISPLAY " CONFLICT " CHK-KEY(WS-IDX)
                               " and " CHK-KEY(WS-JDX) " share room "
                               CHK-ROOM(WS-IDX) " day " WS-DDX
                           DISPLAY " CONFLICT " CHK-KEY(WS-IDX)
                               " and " CHK-KEY(WS-JDX)
                               " share instructor "
                               WS-TM-SHARED-ID " day " WS-DDX
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

           load-team.
           MOVE 0 TO WS-TM-COUNT
           MOVE SPACES TO WS-TEAM-FILENAME
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME
           OPEN INPUT TEAM-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TEAM-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-team-entry
               END-READ
           END-PERFORM
           CLOSE TEAM-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-team-entry.
           IF WS-TM-COUNT < 100 AND
                   TEAM-FILE-RECORD(1:9) NOT = SPACES AND
                   TEAM-FILE-RECORD(11:6) NOT = SPACES
               ADD 1 TO WS-TM-COUNT
               MOVE TEAM-FILE-RECORD(1:9) TO WS-TM-KEY(WS-TM-COUNT)
               MOVE TEAM-FILE-RECORD(11:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 1)
               MOVE TEAM-FILE-RECORD(22:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 2)
               MOVE TEAM-FILE-RECORD(33:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 3)
               MOVE TEAM-FILE-RECORD(44:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 4)
           END-IF.

           load-outages.
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT OUTAGE-FILE
