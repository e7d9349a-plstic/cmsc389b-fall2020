      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBDMND.
      *> modification history
      *>   2026-10-15  section demand projection for planning the next
      *>               term -- reads the registrar's ENRL-term.DAT
      *>               extracts for the same term type over past
      *>               years (FALL26, FALL25, ... for FALL27; an
      *>               archived term's ENRL block is read straight
      *>               out of its ARCHIVE-term.DAT), projects each
      *>               course's demand from the newest year and the
      *>               average yearly change, and sets it against the
      *>               seats the rolled schedule offers (ROOMS.DAT
      *>               capacities at a target fill); the planning
      *>               report recommends sections to add or drop per
      *>               school, and --feed writes them to DMND-term.DAT
      *>               in BESBLOAD's transaction layout (A lines in
      *>               room TBA on the course's own meeting pattern,
      *>               D lines for its highest sections) for the
      *>               departments to review before it is loaded
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ENRL-FILE ASSIGN DYNAMIC WS-ENRL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN DYNAMIC WS-ARCH-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT FEED-FILE ASSIGN DYNAMIC WS-FEED-FILENAME
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
      *> enrollment extract line: school(1:4) code(5:3) section(8:2)
      *> enrolled count(10:4) -- same key shape as a schedule row
       FD ENRL-FILE.
       01 ENRL-FILE-RECORD PIC X(13).
      *> archive line, as BESBARCH packs it: @HDR/@SECT markers and
      *> the raw lines of each block; only the ENRL block is read
       FD ARCH-FILE.
       01 ARCH-FILE-RECORD PIC X(176).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
      *> recommendation feed -- BESBLOAD's fixed transaction layout:
      *> school(1:4) code(6:3) section(10:2) room(13:8) days(22:7)
      *> time(30:4) length(35:3) instructor(39:6) action(46:1)
      *> term(48:20)
       FD FEED-FILE.
       01 FEED-FILE-RECORD PIC X(100).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-HDX PIC 9(1) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-IN-ENRL-SECT PIC 9(1) VALUE 0.
           01 WS-ENRL-HEADS PIC 9(4) VALUE 0.

      *> run options -- how many past years to read, the fill the
      *> seats are planned to, and whether to write the feed
           01 WS-YEARS PIC 9(1) VALUE 3.
           01 WS-FILL-PCT PIC 9(3) VALUE 90.
           01 WS-FEED-FLAG PIC 9(1) VALUE 0.

      *> the planned term split into its type and two-digit year;
      *> the history terms are the same type in the years before
           01 WS-TERM-LEN PIC 9(2) VALUE 0.
           01 WS-TERM-TYPE PIC X(20) VALUE SPACES.
           01 WS-TERM-YY PIC 9(2) VALUE 0.
           01 WS-HIST-YY PIC 9(2) VALUE 0.
           01 WS-HIST-FOUND PIC 9(1) VALUE 0.
           01 WS-HIST-TABLE.
               02 WS-HIST-ENTRY OCCURS 9 TIMES.
                   03 WS-HIST-TERM PIC X(20).
                   03 WS-HIST-SRC PIC X(8).
                   03 WS-HIST-LINES PIC 9(5).

      *> one entry per school+code seen in any extract or in the
      *> planned term: enrollment by history year (slot 1 the most
      *> recent), then what the rolled schedule offers
           01 WS-DM-COUNT PIC 9(4) VALUE 0.
           01 WS-DM-TABLE.
               02 WS-DM-ENTRY OCCURS 500 TIMES.
                   03 WS-DM-SCHOOL PIC X(4).
                   03 WS-DM-CODE PIC X(3).
                   03 WS-DM-HEADS PIC 9(5) OCCURS 9 TIMES.
                   03 WS-DM-HAVE PIC 9(1) OCCURS 9 TIMES.
                   03 WS-DM-SECTS PIC 9(3).
                   03 WS-DM-ROOMED PIC 9(3).
                   03 WS-DM-TBA PIC 9(3).
                   03 WS-DM-OPEN PIC 9(3).
                   03 WS-DM-SEATS PIC 9(5).
                   03 WS-DM-HIGH-SECT PIC X(2).
                   03 WS-DM-TPL-DAYS PIC X(7).
                   03 WS-DM-TPL-TIME PIC X(4).
                   03 WS-DM-TPL-LEN PIC 9(3).
                   03 WS-DM-PROJ PIC 9(5).
                   03 WS-DM-ADD PIC 9(3).
                   03 WS-DM-DROP PIC 9(3).
                   03 WS-DM-SEEN PIC 9(3).
                   03 WS-DM-NOTE PIC X(12).
           01 WS-DM-HOLD PIC X(120).
           01 WS-DM-FOUND PIC 9(4) VALUE 0.
           01 WS-PROBE-SCHOOL PIC X(4) VALUE SPACES.
           01 WS-PROBE-CODE PIC X(3) VALUE SPACES.
           01 WS-SORT-SWAP PIC 9(1) VALUE 0.

      *> projection and seat arithmetic for one course
           01 WS-NEW-SLOT PIC 9(1) VALUE 0.
           01 WS-OLD-SLOT PIC 9(1) VALUE 0.
           01 WS-PROJ-S PIC S9(6) VALUE 0.
           01 WS-CHANGE-S PIC S9(6) VALUE 0.
           01 WS-NEEDED PIC 9(6) VALUE 0.
           01 WS-AVG-SIZE PIC 9(5) VALUE 0.
           01 WS-SHORT PIC 9(6) VALUE 0.
           01 WS-PLANNED PIC 9(3) VALUE 0.
           01 WS-NEXT-SECT PIC 9(2) VALUE 0.

      *> room master list -- room id and seat capacity
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-CAP PIC 9(4).
           01 WS-ROOM-CAP PIC 9(4) VALUE 0.

      *> the room column's placeholders -- no seats to count
           01 WS-ROOM-TBA PIC X(8) VALUE "TBA".
           01 WS-ROOM-ONLINE PIC X(8) VALUE "ONLINE".
           01 WS-ROOM-ARRANGED PIC X(8) VALUE "ARRANGED".

      *> report lines and run totals
           01 WS-HIST-TXT PIC X(60) VALUE SPACES.
           01 WS-HIST-PTR PIC 9(3) VALUE 1.
           01 WS-ACTION-TXT PIC X(12) VALUE SPACES.
           01 WS-CUR-SCHOOL PIC X(4) VALUE SPACES.
           01 WS-SCH-PROJ PIC 9(6) VALUE 0.
           01 WS-SCH-SEATS PIC 9(6) VALUE 0.
           01 WS-SCH-ADD PIC 9(4) VALUE 0.
           01 WS-SCH-DROP PIC 9(4) VALUE 0.
           01 WS-TOT-ADD PIC 9(4) VALUE 0.
           01 WS-TOT-DROP PIC 9(4) VALUE 0.
           01 WS-FEED-COUNT PIC 9(5) VALUE 0.

           01 WS-CURRENT-TERM PIC X(20) VALUE SPACES.
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ENRL-FILENAME PIC X(60).
           01 WS-ARCH-FILENAME PIC X(60).
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-FEED-FILENAME PIC X(60).
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
           MOVE "BESBDMND" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM split-term-name.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           DISPLAY "BESBDMND: section demand for term "
               FUNCTION TRIM(WS-CURRENT-TERM) ", fill "
               WS-FILL-PCT "%".
           PERFORM VARYING WS-HDX FROM 1 BY 1 UNTIL WS-HDX > WS-YEARS
               PERFORM load-history-term
               DISPLAY "history " WS-HIST-TERM(WS-HDX) " "
                   WS-HIST-SRC(WS-HDX) " " WS-HIST-LINES(WS-HDX)
                   " lines"
           END-PERFORM.
           IF WS-HIST-FOUND = 0
               DISPLAY "BESBDMND: no enrollment history for "
                   FUNCTION TRIM(WS-TERM-TYPE)
                   " -- nothing to project from (an archived term"
                   " is read from its ARCHIVE-term.DAT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM scan-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DM-COUNT
               PERFORM project-one-course
           END-PERFORM.
           PERFORM sort-courses.
           PERFORM print-report.
           IF WS-FEED-FLAG = 1
               PERFORM write-feed
           END-IF.
           DISPLAY "---".
           DISPLAY "courses " WS-DM-COUNT
               " sections to add " WS-TOT-ADD
               " to drop " WS-TOT-DROP.
           IF WS-TOT-ADD > 0 OR WS-TOT-DROP > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:8) = "--years="
                   IF ARGV(9:1) IS NUMERIC AND ARGV(9:1) NOT = "0"
                       MOVE ARGV(9:1) TO WS-YEARS
                   ELSE
                       DISPLAY "BESBDMND: --years= takes 1 to 9"
                   END-IF
               WHEN ARGV(1:7) = "--fill="
                   IF ARGV(8:3) IS NUMERIC AND ARGV(8:3) > "000"
                           AND ARGV(8:3) <= "100"
                       MOVE ARGV(8:3) TO WS-FILL-PCT
                   ELSE
                       DISPLAY "BESBDMND: --fill= takes 001 to 100"
                   END-IF
               WHEN ARGV(1:6) = "--feed"
                   MOVE 1 TO WS-FEED-FLAG
               WHEN OTHER
                   DISPLAY "BESBDMND: invalid arg: " ARGV
                   DISPLAY "BESBDMND: usage: besbdmnd --term=X"
                       " [--years=N] [--fill=NNN] [--feed]"
           END-EVALUATE.

      *> the planned term must end in its two-digit year (FALL27,
      *> SPRG27); what comes before is the term type
           split-term-name.
           IF FUNCTION TRIM(WS-CURRENT-TERM) = SPACES
               DISPLAY "BESBDMND: usage: besbdmnd --term=X"
                   " [--years=N] [--fill=NNN] [--feed]"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TERM-LEN
           INSPECT WS-CURRENT-TERM TALLYING WS-TERM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-TERM-LEN < 3
               DISPLAY "BESBDMND: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " does not end in a two-digit year"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-TERM(WS-TERM-LEN - 1:2) IS NOT NUMERIC
               DISPLAY "BESBDMND: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " does not end in a two-digit year"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-TERM(WS-TERM-LEN - 1:2) TO WS-TERM-YY
           MOVE SPACES TO WS-TERM-TYPE
           MOVE WS-CURRENT-TERM(1:WS-TERM-LEN - 2) TO WS-TERM-TYPE
           MOVE WS-TERM-YY TO WS-HIST-YY
           PERFORM VARYING WS-HDX FROM 1 BY 1 UNTIL WS-HDX > WS-YEARS
               IF WS-HIST-YY = 0
                   MOVE 99 TO WS-HIST-YY
               ELSE
                   SUBTRACT 1 FROM WS-HIST-YY
               END-IF
               MOVE SPACES TO WS-HIST-TERM(WS-HDX)
               STRING FUNCTION TRIM(WS-TERM-TYPE) DELIMITED BY SPACE
                   WS-HIST-YY DELIMITED BY SIZE
                   INTO WS-HIST-TERM(WS-HDX)
               MOVE "none" TO WS-HIST-SRC(WS-HDX)
               MOVE 0 TO WS-HIST-LINES(WS-HDX)
           END-PERFORM.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-FEED-FILENAME.
           STRING "DMND-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-FEED-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> like the other read-only reports, never read a schedule a
      *> writer has mid-flight
           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBDMND: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> history: the term's own extract if it is still on disk (or
      *> was put back by besbarch --retrieve), else the ENRL block
      *> BESBARCH packed into the term's archive
      *> ---------------------------------------------------------------
           load-history-term.
           MOVE SPACES TO WS-ENRL-FILENAME
           STRING "ENRL-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HIST-TERM(WS-HDX)) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ENRL-FILENAME
           OPEN INPUT ENRL-FILE
           IF WS-FILE-STATUS = "00"
               MOVE "extract" TO WS-HIST-SRC(WS-HDX)
               MOVE 1 TO WS-HIST-FOUND
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ ENRL-FILE
                       AT END MOVE 1 TO WS-EOF-FLAG
                       NOT AT END PERFORM take-enrl-line
                   END-READ
               END-PERFORM
               CLOSE ENRL-FILE
               MOVE 0 TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING "ARCHIVE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HIST-TERM(WS-HDX)) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCH-FILENAME
           OPEN INPUT ARCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IN-ENRL-SECT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ARCH-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM scan-one-arch-line
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           MOVE 0 TO WS-EOF-FLAG.

           scan-one-arch-line.
           IF ARCH-FILE-RECORD(1:6) = "@SECT "
               IF ARCH-FILE-RECORD(7:5) = "ENRL "
                   MOVE 1 TO WS-IN-ENRL-SECT
                   MOVE "archive" TO WS-HIST-SRC(WS-HDX)
                   MOVE 1 TO WS-HIST-FOUND
               ELSE
                   MOVE 0 TO WS-IN-ENRL-SECT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-ENRL-SECT = 1
               MOVE ARCH-FILE-RECORD(1:13) TO ENRL-FILE-RECORD
               PERFORM take-enrl-line
           END-IF.

      *> a course's demand for the year is the sum over its sections
           take-enrl-line.
           IF ENRL-FILE-RECORD(10:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ENRL-FILE-RECORD(1:4) TO WS-PROBE-SCHOOL
           MOVE ENRL-FILE-RECORD(5:3) TO WS-PROBE-CODE
           PERFORM find-or-add-course
           IF WS-DM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-LINES(WS-HDX)
           MOVE 1 TO WS-DM-HAVE(WS-DM-FOUND, WS-HDX)
           MOVE ENRL-FILE-RECORD(10:4) TO WS-ENRL-HEADS
           ADD WS-ENRL-HEADS TO WS-DM-HEADS(WS-DM-FOUND, WS-HDX).

           find-or-add-course.
           MOVE 0 TO WS-DM-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DM-COUNT OR WS-DM-FOUND > 0
               IF WS-DM-SCHOOL(WS-JDX) = WS-PROBE-SCHOOL AND
                       WS-DM-CODE(WS-JDX) = WS-PROBE-CODE
                   MOVE WS-JDX TO WS-DM-FOUND
               END-IF
           END-PERFORM
           IF WS-DM-FOUND > 0 OR WS-DM-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DM-COUNT
           MOVE WS-DM-COUNT TO WS-DM-FOUND
           INITIALIZE WS-DM-ENTRY(WS-DM-FOUND)
           MOVE WS-PROBE-SCHOOL TO WS-DM-SCHOOL(WS-DM-FOUND)
           MOVE WS-PROBE-CODE TO WS-DM-CODE(WS-DM-FOUND).

      *> ---------------------------------------------------------------
      *> what the rolled schedule offers: every live section counts;
      *> one in a room on the master brings that room's seats, one in
      *> TBA (or a room the master doesn't know) is sized like the
      *> course's roomed sections, and an online or by-arrangement
      *> section has no seat limit to plan against
      *> ---------------------------------------------------------------
           scan-schedule.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBDMND: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
                   " -- roll the term forward with BESBROLL first"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM offer-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           offer-one-row.
           MOVE SFR-SCHOOL TO WS-PROBE-SCHOOL
           MOVE SFR-CODE TO WS-PROBE-CODE
           PERFORM find-or-add-course
           IF WS-DM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
      *> a cancelled row still holds its section number
           IF SFR-SECTION > WS-DM-HIGH-SECT(WS-DM-FOUND)
               MOVE SFR-SECTION TO WS-DM-HIGH-SECT(WS-DM-FOUND)
           END-IF
           IF SFR-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DM-SECTS(WS-DM-FOUND)
           IF SFR-MODE = "S" OR SFR-MODE = "A" OR SFR-MODE = "R" OR
                   SFR-ROOM = WS-ROOM-ONLINE OR
                   SFR-ROOM = WS-ROOM-ARRANGED
               ADD 1 TO WS-DM-OPEN(WS-DM-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-DM-TPL-DAYS(WS-DM-FOUND) = SPACES
               PERFORM take-row-pattern
           END-IF
           PERFORM find-room-capacity
           IF WS-ROOM-CAP = 0
               ADD 1 TO WS-DM-TBA(WS-DM-FOUND)
           ELSE
               ADD 1 TO WS-DM-ROOMED(WS-DM-FOUND)
               ADD WS-ROOM-CAP TO WS-DM-SEATS(WS-DM-FOUND)
           END-IF.

      *> the meeting pattern an added section copies: a 1 for each
      *> day the row meets and the first meeting's start
           take-row-pattern.
           MOVE "0000000" TO WS-DM-TPL-DAYS(WS-DM-FOUND)
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF SFR-DAYS(WS-JDX) NOT = SPACES
                   MOVE "1" TO WS-DM-TPL-DAYS(WS-DM-FOUND)(WS-JDX:1)
                   IF WS-DM-TPL-TIME(WS-DM-FOUND) = SPACES
                       MOVE SFR-DAYS(WS-JDX)(1:4)
                         TO WS-DM-TPL-TIME(WS-DM-FOUND)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SFR-LEN TO WS-DM-TPL-LEN(WS-DM-FOUND).

           find-room-capacity.
           MOVE 0 TO WS-ROOM-CAP
           IF SFR-ROOM = WS-ROOM-TBA
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ROOMS-COUNT OR WS-ROOM-CAP > 0
               IF WS-ROOMS-ID(WS-JDX) = SFR-ROOM
                   MOVE WS-ROOMS-CAP(WS-JDX) TO WS-ROOM-CAP
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> projection: the newest year with enrollment, moved on by
      *> the average yearly change back to the oldest year with any
      *> (a single year stands as it is); the seats needed are that
      *> demand at the target fill. sections to add cover the
      *> shortfall at the course's average section size; sections to
      *> drop are whole sections' worth of surplus, always leaving
      *> one
      *> ---------------------------------------------------------------
           project-one-course.
           MOVE 0 TO WS-NEW-SLOT
           MOVE 0 TO WS-OLD-SLOT
           PERFORM VARYING WS-HDX FROM 1 BY 1 UNTIL WS-HDX > WS-YEARS
               IF WS-DM-HAVE(WS-IDX, WS-HDX) = 1
                   IF WS-NEW-SLOT = 0
                       MOVE WS-HDX TO WS-NEW-SLOT
                   END-IF
                   MOVE WS-HDX TO WS-OLD-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DM-ADD(WS-IDX)
           MOVE 0 TO WS-DM-DROP(WS-IDX)
           MOVE 0 TO WS-DM-PROJ(WS-IDX)
           IF WS-NEW-SLOT = 0
               MOVE "NO HISTORY" TO WS-DM-NOTE(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DM-HEADS(WS-IDX, WS-NEW-SLOT) TO WS-PROJ-S
           IF WS-OLD-SLOT > WS-NEW-SLOT
               COMPUTE WS-CHANGE-S ROUNDED =
                   (WS-DM-HEADS(WS-IDX, WS-NEW-SLOT) -
                    WS-DM-HEADS(WS-IDX, WS-OLD-SLOT)) /
                   (WS-OLD-SLOT - WS-NEW-SLOT)
               ADD WS-CHANGE-S TO WS-PROJ-S
           END-IF
           IF WS-PROJ-S < 0
               MOVE 0 TO WS-PROJ-S
           END-IF
           MOVE WS-PROJ-S TO WS-DM-PROJ(WS-IDX)
           IF WS-DM-SECTS(WS-IDX) = 0
               MOVE "NOT OFFERED" TO WS-DM-NOTE(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-DM-OPEN(WS-IDX) > 0
               MOVE "ONLINE" TO WS-DM-NOTE(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-DM-ROOMED(WS-IDX) = 0
               MOVE "NO ROOMS" TO WS-DM-NOTE(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-DM-SEATS(WS-IDX) BY WS-DM-ROOMED(WS-IDX)
               GIVING WS-AVG-SIZE
           IF WS-AVG-SIZE = 0
               MOVE 1 TO WS-AVG-SIZE
           END-IF
           COMPUTE WS-DM-SEATS(WS-IDX) = WS-DM-SEATS(WS-IDX) +
               WS-DM-TBA(WS-IDX) * WS-AVG-SIZE
           COMPUTE WS-NEEDED =
               (WS-DM-PROJ(WS-IDX) * 100 + WS-FILL-PCT - 1) /
               WS-FILL-PCT
           COMPUTE WS-PLANNED = WS-DM-ROOMED(WS-IDX) + WS-DM-TBA(WS-IDX)
           IF WS-NEEDED > WS-DM-SEATS(WS-IDX)
               COMPUTE WS-SHORT = WS-NEEDED - WS-DM-SEATS(WS-IDX)
               COMPUTE WS-DM-ADD(WS-IDX) =
                   (WS-SHORT + WS-AVG-SIZE - 1) / WS-AVG-SIZE
               MOVE "ADD" TO WS-DM-NOTE(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHORT = WS-DM-SEATS(WS-IDX) - WS-NEEDED
           DIVIDE WS-SHORT BY WS-AVG-SIZE GIVING WS-DM-DROP(WS-IDX)
           IF WS-DM-DROP(WS-IDX) >= WS-PLANNED
               COMPUTE WS-DM-DROP(WS-IDX) = WS-PLANNED - 1
           END-IF
           IF WS-DM-DROP(WS-IDX) > 0
               MOVE "DROP" TO WS-DM-NOTE(WS-IDX)
           ELSE
               MOVE "OK" TO WS-DM-NOTE(WS-IDX)
           END-IF.

      *> a plain exchange sort on school then code, so the report
      *> reads one school at a time
           sort-courses.
           MOVE 1 TO WS-SORT-SWAP
           PERFORM UNTIL WS-SORT-SWAP = 0
               MOVE 0 TO WS-SORT-SWAP
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-DM-COUNT
                   IF WS-DM-SCHOOL(WS-IDX) >
                           WS-DM-SCHOOL(WS-IDX + 1) OR
                           (WS-DM-SCHOOL(WS-IDX) =
                            WS-DM-SCHOOL(WS-IDX + 1) AND
                            WS-DM-CODE(WS-IDX) >
                            WS-DM-CODE(WS-IDX + 1))
                       MOVE WS-DM-ENTRY(WS-IDX) TO WS-DM-HOLD
                       MOVE WS-DM-ENTRY(WS-IDX + 1)
                         TO WS-DM-ENTRY(WS-IDX)
                       MOVE WS-DM-HOLD
                         TO WS-DM-ENTRY(WS-IDX + 1)
                       MOVE 1 TO WS-SORT-SWAP
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> planning report: one block per school, the history years
      *> newest first (- where the course had no enrollment), the
      *> projection, what is offered, and the recommendation
      *> ---------------------------------------------------------------
           print-report.
           MOVE SPACES TO WS-CUR-SCHOOL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DM-COUNT
               IF WS-DM-SCHOOL(WS-IDX) NOT = WS-CUR-SCHOOL
                   IF WS-CUR-SCHOOL NOT = SPACES
                       PERFORM print-school-total
                   END-IF
                   MOVE WS-DM-SCHOOL(WS-IDX) TO WS-CUR-SCHOOL
                   DISPLAY " "
                   DISPLAY "school " WS-CUR-SCHOOL
                   DISPLAY "CODE  PROJ SECT  SEATS ACTION       "
                       "HISTORY (NEWEST FIRST)"
               END-IF
               PERFORM print-one-course
           END-PERFORM
           IF WS-CUR-SCHOOL NOT = SPACES
               PERFORM print-school-total
           END-IF.

           print-one-course.
           MOVE SPACES TO WS-HIST-TXT
           MOVE 1 TO WS-HIST-PTR
           PERFORM VARYING WS-HDX FROM 1 BY 1 UNTIL WS-HDX > WS-YEARS
               IF WS-DM-HAVE(WS-IDX, WS-HDX) = 1
                   STRING WS-DM-HEADS(WS-IDX, WS-HDX) " "
                       DELIMITED BY SIZE
                       INTO WS-HIST-TXT WITH POINTER WS-HIST-PTR
               ELSE
                   STRING "    - " DELIMITED BY SIZE
                       INTO WS-HIST-TXT WITH POINTER WS-HIST-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ACTION-TXT
           EVALUATE WS-DM-NOTE(WS-IDX)
               WHEN "ADD"
                   STRING "ADD " WS-DM-ADD(WS-IDX) DELIMITED BY SIZE
                       INTO WS-ACTION-TXT
               WHEN "DROP"
                   STRING "DROP " WS-DM-DROP(WS-IDX)
                       DELIMITED BY SIZE INTO WS-ACTION-TXT
               WHEN OTHER
                   MOVE WS-DM-NOTE(WS-IDX) TO WS-ACTION-TXT
           END-EVALUATE
           DISPLAY WS-DM-CODE(WS-IDX) " " WS-DM-PROJ(WS-IDX) "  "
               WS-DM-SECTS(WS-IDX) " " WS-DM-SEATS(WS-IDX) " "
               WS-ACTION-TXT " " FUNCTION TRIM(WS-HIST-TXT TRAILING)
           ADD WS-DM-PROJ(WS-IDX) TO WS-SCH-PROJ
           ADD WS-DM-SEATS(WS-IDX) TO WS-SCH-SEATS
           ADD WS-DM-ADD(WS-IDX) TO WS-SCH-ADD
           ADD WS-DM-DROP(WS-IDX) TO WS-SCH-DROP.

           print-school-total.
           DISPLAY "  " WS-CUR-SCHOOL " projected " WS-SCH-PROJ
               " seats " WS-SCH-SEATS " add " WS-SCH-ADD
               " drop " WS-SCH-DROP
           ADD WS-SCH-ADD TO WS-TOT-ADD
           ADD WS-SCH-DROP TO WS-TOT-DROP
           MOVE 0 TO WS-SCH-PROJ
           MOVE 0 TO WS-SCH-SEATS
           MOVE 0 TO WS-SCH-ADD
           MOVE 0 TO WS-SCH-DROP.

      *> ---------------------------------------------------------------
      *> --feed: add lines take the next free section numbers in
      *> room TBA with no instructor, on the course's own meeting
      *> pattern; drop lines name the course's highest live seated
      *> sections, found in a second pass over the schedule. the
      *> file is only a proposal -- nothing reaches the term until a
      *> department has edited it and run it through BESBLOAD
      *> ---------------------------------------------------------------
           write-feed.
           OPEN OUTPUT FEED-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DM-COUNT
               IF WS-DM-ADD(WS-IDX) > 0
                   PERFORM write-add-lines
               END-IF
           END-PERFORM
           IF WS-TOT-DROP > 0
               PERFORM write-drop-lines
           END-IF
           CLOSE FEED-FILE
           DISPLAY "BESBDMND: " WS-FEED-COUNT " lines written to "
               FUNCTION TRIM(WS-FEED-FILENAME)
               " for review before BESBLOAD".

           write-add-lines.
           IF WS-DM-HIGH-SECT(WS-IDX) IS NOT NUMERIC
               DISPLAY "BESBDMND: " WS-DM-SCHOOL(WS-IDX) " "
                   WS-DM-CODE(WS-IDX) " sections are not numbered;"
                   " add lines left to the department"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DM-HIGH-SECT(WS-IDX) TO WS-NEXT-SECT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DM-ADD(WS-IDX)
               IF WS-NEXT-SECT = 99
                   DISPLAY "BESBDMND: " WS-DM-SCHOOL(WS-IDX) " "
                       WS-DM-CODE(WS-IDX) " has no section numbers"
                       " left; add lines stop at 99"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NEXT-SECT
               MOVE SPACES TO FEED-FILE-RECORD
               MOVE WS-DM-SCHOOL(WS-IDX) TO FEED-FILE-RECORD(1:4)
               MOVE WS-DM-CODE(WS-IDX) TO FEED-FILE-RECORD(6:3)
               MOVE WS-NEXT-SECT TO FEED-FILE-RECORD(10:2)
               MOVE WS-ROOM-TBA TO FEED-FILE-RECORD(13:8)
               MOVE WS-DM-TPL-DAYS(WS-IDX) TO FEED-FILE-RECORD(22:7)
               MOVE WS-DM-TPL-TIME(WS-IDX) TO FEED-FILE-RECORD(30:4)
               MOVE WS-DM-TPL-LEN(WS-IDX) TO FEED-FILE-RECORD(35:3)
               MOVE "A" TO FEED-FILE-RECORD(46:1)
               MOVE WS-CURRENT-TERM TO FEED-FILE-RECORD(48:20)
               WRITE FEED-FILE-RECORD
               ADD 1 TO WS-FEED-COUNT
           END-PERFORM.

           write-drop-lines.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM drop-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> rows come back in key order, so the seated sections past
      *> the ones kept are the highest-numbered
           drop-one-row.
           IF SFR-STATUS = "C" OR SFR-MODE = "S" OR SFR-MODE = "A" OR
                   SFR-MODE = "R" OR SFR-ROOM = WS-ROOM-ONLINE OR
                   SFR-ROOM = WS-ROOM-ARRANGED
               EXIT PARAGRAPH
           END-IF
           MOVE SFR-SCHOOL TO WS-PROBE-SCHOOL
           MOVE SFR-CODE TO WS-PROBE-CODE
           PERFORM find-or-add-course
           IF WS-DM-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DM-DROP(WS-DM-FOUND) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DM-SEEN(WS-DM-FOUND)
           IF WS-DM-SEEN(WS-DM-FOUND) <=
                   WS-DM-ROOMED(WS-DM-FOUND) + WS-DM-TBA(WS-DM-FOUND)
                   - WS-DM-DROP(WS-DM-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FEED-FILE-RECORD
           MOVE SFR-SCHOOL TO FEED-FILE-RECORD(1:4)
           MOVE SFR-CODE TO FEED-FILE-RECORD(6:3)
           MOVE SFR-SECTION TO FEED-FILE-RECORD(10:2)
           MOVE SFR-ROOM TO FEED-FILE-RECORD(13:8)
           MOVE SFR-INSTR TO FEED-FILE-RECORD(39:6)
           MOVE "D" TO FEED-FILE-RECORD(46:1)
           MOVE WS-CURRENT-TERM TO FEED-FILE-RECORD(48:20)
           WRITE FEED-FILE-RECORD
           ADD 1 TO WS-FEED-COUNT.

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
                   NOT AT END PERFORM load-one-rooms-entry
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-rooms-entry.
           IF WS-ROOMS-COUNT < 300
               ADD 1 TO WS-ROOMS-COUNT
               MOVE ROOMS-FILE-RECORD(1:8) TO
                   WS-ROOMS-ID(WS-ROOMS-COUNT)
               IF ROOMS-FILE-RECORD(25:4) IS NUMERIC
                   MOVE ROOMS-FILE-RECORD(25:4) TO
                       WS-ROOMS-CAP(WS-ROOMS-COUNT)
               ELSE
                   MOVE 0 TO WS-ROOMS-CAP(WS-ROOMS-COUNT)
               END-IF
           END-IF.
