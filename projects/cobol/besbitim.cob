      *>               importers stop refusing the files; the UID is
      *>               deterministic (key-date-term) so a re-run
      *>               updates entries instead of duplicating them
      *>   2026-10-15  course titles from the catalog (CATALOG.DAT)
      *>               on the page lines and in each VEVENT SUMMARY
      *>   2026-10-15  reads INSTRUCTORS.DAT lines at their full
      *>               length now that they carry the HR status
      *>   2026-10-15  part-of-term sections -- a section with its own
      *>               meeting dates shows them on the page line and
      *>               gets VEVENTs only for the dates it meets
      *>   2026-10-15  online self-paced and by-arrangement sections
      *>               are listed on the page with their mode in place
      *>               of a day and time; having no meetings, they get
      *>               no VEVENTs
      *>   2026-10-15  team-taught sections (TEAM-term.DAT) -- every
      *>               instructor on a section's team gets it on their
      *>               page and in their calendar, and the page names
      *>               the whole team under the section's lines
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICS-FILE ASSIGN DYNAMIC WS-ICS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEAM-FILE ASSIGN DYNAMIC WS-TEAM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
      *> calendar entry: date(1:8) reason(10:2) description(13:20);
      *> reason SW runs another weekday's schedule (digit in col 13)
       FD CAL-FILE.
       01 CAL-FILE-RECORD PIC X(32).
       FD ICS-FILE.
       01 ICS-FILE-RECORD PIC X(80).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1) status(50:1)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> team-teaching line: section key(1:9) then up to four
      *> instructor/share pairs -- instr(11:6) share(18:3)
      *> instr(22:6) share(29:3) instr(33:6) share(40:3) instr(44:6)
      *> share(51:3); the row's own instructor leads the team
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-TT-TABLE.
               02 WS-TT-INSTR PIC X(6) OCCURS 200 TIMES.
           01 WS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-TT-PROBE PIC X(6) VALUE SPACES.

      *> team-taught sections -- each instructor on a section's team
      *> line teaches it beside the row's own instructor
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-HIT PIC 9(3) VALUE 0.
           01 WS-ROW-TAUGHT PIC 9(1) VALUE 0.
           01 WS-TEAM-TXT PIC X(40) VALUE SPACES.
           01 WS-TEAM-PTR PIC 9(2) VALUE 0.

      *> instructor master for the names
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-NAME-OUT PIC X(20) VALUE SPACES.

      *> course titles from the catalog -- a course the catalog
      *> doesn't know prints a blank title
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-TITLE PIC X(30).
           01 WS-CAT-TITLE-OUT PIC X(20) VALUE SPACES.
           01 WS-CAT-CDX PIC 9(4) VALUE 0.

      *> the term's dates and no-class/day-swap calendar
           01 WS-TERM-START PIC X(8) VALUE SPACES.
           01 WS-TERM-END PIC X(8) VALUE SPACES.
      *> a row's own meeting dates, the term's filling a blank side
           01 WS-ROW-FROM PIC X(8) VALUE SPACES.
           01 WS-ROW-TO PIC X(8) VALUE SPACES.
           01 WS-MODE-TXT PIC X(17) VALUE SPACES.
           01 WS-CAL-COUNT PIC 9(4) VALUE 0.
           01 WS-CAL-LIST.
               02 WS-CAL-ENTRY OCCURS 60 TIMES.
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-CAL-FILENAME PIC X(60) VALUE SPACES.
           01 WS-ICS-FILENAME PIC X(60) VALUE SPACES.
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-TEAM-FILENAME PIC X(60) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-ICS-LINE PIC X(80) VALUE SPACES.

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
           MOVE "BESBITIM" TO EP-PROGRAM.
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
           PERFORM load-instr-list.
           PERFORM load-catalog-titles.
           PERFORM load-term-dates.
           PERFORM load-calendar.
           PERFORM load-team.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN OTHER
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CAL-FILENAME.
           MOVE SPACES TO WS-TEAM-FILENAME.
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *> the row's own instructor, then anyone else on its team line
           collect-instructors.
           MOVE 0 TO WS-TT-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               IF WS-INSTR(WS-IDX) NOT = SPACES
                   MOVE WS-INSTR(WS-IDX) TO WS-TT-PROBE
                   PERFORM collect-one-instructor
               END-IF
               PERFORM find-row-team
               IF WS-TM-HIT > 0
                   PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                           UNTIL WS-TM-MDX > 4
                       IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX)
                               NOT = SPACES
                           MOVE WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX)
                             TO WS-TT-PROBE
                           PERFORM collect-one-instructor
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           collect-one-instructor.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TT-COUNT
                       OR WS-FOUND-IDX > 0
               IF WS-TT-INSTR(WS-JDX) = WS-TT-PROBE
                   MOVE WS-JDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-TT-COUNT < 200
               ADD 1 TO WS-TT-COUNT
               MOVE WS-TT-PROBE TO WS-TT-INSTR(WS-TT-COUNT)
           END-IF.

      *> WS-TM-HIT is the row's team line (0 when it has none)
           find-row-team.
           MOVE 0 TO WS-TM-HIT
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT OR WS-TM-HIT > 0
               IF WS-TM-KEY(WS-TM-TDX) = WS-KEY(WS-IDX)
                   MOVE WS-TM-TDX TO WS-TM-HIT
               END-IF
           END-PERFORM.

      *> WS-ROW-TAUGHT = 1 when the page's instructor leads the row
      *> or is on its team
           check-row-taught.
           MOVE 0 TO WS-ROW-TAUGHT
           IF WS-INSTR(WS-IDX) = WS-TT-INSTR(WS-KDX)
               MOVE 1 TO WS-ROW-TAUGHT
           END-IF
           PERFORM find-row-team
           IF WS-TM-HIT > 0
               PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                       UNTIL WS-TM-MDX > 4
                   IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) =
                           WS-TT-INSTR(WS-KDX)
                       MOVE 1 TO WS-ROW-TAUGHT
                   END-IF
               END-PERFORM
           END-IF.

      *> the whole team of a team-taught row, lead first
           print-team-line.
           MOVE SPACES TO WS-TEAM-TXT
           MOVE 1 TO WS-TEAM-PTR
           IF WS-INSTR(WS-IDX) NOT = SPACES
               STRING WS-INSTR(WS-IDX) " " DELIMITED BY SIZE
                   INTO WS-TEAM-TXT WITH POINTER WS-TEAM-PTR
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                   UNTIL WS-TM-MDX > 4
               IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) NOT = SPACES AND
                       WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) NOT =
                           WS-INSTR(WS-IDX)
                   STRING WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) " "
                       DELIMITED BY SIZE
                       INTO WS-TEAM-TXT WITH POINTER WS-TEAM-PTR
               END-IF
           END-PERFORM
           DISPLAY "          team-taught: " WS-TEAM-TXT.

      *> one burstable page per instructor, the BESBSCHL shape
           print-instructor-page.
           ADD 1 TO WS-PAGE-NUM
               WS-NAME-OUT "  TERM " FUNCTION TRIM(WS-CURRENT-TERM)
               "  RUN DATE " WS-TS(1:8).
           DISPLAY " ".
           DISPLAY "SCHL CODE SC TITLE                ROOM     DAY"
               " TIME      WEEKS (part of term)".
           MOVE 0 TO WS-PAGE-LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               PERFORM check-row-taught
               IF WS-ROW-TAUGHT = 1
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-NUM-DAYS
                       IF WS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
                           PERFORM compute-row-end
                           PERFORM find-course-title
                           ADD 1 TO WS-PAGE-LINES
                           IF WS-PT-START(WS-IDX) = SPACES AND
                                   WS-PT-END(WS-IDX) = SPACES
                               DISPLAY WS-SCHOOL(WS-IDX) " "
                                   WS-CODE(WS-IDX) "  "
                                   WS-SECTION(WS-IDX) " "
                                   WS-CAT-TITLE-OUT " "
                                   WS-ROOM(WS-IDX) " "
                                   WS-DAY-NAME(WS-JDX) " "
                                   WS-DAYS(WS-IDX, WS-JDX)(1:4) "-"
                                   WS-END-DISP
                           ELSE
                               PERFORM row-part-term-range
                               DISPLAY WS-SCHOOL(WS-IDX) " "
                                   WS-CODE(WS-IDX) "  "
                                   WS-SECTION(WS-IDX) " "
                                   WS-CAT-TITLE-OUT " "
                                   WS-ROOM(WS-IDX) " "
                                   WS-DAY-NAME(WS-JDX) " "
                                   WS-DAYS(WS-IDX, WS-JDX)(1:4) "-"
                                   WS-END-DISP " "
                                   WS-ROW-FROM "-" WS-ROW-TO
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-MODE(WS-IDX) = "A" OR WS-MODE(WS-IDX) = "R"
                       PERFORM print-no-meeting-line
                   END-IF
                   PERFORM find-row-team
                   IF WS-TM-HIT > 0
                       PERFORM print-team-line
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "meetings per week: " WS-PAGE-LINES.

      *> a section with no meetings still belongs on the page -- its
      *> mode stands where the day and time would
           print-no-meeting-line.
           PERFORM find-course-title
           IF WS-MODE(WS-IDX) = "A"
               MOVE "ONLINE SELF-PACED" TO WS-MODE-TXT
           ELSE
               MOVE "BY ARRANGEMENT" TO WS-MODE-TXT
           END-IF
           DISPLAY WS-SCHOOL(WS-IDX) " "
               WS-CODE(WS-IDX) "  "
               WS-SECTION(WS-IDX) " "
               WS-CAT-TITLE-OUT " "
               WS-ROOM(WS-IDX) " "
               WS-MODE-TXT.

           compute-row-end.
           MOVE WS-DAYS(WS-IDX, WS-JDX)(1:2) TO WS-HH
           MOVE WS-DAYS(WS-IDX, WS-JDX)(3:2) TO WS-MM
               END-IF
           END-IF.

      *> a part-of-term section meets only between its own dates
           write-date-events.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               PERFORM row-part-term-range
               PERFORM check-row-taught
               IF WS-ROW-TAUGHT = 1 AND
                       WS-DATE-X >= WS-ROW-FROM AND
                       WS-DATE-X <= WS-ROW-TO
                   PERFORM resolve-row-asof
                   IF WS-ASOF-SLOT NOT = SPACES
                       PERFORM write-one-vevent
               END-IF
           END-PERFORM.

           row-part-term-range.
           MOVE WS-TERM-START TO WS-ROW-FROM
           MOVE WS-TERM-END TO WS-ROW-TO
           IF WS-PT-START(WS-IDX) NOT = SPACES
               MOVE WS-PT-START(WS-IDX) TO WS-ROW-FROM
           END-IF
           IF WS-PT-END(WS-IDX) NOT = SPACES
               MOVE WS-PT-END(WS-IDX) TO WS-ROW-TO
           END-IF.

      *> the date's effective row fields: current, or the PREV-*
      *> set when the date sits before the row's switchover
           resolve-row-asof.
               DELIMITED BY SIZE INTO WS-ICS-LINE
           MOVE WS-ICS-LINE TO ICS-FILE-RECORD
           WRITE ICS-FILE-RECORD
           PERFORM find-course-title
           MOVE SPACES TO WS-ICS-LINE
           IF WS-CAT-TITLE-OUT = SPACES
               STRING "SUMMARY:" WS-SCHOOL(WS-IDX) " "
                   WS-CODE(WS-IDX) "-" WS-SECTION(WS-IDX)
                   " room " WS-ASOF-ROOM
                   DELIMITED BY SIZE INTO WS-ICS-LINE
           ELSE
               STRING "SUMMARY:" WS-SCHOOL(WS-IDX) " "
                   WS-CODE(WS-IDX) "-" WS-SECTION(WS-IDX) " "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAT-TITLE-OUT) DELIMITED BY SIZE
                   " room " WS-ASOF-ROOM
                   DELIMITED BY SIZE INTO WS-ICS-LINE
           END-IF
           MOVE WS-ICS-LINE TO ICS-FILE-RECORD
           WRITE ICS-FILE-RECORD
           MOVE "END:VEVENT" TO ICS-FILE-RECORD
           WRITE ICS-FILE-RECORD.

      *> the row's school+code to the first 20 of its title
           find-course-title.
           MOVE SPACES TO WS-CAT-TITLE-OUT
           PERFORM VARYING WS-CAT-CDX FROM 1 BY 1
                   UNTIL WS-CAT-CDX > WS-CAT-COUNT
               IF WS-CAT-COURSE(WS-CAT-CDX) = WS-KEY(WS-IDX)(1:7)
                   MOVE WS-CAT-TITLE(WS-CAT-CDX) TO WS-CAT-TITLE-OUT
               END-IF
           END-PERFORM.

           load-catalog-titles.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CATALOG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAT-COUNT < 500 AND
                               CATALOG-FILE-RECORD(1:7) NOT = SPACES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATALOG-FILE-RECORD(1:7)
                             TO WS-CAT-COURSE(WS-CAT-COUNT)
                           MOVE CATALOG-FILE-RECORD(9:30)
                             TO WS-CAT-TITLE(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           find-instr-name.
           MOVE SPACES TO WS-NAME-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-team.
           MOVE 0 TO WS-TM-COUNT
           OPEN INPUT TEAM-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TEAM-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TM-COUNT < 100 AND
                               TEAM-FILE-RECORD(1:9) NOT = SPACES
                           ADD 1 TO WS-TM-COUNT
                           MOVE TEAM-FILE-RECORD(1:9)
                             TO WS-TM-KEY(WS-TM-COUNT)
                           MOVE TEAM-FILE-RECORD(11:6)
                             TO WS-TM-INSTR(WS-TM-COUNT, 1)
                           MOVE TEAM-FILE-RECORD(22:6)
                             TO WS-TM-INSTR(WS-TM-COUNT, 2)
                           MOVE TEAM-FILE-RECORD(33:6)
                             TO WS-TM-INSTR(WS-TM-COUNT, 3)
                           MOVE TEAM-FILE-RECORD(44:6)
                             TO WS-TM-INSTR(WS-TM-COUNT, 4)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEAM-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-term-dates.
           MOVE SPACES TO WS-TERM-START
           MOVE SPACES TO WS-TERM-END
