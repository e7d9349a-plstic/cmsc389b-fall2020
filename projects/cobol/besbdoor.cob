      *>               date before a row's switchover renders the
      *>               prior room/times, the way BESBGRID --asof
      *>               does
      *>   2026-10-15  each meeting line carries the course title
      *>               from the catalog (CATALOG.DAT) after the
      *>               code-section
      *>   2026-10-15  reads INSTRUCTORS.DAT lines at their full
      *>               length now that they carry the HR status
      *>   2026-10-15  a part-of-term section is carded only for dates
      *>               inside its own meeting dates
      *>   2026-10-15  online and by-arrangement sections are left off
      *>               the cards
      *>   2026-10-15  team-taught sections (TEAM-term.DAT) -- the rest
      *>               of the team is named on a line under the
      *>               meeting
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  EXCEPT-term.DAT is read up to 500 date
      *>               exceptions -- a building closure (BESBCLOS)
      *>               records one per affected meeting
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPT-FILE ASSIGN DYNAMIC WS-EXCEPT-FILENAME
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
       FD CAL-FILE.
       01 CAL-FILE-RECORD PIC X(32).
      *> single-date exception: key(1:9) date(11:8) type(20:1)
      *> value(22:8)
       FD EXCEPT-FILE.
       01 EXCEPT-FILE-RECORD PIC X(29).
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
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-NAME-OUT PIC X(20) VALUE SPACES.

      *> team-taught sections -- the others teaching beside the lead
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-PROBE PIC X(6) VALUE SPACES.

      *> course titles from the catalog -- a course the catalog
      *> doesn't know prints a blank title
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-TITLE PIC X(30).
           01 WS-CAT-TITLE-OUT PIC X(20) VALUE SPACES.
           01 WS-CAT-CDX PIC 9(4) VALUE 0.

           01 WS-CAL-COUNT PIC 9(4) VALUE 0.
           01 WS-CAL-LIST.
               02 WS-CAL-ENTRY OCCURS 60 TIMES.

           01 WS-EX-COUNT PIC 9(3) VALUE 0.
           01 WS-EX-LIST.
               02 WS-EX-ENTRY OCCURS 500 TIMES.
                   03 WS-EX-KEY PIC X(9).
                   03 WS-EX-DATE PIC X(8).
                   03 WS-EX-TYPE PIC X(1).
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-CAL-FILENAME PIC X(60) VALUE SPACES.
           01 WS-EXCEPT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-TEAM-FILENAME PIC X(60) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).

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
           MOVE "BESBDOOR" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CARD-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-CARD-DATE
               STOP RUN
           END-IF.
           PERFORM load-instr-list.
           PERFORM load-catalog-titles.
           PERFORM load-calendar.
           PERFORM load-exceptions.
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
               WHEN ARGV(1:7) = "--date="
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-TEAM-FILENAME.
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME.
           MOVE SPACES TO WS-CAL-FILENAME.
           STRING "CALENDAR-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
           END-PERFORM.

           add-one-meeting.
           IF WS-PT-START(WS-IDX) NOT = SPACES AND
                   WS-CARD-DATE < WS-PT-START(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-END(WS-IDX) NOT = SPACES AND
                   WS-CARD-DATE > WS-PT-END(WS-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAYS(WS-IDX, WS-WDAY)(1:4) TO WS-MTG-TIME
           MOVE WS-ROOM(WS-IDX) TO WS-MTG-ROOM-X
           MOVE 0 TO WS-EX-HIT
                   DISPLAY " "
               END-IF
               PERFORM find-instr-name
               PERFORM find-course-title
               DISPLAY " " WS-MTG-KEY(WS-IDX)(1:4) " "
                   WS-MTG-KEY(WS-IDX)(5:3) "-"
                   WS-MTG-KEY(WS-IDX)(8:2) " "
                   WS-CAT-TITLE-OUT "  "
                   WS-MTG-START(WS-IDX) "-" WS-MTG-END(WS-IDX)
                   "  " WS-NAME-OUT
               PERFORM print-team-names
           END-PERFORM.

      *> a team-taught meeting names everyone else on the team under
      *> the lead, one per line in the name column
           print-team-names.
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT
               IF WS-TM-KEY(WS-TM-TDX) = WS-MTG-KEY(WS-IDX)
                   PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                           UNTIL WS-TM-MDX > 4
                       IF WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                               NOT = SPACES AND
                               WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                               NOT = WS-MTG-INSTR(WS-IDX)
                           MOVE WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                             TO WS-TM-PROBE
                           PERFORM find-member-name
                           DISPLAY "                          "
                               "                    " WS-NAME-OUT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           find-member-name.
           MOVE WS-TM-PROBE TO WS-NAME-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-JDX) = WS-TM-PROBE
                   MOVE WS-INSTR-NAME(WS-JDX) TO WS-NAME-OUT
               END-IF
           END-PERFORM.

           find-instr-name.
               MOVE WS-MTG-INSTR(WS-IDX) TO WS-NAME-OUT
           END-IF.

      *> the meeting's school+code to the first 20 of its title
           find-course-title.
           MOVE SPACES TO WS-CAT-TITLE-OUT
           PERFORM VARYING WS-CAT-CDX FROM 1 BY 1
                   UNTIL WS-CAT-CDX > WS-CAT-COUNT
               IF WS-CAT-COURSE(WS-CAT-CDX) =
                       WS-MTG-KEY(WS-IDX)(1:7)
                   MOVE WS-CAT-TITLE(WS-CAT-CDX) TO WS-CAT-TITLE-OUT
               END-IF
           END-PERFORM.

           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE

      *> a card date before a row's effective-dated switchover still
      *> runs the prior room and times, so the swap happens here the
      *> way BESBGRID --asof swaps it; online and by-arrangement
      *> sections hold no room and never reach a card
           load-one-row.
           IF WS-NUM-ROWS < WS-MAX-ROWS AND SFR-STATUS NOT = "C" AND
                   SFR-MODE NOT = "S" AND SFR-MODE NOT = "A" AND
                   SFR-MODE NOT = "R"
               ADD 1 TO WS-NUM-ROWS
               MOVE SCHEDULE-FILE-RECORD TO WS-SCHEDULE-ROW(WS-NUM-ROWS)
               IF WS-EFF-DATE(WS-NUM-ROWS) NOT = SPACES AND
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

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

           load-calendar.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CAL-FILE
               READ EXCEPT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EX-COUNT < 500 AND
                               EXCEPT-FILE-RECORD(11:8) IS NUMERIC
                           ADD 1 TO WS-EX-COUNT
                           MOVE EXCEPT-FILE-RECORD(1:9)
