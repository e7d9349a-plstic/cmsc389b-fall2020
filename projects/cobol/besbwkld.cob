      *>               floor, and totals by school for the chair
      *>               packets; nonzero RETURN-CODE when anyone is
      *>               flagged
      *>   2026-10-15  reads INSTRUCTORS.DAT lines at their full
      *>               length now that they carry the HR status
      *>   2026-10-15  an ONL column counts each instructor's online
      *>               and by-arrangement sections -- self-paced and
      *>               arranged sections meet no weekly minutes, so
      *>               the count says why the minutes run short
      *>   2026-10-15  team-taught sections (TEAM-term.DAT) -- each
      *>               instructor on a section's team is credited the
      *>               section and their share of its minutes against
      *>               the INSTRLOAD.DAT limits; a TEAM column counts
      *>               the shared sections
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *> load-limit line: instructor(1:6) max weekly minutes(8:4)
      *> max sections(13:2) minimum weekly minutes floor(16:4)
       FD LIMIT-FILE.
       01 LIMIT-FILE-RECORD PIC X(19).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> team-teaching line: section key(1:9) then up to four
      *> instructor/share pairs -- instr(11:6) share(18:3)
      *> instr(22:6) share(29:3) instr(33:6) share(40:3) instr(44:6)
      *> share(51:3), the share a percent of the section's load
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
                   03 WS-TLY-INSTR PIC X(6).
                   03 WS-TLY-MINUTES PIC 9(5).
                   03 WS-TLY-SECTIONS PIC 9(3).
                   03 WS-TLY-ONLINE PIC 9(3).
                   03 WS-TLY-TEAM PIC 9(3).
           01 WS-TLY-FOUND PIC 9(3) VALUE 0.
           01 WS-TLY-PROBE PIC X(6) VALUE SPACES.
           01 WS-SHARE-MINUTES PIC 9(5) VALUE 0.

      *> team-taught sections, and one row's team with each member's
      *> percent -- the row's own instructor leads; a member with no
      *> share on the line (the lead, when it has no line of its
      *> own) splits what the stated shares leave of 100 evenly
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-MEMBER OCCURS 4 TIMES.
                       04 WS-TM-INSTR PIC X(6).
                       04 WS-TM-SHARE PIC X(3).
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-NDX PIC 9(1) VALUE 0.
           01 WS-TM-DUP PIC 9(1) VALUE 0.
           01 WS-TM-SET-N PIC 9(1) VALUE 0.
           01 WS-TM-SET-TABLE.
               02 WS-TM-SET-ENTRY OCCURS 5 TIMES.
                   03 WS-TM-SET-ID PIC X(6).
                   03 WS-TM-SET-PCT PIC 9(3).
                   03 WS-TM-SET-STATED PIC 9(1).
           01 WS-TM-STATED-SUM PIC 9(4) VALUE 0.
           01 WS-TM-OPEN-N PIC 9(1) VALUE 0.
           01 WS-TM-OPEN-PCT PIC 9(3) VALUE 0.

      *> per-school totals for the chair packets
           01 WS-SCH-COUNT PIC 9(3) VALUE 0.
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-LIMIT-FILENAME PIC X(20) VALUE "INSTRLOAD.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-TEAM-FILENAME PIC X(60).
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
           MOVE "BESBWKLD" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
           END-IF.
           PERFORM load-instr-list.
           PERFORM load-limit-list.
           PERFORM load-team.
           PERFORM tally-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           DISPLAY "BESBWKLD: instructor workload, term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           DISPLAY "INSTR  NAME                 MINUTES SECT ONL TEAM"
               " FLAG".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TLY-COUNT
               PERFORM report-one-instructor

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN OTHER
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.
           MOVE SPACES TO WS-TEAM-FILENAME.
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME.

           check-lock.
           OPEN INPUT LOCK-FILE
      *> ---------------------------------------------------------------
      *> one pass over the term file, bumping the instructor's and
      *> the school's tallies per live, assigned row (TBA rows have
      *> nobody to load); every member of a team-taught row takes
      *> the section and their share of its minutes
      *> ---------------------------------------------------------------
           tally-schedule.
           OPEN INPUT SCHEDULE-FILE
           CLOSE SCHEDULE-FILE.

           tally-one-row.
           IF SFR-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM build-team-set
           IF WS-TM-SET-N = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-ROW-MINUTES = SFR-LEN * WS-ROW-DAYS
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               PERFORM credit-one-member
           END-PERFORM
           PERFORM find-school-entry
           IF WS-SCH-FOUND > 0
               ADD WS-ROW-MINUTES TO WS-SCH-MINUTES(WS-SCH-FOUND)
               ADD 1 TO WS-SCH-SECTIONS(WS-SCH-FOUND)
           END-IF.

           credit-one-member.
           MOVE WS-TM-SET-ID(WS-TM-NDX) TO WS-TLY-PROBE
           PERFORM find-tally-entry
           IF WS-TLY-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHARE-MINUTES ROUNDED =
               WS-ROW-MINUTES * WS-TM-SET-PCT(WS-TM-NDX) / 100
           ADD WS-SHARE-MINUTES TO WS-TLY-MINUTES(WS-TLY-FOUND)
           ADD 1 TO WS-TLY-SECTIONS(WS-TLY-FOUND)
           IF SFR-MODE = "S" OR SFR-MODE = "A" OR SFR-MODE = "R"
               ADD 1 TO WS-TLY-ONLINE(WS-TLY-FOUND)
           END-IF
           IF WS-TM-SET-N > 1
               ADD 1 TO WS-TLY-TEAM(WS-TLY-FOUND)
           END-IF.

      *> the row's team -- its own instructor first, then each other
      *> instructor on its team line -- with every member's percent
           build-team-set.
           MOVE 0 TO WS-TM-SET-N
           IF SFR-INSTR NOT = SPACES
               MOVE 1 TO WS-TM-SET-N
               MOVE SFR-INSTR TO WS-TM-SET-ID(1)
               MOVE 0 TO WS-TM-SET-PCT(1)
               MOVE 0 TO WS-TM-SET-STATED(1)
           END-IF
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT
               IF WS-TM-KEY(WS-TM-TDX) = SFR-KEY
                   PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                           UNTIL WS-TM-MDX > 4
                       PERFORM add-team-member
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TM-STATED-SUM
           MOVE 0 TO WS-TM-OPEN-N
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               IF WS-TM-SET-STATED(WS-TM-NDX) = 1
                   ADD WS-TM-SET-PCT(WS-TM-NDX) TO WS-TM-STATED-SUM
               ELSE
                   ADD 1 TO WS-TM-OPEN-N
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TM-OPEN-PCT
           IF WS-TM-OPEN-N > 0 AND WS-TM-STATED-SUM < 100
               COMPUTE WS-TM-OPEN-PCT =
                   (100 - WS-TM-STATED-SUM) / WS-TM-OPEN-N
           END-IF
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               IF WS-TM-SET-STATED(WS-TM-NDX) = 0
                   MOVE WS-TM-OPEN-PCT TO WS-TM-SET-PCT(WS-TM-NDX)
               END-IF
           END-PERFORM.

      *> a member already in the set (the lead listed with its own
      *> share) takes the line's share rather than a second place
           add-team-member.
           IF WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TM-DUP
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N OR WS-TM-DUP > 0
               IF WS-TM-SET-ID(WS-TM-NDX) =
                       WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                   MOVE WS-TM-NDX TO WS-TM-DUP
               END-IF
           END-PERFORM
           IF WS-TM-DUP = 0
               IF WS-TM-SET-N >= 5
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TM-SET-N
               MOVE WS-TM-SET-N TO WS-TM-DUP
               MOVE WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                 TO WS-TM-SET-ID(WS-TM-DUP)
               MOVE 0 TO WS-TM-SET-PCT(WS-TM-DUP)
               MOVE 0 TO WS-TM-SET-STATED(WS-TM-DUP)
           END-IF
           IF WS-TM-SHARE(WS-TM-TDX, WS-TM-MDX) IS NUMERIC
               MOVE WS-TM-SHARE(WS-TM-TDX, WS-TM-MDX)
                 TO WS-TM-SET-PCT(WS-TM-DUP)
               MOVE 1 TO WS-TM-SET-STATED(WS-TM-DUP)
           END-IF.

           find-tally-entry.
           MOVE 0 TO WS-TLY-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TLY-COUNT OR WS-TLY-FOUND > 0
               IF WS-TLY-INSTR(WS-JDX) = WS-TLY-PROBE
                   MOVE WS-JDX TO WS-TLY-FOUND
               END-IF
           END-PERFORM
           IF WS-TLY-FOUND = 0 AND WS-TLY-COUNT < 200
               ADD 1 TO WS-TLY-COUNT
               MOVE WS-TLY-COUNT TO WS-TLY-FOUND
               MOVE WS-TLY-PROBE TO WS-TLY-INSTR(WS-TLY-FOUND)
               MOVE 0 TO WS-TLY-MINUTES(WS-TLY-FOUND)
               MOVE 0 TO WS-TLY-SECTIONS(WS-TLY-FOUND)
               MOVE 0 TO WS-TLY-ONLINE(WS-TLY-FOUND)
               MOVE 0 TO WS-TLY-TEAM(WS-TLY-FOUND)
           END-IF.

           find-school-entry.
           PERFORM find-instr-name
           DISPLAY WS-TLY-INSTR(WS-IDX) " " WS-NAME-OUT " "
               WS-TLY-MINUTES(WS-IDX) "   "
               WS-TLY-SECTIONS(WS-IDX) "  " WS-TLY-ONLINE(WS-IDX) " "
               WS-TLY-TEAM(WS-IDX) "  " WS-FLAG-TXT.

           find-limit-entry.
           MOVE 0 TO WS-LIM-FOUND
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
               MOVE TEAM-FILE-RECORD(18:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 1)
               MOVE TEAM-FILE-RECORD(22:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 2)
               MOVE TEAM-FILE-RECORD(29:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 2)
               MOVE TEAM-FILE-RECORD(33:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 3)
               MOVE TEAM-FILE-RECORD(40:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 3)
               MOVE TEAM-FILE-RECORD(44:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 4)
               MOVE TEAM-FILE-RECORD(51:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 4)
           END-IF.

           load-limit-list.
           MOVE 0 TO WS-LIM-COUNT
           OPEN INPUT LIMIT-FILE
