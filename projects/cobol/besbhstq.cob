      *>               SCHED block inside ARCHIVE-term.DAT; one line
      *>               per offering with term, section, days/times,
      *>               room, instructor and status
      *>   2026-10-15  archive rows are read at their full 168 bytes
      *>               (part-of-term dates)
      *>   2026-10-15  archived schedule rows read at their 169-byte
      *>               length (instruction mode)
      *>   2026-10-15  team-taught sections -- --instr= also finds the
      *>               offerings the instructor taught on a team, and
      *>               each team-taught offering lists its whole team
      *>               (the term's TEAM file, or the archive's TEAM
      *>               block)
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
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
      *> archive line, as BESBARCH packs it: @HDR/@SECT markers and
      *> raw 169-byte schedule rows inside the SCHED block
       FD ARCH-FILE.
       01 ARCH-FILE-RECORD PIC X(176).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> team-teaching line: section key(1:9) then up to four
      *> instructor/share pairs at (11:6) (22:6) (33:6) (44:6)
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-Q-SECTION PIC X(2) VALUE SPACES.
           01 WS-Q-INSTR PIC X(6) VALUE SPACES.

      *> the term's team lines, from its TEAM file or, once the term
      *> is archived, the archive's TEAM block
           01 WS-TEAM-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-HIT PIC 9(3) VALUE 0.
           01 WS-TM-TAUGHT PIC 9(1) VALUE 0.
           01 WS-TM-LINE PIC X(53) VALUE SPACES.
           01 WS-TM-TXT PIC X(40) VALUE SPACES.
           01 WS-TM-PTR PIC 9(2) VALUE 0.
           01 WS-IN-TEAM-SECT PIC 9(1) VALUE 0.

           01 WS-HH PIC 9(2).
           01 WS-MM PIC 9(2).
           01 WS-START-MIN PIC 9(4).
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
           MOVE "BESBHSTQ" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-Q-SCHOOL = SPACES OR WS-Q-CODE = SPACES
               DISPLAY "BESBHSTQ: usage: besbhstq --school=AAAA"
                   " --code=999 [--section=SS] [--instr=IIIIII]"

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:9) = "--school="
                   MOVE ARGV(10:4) TO WS-Q-SCHOOL
               WHEN ARGV(1:7) = "--code="
                   " (locked by another session -- skipped)"
               EXIT PARAGRAPH
           END-IF
           PERFORM load-term-team
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-SCHED-SECT = 1
               MOVE ARCH-FILE-RECORD(1:169) TO WS-ONE-ROW
               PERFORM match-one-row
           END-IF.

                   WSR-SECTION NOT = WS-Q-SECTION
               EXIT PARAGRAPH
           END-IF
           PERFORM find-row-team
           IF WS-Q-INSTR NOT = SPACES AND
                   WSR-INSTR NOT = WS-Q-INSTR AND
                   WS-TM-TAUGHT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-COUNT
           PERFORM format-row-times
           DISPLAY WS-TERMS-NAME(WS-TDX) " " WSR-SECTION " "
               WSR-ROOM " " WSR-INSTR " " WSR-STATUS "  "
               WS-DAYS-TXT " " WS-TIME-TXT
           IF WS-TM-HIT > 0
               PERFORM print-team-line
           END-IF.

      *> WS-TM-HIT is the row's team line (0 for none), and
      *> WS-TM-TAUGHT 1 when the --instr= instructor is on it
           find-row-team.
           MOVE 0 TO WS-TM-HIT
           MOVE 0 TO WS-TM-TAUGHT
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT OR WS-TM-HIT > 0
               IF WS-TM-KEY(WS-TM-TDX) = WSR-KEY
                   MOVE WS-TM-TDX TO WS-TM-HIT
               END-IF
           END-PERFORM
           IF WS-TM-HIT = 0 OR WS-Q-INSTR = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1 UNTIL WS-TM-MDX > 4
               IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) = WS-Q-INSTR
                   MOVE 1 TO WS-TM-TAUGHT
               END-IF
           END-PERFORM.

      *> the whole team, lead first
           print-team-line.
           MOVE SPACES TO WS-TM-TXT
           MOVE 1 TO WS-TM-PTR
           IF WSR-INSTR NOT = SPACES
               STRING WSR-INSTR " " DELIMITED BY SIZE
                   INTO WS-TM-TXT WITH POINTER WS-TM-PTR
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1 UNTIL WS-TM-MDX > 4
               IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) NOT = SPACES AND
                       WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) NOT = WSR-INSTR
                   STRING WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) " "
                       DELIMITED BY SIZE
                       INTO WS-TM-TXT WITH POINTER WS-TM-PTR
               END-IF
           END-PERFORM
           DISPLAY "                        team-taught: " WS-TM-TXT.

      *> the live TEAM file while there is one, else the TEAM block
      *> BESBARCH packed into the term's archive
           load-term-team.
           MOVE 0 TO WS-TM-COUNT
           MOVE SPACES TO WS-TEAM-FILENAME
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                   DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME
           OPEN INPUT TEAM-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ TEAM-FILE
                       AT END MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           MOVE TEAM-FILE-RECORD TO WS-TM-LINE
                           PERFORM load-one-team-entry
                   END-READ
               END-PERFORM
               CLOSE TEAM-FILE
               MOVE 0 TO WS-EOF-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ARCH-FILENAME
           STRING "ARCHIVE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                   DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ARCH-FILENAME
           OPEN INPUT ARCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-IN-TEAM-SECT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ARCH-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM scan-one-team-line
               END-READ
           END-PERFORM
           CLOSE ARCH-FILE
           MOVE 0 TO WS-EOF-FLAG.

           scan-one-team-line.
           IF ARCH-FILE-RECORD(1:6) = "@SECT "
               IF ARCH-FILE-RECORD(7:5) = "TEAM "
                   MOVE 1 TO WS-IN-TEAM-SECT
               ELSE
                   MOVE 0 TO WS-IN-TEAM-SECT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TEAM-SECT = 1
               MOVE ARCH-FILE-RECORD(1:53) TO WS-TM-LINE
               PERFORM load-one-team-entry
           END-IF.

           load-one-team-entry.
           IF WS-TM-COUNT < 100 AND WS-TM-LINE(1:9) NOT = SPACES
               ADD 1 TO WS-TM-COUNT
               MOVE WS-TM-LINE(1:9) TO WS-TM-KEY(WS-TM-COUNT)
               MOVE WS-TM-LINE(11:6) TO WS-TM-INSTR(WS-TM-COUNT, 1)
               MOVE WS-TM-LINE(22:6) TO WS-TM-INSTR(WS-TM-COUNT, 2)
               MOVE WS-TM-LINE(33:6) TO WS-TM-INSTR(WS-TM-COUNT, 3)
               MOVE WS-TM-LINE(44:6) TO WS-TM-INSTR(WS-TM-COUNT, 4)
           END-IF.

      *> the day letters of the occupied slots and the shared
      *> start-end range from the first one
