      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBROWN.
      *> modification history
      *>   2026-10-15  departmental room use report -- for a term's
      *>               schedule, lists every live section meeting in
      *>               a room another school owns (ROOMCTL.DAT), then
      *>               totals each school's weekly minutes and
      *>               sections in its own rooms, in the general pool
      *>               and in other schools' rooms, for the space
      *>               committee; nonzero RETURN-CODE when any school
      *>               sits in another's room
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
           SELECT ROOMCTL-FILE ASSIGN DYNAMIC WS-ROOMCTL-FILENAME
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
      *> room control line: room(1:8) owning school(10:4) term(15:20)
      *> priority window from(36:8) through(45:8) -- only the owner
      *> matters here
       FD ROOMCTL-FILE.
       01 ROOMCTL-FILE-RECORD PIC X(52).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-ROW-MINUTES PIC 9(5) VALUE 0.
           01 WS-ROW-DAYS PIC 9(1) VALUE 0.
           01 WS-FOREIGN-COUNT PIC 9(4) VALUE 0.

      *> room owners; a room with no line is general pool
           01 WS-RC-COUNT PIC 9(3) VALUE 0.
           01 WS-RC-LIST.
               02 WS-RC-ENTRY OCCURS 300 TIMES.
                   03 WS-RC-ROOM PIC X(8).
                   03 WS-RC-OWNER PIC X(4).
           01 WS-RC-FOUND PIC 9(3) VALUE 0.
           01 WS-ROW-OWNER PIC X(4) VALUE SPACES.

      *> per-school use, split by whose room it was
           01 WS-SCH-COUNT PIC 9(3) VALUE 0.
           01 WS-SCH-TABLE.
               02 WS-SCH-ENTRY OCCURS 100 TIMES.
                   03 WS-SCH-NAME PIC X(4).
                   03 WS-SCH-OWN-MIN PIC 9(6).
                   03 WS-SCH-OWN-SEC PIC 9(4).
                   03 WS-SCH-POOL-MIN PIC 9(6).
                   03 WS-SCH-POOL-SEC PIC 9(4).
                   03 WS-SCH-OTH-MIN PIC 9(6).
                   03 WS-SCH-OTH-SEC PIC 9(4).
           01 WS-SCH-FOUND PIC 9(3) VALUE 0.

      *> the room column's placeholders -- no room to own
           01 WS-ROOM-TBA PIC X(8) VALUE "TBA".
           01 WS-ROOM-ONLINE PIC X(8) VALUE "ONLINE".
           01 WS-ROOM-ARRANGED PIC X(8) VALUE "ARRANGED".

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ROOMCTL-FILENAME PIC X(20) VALUE "ROOMCTL.DAT".
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
           MOVE "BESBROWN" TO EP-PROGRAM.
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
           PERFORM load-room-control.
           IF WS-RC-COUNT = 0
               DISPLAY "BESBROWN: " FUNCTION TRIM(WS-ROOMCTL-FILENAME)
                   " is missing or empty -- every room is general"
                   " pool"
           END-IF.
           DISPLAY "BESBROWN: departmental room use, term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           DISPLAY "sections in another school's room:".
           DISPLAY "SCHL CODE SC ROOM     OWNER MINUTES".
           PERFORM tally-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           IF WS-FOREIGN-COUNT = 0
               DISPLAY " (none)"
           END-IF.
           DISPLAY " ".
           DISPLAY "school totals (weekly minutes / sections):".
           DISPLAY "SCHL   OWN ROOMS     GENERAL POOL  OTHERS' ROOMS".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCH-COUNT
               DISPLAY WS-SCH-NAME(WS-IDX) "  "
                   WS-SCH-OWN-MIN(WS-IDX) " / " WS-SCH-OWN-SEC(WS-IDX)
                   " " WS-SCH-POOL-MIN(WS-IDX) " / "
                   WS-SCH-POOL-SEC(WS-IDX) " "
                   WS-SCH-OTH-MIN(WS-IDX) " / " WS-SCH-OTH-SEC(WS-IDX)
           END-PERFORM.
           DISPLAY "---".
           DISPLAY "schools " WS-SCH-COUNT
               " sections in others' rooms " WS-FOREIGN-COUNT.
           IF WS-FOREIGN-COUNT > 0
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
                   DISPLAY "BESBROWN: invalid arg: " ARGV
                   DISPLAY "BESBROWN: usage: besbrown [--term=X]"
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

           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBROWN: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> one pass over the term file; a live section holding a real
      *> room counts toward its school's own rooms, the general pool
      *> or another school's rooms, and the last kind is listed
      *> ---------------------------------------------------------------
           tally-schedule.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBROWN: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM tally-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

           tally-one-row.
           IF SFR-STATUS = "C" OR SFR-ROOM = SPACES OR
                   SFR-ROOM = WS-ROOM-TBA OR
                   SFR-ROOM = WS-ROOM-ONLINE OR
                   SFR-ROOM = WS-ROOM-ARRANGED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROW-DAYS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF SFR-DAYS(WS-JDX) NOT = SPACES
                   ADD 1 TO WS-ROW-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-ROW-MINUTES = SFR-LEN * WS-ROW-DAYS
           PERFORM find-room-owner
           PERFORM find-school-entry
           IF WS-SCH-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ROW-OWNER = SPACES
                   ADD WS-ROW-MINUTES TO WS-SCH-POOL-MIN(WS-SCH-FOUND)
                   ADD 1 TO WS-SCH-POOL-SEC(WS-SCH-FOUND)
               WHEN WS-ROW-OWNER = SFR-SCHOOL
                   ADD WS-ROW-MINUTES TO WS-SCH-OWN-MIN(WS-SCH-FOUND)
                   ADD 1 TO WS-SCH-OWN-SEC(WS-SCH-FOUND)
               WHEN OTHER
                   ADD WS-ROW-MINUTES TO WS-SCH-OTH-MIN(WS-SCH-FOUND)
                   ADD 1 TO WS-SCH-OTH-SEC(WS-SCH-FOUND)
                   ADD 1 TO WS-FOREIGN-COUNT
                   DISPLAY SFR-SCHOOL " " SFR-CODE "  " SFR-SECTION
                       " " SFR-ROOM " " WS-ROW-OWNER "  "
                       WS-ROW-MINUTES
           END-EVALUATE.

           find-room-owner.
           MOVE SPACES TO WS-ROW-OWNER
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RC-COUNT
                       OR WS-ROW-OWNER NOT = SPACES
               IF WS-RC-ROOM(WS-JDX) = SFR-ROOM
                   MOVE WS-RC-OWNER(WS-JDX) TO WS-ROW-OWNER
               END-IF
           END-PERFORM.

           find-school-entry.
           MOVE 0 TO WS-SCH-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SCH-COUNT OR WS-SCH-FOUND > 0
               IF WS-SCH-NAME(WS-JDX) = SFR-SCHOOL
                   MOVE WS-JDX TO WS-SCH-FOUND
               END-IF
           END-PERFORM
           IF WS-SCH-FOUND = 0 AND WS-SCH-COUNT < 100
               ADD 1 TO WS-SCH-COUNT
               MOVE WS-SCH-COUNT TO WS-SCH-FOUND
               MOVE SFR-SCHOOL TO WS-SCH-NAME(WS-SCH-FOUND)
               MOVE 0 TO WS-SCH-OWN-MIN(WS-SCH-FOUND)
               MOVE 0 TO WS-SCH-OWN-SEC(WS-SCH-FOUND)
               MOVE 0 TO WS-SCH-POOL-MIN(WS-SCH-FOUND)
               MOVE 0 TO WS-SCH-POOL-SEC(WS-SCH-FOUND)
               MOVE 0 TO WS-SCH-OTH-MIN(WS-SCH-FOUND)
               MOVE 0 TO WS-SCH-OTH-SEC(WS-SCH-FOUND)
           END-IF.

      *> the first line naming a room gives its owner; the term and
      *> window columns are BESBVAL's business
           load-room-control.
           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT ROOMCTL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ROOMCTL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-roomctl-entry
               END-READ
           END-PERFORM
           CLOSE ROOMCTL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-roomctl-entry.
           IF ROOMCTL-FILE-RECORD(1:8) = SPACES OR
                   ROOMCTL-FILE-RECORD(10:4) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RC-COUNT OR WS-RC-FOUND > 0
               IF WS-RC-ROOM(WS-JDX) = ROOMCTL-FILE-RECORD(1:8)
                   MOVE WS-JDX TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 0 AND WS-RC-COUNT < 300
               ADD 1 TO WS-RC-COUNT
               MOVE ROOMCTL-FILE-RECORD(1:8) TO WS-RC-ROOM(WS-RC-COUNT)
               MOVE ROOMCTL-FILE-RECORD(10:4)
                 TO WS-RC-OWNER(WS-RC-COUNT)
           END-IF.
