      *>               BESBVAL checks exactly as \e would, audits
      *>               each applied row, and prints a worklist of
      *>               what moved and what couldn't be placed
      *>   2026-10-15  the saved schedule file gets its occupancy
      *>               index (SCHED-term.OCCX) through BESBVAL op W
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  operator scope (OPERSCOP.DAT through BESBSCOP)
      *>               -- a selected row whose school or campus, or
      *>               whose --newroom's campus, is outside the
      *>               operator's scope is refused (reject 16),
      *>               audited and counted; --fit only tries rooms
      *>               on campuses the operator holds
      *>   2026-10-15  a section's part-of-term dates go to BESBVAL
      *>               with the rest of the row, so only sections
      *>               meeting in the same weeks collide
      *>   2026-10-15  a section's instruction mode goes to BESBVAL
      *>               with the rest of the row
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- a run needs --rsn=CODE, a
      *>               reason code from REASONS.DAT checked by
      *>               BESBRSN; each moved row's audit line carries it
      *>               with the row's school
      *>   2026-10-15  refused while a maintenance window is in force
      *>               (BESBMWIN), except to the supervisor who
      *>               opened it
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-SELECTED-COUNT PIC 9(4) VALUE 0.
           01 WS-MOVED-COUNT PIC 9(4) VALUE 0.
           01 WS-STUCK-COUNT PIC 9(4) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
           01 WS-VAL-PARMS.
               COPY VALPARMS
                   REPLACING LEADING ==VALPARM== BY ==VP==.
           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.

      *> term master -- a mass move may only touch an open term
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

      *> operator scope -- the schools (and campuses) the operator
      *> may change, answered by BESBSCOP
           01 WS-SCOPE-PARMS.
               COPY SCOPPARM
                   REPLACING LEADING ==SCOPPARM== BY ==SP==.
           01 WS-SCOPE-OK PIC 9(1) VALUE 1.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

      *> the reason code the whole run's moves are recorded against
           01 WS-RSN-CODE PIC X(4) VALUE SPACES.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

      *> a supervisor's maintenance window shuts out mass moves
      *> (BESBMWIN)
           01 WS-MWIN-PARMS.
               COPY MWINPARM
                   REPLACING LEADING ==MWINPARM== BY ==MW==.

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
           MOVE "BESBMASS" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SEL-ANY = 0 OR WS-TEMPLATE-COUNT NOT = 1
               PERFORM show-usage
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "C" TO MW-OP.
           MOVE WS-OPER-ID TO MW-OPER.
           CALL "BESBMWIN" USING WS-MWIN-PARMS.
           IF MW-RC NOT = 0
               DISPLAY "BESBMASS: " FUNCTION TRIM(MW-TEXT)
                   " -- mass move refused"
               DISPLAY "BESBMASS: " FUNCTION TRIM(MW-MESSAGE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "V" TO RP-OP.
           MOVE WS-RSN-CODE TO RP-CODE.
           CALL "BESBRSN" USING WS-REASON-PARMS.
           MOVE RP-CODE TO WS-RSN-CODE.
           IF RP-RC NOT = 0
               DISPLAY "BESBMASS: " FUNCTION TRIM(RP-TEXT)
                   " (--rsn=CODE)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-terms-list.
           MOVE WS-CURRENT-TERM TO WS-CHECK-TERM.
           PERFORM search-terms-list.
           DISPLAY "---".
           DISPLAY "rows selected " WS-SELECTED-COUNT
               " moved " WS-MOVED-COUNT
               " could not be placed " WS-STUCK-COUNT
               " out of scope " WS-REFUSED-COUNT.
           IF WS-STUCK-COUNT > 0 OR WS-REFUSED-COUNT > 0
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
               WHEN ARGV(1:6) = "--rsn="
                   MOVE ARGV(7:4) TO WS-RSN-CODE
               WHEN ARGV(1:7) = "--room="
                   MOVE ARGV(8:8) TO WS-SEL-ROOM
                   MOVE 1 TO WS-SEL-ANY

           show-usage.
           DISPLAY "BESBMASS: usage: besbmass --term=X --oper=ID"
               " --rsn=CODE SELECTION TEMPLATE".
           DISPLAY "  selection: --room=R | --bldg=B | --school=S |"
               " --day=N [--from=HHMM --to=HHMM]".
           DISPLAY "  template (exactly one): --newroom=R |"
      *> (excluding the row itself) like an \e, and apply on a pass
      *> ---------------------------------------------------------------
           move-one-row.
           MOVE "C" TO SP-OP
           MOVE WS-SCHOOL(WS-IDX) TO SP-SCHOOL
           MOVE WS-ROOM(WS-IDX) TO SP-ROOM
           PERFORM check-move-scope
           IF WS-SCOPE-OK = 1 AND WS-NEW-ROOM NOT = SPACES
               MOVE WS-NEW-ROOM TO SP-ROOM
               PERFORM check-move-scope
           END-IF
           IF WS-SCOPE-OK = 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED " WS-KEY(WS-IDX)
                   " reject 16 out of scope: " FUNCTION TRIM(SP-TEXT)
               EXIT PARAGRAPH
           END-IF
           PERFORM derive-row-pattern
           MOVE WS-ROOM(WS-IDX) TO WS-OLD-ROOM
           MOVE WS-ROW-START TO WS-OLD-TIME
               IF WS-ROOMS-ID(WS-KDX) NOT = WS-ROOM(WS-IDX) AND
                       WS-ROOMS-CAP(WS-KDX) >= WS-CUR-CAP
                   MOVE WS-ROOMS-ID(WS-KDX) TO WS-TRY-ROOM
                   MOVE "Q" TO SP-OP
                   MOVE WS-TRY-ROOM TO SP-ROOM
                   PERFORM check-move-scope
                   IF WS-SCOPE-OK = 1
                       PERFORM try-one-candidate
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-TRY-TIME TO WS-PARSE-SRC(30:4)
           MOVE WS-LEN(WS-IDX) TO WS-PARSE-SRC(35:3)
           MOVE WS-INSTR(WS-IDX) TO WS-PARSE-SRC(39:6)
           MOVE WS-PT-START(WS-IDX) TO WS-PARSE-SRC(81:8)
           MOVE WS-PT-END(WS-IDX) TO WS-PARSE-SRC(90:8)
           MOVE WS-MODE(WS-IDX) TO WS-PARSE-SRC(99:1)
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           IF VP-SUCCESS NOT = 9
               WS-TRY-ROOM " " WS-TRY-TIME
           PERFORM write-audit.

      *> SP-OP C for the row and a named new room (a refusal is
      *> audited by BESBSCOP), Q while --fit is only looking
           check-move-scope.
           MOVE WS-OPER-ID TO SP-OPER
           MOVE WS-OPER-LEVEL TO SP-LEVEL
           MOVE SPACES TO SP-DATE
           MOVE WS-CURRENT-TERM TO SP-TERM
           MOVE "BESBMASS" TO SP-SOURCE
           MOVE SPACES TO SP-WHAT
           STRING "move " WS-KEY(WS-IDX) " " WS-ROOM(WS-IDX)
               " -> " SP-ROOM DELIMITED BY SIZE INTO SP-WHAT
           CALL "BESBSCOP" USING WS-SCOPE-PARMS
           MOVE 1 TO WS-SCOPE-OK
           IF SP-RC NOT = 0
               MOVE 0 TO WS-SCOPE-OK
           END-IF.

           call-besbval.
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE WS-PARSE-SRC TO VP-PARSE-SRC
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "W" TO VP-OP
           PERFORM call-besbval.

           load-rooms-list.
           MOVE 0 TO WS-ROOMS-COUNT
      *> shape BESBAUDR queries
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING WS-KEY(WS-IDX) " " WS-OLD-ROOM " " WS-OLD-TIME
               " -> " WS-TRY-ROOM " " WS-TRY-TIME
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "massmove" DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-RSN-CODE TO ACH-REASON
           MOVE WS-SCHOOL(WS-IDX) TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
