      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRASN.
      *> modification history
      *>   2026-10-15  room assignment for room-TBA sections -- every
      *>               live row whose room is TBA is offered the
      *>               rooms on ROOMS.DAT smallest first, largest
      *>               sections first, and takes the first one the
      *>               shared BESBVAL validation (attributes, outage,
      *>               events) and conflict scan (room busy, walk and
      *>               campus gaps) both pass; placements commit with
      *>               a keyed write and an audit record, and the
      *>               run ends with a placed / not-placed worklist
      *>               giving the reason for every miss
      *>   2026-10-15  the updated schedule file gets its occupancy
      *>               index (SCHED-term.OCCX) through BESBVAL op W
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  a section's part-of-term dates go to BESBVAL
      *>               with the rest of the row, so only sections
      *>               meeting in the same weeks collide
      *>   2026-10-15  a section's instruction mode goes to BESBVAL
      *>               with the rest of the row
      *>   2026-10-15  a departmental room still inside its owner's
      *>               priority window (ROOMCTL.DAT, reject 20) is
      *>               tallied as owned on the not-placed worklist
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
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
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
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
      *> registrar extract and department expected-size lines share
      *> one shape: school(1:4) code(5:3) section(8:2) heads(10:4)
       FD ENRL-FILE.
       01 ENRL-FILE-RECORD PIC X(13).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

           01 WS-TBA-TOTAL PIC 9(4) VALUE 0.
           01 WS-PLACED-COUNT PIC 9(4) VALUE 0.
           01 WS-UNPLACED-COUNT PIC 9(4) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
               02 WS-MAX-ROWS PIC 9(3) VALUE 200.
               02 WS-NUM-DAYS PIC 9(3) VALUE 7.
               02 WS-SCHEDULE-ROW OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-NUM-ROWS
                   INDEXED BY WS-SIDX.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==WS==.

      *> section sizes -- the registrar's count when registration has
      *> one, the department's expected size before it does; a key
      *> on both files takes the larger, so the room seats either
           01 WS-SIZE-COUNT PIC 9(4) VALUE 0.
           01 WS-SIZE-LIST.
               02 WS-SIZE-ENTRY OCCURS 500 TIMES.
                   03 WS-SIZE-KEY PIC X(9).
                   03 WS-SIZE-HEADS PIC 9(4).
           01 WS-SIZE-FOUND PIC 9(4) VALUE 0.
           01 WS-SIZE-IN-KEY PIC X(9) VALUE SPACES.
           01 WS-SIZE-IN-HEADS PIC 9(4) VALUE 0.

      *> room master list, and the same rooms in ascending seat order
      *> so the first room that passes is the smallest adequate one
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-CAP PIC 9(4).
           01 WS-ORD-LIST.
               02 WS-ORD-ROOM PIC 9(4) OCCURS 300 TIMES.
           01 WS-ODX PIC 9(4) VALUE 0.
           01 WS-SWAP PIC 9(4) VALUE 0.

      *> the room-TBA worklist, ordered largest section first
           01 WS-TBA-LIST.
               02 WS-TBA-ENTRY OCCURS 200 TIMES.
                   03 WS-TBA-ROW PIC 9(4).
                   03 WS-TBA-SIZE PIC 9(4).
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-TBA-HOLD PIC X(8) VALUE SPACES.

      *> one section's search -- the row in hand, the room it won,
      *> and why each adequate room turned it down
           01 WS-ROW-IDX PIC 9(4) VALUE 0.
           01 WS-HEADS PIC 9(4) VALUE 0.
           01 WS-WON-ROOM PIC 9(4) VALUE 0.
           01 WS-SEATS-COUNT PIC 9(4) VALUE 0.
           01 WS-BUSY-COUNT PIC 9(4) VALUE 0.
           01 WS-ATTR-COUNT PIC 9(4) VALUE 0.
           01 WS-OUTAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
           01 WS-TRAVEL-COUNT PIC 9(4) VALUE 0.
           01 WS-OTHER-COUNT PIC 9(4) VALUE 0.
           01 WS-OWNED-COUNT PIC 9(4) VALUE 0.

      *> the row rebuilt in the feed/\a column layout, so op P and
      *> op C judge each candidate room as a fresh entry would be
           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.
           01 WS-ROW-DAYS PIC X(7) VALUE SPACES.
           01 WS-ROW-START PIC X(4) VALUE SPACES.
           01 WS-ROOM-TBA PIC X(8) VALUE "TBA".

      *> BESBVAL call block -- the shared scheduling rules live in
      *> the subprogram; this block carries the fields both ways
           01 WS-VAL-PARMS.
               COPY VALPARMS
                   REPLACING LEADING ==VALPARM== BY ==VP==.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ENRL-FILENAME PIC X(60).
           01 WS-EXPECT-FILENAME PIC X(60).
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-MASTER-FILENAME PIC X(20) VALUE "SCHOOLS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-DETAIL PIC X(8) VALUE "roomasgn".

      *> operator identity -- placing rooms changes the schedule, so
      *> it needs scheduler (S) or supervisor (V) authority
           01 WS-OPER-ID PIC X(8) VALUE SPACES.
           01 WS-OPER-LEVEL PIC X(1) VALUE "V".
               88 OPER-CAN-SCHEDULE VALUE "S", "V".
           01 WS-OPER-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-LIST.
               02 WS-OPER-ENTRY OCCURS 50 TIMES.
                   03 WS-OPER-TBL-ID PIC X(8).
                   03 WS-OPER-TBL-LEVEL PIC X(1).
                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

      *> term master -- TERMS.DAT is name(1:20) start(21:8) end(29:8)
      *> status(37:1, O open / C closed / F frozen)
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-START PIC X(8).
                   03 WS-TERMS-END PIC X(8).
                   03 WS-TERMS-STATUS PIC X(1).
           01 WS-TERMS-FOUND PIC 9(1) VALUE 0.
           01 WS-TERMS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-CHECK-TERM PIC X(20) VALUE SPACES.

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
           MOVE "BESBRASN" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-terms-list.
           MOVE WS-CURRENT-TERM TO WS-CHECK-TERM.
           PERFORM check-term-loadable.
           IF WS-TERMS-FOUND = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           IF WS-ROOMS-COUNT = 0
               DISPLAY "BESBRASN: " FUNCTION TRIM(WS-ROOMS-FILENAME)
                   " is missing or empty -- no rooms to assign"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM acquire-lock.
           IF WS-LOCK-HELD = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM call-val-master-count.
           IF VP-MASTER-COUNT = 0
               DISPLAY "BESBRASN: " FUNCTION TRIM(WS-MASTER-FILENAME)
                   " is missing or empty -- refusing to assign with"
                   " validation disabled"
               PERFORM release-lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-schedule.
           PERFORM load-size-list.
           PERFORM collect-tba-rows.
           DISPLAY "BESBRASN: room assignment for term "
               FUNCTION TRIM(WS-CURRENT-TERM)
               " (" WS-TBA-TOTAL " sections with room TBA)".
           IF WS-TBA-TOTAL = 0
               PERFORM release-lock
               STOP RUN
           END-IF.
           PERFORM order-rooms-by-seats.
           PERFORM order-tba-by-size.
           PERFORM run-assignment.
           PERFORM release-lock.
           DISPLAY "---".
           DISPLAY "sections placed " WS-PLACED-COUNT
               " not placed " WS-UNPLACED-COUNT.
           IF WS-UNPLACED-COUNT > 0
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
               WHEN OTHER
                   DISPLAY "BESBRASN: invalid arg: " ARGV
                   DISPLAY "BESBRASN: usage: besbrasn [--term=X]"
                       " [--oper=ID]"
           END-EVALUATE.

      *> the same gate as the loader and the retry: no unknown,
      *> closed or frozen terms
           check-term-loadable.
           PERFORM search-terms-list
           IF WS-TERMS-FOUND = 0
               DISPLAY "BESBRASN: unknown term "
                   FUNCTION TRIM(WS-CHECK-TERM) " (not in TERMS.DAT)"
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-FOUND-IDX > 0 AND
                   WS-TERMS-STATUS(WS-TERMS-FOUND-IDX) = "C"
               DISPLAY "BESBRASN: term "
                   FUNCTION TRIM(WS-CHECK-TERM)
                   " is closed in TERMS.DAT"
               MOVE 0 TO WS-TERMS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-FOUND-IDX > 0 AND
                   WS-TERMS-STATUS(WS-TERMS-FOUND-IDX) = "F"
               DISPLAY "BESBRASN: term "
                   FUNCTION TRIM(WS-CHECK-TERM)
                   " is frozen -- changes need supervisor approval"
                   " in the shell"
               MOVE 0 TO WS-TERMS-FOUND
           END-IF.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-ENRL-FILENAME.
           STRING "ENRL-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ENRL-FILENAME.
           MOVE SPACES TO WS-EXPECT-FILENAME.
           STRING "EXPECT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-EXPECT-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

           acquire-lock.
           MOVE 0 TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBRASN: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBRASN: could not create lock file for "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO LOCK-FILE-RECORD
           MOVE "locked" TO LOCK-FILE-RECORD(1:6)
           MOVE WS-OPER-ID TO LOCK-FILE-RECORD(8:8)
           MOVE WS-TS TO LOCK-FILE-RECORD(17:21)
           WRITE LOCK-FILE-RECORD
           CLOSE LOCK-FILE
           MOVE 1 TO WS-LOCK-HELD.

           release-lock.
           IF WS-LOCK-HELD = 1
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-LOCK-HELD
           END-IF.

      *> every row, cancelled ones included, so the indexes BESBVAL
      *> hands back line up with the table it scanned
           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS = "35"
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
           IF WS-ROOMS-COUNT < 300 AND
                   ROOMS-FILE-RECORD(25:4) IS NUMERIC
               ADD 1 TO WS-ROOMS-COUNT
               MOVE ROOMS-FILE-RECORD(1:8) TO
                   WS-ROOMS-ID(WS-ROOMS-COUNT)
               MOVE ROOMS-FILE-RECORD(9:16) TO
                   WS-ROOMS-BLDG(WS-ROOMS-COUNT)
               MOVE ROOMS-FILE-RECORD(25:4) TO
                   WS-ROOMS-CAP(WS-ROOMS-COUNT)
           END-IF.

      *> both size files through the one loader; a missing file just
      *> contributes nothing
           load-size-list.
           MOVE 0 TO WS-SIZE-COUNT
           PERFORM load-size-file
           MOVE WS-EXPECT-FILENAME TO WS-ENRL-FILENAME
           PERFORM load-size-file.

           load-size-file.
           OPEN INPUT ENRL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ENRL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-size-entry
               END-READ
           END-PERFORM
           CLOSE ENRL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-size-entry.
           IF ENRL-FILE-RECORD(10:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE ENRL-FILE-RECORD(1:9) TO WS-SIZE-IN-KEY
           MOVE ENRL-FILE-RECORD(10:4) TO WS-SIZE-IN-HEADS
           PERFORM find-size-entry
           IF WS-SIZE-FOUND > 0
               IF WS-SIZE-IN-HEADS > WS-SIZE-HEADS(WS-SIZE-FOUND)
                   MOVE WS-SIZE-IN-HEADS
                     TO WS-SIZE-HEADS(WS-SIZE-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SIZE-COUNT < 500
               ADD 1 TO WS-SIZE-COUNT
               MOVE WS-SIZE-IN-KEY TO WS-SIZE-KEY(WS-SIZE-COUNT)
               MOVE WS-SIZE-IN-HEADS TO WS-SIZE-HEADS(WS-SIZE-COUNT)
           END-IF.

           find-size-entry.
           MOVE 0 TO WS-SIZE-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SIZE-COUNT OR WS-SIZE-FOUND > 0
               IF WS-SIZE-KEY(WS-KDX) = WS-SIZE-IN-KEY
                   MOVE WS-KDX TO WS-SIZE-FOUND
               END-IF
           END-PERFORM.

      *> the live room-TBA rows, each with its size (0 = unknown)
           collect-tba-rows.
           MOVE 0 TO WS-TBA-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               IF WS-STATUS(WS-IDX) NOT = "C" AND
                       WS-ROOM(WS-IDX) = WS-ROOM-TBA
                   ADD 1 TO WS-TBA-TOTAL
                   MOVE WS-IDX TO WS-TBA-ROW(WS-TBA-TOTAL)
                   MOVE WS-KEY(WS-IDX) TO WS-SIZE-IN-KEY
                   PERFORM find-size-entry
                   IF WS-SIZE-FOUND > 0
                       MOVE WS-SIZE-HEADS(WS-SIZE-FOUND)
                         TO WS-TBA-SIZE(WS-TBA-TOTAL)
                   ELSE
                       MOVE 0 TO WS-TBA-SIZE(WS-TBA-TOTAL)
                   END-IF
               END-IF
           END-PERFORM.

      *> straight exchange sorts -- a few hundred rooms and at most
      *> two hundred sections, once per run
           order-rooms-by-seats.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROOMS-COUNT
               MOVE WS-IDX TO WS-ORD-ROOM(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-ROOMS-COUNT
               COMPUTE WS-JDX = WS-IDX + 1
               PERFORM UNTIL WS-JDX > WS-ROOMS-COUNT
                   IF WS-ROOMS-CAP(WS-ORD-ROOM(WS-JDX)) <
                           WS-ROOMS-CAP(WS-ORD-ROOM(WS-IDX))
                       MOVE WS-ORD-ROOM(WS-IDX) TO WS-SWAP
                       MOVE WS-ORD-ROOM(WS-JDX) TO WS-ORD-ROOM(WS-IDX)
                       MOVE WS-SWAP TO WS-ORD-ROOM(WS-JDX)
                   END-IF
                   ADD 1 TO WS-JDX
               END-PERFORM
           END-PERFORM.

           order-tba-by-size.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-TBA-TOTAL
               COMPUTE WS-JDX = WS-IDX + 1
               PERFORM UNTIL WS-JDX > WS-TBA-TOTAL
                   IF WS-TBA-SIZE(WS-JDX) > WS-TBA-SIZE(WS-IDX)
                       MOVE WS-TBA-ENTRY(WS-IDX) TO WS-TBA-HOLD
                       MOVE WS-TBA-ENTRY(WS-JDX)
                         TO WS-TBA-ENTRY(WS-IDX)
                       MOVE WS-TBA-HOLD TO WS-TBA-ENTRY(WS-JDX)
                   END-IF
                   ADD 1 TO WS-JDX
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> largest section first; each placement goes into the table at
      *> once, so the sections after it see that room as taken
      *> ---------------------------------------------------------------
           run-assignment.
           OPEN I-O SCHEDULE-FILE
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TBA-TOTAL
               PERFORM place-one-section
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "W" TO VP-OP
           PERFORM call-besbval.

           place-one-section.
           MOVE WS-TBA-ROW(WS-TDX) TO WS-ROW-IDX
           MOVE WS-TBA-SIZE(WS-TDX) TO WS-HEADS
           IF WS-HEADS = 0
               ADD 1 TO WS-UNPLACED-COUNT
               DISPLAY "NOT PLACED " WS-KEY(WS-ROW-IDX)
                   " -- no expected size ("
                   FUNCTION TRIM(WS-EXPECT-FILENAME)
                   ") or enrollment count"
               EXIT PARAGRAPH
           END-IF
      *> a row refused or clashing with no room at all (retired
      *> code, instructor double-booked) would be refused in every
      *> room -- say so once instead of blaming the rooms
           PERFORM build-row-line
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           IF VP-SUCCESS NOT = 9
               ADD 1 TO WS-UNPLACED-COUNT
               DISPLAY "NOT PLACED " WS-KEY(WS-ROW-IDX)
                   " size " WS-HEADS
                   " -- the section itself is rejected, code "
                   VP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO VP-OP
           MOVE WS-ROW-IDX TO VP-EXCLUDE-IDX
           PERFORM call-besbval
           IF VP-CONFLICT-IDX > 0
               ADD 1 TO WS-UNPLACED-COUNT
               DISPLAY "NOT PLACED " WS-KEY(WS-ROW-IDX)
                   " size " WS-HEADS
                   " -- clashes with " WS-KEY(VP-CONFLICT-IDX)
                   " in any room (type " VP-CONFLICT-TYPE
                   " day " VP-CONFLICT-DAY ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-WON-ROOM
           MOVE 0 TO WS-SEATS-COUNT
           MOVE 0 TO WS-BUSY-COUNT
           MOVE 0 TO WS-ATTR-COUNT
           MOVE 0 TO WS-OUTAGE-COUNT
           MOVE 0 TO WS-EVENT-COUNT
           MOVE 0 TO WS-TRAVEL-COUNT
           MOVE 0 TO WS-OTHER-COUNT
           MOVE 0 TO WS-OWNED-COUNT
           PERFORM VARYING WS-ODX FROM 1 BY 1
                   UNTIL WS-ODX > WS-ROOMS-COUNT OR WS-WON-ROOM > 0
               IF WS-ROOMS-CAP(WS-ORD-ROOM(WS-ODX)) >= WS-HEADS
                   ADD 1 TO WS-SEATS-COUNT
                   PERFORM try-candidate-room
               END-IF
           END-PERFORM
           IF WS-WON-ROOM > 0
               PERFORM commit-placement
           ELSE
               PERFORM show-not-placed
           END-IF.

      *> one room through op P (does the room suit the course and the
      *> term) then op C (is it free, and can the instructor get to
      *> it); a refusal is tallied by its kind for the worklist
           try-candidate-room.
           MOVE WS-ROOMS-ID(WS-ORD-ROOM(WS-ODX))
             TO WS-PARSE-SRC(13:8)
           MOVE "P" TO VP-OP
           PERFORM call-besbval
           EVALUATE VP-SUCCESS
               WHEN 9
                   CONTINUE
               WHEN 12
                   ADD 1 TO WS-ATTR-COUNT
                   EXIT PARAGRAPH
               WHEN 13
                   ADD 1 TO WS-OUTAGE-COUNT
                   EXIT PARAGRAPH
               WHEN 14
                   ADD 1 TO WS-EVENT-COUNT
                   EXIT PARAGRAPH
               WHEN 20
                   ADD 1 TO WS-OWNED-COUNT
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "C" TO VP-OP
           MOVE WS-ROW-IDX TO VP-EXCLUDE-IDX
           PERFORM call-besbval
           EVALUATE TRUE
               WHEN VP-CONFLICT-IDX = 0
                   MOVE WS-ORD-ROOM(WS-ODX) TO WS-WON-ROOM
               WHEN VP-CONFLICT-TYPE = 1
                   ADD 1 TO WS-BUSY-COUNT
               WHEN VP-CONFLICT-TYPE = 7
                   ADD 1 TO WS-TRAVEL-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.

           commit-placement.
           ADD 1 TO WS-PLACED-COUNT
           MOVE WS-ROOMS-ID(WS-WON-ROOM) TO WS-ROOM(WS-ROW-IDX)
           MOVE WS-ROOMS-ID(WS-WON-ROOM) TO WS-PARSE-SRC(13:8)
           MOVE WS-SCHEDULE-ROW(WS-ROW-IDX) TO SCHEDULE-FILE-RECORD
           WRITE SCHEDULE-FILE-RECORD
               INVALID KEY REWRITE SCHEDULE-FILE-RECORD
           END-WRITE
           PERFORM write-audit
           DISPLAY "PLACED     " WS-KEY(WS-ROW-IDX)
               " size " WS-HEADS
               " room " WS-ROOMS-ID(WS-WON-ROOM)
               " (" FUNCTION TRIM(WS-ROOMS-BLDG(WS-WON-ROOM))
               ", seats " WS-ROOMS-CAP(WS-WON-ROOM) ")".

           show-not-placed.
           ADD 1 TO WS-UNPLACED-COUNT
           IF WS-SEATS-COUNT = 0
               DISPLAY "NOT PLACED " WS-KEY(WS-ROW-IDX)
                   " size " WS-HEADS
                   " -- no room on "
                   FUNCTION TRIM(WS-ROOMS-FILENAME) " seats it"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOT PLACED " WS-KEY(WS-ROW-IDX)
               " size " WS-HEADS
               " -- " WS-SEATS-COUNT " rooms seat it, refused as:"
           DISPLAY "             busy " WS-BUSY-COUNT
               " attribute " WS-ATTR-COUNT
               " outage " WS-OUTAGE-COUNT
               " event " WS-EVENT-COUNT
               " travel gap " WS-TRAVEL-COUNT
               " owned " WS-OWNED-COUNT
               " other " WS-OTHER-COUNT.

      *> the 7-flag mask and the one start time every occupied slot
      *> shares, back-formed from the stored day slots, with the
      *> room column still TBA
           build-row-line.
           MOVE "0000000" TO WS-ROW-DAYS
           MOVE SPACES TO WS-ROW-START
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF WS-DAYS(WS-ROW-IDX, WS-JDX) NOT = SPACES
                   MOVE "1" TO WS-ROW-DAYS(WS-JDX:1)
                   IF WS-ROW-START = SPACES
                       MOVE WS-DAYS(WS-ROW-IDX, WS-JDX)(1:4)
                         TO WS-ROW-START
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PARSE-SRC
           MOVE WS-SCHOOL(WS-ROW-IDX) TO WS-PARSE-SRC(1:4)
           MOVE WS-CODE(WS-ROW-IDX) TO WS-PARSE-SRC(6:3)
           MOVE WS-SECTION(WS-ROW-IDX) TO WS-PARSE-SRC(10:2)
           MOVE WS-ROOM-TBA TO WS-PARSE-SRC(13:8)
           MOVE WS-ROW-DAYS TO WS-PARSE-SRC(22:7)
           MOVE WS-ROW-START TO WS-PARSE-SRC(30:4)
           MOVE WS-LEN(WS-ROW-IDX) TO WS-PARSE-SRC(35:3)
           MOVE WS-INSTR(WS-ROW-IDX) TO WS-PARSE-SRC(39:6)
           MOVE "C" TO WS-PARSE-SRC(46:1)
           MOVE WS-PT-START(WS-ROW-IDX) TO WS-PARSE-SRC(81:8)
           MOVE WS-PT-END(WS-ROW-IDX) TO WS-PARSE-SRC(90:8)
           MOVE WS-MODE(WS-ROW-IDX) TO WS-PARSE-SRC(99:1).

      *> ---------------------------------------------------------------
      *> BESBVAL plumbing -- the same subprogram the loader and the
      *> shell call, so a placed room is one they would have accepted
      *> ---------------------------------------------------------------
           call-val-master-count.
           MOVE "M" TO VP-OP
           PERFORM call-besbval.

           call-besbval.
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE WS-PARSE-SRC TO VP-PARSE-SRC
           MOVE 0 TO VP-CMD-OVERRIDE
           CALL "BESBVAL" USING WS-VAL-PARMS WS-SCHEDULE.

      *> ---------------------------------------------------------------
      *> operator sign-on -- OPERATORS.DAT is id(1:8) level(9:1)
      *> name(10:20), levels R/S/V; room assignment needs S or V
      *> ---------------------------------------------------------------
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBRASN: an operator id is required"
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
               DISPLAY "BESBRASN: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-CAN-SCHEDULE
               DISPLAY "BESBRASN: operator " WS-OPER-ID
                   " is not authorized to assign rooms"
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

      *> ---------------------------------------------------------------
      *> term master -- load once, then search-terms-list answers for
      *> whatever name is in WS-CHECK-TERM
      *> ---------------------------------------------------------------
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

           search-terms-list.
           MOVE 0 TO WS-TERMS-FOUND
           MOVE 0 TO WS-TERMS-FOUND-IDX
           IF WS-TERMS-COUNT = 0
               MOVE 1 TO WS-TERMS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TERMS-COUNT
                       OR WS-TERMS-FOUND = 1
               IF FUNCTION TRIM(WS-TERMS-NAME(WS-IDX)) =
                       FUNCTION TRIM(WS-CHECK-TERM)
                   MOVE 1 TO WS-TERMS-FOUND
                   MOVE WS-IDX TO WS-TERMS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> audit trail -- same format BESBUBO appends to
      *> ---------------------------------------------------------------
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-DETAIL DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-PARSE-SRC DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
