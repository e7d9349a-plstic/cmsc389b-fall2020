      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBLOWE.
      *> modification history
      *>   2026-10-15  low-enrollment cancellation candidates -- reads
      *>               the registrar's ENRL-term.DAT against the
      *>               term's live sections and the MINENRL.DAT
      *>               minimums by school and course level (the
      *>               CATALOG.DAT level), and lists every section
      *>               under its minimum with its enrollment,
      *>               instructor, room, and whether another section
      *>               of the same course has the free seats to take
      *>               its students. A supervisor may approve
      *>               candidates (--approve=KEY, --approve-all) with
      *>               a --reason=; each is cancelled the way \d
      *>               cancels (status C and the date, row kept),
      *>               audited with the reason, and the wait-list
      *>               retry (BESBRTRY) then offers the freed rooms to
      *>               the term's PENDING-term.DAT entries
      *>   2026-10-15  change reasons -- cancelling also needs
      *>               --rsn=CODE, a reason code from REASONS.DAT
      *>               checked by BESBRSN, alongside the --reason= text;
      *>               the code and the section's school go on each
      *>               cancel's audit line, and the wait-list retry
      *>               that follows is run under the same code
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
           SELECT MINE-FILE ASSIGN DYNAMIC WS-MINE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PEND-FILE ASSIGN DYNAMIC WS-PEND-FILENAME
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
      *> enrollment extract line: school(1:4) code(5:3) section(8:2)
      *> enrolled count(10:4) -- same key shape as a schedule row
       FD ENRL-FILE.
       01 ENRL-FILE-RECORD PIC X(13).
      *> minimum-enrollment line: school(1:4, **** for every school)
      *> level(6:1, U / G, * for either) minimum enrolled(8:4); the
      *> most particular line wins -- the school's own line for the
      *> level, then the school's *, then **** for the level, then
      *> **** * -- and a section no line covers is not judged
       FD MINE-FILE.
       01 MINE-FILE-RECORD PIC X(11).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1) status(50:1)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
      *> wait-list entry: the add line as queued(1:80, room at 13:8),
      *> queued date(82:8), part-of-term dates and mode(91:19),
      *> reason code(111:4)
       FD PEND-FILE.
       01 PEND-FILE-RECORD PIC X(114).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-SDX PIC 9(4) VALUE 0.
           01 WS-ADX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.
           01 WS-LOW-COUNT PIC 9(4) VALUE 0.
           01 WS-NOENRL-COUNT PIC 9(4) VALUE 0.
           01 WS-NOMIN-COUNT PIC 9(4) VALUE 0.
           01 WS-CANC-COUNT PIC 9(4) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
               02 WS-MAX-ROWS PIC 9(3) VALUE 200.
               02 WS-NUM-DAYS PIC 9(3) VALUE 7.
               02 WS-SCHEDULE-ROW OCCURS 0 TO 200 TIMES
                   DEPENDING ON WS-NUM-ROWS
                   INDEXED BY WS-SIDX.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==WS==.

      *> what the first pass found for each row, so the absorb check
      *> can ask about a row's sibling sections
           01 WS-JUDGED.
               02 WS-JUDGE-ENTRY OCCURS 200 TIMES.
                   03 WS-J-HAS-ENRL PIC 9(1).
                   03 WS-J-ENRL PIC 9(4).
                   03 WS-J-LEVEL PIC X(1).
                   03 WS-J-HAS-MIN PIC 9(1).
                   03 WS-J-MIN PIC 9(4).
                   03 WS-J-LOW PIC 9(1).
                   03 WS-J-HAS-CAP PIC 9(1).
                   03 WS-J-CAP PIC 9(4).

      *> per-section enrollment counts from the registrar's extract
           01 WS-ENRL-COUNT PIC 9(4) VALUE 0.
           01 WS-ENRL-LIST.
               02 WS-ENRL-ENTRY OCCURS 500 TIMES.
                   03 WS-ENRL-SCHOOL PIC X(4).
                   03 WS-ENRL-CODE PIC X(3).
                   03 WS-ENRL-SECTION PIC X(2).
                   03 WS-ENRL-HEADS PIC 9(4).

      *> the minimums
           01 WS-MINE-COUNT PIC 9(4) VALUE 0.
           01 WS-MINE-LIST.
               02 WS-MINE-ENTRY OCCURS 100 TIMES.
                   03 WS-MINE-SCHOOL PIC X(4).
                   03 WS-MINE-LEVEL PIC X(1).
                   03 WS-MINE-MIN PIC 9(4).
           01 WS-MINE-PROBE-SCHOOL PIC X(4) VALUE SPACES.
           01 WS-MINE-PROBE-LEVEL PIC X(1) VALUE SPACE.
           01 WS-MINE-FOUND PIC 9(4) VALUE 0.

      *> course levels from the catalog
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-LEVEL PIC X(1).

      *> room master list -- room id, building, seat capacity
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-CAP PIC 9(4).
                   03 WS-ROOMS-CAMP PIC X(2).

      *> the sibling with the most free seats, for the absorb column
           01 WS-BEST-IDX PIC 9(4) VALUE 0.
           01 WS-BEST-FREE PIC 9(4) VALUE 0.
           01 WS-FREE PIC 9(4) VALUE 0.
           01 WS-ABSORB-TEXT PIC X(20) VALUE SPACES.

      *> approvals -- section keys (school+code+section) named on the
      *> command line, or every candidate with --approve-all
           01 WS-APPLY PIC 9(1) VALUE 0.
           01 WS-APPR-ALL PIC 9(1) VALUE 0.
           01 WS-APPR-COUNT PIC 9(2) VALUE 0.
           01 WS-APPR-LIST.
               02 WS-APPR-ENTRY OCCURS 50 TIMES.
                   03 WS-APPR-KEY PIC X(9).
                   03 WS-APPR-USED PIC 9(1).
           01 WS-APPROVED PIC 9(1) VALUE 0.
           01 WS-REASON PIC X(40) VALUE SPACES.
      *> the reason code the cancellations are recorded against, as
      *> BESBRSN judges it
           01 WS-RSN-CODE PIC X(4) VALUE SPACES.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.
           01 WS-SEL-SCHOOL PIC X(4) VALUE SPACES.

      *> rooms the cancellations give back, offered to the wait-list
           01 WS-FREED-COUNT PIC 9(2) VALUE 0.
           01 WS-FREED-LIST.
               02 WS-FREED-ROOM PIC X(8) OCCURS 50 TIMES.
           01 WS-PEND-COUNT PIC 9(4) VALUE 0.
           01 WS-ASKING-COUNT PIC 9(4) VALUE 0.
           01 WS-ASKS PIC 9(1) VALUE 0.
           01 WS-CMD PIC X(100) VALUE SPACES.
           01 WS-RTRY-RC PIC 9(5) VALUE 0.

      *> operator identity -- looking is anyone's; cancelling is a
      *> supervisor's
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

      *> operator scope -- the schools (and campuses) the operator
      *> may change, answered by BESBSCOP
           01 WS-SCOPE-PARMS.
               COPY SCOPPARM
                   REPLACING LEADING ==SCOPPARM== BY ==SP==.

      *> BESBVAL call block -- only op W, the occupancy index of the
      *> saved file
           01 WS-VAL-PARMS.
               COPY VALPARMS
                   REPLACING LEADING ==VALPARM== BY ==VP==.

      *> term master -- a cancellation may not touch a closed term
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

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ENRL-FILENAME PIC X(60).
           01 WS-PEND-FILENAME PIC X(60).
           01 WS-MINE-FILENAME PIC X(20) VALUE "MINENRL.DAT".
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
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
           MOVE "BESBLOWE" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-APPR-COUNT > 0 OR WS-APPR-ALL = 1
               MOVE 1 TO WS-APPLY
           END-IF.
           IF WS-APPLY = 1
               PERFORM check-may-cancel
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF.
           PERFORM build-filenames.
           IF WS-APPLY = 1
               PERFORM acquire-lock
               IF WS-LOCK-HELD = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM check-lock
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           END-IF.
           PERFORM load-mine-list.
           IF WS-MINE-COUNT = 0
               DISPLAY "BESBLOWE: " FUNCTION TRIM(WS-MINE-FILENAME)
                   " is missing or empty -- no minimums to judge"
                   " sections against"
               PERFORM release-lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-enrl-list.
           IF WS-ENRL-COUNT = 0
               DISPLAY "BESBLOWE: " FUNCTION TRIM(WS-ENRL-FILENAME)
                   " is missing or empty -- no enrollment extract"
                   " to report against"
               PERFORM release-lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-catalog-list.
           PERFORM load-rooms-list.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               PERFORM release-lock
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-NUM-ROWS
               PERFORM judge-one-row
           END-PERFORM.
           DISPLAY "BESBLOWE: sections under their minimum enrollment,"
               " term " FUNCTION TRIM(WS-CURRENT-TERM).
           DISPLAY "SECTION   LV ENRL  MIN INSTR  ROOM     ABSORB".
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-NUM-ROWS
               IF WS-J-LOW(WS-SDX) = 1
                   PERFORM show-candidate
               END-IF
           END-PERFORM.
           IF WS-APPLY = 1
               PERFORM show-unmatched-approvals
           END-IF.
           IF WS-CANC-COUNT > 0
               PERFORM save-schedule
           END-IF.
           PERFORM release-lock.
           IF WS-CANC-COUNT > 0
               PERFORM offer-freed-rooms
           END-IF.
           DISPLAY "---".
           DISPLAY "sections checked " WS-ROW-COUNT
               " under minimum " WS-LOW-COUNT
               " cancelled " WS-CANC-COUNT
               " not cancelled " WS-REFUSED-COUNT.
           DISPLAY "without an enrollment count " WS-NOENRL-COUNT
               " without a minimum " WS-NOMIN-COUNT.
           IF WS-LOW-COUNT > WS-CANC-COUNT OR WS-REFUSED-COUNT > 0
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
               WHEN ARGV(1:9) = "--school="
                   MOVE ARGV(10:4) TO WS-SEL-SCHOOL
               WHEN ARGV(1:9) = "--reason="
                   MOVE ARGV(10:40) TO WS-REASON
               WHEN ARGV(1:6) = "--rsn="
                   MOVE ARGV(7:4) TO WS-RSN-CODE
               WHEN ARGV(1:13) = "--approve-all"
                   MOVE 1 TO WS-APPR-ALL
               WHEN ARGV(1:10) = "--approve="
                   IF WS-APPR-COUNT < 50
                       ADD 1 TO WS-APPR-COUNT
                       MOVE ARGV(11:9) TO WS-APPR-KEY(WS-APPR-COUNT)
                       MOVE 0 TO WS-APPR-USED(WS-APPR-COUNT)
                   END-IF
               WHEN OTHER
                   DISPLAY "BESBLOWE: invalid arg: " ARGV
                   DISPLAY "BESBLOWE: usage: besblowe [--term=X]"
                       " [--school=S] [--env=ENV]"
                   DISPLAY "  to cancel: --oper=SUPV --reason=TEXT"
                       " --rsn=CODE"
                   DISPLAY "    --approve=SCHLCCCSS ... | --approve-all"
           END-EVALUATE.

      *> cancelling needs a supervisor, a reason for the record (the
      *> text and a reason code), and a term that is known and not
      *> closed; a frozen term is a supervisor's to change, as in the
      *> shell
           check-may-cancel.
           IF WS-REASON = SPACES
               DISPLAY "BESBLOWE: a reason is required to cancel"
                   " (--reason=TEXT)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO RP-OP
           MOVE WS-RSN-CODE TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-RSN-CODE
           IF RP-RC NOT = 0
               DISPLAY "BESBLOWE: " FUNCTION TRIM(RP-TEXT)
                   " (--rsn=CODE)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM sign-on-operator
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM load-terms-list
           MOVE WS-CURRENT-TERM TO WS-CHECK-TERM
           PERFORM search-terms-list
           IF WS-TERMS-FOUND = 0
               DISPLAY "BESBLOWE: unknown term "
                   FUNCTION TRIM(WS-CHECK-TERM) " (not in TERMS.DAT)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-FOUND-IDX > 0 AND
                   WS-TERMS-STATUS(WS-TERMS-FOUND-IDX) = "C"
               DISPLAY "BESBLOWE: term "
                   FUNCTION TRIM(WS-CHECK-TERM)
                   " is closed in TERMS.DAT"
               MOVE 8 TO RETURN-CODE
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
           MOVE SPACES TO WS-PEND-FILENAME.
           STRING "PENDING-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-PEND-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> ---------------------------------------------------------------
      *> first pass -- each live row's enrollment, level, minimum and
      *> room seats; a section with no extract line is only noted
      *> (the registrar's file lags ours by a day), and one no
      *> MINENRL.DAT line covers is not judged
      *> ---------------------------------------------------------------
           judge-one-row.
           MOVE 0 TO WS-J-HAS-ENRL(WS-SDX)
           MOVE 0 TO WS-J-ENRL(WS-SDX)
           MOVE "?" TO WS-J-LEVEL(WS-SDX)
           MOVE 0 TO WS-J-HAS-MIN(WS-SDX)
           MOVE 0 TO WS-J-MIN(WS-SDX)
           MOVE 0 TO WS-J-LOW(WS-SDX)
           MOVE 0 TO WS-J-HAS-CAP(WS-SDX)
           MOVE 0 TO WS-J-CAP(WS-SDX)
           IF WS-STATUS(WS-SDX) = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM find-row-capacity
           PERFORM find-row-enrollment
           IF WS-SEL-SCHOOL NOT = SPACES AND
                   WS-SCHOOL(WS-SDX) NOT = WS-SEL-SCHOOL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           IF WS-J-HAS-ENRL(WS-SDX) = 0
               ADD 1 TO WS-NOENRL-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM find-row-level
           PERFORM find-row-minimum
           IF WS-J-HAS-MIN(WS-SDX) = 0
               ADD 1 TO WS-NOMIN-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-J-ENRL(WS-SDX) < WS-J-MIN(WS-SDX)
               MOVE 1 TO WS-J-LOW(WS-SDX)
               ADD 1 TO WS-LOW-COUNT
           END-IF.

      *> online and by-arrangement sections hold no room, so they
      *> have no seats to count
           find-row-capacity.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROOMS-COUNT OR
                       WS-J-HAS-CAP(WS-SDX) = 1
               IF WS-ROOMS-ID(WS-IDX) = WS-ROOM(WS-SDX)
                   MOVE WS-ROOMS-CAP(WS-IDX) TO WS-J-CAP(WS-SDX)
                   MOVE 1 TO WS-J-HAS-CAP(WS-SDX)
               END-IF
           END-PERFORM.

           find-row-enrollment.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ENRL-COUNT OR
                       WS-J-HAS-ENRL(WS-SDX) = 1
               IF WS-ENRL-SCHOOL(WS-IDX) = WS-SCHOOL(WS-SDX) AND
                       WS-ENRL-CODE(WS-IDX) = WS-CODE(WS-SDX) AND
                       WS-ENRL-SECTION(WS-IDX) = WS-SECTION(WS-SDX)
                   MOVE WS-ENRL-HEADS(WS-IDX) TO WS-J-ENRL(WS-SDX)
                   MOVE 1 TO WS-J-HAS-ENRL(WS-SDX)
               END-IF
           END-PERFORM.

           find-row-level.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR
                       WS-J-LEVEL(WS-SDX) NOT = "?"
               IF WS-CAT-COURSE(WS-IDX)(1:4) = WS-SCHOOL(WS-SDX) AND
                       WS-CAT-COURSE(WS-IDX)(5:3) = WS-CODE(WS-SDX)
                   MOVE WS-CAT-LEVEL(WS-IDX) TO WS-J-LEVEL(WS-SDX)
               END-IF
           END-PERFORM.

      *> the most particular line wins: school and level, school for
      *> either level, every school at the level, every school
           find-row-minimum.
           MOVE WS-SCHOOL(WS-SDX) TO WS-MINE-PROBE-SCHOOL
           MOVE WS-J-LEVEL(WS-SDX) TO WS-MINE-PROBE-LEVEL
           PERFORM find-mine-entry
           IF WS-MINE-FOUND = 0
               MOVE "*" TO WS-MINE-PROBE-LEVEL
               PERFORM find-mine-entry
           END-IF
           IF WS-MINE-FOUND = 0
               MOVE "****" TO WS-MINE-PROBE-SCHOOL
               MOVE WS-J-LEVEL(WS-SDX) TO WS-MINE-PROBE-LEVEL
               PERFORM find-mine-entry
           END-IF
           IF WS-MINE-FOUND = 0
               MOVE "*" TO WS-MINE-PROBE-LEVEL
               PERFORM find-mine-entry
           END-IF
           IF WS-MINE-FOUND > 0
               MOVE WS-MINE-MIN(WS-MINE-FOUND) TO WS-J-MIN(WS-SDX)
               MOVE 1 TO WS-J-HAS-MIN(WS-SDX)
           END-IF.

           find-mine-entry.
           MOVE 0 TO WS-MINE-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MINE-COUNT OR WS-MINE-FOUND > 0
               IF WS-MINE-SCHOOL(WS-IDX) = WS-MINE-PROBE-SCHOOL AND
                       WS-MINE-LEVEL(WS-IDX) = WS-MINE-PROBE-LEVEL
                   MOVE WS-IDX TO WS-MINE-FOUND
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> second pass -- one line per candidate, and the cancel when a
      *> supervisor approved it
      *> ---------------------------------------------------------------
           show-candidate.
           PERFORM find-absorber
           DISPLAY WS-KEY(WS-SDX) " " WS-J-LEVEL(WS-SDX) " "
               WS-J-ENRL(WS-SDX) " " WS-J-MIN(WS-SDX) " "
               WS-INSTR(WS-SDX) " " WS-ROOM(WS-SDX) " "
               FUNCTION TRIM(WS-ABSORB-TEXT)
           IF WS-APPLY = 1
               PERFORM check-approved
               IF WS-APPROVED = 1
                   PERFORM cancel-one-row
               END-IF
           END-IF.

      *> a sibling is another live section of the course in a room
      *> with seats, with an enrollment count, and not under its own
      *> minimum (a section that may itself go is no home for
      *> anyone); the one with the most free seats is shown, and it
      *> absorbs when its free seats cover this section's students
           find-absorber.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-FREE
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-NUM-ROWS
               IF WS-ADX NOT = WS-SDX AND
                       WS-STATUS(WS-ADX) NOT = "C" AND
                       WS-SCHOOL(WS-ADX) = WS-SCHOOL(WS-SDX) AND
                       WS-CODE(WS-ADX) = WS-CODE(WS-SDX) AND
                       WS-J-HAS-CAP(WS-ADX) = 1 AND
                       WS-J-HAS-ENRL(WS-ADX) = 1 AND
                       WS-J-LOW(WS-ADX) = 0
                   MOVE 0 TO WS-FREE
                   IF WS-J-CAP(WS-ADX) > WS-J-ENRL(WS-ADX)
                       COMPUTE WS-FREE =
                           WS-J-CAP(WS-ADX) - WS-J-ENRL(WS-ADX)
                   END-IF
                   IF WS-BEST-IDX = 0 OR WS-FREE > WS-BEST-FREE
                       MOVE WS-ADX TO WS-BEST-IDX
                       MOVE WS-FREE TO WS-BEST-FREE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ABSORB-TEXT
           IF WS-BEST-IDX = 0
               MOVE "NO  none with seats" TO WS-ABSORB-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-BEST-FREE >= WS-J-ENRL(WS-SDX)
               MOVE "YES" TO WS-ABSORB-TEXT(1:3)
           ELSE
               MOVE "NO" TO WS-ABSORB-TEXT(1:2)
           END-IF
           MOVE WS-SECTION(WS-BEST-IDX) TO WS-ABSORB-TEXT(5:2)
           MOVE "free" TO WS-ABSORB-TEXT(8:4)
           MOVE WS-BEST-FREE TO WS-ABSORB-TEXT(13:4).

           check-approved.
           MOVE 0 TO WS-APPROVED
           IF WS-APPR-ALL = 1
               MOVE 1 TO WS-APPROVED
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-APPR-COUNT
               IF WS-APPR-KEY(WS-IDX) = WS-KEY(WS-SDX)
                   MOVE 1 TO WS-APPR-USED(WS-IDX)
                   MOVE 1 TO WS-APPROVED
               END-IF
           END-PERFORM.

      *> the cancel \d makes: status C and today's date, the row kept
      *> for the record; BESBSCOP may still refuse a school or campus
      *> outside the supervisor's scope, and audits that itself
           cancel-one-row.
           MOVE "C" TO SP-OP
           MOVE WS-OPER-ID TO SP-OPER
           MOVE WS-OPER-LEVEL TO SP-LEVEL
           MOVE WS-SCHOOL(WS-SDX) TO SP-SCHOOL
           MOVE WS-ROOM(WS-SDX) TO SP-ROOM
           MOVE SPACES TO SP-DATE
           MOVE WS-CURRENT-TERM TO SP-TERM
           MOVE "BESBLOWE" TO SP-SOURCE
           MOVE SPACES TO SP-WHAT
           STRING "cancel " WS-KEY(WS-SDX) " low enrollment"
               DELIMITED BY SIZE INTO SP-WHAT
           CALL "BESBSCOP" USING WS-SCOPE-PARMS
           IF SP-RC NOT = 0
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED   " WS-KEY(WS-SDX)
                   " reject 16 out of scope: " FUNCTION TRIM(SP-TEXT)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE "C" TO WS-STATUS(WS-SDX)
           MOVE WS-TS(1:8) TO WS-CANC-DATE(WS-SDX)
           ADD 1 TO WS-CANC-COUNT
           PERFORM write-audit
           DISPLAY "CANCELLED " WS-KEY(WS-SDX) " "
               FUNCTION TRIM(WS-REASON)
           IF WS-J-HAS-CAP(WS-SDX) = 1 AND WS-FREED-COUNT < 50
               ADD 1 TO WS-FREED-COUNT
               MOVE WS-ROOM(WS-SDX) TO WS-FREED-ROOM(WS-FREED-COUNT)
           END-IF.

      *> an approval for a key that is not a live section under its
      *> minimum (a typing slip, or enrollment has since caught up)
      *> cancels nothing
           show-unmatched-approvals.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-APPR-COUNT
               IF WS-APPR-USED(WS-IDX) = 0
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "NOT CANCELLED " WS-APPR-KEY(WS-IDX)
                       " -- not a live section under its minimum"
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the freed rooms go to the wait-list: the entries that asked
      *> for one of them are shown, then the term's wait-list retry
      *> runs under this supervisor and places whatever now fits
      *> ---------------------------------------------------------------
           offer-freed-rooms.
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-ASKING-COUNT
           OPEN INPUT PEND-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOWE: wait-list is empty for term "
                   FUNCTION TRIM(WS-CURRENT-TERM)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ PEND-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM note-one-pending
               END-READ
           END-PERFORM
           CLOSE PEND-FILE
           MOVE 0 TO WS-EOF-FLAG
           IF WS-PEND-COUNT = 0
               DISPLAY "BESBLOWE: wait-list is empty for term "
                   FUNCTION TRIM(WS-CURRENT-TERM)
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BESBLOWE: " WS-ASKING-COUNT " of " WS-PEND-COUNT
               " wait-list entries ask for a freed room"
           MOVE SPACES TO WS-CMD
           STRING "besbrtry --term=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               " --oper=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SPACE
               " --rsn=" DELIMITED BY SIZE
               WS-RSN-CODE DELIMITED BY SPACE
               INTO WS-CMD
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-CMD
           MOVE RETURN-CODE TO WS-RTRY-RC
           MOVE 0 TO RETURN-CODE
           IF WS-RTRY-RC > 255
               DIVIDE WS-RTRY-RC BY 256 GIVING WS-RTRY-RC
           END-IF
           DISPLAY "BESBLOWE: BESBRTRY "
               FUNCTION TRIM(WS-CURRENT-TERM) " rc " WS-RTRY-RC.

           note-one-pending.
           IF PEND-FILE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE 0 TO WS-ASKS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-FREED-COUNT OR WS-ASKS = 1
               IF WS-FREED-ROOM(WS-IDX) = PEND-FILE-RECORD(13:8)
                   MOVE 1 TO WS-ASKS
               END-IF
           END-PERFORM
           IF WS-ASKS = 1
               ADD 1 TO WS-ASKING-COUNT
               DISPLAY "WAITING   " PEND-FILE-RECORD(1:44)
           END-IF.

      *> ---------------------------------------------------------------
      *> the lock -- a cancelling run holds the same sentinel file the
      *> other schedule writers use; a look only refuses to read a
      *> schedule a writer has mid-flight
      *> ---------------------------------------------------------------
           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBLOWE: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

           acquire-lock.
           MOVE 0 TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBLOWE: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOWE: could not create lock file for "
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

      *> ---------------------------------------------------------------
      *> persistence -- same per-term SCHEDULE-FILE layout as BESBUBO
      *> ---------------------------------------------------------------
           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLOWE: cannot open "
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

           save-schedule.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               MOVE WS-SCHEDULE-ROW(WS-IDX) TO SCHEDULE-FILE-RECORD
               WRITE SCHEDULE-FILE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "W" TO VP-OP
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE SPACES TO VP-PARSE-SRC
           MOVE 0 TO VP-CMD-OVERRIDE
           CALL "BESBVAL" USING WS-VAL-PARMS WS-SCHEDULE.

      *> ---------------------------------------------------------------
      *> masters and extracts
      *> ---------------------------------------------------------------
           load-mine-list.
           MOVE 0 TO WS-MINE-COUNT
           OPEN INPUT MINE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ MINE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-mine-entry
               END-READ
           END-PERFORM
           CLOSE MINE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-mine-entry.
           IF WS-MINE-COUNT < 100 AND
                   MINE-FILE-RECORD(1:4) NOT = SPACES AND
                   MINE-FILE-RECORD(8:4) IS NUMERIC
               ADD 1 TO WS-MINE-COUNT
               MOVE MINE-FILE-RECORD(1:4) TO
                   WS-MINE-SCHOOL(WS-MINE-COUNT)
               MOVE MINE-FILE-RECORD(6:1) TO
                   WS-MINE-LEVEL(WS-MINE-COUNT)
               MOVE MINE-FILE-RECORD(8:4) TO
                   WS-MINE-MIN(WS-MINE-COUNT)
           END-IF.

           load-enrl-list.
           MOVE 0 TO WS-ENRL-COUNT
           OPEN INPUT ENRL-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ENRL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-enrl-entry
               END-READ
           END-PERFORM
           CLOSE ENRL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-enrl-entry.
           IF WS-ENRL-COUNT < 500 AND
                   ENRL-FILE-RECORD(10:4) IS NUMERIC
               ADD 1 TO WS-ENRL-COUNT
               MOVE ENRL-FILE-RECORD(1:4) TO
                   WS-ENRL-SCHOOL(WS-ENRL-COUNT)
               MOVE ENRL-FILE-RECORD(5:3) TO
                   WS-ENRL-CODE(WS-ENRL-COUNT)
               MOVE ENRL-FILE-RECORD(8:2) TO
                   WS-ENRL-SECTION(WS-ENRL-COUNT)
               MOVE ENRL-FILE-RECORD(10:4) TO
                   WS-ENRL-HEADS(WS-ENRL-COUNT)
           END-IF.

           load-catalog-list.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS NOT = "00"
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
                           MOVE CATALOG-FILE-RECORD(48:1)
                             TO WS-CAT-LEVEL(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-rooms-list.
           MOVE 0 TO WS-ROOMS-COUNT
           OPEN INPUT ROOMS-FILE
           IF WS-FILE-STATUS NOT = "00"
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
               MOVE ROOMS-FILE-RECORD(9:16) TO
                   WS-ROOMS-BLDG(WS-ROOMS-COUNT)
               IF ROOMS-FILE-RECORD(25:4) IS NUMERIC
                   MOVE ROOMS-FILE-RECORD(25:4) TO
                       WS-ROOMS-CAP(WS-ROOMS-COUNT)
               ELSE
                   MOVE 0 TO WS-ROOMS-CAP(WS-ROOMS-COUNT)
               END-IF
               MOVE ROOMS-FILE-RECORD(29:2) TO
                   WS-ROOMS-CAMP(WS-ROOMS-COUNT)
           END-IF.

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
               DISPLAY "BESBLOWE: an operator id is required"
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
               DISPLAY "BESBLOWE: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBLOWE: operator " WS-OPER-ID
                   " is not authorized to cancel sections"
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

      *> one audit record per cancelled section, in the shared
      *> 132-byte shape: the cancel tag \d writes, and a text that
      *> starts with the section key and carries the enrollment, the
      *> minimum and the supervisor's reason
           write-audit.
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING WS-KEY(WS-SDX) " low " WS-J-ENRL(WS-SDX)
               " min " WS-J-MIN(WS-SDX) " " WS-REASON
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "cancel  " DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-RSN-CODE TO ACH-REASON
           MOVE WS-SCHOOL(WS-SDX) TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
