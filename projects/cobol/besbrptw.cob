      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRPTW.
      *> modification history
      *>   2026-10-15  parameter-driven report writer -- runs a stored
      *>               report definition from the RPTDEFS.DAT library
      *>               against a term's schedule joined to ROOMS.DAT
      *>               (building, campus, seats), INSTRUCTORS.DAT
      *>               (name) and the term's ENRL-term.DAT counts; a
      *>               definition names its selections (the \f
      *>               school and code, room, building, campus,
      *>               instructor, status, mode, seats, enrollment,
      *>               day and time band), its columns, its sort, up
      *>               to three control breaks with subtotals, and
      *>               whether it prints a paged 132-column report or
      *>               writes a delimited file; --list shows the
      *>               library, and --nightly runs every definition
      *>               marked for the BESBNITE chain
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
           SELECT DEFS-FILE ASSIGN DYNAMIC WS-DEFS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ENRL-FILE ASSIGN DYNAMIC WS-ENRL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DELIM-FILE ASSIGN DYNAMIC WS-DELIM-FILENAME
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
      *> report definition library line: definition name(1:8)
      *> line type(10:1) then by type --
      *>   T  title(12:60)
      *>   S  selection: field(12:6) from(19:20) through(40:20);
      *>      a blank through means equal to from. DAY takes day
      *>      letters (MTWRFSU) and TIME a start-time band HHMM HHMM;
      *>      together they ask for one meeting on one of the days
      *>      starting inside the band. every S line must hold
      *>   C  column: field(12:6), printed in line order
      *>   O  sort: field(12:6), ascending, after the break fields
      *>   B  control break: field(12:6), outermost first, with a
      *>      subtotal of sections, seats, enrollment and minutes
      *>   F  format(12:1): R paged report (the default), D
      *>      delimited file with its delimiter at (14:1), comma
      *>      when blank
      *>   N  run in the nightly chain
      *> lines starting * are comments
       FD DEFS-FILE.
       01 DEFS-FILE-RECORD PIC X(80).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> enrollment extract line: school(1:4) code(5:3) section(8:2)
      *> enrolled count(10:4)
       FD ENRL-FILE.
       01 ENRL-FILE-RECORD PIC X(13).
       FD DELIM-FILE.
       01 DELIM-FILE-RECORD PIC X(300).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-NDX PIC 9(3) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           01 WS-TS PIC X(21).

      *> the fields a definition may name, six characters each, with
      *> their print widths and whether they compare and total as
      *> numbers; DAY and TIME are for selections only
           01 WS-FIELD-COUNT PIC 9(2) VALUE 20.
           01 WS-FIELD-NAME-VALUES.
               05 FILLER PIC X(36) VALUE
                   "SCHOOLCODE  SECT  ROOM  BLDG  CAMPUS".
               05 FILLER PIC X(36) VALUE
                   "SEATS INSTR INAME STATUSMODE  DAYS  ".
               05 FILLER PIC X(48) VALUE
                   "START END   LEN   MINS  ENRL  FILL  DAY   TIME  ".
           01 WS-FIELD-NAMES REDEFINES WS-FIELD-NAME-VALUES
               PIC X(120).
           01 WS-FIELD-WIDTHS PIC X(40) VALUE
               "0403020816020406200101070404030504030000".
           01 WS-FIELD-NUMERIC PIC X(20) VALUE
               "00000010000011111100".
           01 WS-FLD PIC 9(2) VALUE 0.
           01 WS-FLD-WIDTH PIC 9(2) VALUE 0.
           01 WS-FLD-PROBE PIC X(6) VALUE SPACES.

      *> the definition in hand
           01 WS-DF-NAME PIC X(8) VALUE SPACES.
           01 WS-DF-TITLE PIC X(60) VALUE SPACES.
           01 WS-DF-FORMAT PIC X(1) VALUE "R".
           01 WS-DF-DELIM PIC X(1) VALUE ",".
           01 WS-DF-NIGHTLY PIC 9(1) VALUE 0.
           01 WS-DF-LINES PIC 9(3) VALUE 0.
           01 WS-DF-BAD PIC 9(3) VALUE 0.
           01 WS-DF-SEL-COUNT PIC 9(2) VALUE 0.
           01 WS-DF-SEL-TABLE.
               02 WS-DF-SEL OCCURS 20 TIMES.
                   03 WS-DF-SEL-FLD PIC 9(2).
                   03 WS-DF-SEL-FROM PIC X(20).
                   03 WS-DF-SEL-THRU PIC X(20).
                   03 WS-DF-SEL-NFROM PIC 9(6).
                   03 WS-DF-SEL-NTHRU PIC 9(6).
           01 WS-DF-COL-COUNT PIC 9(2) VALUE 0.
           01 WS-DF-COL PIC 9(2) OCCURS 12 TIMES.
           01 WS-DF-SORT-COUNT PIC 9(2) VALUE 0.
           01 WS-DF-SORT PIC 9(2) OCCURS 6 TIMES.
           01 WS-DF-BRK-COUNT PIC 9(1) VALUE 0.
           01 WS-DF-BRK PIC 9(2) OCCURS 3 TIMES.
           01 WS-HAS-STATUS-SEL PIC 9(1) VALUE 0.
           01 WS-DAY-SEL PIC 9(2) VALUE 0.
           01 WS-TIME-SEL PIC 9(2) VALUE 0.

      *> the library's definitions, for --list and --nightly
           01 WS-LIB-COUNT PIC 9(3) VALUE 0.
           01 WS-LIB-TABLE.
               02 WS-LIB-ENTRY OCCURS 100 TIMES.
                   03 WS-LIB-NAME PIC X(8).
                   03 WS-LIB-TITLE PIC X(60).
                   03 WS-LIB-NIGHTLY PIC 9(1).
                   03 WS-LIB-FORMAT PIC X(1).
           01 WS-LIB-FOUND PIC 9(3) VALUE 0.
           01 WS-RUN-COUNT PIC 9(3) VALUE 0.

      *> the row in hand, schedule row and joined master values
           01 WS-CUR-ROW.
               COPY SCHEDROW
                   REPLACING LEADING ==SCHEDROW== BY ==WSR==.
               05 WSR-BLDG PIC X(16).
               05 WSR-CAMPUS PIC X(2).
               05 WSR-SEATS PIC 9(4).
               05 WSR-INAME PIC X(20).
               05 WSR-ENRL PIC 9(4).
               05 WSR-MINS PIC 9(5).
               05 WSR-FILL PIC 9(3).
           01 WS-ROW-PASS PIC 9(1) VALUE 0.
           01 WS-SLOT-PASS PIC 9(1) VALUE 0.
           01 WS-LETTER-HITS PIC 9(2) VALUE 0.
           01 WS-SLOT-START PIC 9(4) VALUE 0.

      *> the selected rows, each with its sort key; OCCURS DEPENDING
      *> so the table SORT orders only what was selected
           01 WS-SEL.
               02 WS-SEL-COUNT PIC 9(3) VALUE 0.
               02 WS-SEL-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-SEL-COUNT.
                   03 WS-SEL-KEY PIC X(60).
                   03 WS-SEL-DATA PIC X(223).
           01 WS-SEL-DROPPED PIC 9(5) VALUE 0.
           01 WS-KEY-BUILD PIC X(60) VALUE SPACES.
           01 WS-KEY-PTR PIC 9(3) VALUE 1.

      *> one field's value: its text at print width and, for the
      *> numeric fields, its number
           01 WS-FV PIC X(20) VALUE SPACES.
           01 WS-FN PIC 9(6) VALUE 0.
           01 WS-FN-X REDEFINES WS-FN PIC X(6).
           01 WS-START-MIN PIC 9(5) VALUE 0.
           01 WS-END-MIN PIC 9(5) VALUE 0.
           01 WS-HH PIC 9(2) VALUE 0.
           01 WS-MM PIC 9(2) VALUE 0.
           01 WS-Q PIC 9(3) VALUE 0.
           01 WS-R PIC 9(2) VALUE 0.

      *> masters joined to each row
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-CAP PIC 9(4).
                   03 WS-ROOMS-CAMP PIC X(2).
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 300 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-ENRL-COUNT PIC 9(4) VALUE 0.
           01 WS-ENRL-LIST.
               02 WS-ENRL-ENTRY OCCURS 500 TIMES.
                   03 WS-ENRL-KEY PIC X(9).
                   03 WS-ENRL-HEADS PIC 9(4).

      *> report output -- 55 lines to the page under a three-line
      *> heading, or one delimited line per row
           01 WS-OUT-LINE PIC X(300) VALUE SPACES.
           01 WS-OUT-PTR PIC 9(3) VALUE 1.
           01 WS-HEAD-LINE PIC X(132) VALUE SPACES.
           01 WS-RULE-LINE PIC X(132) VALUE SPACES.
           01 WS-PAGE-NUM PIC 9(3) VALUE 0.
           01 WS-PAGE-LINES PIC 9(3) VALUE 0.
           01 WS-PAGE-MAX PIC 9(3) VALUE 55.
           01 WS-COL-WIDTH PIC 9(2) VALUE 0.
           01 WS-DELIM-COUNT PIC 9(5) VALUE 0.

      *> control breaks -- the values in force at each level and the
      *> running totals, level 4 the grand total
           01 WS-BRK-PREV PIC X(20) OCCURS 3 TIMES.
           01 WS-BRK-LEVEL PIC 9(1) VALUE 0.
           01 WS-LVL PIC 9(1) VALUE 0.
           01 WS-TOT-TABLE.
               02 WS-TOT-ENTRY OCCURS 4 TIMES.
                   03 WS-TOT-SECTS PIC 9(5).
                   03 WS-TOT-SEATS PIC 9(7).
                   03 WS-TOT-ENRL PIC 9(7).
                   03 WS-TOT-MINS PIC 9(8).
           01 WS-SUM-SEATS PIC 9(1) VALUE 0.
           01 WS-SUM-ENRL PIC 9(1) VALUE 0.
           01 WS-SUM-MINS PIC 9(1) VALUE 0.

           01 WS-RUN-MODE PIC X(1) VALUE "D".
               88 RUN-ONE-DEF VALUE "D".
               88 RUN-LIST VALUE "L".
               88 RUN-NIGHTLY VALUE "N".
           01 WS-WANT-DEF PIC X(8) VALUE SPACES.
           01 WS-WORST-RC PIC 9(3) VALUE 0.
           01 WS-DEF-RC PIC 9(3) VALUE 0.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ENRL-FILENAME PIC X(60).
           01 WS-DELIM-FILENAME PIC X(60).
           01 WS-DEFS-FILENAME PIC X(20) VALUE "RPTDEFS.DAT".
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
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
           MOVE "BESBRPTW" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-library-list.
           IF WS-LIB-COUNT = 0
               DISPLAY "BESBRPTW: " FUNCTION TRIM(WS-DEFS-FILENAME)
                   " is missing or holds no definitions"
               IF RUN-NIGHTLY
                   STOP RUN
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-LIST
               PERFORM list-library
               STOP RUN
           END-IF.
           IF RUN-ONE-DEF AND WS-WANT-DEF = SPACES
               DISPLAY "BESBRPTW: usage: besbrptw --term=X --def=NAME"
                   " | --nightly | --list"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           PERFORM load-instr-list.
           PERFORM load-enrl-list.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           IF RUN-ONE-DEF
               MOVE WS-WANT-DEF TO WS-DF-NAME
               PERFORM run-definition
           ELSE
               MOVE 0 TO WS-RUN-COUNT
               PERFORM VARYING WS-LIB-FOUND FROM 1 BY 1
                       UNTIL WS-LIB-FOUND > WS-LIB-COUNT
                   IF WS-LIB-NIGHTLY(WS-LIB-FOUND) = 1
                       ADD 1 TO WS-RUN-COUNT
                       MOVE WS-LIB-NAME(WS-LIB-FOUND) TO WS-DF-NAME
                       PERFORM run-definition
                   END-IF
               END-PERFORM
               DISPLAY "BESBRPTW: " WS-RUN-COUNT
                   " nightly definitions run for term "
                   FUNCTION TRIM(WS-CURRENT-TERM)
           END-IF.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:6) = "--def="
                   MOVE ARGV(7:8) TO WS-WANT-DEF
                   MOVE "D" TO WS-RUN-MODE
               WHEN ARGV(1:9) = "--nightly"
                   MOVE "N" TO WS-RUN-MODE
               WHEN ARGV(1:6) = "--list"
                   MOVE "L" TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY "BESBRPTW: invalid arg: " ARGV
                   DISPLAY "BESBRPTW: usage: besbrptw --term=X"
                       " --def=NAME | --nightly | --list"
           END-EVALUATE.

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
               DISPLAY "BESBRPTW: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> the library: one entry per definition name, in first-seen
      *> order, with its title, format and nightly mark
      *> ---------------------------------------------------------------
           load-library-list.
           MOVE 0 TO WS-LIB-COUNT
           OPEN INPUT DEFS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ DEFS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM take-library-line
               END-READ
           END-PERFORM
           CLOSE DEFS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           take-library-line.
           IF DEFS-FILE-RECORD(1:1) = "*" OR
                   DEFS-FILE-RECORD(1:8) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIB-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LIB-COUNT OR WS-LIB-FOUND > 0
               IF WS-LIB-NAME(WS-IDX) = DEFS-FILE-RECORD(1:8)
                   MOVE WS-IDX TO WS-LIB-FOUND
               END-IF
           END-PERFORM
           IF WS-LIB-FOUND = 0
               IF WS-LIB-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIB-COUNT
               MOVE WS-LIB-COUNT TO WS-LIB-FOUND
               MOVE DEFS-FILE-RECORD(1:8) TO WS-LIB-NAME(WS-LIB-FOUND)
               MOVE SPACES TO WS-LIB-TITLE(WS-LIB-FOUND)
               MOVE 0 TO WS-LIB-NIGHTLY(WS-LIB-FOUND)
               MOVE "R" TO WS-LIB-FORMAT(WS-LIB-FOUND)
           END-IF
           EVALUATE DEFS-FILE-RECORD(10:1)
               WHEN "T"
                   MOVE DEFS-FILE-RECORD(12:60)
                     TO WS-LIB-TITLE(WS-LIB-FOUND)
               WHEN "N"
                   MOVE 1 TO WS-LIB-NIGHTLY(WS-LIB-FOUND)
               WHEN "F"
                   IF DEFS-FILE-RECORD(12:1) = "D"
                       MOVE "D" TO WS-LIB-FORMAT(WS-LIB-FOUND)
                   END-IF
           END-EVALUATE.

           list-library.
           DISPLAY "BESBRPTW: report definitions in "
               FUNCTION TRIM(WS-DEFS-FILENAME)
           DISPLAY "NAME     F N TITLE"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LIB-COUNT
               IF WS-LIB-NIGHTLY(WS-IDX) = 1
                   DISPLAY WS-LIB-NAME(WS-IDX) " "
                       WS-LIB-FORMAT(WS-IDX) " N "
                       FUNCTION TRIM(WS-LIB-TITLE(WS-IDX))
               ELSE
                   DISPLAY WS-LIB-NAME(WS-IDX) " "
                       WS-LIB-FORMAT(WS-IDX) "   "
                       FUNCTION TRIM(WS-LIB-TITLE(WS-IDX))
               END-IF
           END-PERFORM
           DISPLAY "---"
           DISPLAY "definitions " WS-LIB-COUNT.

      *> ---------------------------------------------------------------
      *> one definition: read its lines, select and key the rows,
      *> sort, then print or write them
      *> ---------------------------------------------------------------
           run-definition.
           MOVE 0 TO WS-DEF-RC
           PERFORM load-definition
           IF WS-DF-LINES = 0
               DISPLAY "BESBRPTW: no definition " WS-DF-NAME " in "
                   FUNCTION TRIM(WS-DEFS-FILENAME)
               MOVE 8 TO WS-DEF-RC
               PERFORM note-definition-rc
               EXIT PARAGRAPH
           END-IF
           IF WS-DF-COL-COUNT = 0
               DISPLAY "BESBRPTW: definition " WS-DF-NAME
                   " names no columns"
               MOVE 8 TO WS-DEF-RC
               PERFORM note-definition-rc
               EXIT PARAGRAPH
           END-IF
           IF WS-DF-BAD > 0
               DISPLAY "BESBRPTW: definition " WS-DF-NAME " -- "
                   WS-DF-BAD " lines not understood, left out"
               MOVE 4 TO WS-DEF-RC
           END-IF
           PERFORM select-rows
           IF WS-DEF-RC = 8
               PERFORM note-definition-rc
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-COUNT > 1
               SORT WS-SEL-ENTRY ON ASCENDING KEY WS-SEL-KEY
           END-IF
           IF WS-DF-FORMAT = "D"
               PERFORM write-delimited
           ELSE
               PERFORM print-report
           END-IF
           PERFORM note-definition-rc.

           note-definition-rc.
           IF WS-DEF-RC > WS-WORST-RC
               MOVE WS-DEF-RC TO WS-WORST-RC
           END-IF.

           load-definition.
           MOVE SPACES TO WS-DF-TITLE
           MOVE "R" TO WS-DF-FORMAT
           MOVE "," TO WS-DF-DELIM
           MOVE 0 TO WS-DF-NIGHTLY
           MOVE 0 TO WS-DF-LINES
           MOVE 0 TO WS-DF-BAD
           MOVE 0 TO WS-DF-SEL-COUNT
           MOVE 0 TO WS-DF-COL-COUNT
           MOVE 0 TO WS-DF-SORT-COUNT
           MOVE 0 TO WS-DF-BRK-COUNT
           MOVE 0 TO WS-HAS-STATUS-SEL
           MOVE 0 TO WS-DAY-SEL
           MOVE 0 TO WS-TIME-SEL
           OPEN INPUT DEFS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ DEFS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF DEFS-FILE-RECORD(1:8) = WS-DF-NAME AND
                               DEFS-FILE-RECORD(1:1) NOT = "*"
                           ADD 1 TO WS-DF-LINES
                           PERFORM take-definition-line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEFS-FILE
           MOVE 0 TO WS-EOF-FLAG
      *> the break fields lead the sort, outermost first
           PERFORM VARYING WS-IDX FROM WS-DF-SORT-COUNT BY -1
                   UNTIL WS-IDX < 1
               COMPUTE WS-JDX = WS-IDX + WS-DF-BRK-COUNT
               IF WS-JDX <= 6
                   MOVE WS-DF-SORT(WS-IDX) TO WS-DF-SORT(WS-JDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DF-BRK-COUNT
               MOVE WS-DF-BRK(WS-IDX) TO WS-DF-SORT(WS-IDX)
           END-PERFORM
           ADD WS-DF-BRK-COUNT TO WS-DF-SORT-COUNT
           IF WS-DF-SORT-COUNT > 6
               MOVE 6 TO WS-DF-SORT-COUNT
           END-IF.

           take-definition-line.
           EVALUATE DEFS-FILE-RECORD(10:1)
               WHEN "T"
                   MOVE DEFS-FILE-RECORD(12:60) TO WS-DF-TITLE
               WHEN "N"
                   MOVE 1 TO WS-DF-NIGHTLY
               WHEN "F"
                   IF DEFS-FILE-RECORD(12:1) = "D"
                       MOVE "D" TO WS-DF-FORMAT
                       IF DEFS-FILE-RECORD(14:1) NOT = SPACE
                           MOVE DEFS-FILE-RECORD(14:1) TO WS-DF-DELIM
                       END-IF
                   END-IF
               WHEN "S"
                   PERFORM take-selection-line
               WHEN "C"
                   PERFORM find-field
                   IF WS-FLD = 0 OR WS-FLD > 18 OR
                           WS-DF-COL-COUNT >= 12
                       ADD 1 TO WS-DF-BAD
                   ELSE
                       ADD 1 TO WS-DF-COL-COUNT
                       MOVE WS-FLD TO WS-DF-COL(WS-DF-COL-COUNT)
                   END-IF
               WHEN "O"
                   PERFORM find-field
                   IF WS-FLD = 0 OR WS-FLD > 18 OR
                           WS-DF-SORT-COUNT >= 3
                       ADD 1 TO WS-DF-BAD
                   ELSE
                       ADD 1 TO WS-DF-SORT-COUNT
                       MOVE WS-FLD TO WS-DF-SORT(WS-DF-SORT-COUNT)
                   END-IF
               WHEN "B"
                   PERFORM find-field
                   IF WS-FLD = 0 OR WS-FLD > 18 OR
                           WS-DF-BRK-COUNT >= 3
                       ADD 1 TO WS-DF-BAD
                   ELSE
                       ADD 1 TO WS-DF-BRK-COUNT
                       MOVE WS-FLD TO WS-DF-BRK(WS-DF-BRK-COUNT)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DF-BAD
           END-EVALUATE.

           take-selection-line.
           PERFORM find-field
           IF WS-FLD = 0 OR WS-DF-SEL-COUNT >= 20 OR
                   DEFS-FILE-RECORD(19:20) = SPACES
               ADD 1 TO WS-DF-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DF-SEL-COUNT
           MOVE WS-FLD TO WS-DF-SEL-FLD(WS-DF-SEL-COUNT)
           MOVE DEFS-FILE-RECORD(19:20)
             TO WS-DF-SEL-FROM(WS-DF-SEL-COUNT)
           MOVE DEFS-FILE-RECORD(40:20)
             TO WS-DF-SEL-THRU(WS-DF-SEL-COUNT)
           MOVE 0 TO WS-DF-SEL-NFROM(WS-DF-SEL-COUNT)
           MOVE 0 TO WS-DF-SEL-NTHRU(WS-DF-SEL-COUNT)
           IF WS-FIELD-NUMERIC(WS-FLD:1) = "1" OR WS-FLD = 20
               COMPUTE WS-DF-SEL-NFROM(WS-DF-SEL-COUNT) =
                   FUNCTION NUMVAL(DEFS-FILE-RECORD(19:20))
               IF DEFS-FILE-RECORD(40:20) NOT = SPACES
                   COMPUTE WS-DF-SEL-NTHRU(WS-DF-SEL-COUNT) =
                       FUNCTION NUMVAL(DEFS-FILE-RECORD(40:20))
               END-IF
           END-IF
           EVALUATE WS-FLD
               WHEN 10
                   MOVE 1 TO WS-HAS-STATUS-SEL
               WHEN 19
                   MOVE WS-DF-SEL-COUNT TO WS-DAY-SEL
               WHEN 20
                   MOVE WS-DF-SEL-COUNT TO WS-TIME-SEL
           END-EVALUATE.

      *> WS-FLD comes back as the field's number, 0 when the name at
      *> (12:6) is none of them
           find-field.
           MOVE 0 TO WS-FLD
           MOVE DEFS-FILE-RECORD(12:6) TO WS-FLD-PROBE
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-FIELD-COUNT OR WS-FLD > 0
               IF WS-FIELD-NAMES((WS-KDX * 6 - 5):6) = WS-FLD-PROBE
                   MOVE WS-KDX TO WS-FLD
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> selection: every row of the term, joined to the masters,
      *> tested against every S line; cancelled rows only when a
      *> STATUS selection asks for them
      *> ---------------------------------------------------------------
           select-rows.
           MOVE 0 TO WS-SEL-COUNT
           MOVE 0 TO WS-SEL-DROPPED
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBRPTW: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO WS-DEF-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM select-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
           IF WS-SEL-DROPPED > 0
               DISPLAY "BESBRPTW: " WS-SEL-DROPPED " selected rows"
                   " past the first 500 left out"
               MOVE 4 TO WS-DEF-RC
           END-IF.

           select-one-row.
           IF SFR-STATUS = "C" AND WS-HAS-STATUS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUR-ROW
           MOVE SCHEDULE-FILE-RECORD TO WS-CUR-ROW(1:169)
           PERFORM join-row
           MOVE 1 TO WS-ROW-PASS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DF-SEL-COUNT OR WS-ROW-PASS = 0
               IF WS-DF-SEL-FLD(WS-IDX) < 19
                   PERFORM test-one-selection
               END-IF
           END-PERFORM
           IF WS-ROW-PASS = 1 AND
                   (WS-DAY-SEL > 0 OR WS-TIME-SEL > 0)
               PERFORM test-day-time
           END-IF
           IF WS-ROW-PASS = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-COUNT >= 500
               ADD 1 TO WS-SEL-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEY-BUILD
           MOVE 1 TO WS-KEY-PTR
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DF-SORT-COUNT
               MOVE WS-DF-SORT(WS-JDX) TO WS-FLD
               PERFORM get-field-value
               IF WS-KEY-PTR + WS-FLD-WIDTH <= 61
                   STRING WS-FV(1:WS-FLD-WIDTH) DELIMITED BY SIZE
                       INTO WS-KEY-BUILD WITH POINTER WS-KEY-PTR
               END-IF
           END-PERFORM
           ADD 1 TO WS-SEL-COUNT
           MOVE WS-KEY-BUILD TO WS-SEL-KEY(WS-SEL-COUNT)
           MOVE WS-CUR-ROW TO WS-SEL-DATA(WS-SEL-COUNT).

      *> building, campus and seats from the room; the instructor's
      *> name; the enrollment count; weekly minutes; the fill
           join-row.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ROOMS-COUNT
               IF WS-ROOMS-ID(WS-KDX) = WSR-ROOM
                   MOVE WS-ROOMS-BLDG(WS-KDX) TO WSR-BLDG
                   MOVE WS-ROOMS-CAMP(WS-KDX) TO WSR-CAMPUS
                   MOVE WS-ROOMS-CAP(WS-KDX) TO WSR-SEATS
               END-IF
           END-PERFORM
           IF WSR-SEATS IS NOT NUMERIC
               MOVE 0 TO WSR-SEATS
           END-IF
           IF WSR-INSTR NOT = SPACES
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > WS-INSTR-COUNT
                   IF WS-INSTR-ID(WS-KDX) = WSR-INSTR
                       MOVE WS-INSTR-NAME(WS-KDX) TO WSR-INAME
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WSR-ENRL
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ENRL-COUNT
               IF WS-ENRL-KEY(WS-KDX) = WSR-KEY
                   MOVE WS-ENRL-HEADS(WS-KDX) TO WSR-ENRL
               END-IF
           END-PERFORM
           MOVE 0 TO WSR-MINS
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-NUM-DAYS
               IF WSR-DAYS(WS-KDX) NOT = SPACES
                   ADD WSR-LEN TO WSR-MINS
               END-IF
           END-PERFORM
           MOVE 0 TO WSR-FILL
           IF WSR-SEATS > 0
               COMPUTE WSR-FILL = WSR-ENRL * 100 / WSR-SEATS
           END-IF.

      *> numeric fields compare as numbers, the rest as text; a
      *> blank through asks for an exact match
           test-one-selection.
           MOVE WS-DF-SEL-FLD(WS-IDX) TO WS-FLD
           PERFORM get-field-value
           IF WS-FIELD-NUMERIC(WS-FLD:1) = "1"
               IF WS-DF-SEL-THRU(WS-IDX) = SPACES
                   IF WS-FN NOT = WS-DF-SEL-NFROM(WS-IDX)
                       MOVE 0 TO WS-ROW-PASS
                   END-IF
               ELSE
                   IF WS-FN < WS-DF-SEL-NFROM(WS-IDX) OR
                           WS-FN > WS-DF-SEL-NTHRU(WS-IDX)
                       MOVE 0 TO WS-ROW-PASS
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DF-SEL-THRU(WS-IDX) = SPACES
               IF WS-FV NOT = WS-DF-SEL-FROM(WS-IDX)
                   MOVE 0 TO WS-ROW-PASS
               END-IF
           ELSE
               IF WS-FV < WS-DF-SEL-FROM(WS-IDX) OR
                       WS-FV > WS-DF-SEL-THRU(WS-IDX)
                   MOVE 0 TO WS-ROW-PASS
               END-IF
           END-IF.

      *> one meeting must satisfy both the day letters and the band
           test-day-time.
           MOVE 0 TO WS-ROW-PASS
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-NUM-DAYS OR WS-ROW-PASS = 1
               IF WSR-DAYS(WS-KDX) NOT = SPACES
                   MOVE 1 TO WS-SLOT-PASS
                   IF WS-DAY-SEL > 0
                       MOVE 0 TO WS-LETTER-HITS
                       INSPECT WS-DF-SEL-FROM(WS-DAY-SEL) TALLYING
                           WS-LETTER-HITS FOR ALL
                           WS-DAY-LETTERS(WS-KDX:1)
                       IF WS-LETTER-HITS = 0
                           MOVE 0 TO WS-SLOT-PASS
                       END-IF
                   END-IF
                   IF WS-TIME-SEL > 0 AND
                           WSR-DAYS(WS-KDX)(1:4) IS NUMERIC
                       MOVE WSR-DAYS(WS-KDX)(1:4) TO WS-SLOT-START
                       IF WS-SLOT-START <
                               WS-DF-SEL-NFROM(WS-TIME-SEL) OR
                               (WS-DF-SEL-THRU(WS-TIME-SEL) NOT =
                               SPACES AND WS-SLOT-START >
                               WS-DF-SEL-NTHRU(WS-TIME-SEL))
                           MOVE 0 TO WS-SLOT-PASS
                       END-IF
                   END-IF
                   IF WS-SLOT-PASS = 1
                       MOVE 1 TO WS-ROW-PASS
                   END-IF
               END-IF
           END-PERFORM.

      *> WS-FLD's value for the row in WS-CUR-ROW: WS-FV holds it at
      *> its print width (numbers zero-filled, so they sort), WS-FN
      *> the number for the numeric fields
           get-field-value.
           MOVE SPACES TO WS-FV
           MOVE 0 TO WS-FN
           MOVE WS-FIELD-WIDTHS((WS-FLD * 2 - 1):2) TO WS-FLD-WIDTH
           EVALUATE WS-FLD
               WHEN 1 MOVE WSR-SCHOOL TO WS-FV
               WHEN 2 MOVE WSR-CODE TO WS-FV
               WHEN 3 MOVE WSR-SECTION TO WS-FV
               WHEN 4 MOVE WSR-ROOM TO WS-FV
               WHEN 5 MOVE WSR-BLDG TO WS-FV
               WHEN 6 MOVE WSR-CAMPUS TO WS-FV
               WHEN 7 MOVE WSR-SEATS TO WS-FN
               WHEN 8 MOVE WSR-INSTR TO WS-FV
               WHEN 9 MOVE WSR-INAME TO WS-FV
               WHEN 10
                   IF WSR-STATUS = SPACE
                       MOVE "A" TO WS-FV
                   ELSE
                       MOVE WSR-STATUS TO WS-FV
                   END-IF
               WHEN 11
                   IF WSR-MODE = SPACE
                       MOVE "P" TO WS-FV
                   ELSE
                       MOVE WSR-MODE TO WS-FV
                   END-IF
               WHEN 12
                   MOVE "-------" TO WS-FV
                   PERFORM VARYING WS-KDX FROM 1 BY 1
                           UNTIL WS-KDX > WS-NUM-DAYS
                       IF WSR-DAYS(WS-KDX) NOT = SPACES
                           MOVE WS-DAY-LETTERS(WS-KDX:1)
                             TO WS-FV(WS-KDX:1)
                       END-IF
                   END-PERFORM
               WHEN 13
                   PERFORM find-first-start
                   MOVE WS-START-MIN TO WS-FN
               WHEN 14
                   PERFORM find-first-start
                   IF WS-START-MIN > 0
                       DIVIDE WS-START-MIN BY 100 GIVING WS-HH
                           REMAINDER WS-MM
                       COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM
                           + WSR-LEN
                       DIVIDE WS-END-MIN BY 60 GIVING WS-Q
                           REMAINDER WS-R
                       COMPUTE WS-FN = WS-Q * 100 + WS-R
                   END-IF
               WHEN 15 MOVE WSR-LEN TO WS-FN
               WHEN 16 MOVE WSR-MINS TO WS-FN
               WHEN 17 MOVE WSR-ENRL TO WS-FN
               WHEN 18 MOVE WSR-FILL TO WS-FN
           END-EVALUATE
           IF WS-FIELD-NUMERIC(WS-FLD:1) = "1"
               MOVE WS-FN-X((7 - WS-FLD-WIDTH):WS-FLD-WIDTH) TO WS-FV
           END-IF.

      *> WS-START-MIN here is the first meeting's HHMM, 0 for none
           find-first-start.
           MOVE 0 TO WS-START-MIN
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-NUM-DAYS OR WS-START-MIN > 0
               IF WSR-DAYS(WS-KDX)(1:4) IS NUMERIC
                   MOVE WSR-DAYS(WS-KDX)(1:4) TO WS-START-MIN
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the paged report: heading on every page, one line per row,
      *> a subtotal at each control break and the grand total
      *> ---------------------------------------------------------------
           print-report.
           MOVE 0 TO WS-PAGE-NUM
           MOVE 0 TO WS-PAGE-LINES
           INITIALIZE WS-TOT-TABLE
           MOVE 0 TO WS-SUM-SEATS
           MOVE 0 TO WS-SUM-ENRL
           MOVE 0 TO WS-SUM-MINS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DF-COL-COUNT
               EVALUATE WS-DF-COL(WS-IDX)
                   WHEN 7 MOVE 1 TO WS-SUM-SEATS
                   WHEN 16 MOVE 1 TO WS-SUM-MINS
                   WHEN 17 MOVE 1 TO WS-SUM-ENRL
               END-EVALUATE
           END-PERFORM
           PERFORM build-column-heads
           PERFORM print-page-heading
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-SEL-COUNT
               MOVE WS-SEL-DATA(WS-NDX) TO WS-CUR-ROW
               IF WS-NDX > 1 AND WS-DF-BRK-COUNT > 0
                   PERFORM check-breaks
               END-IF
               IF WS-DF-BRK-COUNT > 0
                   PERFORM VARYING WS-LVL FROM 1 BY 1
                           UNTIL WS-LVL > WS-DF-BRK-COUNT
                       MOVE WS-DF-BRK(WS-LVL) TO WS-FLD
                       PERFORM get-field-value
                       MOVE WS-FV TO WS-BRK-PREV(WS-LVL)
                   END-PERFORM
               END-IF
               PERFORM build-detail-line
               PERFORM put-report-line
               PERFORM add-row-to-totals
           END-PERFORM
           IF WS-SEL-COUNT > 0 AND WS-DF-BRK-COUNT > 0
               MOVE 1 TO WS-BRK-LEVEL
               PERFORM print-break-totals
           END-IF
           IF WS-DF-BRK-COUNT = 0
               MOVE " " TO WS-OUT-LINE
               PERFORM put-report-line
           END-IF
           MOVE 4 TO WS-LVL
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "REPORT TOTAL" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM append-totals
           PERFORM put-report-line.

      *> the outermost level whose value moved closes that level and
      *> every level inside it
           check-breaks.
           MOVE 0 TO WS-BRK-LEVEL
           PERFORM VARYING WS-LVL FROM 1 BY 1
                   UNTIL WS-LVL > WS-DF-BRK-COUNT OR WS-BRK-LEVEL > 0
               MOVE WS-DF-BRK(WS-LVL) TO WS-FLD
               PERFORM get-field-value
               IF WS-FV NOT = WS-BRK-PREV(WS-LVL)
                   MOVE WS-LVL TO WS-BRK-LEVEL
               END-IF
           END-PERFORM
           IF WS-BRK-LEVEL > 0
               PERFORM print-break-totals
           END-IF.

      *> subtotals from the innermost level out to WS-BRK-LEVEL,
      *> each level's counters cleared once printed
           print-break-totals.
           PERFORM VARYING WS-LVL FROM WS-DF-BRK-COUNT BY -1
                   UNTIL WS-LVL < WS-BRK-LEVEL
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-PTR
               MOVE WS-DF-BRK(WS-LVL) TO WS-FLD
               STRING "  ** " WS-FIELD-NAMES((WS-FLD * 6 - 5):6) " "
                   FUNCTION TRIM(WS-BRK-PREV(WS-LVL)) " "
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               PERFORM append-totals
               PERFORM put-report-line
               MOVE 0 TO WS-TOT-SECTS(WS-LVL)
               MOVE 0 TO WS-TOT-SEATS(WS-LVL)
               MOVE 0 TO WS-TOT-ENRL(WS-LVL)
               MOVE 0 TO WS-TOT-MINS(WS-LVL)
           END-PERFORM
           MOVE " " TO WS-OUT-LINE
           PERFORM put-report-line.

           append-totals.
           STRING " sections " WS-TOT-SECTS(WS-LVL)
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF WS-SUM-SEATS = 1
               STRING " seats " WS-TOT-SEATS(WS-LVL)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           IF WS-SUM-ENRL = 1
               STRING " enrolled " WS-TOT-ENRL(WS-LVL)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           IF WS-SUM-MINS = 1
               STRING " weekly minutes " WS-TOT-MINS(WS-LVL)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF.

           add-row-to-totals.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 4
               ADD 1 TO WS-TOT-SECTS(WS-LVL)
               ADD WSR-SEATS TO WS-TOT-SEATS(WS-LVL)
               ADD WSR-ENRL TO WS-TOT-ENRL(WS-LVL)
               ADD WSR-MINS TO WS-TOT-MINS(WS-LVL)
           END-PERFORM.

      *> each column is its field's width or six, whichever is
      *> wider, plus a space; a column that would run past 132 is
      *> left off the page
           build-column-heads.
           MOVE SPACES TO WS-HEAD-LINE
           MOVE SPACES TO WS-RULE-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DF-COL-COUNT
               MOVE WS-DF-COL(WS-IDX) TO WS-FLD
               PERFORM set-column-width
               IF WS-OUT-PTR + WS-COL-WIDTH <= 133
                   MOVE WS-FIELD-NAMES((WS-FLD * 6 - 5):6)
                     TO WS-HEAD-LINE(WS-OUT-PTR:6)
                   MOVE ALL "-" TO WS-RULE-LINE(WS-OUT-PTR:
                       WS-COL-WIDTH - 1)
                   ADD WS-COL-WIDTH TO WS-OUT-PTR
               END-IF
           END-PERFORM.

           set-column-width.
           MOVE WS-FIELD-WIDTHS((WS-FLD * 2 - 1):2) TO WS-COL-WIDTH
           IF WS-COL-WIDTH < 6
               MOVE 6 TO WS-COL-WIDTH
           END-IF
           ADD 1 TO WS-COL-WIDTH.

           build-detail-line.
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DF-COL-COUNT
               MOVE WS-DF-COL(WS-IDX) TO WS-FLD
               PERFORM set-column-width
               IF WS-OUT-PTR + WS-COL-WIDTH <= 133
                   PERFORM get-field-value
                   MOVE WS-FV(1:WS-FLD-WIDTH)
                     TO WS-OUT-LINE(WS-OUT-PTR:WS-FLD-WIDTH)
                   ADD WS-COL-WIDTH TO WS-OUT-PTR
               END-IF
           END-PERFORM.

           print-page-heading.
           ADD 1 TO WS-PAGE-NUM
           DISPLAY "1BESBRPTW " WS-DF-NAME " "
               WS-DF-TITLE(1:50) " TERM "
               WS-CURRENT-TERM(1:10) " RUN " WS-TS(1:8)
               " PAGE " WS-PAGE-NUM
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WS-HEAD-LINE TRAILING)
           DISPLAY FUNCTION TRIM(WS-RULE-LINE TRAILING)
           MOVE 0 TO WS-PAGE-LINES.

           put-report-line.
           IF WS-PAGE-LINES >= WS-PAGE-MAX
               PERFORM print-page-heading
           END-IF
           DISPLAY FUNCTION TRIM(WS-OUT-LINE(1:132) TRAILING)
           ADD 1 TO WS-PAGE-LINES.

      *> ---------------------------------------------------------------
      *> the delimited file: a heading line of the column names, then
      *> one line per row with each value trimmed
      *> ---------------------------------------------------------------
           write-delimited.
           MOVE SPACES TO WS-DELIM-FILENAME
           STRING "RPTW-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DF-NAME) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-DELIM-FILENAME
           OPEN OUTPUT DELIM-FILE
           MOVE 0 TO WS-DELIM-COUNT
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DF-COL-COUNT
               MOVE WS-DF-COL(WS-IDX) TO WS-FLD
               IF WS-IDX > 1
                   STRING WS-DF-DELIM DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               END-IF
               STRING WS-FIELD-NAMES((WS-FLD * 6 - 5):6)
                   DELIMITED BY SPACE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-PERFORM
           MOVE WS-OUT-LINE TO DELIM-FILE-RECORD
           WRITE DELIM-FILE-RECORD
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-SEL-COUNT
               MOVE WS-SEL-DATA(WS-NDX) TO WS-CUR-ROW
               MOVE SPACES TO WS-OUT-LINE
               MOVE 1 TO WS-OUT-PTR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-DF-COL-COUNT
                   MOVE WS-DF-COL(WS-IDX) TO WS-FLD
                   PERFORM get-field-value
                   IF WS-IDX > 1
                       STRING WS-DF-DELIM DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-IF
                   IF WS-FV NOT = SPACES
                       STRING FUNCTION TRIM(WS-FV) DELIMITED BY SIZE
                           INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-IF
               END-PERFORM
               MOVE WS-OUT-LINE TO DELIM-FILE-RECORD
               WRITE DELIM-FILE-RECORD
               ADD 1 TO WS-DELIM-COUNT
           END-PERFORM
           CLOSE DELIM-FILE
           DISPLAY "BESBRPTW: " WS-DF-NAME " "
               FUNCTION TRIM(WS-DF-TITLE) " -- " WS-DELIM-COUNT
               " rows written to " FUNCTION TRIM(WS-DELIM-FILENAME).

      *> ---------------------------------------------------------------
      *> masters
      *> ---------------------------------------------------------------
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
                   NOT AT END
                       IF WS-ROOMS-COUNT < 300
                           ADD 1 TO WS-ROOMS-COUNT
                           MOVE ROOMS-FILE-RECORD(1:8) TO
                               WS-ROOMS-ID(WS-ROOMS-COUNT)
                           MOVE ROOMS-FILE-RECORD(9:16) TO
                               WS-ROOMS-BLDG(WS-ROOMS-COUNT)
                           MOVE 0 TO WS-ROOMS-CAP(WS-ROOMS-COUNT)
                           IF ROOMS-FILE-RECORD(25:4) IS NUMERIC
                               MOVE ROOMS-FILE-RECORD(25:4) TO
                                   WS-ROOMS-CAP(WS-ROOMS-COUNT)
                           END-IF
                           MOVE ROOMS-FILE-RECORD(29:2) TO
                               WS-ROOMS-CAMP(WS-ROOMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-instr-list.
           MOVE 0 TO WS-INSTR-COUNT
           OPEN INPUT INSTR-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ INSTR-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-INSTR-COUNT < 300
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE INSTR-FILE-RECORD(1:6) TO
                               WS-INSTR-ID(WS-INSTR-COUNT)
                           MOVE INSTR-FILE-RECORD(8:20) TO
                               WS-INSTR-NAME(WS-INSTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-enrl-list.
           MOVE 0 TO WS-ENRL-COUNT
           OPEN INPUT ENRL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ENRL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ENRL-COUNT < 500 AND
                               ENRL-FILE-RECORD(10:4) IS NUMERIC
                           ADD 1 TO WS-ENRL-COUNT
                           MOVE ENRL-FILE-RECORD(1:9) TO
                               WS-ENRL-KEY(WS-ENRL-COUNT)
                           MOVE ENRL-FILE-RECORD(10:4) TO
                               WS-ENRL-HEADS(WS-ENRL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENRL-FILE
           MOVE 0 TO WS-EOF-FLAG.
