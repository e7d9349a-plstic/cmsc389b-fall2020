      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBJSON.
      *> modification history
      *>   2026-10-15  JSON schedule feed for the public class-search
      *>               site -- writes WEBSCHED-term.JSON with a header
      *>               of the term, the generation timestamp and the
      *>               section count, then every section of the term
      *>               once: its meetings (day, start, end), its room
      *>               with building and campus from ROOMS.DAT, its
      *>               lead and team instructors (TEAM-term.DAT) by
      *>               name from INSTRUCTORS.DAT, its status (a
      *>               cancelled section is flagged, never dropped),
      *>               its mode and part-of-term dates, its
      *>               cross-list partners (XLIST-term.DAT) and its
      *>               linked lecture or labs (SECLINK-term.DAT)
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
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEAM-FILE ASSIGN DYNAMIC WS-TEAM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XLIST-FILE ASSIGN DYNAMIC WS-XLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SECLINK-FILE ASSIGN DYNAMIC WS-SECLINK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JSON-FILE ASSIGN DYNAMIC WS-JSON-FILENAME
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
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> team line: key(1:9) then up to four instructor(6) share(3)
      *> pairs at (11), (22), (33) and (44)
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(60).
      *> cross-list line: key1(1:9) key2(11:9) key3(21:9) key4(31:9)
       FD XLIST-FILE.
       01 XLIST-FILE-RECORD PIC X(40).
      *> lecture/lab link line: school(1:4) code(5:3) lab
      *> section(8:2) lecture section(11:2)
       FD SECLINK-FILE.
       01 SECLINK-FILE-RECORD PIC X(12).
      *> the feed -- plain JSON, one member or one section line per
      *> record so no record runs long
       FD JSON-FILE.
       01 JSON-FILE-RECORD PIC X(400).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           01 WS-TS PIC X(21).

      *> sections counted ahead of the header, then written; the two
      *> must agree or the file is not finished
           01 WS-SECT-COUNT PIC 9(5) VALUE 0.
           01 WS-SECT-WRITTEN PIC 9(5) VALUE 0.
           01 WS-CANC-COUNT PIC 9(5) VALUE 0.
           01 WS-COUNT-OUT PIC Z(4)9.
           01 WS-CANC-OUT PIC Z(4)9.

      *> masters and the term's link files
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-CAMP PIC X(2).
           01 WS-ROOMS-FOUND PIC 9(4) VALUE 0.
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 300 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-XL-COUNT PIC 9(3) VALUE 0.
           01 WS-XL-LIST.
               02 WS-XL-ENTRY OCCURS 100 TIMES.
                   03 WS-XL-KEY PIC X(9) OCCURS 4 TIMES.
           01 WS-XL-GDX PIC 9(3) VALUE 0.
           01 WS-XL-MDX PIC 9(1) VALUE 0.
           01 WS-SL-COUNT PIC 9(3) VALUE 0.
           01 WS-SL-LIST.
               02 WS-SL-ENTRY OCCURS 200 TIMES.
                   03 WS-SL-LAB-KEY PIC X(9).
                   03 WS-SL-LECTURE PIC X(2).

      *> one JSON line in the making, and the separator that goes
      *> ahead of the next array member
           01 WS-OUT-LINE PIC X(400) VALUE SPACES.
           01 WS-OUT-PTR PIC 9(3) VALUE 1.
           01 WS-SEP PIC X(2) VALUE SPACES.

      *> a text value, quoted with " and \ escaped
           01 WS-ESC-IN PIC X(20) VALUE SPACES.
           01 WS-ESC-LEN PIC 9(2) VALUE 0.
           01 WS-ESC-CDX PIC 9(2) VALUE 0.

      *> a key as a school/course/section object
           01 WS-REF-KEY PIC X(9) VALUE SPACES.
      *> a YYYYMMDD date to send as YYYY-MM-DD
           01 WS-DATE-IN PIC X(8) VALUE SPACES.
      *> a meeting's start and end, HH:MM
           01 WS-START-HHMM PIC 9(4) VALUE 0.
           01 WS-HH PIC 9(2) VALUE 0.
           01 WS-MM PIC 9(2) VALUE 0.
           01 WS-END-MIN PIC 9(5) VALUE 0.
           01 WS-END-HH PIC 9(3) VALUE 0.
           01 WS-END-MM PIC 9(2) VALUE 0.
           01 WS-END-HH2 PIC 9(2) VALUE 0.
           01 WS-TEAM-MEMBER PIC X(6) VALUE SPACES.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-TEAM-FILENAME PIC X(60).
           01 WS-XLIST-FILENAME PIC X(60).
           01 WS-SECLINK-FILENAME PIC X(60).
           01 WS-JSON-FILENAME PIC X(60).
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
           MOVE "BESBJSON" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM count-sections.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           PERFORM load-instr-list.
           PERFORM load-team.
           PERFORM load-xlist.
           PERFORM load-seclink.
           OPEN OUTPUT JSON-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBJSON: could not write "
                   FUNCTION TRIM(WS-JSON-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM write-json-header.
           PERFORM write-sections.
           MOVE "  ]" TO JSON-FILE-RECORD.
           WRITE JSON-FILE-RECORD.
           MOVE "}" TO JSON-FILE-RECORD.
           WRITE JSON-FILE-RECORD.
           CLOSE JSON-FILE.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           MOVE WS-SECT-WRITTEN TO WS-COUNT-OUT.
           MOVE WS-CANC-COUNT TO WS-CANC-OUT.
           DISPLAY "BESBJSON: term " FUNCTION TRIM(WS-CURRENT-TERM)
               " -- " FUNCTION TRIM(WS-COUNT-OUT) " sections ("
               FUNCTION TRIM(WS-CANC-OUT) " cancelled) written to "
               FUNCTION TRIM(WS-JSON-FILENAME).
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN OTHER
                   DISPLAY "BESBJSON: invalid arg: " ARGV
                   DISPLAY "BESBJSON: usage: besbjson [--term=X]"
           END-EVALUATE.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-TEAM-FILENAME.
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME.
           MOVE SPACES TO WS-XLIST-FILENAME.
           STRING "XLIST-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-XLIST-FILENAME.
           MOVE SPACES TO WS-SECLINK-FILENAME.
           STRING "SECLINK-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SECLINK-FILENAME.
           MOVE SPACES TO WS-JSON-FILENAME.
           STRING "WEBSCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".JSON" DELIMITED BY SIZE
               INTO WS-JSON-FILENAME.
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
               DISPLAY "BESBJSON: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> the header carries the count, so the rows are counted first
           count-sections.
           MOVE 0 TO WS-SECT-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBJSON: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END ADD 1 TO WS-SECT-COUNT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           write-json-header.
           MOVE "{" TO JSON-FILE-RECORD
           WRITE JSON-FILE-RECORD
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING "  " QUOTE "term" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-CURRENT-TERM TO WS-ESC-IN
           PERFORM append-quoted
           STRING "," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line
           STRING "  " QUOTE "generated" QUOTE ": " QUOTE
               WS-TS(1:4) "-" WS-TS(5:2) "-" WS-TS(7:2) "T"
               WS-TS(9:2) ":" WS-TS(11:2) ":" WS-TS(13:2) QUOTE ","
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line
           MOVE WS-SECT-COUNT TO WS-COUNT-OUT
           STRING "  " QUOTE "sectionCount" QUOTE ": "
               FUNCTION TRIM(WS-COUNT-OUT) ","
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line
           STRING "  " QUOTE "sections" QUOTE ": ["
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

           write-sections.
           MOVE 0 TO WS-SECT-WRITTEN
           MOVE 0 TO WS-CANC-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBJSON: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SECT-WRITTEN < WS-SECT-COUNT
                           PERFORM write-one-section
                       ELSE
                           ADD 1 TO WS-SECT-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
      *> the header's count has to be the truth, or the site would
      *> take a short file for a whole one
           IF WS-SECT-WRITTEN NOT = WS-SECT-COUNT
               DISPLAY "BESBJSON: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " changed while the feed was written; "
                   FUNCTION TRIM(WS-JSON-FILENAME)
                   " is not complete -- rerun"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> one section object, a line per member group
      *> ---------------------------------------------------------------
           write-one-section.
           ADD 1 TO WS-SECT-WRITTEN
           STRING "    {" QUOTE "school" QUOTE ": " QUOTE
               FUNCTION TRIM(SFR-SCHOOL) QUOTE ", "
               QUOTE "course" QUOTE ": " QUOTE
               FUNCTION TRIM(SFR-CODE) QUOTE ", "
               QUOTE "section" QUOTE ": " QUOTE
               FUNCTION TRIM(SFR-SECTION) QUOTE ","
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line
           IF SFR-STATUS = "C"
               ADD 1 TO WS-CANC-COUNT
               STRING "     " QUOTE "status" QUOTE ": " QUOTE
                   "cancelled" QUOTE ", "
                   QUOTE "cancelled" QUOTE ": true, "
                   QUOTE "cancelDate" QUOTE ": "
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               MOVE SFR-CANC-DATE TO WS-DATE-IN
               PERFORM append-date
           ELSE
               STRING "     " QUOTE "status" QUOTE ": " QUOTE
                   "active" QUOTE ", "
                   QUOTE "cancelled" QUOTE ": false, "
                   QUOTE "cancelDate" QUOTE ": null"
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           STRING "," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line
           PERFORM write-mode-line
           PERFORM write-room-line
           PERFORM write-meetings-line
           PERFORM write-instructors-line
           PERFORM write-xlist-line
           PERFORM write-links-line
           IF WS-SECT-WRITTEN < WS-SECT-COUNT
               MOVE "    }," TO JSON-FILE-RECORD
           ELSE
               MOVE "    }" TO JSON-FILE-RECORD
           END-IF
           WRITE JSON-FILE-RECORD.

      *> mode, its plain name, and the part-of-term dates -- a blank
      *> date is the term's own, sent as null
           write-mode-line.
           STRING "     " QUOTE "mode" QUOTE ": " QUOTE
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           EVALUATE SFR-MODE
               WHEN "S"
                   STRING "S" QUOTE ", " QUOTE "modeName" QUOTE ": "
                       QUOTE "online synchronous" QUOTE
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN "A"
                   STRING "A" QUOTE ", " QUOTE "modeName" QUOTE ": "
                       QUOTE "online asynchronous" QUOTE
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN "R"
                   STRING "R" QUOTE ", " QUOTE "modeName" QUOTE ": "
                       QUOTE "by arrangement" QUOTE
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               WHEN OTHER
                   STRING "P" QUOTE ", " QUOTE "modeName" QUOTE ": "
                       QUOTE "in person" QUOTE
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-EVALUATE
           STRING ", " QUOTE "firstMeeting" QUOTE ": "
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SFR-PT-START TO WS-DATE-IN
           PERFORM append-date
           STRING ", " QUOTE "lastMeeting" QUOTE ": "
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SFR-PT-END TO WS-DATE-IN
           PERFORM append-date
           STRING "," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

      *> a room on the master carries its building and campus; TBA,
      *> ONLINE and ARRANGED go out as the bare id
           write-room-line.
           STRING "     " QUOTE "room" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF SFR-ROOM = SPACES
               STRING "null," DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               PERFORM put-json-line
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ROOMS-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ROOMS-COUNT OR WS-ROOMS-FOUND > 0
               IF WS-ROOMS-ID(WS-KDX) = SFR-ROOM
                   MOVE WS-KDX TO WS-ROOMS-FOUND
               END-IF
           END-PERFORM
           STRING "{" QUOTE "id" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SFR-ROOM TO WS-ESC-IN
           PERFORM append-quoted
           STRING ", " QUOTE "building" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF WS-ROOMS-FOUND > 0
               MOVE WS-ROOMS-BLDG(WS-ROOMS-FOUND) TO WS-ESC-IN
               PERFORM append-quoted
           ELSE
               STRING "null" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           STRING ", " QUOTE "campus" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF WS-ROOMS-FOUND > 0
               MOVE WS-ROOMS-CAMP(WS-ROOMS-FOUND) TO WS-ESC-IN
               PERFORM append-quoted
           ELSE
               STRING "null" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF
           STRING "}," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

      *> a meeting per day slot, start and end as HH:MM; an
      *> asynchronous or by-arrangement section has none
           write-meetings-line.
           STRING "     " QUOTE "meetings" QUOTE ": ["
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-SEP
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-NUM-DAYS
               IF SFR-DAYS(WS-KDX)(1:4) IS NUMERIC
                   MOVE SFR-DAYS(WS-KDX)(1:4) TO WS-START-HHMM
                   DIVIDE WS-START-HHMM BY 100 GIVING WS-HH
                       REMAINDER WS-MM
                   COMPUTE WS-END-MIN = WS-HH * 60 + WS-MM + SFR-LEN
                   DIVIDE WS-END-MIN BY 60 GIVING WS-END-HH
                       REMAINDER WS-END-MM
                   MOVE WS-END-HH TO WS-END-HH2
                   STRING WS-SEP DELIMITED BY SPACE
                       "{" QUOTE "day" QUOTE ": " QUOTE
                       WS-DAY-LETTERS(WS-KDX:1) QUOTE ", "
                       QUOTE "start" QUOTE ": " QUOTE
                       SFR-DAYS(WS-KDX)(1:2) ":" SFR-DAYS(WS-KDX)(3:2)
                       QUOTE ", " QUOTE "end" QUOTE ": " QUOTE
                       WS-END-HH2 ":" WS-END-MM QUOTE "}"
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   MOVE "," TO WS-SEP
               END-IF
           END-PERFORM
           STRING "]," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

      *> the row's own instructor leads; the team line's others
      *> follow, each once
           write-instructors-line.
           STRING "     " QUOTE "instructors" QUOTE ": ["
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-SEP
           IF SFR-INSTR NOT = SPACES
               MOVE SFR-INSTR TO WS-TEAM-MEMBER
               PERFORM append-instructor
               STRING "lead" QUOTE "}" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
               MOVE "," TO WS-SEP
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-TM-COUNT
               IF WS-TM-KEY(WS-JDX) = SFR-KEY
                   PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 4
                       IF WS-TM-INSTR(WS-JDX, WS-KDX) NOT = SPACES AND
                               WS-TM-INSTR(WS-JDX, WS-KDX)
                               NOT = SFR-INSTR
                           MOVE WS-TM-INSTR(WS-JDX, WS-KDX)
                             TO WS-TEAM-MEMBER
                           PERFORM append-instructor
                           STRING "team" QUOTE "}" DELIMITED BY SIZE
                               INTO WS-OUT-LINE
                               WITH POINTER WS-OUT-PTR
                           MOVE "," TO WS-SEP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           STRING "]," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

      *> id, name (null when not on the master) and the opening of
      *> the role member, which the caller closes
           append-instructor.
           STRING WS-SEP DELIMITED BY SPACE
               "{" QUOTE "id" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE WS-TEAM-MEMBER TO WS-ESC-IN
           PERFORM append-quoted
           STRING ", " QUOTE "name" QUOTE ": " DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-ESC-IN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-IDX) = WS-TEAM-MEMBER
                   MOVE WS-INSTR-NAME(WS-IDX) TO WS-ESC-IN
               END-IF
           END-PERFORM
           IF WS-ESC-IN = SPACES
               STRING "null" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           ELSE
               PERFORM append-quoted
           END-IF
           STRING ", " QUOTE "role" QUOTE ": " QUOTE
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.

      *> the other keys of the section's cross-list group
           write-xlist-line.
           STRING "     " QUOTE "crossListedWith" QUOTE ": ["
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-SEP
           MOVE 0 TO WS-XL-GDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-XL-COUNT OR WS-XL-GDX > 0
               PERFORM VARYING WS-XL-MDX FROM 1 BY 1
                       UNTIL WS-XL-MDX > 4
                   IF WS-XL-KEY(WS-JDX, WS-XL-MDX) = SFR-KEY
                       MOVE WS-JDX TO WS-XL-GDX
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-XL-GDX > 0
               PERFORM VARYING WS-XL-MDX FROM 1 BY 1
                       UNTIL WS-XL-MDX > 4
                   IF WS-XL-KEY(WS-XL-GDX, WS-XL-MDX) NOT = SPACES AND
                           WS-XL-KEY(WS-XL-GDX, WS-XL-MDX)
                           NOT = SFR-KEY
                       MOVE WS-XL-KEY(WS-XL-GDX, WS-XL-MDX)
                         TO WS-REF-KEY
                       PERFORM append-key-ref
                   END-IF
               END-PERFORM
           END-IF
           STRING "]," DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

      *> a lab names its lecture; a lecture lists its labs
           write-links-line.
           STRING "     " QUOTE "lecture" QUOTE ": "
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-REF-KEY
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SL-COUNT
               IF WS-SL-LAB-KEY(WS-JDX) = SFR-KEY
                   MOVE SFR-KEY TO WS-REF-KEY
                   MOVE WS-SL-LECTURE(WS-JDX) TO WS-REF-KEY(8:2)
               END-IF
           END-PERFORM
           IF WS-REF-KEY = SPACES
               STRING "null" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           ELSE
               MOVE SPACES TO WS-SEP
               PERFORM append-key-ref
           END-IF
           STRING ", " QUOTE "labs" QUOTE ": [" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE SPACES TO WS-SEP
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SL-COUNT
               IF WS-SL-LAB-KEY(WS-JDX)(1:7) = SFR-KEY(1:7) AND
                       WS-SL-LECTURE(WS-JDX) = SFR-SECTION
                   MOVE WS-SL-LAB-KEY(WS-JDX) TO WS-REF-KEY
                   PERFORM append-key-ref
               END-IF
           END-PERFORM
           STRING "]" DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           PERFORM put-json-line.

           append-key-ref.
           STRING WS-SEP DELIMITED BY SPACE
               "{" QUOTE "school" QUOTE ": " QUOTE
               FUNCTION TRIM(WS-REF-KEY(1:4)) QUOTE ", "
               QUOTE "course" QUOTE ": " QUOTE
               FUNCTION TRIM(WS-REF-KEY(5:3)) QUOTE ", "
               QUOTE "section" QUOTE ": " QUOTE
               FUNCTION TRIM(WS-REF-KEY(8:2)) QUOTE "}"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           MOVE "," TO WS-SEP.

      *> YYYYMMDD in WS-DATE-IN as a quoted YYYY-MM-DD, or null
           append-date.
           IF WS-DATE-IN IS NOT NUMERIC
               STRING "null" DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           ELSE
               STRING QUOTE WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                   WS-DATE-IN(7:2) QUOTE
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           END-IF.

      *> WS-ESC-IN, trailing spaces dropped, as a JSON string
           append-quoted.
           PERFORM VARYING WS-ESC-LEN FROM 20 BY -1
                   UNTIL WS-ESC-LEN = 0 OR
                   WS-ESC-IN(WS-ESC-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE QUOTE TO WS-OUT-LINE(WS-OUT-PTR:1)
           ADD 1 TO WS-OUT-PTR
           PERFORM VARYING WS-ESC-CDX FROM 1 BY 1
                   UNTIL WS-ESC-CDX > WS-ESC-LEN
               IF WS-ESC-IN(WS-ESC-CDX:1) = QUOTE OR
                       WS-ESC-IN(WS-ESC-CDX:1) = "\"
                   MOVE "\" TO WS-OUT-LINE(WS-OUT-PTR:1)
                   ADD 1 TO WS-OUT-PTR
               END-IF
               MOVE WS-ESC-IN(WS-ESC-CDX:1)
                 TO WS-OUT-LINE(WS-OUT-PTR:1)
               ADD 1 TO WS-OUT-PTR
           END-PERFORM
           MOVE QUOTE TO WS-OUT-LINE(WS-OUT-PTR:1)
           ADD 1 TO WS-OUT-PTR.

           put-json-line.
           MOVE WS-OUT-LINE TO JSON-FILE-RECORD
           WRITE JSON-FILE-RECORD
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR.

      *> ---------------------------------------------------------------
      *> masters and the term's link files
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

           load-xlist.
           MOVE 0 TO WS-XL-COUNT
           OPEN INPUT XLIST-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ XLIST-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-XL-COUNT < 100 AND
                               XLIST-FILE-RECORD(1:9) NOT = SPACES AND
                               XLIST-FILE-RECORD(11:9) NOT = SPACES
                           ADD 1 TO WS-XL-COUNT
                           MOVE XLIST-FILE-RECORD(1:9)
                             TO WS-XL-KEY(WS-XL-COUNT, 1)
                           MOVE XLIST-FILE-RECORD(11:9)
                             TO WS-XL-KEY(WS-XL-COUNT, 2)
                           MOVE XLIST-FILE-RECORD(21:9)
                             TO WS-XL-KEY(WS-XL-COUNT, 3)
                           MOVE XLIST-FILE-RECORD(31:9)
                             TO WS-XL-KEY(WS-XL-COUNT, 4)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XLIST-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-seclink.
           MOVE 0 TO WS-SL-COUNT
           OPEN INPUT SECLINK-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SECLINK-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SL-COUNT < 200 AND
                               SECLINK-FILE-RECORD(8:2) IS NUMERIC AND
                               SECLINK-FILE-RECORD(11:2) IS NUMERIC
                           ADD 1 TO WS-SL-COUNT
                           MOVE SECLINK-FILE-RECORD(1:9)
                             TO WS-SL-LAB-KEY(WS-SL-COUNT)
                           MOVE SECLINK-FILE-RECORD(11:2)
                             TO WS-SL-LECTURE(WS-SL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECLINK-FILE
           MOVE 0 TO WS-EOF-FLAG.
