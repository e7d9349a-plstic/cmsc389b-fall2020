      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBSPAN.
      *> modification history
      *>   2026-10-15  contract teaching-day breach report -- every
      *>               instructor in a term whose live sections
      *>               (their own and the team-taught ones) already
      *>               break the SPANRULE.DAT limits of their
      *>               INSTRLOAD.DAT category: a day running longer
      *>               than the span from first class start to last
      *>               class end, or a night shorter than the rest
      *>               from one day's last class to the next day's
      *>               first. One line per day or night in breach,
      *>               with the two sections that make it; only
      *>               sections meeting in the same weeks are held
      *>               together. Nonzero RETURN-CODE when anyone is
      *>               in breach
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN DYNAMIC WS-LIMIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SPAN-FILE ASSIGN DYNAMIC WS-SPAN-FILENAME
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
       01 SCHEDULE-FILE-RECORD.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> load-limit line: instructor(1:6) max weekly minutes(8:4)
      *> max sections(13:2) floor(16:4) category(21:2) -- only the
      *> category is read here
       FD LIMIT-FILE.
       01 LIMIT-FILE-RECORD PIC X(22).
      *> teaching-day rule line: category(1:2, ** for every category
      *> with no line of its own) longest teaching day(4:4) shortest
      *> overnight rest(9:4) -- minutes; blank or 0 means no limit
       FD SPAN-FILE.
       01 SPAN-FILE-RECORD PIC X(12).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> team-teaching line: section key(1:9) then up to four
      *> instructor/share pairs -- instr(11:6) share(18:3)
      *> instr(22:6) share(29:3) instr(33:6) share(40:3) instr(44:6)
      *> share(51:3)
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-BREACH-COUNT PIC 9(4) VALUE 0.
           01 WS-BREACH-INSTR PIC 9(4) VALUE 0.
           01 WS-INSTR-BREACHED PIC 9(1) VALUE 0.

      *> every live meeting of every instructor: one entry per
      *> instructor per meeting day, minutes from midnight, with the
      *> section's part-of-term dates (blank sides opened out)
           01 WS-MT-COUNT PIC 9(4) VALUE 0.
           01 WS-MT-TABLE.
               02 WS-MT-ENTRY OCCURS 3000 TIMES.
                   03 WS-MT-INSTR PIC X(6).
                   03 WS-MT-DAY PIC 9(1).
                   03 WS-MT-START PIC 9(4).
                   03 WS-MT-END PIC 9(4).
                   03 WS-MT-KEY PIC X(9).
                   03 WS-MT-PT-START PIC X(8).
                   03 WS-MT-PT-END PIC X(8).
           01 WS-MT-FULL PIC 9(1) VALUE 0.
           01 WS-ROW-START PIC 9(4) VALUE 0.
           01 WS-HH PIC 9(2) VALUE 0.
           01 WS-MM PIC 9(2) VALUE 0.

      *> the instructors met, in the order first seen
           01 WS-IN-COUNT PIC 9(3) VALUE 0.
           01 WS-IN-LIST.
               02 WS-IN-ID PIC X(6) OCCURS 300 TIMES.
           01 WS-IN-FOUND PIC 9(3) VALUE 0.
           01 WS-IN-PROBE PIC X(6) VALUE SPACES.

      *> team-taught sections, and one row's instructor set -- its
      *> own instructor first, then each other one on its team line
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-NDX PIC 9(1) VALUE 0.
           01 WS-TM-DUP PIC 9(1) VALUE 0.
           01 WS-TM-SET-N PIC 9(1) VALUE 0.
           01 WS-TM-SET-TABLE.
               02 WS-TM-SET-ID PIC X(6) OCCURS 5 TIMES.

      *> the rules, each instructor's category, and the limits of
      *> the instructor in hand
           01 WS-SR-COUNT PIC 9(2) VALUE 0.
           01 WS-SR-LIST.
               02 WS-SR-ENTRY OCCURS 20 TIMES.
                   03 WS-SR-CAT PIC X(2).
                   03 WS-SR-SPAN PIC 9(4).
                   03 WS-SR-REST PIC 9(4).
           01 WS-IC-COUNT PIC 9(3) VALUE 0.
           01 WS-IC-LIST.
               02 WS-IC-ENTRY OCCURS 200 TIMES.
                   03 WS-IC-INSTR PIC X(6).
                   03 WS-IC-CAT PIC X(2).
           01 WS-CAT-PROBE PIC X(2) VALUE SPACES.
           01 WS-SR-FOUND PIC 9(2) VALUE 0.
           01 WS-MAX-SPAN PIC 9(4) VALUE 0.
           01 WS-MIN-REST PIC 9(4) VALUE 0.

      *> one day's (or night's) worst pair for the instructor in hand
           01 WS-DDX PIC 9(1) VALUE 0.
           01 WS-NEXT-DAY PIC 9(1) VALUE 0.
           01 WS-PAIR-FIRST PIC 9(4) VALUE 0.
           01 WS-PAIR-LAST PIC 9(4) VALUE 0.
           01 WS-PAIR-MIN PIC S9(5) VALUE 0.
           01 WS-WORST-MIN PIC S9(5) VALUE 0.
           01 WS-WORST-FIRST PIC 9(4) VALUE 0.
           01 WS-WORST-LAST PIC 9(4) VALUE 0.
           01 WS-WORST-KEY-A PIC X(9) VALUE SPACES.
           01 WS-WORST-KEY-B PIC X(9) VALUE SPACES.
           01 WS-WORST-SEEN PIC 9(1) VALUE 0.
           01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
           01 WS-BREACH-KIND PIC X(4) VALUE SPACES.
           01 WS-DAY-OUT PIC X(7) VALUE SPACES.
           01 WS-TIME-FIRST PIC X(5) VALUE SPACES.
           01 WS-TIME-LAST PIC X(5) VALUE SPACES.
           01 WS-HHMM-IN PIC 9(4) VALUE 0.
           01 WS-HHMM-OUT PIC X(5) VALUE SPACES.
           01 WS-ACTUAL-OUT PIC 9(4) VALUE 0.
           01 WS-LIMIT-OUT PIC 9(4) VALUE 0.

      *> instructor master for the names on the report
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-NAME-OUT PIC X(20) VALUE SPACES.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-LIMIT-FILENAME PIC X(20) VALUE "INSTRLOAD.DAT".
           01 WS-SPAN-FILENAME PIC X(20) VALUE "SPANRULE.DAT".
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
               IF ARGV > LOW-VALUES
                   PERFORM process-argv
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBSPAN" TO EP-PROGRAM.
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
           DISPLAY "BESBSPAN: contract teaching-day breaches, term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           PERFORM load-span-rules.
           IF WS-SR-COUNT = 0
               DISPLAY "BESBSPAN: no " FUNCTION TRIM(WS-SPAN-FILENAME)
                   " -- the contract sets no teaching-day limits"
               STOP RUN
           END-IF.
           PERFORM load-instr-list.
           PERFORM load-team.
           PERFORM collect-meetings.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           IF WS-MT-FULL = 1
               DISPLAY "BESBSPAN: more than 3000 meetings -- the"
                   " rest of the term is not checked"
           END-IF.
           DISPLAY "INSTR  NAME                 CT BREACH DAY     "
               "FIRST LAST  ACTUAL LIMIT SECTIONS".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IN-COUNT
               PERFORM check-one-instructor
           END-PERFORM.
           DISPLAY "---".
           DISPLAY "instructors " WS-IN-COUNT
               " in breach " WS-BREACH-INSTR
               " breaches " WS-BREACH-COUNT.
           IF WS-BREACH-COUNT > 0
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
                   DISPLAY "BESBSPAN: invalid arg: " ARGV
                   DISPLAY "BESBSPAN: usage: besbspan [--term=X]"
                       " [--env=ENV]"
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
           MOVE SPACES TO WS-TEAM-FILENAME.
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME.

           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBSPAN: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> one pass over the term file: each live row with meeting days
      *> files one meeting per day for every instructor on it (TBA
      *> rows have nobody; online asynchronous and by-arrangement
      *> rows have no days)
      *> ---------------------------------------------------------------
           collect-meetings.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBSPAN: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM collect-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

           collect-one-row.
           IF SFR-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM build-team-set
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               MOVE WS-TM-SET-ID(WS-TM-NDX) TO WS-IN-PROBE
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-NUM-DAYS
                   IF SFR-DAYS(WS-JDX) NOT = SPACES AND
                           SFR-DAYS(WS-JDX)(1:4) IS NUMERIC
                       PERFORM file-one-meeting
                   END-IF
               END-PERFORM
           END-PERFORM.

           file-one-meeting.
           IF WS-MT-COUNT >= 3000
               MOVE 1 TO WS-MT-FULL
               EXIT PARAGRAPH
           END-IF
           PERFORM find-instructor-entry
           MOVE SFR-DAYS(WS-JDX)(1:2) TO WS-HH
           MOVE SFR-DAYS(WS-JDX)(3:2) TO WS-MM
           COMPUTE WS-ROW-START = WS-HH * 60 + WS-MM
           ADD 1 TO WS-MT-COUNT
           MOVE WS-IN-PROBE TO WS-MT-INSTR(WS-MT-COUNT)
           MOVE WS-JDX TO WS-MT-DAY(WS-MT-COUNT)
           MOVE WS-ROW-START TO WS-MT-START(WS-MT-COUNT)
           COMPUTE WS-MT-END(WS-MT-COUNT) = WS-ROW-START + SFR-LEN
           MOVE SFR-KEY TO WS-MT-KEY(WS-MT-COUNT)
           MOVE "00000000" TO WS-MT-PT-START(WS-MT-COUNT)
           MOVE "99999999" TO WS-MT-PT-END(WS-MT-COUNT)
           IF SFR-PT-START NOT = SPACES
               MOVE SFR-PT-START TO WS-MT-PT-START(WS-MT-COUNT)
           END-IF
           IF SFR-PT-END NOT = SPACES
               MOVE SFR-PT-END TO WS-MT-PT-END(WS-MT-COUNT)
           END-IF.

           find-instructor-entry.
           MOVE 0 TO WS-IN-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-IN-COUNT OR WS-IN-FOUND > 0
               IF WS-IN-ID(WS-KDX) = WS-IN-PROBE
                   MOVE WS-KDX TO WS-IN-FOUND
               END-IF
           END-PERFORM
           IF WS-IN-FOUND = 0 AND WS-IN-COUNT < 300
               ADD 1 TO WS-IN-COUNT
               MOVE WS-IN-PROBE TO WS-IN-ID(WS-IN-COUNT)
           END-IF.

      *> the row's instructors, each once -- the row's own first
           build-team-set.
           MOVE 0 TO WS-TM-SET-N
           IF SFR-INSTR NOT = SPACES
               MOVE 1 TO WS-TM-SET-N
               MOVE SFR-INSTR TO WS-TM-SET-ID(1)
           END-IF
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT
               IF WS-TM-KEY(WS-TM-TDX) = SFR-KEY
                   PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                           UNTIL WS-TM-MDX > 4
                       PERFORM add-team-member
                   END-PERFORM
               END-IF
           END-PERFORM.

           add-team-member.
           IF WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX) = SPACES OR
                   WS-TM-SET-N >= 5
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TM-DUP
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               IF WS-TM-SET-ID(WS-TM-NDX) =
                       WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                   MOVE 1 TO WS-TM-DUP
               END-IF
           END-PERFORM
           IF WS-TM-DUP = 0
               ADD 1 TO WS-TM-SET-N
               MOVE WS-TM-INSTR(WS-TM-TDX, WS-TM-MDX)
                 TO WS-TM-SET-ID(WS-TM-SET-N)
           END-IF.

      *> ---------------------------------------------------------------
      *> one instructor: each day's longest pair of meetings held in
      *> the same weeks against the span, and each night's shortest
      *> gap (Sunday into Monday included) against the rest
      *> ---------------------------------------------------------------
           check-one-instructor.
           MOVE 0 TO WS-INSTR-BREACHED
           PERFORM find-span-limits
           IF WS-MAX-SPAN = 0 AND WS-MIN-REST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM find-instr-name
           PERFORM VARYING WS-DDX FROM 1 BY 1 UNTIL WS-DDX > 7
               IF WS-MAX-SPAN > 0
                   PERFORM check-one-day
               END-IF
               IF WS-MIN-REST > 0
                   PERFORM check-one-night
               END-IF
           END-PERFORM
           IF WS-INSTR-BREACHED = 1
               ADD 1 TO WS-BREACH-INSTR
           END-IF.

           check-one-day.
           MOVE 0 TO WS-WORST-SEEN
           MOVE 0 TO WS-WORST-MIN
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-MT-COUNT
               IF WS-MT-INSTR(WS-JDX) = WS-IN-ID(WS-IDX) AND
                       WS-MT-DAY(WS-JDX) = WS-DDX
                   PERFORM VARYING WS-KDX FROM WS-JDX BY 1
                           UNTIL WS-KDX > WS-MT-COUNT
                       IF WS-MT-INSTR(WS-KDX) = WS-IN-ID(WS-IDX) AND
                               WS-MT-DAY(WS-KDX) = WS-DDX AND
                               WS-MT-PT-START(WS-JDX) <=
                                   WS-MT-PT-END(WS-KDX) AND
                               WS-MT-PT-START(WS-KDX) <=
                                   WS-MT-PT-END(WS-JDX)
                           PERFORM take-day-pair
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-WORST-SEEN = 1 AND WS-WORST-MIN > WS-MAX-SPAN
               MOVE WS-DAY-NAMES((WS-DDX * 3 - 2):3) TO WS-DAY-OUT
               MOVE WS-WORST-MIN TO WS-ACTUAL-OUT
               MOVE WS-MAX-SPAN TO WS-LIMIT-OUT
               MOVE "SPAN" TO WS-BREACH-KIND
               PERFORM show-breach
           END-IF.

      *> the day's first start and last end over the two meetings
           take-day-pair.
           MOVE WS-MT-START(WS-JDX) TO WS-PAIR-FIRST
           IF WS-MT-START(WS-KDX) < WS-PAIR-FIRST
               MOVE WS-MT-START(WS-KDX) TO WS-PAIR-FIRST
           END-IF
           MOVE WS-MT-END(WS-JDX) TO WS-PAIR-LAST
           IF WS-MT-END(WS-KDX) > WS-PAIR-LAST
               MOVE WS-MT-END(WS-KDX) TO WS-PAIR-LAST
           END-IF
           COMPUTE WS-PAIR-MIN = WS-PAIR-LAST - WS-PAIR-FIRST
           IF WS-WORST-SEEN = 0 OR WS-PAIR-MIN > WS-WORST-MIN
               MOVE 1 TO WS-WORST-SEEN
               MOVE WS-PAIR-MIN TO WS-WORST-MIN
               MOVE WS-PAIR-FIRST TO WS-WORST-FIRST
               MOVE WS-PAIR-LAST TO WS-WORST-LAST
               IF WS-MT-START(WS-JDX) <= WS-MT-START(WS-KDX)
                   MOVE WS-MT-KEY(WS-JDX) TO WS-WORST-KEY-A
                   MOVE WS-MT-KEY(WS-KDX) TO WS-WORST-KEY-B
               ELSE
                   MOVE WS-MT-KEY(WS-KDX) TO WS-WORST-KEY-A
                   MOVE WS-MT-KEY(WS-JDX) TO WS-WORST-KEY-B
               END-IF
           END-IF.

      *> the night after day WS-DDX: the day's late meetings against
      *> the next day's early ones
           check-one-night.
           IF WS-DDX = 7
               MOVE 1 TO WS-NEXT-DAY
           ELSE
               COMPUTE WS-NEXT-DAY = WS-DDX + 1
           END-IF
           MOVE 0 TO WS-WORST-SEEN
           MOVE 0 TO WS-WORST-MIN
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-MT-COUNT
               IF WS-MT-INSTR(WS-JDX) = WS-IN-ID(WS-IDX) AND
                       WS-MT-DAY(WS-JDX) = WS-DDX
                   PERFORM VARYING WS-KDX FROM 1 BY 1
                           UNTIL WS-KDX > WS-MT-COUNT
                       IF WS-MT-INSTR(WS-KDX) = WS-IN-ID(WS-IDX) AND
                               WS-MT-DAY(WS-KDX) = WS-NEXT-DAY AND
                               WS-MT-PT-START(WS-JDX) <=
                                   WS-MT-PT-END(WS-KDX) AND
                               WS-MT-PT-START(WS-KDX) <=
                                   WS-MT-PT-END(WS-JDX)
                           PERFORM take-night-pair
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-WORST-SEEN = 1 AND WS-WORST-MIN < WS-MIN-REST
               MOVE SPACES TO WS-DAY-OUT
               STRING WS-DAY-NAMES((WS-DDX * 3 - 2):3) "-"
                   WS-DAY-NAMES((WS-NEXT-DAY * 3 - 2):3)
                   DELIMITED BY SIZE INTO WS-DAY-OUT
               IF WS-WORST-MIN < 0
                   MOVE 0 TO WS-ACTUAL-OUT
               ELSE
                   MOVE WS-WORST-MIN TO WS-ACTUAL-OUT
               END-IF
               MOVE WS-MIN-REST TO WS-LIMIT-OUT
               MOVE "REST" TO WS-BREACH-KIND
               PERFORM show-breach
           END-IF.

      *> the night's rest -- to midnight after the first meeting's
      *> end, then to the second meeting's start
           take-night-pair.
           COMPUTE WS-PAIR-MIN = 1440 - WS-MT-END(WS-JDX)
               + WS-MT-START(WS-KDX)
           IF WS-WORST-SEEN = 0 OR WS-PAIR-MIN < WS-WORST-MIN
               MOVE 1 TO WS-WORST-SEEN
               MOVE WS-PAIR-MIN TO WS-WORST-MIN
               MOVE WS-MT-END(WS-JDX) TO WS-WORST-FIRST
               MOVE WS-MT-START(WS-KDX) TO WS-WORST-LAST
               MOVE WS-MT-KEY(WS-JDX) TO WS-WORST-KEY-A
               MOVE WS-MT-KEY(WS-KDX) TO WS-WORST-KEY-B
           END-IF.

      *> one breach line -- for a day, FIRST and LAST are its first
      *> start and last end; for a night, the evening's end and the
      *> morning's start
           show-breach.
           MOVE WS-WORST-FIRST TO WS-HHMM-IN
           PERFORM format-hhmm
           MOVE WS-HHMM-OUT TO WS-TIME-FIRST
           MOVE WS-WORST-LAST TO WS-HHMM-IN
           PERFORM format-hhmm
           MOVE WS-HHMM-OUT TO WS-TIME-LAST
           ADD 1 TO WS-BREACH-COUNT
           MOVE 1 TO WS-INSTR-BREACHED
           IF WS-WORST-KEY-A = WS-WORST-KEY-B
               MOVE SPACES TO WS-WORST-KEY-B
           END-IF
           DISPLAY WS-IN-ID(WS-IDX) " " WS-NAME-OUT " "
               WS-CAT-PROBE " " WS-BREACH-KIND "   " WS-DAY-OUT " "
               WS-TIME-FIRST " " WS-TIME-LAST " "
               WS-ACTUAL-OUT "   " WS-LIMIT-OUT "  "
               WS-WORST-KEY-A " " WS-WORST-KEY-B.

      *> minutes from midnight as HH:MM (a class running past
      *> midnight shows its hour past 24)
           format-hhmm.
           MOVE SPACES TO WS-HHMM-OUT
           DIVIDE WS-HHMM-IN BY 60 GIVING WS-HH REMAINDER WS-MM
           STRING WS-HH ":" WS-MM DELIMITED BY SIZE
               INTO WS-HHMM-OUT.

      *> the instructor's category's limits -- the category's own
      *> line, else the ** line, else none
           find-span-limits.
           MOVE "**" TO WS-CAT-PROBE
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-IC-COUNT
               IF WS-IC-INSTR(WS-KDX) = WS-IN-ID(WS-IDX)
                   MOVE WS-IC-CAT(WS-KDX) TO WS-CAT-PROBE
               END-IF
           END-PERFORM
           PERFORM find-span-category
           IF WS-SR-FOUND = 0
               PERFORM find-default-category
           END-IF
           MOVE 0 TO WS-MAX-SPAN
           MOVE 0 TO WS-MIN-REST
           IF WS-SR-FOUND > 0
               MOVE WS-SR-SPAN(WS-SR-FOUND) TO WS-MAX-SPAN
               MOVE WS-SR-REST(WS-SR-FOUND) TO WS-MIN-REST
           END-IF.

           find-span-category.
           MOVE 0 TO WS-SR-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SR-COUNT OR WS-SR-FOUND > 0
               IF WS-SR-CAT(WS-KDX) = WS-CAT-PROBE
                   MOVE WS-KDX TO WS-SR-FOUND
               END-IF
           END-PERFORM.

           find-default-category.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-SR-COUNT OR WS-SR-FOUND > 0
               IF WS-SR-CAT(WS-KDX) = "**"
                   MOVE WS-KDX TO WS-SR-FOUND
               END-IF
           END-PERFORM.

           find-instr-name.
           MOVE SPACES TO WS-NAME-OUT
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-KDX) = WS-IN-ID(WS-IDX)
                   MOVE WS-INSTR-NAME(WS-KDX) TO WS-NAME-OUT
               END-IF
           END-PERFORM.

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
                       IF WS-INSTR-COUNT < 200
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE INSTR-FILE-RECORD(1:6) TO
                               WS-INSTR-ID(WS-INSTR-COUNT)
                           MOVE INSTR-FILE-RECORD(7:20) TO
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
               MOVE TEAM-FILE-RECORD(22:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 2)
               MOVE TEAM-FILE-RECORD(33:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 3)
               MOVE TEAM-FILE-RECORD(44:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 4)
           END-IF.

      *> the rules, then each instructor's category
           load-span-rules.
           MOVE 0 TO WS-SR-COUNT
           MOVE 0 TO WS-IC-COUNT
           OPEN INPUT SPAN-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SPAN-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-span-entry
               END-READ
           END-PERFORM
           CLOSE SPAN-FILE
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT LIMIT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ LIMIT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-category-entry
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-span-entry.
           IF WS-SR-COUNT < 20 AND SPAN-FILE-RECORD(1:2) NOT = SPACES
               ADD 1 TO WS-SR-COUNT
               MOVE SPAN-FILE-RECORD(1:2) TO WS-SR-CAT(WS-SR-COUNT)
               MOVE 0 TO WS-SR-SPAN(WS-SR-COUNT)
               MOVE 0 TO WS-SR-REST(WS-SR-COUNT)
               IF SPAN-FILE-RECORD(4:4) IS NUMERIC
                   MOVE SPAN-FILE-RECORD(4:4)
                     TO WS-SR-SPAN(WS-SR-COUNT)
               END-IF
               IF SPAN-FILE-RECORD(9:4) IS NUMERIC
                   MOVE SPAN-FILE-RECORD(9:4)
                     TO WS-SR-REST(WS-SR-COUNT)
               END-IF
           END-IF.

           load-one-category-entry.
           IF WS-IC-COUNT < 200 AND
                   LIMIT-FILE-RECORD(1:6) NOT = SPACES AND
                   LIMIT-FILE-RECORD(21:2) NOT = SPACES
               ADD 1 TO WS-IC-COUNT
               MOVE LIMIT-FILE-RECORD(1:6) TO WS-IC-INSTR(WS-IC-COUNT)
               MOVE LIMIT-FILE-RECORD(21:2) TO WS-IC-CAT(WS-IC-COUNT)
           END-IF.
