      *>               or never-confirmed bookings; HIGH items first,
      *>               then MEDIUM, with the worst case carried in
      *>               RETURN-CODE (8 HIGH / 4 MEDIUM / 0 clean)
      *>   2026-10-15  the RINT step's stamp reads as what it is --
      *>               orphans, duplicate keys or malformed lines in
      *>               the masters and link files (HIGH), or retired
      *>               codes and uncredentialed operators (MEDIUM)
      *>   2026-10-15  a night that ran long is a MEDIUM item -- from
      *>               TIMEHIST.DAT, the chain's first start to last
      *>               end against the average of up to 14 earlier
      *>               nights, and its finish against the morning
      *>               hand-off (--window=HHMM, default 0600)
      *>   2026-10-15  a failed AVER step (BESBAVER, the audit chain
      *>               verification) is a HIGH item in its own words
      *>   2026-10-15  the DORM step's lockouts (dormant operator
      *>               credentials BESBRCRT locked) are a MEDIUM item
      *>   2026-10-15  the HRFD step's RC 4 (sections of open terms
      *>               taught by separated or on-leave instructors,
      *>               or HR extract lines refused) is a MEDIUM item
      *>   2026-10-15  recycle lines counted at their full length now
      *>               that they keep the whole 100-column feed line
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  recycle lines read at their widened length (the
      *>               feed line's reason code rides in them)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TIME-FILE ASSIGN DYNAMIC WS-TIME-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> run-control stamp, as BESBNITE writes it: term(1:20)
       FD HIST-FILE.
       01 HIST-FILE-RECORD PIC X(160).
       FD RECYC-FILE.
       01 RECYC-FILE-RECORD PIC X(114).
      *> booking status sidecar, as BESBCONF writes it:
      *> booking(1:26) status(28:1) reason(30:2)
       FD STAT-FILE.
       01 STAT-FILE-RECORD PIC X(31).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD TIME-FILE.
       01 TIME-FILE-RECORD PIC X(98).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-STAT-REJ PIC 9(6) VALUE 0.
           01 WS-STAT-PEND PIC 9(6) VALUE 0.

      *> batch window -- each night's first start and last end
      *> from the timing history; the business date's night is
      *> compared with the average of the nights before it
           01 WS-TIME-LINE.
               COPY TIMEHIST
                   REPLACING LEADING ==TIMEHIST== BY ==TMH==.
           01 WS-NIGHT-COUNT PIC 9(4) VALUE 0.
           01 WS-NIGHT-TABLE.
               02 WS-NIGHT-ENTRY OCCURS 0 TO 400 TIMES
                   DEPENDING ON WS-NIGHT-COUNT.
                   03 WS-NT-DATE PIC X(8).
                   03 WS-NT-FIRST PIC X(14).
                   03 WS-NT-LAST PIC X(14).
           01 WS-NIGHT-IDX PIC 9(4) VALUE 0.
           01 WS-TONIGHT PIC 9(4) VALUE 0.
           01 WS-WINDOW PIC X(4) VALUE "0600".
           01 WS-WINDOW-SECS PIC 9(5) VALUE 0.
           01 WS-SECS-TS PIC X(14) VALUE SPACES.
           01 WS-SECS PIC 9(11) VALUE 0.
           01 WS-SECS-HH PIC 9(2) VALUE 0.
           01 WS-SECS-MI PIC 9(2) VALUE 0.
           01 WS-SECS-SS PIC 9(2) VALUE 0.
           01 WS-FIRST-SECS PIC 9(11) VALUE 0.
           01 WS-DEADLINE-DAY PIC 9(8) VALUE 0.
           01 WS-CHAIN-SECS PIC 9(6) VALUE 0.
           01 WS-CHAIN-SUM PIC 9(9) VALUE 0.
           01 WS-CHAIN-NIGHTS PIC 9(2) VALUE 0.
           01 WS-CHAIN-AVG PIC 9(6) VALUE 0.
           01 WS-CHAIN-TONIGHT PIC 9(6) VALUE 0.
           01 WS-CHAIN-OVER PIC 9(6) VALUE 0.
           01 WS-CHAIN-MIN PIC 9(6) VALUE 0.

           01 WS-BUS-DATE PIC X(8) VALUE SPACES.
           01 WS-TS PIC X(21).
           01 WS-RUNCTL-FILENAME PIC X(60) VALUE SPACES.
           01 WS-RECYC-FILENAME PIC X(66) VALUE SPACES.
           01 WS-STAT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-TIME-FILENAME PIC X(20) VALUE "TIMEHIST.DAT".
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
           MOVE "BESBDGST" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-BUS-DATE
           PERFORM load-terms-list.
           PERFORM scan-run-control.
           PERFORM scan-load-history.
           PERFORM scan-batch-window.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               IF WS-TERMS-STATUS(WS-TDX) = "O" OR

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-BUS-DATE
               WHEN ARGV(1:9) = "--window="
                   MOVE ARGV(10:4) TO WS-WINDOW
               WHEN OTHER
                   DISPLAY "BESBDGST: invalid arg: " ARGV
                   DISPLAY "BESBDGST: usage: besbdgst"
                       " [--date=YYYYMMDD] [--window=HHMM]"
           END-EVALUATE.

           print-severity-band.
               EXIT PARAGRAPH
           END-IF
           MOVE RUNCTL-FILE-RECORD(27:3) TO WS-WK1
           IF RUNCTL-FILE-RECORD(22:4) = "RINT" AND WS-WK1 >= 4
               PERFORM judge-integrity-stamp
               EXIT PARAGRAPH
           END-IF
           IF RUNCTL-FILE-RECORD(22:4) = "AVER" AND WS-WK1 >= 4
               MOVE 1 TO WS-NEW-SEV
               MOVE SPACES TO WS-NEW-TEXT
               STRING "audit trail failed chain verification --"
                   " gap or altered line; see AVER"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM add-item
               EXIT PARAGRAPH
           END-IF
           IF RUNCTL-FILE-RECORD(22:4) = "DORM" AND WS-WK1 = 4
               MOVE 2 TO WS-NEW-SEV
               MOVE SPACES TO WS-NEW-TEXT
               STRING "dormant operator accounts locked overnight"
                   " -- see DORM for who"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM add-item
               EXIT PARAGRAPH
           END-IF
           IF RUNCTL-FILE-RECORD(22:4) = "HRFD" AND WS-WK1 = 4
               MOVE 2 TO WS-NEW-SEV
               MOVE SPACES TO WS-NEW-TEXT
               STRING "sections held by separated or on-leave"
                   " instructors -- see HRFD"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM add-item
               EXIT PARAGRAPH
           END-IF
           IF WS-WK1 >= 8
               MOVE 1 TO WS-NEW-SEV
               MOVE SPACES TO WS-NEW-TEXT
               END-IF
           END-IF.

      *> BESBRINT ends 8 on broken references and 4 on advisories;
      *> the detail is in its SYSOUT
           judge-integrity-stamp.
           MOVE SPACES TO WS-NEW-TEXT
           IF WS-WK1 >= 8
               MOVE 1 TO WS-NEW-SEV
               STRING "master/link files have orphans, duplicate keys"
                   " or bad lines -- see RINT"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           ELSE
               MOVE 2 TO WS-NEW-SEV
               STRING "master/link files reference retired codes or"
                   " uncredentialed operators"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
           END-IF
           PERFORM add-item.

      *> ---------------------------------------------------------------
      *> the night's load runs -- rejects, and the BESBHIST rate
      *> spike rule (at least 5 percent and double the trend so far)
           ADD WS-H-RATE TO WS-RATE-SUM
           ADD 1 TO WS-RATE-RUNS.

      *> ---------------------------------------------------------------
      *> the batch window -- the night's chain, first start to last
      *> end, a quarter again over the recent average (and more
      *> than five minutes over), or finished past the hand-off
      *> ---------------------------------------------------------------
           scan-batch-window.
           MOVE 0 TO WS-NIGHT-COUNT
           OPEN INPUT TIME-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TIME-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM take-one-timing
               END-READ
           END-PERFORM
           CLOSE TIME-FILE
           MOVE 0 TO WS-EOF-FLAG
           IF WS-NIGHT-COUNT > 1
               SORT WS-NIGHT-ENTRY ON ASCENDING KEY WS-NT-DATE
           END-IF
           MOVE 0 TO WS-TONIGHT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NIGHT-COUNT
               IF WS-NT-DATE(WS-IDX) = WS-BUS-DATE
                   MOVE WS-IDX TO WS-TONIGHT
               END-IF
           END-PERFORM
           IF WS-TONIGHT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TONIGHT TO WS-NIGHT-IDX
           PERFORM night-chain-seconds
           MOVE WS-CHAIN-SECS TO WS-CHAIN-TONIGHT
           MOVE 0 TO WS-CHAIN-SUM
           MOVE 0 TO WS-CHAIN-NIGHTS
           IF WS-TONIGHT > 14
               COMPUTE WS-IDX = WS-TONIGHT - 14
           ELSE
               MOVE 1 TO WS-IDX
           END-IF
           PERFORM VARYING WS-NIGHT-IDX FROM WS-IDX BY 1
                   UNTIL WS-NIGHT-IDX >= WS-TONIGHT
               PERFORM night-chain-seconds
               ADD WS-CHAIN-SECS TO WS-CHAIN-SUM
               ADD 1 TO WS-CHAIN-NIGHTS
           END-PERFORM
           IF WS-CHAIN-NIGHTS > 0
               COMPUTE WS-CHAIN-AVG = WS-CHAIN-SUM / WS-CHAIN-NIGHTS
               COMPUTE WS-CHAIN-MIN = WS-CHAIN-AVG + 300
               IF WS-CHAIN-TONIGHT * 4 > WS-CHAIN-AVG * 5 AND
                       WS-CHAIN-TONIGHT > WS-CHAIN-MIN
                   COMPUTE WS-CHAIN-OVER = WS-CHAIN-TONIGHT
                       - WS-CHAIN-AVG
                   MOVE 2 TO WS-NEW-SEV
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING "night ran long: " WS-CHAIN-TONIGHT
                       "s, " WS-CHAIN-OVER "s over the "
                       WS-CHAIN-NIGHTS "-night average -- BESBTIME"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM add-item
               END-IF
           END-IF
      *> a chain started before the hand-off hour answers to that
      *> morning's hand-off; one started after it, to the next
           MOVE WS-WINDOW(1:2) TO WS-SECS-HH
           MOVE WS-WINDOW(3:2) TO WS-SECS-MI
           COMPUTE WS-WINDOW-SECS = WS-SECS-HH * 3600
               + WS-SECS-MI * 60
           MOVE WS-NT-FIRST(WS-TONIGHT) TO WS-SECS-TS
           PERFORM ts-to-seconds
           COMPUTE WS-DEADLINE-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-NT-FIRST(WS-TONIGHT)(1:8)))
           IF WS-SECS - WS-DEADLINE-DAY * 86400 >= WS-WINDOW-SECS
               ADD 1 TO WS-DEADLINE-DAY
           END-IF
           MOVE WS-NT-LAST(WS-TONIGHT) TO WS-SECS-TS
           PERFORM ts-to-seconds
           IF WS-SECS > WS-DEADLINE-DAY * 86400 + WS-WINDOW-SECS
               MOVE 2 TO WS-NEW-SEV
               MOVE SPACES TO WS-NEW-TEXT
               STRING "chain finished " WS-SECS-TS(9:2) ":"
                   WS-SECS-TS(11:2) " on " WS-SECS-TS(1:8)
                   ", past the " WS-WINDOW " hand-off"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM add-item
           END-IF.

           take-one-timing.
           MOVE TIME-FILE-RECORD TO WS-TIME-LINE
           IF TMH-BUS-DATE > WS-BUS-DATE OR TMH-ELAPSED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NIGHT-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NIGHT-COUNT OR WS-NIGHT-IDX > 0
               IF WS-NT-DATE(WS-IDX) = TMH-BUS-DATE
                   MOVE WS-IDX TO WS-NIGHT-IDX
               END-IF
           END-PERFORM
           IF WS-NIGHT-IDX = 0
               IF WS-NIGHT-COUNT >= 400
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-IDX
               MOVE TMH-BUS-DATE TO WS-NT-DATE(WS-NIGHT-IDX)
               MOVE TMH-START TO WS-NT-FIRST(WS-NIGHT-IDX)
               MOVE TMH-END TO WS-NT-LAST(WS-NIGHT-IDX)
           END-IF
           IF TMH-START < WS-NT-FIRST(WS-NIGHT-IDX)
               MOVE TMH-START TO WS-NT-FIRST(WS-NIGHT-IDX)
           END-IF
           IF TMH-END > WS-NT-LAST(WS-NIGHT-IDX)
               MOVE TMH-END TO WS-NT-LAST(WS-NIGHT-IDX)
           END-IF.

           night-chain-seconds.
           MOVE WS-NT-FIRST(WS-NIGHT-IDX) TO WS-SECS-TS
           PERFORM ts-to-seconds
           MOVE WS-SECS TO WS-FIRST-SECS
           MOVE WS-NT-LAST(WS-NIGHT-IDX) TO WS-SECS-TS
           PERFORM ts-to-seconds
           COMPUTE WS-CHAIN-SECS = WS-SECS - WS-FIRST-SECS.

           ts-to-seconds.
           MOVE WS-SECS-TS(9:2) TO WS-SECS-HH
           MOVE WS-SECS-TS(11:2) TO WS-SECS-MI
           MOVE WS-SECS-TS(13:2) TO WS-SECS-SS
           COMPUTE WS-SECS = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-SECS-TS(1:8))) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MI * 60 + WS-SECS-SS.

      *> ---------------------------------------------------------------
      *> the per-term leftovers: recycle files waiting for
      *> correction, and booking confirmations gone wrong
