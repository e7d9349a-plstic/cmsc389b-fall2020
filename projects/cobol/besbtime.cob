      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBTIME.
      *> modification history
      *>   2026-10-15  batch-window timing trend over the TIMEHIST.DAT
      *>               history BESBNITE appends -- each term's steps
      *>               night by night over the last N business dates
      *>               (elapsed seconds, volume, RC), flagging a step
      *>               whose latest night runs well above its norm;
      *>               then the chain as a whole, first start to last
      *>               end, against the morning hand-off window, with
      *>               the margin's trend projected forward to the
      *>               night the chain would miss it
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-FILE ASSIGN DYNAMIC WS-TIME-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TIME-FILE.
       01 TIME-FILE-RECORD PIC X(98).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-NDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

           01 WS-TIME-LINE.
               COPY TIMEHIST
                   REPLACING LEADING ==TIMEHIST== BY ==TMH==.

      *> every business date on file up to the as-of date, sorted;
      *> the last N of them are the nights reported
           01 WS-DATE-COUNT PIC 9(4) VALUE 0.
           01 WS-DATE-TABLE.
               02 WS-DATE-ENTRY OCCURS 0 TO 400 TIMES
                   DEPENDING ON WS-DATE-COUNT.
                   03 WS-DT-DATE PIC X(8).
           01 WS-DATE-FOUND PIC 9(1) VALUE 0.
           01 WS-NIGHT-COUNT PIC 9(2) VALUE 0.
           01 WS-NIGHT-TABLE.
               02 WS-NIGHT-ENTRY OCCURS 60 TIMES.
                   03 WS-NT-DATE PIC X(8).
                   03 WS-NT-FIRST PIC X(14).
                   03 WS-NT-LAST PIC X(14).
           01 WS-NIGHT-IDX PIC 9(2) VALUE 0.

      *> one entry per term and step, its nights side by side; a
      *> step run twice in one night (a rerun) counts both runs
           01 WS-KEY-COUNT PIC 9(3) VALUE 0.
           01 WS-KEY-TABLE.
               02 WS-KEY-ENTRY OCCURS 100 TIMES.
                   03 WS-KEY-TERM PIC X(20).
                   03 WS-KEY-STEP PIC X(4).
                   03 WS-KEY-NIGHT OCCURS 60 TIMES.
                       04 WS-KN-RUNS PIC 9(2).
                       04 WS-KN-SECS PIC 9(6).
                       04 WS-KN-RECS PIC 9(7).
                       04 WS-KN-RC PIC 9(3).
           01 WS-KEY-IDX PIC 9(3) VALUE 0.
           01 WS-KEY-OVER PIC 9(1) VALUE 0.

      *> a step's norm is the average of its earlier nights; its
      *> latest night is flagged at half again the norm and at least
      *> WS-FLAG-MIN-SECS over it
           01 WS-FLAG-MIN-SECS PIC 9(4) VALUE 60.
           01 WS-NORM-SUM PIC 9(9) VALUE 0.
           01 WS-NORM-NIGHTS PIC 9(2) VALUE 0.
           01 WS-NORM PIC 9(6) VALUE 0.
           01 WS-LATEST PIC 9(2) VALUE 0.
           01 WS-LATEST-SECS PIC 9(6) VALUE 0.
           01 WS-STEP-FLAG PIC X(2) VALUE SPACES.
           01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.

      *> the chain against the hand-off window
           01 WS-WINDOW PIC X(4) VALUE "0600".
           01 WS-WINDOW-SECS PIC 9(5) VALUE 0.
           01 WS-SECS-TS PIC X(14) VALUE SPACES.
           01 WS-SECS PIC 9(11) VALUE 0.
           01 WS-SECS-HH PIC 9(2) VALUE 0.
           01 WS-SECS-MI PIC 9(2) VALUE 0.
           01 WS-SECS-SS PIC 9(2) VALUE 0.
           01 WS-FIRST-SECS PIC 9(11) VALUE 0.
           01 WS-LAST-SECS PIC 9(11) VALUE 0.
           01 WS-DEADLINE-SECS PIC 9(11) VALUE 0.
           01 WS-DEADLINE-DAY PIC 9(8) VALUE 0.
           01 WS-CHAIN-SECS PIC 9(6) VALUE 0.
           01 WS-MARGIN PIC S9(7) VALUE 0.
           01 WS-MARGIN-ED PIC -(7)9.
           01 WS-LAST-MARGIN PIC S9(7) VALUE 0.
           01 WS-MISSED-COUNT PIC 9(2) VALUE 0.

      *> least-squares slope of the margin over the nights, x the
      *> night's ordinal
           01 WS-FIT-N PIC 9(3) VALUE 0.
           01 WS-FIT-SX PIC S9(9) VALUE 0.
           01 WS-FIT-SY PIC S9(11) VALUE 0.
           01 WS-FIT-SXX PIC S9(11) VALUE 0.
           01 WS-FIT-SXY PIC S9(13) VALUE 0.
           01 WS-FIT-DEN PIC S9(13) VALUE 0.
           01 WS-SLOPE PIC S9(7)V9(2) VALUE 0.
           01 WS-SLOPE-ED PIC -(7)9.99.
           01 WS-NIGHTS-LEFT PIC 9(5) VALUE 0.
           01 WS-PROJ-DAY PIC 9(8) VALUE 0.
           01 WS-PROJ-DATE PIC 9(8) VALUE 0.

           01 WS-NIGHTS PIC 9(2) VALUE 14.
           01 WS-ASOF PIC X(8) VALUE SPACES.
           01 WS-F-TERM PIC X(20) VALUE SPACES.
           01 WS-TS PIC X(21).
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
               IF ARGV > LOW-VALUES
                   PERFORM process-argv
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBTIME" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ASOF = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-ASOF
           END-IF.
           IF WS-NIGHTS = 0 OR WS-NIGHTS > 60
               MOVE 14 TO WS-NIGHTS
           END-IF.
           MOVE WS-WINDOW(1:2) TO WS-SECS-HH.
           MOVE WS-WINDOW(3:2) TO WS-SECS-MI.
           COMPUTE WS-WINDOW-SECS = WS-SECS-HH * 3600 + WS-SECS-MI * 60.
           PERFORM collect-dates.
           IF WS-DATE-COUNT = 0
               DISPLAY "BESBTIME: no timing history on or before "
                   WS-ASOF " in " FUNCTION TRIM(WS-TIME-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM pick-nights.
           PERFORM collect-timings.
           DISPLAY "BESBTIME: batch timing, last " WS-NIGHT-COUNT
               " nights to " WS-ASOF ", hand-off " WS-WINDOW.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-KEY-COUNT
               PERFORM report-one-step
           END-PERFORM.
           PERFORM report-chain.
           DISPLAY "---".
           DISPLAY "steps " WS-KEY-COUNT " flagged " WS-FLAGGED-COUNT
               " nights past the window " WS-MISSED-COUNT.
           IF WS-KEY-OVER = 1
               DISPLAY "BESBTIME: more than 100 term/step pairs --"
                   " the rest are not shown"
           END-IF.
           IF WS-FLAGGED-COUNT > 0 OR WS-MISSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:9) = "--nights="
                   IF FUNCTION TRIM(ARGV(10:2)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(ARGV(10:2)) TO WS-NIGHTS
                   END-IF
               WHEN ARGV(1:9) = "--window="
                   MOVE ARGV(10:4) TO WS-WINDOW
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-ASOF
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:20) TO WS-F-TERM
               WHEN OTHER
                   DISPLAY "BESBTIME: invalid arg: " ARGV
                   DISPLAY "BESBTIME: usage: besbtime [--nights=N]"
                       " [--window=HHMM] [--date=YYYYMMDD]"
                       " [--term=X]"
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> pass one -- the distinct business dates, so the window of
      *> nights is known before any timing is added up
      *> ---------------------------------------------------------------
           collect-dates.
           MOVE 0 TO WS-DATE-COUNT
           OPEN INPUT TIME-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TIME-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM note-one-date
               END-READ
           END-PERFORM
           CLOSE TIME-FILE
           MOVE 0 TO WS-EOF-FLAG
           IF WS-DATE-COUNT > 1
               SORT WS-DATE-ENTRY ON ASCENDING KEY WS-DT-DATE
           END-IF.

           note-one-date.
           MOVE TIME-FILE-RECORD TO WS-TIME-LINE
           IF TMH-BUS-DATE > WS-ASOF OR TMH-ELAPSED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DATE-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DATE-COUNT OR WS-DATE-FOUND = 1
               IF WS-DT-DATE(WS-IDX) = TMH-BUS-DATE
                   MOVE 1 TO WS-DATE-FOUND
               END-IF
           END-PERFORM
           IF WS-DATE-FOUND = 0 AND WS-DATE-COUNT < 400
               ADD 1 TO WS-DATE-COUNT
               MOVE TMH-BUS-DATE TO WS-DT-DATE(WS-DATE-COUNT)
           END-IF.

           pick-nights.
           MOVE 0 TO WS-NIGHT-COUNT
           IF WS-DATE-COUNT > WS-NIGHTS
               COMPUTE WS-IDX = WS-DATE-COUNT - WS-NIGHTS + 1
           ELSE
               MOVE 1 TO WS-IDX
           END-IF
           PERFORM VARYING WS-IDX FROM WS-IDX BY 1
                   UNTIL WS-IDX > WS-DATE-COUNT
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-DT-DATE(WS-IDX) TO WS-NT-DATE(WS-NIGHT-COUNT)
               MOVE SPACES TO WS-NT-FIRST(WS-NIGHT-COUNT)
               MOVE SPACES TO WS-NT-LAST(WS-NIGHT-COUNT)
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> pass two -- each line in the window added to its term/step
      *> and night, and to the night's first start and last end
      *> ---------------------------------------------------------------
           collect-timings.
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
           MOVE 0 TO WS-EOF-FLAG.

           take-one-timing.
           MOVE TIME-FILE-RECORD TO WS-TIME-LINE
           IF TMH-ELAPSED IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NIGHT-IDX
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-NIGHT-COUNT OR WS-NIGHT-IDX > 0
               IF WS-NT-DATE(WS-NDX) = TMH-BUS-DATE
                   MOVE WS-NDX TO WS-NIGHT-IDX
               END-IF
           END-PERFORM
           IF WS-NIGHT-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NT-FIRST(WS-NIGHT-IDX) = SPACES OR
                   TMH-START < WS-NT-FIRST(WS-NIGHT-IDX)
               MOVE TMH-START TO WS-NT-FIRST(WS-NIGHT-IDX)
           END-IF
           IF WS-NT-LAST(WS-NIGHT-IDX) = SPACES OR
                   TMH-END > WS-NT-LAST(WS-NIGHT-IDX)
               MOVE TMH-END TO WS-NT-LAST(WS-NIGHT-IDX)
           END-IF
           IF WS-F-TERM NOT = SPACES AND TMH-TERM NOT = WS-F-TERM
               EXIT PARAGRAPH
           END-IF
           PERFORM find-step-key
           IF WS-KEY-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KN-RUNS(WS-KEY-IDX, WS-NIGHT-IDX)
           ADD TMH-ELAPSED TO WS-KN-SECS(WS-KEY-IDX, WS-NIGHT-IDX)
           ADD TMH-RECORDS TO WS-KN-RECS(WS-KEY-IDX, WS-NIGHT-IDX)
           MOVE TMH-RC TO WS-KN-RC(WS-KEY-IDX, WS-NIGHT-IDX).

           find-step-key.
           MOVE 0 TO WS-KEY-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KEY-COUNT OR WS-KEY-IDX > 0
               IF WS-KEY-TERM(WS-IDX) = TMH-TERM AND
                       WS-KEY-STEP(WS-IDX) = TMH-STEP
                   MOVE WS-IDX TO WS-KEY-IDX
               END-IF
           END-PERFORM
           IF WS-KEY-IDX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-COUNT >= 100
               MOVE 1 TO WS-KEY-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KEY-COUNT
           MOVE WS-KEY-COUNT TO WS-KEY-IDX
           MOVE TMH-TERM TO WS-KEY-TERM(WS-KEY-IDX)
           MOVE TMH-STEP TO WS-KEY-STEP(WS-KEY-IDX)
           PERFORM VARYING WS-NDX FROM 1 BY 1 UNTIL WS-NDX > 60
               MOVE 0 TO WS-KN-RUNS(WS-KEY-IDX, WS-NDX)
               MOVE 0 TO WS-KN-SECS(WS-KEY-IDX, WS-NDX)
               MOVE 0 TO WS-KN-RECS(WS-KEY-IDX, WS-NDX)
               MOVE 0 TO WS-KN-RC(WS-KEY-IDX, WS-NDX)
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> one term/step -- its norm from the earlier nights, the
      *> latest night judged against it, then the nights listed
      *> ---------------------------------------------------------------
           report-one-step.
           MOVE 0 TO WS-LATEST
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-NIGHT-COUNT
               IF WS-KN-RUNS(WS-KDX, WS-NDX) > 0
                   MOVE WS-NDX TO WS-LATEST
               END-IF
           END-PERFORM
           MOVE 0 TO WS-NORM-SUM
           MOVE 0 TO WS-NORM-NIGHTS
           MOVE 0 TO WS-NORM
           MOVE 0 TO WS-LATEST-SECS
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX >= WS-LATEST
               IF WS-KN-RUNS(WS-KDX, WS-NDX) > 0
                   ADD WS-KN-SECS(WS-KDX, WS-NDX) TO WS-NORM-SUM
                   ADD 1 TO WS-NORM-NIGHTS
               END-IF
           END-PERFORM
           IF WS-NORM-NIGHTS > 0
               COMPUTE WS-NORM = WS-NORM-SUM / WS-NORM-NIGHTS
           END-IF
           IF WS-LATEST > 0
               MOVE WS-KN-SECS(WS-KDX, WS-LATEST) TO WS-LATEST-SECS
           END-IF
           MOVE SPACES TO WS-STEP-FLAG
           IF WS-NORM-NIGHTS > 0 AND
                   WS-LATEST-SECS * 2 >= WS-NORM * 3 AND
                   WS-LATEST-SECS >= WS-NORM + WS-FLAG-MIN-SECS
               MOVE "<<" TO WS-STEP-FLAG
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           DISPLAY " "
           DISPLAY WS-KEY-TERM(WS-KDX) " " WS-KEY-STEP(WS-KDX)
               "  norm " WS-NORM "s over " WS-NORM-NIGHTS
               " nights, latest " WS-LATEST-SECS "s " WS-STEP-FLAG
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-NIGHT-COUNT
               IF WS-KN-RUNS(WS-KDX, WS-NDX) > 0
                   DISPLAY "  " WS-NT-DATE(WS-NDX) " "
                       WS-KN-SECS(WS-KDX, WS-NDX) "s  volume "
                       WS-KN-RECS(WS-KDX, WS-NDX) "  rc "
                       WS-KN-RC(WS-KDX, WS-NDX) "  runs "
                       WS-KN-RUNS(WS-KDX, WS-NDX)
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the chain -- first start to last end each night, the margin
      *> left before the hand-off (negative = missed), and the
      *> margin's straight-line trend carried forward to zero
      *> ---------------------------------------------------------------
           report-chain.
           DISPLAY " "
           DISPLAY "CHAIN    START    END      ELAPSED  MARGIN"
           MOVE 0 TO WS-FIT-N
           MOVE 0 TO WS-FIT-SX
           MOVE 0 TO WS-FIT-SY
           MOVE 0 TO WS-FIT-SXX
           MOVE 0 TO WS-FIT-SXY
           PERFORM VARYING WS-NDX FROM 1 BY 1
                   UNTIL WS-NDX > WS-NIGHT-COUNT
               IF WS-NT-FIRST(WS-NDX) NOT = SPACES
                   PERFORM report-one-night
               END-IF
           END-PERFORM
           IF WS-FIT-N = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-MARGIN < 0
               DISPLAY "BESBTIME: the latest night finished past the "
                   WS-WINDOW " hand-off"
               EXIT PARAGRAPH
           END-IF
           IF WS-FIT-N < 3
               DISPLAY "BESBTIME: too few nights to project a trend"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIT-DEN = WS-FIT-N * WS-FIT-SXX
               - WS-FIT-SX * WS-FIT-SX
           IF WS-FIT-DEN = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLOPE ROUNDED = (WS-FIT-N * WS-FIT-SXY
               - WS-FIT-SX * WS-FIT-SY) / WS-FIT-DEN
           MOVE WS-SLOPE TO WS-SLOPE-ED
           IF WS-SLOPE >= 0
               DISPLAY "BESBTIME: margin trend " WS-SLOPE-ED
                   "s a night -- no overrun in sight"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NIGHTS-LEFT = WS-LAST-MARGIN / (0 - WS-SLOPE)
           COMPUTE WS-PROJ-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-NT-DATE(WS-NIGHT-COUNT))) + WS-NIGHTS-LEFT
           COMPUTE WS-PROJ-DATE = FUNCTION DATE-OF-INTEGER(WS-PROJ-DAY)
           DISPLAY "BESBTIME: margin shrinking " WS-SLOPE-ED
               "s a night -- at this rate the chain misses the "
               WS-WINDOW " hand-off in about " WS-NIGHTS-LEFT
               " nights (business date " WS-PROJ-DATE ")"
           IF WS-NIGHTS-LEFT <= WS-NIGHTS
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY "BESBTIME: << that is inside the next "
                   WS-NIGHTS " nights"
           END-IF.

           report-one-night.
           MOVE WS-NT-FIRST(WS-NDX) TO WS-SECS-TS
           PERFORM ts-to-seconds
           MOVE WS-SECS TO WS-FIRST-SECS
           MOVE WS-NT-LAST(WS-NDX) TO WS-SECS-TS
           PERFORM ts-to-seconds
           MOVE WS-SECS TO WS-LAST-SECS
      *> a chain started before the hand-off hour answers to that
      *> morning's hand-off; one started after it, to the next
           COMPUTE WS-DEADLINE-DAY = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-NT-FIRST(WS-NDX)(1:8)))
           IF WS-FIRST-SECS - WS-DEADLINE-DAY * 86400 >= WS-WINDOW-SECS
               ADD 1 TO WS-DEADLINE-DAY
           END-IF
           COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-DAY * 86400
               + WS-WINDOW-SECS
           COMPUTE WS-CHAIN-SECS = WS-LAST-SECS - WS-FIRST-SECS
           COMPUTE WS-MARGIN = WS-DEADLINE-SECS - WS-LAST-SECS
           MOVE WS-MARGIN TO WS-LAST-MARGIN
           MOVE WS-MARGIN TO WS-MARGIN-ED
           IF WS-MARGIN < 0
               ADD 1 TO WS-MISSED-COUNT
           END-IF
           DISPLAY WS-NT-DATE(WS-NDX) " "
               WS-NT-FIRST(WS-NDX)(9:2) ":" WS-NT-FIRST(WS-NDX)(11:2)
               ":" WS-NT-FIRST(WS-NDX)(13:2) " "
               WS-NT-LAST(WS-NDX)(9:2) ":" WS-NT-LAST(WS-NDX)(11:2)
               ":" WS-NT-LAST(WS-NDX)(13:2) " "
               WS-CHAIN-SECS "s " WS-MARGIN-ED "s"
           ADD 1 TO WS-FIT-N
           ADD WS-FIT-N TO WS-FIT-SX
           ADD WS-MARGIN TO WS-FIT-SY
           COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-N * WS-FIT-N
           COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-N * WS-MARGIN.

           ts-to-seconds.
           MOVE WS-SECS-TS(9:2) TO WS-SECS-HH
           MOVE WS-SECS-TS(11:2) TO WS-SECS-MI
           MOVE WS-SECS-TS(13:2) TO WS-SECS-SS
           COMPUTE WS-SECS = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-SECS-TS(1:8))) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MI * 60 + WS-SECS-SS.
