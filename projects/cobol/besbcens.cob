      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBCENS.
      *> modification history
      *>   2026-10-15  census-date instructional activity report for
      *>               the state submission -- on or after the term's
      *>               TERMS.DAT census date, reads the term's active
      *>               rows with the registrar's ENRL-term.DAT counts
      *>               and the CATALOG.DAT credit hours, and reports
      *>               student credit hours, weekly contact hours and
      *>               FTE by school and course level; writes the
      *>               fixed-layout submission file CENSUS-term.DAT.
      *>               cancelled rows and cross-list secondaries
      *>               (XLIST-term.DAT keys after the first) are left
      *>               out, and EVENTS-term.DAT bookings are never
      *>               read, so nothing is counted twice
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
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ENRL-FILE ASSIGN DYNAMIC WS-ENRL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XLIST-FILE ASSIGN DYNAMIC WS-XLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATE-FILE ASSIGN DYNAMIC WS-STATE-FILENAME
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
      *> term master line: name(1:20) start(21:8) end(29:8)
      *> status(37:1) hold(38:1) census date(39:8)
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
      *> enrollment extract line: school(1:4) code(5:3) section(8:2)
      *> enrolled count(10:4) -- same key shape as a schedule row
       FD ENRL-FILE.
       01 ENRL-FILE-RECORD PIC X(13).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1) status(50:1)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
      *> cross-list line: key1(1:9) key2(11:9) key3(21:9) key4(31:9);
      *> key1 is the primary
       FD XLIST-FILE.
       01 XLIST-FILE-RECORD PIC X(40).
      *> state submission, fixed 80-byte records:
      *>   H  type(1:1) institution(2:6) term(8:20) census date(28:8)
      *>      run date(36:8)
      *>   D  type(1:1) school(2:4) code(6:3) section(9:2) level(11:1)
      *>      credits(12:2) enrolled(14:4) student credit hours(18:6)
      *>      weekly contact minutes(24:4) FTE(28:6, 2 implied
      *>      decimals)
      *>   T  type(1:1) detail records(2:6) enrolled(8:7) student
      *>      credit hours(15:8) FTE(23:8, 2 implied decimals)
       FD STATE-FILE.
       01 STATE-FILE-RECORD PIC X(80).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.
           01 WS-ROW-COUNT PIC 9(4) VALUE 0.
           01 WS-CANC-COUNT PIC 9(4) VALUE 0.
           01 WS-XSEC-COUNT PIC 9(4) VALUE 0.
           01 WS-NOENRL-COUNT PIC 9(4) VALUE 0.
           01 WS-NOCAT-COUNT PIC 9(4) VALUE 0.

      *> the state's FTE divisors -- a full-time load is 15 credit
      *> hours a semester for undergraduates, 12 for graduates
           01 WS-FTE-DIV-UG PIC 9(2) VALUE 15.
           01 WS-FTE-DIV-GR PIC 9(2) VALUE 12.
           01 WS-INSTITUTION-ID PIC X(6) VALUE "002103".

      *> the term's census date, and the date the run counts as
           01 WS-CENSUS-DATE PIC X(8) VALUE SPACES.
           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-TERM-FOUND PIC 9(1) VALUE 0.

      *> per-section enrollment counts from the registrar's extract
           01 WS-ENRL-COUNT PIC 9(4) VALUE 0.
           01 WS-ENRL-LIST.
               02 WS-ENRL-ENTRY OCCURS 500 TIMES.
                   03 WS-ENRL-KEY PIC X(9).
                   03 WS-ENRL-HEADS PIC 9(4).
           01 WS-ENRL-FOUND PIC 9(4) VALUE 0.

      *> catalog credit hours and level per course
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-CREDITS PIC 9(2).
                   03 WS-CAT-LEVEL PIC X(1).
           01 WS-CAT-FOUND PIC 9(4) VALUE 0.

      *> cross-list groups -- only the first key of a group is
      *> counted; the others are the same meeting under another code
           01 WS-XL-COUNT PIC 9(3) VALUE 0.
           01 WS-XL-LIST.
               02 WS-XL-ENTRY OCCURS 20 TIMES.
                   03 WS-XL-KEY PIC X(9) OCCURS 4 TIMES.
           01 WS-XL-SECONDARY PIC 9(1) VALUE 0.
           01 WS-XL-GDX PIC 9(3) VALUE 0.
           01 WS-XL-MDX PIC 9(1) VALUE 0.

      *> one section's figures
           01 WS-ROW-DAYS PIC 9(1) VALUE 0.
           01 WS-ROW-MINUTES PIC 9(4) VALUE 0.
           01 WS-ROW-HEADS PIC 9(4) VALUE 0.
           01 WS-ROW-CREDITS PIC 9(2) VALUE 0.
           01 WS-ROW-LEVEL PIC X(1) VALUE SPACE.
           01 WS-ROW-SCH PIC 9(6) VALUE 0.
           01 WS-ROW-FTE PIC 9(4)V99 VALUE 0.

      *> school/level totals, first-seen order
           01 WS-SUM-COUNT PIC 9(3) VALUE 0.
           01 WS-SUM-LIST.
               02 WS-SUM-ENTRY OCCURS 100 TIMES.
                   03 WS-SUM-SCHOOL PIC X(4).
                   03 WS-SUM-LEVEL PIC X(1).
                   03 WS-SUM-SECTIONS PIC 9(4).
                   03 WS-SUM-HEADS PIC 9(6).
                   03 WS-SUM-SCH PIC 9(7).
                   03 WS-SUM-MINUTES PIC 9(7).
                   03 WS-SUM-FTE PIC 9(6)V99.
           01 WS-SUM-FOUND PIC 9(3) VALUE 0.
           01 WS-TOT-SECTIONS PIC 9(6) VALUE 0.
           01 WS-TOT-HEADS PIC 9(7) VALUE 0.
           01 WS-TOT-SCH PIC 9(8) VALUE 0.
           01 WS-TOT-MINUTES PIC 9(8) VALUE 0.
           01 WS-TOT-FTE PIC 9(6)V99 VALUE 0.

      *> printable forms -- contact hours and FTE carry two decimals
           01 WS-HOURS-WORK PIC 9(6)V99 VALUE 0.
           01 WS-HOURS-OUT PIC ZZZZZ9.99.
           01 WS-FTE-OUT PIC ZZZZZ9.99.
           01 WS-FTE-9 PIC 9(6) VALUE 0.
           01 WS-FTE-TOT-9 PIC 9(8) VALUE 0.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-ENRL-FILENAME PIC X(60).
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-XLIST-FILENAME PIC X(60).
           01 WS-STATE-FILENAME PIC X(60).
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).

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
           MOVE "BESBCENS" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           IF WS-RUN-DATE = SPACES
               MOVE WS-TS(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM build-filenames.
           PERFORM find-census-date.
           IF WS-TERM-FOUND = 0
               DISPLAY "BESBCENS: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " is not in " FUNCTION TRIM(WS-TERMS-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CENSUS-DATE IS NOT NUMERIC
               DISPLAY "BESBCENS: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " has no census date in "
                   FUNCTION TRIM(WS-TERMS-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> the submission counts what stands on census day; before it,
      *> enrollment is still moving and nothing is written
           IF WS-RUN-DATE < WS-CENSUS-DATE
               DISPLAY "BESBCENS: census date for "
                   FUNCTION TRIM(WS-CURRENT-TERM) " is "
                   WS-CENSUS-DATE " -- not reached as of "
                   WS-RUN-DATE "; nothing written"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-enrl-list.
           IF WS-ENRL-COUNT = 0
               DISPLAY "BESBCENS: " FUNCTION TRIM(WS-ENRL-FILENAME)
                   " is missing or empty -- no enrollment extract"
                   " to count"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-catalog.
           PERFORM load-xlist.
           OPEN OUTPUT STATE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCENS: could not write "
                   FUNCTION TRIM(WS-STATE-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM write-state-header.
           DISPLAY "BESBCENS: census instructional activity, term "
               FUNCTION TRIM(WS-CURRENT-TERM)
               "   census " WS-CENSUS-DATE
               "   run " WS-RUN-DATE.
           IF WS-RUN-DATE > WS-CENSUS-DATE
               DISPLAY "BESBCENS: note -- run after the census date;"
                   " figures are the schedule and extract as of today"
           END-IF.
           PERFORM scan-schedule.
           IF RETURN-CODE NOT = 0
               CLOSE STATE-FILE
               STOP RUN
           END-IF.
           PERFORM write-state-trailer.
           CLOSE STATE-FILE.
           PERFORM print-summary.
           IF WS-NOCAT-COUNT > 0 OR WS-NOENRL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--asof="
                   MOVE ARGV(8:8) TO WS-RUN-DATE
               WHEN OTHER
                   DISPLAY "BESBCENS: invalid arg: " ARGV
                   DISPLAY "BESBCENS: usage: besbcens [--term=X]"
                       " [--asof=YYYYMMDD]"
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
           MOVE SPACES TO WS-XLIST-FILENAME.
           STRING "XLIST-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-XLIST-FILENAME.
           MOVE SPACES TO WS-STATE-FILENAME.
           STRING "CENSUS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-STATE-FILENAME.
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
               DISPLAY "BESBCENS: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

           find-census-date.
           MOVE 0 TO WS-TERM-FOUND
           OPEN INPUT TERMS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TERMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF TERMS-FILE-RECORD(1:20) = WS-CURRENT-TERM
                           MOVE 1 TO WS-TERM-FOUND
                           MOVE TERMS-FILE-RECORD(39:8)
                             TO WS-CENSUS-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
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
                           MOVE ENRL-FILE-RECORD(1:9)
                             TO WS-ENRL-KEY(WS-ENRL-COUNT)
                           MOVE ENRL-FILE-RECORD(10:4)
                             TO WS-ENRL-HEADS(WS-ENRL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENRL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-catalog.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CATALOG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAT-COUNT < 500 AND
                               CATALOG-FILE-RECORD(40:2) IS NUMERIC
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATALOG-FILE-RECORD(1:7)
                             TO WS-CAT-COURSE(WS-CAT-COUNT)
                           MOVE CATALOG-FILE-RECORD(40:2)
                             TO WS-CAT-CREDITS(WS-CAT-COUNT)
                           MOVE CATALOG-FILE-RECORD(48:1)
                             TO WS-CAT-LEVEL(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
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
                       IF WS-XL-COUNT < 20 AND
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

           scan-schedule.
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCENS: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM count-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> one section: SCH is enrollment times catalog credits, the
      *> weekly contact minutes are length times meeting days, and
      *> FTE is SCH over the level's full-time load
           count-one-row.
           IF SFR-STATUS = "C"
               ADD 1 TO WS-CANC-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM check-xlist-secondary
           IF WS-XL-SECONDARY = 1
               ADD 1 TO WS-XSEC-COUNT
               DISPLAY " XLIST   " SFR-KEY
                   " cross-list secondary, counted under its primary"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE 0 TO WS-ROW-DAYS
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF SFR-DAYS(WS-JDX) NOT = SPACES
                   ADD 1 TO WS-ROW-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-ROW-MINUTES = SFR-LEN * WS-ROW-DAYS
           MOVE 0 TO WS-ROW-HEADS
           PERFORM find-enrl-for-row
           IF WS-ENRL-FOUND = 0
               ADD 1 TO WS-NOENRL-COUNT
               DISPLAY " NOENRL  " SFR-KEY
                   " no enrollment count -- counted as 0"
           ELSE
               MOVE WS-ENRL-HEADS(WS-ENRL-FOUND) TO WS-ROW-HEADS
           END-IF
           MOVE 0 TO WS-ROW-CREDITS
           MOVE "?" TO WS-ROW-LEVEL
           PERFORM find-catalog-for-row
           IF WS-CAT-FOUND = 0
               ADD 1 TO WS-NOCAT-COUNT
               DISPLAY " NOCAT   " SFR-KEY
                   " not in the catalog -- no credit hours"
           ELSE
               MOVE WS-CAT-CREDITS(WS-CAT-FOUND) TO WS-ROW-CREDITS
               MOVE WS-CAT-LEVEL(WS-CAT-FOUND) TO WS-ROW-LEVEL
           END-IF
           COMPUTE WS-ROW-SCH = WS-ROW-HEADS * WS-ROW-CREDITS
           IF WS-ROW-LEVEL = "G"
               COMPUTE WS-ROW-FTE ROUNDED =
                   WS-ROW-SCH / WS-FTE-DIV-GR
           ELSE
               COMPUTE WS-ROW-FTE ROUNDED =
                   WS-ROW-SCH / WS-FTE-DIV-UG
           END-IF
           PERFORM add-to-summary
           PERFORM write-state-detail.

           check-xlist-secondary.
           MOVE 0 TO WS-XL-SECONDARY
           PERFORM VARYING WS-XL-GDX FROM 1 BY 1
                   UNTIL WS-XL-GDX > WS-XL-COUNT OR WS-XL-SECONDARY = 1
               PERFORM VARYING WS-XL-MDX FROM 2 BY 1
                       UNTIL WS-XL-MDX > 4
                   IF WS-XL-KEY(WS-XL-GDX, WS-XL-MDX) = SFR-KEY
                       MOVE 1 TO WS-XL-SECONDARY
                   END-IF
               END-PERFORM
           END-PERFORM.

           find-enrl-for-row.
           MOVE 0 TO WS-ENRL-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ENRL-COUNT OR WS-ENRL-FOUND > 0
               IF WS-ENRL-KEY(WS-IDX) = SFR-KEY
                   MOVE WS-IDX TO WS-ENRL-FOUND
               END-IF
           END-PERFORM.

           find-catalog-for-row.
           MOVE 0 TO WS-CAT-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR WS-CAT-FOUND > 0
               IF WS-CAT-COURSE(WS-IDX) = SFR-KEY(1:7)
                   MOVE WS-IDX TO WS-CAT-FOUND
               END-IF
           END-PERFORM.

           add-to-summary.
           MOVE 0 TO WS-SUM-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUM-COUNT OR WS-SUM-FOUND > 0
               IF WS-SUM-SCHOOL(WS-IDX) = SFR-SCHOOL AND
                       WS-SUM-LEVEL(WS-IDX) = WS-ROW-LEVEL
                   MOVE WS-IDX TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = 0 AND WS-SUM-COUNT < 100
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-FOUND
               MOVE SFR-SCHOOL TO WS-SUM-SCHOOL(WS-SUM-FOUND)
               MOVE WS-ROW-LEVEL TO WS-SUM-LEVEL(WS-SUM-FOUND)
               MOVE 0 TO WS-SUM-SECTIONS(WS-SUM-FOUND)
               MOVE 0 TO WS-SUM-HEADS(WS-SUM-FOUND)
               MOVE 0 TO WS-SUM-SCH(WS-SUM-FOUND)
               MOVE 0 TO WS-SUM-MINUTES(WS-SUM-FOUND)
               MOVE 0 TO WS-SUM-FTE(WS-SUM-FOUND)
           END-IF
           IF WS-SUM-FOUND > 0
               ADD 1 TO WS-SUM-SECTIONS(WS-SUM-FOUND)
               ADD WS-ROW-HEADS TO WS-SUM-HEADS(WS-SUM-FOUND)
               ADD WS-ROW-SCH TO WS-SUM-SCH(WS-SUM-FOUND)
               ADD WS-ROW-MINUTES TO WS-SUM-MINUTES(WS-SUM-FOUND)
               ADD WS-ROW-FTE TO WS-SUM-FTE(WS-SUM-FOUND)
           END-IF
           ADD 1 TO WS-TOT-SECTIONS
           ADD WS-ROW-HEADS TO WS-TOT-HEADS
           ADD WS-ROW-SCH TO WS-TOT-SCH
           ADD WS-ROW-MINUTES TO WS-TOT-MINUTES
           ADD WS-ROW-FTE TO WS-TOT-FTE.

           print-summary.
           DISPLAY " ".
           DISPLAY "SCHL LV SECTIONS ENROLLED      SCH  CONTACT HRS"
               "        FTE".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUM-COUNT
               COMPUTE WS-HOURS-WORK ROUNDED =
                   WS-SUM-MINUTES(WS-IDX) / 60
               MOVE WS-HOURS-WORK TO WS-HOURS-OUT
               MOVE WS-SUM-FTE(WS-IDX) TO WS-FTE-OUT
               DISPLAY WS-SUM-SCHOOL(WS-IDX) "  "
                   WS-SUM-LEVEL(WS-IDX) "     "
                   WS-SUM-SECTIONS(WS-IDX) "   "
                   WS-SUM-HEADS(WS-IDX) "  "
                   WS-SUM-SCH(WS-IDX) "    "
                   WS-HOURS-OUT "  " WS-FTE-OUT
           END-PERFORM.
           COMPUTE WS-HOURS-WORK ROUNDED = WS-TOT-MINUTES / 60.
           MOVE WS-HOURS-WORK TO WS-HOURS-OUT.
           MOVE WS-TOT-FTE TO WS-FTE-OUT.
           DISPLAY "---".
           DISPLAY "sections " WS-TOT-SECTIONS
               " enrolled " WS-TOT-HEADS
               " SCH " WS-TOT-SCH
               " contact hrs/wk " WS-HOURS-OUT
               " FTE " WS-FTE-OUT.
           DISPLAY "left out: cancelled " WS-CANC-COUNT
               " cross-list secondaries " WS-XSEC-COUNT.
           DISPLAY "exceptions: no enrollment " WS-NOENRL-COUNT
               " not in catalog " WS-NOCAT-COUNT.
           DISPLAY "submission file "
               FUNCTION TRIM(WS-STATE-FILENAME).

           write-state-header.
           MOVE SPACES TO STATE-FILE-RECORD
           MOVE "H" TO STATE-FILE-RECORD(1:1)
           MOVE WS-INSTITUTION-ID TO STATE-FILE-RECORD(2:6)
           MOVE WS-CURRENT-TERM TO STATE-FILE-RECORD(8:20)
           MOVE WS-CENSUS-DATE TO STATE-FILE-RECORD(28:8)
           MOVE WS-RUN-DATE TO STATE-FILE-RECORD(36:8)
           WRITE STATE-FILE-RECORD.

           write-state-detail.
           MOVE SPACES TO STATE-FILE-RECORD
           MOVE "D" TO STATE-FILE-RECORD(1:1)
           MOVE SFR-SCHOOL TO STATE-FILE-RECORD(2:4)
           MOVE SFR-CODE TO STATE-FILE-RECORD(6:3)
           MOVE SFR-SECTION TO STATE-FILE-RECORD(9:2)
           MOVE WS-ROW-LEVEL TO STATE-FILE-RECORD(11:1)
           MOVE WS-ROW-CREDITS TO STATE-FILE-RECORD(12:2)
           MOVE WS-ROW-HEADS TO STATE-FILE-RECORD(14:4)
           MOVE WS-ROW-SCH TO STATE-FILE-RECORD(18:6)
           MOVE WS-ROW-MINUTES TO STATE-FILE-RECORD(24:4)
           COMPUTE WS-FTE-9 = WS-ROW-FTE * 100
           MOVE WS-FTE-9 TO STATE-FILE-RECORD(28:6)
           WRITE STATE-FILE-RECORD.

           write-state-trailer.
           MOVE SPACES TO STATE-FILE-RECORD
           MOVE "T" TO STATE-FILE-RECORD(1:1)
           MOVE WS-TOT-SECTIONS TO STATE-FILE-RECORD(2:6)
           MOVE WS-TOT-HEADS TO STATE-FILE-RECORD(8:7)
           MOVE WS-TOT-SCH TO STATE-FILE-RECORD(15:8)
           COMPUTE WS-FTE-TOT-9 = WS-TOT-FTE * 100
           MOVE WS-FTE-TOT-9 TO STATE-FILE-RECORD(23:8)
           WRITE STATE-FILE-RECORD.
