      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBCHRG.
      *> modification history
      *>   2026-10-15  monthly room-usage chargeback -- walks every
      *>               real class date of the month inside the term
      *>               (TERMS.DAT dates, CALENDAR-term.DAT no-class
      *>               dates skipped and SW day-swaps honored, the
      *>               EXCEPT-term.DAT one-day overrides applied, and
      *>               effective-dated changes read as of each date),
      *>               adds the EVENTS-term.DAT bookings under their
      *>               sponsor, and totals seat-hours and room-hours
      *>               per department per building and room type;
      *>               CHGRATES.DAT prices them, a room with no rate
      *>               line is outside the general pool and is not
      *>               billed.  Prints the departmental statements and
      *>               writes the balanced GL journal
      *>               GLJRNL-term-yyyymm.DAT (one debit per
      *>               department, one credit to facilities, control
      *>               totals in the trailer); account numbers come
      *>               from GLACCTS.DAT, and a department without one
      *>               is debited to the suspense account
      *>   2026-10-15  a part-of-term section bills only the dates
      *>               inside its own meeting dates, and online and
      *>               by-arrangement sections hold no room to bill
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  EXCEPT-term.DAT is read up to 500 date
      *>               exceptions -- a building closure (BESBCLOS)
      *>               records one per affected meeting
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
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RMATTR-FILE ASSIGN DYNAMIC WS-RMATTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RATE-FILE ASSIGN DYNAMIC WS-RATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN DYNAMIC WS-ACCT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CAL-FILE ASSIGN DYNAMIC WS-CAL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN DYNAMIC WS-EXCEPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EVENTS-FILE ASSIGN DYNAMIC WS-EVENTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-FILE ASSIGN DYNAMIC WS-GL-FILENAME
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
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
      *> room-attribute line: room(1:8) then up to ten 2-char
      *> attribute codes three columns apart from column 10
       FD RMATTR-FILE.
       01 RMATTR-FILE-RECORD PIC X(39).
      *> chargeback rate line: building(1:16) room type(18:2, CL
      *> classroom / LB lab) seat-hour rate(21:6, 4 implied
      *> decimals) room-hour rate(28:6, 2 implied decimals)
       FD RATE-FILE.
       01 RATE-FILE-RECORD PIC X(33).
      *> GL account line: department(1:20, a school code or an
      *> event sponsor as written on EVENTS-term.DAT) account(22:16);
      *> the FACILITIES line is the credit side, SUSPENSE takes any
      *> department without a line of its own
       FD ACCT-FILE.
       01 ACCT-FILE-RECORD PIC X(37).
      *> calendar entry: date(1:8) reason(10:2) description(13:20)
       FD CAL-FILE.
       01 CAL-FILE-RECORD PIC X(32).
      *> single-date exception: key(1:9) date(11:8) type(20:1)
      *> value(22:8)
       FD EXCEPT-FILE.
       01 EXCEPT-FILE-RECORD PIC X(29).
      *> event line: room(1:8) kind(10:1, W weekly / D one date)
      *> days-or-date(12:8) start(21:4) minutes(26:3) sponsor(30:20)
       FD EVENTS-FILE.
       01 EVENTS-FILE-RECORD PIC X(49).
      *> GL journal, fixed 80-byte records:
      *>   H  type(1:1) source(2:8) term(10:20) period(30:6, yyyymm)
      *>      from(36:8) to(44:8) run date(52:8)
      *>   D  type(1:1) account(2:16) department(18:20) side(38:1,
      *>      D debit / C credit) amount(39:13, 2 implied decimals)
      *>      description(52:29)
      *>   T  type(1:1) detail records(2:6) total debits(8:13)
      *>      total credits(21:13), both 2 implied decimals
       FD GL-FILE.
       01 GL-FILE-RECORD PIC X(80).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
               02 WS-MAX-ROWS PIC 9(3) VALUE 200.
               02 WS-SCHEDULE-ROW OCCURS 200 TIMES.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==WS==.

      *> the billing period -- the month, clipped to the term
           01 WS-MONTH PIC X(6) VALUE SPACES.
           01 WS-MONTH-9 REDEFINES WS-MONTH PIC 9(6).
           01 WS-NEXT-MONTH PIC 9(6) VALUE 0.
           01 WS-PERIOD-FROM PIC X(8) VALUE SPACES.
           01 WS-PERIOD-TO PIC X(8) VALUE SPACES.
           01 WS-TERM-START PIC X(8) VALUE SPACES.
           01 WS-TERM-END PIC X(8) VALUE SPACES.
           01 WS-TERM-FOUND PIC 9(1) VALUE 0.
           01 WS-RUN-DATE PIC X(8) VALUE SPACES.

      *> the date walk
           01 WS-DAYNUM PIC 9(8) VALUE 0.
           01 WS-END-DAYNUM PIC 9(8) VALUE 0.
           01 WS-DATE-9 PIC 9(8) VALUE 0.
           01 WS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-WDAY PIC 9(1) VALUE 0.
           01 WS-REAL-WDAY PIC 9(1) VALUE 0.
           01 WS-SKIP-DATE PIC 9(1) VALUE 0.
           01 WS-CLASS-DATES PIC 9(3) VALUE 0.
           01 WS-CLOSED-DATES PIC 9(3) VALUE 0.

      *> one meeting being billed
           01 WS-MTG-ROOM PIC X(8) VALUE SPACES.
           01 WS-MTG-LEN PIC 9(3) VALUE 0.
           01 WS-MTG-SLOT PIC X(7) VALUE SPACES.
           01 WS-MTG-DEPT PIC X(20) VALUE SPACES.
           01 WS-MTG-KIND PIC X(1) VALUE SPACE.
           01 WS-SECTION-MTGS PIC 9(6) VALUE 0.
           01 WS-EVENT-MTGS PIC 9(6) VALUE 0.

           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 200 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-SEATS PIC 9(4).
                   03 WS-ROOMS-TYPE PIC X(2).
           01 WS-ROOMS-FOUND PIC 9(4) VALUE 0.

           01 WS-RATE-COUNT PIC 9(3) VALUE 0.
           01 WS-RATE-LIST.
               02 WS-RATE-ENTRY OCCURS 100 TIMES.
                   03 WS-RATE-BLDG PIC X(16).
                   03 WS-RATE-TYPE PIC X(2).
                   03 WS-RATE-SEAT PIC 9(2)V9(4).
                   03 WS-RATE-ROOM PIC 9(4)V99.
           01 WS-RATE-FOUND PIC 9(3) VALUE 0.
           01 WS-RATE-IN PIC X(6) VALUE SPACES.
           01 WS-RATE-IN-SEAT REDEFINES WS-RATE-IN PIC 9(2)V9(4).
           01 WS-RATE-IN-ROOM REDEFINES WS-RATE-IN PIC 9(4)V99.

           01 WS-ACCT-COUNT PIC 9(3) VALUE 0.
           01 WS-ACCT-LIST.
               02 WS-ACCT-ENTRY OCCURS 100 TIMES.
                   03 WS-ACCT-DEPT PIC X(20).
                   03 WS-ACCT-NUMBER PIC X(16).
           01 WS-FAC-ACCOUNT PIC X(16) VALUE "4750-FACIL-RECOV".
           01 WS-SUSP-ACCOUNT PIC X(16) VALUE "1999-SUSPENSE".

           01 WS-CAL-COUNT PIC 9(4) VALUE 0.
           01 WS-CAL-LIST.
               02 WS-CAL-ENTRY OCCURS 60 TIMES.
                   03 WS-CAL-DATE PIC X(8).
                   03 WS-CAL-REASON PIC X(2).
                   03 WS-CAL-DESC PIC X(20).
           01 WS-CAL-HIT PIC 9(2) VALUE 0.

           01 WS-EX-COUNT PIC 9(3) VALUE 0.
           01 WS-EX-LIST.
               02 WS-EX-ENTRY OCCURS 500 TIMES.
                   03 WS-EX-KEY PIC X(9).
                   03 WS-EX-DATE PIC X(8).
                   03 WS-EX-TYPE PIC X(1).
                   03 WS-EX-VALUE PIC X(8).
           01 WS-EX-EDX PIC 9(3) VALUE 0.
           01 WS-EX-HIT PIC 9(3) VALUE 0.

           01 WS-EV-COUNT PIC 9(3) VALUE 0.
           01 WS-EV-LIST.
               02 WS-EV-ENTRY OCCURS 100 TIMES.
                   03 WS-EV-ROOM PIC X(8).
                   03 WS-EV-KIND PIC X(1).
                   03 WS-EV-DAYS PIC X(8).
                   03 WS-EV-LEN PIC 9(3).
                   03 WS-EV-SPONSOR PIC X(20).
           01 WS-EV-EDX PIC 9(3) VALUE 0.

      *> usage buckets -- department by building and room type;
      *> minutes accumulate over the walk, money is worked once per
      *> bucket at the end so rounding happens in one place
           01 WS-BKT-COUNT PIC 9(3) VALUE 0.
           01 WS-BKT-TABLE.
               02 WS-BKT-ENTRY OCCURS 300 TIMES.
                   03 WS-BKT-DEPT PIC X(20).
                   03 WS-BKT-BLDG PIC X(16).
                   03 WS-BKT-TYPE PIC X(2).
                   03 WS-BKT-KIND PIC X(1).
                   03 WS-BKT-RATE PIC 9(3).
                   03 WS-BKT-MTGS PIC 9(5).
                   03 WS-BKT-SEAT-MIN PIC 9(9).
                   03 WS-BKT-ROOM-MIN PIC 9(7).
                   03 WS-BKT-AMOUNT PIC 9(9)V99.
           01 WS-BKT-HOLD PIC X(74) VALUE SPACES.
           01 WS-BKT-FOUND PIC 9(3) VALUE 0.
           01 WS-SORT-SWAP PIC 9(1) VALUE 0.

      *> meetings that could not be priced, by room and reason
           01 WS-UNB-COUNT PIC 9(3) VALUE 0.
           01 WS-UNB-TABLE.
               02 WS-UNB-ENTRY OCCURS 100 TIMES.
                   03 WS-UNB-ROOM PIC X(8).
                   03 WS-UNB-DEPT PIC X(20).
                   03 WS-UNB-REASON PIC X(24).
                   03 WS-UNB-MTGS PIC 9(5).
                   03 WS-UNB-MIN PIC 9(7).
           01 WS-UNB-FOUND PIC 9(3) VALUE 0.
           01 WS-UNB-WHY PIC X(24) VALUE SPACES.

      *> statement and journal totals
           01 WS-CUR-DEPT PIC X(20) VALUE SPACES.
           01 WS-DEPT-AMOUNT PIC 9(11)V99 VALUE 0.
           01 WS-DEPT-ACCOUNT PIC X(16) VALUE SPACES.
           01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           01 WS-SUSP-COUNT PIC 9(3) VALUE 0.
           01 WS-TOT-DEBITS PIC 9(11)V99 VALUE 0.
           01 WS-TOT-CREDITS PIC 9(11)V99 VALUE 0.
           01 WS-GL-LINES PIC 9(6) VALUE 0.
           01 WS-AMOUNT-13 PIC 9(13) VALUE 0.
           01 WS-TOT-SEAT-HRS PIC 9(9)V99 VALUE 0.
           01 WS-TOT-ROOM-HRS PIC 9(7)V99 VALUE 0.

      *> printable forms
           01 WS-HOURS-WORK PIC 9(9)V99 VALUE 0.
           01 WS-SEAT-HRS-OUT PIC ZZZZZZZ9.99.
           01 WS-ROOM-HRS-OUT PIC ZZZZ9.99.
           01 WS-SEAT-RATE-OUT PIC Z9.9999.
           01 WS-ROOM-RATE-OUT PIC ZZZ9.99.
           01 WS-AMOUNT-OUT PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-RMATTR-FILENAME PIC X(20) VALUE "ROOMATTR.DAT".
           01 WS-RATE-FILENAME PIC X(20) VALUE "CHGRATES.DAT".
           01 WS-ACCT-FILENAME PIC X(20) VALUE "GLACCTS.DAT".
           01 WS-CAL-FILENAME PIC X(60) VALUE SPACES.
           01 WS-EXCEPT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-EVENTS-FILENAME PIC X(60) VALUE SPACES.
           01 WS-GL-FILENAME PIC X(60) VALUE SPACES.
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
           MOVE "BESBCHRG" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           MOVE WS-TS(1:8) TO WS-RUN-DATE.
           IF WS-MONTH = SPACES
               MOVE WS-TS(1:6) TO WS-MONTH
           END-IF.
           IF WS-MONTH IS NOT NUMERIC OR
                   WS-MONTH(5:2) < "01" OR WS-MONTH(5:2) > "12"
               DISPLAY "BESBCHRG: --month must be YYYYMM, not "
                   WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM find-term-dates.
           IF WS-TERM-FOUND = 0
               DISPLAY "BESBCHRG: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " is not in " FUNCTION TRIM(WS-TERMS-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM set-billing-period.
           IF WS-PERIOD-FROM > WS-PERIOD-TO
               DISPLAY "BESBCHRG: term " FUNCTION TRIM(WS-CURRENT-TERM)
                   " (" WS-TERM-START "-" WS-TERM-END
                   ") has no dates in " WS-MONTH "; nothing billed"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-rate-list.
           IF WS-RATE-COUNT = 0
               DISPLAY "BESBCHRG: " FUNCTION TRIM(WS-RATE-FILENAME)
                   " is missing or empty -- no rates to bill at"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           PERFORM load-room-types.
           PERFORM load-acct-list.
           PERFORM load-calendar.
           PERFORM load-exceptions.
           PERFORM load-events.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM walk-period.
           PERFORM price-buckets.
           PERFORM sort-buckets.
           OPEN OUTPUT GL-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCHRG: could not write "
                   FUNCTION TRIM(WS-GL-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM write-gl-header.
           DISPLAY "BESBCHRG: room-usage chargeback, term "
               FUNCTION TRIM(WS-CURRENT-TERM)
               "   period " WS-PERIOD-FROM "-" WS-PERIOD-TO
               "   run " WS-RUN-DATE.
           DISPLAY "class dates " WS-CLASS-DATES
               " no-class dates " WS-CLOSED-DATES
               " section meetings " WS-SECTION-MTGS
               " event meetings " WS-EVENT-MTGS.
           PERFORM print-statements.
           PERFORM write-gl-credit.
           PERFORM write-gl-trailer.
           CLOSE GL-FILE.
           PERFORM print-unbilled.
           PERFORM print-control-totals.
           IF WS-SUSP-COUNT > 0 OR WS-UNB-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:8) = "--month="
                   MOVE ARGV(9:6) TO WS-MONTH
               WHEN OTHER
                   DISPLAY "BESBCHRG: invalid arg: " ARGV
                   DISPLAY "BESBCHRG: usage: besbchrg [--term=X]"
                       " [--month=YYYYMM]"
           END-EVALUATE.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-CAL-FILENAME.
           STRING "CALENDAR-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CAL-FILENAME.
           MOVE SPACES TO WS-EXCEPT-FILENAME.
           STRING "EXCEPT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-EXCEPT-FILENAME.
           MOVE SPACES TO WS-EVENTS-FILENAME.
           STRING "EVENTS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-EVENTS-FILENAME.
           MOVE SPACES TO WS-GL-FILENAME.
           STRING "GLJRNL-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-MONTH DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-GL-FILENAME.
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
               DISPLAY "BESBCHRG: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

           find-term-dates.
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
                           MOVE TERMS-FILE-RECORD(21:8)
                             TO WS-TERM-START
                           MOVE TERMS-FILE-RECORD(29:8)
                             TO WS-TERM-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> first of the month to the day before the first of the next,
      *> then clipped to the term's own dates
           set-billing-period.
           MOVE WS-MONTH TO WS-PERIOD-FROM(1:6)
           MOVE "01" TO WS-PERIOD-FROM(7:2)
           IF WS-MONTH(5:2) = "12"
               COMPUTE WS-NEXT-MONTH = WS-MONTH-9 + 89
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-9 + 1
           END-IF
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(
               WS-NEXT-MONTH * 100 + 1) - 1
           COMPUTE WS-DATE-9 = FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
           MOVE WS-DATE-9 TO WS-PERIOD-TO
           IF WS-TERM-START IS NUMERIC AND
                   WS-TERM-START > WS-PERIOD-FROM
               MOVE WS-TERM-START TO WS-PERIOD-FROM
           END-IF
           IF WS-TERM-END IS NUMERIC AND
                   WS-TERM-END < WS-PERIOD-TO
               MOVE WS-TERM-END TO WS-PERIOD-TO
           END-IF.

      *> ---------------------------------------------------------------
      *> the date walk -- every date of the period; a closed date
      *> bills nothing, a class date bills each live row meeting on
      *> its effective weekday and each event on that date
      *> ---------------------------------------------------------------
           walk-period.
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-PERIOD-FROM))
           COMPUTE WS-END-DAYNUM = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-PERIOD-TO))
           PERFORM UNTIL WS-DAYNUM > WS-END-DAYNUM
               COMPUTE WS-DATE-9 =
                   FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               MOVE WS-DATE-9 TO WS-DATE-X
               PERFORM resolve-date-weekday
               IF WS-SKIP-DATE = 0
                   ADD 1 TO WS-CLASS-DATES
                   PERFORM bill-date-sections
                   PERFORM bill-date-events
               ELSE
                   ADD 1 TO WS-CLOSED-DATES
               END-IF
               ADD 1 TO WS-DAYNUM
           END-PERFORM.

      *> the date's effective weekday: its own, unless the calendar
      *> closes it (skip) or swaps it to another weekday's schedule;
      *> events keep the real weekday either way
           resolve-date-weekday.
           MOVE 0 TO WS-SKIP-DATE
           COMPUTE WS-WDAY = FUNCTION MOD(WS-DAYNUM - 1, 7) + 1
           MOVE WS-WDAY TO WS-REAL-WDAY
           MOVE 0 TO WS-CAL-HIT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CAL-COUNT OR WS-CAL-HIT > 0
               IF WS-CAL-DATE(WS-JDX) = WS-DATE-X
                   MOVE WS-JDX TO WS-CAL-HIT
               END-IF
           END-PERFORM
           IF WS-CAL-HIT > 0
               IF WS-CAL-REASON(WS-CAL-HIT) = "SW" AND
                       WS-CAL-DESC(WS-CAL-HIT)(1:1) IS NUMERIC
                   MOVE WS-CAL-DESC(WS-CAL-HIT)(1:1) TO WS-WDAY
               ELSE
                   MOVE 1 TO WS-SKIP-DATE
               END-IF
           END-IF.

           bill-date-sections.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               PERFORM bill-one-row-date
           END-PERFORM.

      *> a date before the row's effective-dated switchover still
      *> ran the prior room and times, as BESBDOOR renders it; then
      *> the date's exception -- N no meeting, R a borrowed room
      *> (T only moves the start, so it bills the same). A
      *> part-of-term section outside its own dates, and a section
      *> holding no room at all, bills nothing
           bill-one-row-date.
           IF WS-MODE(WS-IDX) = "S" OR WS-MODE(WS-IDX) = "A" OR
                   WS-MODE(WS-IDX) = "R"
               EXIT PARAGRAPH
           END-IF
           IF (WS-PT-START(WS-IDX) NOT = SPACES AND
               WS-DATE-X < WS-PT-START(WS-IDX)) OR
              (WS-PT-END(WS-IDX) NOT = SPACES AND
               WS-DATE-X > WS-PT-END(WS-IDX))
               EXIT PARAGRAPH
           END-IF
           IF WS-EFF-DATE(WS-IDX) NOT = SPACES AND
                   WS-DATE-X < WS-EFF-DATE(WS-IDX)
               MOVE WS-PREV-DAYS(WS-IDX, WS-WDAY) TO WS-MTG-SLOT
               MOVE WS-PREV-ROOM(WS-IDX) TO WS-MTG-ROOM
               MOVE WS-PREV-LEN(WS-IDX) TO WS-MTG-LEN
           ELSE
               MOVE WS-DAYS(WS-IDX, WS-WDAY) TO WS-MTG-SLOT
               MOVE WS-ROOM(WS-IDX) TO WS-MTG-ROOM
               MOVE WS-LEN(WS-IDX) TO WS-MTG-LEN
           END-IF
           IF WS-MTG-SLOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EX-HIT
           PERFORM VARYING WS-EX-EDX FROM 1 BY 1
                   UNTIL WS-EX-EDX > WS-EX-COUNT
               IF WS-EX-KEY(WS-EX-EDX) = WS-KEY(WS-IDX) AND
                       WS-EX-DATE(WS-EX-EDX) = WS-DATE-X
                   MOVE WS-EX-EDX TO WS-EX-HIT
               END-IF
           END-PERFORM
           IF WS-EX-HIT > 0
               EVALUATE WS-EX-TYPE(WS-EX-HIT)
                   WHEN "N"
                       EXIT PARAGRAPH
                   WHEN "R"
                       MOVE WS-EX-VALUE(WS-EX-HIT) TO WS-MTG-ROOM
               END-EVALUATE
           END-IF
           ADD 1 TO WS-SECTION-MTGS
           MOVE SPACES TO WS-MTG-DEPT
           MOVE WS-SCHOOL(WS-IDX) TO WS-MTG-DEPT
           MOVE "S" TO WS-MTG-KIND
           PERFORM bill-one-meeting.

      *> a booking is billed to its sponsor on its own date (D) or on
      *> each real weekday its mask names (W)
           bill-date-events.
           PERFORM VARYING WS-EV-EDX FROM 1 BY 1
                   UNTIL WS-EV-EDX > WS-EV-COUNT
               IF (WS-EV-KIND(WS-EV-EDX) = "D" AND
                       WS-EV-DAYS(WS-EV-EDX) = WS-DATE-X) OR
                       (WS-EV-KIND(WS-EV-EDX) = "W" AND
                       WS-EV-DAYS(WS-EV-EDX)(WS-REAL-WDAY:1) = "1")
                   ADD 1 TO WS-EVENT-MTGS
                   MOVE WS-EV-ROOM(WS-EV-EDX) TO WS-MTG-ROOM
                   MOVE WS-EV-LEN(WS-EV-EDX) TO WS-MTG-LEN
                   MOVE WS-EV-SPONSOR(WS-EV-EDX) TO WS-MTG-DEPT
                   MOVE "E" TO WS-MTG-KIND
                   IF WS-MTG-DEPT = SPACES
                       MOVE "no sponsor named" TO WS-UNB-WHY
                       PERFORM add-unbilled
                   ELSE
                       PERFORM bill-one-meeting
                   END-IF
               END-IF
           END-PERFORM.

      *> the meeting's room to its building, seats and type, the
      *> building and type to a rate line, and the minutes into the
      *> department's bucket
           bill-one-meeting.
           IF WS-MTG-ROOM = "TBA"
               MOVE "room TBA" TO WS-UNB-WHY
               PERFORM add-unbilled
               EXIT PARAGRAPH
           END-IF
           PERFORM find-room-entry
           IF WS-ROOMS-FOUND = 0
               MOVE "room not on ROOMS.DAT" TO WS-UNB-WHY
               PERFORM add-unbilled
               EXIT PARAGRAPH
           END-IF
           PERFORM find-rate-entry
           IF WS-RATE-FOUND = 0
               MOVE "no rate (not pool)" TO WS-UNB-WHY
               PERFORM add-unbilled
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BKT-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-BKT-COUNT OR WS-BKT-FOUND > 0
               IF WS-BKT-DEPT(WS-KDX) = WS-MTG-DEPT AND
                       WS-BKT-RATE(WS-KDX) = WS-RATE-FOUND AND
                       WS-BKT-KIND(WS-KDX) = WS-MTG-KIND
                   MOVE WS-KDX TO WS-BKT-FOUND
               END-IF
           END-PERFORM
           IF WS-BKT-FOUND = 0
               IF WS-BKT-COUNT >= 300
                   MOVE "bucket table full" TO WS-UNB-WHY
                   PERFORM add-unbilled
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BKT-COUNT
               MOVE WS-BKT-COUNT TO WS-BKT-FOUND
               MOVE WS-MTG-DEPT TO WS-BKT-DEPT(WS-BKT-FOUND)
               MOVE WS-RATE-BLDG(WS-RATE-FOUND)
                 TO WS-BKT-BLDG(WS-BKT-FOUND)
               MOVE WS-RATE-TYPE(WS-RATE-FOUND)
                 TO WS-BKT-TYPE(WS-BKT-FOUND)
               MOVE WS-MTG-KIND TO WS-BKT-KIND(WS-BKT-FOUND)
               MOVE WS-RATE-FOUND TO WS-BKT-RATE(WS-BKT-FOUND)
               MOVE 0 TO WS-BKT-MTGS(WS-BKT-FOUND)
               MOVE 0 TO WS-BKT-SEAT-MIN(WS-BKT-FOUND)
               MOVE 0 TO WS-BKT-ROOM-MIN(WS-BKT-FOUND)
               MOVE 0 TO WS-BKT-AMOUNT(WS-BKT-FOUND)
           END-IF
           ADD 1 TO WS-BKT-MTGS(WS-BKT-FOUND)
           COMPUTE WS-BKT-SEAT-MIN(WS-BKT-FOUND) =
               WS-BKT-SEAT-MIN(WS-BKT-FOUND) +
               WS-ROOMS-SEATS(WS-ROOMS-FOUND) * WS-MTG-LEN
           ADD WS-MTG-LEN TO WS-BKT-ROOM-MIN(WS-BKT-FOUND).

           add-unbilled.
           MOVE 0 TO WS-UNB-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-UNB-COUNT OR WS-UNB-FOUND > 0
               IF WS-UNB-ROOM(WS-KDX) = WS-MTG-ROOM AND
                       WS-UNB-DEPT(WS-KDX) = WS-MTG-DEPT AND
                       WS-UNB-REASON(WS-KDX) = WS-UNB-WHY
                   MOVE WS-KDX TO WS-UNB-FOUND
               END-IF
           END-PERFORM
           IF WS-UNB-FOUND = 0
               IF WS-UNB-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UNB-COUNT
               MOVE WS-UNB-COUNT TO WS-UNB-FOUND
               MOVE WS-MTG-ROOM TO WS-UNB-ROOM(WS-UNB-FOUND)
               MOVE WS-MTG-DEPT TO WS-UNB-DEPT(WS-UNB-FOUND)
               MOVE WS-UNB-WHY TO WS-UNB-REASON(WS-UNB-FOUND)
               MOVE 0 TO WS-UNB-MTGS(WS-UNB-FOUND)
               MOVE 0 TO WS-UNB-MIN(WS-UNB-FOUND)
           END-IF
           ADD 1 TO WS-UNB-MTGS(WS-UNB-FOUND)
           ADD WS-MTG-LEN TO WS-UNB-MIN(WS-UNB-FOUND).

           find-room-entry.
           MOVE 0 TO WS-ROOMS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ROOMS-COUNT OR WS-ROOMS-FOUND > 0
               IF WS-ROOMS-ID(WS-JDX) = WS-MTG-ROOM
                   MOVE WS-JDX TO WS-ROOMS-FOUND
               END-IF
           END-PERFORM.

           find-rate-entry.
           MOVE 0 TO WS-RATE-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RATE-COUNT OR WS-RATE-FOUND > 0
               IF WS-RATE-BLDG(WS-JDX) =
                       WS-ROOMS-BLDG(WS-ROOMS-FOUND) AND
                       WS-RATE-TYPE(WS-JDX) =
                       WS-ROOMS-TYPE(WS-ROOMS-FOUND)
                   MOVE WS-JDX TO WS-RATE-FOUND
               END-IF
           END-PERFORM.

      *> seat-hours at the seat rate plus room-hours at the room
      *> rate, rounded to the cent once per bucket
           price-buckets.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-BKT-COUNT
               MOVE WS-BKT-RATE(WS-KDX) TO WS-RATE-FOUND
               COMPUTE WS-BKT-AMOUNT(WS-KDX) ROUNDED =
                   WS-BKT-SEAT-MIN(WS-KDX) *
                       WS-RATE-SEAT(WS-RATE-FOUND) / 60 +
                   WS-BKT-ROOM-MIN(WS-KDX) *
                       WS-RATE-ROOM(WS-RATE-FOUND) / 60
           END-PERFORM.

      *> department, then building and type, so each statement reads
      *> straight down the table
           sort-buckets.
           MOVE 1 TO WS-SORT-SWAP
           PERFORM UNTIL WS-SORT-SWAP = 0
               MOVE 0 TO WS-SORT-SWAP
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= WS-BKT-COUNT
                   IF WS-BKT-DEPT(WS-IDX) > WS-BKT-DEPT(WS-IDX + 1) OR
                           (WS-BKT-DEPT(WS-IDX) =
                            WS-BKT-DEPT(WS-IDX + 1) AND
                            WS-BKT-ENTRY(WS-IDX)(21:19) >
                            WS-BKT-ENTRY(WS-IDX + 1)(21:19))
                       MOVE WS-BKT-ENTRY(WS-IDX) TO WS-BKT-HOLD
                       MOVE WS-BKT-ENTRY(WS-IDX + 1)
                         TO WS-BKT-ENTRY(WS-IDX)
                       MOVE WS-BKT-HOLD TO WS-BKT-ENTRY(WS-IDX + 1)
                       MOVE 1 TO WS-SORT-SWAP
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> statements -- one block per department, a line per building
      *> and room type, the department total posted as its debit
      *> ---------------------------------------------------------------
           print-statements.
           MOVE SPACES TO WS-CUR-DEPT
           MOVE 0 TO WS-DEPT-AMOUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-BKT-COUNT
               IF WS-BKT-DEPT(WS-IDX) NOT = WS-CUR-DEPT
                   IF WS-CUR-DEPT NOT = SPACES
                       PERFORM close-statement
                   END-IF
                   MOVE WS-BKT-DEPT(WS-IDX) TO WS-CUR-DEPT
                   MOVE 0 TO WS-DEPT-AMOUNT
                   DISPLAY " "
                   DISPLAY "STATEMENT  " WS-CUR-DEPT
                       "  period " WS-PERIOD-FROM "-" WS-PERIOD-TO
                   DISPLAY "  BUILDING         TY K MTGS "
                       "  SEAT-HOURS ROOM-HOURS  SEAT RT"
                       " ROOM RT          AMOUNT"
               END-IF
               PERFORM print-bucket-line
           END-PERFORM
           IF WS-CUR-DEPT NOT = SPACES
               PERFORM close-statement
           END-IF.

           print-bucket-line.
           MOVE WS-BKT-RATE(WS-IDX) TO WS-RATE-FOUND
           COMPUTE WS-HOURS-WORK ROUNDED = WS-BKT-SEAT-MIN(WS-IDX) / 60
           ADD WS-HOURS-WORK TO WS-TOT-SEAT-HRS
           MOVE WS-HOURS-WORK TO WS-SEAT-HRS-OUT
           COMPUTE WS-HOURS-WORK ROUNDED = WS-BKT-ROOM-MIN(WS-IDX) / 60
           ADD WS-HOURS-WORK TO WS-TOT-ROOM-HRS
           MOVE WS-HOURS-WORK TO WS-ROOM-HRS-OUT
           MOVE WS-RATE-SEAT(WS-RATE-FOUND) TO WS-SEAT-RATE-OUT
           MOVE WS-RATE-ROOM(WS-RATE-FOUND) TO WS-ROOM-RATE-OUT
           MOVE WS-BKT-AMOUNT(WS-IDX) TO WS-AMOUNT-OUT
           DISPLAY "  " WS-BKT-BLDG(WS-IDX) " "
               WS-BKT-TYPE(WS-IDX) " "
               WS-BKT-KIND(WS-IDX) " "
               WS-BKT-MTGS(WS-IDX) " "
               WS-SEAT-HRS-OUT " "
               WS-ROOM-HRS-OUT " "
               WS-SEAT-RATE-OUT " "
               WS-ROOM-RATE-OUT " "
               WS-AMOUNT-OUT
           ADD WS-BKT-AMOUNT(WS-IDX) TO WS-DEPT-AMOUNT.

           close-statement.
           ADD 1 TO WS-DEPT-COUNT
           PERFORM find-dept-account
           MOVE WS-DEPT-AMOUNT TO WS-AMOUNT-OUT
           DISPLAY "  total due " WS-AMOUNT-OUT
               "   charged to " WS-DEPT-ACCOUNT
           IF WS-DEPT-ACCOUNT = WS-SUSP-ACCOUNT
               ADD 1 TO WS-SUSP-COUNT
               DISPLAY "  - no " FUNCTION TRIM(WS-ACCT-FILENAME)
                   " line for this department; posted to suspense"
           END-IF
           IF WS-DEPT-AMOUNT > 0
               PERFORM write-gl-debit
           END-IF.

           find-dept-account.
           MOVE WS-SUSP-ACCOUNT TO WS-DEPT-ACCOUNT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ACCT-COUNT
               IF WS-ACCT-DEPT(WS-JDX) = WS-CUR-DEPT
                   MOVE WS-ACCT-NUMBER(WS-JDX) TO WS-DEPT-ACCOUNT
               END-IF
           END-PERFORM.

           print-unbilled.
           IF WS-UNB-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "NOT BILLED  ROOM     DEPARTMENT           MTGS"
               "  MINUTES  REASON"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-UNB-COUNT
               DISPLAY "            " WS-UNB-ROOM(WS-IDX) " "
                   WS-UNB-DEPT(WS-IDX) " "
                   WS-UNB-MTGS(WS-IDX) " "
                   WS-UNB-MIN(WS-IDX) "  "
                   WS-UNB-REASON(WS-IDX)
           END-PERFORM.

           print-control-totals.
           DISPLAY "---"
           MOVE WS-TOT-SEAT-HRS TO WS-SEAT-HRS-OUT
           MOVE WS-TOT-ROOM-HRS TO WS-ROOM-HRS-OUT
           DISPLAY "departments " WS-DEPT-COUNT
               " seat-hours " WS-SEAT-HRS-OUT
               " room-hours " WS-ROOM-HRS-OUT
           MOVE WS-TOT-DEBITS TO WS-AMOUNT-OUT
           DISPLAY "journal debits  " WS-AMOUNT-OUT
           MOVE WS-TOT-CREDITS TO WS-AMOUNT-OUT
           DISPLAY "journal credits " WS-AMOUNT-OUT
           IF WS-TOT-DEBITS = WS-TOT-CREDITS
               DISPLAY "journal balanced, " WS-GL-LINES
                   " detail records, file "
                   FUNCTION TRIM(WS-GL-FILENAME)
           ELSE
               DISPLAY "BESBCHRG: journal OUT OF BALANCE -- do not"
                   " post " FUNCTION TRIM(WS-GL-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "departments to suspense " WS-SUSP-COUNT
               " unbilled room/department lines " WS-UNB-COUNT.

      *> ---------------------------------------------------------------
      *> GL journal records
      *> ---------------------------------------------------------------
           write-gl-header.
           MOVE SPACES TO GL-FILE-RECORD
           MOVE "H" TO GL-FILE-RECORD(1:1)
           MOVE "BESBCHRG" TO GL-FILE-RECORD(2:8)
           MOVE WS-CURRENT-TERM TO GL-FILE-RECORD(10:20)
           MOVE WS-MONTH TO GL-FILE-RECORD(30:6)
           MOVE WS-PERIOD-FROM TO GL-FILE-RECORD(36:8)
           MOVE WS-PERIOD-TO TO GL-FILE-RECORD(44:8)
           MOVE WS-RUN-DATE TO GL-FILE-RECORD(52:8)
           WRITE GL-FILE-RECORD.

           write-gl-debit.
           MOVE SPACES TO GL-FILE-RECORD
           MOVE "D" TO GL-FILE-RECORD(1:1)
           MOVE WS-DEPT-ACCOUNT TO GL-FILE-RECORD(2:16)
           MOVE WS-CUR-DEPT TO GL-FILE-RECORD(18:20)
           MOVE "D" TO GL-FILE-RECORD(38:1)
           COMPUTE WS-AMOUNT-13 = WS-DEPT-AMOUNT * 100
           MOVE WS-AMOUNT-13 TO GL-FILE-RECORD(39:13)
           MOVE "ROOM CHARGEBACK" TO GL-FILE-RECORD(52:15)
           MOVE WS-MONTH TO GL-FILE-RECORD(68:6)
           WRITE GL-FILE-RECORD
           ADD 1 TO WS-GL-LINES
           ADD WS-DEPT-AMOUNT TO WS-TOT-DEBITS.

      *> the offset -- one credit to facilities for everything
      *> debited, which is what keeps the journal in balance
           write-gl-credit.
           MOVE SPACES TO GL-FILE-RECORD
           MOVE "D" TO GL-FILE-RECORD(1:1)
           MOVE WS-FAC-ACCOUNT TO GL-FILE-RECORD(2:16)
           MOVE "FACILITIES" TO GL-FILE-RECORD(18:20)
           MOVE "C" TO GL-FILE-RECORD(38:1)
           COMPUTE WS-AMOUNT-13 = WS-TOT-DEBITS * 100
           MOVE WS-AMOUNT-13 TO GL-FILE-RECORD(39:13)
           MOVE "ROOM CHARGEBACK RECOVERY" TO GL-FILE-RECORD(52:24)
           WRITE GL-FILE-RECORD
           ADD 1 TO WS-GL-LINES
           ADD WS-TOT-DEBITS TO WS-TOT-CREDITS.

           write-gl-trailer.
           MOVE SPACES TO GL-FILE-RECORD
           MOVE "T" TO GL-FILE-RECORD(1:1)
           MOVE WS-GL-LINES TO GL-FILE-RECORD(2:6)
           COMPUTE WS-AMOUNT-13 = WS-TOT-DEBITS * 100
           MOVE WS-AMOUNT-13 TO GL-FILE-RECORD(8:13)
           COMPUTE WS-AMOUNT-13 = WS-TOT-CREDITS * 100
           MOVE WS-AMOUNT-13 TO GL-FILE-RECORD(21:13)
           WRITE GL-FILE-RECORD.

      *> ---------------------------------------------------------------
      *> masters and term files
      *> ---------------------------------------------------------------
           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCHRG: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-NUM-ROWS < WS-MAX-ROWS AND
                               SFR-STATUS NOT = "C"
                           ADD 1 TO WS-NUM-ROWS
                           MOVE SCHEDULE-FILE-RECORD
                             TO WS-SCHEDULE-ROW(WS-NUM-ROWS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> every room starts as a classroom (CL); load-room-types
      *> makes the ones with lab benches labs (LB)
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
                       IF WS-ROOMS-COUNT < 200 AND
                               ROOMS-FILE-RECORD(25:4) IS NUMERIC
                           ADD 1 TO WS-ROOMS-COUNT
                           MOVE ROOMS-FILE-RECORD(1:8)
                             TO WS-ROOMS-ID(WS-ROOMS-COUNT)
                           MOVE ROOMS-FILE-RECORD(9:16)
                             TO WS-ROOMS-BLDG(WS-ROOMS-COUNT)
                           MOVE ROOMS-FILE-RECORD(25:4)
                             TO WS-ROOMS-SEATS(WS-ROOMS-COUNT)
                           MOVE "CL" TO WS-ROOMS-TYPE(WS-ROOMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-room-types.
           OPEN INPUT RMATTR-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RMATTR-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM type-one-room
               END-READ
           END-PERFORM
           CLOSE RMATTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

           type-one-room.
           MOVE RMATTR-FILE-RECORD(1:8) TO WS-MTG-ROOM
           PERFORM find-room-entry
           IF WS-ROOMS-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KDX FROM 10 BY 3 UNTIL WS-KDX > 37
               IF RMATTR-FILE-RECORD(WS-KDX:2) = "LB"
                   MOVE "LB" TO WS-ROOMS-TYPE(WS-ROOMS-FOUND)
               END-IF
           END-PERFORM.

           load-rate-list.
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RATE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RATE-COUNT < 100 AND
                               RATE-FILE-RECORD(21:6) IS NUMERIC AND
                               RATE-FILE-RECORD(28:6) IS NUMERIC
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RATE-FILE-RECORD(1:16)
                             TO WS-RATE-BLDG(WS-RATE-COUNT)
                           MOVE RATE-FILE-RECORD(18:2)
                             TO WS-RATE-TYPE(WS-RATE-COUNT)
                           MOVE RATE-FILE-RECORD(21:6) TO WS-RATE-IN
                           MOVE WS-RATE-IN-SEAT
                             TO WS-RATE-SEAT(WS-RATE-COUNT)
                           MOVE RATE-FILE-RECORD(28:6) TO WS-RATE-IN
                           MOVE WS-RATE-IN-ROOM
                             TO WS-RATE-ROOM(WS-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-acct-list.
           MOVE 0 TO WS-ACCT-COUNT
           OPEN INPUT ACCT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ACCT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-acct-entry
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-acct-entry.
           IF ACCT-FILE-RECORD(1:20) = SPACES OR
                   ACCT-FILE-RECORD(22:16) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE ACCT-FILE-RECORD(1:20)
               WHEN "FACILITIES"
                   MOVE ACCT-FILE-RECORD(22:16) TO WS-FAC-ACCOUNT
               WHEN "SUSPENSE"
                   MOVE ACCT-FILE-RECORD(22:16) TO WS-SUSP-ACCOUNT
               WHEN OTHER
                   IF WS-ACCT-COUNT < 100
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-FILE-RECORD(1:20)
                         TO WS-ACCT-DEPT(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(22:16)
                         TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
                   END-IF
           END-EVALUATE.

           load-calendar.
           MOVE 0 TO WS-CAL-COUNT
           OPEN INPUT CAL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CAL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAL-COUNT < 60 AND
                               CAL-FILE-RECORD(1:8) IS NUMERIC
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-FILE-RECORD(1:8)
                             TO WS-CAL-DATE(WS-CAL-COUNT)
                           MOVE CAL-FILE-RECORD(10:2)
                             TO WS-CAL-REASON(WS-CAL-COUNT)
                           MOVE CAL-FILE-RECORD(13:20)
                             TO WS-CAL-DESC(WS-CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-exceptions.
           MOVE 0 TO WS-EX-COUNT
           OPEN INPUT EXCEPT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ EXCEPT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EX-COUNT < 500 AND
                               EXCEPT-FILE-RECORD(11:8) IS NUMERIC
                           ADD 1 TO WS-EX-COUNT
                           MOVE EXCEPT-FILE-RECORD(1:9)
                             TO WS-EX-KEY(WS-EX-COUNT)
                           MOVE EXCEPT-FILE-RECORD(11:8)
                             TO WS-EX-DATE(WS-EX-COUNT)
                           MOVE EXCEPT-FILE-RECORD(20:1)
                             TO WS-EX-TYPE(WS-EX-COUNT)
                           MOVE EXCEPT-FILE-RECORD(22:8)
                             TO WS-EX-VALUE(WS-EX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-events.
           MOVE 0 TO WS-EV-COUNT
           OPEN INPUT EVENTS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ EVENTS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EV-COUNT < 100 AND
                               EVENTS-FILE-RECORD(26:3) IS NUMERIC AND
                               (EVENTS-FILE-RECORD(10:1) = "W" OR
                                EVENTS-FILE-RECORD(10:1) = "D")
                           ADD 1 TO WS-EV-COUNT
                           MOVE EVENTS-FILE-RECORD(1:8)
                             TO WS-EV-ROOM(WS-EV-COUNT)
                           MOVE EVENTS-FILE-RECORD(10:1)
                             TO WS-EV-KIND(WS-EV-COUNT)
                           MOVE EVENTS-FILE-RECORD(12:8)
                             TO WS-EV-DAYS(WS-EV-COUNT)
                           MOVE EVENTS-FILE-RECORD(26:3)
                             TO WS-EV-LEN(WS-EV-COUNT)
                           MOVE EVENTS-FILE-RECORD(30:20)
                             TO WS-EV-SPONSOR(WS-EV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           MOVE 0 TO WS-EOF-FLAG.
