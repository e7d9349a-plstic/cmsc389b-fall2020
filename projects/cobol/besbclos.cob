      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBCLOS.
      *> modification history
      *>   2026-10-15  emergency building closure -- a supervisor
      *>               names a building (--bldg) or a whole campus
      *>               (--campus) and a date/time range; every class
      *>               meeting and EVENTS-term.DAT booking in its
      *>               rooms inside the range is listed, walked date
      *>               by date the way BESBCHRG walks them
      *>               (CALENDAR-term.DAT closed dates skipped, SW
      *>               day-swaps honored, EXCEPT-term.DAT overrides
      *>               and effective-dated changes read as of each
      *>               date). Each meeting is moved for the day to a
      *>               free room of adequate size outside the closure
      *>               (enrollment from ENRL-term.DAT, else the old
      *>               room's seats; same campus first, then the
      *>               closest fit, no OUTAGE.DAT rooms), or failing
      *>               that -- or with --nomove -- given a no-meeting
      *>               date. The default run only lists; --apply
      *>               records the class meetings as EXCEPT-term.DAT
      *>               entries, the closure in CLOSURE-term.DAT,
      *>               notices by instructor (school for TBA rows,
      *>               sponsor for events) in CLOSURE-term-id.PRT, the
      *>               room-booking companion feed CLOSURE-term-id.BOOK
      *>               and one audit line. --lift=id undoes a closure:
      *>               its exceptions are taken back out (any they
      *>               displaced put back), the reverse feed goes to
      *>               CLOSURE-term-id.LIFT, notices are added to the
      *>               closure's .PRT and the lift is audited
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
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OUTAGE-FILE ASSIGN DYNAMIC WS-OUTAGE-FILENAME
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
           SELECT ENRL-FILE ASSIGN DYNAMIC WS-ENRL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CLOS-FILE ASSIGN DYNAMIC WS-CLOS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRT-FILE ASSIGN DYNAMIC WS-PRT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BOOK-FILE ASSIGN DYNAMIC WS-BOOK-FILENAME
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
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
      *> outage window: room(1:8) from(10:8) to(19:8) reason(28:20)
       FD OUTAGE-FILE.
       01 OUTAGE-FILE-RECORD PIC X(47).
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
      *> enrollment extract: key(1:9) count(10:4)
       FD ENRL-FILE.
       01 ENRL-FILE-RECORD PIC X(13).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> closure register, one H line per closure and a D line for
      *> each meeting it touched:
      *>   H  type(1:1) id(3:8) status(12:1, A applied / L lifted)
      *>      scope kind(14:1, B building / C campus) scope(16:16)
      *>      from(33:12) to(46:12) oper(59:8) applied(68:14)
      *>      reason(83:4) meetings(88:4) moved(93:4) lifted(98:14)
      *>      lifted by(113:8)
      *>   D  type(1:1) id(3:8) kind(12:1, S section / E event)
      *>      key(14:9) date(24:8) start(33:4) minutes(38:3)
      *>      room(42:8) outcome(51:1, N no meeting / R moved)
      *>      new room(53:8) recipient type(62:1, I instructor /
      *>      S school / E sponsor) recipient(64:20) the exception
      *>      line it displaced, if any(85:29)
       FD CLOS-FILE.
       01 CLOS-FILE-RECORD PIC X(120).
       FD PRT-FILE.
       01 PRT-FILE-RECORD PIC X(100).
      *> room-booking companion feed: action(1:6, CANCEL / ADD)
      *> date(8:8) room(17:8) start(26:4) minutes(31:3) booking(35:9,
      *> section key or EVENT) sponsor(45:20) closure(66:8)
       FD BOOK-FILE.
       01 BOOK-FILE-RECORD PIC X(73).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
               02 WS-MAX-ROWS PIC 9(3) VALUE 200.
               02 WS-SCHEDULE-ROW OCCURS 200 TIMES.
                   COPY SCHEDROW
                       REPLACING LEADING ==SCHEDROW== BY ==WS==.

      *> what the run does: P list only (the default), A apply,
      *> L lift a closure, S show the register
           01 WS-RUN-MODE PIC X(1) VALUE "P".
               88 RUN-PREVIEW VALUE "P".
               88 RUN-APPLY VALUE "A".
               88 RUN-LIFT VALUE "L".
               88 RUN-LIST VALUE "S".
           01 WS-NOMOVE-FLAG PIC 9(1) VALUE 0.
           01 WS-LIFT-ID PIC X(8) VALUE SPACES.
           01 WS-CLOS-ID PIC X(8) VALUE SPACES.
           01 WS-CLOS-SEQ PIC 9(6) VALUE 0.

      *> the closure -- a building or a campus, and the range
           01 WS-SCOPE-KIND PIC X(1) VALUE SPACE.
           01 WS-SEL-BLDG PIC X(16) VALUE SPACES.
           01 WS-SEL-CAMP PIC X(2) VALUE SPACES.
           01 WS-SCOPE-TEXT PIC X(40) VALUE SPACES.
           01 WS-SCOPE-ROOMS PIC 9(4) VALUE 0.
           01 WS-FROM-ARG PIC X(12) VALUE SPACES.
           01 WS-TO-ARG PIC X(12) VALUE SPACES.
           01 WS-FROM-DATE PIC X(8) VALUE SPACES.
           01 WS-TO-DATE PIC X(8) VALUE SPACES.
           01 WS-FROM-MIN PIC 9(4) VALUE 0.
           01 WS-TO-MIN PIC 9(4) VALUE 1440.
           01 WS-WIN-FROM PIC 9(4) VALUE 0.
           01 WS-WIN-TO PIC 9(4) VALUE 1440.
           01 WS-ARGS-OK PIC 9(1) VALUE 1.

      *> the date walk
           01 WS-DAYNUM PIC 9(8) VALUE 0.
           01 WS-END-DAYNUM PIC 9(8) VALUE 0.
           01 WS-DATE-9 PIC 9(8) VALUE 0.
           01 WS-DATE-X PIC X(8) VALUE SPACES.
           01 WS-WDAY PIC 9(1) VALUE 0.
           01 WS-REAL-WDAY PIC 9(1) VALUE 0.
           01 WS-SKIP-DATE PIC 9(1) VALUE 0.
           01 WS-WALK-FROM PIC X(8) VALUE SPACES.
           01 WS-WALK-TO PIC X(8) VALUE SPACES.

      *> one row's meeting on the date under the walk
           01 WS-MTG-ON PIC 9(1) VALUE 0.
           01 WS-MTG-ROOM PIC X(8) VALUE SPACES.
           01 WS-MTG-START PIC X(4) VALUE SPACES.
           01 WS-MTG-LEN PIC 9(3) VALUE 0.
           01 WS-MTG-SLOT PIC X(7) VALUE SPACES.
           01 WS-MTG-FROM PIC 9(4) VALUE 0.
           01 WS-MTG-TO PIC 9(4) VALUE 0.
           01 WS-MTG-EX-TYPE PIC X(1) VALUE SPACE.

      *> every meeting held on the date, for the free-room test;
      *> a move made this run is added under its new room
           01 WS-DM-COUNT PIC 9(4) VALUE 0.
           01 WS-DM-TABLE.
               02 WS-DM-ENTRY OCCURS 400 TIMES.
                   03 WS-DM-ROOM PIC X(8).
                   03 WS-DM-FROM PIC 9(4).
                   03 WS-DM-TO PIC 9(4).

      *> the meetings the closure touches, in date order
           01 WS-AF-COUNT PIC 9(4) VALUE 0.
           01 WS-AF-OVER PIC 9(4) VALUE 0.
           01 WS-AF-FIRST PIC 9(4) VALUE 0.
           01 WS-AF-TABLE.
               02 WS-AF-ENTRY OCCURS 600 TIMES.
                   03 WS-AF-KIND PIC X(1).
                   03 WS-AF-KEY PIC X(9).
                   03 WS-AF-DATE PIC X(8).
                   03 WS-AF-START PIC X(4).
                   03 WS-AF-LEN PIC 9(3).
                   03 WS-AF-ROOM PIC X(8).
                   03 WS-AF-OUTCOME PIC X(1).
                   03 WS-AF-NEWROOM PIC X(8).
                   03 WS-AF-WHO-TYPE PIC X(1).
                   03 WS-AF-WHO PIC X(20).
                   03 WS-AF-OLD-EX PIC X(29).
                   03 WS-AF-EX-TYPE PIC X(1).
                   03 WS-AF-NOTE PIC X(24).
                   03 WS-AF-NEED PIC 9(4).
                   03 WS-AF-LEFT PIC X(1).
           01 WS-ADX PIC 9(4) VALUE 0.
           01 WS-SECT-COUNT PIC 9(4) VALUE 0.
           01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
           01 WS-MOVED-COUNT PIC 9(4) VALUE 0.
           01 WS-NOMTG-COUNT PIC 9(4) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(4) VALUE 0.

      *> free-room search for the meeting under placement
           01 WS-NEED-SEATS PIC 9(4) VALUE 0.
           01 WS-HOME-CAMP PIC X(2) VALUE SPACES.
           01 WS-BEST-RDX PIC 9(4) VALUE 0.
           01 WS-BEST-SAME PIC 9(1) VALUE 0.
           01 WS-CAND-SAME PIC 9(1) VALUE 0.
           01 WS-CAND-OK PIC 9(1) VALUE 0.
           01 WS-CHK-ROOM PIC X(8) VALUE SPACES.
           01 WS-CHK-RDX PIC 9(4) VALUE 0.
           01 WS-IN-SCOPE PIC 9(1) VALUE 0.

           01 WS-HH PIC 9(2) VALUE 0.
           01 WS-MM PIC 9(2) VALUE 0.
           01 WS-WORK-MIN PIC 9(4) VALUE 0.
           01 WS-HHMM-OUT PIC 9(4) VALUE 0.
           01 WS-END-OUT PIC X(4) VALUE SPACES.
           01 WS-OUT-LINE PIC X(100) VALUE SPACES.
           01 WS-OUTCOME-TEXT PIC X(40) VALUE SPACES.
           01 WS-COUNT-OUT PIC ZZZ9.

      *> room master list
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-BLDG PIC X(16).
                   03 WS-ROOMS-CAP PIC 9(4).
                   03 WS-ROOMS-CAMP PIC X(2).

           01 WS-OUT-COUNT PIC 9(3) VALUE 0.
           01 WS-OUT-LIST.
               02 WS-OUT-ENTRY OCCURS 50 TIMES.
                   03 WS-OUT-ROOM PIC X(8).
                   03 WS-OUT-FROM PIC X(8).
                   03 WS-OUT-TO PIC X(8).

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
           01 WS-EX-KEEP PIC 9(3) VALUE 0.
           01 WS-EX-NEED PIC 9(4) VALUE 0.
           01 WS-EX-LINE PIC X(29) VALUE SPACES.

           01 WS-EV-COUNT PIC 9(3) VALUE 0.
           01 WS-EV-LIST.
               02 WS-EV-ENTRY OCCURS 100 TIMES.
                   03 WS-EV-ROOM PIC X(8).
                   03 WS-EV-KIND PIC X(1).
                   03 WS-EV-DAYS PIC X(8).
                   03 WS-EV-START PIC X(4).
                   03 WS-EV-LEN PIC 9(3).
                   03 WS-EV-SPONSOR PIC X(20).
           01 WS-EV-EDX PIC 9(3) VALUE 0.

           01 WS-ENRL-COUNT PIC 9(4) VALUE 0.
           01 WS-ENRL-LIST.
               02 WS-ENRL-ENTRY OCCURS 400 TIMES.
                   03 WS-ENRL-KEY PIC X(9).
                   03 WS-ENRL-HEAD PIC 9(4).

           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
           01 WS-NAME-OUT PIC X(20) VALUE SPACES.

      *> the closure register, held whole so a lift can rewrite it
           01 WS-CL-COUNT PIC 9(4) VALUE 0.
           01 WS-CL-LIST.
               02 WS-CL-LINE OCCURS 2000 TIMES PIC X(120).
           01 WS-CL-HDX PIC 9(4) VALUE 0.
           01 WS-CL-LINE-W PIC X(120) VALUE SPACES.

      *> notice recipients -- instructors, schools for TBA rows,
      *> sponsors for events
           01 WS-RCPT-COUNT PIC 9(4) VALUE 0.
           01 WS-RCPT-LIST.
               02 WS-RCPT-ENTRY OCCURS 300 TIMES.
                   03 WS-RCPT-TYPE PIC X(1).
                   03 WS-RCPT-ID PIC X(20).
           01 WS-RDX PIC 9(4) VALUE 0.
           01 WS-RCPT-TYPE-IN PIC X(1) VALUE SPACE.
           01 WS-RCPT-ID-IN PIC X(20) VALUE SPACES.
           01 WS-RCPT-LINES PIC 9(4) VALUE 0.
           01 WS-NOTICE-COUNT PIC 9(4) VALUE 0.
           01 WS-BOOK-COUNT PIC 9(4) VALUE 0.

      *> term master -- a closed term takes no closure
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

      *> operator identity -- anyone on file may list a closure,
      *> only a supervisor (V) may apply or lift one
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

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-OUTAGE-FILENAME PIC X(20) VALUE "OUTAGE.DAT".
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-CAL-FILENAME PIC X(60) VALUE SPACES.
           01 WS-EXCEPT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-EVENTS-FILENAME PIC X(60) VALUE SPACES.
           01 WS-ENRL-FILENAME PIC X(60) VALUE SPACES.
           01 WS-CLOS-FILENAME PIC X(60) VALUE SPACES.
           01 WS-PRT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-BOOK-FILENAME PIC X(60) VALUE SPACES.
           01 WS-CLOS-STEM PIC X(50) VALUE SPACES.
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-AUDIT-TAG PIC X(8) VALUE SPACES.
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

      *> the reason code the closure (or its lift) is recorded
      *> against
           01 WS-RSN-CODE PIC X(4) VALUE SPACES.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

      *> a supervisor's maintenance window shuts out closures too
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
               IF ARGV > LOW-VALUES
                   PERFORM process-argv
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBCLOS" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           MOVE WS-TS(1:8) TO WS-RUN-DATE.
           IF WS-LIFT-ID NOT = SPACES
               MOVE "L" TO WS-RUN-MODE
           END-IF.
           IF RUN-PREVIEW OR RUN-APPLY
               PERFORM check-closure-args
           END-IF.
           IF WS-ARGS-OK = 0
               PERFORM show-usage
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (RUN-APPLY OR RUN-LIFT) AND NOT OPER-IS-SUPER
               DISPLAY "BESBCLOS: operator " WS-OPER-ID
                   " is not a supervisor -- only a supervisor may"
                   " apply or lift a closure"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-APPLY OR RUN-LIFT
               PERFORM check-apply-gates
           END-IF.
           PERFORM load-terms-list.
           MOVE WS-CURRENT-TERM TO WS-CHECK-TERM.
           PERFORM search-terms-list.
           IF WS-TERMS-FOUND = 0
               DISPLAY "BESBCLOS: unknown term "
                   FUNCTION TRIM(WS-CHECK-TERM) " (not in TERMS.DAT)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (RUN-APPLY OR RUN-LIFT) AND WS-TERMS-FOUND-IDX > 0
               IF WS-TERMS-STATUS(WS-TERMS-FOUND-IDX) = "C"
                   DISPLAY "BESBCLOS: term "
                       FUNCTION TRIM(WS-CHECK-TERM)
                       " is closed -- no closure can be recorded"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM build-filenames.
           PERFORM load-register.
           IF RUN-LIST
               PERFORM list-closures
               STOP RUN
           END-IF.
           IF RUN-PREVIEW
               PERFORM check-lock
               IF RETURN-CODE NOT = 0
                   STOP RUN
               END-IF
           ELSE
               PERFORM acquire-lock
               IF WS-LOCK-HELD = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM load-exceptions.
           PERFORM load-instr-list.
           IF RUN-LIFT
               PERFORM lift-closure
               PERFORM release-lock
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           PERFORM load-outages.
           PERFORM load-calendar.
           PERFORM load-events.
           PERFORM load-enrl-list.
           PERFORM load-schedule.
           PERFORM count-scope-rooms.
           IF WS-SCOPE-ROOMS = 0
               DISPLAY "BESBCLOS: no room in ROOMS.DAT is in "
                   FUNCTION TRIM(WS-SCOPE-TEXT)
               PERFORM release-lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM clip-to-term.
           DISPLAY "BESBCLOS: closure of " FUNCTION TRIM(WS-SCOPE-TEXT)
               " (" WS-SCOPE-ROOMS " rooms) " WS-FROM-DATE " "
               WS-FROM-ARG(9:4) " to " WS-TO-DATE " " WS-TO-ARG(9:4)
               ", term " FUNCTION TRIM(WS-CURRENT-TERM).
           PERFORM walk-closure.
           PERFORM show-affected.
           IF WS-AF-OVER > 0
               DISPLAY "BESBCLOS: " WS-AF-OVER " further meetings"
                   " are past the 600 one run can hold -- narrow"
                   " the range"
               PERFORM release-lock
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RUN-APPLY AND WS-AF-COUNT > 0
               PERFORM apply-closure
           END-IF.
           PERFORM release-lock.
           IF RUN-PREVIEW AND WS-AF-COUNT > 0
               DISPLAY "BESBCLOS: nothing recorded -- --apply"
                   " --rsn=CODE records the closure"
           END-IF.
           IF WS-NOMTG-COUNT > 0 AND RETURN-CODE = 0
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
               WHEN ARGV(1:7) = "--bldg="
                   MOVE ARGV(8:16) TO WS-SEL-BLDG
               WHEN ARGV(1:9) = "--campus="
                   MOVE ARGV(10:2) TO WS-SEL-CAMP
               WHEN ARGV(1:7) = "--from="
                   MOVE ARGV(8:12) TO WS-FROM-ARG
               WHEN ARGV(1:5) = "--to="
                   MOVE ARGV(6:12) TO WS-TO-ARG
               WHEN ARGV(1:7) = "--apply"
                   MOVE "A" TO WS-RUN-MODE
               WHEN ARGV(1:8) = "--nomove"
                   MOVE 1 TO WS-NOMOVE-FLAG
               WHEN ARGV(1:7) = "--lift="
                   MOVE ARGV(8:8) TO WS-LIFT-ID
               WHEN ARGV(1:6) = "--list"
                   MOVE "S" TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY "BESBCLOS: invalid arg: " ARGV
           END-EVALUATE.

           show-usage.
           DISPLAY "BESBCLOS: usage: besbclos --term=X --oper=ID"
               " --bldg=B | --campus=CC".
           DISPLAY "  --from=YYYYMMDD[HHMM] --to=YYYYMMDD[HHMM]"
               " [--nomove] [--apply --rsn=CODE]".
           DISPLAY "  besbclos --term=X --oper=ID --lift=CLnnnnnn"
               " --rsn=CODE".
           DISPLAY "  besbclos --term=X --oper=ID --list".
           DISPLAY "  without --apply the affected meetings are only"
               " listed; a date without a time is the whole day".

      *> exactly one of building and campus, and a range that reads
      *> as dates with optional HHMM times, the end not before the
      *> start
           check-closure-args.
           MOVE 1 TO WS-ARGS-OK
           IF (WS-SEL-BLDG = SPACES AND WS-SEL-CAMP = SPACES) OR
                   (WS-SEL-BLDG NOT = SPACES AND
                    WS-SEL-CAMP NOT = SPACES)
               MOVE 0 TO WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SCOPE-TEXT
           IF WS-SEL-BLDG NOT = SPACES
               MOVE "B" TO WS-SCOPE-KIND
               STRING "building " FUNCTION TRIM(WS-SEL-BLDG)
                   DELIMITED BY SIZE INTO WS-SCOPE-TEXT
           ELSE
               MOVE "C" TO WS-SCOPE-KIND
               STRING "campus " WS-SEL-CAMP
                   DELIMITED BY SIZE INTO WS-SCOPE-TEXT
           END-IF
           IF WS-FROM-ARG(1:8) IS NOT NUMERIC OR
                   WS-TO-ARG(1:8) IS NOT NUMERIC
               MOVE 0 TO WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-FROM-ARG(1:8))) NOT = 0 OR
              FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-TO-ARG(1:8))) NOT = 0
               MOVE 0 TO WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ARG(1:8) TO WS-FROM-DATE
           MOVE WS-TO-ARG(1:8) TO WS-TO-DATE
           IF WS-FROM-ARG(9:4) = SPACES
               MOVE "0000" TO WS-FROM-ARG(9:4)
           END-IF
           IF WS-TO-ARG(9:4) = SPACES
               MOVE "2400" TO WS-TO-ARG(9:4)
           END-IF
           IF WS-FROM-ARG(9:4) IS NOT NUMERIC OR
                   WS-TO-ARG(9:4) IS NOT NUMERIC OR
                   WS-FROM-ARG(11:2) > "59" OR
                   WS-TO-ARG(11:2) > "59" OR
                   WS-FROM-ARG(9:4) > "2400" OR
                   WS-TO-ARG(9:4) > "2400"
               MOVE 0 TO WS-ARGS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ARG(9:2) TO WS-HH
           MOVE WS-FROM-ARG(11:2) TO WS-MM
           COMPUTE WS-FROM-MIN = WS-HH * 60 + WS-MM
           MOVE WS-TO-ARG(9:2) TO WS-HH
           MOVE WS-TO-ARG(11:2) TO WS-MM
           COMPUTE WS-TO-MIN = WS-HH * 60 + WS-MM
           IF WS-TO-ARG < WS-FROM-ARG OR WS-TO-ARG = WS-FROM-ARG
               MOVE 0 TO WS-ARGS-OK
           END-IF.

      *> maintenance window and reason code, as for any change
           check-apply-gates.
           MOVE "C" TO MW-OP
           MOVE WS-OPER-ID TO MW-OPER
           CALL "BESBMWIN" USING WS-MWIN-PARMS
           IF MW-RC NOT = 0
               DISPLAY "BESBCLOS: " FUNCTION TRIM(MW-TEXT)
                   " -- closure refused"
               DISPLAY "BESBCLOS: " FUNCTION TRIM(MW-MESSAGE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "V" TO RP-OP
           MOVE WS-RSN-CODE TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-RSN-CODE
           IF RP-RC NOT = 0
               DISPLAY "BESBCLOS: " FUNCTION TRIM(RP-TEXT)
                   " (--rsn=CODE)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE SPACES TO WS-ENRL-FILENAME.
           STRING "ENRL-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-ENRL-FILENAME.
           MOVE SPACES TO WS-CLOS-FILENAME.
           STRING "CLOSURE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CLOS-FILENAME.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> the notices and the booking feed are named for the closure
      *> once it has its id; a lift's feed is the .LIFT beside it
           build-closure-filenames.
           MOVE SPACES TO WS-CLOS-STEM
           STRING "CLOSURE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-CLOS-ID DELIMITED BY SIZE
               INTO WS-CLOS-STEM
           MOVE SPACES TO WS-PRT-FILENAME
           STRING FUNCTION TRIM(WS-CLOS-STEM) ".PRT"
               DELIMITED BY SIZE INTO WS-PRT-FILENAME
           MOVE SPACES TO WS-BOOK-FILENAME
           IF RUN-LIFT
               STRING FUNCTION TRIM(WS-CLOS-STEM) ".LIFT"
                   DELIMITED BY SIZE INTO WS-BOOK-FILENAME
           ELSE
               STRING FUNCTION TRIM(WS-CLOS-STEM) ".BOOK"
                   DELIMITED BY SIZE INTO WS-BOOK-FILENAME
           END-IF.

      *> a listing reads the schedule, so it waits for a writer the
      *> way the other reports do
           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBCLOS: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> an applied closure rewrites EXCEPT-term.DAT, which the shell
      *> saves under the schedule's lock, so it takes the same lock
           acquire-lock.
           MOVE 0 TO WS-LOCK-HELD
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBCLOS: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCLOS: could not create lock file for "
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
      *> the closure's rooms and range
      *> ---------------------------------------------------------------
           count-scope-rooms.
           MOVE 0 TO WS-SCOPE-ROOMS
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ROOMS-COUNT
               MOVE WS-KDX TO WS-CHK-RDX
               PERFORM test-room-scope
               IF WS-IN-SCOPE = 1
                   ADD 1 TO WS-SCOPE-ROOMS
               END-IF
           END-PERFORM.

      *> WS-CHK-RDX is a ROOMS.DAT entry; is it inside the closure
           test-room-scope.
           MOVE 0 TO WS-IN-SCOPE
           IF WS-CHK-RDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCOPE-KIND = "B"
               IF FUNCTION TRIM(WS-ROOMS-BLDG(WS-CHK-RDX)) =
                       FUNCTION TRIM(WS-SEL-BLDG)
                   MOVE 1 TO WS-IN-SCOPE
               END-IF
           ELSE
               IF WS-ROOMS-CAMP(WS-CHK-RDX) = WS-SEL-CAMP
                   MOVE 1 TO WS-IN-SCOPE
               END-IF
           END-IF.

           find-room-entry.
           MOVE 0 TO WS-CHK-RDX
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ROOMS-COUNT OR WS-CHK-RDX > 0
               IF WS-ROOMS-ID(WS-KDX) = WS-CHK-ROOM
                   MOVE WS-KDX TO WS-CHK-RDX
               END-IF
           END-PERFORM.

      *> nothing outside the term's own dates can meet
           clip-to-term.
           MOVE WS-FROM-DATE TO WS-WALK-FROM
           MOVE WS-TO-DATE TO WS-WALK-TO
           IF WS-TERMS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-START(WS-TERMS-FOUND-IDX) IS NUMERIC AND
                   WS-TERMS-START(WS-TERMS-FOUND-IDX) > WS-WALK-FROM
               MOVE WS-TERMS-START(WS-TERMS-FOUND-IDX)
                 TO WS-WALK-FROM
           END-IF
           IF WS-TERMS-END(WS-TERMS-FOUND-IDX) IS NUMERIC AND
                   WS-TERMS-END(WS-TERMS-FOUND-IDX) < WS-WALK-TO
               MOVE WS-TERMS-END(WS-TERMS-FOUND-IDX) TO WS-WALK-TO
           END-IF.

      *> ---------------------------------------------------------------
      *> the date walk -- each class date in the range: what meets,
      *> which of it is in the closure's rooms and hours, and where
      *> each of those goes
      *> ---------------------------------------------------------------
           walk-closure.
           IF WS-WALK-TO < WS-WALK-FROM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-WALK-FROM))
           COMPUTE WS-END-DAYNUM = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-WALK-TO))
           PERFORM UNTIL WS-DAYNUM > WS-END-DAYNUM
               COMPUTE WS-DATE-9 =
                   FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               MOVE WS-DATE-9 TO WS-DATE-X
               PERFORM resolve-date-weekday
               IF WS-SKIP-DATE = 0
                   PERFORM set-date-window
                   MOVE WS-AF-COUNT TO WS-AF-FIRST
                   ADD 1 TO WS-AF-FIRST
                   PERFORM gather-date-meetings
                   PERFORM VARYING WS-ADX FROM WS-AF-FIRST BY 1
                           UNTIL WS-ADX > WS-AF-COUNT
                       PERFORM place-one-meeting
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DAYNUM
           END-PERFORM.

      *> the date's effective weekday, exactly as BESBCHRG reads it:
      *> its own, unless the calendar closes it (skip) or swaps it to
      *> another weekday's schedule; events keep the real weekday
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

      *> the closed hours on this date -- the given times bound the
      *> first and last dates, every date between is closed all day
           set-date-window.
           MOVE 0 TO WS-WIN-FROM
           MOVE 1440 TO WS-WIN-TO
           IF WS-DATE-X = WS-FROM-DATE
               MOVE WS-FROM-MIN TO WS-WIN-FROM
           END-IF
           IF WS-DATE-X = WS-TO-DATE
               MOVE WS-TO-MIN TO WS-WIN-TO
           END-IF.

      *> every meeting of the date goes on the date's list; those in
      *> a closed room during the closed hours are the closure's
           gather-date-meetings.
           MOVE 0 TO WS-DM-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               PERFORM resolve-row-meeting
               IF WS-MTG-ON = 1
                   PERFORM add-date-meeting
                   PERFORM test-meeting-closed
                   IF WS-IN-SCOPE = 1
                       PERFORM add-row-affected
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EV-EDX FROM 1 BY 1
                   UNTIL WS-EV-EDX > WS-EV-COUNT
               IF (WS-EV-KIND(WS-EV-EDX) = "D" AND
                       WS-EV-DAYS(WS-EV-EDX) = WS-DATE-X) OR
                       (WS-EV-KIND(WS-EV-EDX) = "W" AND
                       WS-EV-DAYS(WS-EV-EDX)(WS-REAL-WDAY:1) = "1")
                   MOVE WS-EV-ROOM(WS-EV-EDX) TO WS-MTG-ROOM
                   MOVE WS-EV-START(WS-EV-EDX) TO WS-MTG-START
                   MOVE WS-EV-LEN(WS-EV-EDX) TO WS-MTG-LEN
                   MOVE SPACE TO WS-MTG-EX-TYPE
                   PERFORM set-meeting-minutes
                   PERFORM add-date-meeting
                   PERFORM test-meeting-closed
                   IF WS-IN-SCOPE = 1
                       PERFORM add-event-affected
                   END-IF
               END-IF
           END-PERFORM.

      *> a row's meeting on the date: a date before its
      *> effective-dated switchover runs the prior room and times,
      *> then the date's exception -- N no meeting, R a borrowed
      *> room, T a moved start. Online and by-arrangement sections
      *> hold no room, and a part-of-term section meets only inside
      *> its own dates
           resolve-row-meeting.
           MOVE 0 TO WS-MTG-ON
           MOVE SPACE TO WS-MTG-EX-TYPE
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
           IF WS-MTG-SLOT = SPACES OR WS-MTG-SLOT(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MTG-SLOT(1:4) TO WS-MTG-START
           PERFORM find-row-exception
           IF WS-EX-HIT > 0
               MOVE WS-EX-TYPE(WS-EX-HIT) TO WS-MTG-EX-TYPE
               EVALUATE WS-EX-TYPE(WS-EX-HIT)
                   WHEN "N"
                       EXIT PARAGRAPH
                   WHEN "R"
                       MOVE WS-EX-VALUE(WS-EX-HIT) TO WS-MTG-ROOM
                   WHEN "T"
                       IF WS-EX-VALUE(WS-EX-HIT)(1:4) IS NUMERIC
                           MOVE WS-EX-VALUE(WS-EX-HIT)(1:4)
                             TO WS-MTG-START
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM set-meeting-minutes
           MOVE 1 TO WS-MTG-ON.

           find-row-exception.
           MOVE 0 TO WS-EX-HIT
           PERFORM VARYING WS-EX-EDX FROM 1 BY 1
                   UNTIL WS-EX-EDX > WS-EX-COUNT OR WS-EX-HIT > 0
               IF WS-EX-KEY(WS-EX-EDX) = WS-KEY(WS-IDX) AND
                       WS-EX-DATE(WS-EX-EDX) = WS-DATE-X
                   MOVE WS-EX-EDX TO WS-EX-HIT
               END-IF
           END-PERFORM.

           set-meeting-minutes.
           MOVE WS-MTG-START(1:2) TO WS-HH
           MOVE WS-MTG-START(3:2) TO WS-MM
           COMPUTE WS-MTG-FROM = WS-HH * 60 + WS-MM
           COMPUTE WS-MTG-TO = WS-MTG-FROM + WS-MTG-LEN.

           add-date-meeting.
           IF WS-DM-COUNT < 400
               ADD 1 TO WS-DM-COUNT
               MOVE WS-MTG-ROOM TO WS-DM-ROOM(WS-DM-COUNT)
               MOVE WS-MTG-FROM TO WS-DM-FROM(WS-DM-COUNT)
               MOVE WS-MTG-TO TO WS-DM-TO(WS-DM-COUNT)
           END-IF.

      *> in a closed room and overlapping the closed hours
           test-meeting-closed.
           MOVE WS-MTG-ROOM TO WS-CHK-ROOM
           PERFORM find-room-entry
           PERFORM test-room-scope
           IF WS-IN-SCOPE = 1
               IF WS-MTG-FROM NOT < WS-WIN-TO OR
                       WS-MTG-TO NOT > WS-WIN-FROM
                   MOVE 0 TO WS-IN-SCOPE
               END-IF
           END-IF.

           add-row-affected.
           IF WS-AF-COUNT NOT < 600
               ADD 1 TO WS-AF-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AF-COUNT
           ADD 1 TO WS-SECT-COUNT
           MOVE SPACES TO WS-AF-ENTRY(WS-AF-COUNT)
           MOVE "S" TO WS-AF-KIND(WS-AF-COUNT)
           MOVE WS-KEY(WS-IDX) TO WS-AF-KEY(WS-AF-COUNT)
           PERFORM fill-affected
           MOVE WS-MTG-EX-TYPE TO WS-AF-EX-TYPE(WS-AF-COUNT)
           IF WS-INSTR(WS-IDX) NOT = SPACES
               MOVE "I" TO WS-AF-WHO-TYPE(WS-AF-COUNT)
               MOVE WS-INSTR(WS-IDX) TO WS-AF-WHO(WS-AF-COUNT)
           ELSE
               MOVE "S" TO WS-AF-WHO-TYPE(WS-AF-COUNT)
               MOVE WS-SCHOOL(WS-IDX) TO WS-AF-WHO(WS-AF-COUNT)
           END-IF
      *> the enrollment, else the closed room's seats, is what the
      *> replacement room has to hold
           MOVE WS-CHK-RDX TO WS-JDX
           MOVE 0 TO WS-NEED-SEATS
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-ENRL-COUNT
               IF WS-ENRL-KEY(WS-KDX) = WS-KEY(WS-IDX)
                   MOVE WS-ENRL-HEAD(WS-KDX) TO WS-NEED-SEATS
               END-IF
           END-PERFORM
           IF WS-NEED-SEATS = 0 AND WS-JDX > 0
               MOVE WS-ROOMS-CAP(WS-JDX) TO WS-NEED-SEATS
           END-IF
           MOVE WS-NEED-SEATS TO WS-AF-NEED(WS-AF-COUNT).

           add-event-affected.
           IF WS-AF-COUNT NOT < 600
               ADD 1 TO WS-AF-OVER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AF-COUNT
           ADD 1 TO WS-EVENT-COUNT
           MOVE SPACES TO WS-AF-ENTRY(WS-AF-COUNT)
           MOVE "E" TO WS-AF-KIND(WS-AF-COUNT)
           PERFORM fill-affected
           MOVE "E" TO WS-AF-WHO-TYPE(WS-AF-COUNT)
           MOVE WS-EV-SPONSOR(WS-EV-EDX) TO WS-AF-WHO(WS-AF-COUNT)
           IF WS-AF-WHO(WS-AF-COUNT) = SPACES
               MOVE "(no sponsor named)" TO WS-AF-WHO(WS-AF-COUNT)
           END-IF
           MOVE 0 TO WS-AF-NEED(WS-AF-COUNT)
           IF WS-CHK-RDX > 0
               MOVE WS-ROOMS-CAP(WS-CHK-RDX) TO WS-AF-NEED(WS-AF-COUNT)
           END-IF.

           fill-affected.
           MOVE WS-DATE-X TO WS-AF-DATE(WS-AF-COUNT)
           MOVE WS-MTG-START TO WS-AF-START(WS-AF-COUNT)
           MOVE WS-MTG-LEN TO WS-AF-LEN(WS-AF-COUNT)
           MOVE WS-MTG-ROOM TO WS-AF-ROOM(WS-AF-COUNT)
           MOVE SPACES TO WS-AF-NEWROOM(WS-AF-COUNT)
           MOVE "N" TO WS-AF-OUTCOME(WS-AF-COUNT).

      *> ---------------------------------------------------------------
      *> placement -- a free room of adequate size outside the
      *> closure for the one day, else no meeting. A meeting already
      *> moved in time by a T exception keeps that exception's one
      *> slot, so it can only be called off
      *> ---------------------------------------------------------------
           place-one-meeting.
           MOVE "N" TO WS-AF-OUTCOME(WS-ADX)
           IF WS-NOMOVE-FLAG = 1
               MOVE "--nomove" TO WS-AF-NOTE(WS-ADX)
               ADD 1 TO WS-NOMTG-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-AF-EX-TYPE(WS-ADX) = "T"
               MOVE "time override on file" TO WS-AF-NOTE(WS-ADX)
               ADD 1 TO WS-NOMTG-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM find-free-room
           IF WS-BEST-RDX = 0
               MOVE "no free room" TO WS-AF-NOTE(WS-ADX)
               ADD 1 TO WS-NOMTG-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-AF-OUTCOME(WS-ADX)
           MOVE WS-ROOMS-ID(WS-BEST-RDX) TO WS-AF-NEWROOM(WS-ADX)
           ADD 1 TO WS-MOVED-COUNT
      *> the new room is taken for the rest of this date's placing
           MOVE WS-AF-NEWROOM(WS-ADX) TO WS-MTG-ROOM
           MOVE WS-AF-START(WS-ADX) TO WS-MTG-START
           MOVE WS-AF-LEN(WS-ADX) TO WS-MTG-LEN
           PERFORM set-meeting-minutes
           PERFORM add-date-meeting.

      *> the same campus as the closed room first, then the fewest
      *> spare seats
           find-free-room.
           MOVE 0 TO WS-BEST-RDX
           MOVE 0 TO WS-BEST-SAME
           MOVE WS-AF-NEED(WS-ADX) TO WS-NEED-SEATS
           MOVE WS-AF-ROOM(WS-ADX) TO WS-CHK-ROOM
           PERFORM find-room-entry
           MOVE SPACES TO WS-HOME-CAMP
           IF WS-CHK-RDX > 0
               MOVE WS-ROOMS-CAMP(WS-CHK-RDX) TO WS-HOME-CAMP
           END-IF
           MOVE WS-AF-START(WS-ADX) TO WS-MTG-START
           MOVE WS-AF-LEN(WS-ADX) TO WS-MTG-LEN
           PERFORM set-meeting-minutes
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROOMS-COUNT
               PERFORM try-free-room
           END-PERFORM.

           try-free-room.
           MOVE WS-IDX TO WS-CHK-RDX
           PERFORM test-room-scope
           IF WS-IN-SCOPE = 1 OR
                   WS-ROOMS-CAP(WS-IDX) < WS-NEED-SEATS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CAND-OK
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-OUT-COUNT OR WS-CAND-OK = 0
               IF WS-OUT-ROOM(WS-JDX) = WS-ROOMS-ID(WS-IDX) AND
                       WS-OUT-FROM(WS-JDX) NOT > WS-DATE-X AND
                       WS-OUT-TO(WS-JDX) NOT < WS-DATE-X
                   MOVE 0 TO WS-CAND-OK
               END-IF
           END-PERFORM
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DM-COUNT OR WS-CAND-OK = 0
               IF WS-DM-ROOM(WS-JDX) = WS-ROOMS-ID(WS-IDX) AND
                       WS-DM-FROM(WS-JDX) < WS-MTG-TO AND
                       WS-DM-TO(WS-JDX) > WS-MTG-FROM
                   MOVE 0 TO WS-CAND-OK
               END-IF
           END-PERFORM
           IF WS-CAND-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CAND-SAME
           IF WS-ROOMS-CAMP(WS-IDX) = WS-HOME-CAMP
               MOVE 1 TO WS-CAND-SAME
           END-IF
           IF WS-BEST-RDX = 0 OR WS-CAND-SAME > WS-BEST-SAME
               MOVE WS-IDX TO WS-BEST-RDX
               MOVE WS-CAND-SAME TO WS-BEST-SAME
               EXIT PARAGRAPH
           END-IF
           IF WS-CAND-SAME = WS-BEST-SAME AND
                   WS-ROOMS-CAP(WS-IDX) < WS-ROOMS-CAP(WS-BEST-RDX)
               MOVE WS-IDX TO WS-BEST-RDX
           END-IF.

      *> ---------------------------------------------------------------
      *> the listing -- every affected meeting and what becomes of it
      *> ---------------------------------------------------------------
           show-affected.
           IF WS-AF-COUNT = 0
               DISPLAY "BESBCLOS: no class meeting or event is in the"
                   " closed rooms in that range"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               PERFORM format-outcome
               PERFORM format-meeting-line
               DISPLAY WS-OUT-LINE(1:48) " "
                   FUNCTION TRIM(WS-OUTCOME-TEXT TRAILING)
           END-PERFORM
           DISPLAY "---"
           DISPLAY "meetings affected " WS-AF-COUNT
               " (sections " WS-SECT-COUNT " events "
               WS-EVENT-COUNT ") moved " WS-MOVED-COUNT
               " no meeting " WS-NOMTG-COUNT.

      *> date, times, room and what meets there, 48 columns
           format-meeting-line.
           PERFORM format-end-time
           MOVE SPACES TO WS-OUT-LINE
           IF WS-AF-KIND(WS-ADX) = "S"
               STRING "  " WS-AF-DATE(WS-ADX) " "
                   WS-AF-START(WS-ADX) "-" WS-END-OUT " "
                   WS-AF-ROOM(WS-ADX) "  "
                   WS-AF-KEY(WS-ADX)(1:4)
                   " " WS-AF-KEY(WS-ADX)(5:3) "-"
                   WS-AF-KEY(WS-ADX)(8:2)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           ELSE
               STRING "  " WS-AF-DATE(WS-ADX) " "
                   WS-AF-START(WS-ADX) "-" WS-END-OUT " "
                   WS-AF-ROOM(WS-ADX) "  EVENT "
                   WS-AF-WHO(WS-ADX)(1:13)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF.

           format-end-time.
           MOVE WS-AF-START(WS-ADX) TO WS-MTG-START
           MOVE WS-AF-LEN(WS-ADX) TO WS-MTG-LEN
           PERFORM set-meeting-minutes
           DIVIDE WS-MTG-TO BY 60 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-HHMM-OUT = WS-HH * 100 + WS-MM
           MOVE WS-HHMM-OUT TO WS-END-OUT.

           format-outcome.
           MOVE SPACES TO WS-OUTCOME-TEXT
           IF WS-AF-OUTCOME(WS-ADX) = "R"
               STRING "-> " WS-AF-NEWROOM(WS-ADX)
                   DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
           ELSE
               STRING "no meeting (" FUNCTION TRIM(WS-AF-NOTE(WS-ADX))
                   ")" DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
           END-IF.

      *> ---------------------------------------------------------------
      *> --apply: the class meetings become EXCEPT-term.DAT entries
      *> (an exception already on file for that date is displaced and
      *> kept on the register for the lift), then the register, the
      *> booking feed, the notices and the one audit line
      *> ---------------------------------------------------------------
           apply-closure.
           MOVE WS-EX-COUNT TO WS-EX-NEED
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               IF WS-AF-KIND(WS-ADX) = "S" AND
                       WS-AF-EX-TYPE(WS-ADX) = SPACE
                   ADD 1 TO WS-EX-NEED
               END-IF
           END-PERFORM
           IF WS-EX-NEED > 500
               DISPLAY "BESBCLOS: the closure would take "
                   FUNCTION TRIM(WS-EXCEPT-FILENAME) " past 500"
                   " entries -- nothing recorded; narrow the range"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CL-COUNT + WS-AF-COUNT + 1 > 2000
               DISPLAY "BESBCLOS: " FUNCTION TRIM(WS-CLOS-FILENAME)
                   " is full -- nothing recorded"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM next-closure-id
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               IF WS-AF-KIND(WS-ADX) = "S"
                   PERFORM record-one-exception
               END-IF
           END-PERFORM
           PERFORM save-exceptions
           PERFORM add-register-closure
           PERFORM save-register
           PERFORM build-closure-filenames
           PERFORM write-book-feed
           PERFORM write-notices
           MOVE "closure " TO WS-AUDIT-TAG
           PERFORM write-audit
           DISPLAY "BESBCLOS: closure " WS-CLOS-ID " recorded -- "
               WS-NOTICE-COUNT " notices to "
               FUNCTION TRIM(WS-PRT-FILENAME) ", "
               WS-BOOK-COUNT " booking lines to "
               FUNCTION TRIM(WS-BOOK-FILENAME).

           next-closure-id.
           MOVE 0 TO WS-CLOS-SEQ
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CL-COUNT
               IF WS-CL-LINE(WS-JDX)(1:1) = "H" AND
                       WS-CL-LINE(WS-JDX)(5:6) IS NUMERIC AND
                       WS-CL-LINE(WS-JDX)(5:6) > WS-CLOS-SEQ
                   MOVE WS-CL-LINE(WS-JDX)(5:6) TO WS-CLOS-SEQ
               END-IF
           END-PERFORM
           ADD 1 TO WS-CLOS-SEQ
           MOVE SPACES TO WS-CLOS-ID
           STRING "CL" WS-CLOS-SEQ DELIMITED BY SIZE INTO WS-CLOS-ID.

      *> whatever exception the section already had that date goes
      *> (the first one kept on the register), and the closure's own
      *> takes its place
           record-one-exception.
           MOVE SPACES TO WS-AF-OLD-EX(WS-ADX)
           MOVE 0 TO WS-EX-KEEP
           PERFORM VARYING WS-EX-EDX FROM 1 BY 1
                   UNTIL WS-EX-EDX > WS-EX-COUNT
               IF WS-EX-KEY(WS-EX-EDX) = WS-AF-KEY(WS-ADX) AND
                       WS-EX-DATE(WS-EX-EDX) = WS-AF-DATE(WS-ADX)
                   IF WS-AF-OLD-EX(WS-ADX) = SPACES
                       MOVE WS-EX-EDX TO WS-EX-HIT
                       PERFORM build-except-line
                       MOVE WS-EX-LINE TO WS-AF-OLD-EX(WS-ADX)
                   END-IF
               ELSE
                   ADD 1 TO WS-EX-KEEP
                   MOVE WS-EX-ENTRY(WS-EX-EDX)
                     TO WS-EX-ENTRY(WS-EX-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-EX-KEEP TO WS-EX-COUNT
           ADD 1 TO WS-EX-COUNT
           MOVE WS-AF-KEY(WS-ADX) TO WS-EX-KEY(WS-EX-COUNT)
           MOVE WS-AF-DATE(WS-ADX) TO WS-EX-DATE(WS-EX-COUNT)
           MOVE WS-AF-OUTCOME(WS-ADX) TO WS-EX-TYPE(WS-EX-COUNT)
           MOVE WS-AF-NEWROOM(WS-ADX) TO WS-EX-VALUE(WS-EX-COUNT).

           build-except-line.
           MOVE SPACES TO WS-EX-LINE
           MOVE WS-EX-KEY(WS-EX-HIT) TO WS-EX-LINE(1:9)
           MOVE WS-EX-DATE(WS-EX-HIT) TO WS-EX-LINE(11:8)
           MOVE WS-EX-TYPE(WS-EX-HIT) TO WS-EX-LINE(20:1)
           MOVE WS-EX-VALUE(WS-EX-HIT) TO WS-EX-LINE(22:8).

           add-register-closure.
           ADD 1 TO WS-CL-COUNT
           MOVE SPACES TO WS-CL-LINE-W
           MOVE "H" TO WS-CL-LINE-W(1:1)
           MOVE WS-CLOS-ID TO WS-CL-LINE-W(3:8)
           MOVE "A" TO WS-CL-LINE-W(12:1)
           MOVE WS-SCOPE-KIND TO WS-CL-LINE-W(14:1)
           IF WS-SCOPE-KIND = "B"
               MOVE WS-SEL-BLDG TO WS-CL-LINE-W(16:16)
           ELSE
               MOVE WS-SEL-CAMP TO WS-CL-LINE-W(16:2)
           END-IF
           MOVE WS-FROM-ARG TO WS-CL-LINE-W(33:12)
           MOVE WS-TO-ARG TO WS-CL-LINE-W(46:12)
           MOVE WS-OPER-ID TO WS-CL-LINE-W(59:8)
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:14) TO WS-CL-LINE-W(68:14)
           MOVE WS-RSN-CODE TO WS-CL-LINE-W(83:4)
           MOVE WS-AF-COUNT TO WS-CL-LINE-W(88:4)
           MOVE WS-MOVED-COUNT TO WS-CL-LINE-W(93:4)
           MOVE WS-CL-LINE-W TO WS-CL-LINE(WS-CL-COUNT)
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               ADD 1 TO WS-CL-COUNT
               MOVE SPACES TO WS-CL-LINE-W
               MOVE "D" TO WS-CL-LINE-W(1:1)
               MOVE WS-CLOS-ID TO WS-CL-LINE-W(3:8)
               MOVE WS-AF-KIND(WS-ADX) TO WS-CL-LINE-W(12:1)
               MOVE WS-AF-KEY(WS-ADX) TO WS-CL-LINE-W(14:9)
               MOVE WS-AF-DATE(WS-ADX) TO WS-CL-LINE-W(24:8)
               MOVE WS-AF-START(WS-ADX) TO WS-CL-LINE-W(33:4)
               MOVE WS-AF-LEN(WS-ADX) TO WS-CL-LINE-W(38:3)
               MOVE WS-AF-ROOM(WS-ADX) TO WS-CL-LINE-W(42:8)
               MOVE WS-AF-OUTCOME(WS-ADX) TO WS-CL-LINE-W(51:1)
               MOVE WS-AF-NEWROOM(WS-ADX) TO WS-CL-LINE-W(53:8)
               MOVE WS-AF-WHO-TYPE(WS-ADX) TO WS-CL-LINE-W(62:1)
               MOVE WS-AF-WHO(WS-ADX) TO WS-CL-LINE-W(64:20)
               MOVE WS-AF-OLD-EX(WS-ADX) TO WS-CL-LINE-W(85:29)
               MOVE WS-CL-LINE-W TO WS-CL-LINE(WS-CL-COUNT)
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> --lift: the closure's own exceptions come back out, anything
      *> they displaced goes back in, and the booking system is told
      *> to put every meeting back in its room. An exception someone
      *> has changed since the closure is left as it now stands
      *> ---------------------------------------------------------------
           lift-closure.
           MOVE WS-LIFT-ID TO WS-CLOS-ID
           MOVE 0 TO WS-CL-HDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CL-COUNT OR WS-CL-HDX > 0
               IF WS-CL-LINE(WS-JDX)(1:1) = "H" AND
                       WS-CL-LINE(WS-JDX)(3:8) = WS-CLOS-ID
                   MOVE WS-JDX TO WS-CL-HDX
               END-IF
           END-PERFORM
           IF WS-CL-HDX = 0
               DISPLAY "BESBCLOS: no closure " WS-CLOS-ID " in "
                   FUNCTION TRIM(WS-CLOS-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CL-LINE(WS-CL-HDX)(12:1) = "L"
               DISPLAY "BESBCLOS: closure " WS-CLOS-ID
                   " was already lifted "
                   WS-CL-LINE(WS-CL-HDX)(98:14) " by "
                   WS-CL-LINE(WS-CL-HDX)(113:8)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CL-LINE(WS-CL-HDX)(14:1) TO WS-SCOPE-KIND
           MOVE SPACES TO WS-SCOPE-TEXT
           IF WS-SCOPE-KIND = "B"
               MOVE WS-CL-LINE(WS-CL-HDX)(16:16) TO WS-SEL-BLDG
               STRING "building " FUNCTION TRIM(WS-SEL-BLDG)
                   DELIMITED BY SIZE INTO WS-SCOPE-TEXT
           ELSE
               MOVE WS-CL-LINE(WS-CL-HDX)(16:2) TO WS-SEL-CAMP
               STRING "campus " WS-SEL-CAMP
                   DELIMITED BY SIZE INTO WS-SCOPE-TEXT
           END-IF
           MOVE WS-CL-LINE(WS-CL-HDX)(33:12) TO WS-FROM-ARG
           MOVE WS-CL-LINE(WS-CL-HDX)(46:12) TO WS-TO-ARG
           MOVE WS-FROM-ARG(1:8) TO WS-FROM-DATE
           MOVE WS-TO-ARG(1:8) TO WS-TO-DATE
           PERFORM load-closure-details
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               IF WS-AF-KIND(WS-ADX) = "S"
                   PERFORM unrecord-one-exception
               END-IF
           END-PERFORM
           PERFORM save-exceptions
           MOVE WS-CL-LINE(WS-CL-HDX) TO WS-CL-LINE-W
           MOVE "L" TO WS-CL-LINE-W(12:1)
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:14) TO WS-CL-LINE-W(98:14)
           MOVE WS-OPER-ID TO WS-CL-LINE-W(113:8)
           MOVE WS-CL-LINE-W TO WS-CL-LINE(WS-CL-HDX)
           PERFORM save-register
           PERFORM build-closure-filenames
           PERFORM write-book-feed
           PERFORM write-notices
           MOVE "closelft" TO WS-AUDIT-TAG
           PERFORM write-audit
           COMPUTE WS-ADX = WS-AF-COUNT - WS-KEPT-COUNT
           DISPLAY "BESBCLOS: closure " WS-CLOS-ID " lifted -- "
               WS-ADX " meetings back as scheduled, "
               WS-NOTICE-COUNT " notices to "
               FUNCTION TRIM(WS-PRT-FILENAME)
           IF WS-KEPT-COUNT > 0
               DISPLAY "BESBCLOS: " WS-KEPT-COUNT " exceptions had"
                   " been changed since the closure and were left"
                   " as they stand"
               MOVE 4 TO RETURN-CODE
           END-IF.

           load-closure-details.
           MOVE 0 TO WS-AF-COUNT
           MOVE 0 TO WS-MOVED-COUNT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CL-COUNT
               IF WS-CL-LINE(WS-JDX)(1:1) = "D" AND
                       WS-CL-LINE(WS-JDX)(3:8) = WS-CLOS-ID AND
                       WS-AF-COUNT < 600
                   ADD 1 TO WS-AF-COUNT
                   MOVE SPACES TO WS-AF-ENTRY(WS-AF-COUNT)
                   MOVE WS-CL-LINE(WS-JDX) TO WS-CL-LINE-W
                   MOVE WS-CL-LINE-W(12:1) TO WS-AF-KIND(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(14:9) TO WS-AF-KEY(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(24:8) TO WS-AF-DATE(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(33:4) TO WS-AF-START(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(38:3) TO WS-AF-LEN(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(42:8) TO WS-AF-ROOM(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(51:1)
                     TO WS-AF-OUTCOME(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(53:8)
                     TO WS-AF-NEWROOM(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(62:1)
                     TO WS-AF-WHO-TYPE(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(64:20) TO WS-AF-WHO(WS-AF-COUNT)
                   MOVE WS-CL-LINE-W(85:29)
                     TO WS-AF-OLD-EX(WS-AF-COUNT)
                   IF WS-AF-OUTCOME(WS-AF-COUNT) = "R"
                       ADD 1 TO WS-MOVED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

           unrecord-one-exception.
           MOVE 0 TO WS-EX-HIT
           MOVE 0 TO WS-EX-KEEP
           PERFORM VARYING WS-EX-EDX FROM 1 BY 1
                   UNTIL WS-EX-EDX > WS-EX-COUNT
               IF WS-EX-KEY(WS-EX-EDX) = WS-AF-KEY(WS-ADX) AND
                       WS-EX-DATE(WS-EX-EDX) = WS-AF-DATE(WS-ADX) AND
                       WS-EX-TYPE(WS-EX-EDX) = WS-AF-OUTCOME(WS-ADX)
                       AND WS-EX-VALUE(WS-EX-EDX) =
                       WS-AF-NEWROOM(WS-ADX)
                   MOVE 1 TO WS-EX-HIT
               ELSE
                   ADD 1 TO WS-EX-KEEP
                   MOVE WS-EX-ENTRY(WS-EX-EDX)
                     TO WS-EX-ENTRY(WS-EX-KEEP)
               END-IF
           END-PERFORM
           MOVE WS-EX-KEEP TO WS-EX-COUNT
           IF WS-EX-HIT = 0
               ADD 1 TO WS-KEPT-COUNT
               MOVE "Y" TO WS-AF-LEFT(WS-ADX)
               EXIT PARAGRAPH
           END-IF
           IF WS-AF-OLD-EX(WS-ADX) NOT = SPACES AND
                   WS-EX-COUNT < 500
               ADD 1 TO WS-EX-COUNT
               MOVE WS-AF-OLD-EX(WS-ADX)(1:9)
                 TO WS-EX-KEY(WS-EX-COUNT)
               MOVE WS-AF-OLD-EX(WS-ADX)(11:8)
                 TO WS-EX-DATE(WS-EX-COUNT)
               MOVE WS-AF-OLD-EX(WS-ADX)(20:1)
                 TO WS-EX-TYPE(WS-EX-COUNT)
               MOVE WS-AF-OLD-EX(WS-ADX)(22:8)
                 TO WS-EX-VALUE(WS-EX-COUNT)
           END-IF.

      *> --list: the register's closures, newest last
           list-closures.
           DISPLAY "closures for term " FUNCTION TRIM(WS-CURRENT-TERM)
           MOVE 0 TO WS-KDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CL-COUNT
               IF WS-CL-LINE(WS-JDX)(1:1) = "H"
                   ADD 1 TO WS-KDX
                   MOVE WS-CL-LINE(WS-JDX) TO WS-CL-LINE-W
                   MOVE SPACES TO WS-OUT-LINE
                   STRING " " WS-CL-LINE-W(3:8) " "
                       WS-CL-LINE-W(12:1) " " WS-CL-LINE-W(14:1) " "
                       WS-CL-LINE-W(16:16) " " WS-CL-LINE-W(33:12)
                       "-" WS-CL-LINE-W(46:12) " "
                       WS-CL-LINE-W(59:8) " mtgs " WS-CL-LINE-W(88:4)
                       " moved " WS-CL-LINE-W(93:4)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
                   IF WS-CL-LINE-W(12:1) = "L"
                       DISPLAY "          lifted "
                           WS-CL-LINE-W(98:14) " by "
                           WS-CL-LINE-W(113:8)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KDX = 0
               DISPLAY " - none"
           END-IF.

      *> ---------------------------------------------------------------
      *> the room-booking companion feed -- a closure cancels each
      *> booking in its closed room and adds the one-day room it
      *> moved to; a lift reverses both
      *> ---------------------------------------------------------------
           write-book-feed.
           MOVE 0 TO WS-BOOK-COUNT
           OPEN OUTPUT BOOK-FILE
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               PERFORM feed-one-meeting
           END-PERFORM
           CLOSE BOOK-FILE.

      *> a lift leaves out a meeting whose exception was changed
      *> after the closure -- it is no longer the closure's to undo
           feed-one-meeting.
           IF RUN-LIFT
               IF WS-AF-LEFT(WS-ADX) = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-AF-OUTCOME(WS-ADX) = "R"
                   MOVE "CANCEL" TO WS-OUT-LINE(1:6)
                   MOVE WS-AF-NEWROOM(WS-ADX) TO WS-CHK-ROOM
                   PERFORM write-book-line
               END-IF
               MOVE "ADD   " TO WS-OUT-LINE(1:6)
               MOVE WS-AF-ROOM(WS-ADX) TO WS-CHK-ROOM
               PERFORM write-book-line
               EXIT PARAGRAPH
           END-IF
           MOVE "CANCEL" TO WS-OUT-LINE(1:6)
           MOVE WS-AF-ROOM(WS-ADX) TO WS-CHK-ROOM
           PERFORM write-book-line
           IF WS-AF-OUTCOME(WS-ADX) = "R"
               MOVE "ADD   " TO WS-OUT-LINE(1:6)
               MOVE WS-AF-NEWROOM(WS-ADX) TO WS-CHK-ROOM
               PERFORM write-book-line
           END-IF.

           write-book-line.
           MOVE SPACES TO BOOK-FILE-RECORD
           MOVE WS-OUT-LINE(1:6) TO BOOK-FILE-RECORD(1:6)
           MOVE WS-AF-DATE(WS-ADX) TO BOOK-FILE-RECORD(8:8)
           MOVE WS-CHK-ROOM TO BOOK-FILE-RECORD(17:8)
           MOVE WS-AF-START(WS-ADX) TO BOOK-FILE-RECORD(26:4)
           MOVE WS-AF-LEN(WS-ADX) TO BOOK-FILE-RECORD(31:3)
           IF WS-AF-KIND(WS-ADX) = "S"
               MOVE WS-AF-KEY(WS-ADX) TO BOOK-FILE-RECORD(35:9)
           ELSE
               MOVE "EVENT" TO BOOK-FILE-RECORD(35:9)
               MOVE WS-AF-WHO(WS-ADX) TO BOOK-FILE-RECORD(45:20)
           END-IF
           MOVE WS-CLOS-ID TO BOOK-FILE-RECORD(66:8)
           WRITE BOOK-FILE-RECORD
           ADD 1 TO WS-BOOK-COUNT.

      *> ---------------------------------------------------------------
      *> notices -- one per instructor, per school for its TBA
      *> sections, per sponsor for events, each on a new page; a
      *> lift's notices follow the closure's in the same file
      *> ---------------------------------------------------------------
           write-notices.
           MOVE 0 TO WS-NOTICE-COUNT
           MOVE 0 TO WS-RCPT-COUNT
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               IF WS-AF-LEFT(WS-ADX) NOT = "Y"
                   MOVE WS-AF-WHO-TYPE(WS-ADX) TO WS-RCPT-TYPE-IN
                   MOVE WS-AF-WHO(WS-ADX) TO WS-RCPT-ID-IN
                   PERFORM add-recipient
               END-IF
           END-PERFORM
           IF RUN-LIFT
               OPEN EXTEND PRT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PRT-FILE
               END-IF
           ELSE
               OPEN OUTPUT PRT-FILE
           END-IF
           PERFORM VARYING WS-RDX FROM 1 BY 1
                   UNTIL WS-RDX > WS-RCPT-COUNT
               PERFORM issue-one-notice
           END-PERFORM
           CLOSE PRT-FILE.

           add-recipient.
           IF WS-RCPT-ID-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-RCPT-COUNT
               IF WS-RCPT-TYPE(WS-JDX) = WS-RCPT-TYPE-IN AND
                       WS-RCPT-ID(WS-JDX) = WS-RCPT-ID-IN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RCPT-COUNT < 300
               ADD 1 TO WS-RCPT-COUNT
               MOVE WS-RCPT-TYPE-IN TO WS-RCPT-TYPE(WS-RCPT-COUNT)
               MOVE WS-RCPT-ID-IN TO WS-RCPT-ID(WS-RCPT-COUNT)
           END-IF.

           issue-one-notice.
           PERFORM print-notice-heading
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM VARYING WS-ADX FROM 1 BY 1
                   UNTIL WS-ADX > WS-AF-COUNT
               IF WS-AF-WHO-TYPE(WS-ADX) = WS-RCPT-TYPE(WS-RDX) AND
                       WS-AF-WHO(WS-ADX) = WS-RCPT-ID(WS-RDX) AND
                       WS-AF-LEFT(WS-ADX) NOT = "Y"
                   PERFORM print-notice-line
               END-IF
           END-PERFORM.

           print-notice-heading.
           MOVE SPACES TO WS-OUT-LINE
           IF RUN-LIFT
               MOVE "1CLOSURE LIFTED NOTICE -- " TO WS-OUT-LINE
           ELSE
               MOVE "1BUILDING CLOSURE NOTICE -- " TO WS-OUT-LINE
           END-IF
           MOVE SPACES TO PRT-FILE-RECORD
           EVALUATE WS-RCPT-TYPE(WS-RDX)
               WHEN "I"
                   PERFORM find-instr-name
                   STRING FUNCTION TRIM(WS-OUT-LINE TRAILING) " "
                       FUNCTION TRIM(WS-NAME-OUT) " ("
                       WS-RCPT-ID(WS-RDX)(1:6) ")"
                       DELIMITED BY SIZE INTO PRT-FILE-RECORD
               WHEN "S"
                   STRING FUNCTION TRIM(WS-OUT-LINE TRAILING)
                       " SCHOOL " WS-RCPT-ID(WS-RDX)(1:4)
                       DELIMITED BY SIZE INTO PRT-FILE-RECORD
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-OUT-LINE TRAILING)
                       " SPONSOR " FUNCTION TRIM(WS-RCPT-ID(WS-RDX))
                       DELIMITED BY SIZE INTO PRT-FILE-RECORD
           END-EVALUATE
           WRITE PRT-FILE-RECORD
           MOVE SPACES TO PRT-FILE-RECORD
           STRING " TERM " FUNCTION TRIM(WS-CURRENT-TERM)
               "    CLOSURE " WS-CLOS-ID
               "    NOTICE DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO PRT-FILE-RECORD
           WRITE PRT-FILE-RECORD
           MOVE SPACES TO PRT-FILE-RECORD
           STRING " " FUNCTION TRIM(WS-SCOPE-TEXT) " closed "
               WS-FROM-DATE " " WS-FROM-ARG(9:4) " to "
               WS-TO-DATE " " WS-TO-ARG(9:4)
               DELIMITED BY SIZE INTO PRT-FILE-RECORD
           IF RUN-LIFT
               STRING FUNCTION TRIM(PRT-FILE-RECORD TRAILING)
                   " -- the closure is lifted"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO PRT-FILE-RECORD
           END-IF
           WRITE PRT-FILE-RECORD
           MOVE SPACES TO PRT-FILE-RECORD
           WRITE PRT-FILE-RECORD.

           print-notice-line.
           PERFORM format-meeting-line
           MOVE SPACES TO WS-OUTCOME-TEXT
           EVALUATE TRUE
               WHEN RUN-LIFT
                   STRING "meets as scheduled in "
                       WS-AF-ROOM(WS-ADX)
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               WHEN WS-AF-OUTCOME(WS-ADX) = "R"
                   STRING "moved for the day to "
                       WS-AF-NEWROOM(WS-ADX)
                       DELIMITED BY SIZE INTO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "does not meet this date" TO WS-OUTCOME-TEXT
           END-EVALUATE
           MOVE SPACES TO PRT-FILE-RECORD
           STRING WS-OUT-LINE(1:48) " " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO PRT-FILE-RECORD
           WRITE PRT-FILE-RECORD.

           find-instr-name.
           MOVE "(name not on file)" TO WS-NAME-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-JDX) = WS-RCPT-ID(WS-RDX)(1:6)
                   MOVE WS-INSTR-NAME(WS-JDX) TO WS-NAME-OUT
               END-IF
           END-PERFORM.

      *> the whole closure (or its lift) is one audit record, in the
      *> shared 132-byte shape BESBAUDR queries
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-SCOPE-KIND = "B"
               STRING WS-CLOS-ID " B " FUNCTION TRIM(WS-SEL-BLDG)
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           ELSE
               STRING WS-CLOS-ID " C " WS-SEL-CAMP
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-IF
           MOVE WS-AUDIT-TEXT TO WS-OUT-LINE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING FUNCTION TRIM(WS-OUT-LINE) " "
               WS-FROM-DATE "-" WS-TO-DATE " mtgs " WS-AF-COUNT
               " moved " WS-MOVED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TAG DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-RSN-CODE TO ACH-REASON
           MOVE SPACES TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.

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
               DISPLAY "BESBCLOS: an operator id is required"
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
               DISPLAY "BESBCLOS: unknown operator id " WS-OPER-ID
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

      *> ---------------------------------------------------------------
      *> masters and term files
      *> ---------------------------------------------------------------
           load-schedule.
           MOVE 0 TO WS-NUM-ROWS
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
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

           load-outages.
           MOVE 0 TO WS-OUT-COUNT
           OPEN INPUT OUTAGE-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ OUTAGE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-outage-entry
               END-READ
           END-PERFORM
           CLOSE OUTAGE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-outage-entry.
           IF WS-OUT-COUNT < 50 AND
                   OUTAGE-FILE-RECORD(10:8) IS NUMERIC AND
                   OUTAGE-FILE-RECORD(19:8) IS NUMERIC
               ADD 1 TO WS-OUT-COUNT
               MOVE OUTAGE-FILE-RECORD(1:8)
                 TO WS-OUT-ROOM(WS-OUT-COUNT)
               MOVE OUTAGE-FILE-RECORD(10:8)
                 TO WS-OUT-FROM(WS-OUT-COUNT)
               MOVE OUTAGE-FILE-RECORD(19:8)
                 TO WS-OUT-TO(WS-OUT-COUNT)
           END-IF.

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

           save-exceptions.
           OPEN OUTPUT EXCEPT-FILE
           PERFORM VARYING WS-EX-EDX FROM 1 BY 1
                   UNTIL WS-EX-EDX > WS-EX-COUNT
               MOVE WS-EX-EDX TO WS-EX-HIT
               PERFORM build-except-line
               MOVE WS-EX-LINE TO EXCEPT-FILE-RECORD
               WRITE EXCEPT-FILE-RECORD
           END-PERFORM
           CLOSE EXCEPT-FILE.

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
                   NOT AT END PERFORM load-one-event-entry
               END-READ
           END-PERFORM
           CLOSE EVENTS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-event-entry.
           IF WS-EV-COUNT < 100 AND
                   (EVENTS-FILE-RECORD(10:1) = "W" OR
                    EVENTS-FILE-RECORD(10:1) = "D") AND
                   EVENTS-FILE-RECORD(21:4) IS NUMERIC AND
                   EVENTS-FILE-RECORD(26:3) IS NUMERIC
               ADD 1 TO WS-EV-COUNT
               MOVE EVENTS-FILE-RECORD(1:8)
                 TO WS-EV-ROOM(WS-EV-COUNT)
               MOVE EVENTS-FILE-RECORD(10:1)
                 TO WS-EV-KIND(WS-EV-COUNT)
               MOVE EVENTS-FILE-RECORD(12:8)
                 TO WS-EV-DAYS(WS-EV-COUNT)
               MOVE EVENTS-FILE-RECORD(21:4)
                 TO WS-EV-START(WS-EV-COUNT)
               MOVE EVENTS-FILE-RECORD(26:3)
                 TO WS-EV-LEN(WS-EV-COUNT)
               MOVE EVENTS-FILE-RECORD(30:20)
                 TO WS-EV-SPONSOR(WS-EV-COUNT)
           END-IF.

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
                       IF WS-ENRL-COUNT < 400 AND
                               ENRL-FILE-RECORD(10:4) IS NUMERIC
                           ADD 1 TO WS-ENRL-COUNT
                           MOVE ENRL-FILE-RECORD(1:9)
                             TO WS-ENRL-KEY(WS-ENRL-COUNT)
                           MOVE ENRL-FILE-RECORD(10:4)
                             TO WS-ENRL-HEAD(WS-ENRL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENRL-FILE
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
                       IF WS-INSTR-COUNT < 200
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE INSTR-FILE-RECORD(1:6)
                             TO WS-INSTR-ID(WS-INSTR-COUNT)
                           MOVE INSTR-FILE-RECORD(8:20)
                             TO WS-INSTR-NAME(WS-INSTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-register.
           MOVE 0 TO WS-CL-COUNT
           OPEN INPUT CLOS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CLOS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CL-COUNT < 2000
                           ADD 1 TO WS-CL-COUNT
                           MOVE CLOS-FILE-RECORD
                             TO WS-CL-LINE(WS-CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           save-register.
           OPEN OUTPUT CLOS-FILE
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CL-COUNT
               MOVE WS-CL-LINE(WS-JDX) TO CLOS-FILE-RECORD
               WRITE CLOS-FILE-RECORD
           END-PERFORM
           CLOSE CLOS-FILE.
