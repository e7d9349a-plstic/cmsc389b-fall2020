      *>               room clash, and the \x exports ship only the
      *>               group's primary key so the booking system
      *>               sees one booking for the shared meeting
      *>   2026-10-15  course catalog (CATALOG.DAT) -- the \p grid
      *>               and \f lists carry each course's title after
      *>               the section, and an add or edit whose weekly
      *>               minutes differ from the catalog's contact
      *>               minutes goes in with a warning
      *>   2026-10-15  a room of TBA is accepted by \a and \e (the
      *>               section waits for the BESBRASN room run)
      *>   2026-10-15  an add or edit naming an instructor without an
      *>               INSTRQUAL.DAT line for the course goes in with
      *>               a warning
      *>   2026-10-15  saving the term's schedule file also writes its
      *>               occupancy index (SCHED-term.OCCX) through
      *>               BESBVAL op W; a \s to another file name does not
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  a verified sign-on stamps its date on the
      *>               operator's OPERCRED.DAT line (34:8, kind S at
      *>               43:1) for BESBRCRT's recertification report
      *>               and dormant-account lockout
      *>   2026-10-15  operator scope (OPERSCOP.DAT through BESBSCOP)
      *>               -- an add, edit, cancel, exception or wait-list
      *>               cancel for a school or campus outside the
      *>               operator's scope is refused with reject 16,
      *>               a snapshot load is refused to a school-limited
      *>               operator, a frozen term's change is checked
      *>               when queued and again against the requester at
      *>               \g approval; looking stays unrestricted
      *>   2026-10-15  reject 17 from BESBVAL -- the instructor is
      *>               separated or on leave during the term -- is
      *>               explained on \a and \e and in dry-run output
      *>   2026-10-15  part-of-term sections -- \e keeps a section's
      *>               own meeting dates, reject 18 (dates bad or
      *>               outside the term) is explained, \y writes the
      *>               dates as START and END columns, the \x booking
      *>               lines carry from(27:8) and through(35:8) --
      *>               a change of dates is a CHANGE in the delta,
      *>               whose lines carry them at (44:17) -- and
      *>               dry-run and wait-list lines keep the dates
      *>   2026-10-15  instruction modes -- room ONLINE or ARRANGED on
      *>               \a and \e marks an online or by-arrangement
      *>               section (see \h), reject 19 (mode does not
      *>               fit) is explained, \y adds a MODE column, the
      *>               sections stay out of the \x booking feed, and
      *>               wait-list lines keep the mode
      *>   2026-10-15  team-taught sections (TEAM-term.DAT) -- \i lists
      *>               a section for every instructor on its team and
      *>               names the whole team under it; a clash on a
      *>               shared team instructor is reported as one
      *>   2026-10-15  departmental rooms (ROOMCTL.DAT) -- the
      *>               operator's level goes to BESBVAL so only a
      *>               supervisor's \a!/\e! books another school's
      *>               room inside its priority window (reject 20)
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  contract teaching-day rules -- rejects 21 (the
      *>               instructor's day would run past its span) and
      *>               22 (too little overnight rest) are explained,
      *>               and --dry-run names them; a supervisor's
      *>               \a!/\e! lifts them
      *>   2026-10-15  --forms runs the shell as full-screen forms
      *>               (add, edit, cancel, one-day exception, find,
      *>               free rooms) -- BESBVAL's rejects are shown next
      *>               to the field in error, \f and \v results page
      *>               in a list, and each form is sent as the
      *>               command line the shell takes, through the same
      *>               gates
      *>   2026-10-15  change reasons -- \a, \r, \e, \d, \u, \c, \l, a
      *>               \z exception and a \g approval each need a
      *>               trailing RSN=CODE from REASONS.DAT (through
      *>               BESBRSN); the code and the school changed go on
      *>               the audit line, ride with a frozen term's queued
      *>               change (PENDCHG 100:4) and a wait-listed add
      *>               (PENDING 111:4), and the forms take it as a
      *>               Reason code field
      *>   2026-10-15  maintenance window (MAINTWIN.DAT through
      *>               BESBMWIN) -- sign-on is refused while a window
      *>               is in force, except to the supervisor who
      *>               opened it; a signed-on shell is shown the
      *>               window's message and how long until it starts
      *>               on its next command (and on every command in
      *>               the last quarter hour), and once it starts the
      *>               session is closed with its work saved and the
      *>               closing audited (tag maintout)
      *>   2026-10-15  EXCEPT-term.DAT is read up to 500 date
      *>               exceptions -- a building closure (BESBCLOS)
      *>               records one per affected meeting
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XLIST-FILE ASSIGN DYNAMIC WS-XLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEAM-FILE ASSIGN DYNAMIC WS-TEAM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCEPT-FILE ASSIGN DYNAMIC WS-EXCEPT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> school(1:4) code(5:3) status(8:1, R = retired; the 7-byte
      *> lines from before the status column read as active)
       FD MASTER-FILE.
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1) status(50:1)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD CMD-FILE.
       01 CMD-FILE-RECORD PIC X(100).
       FD CSV-FILE.
       01 CSV-FILE-RECORD PIC X(120).
      *> booking line -- see build-one-booking-line -- then the
      *> section's own from(27:8) and through(35:8) dates, blank
      *> for the term's
       FD ROOMBOOK-FILE.
       01 ROOMBOOK-FILE-RECORD PIC X(42).
       FD XSTATE-FILE.
       01 XSTATE-FILE-RECORD PIC X(42).
      *> delta line: action(1:6, ADD/CANCEL/CHANGE) booking(8:26)
      *> effective date(35:8, spaces = apply now) from(44:8)
      *> through(53:8)
       FD XDELTA-FILE.
       01 XDELTA-FILE-RECORD PIC X(60).
      *> calendar entry: date(1:8) reason(10:2) description(13:20)
       FD CAL-FILE.
       01 CAL-FILE-RECORD PIC X(32).
       FD XCLOSED-FILE.
       01 XCLOSED-FILE-RECORD PIC X(13).
      *> wait-list entry: the add line as typed(1:80), queued
      *> date(82:8), part-of-term dates and instruction mode(91:19),
      *> the add's reason code(111:4)
       FD PEND-FILE.
       01 PEND-FILE-RECORD PIC X(114).
      *> cross-list line: up to four 9-byte section keys, key1 the
      *> group's primary -- key1(1:9) key2(11:9) key3(21:9) key4(31:9)
       FD XLIST-FILE.
       01 XLIST-FILE-RECORD PIC X(40).
      *> team-teaching line: section key(1:9) then up to four
      *> instructor/share pairs -- instr(11:6) share(18:3)
      *> instr(22:6) share(29:3) instr(33:6) share(40:3) instr(44:6)
      *> share(51:3); the row's own instructor leads the team
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
      *> single-date exception: key(1:9) date(11:8) type(20:1,
      *> R room override / T time override / N no meeting)
      *> value(22:8, the room, or HHMM in 22:4 for T)
       01 SHREG-FILE-RECORD PIC X(30).
      *> credential line: id(1:8) password hash(10:8) expiry(19:8)
      *> change-at-next-signon(28:1, Y) failures(30:1) locked(32:1, L)
      *> last sign-on(34:8) and its kind(43:1, S signed on / I issued)
       FD CRED-FILE.
       01 CRED-FILE-RECORD PIC X(43).
      *> scenario registry line, as BESBSCEN keeps it: scenario
      *> term(1:20) live term(22:20) created(43:8) creator(52:8)
       FD SCEN-FILE.
       01 SCEN-FILE-RECORD PIC X(59).
      *> pending-change entry for a frozen term: the \e or \d line
      *> as typed(1:80), requesting operator(82:8), date(91:8), the
      *> requester's reason code(100:4)
       FD PCHG-FILE.
       01 PCHG-FILE-RECORD PIC X(103).
      *> a second handle on the schedule-row layout, for the \m ret
      *> in-use scan across every term's file
       FD MSCAN-FILE.
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-MASTER-FILENAME PIC X(20) VALUE "SCHOOLS.DAT".
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
      *> --campus= narrows \f, \v and the \x exports to one
      *> campus's rooms; spaces means everything, as before
           01 WS-LAST-ADD-SET PIC 9(1) VALUE 0.

      *> parsed fields shared by add/edit/delete/find/batch/dry-run
           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.
           01 WS-P-SCHOOL PIC A(4).
           01 WS-P-CODE PIC X(3).
           01 WS-P-SECTION PIC X(2).
           01 WS-P-LEN PIC X(3).
           01 WS-P-INSTR PIC X(6).
           01 WS-P-EFF-DATE PIC X(8) VALUE SPACES.
           01 WS-P-PT-START PIC X(8) VALUE SPACES.
           01 WS-P-PT-END PIC X(8) VALUE SPACES.
           01 WS-P-MODE PIC X(1) VALUE SPACES.
           01 WS-P-PT-SECTION PIC X(2) VALUE SPACES.
           01 WS-EDIT-SHIFT PIC X(80) VALUE SPACES.
           01 WS-EDIT-EFF PIC X(8) VALUE SPACES.

           01 WS-PEND-COUNT PIC 9(4) VALUE 0.
           01 WS-PEND-KEEP PIC 9(4) VALUE 0.
           01 WS-PEND-TABLE.
               02 WS-PEND-LINE PIC X(114) OCCURS 200 TIMES.

      *> cross-term room warning -- the current term's dates, and
      *> scratch for scanning a date-overlapping term's file after a
           01 WS-PC-PICK PIC 9(3) VALUE 0.
           01 WS-PC-NUM PIC 9(3) VALUE 0.
           01 WS-PC-TABLE.
               02 WS-PC-LINE PIC X(103) OCCURS 100 TIMES.

      *> \m master-maintenance scratch
           01 WS-MSCAN-FILENAME PIC X(60) VALUE SPACES.
                   03 WS-ROOMS-CAMP PIC X(2).
           01 WS-ROOMS-FOUND PIC 9(1) VALUE 0.

      *> course titles from the catalog, for the grid -- a course
      *> the catalog doesn't know prints a blank title
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-TITLE PIC X(30).
           01 WS-CAT-KEY PIC X(7) VALUE SPACES.
           01 WS-CAT-TITLE-OUT PIC X(16) VALUE SPACES.
           01 WS-CAT-CDX PIC 9(4) VALUE 0.

      *> operator identity and authority -- levels R (read-only),
      *> S (scheduler), V (supervisor); with no OPERATORS.DAT on the
      *> system everyone runs as an unnamed supervisor, which is
           01 WS-OPER-OK PIC 9(1) VALUE 0.
           01 WS-AUTH-OK PIC 9(1) VALUE 0.

      *> operator scope -- the schools (and campuses) an operator may
      *> change, answered by BESBSCOP; WS-SCOPE-OPER/LEVEL are the
      *> signed-on operator except while a \g approval re-runs a
      *> queued change, when they are the requester's
           01 WS-SCOPE-PARMS.
               COPY SCOPPARM
                   REPLACING LEADING ==SCOPPARM== BY ==SP==.
           01 WS-SCOPE-OPER PIC X(8) VALUE SPACES.
           01 WS-SCOPE-LEVEL PIC X(1) VALUE SPACES.
           01 WS-SCOPE-OK PIC 9(1) VALUE 1.
           01 WS-SCOPE-SRC PIC X(80) VALUE SPACES.

      *> change reasons -- the RSN=CODE a changing command ends with,
      *> taken off the line before the command is read and checked
      *> by BESBRSN; it goes on the audit line with the school the
      *> change touched (SP-SCHOOL, as the scope check last saw it)
           01 WS-CMD-REASON PIC X(4) VALUE SPACES.
           01 WS-RSN-HOLD PIC X(4) VALUE SPACES.
           01 WS-RSN-POS PIC 9(3) VALUE 0.
           01 WS-REASON-OK PIC 9(1) VALUE 1.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

      *> maintenance window -- the opened stamp of the window this
      *> session has already been told about, and the switch that
      *> ends the session when the window starts
           01 WS-MW-SEEN PIC X(14) VALUE SPACES.
           01 WS-MAINT-OUT PIC 9(1) VALUE 0.
           01 WS-MWIN-PARMS.
               COPY MWINPARM
                   REPLACING LEADING ==MWINPARM== BY ==MW==.

      *> credentials -- a shop that hasn't built OPERCRED.DAT signs
      *> on by id alone, exactly as before
           01 WS-CRED-FILENAME PIC X(20) VALUE "OPERCRED.DAT".
                   03 WS-CRED-CHG PIC X(1).
                   03 WS-CRED-FAILS PIC 9(1).
                   03 WS-CRED-LOCKED PIC X(1).
                   03 WS-CRED-LAST-ON PIC X(8).
                   03 WS-CRED-ON-KIND PIC X(1).
           01 WS-CRED-CDX PIC 9(3) VALUE 0.
           01 WS-CRED-MINE PIC 9(3) VALUE 0.
           01 WS-AUTH-PW PIC X(20) VALUE SPACES.
           01 WS-XL-GDX PIC 9(3) VALUE 0.
           01 WS-XL-MDX PIC 9(1) VALUE 0.

      *> team-taught sections -- \i shows a section to everyone on
      *> its team; the instructor-level checks live in BESBVAL
           01 WS-TEAM-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-INSTR PIC X(6) OCCURS 4 TIMES.
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-HIT PIC 9(3) VALUE 0.
           01 WS-TM-TAUGHT PIC 9(1) VALUE 0.
           01 WS-TM-TXT PIC X(40) VALUE SPACES.
           01 WS-TM-PTR PIC 9(2) VALUE 0.

      *> single-date exceptions -- the standing pattern stays put;
      *> these say what one date does differently
           01 WS-EXCEPT-FILENAME PIC X(60) VALUE SPACES.
               VALUE "ROOMBOOK.EXCEPT".
           01 WS-EX-COUNT PIC 9(3) VALUE 0.
           01 WS-EX-LIST.
               02 WS-EX-ENTRY OCCURS 500 TIMES.
                   03 WS-EX-KEY PIC X(9).
                   03 WS-EX-DATE PIC X(8).
                   03 WS-EX-TYPE PIC X(1).
           01 WS-EV-EDX PIC 9(3) VALUE 0.
           01 WS-EV-DDX PIC 9(1) VALUE 0.

      *> 1 while \s writes to a file other than the term's own
           01 WS-SAVE-ELSEWHERE PIC 9(1) VALUE 0.

      *> shared-session state -- the row holds and the registry of
      *> who else has the term open shared
           01 WS-SHARED-FLAG PIC 9(1) VALUE 0.
      *> built from the live schedule, and the bookings as of the
      *> last export (the per-term .STATE file) for the delta compare;
      *> a booking's identity is room+day+class (columns 1-9, 18-26),
      *> its times (10-17) and dates (27-42) are the payload a CHANGE
      *> replaces
           01 WS-XB-COUNT PIC 9(4) VALUE 0.
           01 WS-XB-TABLE.
               02 WS-XB-ENTRY OCCURS 1400 TIMES.
                   03 WS-XB-LINE PIC X(42).
                   03 WS-XB-EFF PIC X(8).
           01 WS-XO-COUNT PIC 9(4) VALUE 0.
           01 WS-XO-TABLE.
               02 WS-XO-ENTRY OCCURS 1400 TIMES.
                   03 WS-XO-LINE PIC X(42).
                   03 WS-XO-MATCHED PIC 9(1).
           01 WS-XD-ADD-COUNT PIC 9(4) VALUE 0.
           01 WS-XD-CANCEL-COUNT PIC 9(4) VALUE 0.
           01 WS-XO-IDX PIC 9(4) VALUE 0.
           01 WS-XO-FOUND PIC 9(4) VALUE 0.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

      *> command-line flag stuffs
      *> the environment the files are opened in (BESBENV)
           01 WS-ENV-PARMS.
               COPY ENVPARM
                   REPLACING LEADING ==ENVPARM== BY ==EP==.
           01 ARGV PIC X(100) VALUE SPACES.
               88 INT VALUE "-i", "-I", "--interactive".
               88 ARG-HELP VALUE "--help", "-h".
           01 WS-BATCH-FLAG PIC 9(1) VALUE 0.
           01 WS-DRYRUN-FLAG PIC 9(1) VALUE 0.
           01 WS-REPLAY-FLAG PIC 9(1) VALUE 0.
           01 WS-FORMS-FLAG PIC 9(1) VALUE 0.
           01 WS-STOP-AFTER-ARGS PIC 9(1) VALUE 0.
           01 WS-ARG-LEN PIC 9(3) VALUE 0.
           01 WS-AUDIT-DETAIL PIC X(8) VALUE SPACES.

      *> full-screen forms (--forms) -- what the operator keys into
      *> a form, the message beside each field, and the \f / \v
      *> result lines the list pages through
           01 WS-FM-CHOICE PIC X(1) VALUE SPACES.
           01 WS-FM-OP PIC X(1) VALUE SPACES.
           01 WS-FM-TITLE PIC X(40) VALUE SPACES.
           01 WS-FM-FIELDS.
               05 WS-FM-SCHOOL PIC X(4).
               05 WS-FM-CODE PIC X(3).
               05 WS-FM-SECTION PIC X(2).
               05 WS-FM-ROOM PIC X(8).
               05 WS-FM-DAYS PIC X(7).
               05 WS-FM-TIME PIC X(4).
               05 WS-FM-LEN PIC X(3).
               05 WS-FM-INSTR PIC X(6).
               05 WS-FM-EFF PIC X(8).
               05 WS-FM-OVERRIDE PIC X(1).
               05 WS-FM-CONFIRM PIC X(1).
               05 WS-FM-DATE PIC X(8).
               05 WS-FM-TYPE PIC X(1).
               05 WS-FM-VALUE PIC X(8).
               05 WS-FM-TOKEN PIC X(7).
               05 WS-FM-REASON PIC X(4).
           01 WS-FM-MSGS.
               05 WS-FM-MSG-SCHOOL PIC X(40).
               05 WS-FM-MSG-CODE PIC X(40).
               05 WS-FM-MSG-SECTION PIC X(40).
               05 WS-FM-MSG-ROOM PIC X(40).
               05 WS-FM-MSG-DAYS PIC X(40).
               05 WS-FM-MSG-TIME PIC X(40).
               05 WS-FM-MSG-LEN PIC X(40).
               05 WS-FM-MSG-INSTR PIC X(40).
               05 WS-FM-MSG-EFF PIC X(40).
               05 WS-FM-MSG-OVERRIDE PIC X(40).
               05 WS-FM-MSG-CONFIRM PIC X(40).
               05 WS-FM-MSG-DATE PIC X(40).
               05 WS-FM-MSG-TYPE PIC X(40).
               05 WS-FM-MSG-VALUE PIC X(40).
               05 WS-FM-MSG-REASON PIC X(40).
           01 WS-FM-MESSAGE PIC X(76) VALUE SPACES.
           01 WS-FM-SENT PIC X(76) VALUE SPACES.
           01 WS-FM-DONE PIC 9(1) VALUE 0.
           01 WS-FM-ERRORS PIC 9(1) VALUE 0.
           01 WS-FM-PTR PIC 9(3) VALUE 0.
           01 WS-FM-LINE PIC X(78) VALUE SPACES.
           01 WS-FM-DAYS-OUT PIC X(7) VALUE SPACES.
           01 WS-FM-TIME-OUT PIC X(9) VALUE SPACES.
      *> set while a \f or \v runs for a form: find-class and the
      *> free-slot scan hand their lines to the list, not the console
           01 WS-FM-CAPTURE PIC 9(1) VALUE 0.
           01 WS-FM-LIST-HEAD PIC X(78) VALUE SPACES.
           01 WS-FM-LIST-COUNT PIC 9(4) VALUE 0.
           01 WS-FM-LIST-TBL.
               05 WS-FM-LIST-LINE PIC X(78) OCCURS 600 TIMES.
           01 WS-FM-VIEW-TBL.
               05 WS-FM-VIEW PIC X(78) OCCURS 15 TIMES.
           01 WS-FM-LIST-DONE PIC 9(1) VALUE 0.
           01 WS-FM-PAGE-CMD PIC X(1) VALUE SPACES.
           01 WS-FM-TOP PIC 9(4) VALUE 0.
           01 WS-FM-FIRST PIC 9(4) VALUE 0.
           01 WS-FM-LAST PIC 9(4) VALUE 0.
           01 WS-FM-VDX PIC 9(4) VALUE 0.
           01 WS-FM-LDX PIC 9(4) VALUE 0.

           SCREEN SECTION.
      *> the menu of forms
           01 FORMS-MENU-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 VALUE "BESBUBO -- section forms".
               05 LINE 1 COLUMN 40 VALUE "term".
               05 LINE 1 COLUMN 49 PIC X(20) FROM WS-CURRENT-TERM.
               05 LINE 2 COLUMN 40 VALUE "operator".
               05 LINE 2 COLUMN 49 PIC X(8) FROM WS-OPER-ID.
               05 LINE 4 COLUMN 4 VALUE "A  add a section".
               05 LINE 5 COLUMN 4 VALUE "E  edit a section".
               05 LINE 6 COLUMN 4 VALUE "D  cancel a section".
               05 LINE 7 COLUMN 4 VALUE "Z  one-day exception".
               05 LINE 8 COLUMN 4 VALUE "F  find sections".
               05 LINE 9 COLUMN 4 VALUE "V  free rooms and times".
               05 LINE 10 COLUMN 4
                   VALUE "Q  quit (the term is saved)".
               05 LINE 12 COLUMN 2 VALUE "Choice".
               05 LINE 12 COLUMN 20 PIC X(1) USING WS-FM-CHOICE.
               05 LINE 14 COLUMN 2 PIC X(76) FROM WS-FM-MESSAGE
                   HIGHLIGHT.
               05 LINE 16 COLUMN 2 VALUE "last sent:".
               05 LINE 16 COLUMN 13 PIC X(66) FROM WS-FM-SENT.

      *> add and edit share one form; the effective date is edit's
           01 FORMS-CLASS-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 PIC X(36) FROM WS-FM-TITLE.
               05 LINE 1 COLUMN 40 VALUE "term".
               05 LINE 1 COLUMN 49 PIC X(20) FROM WS-CURRENT-TERM.
               05 LINE 3 COLUMN 2 VALUE "School".
               05 LINE 3 COLUMN 20 PIC X(4) USING WS-FM-SCHOOL.
               05 LINE 3 COLUMN 36 PIC X(40) FROM WS-FM-MSG-SCHOOL
                   HIGHLIGHT.
               05 LINE 4 COLUMN 2 VALUE "Course".
               05 LINE 4 COLUMN 20 PIC X(3) USING WS-FM-CODE.
               05 LINE 4 COLUMN 36 PIC X(40) FROM WS-FM-MSG-CODE
                   HIGHLIGHT.
               05 LINE 5 COLUMN 2 VALUE "Section".
               05 LINE 5 COLUMN 20 PIC X(2) USING WS-FM-SECTION.
               05 LINE 5 COLUMN 36 PIC X(40) FROM WS-FM-MSG-SECTION
                   HIGHLIGHT.
               05 LINE 6 COLUMN 2 VALUE "Room".
               05 LINE 6 COLUMN 20 PIC X(8) USING WS-FM-ROOM.
               05 LINE 6 COLUMN 36 PIC X(40) FROM WS-FM-MSG-ROOM
                   HIGHLIGHT.
               05 LINE 7 COLUMN 2 VALUE "Days (MWF/1010100)".
               05 LINE 7 COLUMN 20 PIC X(7) USING WS-FM-DAYS.
               05 LINE 7 COLUMN 36 PIC X(40) FROM WS-FM-MSG-DAYS
                   HIGHLIGHT.
               05 LINE 8 COLUMN 2 VALUE "Start (HHMM)".
               05 LINE 8 COLUMN 20 PIC X(4) USING WS-FM-TIME.
               05 LINE 8 COLUMN 36 PIC X(40) FROM WS-FM-MSG-TIME
                   HIGHLIGHT.
               05 LINE 9 COLUMN 2 VALUE "Minutes".
               05 LINE 9 COLUMN 20 PIC X(3) USING WS-FM-LEN.
               05 LINE 9 COLUMN 36 PIC X(40) FROM WS-FM-MSG-LEN
                   HIGHLIGHT.
               05 LINE 10 COLUMN 2 VALUE "Instructor".
               05 LINE 10 COLUMN 20 PIC X(6) USING WS-FM-INSTR.
               05 LINE 10 COLUMN 36 PIC X(40) FROM WS-FM-MSG-INSTR
                   HIGHLIGHT.
               05 LINE 11 COLUMN 2 VALUE "Effective (edit)".
               05 LINE 11 COLUMN 20 PIC X(8) USING WS-FM-EFF.
               05 LINE 11 COLUMN 36 PIC X(40) FROM WS-FM-MSG-EFF
                   HIGHLIGHT.
               05 LINE 12 COLUMN 2 VALUE "Override (Y/N)".
               05 LINE 12 COLUMN 20 PIC X(1) USING WS-FM-OVERRIDE.
               05 LINE 12 COLUMN 36 PIC X(40)
                   FROM WS-FM-MSG-OVERRIDE HIGHLIGHT.
               05 LINE 13 COLUMN 2 VALUE "Reason code".
               05 LINE 13 COLUMN 20 PIC X(4) USING WS-FM-REASON.
               05 LINE 13 COLUMN 36 PIC X(40) FROM WS-FM-MSG-REASON
                   HIGHLIGHT.
               05 LINE 14 COLUMN 2 PIC X(76) FROM WS-FM-MESSAGE
                   HIGHLIGHT.
               05 LINE 16 COLUMN 2 VALUE "last sent:".
               05 LINE 16 COLUMN 13 PIC X(66) FROM WS-FM-SENT.
               05 LINE 18 COLUMN 2
                   VALUE "a blank School returns to the menu".

           01 FORMS-CANCEL-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 VALUE "cancel a section".
               05 LINE 1 COLUMN 40 VALUE "term".
               05 LINE 1 COLUMN 49 PIC X(20) FROM WS-CURRENT-TERM.
               05 LINE 3 COLUMN 2 VALUE "School".
               05 LINE 3 COLUMN 20 PIC X(4) USING WS-FM-SCHOOL.
               05 LINE 3 COLUMN 36 PIC X(40) FROM WS-FM-MSG-SCHOOL
                   HIGHLIGHT.
               05 LINE 4 COLUMN 2 VALUE "Course".
               05 LINE 4 COLUMN 20 PIC X(3) USING WS-FM-CODE.
               05 LINE 4 COLUMN 36 PIC X(40) FROM WS-FM-MSG-CODE
                   HIGHLIGHT.
               05 LINE 5 COLUMN 2 VALUE "Section".
               05 LINE 5 COLUMN 20 PIC X(2) USING WS-FM-SECTION.
               05 LINE 5 COLUMN 36 PIC X(40) FROM WS-FM-MSG-SECTION
                   HIGHLIGHT.
               05 LINE 7 COLUMN 2 VALUE "Really cancel (Y)".
               05 LINE 7 COLUMN 20 PIC X(1) USING WS-FM-CONFIRM.
               05 LINE 7 COLUMN 36 PIC X(40) FROM WS-FM-MSG-CONFIRM
                   HIGHLIGHT.
               05 LINE 8 COLUMN 2 VALUE "Reason code".
               05 LINE 8 COLUMN 20 PIC X(4) USING WS-FM-REASON.
               05 LINE 8 COLUMN 36 PIC X(40) FROM WS-FM-MSG-REASON
                   HIGHLIGHT.
               05 LINE 14 COLUMN 2 PIC X(76) FROM WS-FM-MESSAGE
                   HIGHLIGHT.
               05 LINE 16 COLUMN 2 VALUE "last sent:".
               05 LINE 16 COLUMN 13 PIC X(66) FROM WS-FM-SENT.
               05 LINE 18 COLUMN 2
                   VALUE "a blank School returns to the menu".

           01 FORMS-EXCEPT-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 VALUE "one-day exception".
               05 LINE 1 COLUMN 40 VALUE "term".
               05 LINE 1 COLUMN 49 PIC X(20) FROM WS-CURRENT-TERM.
               05 LINE 3 COLUMN 2 VALUE "School".
               05 LINE 3 COLUMN 20 PIC X(4) USING WS-FM-SCHOOL.
               05 LINE 3 COLUMN 36 PIC X(40) FROM WS-FM-MSG-SCHOOL
                   HIGHLIGHT.
               05 LINE 4 COLUMN 2 VALUE "Course".
               05 LINE 4 COLUMN 20 PIC X(3) USING WS-FM-CODE.
               05 LINE 4 COLUMN 36 PIC X(40) FROM WS-FM-MSG-CODE
                   HIGHLIGHT.
               05 LINE 5 COLUMN 2 VALUE "Section".
               05 LINE 5 COLUMN 20 PIC X(2) USING WS-FM-SECTION.
               05 LINE 5 COLUMN 36 PIC X(40) FROM WS-FM-MSG-SECTION
                   HIGHLIGHT.
               05 LINE 6 COLUMN 2 VALUE "Date (YYYYMMDD)".
               05 LINE 6 COLUMN 20 PIC X(8) USING WS-FM-DATE.
               05 LINE 6 COLUMN 36 PIC X(40) FROM WS-FM-MSG-DATE
                   HIGHLIGHT.
               05 LINE 7 COLUMN 2 VALUE "Type (R/T/N/X)".
               05 LINE 7 COLUMN 20 PIC X(1) USING WS-FM-TYPE.
               05 LINE 7 COLUMN 36 PIC X(40) FROM WS-FM-MSG-TYPE
                   HIGHLIGHT.
               05 LINE 8 COLUMN 2 VALUE "Room / start".
               05 LINE 8 COLUMN 20 PIC X(8) USING WS-FM-VALUE.
               05 LINE 8 COLUMN 36 PIC X(40) FROM WS-FM-MSG-VALUE
                   HIGHLIGHT.
               05 LINE 9 COLUMN 2 VALUE "Reason code".
               05 LINE 9 COLUMN 20 PIC X(4) USING WS-FM-REASON.
               05 LINE 9 COLUMN 36 PIC X(40) FROM WS-FM-MSG-REASON
                   HIGHLIGHT.
               05 LINE 10 COLUMN 2
                   VALUE "R another room, T another start (HHMM),".
               05 LINE 11 COLUMN 2
                   VALUE "N no meeting, X removes that date's".
               05 LINE 11 COLUMN 38 VALUE "exceptions".
               05 LINE 14 COLUMN 2 PIC X(76) FROM WS-FM-MESSAGE
                   HIGHLIGHT.
               05 LINE 16 COLUMN 2 VALUE "last sent:".
               05 LINE 16 COLUMN 13 PIC X(66) FROM WS-FM-SENT.
               05 LINE 18 COLUMN 2
                   VALUE "a blank School returns to the menu".

           01 FORMS-FIND-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 VALUE "find sections".
               05 LINE 1 COLUMN 40 VALUE "term".
               05 LINE 1 COLUMN 49 PIC X(20) FROM WS-CURRENT-TERM.
               05 LINE 3 COLUMN 2 VALUE "School or course".
               05 LINE 3 COLUMN 20 PIC X(7) USING WS-FM-TOKEN.
               05 LINE 14 COLUMN 2 PIC X(76) FROM WS-FM-MESSAGE
                   HIGHLIGHT.
               05 LINE 18 COLUMN 2
                   VALUE "a blank entry returns to the menu".

           01 FORMS-FREE-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 VALUE "free rooms and times".
               05 LINE 1 COLUMN 40 VALUE "term".
               05 LINE 1 COLUMN 49 PIC X(20) FROM WS-CURRENT-TERM.
               05 LINE 3 COLUMN 2 VALUE "Days (MWF/1010100)".
               05 LINE 3 COLUMN 20 PIC X(7) USING WS-FM-DAYS.
               05 LINE 3 COLUMN 36 PIC X(40) FROM WS-FM-MSG-DAYS
                   HIGHLIGHT.
               05 LINE 4 COLUMN 2 VALUE "Minutes".
               05 LINE 4 COLUMN 20 PIC X(3) USING WS-FM-LEN.
               05 LINE 4 COLUMN 36 PIC X(40) FROM WS-FM-MSG-LEN
                   HIGHLIGHT.
               05 LINE 14 COLUMN 2 PIC X(76) FROM WS-FM-MESSAGE
                   HIGHLIGHT.
               05 LINE 18 COLUMN 2
                   VALUE "blank Days returns to the menu".

      *> fifteen result lines at a time
           01 FORMS-LIST-SCREEN BLANK SCREEN.
               05 LINE 1 COLUMN 2 PIC X(66) FROM WS-FM-SENT.
               05 LINE 2 COLUMN 2 PIC X(78) FROM WS-FM-LIST-HEAD.
               05 LINE 3 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(1).
               05 LINE 4 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(2).
               05 LINE 5 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(3).
               05 LINE 6 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(4).
               05 LINE 7 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(5).
               05 LINE 8 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(6).
               05 LINE 9 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(7).
               05 LINE 10 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(8).
               05 LINE 11 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(9).
               05 LINE 12 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(10).
               05 LINE 13 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(11).
               05 LINE 14 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(12).
               05 LINE 15 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(13).
               05 LINE 16 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(14).
               05 LINE 17 COLUMN 2 PIC X(78) FROM WS-FM-VIEW(15).
               05 LINE 19 COLUMN 2 VALUE "lines".
               05 LINE 19 COLUMN 8 PIC 9(4) FROM WS-FM-FIRST.
               05 LINE 19 COLUMN 12 VALUE "-".
               05 LINE 19 COLUMN 13 PIC 9(4) FROM WS-FM-LAST.
               05 LINE 19 COLUMN 18 VALUE "of".
               05 LINE 19 COLUMN 21 PIC 9(4) FROM WS-FM-LIST-COUNT.
               05 LINE 21 COLUMN 2
                   VALUE "N next page, P previous, ENTER back".
               05 LINE 21 COLUMN 40 PIC X(1) USING WS-FM-PAGE-CMD.
       PROCEDURE DIVISION.
           *> process cmd-line args
           INITIALIZE WS-ENV-PARMS.
           PERFORM UNTIL LASTCMD
               MOVE LOW-VALUES TO ARGV
               ACCEPT ARGV FROM ARGUMENT-VALUE
                  MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBUBO" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STOP-AFTER-ARGS = 1
               STOP RUN
           END-IF.
           IF WS-OPER-OK = 0
               STOP RUN
           END-IF.
           PERFORM check-maint-signon.
           IF WS-MAINT-OUT = 1
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-terms-list.
           PERFORM load-scenario-list.
           MOVE WS-CURRENT-TERM TO WS-CHECK-TERM.
           PERFORM note-term-frozen.
           PERFORM load-master-list.
           PERFORM load-rooms-list.
           PERFORM load-catalog-titles.
           PERFORM build-sched-filename.
           PERFORM load-calendar.
           PERFORM load-xlist.
           PERFORM load-team.
           PERFORM load-exceptions.
           PERFORM load-events.
           IF WS-SHARED-FLAG = 1
                   PERFORM run-batch
                   PERFORM save-schedule
               WHEN OTHER
                   IF WS-SHELL-FLAG = 1 AND WS-FORMS-FLAG = 0
                       DISPLAY "Welcome to Besbubo"
                       DISPLAY "Type '\h' for help"
                   END-IF
                       DISPLAY " - shared session: changes commit"
                           " row by row as you make them"
                   END-IF
                   IF WS-FORMS-FLAG = 1
                       PERFORM forms-loop UNTIL WS-BREAK = 0
                   ELSE
                       PERFORM console-loop UNTIL WS-BREAK = 0
                   END-IF
                   IF WS-SHARED-FLAG = 0
                       PERFORM save-schedule
                   END-IF

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN INT
                   IF WS-SHELL-FLAG = 0
                       MOVE 1 TO WS-SHELL-FLAG
                   MOVE ARGV(10:2) TO WS-CAMPUS-FILTER
               WHEN ARGV = "--shared"
                   MOVE 1 TO WS-SHARED-FLAG
               WHEN ARGV = "--forms"
                   MOVE 1 TO WS-FORMS-FLAG
                   MOVE 1 TO WS-SHELL-FLAG
               WHEN ARGV(1:7) = "--auth="
                   MOVE ARGV(8:20) TO WS-AUTH-PW
               WHEN OTHER
           DISPLAY "  --shared                work the term beside".
           DISPLAY "                          other shared sessions,".
           DISPLAY "                          arbitrated row by row".
           DISPLAY "  --forms                 interactive shell as".
           DISPLAY "                          full-screen forms".
           DISPLAY "  --batch=FILE            run commands from FILE".
           DISPLAY "                          and exit, no prompts".
           DISPLAY "  --dry-run=FILE          validate FILE, no writes".
           ACCEPT WS-INPUT
           PERFORM process-command.

      *> ---------------------------------------------------------------
      *> --forms full-screen forms -- each form checks its fields with
      *> BESBVAL and marks the one in error, then lays them into the
      *> command line the shell takes and sends that through
      *> process-command, so sign-on, authority, the lock heartbeat,
      *> the frozen-term queue, scope and the audit trail are the
      *> shell's own; \f and \v hand their lines to a paged list
      *> ---------------------------------------------------------------
           forms-loop.
           MOVE SPACES TO WS-FM-CHOICE
           DISPLAY FORMS-MENU-SCREEN
           ACCEPT FORMS-MENU-SCREEN
           MOVE SPACES TO WS-FM-MESSAGE
           EVALUATE WS-FM-CHOICE
               WHEN "A"
               WHEN "a"
                   MOVE "\a" TO WS-TRIM-INPUT
                   PERFORM forms-may-use
                   IF WS-AUTH-OK = 1
                       MOVE "A" TO WS-FM-OP
                       MOVE "add a section" TO WS-FM-TITLE
                       PERFORM forms-class-form
                   END-IF
               WHEN "E"
               WHEN "e"
                   MOVE "\e" TO WS-TRIM-INPUT
                   PERFORM forms-may-use
                   IF WS-AUTH-OK = 1
                       MOVE "E" TO WS-FM-OP
                       MOVE "edit a section" TO WS-FM-TITLE
                       PERFORM forms-class-form
                   END-IF
               WHEN "D"
               WHEN "d"
                   MOVE "\d" TO WS-TRIM-INPUT
                   PERFORM forms-may-use
                   IF WS-AUTH-OK = 1
                       PERFORM forms-cancel-form
                   END-IF
               WHEN "Z"
               WHEN "z"
                   MOVE "\z" TO WS-TRIM-INPUT
                   PERFORM forms-may-use
                   IF WS-AUTH-OK = 1
                       PERFORM forms-except-form
                   END-IF
               WHEN "F"
               WHEN "f"
                   PERFORM forms-find-form
               WHEN "V"
               WHEN "v"
                   PERFORM forms-free-form
               WHEN "Q"
               WHEN "q"
                   MOVE "\q" TO WS-INPUT
                   PERFORM process-command
               WHEN OTHER
                   MOVE "choose A, E, D, Z, F, V or Q" TO WS-FM-MESSAGE
           END-EVALUATE.

      *> the shell's own authority check, asked before the form is
      *> filled in rather than after
           forms-may-use.
           PERFORM authorize-command
           IF WS-AUTH-OK = 0
               MOVE SPACES TO WS-FM-MESSAGE
               STRING "operator " WS-OPER-ID
                   " may not use that form" DELIMITED BY SIZE
                   INTO WS-FM-MESSAGE
           END-IF.

           forms-clear.
           MOVE SPACES TO WS-FM-FIELDS
           MOVE SPACES TO WS-FM-MSGS
           MOVE SPACES TO WS-FM-MESSAGE
           MOVE 0 TO WS-FM-DONE.

      *> school, day pattern and the one-letter answers are keyed in
      *> either case; the masters hold them in upper
           forms-upper-fields.
           INSPECT WS-FM-SCHOOL CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-FM-DAYS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-FM-OVERRIDE CONVERTING "yn" TO "YN"
           INSPECT WS-FM-CONFIRM CONVERTING "yn" TO "YN"
           INSPECT WS-FM-TYPE CONVERTING "rtnx" TO "RTNX".

      *> sends the form's command line; the shell's reply is left on
      *> the console until the operator is back at the form
           forms-submit.
           MOVE WS-INPUT TO WS-FM-SENT
           MOVE 0 TO WS-CONFLICT-IDX
           DISPLAY SPACE
           PERFORM process-command
           IF WS-AUTH-OK = 0
               MOVE "not authorized -- nothing was changed"
                 TO WS-FM-MESSAGE
           END-IF
           DISPLAY " - ENTER returns to the form" WITH NO ADVANCING
           ACCEPT WS-CONFIRM.

      *> ---------------------------------------------------------------
      *> add / edit form
      *> ---------------------------------------------------------------
           forms-class-form.
           PERFORM forms-clear
           MOVE "N" TO WS-FM-OVERRIDE
           PERFORM forms-class-pass UNTIL WS-FM-DONE = 1.

           forms-class-pass.
           DISPLAY FORMS-CLASS-SCREEN
           ACCEPT FORMS-CLASS-SCREEN
           MOVE SPACES TO WS-FM-MSGS
           MOVE SPACES TO WS-FM-MESSAGE
           IF WS-FM-SCHOOL = SPACES
               MOVE 1 TO WS-FM-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM forms-upper-fields
           PERFORM forms-class-check
           PERFORM forms-check-reason
           IF WS-FM-ERRORS = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM forms-class-command
           MOVE 99 TO WS-SUCCESS
           PERFORM forms-submit
           PERFORM forms-class-result.

      *> the fields go to BESBVAL laid out as the command would lay
      *> them, so the form is judged exactly as the command line is
           forms-class-check.
           MOVE 0 TO WS-FM-ERRORS
           IF WS-FM-OVERRIDE NOT = "Y" AND WS-FM-OVERRIDE NOT = "N"
                   AND WS-FM-OVERRIDE NOT = SPACE
               MOVE "Y or N" TO WS-FM-MSG-OVERRIDE
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-EFF NOT = SPACES AND WS-FM-OP = "A"
               MOVE "only an edit takes an effective date"
                 TO WS-FM-MSG-EFF
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-EFF NOT = SPACES AND WS-FM-EFF IS NOT NUMERIC
               MOVE "a date, YYYYMMDD, or blank"
                 TO WS-FM-MSG-EFF
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-ERRORS = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-SRC
           MOVE WS-FM-SCHOOL TO WS-PARSE-SRC(1:4)
           MOVE WS-FM-CODE TO WS-PARSE-SRC(6:3)
           MOVE WS-FM-SECTION TO WS-PARSE-SRC(10:2)
           MOVE WS-FM-ROOM TO WS-PARSE-SRC(13:8)
           MOVE WS-FM-DAYS TO WS-PARSE-SRC(22:7)
           MOVE WS-FM-TIME TO WS-PARSE-SRC(30:4)
           MOVE WS-FM-LEN TO WS-PARSE-SRC(35:3)
           MOVE WS-FM-INSTR TO WS-PARSE-SRC(39:6)
           IF WS-FM-OP = "E"
               IF WS-SHARED-FLAG = 1
                   PERFORM refresh-shared-schedule
               END-IF
               PERFORM carry-row-part-term
           END-IF
           MOVE 0 TO WS-CMD-OVERRIDE
           IF WS-FM-OVERRIDE = "Y"
               MOVE 1 TO WS-CMD-OVERRIDE
           END-IF
           PERFORM call-val-validate
           MOVE 0 TO WS-CMD-OVERRIDE
           IF WS-SUCCESS NOT = 9
               PERFORM forms-mark-reject
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-OP = "E"
               PERFORM forms-find-live-row
               IF WS-FOUND-IDX = 0
                   MOVE "no live section with that key"
                     TO WS-FM-MSG-SECTION
                   MOVE 1 TO WS-FM-ERRORS
               END-IF
           END-IF.

      *> \a SCHL CCC SS ROOM8888 DDDDDDD HHMM LLL IIIIII, or the \e
      *> form with its optional leading effective date
           forms-class-command.
           MOVE SPACES TO WS-INPUT
           MOVE 1 TO WS-FM-PTR
           IF WS-FM-OP = "A"
               STRING "\a" DELIMITED BY SIZE
                   INTO WS-INPUT WITH POINTER WS-FM-PTR
           ELSE
               STRING "\e" DELIMITED BY SIZE
                   INTO WS-INPUT WITH POINTER WS-FM-PTR
           END-IF
           IF WS-FM-OVERRIDE = "Y"
               STRING "!" DELIMITED BY SIZE
                   INTO WS-INPUT WITH POINTER WS-FM-PTR
           END-IF
           STRING " " DELIMITED BY SIZE
               INTO WS-INPUT WITH POINTER WS-FM-PTR
           IF WS-FM-EFF NOT = SPACES
               STRING WS-FM-EFF " " DELIMITED BY SIZE
                   INTO WS-INPUT WITH POINTER WS-FM-PTR
           END-IF
           STRING WS-PARSE-SRC(1:44) DELIMITED BY SIZE
               INTO WS-INPUT WITH POINTER WS-FM-PTR
           PERFORM forms-reason-token.

      *> what came back from the add or edit, set against the field
      *> it concerns; the shell's own words are on the console
           forms-class-result.
           IF WS-AUTH-OK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CONFLICT-IDX > 0
               PERFORM forms-mark-conflict
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-OP NOT = "A"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-SUCCESS
               WHEN 0
                   MOVE SPACES TO WS-FM-MESSAGE
                   STRING "added " WS-FM-SCHOOL " " WS-FM-CODE
                       DELIMITED BY SIZE INTO WS-FM-MESSAGE
               WHEN 99
                   MOVE "frozen term -- queued for a supervisor (\g)"
                     TO WS-FM-MESSAGE
               WHEN 3
                   MOVE "schedule is full -- put on the wait-list"
                     TO WS-FM-MESSAGE
               WHEN 11
                   MOVE "section already exists -- use the edit form"
                     TO WS-FM-MSG-SECTION
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   PERFORM forms-mark-reject
           END-EVALUATE.

      *> a BESBVAL reject code against the field that caused it;
      *> reject 4 is any malformed field, so the form finds which
           forms-mark-reject.
           MOVE 1 TO WS-FM-ERRORS
           EVALUATE WS-SUCCESS
               WHEN 4
                   EVALUATE TRUE
                       WHEN WS-FM-SCHOOL IS NOT ALPHABETIC
                           MOVE "four letters (SCHL)"
                             TO WS-FM-MSG-SCHOOL
                       WHEN WS-FM-CODE IS NOT NUMERIC
                           MOVE "three digits (CCC)"
                             TO WS-FM-MSG-CODE
                       WHEN WS-FM-SECTION NOT = SPACES AND
                               WS-FM-SECTION IS NOT NUMERIC
                           MOVE "two digits, blank for 01"
                             TO WS-FM-MSG-SECTION
                       WHEN OTHER
                           MOVE "7 flags (1010100) or MWF, TR, ..."
                             TO WS-FM-MSG-DAYS
                   END-EVALUATE
               WHEN 2
                   IF WS-FM-TIME IS NOT NUMERIC OR
                           WS-FM-TIME(1:2) > "23" OR
                           WS-FM-TIME(3:2) > "59"
                       MOVE "a time of day, HHMM"
                         TO WS-FM-MSG-TIME
                   ELSE
                       MOVE "minutes, 001-999 (blank is 050)"
                         TO WS-FM-MSG-LEN
                   END-IF
               WHEN 5
                   MOVE "not a school/course on the master"
                     TO WS-FM-MSG-CODE
               WHEN 6
                   MOVE "not on the instructor master"
                     TO WS-FM-MSG-INSTR
               WHEN 7
                   MOVE "not on the room master" TO WS-FM-MSG-ROOM
               WHEN 10
                   MOVE "outside the term's policy (Override Y)"
                     TO WS-FM-MSG-TIME
               WHEN 12
                   MOVE "lacks a required attribute (COURSREQ)"
                     TO WS-FM-MSG-ROOM
               WHEN 13
                   MOVE "has an outage in the term (OUTAGE)"
                     TO WS-FM-MSG-ROOM
               WHEN 14
                   MOVE "held by a non-class event"
                     TO WS-FM-MSG-ROOM
               WHEN 15
                   MOVE "blacked out then (Override Y)"
                     TO WS-FM-MSG-INSTR
               WHEN 16
                   MOVE "outside your scope (OPERSCOP)"
                     TO WS-FM-MSG-SCHOOL
               WHEN 17
                   MOVE "separated or on leave in the term"
                     TO WS-FM-MSG-INSTR
               WHEN 18
                   MOVE "the section's own meeting dates fall"
                       & " outside the term" TO WS-FM-MESSAGE
               WHEN 19
                   MOVE "mode does not fit the days or time"
                     TO WS-FM-MSG-ROOM
               WHEN 20
                   MOVE "another school's room (supervisor Y)"
                     TO WS-FM-MSG-ROOM
               WHEN 21
                   MOVE "day runs past the contract span"
                     TO WS-FM-MSG-INSTR
               WHEN 22
                   MOVE "short of the contract overnight rest"
                     TO WS-FM-MSG-INSTR
               WHEN OTHER
                   MOVE SPACES TO WS-FM-MESSAGE
                   STRING "refused, reject " WS-SUCCESS
                       DELIMITED BY SIZE INTO WS-FM-MESSAGE
           END-EVALUATE.

      *> the collision lands on the field that collided -- an
      *> instructor or walking-time hit on Instructor, a co-enrolled
      *> course on Course, its own lecture/lab on Section, else Room
           forms-mark-conflict.
           MOVE 1 TO WS-FM-ERRORS
           MOVE SPACES TO WS-FM-LINE
           STRING "clashes with " WS-SCHOOL(WS-CONFLICT-IDX) " "
               WS-CODE(WS-CONFLICT-IDX) "-"
               WS-SECTION(WS-CONFLICT-IDX) " on "
               WS-DAY-NAME(WS-CONFLICT-DAY)
               DELIMITED BY SIZE INTO WS-FM-LINE
           EVALUATE TRUE
               WHEN WS-CONFLICT-TYPE = 2 OR WS-CONFLICT-TYPE = 7
                   MOVE WS-FM-LINE TO WS-FM-MSG-INSTR
               WHEN WS-CONFLICT-TYPE = 5
                   MOVE WS-FM-LINE TO WS-FM-MSG-CODE
               WHEN WS-CONFLICT-TYPE = 4
                   MOVE WS-FM-LINE TO WS-FM-MSG-SECTION
               WHEN OTHER
                   MOVE WS-FM-LINE TO WS-FM-MSG-ROOM
           END-EVALUATE.

      *> WS-FOUND-IDX the live row keyed on the form, 0 when none
           forms-find-live-row.
           MOVE WS-FM-SECTION TO WS-P-SECTION
           IF WS-P-SECTION = SPACES
               MOVE "01" TO WS-P-SECTION
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS OR WS-FOUND-IDX > 0
               IF WS-SCHOOL(WS-IDX) = WS-FM-SCHOOL AND
                       WS-CODE(WS-IDX) = WS-FM-CODE AND
                       WS-SECTION(WS-IDX) = WS-P-SECTION AND
                       WS-STATUS(WS-IDX) NOT = "C"
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *> the key fields every section form shares
           forms-check-key.
           MOVE 0 TO WS-FM-ERRORS
           IF WS-FM-SCHOOL IS NOT ALPHABETIC
               MOVE "four letters (SCHL)" TO WS-FM-MSG-SCHOOL
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-CODE IS NOT NUMERIC
               MOVE "three digits (CCC)" TO WS-FM-MSG-CODE
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-SECTION = SPACES
               MOVE "01" TO WS-FM-SECTION
           END-IF
           IF WS-FM-SECTION IS NOT NUMERIC
               MOVE "two digits, blank for 01" TO WS-FM-MSG-SECTION
               MOVE 1 TO WS-FM-ERRORS
           END-IF.

      *> the reason code is judged by BESBRSN, as the command line's
      *> RSN= is; it comes back upper-cased
           forms-check-reason.
           MOVE "V" TO RP-OP
           MOVE WS-FM-REASON TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-FM-REASON
           IF RP-RC NOT = 0
               MOVE RP-TEXT TO WS-FM-MSG-REASON
               MOVE 1 TO WS-FM-ERRORS
           END-IF.

      *> RSN=CODE on the end of the form's command line, from
      *> WS-FM-PTR on
           forms-reason-token.
           IF WS-FM-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           STRING " RSN=" WS-FM-REASON DELIMITED BY SIZE
               INTO WS-INPUT WITH POINTER WS-FM-PTR.

      *> ---------------------------------------------------------------
      *> cancel form -- \d SCHL CCC SS, once the operator says Y
      *> ---------------------------------------------------------------
           forms-cancel-form.
           PERFORM forms-clear
           PERFORM forms-cancel-pass UNTIL WS-FM-DONE = 1.

           forms-cancel-pass.
           DISPLAY FORMS-CANCEL-SCREEN
           ACCEPT FORMS-CANCEL-SCREEN
           MOVE SPACES TO WS-FM-MSGS
           MOVE SPACES TO WS-FM-MESSAGE
           IF WS-FM-SCHOOL = SPACES
               MOVE 1 TO WS-FM-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM forms-upper-fields
           PERFORM forms-check-key
           PERFORM forms-check-reason
           IF WS-FM-ERRORS = 1
               EXIT PARAGRAPH
           END-IF
           IF WS-SHARED-FLAG = 1
               PERFORM refresh-shared-schedule
           END-IF
           PERFORM forms-find-live-row
           IF WS-FOUND-IDX = 0
               MOVE "no live section with that key"
                 TO WS-FM-MSG-SECTION
               EXIT PARAGRAPH
           END-IF
           IF WS-FM-CONFIRM NOT = "Y"
               MOVE "Y cancels the section" TO WS-FM-MSG-CONFIRM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT
           STRING "\d " WS-FM-SCHOOL " " WS-FM-CODE " "
               WS-FM-SECTION DELIMITED BY SIZE INTO WS-INPUT
           MOVE 15 TO WS-FM-PTR
           PERFORM forms-reason-token
           PERFORM forms-submit
           MOVE SPACE TO WS-FM-CONFIRM.

      *> ---------------------------------------------------------------
      *> one-day exception form -- \z SCHL CCC SS YYYYMMDD T VALUE
      *> ---------------------------------------------------------------
           forms-except-form.
           PERFORM forms-clear
           PERFORM forms-except-pass UNTIL WS-FM-DONE = 1.

           forms-except-pass.
           DISPLAY FORMS-EXCEPT-SCREEN
           ACCEPT FORMS-EXCEPT-SCREEN
           MOVE SPACES TO WS-FM-MSGS
           MOVE SPACES TO WS-FM-MESSAGE
           IF WS-FM-SCHOOL = SPACES
               MOVE 1 TO WS-FM-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM forms-upper-fields
           PERFORM forms-check-key
           PERFORM forms-check-reason
           IF WS-FM-DATE IS NOT NUMERIC
               MOVE "a date, YYYYMMDD" TO WS-FM-MSG-DATE
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           EVALUATE WS-FM-TYPE
               WHEN "R"
                   IF WS-FM-VALUE = SPACES
                       MOVE "the room it meets in that day"
                         TO WS-FM-MSG-VALUE
                       MOVE 1 TO WS-FM-ERRORS
                   END-IF
               WHEN "T"
                   IF WS-FM-VALUE(1:4) IS NOT NUMERIC OR
                           WS-FM-VALUE(1:2) > "23" OR
                           WS-FM-VALUE(3:2) > "59" OR
                           WS-FM-VALUE(5:4) NOT = SPACES
                       MOVE "the start that day, HHMM"
                         TO WS-FM-MSG-VALUE
                       MOVE 1 TO WS-FM-ERRORS
                   END-IF
               WHEN "N"
               WHEN "X"
                   MOVE SPACES TO WS-FM-VALUE
               WHEN OTHER
                   MOVE "R room, T time, N no meeting, X remove"
                     TO WS-FM-MSG-TYPE
                   MOVE 1 TO WS-FM-ERRORS
           END-EVALUATE
           IF WS-FM-ERRORS = 1
               EXIT PARAGRAPH
           END-IF
      *> an X clears whatever is recorded, live section or not
           IF WS-FM-TYPE NOT = "X"
               IF WS-SHARED-FLAG = 1
                   PERFORM refresh-shared-schedule
               END-IF
               PERFORM forms-find-live-row
               IF WS-FOUND-IDX = 0
                   MOVE "no live section with that key"
                     TO WS-FM-MSG-SECTION
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-INPUT
           STRING "\z " WS-FM-SCHOOL " " WS-FM-CODE " "
               WS-FM-SECTION " " WS-FM-DATE " " WS-FM-TYPE " "
               WS-FM-VALUE DELIMITED BY SIZE INTO WS-INPUT
           MOVE 35 TO WS-FM-PTR
           PERFORM forms-reason-token
           PERFORM forms-submit.

      *> ---------------------------------------------------------------
      *> find form -- \f TOKEN into the list
      *> ---------------------------------------------------------------
           forms-find-form.
           PERFORM forms-clear
           PERFORM forms-find-pass UNTIL WS-FM-DONE = 1.

           forms-find-pass.
           DISPLAY FORMS-FIND-SCREEN
           ACCEPT FORMS-FIND-SCREEN
           MOVE SPACES TO WS-FM-MESSAGE
           IF WS-FM-TOKEN = SPACES
               MOVE 1 TO WS-FM-DONE
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-FM-TOKEN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-INPUT
           STRING "\f " WS-FM-TOKEN DELIMITED BY SIZE INTO WS-INPUT
           MOVE "SCHL CCC SS ROOM     DAYS    TIMES     INSTR  TITLE"
             TO WS-FM-LIST-HEAD
           PERFORM forms-run-list.

      *> ---------------------------------------------------------------
      *> free rooms form -- \v DDDDDDD LLL into the list
      *> ---------------------------------------------------------------
           forms-free-form.
           PERFORM forms-clear
           PERFORM forms-free-pass UNTIL WS-FM-DONE = 1.

           forms-free-pass.
           DISPLAY FORMS-FREE-SCREEN
           ACCEPT FORMS-FREE-SCREEN
           MOVE SPACES TO WS-FM-MSGS
           MOVE SPACES TO WS-FM-MESSAGE
           IF WS-FM-DAYS = SPACES
               MOVE 1 TO WS-FM-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM forms-upper-fields
           MOVE 0 TO WS-FM-ERRORS
           MOVE WS-FM-DAYS TO VP-DAYS
           PERFORM call-val-days
           IF WS-SUCCESS = 4
               MOVE "7 flags (1010100) or MWF, TR, ..."
                 TO WS-FM-MSG-DAYS
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-LEN NOT = SPACES AND WS-FM-LEN IS NOT NUMERIC
               MOVE "minutes, three digits (blank is 050)"
                 TO WS-FM-MSG-LEN
               MOVE 1 TO WS-FM-ERRORS
           END-IF
           IF WS-FM-ERRORS = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INPUT
           STRING "\v " WS-FM-DAYS " " WS-FM-LEN
               DELIMITED BY SIZE INTO WS-INPUT
           MOVE "ROOM     FREE STARTS" TO WS-FM-LIST-HEAD
           PERFORM forms-run-list.

      *> runs the \f or \v with its lines going to the list, then
      *> pages through them fifteen at a time
           forms-run-list.
           MOVE WS-INPUT TO WS-FM-SENT
           MOVE 0 TO WS-FM-LIST-COUNT
           MOVE 1 TO WS-FM-CAPTURE
           PERFORM process-command
           MOVE 0 TO WS-FM-CAPTURE
           MOVE 1 TO WS-FM-TOP
           MOVE 0 TO WS-FM-LIST-DONE
           PERFORM forms-list-page UNTIL WS-FM-LIST-DONE = 1.

           forms-list-page.
           PERFORM VARYING WS-FM-VDX FROM 1 BY 1 UNTIL WS-FM-VDX > 15
               COMPUTE WS-FM-LDX = WS-FM-TOP + WS-FM-VDX - 1
               IF WS-FM-LDX > WS-FM-LIST-COUNT
                   MOVE SPACES TO WS-FM-VIEW(WS-FM-VDX)
               ELSE
                   MOVE WS-FM-LIST-LINE(WS-FM-LDX)
                     TO WS-FM-VIEW(WS-FM-VDX)
               END-IF
           END-PERFORM
           IF WS-FM-LIST-COUNT = 0
               MOVE "nothing matched" TO WS-FM-VIEW(1)
               MOVE 0 TO WS-FM-FIRST
               MOVE 0 TO WS-FM-LAST
           ELSE
               MOVE WS-FM-TOP TO WS-FM-FIRST
               COMPUTE WS-FM-LAST = WS-FM-TOP + 14
               IF WS-FM-LAST > WS-FM-LIST-COUNT
                   MOVE WS-FM-LIST-COUNT TO WS-FM-LAST
               END-IF
           END-IF
           MOVE SPACE TO WS-FM-PAGE-CMD
           DISPLAY FORMS-LIST-SCREEN
           ACCEPT FORMS-LIST-SCREEN
           EVALUATE WS-FM-PAGE-CMD
               WHEN "N"
               WHEN "n"
                   IF WS-FM-TOP + 15 <= WS-FM-LIST-COUNT
                       ADD 15 TO WS-FM-TOP
                   END-IF
               WHEN "P"
               WHEN "p"
                   IF WS-FM-TOP > 15
                       SUBTRACT 15 FROM WS-FM-TOP
                   ELSE
                       MOVE 1 TO WS-FM-TOP
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-FM-LIST-DONE
           END-EVALUATE.

           forms-add-line.
           IF WS-FM-LIST-COUNT < 600
               ADD 1 TO WS-FM-LIST-COUNT
               MOVE WS-FM-LINE TO WS-FM-LIST-LINE(WS-FM-LIST-COUNT)
           END-IF.

      *> one \f hit for the list (print-one-row's WS-IDX row, title
      *> already looked up): the days it meets and its first
      *> meeting's hours stand in for the grid's seven columns
           forms-list-row.
           MOVE "-------" TO WS-FM-DAYS-OUT
           MOVE SPACES TO WS-FM-TIME-OUT
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-NUM-DAYS
               IF WSP-DAYS(WS-IDX, WS-JDX) NOT = SPACES
                   MOVE WS-DAY-LETTERS(WS-JDX:1)
                     TO WS-FM-DAYS-OUT(WS-JDX:1)
                   IF WS-FM-TIME-OUT = SPACES
                       MOVE WSP-DAYS(WS-IDX, WS-JDX)(1:2) TO WS-HH
                       MOVE WSP-DAYS(WS-IDX, WS-JDX)(3:2) TO WS-MM
                       MOVE WSP-LEN(WS-IDX) TO WS-CLASS-LEN
                       PERFORM compute-minutes
                       PERFORM compute-end-display
                       STRING WSP-DAYS(WS-IDX, WS-JDX)(1:4) "-"
                           WS-END-DISP DELIMITED BY SIZE
                           INTO WS-FM-TIME-OUT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FM-LINE
           STRING WSP-SCHOOL(WS-IDX) " " WSP-CODE(WS-IDX) " "
               WSP-SECTION(WS-IDX) " " WSP-ROOM(WS-IDX) " "
               WS-FM-DAYS-OUT " " WS-FM-TIME-OUT " "
               WSP-INSTR(WS-IDX) " " WS-CAT-TITLE-OUT
               DELIMITED BY SIZE INTO WS-FM-LINE
           PERFORM forms-add-line.

           forms-list-cancelled-row.
           MOVE SPACES TO WS-FM-LINE
           STRING WSP-SCHOOL(WS-IDX) " " WSP-CODE(WS-IDX) " "
               WSP-SECTION(WS-IDX) " " WSP-ROOM(WS-IDX)
               " cancelled " WSP-CANC-DATE(WS-IDX)
               DELIMITED BY SIZE INTO WS-FM-LINE
           PERFORM forms-add-line.

      *> one room's free starts from the \v scan, thirteen to a line
           forms-list-slots.
           MOVE SPACES TO WS-FM-LINE
           IF WS-V-FREE-COUNT = 0
               STRING WS-V-ROOM " -- no free slot fits"
                   DELIMITED BY SIZE INTO WS-FM-LINE
               PERFORM forms-add-line
               EXIT PARAGRAPH
           END-IF
           STRING WS-V-ROOM " " WS-V-LINE(1:65)
               DELIMITED BY SIZE INTO WS-FM-LINE
           PERFORM forms-add-line
           IF WS-V-LINE(66:54) NOT = SPACES
               MOVE SPACES TO WS-FM-LINE
               MOVE WS-V-LINE(66:54) TO WS-FM-LINE(10:54)
               PERFORM forms-add-line
           END-IF.

           process-command.
           MOVE FUNCTION TRIM(WS-INPUT) TO WS-TRIM-INPUT
           MOVE 0 TO WS-CMD-OVERRIDE
           PERFORM check-maint-window
           IF WS-MAINT-OUT = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM take-reason-token
           PERFORM refresh-lock-heartbeat
           PERFORM authorize-command
           IF WS-AUTH-OK = 0
                   " for " WS-TRIM-INPUT(1:2)
               EXIT PARAGRAPH
           END-IF
           PERFORM check-command-reason
           IF WS-REASON-OK = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TRIM-INPUT = SPACE
                   CONTINUE
                   PERFORM add-class
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> maintenance window (BESBMWIN) -- a window in force turns a
      *> sign-on away unless this is the supervisor who opened it;
      *> one that is only coming is announced
      *> ---------------------------------------------------------------
           check-maint-signon.
           MOVE "C" TO MW-OP
           MOVE WS-OPER-ID TO MW-OPER
           CALL "BESBMWIN" USING WS-MWIN-PARMS
           IF MW-RC NOT = 0
               DISPLAY " - " FUNCTION TRIM(MW-TEXT)
               DISPLAY " - " FUNCTION TRIM(MW-MESSAGE)
               DISPLAY " - sign-on refused until the window ends"
               MOVE 1 TO WS-MAINT-OUT
               EXIT PARAGRAPH
           END-IF
           IF MW-STATE NOT = "N"
               PERFORM show-maint-notice
           END-IF.

      *> every command looks again, so a window set after sign-on
      *> reaches the session; once it starts, the command is not
      *> run and the session ends the way \q ends it -- the
      *> schedule saved (or, shared, already committed) and the
      *> term let go
           check-maint-window.
           IF WS-REPLAY-FLAG = 1 OR WS-DRYRUN-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO MW-OP
           MOVE WS-OPER-ID TO MW-OPER
           CALL "BESBMWIN" USING WS-MWIN-PARMS
           IF MW-RC NOT = 0
               DISPLAY " - " FUNCTION TRIM(MW-TEXT)
               DISPLAY " - " FUNCTION TRIM(MW-MESSAGE)
               DISPLAY " - session closed for maintenance; your"
                   " work is saved"
               MOVE SPACES TO WS-CMD-REASON
               MOVE SPACES TO SP-SCHOOL
               MOVE "maintout" TO WS-AUDIT-DETAIL
               PERFORM write-audit
               MOVE 1 TO WS-MAINT-OUT
               PERFORM set-break-stop
               EXIT PARAGRAPH
           END-IF
           IF MW-STATE = "N"
               EXIT PARAGRAPH
           END-IF
           IF MW-OPENED NOT = WS-MW-SEEN OR
                   (MW-STATE = "P" AND MW-MINUTES <= 15)
               PERFORM show-maint-notice
           END-IF.

           show-maint-notice.
           MOVE MW-OPENED TO WS-MW-SEEN
           IF MW-STATE = "P"
               DISPLAY " - maintenance window "
                   MW-START(9:2) ":" MW-START(11:2) " on "
                   MW-START(1:8) " to " MW-END(9:2) ":"
                   MW-END(11:2) " on " MW-END(1:8)
                   " starts in " MW-MINUTES " minute(s)"
               DISPLAY " - " FUNCTION TRIM(MW-MESSAGE)
               DISPLAY " - sessions still signed on then are"
                   " closed with their work saved"
           ELSE
               DISPLAY " - maintenance window in force until "
                   MW-END(9:2) ":" MW-END(11:2) " on "
                   MW-END(1:8) " (yours, " MW-MINUTES
                   " minute(s) left)"
           END-IF.

      *> RSN=CODE, wherever it sits on the line, is taken off it so
      *> the command reads as it always has; the school the change
      *> touches is filled in again by the command's own scope check
           take-reason-token.
           MOVE SPACES TO WS-CMD-REASON
           MOVE SPACES TO SP-SCHOOL
           MOVE 0 TO WS-RSN-POS
           INSPECT WS-TRIM-INPUT TALLYING WS-RSN-POS
               FOR CHARACTERS BEFORE INITIAL " RSN="
           IF WS-RSN-POS > 71
               MOVE 0 TO WS-RSN-POS
               INSPECT WS-TRIM-INPUT TALLYING WS-RSN-POS
                   FOR CHARACTERS BEFORE INITIAL " rsn="
           END-IF
           IF WS-RSN-POS > 71
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIM-INPUT(WS-RSN-POS + 6:4) TO WS-CMD-REASON
           MOVE SPACES TO WS-TRIM-INPUT(WS-RSN-POS + 1:).

      *> every command that changes the term's schedule says why:
      *> adds, repeats, edits, cancels, undo, clear, a snapshot
      *> load, a one-day exception and a frozen-term approval; a
      *> replayed transcript re-runs what was already recorded
           check-command-reason.
           MOVE 1 TO WS-REASON-OK
           IF WS-REPLAY-FLAG = 1
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-TRIM-INPUT(1:2) = "\a" OR
                       WS-TRIM-INPUT(1:2) = "\r" OR
                       WS-TRIM-INPUT(1:2) = "\e" OR
                       WS-TRIM-INPUT(1:2) = "\d" OR
                       WS-TRIM-INPUT(1:2) = "\c" OR
                       WS-TRIM-INPUT(1:2) = "\l" OR
                       WS-TRIM-INPUT = "\u"
                   CONTINUE
               WHEN WS-TRIM-INPUT(1:2) = "\z" AND
                       WS-TRIM-INPUT(3:78) NOT = SPACES
                   CONTINUE
               WHEN WS-TRIM-INPUT(1:4) = "\g a"
                   CONTINUE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE "V" TO RP-OP
           MOVE WS-CMD-REASON TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-CMD-REASON
           IF RP-RC NOT = 0
               MOVE 0 TO WS-REASON-OK
               DISPLAY " - " FUNCTION TRIM(RP-TEXT)
                   "; end the command with RSN=CODE"
           END-IF.

      *> read-only operators may look but not touch; schedulers may
      *> change the term they have open; only supervisors may clear a
      *> whole term or move between terms
           DISPLAY "    -- adds a class (school, code, section, room,".
           DISPLAY "    7 day flags, start, minutes, instructor --".
           DISPLAY "    section defaults 01, minutes defaults 050,".
           DISPLAY "    instructor blank means TBA, room TBA".
           DISPLAY "    leaves it for the room-assignment run,".
           DISPLAY "    room ONLINE with days and time is online".
           DISPLAY "    live, ONLINE or ARRANGED with neither is".
           DISPLAY "    online self-paced or by arrangement)".
           DISPLAY " \d SCHL CCC 01 -- deletes a class section".
           DISPLAY " \e SCHL CCC 01 ROOM1234 1010100 0900 080 INSTR1".
           DISPLAY "    -- edits a class section".
           DISPLAY " \x delta -- exports only what changed since the".
           DISPLAY "    last export (ADD/CANCEL/CHANGE lines)".
           DISPLAY " \y [file] -- exports the schedule as CSV".
           DISPLAY " a command that changes the schedule (\a \r \e \d".
           DISPLAY "    \u \c \l, \z with a date, \g a) ends with".
           DISPLAY "    RSN=CODE, a reason code from REASONS.DAT".

           add-class.
           IF WS-TRIM-INPUT(1:2) <> "\a"
                   MOVE WS-PARSE-SRC TO WS-LAST-ADD-INPUT
                   MOVE 1 TO WS-LAST-ADD-SET
                   DISPLAY " - added " WS-PARSE-SRC(1:21)
                   PERFORM warn-contact-minutes
                   PERFORM warn-instr-qual
                   IF WS-SHARED-FLAG = 1
                       MOVE WS-TARGET-ROW-IDX TO WS-COMMIT-IDX
                       PERFORM commit-row-shared
               WHEN 15
                   DISPLAY " - instructor is blacked out then"
                       " (INSTRAVAIL.DAT; \a! overrides)"
               WHEN 16
                   PERFORM show-scope-refusal
               WHEN 17
                   DISPLAY " - instructor is separated or on leave"
                       " during the term (INSTRUCTORS.DAT)"
               WHEN 18
                   DISPLAY " - part-of-term dates are not dates, run"
                       " backwards, or fall outside the term"
               WHEN 19
                   DISPLAY " - instruction mode does not fit the room,"
                       " days or time (ONLINE/ARRANGED)"
               WHEN 20
                   DISPLAY " - another school's room in its priority"
                       " window (ROOMCTL.DAT; supervisor \a! overrides)"
               WHEN 21
                   DISPLAY " - instructor's teaching day would run"
                       " past the contract span (SPANRULE.DAT;"
                       " supervisor \a! overrides)"
               WHEN 22
                   DISPLAY " - instructor would get less than the"
                       " contract overnight rest (SPANRULE.DAT;"
                       " supervisor \a! overrides)"
               WHEN OTHER *> doesn't really happen
                   DISPLAY " - expected: AAAA 999 SS ROOM8888"
                       " 1010100 HHMM LLL IIIIII"
                   WS-CODE(WS-CONFLICT-IDX) "-"
                   WS-SECTION(WS-CONFLICT-IDX) " then on "
                   WS-DAY-NAME(WS-CONFLICT-DAY)
               EXIT PARAGRAPH
           END-IF
      *> an instructor hit on someone else's row -- the two share a
      *> team instructor (TEAM-term.DAT)
           IF WS-CONFLICT-TYPE = 2
               DISPLAY " - a team instructor already teaches "
                   WS-SCHOOL(WS-CONFLICT-IDX) " "
                   WS-CODE(WS-CONFLICT-IDX) "-"
                   WS-SECTION(WS-CONFLICT-IDX) " then on "
                   WS-DAY-NAME(WS-CONFLICT-DAY)
           ELSE
               DISPLAY " - overlaps with " WS-SCHOOL(WS-CONFLICT-IDX)
                   " " WS-CODE(WS-CONFLICT-IDX) "-"
           IF WS-SUCCESS NOT = 9
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-SCHOOL TO SP-SCHOOL
           MOVE WS-P-ROOM TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 0
               MOVE 16 TO WS-SUCCESS
               EXIT PARAGRAPH
           END-IF
           IF WS-SHARED-FLAG = 1
               MOVE SPACES TO WS-RL-CHECK-KEY
               STRING WS-P-SCHOOL WS-P-CODE WS-P-SECTION
           MOVE "A" TO WS-STATUS(WS-TARGET-ROW-IDX)
           MOVE SPACES TO WS-CANC-DATE(WS-TARGET-ROW-IDX)
           MOVE SPACES TO WS-EFF-DATE(WS-TARGET-ROW-IDX)
           MOVE WS-P-PT-START TO WS-PT-START(WS-TARGET-ROW-IDX)
           MOVE WS-P-PT-END TO WS-PT-END(WS-TARGET-ROW-IDX)
           MOVE WS-P-MODE TO WS-MODE(WS-TARGET-ROW-IDX)
           MOVE SPACES TO WS-PREV-ROOM(WS-TARGET-ROW-IDX)
           MOVE 0 TO WS-PREV-LEN(WS-TARGET-ROW-IDX)
           PERFORM VARYING WS-JDX FROM 1 BY 1
           MOVE VP-INSTR TO WS-P-INSTR
           MOVE VP-OVERRIDE TO WS-P-OVERRIDE
           MOVE VP-EFF-DATE TO WS-P-EFF-DATE
           MOVE VP-PT-START TO WS-P-PT-START
           MOVE VP-PT-END TO WS-P-PT-END
           MOVE VP-MODE TO WS-P-MODE
           MOVE VP-SUCCESS TO WS-SUCCESS
           MOVE VP-CLASS-LEN TO WS-CLASS-LEN.

           MOVE "L" TO VP-OP
           PERFORM call-besbval.

           call-val-index.
           MOVE "W" TO VP-OP
           PERFORM call-besbval.

           call-besbval.
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE WS-PARSE-SRC TO VP-PARSE-SRC
           MOVE WS-CMD-OVERRIDE TO VP-CMD-OVERRIDE
           MOVE WS-OPER-LEVEL TO VP-OPER-LEVEL
           CALL "BESBVAL" USING WS-VAL-PARMS WS-SCHEDULE.

      *> the room's campus from the master; spaces when unknown
               END-IF
           END-PERFORM.

      *> may the operator change a class of SP-SCHOOL in SP-ROOM --
      *> the caller moves those two; WS-SCOPE-OK comes back 0 on a
      *> refusal, which BESBSCOP has already put on the audit trail
           check-change-scope.
           IF WS-SCOPE-OPER = SPACES
               MOVE WS-OPER-ID TO SP-OPER
               MOVE WS-OPER-LEVEL TO SP-LEVEL
           ELSE
               MOVE WS-SCOPE-OPER TO SP-OPER
               MOVE WS-SCOPE-LEVEL TO SP-LEVEL
           END-IF
           IF WS-DRYRUN-FLAG = 1 OR WS-REPLAY-FLAG = 1
               MOVE "Q" TO SP-OP
           ELSE
               MOVE "C" TO SP-OP
           END-IF
           MOVE SPACES TO SP-DATE
           MOVE WS-CURRENT-TERM TO SP-TERM
           MOVE "BESBUBO" TO SP-SOURCE
           MOVE WS-TRIM-INPUT(1:40) TO SP-WHAT
           CALL "BESBSCOP" USING WS-SCOPE-PARMS
           MOVE 1 TO WS-SCOPE-OK
           IF SP-RC NOT = 0
               MOVE 0 TO WS-SCOPE-OK
           END-IF.

           show-scope-refusal.
           DISPLAY " - out of scope (reject 16): "
               FUNCTION TRIM(SP-TEXT) " (OPERSCOP.DAT)".

           find-key-any-status.
           MOVE 0 TO WS-KEY-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               DISPLAY " - no such class"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCHOOL(WS-FOUND-IDX) TO SP-SCHOOL
           MOVE WS-ROOM(WS-FOUND-IDX) TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           IF WS-SHARED-FLAG = 1
               MOVE WS-KEY(WS-FOUND-IDX) TO WS-RL-CHECK-KEY
               PERFORM check-row-hold
               MOVE WS-PARSE-SRC(10:71) TO WS-EDIT-SHIFT
               MOVE WS-EDIT-SHIFT TO WS-PARSE-SRC
           END-IF
           PERFORM carry-row-part-term
           PERFORM call-val-validate
           IF WS-EDIT-EFF NOT = SPACES
               MOVE WS-EDIT-EFF TO WS-P-EFF-DATE
               DISPLAY " - no such class"
               EXIT PARAGRAPH
           END-IF
      *> the operator must hold both the room the class is leaving
      *> and the one it is going to
           MOVE WS-P-SCHOOL TO SP-SCHOOL
           MOVE WS-P-ROOM TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 1 AND
                   WS-ROOM(WS-FOUND-IDX) NOT = WS-P-ROOM
               MOVE WS-SCHOOL(WS-FOUND-IDX) TO SP-SCHOOL
               MOVE WS-ROOM(WS-FOUND-IDX) TO SP-ROOM
               PERFORM check-change-scope
           END-IF
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           IF WS-SHARED-FLAG = 1
               MOVE WS-KEY(WS-FOUND-IDX) TO WS-RL-CHECK-KEY
               PERFORM check-row-hold
               MOVE WS-FOUND-IDX TO WS-COMMIT-IDX
               PERFORM commit-row-shared
           END-IF
           DISPLAY " - edited " WS-P-SCHOOL " " WS-P-CODE
           PERFORM warn-contact-minutes
           PERFORM warn-instr-qual.

      *> the \e line has no room for a section's own meeting dates,
      *> so the live row's ride along into the parse image -- an edit
      *> validates and collides in the weeks the section really meets
           carry-row-part-term.
           MOVE WS-PARSE-SRC(10:2) TO WS-P-PT-SECTION
           IF WS-P-PT-SECTION = SPACES
               MOVE "01" TO WS-P-PT-SECTION
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
               IF WS-SCHOOL(WS-IDX) = WS-PARSE-SRC(1:4) AND
                       WS-CODE(WS-IDX) = WS-PARSE-SRC(6:3) AND
                       WS-SECTION(WS-IDX) = WS-P-PT-SECTION AND
                       WS-STATUS(WS-IDX) NOT = "C"
                   MOVE WS-PT-START(WS-IDX) TO WS-PARSE-SRC(81:8)
                   MOVE WS-PT-END(WS-IDX) TO WS-PARSE-SRC(90:8)
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> \f find/filter
      *> cancelled rows still answer a \f (the asker usually wants
      *> to know what happened to the class) but never pass for live
                   IF WSP-STATUS(WS-IDX) = "C"
                       IF WS-FM-CAPTURE = 1
                           PERFORM forms-list-cancelled-row
                       ELSE
                           DISPLAY WSP-SCHOOL(WS-IDX) " "
                               WSP-CODE(WS-IDX) " "
                               WSP-SECTION(WS-IDX) " "
                               WSP-ROOM(WS-IDX)
                               " cancelled " WSP-CANC-DATE(WS-IDX)
                       END-IF
                   ELSE
                       PERFORM print-one-row
                   END-IF
                   ADD 1 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0 AND WS-FM-CAPTURE = 0
               DISPLAY " - no matching classes"
           END-IF.

      *> ---------------------------------------------------------------
      *> \i instructor timetable -- all of one instructor's classes
      *> across the week, for the department admins; a team-taught
      *> section shows for everyone on its team, its team under it
      *> ---------------------------------------------------------------
           instructor-timetable.
           MOVE WS-NUM-ROWS TO WS-PRINT-NUM-ROWS
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PRINT-NUM-ROWS
               PERFORM check-row-team
               IF (WSP-INSTR(WS-IDX) = WS-TRIM-INPUT(4:6) OR
                       WS-TM-TAUGHT = 1) AND
                       WS-TRIM-INPUT(4:6) NOT = SPACES AND
                       WSP-STATUS(WS-IDX) NOT = "C"
                   PERFORM print-one-row
                   IF WS-TM-HIT > 0
                       PERFORM print-team-line
                   END-IF
                   ADD 1 TO WS-FOUND-IDX
               END-IF
           END-PERFORM
               DISPLAY " - no classes for that instructor"
           END-IF.

      *> WS-TM-HIT is the printed row's team line (0 for none), and
      *> WS-TM-TAUGHT 1 when the \i instructor is on it
           check-row-team.
           MOVE 0 TO WS-TM-HIT
           MOVE 0 TO WS-TM-TAUGHT
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT OR WS-TM-HIT > 0
               IF WS-TM-KEY(WS-TM-TDX) = WSP-KEY(WS-IDX)
                   MOVE WS-TM-TDX TO WS-TM-HIT
               END-IF
           END-PERFORM
           IF WS-TM-HIT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1 UNTIL WS-TM-MDX > 4
               IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) =
                       WS-TRIM-INPUT(4:6)
                   MOVE 1 TO WS-TM-TAUGHT
               END-IF
           END-PERFORM.

      *> the whole team, lead first
           print-team-line.
           MOVE SPACES TO WS-TM-TXT
           MOVE 1 TO WS-TM-PTR
           IF WSP-INSTR(WS-IDX) NOT = SPACES
               STRING WSP-INSTR(WS-IDX) " " DELIMITED BY SIZE
                   INTO WS-TM-TXT WITH POINTER WS-TM-PTR
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1 UNTIL WS-TM-MDX > 4
               IF WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) NOT = SPACES AND
                       WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) NOT =
                           WSP-INSTR(WS-IDX)
                   STRING WS-TM-INSTR(WS-TM-HIT, WS-TM-MDX) " "
                       DELIMITED BY SIZE
                       INTO WS-TM-TXT WITH POINTER WS-TM-PTR
               END-IF
           END-PERFORM
           DISPLAY "     team-taught: " WS-TM-TXT.

      *> ---------------------------------------------------------------
      *> \v free-slot finder -- \v DDDDDDD LLL walks every candidate
      *> room and half-hour start from 0800 to 2130, running the same
               END-IF
               ADD 30 TO WS-START-MIN
           END-PERFORM
           IF WS-FM-CAPTURE = 1
               PERFORM forms-list-slots
               EXIT PARAGRAPH
           END-IF
           IF WS-V-FREE-COUNT = 0
               DISPLAY WS-V-ROOM " -- no free slot fits"
           ELSE
               WHEN 0
                   MOVE WS-PARSE-SRC TO WS-LAST-ADD-INPUT
                   DISPLAY " - added " WS-PARSE-SRC(1:21)
                   PERFORM warn-contact-minutes
                   PERFORM warn-instr-qual
                   PERFORM warn-cross-term-room
               WHEN 1
                   PERFORM show-conflict
               WHEN 15
                   DISPLAY " - instructor is blacked out then"
                       " (INSTRAVAIL.DAT; \a! overrides)"
               WHEN 16
                   PERFORM show-scope-refusal
               WHEN 17
                   DISPLAY " - instructor is separated or on leave"
                       " during the term (INSTRUCTORS.DAT)"
               WHEN 18
                   DISPLAY " - part-of-term dates are not dates, run"
                       " backwards, or fall outside the term"
               WHEN 19
                   DISPLAY " - instruction mode does not fit the room,"
                       " days or time (ONLINE/ARRANGED)"
               WHEN 20
                   DISPLAY " - another school's room in its priority"
                       " window (ROOMCTL.DAT; supervisor \a! overrides)"
               WHEN 21
                   DISPLAY " - instructor's teaching day would run"
                       " past the contract span (SPANRULE.DAT;"
                       " supervisor \a! overrides)"
               WHEN 22
                   DISPLAY " - instructor would get less than the"
                       " contract overnight rest (SPANRULE.DAT;"
                       " supervisor \a! overrides)"
               WHEN OTHER
                   DISPLAY " - expected: AAAA 999 SS ROOM8888"
                       " 1010100 HHMM LLL IIIIII"
                   " approval like any other change"
               EXIT PARAGRAPH
           END-IF
           IF WS-UNDO-OP = "ADD" OR WS-UNDO-OP = "CANCEL" OR
                   WS-UNDO-OP = "EDIT"
               MOVE WS-SCHOOL(WS-UNDO-IDX) TO SP-SCHOOL
           END-IF
           EVALUATE WS-UNDO-OP
               WHEN "ADD"
                   PERFORM VARYING WS-IDX FROM WS-UNDO-IDX BY 1
      *> ---------------------------------------------------------------
           print-schedule.
           PERFORM sort-schedule
           DISPLAY "SCHL CODE SC TITLE            ROOM     "
               WITH NO ADVANCING
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-NUM-DAYS
               DISPLAY WS-DAY-NAME(WS-JDX) "       " WITH NO ADVANCING
           END-PERFORM
           PERFORM print-summary.

           print-one-row.
           MOVE WSP-SCHOOL(WS-IDX) TO WS-CAT-KEY(1:4)
           MOVE WSP-CODE(WS-IDX) TO WS-CAT-KEY(5:3)
           PERFORM find-course-title
           IF WS-FM-CAPTURE = 1
               PERFORM forms-list-row
               EXIT PARAGRAPH
           END-IF
           DISPLAY WSP-SCHOOL(WS-IDX) " " WSP-CODE(WS-IDX) " "
               WSP-SECTION(WS-IDX) " " WS-CAT-TITLE-OUT " "
               WSP-ROOM(WS-IDX) " " WITH NO ADVANCING
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-NUM-DAYS
               IF WSP-DAYS(WS-IDX, WS-JDX) = SPACES
                       SFR-KEY
               END-WRITE
           END-PERFORM
           CLOSE SCHEDULE-FILE
           IF WS-SAVE-ELSEWHERE = 0
               PERFORM call-val-index
           END-IF.

           do-save-cmd.
           IF WS-SHARED-FLAG = 1
           IF FUNCTION TRIM(WS-TRIM-INPUT(4:56)) NOT = SPACES
               MOVE FUNCTION TRIM(WS-TRIM-INPUT(4:56))
                 TO WS-SCHED-FILENAME
               MOVE 1 TO WS-SAVE-ELSEWHERE
           END-IF
           PERFORM save-schedule
           MOVE 0 TO WS-SAVE-ELSEWHERE
           PERFORM build-sched-filename
           DISPLAY " - saved schedule".

                   " replace the schedule wholesale; supervisor only"
               EXIT PARAGRAPH
           END-IF
           PERFORM check-whole-term-scope
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TRIM-INPUT(4:56)) NOT = SPACES
               MOVE FUNCTION TRIM(WS-TRIM-INPUT(4:56))
                 TO WS-SCHED-FILENAME
           PERFORM load-schedule
           PERFORM load-calendar
           PERFORM load-xlist
           PERFORM load-team
           PERFORM load-exceptions
           PERFORM load-events
           DISPLAY " - now working in term " WS-CURRENT-TERM.
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-DETAIL DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-TRIM-INPUT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-CMD-REASON TO ACH-REASON
           MOVE SP-SCHOOL TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.

      *> ---------------------------------------------------------------
      *> operator sign-on -- OPERATORS.DAT is id(1:8) level(9:1)
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> the sign-on date the dormant-account lockout measures from
           MOVE WS-TS(1:8) TO WS-CRED-LAST-ON(WS-CRED-MINE)
           MOVE "S" TO WS-CRED-ON-KIND(WS-CRED-MINE)
           PERFORM write-cred-list.

           change-password.
                           END-IF
                           MOVE CRED-FILE-RECORD(32:1)
                             TO WS-CRED-LOCKED(WS-CRED-COUNT)
                           MOVE CRED-FILE-RECORD(34:8)
                             TO WS-CRED-LAST-ON(WS-CRED-COUNT)
                           MOVE CRED-FILE-RECORD(43:1)
                             TO WS-CRED-ON-KIND(WS-CRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
                 TO CRED-FILE-RECORD(30:1)
               MOVE WS-CRED-LOCKED(WS-CRED-CDX)
                 TO CRED-FILE-RECORD(32:1)
               MOVE WS-CRED-LAST-ON(WS-CRED-CDX)
                 TO CRED-FILE-RECORD(34:8)
               MOVE WS-CRED-ON-KIND(WS-CRED-CDX)
                 TO CRED-FILE-RECORD(43:1)
               WRITE CRED-FILE-RECORD
           END-PERFORM
           CLOSE CRED-FILE.
                   " is frozen; changes need supervisor approval"
           END-IF.

      *> catalog contact-minutes advisory from BESBVAL's op P -- the
      *> row is in; the operator just hears that the meeting pattern
      *> and the catalog disagree
           warn-contact-minutes.
           IF VP-WARNING = 1
               DISPLAY " - warning: meets " VP-WEEKLY-MIN
                   " min/week, catalog says " VP-CAT-MIN
           END-IF.

           warn-instr-qual.
           IF VP-QUAL-WARNING = 1
               DISPLAY " - warning: " VP-INSTR
                   " has no INSTRQUAL.DAT line for "
                   VP-SCHOOL " " VP-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> cross-term room warning -- after an add lands, every other
      *> term whose TERMS.DAT dates overlap this one's is scanned for
               INTO WS-PCHG-FILENAME.

           queue-change-request.
           PERFORM scope-of-queued-command
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           PERFORM build-pchg-filename
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           OPEN EXTEND PCHG-FILE
           MOVE WS-TRIM-INPUT(1:80) TO PCHG-FILE-RECORD(1:80)
           MOVE WS-OPER-ID TO PCHG-FILE-RECORD(82:8)
           MOVE WS-TS(1:8) TO PCHG-FILE-RECORD(91:8)
           MOVE WS-CMD-REASON TO PCHG-FILE-RECORD(100:4)
           WRITE PCHG-FILE-RECORD
           CLOSE PCHG-FILE
           MOVE "chgreq  " TO WS-AUDIT-DETAIL
           DISPLAY " - term is frozen: queued for supervisor"
               " approval (\g lists the queue)".

      *> a frozen-term change is held to the requester's scope
      *> before it is queued: the school (and room, where the line
      *> names one) is read off the command the way \a, \e and \d
      *> read it -- \g approval checks again in full
           scope-of-queued-command.
           MOVE 1 TO WS-SCOPE-OK
           MOVE SPACES TO WS-SCOPE-SRC
           EVALUATE TRUE
               WHEN WS-TRIM-INPUT(1:2) = "\d"
                   MOVE WS-TRIM-INPUT(4:4) TO SP-SCHOOL
                   MOVE SPACES TO SP-ROOM
                   MOVE WS-TRIM-INPUT(13:2) TO WS-P-SECTION
                   IF WS-P-SECTION = SPACES
                       MOVE "01" TO WS-P-SECTION
                   END-IF
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-NUM-ROWS
                       IF WS-SCHOOL(WS-IDX) = WS-TRIM-INPUT(4:4) AND
                               WS-CODE(WS-IDX) = WS-TRIM-INPUT(9:3)
                               AND WS-SECTION(WS-IDX) = WS-P-SECTION
                               AND WS-STATUS(WS-IDX) NOT = "C"
                           MOVE WS-ROOM(WS-IDX) TO SP-ROOM
                       END-IF
                   END-PERFORM
               WHEN WS-TRIM-INPUT(1:3) = "\a!" OR
                       WS-TRIM-INPUT(1:3) = "\e!"
                   MOVE WS-TRIM-INPUT(5:76) TO WS-SCOPE-SRC
               WHEN OTHER
                   MOVE WS-TRIM-INPUT(4:77) TO WS-SCOPE-SRC
           END-EVALUATE
           IF WS-SCOPE-SRC NOT = SPACES
               IF WS-SCOPE-SRC(1:8) IS NUMERIC AND
                       WS-SCOPE-SRC(9:1) = SPACE
                   MOVE WS-SCOPE-SRC(10:71) TO WS-EDIT-SHIFT
                   MOVE WS-EDIT-SHIFT TO WS-SCOPE-SRC
               END-IF
               MOVE WS-SCOPE-SRC(1:4) TO SP-SCHOOL
               MOVE WS-SCOPE-SRC(13:8) TO SP-ROOM
           END-IF
           PERFORM check-change-scope.

      *> a whole-term replacement -- a school-limited operator can't
      *> load one, whatever the snapshot holds
           check-whole-term-scope.
           MOVE "W" TO SP-OP
           MOVE WS-OPER-ID TO SP-OPER
           MOVE WS-OPER-LEVEL TO SP-LEVEL
           MOVE SPACES TO SP-SCHOOL
           MOVE SPACES TO SP-ROOM
           MOVE SPACES TO SP-DATE
           MOVE WS-CURRENT-TERM TO SP-TERM
           MOVE "BESBUBO" TO SP-SOURCE
           MOVE WS-TRIM-INPUT(1:40) TO SP-WHAT
           CALL "BESBSCOP" USING WS-SCOPE-PARMS
           MOVE 1 TO WS-SCOPE-OK
           IF SP-RC NOT = 0
               MOVE 0 TO WS-SCOPE-OK
           END-IF.

           load-pchg-list.
           MOVE 0 TO WS-PC-COUNT
           PERFORM build-pchg-filename
           MOVE WS-PC-LINE(WS-PC-PICK)(1:80) TO WS-INPUT
           MOVE FUNCTION TRIM(WS-INPUT) TO WS-TRIM-INPUT
           MOVE 1 TO WS-APPLYING-PENDING
      *> and so is its reason, when the requester gave one; the
      *> approval's own reason stands in for a change queued before
      *> reasons were kept
           MOVE WS-CMD-REASON TO WS-RSN-HOLD
           IF WS-PC-LINE(WS-PC-PICK)(100:4) NOT = SPACES
               MOVE WS-PC-LINE(WS-PC-PICK)(100:4) TO WS-CMD-REASON
           END-IF
      *> the change is still the requester's: it is held to the
      *> requester's scope as it stands today, not the supervisor's
           MOVE WS-PC-LINE(WS-PC-PICK)(82:8) TO WS-SCOPE-OPER
           MOVE "S" TO WS-SCOPE-LEVEL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               IF WS-OPER-TBL-ID(WS-IDX) = WS-SCOPE-OPER
                   MOVE WS-OPER-TBL-LEVEL(WS-IDX) TO WS-SCOPE-LEVEL
               END-IF
           END-PERFORM
           IF WS-SCOPE-OPER = SPACES
               MOVE WS-OPER-ID TO WS-SCOPE-OPER
               MOVE WS-OPER-LEVEL TO WS-SCOPE-LEVEL
           END-IF
           EVALUATE WS-TRIM-INPUT(1:2)
               WHEN "\a"
                   PERFORM add-class
                       " removing it"
           END-EVALUATE
           MOVE 0 TO WS-APPLYING-PENDING
           MOVE WS-RSN-HOLD TO WS-CMD-REASON
           MOVE SPACES TO WS-SCOPE-OPER
           MOVE SPACES TO WS-SCOPE-LEVEL
           PERFORM remove-pending-entry.

           reject-pending-change.
               MOVE MASTER-FILE-RECORD(8:1) TO
                   WS-MASTER-STATUS(WS-MASTER-COUNT)
           END-IF.
           load-catalog-titles.
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
                               CATALOG-FILE-RECORD(1:7) NOT = SPACES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATALOG-FILE-RECORD(1:7)
                             TO WS-CAT-COURSE(WS-CAT-COUNT)
                           MOVE CATALOG-FILE-RECORD(9:30)
                             TO WS-CAT-TITLE(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> WS-CAT-KEY (school+code) to the first 16 of its title
           find-course-title.
           MOVE SPACES TO WS-CAT-TITLE-OUT
           PERFORM VARYING WS-CAT-CDX FROM 1 BY 1
                   UNTIL WS-CAT-CDX > WS-CAT-COUNT
               IF WS-CAT-COURSE(WS-CAT-CDX) = WS-CAT-KEY
                   MOVE WS-CAT-TITLE(WS-CAT-CDX) TO WS-CAT-TITLE-OUT
               END-IF
           END-PERFORM.

           load-rooms-list.
           MOVE 0 TO WS-ROOMS-COUNT
           OPEN INPUT ROOMS-FILE
           STRING "SCHOOL,CODE,SECTION,ROOM,INSTR,"
               WS-DAY-NAME(1) "," WS-DAY-NAME(2) "," WS-DAY-NAME(3) ","
               WS-DAY-NAME(4) "," WS-DAY-NAME(5) "," WS-DAY-NAME(6) ","
               WS-DAY-NAME(7) ",START,END,MODE"
               DELIMITED BY SIZE INTO CSV-FILE-RECORD
           WRITE CSV-FILE-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NUM-ROWS
               FUNCTION TRIM(WS-CSV-CELL(4)) "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-CELL(5)) "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-CELL(6)) "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-CSV-CELL(7)) "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PT-START(WS-IDX)) "," DELIMITED BY SIZE
               FUNCTION TRIM(WS-PT-END(WS-IDX)) "," DELIMITED BY SIZE
               WS-MODE(WS-IDX)
               DELIMITED BY SIZE INTO CSV-FILE-RECORD
           WRITE CSV-FILE-RECORD.

      *> compare and the saved .STATE must see every campus, or a
      *> filtered run would cancel the other campus's bookings and
      *> poison every later delta; --campus= narrows only the
      *> printed full feed below. Online and by-arrangement sections
      *> hold no room, so they have nothing to book
           build-booking-lines.
           MOVE 0 TO WS-XB-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NUM-ROWS
               PERFORM check-row-xlist-secondary
               IF WS-STATUS(WS-IDX) NOT = "C" AND
                       WS-XL-SECONDARY = 0 AND
                       WS-MODE(WS-IDX) NOT = "S" AND
                       WS-MODE(WS-IDX) NOT = "A" AND
                       WS-MODE(WS-IDX) NOT = "R"
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-NUM-DAYS
                       IF WS-DAYS(WS-IDX, WS-JDX) NOT = SPACES AND
               WS-CODE(WS-IDX) DELIMITED BY SIZE
               WS-SECTION(WS-IDX) DELIMITED BY SIZE
               INTO WS-XB-LINE(WS-XB-COUNT)
           MOVE WS-PT-START(WS-IDX) TO WS-XB-LINE(WS-XB-COUNT)(27:8)
           MOVE WS-PT-END(WS-IDX) TO WS-XB-LINE(WS-XB-COUNT)(35:8)
           MOVE WS-EFF-DATE(WS-IDX) TO WS-XB-EFF(WS-XB-COUNT).

      *> ---------------------------------------------------------------
                 TO WS-XL-KEY(WS-XL-COUNT, 4)
           END-IF.

           load-team.
           MOVE 0 TO WS-TM-COUNT
           MOVE SPACES TO WS-TEAM-FILENAME
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEAM-FILENAME
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
                   TEAM-FILE-RECORD(1:9) NOT = SPACES
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

      *> ---------------------------------------------------------------
      *> \z single-date exceptions -- one date borrows a bigger hall,
      *> meets at another hour, or doesn't meet at all, while the
                   " R ROOM8888 | T HHMM | N | X"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Z-KEY(1:4) TO SP-SCHOOL
           MOVE SPACES TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           IF WS-Z-TYPE = "X"
               PERFORM remove-exception
               EXIT PARAGRAPH
               DISPLAY " - no such class"
               EXIT PARAGRAPH
           END-IF
      *> the row's own room, and an R override's room, must both be
      *> on a campus the operator holds
           MOVE WS-ROOM(WS-FOUND-IDX) TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 1 AND WS-Z-TYPE = "R"
               MOVE WS-Z-VALUE TO SP-ROOM
               PERFORM check-change-scope
           END-IF
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           IF WS-Z-TYPE NOT = "N"
               PERFORM check-exception-clear
               IF WS-Z-BUSY = 1
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-EX-COUNT >= 500
               DISPLAY " - exception file is full"
               EXIT PARAGRAPH
           END-IF
               READ EXCEPT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EX-COUNT < 500 AND
                               EXCEPT-FILE-RECORD(11:8) IS NUMERIC
                           ADD 1 TO WS-EX-COUNT
                           MOVE EXCEPT-FILE-RECORD(1:9)
               OPEN OUTPUT PEND-FILE
           END-IF
           MOVE SPACES TO PEND-FILE-RECORD
           MOVE WS-PARSE-SRC(1:80) TO PEND-FILE-RECORD(1:80)
           MOVE WS-TS(1:8) TO PEND-FILE-RECORD(82:8)
           MOVE WS-PARSE-SRC(81:19) TO PEND-FILE-RECORD(91:19)
           MOVE WS-CMD-REASON TO PEND-FILE-RECORD(111:4)
           WRITE PEND-FILE-RECORD
           CLOSE PEND-FILE
           DISPLAY " - queued to the wait-list (\w lists it)".
                   " to cancel wait-list entries"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIM-INPUT(4:4) TO SP-SCHOOL
           MOVE SPACES TO SP-ROOM
           PERFORM check-change-scope
           IF WS-SCOPE-OK = 0
               PERFORM show-scope-refusal
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRIM-INPUT(13:2) TO WS-P-SECTION
           IF WS-P-SECTION = SPACES
               MOVE "01" TO WS-P-SECTION
               IF WS-XO-MATCHED(WS-XO-IDX) = 0
                   MOVE SPACES TO XDELTA-FILE-RECORD
                   MOVE "CANCEL" TO XDELTA-FILE-RECORD(1:6)
                   MOVE WS-XO-LINE(WS-XO-IDX)(1:26)
                     TO XDELTA-FILE-RECORD(8:26)
                   MOVE WS-XO-LINE(WS-XO-IDX)(27:16)
                     TO XDELTA-FILE-RECORD(44:16)
                   WRITE XDELTA-FILE-RECORD
                   ADD 1 TO WS-XD-CANCEL-COUNT
               END-IF
           IF WS-XO-FOUND = 0
               MOVE SPACES TO XDELTA-FILE-RECORD
               MOVE "ADD" TO XDELTA-FILE-RECORD(1:6)
               MOVE WS-XB-LINE(WS-XB-IDX)(1:26)
                 TO XDELTA-FILE-RECORD(8:26)
               MOVE WS-XB-EFF(WS-XB-IDX) TO XDELTA-FILE-RECORD(35:8)
               MOVE WS-XB-LINE(WS-XB-IDX)(27:16)
                 TO XDELTA-FILE-RECORD(44:16)
               WRITE XDELTA-FILE-RECORD
               ADD 1 TO WS-XD-ADD-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-XO-MATCHED(WS-XO-FOUND)
           IF WS-XO-LINE(WS-XO-FOUND)(10:8) NOT =
                   WS-XB-LINE(WS-XB-IDX)(10:8) OR
                   WS-XO-LINE(WS-XO-FOUND)(27:16) NOT =
                   WS-XB-LINE(WS-XB-IDX)(27:16)
               MOVE SPACES TO XDELTA-FILE-RECORD
               MOVE "CHANGE" TO XDELTA-FILE-RECORD(1:6)
               MOVE WS-XB-LINE(WS-XB-IDX)(1:26)
                 TO XDELTA-FILE-RECORD(8:26)
               MOVE WS-XB-LINE(WS-XB-IDX)(27:16)
                 TO XDELTA-FILE-RECORD(44:16)
      *> a room or time move entered with an effective date reaches
      *> the booking system timed to that date, not immediately
               MOVE WS-XB-EFF(WS-XB-IDX) TO XDELTA-FILE-RECORD(35:8)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1 OR WS-MAINT-OUT = 1
               READ CMD-FILE INTO WS-INPUT
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM process-command
               WHEN 15
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (instructor blacked out)"
               WHEN 16
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (out of operator's scope)"
               WHEN 17
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (instructor inactive for the term)"
               WHEN 18
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (bad part-of-term dates)"
               WHEN 19
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (instruction mode mismatch)"
               WHEN 20
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (room owned by another school)"
               WHEN 21
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (instructor teaching day too long)"
               WHEN 22
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (instructor overnight rest too short)"
               WHEN OTHER
                   DISPLAY "WOULD REJECT: " WS-PARSE-SRC(1:30)
                       " (bad format)"
