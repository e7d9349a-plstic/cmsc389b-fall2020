      *>               event's room and time is reject 14 (a dated
      *>               event blocks its weekday for the whole term,
      *>               the conservative reading)
      *>   2026-10-15  course catalog (CATALOG.DAT) -- a row that
      *>               passes is checked for its weekly minutes
      *>               (length times meeting days) against the
      *>               catalog's contact minutes; a mismatch comes
      *>               back as VALPARM-WARNING 1, never a reject
      *>   2026-10-15  room TBA -- a row whose room is the literal
      *>               TBA passes without a room: the room master,
      *>               attribute, outage and event checks sit out,
      *>               and op C never calls two TBA rows a room
      *>               clash; BESBRASN places them later
      *>   2026-10-15  instructor qualifications (INSTRQUAL.DAT) --
      *>               a row naming an instructor with no line for
      *>               its course comes back with
      *>               VALPARM-QUAL-WARNING 1; advisory, never a
      *>               reject
      *>   2026-10-15  occupancy index -- op C no longer walks the
      *>               whole table: rows are indexed by room and day,
      *>               by instructor and day, and by course (for the
      *>               same-section, lab-link and co-enrollment hits),
      *>               and only the rows those buckets name are
      *>               tested, lowest row first so the answer is the
      *>               one the full scan gave; the index follows the
      *>               caller's table by comparing it with the copy
      *>               last indexed, and falls back to the full scan
      *>               if a bucket ever overflows. New op W writes the
      *>               index for the caller's table to SCHED-term.OCCX
      *>               beside the schedule file
      *>   2026-10-15  HR status on INSTRUCTORS.DAT (kept by the
      *>               nightly BESBHRFD feed) -- naming an instructor
      *>               who is separated or on leave at any point in
      *>               the term's TERMS.DAT dates is reject 17; a row
      *>               already on the table with that instructor is
      *>               not a new assignment and still passes
      *>   2026-10-15  part-of-term sections -- the feed line may carry
      *>               the section's own meeting start(81:8) and
      *>               end(90:8) inside the term; dates that are not
      *>               dates, run backwards or fall outside the term's
      *>               TERMS.DAT dates are reject 18. Op C collides
      *>               two rows only when their date ranges overlap
      *>               (the same section key still always collides),
      *>               and the outage and HR checks test the
      *>               section's own dates
      *>   2026-10-15  instruction modes -- the feed line's (99:1), or
      *>               the room column's ONLINE/ARRANGED, marks a
      *>               section online synchronous (S), asynchronous
      *>               (A) or by arrangement (R). S keeps its days and
      *>               time but skips the room gauntlet and never
      *>               collides on a room; A and R carry no meetings
      *>               at all. A mode the room, days or time contradict
      *>               is reject 19
      *>   2026-10-15  team-taught sections (TEAM-term.DAT) -- every
      *>               instructor on a section's team line stands
      *>               beside the row's own (lead) instructor: each
      *>               takes part in the op C instructor and travel-gap
      *>               hits and the op P blackout check, is filed in
      *>               the occupancy index, and gets an op W line
      *>   2026-10-15  departmental rooms (ROOMCTL.DAT) -- a room may
      *>               belong to a school, with a per-term priority
      *>               window of booking dates; booking another
      *>               school's room inside its window is reject 20,
      *>               which only a supervisor's override form lifts
      *>               (VALPARM-OPER-LEVEL); after the window the room
      *>               is open to every school
      *>   2026-10-15  contract teaching-day rules (SPANRULE.DAT, by
      *>               the instructor category INSTRLOAD.DAT carries)
      *>               -- a section that would stretch an instructor's
      *>               day past the longest first-start-to-last-end
      *>               span is reject 21, one that would leave less
      *>               than the shortest rest between a night's last
      *>               class and the next morning's first is reject
      *>               22; like reject 20, only a supervisor's
      *>               override form lifts them
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT IQUAL-FILE ASSIGN DYNAMIC WS-IQUAL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-POLICY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SECLINK-FILE ASSIGN DYNAMIC WS-SECLINK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEAM-FILE ASSIGN DYNAMIC WS-TEAM-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COENRL-FILE ASSIGN DYNAMIC WS-COENRL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WALK-FILE ASSIGN DYNAMIC WS-WALK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OCCX-FILE ASSIGN DYNAMIC WS-OCCX-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMCTL-FILE ASSIGN DYNAMIC WS-ROOMCTL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOAD-FILE ASSIGN DYNAMIC WS-LOAD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SPAN-FILE ASSIGN DYNAMIC WS-SPAN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> school(1:4) code(5:3) status(8:1, R = retired)
       FD MASTER-FILE.
       01 MASTER-FILE-RECORD PIC X(8).
      *> instructor line: id(1:6) name(7:20) HR status(28:1, blank
      *> or A active / L on leave / S separated) effective from
      *> (30:8) through (39:8, blank = open-ended)
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
      *> lab section(8:2) lecture section(11:2)
       FD SECLINK-FILE.
       01 SECLINK-FILE-RECORD PIC X(12).
      *> team-teaching line: section key(1:9, the SCHEDROW-KEY shape)
      *> then up to four instructor/share pairs one column apart --
      *> instr(11:6) share(18:3) instr(22:6) share(29:3) instr(33:6)
      *> share(40:3) instr(44:6) share(51:3); the share is the
      *> instructor's percent of the section's load. The row's own
      *> SCHEDROW-INSTR leads the team whether or not it is listed
       FD TEAM-FILE.
       01 TEAM-FILE-RECORD PIC X(53).
      *> co-enrollment group line: up to four 7-byte course keys
      *> (school+code) commonly taken the same semester --
      *> course1(1:7) course2(9:7) course3(17:7) course4(25:7)
       FD OUTAGE-FILE.
       01 OUTAGE-FILE-RECORD PIC X(47).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
      *> event line: room(1:8) kind(10:1, W weekly pattern / D one
      *> date) days-or-date(12:8, 7-flag mask for W, YYYYMMDD for D)
      *> start(21:4) minutes(26:3) sponsor(30:20)
      *> needed between them(35:3); read symmetrically
       FD WALK-FILE.
       01 WALK-FILE-RECORD PIC X(37).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1, U/G) status(50:1,
      *> R = retired by the registrar)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
      *> qualification line: instructor(1:6) course(8:7, school+code)
      *> -- one line per course the instructor may teach
       FD IQUAL-FILE.
       01 IQUAL-FILE-RECORD PIC X(14).
      *> occupancy index line: type(1:1, R room / I instructor)
      *> room or instructor(3:8) day(12:1, 1-7) start(14:4)
      *> length(19:3) section key(23:9) -- one line per active row
      *> per meeting day, and one more for each instructor named
      *> (the row's own and its team's)
       FD OCCX-FILE.
       01 OCCX-FILE-RECORD PIC X(31).
      *> room control line: room(1:8) owning school(10:4) term(15:20,
      *> blank every term) priority window of booking dates from
      *> (36:8, blank open from the start) through(45:8, blank no
      *> window -- the line only records the owner); a term's own
      *> line beats a blank-term line for the window
       FD ROOMCTL-FILE.
       01 ROOMCTL-FILE-RECORD PIC X(52).
      *> contract load line: instructor(1:6) max weekly minutes(8:4)
      *> max sections(13:2) floor(16:4) category(21:2) -- only the
      *> category is read here
       FD LOAD-FILE.
       01 LOAD-FILE-RECORD PIC X(22).
      *> teaching-day rule line: instructor category(1:2, ** for
      *> every category with no line of its own) longest teaching
      *> day, first class start to last class end(4:4) shortest
      *> overnight rest, a day's last class end to the next day's
      *> first start(9:4) -- minutes; blank or 0 means no limit
       FD SPAN-FILE.
       01 SPAN-FILE-RECORD PIC X(12).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-POLICY-FILENAME PIC X(60) VALUE SPACES.
           01 WS-XLIST-FILENAME PIC X(60) VALUE SPACES.
           01 WS-SECLINK-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TEAM-FILENAME PIC X(60) VALUE SPACES.
           01 WS-COENRL-FILENAME PIC X(20) VALUE "COENRL.DAT".
           01 WS-RMATTR-FILENAME PIC X(20) VALUE "ROOMATTR.DAT".
           01 WS-CRSREQ-FILENAME PIC X(20) VALUE "COURSREQ.DAT".
           01 WS-EVENTS-FILENAME PIC X(60) VALUE SPACES.
           01 WS-IAVAIL-FILENAME PIC X(20) VALUE "INSTRAVAIL.DAT".
           01 WS-WALK-FILENAME PIC X(20) VALUE "WALKTIME.DAT".
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-IQUAL-FILENAME PIC X(20) VALUE "INSTRQUAL.DAT".
           01 WS-OCCX-FILENAME PIC X(60) VALUE SPACES.
           01 WS-ROOMCTL-FILENAME PIC X(20) VALUE "ROOMCTL.DAT".
           01 WS-LOAD-FILENAME PIC X(20) VALUE "INSTRLOAD.DAT".
           01 WS-SPAN-FILENAME PIC X(20) VALUE "SPANRULE.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".

      *> master school/course-code list
               02 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
                   03 WS-INSTR-HR-STATUS PIC X(1).
                   03 WS-INSTR-HR-FROM PIC X(8).
                   03 WS-INSTR-HR-TO PIC X(8).
           01 WS-INSTR-FOUND PIC 9(1) VALUE 0.
           01 WS-INSTR-HIT-IDX PIC 9(4) VALUE 0.
           01 WS-INSTR-INACTIVE PIC 9(1) VALUE 0.

      *> room master list -- room id, building, seat capacity
           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
                   03 WS-ROOMS-CAMP PIC X(2).
           01 WS-ROOMS-FOUND PIC 9(1) VALUE 0.

      *> departmental rooms -- the owning school and the loaded
      *> term's priority window; a room with no line is general pool
           01 WS-RC-COUNT PIC 9(3) VALUE 0.
           01 WS-RC-LIST.
               02 WS-RC-ENTRY OCCURS 300 TIMES.
                   03 WS-RC-ROOM PIC X(8).
                   03 WS-RC-OWNER PIC X(4).
                   03 WS-RC-FROM PIC X(8).
                   03 WS-RC-THRU PIC X(8).
                   03 WS-RC-OWN-TERM PIC 9(1).
           01 WS-RC-RDX PIC 9(3) VALUE 0.
           01 WS-RC-FOUND PIC 9(3) VALUE 0.
           01 WS-RC-HIT PIC 9(1) VALUE 0.
           01 WS-RC-TODAY PIC X(8) VALUE SPACES.
           01 WS-RC-TS PIC X(21) VALUE SPACES.

      *> per-term scheduling policy, stored as minutes from midnight
           01 WS-POL-COUNT PIC 9(3) VALUE 0.
           01 WS-POL-LIST.
           01 WS-LNK-LDX PIC 9(3) VALUE 0.
           01 WS-HIT-TYPE PIC 9(2) VALUE 0.

      *> team-taught sections -- every instructor on a section's team
      *> line teaches it alongside the row's own instructor, so each
      *> is held to the same instructor-level checks
           01 WS-TM-COUNT PIC 9(3) VALUE 0.
           01 WS-TM-LIST.
               02 WS-TM-ENTRY OCCURS 100 TIMES.
                   03 WS-TM-KEY PIC X(9).
                   03 WS-TM-MEMBER OCCURS 4 TIMES.
                       04 WS-TM-INSTR PIC X(6).
                       04 WS-TM-SHARE PIC X(3).
           01 WS-TM-TDX PIC 9(3) VALUE 0.
           01 WS-TM-MDX PIC 9(1) VALUE 0.
           01 WS-TM-NDX PIC 9(1) VALUE 0.
           01 WS-TM-FDX PIC 9(1) VALUE 0.
           01 WS-TM-PROBE-KEY PIC X(9) VALUE SPACES.
           01 WS-TM-PROBE-LEAD PIC X(6) VALUE SPACES.
           01 WS-TM-SHARED PIC 9(1) VALUE 0.
           01 WS-TM-DUP PIC 9(1) VALUE 0.
      *> a section's whole instructor set -- lead first, then the
      *> team line's others -- as built, as held for the candidate,
      *> and as held for the table row under test
           01 WS-TM-SET.
               02 WS-TM-SET-N PIC 9(1).
               02 WS-TM-SET-ID PIC X(6) OCCURS 5 TIMES.
           01 WS-TM-CAND.
               02 WS-TM-CAND-N PIC 9(1).
               02 WS-TM-CAND-ID PIC X(6) OCCURS 5 TIMES.
           01 WS-TM-ROW.
               02 WS-TM-ROW-N PIC 9(1).
               02 WS-TM-ROW-ID PIC X(6) OCCURS 5 TIMES.

      *> co-enrollment groups -- two DIFFERENT courses of one group
      *> at overlapping times lock students out of one of them; two
      *> sections of the same course never trip this
           01 WS-IA-HIT PIC 9(1) VALUE 0.
           01 WS-IA-ADX PIC 9(3) VALUE 0.

      *> contract teaching-day rules -- each category's longest day
      *> and shortest overnight rest in minutes (0 no limit), and
      *> each instructor's category (no line, or a blank one, is **)
           01 WS-SR-COUNT PIC 9(2) VALUE 0.
           01 WS-SR-LIST.
               02 WS-SR-ENTRY OCCURS 20 TIMES.
                   03 WS-SR-CAT PIC X(2).
                   03 WS-SR-SPAN PIC 9(4).
                   03 WS-SR-REST PIC 9(4).
           01 WS-SR-IC-COUNT PIC 9(3) VALUE 0.
           01 WS-SR-IC-LIST.
               02 WS-SR-IC-ENTRY OCCURS 200 TIMES.
                   03 WS-SR-IC-INSTR PIC X(6).
                   03 WS-SR-IC-CAT PIC X(2).
           01 WS-SR-HIT PIC 9(2) VALUE 0.
           01 WS-SR-INSTR PIC X(6) VALUE SPACES.
           01 WS-SR-CAT-PROBE PIC X(2) VALUE SPACES.
           01 WS-SR-FOUND PIC 9(2) VALUE 0.
           01 WS-SR-MAX-SPAN PIC 9(4) VALUE 0.
           01 WS-SR-MIN-REST PIC 9(4) VALUE 0.
           01 WS-SR-ADX PIC 9(3) VALUE 0.
           01 WS-SR-MDX PIC 9(1) VALUE 0.
           01 WS-SR-DDX PIC 9(1) VALUE 0.
           01 WS-SR-PREV PIC 9(1) VALUE 0.
           01 WS-SR-NEXT PIC 9(1) VALUE 0.
           01 WS-SR-IN-ROW PIC 9(1) VALUE 0.
           01 WS-SR-FIRST PIC 9(4) VALUE 0.
           01 WS-SR-LAST PIC 9(4) VALUE 0.
           01 WS-SR-MINUTES PIC S9(5) VALUE 0.

      *> building walk-time matrix, and the gap test's scratch --
      *> the minutes between two meetings must cover the walk
           01 WS-WK-COUNT PIC 9(3) VALUE 0.
      *> can make a cross-campus back-to-back work in under this
           01 WS-CROSS-CAMPUS-MIN PIC 9(3) VALUE 90.

      *> catalog contact minutes per course -- zero minutes (or no
      *> catalog line at all) means nothing to compare against
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-MINUTES PIC 9(4).
           01 WS-CAT-KEY PIC X(7) VALUE SPACES.
           01 WS-CAT-CDX PIC 9(4) VALUE 0.
           01 WS-CAT-MEET-DAYS PIC 9(1) VALUE 0.

      *> the room column's placeholder for a section that has its
      *> days and time but no room yet
           01 WS-ROOM-TBA PIC X(8) VALUE "TBA".
      *> and the room column of sections that hold no room at all --
      *> online (S and A) and by-arrangement (R) sections
           01 WS-ROOM-ONLINE PIC X(8) VALUE "ONLINE".
           01 WS-ROOM-ARRANGED PIC X(8) VALUE "ARRANGED".
           01 WS-MODE-DAYS PIC 9(1) VALUE 0.

      *> instructor qualifications -- who may teach which course
           01 WS-IQ-COUNT PIC 9(4) VALUE 0.
           01 WS-IQ-LIST.
               02 WS-IQ-ENTRY OCCURS 1000 TIMES.
                   03 WS-IQ-INSTR PIC X(6).
                   03 WS-IQ-COURSE PIC X(7).
           01 WS-IQ-IDX PIC 9(4) VALUE 0.
           01 WS-IQ-SEEN PIC 9(1) VALUE 0.

      *> named-day-pattern translation scratch
           01 WS-PAT-SRC PIC X(7) VALUE SPACES.
           01 WS-PAT-LETTERS PIC 9(2) VALUE 0.
           01 WS-OTH-START-MIN PIC 9(4).
           01 WS-OTH-END-MIN PIC 9(4).
           01 WS-RANGE-OVERLAP PIC 9(1) VALUE 0.
      *> part-of-term date ranges -- the candidate's (blank sides
      *> open) against a table row's, and the candidate's range made
      *> concrete from the term's dates for the outage and HR checks
           01 WS-PT-CAND-START PIC X(8).
           01 WS-PT-CAND-END PIC X(8).
           01 WS-PT-ROW-START PIC X(8).
           01 WS-PT-ROW-END PIC X(8).
           01 WS-PT-MEET PIC 9(1) VALUE 1.
           01 WS-PT-EFF-START PIC X(8).
           01 WS-PT-EFF-END PIC X(8).

      *> occupancy index over the caller's table -- the rows holding
      *> each room and each instructor on each weekday, and the rows
      *> of each course; WS-OX-SHADOW is the table as last indexed,
      *> so a changed row is found and refiled without the caller
      *> having to say so. A full bucket turns the index off
      *> (WS-OX-USABLE 0) and op C scans the table as it always did
           01 WS-OX-USABLE PIC 9(1) VALUE 1.
           01 WS-OX-ROWS PIC 9(3) VALUE 0.
           01 WS-OX-SHADOW-TABLE.
               02 WS-OX-SHADOW PIC X(169) OCCURS 200 TIMES.
           01 WS-OX-ROW.
               COPY SCHEDROW
                   REPLACING LEADING ==SCHEDROW== BY ==OXR==.
           01 WS-OX-ROOM-COUNT PIC 9(3) VALUE 0.
           01 WS-OX-ROOM-TABLE.
               02 WS-OX-ROOM-ENTRY OCCURS 300 TIMES.
                   03 WS-OX-ROOM-ID PIC X(8).
                   03 WS-OX-ROOM-DAY OCCURS 7 TIMES.
                       04 WS-OX-RD-COUNT PIC 9(2).
                       04 WS-OX-RD-ROW PIC 9(3) OCCURS 24 TIMES.
           01 WS-OX-INSTR-COUNT PIC 9(3) VALUE 0.
           01 WS-OX-INSTR-TABLE.
               02 WS-OX-INSTR-ENTRY OCCURS 300 TIMES.
                   03 WS-OX-INSTR-ID PIC X(6).
                   03 WS-OX-INSTR-DAY OCCURS 7 TIMES.
                       04 WS-OX-ID-COUNT PIC 9(2).
                       04 WS-OX-ID-ROW PIC 9(3) OCCURS 16 TIMES.
           01 WS-OX-COURSE-COUNT PIC 9(3) VALUE 0.
           01 WS-OX-COURSE-TABLE.
               02 WS-OX-COURSE-ENTRY OCCURS 300 TIMES.
                   03 WS-OX-COURSE-ID PIC X(7).
                   03 WS-OX-CR-COUNT PIC 9(2).
                   03 WS-OX-CR-ROW PIC 9(3) OCCURS 60 TIMES.
           01 WS-OX-MODE PIC X(1) VALUE SPACES.
           01 WS-OX-RDX PIC 9(3) VALUE 0.
           01 WS-OX-HIGH PIC 9(3) VALUE 0.
           01 WS-OX-LEN PIC 9(5) VALUE 0.
           01 WS-OX-SLOT PIC 9(3) VALUE 0.
           01 WS-OX-DDX PIC 9(1) VALUE 0.
           01 WS-OX-PDX PIC 9(2) VALUE 0.
           01 WS-OX-QDX PIC 9(2) VALUE 0.
           01 WS-OX-PROBE-ID PIC X(8) VALUE SPACES.
           01 WS-OX-COURSE-KEY PIC X(7) VALUE SPACES.
      *> the candidate rows of one op C call, each taken once (its
      *> mark holds the call's generation number)
           01 WS-OX-GEN PIC 9(6) VALUE 0.
           01 WS-OX-MARK-TABLE.
               02 WS-OX-MARK PIC 9(6) OCCURS 200 TIMES.
           01 WS-OX-CAND-COUNT PIC 9(3) VALUE 0.
           01 WS-OX-CAND-TABLE.
               02 WS-OX-CAND PIC 9(3) OCCURS 200 TIMES.
           01 WS-OX-CAND-ROW PIC 9(3) VALUE 0.
           01 WS-OX-CDX PIC 9(3) VALUE 0.
           01 WS-OX-SDX PIC 9(3) VALUE 0.
           01 WS-OX-ROOM-SLOT PIC 9(3) VALUE 0.
           01 WS-OX-INSTR-SLOTS.
               02 WS-OX-INSTR-SLOT PIC 9(3) OCCURS 5 TIMES.
       LINKAGE SECTION.
       01 LK-PARMS.
           COPY VALPARMS
                   PERFORM validate-add-fields
               WHEN "C"
                   PERFORM find-conflict
               WHEN "W"
                   PERFORM write-occupancy-index
               WHEN OTHER
                   MOVE 99 TO LKP-SUCCESS
           END-EVALUATE.
           PERFORM load-master-list
           PERFORM load-instr-list
           PERFORM load-rooms-list
           PERFORM load-room-control
           PERFORM load-policy
           PERFORM load-xlist
           PERFORM load-seclink
           PERFORM load-team
           PERFORM load-coenrl
           PERFORM load-room-attrs
           PERFORM load-course-reqs
           PERFORM load-events
           PERFORM load-instr-avail
           PERFORM load-walk-matrix
           PERFORM load-catalog
           PERFORM load-instr-quals
           PERFORM load-span-rules
           PERFORM ox-reset
           MOVE 1 TO WS-LOADED
           MOVE LKP-TERM TO WS-LOADED-TERM
           MOVE WS-MASTER-COUNT TO LKP-MASTER-COUNT.
      *> \a/\e column layout:
      *>   school(1:4) code(6:3) section(10:2) room(13:8) days(22:7)
      *>   time(30:4) len(35:3) instr(39:6) action(46:1) term(48:20)
      *>   override(69:1) effective date(71:8) part-of-term
      *>   start(81:8) end(90:8) instruction mode(99:1) -- section
      *>   blank means 01, len blank means the classic 050 (000 for a
      *>   section with no meetings), instr blank means TBA, action
      *>   blank means A (add), a blank date the term's own date, a
      *>   blank mode whatever the room column says
      *> ---------------------------------------------------------------
           parse-add-fields.
           MOVE LKP-PARSE-SRC(1:4) TO LKP-SCHOOL
           IF LKP-PARSE-SRC(71:8) IS NUMERIC
               MOVE LKP-PARSE-SRC(71:8) TO LKP-EFF-DATE
           END-IF
           MOVE LKP-PARSE-SRC(81:8) TO LKP-PT-START
           MOVE LKP-PARSE-SRC(90:8) TO LKP-PT-END
           MOVE LKP-PARSE-SRC(99:1) TO LKP-MODE
           PERFORM translate-day-pattern
           PERFORM resolve-instr-mode
           IF LKP-SECTION = SPACES
               MOVE "01" TO LKP-SECTION
           END-IF
           IF LKP-LEN = SPACES
               IF LKP-MODE = "A" OR LKP-MODE = "R"
                   MOVE "000" TO LKP-LEN
               ELSE
                   MOVE "050" TO LKP-LEN
               END-IF
           END-IF.

      *> a blank mode is read off the room column -- ONLINE with
      *> meeting days is synchronous, ONLINE without them
      *> asynchronous, ARRANGED by arrangement, any other room in
      *> person; a stated S/A/R with a blank room gets its keyword,
      *> and an A or R section with no day field gets an empty mask
           resolve-instr-mode.
           MOVE 0 TO WS-MODE-DAYS
           INSPECT LKP-DAYS TALLYING WS-MODE-DAYS FOR ALL "1"
           IF LKP-MODE = SPACE
               EVALUATE TRUE
                   WHEN LKP-ROOM = WS-ROOM-ONLINE AND WS-MODE-DAYS > 0
                       MOVE "S" TO LKP-MODE
                   WHEN LKP-ROOM = WS-ROOM-ONLINE
                       MOVE "A" TO LKP-MODE
                   WHEN LKP-ROOM = WS-ROOM-ARRANGED
                       MOVE "R" TO LKP-MODE
                   WHEN OTHER
                       MOVE "P" TO LKP-MODE
               END-EVALUATE
           END-IF
           IF LKP-ROOM = SPACES
               EVALUATE LKP-MODE
                   WHEN "S"
                   WHEN "A"
                       MOVE WS-ROOM-ONLINE TO LKP-ROOM
                   WHEN "R"
                       MOVE WS-ROOM-ARRANGED TO LKP-ROOM
               END-EVALUATE
           END-IF
           IF (LKP-MODE = "A" OR LKP-MODE = "R") AND
                   LKP-DAYS = SPACES
               MOVE "0000000" TO LKP-DAYS
           END-IF.

      *> the day field also accepts the spoken pattern names built

           validate-add-fields.
           MOVE 9 TO LKP-SUCCESS
           MOVE 0 TO LKP-WARNING
           MOVE 0 TO LKP-WEEKLY-MIN
           MOVE 0 TO LKP-CAT-MIN
           MOVE 0 TO LKP-QUAL-WARNING
           IF LKP-SCHOOL IS NOT ALPHABETIC
               MOVE 4 TO LKP-SUCCESS
               EXIT PARAGRAPH
               MOVE 4 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM validate-instr-mode
           IF LKP-SUCCESS = 19
               EXIT PARAGRAPH
           END-IF
           IF LKP-MODE = "A" OR LKP-MODE = "R"
               MOVE 0 TO LKP-CLASS-LEN
           ELSE
               PERFORM validate-meeting-fields
               IF LKP-SUCCESS NOT = 9
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM search-master-list
           IF WS-MASTER-FOUND = 0
               MOVE 5 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM validate-part-term
           IF LKP-SUCCESS = 18
               EXIT PARAGRAPH
           END-IF
           IF LKP-INSTR NOT = SPACES
               PERFORM search-instr-list
               IF WS-INSTR-FOUND = 0
                   MOVE 6 TO LKP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               PERFORM check-instr-active
               IF WS-INSTR-INACTIVE = 1
                   MOVE 17 TO LKP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> a room-TBA row holds no room yet, so nothing about a room
      *> can refuse it; the room gauntlet runs when one is assigned.
      *> Online and by-arrangement sections never hold one
           IF LKP-ROOM NOT = WS-ROOM-TBA AND LKP-MODE = "P"
               PERFORM validate-room-fields
               IF LKP-SUCCESS NOT = 9
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> a section with no meetings has no hours to black out, no
      *> policy windows to sit in and no weekly minutes to count
           IF LKP-MODE = "A" OR LKP-MODE = "R"
               PERFORM check-instr-qual
               EXIT PARAGRAPH
           END-IF
           PERFORM check-instr-blackout
           IF WS-IA-HIT = 1
               MOVE 15 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM check-policy
           IF WS-POL-OK = 0
               MOVE 10 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM check-teaching-day
           IF WS-SR-HIT NOT = 0
               MOVE WS-SR-HIT TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM check-contact-minutes
           PERFORM check-instr-qual.

      *> the day mask, start time and length of a section that meets
           validate-meeting-fields.
           PERFORM validate-days-flags
           IF LKP-SUCCESS = 4
               EXIT PARAGRAPH
           MOVE LKP-LEN TO LKP-CLASS-LEN
           IF LKP-CLASS-LEN = 0
               MOVE 2 TO LKP-SUCCESS
           END-IF.

      *> the mode has to agree with the room column -- P names a real
      *> room (or TBA), S and A read ONLINE, R reads ARRANGED -- and
      *> an A or R section may carry no day, time or length; an
      *> unknown mode letter is refused the same way
           validate-instr-mode.
           EVALUATE LKP-MODE
               WHEN "P"
                   IF LKP-ROOM = WS-ROOM-ONLINE OR
                           LKP-ROOM = WS-ROOM-ARRANGED
                       MOVE 19 TO LKP-SUCCESS
                   END-IF
               WHEN "S"
                   IF LKP-ROOM NOT = WS-ROOM-ONLINE
                       MOVE 19 TO LKP-SUCCESS
                   END-IF
               WHEN "A"
                   IF LKP-ROOM NOT = WS-ROOM-ONLINE
                       MOVE 19 TO LKP-SUCCESS
                   END-IF
               WHEN "R"
                   IF LKP-ROOM NOT = WS-ROOM-ARRANGED
                       MOVE 19 TO LKP-SUCCESS
                   END-IF
               WHEN OTHER
                   MOVE 19 TO LKP-SUCCESS
           END-EVALUATE
           IF LKP-SUCCESS = 19
               EXIT PARAGRAPH
           END-IF
           IF LKP-MODE = "A" OR LKP-MODE = "R"
               IF LKP-DAYS NOT = "0000000" OR LKP-TIME NOT = SPACES
                       OR (LKP-LEN NOT = "000" AND
                           LKP-LEN NOT = SPACES)
                   MOVE 19 TO LKP-SUCCESS
               END-IF
           END-IF.

      *> a part-of-term section's dates must be dates, must not run
      *> backwards, and must sit inside the term's TERMS.DAT dates
      *> (a term with no dates on file checks only the first two);
      *> the section's effective range is left in WS-PT-EFF-START/
      *> -END for the outage and HR checks
           validate-part-term.
           MOVE WS-TERM-START TO WS-PT-EFF-START
           MOVE WS-TERM-END TO WS-PT-EFF-END
           IF LKP-PT-START NOT = SPACES
               IF LKP-PT-START IS NOT NUMERIC
                   MOVE 18 TO LKP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               IF WS-TERM-START NOT = SPACES AND
                       LKP-PT-START < WS-TERM-START
                   MOVE 18 TO LKP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               MOVE LKP-PT-START TO WS-PT-EFF-START
           END-IF
           IF LKP-PT-END NOT = SPACES
               IF LKP-PT-END IS NOT NUMERIC
                   MOVE 18 TO LKP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               IF WS-TERM-END NOT = SPACES AND
                       LKP-PT-END > WS-TERM-END
                   MOVE 18 TO LKP-SUCCESS
                   EXIT PARAGRAPH
               END-IF
               MOVE LKP-PT-END TO WS-PT-EFF-END
           END-IF
           IF LKP-PT-START NOT = SPACES AND
                   LKP-PT-END NOT = SPACES AND
                   LKP-PT-START > LKP-PT-END
               MOVE 18 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-START NOT = SPACES AND
                   LKP-PT-END NOT = SPACES AND
                   LKP-PT-END < WS-TERM-START
               MOVE 18 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-END NOT = SPACES AND
                   LKP-PT-START NOT = SPACES AND
                   LKP-PT-START > WS-TERM-END
               MOVE 18 TO LKP-SUCCESS
           END-IF.

           validate-room-fields.
           PERFORM search-rooms-list
           IF WS-ROOMS-FOUND = 0
               MOVE 7 TO LKP-SUCCESS
               MOVE 14 TO LKP-SUCCESS
               EXIT PARAGRAPH
           END-IF
           PERFORM check-room-owner
           IF WS-RC-HIT = 1
               MOVE 20 TO LKP-SUCCESS
           END-IF.

      *> weekly minutes against the catalog -- advisory only; a lab
      *> that meets long on purpose still goes in, the caller just
      *> tells the operator the numbers
           check-contact-minutes.
           MOVE 0 TO WS-CAT-MEET-DAYS
           INSPECT LKP-DAYS TALLYING WS-CAT-MEET-DAYS FOR ALL "1"
           COMPUTE LKP-WEEKLY-MIN = LKP-CLASS-LEN * WS-CAT-MEET-DAYS
           MOVE LKP-SCHOOL TO WS-CAT-KEY(1:4)
           MOVE LKP-CODE TO WS-CAT-KEY(5:3)
           PERFORM VARYING WS-CAT-CDX FROM 1 BY 1
                   UNTIL WS-CAT-CDX > WS-CAT-COUNT
               IF WS-CAT-COURSE(WS-CAT-CDX) = WS-CAT-KEY
                   MOVE WS-CAT-MINUTES(WS-CAT-CDX) TO LKP-CAT-MIN
               END-IF
           END-PERFORM
           IF LKP-CAT-MIN > 0 AND LKP-CAT-MIN NOT = LKP-WEEKLY-MIN
               MOVE 1 TO LKP-WARNING
           END-IF.

      *> a named instructor should have a qualification line for
      *> the course; advisory like the minutes check, and silent when
      *> the shop keeps no qualification file
           check-instr-qual.
           IF WS-IQ-COUNT = 0 OR LKP-INSTR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LKP-SCHOOL TO WS-CAT-KEY(1:4)
           MOVE LKP-CODE TO WS-CAT-KEY(5:3)
           MOVE 0 TO WS-IQ-SEEN
           PERFORM VARYING WS-IQ-IDX FROM 1 BY 1
                   UNTIL WS-IQ-IDX > WS-IQ-COUNT OR WS-IQ-SEEN = 1
               IF WS-IQ-INSTR(WS-IQ-IDX) = LKP-INSTR AND
                       WS-IQ-COURSE(WS-IQ-IDX) = WS-CAT-KEY
                   MOVE 1 TO WS-IQ-SEEN
               END-IF
           END-PERFORM
           IF WS-IQ-SEEN = 0
               MOVE 1 TO LKP-QUAL-WARNING
           END-IF.

           validate-days-flags.
                       OR WS-INSTR-FOUND = 1
               IF WS-INSTR-ID(WS-IDX) = LKP-INSTR
                   MOVE 1 TO WS-INSTR-FOUND
                   MOVE WS-IDX TO WS-INSTR-HIT-IDX
               END-IF
           END-PERFORM.

      *> an instructor separated or on leave at any point in the
      *> term's dates takes no new sections; the window runs from
      *> the HR effective date (blank = always) through its end date
      *> (blank = open-ended, as a separation always is). A term with
      *> no dates on TERMS.DAT counts every window. The row already
      *> on the table under this key with this instructor is the
      *> standing assignment, not a new one -- it is BESBHRFD's
      *> report that chases those. A part-of-term section tests its
      *> own dates instead of the term's
           check-instr-active.
           MOVE 0 TO WS-INSTR-INACTIVE
           IF WS-INSTR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-HR-STATUS(WS-INSTR-HIT-IDX) NOT = "L" AND
                   WS-INSTR-HR-STATUS(WS-INSTR-HIT-IDX) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-HR-FROM(WS-INSTR-HIT-IDX) NOT = SPACES AND
                   WS-PT-EFF-END NOT = SPACES AND
                   WS-INSTR-HR-FROM(WS-INSTR-HIT-IDX) > WS-PT-EFF-END
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-HR-TO(WS-INSTR-HIT-IDX) NOT = SPACES AND
                   WS-PT-EFF-START NOT = SPACES AND
                   WS-INSTR-HR-TO(WS-INSTR-HIT-IDX) < WS-PT-EFF-START
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-INSTR-INACTIVE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LKS-NUM-ROWS
                       OR WS-INSTR-INACTIVE = 0
               IF LKS-SCHOOL(WS-IDX) = LKP-SCHOOL AND
                       LKS-CODE(WS-IDX) = LKP-CODE AND
                       LKS-SECTION(WS-IDX) = LKP-SECTION AND
                       LKS-INSTR(WS-IDX) = LKP-INSTR AND
                       LKS-STATUS(WS-IDX) NOT = "C"
                   MOVE 0 TO WS-INSTR-INACTIVE
               END-IF
           END-PERFORM.

           END-PERFORM.

      *> the room is refused when any of its outage windows overlaps
      *> the section's dates -- the term's, or its own part of the
      *> term; with no term dates on file the check can't bite, as
      *> before the term master existed
           check-room-outage.
           MOVE 0 TO WS-OUT-HIT
           IF WS-OUT-COUNT = 0 OR WS-TERM-START = SPACES
           PERFORM VARYING WS-OUT-ODX FROM 1 BY 1
                   UNTIL WS-OUT-ODX > WS-OUT-COUNT OR WS-OUT-HIT = 1
               IF WS-OUT-ROOM(WS-OUT-ODX) = LKP-ROOM AND
                       WS-OUT-FROM(WS-OUT-ODX) <= WS-PT-EFF-END AND
                       WS-PT-EFF-START <= WS-OUT-TO(WS-OUT-ODX)
                   MOVE 1 TO WS-OUT-HIT
               END-IF
           END-PERFORM.

      *> inside its owner's priority window a departmental room takes
      *> only the owner's classes -- today's date is the booking date.
      *> A supervisor's override form (\a!/\e!, the feed's Y) books
      *> it anyway; a row already holding the room under its own key
      *> is not a new booking and still passes
           check-room-owner.
           MOVE 0 TO WS-RC-HIT
           IF WS-RC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF LKP-OVERRIDE = 1 AND LKP-OPER-LEVEL = "V"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-RC-RDX FROM 1 BY 1
                   UNTIL WS-RC-RDX > WS-RC-COUNT OR WS-RC-FOUND > 0
               IF WS-RC-ROOM(WS-RC-RDX) = LKP-ROOM
                   MOVE WS-RC-RDX TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-OWNER(WS-RC-FOUND) = LKP-SCHOOL OR
                   WS-RC-THRU(WS-RC-FOUND) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RC-TS
           MOVE WS-RC-TS(1:8) TO WS-RC-TODAY
           IF WS-RC-TODAY > WS-RC-THRU(WS-RC-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-RC-FROM(WS-RC-FOUND) NOT = SPACES AND
                   WS-RC-TODAY < WS-RC-FROM(WS-RC-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RC-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LKS-NUM-ROWS OR WS-RC-HIT = 0
               IF LKS-SCHOOL(WS-IDX) = LKP-SCHOOL AND
                       LKS-CODE(WS-IDX) = LKP-CODE AND
                       LKS-SECTION(WS-IDX) = LKP-SECTION AND
                       LKS-ROOM(WS-IDX) = LKP-ROOM AND
                       LKS-STATUS(WS-IDX) NOT = "C"
                   MOVE 0 TO WS-RC-HIT
               END-IF
           END-PERFORM.

      *> a weekly event blocks its room on its pattern days; a dated
      *> event blocks its date's weekday for the whole term (the
      *> conservative reading -- the booking system holds it weekly)
           END-IF.

      *> the instructor must clear every blackout window on every
      *> day the class meets -- and so must everyone else on a
      *> team-taught section; the override form (\a!/\e!) skips the
      *> check the way it skips policy, and TBA rows with no team
      *> have no instructor to be blacked out
           check-instr-blackout.
           MOVE 0 TO WS-IA-HIT
           PERFORM build-cand-team
           IF WS-IA-COUNT = 0 OR WS-TM-CAND-N = 0 OR
                   LKP-OVERRIDE = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM compute-minutes
           PERFORM VARYING WS-IA-ADX FROM 1 BY 1
                   UNTIL WS-IA-ADX > WS-IA-COUNT OR WS-IA-HIT = 1
               IF LKP-DAYS(WS-IA-DAY(WS-IA-ADX):1) = "1" AND
                       WS-START-MIN < WS-IA-END(WS-IA-ADX) AND
                       WS-IA-START(WS-IA-ADX) < WS-END-MIN
                   PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                           UNTIL WS-TM-MDX > WS-TM-CAND-N
                       IF WS-TM-CAND-ID(WS-TM-MDX) =
                               WS-IA-INSTR(WS-IA-ADX)
                           MOVE 1 TO WS-IA-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

               MOVE 0 TO WS-POL-OK
           END-IF.

      *> the contract's teaching day, for each instructor on the
      *> candidate's team: no longer than the category's span from
      *> first class start to last class end (reject 21), and no
      *> less than its rest from one day's last class end to the
      *> next day's first start (reject 22, Sunday night into Monday
      *> included) -- held against each live row the instructor
      *> teaches in the same weeks; the section's own row (an edit)
      *> stands aside. Only a supervisor's override form lifts it
           check-teaching-day.
           MOVE 0 TO WS-SR-HIT
           IF WS-SR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF LKP-OVERRIDE = 1 AND LKP-OPER-LEVEL = "V"
               EXIT PARAGRAPH
           END-IF
           PERFORM build-cand-team
           PERFORM compute-minutes
           PERFORM VARYING WS-SR-MDX FROM 1 BY 1
                   UNTIL WS-SR-MDX > WS-TM-CAND-N OR WS-SR-HIT > 0
               MOVE WS-TM-CAND-ID(WS-SR-MDX) TO WS-SR-INSTR
               PERFORM find-span-limits
               IF WS-SR-MAX-SPAN > 0 OR WS-SR-MIN-REST > 0
                   PERFORM check-teaching-day-self
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > LKS-NUM-ROWS
                               OR WS-SR-HIT > 0
                       PERFORM check-teaching-day-row
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> the section alone -- a class longer than the day allows, or
      *> one meeting two days running too late to rest in between
           check-teaching-day-self.
           IF WS-SR-MAX-SPAN > 0 AND LKP-CLASS-LEN > WS-SR-MAX-SPAN
               MOVE 21 TO WS-SR-HIT
               EXIT PARAGRAPH
           END-IF
           IF WS-SR-MIN-REST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SR-DDX FROM 1 BY 1
                   UNTIL WS-SR-DDX > 7 OR WS-SR-HIT > 0
               PERFORM find-next-days
               COMPUTE WS-SR-MINUTES = 1440 - WS-END-MIN + WS-START-MIN
               IF LKP-DAYS(WS-SR-DDX:1) = "1" AND
                       LKP-DAYS(WS-SR-NEXT:1) = "1" AND
                       WS-SR-MINUTES < WS-SR-MIN-REST
                   MOVE 22 TO WS-SR-HIT
               END-IF
           END-PERFORM.

           check-teaching-day-row.
           IF LKS-STATUS(WS-IDX) = "C" OR
                   (LKS-SCHOOL(WS-IDX) = LKP-SCHOOL AND
                    LKS-CODE(WS-IDX) = LKP-CODE AND
                    LKS-SECTION(WS-IDX) = LKP-SECTION)
               EXIT PARAGRAPH
           END-IF
           PERFORM check-part-term-meet
           IF WS-PT-MEET = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LKS-KEY(WS-IDX) TO WS-TM-PROBE-KEY
           MOVE LKS-INSTR(WS-IDX) TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           MOVE 0 TO WS-SR-IN-ROW
           PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                   UNTIL WS-TM-NDX > WS-TM-SET-N
               IF WS-TM-SET-ID(WS-TM-NDX) = WS-SR-INSTR
                   MOVE 1 TO WS-SR-IN-ROW
               END-IF
           END-PERFORM
           IF WS-SR-IN-ROW = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SR-DDX FROM 1 BY 1
                   UNTIL WS-SR-DDX > 7 OR WS-SR-HIT > 0
               IF LKP-DAYS(WS-SR-DDX:1) = "1"
                   PERFORM check-teaching-day-pair
               END-IF
           END-PERFORM.

      *> the candidate's meeting on day WS-SR-DDX against the row's
      *> the same day (one teaching day) and the days either side
      *> (the nights between)
           check-teaching-day-pair.
           PERFORM find-next-days
           MOVE WS-SR-DDX TO WS-JDX
           IF WS-SR-MAX-SPAN > 0 AND
                   LKS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
               PERFORM take-row-day-minutes
               MOVE WS-START-MIN TO WS-SR-FIRST
               IF WS-OTH-START-MIN < WS-SR-FIRST
                   MOVE WS-OTH-START-MIN TO WS-SR-FIRST
               END-IF
               MOVE WS-END-MIN TO WS-SR-LAST
               IF WS-OTH-END-MIN > WS-SR-LAST
                   MOVE WS-OTH-END-MIN TO WS-SR-LAST
               END-IF
               IF WS-SR-LAST - WS-SR-FIRST > WS-SR-MAX-SPAN
                   MOVE 21 TO WS-SR-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SR-MIN-REST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SR-PREV TO WS-JDX
           IF LKS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
               PERFORM take-row-day-minutes
               COMPUTE WS-SR-MINUTES =
                   1440 - WS-OTH-END-MIN + WS-START-MIN
               IF WS-SR-MINUTES < WS-SR-MIN-REST
                   MOVE 22 TO WS-SR-HIT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SR-NEXT TO WS-JDX
           IF LKS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
               PERFORM take-row-day-minutes
               COMPUTE WS-SR-MINUTES =
                   1440 - WS-END-MIN + WS-OTH-START-MIN
               IF WS-SR-MINUTES < WS-SR-MIN-REST
                   MOVE 22 TO WS-SR-HIT
               END-IF
           END-IF.

           take-row-day-minutes.
           MOVE LKS-DAYS(WS-IDX, WS-JDX)(1:2) TO WS-OTH-HH
           MOVE LKS-DAYS(WS-IDX, WS-JDX)(3:2) TO WS-OTH-MM
           PERFORM compute-other-minutes.

      *> the days either side of WS-SR-DDX, the week wrapping round
           find-next-days.
           IF WS-SR-DDX = 1
               MOVE 7 TO WS-SR-PREV
           ELSE
               COMPUTE WS-SR-PREV = WS-SR-DDX - 1
           END-IF
           IF WS-SR-DDX = 7
               MOVE 1 TO WS-SR-NEXT
           ELSE
               COMPUTE WS-SR-NEXT = WS-SR-DDX + 1
           END-IF.

      *> WS-SR-INSTR's category's limits -- the category's own line,
      *> else the ** line, else none
           find-span-limits.
           MOVE "**" TO WS-SR-CAT-PROBE
           PERFORM VARYING WS-SR-ADX FROM 1 BY 1
                   UNTIL WS-SR-ADX > WS-SR-IC-COUNT
               IF WS-SR-IC-INSTR(WS-SR-ADX) = WS-SR-INSTR
                   MOVE WS-SR-IC-CAT(WS-SR-ADX) TO WS-SR-CAT-PROBE
               END-IF
           END-PERFORM
           PERFORM find-span-category
           IF WS-SR-FOUND = 0
               MOVE "**" TO WS-SR-CAT-PROBE
               PERFORM find-span-category
           END-IF
           MOVE 0 TO WS-SR-MAX-SPAN
           MOVE 0 TO WS-SR-MIN-REST
           IF WS-SR-FOUND > 0
               MOVE WS-SR-SPAN(WS-SR-FOUND) TO WS-SR-MAX-SPAN
               MOVE WS-SR-REST(WS-SR-FOUND) TO WS-SR-MIN-REST
           END-IF.

           find-span-category.
           MOVE 0 TO WS-SR-FOUND
           PERFORM VARYING WS-SR-ADX FROM 1 BY 1
                   UNTIL WS-SR-ADX > WS-SR-COUNT OR WS-SR-FOUND > 0
               IF WS-SR-CAT(WS-SR-ADX) = WS-SR-CAT-PROBE
                   MOVE WS-SR-ADX TO WS-SR-FOUND
               END-IF
           END-PERFORM.

           compute-minutes.
           MOVE LKP-TIME(1:2) TO WS-HH
           MOVE LKP-TIME(3:2) TO WS-MM
      *> op C -- a day/time collision against the caller's table,
      *> honoring LKP-EXCLUDE-IDX (an edit must not conflict with
      *> itself) and skipping cancelled rows; a hit is the same room,
      *> the same non-TBA instructor (any one of either section's
      *> team), or the same section key
      *> ---------------------------------------------------------------
           find-conflict.
           MOVE 0 TO LKP-CONFLICT-IDX
           MOVE 0 TO LKP-CONFLICT-DAY
           MOVE 0 TO LKP-CONFLICT-TYPE
           IF LKP-MODE = "A" OR LKP-MODE = "R"
               EXIT PARAGRAPH
           END-IF
           PERFORM compute-minutes
           PERFORM build-cand-team
           IF WS-OX-USABLE = 1
               PERFORM ox-sync
           END-IF
           IF WS-OX-USABLE = 1
               PERFORM ox-probe-conflict
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LKS-NUM-ROWS
                       OR LKP-CONFLICT-IDX > 0
               PERFORM conflict-one-row
           END-PERFORM.

      *> a row meeting in another part of the term than the
      *> candidate can share its room, instructor and hour; only the
      *> same section key collides whatever the dates
           conflict-one-row.
           PERFORM check-part-term-meet
           IF WS-IDX NOT = LKP-EXCLUDE-IDX AND
                   LKS-STATUS(WS-IDX) NOT = "C" AND
                   (WS-PT-MEET = 1 OR
                       (LKS-SCHOOL(WS-IDX) = LKP-SCHOOL AND
                        LKS-CODE(WS-IDX) = LKP-CODE AND
                        LKS-SECTION(WS-IDX) = LKP-SECTION))
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > LKS-NUM-DAYS
                           OR LKP-CONFLICT-IDX > 0
                   IF LKP-DAYS(WS-JDX:1) = "1" AND
                           LKS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
                       PERFORM check-one-conflict
                   END-IF
               END-PERFORM
           END-IF.

      *> the candidate's and the row's date ranges overlap -- a blank
      *> side is the term's own date, which both share, so it is
      *> simply left open
           check-part-term-meet.
           MOVE "00000000" TO WS-PT-CAND-START
           MOVE "99999999" TO WS-PT-CAND-END
           MOVE "00000000" TO WS-PT-ROW-START
           MOVE "99999999" TO WS-PT-ROW-END
           IF LKP-PT-START NOT = SPACES
               MOVE LKP-PT-START TO WS-PT-CAND-START
           END-IF
           IF LKP-PT-END NOT = SPACES
               MOVE LKP-PT-END TO WS-PT-CAND-END
           END-IF
           IF LKS-PT-START(WS-IDX) NOT = SPACES
               MOVE LKS-PT-START(WS-IDX) TO WS-PT-ROW-START
           END-IF
           IF LKS-PT-END(WS-IDX) NOT = SPACES
               MOVE LKS-PT-END(WS-IDX) TO WS-PT-ROW-END
           END-IF
           MOVE 0 TO WS-PT-MEET
           IF WS-PT-CAND-START <= WS-PT-ROW-END AND
                   WS-PT-ROW-START <= WS-PT-CAND-END
               MOVE 1 TO WS-PT-MEET
           END-IF.

      *> only the rows that could hit -- the candidate's room and
      *> instructor on its meeting days, its own course, and the
      *> courses co-enrolled with it -- each tested exactly as the
      *> scan tests it, in row order, so the first hit is the scan's
      *> first hit
           ox-probe-conflict.
           PERFORM ox-next-generation
           MOVE 0 TO WS-OX-CAND-COUNT
           MOVE 0 TO WS-OX-ROOM-SLOT
           IF LKP-ROOM NOT = WS-ROOM-TBA AND
                   LKP-ROOM NOT = WS-ROOM-ONLINE
               MOVE LKP-ROOM TO WS-OX-PROBE-ID
               PERFORM ox-find-room-slot
               MOVE WS-OX-SLOT TO WS-OX-ROOM-SLOT
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                   UNTIL WS-TM-MDX > WS-TM-CAND-N
               MOVE WS-TM-CAND-ID(WS-TM-MDX) TO WS-OX-PROBE-ID
               PERFORM ox-find-instr-slot
               MOVE WS-OX-SLOT TO WS-OX-INSTR-SLOT(WS-TM-MDX)
           END-PERFORM
           PERFORM VARYING WS-OX-DDX FROM 1 BY 1
                   UNTIL WS-OX-DDX > LKS-NUM-DAYS
               IF LKP-DAYS(WS-OX-DDX:1) = "1"
                   PERFORM ox-take-day-buckets
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OX-COURSE-KEY
           STRING LKP-SCHOOL LKP-CODE DELIMITED BY SIZE
               INTO WS-OX-COURSE-KEY
           PERFORM ox-take-course-bucket
           PERFORM VARYING WS-CE-GDX FROM 1 BY 1
                   UNTIL WS-CE-GDX > WS-CE-COUNT
               PERFORM ox-take-coenrl-group
           END-PERFORM
           PERFORM ox-sort-candidates
           PERFORM VARYING WS-OX-CDX FROM 1 BY 1
                   UNTIL WS-OX-CDX > WS-OX-CAND-COUNT
                       OR LKP-CONFLICT-IDX > 0
               MOVE WS-OX-CAND(WS-OX-CDX) TO WS-IDX
               PERFORM conflict-one-row
           END-PERFORM.

           ox-take-day-buckets.
           IF WS-OX-ROOM-SLOT > 0
               PERFORM VARYING WS-OX-PDX FROM 1 BY 1
                       UNTIL WS-OX-PDX >
                           WS-OX-RD-COUNT(WS-OX-ROOM-SLOT, WS-OX-DDX)
                   MOVE WS-OX-RD-ROW(WS-OX-ROOM-SLOT, WS-OX-DDX,
                       WS-OX-PDX) TO WS-OX-CAND-ROW
                   PERFORM ox-add-candidate
               END-PERFORM
           END-IF
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                   UNTIL WS-TM-MDX > WS-TM-CAND-N
               MOVE WS-OX-INSTR-SLOT(WS-TM-MDX) TO WS-OX-SLOT
               IF WS-OX-SLOT > 0
                   PERFORM VARYING WS-OX-PDX FROM 1 BY 1
                           UNTIL WS-OX-PDX >
                               WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX)
                       MOVE WS-OX-ID-ROW(WS-OX-SLOT, WS-OX-DDX,
                           WS-OX-PDX) TO WS-OX-CAND-ROW
                       PERFORM ox-add-candidate
                   END-PERFORM
               END-IF
           END-PERFORM.

           ox-take-course-bucket.
           PERFORM ox-find-course-slot
           IF WS-OX-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-OX-PDX FROM 1 BY 1
                   UNTIL WS-OX-PDX > WS-OX-CR-COUNT(WS-OX-SLOT)
               MOVE WS-OX-CR-ROW(WS-OX-SLOT, WS-OX-PDX)
                 TO WS-OX-CAND-ROW
               PERFORM ox-add-candidate
           END-PERFORM.

      *> a co-enrollment group the candidate's course belongs to
      *> brings in every other member course's rows
           ox-take-coenrl-group.
           MOVE SPACES TO WS-CE-A-KEY
           STRING LKP-SCHOOL LKP-CODE DELIMITED BY SIZE
               INTO WS-CE-A-KEY
           MOVE 0 TO WS-CE-A-IN
           PERFORM VARYING WS-CE-MDX FROM 1 BY 1 UNTIL WS-CE-MDX > 4
               IF WS-CE-COURSE(WS-CE-GDX, WS-CE-MDX) = WS-CE-A-KEY
                   MOVE 1 TO WS-CE-A-IN
               END-IF
           END-PERFORM
           IF WS-CE-A-IN = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CE-MDX FROM 1 BY 1 UNTIL WS-CE-MDX > 4
               IF WS-CE-COURSE(WS-CE-GDX, WS-CE-MDX) NOT = SPACES AND
                       WS-CE-COURSE(WS-CE-GDX, WS-CE-MDX) NOT =
                           WS-CE-A-KEY
                   MOVE WS-CE-COURSE(WS-CE-GDX, WS-CE-MDX)
                     TO WS-OX-COURSE-KEY
                   PERFORM ox-take-course-bucket
               END-IF
           END-PERFORM.

           ox-add-candidate.
           IF WS-OX-CAND-ROW = 0 OR WS-OX-CAND-ROW > LKS-NUM-ROWS
               EXIT PARAGRAPH
           END-IF
           IF WS-OX-MARK(WS-OX-CAND-ROW) = WS-OX-GEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OX-GEN TO WS-OX-MARK(WS-OX-CAND-ROW)
           ADD 1 TO WS-OX-CAND-COUNT
           MOVE WS-OX-CAND-ROW TO WS-OX-CAND(WS-OX-CAND-COUNT).

           ox-next-generation.
           IF WS-OX-GEN >= 999999
               MOVE 0 TO WS-OX-GEN
               PERFORM VARYING WS-OX-CDX FROM 1 BY 1
                       UNTIL WS-OX-CDX > 200
                   MOVE 0 TO WS-OX-MARK(WS-OX-CDX)
               END-PERFORM
           END-IF
           ADD 1 TO WS-OX-GEN.

      *> a handful of candidates -- a straight insertion sort
           ox-sort-candidates.
           PERFORM VARYING WS-OX-CDX FROM 2 BY 1
                   UNTIL WS-OX-CDX > WS-OX-CAND-COUNT
               MOVE WS-OX-CAND(WS-OX-CDX) TO WS-OX-CAND-ROW
               MOVE WS-OX-CDX TO WS-OX-SDX
               PERFORM UNTIL WS-OX-SDX < 2
                       OR WS-OX-CAND(WS-OX-SDX - 1) <= WS-OX-CAND-ROW
                   MOVE WS-OX-CAND(WS-OX-SDX - 1)
                     TO WS-OX-CAND(WS-OX-SDX)
                   SUBTRACT 1 FROM WS-OX-SDX
               END-PERFORM
               MOVE WS-OX-CAND-ROW TO WS-OX-CAND(WS-OX-SDX)
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> keeping the index in step -- the whole table is compared
      *> with the indexed copy in one stroke; only when they differ
      *> is it walked row by row, each changed row leaving its old
      *> buckets and joining its new ones
      *> ---------------------------------------------------------------
           ox-reset.
           MOVE 1 TO WS-OX-USABLE
           MOVE 0 TO WS-OX-ROWS
           MOVE 0 TO WS-OX-ROOM-COUNT
           MOVE 0 TO WS-OX-INSTR-COUNT
           MOVE 0 TO WS-OX-COURSE-COUNT.

           ox-sync.
           IF LKS-NUM-ROWS = WS-OX-ROWS
               IF WS-OX-ROWS = 0
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-OX-LEN = WS-OX-ROWS * 169
               IF LK-SCHEDULE(10:WS-OX-LEN) =
                       WS-OX-SHADOW-TABLE(1:WS-OX-LEN)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE LKS-NUM-ROWS TO WS-OX-HIGH
           IF WS-OX-ROWS > WS-OX-HIGH
               MOVE WS-OX-ROWS TO WS-OX-HIGH
           END-IF
           PERFORM VARYING WS-OX-RDX FROM 1 BY 1
                   UNTIL WS-OX-RDX > WS-OX-HIGH OR WS-OX-USABLE = 0
               PERFORM ox-sync-one-row
           END-PERFORM
           MOVE LKS-NUM-ROWS TO WS-OX-ROWS.

           ox-sync-one-row.
           IF WS-OX-RDX <= WS-OX-ROWS AND WS-OX-RDX <= LKS-NUM-ROWS
               IF LKS-ROW(WS-OX-RDX) = WS-OX-SHADOW(WS-OX-RDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-OX-RDX <= WS-OX-ROWS
               MOVE WS-OX-SHADOW(WS-OX-RDX) TO WS-OX-ROW
               MOVE "R" TO WS-OX-MODE
               PERFORM ox-file-row
           END-IF
           IF WS-OX-RDX <= LKS-NUM-ROWS
               MOVE LKS-ROW(WS-OX-RDX) TO WS-OX-ROW
               MOVE WS-OX-ROW TO WS-OX-SHADOW(WS-OX-RDX)
               MOVE "A" TO WS-OX-MODE
               PERFORM ox-file-row
           END-IF.

      *> adds (mode A) or removes (mode R) row WS-OX-RDX, as held in
      *> WS-OX-ROW, in every bucket it belongs to -- one instructor
      *> bucket per member of a team; cancelled rows belong to none,
      *> and room TBA or ONLINE is no room to share
           ox-file-row.
           IF OXR-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           IF OXR-ROOM NOT = WS-ROOM-TBA AND
                   OXR-ROOM NOT = WS-ROOM-ONLINE
               MOVE OXR-ROOM TO WS-OX-PROBE-ID
               PERFORM ox-find-room-slot
               IF WS-OX-SLOT = 0 AND WS-OX-MODE = "A"
                   PERFORM ox-new-room-slot
               END-IF
               IF WS-OX-SLOT > 0
                   PERFORM VARYING WS-OX-DDX FROM 1 BY 1
                           UNTIL WS-OX-DDX > 7
                       IF OXR-DAYS(WS-OX-DDX) NOT = SPACES
                           PERFORM ox-file-room-day
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE OXR-KEY TO WS-TM-PROBE-KEY
           MOVE OXR-INSTR TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           PERFORM VARYING WS-TM-FDX FROM 1 BY 1
                   UNTIL WS-TM-FDX > WS-TM-SET-N
               MOVE WS-TM-SET-ID(WS-TM-FDX) TO WS-OX-PROBE-ID
               PERFORM ox-find-instr-slot
               IF WS-OX-SLOT = 0 AND WS-OX-MODE = "A"
                   PERFORM ox-new-instr-slot
               END-IF
               IF WS-OX-SLOT > 0
                   PERFORM VARYING WS-OX-DDX FROM 1 BY 1
                           UNTIL WS-OX-DDX > 7
                       IF OXR-DAYS(WS-OX-DDX) NOT = SPACES
                           PERFORM ox-file-instr-day
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OX-COURSE-KEY
           STRING OXR-SCHOOL OXR-CODE DELIMITED BY SIZE
               INTO WS-OX-COURSE-KEY
           PERFORM ox-find-course-slot
           IF WS-OX-SLOT = 0 AND WS-OX-MODE = "A"
               PERFORM ox-new-course-slot
           END-IF
           IF WS-OX-SLOT > 0
               PERFORM ox-file-course
           END-IF.

           ox-file-room-day.
           IF WS-OX-MODE = "A"
               IF WS-OX-RD-COUNT(WS-OX-SLOT, WS-OX-DDX) >= 24
                   MOVE 0 TO WS-OX-USABLE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OX-RD-COUNT(WS-OX-SLOT, WS-OX-DDX)
               MOVE WS-OX-RDX TO WS-OX-RD-ROW(WS-OX-SLOT, WS-OX-DDX,
                   WS-OX-RD-COUNT(WS-OX-SLOT, WS-OX-DDX))
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OX-QDX
           PERFORM VARYING WS-OX-PDX FROM 1 BY 1
                   UNTIL WS-OX-PDX >
                       WS-OX-RD-COUNT(WS-OX-SLOT, WS-OX-DDX)
               IF WS-OX-QDX > 0
                   MOVE WS-OX-RD-ROW(WS-OX-SLOT, WS-OX-DDX, WS-OX-PDX)
                     TO WS-OX-RD-ROW(WS-OX-SLOT, WS-OX-DDX,
                         WS-OX-PDX - 1)
               END-IF
               IF WS-OX-RD-ROW(WS-OX-SLOT, WS-OX-DDX, WS-OX-PDX) =
                       WS-OX-RDX AND WS-OX-QDX = 0
                   MOVE WS-OX-PDX TO WS-OX-QDX
               END-IF
           END-PERFORM
           IF WS-OX-QDX > 0
               SUBTRACT 1 FROM WS-OX-RD-COUNT(WS-OX-SLOT, WS-OX-DDX)
           END-IF.

           ox-file-instr-day.
           IF WS-OX-MODE = "A"
               IF WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX) >= 16
                   MOVE 0 TO WS-OX-USABLE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX)
               MOVE WS-OX-RDX TO WS-OX-ID-ROW(WS-OX-SLOT, WS-OX-DDX,
                   WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX))
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OX-QDX
           PERFORM VARYING WS-OX-PDX FROM 1 BY 1
                   UNTIL WS-OX-PDX >
                       WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX)
               IF WS-OX-QDX > 0
                   MOVE WS-OX-ID-ROW(WS-OX-SLOT, WS-OX-DDX, WS-OX-PDX)
                     TO WS-OX-ID-ROW(WS-OX-SLOT, WS-OX-DDX,
                         WS-OX-PDX - 1)
               END-IF
               IF WS-OX-ID-ROW(WS-OX-SLOT, WS-OX-DDX, WS-OX-PDX) =
                       WS-OX-RDX AND WS-OX-QDX = 0
                   MOVE WS-OX-PDX TO WS-OX-QDX
               END-IF
           END-PERFORM
           IF WS-OX-QDX > 0
               SUBTRACT 1 FROM WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX)
           END-IF.

           ox-file-course.
           IF WS-OX-MODE = "A"
               IF WS-OX-CR-COUNT(WS-OX-SLOT) >= 60
                   MOVE 0 TO WS-OX-USABLE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OX-CR-COUNT(WS-OX-SLOT)
               MOVE WS-OX-RDX TO WS-OX-CR-ROW(WS-OX-SLOT,
                   WS-OX-CR-COUNT(WS-OX-SLOT))
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OX-QDX
           PERFORM VARYING WS-OX-PDX FROM 1 BY 1
                   UNTIL WS-OX-PDX > WS-OX-CR-COUNT(WS-OX-SLOT)
               IF WS-OX-QDX > 0
                   MOVE WS-OX-CR-ROW(WS-OX-SLOT, WS-OX-PDX)
                     TO WS-OX-CR-ROW(WS-OX-SLOT, WS-OX-PDX - 1)
               END-IF
               IF WS-OX-CR-ROW(WS-OX-SLOT, WS-OX-PDX) = WS-OX-RDX
                       AND WS-OX-QDX = 0
                   MOVE WS-OX-PDX TO WS-OX-QDX
               END-IF
           END-PERFORM
           IF WS-OX-QDX > 0
               SUBTRACT 1 FROM WS-OX-CR-COUNT(WS-OX-SLOT)
           END-IF.

           ox-find-room-slot.
           MOVE 0 TO WS-OX-SLOT
           PERFORM VARYING WS-OX-SDX FROM 1 BY 1
                   UNTIL WS-OX-SDX > WS-OX-ROOM-COUNT OR WS-OX-SLOT > 0
               IF WS-OX-ROOM-ID(WS-OX-SDX) = WS-OX-PROBE-ID
                   MOVE WS-OX-SDX TO WS-OX-SLOT
               END-IF
           END-PERFORM.

           ox-new-room-slot.
           IF WS-OX-ROOM-COUNT >= 300
               MOVE 0 TO WS-OX-USABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OX-ROOM-COUNT
           MOVE WS-OX-ROOM-COUNT TO WS-OX-SLOT
           MOVE WS-OX-PROBE-ID TO WS-OX-ROOM-ID(WS-OX-SLOT)
           PERFORM VARYING WS-OX-DDX FROM 1 BY 1 UNTIL WS-OX-DDX > 7
               MOVE 0 TO WS-OX-RD-COUNT(WS-OX-SLOT, WS-OX-DDX)
           END-PERFORM.

           ox-find-instr-slot.
           MOVE 0 TO WS-OX-SLOT
           PERFORM VARYING WS-OX-SDX FROM 1 BY 1
                   UNTIL WS-OX-SDX > WS-OX-INSTR-COUNT
                       OR WS-OX-SLOT > 0
               IF WS-OX-INSTR-ID(WS-OX-SDX) = WS-OX-PROBE-ID(1:6)
                   MOVE WS-OX-SDX TO WS-OX-SLOT
               END-IF
           END-PERFORM.

           ox-new-instr-slot.
           IF WS-OX-INSTR-COUNT >= 300
               MOVE 0 TO WS-OX-USABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OX-INSTR-COUNT
           MOVE WS-OX-INSTR-COUNT TO WS-OX-SLOT
           MOVE WS-OX-PROBE-ID(1:6) TO WS-OX-INSTR-ID(WS-OX-SLOT)
           PERFORM VARYING WS-OX-DDX FROM 1 BY 1 UNTIL WS-OX-DDX > 7
               MOVE 0 TO WS-OX-ID-COUNT(WS-OX-SLOT, WS-OX-DDX)
           END-PERFORM.

           ox-find-course-slot.
           MOVE 0 TO WS-OX-SLOT
           PERFORM VARYING WS-OX-SDX FROM 1 BY 1
                   UNTIL WS-OX-SDX > WS-OX-COURSE-COUNT
                       OR WS-OX-SLOT > 0
               IF WS-OX-COURSE-ID(WS-OX-SDX) = WS-OX-COURSE-KEY
                   MOVE WS-OX-SDX TO WS-OX-SLOT
               END-IF
           END-PERFORM.

           ox-new-course-slot.
           IF WS-OX-COURSE-COUNT >= 300
               MOVE 0 TO WS-OX-USABLE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OX-COURSE-COUNT
           MOVE WS-OX-COURSE-COUNT TO WS-OX-SLOT
           MOVE WS-OX-COURSE-KEY TO WS-OX-COURSE-ID(WS-OX-SLOT)
           MOVE 0 TO WS-OX-CR-COUNT(WS-OX-SLOT).

      *> ---------------------------------------------------------------
      *> op W -- the index for the caller's table, written beside the
      *> term's schedule file once the caller has saved it
      *> ---------------------------------------------------------------
           write-occupancy-index.
           MOVE SPACES TO WS-OCCX-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(LKP-TERM) DELIMITED BY SPACE
               ".OCCX" DELIMITED BY SIZE
               INTO WS-OCCX-FILENAME
           OPEN OUTPUT OCCX-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > LKS-NUM-ROWS
               IF LKS-STATUS(WS-IDX) NOT = "C"
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > LKS-NUM-DAYS
                       IF LKS-DAYS(WS-IDX, WS-JDX) NOT = SPACES
                           PERFORM write-occupancy-lines
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE OCCX-FILE.

           write-occupancy-lines.
           MOVE SPACES TO OCCX-FILE-RECORD
           MOVE "R" TO OCCX-FILE-RECORD(1:1)
           MOVE LKS-ROOM(WS-IDX) TO OCCX-FILE-RECORD(3:8)
           MOVE WS-JDX TO WS-OX-DDX
           MOVE WS-OX-DDX TO OCCX-FILE-RECORD(12:1)
           MOVE LKS-DAYS(WS-IDX, WS-JDX)(1:4) TO OCCX-FILE-RECORD(14:4)
           MOVE LKS-LEN(WS-IDX) TO OCCX-FILE-RECORD(19:3)
           MOVE LKS-KEY(WS-IDX) TO OCCX-FILE-RECORD(23:9)
           WRITE OCCX-FILE-RECORD
           MOVE LKS-KEY(WS-IDX) TO WS-TM-PROBE-KEY
           MOVE LKS-INSTR(WS-IDX) TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           PERFORM VARYING WS-TM-FDX FROM 1 BY 1
                   UNTIL WS-TM-FDX > WS-TM-SET-N
               MOVE "I" TO OCCX-FILE-RECORD(1:1)
               MOVE SPACES TO OCCX-FILE-RECORD(3:8)
               MOVE WS-TM-SET-ID(WS-TM-FDX) TO OCCX-FILE-RECORD(3:6)
               WRITE OCCX-FILE-RECORD
           END-PERFORM.

           check-one-conflict.
                   MOVE 0 TO WS-RANGE-OVERLAP
               END-IF
           END-IF
           PERFORM check-team-overlap
           IF WS-RANGE-OVERLAP = 1
               MOVE 0 TO WS-HIT-TYPE
               EVALUATE TRUE
                   WHEN LKS-ROOM(WS-IDX) = LKP-ROOM AND
                           LKP-ROOM NOT = WS-ROOM-TBA AND
                           LKP-ROOM NOT = WS-ROOM-ONLINE
                       MOVE 1 TO WS-HIT-TYPE
                   WHEN WS-TM-SHARED = 1
                       MOVE 2 TO WS-HIT-TYPE
                   WHEN LKS-SCHOOL(WS-IDX) = LKP-SCHOOL AND
                           LKS-CODE(WS-IDX) = LKP-CODE AND
      *> no time overlap -- but the same instructor finishing in one
      *> building cannot instantly start in another; the gap must
      *> cover the walk
               IF WS-TM-SHARED = 1 AND
                       LKS-ROOM(WS-IDX) NOT = LKP-ROOM
                   PERFORM check-travel-gap
                   IF WS-GAP-HIT = 1
               END-IF
           END-IF.

      *> WS-TM-SHARED = 1 when the candidate's and the row's
      *> instructor sets have anyone in common
           check-team-overlap.
           MOVE LKS-KEY(WS-IDX) TO WS-TM-PROBE-KEY
           MOVE LKS-INSTR(WS-IDX) TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           MOVE WS-TM-SET TO WS-TM-ROW
           MOVE 0 TO WS-TM-SHARED
           PERFORM VARYING WS-TM-MDX FROM 1 BY 1
                   UNTIL WS-TM-MDX > WS-TM-CAND-N OR WS-TM-SHARED = 1
               PERFORM VARYING WS-TM-NDX FROM 1 BY 1
                       UNTIL WS-TM-NDX > WS-TM-ROW-N
                   IF WS-TM-CAND-ID(WS-TM-MDX) =
                           WS-TM-ROW-ID(WS-TM-NDX)
                       MOVE 1 TO WS-TM-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM.

           build-cand-team.
           MOVE SPACES TO WS-TM-PROBE-KEY
           STRING LKP-SCHOOL LKP-CODE LKP-SECTION
               DELIMITED BY SIZE INTO WS-TM-PROBE-KEY
           MOVE LKP-INSTR TO WS-TM-PROBE-LEAD
           PERFORM build-team-set
           MOVE WS-TM-SET TO WS-TM-CAND.

      *> the instructor set of section WS-TM-PROBE-KEY led by
      *> WS-TM-PROBE-LEAD -- the lead (when named) and then each
      *> other instructor on the key's team line, each once
           build-team-set.
           MOVE 0 TO WS-TM-SET-N
           IF WS-TM-PROBE-LEAD NOT = SPACES
               MOVE 1 TO WS-TM-SET-N
               MOVE WS-TM-PROBE-LEAD TO WS-TM-SET-ID(1)
           END-IF
           PERFORM VARYING WS-TM-TDX FROM 1 BY 1
                   UNTIL WS-TM-TDX > WS-TM-COUNT
               IF WS-TM-KEY(WS-TM-TDX) = WS-TM-PROBE-KEY
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

      *> the gap between the two meetings, whichever comes first,
      *> against the matrix's walk minutes for the two buildings;
      *> same building, unknown rooms, and unmatrixed pairs all pass
                   WS-INSTR-ID(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(7:20) TO
                   WS-INSTR-NAME(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(28:1) TO
                   WS-INSTR-HR-STATUS(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(30:8) TO
                   WS-INSTR-HR-FROM(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(39:8) TO
                   WS-INSTR-HR-TO(WS-INSTR-COUNT)
           END-IF.

           load-rooms-list.
                   WS-ROOMS-CAMP(WS-ROOMS-COUNT)
           END-IF.

      *> one entry per room: the owner from any of its lines, the
      *> window from the loaded term's line, else a blank-term line
           load-room-control.
           MOVE 0 TO WS-RC-COUNT
           OPEN INPUT ROOMCTL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ROOMCTL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-roomctl-entry
               END-READ
           END-PERFORM
           CLOSE ROOMCTL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-roomctl-entry.
           IF ROOMCTL-FILE-RECORD(1:8) = SPACES OR
                   ROOMCTL-FILE-RECORD(10:4) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RC-FOUND
           PERFORM VARYING WS-RC-RDX FROM 1 BY 1
                   UNTIL WS-RC-RDX > WS-RC-COUNT OR WS-RC-FOUND > 0
               IF WS-RC-ROOM(WS-RC-RDX) = ROOMCTL-FILE-RECORD(1:8)
                   MOVE WS-RC-RDX TO WS-RC-FOUND
               END-IF
           END-PERFORM
           IF WS-RC-FOUND = 0
               IF WS-RC-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-FOUND
               MOVE ROOMCTL-FILE-RECORD(1:8) TO WS-RC-ROOM(WS-RC-FOUND)
               MOVE ROOMCTL-FILE-RECORD(10:4)
                 TO WS-RC-OWNER(WS-RC-FOUND)
               MOVE SPACES TO WS-RC-FROM(WS-RC-FOUND)
               MOVE SPACES TO WS-RC-THRU(WS-RC-FOUND)
               MOVE 0 TO WS-RC-OWN-TERM(WS-RC-FOUND)
           END-IF
           IF ROOMCTL-FILE-RECORD(45:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF ROOMCTL-FILE-RECORD(15:20) = SPACES
               IF WS-RC-OWN-TERM(WS-RC-FOUND) = 0
                   PERFORM take-roomctl-window
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ROOMCTL-FILE-RECORD(15:20)) =
                   FUNCTION TRIM(LKP-TERM)
               PERFORM take-roomctl-window
               MOVE 1 TO WS-RC-OWN-TERM(WS-RC-FOUND)
           END-IF.

           take-roomctl-window.
           MOVE ROOMCTL-FILE-RECORD(45:8) TO WS-RC-THRU(WS-RC-FOUND)
           IF ROOMCTL-FILE-RECORD(36:8) IS NUMERIC
               MOVE ROOMCTL-FILE-RECORD(36:8)
                 TO WS-RC-FROM(WS-RC-FOUND)
           ELSE
               MOVE SPACES TO WS-RC-FROM(WS-RC-FOUND)
           END-IF.

           load-policy.
           MOVE 0 TO WS-POL-COUNT
           MOVE SPACES TO WS-POLICY-FILENAME
                   + FUNCTION NUMVAL(IAVAIL-FILE-RECORD(17:2))
           END-IF.

      *> the rules first; with none there is nothing to hold an
      *> instructor's category against
           load-span-rules.
           MOVE 0 TO WS-SR-COUNT
           MOVE 0 TO WS-SR-IC-COUNT
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
           OPEN INPUT LOAD-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ LOAD-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-category-entry
               END-READ
           END-PERFORM
           CLOSE LOAD-FILE
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
           IF WS-SR-IC-COUNT < 200 AND
                   LOAD-FILE-RECORD(1:6) NOT = SPACES AND
                   LOAD-FILE-RECORD(21:2) NOT = SPACES
               ADD 1 TO WS-SR-IC-COUNT
               MOVE LOAD-FILE-RECORD(1:6)
                 TO WS-SR-IC-INSTR(WS-SR-IC-COUNT)
               MOVE LOAD-FILE-RECORD(21:2)
                 TO WS-SR-IC-CAT(WS-SR-IC-COUNT)
           END-IF.

           load-walk-matrix.
           MOVE 0 TO WS-WK-COUNT
           OPEN INPUT WALK-FILE
           CLOSE WALK-FILE
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
                               CATALOG-FILE-RECORD(43:4) IS NUMERIC
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATALOG-FILE-RECORD(1:7)
                             TO WS-CAT-COURSE(WS-CAT-COUNT)
                           MOVE CATALOG-FILE-RECORD(43:4)
                             TO WS-CAT-MINUTES(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-instr-quals.
           MOVE 0 TO WS-IQ-COUNT
           OPEN INPUT IQUAL-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ IQUAL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IQ-COUNT < 1000 AND
                               IQUAL-FILE-RECORD(1:6) NOT = SPACES
                           ADD 1 TO WS-IQ-COUNT
                           MOVE IQUAL-FILE-RECORD(1:6)
                             TO WS-IQ-INSTR(WS-IQ-COUNT)
                           MOVE IQUAL-FILE-RECORD(8:7)
                             TO WS-IQ-COURSE(WS-IQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IQUAL-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-seclink.
           MOVE 0 TO WS-LNK-COUNT
           MOVE SPACES TO WS-SECLINK-FILENAME
                 TO WS-XL-KEY(WS-XL-COUNT, 4)
           END-IF.

           load-team.
           MOVE 0 TO WS-TM-COUNT
           MOVE SPACES TO WS-TEAM-FILENAME
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(LKP-TERM) DELIMITED BY SPACE
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
                   TEAM-FILE-RECORD(1:9) NOT = SPACES AND
                   TEAM-FILE-RECORD(11:6) NOT = SPACES
               ADD 1 TO WS-TM-COUNT
               MOVE TEAM-FILE-RECORD(1:9) TO WS-TM-KEY(WS-TM-COUNT)
               MOVE TEAM-FILE-RECORD(11:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 1)
               MOVE TEAM-FILE-RECORD(18:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 1)
               MOVE TEAM-FILE-RECORD(22:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 2)
               MOVE TEAM-FILE-RECORD(29:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 2)
               MOVE TEAM-FILE-RECORD(33:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 3)
               MOVE TEAM-FILE-RECORD(40:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 3)
               MOVE TEAM-FILE-RECORD(44:6)
                 TO WS-TM-INSTR(WS-TM-COUNT, 4)
               MOVE TEAM-FILE-RECORD(51:3)
                 TO WS-TM-SHARE(WS-TM-COUNT, 4)
           END-IF.

      *> WS-XL-SAME = 1 when the two keys in WS-XL-A-KEY/WS-XL-B-KEY
      *> are distinct members of one cross-list group
           check-same-xlist-group.
