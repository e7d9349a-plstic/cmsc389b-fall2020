      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRINT.
      *> modification history
      *>   2026-10-15  cross-master referential integrity checker --
      *>               BESBCHEK looks inside the schedule files, this
      *>               looks at everything around them: each master
      *>               (SCHOOLS, ROOMS, INSTRUCTORS, OPERATORS,
      *>               OPERCRED, TERMS, CATALOG) for malformed lines
      *>               and duplicate keys, every sidecar keyed on
      *>               them (ROOMATTR, COURSREQ, COENRL, INSTRAVAIL,
      *>               INSTRLOAD, INSTRQUAL, WALKTIME, OUTAGE,
      *>               CHGRATES, GLACCTS) for orphans and retired
      *>               course codes, and for each open or frozen term
      *>               (or just --term=) the term's link files
      *>               (SECLINK, XLIST, EVENTS, EXCEPT, CALENDAR,
      *>               POLICY, ENRL, EXPECT) against the masters and
      *>               the term's own section keys.  Orphans,
      *>               duplicate keys and malformed lines end RC 8;
      *>               retired-code references and operators with no
      *>               credential alone end RC 4 -- BESBNITE runs it
      *>               as the RINT step, so the digest sees it
      *>   2026-10-15  OPERCRED.DAT's last sign-on date is checked,
      *>               and OPERSUPV.DAT (the recertification
      *>               supervisor of each operator) joins the
      *>               sidecars: both ids must be on OPERATORS.DAT
      *>   2026-10-15  OPERSCOP.DAT (operator scope and temporary
      *>               grants) joins them: operator and grantor on
      *>               OPERATORS.DAT, the school on SCHOOLS.DAT (or
      *>               **** for any), a grant's expiry a date
      *>   2026-10-15  INSTRUCTORS.DAT's HR columns are checked: a
      *>               status of blank, A, L or S, and a dated
      *>               leave or separation
      *>   2026-10-15  ROOMCTL.DAT (departmental rooms) joins the
      *>               sidecars: the room on ROOMS.DAT, the owner on
      *>               SCHOOLS.DAT, the priority window real dates in
      *>               order, one line per room and term
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  SPANRULE.DAT (the contract teaching-day rules)
      *>               joins the sidecars: a category, both limits
      *>               blank or minutes, one line per category
      *>   2026-10-15  MINENRL.DAT (minimum enrollment by school and
      *>               course level) joins the sidecars: a school on
      *>               SCHOOLS.DAT or ****, level U, G or *, a
      *>               minimum, one line per school and level
      *>   2026-10-15  REASONS.DAT (the change reason codes) joins
      *>               the masters: a code, status A, R or blank, a
      *>               description, one line per code
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CHECK-FILE ASSIGN DYNAMIC WS-CHECK-FILENAME
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
      *> whichever master or sidecar is being checked; each layout is
      *> given where its line is checked, as the owning program reads
      *> it
       FD CHECK-FILE.
       01 CHECK-FILE-RECORD PIC X(80).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

      *> the file under check and where we are in it
           01 WS-CHECK-FILENAME PIC X(60) VALUE SPACES.
           01 WS-FILE-PREFIX PIC X(20) VALUE SPACES.
           01 WS-CHECK-KIND PIC X(4) VALUE SPACES.
           01 WS-LINE-NO PIC 9(5) VALUE 0.
           01 WS-FILE-COUNT PIC 9(3) VALUE 0.
           01 WS-LINE PIC X(80) VALUE SPACES.

      *> a finding: its class and its text
           01 WS-FIND-TYPE PIC X(7) VALUE SPACES.
           01 WS-FIND-TEXT PIC X(60) VALUE SPACES.
           01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
           01 WS-WARN-COUNT PIC 9(5) VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
           01 WS-DUP-COUNT PIC 9(5) VALUE 0.
           01 WS-BAD-COUNT PIC 9(5) VALUE 0.
           01 WS-RETIRED-COUNT PIC 9(5) VALUE 0.
           01 WS-NOCRED-COUNT PIC 9(5) VALUE 0.

      *> keys already seen in the file under check -- a second
      *> sighting is a duplicate
           01 WS-SEEN-COUNT PIC 9(4) VALUE 0.
           01 WS-SEEN-LIST.
               02 WS-SEEN-KEY PIC X(40) OCCURS 1000 TIMES.
           01 WS-SEEN-PROBE PIC X(40) VALUE SPACES.
           01 WS-SEEN-HIT PIC 9(4) VALUE 0.

      *> the masters, as loaded while they are checked
           01 WS-SCHL-COUNT PIC 9(4) VALUE 0.
           01 WS-SCHL-LIST.
               02 WS-SCHL-ENTRY OCCURS 500 TIMES.
                   03 WS-SCHL-COURSE PIC X(7).
                   03 WS-SCHL-STATUS PIC X(1).
           01 WS-ROOM-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOM-LIST.
               02 WS-ROOM-ENTRY OCCURS 200 TIMES.
                   03 WS-ROOM-ID PIC X(8).
                   03 WS-ROOM-BLDG PIC X(16).
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ID PIC X(6) OCCURS 200 TIMES.
           01 WS-OPER-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-LIST.
               02 WS-OPER-ID PIC X(8) OCCURS 50 TIMES.
           01 WS-CRED-COUNT PIC 9(4) VALUE 0.
           01 WS-CRED-LIST.
               02 WS-CRED-ID PIC X(8) OCCURS 50 TIMES.
           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-STATUS PIC X(1).
           01 WS-TDX PIC 9(4) VALUE 0.

      *> lookups answer in WS-FOUND (0 none, else the entry)
           01 WS-FOUND PIC 9(4) VALUE 0.
           01 WS-PROBE-COURSE PIC X(7) VALUE SPACES.
           01 WS-PROBE-ROOM PIC X(8) VALUE SPACES.
           01 WS-PROBE-BLDG PIC X(16) VALUE SPACES.
           01 WS-PROBE-INSTR PIC X(6) VALUE SPACES.
           01 WS-PROBE-OPER PIC X(8) VALUE SPACES.
           01 WS-PROBE-KEY PIC X(9) VALUE SPACES.
           01 WS-COURSE-SLOT PIC 9(2) VALUE 0.
           01 WS-COURSES-ON-LINE PIC 9(1) VALUE 0.

      *> the term in hand and its section keys; WS-SKEYS-OK 0 means
      *> the schedule couldn't be read and key checks are skipped
           01 WS-CURRENT-TERM PIC X(20) VALUE SPACES.
           01 WS-ONE-TERM PIC X(20) VALUE SPACES.
           01 WS-SKEY-COUNT PIC 9(4) VALUE 0.
           01 WS-SKEY-LIST.
               02 WS-SKEY PIC X(9) OCCURS 400 TIMES.
           01 WS-SKEYS-OK PIC 9(1) VALUE 0.
           01 WS-TERM-COUNT PIC 9(3) VALUE 0.

           01 WS-DATE-CHECK PIC X(8) VALUE SPACES.
           01 WS-WALK-PAIR PIC X(32) VALUE SPACES.

           01 WS-SCHED-FILENAME PIC X(60).
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
           MOVE "BESBRINT" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBRINT: cross-master integrity check".
      *> the key masters first -- everything else is judged against
      *> what they hold
           MOVE "SCHL" TO WS-CHECK-KIND.
           MOVE "SCHOOLS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "ROOM" TO WS-CHECK-KIND.
           MOVE "ROOMS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "INST" TO WS-CHECK-KIND.
           MOVE "INSTRUCTORS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "OPER" TO WS-CHECK-KIND.
           MOVE "OPERATORS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "CRED" TO WS-CHECK-KIND.
           MOVE "OPERCRED.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           PERFORM check-operators-credentialed.
           MOVE "SUPV" TO WS-CHECK-KIND.
           MOVE "OPERSUPV.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "SCOP" TO WS-CHECK-KIND.
           MOVE "OPERSCOP.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "TERM" TO WS-CHECK-KIND.
           MOVE "TERMS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "CATL" TO WS-CHECK-KIND.
           MOVE "CATALOG.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
      *> then the sidecars keyed on them
           MOVE "RATR" TO WS-CHECK-KIND.
           MOVE "ROOMATTR.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "CREQ" TO WS-CHECK-KIND.
           MOVE "COURSREQ.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "COEN" TO WS-CHECK-KIND.
           MOVE "COENRL.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "IAVL" TO WS-CHECK-KIND.
           MOVE "INSTRAVAIL.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "SPAN" TO WS-CHECK-KIND.
           MOVE "SPANRULE.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "ILOD" TO WS-CHECK-KIND.
           MOVE "INSTRLOAD.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "IQUL" TO WS-CHECK-KIND.
           MOVE "INSTRQUAL.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "WALK" TO WS-CHECK-KIND.
           MOVE "WALKTIME.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "OUTG" TO WS-CHECK-KIND.
           MOVE "OUTAGE.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "RCTL" TO WS-CHECK-KIND.
           MOVE "ROOMCTL.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "MINE" TO WS-CHECK-KIND.
           MOVE "MINENRL.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "RSNS" TO WS-CHECK-KIND.
           MOVE "REASONS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "RATE" TO WS-CHECK-KIND.
           MOVE "CHGRATES.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
           MOVE "GLAC" TO WS-CHECK-KIND.
           MOVE "GLACCTS.DAT" TO WS-CHECK-FILENAME.
           PERFORM scan-check-file.
      *> and each live term's link files
           IF WS-ONE-TERM NOT = SPACES
               MOVE WS-ONE-TERM TO WS-CURRENT-TERM
               PERFORM check-one-term
           ELSE
               PERFORM VARYING WS-TDX FROM 1 BY 1
                       UNTIL WS-TDX > WS-TERMS-COUNT
                   IF WS-TERMS-STATUS(WS-TDX) = "O" OR
                           WS-TERMS-STATUS(WS-TDX) = "F"
                       MOVE WS-TERMS-NAME(WS-TDX) TO WS-CURRENT-TERM
                       PERFORM check-one-term
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "---".
           DISPLAY "BESBRINT: files checked " WS-FILE-COUNT
               " terms " WS-TERM-COUNT
               " errors " WS-ERROR-COUNT
               " warnings " WS-WARN-COUNT.
           DISPLAY "orphans " WS-ORPHAN-COUNT
               " duplicate keys " WS-DUP-COUNT
               " malformed lines " WS-BAD-COUNT
               " retired codes " WS-RETIRED-COUNT
               " operators without credential " WS-NOCRED-COUNT.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-ONE-TERM
               WHEN OTHER
                   DISPLAY "BESBRINT: invalid arg: " ARGV
                   DISPLAY "BESBRINT: usage: besbrint [--term=X]"
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> one file, line by line -- a missing file is no finding (the
      *> programs that read it treat it as empty), a blank line is
      *> skipped the same way they skip it
      *> ---------------------------------------------------------------
           scan-check-file.
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-SEEN-COUNT
           OPEN INPUT CHECK-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CHECK-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       MOVE CHECK-FILE-RECORD TO WS-LINE
                       IF WS-LINE NOT = SPACES
                           PERFORM check-one-line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-FILE
           MOVE 0 TO WS-EOF-FLAG.

           check-one-line.
           EVALUATE WS-CHECK-KIND
               WHEN "SCHL" PERFORM check-schools-line
               WHEN "ROOM" PERFORM check-rooms-line
               WHEN "INST" PERFORM check-instr-line
               WHEN "OPER" PERFORM check-oper-line
               WHEN "CRED" PERFORM check-cred-line
               WHEN "SUPV" PERFORM check-supv-line
               WHEN "SCOP" PERFORM check-scope-line
               WHEN "TERM" PERFORM check-terms-line
               WHEN "CATL" PERFORM check-catalog-line
               WHEN "RATR" PERFORM check-roomattr-line
               WHEN "CREQ" PERFORM check-coursreq-line
               WHEN "COEN" PERFORM check-coenrl-line
               WHEN "IAVL" PERFORM check-instravail-line
               WHEN "SPAN" PERFORM check-spanrule-line
               WHEN "ILOD" PERFORM check-instrload-line
               WHEN "IQUL" PERFORM check-instrqual-line
               WHEN "WALK" PERFORM check-walktime-line
               WHEN "OUTG" PERFORM check-outage-line
               WHEN "RCTL" PERFORM check-roomctl-line
               WHEN "MINE" PERFORM check-minenrl-line
               WHEN "RSNS" PERFORM check-reasons-line
               WHEN "RATE" PERFORM check-chgrates-line
               WHEN "GLAC" PERFORM check-glaccts-line
               WHEN "SLNK" PERFORM check-seclink-line
               WHEN "XLST" PERFORM check-xlist-line
               WHEN "EVNT" PERFORM check-events-line
               WHEN "EXCP" PERFORM check-except-line
               WHEN "CALN" PERFORM check-calendar-line
               WHEN "PLCY" PERFORM check-policy-line
               WHEN "ENRL" PERFORM check-enrl-line
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> the key masters
      *> ---------------------------------------------------------------
      *> SCHOOLS.DAT: school(1:4) code(5:3) status(8:1, R retired)
           check-schools-line.
           IF WS-LINE(1:4) IS NOT ALPHABETIC OR WS-LINE(1:4) = SPACES
                   OR WS-LINE(5:3) = SPACES
                   OR (WS-LINE(8:1) NOT = SPACE AND
                       WS-LINE(8:1) NOT = "R")
               MOVE "school/code/status not in layout" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:7) TO WS-SEEN-PROBE
           PERFORM check-seen-key
           IF WS-SEEN-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHL-COUNT < 500
               ADD 1 TO WS-SCHL-COUNT
               MOVE WS-LINE(1:7) TO WS-SCHL-COURSE(WS-SCHL-COUNT)
               MOVE WS-LINE(8:1) TO WS-SCHL-STATUS(WS-SCHL-COUNT)
           END-IF.

      *> ROOMS.DAT: room(1:8) building(9:16) seats(25:4) campus(29:2)
           check-rooms-line.
           IF WS-LINE(1:8) = SPACES OR WS-LINE(9:16) = SPACES OR
                   WS-LINE(25:4) IS NOT NUMERIC
               MOVE "room, building or seats missing" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE
           PERFORM check-seen-key
           IF WS-SEEN-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ROOM-COUNT < 200
               ADD 1 TO WS-ROOM-COUNT
               MOVE WS-LINE(1:8) TO WS-ROOM-ID(WS-ROOM-COUNT)
               MOVE WS-LINE(9:16) TO WS-ROOM-BLDG(WS-ROOM-COUNT)
           END-IF.

      *> INSTRUCTORS.DAT: id(1:6) name(7:20) HR status(28:1, blank
      *> or A / L / S) effective from(30:8) through(39:8)
           check-instr-line.
           IF WS-LINE(1:6) = SPACES OR WS-LINE(7:20) = SPACES
               MOVE "id or name missing" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(28:1) NOT = SPACE AND WS-LINE(28:1) NOT = "A"
                   AND WS-LINE(28:1) NOT = "L"
                   AND WS-LINE(28:1) NOT = "S"
               MOVE "HR status not A/L/S" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF (WS-LINE(28:1) = "L" OR WS-LINE(28:1) = "S") AND
                   (WS-LINE(30:8) IS NOT NUMERIC OR
                    (WS-LINE(39:8) NOT = SPACES AND
                     WS-LINE(39:8) IS NOT NUMERIC))
               MOVE "leave or separation dates bad"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:6) TO WS-SEEN-PROBE
           PERFORM check-seen-key
           IF WS-SEEN-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-COUNT < 200
               ADD 1 TO WS-INSTR-COUNT
               MOVE WS-LINE(1:6) TO WS-INSTR-ID(WS-INSTR-COUNT)
           END-IF.

      *> OPERATORS.DAT: id(1:8) level(9:1, R/S/V) name(10:20)
           check-oper-line.
           IF WS-LINE(1:8) = SPACES OR
                   (WS-LINE(9:1) NOT = "R" AND WS-LINE(9:1) NOT = "S"
                    AND WS-LINE(9:1) NOT = "V")
               MOVE "id missing or level not R/S/V" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE
           PERFORM check-seen-key
           IF WS-SEEN-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-COUNT < 50
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-LINE(1:8) TO WS-OPER-ID(WS-OPER-COUNT)
           END-IF.

      *> OPERCRED.DAT: id(1:8) password hash(10:8) expiry(19:8)
      *> change flag(28:1) failures(30:1) locked(32:1) last
      *> sign-on(34:8, blank until the first) -- every credential
      *> must belong to an operator on OPERATORS.DAT
           check-cred-line.
           IF WS-LINE(1:8) = SPACES OR WS-LINE(10:8) = SPACES OR
                   WS-LINE(19:8) IS NOT NUMERIC
               MOVE "id, hash or expiry date missing" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(34:8) NOT = SPACES AND
                   WS-LINE(34:8) IS NOT NUMERIC
               MOVE "last sign-on date not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE
           PERFORM check-seen-key
           IF WS-SEEN-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CRED-COUNT < 50
               ADD 1 TO WS-CRED-COUNT
               MOVE WS-LINE(1:8) TO WS-CRED-ID(WS-CRED-COUNT)
           END-IF
           MOVE WS-LINE(1:8) TO WS-PROBE-OPER
           PERFORM find-oper
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "credential for " WS-LINE(1:8)
                   " -- no such operator on OPERATORS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
           END-IF.

      *> OPERSUPV.DAT: operator(1:8) supervisor(10:8)
           check-supv-line.
           MOVE WS-LINE(1:8) TO WS-PROBE-OPER
           PERFORM require-oper
           MOVE WS-LINE(10:8) TO WS-PROBE-OPER
           PERFORM require-oper
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> OPERSCOP.DAT: operator(1:8) school(10:4) campus(15:2)
      *> expires(18:8, blank standing) granted-by(27:8); one line per
      *> operator, school, campus and kind (standing or grant)
           check-scope-line.
           IF WS-LINE(1:8) = SPACES OR WS-LINE(10:4) = SPACES
               MOVE "operator or school missing" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(18:8) NOT = SPACES AND
                   WS-LINE(18:8) IS NOT NUMERIC
               MOVE "grant expiry date not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:8) TO WS-PROBE-OPER
           PERFORM require-oper
           IF WS-LINE(27:8) NOT = SPACES
               MOVE WS-LINE(27:8) TO WS-PROBE-OPER
               PERFORM require-oper
           END-IF
           IF WS-LINE(10:4) NOT = "****" AND WS-SCHL-COUNT > 0
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SCHL-COUNT OR WS-FOUND > 0
                   IF WS-SCHL-COURSE(WS-JDX)(1:4) = WS-LINE(10:4)
                       MOVE WS-JDX TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "school " WS-LINE(10:4)
                       " is not on SCHOOLS.DAT"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM report-orphan
               END-IF
           END-IF
           MOVE SPACES TO WS-SEEN-PROBE
           MOVE WS-LINE(1:16) TO WS-SEEN-PROBE(1:16)
           IF WS-LINE(18:8) = SPACES
               MOVE "S" TO WS-SEEN-PROBE(18:1)
           ELSE
               MOVE "G" TO WS-SEEN-PROBE(18:1)
           END-IF
           PERFORM check-seen-key.

      *> the other direction: once credentials are in use, an
      *> operator without one signs on unchallenged
           check-operators-credentialed.
           IF WS-CRED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "OPERATORS.DAT" TO WS-CHECK-FILENAME
           MOVE 0 TO WS-LINE-NO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-CRED-COUNT OR WS-FOUND > 0
                   IF WS-CRED-ID(WS-JDX) = WS-OPER-ID(WS-IDX)
                       MOVE WS-JDX TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   MOVE "NOCRED" TO WS-FIND-TYPE
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "operator " WS-OPER-ID(WS-IDX)
                       " has no OPERCRED.DAT credential"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   ADD 1 TO WS-NOCRED-COUNT
                   PERFORM report-warning
               END-IF
           END-PERFORM.

      *> TERMS.DAT: name(1:20) start(21:8) end(29:8) status(37:1,
      *> O/C/F) hold(38:1) census date(39:8)
           check-terms-line.
           IF WS-LINE(1:20) = SPACES OR
                   WS-LINE(21:8) IS NOT NUMERIC OR
                   WS-LINE(29:8) IS NOT NUMERIC OR
                   WS-LINE(21:8) > WS-LINE(29:8) OR
                   (WS-LINE(37:1) NOT = "O" AND
                    WS-LINE(37:1) NOT = "C" AND
                    WS-LINE(37:1) NOT = "F")
               MOVE "name, dates or status not in layout"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(39:8) NOT = SPACES AND
                   WS-LINE(39:8) IS NOT NUMERIC
               MOVE "census date not YYYYMMDD" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:20) TO WS-SEEN-PROBE
           PERFORM check-seen-key
           IF WS-SEEN-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TERMS-COUNT < 20
               ADD 1 TO WS-TERMS-COUNT
               MOVE WS-LINE(1:20) TO WS-TERMS-NAME(WS-TERMS-COUNT)
               MOVE WS-LINE(37:1) TO WS-TERMS-STATUS(WS-TERMS-COUNT)
           END-IF.

      *> CATALOG.DAT: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1) status(50:1)
           check-catalog-line.
           IF WS-LINE(1:7) = SPACES OR
                   WS-LINE(40:2) IS NOT NUMERIC OR
                   WS-LINE(43:4) IS NOT NUMERIC
               MOVE "course, credits or contact minutes missing"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:7) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> ---------------------------------------------------------------
      *> sidecars keyed on the masters
      *> ---------------------------------------------------------------
      *> ROOMATTR.DAT: room(1:8) then 2-char attribute codes
           check-roomattr-line.
           MOVE WS-LINE(1:8) TO WS-PROBE-ROOM
           PERFORM require-room
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> COURSREQ.DAT: school+code(1:7) then attribute codes
           check-coursreq-line.
           MOVE WS-LINE(1:7) TO WS-PROBE-COURSE
           PERFORM require-course
           MOVE WS-LINE(1:7) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> COENRL.DAT: up to four courses at columns 1, 9, 17, 25; a
      *> group needs at least two to mean anything
           check-coenrl-line.
           MOVE 0 TO WS-COURSES-ON-LINE
           PERFORM VARYING WS-COURSE-SLOT FROM 1 BY 8
                   UNTIL WS-COURSE-SLOT > 25
               IF WS-LINE(WS-COURSE-SLOT:7) NOT = SPACES
                   ADD 1 TO WS-COURSES-ON-LINE
                   MOVE WS-LINE(WS-COURSE-SLOT:7) TO WS-PROBE-COURSE
                   PERFORM require-course
               END-IF
           END-PERFORM
           IF WS-COURSES-ON-LINE < 2
               MOVE "co-enrollment group of fewer than two courses"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF.

      *> INSTRAVAIL.DAT: instructor(1:6) day(8:1) start(10:4)
      *> end(15:4)
           check-instravail-line.
           IF WS-LINE(8:1) IS NOT NUMERIC OR
                   WS-LINE(8:1) = "0" OR WS-LINE(8:1) > "7" OR
                   WS-LINE(10:4) IS NOT NUMERIC OR
                   WS-LINE(15:4) IS NOT NUMERIC OR
                   WS-LINE(10:4) >= WS-LINE(15:4)
               MOVE "day not 1-7 or window not start < end"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:6) TO WS-PROBE-INSTR
           PERFORM require-instr.

      *> SPANRULE.DAT: category(1:2, ** the default) longest
      *> teaching day(4:4) shortest overnight rest(9:4), minutes
           check-spanrule-line.
           IF WS-LINE(1:2) = SPACES OR
                   (WS-LINE(4:4) NOT = SPACES AND
                    WS-LINE(4:4) IS NOT NUMERIC) OR
                   (WS-LINE(9:4) NOT = SPACES AND
                    WS-LINE(9:4) IS NOT NUMERIC)
               MOVE "category missing or limits not minutes"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:2) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> INSTRLOAD.DAT: instructor(1:6) max minutes(8:4) max
      *> sections(13:2) floor(16:4) category(21:2, SPANRULE.DAT)
           check-instrload-line.
           IF WS-LINE(8:4) IS NOT NUMERIC OR
                   WS-LINE(13:2) IS NOT NUMERIC OR
                   (WS-LINE(16:4) NOT = SPACES AND
                    WS-LINE(16:4) IS NOT NUMERIC)
               MOVE "limits not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:6) TO WS-PROBE-INSTR
           PERFORM require-instr
           MOVE WS-LINE(1:6) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> INSTRQUAL.DAT: instructor(1:6) course(8:7)
           check-instrqual-line.
           MOVE WS-LINE(1:6) TO WS-PROBE-INSTR
           PERFORM require-instr
           MOVE WS-LINE(8:7) TO WS-PROBE-COURSE
           PERFORM require-course
           MOVE WS-LINE(1:14) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> WALKTIME.DAT: building(1:16) building(18:16) minutes(35:3);
      *> read both ways, so B-A after A-B is the same pair twice
           check-walktime-line.
           IF WS-LINE(35:3) IS NOT NUMERIC
               MOVE "minutes not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:16) TO WS-PROBE-BLDG
           PERFORM require-building
           MOVE WS-LINE(18:16) TO WS-PROBE-BLDG
           PERFORM require-building
           IF WS-LINE(1:16) < WS-LINE(18:16)
               MOVE WS-LINE(1:16) TO WS-WALK-PAIR(1:16)
               MOVE WS-LINE(18:16) TO WS-WALK-PAIR(17:16)
           ELSE
               MOVE WS-LINE(18:16) TO WS-WALK-PAIR(1:16)
               MOVE WS-LINE(1:16) TO WS-WALK-PAIR(17:16)
           END-IF
           MOVE WS-WALK-PAIR TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> OUTAGE.DAT: room(1:8) from(10:8) to(19:8) reason(28:20)
           check-outage-line.
           IF WS-LINE(10:8) IS NOT NUMERIC OR
                   WS-LINE(19:8) IS NOT NUMERIC OR
                   WS-LINE(10:8) > WS-LINE(19:8)
               MOVE "dates not YYYYMMDD from <= to" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:8) TO WS-PROBE-ROOM
           PERFORM require-room.

      *> ROOMCTL.DAT: room(1:8) owning school(10:4) term(15:20)
      *> priority window from(36:8) through(45:8), either date blank
           check-roomctl-line.
           IF WS-LINE(10:4) IS NOT ALPHABETIC OR WS-LINE(10:4) = SPACES
               MOVE "owning school missing or not alphabetic"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF (WS-LINE(36:8) NOT = SPACES AND
                   WS-LINE(36:8) IS NOT NUMERIC) OR
                   (WS-LINE(45:8) NOT = SPACES AND
                   WS-LINE(45:8) IS NOT NUMERIC)
               MOVE "window dates not YYYYMMDD" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(36:8) NOT = SPACES AND
                   WS-LINE(45:8) NOT = SPACES AND
                   WS-LINE(36:8) > WS-LINE(45:8)
               MOVE "window from is after through" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:8) TO WS-PROBE-ROOM
           PERFORM require-room
           IF WS-SCHL-COUNT > 0
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SCHL-COUNT OR WS-FOUND > 0
                   IF WS-SCHL-COURSE(WS-JDX)(1:4) = WS-LINE(10:4)
                       MOVE WS-JDX TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "school " WS-LINE(10:4)
                       " is not on SCHOOLS.DAT"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM report-orphan
               END-IF
           END-IF
           MOVE SPACES TO WS-SEEN-PROBE
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE(1:8)
           MOVE WS-LINE(15:20) TO WS-SEEN-PROBE(10:20)
           PERFORM check-seen-key.

      *> MINENRL.DAT: school(1:4, **** every school) level(6:1, U/G,
      *> * either) minimum enrollment(8:4)
           check-minenrl-line.
           IF WS-LINE(1:4) = SPACES OR
                   (WS-LINE(6:1) NOT = "U" AND WS-LINE(6:1) NOT = "G"
                    AND WS-LINE(6:1) NOT = "*") OR
                   WS-LINE(8:4) IS NOT NUMERIC
               MOVE "school missing, level not U/G/* or minimum"
                   & " not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(1:4) NOT = "****" AND WS-SCHL-COUNT > 0
               MOVE 0 TO WS-FOUND
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SCHL-COUNT OR WS-FOUND > 0
                   IF WS-SCHL-COURSE(WS-JDX)(1:4) = WS-LINE(1:4)
                       MOVE WS-JDX TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 0
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "school " WS-LINE(1:4)
                       " is not on SCHOOLS.DAT"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM report-orphan
               END-IF
           END-IF
           MOVE WS-LINE(1:6) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> REASONS.DAT: code(1:4) status(6:1, A or blank active, R
      *> retired) description(8:40)
           check-reasons-line.
           IF WS-LINE(1:4) = SPACES OR
                   (WS-LINE(6:1) NOT = "A" AND WS-LINE(6:1) NOT = "R"
                    AND WS-LINE(6:1) NOT = SPACE)
                   OR WS-LINE(8:40) = SPACES
               MOVE "code missing, status not A/R or no description"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:4) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> CHGRATES.DAT: building(1:16) type(18:2, CL/LB) seat-hour
      *> rate(21:6) room-hour rate(28:6)
           check-chgrates-line.
           IF (WS-LINE(18:2) NOT = "CL" AND WS-LINE(18:2) NOT = "LB")
                   OR WS-LINE(21:6) IS NOT NUMERIC
                   OR WS-LINE(28:6) IS NOT NUMERIC
               MOVE "type not CL/LB or rates not numeric"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:16) TO WS-PROBE-BLDG
           PERFORM require-building
           MOVE WS-LINE(1:19) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> GLACCTS.DAT: department(1:20) account(22:16)
           check-glaccts-line.
           IF WS-LINE(22:16) = SPACES
               MOVE "no account number" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:20) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> ---------------------------------------------------------------
      *> one term's link files, against the masters and the term's
      *> own section keys
      *> ---------------------------------------------------------------
           check-one-term.
           ADD 1 TO WS-TERM-COUNT
           DISPLAY "BESBRINT: term " FUNCTION TRIM(WS-CURRENT-TERM)
           PERFORM load-term-keys
           MOVE "SLNK" TO WS-CHECK-KIND
           MOVE "SECLINK-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "XLST" TO WS-CHECK-KIND
           MOVE "XLIST-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "EVNT" TO WS-CHECK-KIND
           MOVE "EVENTS-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "EXCP" TO WS-CHECK-KIND
           MOVE "EXCEPT-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "CALN" TO WS-CHECK-KIND
           MOVE "CALENDAR-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "PLCY" TO WS-CHECK-KIND
           MOVE "POLICY-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "ENRL" TO WS-CHECK-KIND
           MOVE "ENRL-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file
           MOVE "EXPECT-" TO WS-CHECK-FILENAME
           PERFORM term-filename
           PERFORM scan-check-file.

      *> prefix in WS-CHECK-FILENAME, term and .DAT appended
           term-filename.
           MOVE WS-CHECK-FILENAME TO WS-FILE-PREFIX
           MOVE SPACES TO WS-CHECK-FILENAME
           STRING FUNCTION TRIM(WS-FILE-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-CHECK-FILENAME.

      *> the term's section keys, cancelled rows included -- a link
      *> to a cancelled section still names a real key; a locked or
      *> missing schedule leaves the key checks off for the term
           load-term-keys.
           MOVE 0 TO WS-SKEY-COUNT
           MOVE 0 TO WS-SKEYS-OK
           MOVE SPACES TO WS-SCHED-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY " NOTE: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked -- section keys not checked"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY " NOTE: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " cannot be opened -- section keys not checked"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SKEY-COUNT < 400
                           ADD 1 TO WS-SKEY-COUNT
                           MOVE SFR-KEY TO WS-SKEY(WS-SKEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
           MOVE 1 TO WS-SKEYS-OK.

      *> SECLINK-term.DAT: school(1:4) code(5:3) lab section(8:2)
      *> lecture section(11:2); a lab belongs to one lecture
           check-seclink-line.
           IF WS-LINE(8:2) IS NOT NUMERIC OR
                   WS-LINE(11:2) IS NOT NUMERIC
               MOVE "sections not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(1:7) TO WS-PROBE-COURSE
           PERFORM require-course
           MOVE WS-LINE(1:9) TO WS-PROBE-KEY
           PERFORM require-section
           MOVE WS-LINE(1:7) TO WS-PROBE-KEY(1:7)
           MOVE WS-LINE(11:2) TO WS-PROBE-KEY(8:2)
           PERFORM require-section
           MOVE WS-LINE(1:9) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> XLIST-term.DAT: key1(1:9) key2(11:9) key3(21:9) key4(31:9);
      *> a section sits in one group at most
           check-xlist-line.
           IF WS-LINE(1:9) = SPACES OR WS-LINE(11:9) = SPACES
               MOVE "cross-list group of fewer than two keys"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           PERFORM VARYING WS-KDX FROM 1 BY 10 UNTIL WS-KDX > 31
               IF WS-LINE(WS-KDX:9) NOT = SPACES
                   MOVE WS-LINE(WS-KDX:9) TO WS-PROBE-KEY
                   PERFORM require-section
                   MOVE WS-LINE(WS-KDX:9) TO WS-SEEN-PROBE
                   PERFORM check-seen-key
               END-IF
           END-PERFORM.

      *> EVENTS-term.DAT: room(1:8) kind(10:1, W/D) days-or-date
      *> (12:8) start(21:4) minutes(26:3) sponsor(30:20)
           check-events-line.
           EVALUATE TRUE
               WHEN WS-LINE(10:1) = "D" AND
                       WS-LINE(12:8) IS NOT NUMERIC
                   MOVE "one-date event without a YYYYMMDD date"
                     TO WS-FIND-TEXT
                   PERFORM report-bad-line
               WHEN WS-LINE(10:1) = "W" AND
                       WS-LINE(12:7) IS NOT NUMERIC
                   MOVE "weekly event without a 7-flag day mask"
                     TO WS-FIND-TEXT
                   PERFORM report-bad-line
               WHEN WS-LINE(10:1) NOT = "D" AND
                       WS-LINE(10:1) NOT = "W"
                   MOVE "kind not W or D" TO WS-FIND-TEXT
                   PERFORM report-bad-line
               WHEN WS-LINE(21:4) IS NOT NUMERIC OR
                       WS-LINE(26:3) IS NOT NUMERIC
                   MOVE "start or minutes not numeric" TO WS-FIND-TEXT
                   PERFORM report-bad-line
           END-EVALUATE
           MOVE WS-LINE(1:8) TO WS-PROBE-ROOM
           PERFORM require-room.

      *> EXCEPT-term.DAT: key(1:9) date(11:8) type(20:1, N/R/T)
      *> value(22:8, the room for R, the start for T)
           check-except-line.
           IF WS-LINE(11:8) IS NOT NUMERIC OR
                   (WS-LINE(20:1) NOT = "N" AND
                    WS-LINE(20:1) NOT = "R" AND
                    WS-LINE(20:1) NOT = "T")
               MOVE "date or type (N/R/T) not in layout"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:9) TO WS-PROBE-KEY
           PERFORM require-section
           IF WS-LINE(20:1) = "R"
               MOVE WS-LINE(22:8) TO WS-PROBE-ROOM
               PERFORM require-room
           END-IF
           IF WS-LINE(20:1) = "T" AND WS-LINE(22:4) IS NOT NUMERIC
               MOVE "time exception without an HHMM start"
                 TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:18) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> CALENDAR-term.DAT: date(1:8) reason(10:2) description(13:20)
           check-calendar-line.
           IF WS-LINE(1:8) IS NOT NUMERIC OR WS-LINE(10:2) = SPACES
               MOVE "date or reason missing" TO WS-FIND-TEXT
               PERFORM report-bad-line
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE(10:2) = "SW" AND
                   (WS-LINE(13:1) IS NOT NUMERIC OR
                    WS-LINE(13:1) = "0" OR WS-LINE(13:1) > "7")
               MOVE "day swap without a weekday 1-7" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:8) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> POLICY-term.DAT: type(1:1, W/B) day(3:1) start(5:4) end(10:4)
           check-policy-line.
           IF (WS-LINE(1:1) NOT = "W" AND WS-LINE(1:1) NOT = "B") OR
                   WS-LINE(3:1) IS NOT NUMERIC OR
                   WS-LINE(3:1) = "0" OR WS-LINE(3:1) > "7" OR
                   WS-LINE(5:4) IS NOT NUMERIC OR
                   WS-LINE(10:4) IS NOT NUMERIC OR
                   WS-LINE(5:4) >= WS-LINE(10:4)
               MOVE "type/day/window not in layout" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF.

      *> ENRL-term.DAT and EXPECT-term.DAT: key(1:9) count(10:4)
           check-enrl-line.
           IF WS-LINE(10:4) IS NOT NUMERIC
               MOVE "count not numeric" TO WS-FIND-TEXT
               PERFORM report-bad-line
           END-IF
           MOVE WS-LINE(1:9) TO WS-PROBE-KEY
           PERFORM require-section
           MOVE WS-LINE(1:9) TO WS-SEEN-PROBE
           PERFORM check-seen-key.

      *> ---------------------------------------------------------------
      *> reference checks -- each reports its own orphan
      *> ---------------------------------------------------------------
           require-course.
           IF WS-SCHL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SCHL-COUNT OR WS-FOUND > 0
               IF WS-SCHL-COURSE(WS-JDX) = WS-PROBE-COURSE
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "course " WS-PROBE-COURSE
                   " is not on SCHOOLS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
               EXIT PARAGRAPH
           END-IF
           IF WS-SCHL-STATUS(WS-FOUND) = "R"
               MOVE "RETIRED" TO WS-FIND-TYPE
               MOVE SPACES TO WS-FIND-TEXT
               STRING "course " WS-PROBE-COURSE
                   " is retired on SCHOOLS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               ADD 1 TO WS-RETIRED-COUNT
               PERFORM report-warning
           END-IF.

           require-room.
           IF WS-ROOM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ROOM-COUNT OR WS-FOUND > 0
               IF WS-ROOM-ID(WS-JDX) = WS-PROBE-ROOM
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "room " WS-PROBE-ROOM " is not on ROOMS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
           END-IF.

      *> a building is real when some room on ROOMS.DAT sits in it
           require-building.
           IF WS-ROOM-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ROOM-COUNT OR WS-FOUND > 0
               IF WS-ROOM-BLDG(WS-JDX) = WS-PROBE-BLDG
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "building " WS-PROBE-BLDG
                   " has no room on ROOMS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
           END-IF.

           require-instr.
           IF WS-INSTR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT OR WS-FOUND > 0
               IF WS-INSTR-ID(WS-JDX) = WS-PROBE-INSTR
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "instructor " WS-PROBE-INSTR
                   " is not on INSTRUCTORS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
           END-IF.

           require-oper.
           PERFORM find-oper
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "operator " WS-PROBE-OPER
                   " is not on OPERATORS.DAT"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
           END-IF.

           require-section.
           IF WS-SKEYS-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SKEY-COUNT OR WS-FOUND > 0
               IF WS-SKEY(WS-JDX) = WS-PROBE-KEY
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0
               MOVE SPACES TO WS-FIND-TEXT
               STRING "section " WS-PROBE-KEY " is not on "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-orphan
           END-IF.

           find-oper.
           MOVE 0 TO WS-FOUND
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-OPER-COUNT OR WS-FOUND > 0
               IF WS-OPER-ID(WS-JDX) = WS-PROBE-OPER
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.

      *> the probe against this file's keys so far; a repeat is a
      *> duplicate, a first sighting is remembered
           check-seen-key.
           MOVE 0 TO WS-SEEN-HIT
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-SEEN-COUNT OR WS-SEEN-HIT > 0
               IF WS-SEEN-KEY(WS-JDX) = WS-SEEN-PROBE
                   MOVE WS-JDX TO WS-SEEN-HIT
               END-IF
           END-PERFORM
           IF WS-SEEN-HIT > 0
               MOVE "DUPKEY" TO WS-FIND-TYPE
               MOVE SPACES TO WS-FIND-TEXT
               STRING "key " FUNCTION TRIM(WS-SEEN-PROBE)
                   " appears more than once"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               ADD 1 TO WS-DUP-COUNT
               PERFORM report-error
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-COUNT < 1000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-PROBE TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF.

      *> ---------------------------------------------------------------
      *> findings -- one line each, file and line number first
      *> ---------------------------------------------------------------
           report-orphan.
           MOVE "ORPHAN" TO WS-FIND-TYPE
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM report-error.

           report-bad-line.
           MOVE "BADLINE" TO WS-FIND-TYPE
           ADD 1 TO WS-BAD-COUNT
           PERFORM report-error.

           report-error.
           ADD 1 TO WS-ERROR-COUNT
           PERFORM show-finding.

           report-warning.
           ADD 1 TO WS-WARN-COUNT
           PERFORM show-finding.

           show-finding.
           IF WS-LINE-NO = 0
               DISPLAY " " WS-FIND-TYPE " "
                   FUNCTION TRIM(WS-CHECK-FILENAME) ": "
                   FUNCTION TRIM(WS-FIND-TEXT)
           ELSE
               DISPLAY " " WS-FIND-TYPE " "
                   FUNCTION TRIM(WS-CHECK-FILENAME) " line "
                   WS-LINE-NO ": " FUNCTION TRIM(WS-FIND-TEXT)
           END-IF.
