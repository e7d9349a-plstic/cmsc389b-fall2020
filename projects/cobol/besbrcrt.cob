      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRCRT.
      *> modification history
      *>   2026-10-15  operator access recertification -- every
      *>               OPERATORS.DAT entry with its level, credential
      *>               status (OPERCRED.DAT), last sign-on, last
      *>               mutating action and its changes by type over
      *>               the period (the audit trail, rotation segments
      *>               then the live file), grouped under the
      *>               supervisor who signs it off (OPERSUPV.DAT);
      *>               --attest records that supervisor's sign-off
      *>               in OPERATST.DAT.  Before the report, and alone
      *>               with --lockout (BESBNITE's DORM step), the
      *>               dormant-account pass locks the credential of
      *>               anyone with no sign-on in --days= days, with
      *>               an audit record and the list of who was locked
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- audit lines carry the change's
      *>               reason code and school after the chain trailer
      *>               (169 bytes, AUDCHAIN.CPY) and are read whole
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CRED-FILE ASSIGN DYNAMIC WS-CRED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUPV-FILE ASSIGN DYNAMIC WS-SUPV-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ATST-FILE ASSIGN DYNAMIC WS-ATST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SEGS-FILE ASSIGN DYNAMIC WS-SEGS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
      *> credential line: id(1:8) password hash(10:8) expiry(19:8)
      *> change-at-next-signon(28:1, Y) failures(30:1) locked(32:1, L)
      *> last sign-on(34:8) and its kind(43:1, S signed on / I issued)
       FD CRED-FILE.
       01 CRED-FILE-RECORD PIC X(43).
      *> recertification supervisor: operator(1:8) supervisor(10:8)
       FD SUPV-FILE.
       01 SUPV-FILE-RECORD PIC X(17).
      *> attestation: date(1:8) time(10:6) supervisor(17:8)
      *> operator(26:8) level(35:1) period from(37:8) to(46:8)
       FD ATST-FILE.
       01 ATST-FILE-RECORD PIC X(53).
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
      *> rotation-segment index: segment filename(1:40), then the
      *> chain positions
       FD SEGS-FILE.
       01 SEGS-FILE-RECORD PIC X(94).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

      *> what the run does: R report (after the lockout pass),
      *> L lockout pass only, A record an attestation
           01 WS-MODE PIC X(1) VALUE "R".
           01 WS-NO-LOCK PIC 9(1) VALUE 0.
           01 WS-DORMANT-DAYS PIC 9(4) VALUE 90.
           01 WS-TODAY PIC X(8) VALUE SPACES.
           01 WS-PERIOD-FROM PIC X(8) VALUE SPACES.
           01 WS-PERIOD-TO PIC X(8) VALUE SPACES.
           01 WS-DATE-NUM PIC 9(8) VALUE 0.
           01 WS-TODAY-DAYNUM PIC 9(8) VALUE 0.
           01 WS-DAYNUM PIC 9(8) VALUE 0.
           01 WS-IDLE-DAYS PIC 9(6) VALUE 0.

           01 WS-OPER-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-LIST.
               02 WS-OPER-ENTRY OCCURS 50 TIMES.
                   03 WS-OPER-TBL-ID PIC X(8).
                   03 WS-OPER-TBL-LEVEL PIC X(1).
                   03 WS-OPER-TBL-NAME PIC X(20).
                   03 WS-OPER-TBL-SUPV PIC X(8).
                   03 WS-OPER-TBL-CRED PIC 9(3).
                   03 WS-OPER-TBL-LAST-DATE PIC X(8).
                   03 WS-OPER-TBL-LAST-TAG PIC X(8).
                   03 WS-OPER-TBL-CHANGES PIC 9(6).
                   03 WS-OPER-TBL-ATST-DATE PIC X(8).
                   03 WS-OPER-TBL-ATST-BY PIC X(8).
                   03 WS-OPER-TBL-LOCKED-NOW PIC 9(1).
           01 WS-OPER-FOUND PIC 9(4) VALUE 0.
           01 WS-PROBE-OPER PIC X(8) VALUE SPACES.

           01 WS-CRED-COUNT PIC 9(3) VALUE 0.
           01 WS-CRED-LIST.
               02 WS-CRED-ENTRY OCCURS 50 TIMES.
                   03 WS-CRED-ID PIC X(8).
                   03 WS-CRED-HASH PIC 9(8).
                   03 WS-CRED-EXPIRY PIC X(8).
                   03 WS-CRED-CHG PIC X(1).
                   03 WS-CRED-FAILS PIC 9(1).
                   03 WS-CRED-LOCKED PIC X(1).
                   03 WS-CRED-LAST-ON PIC X(8).
                   03 WS-CRED-ON-KIND PIC X(1).
           01 WS-CRED-CHANGED PIC 9(1) VALUE 0.
           01 WS-CRED-TEXT PIC X(10) VALUE SPACES.

      *> the changes by type: one tally per operator and tag
           01 WS-TAG-COUNT PIC 9(4) VALUE 0.
           01 WS-TAG-TABLE.
               02 WS-TAG-ENTRY OCCURS 1000 TIMES.
                   03 WS-TAG-OPER PIC 9(4).
                   03 WS-TAG-NAME PIC X(8).
                   03 WS-TAG-TALLY PIC 9(6).
           01 WS-TAG-FOUND PIC 9(4) VALUE 0.
           01 WS-TYPE-LINE PIC X(66) VALUE SPACES.
           01 WS-TYPE-POS PIC 9(3) VALUE 1.
           01 WS-TYPE-ITEM PIC X(16) VALUE SPACES.
           01 WS-TALLY-EDIT PIC Z(5)9.

      *> audit line, as write-audit builds it:
      *>   timestamp(1:21) operator(23:8) detail-tag(32:8)
      *>   term(41:20) text(62:71)
           01 WS-AUDIT-LINE PIC X(132).
           01 WS-AUDIT-PARTS REDEFINES WS-AUDIT-LINE.
               02 WS-AUD-DATE PIC X(8).
               02 FILLER PIC X(14).
               02 WS-AUD-OPER PIC X(8).
               02 FILLER PIC X(1).
               02 WS-AUD-DETAIL PIC X(8).
               02 FILLER PIC X(1).
               02 WS-AUD-TERM PIC X(20).
               02 FILLER PIC X(1).
               02 WS-AUD-TEXT PIC X(71).
           01 WS-AUDIT-READ PIC 9(7) VALUE 0.
           01 WS-SEG-COUNT PIC 9(3) VALUE 0.
           01 WS-SEG-TABLE.
               02 WS-SEG-NAME PIC X(40) OCCURS 60 TIMES.
           01 WS-SEG-SDX PIC 9(3) VALUE 0.

      *> the supervisor groups, in master order
           01 WS-GROUP-COUNT PIC 9(3) VALUE 0.
           01 WS-GROUP-TABLE.
               02 WS-GROUP-SUPV PIC X(8) OCCURS 51 TIMES.
           01 WS-GROUP-GDX PIC 9(3) VALUE 0.
           01 WS-GROUP-FOUND PIC 9(3) VALUE 0.
           01 WS-GROUP-MEMBERS PIC 9(3) VALUE 0.
           01 WS-GROUP-NAME PIC X(20) VALUE SPACES.

           01 WS-LOCKED-COUNT PIC 9(3) VALUE 0.
           01 WS-STARTED-COUNT PIC 9(3) VALUE 0.
           01 WS-UNATTESTED-COUNT PIC 9(3) VALUE 0.
           01 WS-ATTESTED-COUNT PIC 9(3) VALUE 0.
           01 WS-LAST-ON-TEXT PIC X(8) VALUE SPACES.
           01 WS-LAST-CHG-TEXT PIC X(17) VALUE SPACES.

           01 WS-PW-IN PIC X(20) VALUE SPACES.
           01 WS-PW-HASH PIC 9(8) VALUE 0.
           01 WS-PW-PDX PIC 9(2) VALUE 0.
           01 WS-AUTH-PW PIC X(20) VALUE SPACES.
           01 WS-ADMIN-CRED PIC 9(3) VALUE 0.

      *> operator identity -- the report lays out everyone's access
      *> and the lockout changes credentials, so both are for
      *> supervisors; an attestation must also verify the
      *> supervisor's own password when they have a credential
           01 WS-OPER-ID PIC X(8) VALUE SPACES.
           01 WS-OPER-LEVEL PIC X(1) VALUE "V".
               88 OPER-IS-SUPER VALUE "V".
           01 WS-OPER-OK PIC 9(1) VALUE 0.

           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-CRED-FILENAME PIC X(20) VALUE "OPERCRED.DAT".
           01 WS-SUPV-FILENAME PIC X(20) VALUE "OPERSUPV.DAT".
           01 WS-ATST-FILENAME PIC X(20) VALUE "OPERATST.DAT".
           01 WS-AUDIT-FILENAME PIC X(40) VALUE "BESBUBO.AUDIT".
           01 WS-SEGS-FILENAME PIC X(20) VALUE "AUDIT.SEGS".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TAG PIC X(8) VALUE SPACES.
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

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
           MOVE "BESBRCRT" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM set-dates.
           PERFORM load-oper-list.
           PERFORM load-cred-list.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-supv-list.
           IF WS-MODE = "A"
               PERFORM record-attestation
               STOP RUN
           END-IF.
           IF WS-NO-LOCK = 0
               PERFORM dormant-lockout
           END-IF.
           IF WS-MODE = "R"
               PERFORM load-attestations
               PERFORM scan-audit-trail
               PERFORM print-recert-report
           END-IF.
           IF WS-LOCKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:7) = "--auth="
                   MOVE ARGV(8:20) TO WS-AUTH-PW
               WHEN ARGV(1:7) = "--days="
                   IF FUNCTION TRIM(ARGV(8:4)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(ARGV(8:4))
                         TO WS-DORMANT-DAYS
                   END-IF
               WHEN ARGV(1:7) = "--from="
                   MOVE ARGV(8:8) TO WS-PERIOD-FROM
               WHEN ARGV(1:5) = "--to="
                   MOVE ARGV(6:8) TO WS-PERIOD-TO
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-TODAY
               WHEN ARGV(1:9) = "--lockout"
                   MOVE "L" TO WS-MODE
               WHEN ARGV(1:9) = "--no-lock"
                   MOVE 1 TO WS-NO-LOCK
               WHEN ARGV(1:8) = "--attest"
                   MOVE "A" TO WS-MODE
               WHEN OTHER
                   DISPLAY "BESBRCRT: invalid arg: " ARGV
                   DISPLAY "BESBRCRT: usage: besbrcrt --oper=ID"
                       " [--days=N] [--from=YYYYMMDD]"
                       " [--to=YYYYMMDD] [--date=YYYYMMDD]"
                   DISPLAY "  [--no-lock]    report without the"
                       " dormant-account lockout"
                   DISPLAY "  --lockout      the lockout pass alone"
                   DISPLAY "  --attest --auth=PW   sign off the"
                       " operators assigned to --oper="
           END-EVALUATE.

      *> today (or --date=), and the period -- the half year up to
      *> today unless --from=/--to= say otherwise
           set-dates.
           IF WS-TODAY = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-TODAY
           END-IF
           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-PERIOD-TO = SPACES
               MOVE WS-TODAY TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-FROM = SPACES
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-DAYNUM - 183)
               MOVE WS-DATE-NUM TO WS-PERIOD-FROM
           END-IF.

      *> ---------------------------------------------------------------
      *> dormant accounts: a credential with no sign-on in the
      *> configured number of days is locked, as BESBOPER --disable=
      *> would lock it; a credential that has never recorded a
      *> sign-on starts its clock today.  Operators without a
      *> credential sign on by id alone and have nothing to lock --
      *> the report lists them
      *> ---------------------------------------------------------------
           dormant-lockout.
           MOVE 0 TO WS-CRED-CHANGED
           DISPLAY "BESBRCRT: dormant-account lockout as of "
               WS-TODAY ", " WS-DORMANT-DAYS
               " days without a sign-on"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               MOVE WS-OPER-TBL-CRED(WS-IDX) TO WS-JDX
               IF WS-JDX > 0
                   IF WS-CRED-LOCKED(WS-JDX) NOT = "L"
                       PERFORM judge-dormancy
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CRED-CHANGED = 1
               PERFORM write-cred-list
           END-IF
           DISPLAY "BESBRCRT: accounts locked " WS-LOCKED-COUNT
               " dormancy clocks started " WS-STARTED-COUNT.

           judge-dormancy.
           IF WS-CRED-LAST-ON(WS-JDX) IS NOT NUMERIC
               MOVE WS-TODAY TO WS-CRED-LAST-ON(WS-JDX)
               MOVE "I" TO WS-CRED-ON-KIND(WS-JDX)
               MOVE 1 TO WS-CRED-CHANGED
               ADD 1 TO WS-STARTED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CRED-LAST-ON(WS-JDX) TO WS-DATE-NUM
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-DAYNUM >= WS-TODAY-DAYNUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IDLE-DAYS = WS-TODAY-DAYNUM - WS-DAYNUM
           IF WS-IDLE-DAYS <= WS-DORMANT-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO WS-CRED-LOCKED(WS-JDX)
           MOVE 1 TO WS-OPER-TBL-LOCKED-NOW(WS-IDX)
           MOVE 1 TO WS-CRED-CHANGED
           ADD 1 TO WS-LOCKED-COUNT
           IF WS-CRED-ON-KIND(WS-JDX) = "S"
               DISPLAY "LOCKED   " WS-OPER-TBL-ID(WS-IDX) " "
                   WS-OPER-TBL-NAME(WS-IDX) " level "
                   WS-OPER-TBL-LEVEL(WS-IDX) " last sign-on "
                   WS-CRED-LAST-ON(WS-JDX) " (" WS-IDLE-DAYS
                   " days)"
           ELSE
               DISPLAY "LOCKED   " WS-OPER-TBL-ID(WS-IDX) " "
                   WS-OPER-TBL-NAME(WS-IDX) " level "
                   WS-OPER-TBL-LEVEL(WS-IDX) " no sign-on since "
                   "issue " WS-CRED-LAST-ON(WS-JDX) " ("
                   WS-IDLE-DAYS " days)"
           END-IF
           MOVE "operdorm" TO WS-AUDIT-TAG
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING WS-OPER-TBL-ID(WS-IDX) DELIMITED BY SIZE
               " dormant -- no sign-on since " DELIMITED BY SIZE
               WS-CRED-LAST-ON(WS-JDX) DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           PERFORM write-audit.

      *> ---------------------------------------------------------------
      *> the audit trail -- rotation segments oldest first, then the
      *> live file, so the last mutating action seen is the latest;
      *> sign-on events (auth*) are not changes
      *> ---------------------------------------------------------------
           scan-audit-trail.
           PERFORM load-segment-index
           PERFORM VARYING WS-SEG-SDX FROM 1 BY 1
                   UNTIL WS-SEG-SDX > WS-SEG-COUNT
               MOVE WS-SEG-NAME(WS-SEG-SDX) TO WS-AUDIT-FILENAME
               PERFORM scan-audit-file
           END-PERFORM
           MOVE "BESBUBO.AUDIT" TO WS-AUDIT-FILENAME
           PERFORM scan-audit-file.

           scan-audit-file.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ AUDIT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AUDIT-FILE-RECORD(1:132) TO WS-AUDIT-LINE
                       PERFORM take-one-audit-line
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           take-one-audit-line.
           ADD 1 TO WS-AUDIT-READ
           IF WS-AUD-DATE IS NOT NUMERIC OR WS-AUD-DETAIL = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-DETAIL(1:4) = "auth"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUD-OPER TO WS-PROBE-OPER
           PERFORM find-oper
           IF WS-OPER-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-DATE >= WS-OPER-TBL-LAST-DATE(WS-OPER-FOUND)
               MOVE WS-AUD-DATE TO WS-OPER-TBL-LAST-DATE(WS-OPER-FOUND)
               MOVE WS-AUD-DETAIL TO WS-OPER-TBL-LAST-TAG(WS-OPER-FOUND)
           END-IF
           IF WS-AUD-DATE < WS-PERIOD-FROM OR
                   WS-AUD-DATE > WS-PERIOD-TO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OPER-TBL-CHANGES(WS-OPER-FOUND)
           MOVE 0 TO WS-TAG-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-TAG-COUNT OR WS-TAG-FOUND > 0
               IF WS-TAG-OPER(WS-KDX) = WS-OPER-FOUND AND
                       WS-TAG-NAME(WS-KDX) = WS-AUD-DETAIL
                   MOVE WS-KDX TO WS-TAG-FOUND
               END-IF
           END-PERFORM
           IF WS-TAG-FOUND = 0
               IF WS-TAG-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TAG-COUNT
               MOVE WS-TAG-COUNT TO WS-TAG-FOUND
               MOVE WS-OPER-FOUND TO WS-TAG-OPER(WS-TAG-FOUND)
               MOVE WS-AUD-DETAIL TO WS-TAG-NAME(WS-TAG-FOUND)
               MOVE 0 TO WS-TAG-TALLY(WS-TAG-FOUND)
           END-IF
           ADD 1 TO WS-TAG-TALLY(WS-TAG-FOUND).

      *> ---------------------------------------------------------------
      *> the report: one block per supervisor, every operator they
      *> sign off, then those with no supervisor assigned
      *> ---------------------------------------------------------------
           print-recert-report.
           DISPLAY "BESBRCRT: operator access recertification,"
               " period " WS-PERIOD-FROM " to " WS-PERIOD-TO
           DISPLAY "audit lines read " WS-AUDIT-READ
               " from " WS-SEG-COUNT " segment(s) and the live file"
           PERFORM build-group-list
           PERFORM VARYING WS-GROUP-GDX FROM 1 BY 1
                   UNTIL WS-GROUP-GDX > WS-GROUP-COUNT
               PERFORM print-one-group
           END-PERFORM
           DISPLAY "---"
           DISPLAY "BESBRCRT: operators " WS-OPER-COUNT
               " attested this period " WS-ATTESTED-COUNT
               " awaiting attestation " WS-UNATTESTED-COUNT
               " locked this run " WS-LOCKED-COUNT.

      *> every distinct supervisor on the master, in master order,
      *> then a group of spaces for the unassigned
           build-group-list.
           MOVE 0 TO WS-GROUP-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               IF WS-OPER-TBL-SUPV(WS-IDX) NOT = SPACES
                   MOVE 0 TO WS-GROUP-FOUND
                   PERFORM VARYING WS-KDX FROM 1 BY 1
                           UNTIL WS-KDX > WS-GROUP-COUNT
                               OR WS-GROUP-FOUND > 0
                       IF WS-GROUP-SUPV(WS-KDX) =
                               WS-OPER-TBL-SUPV(WS-IDX)
                           MOVE WS-KDX TO WS-GROUP-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-GROUP-FOUND = 0
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE WS-OPER-TBL-SUPV(WS-IDX)
                         TO WS-GROUP-SUPV(WS-GROUP-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-GROUP-COUNT
           MOVE SPACES TO WS-GROUP-SUPV(WS-GROUP-COUNT).

           print-one-group.
           MOVE 0 TO WS-GROUP-MEMBERS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               IF WS-OPER-TBL-SUPV(WS-IDX) =
                       WS-GROUP-SUPV(WS-GROUP-GDX)
                   ADD 1 TO WS-GROUP-MEMBERS
               END-IF
           END-PERFORM
           IF WS-GROUP-MEMBERS = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           IF WS-GROUP-SUPV(WS-GROUP-GDX) = SPACES
               DISPLAY "=== no supervisor assigned (BESBOPER"
                   " --assign=ID --supervisor=SUPV)"
           ELSE
               MOVE WS-GROUP-SUPV(WS-GROUP-GDX) TO WS-PROBE-OPER
               PERFORM find-oper
               MOVE SPACES TO WS-GROUP-NAME
               IF WS-OPER-FOUND > 0
                   MOVE WS-OPER-TBL-NAME(WS-OPER-FOUND)
                     TO WS-GROUP-NAME
               END-IF
               DISPLAY "=== supervisor " WS-GROUP-SUPV(WS-GROUP-GDX)
                   " " WS-GROUP-NAME " -- " WS-GROUP-MEMBERS
                   " operator(s) to sign off"
           END-IF
           DISPLAY "ID       NAME                 L CREDENTIAL"
               " LAST-ON  LAST CHANGE       CHANGES ATTESTED"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               IF WS-OPER-TBL-SUPV(WS-IDX) =
                       WS-GROUP-SUPV(WS-GROUP-GDX)
                   PERFORM print-one-operator
               END-IF
           END-PERFORM
           IF WS-GROUP-SUPV(WS-GROUP-GDX) NOT = SPACES
               DISPLAY "  signed off: ____________________"
                   "  date: __________  (recorded with"
                   " besbrcrt --attest)"
           END-IF.

           print-one-operator.
           PERFORM set-cred-text
           MOVE "never" TO WS-LAST-ON-TEXT
           MOVE WS-OPER-TBL-CRED(WS-IDX) TO WS-JDX
           IF WS-JDX > 0
               IF WS-CRED-ON-KIND(WS-JDX) = "S"
                   MOVE WS-CRED-LAST-ON(WS-JDX) TO WS-LAST-ON-TEXT
               END-IF
           END-IF
           MOVE "none" TO WS-LAST-CHG-TEXT
           IF WS-OPER-TBL-LAST-DATE(WS-IDX) NOT = SPACES
               MOVE SPACES TO WS-LAST-CHG-TEXT
               STRING WS-OPER-TBL-LAST-DATE(WS-IDX) " "
                   WS-OPER-TBL-LAST-TAG(WS-IDX)
                   DELIMITED BY SIZE INTO WS-LAST-CHG-TEXT
           END-IF
           IF WS-OPER-TBL-ATST-DATE(WS-IDX) >= WS-PERIOD-FROM
               ADD 1 TO WS-ATTESTED-COUNT
           ELSE
               ADD 1 TO WS-UNATTESTED-COUNT
           END-IF
           IF WS-OPER-TBL-ATST-DATE(WS-IDX) = SPACES
               MOVE "never" TO WS-OPER-TBL-ATST-DATE(WS-IDX)
           END-IF
           DISPLAY WS-OPER-TBL-ID(WS-IDX) " "
               WS-OPER-TBL-NAME(WS-IDX) " "
               WS-OPER-TBL-LEVEL(WS-IDX) " " WS-CRED-TEXT " "
               WS-LAST-ON-TEXT " " WS-LAST-CHG-TEXT " "
               WS-OPER-TBL-CHANGES(WS-IDX) "  "
               WS-OPER-TBL-ATST-DATE(WS-IDX)
           IF WS-JDX > 0
               IF WS-CRED-ON-KIND(WS-JDX) = "I"
                   DISPLAY "         no sign-on on record --"
                       " dormancy counted from "
                       WS-CRED-LAST-ON(WS-JDX)
               END-IF
           END-IF
           IF WS-OPER-TBL-LOCKED-NOW(WS-IDX) = 1
               DISPLAY "         locked this run as dormant"
           END-IF
           PERFORM print-change-types.

      *> the operator's tallies by tag, as many to a line as fit
           print-change-types.
           MOVE SPACES TO WS-TYPE-LINE
           MOVE 1 TO WS-TYPE-POS
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-TAG-COUNT
               IF WS-TAG-OPER(WS-KDX) = WS-IDX
                   IF WS-TYPE-POS > 51
                       DISPLAY "         by type: " WS-TYPE-LINE
                       MOVE SPACES TO WS-TYPE-LINE
                       MOVE 1 TO WS-TYPE-POS
                   END-IF
                   MOVE WS-TAG-TALLY(WS-KDX) TO WS-TALLY-EDIT
                   MOVE SPACES TO WS-TYPE-ITEM
                   STRING FUNCTION TRIM(WS-TAG-NAME(WS-KDX))
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-TALLY-EDIT)
                       DELIMITED BY SIZE
                       INTO WS-TYPE-ITEM
                   MOVE WS-TYPE-ITEM TO WS-TYPE-LINE(WS-TYPE-POS:16)
                   ADD 16 TO WS-TYPE-POS
               END-IF
           END-PERFORM
           IF WS-TYPE-POS > 1
               DISPLAY "         by type: " WS-TYPE-LINE
           END-IF.

           set-cred-text.
           MOVE "NONE" TO WS-CRED-TEXT
           MOVE WS-OPER-TBL-CRED(WS-IDX) TO WS-JDX
           IF WS-JDX = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CRED-LOCKED(WS-JDX) = "L"
                   MOVE "LOCKED" TO WS-CRED-TEXT
               WHEN WS-CRED-CHG(WS-JDX) = "Y"
                   MOVE "CHANGE-DUE" TO WS-CRED-TEXT
               WHEN WS-CRED-EXPIRY(WS-JDX) IS NUMERIC AND
                       WS-CRED-EXPIRY(WS-JDX) < WS-TODAY
                   MOVE "EXPIRED" TO WS-CRED-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-CRED-TEXT
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> the supervisor's sign-off: one OPERATST.DAT line for each
      *> operator assigned to them, at the level they hold today,
      *> and one audit record
      *> ---------------------------------------------------------------
           record-attestation.
           PERFORM verify-supervisor-credential
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ATTESTED-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               IF WS-OPER-TBL-SUPV(WS-IDX) = WS-OPER-ID
                   ADD 1 TO WS-ATTESTED-COUNT
               END-IF
           END-PERFORM
           IF WS-ATTESTED-COUNT = 0
               DISPLAY "BESBRCRT: no operators are assigned to "
                   WS-OPER-ID " for sign-off"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           OPEN EXTEND ATST-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ATST-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               IF WS-OPER-TBL-SUPV(WS-IDX) = WS-OPER-ID
                   MOVE SPACES TO ATST-FILE-RECORD
                   MOVE WS-TODAY TO ATST-FILE-RECORD(1:8)
                   MOVE WS-TS(9:6) TO ATST-FILE-RECORD(10:6)
                   MOVE WS-OPER-ID TO ATST-FILE-RECORD(17:8)
                   MOVE WS-OPER-TBL-ID(WS-IDX)
                     TO ATST-FILE-RECORD(26:8)
                   MOVE WS-OPER-TBL-LEVEL(WS-IDX)
                     TO ATST-FILE-RECORD(35:1)
                   MOVE WS-PERIOD-FROM TO ATST-FILE-RECORD(37:8)
                   MOVE WS-PERIOD-TO TO ATST-FILE-RECORD(46:8)
                   WRITE ATST-FILE-RECORD
                   DISPLAY "ATTESTED " WS-OPER-TBL-ID(WS-IDX) " "
                       WS-OPER-TBL-NAME(WS-IDX) " level "
                       WS-OPER-TBL-LEVEL(WS-IDX)
               END-IF
           END-PERFORM
           CLOSE ATST-FILE
           MOVE "operatst" TO WS-AUDIT-TAG
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING WS-ATTESTED-COUNT DELIMITED BY SIZE
               " operator(s) attested for " DELIMITED BY SIZE
               WS-PERIOD-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-PERIOD-TO DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           PERFORM write-audit
           DISPLAY "BESBRCRT: " WS-OPER-ID " attested "
               WS-ATTESTED-COUNT " operator(s) for " WS-PERIOD-FROM
               " to " WS-PERIOD-TO.

      *> the same rules BESBOPER applies to an administrator: the
      *> password must verify when there is a credential, three
      *> misses lock it, and a good one is a sign-on
           verify-supervisor-credential.
           MOVE 0 TO WS-ADMIN-CRED
           MOVE WS-OPER-ID TO WS-PROBE-OPER
           PERFORM find-oper
           IF WS-OPER-FOUND > 0
               MOVE WS-OPER-TBL-CRED(WS-OPER-FOUND) TO WS-ADMIN-CRED
           END-IF
           IF WS-ADMIN-CRED = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CRED-LOCKED(WS-ADMIN-CRED) = "L"
               DISPLAY "BESBRCRT: account " WS-OPER-ID
                   " is locked out"
               MOVE 0 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-AUTH-PW = SPACES
               DISPLAY "BESBRCRT: operator " WS-OPER-ID
                   " has a credential -- pass --auth=PW"
               MOVE 0 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUTH-PW TO WS-PW-IN
           PERFORM compute-pw-hash
           IF WS-PW-HASH NOT = WS-CRED-HASH(WS-ADMIN-CRED)
               ADD 1 TO WS-CRED-FAILS(WS-ADMIN-CRED)
               IF WS-CRED-FAILS(WS-ADMIN-CRED) >= 3
                   MOVE "L" TO WS-CRED-LOCKED(WS-ADMIN-CRED)
                   DISPLAY "BESBRCRT: wrong password; account"
                       " locked after repeated failures"
               ELSE
                   DISPLAY "BESBRCRT: wrong password"
               END-IF
               PERFORM write-cred-list
               MOVE "authfail" TO WS-AUDIT-TAG
               MOVE SPACES TO WS-AUDIT-TEXT
               PERFORM write-audit
               MOVE 0 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CRED-FAILS(WS-ADMIN-CRED)
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:8) TO WS-CRED-LAST-ON(WS-ADMIN-CRED)
           MOVE "S" TO WS-CRED-ON-KIND(WS-ADMIN-CRED)
           PERFORM write-cred-list.

      *> the same rolling hash the shell's sign-on computes
           compute-pw-hash.
           MOVE 0 TO WS-PW-HASH
           PERFORM VARYING WS-PW-PDX FROM 1 BY 1
                   UNTIL WS-PW-PDX > 20
               IF WS-PW-IN(WS-PW-PDX:1) NOT = SPACE
                   COMPUTE WS-PW-HASH = FUNCTION MOD(
                       WS-PW-HASH * 31 +
                       FUNCTION ORD(WS-PW-IN(WS-PW-PDX:1)),
                       99999989)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PW-IN.

      *> ---------------------------------------------------------------
      *> operator sign-on (supervisor only)
      *> ---------------------------------------------------------------
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           IF WS-OPER-COUNT = 0
               DISPLAY "BESBRCRT: OPERATORS.DAT is empty -- nothing"
                   " to recertify"
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBRCRT: an operator id is required"
                   " (--oper=ID)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPER-ID TO WS-PROBE-OPER
           PERFORM find-oper
           IF WS-OPER-FOUND = 0
               DISPLAY "BESBRCRT: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPER-TBL-LEVEL(WS-OPER-FOUND) TO WS-OPER-LEVEL
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBRCRT: operator " WS-OPER-ID
                   " is not authorized to recertify access"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OPER-OK.

           find-oper.
           MOVE 0 TO WS-OPER-FOUND
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-OPER-COUNT OR WS-OPER-FOUND > 0
               IF WS-OPER-TBL-ID(WS-KDX) = WS-PROBE-OPER
                   MOVE WS-KDX TO WS-OPER-FOUND
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the files
      *> ---------------------------------------------------------------
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
           IF WS-OPER-COUNT < 50 AND OPER-FILE-RECORD(1:8) NOT = SPACES
               ADD 1 TO WS-OPER-COUNT
               MOVE SPACES TO WS-OPER-ENTRY(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(1:8) TO
                   WS-OPER-TBL-ID(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(9:1) TO
                   WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(10:20) TO
                   WS-OPER-TBL-NAME(WS-OPER-COUNT)
               MOVE 0 TO WS-OPER-TBL-CRED(WS-OPER-COUNT)
               MOVE 0 TO WS-OPER-TBL-CHANGES(WS-OPER-COUNT)
               MOVE 0 TO WS-OPER-TBL-LOCKED-NOW(WS-OPER-COUNT)
           END-IF.

           load-cred-list.
           MOVE 0 TO WS-CRED-COUNT
           OPEN INPUT CRED-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CRED-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CRED-COUNT < 50 AND
                               CRED-FILE-RECORD(10:8) IS NUMERIC
                           PERFORM load-one-cred-entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRED-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-cred-entry.
           ADD 1 TO WS-CRED-COUNT
           MOVE CRED-FILE-RECORD(1:8) TO WS-CRED-ID(WS-CRED-COUNT)
           MOVE CRED-FILE-RECORD(10:8) TO WS-CRED-HASH(WS-CRED-COUNT)
           MOVE CRED-FILE-RECORD(19:8)
             TO WS-CRED-EXPIRY(WS-CRED-COUNT)
           MOVE CRED-FILE-RECORD(28:1) TO WS-CRED-CHG(WS-CRED-COUNT)
           IF CRED-FILE-RECORD(30:1) IS NUMERIC
               MOVE CRED-FILE-RECORD(30:1)
                 TO WS-CRED-FAILS(WS-CRED-COUNT)
           ELSE
               MOVE 0 TO WS-CRED-FAILS(WS-CRED-COUNT)
           END-IF
           MOVE CRED-FILE-RECORD(32:1)
             TO WS-CRED-LOCKED(WS-CRED-COUNT)
           MOVE CRED-FILE-RECORD(34:8)
             TO WS-CRED-LAST-ON(WS-CRED-COUNT)
           MOVE CRED-FILE-RECORD(43:1)
             TO WS-CRED-ON-KIND(WS-CRED-COUNT)
           MOVE CRED-FILE-RECORD(1:8) TO WS-PROBE-OPER
           PERFORM find-oper
           IF WS-OPER-FOUND > 0
               MOVE WS-CRED-COUNT TO WS-OPER-TBL-CRED(WS-OPER-FOUND)
           END-IF.

           write-cred-list.
           OPEN OUTPUT CRED-FILE
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-CRED-COUNT
               MOVE SPACES TO CRED-FILE-RECORD
               MOVE WS-CRED-ID(WS-KDX) TO CRED-FILE-RECORD(1:8)
               MOVE WS-CRED-HASH(WS-KDX) TO CRED-FILE-RECORD(10:8)
               MOVE WS-CRED-EXPIRY(WS-KDX)
                 TO CRED-FILE-RECORD(19:8)
               MOVE WS-CRED-CHG(WS-KDX) TO CRED-FILE-RECORD(28:1)
               MOVE WS-CRED-FAILS(WS-KDX) TO CRED-FILE-RECORD(30:1)
               MOVE WS-CRED-LOCKED(WS-KDX)
                 TO CRED-FILE-RECORD(32:1)
               MOVE WS-CRED-LAST-ON(WS-KDX)
                 TO CRED-FILE-RECORD(34:8)
               MOVE WS-CRED-ON-KIND(WS-KDX)
                 TO CRED-FILE-RECORD(43:1)
               WRITE CRED-FILE-RECORD
           END-PERFORM
           CLOSE CRED-FILE.

      *> a supervisor who has left the master signs nothing off --
      *> their operators fall into the unassigned group
           load-supv-list.
           OPEN INPUT SUPV-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SUPV-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SUPV-FILE-RECORD(10:8) TO WS-PROBE-OPER
                       PERFORM find-oper
                       MOVE WS-OPER-FOUND TO WS-JDX
                       MOVE SUPV-FILE-RECORD(1:8) TO WS-PROBE-OPER
                       PERFORM find-oper
                       IF WS-OPER-FOUND > 0 AND WS-JDX > 0
                           MOVE SUPV-FILE-RECORD(10:8)
                             TO WS-OPER-TBL-SUPV(WS-OPER-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPV-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> each operator's latest attestation, whoever gave it
           load-attestations.
           OPEN INPUT ATST-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ATST-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ATST-FILE-RECORD(26:8) TO WS-PROBE-OPER
                       PERFORM find-oper
                       IF WS-OPER-FOUND > 0 AND
                               ATST-FILE-RECORD(1:8) >=
                               WS-OPER-TBL-ATST-DATE(WS-OPER-FOUND)
                           MOVE ATST-FILE-RECORD(1:8)
                             TO WS-OPER-TBL-ATST-DATE(WS-OPER-FOUND)
                           MOVE ATST-FILE-RECORD(17:8)
                             TO WS-OPER-TBL-ATST-BY(WS-OPER-FOUND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATST-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-segment-index.
           MOVE 0 TO WS-SEG-COUNT
           OPEN INPUT SEGS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SEGS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEG-COUNT < 60 AND
                               SEGS-FILE-RECORD(1:40) NOT = SPACES
                           ADD 1 TO WS-SEG-COUNT
                           MOVE SEGS-FILE-RECORD(1:40)
                             TO WS-SEG-NAME(WS-SEG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TAG DELIMITED BY SIZE " " DELIMITED BY SIZE
               "OPERATORS           " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
