      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBCLON.
      *> modification history
      *>   2026-10-15  environment clone -- copies one environment's
      *>               file set (normally PROD) into another (TEST,
      *>               TRAIN) named in ENVIRONS.DAT: every master and
      *>               every term's schedule and sidecars, the way
      *>               BESBBKUP carries them, then stamps the copy
      *>               with its own environment. Operator credentials
      *>               are never copied: every operator comes across
      *>               locked, but for the supervisor running the
      *>               clone, who gets a temporary password to change
      *>               at first sign-on and issues the rest with
      *>               BESBOPER --reset in the new environment. The
      *>               production audit trail stays behind, and the
      *>               clone itself is audited there. Supervisor only
      *>   2026-10-15  the contract teaching-day rules (SPANRULE.DAT)
      *>               are one of the masters carried
      *>   2026-10-15  the minimum-enrollment table (MINENRL.DAT) is
      *>               one of the masters carried
      *>   2026-10-15  the change reason codes (REASONS.DAT) are one
      *>               of the masters carried
      *>   2026-10-15  each term's LMS course-shell state and sent
      *>               log (LMS-term.STATE, LMS-term.SENT) are carried
      *>   2026-10-15  each term's building-closure register
      *>               (CLOSURE-term.DAT) is carried
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TARGET-SCHED-FILE ASSIGN DYNAMIC WS-TSCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY TSR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DATA-FILE ASSIGN DYNAMIC WS-DATA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN DYNAMIC WS-TARGET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
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
       FD TARGET-SCHED-FILE.
       01 TARGET-SCHED-RECORD.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==TSR==.
      *> any of the line files carried
       FD DATA-FILE.
       01 DATA-FILE-RECORD PIC X(264).
       FD TARGET-FILE.
       01 TARGET-FILE-RECORD PIC X(264).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-TS PIC X(21).

      *> the environments: where each lives and what its stamp says
           01 WS-FROM-ENV PIC X(8) VALUE "PROD".
           01 WS-TO-ENV PIC X(8) VALUE SPACES.
           01 WS-SRC-DIR PIC X(60) VALUE SPACES.
           01 WS-TGT-DIR PIC X(60) VALUE SPACES.
           01 WS-TGT-STAMP PIC X(8) VALUE SPACES.
           01 WS-MKDIR-NAME PIC X(61) VALUE SPACES.
           01 WS-MKDIR-RC PIC S9(9) COMP-5 VALUE 0.

      *> the masters carried across; OPERCRED.DAT is rebuilt, and the
      *> audit trail (BESBUBO.AUDIT, AUDIT.HEAD, AUDIT.SEGS) stays
      *> with the environment that wrote it
           01 WS-MASTER-LIST.
               02 FILLER PIC X(32) VALUE
                   "TERMS.DAT       ROOMS.DAT       ".
               02 FILLER PIC X(32) VALUE
                   "ROOMATTR.DAT    ROOMCTL.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "INSTRUCTORS.DAT INSTRQUAL.DAT   ".
               02 FILLER PIC X(32) VALUE
                   "INSTRLOAD.DAT   INSTRAVAIL.DAT  ".
               02 FILLER PIC X(32) VALUE
                   "OPERATORS.DAT   OPERSUPV.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "OPERSCOP.DAT    OPERATST.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "SCHOOLS.DAT     CATALOG.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "COURSREQ.DAT    COENRL.DAT      ".
               02 FILLER PIC X(32) VALUE
                   "WALKTIME.DAT    CHGRATES.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "GLACCTS.DAT     OUTAGE.DAT      ".
               02 FILLER PIC X(32) VALUE
                   "SCENARIO.DAT    RPTDEFS.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "RPTRETN.DAT     RETAIN.DAT      ".
               02 FILLER PIC X(32) VALUE
                   "NOTICELOG.DAT   LOADHIST.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "TIMEHIST.DAT    REPOINDEX.DAT   ".
               02 FILLER PIC X(32) VALUE
                   "ROOMBOOK.CLOSED ROOMBOOK.EXCEPT ".
               02 FILLER PIC X(32) VALUE
                   "SPANRULE.DAT    MINENRL.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "REASONS.DAT                     ".
           01 WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
               02 WS-MASTER-NAME PIC X(16) OCCURS 33 TIMES.
           01 WS-MASTER-COUNT PIC 9(2) VALUE 33.

      *> a term's files: prefix, then the term, then suffix; the
      *> first is the schedule itself
           01 WS-FAMILY-LIST.
               02 FILLER PIC X(36) VALUE
                   "SCHED-   .DAT     SCHED-   .JRNLHIST".
               02 FILLER PIC X(18) VALUE
                   "SCHED-   .OCCX    ".
               02 FILLER PIC X(36) VALUE
                   "POLICY-  .DAT     CALENDAR-.DAT     ".
               02 FILLER PIC X(18) VALUE
                   "EVENTS-  .DAT     ".
               02 FILLER PIC X(36) VALUE
                   "EXCEPT-  .DAT     XLIST-   .DAT     ".
               02 FILLER PIC X(18) VALUE
                   "SECLINK- .DAT     ".
               02 FILLER PIC X(36) VALUE
                   "TEAM-    .DAT     PENDING- .DAT     ".
               02 FILLER PIC X(18) VALUE
                   "PENDCHG- .DAT     ".
               02 FILLER PIC X(36) VALUE
                   "ENRL-    .DAT     BOOKSTAT-.DAT     ".
               02 FILLER PIC X(18) VALUE
                   "EXPECT-  .DAT     ".
               02 FILLER PIC X(36) VALUE
                   "EXAMMAT- .DAT     STUREG-  .DAT     ".
               02 FILLER PIC X(18) VALUE
                   "ROOMBOOK-.STATE   ".
               02 FILLER PIC X(18) VALUE
                   "NOTICE-  .STATE   ".
               02 FILLER PIC X(36) VALUE
                   "LMS-     .STATE   LMS-     .SENT    ".
               02 FILLER PIC X(18) VALUE
                   "CLOSURE- .DAT     ".
           01 WS-FAMILY-TABLE REDEFINES WS-FAMILY-LIST.
               02 WS-FAMILY-ENTRY OCCURS 22 TIMES.
                   03 WS-FAMILY-PREFIX PIC X(9).
                   03 WS-FAMILY-SUFFIX PIC X(9).
           01 WS-FAMILY-COUNT PIC 9(2) VALUE 22.

           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).

      *> the file in hand, and what the clone has done
           01 WS-CUR-NAME PIC X(40) VALUE SPACES.
           01 WS-CUR-TERM PIC X(20) VALUE SPACES.
           01 WS-CUR-COUNT PIC 9(7) VALUE 0.
           01 WS-COPIED-FILES PIC 9(4) VALUE 0.
           01 WS-COPIED-RECORDS PIC 9(7) VALUE 0.
           01 WS-SKIPPED-TERMS PIC 9(3) VALUE 0.
           01 WS-WORST-RC PIC 9(2) VALUE 0.

      *> the scrubbed credential file: one line per operator on the
      *> master, id(1:8) hash(10:8) expiry(19:8) change(28:1)
      *> failures(30:1) locked(32:1) issued(34:8) kind(43:1)
           01 WS-TEMP-PW PIC X(20) VALUE SPACES.
           01 WS-PW-IN PIC X(20) VALUE SPACES.
           01 WS-PW-HASH PIC 9(8) VALUE 0.
           01 WS-PW-PDX PIC 9(2) VALUE 0.
           01 WS-CRED-RECORD PIC X(43) VALUE SPACES.

           01 WS-SCHED-FILENAME PIC X(80) VALUE SPACES.
           01 WS-TSCHED-FILENAME PIC X(80) VALUE SPACES.
           01 WS-DATA-FILENAME PIC X(80) VALUE SPACES.
           01 WS-TARGET-FILENAME PIC X(80) VALUE SPACES.
           01 WS-TERMS-FILENAME PIC X(80) VALUE SPACES.
           01 WS-OPER-FILENAME PIC X(80) VALUE SPACES.
           01 WS-LOCK-FILENAME PIC X(80) VALUE SPACES.
           01 WS-PATH-DIR PIC X(60) VALUE SPACES.
           01 WS-PATH-LEAF PIC X(40) VALUE SPACES.
           01 WS-PATH-NAME PIC X(80) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

      *> operator identity -- a clone copies the whole production
      *> file set, so it is a supervisor-only operation
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

           01 WS-ENV-PARMS.
               COPY ENVPARM
                   REPLACING LEADING ==ENVPARM== BY ==EP==.
           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

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
           MOVE FUNCTION UPPER-CASE(WS-FROM-ENV) TO WS-FROM-ENV.
           MOVE FUNCTION UPPER-CASE(WS-TO-ENV) TO WS-TO-ENV.
           IF WS-TO-ENV = SPACES OR WS-TEMP-PW = SPACES
               DISPLAY "BESBCLON: usage: besbclon --to=ENV"
                   " [--from=ENV] --oper=ID --temp=PW"
               DISPLAY "  --temp= is the running supervisor's"
                   " temporary password in the new environment"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TO-ENV = "PROD" OR WS-TO-ENV = WS-FROM-ENV
               DISPLAY "BESBCLON: cannot clone "
                   FUNCTION TRIM(WS-FROM-ENV) " into "
                   FUNCTION TRIM(WS-TO-ENV)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM check-source.
           PERFORM check-target.
           IF WS-WORST-RC > 0
               MOVE WS-WORST-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM write-target-stamp.
           IF WS-WORST-RC > 0
               MOVE WS-WORST-RC TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBCLON: cloning " FUNCTION TRIM(WS-FROM-ENV)
               " (" FUNCTION TRIM(WS-SRC-DIR) ") into "
               FUNCTION TRIM(WS-TO-ENV) " ("
               FUNCTION TRIM(WS-TGT-DIR) ")".
           PERFORM load-terms-list.
           MOVE SPACES TO WS-CUR-TERM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MASTER-COUNT
               MOVE WS-MASTER-NAME(WS-IDX) TO WS-CUR-NAME
               PERFORM copy-line-file
           END-PERFORM.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               PERFORM copy-one-term
           END-PERFORM.
           PERFORM write-scrubbed-credentials.
           DISPLAY "BESBCLON: " WS-COPIED-FILES " files, "
               WS-COPIED-RECORDS " records copied; "
               WS-OPER-COUNT " operators carried, every credential"
               " locked but " FUNCTION TRIM(WS-OPER-ID) "'s".
           DISPLAY "  issue test credentials with besboper --env="
               FUNCTION TRIM(WS-TO-ENV) " --reset=ID --pass=PW".
           IF WS-SKIPPED-TERMS > 0
               MOVE 4 TO WS-WORST-RC
           END-IF.
           PERFORM write-audit.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:7) = "--from="
                   MOVE ARGV(8:8) TO WS-FROM-ENV
               WHEN ARGV(1:5) = "--to="
                   MOVE ARGV(6:8) TO WS-TO-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:7) = "--temp="
                   MOVE ARGV(8:20) TO WS-TEMP-PW
               WHEN OTHER
                   DISPLAY "BESBCLON: invalid arg: " ARGV
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> the source must be what it says it is: stamped for its own
      *> environment, or an unstamped PROD
      *> ---------------------------------------------------------------
           check-source.
           MOVE "Q" TO EP-OP
           MOVE WS-FROM-ENV TO EP-ENV
           MOVE "BESBCLON" TO EP-PROGRAM
           CALL "BESBENV" USING WS-ENV-PARMS
           MOVE EP-DIR TO WS-SRC-DIR
           IF EP-STAMP = SPACES AND WS-FROM-ENV NOT = "PROD"
               DISPLAY "BESBCLON: " FUNCTION TRIM(WS-SRC-DIR)
                   " carries no environment stamp -- not cloning"
                   " from it"
               MOVE 8 TO WS-WORST-RC
           END-IF
           IF EP-STAMP NOT = SPACES AND EP-STAMP NOT = WS-FROM-ENV
               DISPLAY "BESBCLON: " FUNCTION TRIM(WS-SRC-DIR)
                   " is stamped " FUNCTION TRIM(EP-STAMP)
                   ", not " FUNCTION TRIM(WS-FROM-ENV)
               MOVE 8 TO WS-WORST-RC
           END-IF.

      *> ---------------------------------------------------------------
      *> the target must have a directory of its own, and that
      *> directory must be new or already this environment's -- a
      *> map line pointing at live files is refused, stamped or not
      *> ---------------------------------------------------------------
           check-target.
           MOVE "Q" TO EP-OP
           MOVE WS-TO-ENV TO EP-ENV
           CALL "BESBENV" USING WS-ENV-PARMS
           MOVE EP-DIR TO WS-TGT-DIR
           MOVE EP-STAMP TO WS-TGT-STAMP
           IF WS-TGT-DIR = "." OR WS-TGT-DIR = WS-SRC-DIR
               DISPLAY "BESBCLON: " FUNCTION TRIM(WS-TO-ENV)
                   " has no directory of its own in ENVIRONS.DAT"
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-TGT-STAMP NOT = SPACES
               IF WS-TGT-STAMP NOT = WS-TO-ENV
                   DISPLAY "BESBCLON: " FUNCTION TRIM(WS-TGT-DIR)
                       " is stamped " FUNCTION TRIM(WS-TGT-STAMP)
                       " -- not overwriting it"
                   MOVE 8 TO WS-WORST-RC
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TGT-DIR TO WS-PATH-DIR
           MOVE "TERMS.DAT" TO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-DATA-FILENAME
           OPEN INPUT DATA-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE DATA-FILE
               DISPLAY "BESBCLON: " FUNCTION TRIM(WS-TGT-DIR)
                   " holds files but no environment stamp --"
                   " not overwriting it"
               MOVE 8 TO WS-WORST-RC
           END-IF.

      *> the directory made if it is new, and stamped before anything
      *> is copied, so a clone cut short is simply run again
           write-target-stamp.
           MOVE SPACES TO WS-MKDIR-NAME
           MOVE WS-TGT-DIR TO WS-MKDIR-NAME
           CALL "CBL_CREATE_DIR" USING WS-MKDIR-NAME
               RETURNING WS-MKDIR-RC
           END-CALL
           MOVE "W" TO EP-OP
           MOVE WS-TO-ENV TO EP-ENV
           MOVE WS-TGT-DIR TO EP-DIR
           MOVE WS-FROM-ENV TO EP-STAMP
           MOVE "BESBCLON" TO EP-PROGRAM
           CALL "BESBENV" USING WS-ENV-PARMS
           IF EP-RC NOT = 0
               DISPLAY "BESBCLON: " FUNCTION TRIM(EP-TEXT)
               MOVE 8 TO WS-WORST-RC
           END-IF.

      *> ---------------------------------------------------------------
      *> a term a writer holds is left out rather than copied
      *> half-written
      *> ---------------------------------------------------------------
           copy-one-term.
           MOVE WS-TERMS-NAME(WS-TDX) TO WS-CUR-TERM
           MOVE WS-SRC-DIR TO WS-PATH-DIR
           MOVE SPACES TO WS-PATH-LEAF
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-TERM) DELIMITED BY SPACE
               ".DAT.LOCK" DELIMITED BY SIZE
               INTO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY " term " FUNCTION TRIM(WS-CUR-TERM)
                   " is locked by another session -- not copied"
               ADD 1 TO WS-SKIPPED-TERMS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-FAMILY-COUNT
               MOVE SPACES TO WS-CUR-NAME
               STRING FUNCTION TRIM(WS-FAMILY-PREFIX(WS-JDX))
                       DELIMITED BY SPACE
                   FUNCTION TRIM(WS-CUR-TERM) DELIMITED BY SPACE
                   FUNCTION TRIM(WS-FAMILY-SUFFIX(WS-JDX))
                       DELIMITED BY SPACE
                   INTO WS-CUR-NAME
               IF WS-JDX = 1
                   PERFORM copy-schedule
               ELSE
                   PERFORM copy-line-file
               END-IF
           END-PERFORM.

           copy-line-file.
           MOVE WS-SRC-DIR TO WS-PATH-DIR
           MOVE WS-CUR-NAME TO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-DATA-FILENAME
           OPEN INPUT DATA-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TGT-DIR TO WS-PATH-DIR
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-TARGET-FILENAME
           OPEN OUTPUT TARGET-FILE
           IF WS-FILE-STATUS NOT = "00"
               CLOSE DATA-FILE
               DISPLAY " " FUNCTION TRIM(WS-TARGET-FILENAME)
                   " could not be written (status "
                   WS-FILE-STATUS ")"
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CUR-COUNT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ DATA-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DATA-FILE-RECORD TO TARGET-FILE-RECORD
                       WRITE TARGET-FILE-RECORD
                       ADD 1 TO WS-CUR-COUNT
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE TARGET-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM count-copied-file.

           copy-schedule.
           MOVE WS-SRC-DIR TO WS-PATH-DIR
           MOVE WS-CUR-NAME TO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-SCHED-FILENAME
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TGT-DIR TO WS-PATH-DIR
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-TSCHED-FILENAME
           OPEN OUTPUT TARGET-SCHED-FILE
           IF WS-FILE-STATUS NOT = "00"
               CLOSE SCHEDULE-FILE
               DISPLAY " " FUNCTION TRIM(WS-TSCHED-FILENAME)
                   " could not be written (status "
                   WS-FILE-STATUS ")"
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CUR-COUNT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SCHEDULE-FILE-RECORD
                         TO TARGET-SCHED-RECORD
                       WRITE TARGET-SCHED-RECORD
                           INVALID KEY CONTINUE
                       END-WRITE
                       ADD 1 TO WS-CUR-COUNT
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           CLOSE TARGET-SCHED-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM count-copied-file.

           count-copied-file.
           ADD 1 TO WS-COPIED-FILES
           ADD WS-CUR-COUNT TO WS-COPIED-RECORDS
           DISPLAY " copied " FUNCTION TRIM(WS-CUR-NAME)
               " (" WS-CUR-COUNT " records)".

      *> a file's name in an environment's directory; the directory
      *> the job started in needs no prefix
           build-path.
           MOVE SPACES TO WS-PATH-NAME
           IF WS-PATH-DIR = "." OR WS-PATH-DIR = SPACES
               MOVE WS-PATH-LEAF TO WS-PATH-NAME
           ELSE
               STRING FUNCTION TRIM(WS-PATH-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PATH-LEAF) DELIMITED BY SIZE
                   INTO WS-PATH-NAME
           END-IF.

      *> ---------------------------------------------------------------
      *> credentials: nothing of the source's OPERCRED.DAT crosses
      *> over. every operator on the master gets a locked line, so
      *> no one signs on to the copy by id alone; the supervisor
      *> running the clone gets the temporary password, flagged
      *> change-at-next-signon as BESBOPER issues one
      *> ---------------------------------------------------------------
           write-scrubbed-credentials.
           MOVE WS-TGT-DIR TO WS-PATH-DIR
           MOVE "OPERCRED.DAT" TO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-TARGET-FILENAME
           OPEN OUTPUT TARGET-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY " " FUNCTION TRIM(WS-TARGET-FILENAME)
                   " could not be written (status "
                   WS-FILE-STATUS ")"
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
               MOVE SPACES TO WS-CRED-RECORD
               MOVE WS-OPER-TBL-ID(WS-IDX) TO WS-CRED-RECORD(1:8)
               MOVE "00000000" TO WS-CRED-RECORD(10:8)
               MOVE "00000000" TO WS-CRED-RECORD(19:8)
               MOVE "Y" TO WS-CRED-RECORD(28:1)
               MOVE "0" TO WS-CRED-RECORD(30:1)
               MOVE "L" TO WS-CRED-RECORD(32:1)
               MOVE WS-TS(1:8) TO WS-CRED-RECORD(34:8)
               MOVE "I" TO WS-CRED-RECORD(43:1)
               IF WS-OPER-TBL-ID(WS-IDX) = WS-OPER-ID
                   MOVE WS-TEMP-PW TO WS-PW-IN
                   PERFORM compute-pw-hash
                   MOVE WS-PW-HASH TO WS-CRED-RECORD(10:8)
                   MOVE SPACE TO WS-CRED-RECORD(32:1)
               END-IF
               MOVE SPACES TO TARGET-FILE-RECORD
               MOVE WS-CRED-RECORD TO TARGET-FILE-RECORD
               WRITE TARGET-FILE-RECORD
           END-PERFORM
           CLOSE TARGET-FILE
           MOVE SPACES TO WS-TEMP-PW.

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

           load-terms-list.
           MOVE 0 TO WS-TERMS-COUNT
           MOVE WS-SRC-DIR TO WS-PATH-DIR
           MOVE "TERMS.DAT" TO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-TERMS-FILENAME
           OPEN INPUT TERMS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TERMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TERMS-COUNT < 20 AND
                               TERMS-FILE-RECORD(1:20) NOT = SPACES
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TERMS-FILE-RECORD(1:20)
                             TO WS-TERMS-NAME(WS-TERMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> the supervisor signs on against the source's master; with
      *> no master at all there is no one to issue credentials to
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               DISPLAY "BESBCLON: no OPERATORS.DAT in "
                   FUNCTION TRIM(WS-SRC-DIR)
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBCLON: an operator id is required"
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
               DISPLAY "BESBCLON: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBCLON: operator " WS-OPER-ID
                   " is not authorized to clone an environment"
               MOVE 0 TO WS-OPER-OK
           END-IF.

           load-oper-list.
           MOVE 0 TO WS-OPER-COUNT
           MOVE WS-SRC-DIR TO WS-PATH-DIR
           MOVE "OPERATORS.DAT" TO WS-PATH-LEAF
           PERFORM build-path
           MOVE WS-PATH-NAME TO WS-OPER-FILENAME
           OPEN INPUT OPER-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ OPER-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-OPER-COUNT < 50
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPER-FILE-RECORD(1:8) TO
                               WS-OPER-TBL-ID(WS-OPER-COUNT)
                           MOVE OPER-FILE-RECORD(9:1) TO
                               WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
                           MOVE OPER-FILE-RECORD(10:20) TO
                               WS-OPER-TBL-NAME(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> the clone is written into the source's own trail -- the
      *> program moves into the source environment to append it
           write-audit.
           MOVE "S" TO EP-OP
           MOVE WS-FROM-ENV TO EP-ENV
           MOVE "BESBCLON" TO EP-PROGRAM
           CALL "BESBENV" USING WS-ENV-PARMS
           IF EP-RC NOT = 0
               MOVE 8 TO WS-WORST-RC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "cloned " WS-COPIED-FILES " files into "
               FUNCTION TRIM(WS-TO-ENV) " ("
               FUNCTION TRIM(WS-TGT-DIR) "), credentials scrubbed"
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "envclone" DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*ALL*" DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-AUDIT-TEXT TO ACH-LINE(62:71)
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
