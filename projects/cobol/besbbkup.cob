      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBBKUP.
      *> modification history
      *>   2026-10-15  whole-environment backup -- one dated set,
      *>               BACKUP-YYYYMMDD.DAT, carries every master file
      *>               and every term's schedule and sidecars as
      *>               @FILE blocks (the way BESBARCH packs a closed
      *>               term), with BACKUP-YYYYMMDD.MANIFEST listing
      *>               each file's name, term, record count and
      *>               checksum; the checksum chains the records
      *>               through BESBACHN's digest and link arithmetic,
      *>               so a changed, dropped or reordered record
      *>               shows. a fresh set is verified as soon as it
      *>               is written; --verify re-reads any set against
      *>               its manifest; --restore (supervisor only, and
      *>               only from a set that verifies) rebuilds the
      *>               whole environment or the files and terms named
      *>               with --only= and --term=, each term under its
      *>               write lock, and then runs BESBCHEK on every
      *>               term restored
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV); a set's
      *>               header names the environment it was taken in,
      *>               and it is never restored into another
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
           SELECT DATA-FILE ASSIGN DYNAMIC WS-DATA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SET-FILE ASSIGN DYNAMIC WS-SET-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MAN-FILE ASSIGN DYNAMIC WS-MAN-FILENAME
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
      *> any of the line files carried -- the widest is well inside
      *> two 132-byte digest blocks
       FD DATA-FILE.
       01 DATA-FILE-RECORD PIC X(264).
      *> backup set line: @HDR / @FILE name markers, else the record
      *> of the file being carried (a schedule row at 169 bytes)
       FD SET-FILE.
       01 SET-FILE-RECORD PIC X(264).
      *> manifest line: file name(1:40) term(42:20), blank for a
      *> master, kind(63:1) S schedule / L line file, records(65:7)
      *> checksum(73:16); the @HDR line leads
       FD MAN-FILE.
       01 MAN-FILE-RECORD PIC X(88).
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
           01 WS-MODE PIC X(1) VALUE "B".
               88 MODE-BACKUP VALUE "B".
               88 MODE-VERIFY VALUE "V".
               88 MODE-RESTORE VALUE "R".
           01 WS-SET-DATE PIC X(8) VALUE SPACES.
      *> the environment the set was taken in (blank before sets
      *> were stamped)
           01 WS-SET-ENV PIC X(8) VALUE SPACES.

      *> the masters, carried under their own names
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
                   "OPERATORS.DAT   OPERCRED.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "OPERSUPV.DAT    OPERSCOP.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "OPERATST.DAT    SCHOOLS.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "CATALOG.DAT     COURSREQ.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "COENRL.DAT      WALKTIME.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "CHGRATES.DAT    GLACCTS.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "OUTAGE.DAT      SCENARIO.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "RPTDEFS.DAT     RPTRETN.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "RETAIN.DAT      NOTICELOG.DAT   ".
               02 FILLER PIC X(32) VALUE
                   "LOADHIST.DAT    TIMEHIST.DAT    ".
               02 FILLER PIC X(32) VALUE
                   "REPOINDEX.DAT   ROOMBOOK.CLOSED ".
               02 FILLER PIC X(32) VALUE
                   "ROOMBOOK.EXCEPT BESBUBO.AUDIT   ".
               02 FILLER PIC X(32) VALUE
                   "AUDIT.HEAD      AUDIT.SEGS      ".
               02 FILLER PIC X(32) VALUE
                   "SPANRULE.DAT    MINENRL.DAT     ".
               02 FILLER PIC X(32) VALUE
                   "REASONS.DAT                     ".
           01 WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
               02 WS-MASTER-NAME PIC X(16) OCCURS 37 TIMES.
           01 WS-MASTER-COUNT PIC 9(2) VALUE 37.

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

      *> the file in hand
           01 WS-CUR-NAME PIC X(40) VALUE SPACES.
           01 WS-CUR-TERM PIC X(20) VALUE SPACES.
           01 WS-CUR-KIND PIC X(1) VALUE SPACES.
           01 WS-CUR-COUNT PIC 9(7) VALUE 0.
           01 WS-CUR-SUM PIC X(16) VALUE SPACES.
           01 WS-GENESIS-SUM PIC X(16) VALUE "0000000000000000".
           01 WS-SET-FILES PIC 9(4) VALUE 0.
           01 WS-SET-RECORDS PIC 9(7) VALUE 0.
           01 WS-SKIPPED-TERMS PIC 9(3) VALUE 0.

      *> the manifest as read back, and what the set holds against
      *> each line of it
           01 WS-MAN-COUNT PIC 9(4) VALUE 0.
           01 WS-MAN-LIST.
               02 WS-MAN-ENTRY OCCURS 500 TIMES.
                   03 WS-MAN-NAME PIC X(40).
                   03 WS-MAN-TERM PIC X(20).
                   03 WS-MAN-KIND PIC X(1).
                   03 WS-MAN-RECORDS PIC 9(7).
                   03 WS-MAN-SUM PIC X(16).
                   03 WS-MAN-SEEN PIC 9(1).
                   03 WS-MAN-GOT-RECORDS PIC 9(7).
                   03 WS-MAN-GOT-SUM PIC X(16).
           01 WS-MAN-FOUND PIC 9(4) VALUE 0.
           01 WS-CUR-ENTRY PIC 9(4) VALUE 0.
           01 WS-VERIFY-BAD PIC 9(4) VALUE 0.
           01 WS-VERIFY-OK PIC 9(4) VALUE 0.

      *> restore: what was asked for, the terms touched and their
      *> locks
           01 WS-ONLY-COUNT PIC 9(2) VALUE 0.
           01 WS-ONLY-NAME PIC X(40) OCCURS 10 TIMES.
           01 WS-ONLY-SEEN PIC 9(1) OCCURS 10 TIMES.
           01 WS-PICK-COUNT PIC 9(2) VALUE 0.
           01 WS-PICK-TERM PIC X(20) OCCURS 10 TIMES.
           01 WS-PICK-SEEN PIC 9(1) OCCURS 10 TIMES.
           01 WS-SELECTED PIC 9(1) VALUE 0.
           01 WS-OUT-OPEN PIC X(1) VALUE SPACE.
           01 WS-RT-COUNT PIC 9(2) VALUE 0.
           01 WS-RT-LIST.
               02 WS-RT-ENTRY OCCURS 20 TIMES.
                   03 WS-RT-TERM PIC X(20).
                   03 WS-RT-LOCK PIC 9(1).
                   03 WS-RT-FILES PIC 9(3).
           01 WS-RT-FOUND PIC 9(2) VALUE 0.
           01 WS-RESTORED-FILES PIC 9(4) VALUE 0.
           01 WS-RESTORED-RECORDS PIC 9(7) VALUE 0.
           01 WS-REFUSED-FILES PIC 9(4) VALUE 0.
           01 WS-WORST-RC PIC 9(2) VALUE 0.
           01 WS-CMD PIC X(100) VALUE SPACES.
           01 WS-CHEK-RC PIC 9(5) VALUE 0.

           01 WS-SCHED-FILENAME PIC X(60) VALUE SPACES.
           01 WS-DATA-FILENAME PIC X(60) VALUE SPACES.
           01 WS-SET-FILENAME PIC X(60) VALUE SPACES.
           01 WS-MAN-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

      *> operator identity -- a restore replaces live files, so it
      *> is a supervisor-only operation like the purge
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

      *> the checksum and the audit line both go through BESBACHN
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
           MOVE "BESBBKUP" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SET-DATE = SPACES
               IF MODE-RESTORE
                   DISPLAY "BESBBKUP: usage: besbbkup --restore"
                       " --date=YYYYMMDD [--only=FILE ...]"
                       " [--term=X ...] [--oper=ID]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-SET-DATE
           END-IF.
           IF WS-SET-DATE IS NOT NUMERIC
               DISPLAY "BESBBKUP: --date= must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-SET-FILENAME.
           STRING "BACKUP-" WS-SET-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-SET-FILENAME.
           MOVE SPACES TO WS-MAN-FILENAME.
           STRING "BACKUP-" WS-SET-DATE ".MANIFEST"
               DELIMITED BY SIZE INTO WS-MAN-FILENAME.
           EVALUATE TRUE
               WHEN MODE-BACKUP
                   PERFORM write-backup-set
                   PERFORM verify-set
               WHEN MODE-VERIFY
                   PERFORM verify-set
               WHEN MODE-RESTORE
                   PERFORM sign-on-operator
                   IF WS-OPER-OK = 0
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM verify-set
                   IF WS-VERIFY-BAD > 0 OR WS-MAN-COUNT = 0
                       DISPLAY "BESBBKUP: set " WS-SET-DATE
                           " does not verify -- refusing to restore"
                           " from it"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-SET-ENV NOT = SPACES AND
                           WS-SET-ENV NOT = EP-ENV
                       DISPLAY "BESBBKUP: set " WS-SET-DATE
                           " was taken in environment "
                           FUNCTION TRIM(WS-SET-ENV)
                           " -- refusing to restore it into "
                           FUNCTION TRIM(EP-ENV)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM restore-set
           END-EVALUATE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-SET-DATE
               WHEN ARGV(1:8) = "--verify"
                   MOVE "V" TO WS-MODE
               WHEN ARGV(1:9) = "--restore"
                   MOVE "R" TO WS-MODE
               WHEN ARGV(1:7) = "--only="
                   IF WS-ONLY-COUNT < 10
                       ADD 1 TO WS-ONLY-COUNT
                       MOVE ARGV(8:40) TO WS-ONLY-NAME(WS-ONLY-COUNT)
                       MOVE 0 TO WS-ONLY-SEEN(WS-ONLY-COUNT)
                   END-IF
               WHEN ARGV(1:7) = "--term="
                   IF WS-PICK-COUNT < 10
                       ADD 1 TO WS-PICK-COUNT
                       MOVE ARGV(8:20) TO WS-PICK-TERM(WS-PICK-COUNT)
                       MOVE 0 TO WS-PICK-SEEN(WS-PICK-COUNT)
                   END-IF
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN OTHER
                   DISPLAY "BESBBKUP: invalid arg: " ARGV
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> backup: every master there is, then every term's files; a
      *> term a writer holds is left out of the set rather than
      *> carried half-written
      *> ---------------------------------------------------------------
           write-backup-set.
           PERFORM load-terms-list
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           OPEN OUTPUT SET-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBBKUP: cannot write "
                   FUNCTION TRIM(WS-SET-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAN-FILE
           MOVE SPACES TO SET-FILE-RECORD
           STRING "@HDR BACKUP " WS-SET-DATE " " WS-TS(1:14)
               " " EP-ENV
               DELIMITED BY SIZE INTO SET-FILE-RECORD
           WRITE SET-FILE-RECORD
           MOVE SET-FILE-RECORD TO MAN-FILE-RECORD
           WRITE MAN-FILE-RECORD
           MOVE SPACES TO WS-CUR-TERM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MASTER-COUNT
               MOVE WS-MASTER-NAME(WS-IDX) TO WS-CUR-NAME
               PERFORM pack-line-file
           END-PERFORM
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               PERFORM pack-one-term
           END-PERFORM
           CLOSE SET-FILE
           CLOSE MAN-FILE
           DISPLAY "BESBBKUP: " WS-SET-FILES " files, "
               WS-SET-RECORDS " records in "
               FUNCTION TRIM(WS-SET-FILENAME) " (manifest "
               FUNCTION TRIM(WS-MAN-FILENAME) ")"
           IF WS-SKIPPED-TERMS > 0
               MOVE 4 TO WS-WORST-RC
           END-IF.

           pack-one-term.
           MOVE WS-TERMS-NAME(WS-TDX) TO WS-CUR-TERM
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-TERM) DELIMITED BY SPACE
               ".DAT.LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY " term " FUNCTION TRIM(WS-CUR-TERM)
                   " is locked by another session -- left out of"
                   " the set"
               ADD 1 TO WS-SKIPPED-TERMS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-FAMILY-COUNT
               PERFORM build-family-name
               IF WS-JDX = 1
                   PERFORM pack-schedule
               ELSE
                   PERFORM pack-line-file
               END-IF
           END-PERFORM.

           build-family-name.
           MOVE SPACES TO WS-CUR-NAME
           STRING FUNCTION TRIM(WS-FAMILY-PREFIX(WS-JDX))
                   DELIMITED BY SPACE
               FUNCTION TRIM(WS-CUR-TERM) DELIMITED BY SPACE
               FUNCTION TRIM(WS-FAMILY-SUFFIX(WS-JDX))
                   DELIMITED BY SPACE
               INTO WS-CUR-NAME.

           pack-line-file.
           MOVE WS-CUR-NAME TO WS-DATA-FILENAME
           OPEN INPUT DATA-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO WS-CUR-KIND
           PERFORM start-file-block
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ DATA-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DATA-FILE-RECORD TO SET-FILE-RECORD
                       PERFORM carry-one-record
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM end-file-block.

           pack-schedule.
           MOVE WS-CUR-NAME TO WS-SCHED-FILENAME
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CUR-KIND
           PERFORM start-file-block
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO SET-FILE-RECORD
                       MOVE SCHEDULE-FILE-RECORD
                         TO SET-FILE-RECORD(1:169)
                       PERFORM carry-one-record
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM end-file-block.

           start-file-block.
           MOVE SPACES TO SET-FILE-RECORD
           STRING "@FILE " WS-CUR-NAME
               DELIMITED BY SIZE INTO SET-FILE-RECORD
           WRITE SET-FILE-RECORD
           MOVE 0 TO WS-CUR-COUNT
           MOVE WS-GENESIS-SUM TO WS-CUR-SUM.

           carry-one-record.
           WRITE SET-FILE-RECORD
           ADD 1 TO WS-CUR-COUNT
           ADD 1 TO WS-SET-RECORDS
           PERFORM sum-one-record.

           end-file-block.
           ADD 1 TO WS-SET-FILES
           MOVE SPACES TO MAN-FILE-RECORD
           MOVE WS-CUR-NAME TO MAN-FILE-RECORD(1:40)
           MOVE WS-CUR-TERM TO MAN-FILE-RECORD(42:20)
           MOVE WS-CUR-KIND TO MAN-FILE-RECORD(63:1)
           MOVE WS-CUR-COUNT TO MAN-FILE-RECORD(65:7)
           MOVE WS-CUR-SUM TO MAN-FILE-RECORD(73:16)
           WRITE MAN-FILE-RECORD.

      *> the record in SET-FILE-RECORD joins the file's checksum:
      *> each 132-byte block is digested and linked to the sum so
      *> far at the record's number, as an audit line is chained
           sum-one-record.
           MOVE "D" TO ACH-OP
           MOVE SET-FILE-RECORD(1:132) TO ACH-LINE
           CALL "BESBACHN" USING WS-AUDIT-CHAIN
           MOVE "H" TO ACH-OP
           MOVE WS-CUR-SUM TO ACH-PREV-HASH
           MOVE WS-CUR-COUNT TO ACH-SEQ
           CALL "BESBACHN" USING WS-AUDIT-CHAIN
           MOVE ACH-HASH TO WS-CUR-SUM
           IF SET-FILE-RECORD(133:132) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO ACH-OP
           MOVE SET-FILE-RECORD(133:132) TO ACH-LINE
           CALL "BESBACHN" USING WS-AUDIT-CHAIN
           MOVE "H" TO ACH-OP
           MOVE WS-CUR-SUM TO ACH-PREV-HASH
           MOVE WS-CUR-COUNT TO ACH-SEQ
           CALL "BESBACHN" USING WS-AUDIT-CHAIN
           MOVE ACH-HASH TO WS-CUR-SUM.

      *> ---------------------------------------------------------------
      *> verify: the set re-read block by block, each block's count
      *> and checksum against its manifest line; a block the
      *> manifest does not list, or a manifest line with no block,
      *> fails the set as surely as a wrong checksum
      *> ---------------------------------------------------------------
           verify-set.
           MOVE 0 TO WS-VERIFY-BAD
           MOVE 0 TO WS-VERIFY-OK
           PERFORM load-manifest
           IF WS-MAN-COUNT = 0
               DISPLAY "BESBBKUP: no manifest "
                   FUNCTION TRIM(WS-MAN-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SET-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBBKUP: no backup set "
                   FUNCTION TRIM(WS-SET-FILENAME)
               MOVE 1 TO WS-VERIFY-BAD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CUR-ENTRY
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SET-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM verify-one-line
               END-READ
           END-PERFORM
           CLOSE SET-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM close-verify-block
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAN-COUNT
               PERFORM judge-manifest-line
           END-PERFORM
           DISPLAY "BESBBKUP: set " WS-SET-DATE " -- "
               WS-VERIFY-OK " files verified, "
               WS-VERIFY-BAD " failed"
           IF WS-VERIFY-BAD > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-WORST-RC TO RETURN-CODE
           END-IF.

           verify-one-line.
           IF SET-FILE-RECORD(1:5) = "@HDR "
               MOVE SET-FILE-RECORD(37:8) TO WS-SET-ENV
               EXIT PARAGRAPH
           END-IF
           IF SET-FILE-RECORD(1:6) = "@FILE "
               PERFORM close-verify-block
               MOVE SET-FILE-RECORD(7:40) TO WS-CUR-NAME
               PERFORM find-manifest-line
               MOVE WS-MAN-FOUND TO WS-CUR-ENTRY
               IF WS-CUR-ENTRY = 0
                   DISPLAY " " FUNCTION TRIM(WS-CUR-NAME)
                       " is in the set but not in its manifest"
                   ADD 1 TO WS-VERIFY-BAD
               END-IF
               MOVE 0 TO WS-CUR-COUNT
               MOVE WS-GENESIS-SUM TO WS-CUR-SUM
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-ENTRY > 0
               ADD 1 TO WS-CUR-COUNT
               PERFORM sum-one-record
           END-IF.

           close-verify-block.
           IF WS-CUR-ENTRY > 0
               MOVE 1 TO WS-MAN-SEEN(WS-CUR-ENTRY)
               MOVE WS-CUR-COUNT TO WS-MAN-GOT-RECORDS(WS-CUR-ENTRY)
               MOVE WS-CUR-SUM TO WS-MAN-GOT-SUM(WS-CUR-ENTRY)
               MOVE 0 TO WS-CUR-ENTRY
           END-IF.

           judge-manifest-line.
           IF WS-MAN-SEEN(WS-IDX) = 0
               DISPLAY " " FUNCTION TRIM(WS-MAN-NAME(WS-IDX))
                   " is in the manifest but missing from the set"
               ADD 1 TO WS-VERIFY-BAD
               EXIT PARAGRAPH
           END-IF
           IF WS-MAN-GOT-RECORDS(WS-IDX) NOT = WS-MAN-RECORDS(WS-IDX)
                   OR WS-MAN-GOT-SUM(WS-IDX) NOT = WS-MAN-SUM(WS-IDX)
               DISPLAY " " FUNCTION TRIM(WS-MAN-NAME(WS-IDX))
                   " FAILS -- manifest " WS-MAN-RECORDS(WS-IDX)
                   " records " WS-MAN-SUM(WS-IDX) ", set "
                   WS-MAN-GOT-RECORDS(WS-IDX) " records "
                   WS-MAN-GOT-SUM(WS-IDX)
               ADD 1 TO WS-VERIFY-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VERIFY-OK.

           load-manifest.
           MOVE 0 TO WS-MAN-COUNT
           OPEN INPUT MAN-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ MAN-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF MAN-FILE-RECORD(1:1) NOT = "@" AND
                               MAN-FILE-RECORD(1:40) NOT = SPACES AND
                               WS-MAN-COUNT < 500
                           ADD 1 TO WS-MAN-COUNT
                           MOVE MAN-FILE-RECORD(1:40)
                             TO WS-MAN-NAME(WS-MAN-COUNT)
                           MOVE MAN-FILE-RECORD(42:20)
                             TO WS-MAN-TERM(WS-MAN-COUNT)
                           MOVE MAN-FILE-RECORD(63:1)
                             TO WS-MAN-KIND(WS-MAN-COUNT)
                           MOVE MAN-FILE-RECORD(65:7)
                             TO WS-MAN-RECORDS(WS-MAN-COUNT)
                           MOVE MAN-FILE-RECORD(73:16)
                             TO WS-MAN-SUM(WS-MAN-COUNT)
                           MOVE 0 TO WS-MAN-SEEN(WS-MAN-COUNT)
                           MOVE 0 TO WS-MAN-GOT-RECORDS(WS-MAN-COUNT)
                           MOVE SPACES TO WS-MAN-GOT-SUM(WS-MAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAN-FILE
           MOVE 0 TO WS-EOF-FLAG.

           find-manifest-line.
           MOVE 0 TO WS-MAN-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAN-COUNT OR WS-MAN-FOUND > 0
               IF WS-MAN-NAME(WS-IDX) = WS-CUR-NAME
                   MOVE WS-IDX TO WS-MAN-FOUND
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> restore: each block the operator asked for (everything when
      *> nothing was named) is written back over the live file; a
      *> term's files only under its write lock, and a term held by
      *> another session keeps its live files. the restored terms
      *> are then checked by BESBCHEK
      *> ---------------------------------------------------------------
           restore-set.
           OPEN INPUT SET-FILE
           MOVE SPACE TO WS-OUT-OPEN
           MOVE 0 TO WS-SELECTED
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SET-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM restore-one-line
               END-READ
           END-PERFORM
           CLOSE SET-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM close-restore-output
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ONLY-COUNT
               IF WS-ONLY-SEEN(WS-IDX) = 0
                   DISPLAY " " FUNCTION TRIM(WS-ONLY-NAME(WS-IDX))
                       " is not in set " WS-SET-DATE
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PICK-COUNT
               IF WS-PICK-SEEN(WS-IDX) = 0
                   DISPLAY " term " FUNCTION TRIM(WS-PICK-TERM(WS-IDX))
                       " has no files in set " WS-SET-DATE
                   IF WS-WORST-RC < 4
                       MOVE 4 TO WS-WORST-RC
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RT-COUNT
               PERFORM release-term-lock
           END-PERFORM
           PERFORM write-audit
           DISPLAY "BESBBKUP: " WS-RESTORED-FILES " files, "
               WS-RESTORED-RECORDS " records restored from "
               FUNCTION TRIM(WS-SET-FILENAME) "; "
               WS-REFUSED-FILES " files of locked terms left as"
               " they were"
           IF WS-REFUSED-FILES > 0
               MOVE 8 TO WS-WORST-RC
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RT-COUNT
               IF WS-RT-FILES(WS-IDX) > 0
                   PERFORM check-restored-term
               END-IF
           END-PERFORM
           MOVE WS-WORST-RC TO RETURN-CODE.

           restore-one-line.
           IF SET-FILE-RECORD(1:5) = "@HDR "
               EXIT PARAGRAPH
           END-IF
           IF SET-FILE-RECORD(1:6) = "@FILE "
               PERFORM close-restore-output
               MOVE SET-FILE-RECORD(7:40) TO WS-CUR-NAME
               PERFORM find-manifest-line
               PERFORM choose-block
               IF WS-SELECTED = 1
                   PERFORM open-restore-output
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SELECTED = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OUT-OPEN = "S"
               MOVE SET-FILE-RECORD(1:169) TO SCHEDULE-FILE-RECORD
               WRITE SCHEDULE-FILE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               MOVE SET-FILE-RECORD TO DATA-FILE-RECORD
               WRITE DATA-FILE-RECORD
           END-IF
           ADD 1 TO WS-RESTORED-RECORDS.

      *> a block is restored when nothing was named, or when its
      *> file was named with --only= or its term with --term=
           choose-block.
           MOVE 0 TO WS-SELECTED
           IF WS-MAN-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAN-TERM(WS-MAN-FOUND) TO WS-CUR-TERM
           MOVE WS-MAN-KIND(WS-MAN-FOUND) TO WS-CUR-KIND
           IF WS-ONLY-COUNT = 0 AND WS-PICK-COUNT = 0
               MOVE 1 TO WS-SELECTED
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ONLY-COUNT
               IF WS-ONLY-NAME(WS-IDX) = WS-CUR-NAME
                   MOVE 1 TO WS-SELECTED
                   MOVE 1 TO WS-ONLY-SEEN(WS-IDX)
               END-IF
           END-PERFORM
           IF WS-CUR-TERM NOT = SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-PICK-COUNT
                   IF WS-PICK-TERM(WS-IDX) = WS-CUR-TERM
                       MOVE 1 TO WS-SELECTED
                       MOVE 1 TO WS-PICK-SEEN(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SELECTED = 0 OR WS-CUR-TERM = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM take-term-lock
           IF WS-RT-LOCK(WS-RT-FOUND) NOT = 1
               DISPLAY " " FUNCTION TRIM(WS-CUR-NAME)
                   " not restored -- term "
                   FUNCTION TRIM(WS-CUR-TERM)
                   " is locked by another session"
               ADD 1 TO WS-REFUSED-FILES
               MOVE 0 TO WS-SELECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-FILES(WS-RT-FOUND).

           open-restore-output.
           IF WS-CUR-KIND = "S"
               MOVE WS-CUR-NAME TO WS-SCHED-FILENAME
               OPEN OUTPUT SCHEDULE-FILE
           ELSE
               MOVE WS-CUR-NAME TO WS-DATA-FILENAME
               OPEN OUTPUT DATA-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY " " FUNCTION TRIM(WS-CUR-NAME)
                   " could not be written (status "
                   WS-FILE-STATUS ")"
               MOVE 8 TO WS-WORST-RC
               MOVE 0 TO WS-SELECTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-KIND TO WS-OUT-OPEN
           ADD 1 TO WS-RESTORED-FILES
           DISPLAY " restored " FUNCTION TRIM(WS-CUR-NAME)
               " (" WS-MAN-RECORDS(WS-MAN-FOUND) " records)".

           close-restore-output.
           IF WS-OUT-OPEN = "S"
               CLOSE SCHEDULE-FILE
           END-IF
           IF WS-OUT-OPEN = "L"
               CLOSE DATA-FILE
           END-IF
           MOVE SPACE TO WS-OUT-OPEN
           MOVE 0 TO WS-SELECTED.

      *> the term's entry in the restore table, its write lock taken
      *> the first time one of its files is restored
           take-term-lock.
           MOVE 0 TO WS-RT-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RT-COUNT OR WS-RT-FOUND > 0
               IF WS-RT-TERM(WS-IDX) = WS-CUR-TERM
                   MOVE WS-IDX TO WS-RT-FOUND
               END-IF
           END-PERFORM
           IF WS-RT-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-COUNT TO WS-RT-FOUND
           MOVE WS-CUR-TERM TO WS-RT-TERM(WS-RT-FOUND)
           MOVE 0 TO WS-RT-LOCK(WS-RT-FOUND)
           MOVE 0 TO WS-RT-FILES(WS-RT-FOUND)
           PERFORM build-term-lock-name
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               MOVE 2 TO WS-RT-LOCK(WS-RT-FOUND)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 2 TO WS-RT-LOCK(WS-RT-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO LOCK-FILE-RECORD
           MOVE "locked" TO LOCK-FILE-RECORD(1:6)
           MOVE WS-OPER-ID TO LOCK-FILE-RECORD(8:8)
           MOVE WS-TS TO LOCK-FILE-RECORD(17:21)
           WRITE LOCK-FILE-RECORD
           CLOSE LOCK-FILE
           MOVE 1 TO WS-RT-LOCK(WS-RT-FOUND).

           release-term-lock.
           IF WS-RT-LOCK(WS-IDX) = 1
               MOVE WS-RT-TERM(WS-IDX) TO WS-CUR-TERM
               PERFORM build-term-lock-name
               DELETE FILE LOCK-FILE
               MOVE 0 TO WS-RT-LOCK(WS-IDX)
           END-IF.

           build-term-lock-name.
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CUR-TERM) DELIMITED BY SPACE
               ".DAT.LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> BESBCHEK's exit code comes back from the shell shifted into
      *> the high byte
           check-restored-term.
           MOVE SPACES TO WS-CMD
           STRING "besbchek --term=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RT-TERM(WS-IDX)) DELIMITED BY SPACE
               INTO WS-CMD
           DISPLAY "BESBBKUP: checking restored term "
               FUNCTION TRIM(WS-RT-TERM(WS-IDX))
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-CMD
           MOVE RETURN-CODE TO WS-CHEK-RC
           MOVE 0 TO RETURN-CODE
           IF WS-CHEK-RC > 255
               DIVIDE WS-CHEK-RC BY 256 GIVING WS-CHEK-RC
           END-IF
           DISPLAY "BESBBKUP: BESBCHEK "
               FUNCTION TRIM(WS-RT-TERM(WS-IDX)) " rc " WS-CHEK-RC
           IF WS-CHEK-RC > WS-WORST-RC
               MOVE WS-CHEK-RC TO WS-WORST-RC
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

           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBBKUP: an operator id is required"
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
               DISPLAY "BESBBKUP: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBBKUP: operator " WS-OPER-ID
                   " is not authorized to restore"
               MOVE 0 TO WS-OPER-OK
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

      *> the restore is written into the trail after it is done, so
      *> a restored BESBUBO.AUDIT carries its own restoring
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "restored " WS-RESTORED-FILES
               " files from backup set " WS-SET-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "bkrest  " DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*ALL*" DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-AUDIT-TEXT TO ACH-LINE(62:71)
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
