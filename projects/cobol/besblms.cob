      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBLMS.
      *> modification history
      *>   2026-10-15  course-shell provisioning feed for the learning
      *>               management system -- compares the term's
      *>               schedule with the copy kept at the last run
      *>               (LMS-term.STATE) and writes the night's delta
      *>               to LMS-term-date.DELTA: CREATE for a new or
      *>               reinstated active shell, ASSIGN and UNASSIGN
      *>               when the section's instructor changes, DEACT
      *>               for a cancelled or removed one. The sections
      *>               of a cross-list group (XLIST-term.DAT) are one
      *>               shell, named for the group's first section.
      *>               Every line sent is kept in LMS-term.SENT under
      *>               its line id; the LMS acknowledgment file
      *>               LMS-term.ACK is matched against it and every
      *>               line they rejected is reported
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XLIST-FILE ASSIGN DYNAMIC WS-XLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STATE-FILE ASSIGN DYNAMIC WS-STATE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN DYNAMIC WS-DELTA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SENT-FILE ASSIGN DYNAMIC WS-SENT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACK-FILE ASSIGN DYNAMIC WS-ACK-FILENAME
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
      *> cross-list line: key1(1:9) key2(11:9) key3(21:9) key4(31:9)
       FD XLIST-FILE.
       01 XLIST-FILE-RECORD PIC X(40).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> the shells as the last run left them: a header "*STATE"
      *> with that run's timestamp(8:21), then one line per shell --
      *> shell(1:9) status(11:1, A active / C cancelled)
      *> instructor(13:6) other members(20:9)(30:9)(40:9)
       FD STATE-FILE.
       01 STATE-FILE-RECORD PIC X(48).
      *> the feed, one line per LMS action: line id(1:18, run
      *> timestamp and sequence) action(20:8, CREATE / ASSIGN /
      *> UNASSIGN / DEACT) term(29:20) shell(50:9) instructor(60:6)
      *> other members(67:9)(77:9)(87:9) title(97:30) instructor
      *> name(128:20). A CREATE carries the shell's whole member list
      *> and title and may arrive for a shell the LMS already holds
      *> (a reinstated section, or a cross-list that gained or lost a
      *> member); the instructor comes on the ASSIGN that follows
       FD DELTA-FILE.
       01 DELTA-FILE-RECORD PIC X(147).
      *> every line ever sent for the term: the feed line(1:147),
      *> then the LMS answer -- result(149:1, blank awaiting / A
      *> accepted / R rejected) date answered(151:8) message(160:60)
       FD SENT-FILE.
       01 SENT-FILE-RECORD PIC X(219).
      *> the LMS acknowledgment: line id(1:18) result(20:1, A / R)
      *> message(22:60)
       FD ACK-FILE.
       01 ACK-FILE-RECORD PIC X(81).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

      *> tonight's shells and the shells as last sent
           01 WS-SH-COUNT PIC 9(4) VALUE 0.
           01 WS-SH-TABLE.
               02 WS-SH-ENTRY OCCURS 400 TIMES.
                   03 WS-SH-KEY PIC X(9).
                   03 WS-SH-STATUS PIC X(1).
                   03 WS-SH-INSTR PIC X(6).
                   03 WS-SH-MEMBERS.
                       04 WS-SH-MEMBER PIC X(9) OCCURS 3 TIMES.
                   03 WS-SH-LEAD-SET PIC 9(1).
           01 WS-BS-COUNT PIC 9(4) VALUE 0.
           01 WS-BS-TABLE.
               02 WS-BS-ENTRY OCCURS 400 TIMES.
                   03 WS-BS-KEY PIC X(9).
                   03 WS-BS-STATUS PIC X(1).
                   03 WS-BS-INSTR PIC X(6).
                   03 WS-BS-MEMBERS.
                       04 WS-BS-MEMBER PIC X(9) OCCURS 3 TIMES.
                   03 WS-BS-MATCHED PIC 9(1).
           01 WS-STATE-PRESENT PIC 9(1) VALUE 0.
           01 WS-STATE-TS PIC X(21) VALUE SPACES.
           01 WS-SDX PIC 9(4) VALUE 0.
           01 WS-BDX PIC 9(4) VALUE 0.
           01 WS-SHELL-KEY PIC X(9) VALUE SPACES.
           01 WS-MDX PIC 9(1) VALUE 0.

      *> cross-list groups, first key names the shell
           01 WS-XL-COUNT PIC 9(3) VALUE 0.
           01 WS-XL-LIST.
               02 WS-XL-ENTRY OCCURS 100 TIMES.
                   03 WS-XL-KEY PIC X(9) OCCURS 4 TIMES.
           01 WS-XL-GDX PIC 9(3) VALUE 0.
           01 WS-XL-MDX PIC 9(1) VALUE 0.

      *> titles for CREATE, names for ASSIGN and UNASSIGN
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 600 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-TITLE PIC X(30).
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 300 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).

      *> one feed line in the making
           01 WS-ACTION-OUT PIC X(8) VALUE SPACES.
           01 WS-INSTR-OUT PIC X(6) VALUE SPACES.
           01 WS-FEED-LINE PIC X(147) VALUE SPACES.
           01 WS-SEQ PIC 9(4) VALUE 0.
           01 WS-CREATE-COUNT PIC 9(5) VALUE 0.
           01 WS-ASSIGN-COUNT PIC 9(5) VALUE 0.
           01 WS-UNASSIGN-COUNT PIC 9(5) VALUE 0.
           01 WS-DEACT-COUNT PIC 9(5) VALUE 0.

      *> the sent log, held while an acknowledgment is matched
           01 WS-SENT-COUNT PIC 9(5) VALUE 0.
           01 WS-SENT-TABLE.
               02 WS-SENT-ENTRY PIC X(219) OCCURS 3000 TIMES.
           01 WS-SENT-OVER PIC 9(1) VALUE 0.
           01 WS-SENT-HIT PIC 9(5) VALUE 0.
           01 WS-SENT-DDX PIC 9(5) VALUE 0.
           01 WS-ACK-PRESENT PIC 9(1) VALUE 0.
           01 WS-ACK-LINE PIC X(81) VALUE SPACES.
           01 WS-ACK-ACCEPTED PIC 9(5) VALUE 0.
           01 WS-ACK-REJECTED PIC 9(5) VALUE 0.
           01 WS-ACK-UNKNOWN PIC 9(5) VALUE 0.
           01 WS-AWAITING PIC 9(5) VALUE 0.

           01 WS-FULL-FLAG PIC 9(1) VALUE 0.
           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-TS PIC X(21).
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-XLIST-FILENAME PIC X(60).
           01 WS-STATE-FILENAME PIC X(60).
           01 WS-DELTA-FILENAME PIC X(60).
           01 WS-SENT-FILENAME PIC X(60).
           01 WS-ACK-FILENAME PIC X(60) VALUE SPACES.
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
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
           MOVE "BESBLMS" TO EP-PROGRAM.
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
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-xlist.
           PERFORM build-shells.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           DISPLAY "BESBLMS: course-shell feed for term "
               FUNCTION TRIM(WS-CURRENT-TERM).
           PERFORM import-ack.
           IF WS-FULL-FLAG = 0
               PERFORM load-state
               IF WS-STATE-PRESENT = 0
                   PERFORM write-state
                   DISPLAY "BESBLMS: no LMS state for term "
                       FUNCTION TRIM(WS-CURRENT-TERM)
                       " -- tonight's shells recorded; the feed"
                       " starts with the next change (--full sends"
                       " every active shell)"
                   STOP RUN
               END-IF
           END-IF.
           PERFORM load-catalog.
           PERFORM load-instr-list.
           PERFORM write-delta.
           PERFORM write-state.
           DISPLAY "---".
           DISPLAY "feed -> " FUNCTION TRIM(WS-DELTA-FILENAME)
               ": create " WS-CREATE-COUNT
               " assign " WS-ASSIGN-COUNT
               " unassign " WS-UNASSIGN-COUNT
               " deact " WS-DEACT-COUNT.
           DISPLAY "shells " WS-SH-COUNT
               ", sent lines awaiting acknowledgment " WS-AWAITING.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-RUN-DATE
               WHEN ARGV(1:6) = "--ack="
                   MOVE ARGV(7:60) TO WS-ACK-FILENAME
               WHEN ARGV(1:6) = "--full"
                   MOVE 1 TO WS-FULL-FLAG
               WHEN OTHER
                   DISPLAY "BESBLMS: invalid arg: " ARGV
                   DISPLAY "BESBLMS: usage: besblms [--term=X]"
                       " [--date=YYYYMMDD] [--ack=FILE] [--full]"
           END-EVALUATE.

           build-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME.
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME.
           MOVE SPACES TO WS-XLIST-FILENAME.
           STRING "XLIST-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-XLIST-FILENAME.
           MOVE SPACES TO WS-STATE-FILENAME.
           STRING "LMS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".STATE" DELIMITED BY SIZE
               INTO WS-STATE-FILENAME.
           MOVE SPACES TO WS-DELTA-FILENAME.
           STRING "LMS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               "-" WS-RUN-DATE ".DELTA" DELIMITED BY SIZE
               INTO WS-DELTA-FILENAME.
           MOVE SPACES TO WS-SENT-FILENAME.
           STRING "LMS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".SENT" DELIMITED BY SIZE
               INTO WS-SENT-FILENAME.
           IF WS-ACK-FILENAME = SPACES
               STRING "LMS-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
                   ".ACK" DELIMITED BY SIZE
                   INTO WS-ACK-FILENAME
           END-IF.
           MOVE SPACES TO WS-LOCK-FILENAME.
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME.

      *> like the other read-only feeds, never read a schedule a
      *> writer has mid-flight
           check-lock.
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBLMS: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session; try again later"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> ---------------------------------------------------------------
      *> tonight's shells -- one per section, except that the sections
      *> of a cross-list group fold into the shell of the group's
      *> first key. A shell is active while any member is; its
      *> instructor is the first key's when that section is active
      *> and staffed, otherwise the first staffed active member's
      *> ---------------------------------------------------------------
           build-shells.
           MOVE 0 TO WS-SH-COUNT
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBLMS: cannot open "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM add-row-to-shell
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           add-row-to-shell.
           MOVE SFR-KEY TO WS-SHELL-KEY
           PERFORM VARYING WS-XL-GDX FROM 1 BY 1
                   UNTIL WS-XL-GDX > WS-XL-COUNT
               PERFORM VARYING WS-XL-MDX FROM 1 BY 1
                       UNTIL WS-XL-MDX > 4
                   IF WS-XL-KEY(WS-XL-GDX, WS-XL-MDX) = SFR-KEY
                       MOVE WS-XL-KEY(WS-XL-GDX, 1) TO WS-SHELL-KEY
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO WS-SDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SH-COUNT OR WS-SDX > 0
               IF WS-SH-KEY(WS-IDX) = WS-SHELL-KEY
                   MOVE WS-IDX TO WS-SDX
               END-IF
           END-PERFORM
           IF WS-SDX = 0
               IF WS-SH-COUNT >= 400
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SH-COUNT
               MOVE WS-SH-COUNT TO WS-SDX
               MOVE WS-SHELL-KEY TO WS-SH-KEY(WS-SDX)
               MOVE "C" TO WS-SH-STATUS(WS-SDX)
               MOVE SPACES TO WS-SH-INSTR(WS-SDX)
               MOVE SPACES TO WS-SH-MEMBERS(WS-SDX)
               MOVE 0 TO WS-SH-LEAD-SET(WS-SDX)
           END-IF
      *> a member other than the first key joins the member list
           IF SFR-KEY NOT = WS-SHELL-KEY
               MOVE 0 TO WS-MDX
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > 3 OR WS-MDX > 0
                   IF WS-SH-MEMBER(WS-SDX, WS-KDX) = SPACES
                       MOVE SFR-KEY TO WS-SH-MEMBER(WS-SDX, WS-KDX)
                       MOVE WS-KDX TO WS-MDX
                   END-IF
               END-PERFORM
           END-IF
           IF SFR-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-SH-STATUS(WS-SDX)
           IF SFR-INSTR = SPACES OR WS-SH-LEAD-SET(WS-SDX) = 1
               EXIT PARAGRAPH
           END-IF
           IF SFR-KEY = WS-SHELL-KEY
               MOVE SFR-INSTR TO WS-SH-INSTR(WS-SDX)
               MOVE 1 TO WS-SH-LEAD-SET(WS-SDX)
           ELSE
               IF WS-SH-INSTR(WS-SDX) = SPACES
                   MOVE SFR-INSTR TO WS-SH-INSTR(WS-SDX)
               END-IF
           END-IF.

      *> ---------------------------------------------------------------
      *> the shells as last sent -- and tonight's, written back only
      *> once the night's lines are in the feed and the sent log
      *> ---------------------------------------------------------------
           load-state.
           MOVE 0 TO WS-BS-COUNT
           MOVE 0 TO WS-STATE-PRESENT
           OPEN INPUT STATE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-STATE-PRESENT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ STATE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF STATE-FILE-RECORD(1:6) = "*STATE"
                           MOVE STATE-FILE-RECORD(8:21)
                             TO WS-STATE-TS
                       ELSE
                           IF WS-BS-COUNT < 400
                               ADD 1 TO WS-BS-COUNT
                               MOVE STATE-FILE-RECORD(1:9)
                                 TO WS-BS-KEY(WS-BS-COUNT)
                               MOVE STATE-FILE-RECORD(11:1)
                                 TO WS-BS-STATUS(WS-BS-COUNT)
                               MOVE STATE-FILE-RECORD(13:6)
                                 TO WS-BS-INSTR(WS-BS-COUNT)
                               MOVE STATE-FILE-RECORD(20:9)
                                 TO WS-BS-MEMBER(WS-BS-COUNT, 1)
                               MOVE STATE-FILE-RECORD(30:9)
                                 TO WS-BS-MEMBER(WS-BS-COUNT, 2)
                               MOVE STATE-FILE-RECORD(40:9)
                                 TO WS-BS-MEMBER(WS-BS-COUNT, 3)
                               MOVE 0 TO WS-BS-MATCHED(WS-BS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           write-state.
           OPEN OUTPUT STATE-FILE
           MOVE SPACES TO STATE-FILE-RECORD
           MOVE "*STATE" TO STATE-FILE-RECORD(1:6)
           MOVE WS-TS TO STATE-FILE-RECORD(8:21)
           WRITE STATE-FILE-RECORD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SH-COUNT
               MOVE SPACES TO STATE-FILE-RECORD
               MOVE WS-SH-KEY(WS-IDX) TO STATE-FILE-RECORD(1:9)
               MOVE WS-SH-STATUS(WS-IDX) TO STATE-FILE-RECORD(11:1)
               MOVE WS-SH-INSTR(WS-IDX) TO STATE-FILE-RECORD(13:6)
               MOVE WS-SH-MEMBER(WS-IDX, 1) TO STATE-FILE-RECORD(20:9)
               MOVE WS-SH-MEMBER(WS-IDX, 2) TO STATE-FILE-RECORD(30:9)
               MOVE WS-SH-MEMBER(WS-IDX, 3) TO STATE-FILE-RECORD(40:9)
               WRITE STATE-FILE-RECORD
           END-PERFORM
           CLOSE STATE-FILE.

      *> ---------------------------------------------------------------
      *> the night's delta -- a rerun on the same date adds to that
      *> date's file, and every line goes to the sent log as well
      *> ---------------------------------------------------------------
           write-delta.
           MOVE 0 TO WS-SEQ
           OPEN EXTEND DELTA-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF
           OPEN EXTEND SENT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SENT-FILE
           END-IF
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-SH-COUNT
               MOVE 0 TO WS-BDX
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-BS-COUNT OR WS-BDX > 0
                   IF WS-BS-KEY(WS-JDX) = WS-SH-KEY(WS-SDX)
                       MOVE WS-JDX TO WS-BDX
                   END-IF
               END-PERFORM
               PERFORM compare-one-shell
           END-PERFORM
      *> a shell gone from the schedule altogether -- the section
      *> deleted, or folded into a cross-list group -- is retired
           PERFORM VARYING WS-BDX FROM 1 BY 1
                   UNTIL WS-BDX > WS-BS-COUNT
               IF WS-BS-MATCHED(WS-BDX) = 0 AND
                       WS-BS-STATUS(WS-BDX) = "A"
                   MOVE 0 TO WS-SDX
                   MOVE "DEACT" TO WS-ACTION-OUT
                   MOVE SPACES TO WS-INSTR-OUT
                   PERFORM put-feed-line
               END-IF
           END-PERFORM
           CLOSE SENT-FILE
           CLOSE DELTA-FILE.

           compare-one-shell.
           IF WS-BDX > 0
               MOVE 1 TO WS-BS-MATCHED(WS-BDX)
           END-IF
           IF WS-SH-STATUS(WS-SDX) = "C"
               IF WS-BDX > 0
                   IF WS-BS-STATUS(WS-BDX) = "A"
                       MOVE "DEACT" TO WS-ACTION-OUT
                       MOVE SPACES TO WS-INSTR-OUT
                       PERFORM put-feed-line
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
      *> new, reinstated, or its cross-list membership changed
           IF WS-BDX = 0
               PERFORM create-shell
               EXIT PARAGRAPH
           END-IF
           IF WS-BS-STATUS(WS-BDX) NOT = "A"
               PERFORM create-shell
               EXIT PARAGRAPH
           END-IF
           IF WS-BS-MEMBERS(WS-BDX) NOT = WS-SH-MEMBERS(WS-SDX)
               MOVE "CREATE" TO WS-ACTION-OUT
               MOVE SPACES TO WS-INSTR-OUT
               PERFORM put-feed-line
           END-IF
           IF WS-BS-INSTR(WS-BDX) = WS-SH-INSTR(WS-SDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BS-INSTR(WS-BDX) NOT = SPACES
               MOVE "UNASSIGN" TO WS-ACTION-OUT
               MOVE WS-BS-INSTR(WS-BDX) TO WS-INSTR-OUT
               PERFORM put-feed-line
           END-IF
           IF WS-SH-INSTR(WS-SDX) NOT = SPACES
               MOVE "ASSIGN" TO WS-ACTION-OUT
               MOVE WS-SH-INSTR(WS-SDX) TO WS-INSTR-OUT
               PERFORM put-feed-line
           END-IF.

      *> a shell the LMS is to hold afresh, with its instructor; an
      *> instructor it was last sent with and no longer has is
      *> taken off first
           create-shell.
           MOVE "CREATE" TO WS-ACTION-OUT
           MOVE SPACES TO WS-INSTR-OUT
           PERFORM put-feed-line
           IF WS-BDX > 0
               IF WS-BS-INSTR(WS-BDX) NOT = SPACES AND
                       WS-BS-INSTR(WS-BDX) NOT = WS-SH-INSTR(WS-SDX)
                   MOVE "UNASSIGN" TO WS-ACTION-OUT
                   MOVE WS-BS-INSTR(WS-BDX) TO WS-INSTR-OUT
                   PERFORM put-feed-line
               END-IF
           END-IF
           IF WS-SH-INSTR(WS-SDX) NOT = SPACES
               MOVE "ASSIGN" TO WS-ACTION-OUT
               MOVE WS-SH-INSTR(WS-SDX) TO WS-INSTR-OUT
               PERFORM put-feed-line
           END-IF.

      *> one line of WS-ACTION-OUT for tonight's shell WS-SDX, or for
      *> the last-sent shell WS-BDX when WS-SDX is 0
           put-feed-line.
           ADD 1 TO WS-SEQ
           MOVE SPACES TO WS-FEED-LINE
           MOVE WS-TS(1:14) TO WS-FEED-LINE(1:14)
           MOVE WS-SEQ TO WS-FEED-LINE(15:4)
           MOVE WS-ACTION-OUT TO WS-FEED-LINE(20:8)
           MOVE WS-CURRENT-TERM TO WS-FEED-LINE(29:20)
           IF WS-SDX = 0
               MOVE WS-BS-KEY(WS-BDX) TO WS-FEED-LINE(50:9)
           ELSE
               MOVE WS-SH-KEY(WS-SDX) TO WS-FEED-LINE(50:9)
           END-IF
           MOVE WS-INSTR-OUT TO WS-FEED-LINE(60:6)
           EVALUATE WS-ACTION-OUT
               WHEN "CREATE"
                   MOVE WS-SH-MEMBER(WS-SDX, 1) TO WS-FEED-LINE(67:9)
                   MOVE WS-SH-MEMBER(WS-SDX, 2) TO WS-FEED-LINE(77:9)
                   MOVE WS-SH-MEMBER(WS-SDX, 3) TO WS-FEED-LINE(87:9)
                   MOVE "(title not on catalog)"
                     TO WS-FEED-LINE(97:30)
                   PERFORM VARYING WS-KDX FROM 1 BY 1
                           UNTIL WS-KDX > WS-CAT-COUNT
                       IF WS-CAT-COURSE(WS-KDX) =
                               WS-SH-KEY(WS-SDX)(1:7)
                           MOVE WS-CAT-TITLE(WS-KDX)
                             TO WS-FEED-LINE(97:30)
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-CREATE-COUNT
               WHEN "ASSIGN"
                   PERFORM put-instr-name
                   ADD 1 TO WS-ASSIGN-COUNT
               WHEN "UNASSIGN"
                   PERFORM put-instr-name
                   ADD 1 TO WS-UNASSIGN-COUNT
               WHEN "DEACT"
                   ADD 1 TO WS-DEACT-COUNT
           END-EVALUATE
           MOVE WS-FEED-LINE TO DELTA-FILE-RECORD
           WRITE DELTA-FILE-RECORD
           MOVE SPACES TO SENT-FILE-RECORD
           MOVE WS-FEED-LINE TO SENT-FILE-RECORD(1:147)
           WRITE SENT-FILE-RECORD
           ADD 1 TO WS-AWAITING
           DISPLAY "  " WS-FEED-LINE(20:8) " " WS-FEED-LINE(50:9)
               " " WS-FEED-LINE(60:6) " " WS-FEED-LINE(67:29).

           put-instr-name.
           MOVE "(name not on file)" TO WS-FEED-LINE(128:20)
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-INSTR-COUNT
               IF WS-INSTR-ID(WS-KDX) = WS-INSTR-OUT
                   MOVE WS-INSTR-NAME(WS-KDX) TO WS-FEED-LINE(128:20)
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> the LMS acknowledgment -- each answer is matched to the line
      *> it answers in the sent log, every rejection is reported with
      *> the line it rejected, and the file is emptied once the log
      *> holds the answers, so none is reported twice
      *> ---------------------------------------------------------------
           import-ack.
           MOVE 0 TO WS-ACK-PRESENT
           PERFORM load-sent-log
           OPEN INPUT ACK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  no acknowledgment file "
                   FUNCTION TRIM(WS-ACK-FILENAME)
               EXIT PARAGRAPH
           END-IF
           IF WS-SENT-OVER = 1
               CLOSE ACK-FILE
               DISPLAY "BESBLMS: " FUNCTION TRIM(WS-SENT-FILENAME)
                   " holds more lines than can be matched; "
                   FUNCTION TRIM(WS-ACK-FILENAME)
                   " left unread"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-ACK-PRESENT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ACK-FILE INTO WS-ACK-LINE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM match-one-ack
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           MOVE 0 TO WS-EOF-FLAG
           OPEN OUTPUT SENT-FILE
           PERFORM VARYING WS-SENT-DDX FROM 1 BY 1
                   UNTIL WS-SENT-DDX > WS-SENT-COUNT
               MOVE WS-SENT-ENTRY(WS-SENT-DDX) TO SENT-FILE-RECORD
               WRITE SENT-FILE-RECORD
           END-PERFORM
           CLOSE SENT-FILE
           OPEN OUTPUT ACK-FILE
           CLOSE ACK-FILE
           MOVE 0 TO WS-AWAITING
           PERFORM VARYING WS-SENT-DDX FROM 1 BY 1
                   UNTIL WS-SENT-DDX > WS-SENT-COUNT
               IF WS-SENT-ENTRY(WS-SENT-DDX)(149:1) = SPACE
                   ADD 1 TO WS-AWAITING
               END-IF
           END-PERFORM
           DISPLAY "  acknowledgment " FUNCTION TRIM(WS-ACK-FILENAME)
               ": accepted " WS-ACK-ACCEPTED
               " rejected " WS-ACK-REJECTED
               " not recognised " WS-ACK-UNKNOWN
           IF WS-ACK-REJECTED > 0 OR WS-ACK-UNKNOWN > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           match-one-ack.
           IF WS-ACK-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SENT-HIT
           PERFORM VARYING WS-SENT-DDX FROM 1 BY 1
                   UNTIL WS-SENT-DDX > WS-SENT-COUNT OR WS-SENT-HIT > 0
               IF WS-SENT-ENTRY(WS-SENT-DDX)(1:18) = WS-ACK-LINE(1:18)
                   MOVE WS-SENT-DDX TO WS-SENT-HIT
               END-IF
           END-PERFORM
           IF WS-SENT-HIT = 0 OR
                   (WS-ACK-LINE(20:1) NOT = "A" AND
                    WS-ACK-LINE(20:1) NOT = "R")
               ADD 1 TO WS-ACK-UNKNOWN
               DISPLAY "  NOT RECOGNISED " WS-ACK-LINE(1:18) " "
                   WS-ACK-LINE(20:1) " "
                   FUNCTION TRIM(WS-ACK-LINE(22:60))
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACK-LINE(20:1)
             TO WS-SENT-ENTRY(WS-SENT-HIT)(149:1)
           MOVE WS-RUN-DATE TO WS-SENT-ENTRY(WS-SENT-HIT)(151:8)
           MOVE WS-ACK-LINE(22:60)
             TO WS-SENT-ENTRY(WS-SENT-HIT)(160:60)
           IF WS-ACK-LINE(20:1) = "A"
               ADD 1 TO WS-ACK-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACK-REJECTED
           DISPLAY "  REJECTED " WS-ACK-LINE(1:18) " "
               WS-SENT-ENTRY(WS-SENT-HIT)(20:8) " "
               WS-SENT-ENTRY(WS-SENT-HIT)(50:9) " "
               WS-SENT-ENTRY(WS-SENT-HIT)(60:6)
           DISPLAY "           " FUNCTION TRIM(WS-ACK-LINE(22:60)).

           load-sent-log.
           MOVE 0 TO WS-SENT-COUNT
           MOVE 0 TO WS-SENT-OVER
           MOVE 0 TO WS-AWAITING
           OPEN INPUT SENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SENT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF SENT-FILE-RECORD(149:1) = SPACE
                           ADD 1 TO WS-AWAITING
                       END-IF
                       IF WS-SENT-COUNT < 3000
                           ADD 1 TO WS-SENT-COUNT
                           MOVE SENT-FILE-RECORD
                             TO WS-SENT-ENTRY(WS-SENT-COUNT)
                       ELSE
                           MOVE 1 TO WS-SENT-OVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENT-FILE
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
                       IF WS-XL-COUNT < 100 AND
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
                       IF WS-CAT-COUNT < 600
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
                       IF WS-INSTR-COUNT < 300
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
