      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBKEYC.
      *> modification history
      *>   2026-10-15  key-change cascade -- takes old-key/new-key
      *>               pairs from KEYCHG.DAT (a room renumbered by
      *>               facilities, or an instructor id HR merged into
      *>               another) and rewrites every place the old key
      *>               lives in one locked pass: ROOMS, OUTAGE,
      *>               ROOMATTR, INSTRUCTORS, INSTRAVAIL, INSTRLOAD,
      *>               INSTRQUAL, and for every open or frozen term
      *>               the schedule rows (room, PREV-ROOM history,
      *>               instructor), EVENTS, EXCEPT room moves,
      *>               BOOKSTAT and the ROOMBOOK delta state.
      *>               Supervisors only; every pair is checked and
      *>               every term locked before the first write, each
      *>               rewritten record is audited, and the run ends
      *>               with a before/after key count per file.  Room
      *>               renumbers also leave KEYCHG-term.DELTA --
      *>               CANCEL/ADD lines in the ROOMBOOK.DELTA layout
      *>               for the booking system, so their inventory
      *>               follows the new number instead of showing up
      *>               as drift in BESBPOSN
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  ROOMCTL.DAT (departmental rooms) follows a
      *>               room renumber, and each term's TEAM file
      *>               (team-taught sections) an instructor merge
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
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
           SELECT CHG-FILE ASSIGN DYNAMIC WS-CHG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TEXT-FILE ASSIGN DYNAMIC WS-TEXT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XLIST-FILE ASSIGN DYNAMIC WS-XLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DELTA-FILE ASSIGN DYNAMIC WS-DELTA-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
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
      *> key change line: type(1:1, R room / I instructor) old
      *> key(3:8) new key(12:8) -- instructor ids use the first six
       FD CHG-FILE.
       01 CHG-FILE-RECORD PIC X(20).
      *> whichever master or term sidecar is being rewritten; each
      *> one keeps its room or instructor id in a single column
       FD TEXT-FILE.
       01 TEXT-FILE-RECORD PIC X(100).
       FD XLIST-FILE.
       01 XLIST-FILE-RECORD PIC X(40).
      *> booking change line: action(1:6, ADD/CANCEL) booking(8:26)
      *> -- the ROOMBOOK.DELTA shape
       FD DELTA-FILE.
       01 DELTA-FILE-RECORD PIC X(42).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-KDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-NUM-DAYS PIC 9(3) VALUE 7.

      *> the change pairs; hits counts the records each one rewrote
           01 WS-PAIR-COUNT PIC 9(3) VALUE 0.
           01 WS-PAIR-LIST.
               02 WS-PAIR-ENTRY OCCURS 50 TIMES.
                   03 WS-PAIR-KIND PIC X(1).
                   03 WS-PAIR-OLD PIC X(8).
                   03 WS-PAIR-NEW PIC X(8).
                   03 WS-PAIR-MERGE PIC 9(1).
                   03 WS-PAIR-HITS PIC 9(5).
           01 WS-PDX PIC 9(3) VALUE 0.
           01 WS-MATCH-PDX PIC 9(3) VALUE 0.
           01 WS-CHG-LINE PIC 9(4) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(3) VALUE 0.
           01 WS-ROOM-PAIRS PIC 9(3) VALUE 0.

      *> masters the pairs are checked against
           01 WS-ROOM-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOM-LIST.
               02 WS-ROOM-ID PIC X(8) OCCURS 200 TIMES.
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ID PIC X(6) OCCURS 200 TIMES.
           01 WS-FOUND PIC 9(4) VALUE 0.

      *> the file in hand: where its key column sits, which kind of
      *> key it holds, the condition a line must meet to carry one
      *> (R: an EXCEPT room move), and how many leading bytes make a
      *> line a duplicate once a merge has renamed it (0: never)
           01 WS-TEXT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-TF-POS PIC 9(3) VALUE 1.
           01 WS-TF-WIDTH PIC 9(1) VALUE 8.
           01 WS-TF-KIND PIC X(1) VALUE SPACES.
           01 WS-TF-COND PIC X(1) VALUE SPACES.
           01 WS-TF-DUPLEN PIC 9(2) VALUE 0.
           01 WS-TF-EVENTS PIC 9(1) VALUE 0.
           01 WS-TF-PRESENT PIC 9(1) VALUE 0.
           01 WS-TL-COUNT PIC 9(4) VALUE 0.
           01 WS-TL-TABLE.
               02 WS-TL-ENTRY OCCURS 2000 TIMES.
                   03 WS-TL-LINE PIC X(100).
      *>               blank kept, R rewritten, D dropped by a merge
                   03 WS-TL-FLAG PIC X(1).
           01 WS-COND-OK PIC 9(1) VALUE 0.
           01 WS-FIELD-VAL PIC X(8) VALUE SPACES.
           01 WS-OLD-VAL PIC X(8) VALUE SPACES.

      *> the count report -- per file, and for the run
           01 WS-OLD-BEFORE PIC 9(5) VALUE 0.
           01 WS-NEW-BEFORE PIC 9(5) VALUE 0.
           01 WS-OLD-AFTER PIC 9(5) VALUE 0.
           01 WS-NEW-AFTER PIC 9(5) VALUE 0.
           01 WS-FILE-REWRITTEN PIC 9(5) VALUE 0.
           01 WS-FILE-DROPPED PIC 9(5) VALUE 0.
           01 WS-TOTAL-REWRITTEN PIC 9(6) VALUE 0.
           01 WS-TOTAL-DROPPED PIC 9(5) VALUE 0.
           01 WS-TOTAL-LEFT PIC 9(5) VALUE 0.
           01 WS-TOTAL-DELTA PIC 9(5) VALUE 0.
           01 WS-REPORT-NAME PIC X(30) VALUE SPACES.
           01 WS-ROW-CHANGED PIC 9(1) VALUE 0.
           01 WS-ROW-ROOM-PDX PIC 9(3) VALUE 0.
           01 WS-SAVE-ROOM PIC X(8) VALUE SPACES.
           01 WS-SAVE-PREV PIC X(8) VALUE SPACES.
           01 WS-SAVE-INSTR PIC X(6) VALUE SPACES.

      *> the terms the pass covers -- open and frozen; a closed term
      *> is history and keeps the keys it ran under
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-STATUS PIC X(1).
                   03 WS-TERMS-LOCKED PIC 9(1).
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-RUN-TERMS PIC 9(3) VALUE 0.
           01 WS-LOCK-FAILED PIC 9(1) VALUE 0.

      *> cross-list groups -- the secondaries don't book
           01 WS-XL-COUNT PIC 9(3) VALUE 0.
           01 WS-XL-LIST.
               02 WS-XL-ENTRY OCCURS 20 TIMES.
                   03 WS-XL-KEY PIC X(9) OCCURS 4 TIMES.
           01 WS-XL-SECONDARY PIC 9(1) VALUE 0.
           01 WS-XL-GDX PIC 9(3) VALUE 0.
           01 WS-XL-MDX PIC 9(1) VALUE 0.

      *> booking lines, built the way \x builds them
           01 WS-BOOK-LINE PIC X(26) VALUE SPACES.
           01 WS-BOOK-ROOM PIC X(8) VALUE SPACES.
           01 WS-DAY-LETTERS PIC X(7) VALUE "MTWRFSU".
           01 WS-HH PIC 9(2).
           01 WS-MM PIC 9(2).
           01 WS-START-MIN PIC 9(4).
           01 WS-END-MIN PIC 9(4).
           01 WS-END-DISP PIC 9(4).
           01 WS-Q PIC 9(2).
           01 WS-R PIC 9(2).
           01 WS-EV-LEN PIC 9(3).
           01 WS-EV-DDX PIC 9(1) VALUE 0.
           01 WS-DELTA-OPEN PIC 9(1) VALUE 0.
           01 WS-TERM-DELTA PIC 9(5) VALUE 0.

      *> operator identity -- only a supervisor (V) may run the pass
           01 WS-OPER-ID PIC X(8) VALUE SPACES.
           01 WS-OPER-LEVEL PIC X(1) VALUE "V".
               88 OPER-IS-SUPER VALUE "V".
           01 WS-OPER-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-LIST.
               02 WS-OPER-ENTRY OCCURS 50 TIMES.
                   03 WS-OPER-TBL-ID PIC X(8).
                   03 WS-OPER-TBL-LEVEL PIC X(1).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

           01 WS-CURRENT-TERM PIC X(20) VALUE SPACES.
           01 WS-CHG-FILENAME PIC X(60) VALUE "KEYCHG.DAT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-XLIST-FILENAME PIC X(60) VALUE SPACES.
           01 WS-DELTA-FILENAME PIC X(60) VALUE SPACES.
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
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
           MOVE "BESBKEYC" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-room-list.
           PERFORM load-instr-list.
           PERFORM load-change-pairs.
           IF WS-REFUSED-COUNT > 0
               DISPLAY "BESBKEYC: " WS-REFUSED-COUNT
                   " change line(s) refused -- nothing rewritten"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PAIR-COUNT = 0
               DISPLAY "BESBKEYC: no key changes in "
                   FUNCTION TRIM(WS-CHG-FILENAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> every term is locked before the first write, or none is
           PERFORM load-terms-list.
           PERFORM lock-all-terms.
           IF WS-LOCK-FAILED = 1
               PERFORM unlock-all-terms
               DISPLAY "BESBKEYC: a term is in use -- nothing"
                   " rewritten; run again when it is free"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBKEYC: key change pass, " WS-PAIR-COUNT
               " change(s) across the masters and " WS-RUN-TERMS
               " term(s)".
           DISPLAY "FILE                           OLD BEFORE/AFTER"
               "  NEW BEFORE/AFTER  REWRITTEN DROPPED".
           PERFORM rewrite-masters.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               IF WS-TERMS-LOCKED(WS-TDX) = 1
                   MOVE WS-TERMS-NAME(WS-TDX) TO WS-CURRENT-TERM
                   PERFORM rewrite-one-term
               END-IF
           END-PERFORM.
           PERFORM unlock-all-terms.
           DISPLAY "---".
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PAIR-COUNT
               IF WS-PAIR-KIND(WS-PDX) = "R"
                   DISPLAY "room       " WS-PAIR-OLD(WS-PDX) " -> "
                       WS-PAIR-NEW(WS-PDX) "  records rewritten "
                       WS-PAIR-HITS(WS-PDX)
               ELSE
                   IF WS-PAIR-MERGE(WS-PDX) = 1
                       DISPLAY "instructor " WS-PAIR-OLD(WS-PDX)
                           " -> " WS-PAIR-NEW(WS-PDX)
                           "  records rewritten "
                           WS-PAIR-HITS(WS-PDX) " (merged)"
                   ELSE
                       DISPLAY "instructor " WS-PAIR-OLD(WS-PDX)
                           " -> " WS-PAIR-NEW(WS-PDX)
                           "  records rewritten "
                           WS-PAIR-HITS(WS-PDX)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "records rewritten " WS-TOTAL-REWRITTEN
               " dropped as merge duplicates " WS-TOTAL-DROPPED
               " booking change lines " WS-TOTAL-DELTA.
           IF WS-TOTAL-LEFT > 0
               DISPLAY "BESBKEYC: " WS-TOTAL-LEFT
                   " old key(s) still on file after the pass"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TOTAL-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:10) = "--changes="
                   MOVE ARGV(11:60) TO WS-CHG-FILENAME
               WHEN OTHER
                   DISPLAY "BESBKEYC: invalid arg: " ARGV
                   DISPLAY "BESBKEYC: usage: besbkeyc --oper=ID"
                       " [--changes=FILE]"
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> the change pairs -- all checked before anything is touched;
      *> one bad line refuses the whole pass
      *> ---------------------------------------------------------------
           load-change-pairs.
           MOVE 0 TO WS-PAIR-COUNT
           OPEN INPUT CHG-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CHG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHG-LINE
                       IF CHG-FILE-RECORD NOT = SPACES
                           PERFORM check-one-pair
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHG-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM check-pair-chains.

           check-one-pair.
           IF CHG-FILE-RECORD(1:1) NOT = "R" AND
                   CHG-FILE-RECORD(1:1) NOT = "I"
               PERFORM refuse-pair
               DISPLAY "  type must be R (room) or I (instructor)"
               EXIT PARAGRAPH
           END-IF
           IF CHG-FILE-RECORD(3:8) = SPACES OR
                   CHG-FILE-RECORD(12:8) = SPACES OR
                   CHG-FILE-RECORD(3:8) = CHG-FILE-RECORD(12:8)
               PERFORM refuse-pair
               DISPLAY "  needs an old key and a different new key"
               EXIT PARAGRAPH
           END-IF
           IF CHG-FILE-RECORD(1:1) = "I" AND
                   (CHG-FILE-RECORD(9:2) NOT = SPACES OR
                    CHG-FILE-RECORD(18:2) NOT = SPACES)
               PERFORM refuse-pair
               DISPLAY "  instructor ids are six characters"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PAIR-COUNT
               IF WS-PAIR-KIND(WS-PDX) = CHG-FILE-RECORD(1:1) AND
                       WS-PAIR-OLD(WS-PDX) = CHG-FILE-RECORD(3:8)
                   PERFORM refuse-pair
                   DISPLAY "  old key already changed on an earlier"
                       " line"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CHG-FILE-RECORD(1:1) = "R"
               PERFORM check-room-pair
           ELSE
               PERFORM check-instr-pair
           END-IF.

      *> a renumber moves a room to a number nobody holds yet
           check-room-pair.
           IF CHG-FILE-RECORD(12:8) = "TBA"
               PERFORM refuse-pair
               DISPLAY "  TBA is not a room number"
               EXIT PARAGRAPH
           END-IF
           PERFORM find-room-old
           IF WS-FOUND = 0
               PERFORM refuse-pair
               DISPLAY "  room " CHG-FILE-RECORD(3:8)
                   " is not on ROOMS.DAT"
               EXIT PARAGRAPH
           END-IF
           PERFORM find-room-new
           IF WS-FOUND > 0
               PERFORM refuse-pair
               DISPLAY "  room " CHG-FILE-RECORD(12:8)
                   " is already on ROOMS.DAT"
               EXIT PARAGRAPH
           END-IF
           PERFORM add-pair
           ADD 1 TO WS-ROOM-PAIRS.

      *> an instructor id may move to a new id, or merge into one
      *> INSTRUCTORS.DAT already holds
           check-instr-pair.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT OR WS-FOUND > 0
               IF WS-INSTR-ID(WS-JDX) = CHG-FILE-RECORD(3:6)
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 0 AND WS-INSTR-COUNT > 0
               PERFORM refuse-pair
               DISPLAY "  instructor " CHG-FILE-RECORD(3:6)
                   " is not on INSTRUCTORS.DAT"
               EXIT PARAGRAPH
           END-IF
           PERFORM add-pair
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT OR WS-FOUND > 0
               IF WS-INSTR-ID(WS-JDX) = CHG-FILE-RECORD(12:6)
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND > 0
               MOVE 1 TO WS-PAIR-MERGE(WS-PAIR-COUNT)
           END-IF.

           add-pair.
           IF WS-PAIR-COUNT < 50
               ADD 1 TO WS-PAIR-COUNT
               MOVE CHG-FILE-RECORD(1:1)
                 TO WS-PAIR-KIND(WS-PAIR-COUNT)
               MOVE CHG-FILE-RECORD(3:8)
                 TO WS-PAIR-OLD(WS-PAIR-COUNT)
               MOVE CHG-FILE-RECORD(12:8)
                 TO WS-PAIR-NEW(WS-PAIR-COUNT)
               MOVE 0 TO WS-PAIR-MERGE(WS-PAIR-COUNT)
               MOVE 0 TO WS-PAIR-HITS(WS-PAIR-COUNT)
           END-IF.

           refuse-pair.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "REFUSED  line " WS-CHG-LINE " "
               FUNCTION TRIM(CHG-FILE-RECORD).

      *> A->B then B->C would depend on the order lines are applied;
      *> the chain is written out as A->C, B->C instead
           check-pair-chains.
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PAIR-COUNT
               PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX > WS-PAIR-COUNT
                   IF WS-PAIR-KIND(WS-KDX) = WS-PAIR-KIND(WS-PDX)
                           AND WS-PAIR-OLD(WS-KDX) =
                               WS-PAIR-NEW(WS-PDX)
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "REFUSED  " WS-PAIR-OLD(WS-PDX)
                           " -> " WS-PAIR-NEW(WS-PDX)
                           " -- new key is itself being changed"
                   END-IF
               END-PERFORM
           END-PERFORM.

           find-room-old.
           MOVE 0 TO WS-FOUND
           IF WS-ROOM-COUNT = 0
               MOVE 1 TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ROOM-COUNT OR WS-FOUND > 0
               IF WS-ROOM-ID(WS-JDX) = CHG-FILE-RECORD(3:8)
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.

           find-room-new.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-ROOM-COUNT OR WS-FOUND > 0
               IF WS-ROOM-ID(WS-JDX) = CHG-FILE-RECORD(12:8)
                   MOVE WS-JDX TO WS-FOUND
               END-IF
           END-PERFORM.

           load-room-list.
           MOVE 0 TO WS-ROOM-COUNT
           MOVE "ROOMS.DAT" TO WS-TEXT-FILENAME
           OPEN INPUT TEXT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TEXT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ROOM-COUNT < 200 AND
                               TEXT-FILE-RECORD(1:8) NOT = SPACES
                           ADD 1 TO WS-ROOM-COUNT
                           MOVE TEXT-FILE-RECORD(1:8)
                             TO WS-ROOM-ID(WS-ROOM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEXT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-instr-list.
           MOVE 0 TO WS-INSTR-COUNT
           MOVE "INSTRUCTORS.DAT" TO WS-TEXT-FILENAME
           OPEN INPUT TEXT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TEXT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-INSTR-COUNT < 200 AND
                               TEXT-FILE-RECORD(1:6) NOT = SPACES
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE TEXT-FILE-RECORD(1:6)
                             TO WS-INSTR-ID(WS-INSTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEXT-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> the masters -- room keyed, then instructor keyed; a merge
      *> keeps the surviving id's own master, contract and
      *> qualification lines and drops the old id's copies
      *> ---------------------------------------------------------------
           rewrite-masters.
           MOVE SPACES TO WS-CURRENT-TERM
           MOVE 1 TO WS-TF-POS
           MOVE 8 TO WS-TF-WIDTH
           MOVE "R" TO WS-TF-KIND
           MOVE SPACES TO WS-TF-COND
           MOVE 0 TO WS-TF-DUPLEN
           MOVE 0 TO WS-TF-EVENTS
           MOVE "ROOMS.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE "OUTAGE.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE "ROOMATTR.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE "ROOMCTL.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE 6 TO WS-TF-WIDTH
           MOVE "I" TO WS-TF-KIND
           MOVE 6 TO WS-TF-DUPLEN
           MOVE "INSTRUCTORS.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE "INSTRLOAD.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE 14 TO WS-TF-DUPLEN
           MOVE "INSTRQUAL.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE 18 TO WS-TF-DUPLEN
           MOVE "INSTRAVAIL.DAT" TO WS-TEXT-FILENAME
           PERFORM rewrite-text-file.

      *> ---------------------------------------------------------------
      *> one term: the schedule rows, then the sidecars that carry a
      *> room or instructor of their own
      *> ---------------------------------------------------------------
           rewrite-one-term.
           PERFORM build-term-filenames
           PERFORM load-xlist
           MOVE 0 TO WS-TERM-DELTA
           MOVE 0 TO WS-DELTA-OPEN
           IF WS-ROOM-PAIRS > 0
               OPEN OUTPUT DELTA-FILE
               MOVE 1 TO WS-DELTA-OPEN
           END-IF
           PERFORM rewrite-schedule-file
           MOVE 1 TO WS-TF-POS
           MOVE 8 TO WS-TF-WIDTH
           MOVE "R" TO WS-TF-KIND
           MOVE SPACES TO WS-TF-COND
           MOVE 0 TO WS-TF-DUPLEN
           MOVE 1 TO WS-TF-EVENTS
           MOVE SPACES TO WS-TEXT-FILENAME
           STRING "EVENTS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE 0 TO WS-TF-EVENTS
           MOVE SPACES TO WS-TEXT-FILENAME
           STRING "BOOKSTAT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE SPACES TO WS-TEXT-FILENAME
           STRING "ROOMBOOK-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".STATE" DELIMITED BY SIZE
               INTO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
           MOVE 22 TO WS-TF-POS
           MOVE "R" TO WS-TF-COND
           MOVE SPACES TO WS-TEXT-FILENAME
           STRING "EXCEPT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEXT-FILENAME
           PERFORM rewrite-text-file
      *> a team line names up to four instructors, one column each
           MOVE 6 TO WS-TF-WIDTH
           MOVE "I" TO WS-TF-KIND
           MOVE SPACES TO WS-TF-COND
           MOVE SPACES TO WS-TEXT-FILENAME
           STRING "TEAM-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TEXT-FILENAME
           MOVE 11 TO WS-TF-POS
           PERFORM rewrite-text-file
           MOVE 22 TO WS-TF-POS
           PERFORM rewrite-text-file
           MOVE 33 TO WS-TF-POS
           PERFORM rewrite-text-file
           MOVE 44 TO WS-TF-POS
           PERFORM rewrite-text-file
           IF WS-DELTA-OPEN = 1
               CLOSE DELTA-FILE
               MOVE 0 TO WS-DELTA-OPEN
               IF WS-TERM-DELTA > 0
                   DISPLAY "  booking change lines " WS-TERM-DELTA
                       " -> " FUNCTION TRIM(WS-DELTA-FILENAME)
               ELSE
                   DELETE FILE DELTA-FILE
               END-IF
           END-IF.

           build-term-filenames.
           MOVE SPACES TO WS-SCHED-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME
           MOVE SPACES TO WS-XLIST-FILENAME
           STRING "XLIST-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-XLIST-FILENAME
           MOVE SPACES TO WS-DELTA-FILENAME
           STRING "KEYCHG-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CURRENT-TERM) DELIMITED BY SPACE
               ".DELTA" DELIMITED BY SIZE
               INTO WS-DELTA-FILENAME.

      *> every row, cancelled ones too -- a cancelled row keeps its
      *> room and instructor until BESBPURG removes it, and the
      *> history in PREV-ROOM follows the renumber as well
           rewrite-schedule-file.
           MOVE 0 TO WS-OLD-BEFORE
           MOVE 0 TO WS-NEW-BEFORE
           MOVE 0 TO WS-OLD-AFTER
           MOVE 0 TO WS-NEW-AFTER
           MOVE 0 TO WS-FILE-REWRITTEN
           MOVE 0 TO WS-FILE-DROPPED
           OPEN I-O SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM rewrite-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
           OPEN INPUT SCHEDULE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM count-row-after
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG
           MOVE WS-SCHED-FILENAME TO WS-REPORT-NAME
           PERFORM show-file-counts.

           rewrite-one-row.
           MOVE 0 TO WS-ROW-CHANGED
           MOVE 0 TO WS-ROW-ROOM-PDX
           MOVE SFR-ROOM TO WS-SAVE-ROOM
           MOVE SFR-PREV-ROOM TO WS-SAVE-PREV
           MOVE SFR-INSTR TO WS-SAVE-INSTR
           MOVE "R" TO WS-TF-KIND
           MOVE SFR-ROOM TO WS-FIELD-VAL
           PERFORM count-before-field
           IF WS-MATCH-PDX > 0
               MOVE WS-MATCH-PDX TO WS-ROW-ROOM-PDX
               PERFORM emit-row-booking-changes
               MOVE WS-PAIR-NEW(WS-MATCH-PDX) TO SFR-ROOM
               MOVE 1 TO WS-ROW-CHANGED
           END-IF
           MOVE SFR-PREV-ROOM TO WS-FIELD-VAL
           PERFORM count-before-field
           IF WS-MATCH-PDX > 0
               MOVE WS-PAIR-NEW(WS-MATCH-PDX) TO SFR-PREV-ROOM
               MOVE 1 TO WS-ROW-CHANGED
               IF WS-ROW-ROOM-PDX = 0
                   MOVE WS-MATCH-PDX TO WS-ROW-ROOM-PDX
               END-IF
           END-IF
           IF WS-ROW-ROOM-PDX > 0
               ADD 1 TO WS-PAIR-HITS(WS-ROW-ROOM-PDX)
           END-IF
           MOVE "I" TO WS-TF-KIND
           MOVE SFR-INSTR TO WS-FIELD-VAL
           PERFORM count-before-field
           IF WS-MATCH-PDX > 0
               MOVE WS-PAIR-NEW(WS-MATCH-PDX)(1:6) TO SFR-INSTR
               MOVE 1 TO WS-ROW-CHANGED
               ADD 1 TO WS-PAIR-HITS(WS-MATCH-PDX)
           END-IF
           IF WS-ROW-CHANGED = 0
               EXIT PARAGRAPH
           END-IF
           REWRITE SCHEDULE-FILE-RECORD
           ADD 1 TO WS-FILE-REWRITTEN
           ADD 1 TO WS-TOTAL-REWRITTEN
           MOVE SPACES TO WS-AUDIT-TEXT
      *> room, prior room and instructor, before and after
           STRING SFR-KEY " " WS-SAVE-ROOM " " WS-SAVE-PREV " "
               WS-SAVE-INSTR " -> " SFR-ROOM " " SFR-PREV-ROOM " "
               SFR-INSTR
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit.

           count-row-after.
           MOVE "R" TO WS-TF-KIND
           MOVE SFR-ROOM TO WS-FIELD-VAL
           PERFORM count-after-field
           MOVE SFR-PREV-ROOM TO WS-FIELD-VAL
           PERFORM count-after-field
           MOVE "I" TO WS-TF-KIND
           MOVE SFR-INSTR TO WS-FIELD-VAL
           PERFORM count-after-field.

      *> the row's bookings as \x sent them under the old number,
      *> cancelled, and the same bookings added under the new one;
      *> cancelled rows and cross-list secondaries never booked
           emit-row-booking-changes.
           IF WS-DELTA-OPEN = 0 OR SFR-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           PERFORM check-row-xlist-secondary
           IF WS-XL-SECONDARY = 1
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF SFR-DAYS(WS-JDX) NOT = SPACES
                   MOVE WS-PAIR-OLD(WS-MATCH-PDX) TO WS-BOOK-ROOM
                   PERFORM build-row-booking
                   MOVE "CANCEL" TO WS-OLD-VAL
                   PERFORM write-delta-line
                   MOVE WS-PAIR-NEW(WS-MATCH-PDX) TO WS-BOOK-ROOM
                   PERFORM build-row-booking
                   MOVE "ADD" TO WS-OLD-VAL
                   PERFORM write-delta-line
               END-IF
           END-PERFORM.

           build-row-booking.
           MOVE SFR-DAYS(WS-JDX)(1:2) TO WS-HH
           MOVE SFR-DAYS(WS-JDX)(3:2) TO WS-MM
           COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
           COMPUTE WS-END-MIN = WS-START-MIN + SFR-LEN
           DIVIDE WS-END-MIN BY 60 GIVING WS-Q REMAINDER WS-R
           COMPUTE WS-END-DISP = WS-Q * 100 + WS-R
           MOVE SPACES TO WS-BOOK-LINE
           STRING WS-BOOK-ROOM DELIMITED BY SIZE
               WS-DAY-LETTERS(WS-JDX:1) DELIMITED BY SIZE
               SFR-DAYS(WS-JDX)(1:4) DELIMITED BY SIZE
               WS-END-DISP DELIMITED BY SIZE
               SFR-SCHOOL DELIMITED BY SIZE
               SFR-CODE DELIMITED BY SIZE
               SFR-SECTION DELIMITED BY SIZE
               INTO WS-BOOK-LINE.

      *> a weekly event in the renumbered room, the same way --
      *> EVENTS-term.DAT is room(1:8) kind(10:1) days(12:8)
      *> start(21:4) minutes(26:3) sponsor(30:20)
           emit-event-booking-changes.
           IF WS-DELTA-OPEN = 0 OR
                   WS-TL-LINE(WS-IDX)(10:1) NOT = "W" OR
                   WS-TL-LINE(WS-IDX)(26:3) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EV-DDX FROM 1 BY 1
                   UNTIL WS-EV-DDX > 7
               IF WS-TL-LINE(WS-IDX)(11 + WS-EV-DDX:1) = "1"
                   MOVE WS-PAIR-OLD(WS-MATCH-PDX) TO WS-BOOK-ROOM
                   PERFORM build-event-booking
                   MOVE "CANCEL" TO WS-OLD-VAL
                   PERFORM write-delta-line
                   MOVE WS-PAIR-NEW(WS-MATCH-PDX) TO WS-BOOK-ROOM
                   PERFORM build-event-booking
                   MOVE "ADD" TO WS-OLD-VAL
                   PERFORM write-delta-line
               END-IF
           END-PERFORM.

           build-event-booking.
           MOVE WS-TL-LINE(WS-IDX)(21:2) TO WS-HH
           MOVE WS-TL-LINE(WS-IDX)(23:2) TO WS-MM
           MOVE WS-TL-LINE(WS-IDX)(26:3) TO WS-EV-LEN
           COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
           COMPUTE WS-END-MIN = WS-START-MIN + WS-EV-LEN
           DIVIDE WS-END-MIN BY 60 GIVING WS-Q REMAINDER WS-R
           COMPUTE WS-END-DISP = WS-Q * 100 + WS-R
           MOVE SPACES TO WS-BOOK-LINE
           STRING WS-BOOK-ROOM DELIMITED BY SIZE
               WS-DAY-LETTERS(WS-EV-DDX:1) DELIMITED BY SIZE
               WS-TL-LINE(WS-IDX)(21:4) DELIMITED BY SIZE
               WS-END-DISP DELIMITED BY SIZE
               "EVT " DELIMITED BY SIZE
               WS-TL-LINE(WS-IDX)(30:3) DELIMITED BY SIZE
               "00" DELIMITED BY SIZE
               INTO WS-BOOK-LINE.

      *> action in WS-OLD-VAL, booking in WS-BOOK-LINE
           write-delta-line.
           MOVE SPACES TO DELTA-FILE-RECORD
           MOVE WS-OLD-VAL TO DELTA-FILE-RECORD(1:6)
           MOVE WS-BOOK-LINE TO DELTA-FILE-RECORD(8:26)
           WRITE DELTA-FILE-RECORD
           ADD 1 TO WS-TERM-DELTA
           ADD 1 TO WS-TOTAL-DELTA.

           check-row-xlist-secondary.
           MOVE 0 TO WS-XL-SECONDARY
           PERFORM VARYING WS-XL-GDX FROM 1 BY 1
                   UNTIL WS-XL-GDX > WS-XL-COUNT
                       OR WS-XL-SECONDARY = 1
               PERFORM VARYING WS-XL-MDX FROM 2 BY 1
                       UNTIL WS-XL-MDX > 4
                   IF WS-XL-KEY(WS-XL-GDX, WS-XL-MDX) = SFR-KEY
                       MOVE 1 TO WS-XL-SECONDARY
                   END-IF
               END-PERFORM
           END-PERFORM.

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
                               XLIST-FILE-RECORD(1:9) NOT = SPACES
                               AND XLIST-FILE-RECORD(11:9)
                               NOT = SPACES
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

      *> ---------------------------------------------------------------
      *> one line-sequential file: read whole, count, rename the key
      *> column, drop merge duplicates, write back only if anything
      *> moved, then count again from what is on disk
      *> ---------------------------------------------------------------
           rewrite-text-file.
           MOVE 0 TO WS-OLD-BEFORE
           MOVE 0 TO WS-NEW-BEFORE
           MOVE 0 TO WS-OLD-AFTER
           MOVE 0 TO WS-NEW-AFTER
           MOVE 0 TO WS-FILE-REWRITTEN
           MOVE 0 TO WS-FILE-DROPPED
           PERFORM load-text-table
           IF WS-TF-PRESENT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TL-COUNT
               PERFORM rename-one-line
           END-PERFORM
           IF WS-TF-DUPLEN > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TL-COUNT
                   IF WS-TL-FLAG(WS-IDX) = "R"
                       PERFORM drop-if-duplicate
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FILE-REWRITTEN > 0
               OPEN OUTPUT TEXT-FILE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-TL-COUNT
                   IF WS-TL-FLAG(WS-IDX) NOT = "D"
                       MOVE WS-TL-LINE(WS-IDX) TO TEXT-FILE-RECORD
                       WRITE TEXT-FILE-RECORD
                   END-IF
               END-PERFORM
               CLOSE TEXT-FILE
           END-IF
           PERFORM load-text-table
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TL-COUNT
               PERFORM check-line-cond
               IF WS-COND-OK = 1
                   MOVE SPACES TO WS-FIELD-VAL
                   MOVE WS-TL-LINE(WS-IDX)(WS-TF-POS:WS-TF-WIDTH)
                     TO WS-FIELD-VAL
                   PERFORM count-after-field
               END-IF
           END-PERFORM
           MOVE WS-TEXT-FILENAME TO WS-REPORT-NAME
           PERFORM show-file-counts.

           load-text-table.
           MOVE 0 TO WS-TL-COUNT
           MOVE 0 TO WS-TF-PRESENT
           OPEN INPUT TEXT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TF-PRESENT
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TEXT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TL-COUNT < 2000
                           ADD 1 TO WS-TL-COUNT
                           MOVE TEXT-FILE-RECORD
                             TO WS-TL-LINE(WS-TL-COUNT)
                           MOVE SPACE TO WS-TL-FLAG(WS-TL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEXT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           rename-one-line.
           PERFORM check-line-cond
           IF WS-COND-OK = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIELD-VAL
           MOVE WS-TL-LINE(WS-IDX)(WS-TF-POS:WS-TF-WIDTH)
             TO WS-FIELD-VAL
           PERFORM count-before-field
           IF WS-MATCH-PDX = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TF-EVENTS = 1
               PERFORM emit-event-booking-changes
           END-IF
           MOVE WS-PAIR-NEW(WS-MATCH-PDX)
             TO WS-TL-LINE(WS-IDX)(WS-TF-POS:WS-TF-WIDTH)
           MOVE "R" TO WS-TL-FLAG(WS-IDX)
           ADD 1 TO WS-PAIR-HITS(WS-MATCH-PDX)
           ADD 1 TO WS-FILE-REWRITTEN
           ADD 1 TO WS-TOTAL-REWRITTEN
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING FUNCTION TRIM(WS-TEXT-FILENAME) " "
               WS-PAIR-OLD(WS-MATCH-PDX) " -> "
               WS-PAIR-NEW(WS-MATCH-PDX)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit.

      *> a renamed line that now repeats one already on file (the
      *> surviving id's own line, or another renamed copy) goes
           drop-if-duplicate.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-TL-COUNT
                       OR WS-TL-FLAG(WS-IDX) = "D"
               IF WS-KDX NOT = WS-IDX AND
                       WS-TL-FLAG(WS-KDX) NOT = "D" AND
                       WS-TL-LINE(WS-KDX)(1:WS-TF-DUPLEN) =
                       WS-TL-LINE(WS-IDX)(1:WS-TF-DUPLEN)
                   MOVE "D" TO WS-TL-FLAG(WS-IDX)
               END-IF
           END-PERFORM
           IF WS-TL-FLAG(WS-IDX) = "D"
               ADD 1 TO WS-FILE-DROPPED
               ADD 1 TO WS-TOTAL-DROPPED
               DISPLAY "  merged away: "
                   FUNCTION TRIM(WS-TEXT-FILENAME) " "
                   FUNCTION TRIM(WS-TL-LINE(WS-IDX))
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING FUNCTION TRIM(WS-TEXT-FILENAME)
                   " dropped " WS-TL-LINE(WS-IDX)(1:40)
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               PERFORM write-audit
           END-IF.

           check-line-cond.
           MOVE 1 TO WS-COND-OK
           IF WS-TL-LINE(WS-IDX) = SPACES
               MOVE 0 TO WS-COND-OK
           END-IF
           IF WS-TF-COND = "R" AND WS-TL-LINE(WS-IDX)(20:1) NOT = "R"
               MOVE 0 TO WS-COND-OK
           END-IF.

      *> the key in WS-FIELD-VAL against every pair of the file's
      *> kind: counted as an old or a new key, and the pair it
      *> matches as old answered in WS-MATCH-PDX
           count-before-field.
           MOVE 0 TO WS-MATCH-PDX
           IF WS-FIELD-VAL = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PAIR-COUNT
               IF WS-PAIR-KIND(WS-PDX) = WS-TF-KIND
                   IF WS-PAIR-OLD(WS-PDX) = WS-FIELD-VAL
                       ADD 1 TO WS-OLD-BEFORE
                       MOVE WS-PDX TO WS-MATCH-PDX
                   END-IF
                   IF WS-PAIR-NEW(WS-PDX) = WS-FIELD-VAL
                       ADD 1 TO WS-NEW-BEFORE
                   END-IF
               END-IF
           END-PERFORM.

           count-after-field.
           IF WS-FIELD-VAL = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PDX FROM 1 BY 1
                   UNTIL WS-PDX > WS-PAIR-COUNT
               IF WS-PAIR-KIND(WS-PDX) = WS-TF-KIND
                   IF WS-PAIR-OLD(WS-PDX) = WS-FIELD-VAL
                       ADD 1 TO WS-OLD-AFTER
                       ADD 1 TO WS-TOTAL-LEFT
                   END-IF
                   IF WS-PAIR-NEW(WS-PDX) = WS-FIELD-VAL
                       ADD 1 TO WS-NEW-AFTER
                   END-IF
               END-IF
           END-PERFORM.

           show-file-counts.
           DISPLAY WS-REPORT-NAME " "
               WS-OLD-BEFORE "/" WS-OLD-AFTER "       "
               WS-NEW-BEFORE "/" WS-NEW-AFTER "       "
               WS-FILE-REWRITTEN "     " WS-FILE-DROPPED.

      *> ---------------------------------------------------------------
      *> locks -- every open or frozen term's schedule, all taken
      *> before the first write; with no TERMS.DAT the DEFAULT term
      *> ---------------------------------------------------------------
           lock-all-terms.
           MOVE 0 TO WS-LOCK-FAILED
           MOVE 0 TO WS-RUN-TERMS
           IF WS-TERMS-COUNT = 0
               MOVE 1 TO WS-TERMS-COUNT
               MOVE "DEFAULT" TO WS-TERMS-NAME(1)
               MOVE "O" TO WS-TERMS-STATUS(1)
           END-IF
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
                       OR WS-LOCK-FAILED = 1
               MOVE 0 TO WS-TERMS-LOCKED(WS-TDX)
               IF WS-TERMS-STATUS(WS-TDX) = "O" OR
                       WS-TERMS-STATUS(WS-TDX) = "F"
                   MOVE WS-TERMS-NAME(WS-TDX) TO WS-CURRENT-TERM
                   PERFORM acquire-term-lock
               END-IF
           END-PERFORM.

           acquire-term-lock.
           PERFORM build-term-filenames
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING FUNCTION TRIM(WS-SCHED-FILENAME) DELIMITED BY SPACE
               ".LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY "BESBKEYC: " FUNCTION TRIM(WS-SCHED-FILENAME)
                   " is locked by another session"
               MOVE 1 TO WS-LOCK-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBKEYC: could not create lock file for "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               MOVE 1 TO WS-LOCK-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO LOCK-FILE-RECORD
           MOVE "locked" TO LOCK-FILE-RECORD(1:6)
           MOVE WS-OPER-ID TO LOCK-FILE-RECORD(8:8)
           MOVE WS-TS TO LOCK-FILE-RECORD(17:21)
           WRITE LOCK-FILE-RECORD
           CLOSE LOCK-FILE
           MOVE 1 TO WS-TERMS-LOCKED(WS-TDX)
           ADD 1 TO WS-RUN-TERMS.

           unlock-all-terms.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               IF WS-TERMS-LOCKED(WS-TDX) = 1
                   MOVE WS-TERMS-NAME(WS-TDX) TO WS-CURRENT-TERM
                   PERFORM build-term-filenames
                   MOVE SPACES TO WS-LOCK-FILENAME
                   STRING FUNCTION TRIM(WS-SCHED-FILENAME)
                       DELIMITED BY SPACE
                       ".LOCK" DELIMITED BY SIZE
                       INTO WS-LOCK-FILENAME
                   DELETE FILE LOCK-FILE
                   MOVE 0 TO WS-TERMS-LOCKED(WS-TDX)
               END-IF
           END-PERFORM.

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
                           MOVE TERMS-FILE-RECORD(37:1)
                             TO WS-TERMS-STATUS(WS-TERMS-COUNT)
                           MOVE 0 TO WS-TERMS-LOCKED(WS-TERMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> operator sign-on -- OPERATORS.DAT is id(1:8) level(9:1)
      *> name(10:20), levels R/S/V; the pass needs V
      *> ---------------------------------------------------------------
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBKEYC: an operator id is required"
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
               DISPLAY "BESBKEYC: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBKEYC: operator " WS-OPER-ID
                   " is not a supervisor -- cannot change keys"
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
                           MOVE OPER-FILE-RECORD(1:8)
                             TO WS-OPER-TBL-ID(WS-OPER-COUNT)
                           MOVE OPER-FILE-RECORD(9:1)
                             TO WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> audit trail -- same format BESBUBO appends to; the term
      *> column is blank for a master record
      *> ---------------------------------------------------------------
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "keychg  " DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
