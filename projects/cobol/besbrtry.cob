      *>               the shared BESBVAL subprogram
      *>   2026-08-21  closed and frozen terms refuse the retry the
      *>               same way they refuse the loader
      *>   2026-10-15  the updated schedule file gets its occupancy
      *>               index (SCHED-term.OCCX) through BESBVAL op W
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  operator scope (OPERSCOP.DAT through BESBSCOP)
      *>               -- an entry for a school or campus outside the
      *>               operator's scope is refused with code 16,
      *>               audited, and left on the wait-list for an
      *>               operator who holds it
      *>   2026-10-15  wait-list entries carry a section's
      *>               part-of-term dates (91:17), placed on the row
      *>               the retry commits
      *>   2026-10-15  wait-list entries carry the instruction mode
      *>               with the dates (91:19), placed on the row
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- an entry is placed under the
      *>               reason code it was queued with (111:4), else
      *>               the run's --rsn=CODE, checked by BESBRSN; an
      *>               entry with neither stays on the wait-list and is
      *>               counted as having no reason. The code and the
      *>               school go on the audit line
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
      *> wait-list entry: the add line as queued(1:80), queued
      *> date(82:8), the line's part-of-term dates and instruction
      *> mode(91:19), the add's reason code(111:4) -- the
      *> shape BESBUBO banks them in
       FD PEND-FILE.
       01 PEND-FILE-RECORD PIC X(114).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-PLACED-COUNT PIC 9(6) VALUE 0.
           01 WS-STILL-COUNT PIC 9(6) VALUE 0.
           01 WS-DROPPED-COUNT PIC 9(6) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(6) VALUE 0.
           01 WS-NOREASON-COUNT PIC 9(6) VALUE 0.

           01 WS-SCHEDULE.
               02 WS-NUM-ROWS PIC 9(3) VALUE 0.
           01 WS-PEND-COUNT PIC 9(4) VALUE 0.
           01 WS-PDX PIC 9(4) VALUE 0.
           01 WS-PEND-TABLE.
               02 WS-PEND-LINE PIC X(114) OCCURS 200 TIMES.

      *> filenames / term
           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-PEND-FILENAME PIC X(60).
           01 WS-MASTER-FILENAME PIC X(20) VALUE "SCHOOLS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

      *> operator scope -- the schools (and campuses) the operator
      *> may change, answered by BESBSCOP
           01 WS-SCOPE-PARMS.
               COPY SCOPPARM
                   REPLACING LEADING ==SCOPPARM== BY ==SP==.

      *> change reasons -- the run's --rsn= stands in for an entry
      *> queued without a code; BESBRSN judges either
           01 WS-RUN-REASON PIC X(4) VALUE SPACES.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

      *> parsed fields, same layout insert-class uses in BESBUBO,
      *> with the entry's reason code at (101:4)
           01 WS-PARSE-SRC PIC X(104) VALUE SPACES.
           01 WS-P-SCHOOL PIC A(4).
           01 WS-P-CODE PIC X(3).
           01 WS-P-SECTION PIC X(2).
           01 WS-P-ACTION PIC X(1).
           01 WS-P-TERM PIC X(20).
           01 WS-P-EFF-DATE PIC X(8) VALUE SPACES.
           01 WS-P-PT-START PIC X(8) VALUE SPACES.
           01 WS-P-PT-END PIC X(8) VALUE SPACES.
           01 WS-P-MODE PIC X(1) VALUE SPACES.

      *> BESBVAL call block -- the shared scheduling rules live in
      *> the subprogram; this block carries the fields both ways
           01 WS-TERMS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-CHECK-TERM PIC X(20) VALUE SPACES.

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
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBRTRY" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               " retried " WS-RETRIED-COUNT
               " placed " WS-PLACED-COUNT
               " still waiting " WS-STILL-COUNT
               " dropped " WS-DROPPED-COUNT
               " out of scope " WS-REFUSED-COUNT
               " no reason " WS-NOREASON-COUNT.
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
                   MOVE ARGV(7:4) TO WS-RUN-REASON
               WHEN OTHER
                   DISPLAY "BESBRTRY: invalid arg: " ARGV
                   DISPLAY "BESBRTRY: usage: besbrtry [--term=X]"
                       " [--oper=ID] [--rsn=CODE]"
           END-EVALUATE.

      *> the retry is batch like the loader, so it honors the same
                   UNTIL WS-PDX > WS-PEND-COUNT
               PERFORM retry-one-entry
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "W" TO VP-OP
           PERFORM call-besbval.

      *> WS-PDX indexes the wait-list because insert-class burns the
      *> ordinary scratch indexes; the verdict lands in the line's
      *> column 81 (space still waiting, P placed, D dropped)
           retry-one-entry.
           ADD 1 TO WS-RETRIED-COUNT
           MOVE SPACES TO WS-PARSE-SRC
           MOVE WS-PEND-LINE(WS-PDX)(1:80) TO WS-PARSE-SRC(1:80)
           MOVE WS-PEND-LINE(WS-PDX)(91:19) TO WS-PARSE-SRC(81:19)
           MOVE WS-PEND-LINE(WS-PDX)(111:4) TO WS-PARSE-SRC(101:4)
           IF WS-PARSE-SRC(101:4) = SPACES
               MOVE WS-RUN-REASON TO WS-PARSE-SRC(101:4)
           END-IF
           MOVE "V" TO RP-OP
           MOVE WS-PARSE-SRC(101:4) TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-PARSE-SRC(101:4)
      *> no reason to place it under -- it keeps its place in line
           IF RP-RC NOT = 0
               ADD 1 TO WS-NOREASON-COUNT
               DISPLAY "NOREASON " WS-PARSE-SRC(1:44) " "
                   FUNCTION TRIM(RP-TEXT)
               EXIT PARAGRAPH
           END-IF
           PERFORM insert-class
           EVALUATE TRUE
               WHEN WS-SUCCESS = 0
               WHEN WS-SUCCESS = 1 OR WS-SUCCESS = 3
                   ADD 1 TO WS-STILL-COUNT
                   DISPLAY "WAITING " WS-PARSE-SRC(1:44)
      *> not this operator's to place -- it keeps its place in line
               WHEN WS-SUCCESS = 16
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REFUSED " WS-PARSE-SRC(1:44)
                       " code 16 " FUNCTION TRIM(SP-TEXT)
               WHEN OTHER
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY "DROPPED " WS-PARSE-SRC(1:44)
           MOVE VP-LEN TO WS-P-LEN
           MOVE VP-INSTR TO WS-P-INSTR
           MOVE VP-OVERRIDE TO WS-P-OVERRIDE
           MOVE VP-EFF-DATE TO WS-P-EFF-DATE
           MOVE VP-PT-START TO WS-P-PT-START
           MOVE VP-PT-END TO WS-P-PT-END
           MOVE VP-MODE TO WS-P-MODE.

           write-sched-row.
           MOVE WS-SCHEDULE-ROW(WS-NEW-ROW-IDX)
           IF WS-SUCCESS NOT = 9
               EXIT PARAGRAPH
           END-IF
           PERFORM check-change-scope
           IF SP-RC NOT = 0
               MOVE 16 TO WS-SUCCESS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EXCLUDE-IDX
           PERFORM call-val-conflict
           IF WS-CONFLICT-IDX > 0
           MOVE "A" TO WS-STATUS(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-CANC-DATE(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-EFF-DATE(WS-NEW-ROW-IDX)
           MOVE WS-P-PT-START TO WS-PT-START(WS-NEW-ROW-IDX)
           MOVE WS-P-PT-END TO WS-PT-END(WS-NEW-ROW-IDX)
           MOVE WS-P-MODE TO WS-MODE(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-PREV-ROOM(WS-NEW-ROW-IDX)
           MOVE 0 TO WS-PREV-LEN(WS-NEW-ROW-IDX)
           PERFORM VARYING WS-JDX FROM 1 BY 1
           END-IF
           PERFORM write-audit.

      *> may the signed-on operator place this school's class in
      *> this room -- BESBSCOP audits a refusal itself
           check-change-scope.
           MOVE "C" TO SP-OP
           MOVE WS-OPER-ID TO SP-OPER
           MOVE WS-OPER-LEVEL TO SP-LEVEL
           MOVE WS-P-SCHOOL TO SP-SCHOOL
           MOVE WS-P-ROOM TO SP-ROOM
           MOVE SPACES TO SP-DATE
           MOVE WS-CURRENT-TERM TO SP-TERM
           MOVE "BESBRTRY" TO SP-SOURCE
           MOVE WS-PARSE-SRC(1:40) TO SP-WHAT
           CALL "BESBSCOP" USING WS-SCOPE-PARMS.

           apply-days-to-row.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-NUM-DAYS
               MOVE SPACES TO WS-DAYS(WS-NEW-ROW-IDX, WS-IDX)
      *> ---------------------------------------------------------------
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-DETAIL DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-PARSE-SRC DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-PARSE-SRC(101:4) TO ACH-REASON
           MOVE WS-PARSE-SRC(1:4) TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
