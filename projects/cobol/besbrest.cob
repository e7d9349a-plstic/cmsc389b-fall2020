      *>               every row re-applied; supervisor only, and
      *>               the rebuilt file replaces SCHED-term.DAT
      *>               under the usual write lock
      *>   2026-10-15  the rebuilt file gets its occupancy index
      *>               (SCHED-term.OCCX) through BESBVAL op W
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  part-of-term section dates banked with each
      *>               journal record (134:17) are replayed onto the
      *>               rebuilt rows
      *>   2026-10-15  the instruction mode banked with each journal
      *>               record is replayed onto the row
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- journal history lines carry
      *>               the change's reason code (154:4) and are read
      *>               at their full length
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       01 GENS-FILE-RECORD PIC X(13).
      *> banked journal record, as BESBLOAD writes it: line(1:6)
      *> term(8:20) action(29:1) image(31:80) timestamp(112:21)
      *> part-of-term dates and instruction mode(134:19) reason
      *> code(154:4)
       FD JHIST-FILE.
       01 JHIST-FILE-RECORD PIC X(157).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-VAL-PARMS.
               COPY VALPARMS
                   REPLACING LEADING ==VALPARM== BY ==VP==.
           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.
           01 WS-P-SCHOOL PIC A(4).
           01 WS-P-CODE PIC X(3).
           01 WS-P-SECTION PIC X(2).
           01 WS-P-TIME PIC X(4).
           01 WS-P-INSTR PIC X(6).
           01 WS-P-EFF-DATE PIC X(8) VALUE SPACES.
           01 WS-P-PT-START PIC X(8) VALUE SPACES.
           01 WS-P-PT-END PIC X(8) VALUE SPACES.
           01 WS-P-MODE PIC X(1) VALUE SPACES.
           01 WS-P-ACTION PIC X(1) VALUE SPACE.
           01 WS-CLASS-LEN PIC 9(3) VALUE 50.
           01 WS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-GENS-FILENAME PIC X(60).
           01 WS-JHIST-FILENAME PIC X(66).
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
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
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBREST" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TO-STAMP = SPACES
               DISPLAY "BESBREST: usage: besbrest --term=X"
                   " --to=YYYYMMDDHHMMSS [--oper=ID]"

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:5) = "--to="
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PARSE-SRC
           MOVE JHIST-FILE-RECORD(31:80) TO WS-PARSE-SRC(1:80)
           MOVE JHIST-FILE-RECORD(134:19) TO WS-PARSE-SRC(81:19)
           MOVE JHIST-FILE-RECORD(29:1) TO WS-P-ACTION
           IF WS-P-ACTION = SPACE
               MOVE "A" TO WS-P-ACTION
           MOVE VP-TIME TO WS-P-TIME
           MOVE VP-INSTR TO WS-P-INSTR
           MOVE VP-EFF-DATE TO WS-P-EFF-DATE
           MOVE VP-PT-START TO WS-P-PT-START
           MOVE VP-PT-END TO WS-P-PT-END
           MOVE VP-MODE TO WS-P-MODE
           IF VP-LEN IS NUMERIC
               MOVE VP-LEN TO WS-CLASS-LEN
           ELSE
           MOVE "A" TO WS-STATUS(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-CANC-DATE(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-EFF-DATE(WS-NEW-ROW-IDX)
           MOVE WS-P-PT-START TO WS-PT-START(WS-NEW-ROW-IDX)
           MOVE WS-P-PT-END TO WS-PT-END(WS-NEW-ROW-IDX)
           MOVE WS-P-MODE TO WS-MODE(WS-NEW-ROW-IDX)
           MOVE SPACES TO WS-PREV-ROOM(WS-NEW-ROW-IDX)
           MOVE 0 TO WS-PREV-LEN(WS-NEW-ROW-IDX)
           PERFORM VARYING WS-JDX FROM 1 BY 1
           MOVE WS-P-ROOM TO WS-ROOM(WS-FOUND-IDX)
           MOVE WS-CLASS-LEN TO WS-LEN(WS-FOUND-IDX)
           MOVE WS-P-INSTR TO WS-INSTR(WS-FOUND-IDX)
           MOVE WS-P-PT-START TO WS-PT-START(WS-FOUND-IDX)
           MOVE WS-P-PT-END TO WS-PT-END(WS-FOUND-IDX)
           MOVE WS-P-MODE TO WS-MODE(WS-FOUND-IDX)
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS-W
               MOVE SPACES TO WS-DAYS(WS-FOUND-IDX, WS-JDX)
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE "W" TO VP-OP
           MOVE WS-CURRENT-TERM TO VP-TERM
           MOVE SPACES TO VP-PARSE-SRC
           MOVE 0 TO VP-CMD-OVERRIDE
           CALL "BESBVAL" USING WS-VAL-PARMS WS-SCHEDULE.

           acquire-lock.
           MOVE 0 TO WS-LOCK-HELD

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "restored from snapshot " WS-GEN-DATE
               " to " WS-TO-STAMP
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "restore " DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-CURRENT-TERM DELIMITED BY SIZE " "
               DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
