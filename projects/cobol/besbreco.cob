      *>               loader skips them, and lines the term column
      *>               routes to another term counted separately
      *>               instead of polluting MISSING
      *>   2026-10-15  feed lines read at 100 columns; a section's
      *>               part-of-term dates are tied out like the other
      *>               row fields
      *>   2026-10-15  the instruction mode is carried with the parsed
      *>               fields
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
       01 TRANS-FILE-RECORD PIC X(100).
       FD SCHEDULE-FILE.
       01 SCHEDULE-FILE-RECORD.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-FILE-STATUS PIC X(2) VALUE "00".

           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.
           01 WS-P-SCHOOL PIC A(4).
           01 WS-P-CODE PIC X(3).
           01 WS-P-SECTION PIC X(2).
           01 WS-P-TIME PIC X(4).
           01 WS-P-LEN PIC X(3).
           01 WS-P-INSTR PIC X(6).
           01 WS-P-PT-START PIC X(8).
           01 WS-P-PT-END PIC X(8).
           01 WS-P-MODE PIC X(1).


      *> BESBVAL call block -- the shared scheduling rules live in
           01 WS-TERMS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-CHECK-TERM PIC X(20) VALUE SPACES.

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
           MOVE "BESBRECO" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-TRANS-FILENAME) = SPACES
               DISPLAY "BESBRECO: usage: besbreco TRANSFILE [--term=X]"
               MOVE 8 TO RETURN-CODE
      *> transaction filename
           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN FUNCTION TRIM(WS-TRANS-FILENAME) = SPACES
           MOVE VP-DAYS TO WS-P-DAYS
           MOVE VP-TIME TO WS-P-TIME
           MOVE VP-LEN TO WS-P-LEN
           MOVE VP-INSTR TO WS-P-INSTR
           MOVE VP-PT-START TO WS-P-PT-START
           MOVE VP-PT-END TO WS-P-PT-END
           MOVE VP-MODE TO WS-P-MODE.

           find-matching-row.
           MOVE 0 TO WS-MATCH-IDX
                       WS-SECTION(WS-IDX) = WS-P-SECTION AND
                       WS-ROOM(WS-IDX) = WS-P-ROOM AND
                       WS-LEN(WS-IDX) = WS-P-LEN AND
                       WS-INSTR(WS-IDX) = WS-P-INSTR AND
                       WS-PT-START(WS-IDX) = WS-P-PT-START AND
                       WS-PT-END(WS-IDX) = WS-P-PT-END
                   PERFORM check-row-days-match
                   IF WS-ROW-MATCHES = 1
                       MOVE WS-IDX TO WS-MATCH-IDX
