      *>               of a hand-maintained term list
      *>   2026-08-21  cancelled rows (status C) left out of the
      *>               class counts
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> wide enough for a TERMS.DAT master record; a hand list's
      *> shorter lines read fine, and only columns 1-20 (the term
      *> name) are used either way
       01 TERM-LIST-FILE-RECORD PIC X(46).
       FD SCHEDULE-FILE.
       01 SCHEDULE-FILE-RECORD.
           COPY SCHEDROW
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TERM-COUNT PIC 9(4) VALUE 0.

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
                   IF ARGV(1:6) = "--env="
                       MOVE ARGV(7:8) TO EP-ENV
                   ELSE
                       MOVE ARGV TO WS-TERM-LIST-FILENAME
                   END-IF
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBTRND" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBTRND: class-count / utilization trend"
               " (terms from " FUNCTION TRIM(WS-TERM-LIST-FILENAME)
               ")".
