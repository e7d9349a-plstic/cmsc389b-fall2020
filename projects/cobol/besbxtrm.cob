      *>               sides the way show-conflict would
      *>   2026-08-21  a term another session holds locked is skipped
      *>               with a note instead of being read mid-write
      *>   2026-10-15  room-TBA rows hold no room, so they never
      *>               collide across terms
      *>   2026-10-15  online rows (room ONLINE) hold no room either
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
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
                   IF ARGV(1:6) = "--env="
                       MOVE ARGV(7:8) TO EP-ENV
                   ELSE
                       DISPLAY "BESBXTRM: invalid arg: " ARGV
                       DISPLAY "BESBXTRM: usage: besbxtrm (terms and"
                           " dates come from TERMS.DAT)"
                   END-IF
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBXTRM" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-terms-list.
           IF WS-TERMS-COUNT < 2
               DISPLAY "BESBXTRM: fewer than two terms in TERMS.DAT"
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-B-NUM-ROWS
               IF WS-B-STATUS(WS-JDX) NOT = "C" AND
                       WS-B-ROOM(WS-JDX) = WS-A-ROOM(WS-IDX) AND
                       WS-A-ROOM(WS-IDX) NOT = "TBA" AND
                       WS-A-ROOM(WS-IDX) NOT = "ONLINE"
                   PERFORM check-pair-days
               END-IF
           END-PERFORM.
