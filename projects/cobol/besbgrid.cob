      *>               listed in the header, and the shared meeting's
      *>               grid cell marked with a + so the reader knows
      *>               the room holds one combined class
      *>   2026-10-15  with --asof= a part-of-term section whose own
      *>               meeting dates do not include that date stays
      *>               out of the grid
      *>   2026-10-15  online and by-arrangement sections hold no room
      *>               and stay out of the grid
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  EXCEPT-term.DAT is read up to 500 date
      *>               exceptions -- a building closure (BESBCLOS)
      *>               records one per affected meeting
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           01 WS-EXCEPT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-EX-COUNT PIC 9(3) VALUE 0.
           01 WS-EX-LIST.
               02 WS-EX-ENTRY OCCURS 500 TIMES.
                   03 WS-EX-KEY PIC X(9).
                   03 WS-EX-DATE PIC X(8).
                   03 WS-EX-TYPE PIC X(1).
                   03 WS-ROOMS-CAP PIC 9(4).
                   03 WS-ROOMS-CAMP PIC X(2).

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
           MOVE "BESBGRID" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--asof="
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *> cancelled rows don't occupy rooms, and online and
      *> by-arrangement sections hold none, so they stay out of the
      *> grid entirely; with --asof= before a row's effective-dated
      *> switchover, the prior room and times are what the grid shows,
      *> and a part-of-term section not meeting that date is dropped
           load-one-row.
           IF WS-NUM-ROWS < WS-MAX-ROWS AND SFR-STATUS NOT = "C" AND
                   SFR-MODE NOT = "S" AND SFR-MODE NOT = "A" AND
                   SFR-MODE NOT = "R"
               ADD 1 TO WS-NUM-ROWS
               MOVE SCHEDULE-FILE-RECORD TO WS-SCHEDULE-ROW(WS-NUM-ROWS)
               IF WS-ASOF-DATE NOT = SPACES AND
                         TO WS-DAYS(WS-NUM-ROWS, WS-JDX)
                   END-PERFORM
               END-IF
               IF WS-ASOF-DATE NOT = SPACES
                   IF (WS-PT-START(WS-NUM-ROWS) NOT = SPACES AND
                       WS-ASOF-DATE < WS-PT-START(WS-NUM-ROWS)) OR
                      (WS-PT-END(WS-NUM-ROWS) NOT = SPACES AND
                       WS-ASOF-DATE > WS-PT-END(WS-NUM-ROWS))
                       SUBTRACT 1 FROM WS-NUM-ROWS
                   END-IF
               END-IF
           END-IF.

           load-rooms-list.
               READ EXCEPT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EX-COUNT < 500 AND
                               EXCEPT-FILE-RECORD(11:8) IS NUMERIC
                           ADD 1 TO WS-EX-COUNT
                           MOVE EXCEPT-FILE-RECORD(1:9)
