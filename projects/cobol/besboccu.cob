      *>   2026-09-02  effective-dated changes honored -- dates
      *>               before a row's switchover export the prior
      *>               room and times
      *>   2026-10-15  a part-of-term section occupies its room only
      *>               on dates inside its own meeting dates
      *>   2026-10-15  online and by-arrangement sections occupy no
      *>               building and are left out of the export
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).

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
           MOVE "BESBOCCU" TO EP-PROGRAM.
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
               WHEN ARGV(1:7) = "--week="
           ADD 1 TO WS-LINE-COUNT.

      *> the date's effective row fields: current, or the PREV-*
      *> set when the date sits before the row's switchover; a
      *> part-of-term section outside its meeting dates has no slot
           resolve-row-asof.
           MOVE WS-ROOM(WS-IDX) TO WS-ASOF-ROOM
           MOVE WS-LEN(WS-IDX) TO WS-ASOF-LEN
               MOVE WS-PREV-ROOM(WS-IDX) TO WS-ASOF-ROOM
               MOVE WS-PREV-LEN(WS-IDX) TO WS-ASOF-LEN
               MOVE WS-PREV-DAYS(WS-IDX, WS-WDAY) TO WS-ASOF-SLOT
           END-IF
           IF (WS-PT-START(WS-IDX) NOT = SPACES AND
               WS-DATE-X < WS-PT-START(WS-IDX)) OR
              (WS-PT-END(WS-IDX) NOT = SPACES AND
               WS-DATE-X > WS-PT-END(WS-IDX))
               MOVE SPACES TO WS-ASOF-SLOT
           END-IF.

           find-row-building.
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
      *> online and by-arrangement sections occupy no building
                       IF WS-NUM-ROWS < WS-MAX-ROWS AND
                               SFR-STATUS NOT = "C" AND
                               SFR-MODE NOT = "S" AND
                               SFR-MODE NOT = "A" AND
                               SFR-MODE NOT = "R"
                           ADD 1 TO WS-NUM-ROWS
                           MOVE SCHEDULE-FILE-RECORD
                             TO WS-SCHEDULE-ROW(WS-NUM-ROWS)
