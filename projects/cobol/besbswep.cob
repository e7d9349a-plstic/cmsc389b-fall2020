      *>               policy changes, master retirements) surface as
      *>               findings instead of hiding until the next
      *>               edit; nonzero RETURN-CODE for the nightly job
      *>   2026-10-15  a section's part-of-term dates go to BESBVAL
      *>               with the rest of the row, so only sections
      *>               meeting in the same weeks collide
      *>   2026-10-15  a section's instruction mode goes to BESBVAL
      *>               with the rest of the row
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *> the row rebuilt in the feed/\a column layout, so op P and
      *> op C judge it exactly as a fresh entry would be judged
           01 WS-PARSE-SRC PIC X(100) VALUE SPACES.
           01 WS-ROW-DAYS PIC X(7) VALUE SPACES.
           01 WS-ROW-START PIC X(4) VALUE SPACES.

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
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBSWEP" TO EP-PROGRAM.
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
               WHEN OTHER
           MOVE WS-ROW-DAYS TO WS-PARSE-SRC(22:7)
           MOVE WS-ROW-START TO WS-PARSE-SRC(30:4)
           MOVE WS-LEN(WS-IDX) TO WS-PARSE-SRC(35:3)
           MOVE WS-INSTR(WS-IDX) TO WS-PARSE-SRC(39:6)
           MOVE WS-PT-START(WS-IDX) TO WS-PARSE-SRC(81:8)
           MOVE WS-PT-END(WS-IDX) TO WS-PARSE-SRC(90:8)
           MOVE WS-MODE(WS-IDX) TO WS-PARSE-SRC(99:1).

           call-besbval.
           MOVE WS-CURRENT-TERM TO VP-TERM
