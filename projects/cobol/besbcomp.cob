      *>               is a bare term), so "make OLD look like NEW"
      *>               runs through the loader's own validation,
      *>               journaling and audit
      *>   2026-10-15  a section's part-of-term dates are compared
      *>               and reported like the other fields, and carried
      *>               into the feed at (81:8)/(90:8)
      *>   2026-10-15  the instruction mode is compared and reported,
      *>               and carried into the feed at (99:1)
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       FD FEED-FILE.
       01 FEED-FILE-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-LOCK-CHECK-NAME PIC X(60) VALUE SPACES.
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
           MOVE "BESBCOMP" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-OLD-NAME) = SPACES OR
                   FUNCTION TRIM(WS-NEW-NAME) = SPACES
               DISPLAY "BESBCOMP: usage: besbcomp OLD NEW"

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--feed="
                   MOVE ARGV(8:60) TO WS-FEED-FILENAME
               WHEN ARGV(1:11) = "--feedterm="
                   " instructor " WS-OLD-INSTR(WS-FOUND-IDX)
                   " -> " WS-NEW-INSTR(WS-IDX)
           END-IF
           IF WS-NEW-PT-START(WS-IDX) NOT =
                   WS-OLD-PT-START(WS-FOUND-IDX) OR
                   WS-NEW-PT-END(WS-IDX) NOT =
                   WS-OLD-PT-END(WS-FOUND-IDX)
               MOVE 1 TO WS-DIFF-SEEN
               DISPLAY "CHANGED " WS-NEW-KEY(WS-IDX)
                   " dates " WS-OLD-PT-START(WS-FOUND-IDX)
                   "-" WS-OLD-PT-END(WS-FOUND-IDX)
                   " -> " WS-NEW-PT-START(WS-IDX)
                   "-" WS-NEW-PT-END(WS-IDX)
           END-IF
           IF WS-NEW-MODE(WS-IDX) NOT = WS-OLD-MODE(WS-FOUND-IDX)
               MOVE 1 TO WS-DIFF-SEEN
               DISPLAY "CHANGED " WS-NEW-KEY(WS-IDX)
                   " mode " WS-OLD-MODE(WS-FOUND-IDX)
                   " -> " WS-NEW-MODE(WS-IDX)
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NUM-DAYS
               IF WS-NEW-DAYS(WS-IDX, WS-JDX) NOT =
           IF WS-FEED-ACTION = "C" AND WSR-EFF-DATE NOT = SPACES
               MOVE WSR-EFF-DATE TO FEED-FILE-RECORD(71:8)
           END-IF
           MOVE WSR-PT-START TO FEED-FILE-RECORD(81:8)
           MOVE WSR-PT-END TO FEED-FILE-RECORD(90:8)
           MOVE WSR-MODE TO FEED-FILE-RECORD(99:1)
           WRITE FEED-FILE-RECORD
           ADD 1 TO WS-FEED-LINES.
