      *>               department that sent the line; the merge's
      *>               own drops open each feed's FEED.RESP response
      *>               file with their reasons
      *>   2026-10-15  feed lines carried at 100 columns so a
      *>               section's part-of-term dates (81:17) survive
      *>               the merge
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  feed lines carried at 104 columns so a line's
      *>               change reason code (101:4) survives the merge
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-FILE-RECORD PIC X(104).
       FD OUT-FILE.
       01 OUT-FILE-RECORD PIC X(104).
      *> source list line: source number(1:1) feed name(3:60)
       FD SRCS-FILE.
       01 SRCS-FILE-RECORD PIC X(62).
           01 WS-LINE-COUNT PIC 9(4) VALUE 0.
           01 WS-MRG-TABLE.
               02 WS-MRG-ENTRY OCCURS 1000 TIMES.
                   03 WS-MRG-LINE PIC X(104).
                   03 WS-MRG-SRC PIC 9(1).
                   03 WS-MRG-KEEP PIC 9(1).
           01 WS-MRG-FOUND PIC 9(4) VALUE 0.
           01 WS-RESP-TEXT PIC X(30) VALUE SPACES.
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
           MOVE "BESBMRGE" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-OUT-FILENAME) = SPACES OR
                   WS-FEED-COUNT < 2
               DISPLAY "BESBMRGE: usage: besbmrge OUTFILE FEED1 FEED2"

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN FUNCTION TRIM(WS-OUT-FILENAME) = SPACES
                   MOVE ARGV(1:60) TO WS-OUT-FILENAME
               WHEN WS-FEED-COUNT < 5
