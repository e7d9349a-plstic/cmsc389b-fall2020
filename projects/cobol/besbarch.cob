      *>               again for the read-only reports, with the
      *>               audit slice landing in ARCHIVE-term.AUDIT for
      *>               BESBAUDR to query directly
      *>   2026-10-15  audit lines are carried whole, chain sequence
      *>               number and hash included, so the slice moved to
      *>               the archive still verifies against the chain
      *>   2026-10-15  schedule rows are carried at their full 168
      *>               bytes, part-of-term dates included; rows in
      *>               older archives read back with those dates blank
      *>   2026-10-15  schedule rows packed and restored at their
      *>               169-byte length (instruction mode)
      *>   2026-10-15  the term's TEAM file (team-taught sections)
      *>               travels with it as a TEAM block
      *>   2026-10-15  the registrar's enrollment extract (ENRL-term)
      *>               travels with it as an ENRL block, so BESBDMND
      *>               can still read a closed term's enrollment
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- audit lines carry the change's
      *>               reason code and school after the chain trailer
      *>               (169 bytes, AUDCHAIN.CPY) and are read whole
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
      *> archive line: @HDR / @SECT markers, else raw payload from
      *> the section being carried (a 169-byte schedule row, a
      *> 169-byte audit line, a 31-byte booking status, a 32-byte
      *> calendar entry, a 53-byte team line, a 13-byte enrollment
      *> count)
       FD ARCH-FILE.
       01 ARCH-FILE-RECORD PIC X(176).
       FD SIDE-FILE.
       01 SIDE-FILE-RECORD PIC X(176).
      *> audit line with its chain trailer -- AUDCHAIN.CPY
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
       FD AUDKEEP-FILE.
       01 AUDKEEP-FILE-RECORD PIC X(169).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD LOCK-FILE.
                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

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
           MOVE "BESBARCH" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-CURRENT-TERM) = SPACES
               DISPLAY "BESBARCH: usage: besbarch --term=X"
                   " [--retrieve] [--oper=ID]"

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:10) = "--retrieve"
           PERFORM pack-side-file
           MOVE "CALENDAR" TO WS-CUR-SECT
           PERFORM pack-side-file
           MOVE "TEAM" TO WS-CUR-SECT
           PERFORM pack-side-file
           MOVE "ENRL" TO WS-CUR-SECT
           PERFORM pack-side-file
           CLOSE ARCH-FILE
           DISPLAY "BESBARCH: " WS-PACKED-COUNT " records packed"
               " into " FUNCTION TRIM(WS-ARCH-FILENAME)
                   NOT AT END
                       MOVE SPACES TO ARCH-FILE-RECORD
                       MOVE SCHEDULE-FILE-RECORD
                         TO ARCH-FILE-RECORD(1:169)
                       WRITE ARCH-FILE-RECORD
                       ADD 1 TO WS-PACKED-COUNT
               END-READ
           IF FUNCTION TRIM(AUDIT-FILE-RECORD(41:20)) =
                   FUNCTION TRIM(WS-CURRENT-TERM)
               MOVE SPACES TO ARCH-FILE-RECORD
               MOVE AUDIT-FILE-RECORD TO ARCH-FILE-RECORD(1:169)
               WRITE ARCH-FILE-RECORD
               ADD 1 TO WS-AUD-MOVED
               ADD 1 TO WS-PACKED-COUNT
           PERFORM remove-side-file
           MOVE "CALENDAR" TO WS-CUR-SECT
           PERFORM remove-side-file
           MOVE "TEAM" TO WS-CUR-SECT
           PERFORM remove-side-file
           MOVE "ENRL" TO WS-CUR-SECT
           PERFORM remove-side-file
           DISPLAY "BESBARCH: originals removed; retrieve with"
               " --retrieve when a report needs the term".

           END-IF
           EVALUATE FUNCTION TRIM(WS-CUR-SECT)
               WHEN "SCHED"
                   MOVE ARCH-FILE-RECORD(1:169)
                     TO SCHEDULE-FILE-RECORD
                   WRITE SCHEDULE-FILE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-PACKED-COUNT
               WHEN "AUDIT"
                   MOVE ARCH-FILE-RECORD(1:169)
                     TO AUDKEEP-FILE-RECORD
                   WRITE AUDKEEP-FILE-RECORD
                   ADD 1 TO WS-PACKED-COUNT
                   MOVE ARCH-FILE-RECORD TO SIDE-FILE-RECORD
                   WRITE SIDE-FILE-RECORD
                   ADD 1 TO WS-PACKED-COUNT
               WHEN "TEAM"
                   MOVE ARCH-FILE-RECORD TO SIDE-FILE-RECORD
                   WRITE SIDE-FILE-RECORD
                   ADD 1 TO WS-PACKED-COUNT
               WHEN "ENRL"
                   MOVE ARCH-FILE-RECORD TO SIDE-FILE-RECORD
                   WRITE SIDE-FILE-RECORD
                   ADD 1 TO WS-PACKED-COUNT
           END-EVALUATE.

           open-section-output.
