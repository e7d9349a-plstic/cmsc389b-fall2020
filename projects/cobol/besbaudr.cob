      *>               boundary still returns one answer; naming an
      *>               AUDITFILE on the command line queries just
      *>               that file, as before
      *>   2026-10-15  reads the audit lines at their chained length
      *>               and the widened AUDIT.SEGS lines
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- --reason=CODE keeps the lines
      *>               recorded against that reason code (161:4), and
      *>               --school= also matches the school a line was
      *>               recorded against (166:4); a line's reason code
      *>               is shown after it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> audit line with its chain trailer (AUDCHAIN.CPY); the
      *> query looks at the first 132 bytes and the reason code and
      *> school recorded after the trailer
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
      *> rotation-segment index, as BESBAROT maintains it: segment
      *> filename(1:40) then the chain positions
       FD SEGS-FILE.
       01 SEGS-FILE-RECORD PIC X(94).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
               02 WS-AUD-TERM PIC X(20).
               02 FILLER PIC X(1).
               02 WS-AUD-TEXT PIC X(71).
      *> reason code(161:4) and school(166:4) past the chain trailer;
      *> spaces on lines written before change reasons were kept
           01 WS-AUD-REASON PIC X(4) VALUE SPACES.
           01 WS-AUD-SCHOOL PIC X(4) VALUE SPACES.

      *> filters, all optional; spaces means "match anything"
           01 WS-F-FROM PIC X(8) VALUE SPACES.
           01 WS-F-OPER PIC X(8) VALUE SPACES.
           01 WS-F-SCHOOL PIC X(4) VALUE SPACES.
           01 WS-F-CODE PIC X(3) VALUE SPACES.
           01 WS-F-REASON PIC X(4) VALUE SPACES.
           01 WS-LINE-MATCHES PIC 9(1) VALUE 0.
           01 WS-SCAN-HIT PIC 9(1) VALUE 0.

           01 WS-SEG-SDX PIC 9(3) VALUE 0.
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
           MOVE "BESBAUDR" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBAUDR: audit-trail query over "
               FUNCTION TRIM(WS-AUDIT-FILENAME).
      *> rotation segments come first so entries stay in time order;

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--from="
                   MOVE ARGV(8:8) TO WS-F-FROM
               WHEN ARGV(1:5) = "--to="
                   MOVE ARGV(10:4) TO WS-F-SCHOOL
               WHEN ARGV(1:7) = "--code="
                   MOVE ARGV(8:3) TO WS-F-CODE
               WHEN ARGV(1:9) = "--reason="
                   MOVE ARGV(10:4) TO WS-F-REASON
                   INSPECT WS-F-REASON CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN ARGV(1:2) = "--"
                   DISPLAY "BESBAUDR: invalid arg: " ARGV
                   DISPLAY "BESBAUDR: usage: besbaudr [AUDITFILE]"
                       " [--from=YYYYMMDD] [--to=YYYYMMDD]"
                   DISPLAY "  [--op=TAG] [--term=X] [--oper=ID]"
                       " [--school=AAAA] [--code=999]"
                       " [--reason=CODE]"
               WHEN OTHER
                   MOVE ARGV TO WS-AUDIT-FILENAME
                   MOVE 1 TO WS-FILE-GIVEN

           query-one-entry.
           ADD 1 TO WS-READ-COUNT
           MOVE AUDIT-FILE-RECORD(161:4) TO WS-AUD-REASON
           MOVE AUDIT-FILE-RECORD(166:4) TO WS-AUD-SCHOOL
           PERFORM check-entry-filters
           IF WS-LINE-MATCHES = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MATCH-COUNT
           DISPLAY WS-AUDIT-LINE(1:110) " " WS-AUD-REASON
           PERFORM tally-entry.

           check-entry-filters.
               MOVE 0 TO WS-LINE-MATCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-F-REASON NOT = SPACES AND
                   WS-AUD-REASON NOT = WS-F-REASON
               MOVE 0 TO WS-LINE-MATCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-F-SCHOOL NOT = SPACES
               PERFORM scan-text-for-school
               IF WS-SCAN-HIT = 0
      *> fixed column
           scan-text-for-school.
           MOVE 0 TO WS-SCAN-HIT
           IF WS-AUD-SCHOOL = WS-F-SCHOOL
               MOVE 1 TO WS-SCAN-HIT
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > 68 OR WS-SCAN-HIT = 1
               IF WS-AUD-TEXT(WS-JDX:4) = WS-F-SCHOOL
