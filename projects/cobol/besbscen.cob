      *>               record, --drop=NAME discards one; diff a
      *>               scenario against the live term with
      *>               besbcomp LIVE LIVE~NAME
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- --promote= needs --rsn=CODE, a
      *>               reason code from REASONS.DAT checked by
      *>               BESBRSN, carried on the promote's audit line
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       01 SCEN-FILE-RECORD PIC X(59).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-SIDEOUT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-SCEN-FILENAME PIC X(20) VALUE "SCENARIO.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

      *> the reason code a promote is recorded against
           01 WS-RSN-CODE PIC X(4) VALUE SPACES.
           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

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
           MOVE "BESBSCEN" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-scenario-list.
           IF WS-ACTION = "LIST"
               PERFORM list-scenarios

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:20) TO WS-LIVE-TERM
               WHEN ARGV(1:9) = "--create="
                   MOVE "LIST" TO WS-ACTION
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:6) = "--rsn="
                   MOVE ARGV(7:4) TO WS-RSN-CODE
               WHEN OTHER
                   DISPLAY "BESBSCEN: invalid arg: " ARGV
           END-EVALUATE.
               " term to scenario LIVE~NAME".
           DISPLAY "  --promote=NAME --oper=ID    replace the live"
               " schedule (supervisor)".
           DISPLAY "      --rsn=CODE              the promote's"
               " reason code".
           DISPLAY "  --drop=NAME [--oper=ID]     discard the"
               " scenario".
           DISPLAY "  --list                      show registered"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO RP-OP
           MOVE WS-RSN-CODE TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           MOVE RP-CODE TO WS-RSN-CODE
           IF RP-RC NOT = 0
               DISPLAY "BESBSCEN: " FUNCTION TRIM(RP-TEXT)
                   " (--rsn=CODE)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM find-scenario-entry
           IF WS-SCEN-FOUND = 0
               DISPLAY "BESBSCEN: no scenario "

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIVE-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-SCEN-TERM-NAME DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE WS-RSN-CODE TO ACH-REASON
           MOVE SPACES TO ACH-SCHOOL
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
