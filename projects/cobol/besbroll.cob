      *>   2026-08-21  rolled rows start the new term clean -- the
      *>               source's cancellation and effective-date
      *>               history stays in the old term
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  reads INSTRUCTORS.DAT lines at their full
      *>               length now that they carry the HR status
      *>   2026-10-15  part-of-term meeting dates stay with the old
      *>               term -- a rolled section meets the whole of the
      *>               new term until it is given dates of its own
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       FD MASTER-FILE.
       01 MASTER-FILE-RECORD PIC X(8).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-SRC-LOCK-FILENAME PIC X(64).
           01 WS-TGT-LOCK-FILENAME PIC X(64).
           01 WS-TERMS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-CHECK-TERM PIC X(20) VALUE SPACES.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

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
           MOVE "BESBROLL" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-SRC-TERM) = SPACES OR
                   FUNCTION TRIM(WS-TGT-TERM) = SPACES
               DISPLAY "BESBROLL: usage: besbroll SRCTERM TGTTERM"

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN FUNCTION TRIM(WS-SRC-TERM) = SPACES
           MOVE SPACES TO TGT-EFF-DATE
           MOVE SPACES TO TGT-PREV-ROOM
           MOVE 0 TO TGT-PREV-LEN
           MOVE SPACES TO TGT-PT-START
           MOVE SPACES TO TGT-PT-END
           PERFORM VARYING WS-RDX FROM 1 BY 1 UNTIL WS-RDX > 7
               MOVE SPACES TO TGT-PREV-DAYS(WS-RDX)
           END-PERFORM
      *> ---------------------------------------------------------------
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "from " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SRC-TERM) DELIMITED BY SIZE
               " dropped " DELIMITED BY SIZE
               WS-DROPPED-COUNT DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "roll    " DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-TGT-TERM DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
