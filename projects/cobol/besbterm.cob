      *>               transition and a report of what changed; an H
      *>               in column 38 holds the entry for the registrar
      *>               to manage by hand
      *>   2026-10-15  TERMS.DAT carries the term's census date in
      *>               column 39 (BESBCENS counts on it); the
      *>               rewrite keeps it
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> term master line: name(1:20) start(21:8) end(29:8)
      *> status(37:1, O open / F frozen / C closed) hold(38:1, H =
      *> the registrar manages this one by hand) census date(39:8,
      *> the state-reporting count date)
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
                   03 WS-TERMS-END PIC X(8).
                   03 WS-TERMS-STATUS PIC X(1).
                   03 WS-TERMS-HOLD PIC X(1).
                   03 WS-TERMS-CENSUS PIC X(8).

           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-OLD-STATUS PIC X(1) VALUE SPACE.

           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.
                   03 WS-OPER-TBL-NAME PIC X(20).
           01 WS-OPER-OK PIC 9(1) VALUE 0.

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
           MOVE "BESBTERM" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--asof="
                   MOVE ARGV(8:8) TO WS-RUN-DATE
               WHEN ARGV(1:7) = "--oper="
                   WS-TERMS-STATUS(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(38:1) TO
                   WS-TERMS-HOLD(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(39:8) TO
                   WS-TERMS-CENSUS(WS-TERMS-COUNT)
           END-IF.

           rewrite-terms-file.
                 TO TERMS-FILE-RECORD(37:1)
               MOVE WS-TERMS-HOLD(WS-IDX)
                 TO TERMS-FILE-RECORD(38:1)
               MOVE WS-TERMS-CENSUS(WS-IDX)
                 TO TERMS-FILE-RECORD(39:8)
               WRITE TERMS-FILE-RECORD
           END-PERFORM
           CLOSE TERMS-FILE.

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "status " WS-OLD-STATUS " -> " WS-NEW-STATUS
               " as of " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "termlife" DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-TERMS-NAME(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
