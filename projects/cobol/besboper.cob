      *>               rules as the shell's sign-on); knowing a
      *>               supervisor's id alone no longer administers
      *>               anything
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  recertification support -- --assign=ID
      *>               --supervisor=SUPV (or --supervisor= on --add)
      *>               records who signs off an operator's access in
      *>               OPERSUPV.DAT; a new or reset credential starts
      *>               the dormancy clock (OPERCRED.DAT 34:8, kind I)
      *>               and the administrator's own verified sign-on
      *>               stamps it (kind S), as the shell's does
      *>   2026-10-15  operator scope -- --scope=ID --school=SCHL
      *>               [--campus=CC] gives a standing line in
      *>               OPERSCOP.DAT, --grant= with --expires=YYYYMMDD
      *>               a temporary cross-school grant good through
      *>               that date, --unscope= removes a school's lines;
      *>               each is audited, and grants past their expiry
      *>               drop out whenever the file is rewritten
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-FILE ASSIGN DYNAMIC WS-CRED-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUPV-FILE ASSIGN DYNAMIC WS-SUPV-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCOPE-FILE ASSIGN DYNAMIC WS-SCOPE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       01 OPER-FILE-RECORD PIC X(29).
      *> credential line: id(1:8) password hash(10:8) expiry(19:8)
      *> change-at-next-signon(28:1, Y) failures(30:1) locked(32:1, L)
      *> last sign-on(34:8) and its kind(43:1, S signed on / I issued)
       FD CRED-FILE.
       01 CRED-FILE-RECORD PIC X(43).
      *> recertification supervisor: operator(1:8) supervisor(10:8)
       FD SUPV-FILE.
       01 SUPV-FILE-RECORD PIC X(17).
      *> operator scope: operator(1:8) school(10:4, **** any)
      *> campus(15:2, blank any) expires(18:8, blank standing)
      *> granted-by(27:8)
       FD SCOPE-FILE.
       01 SCOPE-FILE-RECORD PIC X(34).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
                   03 WS-CRED-CHG PIC X(1).
                   03 WS-CRED-FAILS PIC 9(1).
                   03 WS-CRED-LOCKED PIC X(1).
                   03 WS-CRED-LAST-ON PIC X(8).
                   03 WS-CRED-ON-KIND PIC X(1).
           01 WS-CRED-FOUND PIC 9(3) VALUE 0.

           01 WS-SUPV-COUNT PIC 9(3) VALUE 0.
           01 WS-SUPV-LIST.
               02 WS-SUPV-ENTRY OCCURS 50 TIMES.
                   03 WS-SUPV-OPER PIC X(8).
                   03 WS-SUPV-ID PIC X(8).
           01 WS-SUPV-FOUND PIC 9(3) VALUE 0.

           01 WS-SCOPE-COUNT PIC 9(4) VALUE 0.
           01 WS-SCOPE-LIST.
               02 WS-SCOPE-ENTRY OCCURS 500 TIMES.
                   03 WS-SCOPE-OPER PIC X(8).
                   03 WS-SCOPE-SCHOOL PIC X(4).
                   03 WS-SCOPE-CAMP PIC X(2).
                   03 WS-SCOPE-EXPIRES PIC X(8).
                   03 WS-SCOPE-GRANTOR PIC X(8).
           01 WS-SCOPE-FOUND PIC 9(4) VALUE 0.
           01 WS-SCOPE-KEEP PIC 9(4) VALUE 0.
           01 WS-SCOPE-DROPPED PIC 9(4) VALUE 0.

      *> the action and its operands
           01 WS-ACTION PIC X(8) VALUE SPACES.
           01 WS-TARGET-ID PIC X(8) VALUE SPACES.
           01 WS-NEW-LEVEL PIC X(1) VALUE "R".
           01 WS-NEW-NAME PIC X(20) VALUE SPACES.
           01 WS-TEMP-PW PIC X(20) VALUE SPACES.
           01 WS-NEW-SUPV PIC X(8) VALUE SPACES.
           01 WS-NEW-SCHOOL PIC X(4) VALUE SPACES.
           01 WS-NEW-CAMP PIC X(2) VALUE SPACES.
           01 WS-NEW-EXPIRES PIC X(8) VALUE SPACES.

           01 WS-PW-IN PIC X(20) VALUE SPACES.
           01 WS-PW-HASH PIC 9(8) VALUE 0.

           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-CRED-FILENAME PIC X(20) VALUE "OPERCRED.DAT".
           01 WS-SUPV-FILENAME PIC X(20) VALUE "OPERSUPV.DAT".
           01 WS-SCOPE-FILENAME PIC X(20) VALUE "OPERSCOP.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.
           01 WS-AUDIT-MORE PIC X(40) VALUE SPACES.

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
           MOVE "BESBOPER" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ACTION = SPACES OR WS-TARGET-ID = SPACES
               PERFORM show-usage
               MOVE 8 TO RETURN-CODE
                   PERFORM disable-operator
               WHEN "RESET"
                   PERFORM reset-operator
               WHEN "ASSIGN"
                   PERFORM assign-supervisor
               WHEN "SCOPE"
                   PERFORM add-scope-line
               WHEN "GRANT"
                   PERFORM add-scope-line
               WHEN "UNSCOPE"
                   PERFORM remove-scope-lines
           END-EVALUATE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:6) = "--add="
               WHEN ARGV(1:8) = "--reset="
                   MOVE "RESET" TO WS-ACTION
                   MOVE ARGV(9:8) TO WS-TARGET-ID
               WHEN ARGV(1:9) = "--assign="
                   MOVE "ASSIGN" TO WS-ACTION
                   MOVE ARGV(10:8) TO WS-TARGET-ID
               WHEN ARGV(1:13) = "--supervisor="
                   MOVE ARGV(14:8) TO WS-NEW-SUPV
               WHEN ARGV(1:8) = "--scope="
                   MOVE "SCOPE" TO WS-ACTION
                   MOVE ARGV(9:8) TO WS-TARGET-ID
               WHEN ARGV(1:8) = "--grant="
                   MOVE "GRANT" TO WS-ACTION
                   MOVE ARGV(9:8) TO WS-TARGET-ID
               WHEN ARGV(1:10) = "--unscope="
                   MOVE "UNSCOPE" TO WS-ACTION
                   MOVE ARGV(11:8) TO WS-TARGET-ID
               WHEN ARGV(1:9) = "--school="
                   MOVE ARGV(10:4) TO WS-NEW-SCHOOL
               WHEN ARGV(1:9) = "--campus="
                   MOVE ARGV(10:2) TO WS-NEW-CAMP
               WHEN ARGV(1:10) = "--expires="
                   MOVE ARGV(11:8) TO WS-NEW-EXPIRES
               WHEN ARGV(1:8) = "--level="
                   MOVE ARGV(9:1) TO WS-NEW-LEVEL
               WHEN ARGV(1:7) = "--name="
           DISPLAY "  --add=ID --level=R|S|V --name=NAME --pass=PW".
           DISPLAY "  --disable=ID".
           DISPLAY "  --reset=ID --pass=PW".
           DISPLAY "  --assign=ID --supervisor=SUPV"
               " (also --supervisor= on --add)".
           DISPLAY "  --scope=ID --school=SCHL|**** [--campus=CC]".
           DISPLAY "  --grant=ID --school=SCHL|**** [--campus=CC]"
               " --expires=YYYYMMDD".
           DISPLAY "  --unscope=ID --school=SCHL|**** [--campus=CC]".
           DISPLAY "  a new or reset credential is flagged"
               " change-at-next-signon".

               MOVE 0 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CRED-FAILS(WS-ADMIN-CRED)
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:8) TO WS-CRED-LAST-ON(WS-ADMIN-CRED)
           MOVE "S" TO WS-CRED-ON-KIND(WS-ADMIN-CRED)
           PERFORM write-cred-list.

      *> ---------------------------------------------------------------
      *> the actions
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-SUPV NOT = SPACES
               PERFORM check-new-supervisor
               IF RETURN-CODE = 8
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-OPER-COUNT
           MOVE WS-TARGET-ID TO WS-OPER-TBL-ID(WS-OPER-COUNT)
           MOVE WS-NEW-LEVEL TO WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
           PERFORM write-audit
           DISPLAY "BESBOPER: added " WS-TARGET-ID " level "
               WS-NEW-LEVEL " (password change forced at first"
               " sign-on)"
           IF WS-NEW-SUPV NOT = SPACES
               PERFORM record-supervisor
           END-IF.

           disable-operator.
           PERFORM find-cred-entry
           MOVE "00000000" TO WS-CRED-EXPIRY(WS-CRED-FOUND)
           MOVE "Y" TO WS-CRED-CHG(WS-CRED-FOUND)
           MOVE 0 TO WS-CRED-FAILS(WS-CRED-FOUND)
           MOVE SPACE TO WS-CRED-LOCKED(WS-CRED-FOUND)
      *> the dormancy clock starts again from the issue date
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:8) TO WS-CRED-LAST-ON(WS-CRED-FOUND)
           MOVE "I" TO WS-CRED-ON-KIND(WS-CRED-FOUND).

      *> the recertification supervisor -- BESBRCRT groups the
      *> report by it and takes the supervisor's attestation for
      *> the operators assigned to them
           assign-supervisor.
           PERFORM find-oper-entry
           IF WS-OPER-FOUND = 0
               DISPLAY "BESBOPER: " WS-TARGET-ID
                   " is not on the master"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-SUPV = SPACES
               DISPLAY "BESBOPER: --assign needs --supervisor="
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM check-new-supervisor
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           PERFORM record-supervisor.

           check-new-supervisor.
           MOVE 0 TO WS-OPER-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT
                       OR WS-OPER-FOUND > 0
               IF WS-OPER-TBL-ID(WS-IDX) = WS-NEW-SUPV
                   MOVE WS-IDX TO WS-OPER-FOUND
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND = 0
               DISPLAY "BESBOPER: supervisor " WS-NEW-SUPV
                   " is not on the master"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-TBL-LEVEL(WS-OPER-FOUND) NOT = "V"
               DISPLAY "BESBOPER: " WS-NEW-SUPV
                   " is not a supervisor (level V)"
               MOVE 8 TO RETURN-CODE
           END-IF.

           record-supervisor.
           PERFORM load-supv-list
           MOVE 0 TO WS-SUPV-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUPV-COUNT
                       OR WS-SUPV-FOUND > 0
               IF WS-SUPV-OPER(WS-IDX) = WS-TARGET-ID
                   MOVE WS-IDX TO WS-SUPV-FOUND
               END-IF
           END-PERFORM
           IF WS-SUPV-FOUND = 0
               IF WS-SUPV-COUNT >= 50
                   DISPLAY "BESBOPER: supervisor file is full"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SUPV-COUNT
               MOVE WS-SUPV-COUNT TO WS-SUPV-FOUND
               MOVE WS-TARGET-ID TO WS-SUPV-OPER(WS-SUPV-FOUND)
           END-IF
           MOVE WS-NEW-SUPV TO WS-SUPV-ID(WS-SUPV-FOUND)
           OPEN OUTPUT SUPV-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUPV-COUNT
               MOVE SPACES TO SUPV-FILE-RECORD
               MOVE WS-SUPV-OPER(WS-IDX) TO SUPV-FILE-RECORD(1:8)
               MOVE WS-SUPV-ID(WS-IDX) TO SUPV-FILE-RECORD(10:8)
               WRITE SUPV-FILE-RECORD
           END-PERFORM
           CLOSE SUPV-FILE
           MOVE "opersupv" TO WS-AUDIT-TEXT
           MOVE WS-NEW-SUPV TO WS-AUDIT-MORE
           PERFORM write-audit
           MOVE SPACES TO WS-AUDIT-MORE
           DISPLAY "BESBOPER: " WS-TARGET-ID
               " recertified by supervisor " WS-NEW-SUPV.

      *> ---------------------------------------------------------------
      *> operator scope -- a standing line (--scope) limits the
      *> operator to the schools so named; a grant (--grant) adds a
      *> school or campus for a while, through --expires. an
      *> operator with no standing line is not limited at all
      *> ---------------------------------------------------------------
           add-scope-line.
           PERFORM find-oper-entry
           IF WS-OPER-FOUND = 0
               DISPLAY "BESBOPER: " WS-TARGET-ID
                   " is not on the master"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-SCHOOL = SPACES
               DISPLAY "BESBOPER: --scope/--grant need --school="
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           IF WS-ACTION = "GRANT"
               IF WS-NEW-EXPIRES IS NOT NUMERIC OR
                       WS-NEW-EXPIRES < WS-TS(1:8)
                   DISPLAY "BESBOPER: --grant needs --expires=YYYYMMDD"
                       " no earlier than today"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-NEW-EXPIRES
           END-IF
           IF WS-OPER-TBL-LEVEL(WS-OPER-FOUND) = "V"
               DISPLAY "BESBOPER: note -- " WS-TARGET-ID
                   " is a supervisor; scope does not limit level V"
           END-IF
           PERFORM load-scope-list
      *> the same school/campus/kind again replaces the old line, so
      *> a grant can be extended or cut short by re-issuing it
           MOVE 0 TO WS-SCOPE-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCOPE-COUNT
                       OR WS-SCOPE-FOUND > 0
               IF WS-SCOPE-OPER(WS-IDX) = WS-TARGET-ID AND
                       WS-SCOPE-SCHOOL(WS-IDX) = WS-NEW-SCHOOL AND
                       WS-SCOPE-CAMP(WS-IDX) = WS-NEW-CAMP AND
                       ((WS-SCOPE-EXPIRES(WS-IDX) = SPACES AND
                         WS-NEW-EXPIRES = SPACES) OR
                        (WS-SCOPE-EXPIRES(WS-IDX) NOT = SPACES AND
                         WS-NEW-EXPIRES NOT = SPACES))
                   MOVE WS-IDX TO WS-SCOPE-FOUND
               END-IF
           END-PERFORM
           IF WS-SCOPE-FOUND = 0
               IF WS-SCOPE-COUNT >= 500
                   DISPLAY "BESBOPER: scope file is full"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SCOPE-COUNT
               MOVE WS-SCOPE-COUNT TO WS-SCOPE-FOUND
           END-IF
           MOVE WS-TARGET-ID TO WS-SCOPE-OPER(WS-SCOPE-FOUND)
           MOVE WS-NEW-SCHOOL TO WS-SCOPE-SCHOOL(WS-SCOPE-FOUND)
           MOVE WS-NEW-CAMP TO WS-SCOPE-CAMP(WS-SCOPE-FOUND)
           MOVE WS-NEW-EXPIRES TO WS-SCOPE-EXPIRES(WS-SCOPE-FOUND)
           MOVE WS-OPER-ID TO WS-SCOPE-GRANTOR(WS-SCOPE-FOUND)
           PERFORM write-scope-list
           MOVE SPACES TO WS-AUDIT-MORE
           IF WS-ACTION = "GRANT"
               MOVE "opergrnt" TO WS-AUDIT-TEXT
               STRING WS-NEW-SCHOOL " " WS-NEW-CAMP " thru "
                   WS-NEW-EXPIRES DELIMITED BY SIZE
                   INTO WS-AUDIT-MORE
               DISPLAY "BESBOPER: " WS-TARGET-ID " granted "
                   WS-NEW-SCHOOL " " WS-NEW-CAMP " through "
                   WS-NEW-EXPIRES
           ELSE
               MOVE "operscop" TO WS-AUDIT-TEXT
               STRING WS-NEW-SCHOOL " " WS-NEW-CAMP " standing"
                   DELIMITED BY SIZE INTO WS-AUDIT-MORE
               DISPLAY "BESBOPER: " WS-TARGET-ID " scoped to "
                   WS-NEW-SCHOOL " " WS-NEW-CAMP
           END-IF
           PERFORM write-audit
           MOVE SPACES TO WS-AUDIT-MORE.

      *> every line of the operator's for that school goes -- just
      *> that campus's when --campus= is given
           remove-scope-lines.
           IF WS-NEW-SCHOOL = SPACES
               DISPLAY "BESBOPER: --unscope needs --school="
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           PERFORM load-scope-list
           MOVE 0 TO WS-SCOPE-KEEP
           MOVE 0 TO WS-SCOPE-DROPPED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCOPE-COUNT
               IF WS-SCOPE-OPER(WS-IDX) = WS-TARGET-ID AND
                       WS-SCOPE-SCHOOL(WS-IDX) = WS-NEW-SCHOOL AND
                       (WS-NEW-CAMP = SPACES OR
                        WS-SCOPE-CAMP(WS-IDX) = WS-NEW-CAMP)
                   ADD 1 TO WS-SCOPE-DROPPED
               ELSE
                   ADD 1 TO WS-SCOPE-KEEP
                   MOVE WS-SCOPE-ENTRY(WS-IDX)
                     TO WS-SCOPE-ENTRY(WS-SCOPE-KEEP)
               END-IF
           END-PERFORM
           IF WS-SCOPE-DROPPED = 0
               DISPLAY "BESBOPER: " WS-TARGET-ID " has no scope line"
                   " for " WS-NEW-SCHOOL " " WS-NEW-CAMP
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SCOPE-KEEP TO WS-SCOPE-COUNT
           PERFORM write-scope-list
           MOVE "operunsc" TO WS-AUDIT-TEXT
           MOVE SPACES TO WS-AUDIT-MORE
           STRING WS-NEW-SCHOOL " " WS-NEW-CAMP
               DELIMITED BY SIZE INTO WS-AUDIT-MORE
           PERFORM write-audit
           MOVE SPACES TO WS-AUDIT-MORE
           DISPLAY "BESBOPER: " WS-TARGET-ID " scope removed for "
               WS-NEW-SCHOOL " " WS-NEW-CAMP
               " (" WS-SCOPE-DROPPED " line(s))".

           load-scope-list.
           MOVE 0 TO WS-SCOPE-COUNT
           OPEN INPUT SCOPE-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCOPE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SCOPE-COUNT < 500 AND
                               SCOPE-FILE-RECORD(1:8) NOT = SPACES
                           ADD 1 TO WS-SCOPE-COUNT
                           MOVE SCOPE-FILE-RECORD(1:8)
                             TO WS-SCOPE-OPER(WS-SCOPE-COUNT)
                           MOVE SCOPE-FILE-RECORD(10:4)
                             TO WS-SCOPE-SCHOOL(WS-SCOPE-COUNT)
                           MOVE SCOPE-FILE-RECORD(15:2)
                             TO WS-SCOPE-CAMP(WS-SCOPE-COUNT)
                           MOVE SCOPE-FILE-RECORD(18:8)
                             TO WS-SCOPE-EXPIRES(WS-SCOPE-COUNT)
                           MOVE SCOPE-FILE-RECORD(27:8)
                             TO WS-SCOPE-GRANTOR(WS-SCOPE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCOPE-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> grants whose expiry has passed are not written back -- the
      *> audit trail keeps the record that they were given
           write-scope-list.
           OPEN OUTPUT SCOPE-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCOPE-COUNT
               IF WS-SCOPE-EXPIRES(WS-IDX) = SPACES OR
                       WS-SCOPE-EXPIRES(WS-IDX) >= WS-TS(1:8)
                   MOVE SPACES TO SCOPE-FILE-RECORD
                   MOVE WS-SCOPE-OPER(WS-IDX)
                     TO SCOPE-FILE-RECORD(1:8)
                   MOVE WS-SCOPE-SCHOOL(WS-IDX)
                     TO SCOPE-FILE-RECORD(10:4)
                   MOVE WS-SCOPE-CAMP(WS-IDX)
                     TO SCOPE-FILE-RECORD(15:2)
                   MOVE WS-SCOPE-EXPIRES(WS-IDX)
                     TO SCOPE-FILE-RECORD(18:8)
                   MOVE WS-SCOPE-GRANTOR(WS-IDX)
                     TO SCOPE-FILE-RECORD(27:8)
                   WRITE SCOPE-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE SCOPE-FILE.

           load-supv-list.
           MOVE 0 TO WS-SUPV-COUNT
           OPEN INPUT SUPV-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SUPV-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SUPV-COUNT < 50 AND
                               SUPV-FILE-RECORD(1:8) NOT = SPACES
                           ADD 1 TO WS-SUPV-COUNT
                           MOVE SUPV-FILE-RECORD(1:8)
                             TO WS-SUPV-OPER(WS-SUPV-COUNT)
                           MOVE SUPV-FILE-RECORD(10:8)
                             TO WS-SUPV-ID(WS-SUPV-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPV-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> the same rolling hash the shell's sign-on computes
           compute-pw-hash.
                           END-IF
                           MOVE CRED-FILE-RECORD(32:1)
                             TO WS-CRED-LOCKED(WS-CRED-COUNT)
                           MOVE CRED-FILE-RECORD(34:8)
                             TO WS-CRED-LAST-ON(WS-CRED-COUNT)
                           MOVE CRED-FILE-RECORD(43:1)
                             TO WS-CRED-ON-KIND(WS-CRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               MOVE WS-CRED-FAILS(WS-IDX) TO CRED-FILE-RECORD(30:1)
               MOVE WS-CRED-LOCKED(WS-IDX)
                 TO CRED-FILE-RECORD(32:1)
               MOVE WS-CRED-LAST-ON(WS-IDX)
                 TO CRED-FILE-RECORD(34:8)
               MOVE WS-CRED-ON-KIND(WS-IDX)
                 TO CRED-FILE-RECORD(43:1)
               WRITE CRED-FILE-RECORD
           END-PERFORM
           CLOSE CRED-FILE.

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TEXT(1:8) DELIMITED BY SIZE
               "OPERATORS           " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TARGET-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-MORE DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
