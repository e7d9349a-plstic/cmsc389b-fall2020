      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBHRFD.
      *> modification history
      *>   2026-10-15  nightly HR feed -- applies the personnel
      *>               extract (HRPERSNL.DAT) to the instructor
      *>               master (INSTRUCTORS.DAT): new instructors are
      *>               added, name changes taken, and separations,
      *>               leaves and returns recorded with their
      *>               effective dates; one audit record per change.
      *>               An instructor HR no longer lists is left as
      *>               is -- absence from the extract is not a
      *>               separation. Then every live section of every
      *>               open term assigned to someone separated or on
      *>               leave inside the term's dates is reported for
      *>               the schools to reassign; RC 4 when any is
      *>               found or an extract line is rejected
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SCHEDULE-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> instructor line: id(1:6) name(7:20) HR status(28:1, blank
      *> or A active / L on leave / S separated) effective from
      *> (30:8) through (39:8, blank = open-ended)
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> HR extract line: the instructor layout, status required --
      *> S needs its separation date in (30:8), L its first day of
      *> leave there and its last (if known) in (39:8)
       FD EXTRACT-FILE.
       01 EXTRACT-FILE-RECORD PIC X(46).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD SCHEDULE-FILE.
       01 SCHEDULE-FILE-RECORD.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SFR==.
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-EXTRACT-COUNT PIC 9(4) VALUE 0.
           01 WS-ADDED-COUNT PIC 9(4) VALUE 0.
           01 WS-RENAMED-COUNT PIC 9(4) VALUE 0.
           01 WS-SEPARATED-COUNT PIC 9(4) VALUE 0.
           01 WS-LEAVE-COUNT PIC 9(4) VALUE 0.
           01 WS-RETURNED-COUNT PIC 9(4) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
           01 WS-TOUCHED-COUNT PIC 9(4) VALUE 0.
           01 WS-EXPOSED-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-SCANNED PIC 9(4) VALUE 0.

      *> the instructor master as it stands
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-LIST.
               02 WS-INSTR-ENTRY OCCURS 200 TIMES.
                   03 WS-INSTR-ID PIC X(6).
                   03 WS-INSTR-NAME PIC X(20).
                   03 WS-INSTR-HR-STATUS PIC X(1).
                   03 WS-INSTR-HR-FROM PIC X(8).
                   03 WS-INSTR-HR-TO PIC X(8).

      *> one extract line, taken apart
           01 WS-X-ID PIC X(6) VALUE SPACES.
           01 WS-X-NAME PIC X(20) VALUE SPACES.
           01 WS-X-STATUS PIC X(1) VALUE SPACE.
           01 WS-X-FROM PIC X(8) VALUE SPACES.
           01 WS-X-TO PIC X(8) VALUE SPACES.
           01 WS-X-WHY PIC X(30) VALUE SPACES.
           01 WS-OLD-STATUS PIC X(1) VALUE SPACE.
           01 WS-CHANGE-WORD PIC X(8) VALUE SPACES.

      *> open terms and their dates, for the exposure report
           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-START PIC X(8).
                   03 WS-TERMS-END PIC X(8).
                   03 WS-TERMS-STATUS PIC X(1).
           01 WS-INACTIVE PIC 9(1) VALUE 0.
           01 WS-STATUS-WORD PIC X(9) VALUE SPACES.

           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-EXTRACT-FILENAME PIC X(60) VALUE "HRPERSNL.DAT".
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

      *> operator identity -- the instructor master is a master
      *> file, and masters are a supervisor's to change
           01 WS-OPER-ID PIC X(8) VALUE SPACES.
           01 WS-OPER-LEVEL PIC X(1) VALUE "V".
               88 OPER-IS-SUPER VALUE "V".
           01 WS-OPER-COUNT PIC 9(4) VALUE 0.
           01 WS-OPER-LIST.
               02 WS-OPER-ENTRY OCCURS 50 TIMES.
                   03 WS-OPER-TBL-ID PIC X(8).
                   03 WS-OPER-TBL-LEVEL PIC X(1).
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
               IF ARGV > LOW-VALUES
                   PERFORM process-argv
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBHRFD" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM sign-on-operator.
           IF WS-OPER-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-instr-list.
           DISPLAY "BESBHRFD: instructor master refresh from "
               FUNCTION TRIM(WS-EXTRACT-FILENAME).
           OPEN INPUT EXTRACT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "BESBHRFD: no HR extract "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
                   " -- instructor master left as it was"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ EXTRACT-FILE
                       AT END MOVE 1 TO WS-EOF-FLAG
                       NOT AT END PERFORM apply-one-extract-line
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
               MOVE 0 TO WS-EOF-FLAG
           END-IF.
           IF WS-TOUCHED-COUNT > 0
               PERFORM rewrite-instr-file
           END-IF.
           DISPLAY "---".
           DISPLAY "instructors " WS-INSTR-COUNT
               " added " WS-ADDED-COUNT
               " renamed " WS-RENAMED-COUNT
               " separated " WS-SEPARATED-COUNT
               " on leave " WS-LEAVE-COUNT
               " returned " WS-RETURNED-COUNT
               " rejected " WS-REJECTED-COUNT.
      *> the exposure report runs even without tonight's extract --
      *> a leave recorded last week still matters to a term that
      *> opened today
           PERFORM load-terms-list.
           DISPLAY " ".
           DISPLAY "BESBHRFD: live sections of open terms assigned"
               " to separated or on-leave instructors".
           DISPLAY "TERM                 SECTION     INSTR  NAME"
               "                 STATUS    FROM     THROUGH".
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               IF WS-TERMS-STATUS(WS-TDX) = "O"
                   PERFORM scan-one-term
               END-IF
           END-PERFORM.
           DISPLAY "---".
           DISPLAY "open terms " WS-TERMS-SCANNED
               " sections needing reassignment " WS-EXPOSED-COUNT.
           IF WS-REJECTED-COUNT > 0 OR WS-EXPOSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:10) = "--extract="
                   MOVE ARGV(11:60) TO WS-EXTRACT-FILENAME
               WHEN OTHER
                   DISPLAY "BESBHRFD: invalid arg: " ARGV
                   DISPLAY "BESBHRFD: usage: besbhrfd [--oper=ID]"
                       " [--extract=FILE]"
           END-EVALUATE.

      *> one personnel line -- a malformed line is reported and left
      *> out; the master keeps whatever it had for that id
           apply-one-extract-line.
           IF EXTRACT-FILE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE EXTRACT-FILE-RECORD(1:6) TO WS-X-ID
           MOVE EXTRACT-FILE-RECORD(7:20) TO WS-X-NAME
           MOVE EXTRACT-FILE-RECORD(28:1) TO WS-X-STATUS
           MOVE EXTRACT-FILE-RECORD(30:8) TO WS-X-FROM
           MOVE EXTRACT-FILE-RECORD(39:8) TO WS-X-TO
           MOVE SPACES TO WS-X-WHY
           EVALUATE TRUE
               WHEN WS-X-ID = SPACES OR WS-X-NAME = SPACES
                   MOVE "id or name missing" TO WS-X-WHY
               WHEN WS-X-STATUS NOT = "A" AND WS-X-STATUS NOT = "L"
                       AND WS-X-STATUS NOT = "S"
                   MOVE "status not A/L/S" TO WS-X-WHY
               WHEN WS-X-STATUS NOT = "A" AND
                       WS-X-FROM IS NOT NUMERIC
                   MOVE "no effective date" TO WS-X-WHY
               WHEN WS-X-STATUS = "L" AND WS-X-TO NOT = SPACES AND
                       (WS-X-TO IS NOT NUMERIC OR WS-X-TO < WS-X-FROM)
                   MOVE "leave end date bad" TO WS-X-WHY
           END-EVALUATE
           IF WS-X-WHY NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY " REJECT   " EXTRACT-FILE-RECORD(1:46)
                   " (" FUNCTION TRIM(WS-X-WHY) ")"
               EXIT PARAGRAPH
           END-IF
      *> an active line carries no dates, and a separation has no
      *> end -- whatever HR left in those columns is not kept
           IF WS-X-STATUS = "A"
               MOVE SPACES TO WS-X-FROM
               MOVE SPACES TO WS-X-TO
           END-IF
           IF WS-X-STATUS = "S"
               MOVE SPACES TO WS-X-TO
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INSTR-COUNT OR WS-FOUND-IDX > 0
               IF WS-INSTR-ID(WS-IDX) = WS-X-ID
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               PERFORM add-instructor
           ELSE
               MOVE WS-FOUND-IDX TO WS-IDX
               PERFORM update-instructor
           END-IF.

           add-instructor.
           IF WS-INSTR-COUNT >= 200
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY " REJECT   " WS-X-ID
                   " (instructor table full)"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INSTR-COUNT
           MOVE WS-INSTR-COUNT TO WS-IDX
           MOVE WS-X-ID TO WS-INSTR-ID(WS-IDX)
           MOVE WS-X-NAME TO WS-INSTR-NAME(WS-IDX)
           MOVE WS-X-STATUS TO WS-INSTR-HR-STATUS(WS-IDX)
           MOVE WS-X-FROM TO WS-INSTR-HR-FROM(WS-IDX)
           MOVE WS-X-TO TO WS-INSTR-HR-TO(WS-IDX)
           ADD 1 TO WS-ADDED-COUNT
           ADD 1 TO WS-TOUCHED-COUNT
           DISPLAY " ADD      " WS-X-ID " " WS-X-NAME " "
               WS-X-STATUS " " WS-X-FROM " " WS-X-TO
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "add " WS-X-ID " " WS-X-NAME " " WS-X-STATUS
               " " WS-X-FROM " " WS-X-TO
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit.

      *> an instructor already on file -- take a new name, and any
      *> change of status or of its dates; blank status on an old
      *> line reads as active
           update-instructor.
           IF WS-INSTR-NAME(WS-IDX) NOT = WS-X-NAME
               ADD 1 TO WS-RENAMED-COUNT
               ADD 1 TO WS-TOUCHED-COUNT
               DISPLAY " NAME     " WS-X-ID " was "
                   WS-INSTR-NAME(WS-IDX)
               DISPLAY "                 now " WS-X-NAME
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "name " WS-X-ID " " WS-X-NAME
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               PERFORM write-audit
               MOVE WS-X-NAME TO WS-INSTR-NAME(WS-IDX)
           END-IF
           MOVE WS-INSTR-HR-STATUS(WS-IDX) TO WS-OLD-STATUS
           IF WS-OLD-STATUS = SPACE
               MOVE "A" TO WS-OLD-STATUS
           END-IF
           IF WS-OLD-STATUS = WS-X-STATUS AND
                   WS-INSTR-HR-FROM(WS-IDX) = WS-X-FROM AND
                   WS-INSTR-HR-TO(WS-IDX) = WS-X-TO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-X-STATUS
               WHEN "S"
                   MOVE "SEPARATE" TO WS-CHANGE-WORD
                   ADD 1 TO WS-SEPARATED-COUNT
               WHEN "L"
                   MOVE "LEAVE" TO WS-CHANGE-WORD
                   ADD 1 TO WS-LEAVE-COUNT
               WHEN OTHER
                   MOVE "RETURN" TO WS-CHANGE-WORD
                   ADD 1 TO WS-RETURNED-COUNT
           END-EVALUATE
           ADD 1 TO WS-TOUCHED-COUNT
           DISPLAY " " WS-CHANGE-WORD " " WS-X-ID " " WS-X-NAME
               " " WS-OLD-STATUS "->" WS-X-STATUS
               " " WS-X-FROM " " WS-X-TO
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "status " WS-X-ID " " WS-OLD-STATUS "->"
               WS-X-STATUS " from " WS-X-FROM " through " WS-X-TO
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit
           MOVE WS-X-STATUS TO WS-INSTR-HR-STATUS(WS-IDX)
           MOVE WS-X-FROM TO WS-INSTR-HR-FROM(WS-IDX)
           MOVE WS-X-TO TO WS-INSTR-HR-TO(WS-IDX).

      *> ---------------------------------------------------------------
      *> one open term's schedule file -- every live row naming an
      *> instructor whose leave or separation window meets the term's
      *> dates (the test BESBVAL's reject 17 applies to new ones)
      *> ---------------------------------------------------------------
           scan-one-term.
           MOVE SPACES TO WS-SCHED-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SCHED-FILENAME
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERMS-SCANNED
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM check-one-row
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           check-one-row.
           IF SFR-STATUS = "C" OR SFR-INSTR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INSTR-COUNT OR WS-FOUND-IDX > 0
               IF WS-INSTR-ID(WS-IDX) = SFR-INSTR
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-IDX TO WS-IDX
           PERFORM check-window
           IF WS-INACTIVE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-HR-STATUS(WS-IDX) = "S"
               MOVE "SEPARATED" TO WS-STATUS-WORD
           ELSE
               MOVE "ON LEAVE" TO WS-STATUS-WORD
           END-IF
           ADD 1 TO WS-EXPOSED-COUNT
           DISPLAY WS-TERMS-NAME(WS-TDX) " "
               SFR-SCHOOL " " SFR-CODE " " SFR-SECTION " "
               SFR-INSTR " " WS-INSTR-NAME(WS-IDX) " "
               WS-STATUS-WORD " " WS-INSTR-HR-FROM(WS-IDX) " "
               WS-INSTR-HR-TO(WS-IDX).

      *> the window runs from the effective date through its end
      *> (blank = open-ended); it counts when it meets the term
           check-window.
           MOVE 0 TO WS-INACTIVE
           IF WS-INSTR-HR-STATUS(WS-IDX) NOT = "L" AND
                   WS-INSTR-HR-STATUS(WS-IDX) NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-HR-FROM(WS-IDX) NOT = SPACES AND
                   WS-TERMS-END(WS-TDX) NOT = SPACES AND
                   WS-INSTR-HR-FROM(WS-IDX) > WS-TERMS-END(WS-TDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-INSTR-HR-TO(WS-IDX) NOT = SPACES AND
                   WS-TERMS-START(WS-TDX) NOT = SPACES AND
                   WS-INSTR-HR-TO(WS-IDX) < WS-TERMS-START(WS-TDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-INACTIVE.

           load-instr-list.
           MOVE 0 TO WS-INSTR-COUNT
           OPEN INPUT INSTR-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ INSTR-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-instr-entry
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-instr-entry.
           IF WS-INSTR-COUNT < 200 AND
                   INSTR-FILE-RECORD(1:6) NOT = SPACES
               ADD 1 TO WS-INSTR-COUNT
               MOVE INSTR-FILE-RECORD(1:6) TO
                   WS-INSTR-ID(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(7:20) TO
                   WS-INSTR-NAME(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(28:1) TO
                   WS-INSTR-HR-STATUS(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(30:8) TO
                   WS-INSTR-HR-FROM(WS-INSTR-COUNT)
               MOVE INSTR-FILE-RECORD(39:8) TO
                   WS-INSTR-HR-TO(WS-INSTR-COUNT)
           END-IF.

           rewrite-instr-file.
           OPEN OUTPUT INSTR-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-INSTR-COUNT
               MOVE SPACES TO INSTR-FILE-RECORD
               MOVE WS-INSTR-ID(WS-IDX)
                 TO INSTR-FILE-RECORD(1:6)
               MOVE WS-INSTR-NAME(WS-IDX)
                 TO INSTR-FILE-RECORD(7:20)
               MOVE WS-INSTR-HR-STATUS(WS-IDX)
                 TO INSTR-FILE-RECORD(28:1)
               MOVE WS-INSTR-HR-FROM(WS-IDX)
                 TO INSTR-FILE-RECORD(30:8)
               MOVE WS-INSTR-HR-TO(WS-IDX)
                 TO INSTR-FILE-RECORD(39:8)
               WRITE INSTR-FILE-RECORD
           END-PERFORM
           CLOSE INSTR-FILE.

      *> term line: name(1:20) start(21:8) end(29:8) status(37:1)
           load-terms-list.
           MOVE 0 TO WS-TERMS-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TERMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TERMS-COUNT < 20 AND
                               TERMS-FILE-RECORD(1:20) NOT = SPACES
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TERMS-FILE-RECORD(1:20)
                             TO WS-TERMS-NAME(WS-TERMS-COUNT)
                           MOVE TERMS-FILE-RECORD(21:8)
                             TO WS-TERMS-START(WS-TERMS-COUNT)
                           MOVE TERMS-FILE-RECORD(29:8)
                             TO WS-TERMS-END(WS-TERMS-COUNT)
                           MOVE TERMS-FILE-RECORD(37:1)
                             TO WS-TERMS-STATUS(WS-TERMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBHRFD: an operator id is required"
                   " (--oper=ID)"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OPER-COUNT OR WS-OPER-OK = 1
               IF WS-OPER-TBL-ID(WS-IDX) = WS-OPER-ID
                   MOVE WS-OPER-TBL-LEVEL(WS-IDX) TO WS-OPER-LEVEL
                   MOVE 1 TO WS-OPER-OK
               END-IF
           END-PERFORM
           IF WS-OPER-OK = 0
               DISPLAY "BESBHRFD: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBHRFD: operator " WS-OPER-ID
                   " is not authorized to change the instructor"
                   " master"
               MOVE 0 TO WS-OPER-OK
           END-IF.

           load-oper-list.
           MOVE 0 TO WS-OPER-COUNT
           OPEN INPUT OPER-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ OPER-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-oper-entry
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-oper-entry.
           IF WS-OPER-COUNT < 50
               ADD 1 TO WS-OPER-COUNT
               MOVE OPER-FILE-RECORD(1:8) TO
                   WS-OPER-TBL-ID(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(9:1) TO
                   WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
               MOVE OPER-FILE-RECORD(10:20) TO
                   WS-OPER-TBL-NAME(WS-OPER-COUNT)
           END-IF.

      *> instructor master changes belong to no one term -- the term
      *> column carries *HRFEED* the way catalog changes carry
      *> *CATALOG*
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "hrfeed  " DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*HRFEED*            " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
