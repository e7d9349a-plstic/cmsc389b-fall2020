      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBMNTN.
      *> modification history
      *>   2026-10-15  system maintenance window -- a supervisor sets
      *>               a start, an end and a message in MAINTWIN.DAT
      *>               before running BESBCNVT, BESBREST or a key
      *>               change: signed-on shells are told on their
      *>               next command how long they have, and once the
      *>               window starts they are closed with their work
      *>               saved; new sign-ons and BESBLOAD / BESBMASS
      *>               runs are refused until it ends, except for
      *>               the supervisor who opened it (BESBMWIN).
      *>               Opening and closing are audited; with no
      *>               option it shows the window and the sessions
      *>               still holding a term
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MWIN-FILE ASSIGN DYNAMIC WS-MWIN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SHREG-FILE ASSIGN DYNAMIC WS-SHREG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> status(1:1, O open / C closed) start(3:12) end(16:12)
      *> opened-by(29:8) opened(38:14) message(53:60)
       FD MWIN-FILE.
       01 MWIN-FILE-RECORD PIC X(112).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
      *> lock record: "locked " holder(8:8) heartbeat ts(17:21)
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
      *> shared-session registry: operator(1:8) entered(10:21)
       FD SHREG-FILE.
       01 SHREG-FILE-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-OPEN-FLAG PIC 9(1) VALUE 0.
           01 WS-CLOSE-FLAG PIC 9(1) VALUE 0.
           01 WS-SESSION-COUNT PIC 9(4) VALUE 0.

      *> the window asked for on the command line
           01 WS-NEW-START PIC X(12) VALUE SPACES.
           01 WS-NEW-END PIC X(12) VALUE SPACES.
           01 WS-NEW-MSG PIC X(60) VALUE SPACES.
           01 WS-MWIN-LINE PIC X(112) VALUE SPACES.
           01 WS-TIME-OK PIC 9(1) VALUE 0.
           01 WS-TIME-SRC PIC X(12) VALUE SPACES.

           01 WS-TERMS-COUNT PIC 9(3) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-NAME PIC X(20) OCCURS 100 TIMES.
           01 WS-TDX PIC 9(3) VALUE 0.

           01 WS-MWIN-FILENAME PIC X(20) VALUE "MAINTWIN.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-LOCK-FILENAME PIC X(64) VALUE SPACES.
           01 WS-SHREG-FILENAME PIC X(64) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TAG PIC X(8) VALUE SPACES.
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

      *> operator identity -- anyone may look, only a supervisor
      *> may open or close the window
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

           01 WS-MWIN-PARMS.
               COPY MWINPARM
                   REPLACING LEADING ==MWINPARM== BY ==MW==.

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
           MOVE "BESBMNTN" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPEN-FLAG = 1 AND WS-CLOSE-FLAG = 1
               PERFORM show-usage
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPEN-FLAG = 1 OR WS-CLOSE-FLAG = 1
               PERFORM sign-on-operator
               IF WS-OPER-OK = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE "C" TO MW-OP.
           MOVE WS-OPER-ID TO MW-OPER.
           CALL "BESBMWIN" USING WS-MWIN-PARMS.
           EVALUATE TRUE
               WHEN WS-OPEN-FLAG = 1
                   PERFORM open-window
               WHEN WS-CLOSE-FLAG = 1
                   PERFORM close-window
               WHEN OTHER
                   PERFORM show-window
                   PERFORM show-sessions
           END-EVALUATE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV = "--open"
                   MOVE 1 TO WS-OPEN-FLAG
               WHEN ARGV = "--close"
                   MOVE 1 TO WS-CLOSE-FLAG
               WHEN ARGV(1:8) = "--start="
                   MOVE ARGV(9:12) TO WS-NEW-START
               WHEN ARGV(1:6) = "--end="
                   MOVE ARGV(7:12) TO WS-NEW-END
               WHEN ARGV(1:6) = "--msg="
                   MOVE ARGV(7:60) TO WS-NEW-MSG
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV = "--status"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BESBMNTN: invalid arg: " ARGV
                   PERFORM show-usage
           END-EVALUATE.

           show-usage.
           DISPLAY "BESBMNTN: usage: besbmntn [--status]".
           DISPLAY "  --open --end=YYYYMMDDHHMM [--start=YYYYMMDDHHMM]"
               " --msg=TEXT --oper=ID".
           DISPLAY "                          set the maintenance"
               " window (supervisor)".
           DISPLAY "  --close --oper=ID       end it early"
               " (supervisor)".

      *> ---------------------------------------------------------------
      *> one window at a time -- a window already set has to be
      *> closed before another is opened, so nobody's countdown
      *> changes under them
      *> ---------------------------------------------------------------
           open-window.
           IF MW-STATE NOT = "N"
               DISPLAY "BESBMNTN: a window is already set ("
                   MW-START " to " MW-END ", opened by "
                   FUNCTION TRIM(MW-OPENER) ") -- --close it first"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           IF WS-NEW-START = SPACES
               MOVE WS-TS(1:12) TO WS-NEW-START
           END-IF
           MOVE WS-NEW-START TO WS-TIME-SRC
           PERFORM check-window-time
           IF WS-TIME-OK = 1
               MOVE WS-NEW-END TO WS-TIME-SRC
               PERFORM check-window-time
           END-IF
           IF WS-TIME-OK = 0
               DISPLAY "BESBMNTN: --start= and --end= are"
                   " YYYYMMDDHHMM"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-END <= WS-NEW-START OR
                   WS-NEW-END <= WS-TS(1:12)
               DISPLAY "BESBMNTN: the window must end after it"
                   " starts, and in the future"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-MSG = SPACES
               DISPLAY "BESBMNTN: --msg= is required -- it is what"
                   " the signed-on schedulers are shown"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MWIN-LINE
           MOVE "O" TO WS-MWIN-LINE(1:1)
           MOVE WS-NEW-START TO WS-MWIN-LINE(3:12)
           MOVE WS-NEW-END TO WS-MWIN-LINE(16:12)
           MOVE WS-OPER-ID TO WS-MWIN-LINE(29:8)
           MOVE WS-TS(1:14) TO WS-MWIN-LINE(38:14)
           MOVE WS-NEW-MSG TO WS-MWIN-LINE(53:60)
           PERFORM write-window
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "maintopn" TO WS-AUDIT-TAG
           PERFORM write-audit
           DISPLAY "BESBMNTN: maintenance window " WS-NEW-START
               " to " WS-NEW-END " set"
           DISPLAY "  " FUNCTION TRIM(WS-NEW-MSG).

           close-window.
           IF MW-STATE = "N"
               DISPLAY "BESBMNTN: no maintenance window is set"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MWIN-LINE
           MOVE "C" TO WS-MWIN-LINE(1:1)
           MOVE MW-START TO WS-MWIN-LINE(3:12)
           MOVE MW-END TO WS-MWIN-LINE(16:12)
           MOVE MW-OPENER TO WS-MWIN-LINE(29:8)
           MOVE MW-OPENED TO WS-MWIN-LINE(38:14)
           MOVE MW-MESSAGE TO WS-MWIN-LINE(53:60)
           PERFORM write-window
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE MW-START TO WS-NEW-START
           MOVE MW-END TO WS-NEW-END
           MOVE MW-MESSAGE TO WS-NEW-MSG
           MOVE "maintcls" TO WS-AUDIT-TAG
           PERFORM write-audit
           DISPLAY "BESBMNTN: maintenance window " MW-START
               " to " MW-END " closed".

           check-window-time.
           MOVE 0 TO WS-TIME-OK
           IF WS-TIME-SRC IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TIME-SRC(5:2) < "01" OR WS-TIME-SRC(5:2) > "12" OR
                   WS-TIME-SRC(7:2) < "01" OR WS-TIME-SRC(7:2) > "31"
               EXIT PARAGRAPH
           END-IF
           IF WS-TIME-SRC(9:2) > "23" OR WS-TIME-SRC(11:2) > "59"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TIME-OK.

           write-window.
           OPEN OUTPUT MWIN-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBMNTN: could not write "
                   FUNCTION TRIM(WS-MWIN-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MWIN-LINE TO MWIN-FILE-RECORD
           WRITE MWIN-FILE-RECORD
           CLOSE MWIN-FILE.

           show-window.
           EVALUATE MW-STATE
               WHEN "N"
                   DISPLAY "BESBMNTN: no maintenance window is set"
               WHEN "P"
                   DISPLAY "BESBMNTN: maintenance window " MW-START
                       " to " MW-END " starts in " MW-MINUTES
                       " minute(s)"
               WHEN "A"
                   DISPLAY "BESBMNTN: maintenance window " MW-START
                       " to " MW-END " in force, " MW-MINUTES
                       " minute(s) left"
           END-EVALUATE
           IF MW-STATE NOT = "N"
               DISPLAY "  opened by " MW-OPENER " at " MW-OPENED
               DISPLAY "  " FUNCTION TRIM(MW-MESSAGE)
           END-IF.

      *> ---------------------------------------------------------------
      *> who still holds a term -- a shell waiting at its prompt is
      *> closed the next time its operator presses ENTER, so these
      *> are the schedulers still to be reached
      *> ---------------------------------------------------------------
           show-sessions.
           PERFORM load-terms-list
           MOVE 0 TO WS-SESSION-COUNT
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               PERFORM show-term-sessions
           END-PERFORM
           IF WS-SESSION-COUNT = 0
               DISPLAY "BESBMNTN: no sessions are holding a term"
           END-IF.

           show-term-sessions.
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT.LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LOCK-FILE-RECORD
           READ LOCK-FILE
               AT END CONTINUE
           END-READ
           CLOSE LOCK-FILE
           IF LOCK-FILE-RECORD(8:8) NOT = "*SHARED*"
               ADD 1 TO WS-SESSION-COUNT
               DISPLAY "  " WS-TERMS-NAME(WS-TDX) " "
                   LOCK-FILE-RECORD(8:8) " last active "
                   LOCK-FILE-RECORD(17:14)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SHREG-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT.SHARED" DELIMITED BY SIZE
               INTO WS-SHREG-FILENAME
           OPEN INPUT SHREG-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SHREG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF SHREG-FILE-RECORD(1:8) NOT = SPACES
                           ADD 1 TO WS-SESSION-COUNT
                           DISPLAY "  " WS-TERMS-NAME(WS-TDX) " "
                               SHREG-FILE-RECORD(1:8) " shared since "
                               SHREG-FILE-RECORD(10:14)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHREG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-terms-list.
           MOVE 0 TO WS-TERMS-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ TERMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TERMS-COUNT < 100 AND
                               TERMS-FILE-RECORD(1:20) NOT = SPACES
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TERMS-FILE-RECORD(1:20)
                             TO WS-TERMS-NAME(WS-TERMS-COUNT)
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
               DISPLAY "BESBMNTN: an operator id is required"
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
               DISPLAY "BESBMNTN: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBMNTN: operator " WS-OPER-ID
                   " is not authorized to set a maintenance window"
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
                   NOT AT END
                       IF WS-OPER-COUNT < 50
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPER-FILE-RECORD(1:8) TO
                               WS-OPER-TBL-ID(WS-OPER-COUNT)
                           MOVE OPER-FILE-RECORD(9:1) TO
                               WS-OPER-TBL-LEVEL(WS-OPER-COUNT)
                           MOVE OPER-FILE-RECORD(10:20) TO
                               WS-OPER-TBL-NAME(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           MOVE 0 TO WS-EOF-FLAG.

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "window " WS-NEW-START "-" WS-NEW-END " "
               WS-NEW-MSG
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-AUDIT-TAG DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*MAINT*" DELIMITED BY SIZE
               "              " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
