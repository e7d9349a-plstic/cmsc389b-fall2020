      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBMWIN.
      *> modification history
      *>   2026-10-15  maintenance window -- the one place that says
      *>               whether a supervisor's maintenance window
      *>               (MAINTWIN.DAT, set by BESBMNTN) is coming or
      *>               in force and whether it shuts an operator out
      *>               (MWINPARM.CPY); the shell, the loader and the
      *>               mass mover all ask here
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MWIN-FILE ASSIGN DYNAMIC WS-MWIN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> status(1:1) start(3:12) end(16:12) opened-by(29:8)
      *> opened(38:14) message(53:60)
       FD MWIN-FILE.
       01 MWIN-FILE-RECORD PIC X(112).
       WORKING-STORAGE SECTION.
           01 WS-TS PIC X(21) VALUE SPACES.
           01 WS-NOW PIC X(12) VALUE SPACES.
           01 WS-MWIN-LINE PIC X(112) VALUE SPACES.
           01 WS-MWIN-SEEN PIC 9(1) VALUE 0.

      *> minutes since the start of the integer-date calendar, for
      *> the countdowns
           01 WS-MIN-SRC PIC X(12) VALUE SPACES.
           01 WS-MIN-DATE PIC 9(8) VALUE 0.
           01 WS-MIN-HH PIC 9(2) VALUE 0.
           01 WS-MIN-MI PIC 9(2) VALUE 0.
           01 WS-MIN-ABS PIC 9(11) VALUE 0.
           01 WS-NOW-ABS PIC 9(11) VALUE 0.

           01 WS-MWIN-FILENAME PIC X(20) VALUE "MAINTWIN.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
       LINKAGE SECTION.
       01 LK-MWIN.
           COPY MWINPARM
               REPLACING LEADING ==MWINPARM== BY ==LKM==.
       PROCEDURE DIVISION USING LK-MWIN.
           MOVE 0 TO LKM-RC
           MOVE SPACES TO LKM-TEXT
           MOVE "N" TO LKM-STATE
           MOVE 0 TO LKM-EXEMPT
           MOVE 0 TO LKM-MINUTES
           MOVE SPACES TO LKM-START
           MOVE SPACES TO LKM-END
           MOVE SPACES TO LKM-OPENER
           MOVE SPACES TO LKM-OPENED
           MOVE SPACES TO LKM-MESSAGE
           EVALUATE LKM-OP
               WHEN "C"
                   PERFORM check-window
               WHEN OTHER
                   MOVE 8 TO LKM-RC
                   MOVE "unknown maintenance-window operation"
                     TO LKM-TEXT
           END-EVALUATE.
           GOBACK.

      *> ---------------------------------------------------------------
      *> the window as it stands now -- a window whose times do not
      *> read as YYYYMMDDHHMM is treated as no window rather than
      *> shutting everyone out on a typing slip
      *> ---------------------------------------------------------------
           check-window.
           PERFORM read-window
           IF WS-MWIN-SEEN = 0 OR WS-MWIN-LINE(1:1) NOT = "O"
               EXIT PARAGRAPH
           END-IF
           IF WS-MWIN-LINE(3:12) IS NOT NUMERIC OR
                   WS-MWIN-LINE(16:12) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:12) TO WS-NOW
           IF WS-NOW >= WS-MWIN-LINE(16:12)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MWIN-LINE(3:12) TO LKM-START
           MOVE WS-MWIN-LINE(16:12) TO LKM-END
           MOVE WS-MWIN-LINE(29:8) TO LKM-OPENER
           MOVE WS-MWIN-LINE(38:14) TO LKM-OPENED
           MOVE WS-MWIN-LINE(53:60) TO LKM-MESSAGE
           IF LKM-OPER = LKM-OPENER
               MOVE 1 TO LKM-EXEMPT
           END-IF
           MOVE WS-NOW TO WS-MIN-SRC
           PERFORM compute-abs-minutes
           MOVE WS-MIN-ABS TO WS-NOW-ABS
           IF WS-NOW < LKM-START
               MOVE "P" TO LKM-STATE
               MOVE LKM-START TO WS-MIN-SRC
               PERFORM compute-abs-minutes
               COMPUTE LKM-MINUTES = WS-MIN-ABS - WS-NOW-ABS
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO LKM-STATE
           MOVE LKM-END TO WS-MIN-SRC
           PERFORM compute-abs-minutes
           COMPUTE LKM-MINUTES = WS-MIN-ABS - WS-NOW-ABS
           IF LKM-EXEMPT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 8 TO LKM-RC
           STRING "system maintenance window until " DELIMITED BY SIZE
               LKM-END(9:2) ":" LKM-END(11:2) DELIMITED BY SIZE
               " on " LKM-END(1:8) DELIMITED BY SIZE
               INTO LKM-TEXT.

           compute-abs-minutes.
           MOVE WS-MIN-SRC(1:8) TO WS-MIN-DATE
           MOVE WS-MIN-SRC(9:2) TO WS-MIN-HH
           MOVE WS-MIN-SRC(11:2) TO WS-MIN-MI
           COMPUTE WS-MIN-ABS =
               FUNCTION INTEGER-OF-DATE(WS-MIN-DATE) * 1440
               + WS-MIN-HH * 60 + WS-MIN-MI.

           read-window.
           MOVE 0 TO WS-MWIN-SEEN
           MOVE SPACES TO WS-MWIN-LINE
           OPEN INPUT MWIN-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ MWIN-FILE INTO WS-MWIN-LINE
               AT END CONTINUE
               NOT AT END MOVE 1 TO WS-MWIN-SEEN
           END-READ
           CLOSE MWIN-FILE.
