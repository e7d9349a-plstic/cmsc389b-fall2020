      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBCATL.
      *> modification history
      *>   2026-10-15  course catalog refresh -- applies the
      *>               registrar's nightly catalog extract
      *>               (REGCATLG.DAT) to the catalog master
      *>               (CATALOG.DAT): new courses are added, title,
      *>               credit, contact-minute and level changes are
      *>               taken, and an active course missing from the
      *>               extract is retired (kept, flagged R) rather
      *>               than dropped; one audit record per change and
      *>               a report of adds, title changes and
      *>               retirements
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1, U undergraduate /
      *> G graduate) status(50:1, R = retired by the registrar)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
      *> registrar extract line: the catalog layout without the
      *> status column -- a course is active by being in it
       FD EXTRACT-FILE.
       01 EXTRACT-FILE-RECORD PIC X(50).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-FOUND-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-EXTRACT-COUNT PIC 9(4) VALUE 0.
           01 WS-ADDED-COUNT PIC 9(4) VALUE 0.
           01 WS-TITLED-COUNT PIC 9(4) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(4) VALUE 0.
           01 WS-RETIRED-COUNT PIC 9(4) VALUE 0.
           01 WS-REINSTATED-COUNT PIC 9(4) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(4) VALUE 0.
           01 WS-TOUCHED-COUNT PIC 9(4) VALUE 0.

      *> the catalog as it stands, plus a seen-in-tonight's-extract
      *> flag so the retirement sweep knows what the registrar
      *> dropped
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-TITLE PIC X(30).
                   03 WS-CAT-CREDITS PIC X(2).
                   03 WS-CAT-MINUTES PIC X(4).
                   03 WS-CAT-LEVEL PIC X(1).
                   03 WS-CAT-STATUS PIC X(1).
                   03 WS-CAT-SEEN PIC 9(1).

      *> one extract line, taken apart
           01 WS-X-COURSE PIC X(7) VALUE SPACES.
           01 WS-X-TITLE PIC X(30) VALUE SPACES.
           01 WS-X-CREDITS PIC X(2) VALUE SPACES.
           01 WS-X-MINUTES PIC X(4) VALUE SPACES.
           01 WS-X-LEVEL PIC X(1) VALUE SPACE.

           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-EXTRACT-FILENAME PIC X(60) VALUE "REGCATLG.DAT".
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

      *> operator identity -- the catalog is a master file, and
      *> masters are a supervisor's to change
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
           MOVE "BESBCATL" TO EP-PROGRAM.
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
           PERFORM load-catalog.
           DISPLAY "BESBCATL: catalog refresh from "
               FUNCTION TRIM(WS-EXTRACT-FILENAME).
           OPEN INPUT EXTRACT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "BESBCATL: no registrar extract "
                   FUNCTION TRIM(WS-EXTRACT-FILENAME)
                   " -- catalog left as it was"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ EXTRACT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM apply-one-extract-line
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-FILE.
           MOVE 0 TO WS-EOF-FLAG.
      *> an empty extract is a failed registrar job, not a registrar
      *> who retired every course overnight
           IF WS-EXTRACT-COUNT = 0
               DISPLAY "BESBCATL: registrar extract has no usable"
                   " lines -- refusing to retire the whole catalog"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
               PERFORM retire-if-dropped
           END-PERFORM.
           IF WS-TOUCHED-COUNT > 0
               PERFORM rewrite-catalog-file
           END-IF.
           DISPLAY "---".
           DISPLAY "courses " WS-CAT-COUNT
               " added " WS-ADDED-COUNT
               " retitled " WS-TITLED-COUNT
               " changed " WS-CHANGED-COUNT
               " retired " WS-RETIRED-COUNT
               " reinstated " WS-REINSTATED-COUNT
               " rejected " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0
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
                   DISPLAY "BESBCATL: invalid arg: " ARGV
                   DISPLAY "BESBCATL: usage: besbcatl [--oper=ID]"
                       " [--extract=FILE]"
           END-EVALUATE.

      *> one registrar line -- a malformed line is reported and left
      *> out; it neither adds nor keeps a course alive
           apply-one-extract-line.
           IF EXTRACT-FILE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE EXTRACT-FILE-RECORD(1:7) TO WS-X-COURSE
           MOVE EXTRACT-FILE-RECORD(9:30) TO WS-X-TITLE
           MOVE EXTRACT-FILE-RECORD(40:2) TO WS-X-CREDITS
           MOVE EXTRACT-FILE-RECORD(43:4) TO WS-X-MINUTES
           MOVE EXTRACT-FILE-RECORD(48:1) TO WS-X-LEVEL
           IF WS-X-COURSE(1:4) IS NOT ALPHABETIC OR
                   WS-X-COURSE(5:3) IS NOT NUMERIC OR
                   WS-X-CREDITS IS NOT NUMERIC OR
                   WS-X-MINUTES IS NOT NUMERIC OR
                   (WS-X-LEVEL NOT = "U" AND WS-X-LEVEL NOT = "G")
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY " REJECT  " EXTRACT-FILE-RECORD(1:48)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT OR WS-FOUND-IDX > 0
               IF WS-CAT-COURSE(WS-IDX) = WS-X-COURSE
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               PERFORM add-catalog-course
           ELSE
               MOVE WS-FOUND-IDX TO WS-IDX
               PERFORM update-catalog-course
           END-IF.

           add-catalog-course.
           IF WS-CAT-COUNT >= 500
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY " REJECT  " WS-X-COURSE
                   " (catalog table full)"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-CAT-COUNT TO WS-IDX
           MOVE WS-X-COURSE TO WS-CAT-COURSE(WS-IDX)
           MOVE WS-X-TITLE TO WS-CAT-TITLE(WS-IDX)
           MOVE WS-X-CREDITS TO WS-CAT-CREDITS(WS-IDX)
           MOVE WS-X-MINUTES TO WS-CAT-MINUTES(WS-IDX)
           MOVE WS-X-LEVEL TO WS-CAT-LEVEL(WS-IDX)
           MOVE SPACE TO WS-CAT-STATUS(WS-IDX)
           MOVE 1 TO WS-CAT-SEEN(WS-IDX)
           ADD 1 TO WS-ADDED-COUNT
           ADD 1 TO WS-TOUCHED-COUNT
           DISPLAY " ADD     " WS-X-COURSE " " WS-X-TITLE
               " cr " WS-X-CREDITS " min " WS-X-MINUTES
               " " WS-X-LEVEL
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "add " WS-X-COURSE " " WS-X-TITLE
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit.

      *> a course already on file -- take whatever the registrar
      *> changed; a retired course showing up again is reinstated
           update-catalog-course.
           MOVE 1 TO WS-CAT-SEEN(WS-IDX)
           IF WS-CAT-STATUS(WS-IDX) = "R"
               MOVE SPACE TO WS-CAT-STATUS(WS-IDX)
               ADD 1 TO WS-REINSTATED-COUNT
               ADD 1 TO WS-TOUCHED-COUNT
               DISPLAY " REINST  " WS-X-COURSE " " WS-X-TITLE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "reinstate " WS-X-COURSE
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               PERFORM write-audit
           END-IF
           IF WS-CAT-TITLE(WS-IDX) NOT = WS-X-TITLE
               ADD 1 TO WS-TITLED-COUNT
               ADD 1 TO WS-TOUCHED-COUNT
               DISPLAY " TITLE   " WS-X-COURSE " was "
                   WS-CAT-TITLE(WS-IDX)
               DISPLAY "                 now " WS-X-TITLE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "title " WS-X-COURSE " " WS-X-TITLE
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               PERFORM write-audit
               MOVE WS-X-TITLE TO WS-CAT-TITLE(WS-IDX)
           END-IF
           IF WS-CAT-CREDITS(WS-IDX) NOT = WS-X-CREDITS OR
                   WS-CAT-MINUTES(WS-IDX) NOT = WS-X-MINUTES OR
                   WS-CAT-LEVEL(WS-IDX) NOT = WS-X-LEVEL
               ADD 1 TO WS-CHANGED-COUNT
               ADD 1 TO WS-TOUCHED-COUNT
               DISPLAY " CHANGE  " WS-X-COURSE
                   " cr " WS-CAT-CREDITS(WS-IDX) "->" WS-X-CREDITS
                   " min " WS-CAT-MINUTES(WS-IDX) "->" WS-X-MINUTES
                   " level " WS-CAT-LEVEL(WS-IDX) "->" WS-X-LEVEL
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "change " WS-X-COURSE
                   " cr " WS-CAT-CREDITS(WS-IDX) "->" WS-X-CREDITS
                   " min " WS-CAT-MINUTES(WS-IDX) "->" WS-X-MINUTES
                   " level " WS-CAT-LEVEL(WS-IDX) "->" WS-X-LEVEL
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
               PERFORM write-audit
               MOVE WS-X-CREDITS TO WS-CAT-CREDITS(WS-IDX)
               MOVE WS-X-MINUTES TO WS-CAT-MINUTES(WS-IDX)
               MOVE WS-X-LEVEL TO WS-CAT-LEVEL(WS-IDX)
           END-IF.

      *> the registrar's extract lists active courses only -- an
      *> active course it no longer carries has been retired; the
      *> line stays so old terms still print a title
           retire-if-dropped.
           IF WS-CAT-SEEN(WS-IDX) = 1 OR WS-CAT-STATUS(WS-IDX) = "R"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-CAT-STATUS(WS-IDX)
           ADD 1 TO WS-RETIRED-COUNT
           ADD 1 TO WS-TOUCHED-COUNT
           DISPLAY " RETIRE  " WS-CAT-COURSE(WS-IDX) " "
               WS-CAT-TITLE(WS-IDX)
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "retire " WS-CAT-COURSE(WS-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           PERFORM write-audit.

           load-catalog.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CATALOG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM load-one-catalog-entry
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-one-catalog-entry.
           IF WS-CAT-COUNT < 500 AND
                   CATALOG-FILE-RECORD(1:7) NOT = SPACES
               ADD 1 TO WS-CAT-COUNT
               MOVE CATALOG-FILE-RECORD(1:7) TO
                   WS-CAT-COURSE(WS-CAT-COUNT)
               MOVE CATALOG-FILE-RECORD(9:30) TO
                   WS-CAT-TITLE(WS-CAT-COUNT)
               MOVE CATALOG-FILE-RECORD(40:2) TO
                   WS-CAT-CREDITS(WS-CAT-COUNT)
               MOVE CATALOG-FILE-RECORD(43:4) TO
                   WS-CAT-MINUTES(WS-CAT-COUNT)
               MOVE CATALOG-FILE-RECORD(48:1) TO
                   WS-CAT-LEVEL(WS-CAT-COUNT)
               MOVE CATALOG-FILE-RECORD(50:1) TO
                   WS-CAT-STATUS(WS-CAT-COUNT)
               MOVE 0 TO WS-CAT-SEEN(WS-CAT-COUNT)
           END-IF.

           rewrite-catalog-file.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CAT-COUNT
               MOVE SPACES TO CATALOG-FILE-RECORD
               MOVE WS-CAT-COURSE(WS-IDX)
                 TO CATALOG-FILE-RECORD(1:7)
               MOVE WS-CAT-TITLE(WS-IDX)
                 TO CATALOG-FILE-RECORD(9:30)
               MOVE WS-CAT-CREDITS(WS-IDX)
                 TO CATALOG-FILE-RECORD(40:2)
               MOVE WS-CAT-MINUTES(WS-IDX)
                 TO CATALOG-FILE-RECORD(43:4)
               MOVE WS-CAT-LEVEL(WS-IDX)
                 TO CATALOG-FILE-RECORD(48:1)
               MOVE WS-CAT-STATUS(WS-IDX)
                 TO CATALOG-FILE-RECORD(50:1)
               WRITE CATALOG-FILE-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE.

           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBCATL: an operator id is required"
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
               DISPLAY "BESBCATL: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBCATL: operator " WS-OPER-ID
                   " is not authorized to change the catalog"
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

      *> catalog changes belong to no one term -- the term column
      *> carries *CATALOG* the way the nightly chain's own stamps
      *> carry *CHAIN*
           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "catalog " DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*CATALOG*           " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
