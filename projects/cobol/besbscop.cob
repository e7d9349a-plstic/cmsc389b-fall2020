      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBSCOP.
      *> modification history
      *>   2026-10-15  operator scope -- the one place that decides
      *>               whether an operator may change a class of a
      *>               given school and room (SCOPPARM.CPY), from the
      *>               standing lines and temporary cross-school
      *>               grants in OPERSCOP.DAT and the room's campus
      *>               on ROOMS.DAT; the shell, the loaders, the mass
      *>               mover and the retry run all ask here, and every
      *>               refusal is audited here, so they agree
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCOPE-FILE ASSIGN DYNAMIC WS-SCOPE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> operator(1:8) school(10:4) campus(15:2) expires(18:8)
      *> granted-by(27:8)
       FD SCOPE-FILE.
       01 SCOPE-FILE-RECORD PIC X(34).
      *> room master line: room(1:8) building(9:16) seats(25:4)
      *> campus(29:2)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-LOADED PIC 9(1) VALUE 0.

           01 WS-SCOPE-COUNT PIC 9(4) VALUE 0.
           01 WS-SCOPE-LIST.
               02 WS-SCOPE-ENTRY OCCURS 500 TIMES.
                   03 WS-SCOPE-OPER PIC X(8).
                   03 WS-SCOPE-SCHOOL PIC X(4).
                   03 WS-SCOPE-CAMP PIC X(2).
                   03 WS-SCOPE-EXPIRES PIC X(8).
                   03 WS-SCOPE-GRANTOR PIC X(8).

           01 WS-ROOMS-COUNT PIC 9(4) VALUE 0.
           01 WS-ROOMS-LIST.
               02 WS-ROOMS-ENTRY OCCURS 300 TIMES.
                   03 WS-ROOMS-ID PIC X(8).
                   03 WS-ROOMS-CAMP PIC X(2).

      *> the operator's standing lines, and whether a line in force
      *> covers what is asked
           01 WS-STANDING PIC 9(4) VALUE 0.
           01 WS-COVERED PIC 9(1) VALUE 0.
           01 WS-ON-DATE PIC X(8) VALUE SPACES.

           01 WS-SCOPE-FILENAME PIC X(20) VALUE "OPERSCOP.DAT".
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.
       LINKAGE SECTION.
       01 LK-SCOPE.
           COPY SCOPPARM
               REPLACING LEADING ==SCOPPARM== BY ==LKS==.
       PROCEDURE DIVISION USING LK-SCOPE.
           MOVE 0 TO LKS-RC
           MOVE SPACES TO LKS-TEXT
           MOVE SPACES TO LKS-CAMPUS
           IF WS-LOADED = 0 OR LKS-OP = "L"
               PERFORM load-scope-list
               PERFORM load-rooms-list
               MOVE 1 TO WS-LOADED
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           IF LKS-DATE IS NUMERIC
               MOVE LKS-DATE TO WS-ON-DATE
           ELSE
               MOVE WS-TS(1:8) TO WS-ON-DATE
           END-IF
           EVALUATE LKS-OP
               WHEN "C"
               WHEN "Q"
                   PERFORM check-class-scope
               WHEN "W"
                   PERFORM check-whole-term
               WHEN "L"
                   CONTINUE
               WHEN OTHER
                   MOVE 16 TO LKS-RC
                   MOVE "unknown scope operation" TO LKS-TEXT
           END-EVALUATE.
           GOBACK.

      *> ---------------------------------------------------------------
      *> one class: some line in force for the operator must name the
      *> class's school (or ****) and the room's campus (or none)
      *> ---------------------------------------------------------------
           check-class-scope.
           PERFORM find-room-campus
           IF LKS-LEVEL = "V"
               EXIT PARAGRAPH
           END-IF
           PERFORM count-standing-lines
           IF WS-STANDING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COVERED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCOPE-COUNT OR WS-COVERED = 1
               IF WS-SCOPE-OPER(WS-IDX) = LKS-OPER AND
                       (WS-SCOPE-EXPIRES(WS-IDX) = SPACES OR
                        WS-SCOPE-EXPIRES(WS-IDX) >= WS-ON-DATE) AND
                       (WS-SCOPE-SCHOOL(WS-IDX) = "****" OR
                        WS-SCOPE-SCHOOL(WS-IDX) = LKS-SCHOOL) AND
                       (WS-SCOPE-CAMP(WS-IDX) = SPACES OR
                        LKS-CAMPUS = SPACES OR
                        WS-SCOPE-CAMP(WS-IDX) = LKS-CAMPUS)
                   MOVE 1 TO WS-COVERED
               END-IF
           END-PERFORM
           IF WS-COVERED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 16 TO LKS-RC
           IF LKS-CAMPUS = SPACES
               STRING FUNCTION TRIM(LKS-OPER) DELIMITED BY SIZE
                   " may not change school " DELIMITED BY SIZE
                   LKS-SCHOOL DELIMITED BY SIZE
                   INTO LKS-TEXT
           ELSE
               STRING FUNCTION TRIM(LKS-OPER) DELIMITED BY SIZE
                   " may not change school " DELIMITED BY SIZE
                   LKS-SCHOOL DELIMITED BY SIZE
                   " on campus " DELIMITED BY SIZE
                   LKS-CAMPUS DELIMITED BY SIZE
                   INTO LKS-TEXT
           END-IF
           IF LKS-OP = "C"
               PERFORM write-refusal-audit
           END-IF.

      *> ---------------------------------------------------------------
      *> a whole term (a snapshot load, a clear): only an operator no
      *> school or campus limit applies to -- a supervisor, someone
      *> with no standing line, or a **** line in force for any campus
      *> ---------------------------------------------------------------
           check-whole-term.
           IF LKS-LEVEL = "V"
               EXIT PARAGRAPH
           END-IF
           PERFORM count-standing-lines
           IF WS-STANDING = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-COVERED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCOPE-COUNT OR WS-COVERED = 1
               IF WS-SCOPE-OPER(WS-IDX) = LKS-OPER AND
                       (WS-SCOPE-EXPIRES(WS-IDX) = SPACES OR
                        WS-SCOPE-EXPIRES(WS-IDX) >= WS-ON-DATE) AND
                       WS-SCOPE-SCHOOL(WS-IDX) = "****" AND
                       WS-SCOPE-CAMP(WS-IDX) = SPACES
                   MOVE 1 TO WS-COVERED
               END-IF
           END-PERFORM
           IF WS-COVERED = 1
               EXIT PARAGRAPH
           END-IF
           MOVE 16 TO LKS-RC
           STRING FUNCTION TRIM(LKS-OPER) DELIMITED BY SIZE
               " is limited by school -- supervisor only"
                   DELIMITED BY SIZE
               INTO LKS-TEXT
           MOVE "****" TO LKS-SCHOOL
           PERFORM write-refusal-audit.

           count-standing-lines.
           MOVE 0 TO WS-STANDING
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCOPE-COUNT
               IF WS-SCOPE-OPER(WS-IDX) = LKS-OPER AND
                       WS-SCOPE-EXPIRES(WS-IDX) = SPACES
                   ADD 1 TO WS-STANDING
               END-IF
           END-PERFORM.

      *> TBA and rooms the master doesn't carry come back spaces
           find-room-campus.
           MOVE SPACES TO LKS-CAMPUS
           IF LKS-ROOM = SPACES OR LKS-ROOM = "TBA"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROOMS-COUNT
                       OR LKS-CAMPUS NOT = SPACES
               IF WS-ROOMS-ID(WS-IDX) = LKS-ROOM
                   MOVE WS-ROOMS-CAMP(WS-IDX) TO LKS-CAMPUS
               END-IF
           END-PERFORM.

      *> the refusal goes on the trail under the operator whose
      *> scope it was: who tried, from where, and what
           write-refusal-audit.
           MOVE SPACES TO ACH-LINE
           MOVE WS-TS TO ACH-LINE(1:21)
           MOVE LKS-OPER TO ACH-LINE(23:8)
           MOVE "scoperej" TO ACH-LINE(32:8)
           MOVE LKS-TERM TO ACH-LINE(41:20)
           STRING FUNCTION TRIM(LKS-SOURCE) DELIMITED BY SIZE
               " rc 16 " DELIMITED BY SIZE
               LKS-SCHOOL DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               LKS-CAMPUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LKS-WHAT) DELIMITED BY SIZE
               INTO ACH-LINE(62:71)
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.

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
           CLOSE SCOPE-FILE.

           load-rooms-list.
           MOVE 0 TO WS-ROOMS-COUNT
           OPEN INPUT ROOMS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ ROOMS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-ROOMS-COUNT < 300
                           ADD 1 TO WS-ROOMS-COUNT
                           MOVE ROOMS-FILE-RECORD(1:8)
                             TO WS-ROOMS-ID(WS-ROOMS-COUNT)
                           MOVE ROOMS-FILE-RECORD(29:2)
                             TO WS-ROOMS-CAMP(WS-ROOMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOMS-FILE.
