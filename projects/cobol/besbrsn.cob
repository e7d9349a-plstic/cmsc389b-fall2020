      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRSN.
      *> modification history
      *>   2026-10-15  change reasons -- the one place that decides
      *>               whether a reason code will do for a schedule
      *>               change (RSNPARM.CPY), from the REASONS.DAT
      *>               master; the shell, the loader, the mass mover,
      *>               the retry run, the scenario promote and the
      *>               low-enrollment cancel all ask here, so they
      *>               agree on what a valid code is
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-FILE ASSIGN DYNAMIC WS-REASON-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> code(1:4) status(6:1) description(8:40)
       FD REASON-FILE.
       01 REASON-FILE-RECORD PIC X(47).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-LOADED PIC 9(1) VALUE 0.
           01 WS-FOUND-IDX PIC 9(4) VALUE 0.

           01 WS-REASON-COUNT PIC 9(4) VALUE 0.
           01 WS-REASON-LIST.
               02 WS-REASON-ENTRY OCCURS 200 TIMES.
                   03 WS-REASON-CODE PIC X(4).
                   03 WS-REASON-STATUS PIC X(1).
                   03 WS-REASON-DESC PIC X(40).

           01 WS-REASON-FILENAME PIC X(20) VALUE "REASONS.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
       LINKAGE SECTION.
       01 LK-REASON.
           COPY RSNPARM
               REPLACING LEADING ==RSNPARM== BY ==LKR==.
       PROCEDURE DIVISION USING LK-REASON.
           MOVE 0 TO LKR-RC
           MOVE SPACES TO LKR-TEXT
           MOVE SPACES TO LKR-DESC
           IF WS-LOADED = 0 OR LKR-OP = "L"
               PERFORM load-reason-list
               MOVE 1 TO WS-LOADED
           END-IF
           MOVE WS-REASON-COUNT TO LKR-COUNT
           EVALUATE LKR-OP
               WHEN "V"
                   PERFORM check-reason-code
               WHEN "L"
                   CONTINUE
               WHEN OTHER
                   MOVE 23 TO LKR-RC
                   MOVE "unknown reason operation" TO LKR-TEXT
           END-EVALUATE.
           GOBACK.

      *> ---------------------------------------------------------------
      *> one code: on the master and not retired; with no master at
      *> all nothing is required and whatever was given is recorded
      *> ---------------------------------------------------------------
           check-reason-code.
           INSPECT LKR-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-REASON-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF LKR-CODE = SPACES
               MOVE 23 TO LKR-RC
               MOVE "a reason code is required (REASONS.DAT)"
                 TO LKR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-REASON-COUNT OR WS-FOUND-IDX > 0
               IF WS-REASON-CODE(WS-IDX) = LKR-CODE
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               MOVE 23 TO LKR-RC
               STRING "reason code " DELIMITED BY SIZE
                   LKR-CODE DELIMITED BY SIZE
                   " is not on REASONS.DAT" DELIMITED BY SIZE
                   INTO LKR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REASON-DESC(WS-FOUND-IDX) TO LKR-DESC
           IF WS-REASON-STATUS(WS-FOUND-IDX) = "R"
               MOVE 23 TO LKR-RC
               STRING "reason code " DELIMITED BY SIZE
                   LKR-CODE DELIMITED BY SIZE
                   " is retired" DELIMITED BY SIZE
                   INTO LKR-TEXT
           END-IF.

           load-reason-list.
           MOVE 0 TO WS-REASON-COUNT
           OPEN INPUT REASON-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ REASON-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-REASON-COUNT < 200 AND
                               REASON-FILE-RECORD(1:4) NOT = SPACES
                           ADD 1 TO WS-REASON-COUNT
                           MOVE REASON-FILE-RECORD(1:4)
                             TO WS-REASON-CODE(WS-REASON-COUNT)
                           MOVE REASON-FILE-RECORD(6:1)
                             TO WS-REASON-STATUS(WS-REASON-COUNT)
                           MOVE REASON-FILE-RECORD(8:40)
                             TO WS-REASON-DESC(WS-REASON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REASON-FILE.
