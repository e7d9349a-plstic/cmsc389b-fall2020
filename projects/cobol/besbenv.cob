      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBENV.
      *> modification history
      *>   2026-10-15  environments -- the one place that decides
      *>               which environment a program runs in and where
      *>               its files live (ENVPARM.CPY): --env=, else the
      *>               environment a parent job passed down, else
      *>               PROD; the directory from ENVIRONS.DAT, and a
      *>               directory stamped for another environment is
      *>               refused, so a test run can never open the
      *>               production files
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-FILE ASSIGN DYNAMIC WS-MAP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STAMP-FILE ASSIGN DYNAMIC WS-STAMP-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> environment(1:8) directory(10:60)
       FD MAP-FILE.
       01 MAP-FILE-RECORD PIC X(69).
      *> environment(1:8) stamped(10:8) stamped-by(19:8)
      *> cloned-from(28:8)
       FD STAMP-FILE.
       01 STAMP-FILE-RECORD PIC X(35).
       WORKING-STORAGE SECTION.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-FOUND PIC 9(1) VALUE 0.
           01 WS-TS PIC X(21).
           01 WS-PASSED-ENV PIC X(8) VALUE SPACES.
           01 WS-PASSED-DIR PIC X(60) VALUE SPACES.
           01 WS-CHDIR-NAME PIC X(61) VALUE SPACES.
           01 WS-CHDIR-RC PIC S9(9) COMP-5 VALUE 0.
           01 WS-HAS-STAMP PIC 9(1) VALUE 0.
           01 WS-STAMP-ENV PIC X(8) VALUE SPACES.
           01 WS-STAMP-DATE PIC X(8) VALUE SPACES.

           01 WS-MAP-FILENAME PIC X(20) VALUE "ENVIRONS.DAT".
           01 WS-STAMP-FILENAME PIC X(80) VALUE SPACES.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
       LINKAGE SECTION.
       01 LK-ENV.
           COPY ENVPARM
               REPLACING LEADING ==ENVPARM== BY ==LKE==.
       PROCEDURE DIVISION USING LK-ENV.
           MOVE 0 TO LKE-RC
           MOVE SPACES TO LKE-TEXT
           EVALUATE LKE-OP
               WHEN "S"
                   PERFORM select-environment
               WHEN "Q"
                   PERFORM query-environment
               WHEN "W"
                   PERFORM write-stamp
               WHEN OTHER
                   MOVE 8 TO LKE-RC
                   MOVE "unknown environment operation" TO LKE-TEXT
           END-EVALUATE.
           GOBACK.

      *> ---------------------------------------------------------------
      *> select: settle the environment, move into its directory and
      *> hold it to its stamp; a job started under this one (the
      *> nightly driver's steps, a backup's check run) finds the
      *> environment passed down and is already in the directory
      *> ---------------------------------------------------------------
           select-environment.
           MOVE SPACES TO WS-PASSED-ENV
           ACCEPT WS-PASSED-ENV FROM ENVIRONMENT "BESBENV"
           MOVE SPACES TO WS-PASSED-DIR
           ACCEPT WS-PASSED-DIR FROM ENVIRONMENT "BESBENVDIR"
           IF LKE-ENV = SPACES
               MOVE WS-PASSED-ENV TO LKE-ENV
           END-IF
           IF LKE-ENV = SPACES
               MOVE "PROD" TO LKE-ENV
           END-IF
           MOVE FUNCTION UPPER-CASE(LKE-ENV) TO LKE-ENV
           IF WS-PASSED-ENV = LKE-ENV AND WS-PASSED-DIR NOT = SPACES
               MOVE "." TO LKE-DIR
           ELSE
               PERFORM find-directory
           END-IF
           IF LKE-DIR NOT = "."
               MOVE SPACES TO WS-CHDIR-NAME
               MOVE LKE-DIR TO WS-CHDIR-NAME
               CALL "CBL_CHANGE_DIR" USING WS-CHDIR-NAME
                   RETURNING WS-CHDIR-RC
               END-CALL
               IF WS-CHDIR-RC NOT = 0
                   MOVE 8 TO LKE-RC
                   STRING "cannot change to "
                       FUNCTION TRIM(LKE-DIR) DELIMITED BY SIZE
                       INTO LKE-TEXT
                   PERFORM display-refusal
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "ENVIRON.STAMP" TO WS-STAMP-FILENAME
           PERFORM read-stamp
           MOVE WS-STAMP-ENV TO LKE-STAMP
           MOVE WS-STAMP-DATE TO LKE-STAMP-DATE
           IF WS-HAS-STAMP = 0
               IF LKE-ENV NOT = "PROD"
                   MOVE 8 TO LKE-RC
                   STRING "files in " FUNCTION TRIM(LKE-DIR)
                       " carry no environment stamp"
                       DELIMITED BY SIZE INTO LKE-TEXT
                   PERFORM display-refusal
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-STAMP-ENV NOT = LKE-ENV
                   MOVE 8 TO LKE-RC
                   STRING "files in " FUNCTION TRIM(LKE-DIR)
                       " are stamped "
                       FUNCTION TRIM(WS-STAMP-ENV)
                       DELIMITED BY SIZE INTO LKE-TEXT
                   PERFORM display-refusal
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET ENVIRONMENT "BESBENV" TO LKE-ENV
           SET ENVIRONMENT "BESBENVDIR" TO ".".

           display-refusal.
           DISPLAY FUNCTION TRIM(LKE-PROGRAM) ": environment "
               FUNCTION TRIM(LKE-ENV) " refused -- "
               FUNCTION TRIM(LKE-TEXT).

      *> ---------------------------------------------------------------
      *> query: where an environment lives and what its stamp says,
      *> for the clone utility, which reads one and writes another
      *> ---------------------------------------------------------------
           query-environment.
           MOVE FUNCTION UPPER-CASE(LKE-ENV) TO LKE-ENV
           PERFORM find-directory
           PERFORM build-stamp-name
           PERFORM read-stamp
           MOVE WS-STAMP-ENV TO LKE-STAMP
           MOVE WS-STAMP-DATE TO LKE-STAMP-DATE.

           write-stamp.
           MOVE FUNCTION UPPER-CASE(LKE-ENV) TO LKE-ENV
           PERFORM build-stamp-name
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           OPEN OUTPUT STAMP-FILE
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO LKE-RC
               STRING "cannot write " FUNCTION TRIM(WS-STAMP-FILENAME)
                   DELIMITED BY SIZE INTO LKE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STAMP-FILE-RECORD
           MOVE LKE-ENV TO STAMP-FILE-RECORD(1:8)
           MOVE WS-TS(1:8) TO STAMP-FILE-RECORD(10:8)
           MOVE LKE-PROGRAM TO STAMP-FILE-RECORD(19:8)
           MOVE LKE-STAMP TO STAMP-FILE-RECORD(28:8)
           WRITE STAMP-FILE-RECORD
           CLOSE STAMP-FILE
           MOVE WS-TS(1:8) TO LKE-STAMP-DATE.

      *> the map line for LKE-ENV; none means where the job starts
           find-directory.
           MOVE "." TO LKE-DIR
           MOVE 0 TO WS-FOUND
           OPEN INPUT MAP-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1 OR WS-FOUND = 1
               READ MAP-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION UPPER-CASE(MAP-FILE-RECORD(1:8))
                               = LKE-ENV AND
                               MAP-FILE-RECORD(10:60) NOT = SPACES
                           MOVE MAP-FILE-RECORD(10:60) TO LKE-DIR
                           MOVE 1 TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           MOVE 0 TO WS-EOF-FLAG.

           build-stamp-name.
           MOVE SPACES TO WS-STAMP-FILENAME
           IF LKE-DIR = "." OR LKE-DIR = SPACES
               MOVE "ENVIRON.STAMP" TO WS-STAMP-FILENAME
           ELSE
               STRING FUNCTION TRIM(LKE-DIR) DELIMITED BY SIZE
                   "/ENVIRON.STAMP" DELIMITED BY SIZE
                   INTO WS-STAMP-FILENAME
           END-IF.

           read-stamp.
           MOVE 0 TO WS-HAS-STAMP
           MOVE SPACES TO WS-STAMP-ENV
           MOVE SPACES TO WS-STAMP-DATE
           OPEN INPUT STAMP-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STAMP-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE 1 TO WS-HAS-STAMP
                   MOVE FUNCTION UPPER-CASE(STAMP-FILE-RECORD(1:8))
                       TO WS-STAMP-ENV
                   MOVE STAMP-FILE-RECORD(10:8) TO WS-STAMP-DATE
           END-READ
           CLOSE STAMP-FILE.
