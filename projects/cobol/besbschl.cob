      *>               mail each school its own pages
      *>   2026-09-02  multi-campus: each class line carries its
      *>               room's campus code from ROOMS.DAT
      *>   2026-10-15  each class line carries the course title from
      *>               the catalog (CATALOG.DAT) after the section
      *>   2026-10-15  online and by-arrangement sections are listed
      *>               with their instruction mode ahead of the
      *>               days/times (ONLINE LIVE, ONLINE SELF-PACED,
      *>               BY ARRANGEMENT)
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOMS-FILE ASSIGN DYNAMIC WS-ROOMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *> campus(29:2, CP College Park / SG Shady Grove / ...)
       FD ROOMS-FILE.
       01 ROOMS-FILE-RECORD PIC X(30).
      *> catalog line: school+code(1:7) title(9:30) credits(40:2)
      *> weekly contact minutes(43:4) level(48:1) status(50:1)
       FD CATALOG-FILE.
       01 CATALOG-FILE-RECORD PIC X(50).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-ROOM-CAMP PIC X(2) VALUE SPACES.
           01 WS-CAMP-CDX PIC 9(4) VALUE 0.

      *> course titles from the catalog -- a course the catalog
      *> doesn't know prints a blank title
           01 WS-CAT-COUNT PIC 9(4) VALUE 0.
           01 WS-CAT-LIST.
               02 WS-CAT-ENTRY OCCURS 500 TIMES.
                   03 WS-CAT-COURSE PIC X(7).
                   03 WS-CAT-TITLE PIC X(30).
           01 WS-CAT-KEY PIC X(7) VALUE SPACES.
           01 WS-CAT-TITLE-OUT PIC X(16) VALUE SPACES.
           01 WS-CAT-CDX PIC 9(4) VALUE 0.

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-ROOMS-FILENAME PIC X(20) VALUE "ROOMS.DAT".
           01 WS-CATALOG-FILENAME PIC X(20) VALUE "CATALOG.DAT".
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).

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
           MOVE "BESBSCHL" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM build-filenames.
           PERFORM check-lock.
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
           PERFORM load-rooms-list.
           PERFORM load-catalog-titles.
           PERFORM load-schedule.
           IF RETURN-CODE NOT = 0
               STOP RUN

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN OTHER
               "   TERM " FUNCTION TRIM(WS-CURRENT-TERM)
               "   RUN DATE " WS-TS(1:8).
           DISPLAY " ".
           DISPLAY "CODE SC TITLE            ROOM     CA INSTR  "
               "DAYS/TIMES".
           MOVE 0 TO WS-SCHOOL-CLASSES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NUM-ROWS
           MOVE SPACES TO WS-LINE-OUT
           MOVE WS-CODE(WS-IDX) TO WS-LINE-OUT(1:3)
           MOVE WS-SECTION(WS-IDX) TO WS-LINE-OUT(6:2)
           MOVE WS-SCHOOL(WS-IDX) TO WS-CAT-KEY(1:4)
           MOVE WS-CODE(WS-IDX) TO WS-CAT-KEY(5:3)
           PERFORM find-course-title
           MOVE WS-CAT-TITLE-OUT TO WS-LINE-OUT(9:16)
           MOVE WS-ROOM(WS-IDX) TO WS-LINE-OUT(26:8)
           PERFORM find-room-campus
           MOVE WS-ROOM-CAMP TO WS-LINE-OUT(35:2)
           MOVE WS-INSTR(WS-IDX) TO WS-LINE-OUT(38:6)
           MOVE 45 TO WS-COL
           EVALUATE WS-MODE(WS-IDX)
               WHEN "S"
                   MOVE "ONLINE LIVE" TO WS-LINE-OUT(45:11)
                   MOVE 57 TO WS-COL
               WHEN "A"
                   MOVE "ONLINE SELF-PACED" TO WS-LINE-OUT(45:17)
               WHEN "R"
                   MOVE "BY ARRANGEMENT" TO WS-LINE-OUT(45:14)
           END-EVALUATE
           PERFORM VARYING WS-JDX FROM 1 BY 1 UNTIL WS-JDX > WS-NUM-DAYS
               IF WS-DAYS(WS-IDX, WS-JDX) NOT = SPACES AND
                       WS-COL <= 120
                   MOVE WS-DAYS(WS-IDX, WS-JDX)(1:2) TO WS-HH
                   MOVE WS-DAYS(WS-IDX, WS-JDX)(3:2) TO WS-MM
                   COMPUTE WS-START-MIN = WS-HH * 60 + WS-MM
                   ADD 15 TO WS-COL
               END-IF
           END-PERFORM
           DISPLAY WS-LINE-OUT(1:132).

           find-room-campus.
           MOVE SPACES TO WS-ROOM-CAMP
               END-IF
           END-PERFORM.

      *> WS-CAT-KEY (school+code) to the first 16 of its title
           find-course-title.
           MOVE SPACES TO WS-CAT-TITLE-OUT
           PERFORM VARYING WS-CAT-CDX FROM 1 BY 1
                   UNTIL WS-CAT-CDX > WS-CAT-COUNT
               IF WS-CAT-COURSE(WS-CAT-CDX) = WS-CAT-KEY
                   MOVE WS-CAT-TITLE(WS-CAT-CDX) TO WS-CAT-TITLE-OUT
               END-IF
           END-PERFORM.

           load-catalog-titles.
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ CATALOG-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CAT-COUNT < 500 AND
                               CATALOG-FILE-RECORD(1:7) NOT = SPACES
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CATALOG-FILE-RECORD(1:7)
                             TO WS-CAT-COURSE(WS-CAT-COUNT)
                           MOVE CATALOG-FILE-RECORD(9:30)
                             TO WS-CAT-TITLE(WS-CAT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-rooms-list.
           MOVE 0 TO WS-ROOMS-COUNT
           OPEN INPUT ROOMS-FILE
