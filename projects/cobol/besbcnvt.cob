      *>               (school/code/room/day slots only) and the new
      *>               fields defaulted, instead of misparsing the
      *>               old file through the widened copybook
      *>   2026-10-15  converted rows meet the whole term -- the
      *>               part-of-term meeting dates default to spaces
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  converted rows are taught in person -- the
      *>               instruction mode defaults to P
      *>   2026-10-15  --widen rewrites an INDEXED schedule file still
      *>               in the 152-byte row from before the
      *>               part-of-term dates and instruction mode at the
      *>               current 169 bytes; --out= names the file
      *>               written, so each BESBSNAP image is carried
      *>               across the same way as the term file
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN DYNAMIC WS-OLD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRIOR-FILE ASSIGN DYNAMIC WS-OLD-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PFR-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NEW-FILE ASSIGN DYNAMIC WS-SCHED-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
      *> the pre-conversion row as the old programs wrote it --
      *> school(1:4) code(5:3) room(8:8) and the seven day slots;
      *> none of the fields added since (section, duration,
      *> instructor, status, cancellation/effective-date history,
      *> part-of-term dates, instruction mode) existed yet, so they
      *> are defaulted on the way across
       FD OLD-FILE.
       01 OLD-FILE-RECORD.
           05 OFR-SCHOOL PIC A(4).
           05 OFR-CODE   PIC X(3).
           05 OFR-ROOM   PIC X(8).
           05 OFR-DAYS PIC X(7) OCCURS 7 TIMES.
      *> the INDEXED row as it stood before the part-of-term dates and
      *> instruction mode were appended -- key(1:9) room(10:8)
      *> len(18:3) instr(21:6) status(27:1) canc-date(28:8)
      *> eff-date(36:8) prev-room(44:8) prev-len(52:3) day slots
      *> (55:49) prior day slots(104:49); every field sits where it
      *> does in the current row, so the row carries across whole
       FD PRIOR-FILE.
       01 PRIOR-FILE-RECORD.
           05 PFR-KEY PIC X(9).
           05 FILLER PIC X(143).
       FD NEW-FILE.
       01 NEW-FILE-RECORD.
           COPY SCHEDROW

           01 WS-CURRENT-TERM PIC X(20) VALUE "DEFAULT".
           01 WS-OLD-FILENAME PIC X(60) VALUE SPACES.
           01 WS-OUT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-WIDEN-FLAG PIC 9(1) VALUE 0.
           01 WS-SCHED-FILENAME PIC X(60).
           01 WS-LOCK-FILENAME PIC X(64).
           01 WS-LOCK-HELD PIC 9(1) VALUE 0.
           01 WS-FILE-STATUS PIC X(2) VALUE "00".

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
           MOVE "BESBCNVT" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-OLD-FILENAME) = SPACES
               DISPLAY "BESBCNVT: usage: besbcnvt OLDFILE [--term=X]"
               DISPLAY "  OLDFILE -- the retired LINE SEQUENTIAL"
               DISPLAY "  aside under another name first); the"
               DISPLAY "  converted INDEXED file is written to the"
               DISPLAY "  term's SCHED-term.DAT"
               DISPLAY "  --widen: OLDFILE is an INDEXED schedule"
               DISPLAY "  file still in the 152-byte row; after the"
               DISPLAY "  upgrade, inside a maintenance window"
               DISPLAY "  (BESBMNTN) and before anything else opens"
               DISPLAY "  the term, run it once per term, then once"
               DISPLAY "  per BESBSNAP image with --out=SNAP-... (the"
               DISPLAY "  image set aside under another name first)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> --out= writes a named file (a snapshot image) that no session
      *> holds open, so only the live term file is locked
           IF FUNCTION TRIM(WS-OUT-FILENAME) NOT = SPACES
               MOVE WS-OUT-FILENAME TO WS-SCHED-FILENAME
           ELSE
               PERFORM build-sched-filename
           END-IF.
           IF WS-OLD-FILENAME = WS-SCHED-FILENAME
               DISPLAY "BESBCNVT: " FUNCTION TRIM(WS-OLD-FILENAME)
                   " is the file being written -- set it aside"
                   " under another name first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TRIM(WS-OUT-FILENAME) = SPACES
               PERFORM acquire-lock
               IF WS-LOCK-HELD = 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-WIDEN-FLAG = 1
               PERFORM run-widen
           ELSE
               PERFORM run-convert
           END-IF.
           PERFORM release-lock.
           DISPLAY "BESBCNVT: read " WS-READ-COUNT
               " written " WS-WRITTEN-COUNT
      *> old-file name
           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:93) TO WS-CURRENT-TERM
               WHEN ARGV(1:7) = "--widen"
                   MOVE 1 TO WS-WIDEN-FLAG
               WHEN ARGV(1:6) = "--out="
                   MOVE ARGV(7:60) TO WS-OUT-FILENAME
               WHEN FUNCTION TRIM(WS-OLD-FILENAME) = SPACES
                   MOVE ARGV TO WS-OLD-FILENAME
               WHEN OTHER

      *> section defaults 01 (the only section the old system could
      *> hold), duration the classic 050, instructor TBA, status
      *> active, no cancellation or effective-date history, the whole
      *> term (no part-of-term dates), and instruction mode in person
           convert-one-row.
           ADD 1 TO WS-READ-COUNT
           MOVE OFR-SCHOOL TO NFR-SCHOOL
           MOVE SPACES TO NFR-EFF-DATE
           MOVE SPACES TO NFR-PREV-ROOM
           MOVE 0 TO NFR-PREV-LEN
           MOVE SPACES TO NFR-PT-START
           MOVE SPACES TO NFR-PT-END
           MOVE "P" TO NFR-MODE
           PERFORM VARYING WS-DDX FROM 1 BY 1 UNTIL WS-DDX > 7
               MOVE OFR-DAYS(WS-DDX) TO NFR-DAYS(WS-DDX)
               MOVE SPACES TO NFR-PREV-DAYS(WS-DDX)
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      *> ---------------------------------------------------------------
      *> --widen: every row keeps all it had and gains the appended
      *> fields -- the whole term (no part-of-term dates) and in
      *> person. a file that will not open in the old width is most
      *> likely converted already, and is left alone
      *> ---------------------------------------------------------------
           run-widen.
           OPEN INPUT PRIOR-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "BESBCNVT: old schedule file not found: "
                   WS-OLD-FILENAME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCNVT: " FUNCTION TRIM(WS-OLD-FILENAME)
                   " does not open as the 152-byte row (status "
                   WS-FILE-STATUS ") -- already converted?"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBCNVT: could not create "
                   FUNCTION TRIM(WS-SCHED-FILENAME)
               CLOSE PRIOR-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ PRIOR-FILE NEXT RECORD
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM widen-one-row
               END-READ
           END-PERFORM
           CLOSE NEW-FILE
           CLOSE PRIOR-FILE.

           widen-one-row.
           ADD 1 TO WS-READ-COUNT
           MOVE PRIOR-FILE-RECORD TO NEW-FILE-RECORD
           MOVE SPACES TO NFR-PT-START
           MOVE SPACES TO NFR-PT-END
           MOVE "P" TO NFR-MODE
           WRITE NEW-FILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
                   DISPLAY "BESBCNVT: duplicate key dropped: " NFR-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
