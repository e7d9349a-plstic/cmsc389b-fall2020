      *>               enforces a retention policy (--keep=N drops
      *>               the oldest segments past N); the live file
      *>               starts over empty
      *>   2026-10-15  audit lines carry their chain sequence number
      *>               and hash (159 bytes); each AUDIT.SEGS line now
      *>               also records where the chain stood before the
      *>               segment (from) and at its rotation (thru, the
      *>               AUDIT.HEAD of the moment), so the chain can be
      *>               verified across rotations and past retention
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- audit lines carry the change's
      *>               reason code and school after the chain trailer
      *>               (169 bytes, AUDCHAIN.CPY) and are read whole
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGS-FILE ASSIGN DYNAMIC WS-SEGS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HEAD-FILE ASSIGN DYNAMIC WS-HEAD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> audit line with its chain trailer -- AUDCHAIN.CPY
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
       FD SEG-FILE.
       01 SEG-FILE-RECORD PIC X(169).
      *> segment index line: segment filename(1:40) dated so the
      *> oldest sorts first; the chain before the segment
      *> from-seq(42:9) from-hash(52:16) and at its rotation
      *> thru-seq(69:9) thru-hash(79:16) -- blank on the lines of
      *> segments rotated before the chain began
       FD SEGS-FILE.
       01 SEGS-FILE-RECORD PIC X(94).
      *> chain head, as BESBACHN keeps it: sequence(1:9) hash(11:16)
       FD HEAD-FILE.
       01 HEAD-FILE-RECORD PIC X(26).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

           01 WS-SEG-COUNT PIC 9(3) VALUE 0.
           01 WS-SEG-TABLE.
               02 WS-SEG-ENTRY OCCURS 60 TIMES.
                   03 WS-SEG-NAME PIC X(40).
                   03 FILLER PIC X(1).
                   03 WS-SEG-FROM-SEQ PIC X(9).
                   03 FILLER PIC X(1).
                   03 WS-SEG-FROM-HASH PIC X(16).
                   03 FILLER PIC X(1).
                   03 WS-SEG-THRU-SEQ PIC X(9).
                   03 FILLER PIC X(1).
                   03 WS-SEG-THRU-HASH PIC X(16).
           01 WS-KEEP-COUNT PIC 9(3) VALUE 12.
           01 WS-DROP-THRU PIC 9(3) VALUE 0.

      *> the chain head at rotation -- AUDIT.HEAD, else the last
      *> chained line moved
           01 WS-THRU-SEQ PIC X(9) VALUE SPACES.
           01 WS-THRU-HASH PIC X(16) VALUE SPACES.

           01 WS-ROT-DATE PIC X(8) VALUE SPACES.
           01 WS-TS PIC X(21).

           01 WS-AUDIT-FILENAME PIC X(20) VALUE "BESBUBO.AUDIT".
           01 WS-SEG-FILENAME PIC X(60) VALUE SPACES.
           01 WS-SEGS-FILENAME PIC X(20) VALUE "AUDIT.SEGS".
           01 WS-HEAD-FILENAME PIC X(20) VALUE "AUDIT.HEAD".
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
           MOVE "BESBAROT" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           MOVE WS-TS(1:8) TO WS-ROT-DATE.
           PERFORM rotate-live-file.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--keep="
                   IF ARGV(8:3) IS NUMERIC
                       MOVE ARGV(8:3) TO WS-KEEP-COUNT
                       MOVE AUDIT-FILE-RECORD TO SEG-FILE-RECORD
                       WRITE SEG-FILE-RECORD
                       ADD 1 TO WS-MOVED-COUNT
                       IF AUDIT-FILE-RECORD(134:9) IS NUMERIC
                           MOVE AUDIT-FILE-RECORD(134:9)
                             TO WS-THRU-SEQ
                           MOVE AUDIT-FILE-RECORD(144:16)
                             TO WS-THRU-HASH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           IF WS-MOVED-COUNT > 0
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT HEAD-FILE
           IF WS-FILE-STATUS = "00"
               READ HEAD-FILE
                   NOT AT END
                       IF HEAD-FILE-RECORD(1:9) IS NUMERIC
                           MOVE HEAD-FILE-RECORD(1:9) TO WS-THRU-SEQ
                           MOVE HEAD-FILE-RECORD(11:16)
                             TO WS-THRU-HASH
                       END-IF
               END-READ
               CLOSE HEAD-FILE
           END-IF.

           load-segment-index.
                               NOT = SPACES
                           ADD 1 TO WS-SEG-COUNT
                           MOVE SEGS-FILE-RECORD
                             TO WS-SEG-ENTRY(WS-SEG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGS-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> a new segment starts from where the one before it left the
      *> chain (the chain's start when there is none); a second
      *> rotation the same day moves the day's thru along
           append-segment-entry.
           IF WS-SEG-COUNT > 0 AND
                   WS-SEG-NAME(WS-SEG-COUNT) = WS-SEG-FILENAME(1:40)
               IF WS-THRU-SEQ IS NUMERIC
                   IF WS-SEG-FROM-SEQ(WS-SEG-COUNT) IS NOT NUMERIC
                       MOVE "000000000"
                         TO WS-SEG-FROM-SEQ(WS-SEG-COUNT)
                       MOVE "0000000000000000"
                         TO WS-SEG-FROM-HASH(WS-SEG-COUNT)
                   END-IF
                   MOVE WS-THRU-SEQ TO WS-SEG-THRU-SEQ(WS-SEG-COUNT)
                   MOVE WS-THRU-HASH TO WS-SEG-THRU-HASH(WS-SEG-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-SEG-COUNT < 60
               ADD 1 TO WS-SEG-COUNT
               MOVE SPACES TO WS-SEG-ENTRY(WS-SEG-COUNT)
               MOVE WS-SEG-FILENAME TO WS-SEG-NAME(WS-SEG-COUNT)
               IF WS-THRU-SEQ IS NUMERIC
                   MOVE "000000000" TO WS-SEG-FROM-SEQ(WS-SEG-COUNT)
                   MOVE "0000000000000000"
                     TO WS-SEG-FROM-HASH(WS-SEG-COUNT)
                   IF WS-SEG-COUNT > 1
                       IF WS-SEG-THRU-SEQ(WS-SEG-COUNT - 1) IS NUMERIC
                           MOVE WS-SEG-THRU-SEQ(WS-SEG-COUNT - 1)
                             TO WS-SEG-FROM-SEQ(WS-SEG-COUNT)
                           MOVE WS-SEG-THRU-HASH(WS-SEG-COUNT - 1)
                             TO WS-SEG-FROM-HASH(WS-SEG-COUNT)
                       END-IF
                   END-IF
                   MOVE WS-THRU-SEQ TO WS-SEG-THRU-SEQ(WS-SEG-COUNT)
                   MOVE WS-THRU-HASH TO WS-SEG-THRU-HASH(WS-SEG-COUNT)
               END-IF
           END-IF.

      *> retention: the index is in rotation order, so dropping from
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-KEEP-COUNT
               MOVE WS-SEG-ENTRY(WS-IDX + WS-DROP-THRU)
                 TO WS-SEG-ENTRY(WS-IDX)
           END-PERFORM
           MOVE WS-KEEP-COUNT TO WS-SEG-COUNT
      *> the rotated-to segment name has to survive for the closing
           OPEN OUTPUT SEGS-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SEG-COUNT
               MOVE WS-SEG-ENTRY(WS-IDX) TO SEGS-FILE-RECORD
               WRITE SEGS-FILE-RECORD
           END-PERFORM
           CLOSE SEGS-FILE.
