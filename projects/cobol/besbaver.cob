      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBAVER.
      *> modification history
      *>   2026-10-15  audit chain verification -- gathers every
      *>               chained audit line there is (each rotation
      *>               segment in AUDIT.SEGS, the live BESBUBO.AUDIT,
      *>               and for each closed term the slice packed in
      *>               ARCHIVE-term.DAT and any retrieved
      *>               ARCHIVE-term.AUDIT), puts them back in sequence
      *>               order and walks the chain through BESBACHN's
      *>               arithmetic: a missing sequence number is a
      *>               GAP, a line whose hash no longer follows from
      *>               the one before it is ALTERED, one number
      *>               carried by two different lines is DUPSEQ, an
      *>               unnumbered line after the chain began is
      *>               UNCHAIN, a segment the index names but the
      *>               disk lacks is MISSING, and the last line found
      *>               against AUDIT.HEAD catches a cut-off tail
      *>               (HEAD).  Lines older than the oldest segment
      *>               kept are checked among themselves only, what
      *>               joined them having gone with retention.  Any
      *>               finding ends RC 8 -- BESBNITE runs it as the
      *>               AVER step, and the digest makes it HIGH
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  change reasons -- a line's reason code and
      *>               school (161:4, 166:4) go into its digest as
      *>               BESBACHN wrote them, so they cannot be edited
      *>               without breaking the chain
      *>   2026-10-15  TERMS.DAT read at its full 46 bytes (census
      *>               date at 39:8) -- the shorter record split
      *>               each term line in two
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SEGS-FILE ASSIGN DYNAMIC WS-SEGS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HEAD-FILE ASSIGN DYNAMIC WS-HEAD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> an audit line with its chain trailer (AUDCHAIN.CPY), or a
      *> line of an ARCHIVE-term.DAT pack, whose audit section
      *> carries the same lines
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(176).
      *> segment index, as BESBAROT maintains it: filename(1:40)
      *> from-seq(42:9) from-hash(52:16) thru-seq(69:9)
      *> thru-hash(79:16)
       FD SEGS-FILE.
       01 SEGS-FILE-RECORD PIC X(94).
      *> chain head, as BESBACHN keeps it: sequence(1:9) hash(11:16)
       FD HEAD-FILE.
       01 HEAD-FILE-RECORD PIC X(26).
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(5) VALUE 0.
           01 WS-SDX PIC 9(3) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-LINE-NO PIC 9(7) VALUE 0.

      *> every file read, in the order read
           01 WS-SRC-COUNT PIC 9(3) VALUE 0.
           01 WS-SRC-TABLE.
               02 WS-SRC-ENTRY OCCURS 100 TIMES.
                   03 WS-SRC-NAME PIC X(60).
                   03 WS-SRC-LINES PIC 9(7).
                   03 WS-SRC-LEGACY PIC 9(7).
           01 WS-SRC-KIND PIC X(1) VALUE "L".
               88 SRC-IS-PACK VALUE "P".
           01 WS-IN-AUDIT-SECT PIC 9(1) VALUE 0.
           01 WS-CHAINED-SEEN PIC 9(1) VALUE 0.

      *> one entry per chained line found: its number, the digest of
      *> its 132 bytes, the hash it carries, and where it was found
           01 WS-LINK-MAX PIC 9(5) VALUE 60000.
           01 WS-LINK-COUNT PIC 9(5) VALUE 0.
           01 WS-LINK-OVER PIC 9(1) VALUE 0.
           01 WS-LINK-TABLE.
               02 WS-LINK-ENTRY OCCURS 0 TO 60000 TIMES
                   DEPENDING ON WS-LINK-COUNT.
                   03 WS-LK-SEQ PIC 9(9).
                   03 WS-LK-DIGEST PIC X(16).
                   03 WS-LK-HASH PIC X(16).
                   03 WS-LK-SRC PIC 9(3).
                   03 WS-LK-LINE PIC 9(7).

      *> the segment index, and the floor it sets: where the chain
      *> stood before the oldest segment still kept
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
           01 WS-FLOOR-SEQ PIC 9(9) VALUE 0.
           01 WS-FLOOR-HASH PIC X(16) VALUE "0000000000000000".
           01 WS-FLOOR-SET PIC 9(1) VALUE 0.
           01 WS-GENESIS-HASH PIC X(16) VALUE "0000000000000000".

           01 WS-HEAD-SEQ PIC 9(9) VALUE 0.
           01 WS-HEAD-HASH PIC X(16) VALUE SPACES.
           01 WS-HEAD-FOUND PIC 9(1) VALUE 0.

      *> the walk
           01 WS-LAST-SEQ PIC 9(9) VALUE 0.
           01 WS-LAST-HASH PIC X(16) VALUE SPACES.
           01 WS-LAST-DIGEST PIC X(16) VALUE SPACES.
           01 WS-LAST-SRC PIC 9(3) VALUE 0.
           01 WS-HAVE-LAST PIC 9(1) VALUE 0.
           01 WS-CROSSED PIC 9(1) VALUE 0.
           01 WS-GAP-FROM PIC 9(9) VALUE 0.
           01 WS-GAP-THRU PIC 9(9) VALUE 0.

           01 WS-FIND-TYPE PIC X(7) VALUE SPACES.
           01 WS-FIND-FILE PIC X(60) VALUE SPACES.
           01 WS-FIND-LINE PIC 9(7) VALUE 0.
           01 WS-FIND-TEXT PIC X(100) VALUE SPACES.
           01 WS-ERROR-COUNT PIC 9(6) VALUE 0.
           01 WS-VERIFIED-COUNT PIC 9(7) VALUE 0.
           01 WS-COPY-COUNT PIC 9(7) VALUE 0.
           01 WS-RETAINED-COUNT PIC 9(7) VALUE 0.
           01 WS-LEGACY-COUNT PIC 9(7) VALUE 0.

           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
                   03 WS-TERMS-STATUS PIC X(1).
           01 WS-TDX PIC 9(4) VALUE 0.

           01 WS-AUDIT-CHAIN.
               COPY AUDCHAIN
                   REPLACING LEADING ==AUDCHAIN== BY ==ACH==.

           01 WS-AUDIT-FILENAME PIC X(60) VALUE SPACES.
           01 WS-LIVE-FILENAME PIC X(20) VALUE "BESBUBO.AUDIT".
           01 WS-SEGS-FILENAME PIC X(20) VALUE "AUDIT.SEGS".
           01 WS-HEAD-FILENAME PIC X(20) VALUE "AUDIT.HEAD".
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
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
               IF ARGV > LOW-VALUES
                   PERFORM process-argv
               ELSE
                   MOVE "l" TO CMDSTATUS
               END-IF
           END-PERFORM.
           MOVE "S" TO EP-OP.
           MOVE "BESBAVER" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBAVER: audit chain verification".
           PERFORM load-segment-index.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-SEG-COUNT
               MOVE WS-SEG-NAME(WS-SDX) TO WS-AUDIT-FILENAME
               MOVE "L" TO WS-SRC-KIND
               PERFORM gather-one-source
           END-PERFORM.
           MOVE WS-LIVE-FILENAME TO WS-AUDIT-FILENAME.
           MOVE "L" TO WS-SRC-KIND.
           PERFORM gather-one-source.
           PERFORM load-terms-list.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               IF WS-TERMS-STATUS(WS-TDX) = "C"
                   PERFORM gather-term-archive
               END-IF
           END-PERFORM.
           IF WS-LINK-OVER = 1
               DISPLAY "BESBAVER: more than " WS-LINK-MAX
                   " chained lines -- rotate the audit trail and"
                   " verify again"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-LINK-COUNT > 1
               SORT WS-LINK-ENTRY ON ASCENDING KEY WS-LK-SEQ
           END-IF.
           PERFORM walk-chain.
           PERFORM check-chain-head.
           DISPLAY "---".
           DISPLAY "BESBAVER: files read " WS-SRC-COUNT
               " chained lines " WS-LINK-COUNT
               " links verified " WS-VERIFIED-COUNT
               " findings " WS-ERROR-COUNT.
           DISPLAY "copies " WS-COPY-COUNT
               " before the retention floor " WS-RETAINED-COUNT
               " unchained (older) lines " WS-LEGACY-COUNT
               " chain head " WS-HEAD-SEQ.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> nothing to choose -- the whole trail is always verified
           process-argv.
           IF ARGV(1:6) = "--env="
               MOVE ARGV(7:8) TO EP-ENV
           ELSE
               DISPLAY "BESBAVER: invalid arg: " ARGV
               DISPLAY "BESBAVER: usage: besbaver [--env=ENV]"
           END-IF.

      *> ---------------------------------------------------------------
      *> the segment index; the oldest chained line in it sets the
      *> floor the retained chain starts from
      *> ---------------------------------------------------------------
           load-segment-index.
           MOVE 0 TO WS-SEG-COUNT
           OPEN INPUT SEGS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SEGS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SEG-COUNT < 60 AND
                               FUNCTION TRIM(SEGS-FILE-RECORD)
                               NOT = SPACES
                           ADD 1 TO WS-SEG-COUNT
                           MOVE SEGS-FILE-RECORD
                             TO WS-SEG-ENTRY(WS-SEG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGS-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM VARYING WS-SDX FROM 1 BY 1
                   UNTIL WS-SDX > WS-SEG-COUNT OR WS-FLOOR-SET = 1
               IF WS-SEG-FROM-SEQ(WS-SDX) IS NUMERIC
                   MOVE WS-SEG-FROM-SEQ(WS-SDX) TO WS-FLOOR-SEQ
                   MOVE WS-SEG-FROM-HASH(WS-SDX) TO WS-FLOOR-HASH
                   MOVE 1 TO WS-FLOOR-SET
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------------------
      *> gathering -- each chained line's number, digest and hash;
      *> an unnumbered line is from before the chain began, unless
      *> it follows a numbered one in the same file
      *> ---------------------------------------------------------------
           gather-one-source.
           IF WS-SRC-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               IF WS-SRC-KIND = "L" AND
                       WS-AUDIT-FILENAME NOT = WS-LIVE-FILENAME
                   MOVE "MISSING" TO WS-FIND-TYPE
                   MOVE WS-AUDIT-FILENAME TO WS-FIND-FILE
                   MOVE 0 TO WS-FIND-LINE
                   MOVE "segment named in AUDIT.SEGS is not on disk"
                       TO WS-FIND-TEXT
                   PERFORM report-finding
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-COUNT
           MOVE WS-AUDIT-FILENAME TO WS-SRC-NAME(WS-SRC-COUNT)
           MOVE 0 TO WS-SRC-LINES(WS-SRC-COUNT)
           MOVE 0 TO WS-SRC-LEGACY(WS-SRC-COUNT)
           MOVE 0 TO WS-LINE-NO
           MOVE 0 TO WS-IN-AUDIT-SECT
           MOVE 0 TO WS-CHAINED-SEEN
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ AUDIT-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM gather-one-line
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE 0 TO WS-EOF-FLAG.

           gather-one-line.
           IF SRC-IS-PACK
               IF AUDIT-FILE-RECORD(1:6) = "@SECT "
                   IF AUDIT-FILE-RECORD(7:5) = "AUDIT"
                       MOVE 1 TO WS-IN-AUDIT-SECT
                   ELSE
                       MOVE 0 TO WS-IN-AUDIT-SECT
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-AUDIT-SECT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF AUDIT-FILE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SRC-LINES(WS-SRC-COUNT)
           IF AUDIT-FILE-RECORD(134:9) IS NOT NUMERIC
               IF WS-CHAINED-SEEN = 1
                   MOVE "UNCHAIN" TO WS-FIND-TYPE
                   MOVE WS-AUDIT-FILENAME TO WS-FIND-FILE
                   MOVE WS-LINE-NO TO WS-FIND-LINE
                   MOVE "line without a chain number after the chain"
                       & " began -- inserted by hand?" TO WS-FIND-TEXT
                   PERFORM report-finding
               ELSE
                   ADD 1 TO WS-SRC-LEGACY(WS-SRC-COUNT)
                   ADD 1 TO WS-LEGACY-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CHAINED-SEEN
           IF WS-LINK-COUNT >= WS-LINK-MAX
               MOVE 1 TO WS-LINK-OVER
               EXIT PARAGRAPH
           END-IF
           MOVE "D" TO ACH-OP
           MOVE AUDIT-FILE-RECORD(1:132) TO ACH-LINE
           MOVE AUDIT-FILE-RECORD(161:4) TO ACH-REASON
           MOVE AUDIT-FILE-RECORD(166:4) TO ACH-SCHOOL
           CALL "BESBACHN" USING WS-AUDIT-CHAIN
           ADD 1 TO WS-LINK-COUNT
           MOVE AUDIT-FILE-RECORD(134:9) TO WS-LK-SEQ(WS-LINK-COUNT)
           MOVE ACH-DIGEST TO WS-LK-DIGEST(WS-LINK-COUNT)
           MOVE AUDIT-FILE-RECORD(144:16) TO WS-LK-HASH(WS-LINK-COUNT)
           MOVE WS-SRC-COUNT TO WS-LK-SRC(WS-LINK-COUNT)
           MOVE WS-LINE-NO TO WS-LK-LINE(WS-LINK-COUNT).

      *> a closed term's slice as packed, and as retrieved if it is
           gather-term-archive.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "ARCHIVE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           MOVE "P" TO WS-SRC-KIND
           PERFORM gather-one-source
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "ARCHIVE-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".AUDIT" DELIMITED BY SIZE
               INTO WS-AUDIT-FILENAME
           MOVE "A" TO WS-SRC-KIND
           PERFORM gather-one-source.

      *> ---------------------------------------------------------------
      *> the walk, in sequence order.  Below the floor, lines link
      *> only to a neighbour that survived with them; from the floor
      *> up, every number must be there once and follow from the one
      *> before (a retrieved slice repeats its archive's lines, which
      *> is fine as long as they are the same lines)
      *> ---------------------------------------------------------------
           walk-chain.
           MOVE 0 TO WS-HAVE-LAST
           MOVE 0 TO WS-CROSSED
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LINK-COUNT
               IF WS-LK-SEQ(WS-IDX) > WS-FLOOR-SEQ AND WS-CROSSED = 0
                   PERFORM cross-the-floor
               END-IF
               PERFORM walk-one-link
           END-PERFORM.

      *> the floor is where the oldest kept segment says the chain
      *> stood; a line at the floor that survived elsewhere has to
      *> agree with it
           cross-the-floor.
           MOVE 1 TO WS-CROSSED
           IF WS-HAVE-LAST = 1 AND WS-LAST-SEQ = WS-FLOOR-SEQ AND
                   WS-FLOOR-SEQ > 0 AND WS-LAST-HASH NOT = WS-FLOOR-HASH
               MOVE "ALTERED" TO WS-FIND-TYPE
               MOVE WS-SRC-NAME(WS-LAST-SRC) TO WS-FIND-FILE
               MOVE 0 TO WS-FIND-LINE
               MOVE SPACES TO WS-FIND-TEXT
               STRING "chain number " WS-LAST-SEQ " does not carry"
                   " the hash AUDIT.SEGS recorded for it"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-finding
           END-IF
           MOVE WS-FLOOR-SEQ TO WS-LAST-SEQ
           MOVE WS-FLOOR-HASH TO WS-LAST-HASH
           MOVE SPACES TO WS-LAST-DIGEST
           MOVE 1 TO WS-HAVE-LAST.

           walk-one-link.
           IF WS-HAVE-LAST = 1 AND WS-LK-SEQ(WS-IDX) = WS-LAST-SEQ
                   AND WS-LAST-DIGEST NOT = SPACES
               PERFORM judge-repeat
               EXIT PARAGRAPH
           END-IF
           IF WS-HAVE-LAST = 1 AND
                   WS-LK-SEQ(WS-IDX) = WS-LAST-SEQ + 1
               PERFORM judge-link
           ELSE
               IF WS-CROSSED = 0
                   ADD 1 TO WS-RETAINED-COUNT
               ELSE
                   COMPUTE WS-GAP-FROM = WS-LAST-SEQ + 1
                   COMPUTE WS-GAP-THRU = WS-LK-SEQ(WS-IDX) - 1
                   MOVE "GAP" TO WS-FIND-TYPE
                   MOVE WS-SRC-NAME(WS-LK-SRC(WS-IDX)) TO WS-FIND-FILE
                   MOVE WS-LK-LINE(WS-IDX) TO WS-FIND-LINE
                   MOVE SPACES TO WS-FIND-TEXT
                   STRING "chain numbers " WS-GAP-FROM " to "
                       WS-GAP-THRU " are nowhere on file"
                       DELIMITED BY SIZE INTO WS-FIND-TEXT
                   PERFORM report-finding
               END-IF
           END-IF
           MOVE WS-LK-SEQ(WS-IDX) TO WS-LAST-SEQ
           MOVE WS-LK-HASH(WS-IDX) TO WS-LAST-HASH
           MOVE WS-LK-DIGEST(WS-IDX) TO WS-LAST-DIGEST
           MOVE WS-LK-SRC(WS-IDX) TO WS-LAST-SRC
           MOVE 1 TO WS-HAVE-LAST.

           judge-link.
           MOVE "H" TO ACH-OP
           MOVE WS-LAST-HASH TO ACH-PREV-HASH
           MOVE WS-LK-SEQ(WS-IDX) TO ACH-SEQ
           MOVE WS-LK-DIGEST(WS-IDX) TO ACH-DIGEST
           CALL "BESBACHN" USING WS-AUDIT-CHAIN
           IF ACH-HASH = WS-LK-HASH(WS-IDX)
               IF WS-CROSSED = 1
                   ADD 1 TO WS-VERIFIED-COUNT
               ELSE
                   ADD 1 TO WS-RETAINED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "ALTERED" TO WS-FIND-TYPE
           MOVE WS-SRC-NAME(WS-LK-SRC(WS-IDX)) TO WS-FIND-FILE
           MOVE WS-LK-LINE(WS-IDX) TO WS-FIND-LINE
           MOVE SPACES TO WS-FIND-TEXT
           STRING "chain number " WS-LK-SEQ(WS-IDX)
               " does not follow from the line before it --"
               " edited, or its link broken"
               DELIMITED BY SIZE INTO WS-FIND-TEXT
           PERFORM report-finding.

           judge-repeat.
           IF WS-LK-DIGEST(WS-IDX) = WS-LAST-DIGEST AND
                   WS-LK-HASH(WS-IDX) = WS-LAST-HASH
               ADD 1 TO WS-COPY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "DUPSEQ" TO WS-FIND-TYPE
           MOVE WS-SRC-NAME(WS-LK-SRC(WS-IDX)) TO WS-FIND-FILE
           MOVE WS-LK-LINE(WS-IDX) TO WS-FIND-LINE
           MOVE SPACES TO WS-FIND-TEXT
           STRING "chain number " WS-LK-SEQ(WS-IDX)
               " is also on a different line in "
               FUNCTION TRIM(WS-SRC-NAME(WS-LAST-SRC))
               DELIMITED BY SIZE INTO WS-FIND-TEXT
           PERFORM report-finding.

      *> ---------------------------------------------------------------
      *> the head -- lines cut from the end of the trail leave no gap
      *> behind them, but AUDIT.HEAD still names the last one issued
      *> ---------------------------------------------------------------
           check-chain-head.
           OPEN INPUT HEAD-FILE
           IF WS-FILE-STATUS = "00"
               READ HEAD-FILE
                   NOT AT END
                       IF HEAD-FILE-RECORD(1:9) IS NUMERIC
                           MOVE HEAD-FILE-RECORD(1:9) TO WS-HEAD-SEQ
                           MOVE HEAD-FILE-RECORD(11:16)
                             TO WS-HEAD-HASH
                           MOVE 1 TO WS-HEAD-FOUND
                       END-IF
               END-READ
               CLOSE HEAD-FILE
           END-IF
           MOVE "HEAD" TO WS-FIND-TYPE
           MOVE WS-HEAD-FILENAME TO WS-FIND-FILE
           MOVE 0 TO WS-FIND-LINE
           MOVE SPACES TO WS-FIND-TEXT
           IF WS-CROSSED = 0 AND WS-HAVE-LAST = 0
               MOVE WS-FLOOR-SEQ TO WS-LAST-SEQ
               MOVE WS-FLOOR-HASH TO WS-LAST-HASH
           END-IF
           IF WS-HEAD-FOUND = 0
               IF WS-LINK-COUNT > 0
                   MOVE "chain head is missing or unreadable"
                       TO WS-FIND-TEXT
                   PERFORM report-finding
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-HEAD-SEQ > WS-LAST-SEQ
               COMPUTE WS-GAP-FROM = WS-LAST-SEQ + 1
               STRING "chain numbers " WS-GAP-FROM " to "
                   WS-HEAD-SEQ " were issued but are nowhere on file"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-finding
               EXIT PARAGRAPH
           END-IF
           IF WS-HEAD-SEQ < WS-LAST-SEQ
               STRING "head says " WS-HEAD-SEQ " but chain number "
                   WS-LAST-SEQ " is on file"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-finding
               EXIT PARAGRAPH
           END-IF
           IF WS-HEAD-HASH NOT = WS-LAST-HASH
               STRING "head hash differs from chain number "
                   WS-LAST-SEQ "'s"
                   DELIMITED BY SIZE INTO WS-FIND-TEXT
               PERFORM report-finding
           END-IF.

           report-finding.
           ADD 1 TO WS-ERROR-COUNT
           IF WS-FIND-LINE = 0
               DISPLAY " " WS-FIND-TYPE " "
                   FUNCTION TRIM(WS-FIND-FILE) ": "
                   FUNCTION TRIM(WS-FIND-TEXT)
           ELSE
               DISPLAY " " WS-FIND-TYPE " "
                   FUNCTION TRIM(WS-FIND-FILE) " line "
                   WS-FIND-LINE ": " FUNCTION TRIM(WS-FIND-TEXT)
           END-IF.

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
                               FUNCTION TRIM(
                               TERMS-FILE-RECORD(1:20)) NOT = SPACES
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TERMS-FILE-RECORD(1:20) TO
                               WS-TERMS-NAME(WS-TERMS-COUNT)
                           MOVE TERMS-FILE-RECORD(37:1) TO
                               WS-TERMS-STATUS(WS-TERMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.
