      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBHSKP.
      *> modification history
      *>   2026-10-15  housekeeping under a retention policy -- each
      *>               RETAIN.DAT line gives a file family its keep
      *>               period in days and whether what is past it is
      *>               deleted or compressed: schedule snapshot
      *>               generations (SNAP-term-YYYYMMDD.DAT and their
      *>               SNAP-term.GENS lines), the banked journal
      *>               history (SCHED-term.JRNLHIST) and the load run
      *>               history (LOADHIST.DAT), trimmed line by line,
      *>               the nightly run-control stamps
      *>               (RUNCTL-YYYYMMDD.DAT), the recycle files
      *>               (TRANS-term.DAT.RECYC), the departments'
      *>               disposition files (feed.RESP), the instructor
      *>               calendars (ICAL-instr-term.ICS) and the
      *>               occupancy exports (OCCUPY-term-YYYYMMDD.DAT).
      *>               the snapshot a restore past the keep period
      *>               would start from is always kept, and no
      *>               journal line it still needs is trimmed, so
      *>               BESBREST reaches as far back as it did; a term
      *>               a writer holds is left alone entirely; the
      *>               space reclaimed is reported, and --dry-run
      *>               reports without touching anything
      *>   2026-10-15  BACKUP family -- whole-environment backup sets
      *>               (BACKUP-YYYYMMDD.DAT and its .MANIFEST, from
      *>               BESBBKUP) past the keep period are deleted,
      *>               never compressed, and the newest set is kept
      *>               whatever its age when no later one was taken
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN DYNAMIC WS-POLICY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TERMS-FILE ASSIGN DYNAMIC WS-TERMS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INSTR-FILE ASSIGN DYNAMIC WS-INSTR-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GENS-FILE ASSIGN DYNAMIC WS-GENS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SNAP-FILE ASSIGN DYNAMIC WS-SNAP-FILENAME
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY SNP-KEY
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SRCS-FILE ASSIGN DYNAMIC WS-SRCS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-HK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC WS-WORK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HK-FILE ASSIGN DYNAMIC WS-HK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN DYNAMIC WS-LOCK-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> retention policy line: family(1:8) keep days(10:4)
      *> action(15:1) -- D delete (the default), Z compress; the
      *> snapshot, backup-set and history families are only ever
      *> deleted or trimmed. lines starting * are comments, and a
      *> family with no line is kept for ever
       FD POLICY-FILE.
       01 POLICY-FILE-RECORD PIC X(80).
      *> term master line: name(1:20) start(21:8) end(29:8)
      *> status(37:1)
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD INSTR-FILE.
       01 INSTR-FILE-RECORD PIC X(46).
      *> generation index line, as BESBSNAP writes it:
      *> snapshot date(1:8) rows(10:4)
       FD GENS-FILE.
       01 GENS-FILE-RECORD PIC X(13).
       FD SNAP-FILE.
       01 SNAP-FILE-RECORD.
           COPY SCHEDROW
               REPLACING LEADING ==SCHEDROW== BY ==SNP==.
      *> source list, as BESBMRGE writes it: number(1:1) feed(3:60)
       FD SRCS-FILE.
       01 SRCS-FILE-RECORD PIC X(62).
      *> a history file being trimmed, and the kept lines on their
      *> way back into it
       FD HIST-FILE.
       01 HIST-FILE-RECORD PIC X(200).
       FD WORK-FILE.
       01 WORK-FILE-RECORD PIC X(200).
       FD HK-FILE.
       01 HK-FILE-RECORD PIC X(200).
       FD LOCK-FILE.
       01 LOCK-FILE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-JDX PIC 9(4) VALUE 0.
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-TS PIC X(21).

      *> the policy
           01 WS-POL-COUNT PIC 9(2) VALUE 0.
           01 WS-POL-LIST.
               02 WS-POL-ENTRY OCCURS 20 TIMES.
                   03 WS-POL-FAMILY PIC X(8).
                   03 WS-POL-KEEP PIC 9(4).
                   03 WS-POL-ACTION PIC X(1).
           01 WS-POL-BAD PIC 9(3) VALUE 0.
           01 WS-FAMILY-LIST.
               02 FILLER PIC X(32) VALUE
                   "SNAP    JRNLHISTLOADHISTBACKUP  ".
               02 FILLER PIC X(32) VALUE
                   "RUNCTL  RECYC   RESP    ICAL    ".
               02 FILLER PIC X(8) VALUE
                   "OCCUPY  ".
           01 WS-FAMILY-NAMES REDEFINES WS-FAMILY-LIST PIC X(72).
           01 WS-FAMILY PIC X(8) VALUE SPACES.
           01 WS-POL-FOUND PIC 9(2) VALUE 0.
           01 WS-ACTION PIC X(1) VALUE "D".
           01 WS-KEEP-DAYS PIC 9(4) VALUE 0.

      *> the business date, and the first date still inside the
      *> family's keep period -- anything dated before it is past
      *> retention
           01 WS-RUN-DATE PIC X(8) VALUE SPACES.
           01 WS-RUN-INT PIC 9(7) VALUE 0.
           01 WS-CUTOFF-INT PIC 9(7) VALUE 0.
           01 WS-CUTOFF PIC 9(8) VALUE 0.
           01 WS-CUTOFF-X REDEFINES WS-CUTOFF PIC X(8).
           01 WS-PROBE-DATE PIC 9(8) VALUE 0.
           01 WS-LOOKBACK PIC 9(3) VALUE 400.
           01 WS-DAY-BACK PIC 9(3) VALUE 0.
           01 WS-PROBE-INT PIC 9(7) VALUE 0.
           01 WS-SET-KEPT PIC 9(1) VALUE 0.

           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
           01 WS-TERMS-LIST.
               02 WS-TERMS-ENTRY OCCURS 20 TIMES.
                   03 WS-TERMS-NAME PIC X(20).
           01 WS-ANY-LOCKED PIC 9(1) VALUE 0.
           01 WS-INSTR-COUNT PIC 9(4) VALUE 0.
           01 WS-INSTR-ID PIC X(6) OCCURS 300 TIMES.

      *> a term's snapshot generations; the anchor is the newest one
      *> before the cutoff -- a restore to any point inside the keep
      *> period starts from it or from a later one
           01 WS-GEN-COUNT PIC 9(3) VALUE 0.
           01 WS-GEN-LIST.
               02 WS-GEN-ENTRY OCCURS 400 TIMES.
                   03 WS-GEN-LINE PIC X(13).
                   03 WS-GEN-DROP PIC 9(1).
           01 WS-GEN-DROPPED PIC 9(3) VALUE 0.
           01 WS-ANCHOR-DATE PIC X(8) VALUE SPACES.
           01 WS-OLDEST-GEN PIC X(8) VALUE SPACES.

      *> history trimming -- the column the line's date sits in and
      *> the newest date a trimmed line may carry
           01 WS-TRIM-COL PIC 9(3) VALUE 1.
           01 WS-TRIM-ANCHOR PIC X(8) VALUE SPACES.
           01 WS-TRIM-DROP PIC 9(7) VALUE 0.
           01 WS-LINE-DATE PIC X(8) VALUE SPACES.

      *> the file in hand: its name, its size and modified date from
      *> the run-time library's file check, and what became of it
           01 WS-HK-FILENAME PIC X(66) VALUE SPACES.
           01 WS-WORK-FILENAME PIC X(72) VALUE SPACES.
           01 WS-ZIP-FILENAME PIC X(72) VALUE SPACES.
           01 WS-FILE-INFO.
               05 WS-FI-SIZE PIC 9(18) COMP.
               05 WS-FI-DAY PIC X(1).
               05 WS-FI-MONTH PIC X(1).
               05 WS-FI-YEAR PIC 9(4) COMP.
               05 WS-FI-TIME PIC X(4).
           01 WS-CALL-RC PIC S9(9) VALUE 0.
           01 WS-HK-EXISTS PIC 9(1) VALUE 0.
           01 WS-HK-SIZE PIC 9(15) VALUE 0.
           01 WS-HK-MODDATE PIC 9(8) VALUE 0.
           01 WS-HK-BEFORE PIC 9(15) VALUE 0.
           01 WS-HK-GAIN PIC 9(15) VALUE 0.
           01 WS-RUN-CMD PIC X(100) VALUE SPACES.

           01 WS-DELETED-COUNT PIC 9(5) VALUE 0.
           01 WS-ZIPPED-COUNT PIC 9(5) VALUE 0.
           01 WS-TRIMMED-FILES PIC 9(5) VALUE 0.
           01 WS-TRIMMED-LINES PIC 9(7) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
           01 WS-LOCKED-COUNT PIC 9(3) VALUE 0.
           01 WS-BYTES-TOTAL PIC 9(15) VALUE 0.
           01 WS-BYTES-OUT PIC Z(14)9.
           01 WS-DRY-RUN PIC 9(1) VALUE 0.

           01 WS-POLICY-FILENAME PIC X(20) VALUE "RETAIN.DAT".
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-INSTR-FILENAME PIC X(20) VALUE "INSTRUCTORS.DAT".
           01 WS-LOADHIST-FILENAME PIC X(20) VALUE "LOADHIST.DAT".
           01 WS-GENS-FILENAME PIC X(60) VALUE SPACES.
           01 WS-SNAP-FILENAME PIC X(60) VALUE SPACES.
           01 WS-SRCS-FILENAME PIC X(66) VALUE SPACES.
           01 WS-LOCK-FILENAME PIC X(64) VALUE SPACES.
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
           MOVE "BESBHSKP" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE IS NOT NUMERIC
               DISPLAY "BESBHSKP: --date= must be YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
           PERFORM load-policy.
           IF WS-POL-COUNT = 0
               DISPLAY "BESBHSKP: no retention policy in "
                   FUNCTION TRIM(WS-POLICY-FILENAME)
                   " -- nothing is past retention"
               STOP RUN
           END-IF.
           PERFORM load-terms-list.
           PERFORM load-instr-list.
           IF WS-DRY-RUN = 1
               DISPLAY "BESBHSKP: housekeeping for " WS-RUN-DATE
                   " -- dry run, nothing is touched"
           ELSE
               DISPLAY "BESBHSKP: housekeeping for " WS-RUN-DATE
           END-IF.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               PERFORM housekeep-one-term
           END-PERFORM.
           PERFORM trim-load-history.
           PERFORM sweep-run-control.
           PERFORM sweep-backup-sets.
           MOVE WS-BYTES-TOTAL TO WS-BYTES-OUT.
           DISPLAY "---".
           DISPLAY "BESBHSKP: files deleted " WS-DELETED-COUNT
               "  compressed " WS-ZIPPED-COUNT
               "  history files trimmed " WS-TRIMMED-FILES
               " (" WS-TRIMMED-LINES " lines)".
           DISPLAY "BESBHSKP: bytes reclaimed "
               FUNCTION TRIM(WS-BYTES-OUT)
               "  locked terms left alone " WS-LOCKED-COUNT
               "  failures " WS-FAILED-COUNT.
           IF WS-POL-BAD > 0 OR WS-LOCKED-COUNT > 0 OR
                   WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-RUN-DATE
               WHEN ARGV(1:9) = "--dry-run"
                   MOVE 1 TO WS-DRY-RUN
               WHEN ARGV(1:11) = "--lookback="
                   IF ARGV(12:3) IS NUMERIC
                       MOVE ARGV(12:3) TO WS-LOOKBACK
                   END-IF
               WHEN OTHER
                   DISPLAY "BESBHSKP: invalid arg: " ARGV
                   DISPLAY "BESBHSKP: usage: besbhskp"
                       " [--date=YYYYMMDD] [--dry-run]"
                       " [--lookback=NNN]"
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> the policy -- a line naming no known family, or with a keep
      *> period that is not a number of days, is reported and left
      *> out, and that family is kept
      *> ---------------------------------------------------------------
           load-policy.
           MOVE 0 TO WS-POL-COUNT
           OPEN INPUT POLICY-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ POLICY-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM take-policy-line
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           MOVE 0 TO WS-EOF-FLAG.

           take-policy-line.
           IF POLICY-FILE-RECORD(1:1) = "*" OR
                   POLICY-FILE-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POL-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 9 OR WS-POL-FOUND > 0
               IF WS-FAMILY-NAMES((WS-IDX * 8 - 7):8) =
                       POLICY-FILE-RECORD(1:8)
                   MOVE WS-IDX TO WS-POL-FOUND
               END-IF
           END-PERFORM
           IF WS-POL-FOUND = 0 OR
                   POLICY-FILE-RECORD(10:4) IS NOT NUMERIC OR
                   WS-POL-COUNT >= 20
               DISPLAY " policy line not understood, left out: "
                   FUNCTION TRIM(POLICY-FILE-RECORD)
               ADD 1 TO WS-POL-BAD
               EXIT PARAGRAPH
           END-IF
           IF POLICY-FILE-RECORD(15:1) NOT = "D" AND
                   POLICY-FILE-RECORD(15:1) NOT = "Z" AND
                   POLICY-FILE-RECORD(15:1) NOT = SPACE
               DISPLAY " policy action not D or Z, left out: "
                   FUNCTION TRIM(POLICY-FILE-RECORD)
               ADD 1 TO WS-POL-BAD
               EXIT PARAGRAPH
           END-IF
      *> BESBREST reads snapshots as they stand, BESBBKUP its sets,
      *> and the history files are trimmed, not replaced
           IF POLICY-FILE-RECORD(15:1) = "Z" AND WS-POL-FOUND < 5
               DISPLAY " " POLICY-FILE-RECORD(1:8)
                   " cannot be compressed, only deleted or"
                   " trimmed -- line left out"
               ADD 1 TO WS-POL-BAD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POL-COUNT
           MOVE POLICY-FILE-RECORD(1:8) TO WS-POL-FAMILY(WS-POL-COUNT)
           MOVE POLICY-FILE-RECORD(10:4) TO WS-POL-KEEP(WS-POL-COUNT)
           MOVE "D" TO WS-POL-ACTION(WS-POL-COUNT)
           IF POLICY-FILE-RECORD(15:1) = "Z"
               MOVE "Z" TO WS-POL-ACTION(WS-POL-COUNT)
           END-IF.

      *> WS-FAMILY's policy: WS-POL-FOUND 0 when it has none, else
      *> its action, keep period and cutoff date
           find-policy.
           MOVE 0 TO WS-POL-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-POL-COUNT
               IF WS-POL-FAMILY(WS-IDX) = WS-FAMILY
                   MOVE WS-IDX TO WS-POL-FOUND
               END-IF
           END-PERFORM
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POL-ACTION(WS-POL-FOUND) TO WS-ACTION
           MOVE WS-POL-KEEP(WS-POL-FOUND) TO WS-KEEP-DAYS
           COMPUTE WS-CUTOFF-INT = WS-RUN-INT - WS-KEEP-DAYS
           COMPUTE WS-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).

      *> ---------------------------------------------------------------
      *> one term's files -- none of them while a writer holds the
      *> term
      *> ---------------------------------------------------------------
           housekeep-one-term.
           MOVE SPACES TO WS-LOCK-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT.LOCK" DELIMITED BY SIZE
               INTO WS-LOCK-FILENAME
           OPEN INPUT LOCK-FILE
           IF WS-FILE-STATUS = "00"
               CLOSE LOCK-FILE
               DISPLAY " term " FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                   " is locked by another session -- none of its"
                   " files touched"
               ADD 1 TO WS-LOCKED-COUNT
               MOVE 1 TO WS-ANY-LOCKED
               EXIT PARAGRAPH
           END-IF
           PERFORM sweep-snapshots
           PERFORM trim-journal-history
           PERFORM sweep-recycle
           PERFORM sweep-responses
           PERFORM sweep-calendars
           PERFORM sweep-occupancy.

      *> every generation before the cutoff goes except the anchor;
      *> the GENS index keeps the lines of what is left
           sweep-snapshots.
           MOVE SPACES TO WS-OLDEST-GEN
           MOVE SPACES TO WS-ANCHOR-DATE
           MOVE 0 TO WS-GEN-DROPPED
           PERFORM load-generations
           IF WS-GEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "SNAP" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND > 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-GEN-COUNT
                   IF WS-GEN-LINE(WS-IDX)(1:8) < WS-CUTOFF-X AND
                           WS-GEN-LINE(WS-IDX)(1:8) > WS-ANCHOR-DATE
                       MOVE WS-GEN-LINE(WS-IDX)(1:8) TO WS-ANCHOR-DATE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-GEN-COUNT
                   IF WS-GEN-LINE(WS-IDX)(1:8) < WS-CUTOFF-X AND
                           WS-GEN-LINE(WS-IDX)(1:8) NOT = WS-ANCHOR-DATE
                       PERFORM drop-one-generation
                   END-IF
               END-PERFORM
               IF WS-GEN-DROPPED > 0 AND WS-DRY-RUN = 0
                   PERFORM rewrite-generations
               END-IF
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GEN-COUNT
               IF WS-GEN-DROP(WS-IDX) = 0 AND
                       (WS-OLDEST-GEN = SPACES OR
                       WS-GEN-LINE(WS-IDX)(1:8) < WS-OLDEST-GEN)
                   MOVE WS-GEN-LINE(WS-IDX)(1:8) TO WS-OLDEST-GEN
               END-IF
           END-PERFORM.

           load-generations.
           MOVE 0 TO WS-GEN-COUNT
           MOVE SPACES TO WS-GENS-FILENAME
           STRING "SNAP-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".GENS" DELIMITED BY SIZE
               INTO WS-GENS-FILENAME
           OPEN INPUT GENS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ GENS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-GEN-COUNT < 400 AND
                               GENS-FILE-RECORD(1:8) IS NUMERIC
                           ADD 1 TO WS-GEN-COUNT
                           MOVE GENS-FILE-RECORD
                             TO WS-GEN-LINE(WS-GEN-COUNT)
                           MOVE 0 TO WS-GEN-DROP(WS-GEN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GENS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           drop-one-generation.
           MOVE SPACES TO WS-SNAP-FILENAME
           STRING "SNAP-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-GEN-LINE(WS-IDX)(1:8) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-SNAP-FILENAME
           MOVE WS-SNAP-FILENAME TO WS-HK-FILENAME
           PERFORM get-file-info
           MOVE 1 TO WS-GEN-DROP(WS-IDX)
           ADD 1 TO WS-GEN-DROPPED
           IF WS-HK-EXISTS = 0
               DISPLAY " dropped generation " WS-GEN-LINE(WS-IDX)(1:8)
                   " of " FUNCTION TRIM(WS-GENS-FILENAME)
                   " (its file was already gone)"
               EXIT PARAGRAPH
           END-IF
           IF WS-DRY-RUN = 1
               DISPLAY " would delete "
                   FUNCTION TRIM(WS-SNAP-FILENAME)
                   " (" WS-HK-SIZE " bytes)"
               EXIT PARAGRAPH
           END-IF
           DELETE FILE SNAP-FILE
           PERFORM check-file-gone
           IF WS-HK-EXISTS = 1
               DISPLAY " could not delete "
                   FUNCTION TRIM(WS-SNAP-FILENAME)
               ADD 1 TO WS-FAILED-COUNT
               MOVE 0 TO WS-GEN-DROP(WS-IDX)
               SUBTRACT 1 FROM WS-GEN-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DELETED-COUNT
           ADD WS-HK-SIZE TO WS-BYTES-TOTAL
           DISPLAY " deleted " FUNCTION TRIM(WS-SNAP-FILENAME)
               " (" WS-HK-SIZE " bytes; anchor generation "
               WS-ANCHOR-DATE " kept)".

           rewrite-generations.
           OPEN OUTPUT GENS-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GEN-COUNT
               IF WS-GEN-DROP(WS-IDX) = 0
                   MOVE WS-GEN-LINE(WS-IDX) TO GENS-FILE-RECORD
                   WRITE GENS-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE GENS-FILE.

      *> a restore replays only the journal lines after its snapshot
      *> date, so a line on or before the oldest generation left is
      *> one no restore can reach; past the cutoff as well, it goes.
      *> with no generation at all the cutoff alone decides
           trim-journal-history.
           MOVE "JRNLHIST" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HK-FILENAME
           STRING "SCHED-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".JRNLHIST" DELIMITED BY SIZE
               INTO WS-HK-FILENAME
           MOVE 112 TO WS-TRIM-COL
           IF WS-OLDEST-GEN = SPACES
               MOVE "99999999" TO WS-TRIM-ANCHOR
           ELSE
               MOVE WS-OLDEST-GEN TO WS-TRIM-ANCHOR
           END-IF
           PERFORM trim-history-file.

      *> LOADHIST.DAT is shared by every term's loader, so it waits
      *> for a night no term is held
           trim-load-history.
           MOVE "LOADHIST" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ANY-LOCKED = 1
               DISPLAY " " FUNCTION TRIM(WS-LOADHIST-FILENAME)
                   " not trimmed -- a term is locked and its loader"
                   " may be writing to it"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOADHIST-FILENAME TO WS-HK-FILENAME
           MOVE 1 TO WS-TRIM-COL
           MOVE "99999999" TO WS-TRIM-ANCHOR
           PERFORM trim-history-file.

      *> lines dated before the cutoff (and not after the anchor)
      *> are dropped: counted first, then the kept lines copied out
      *> and back
           trim-history-file.
           MOVE 0 TO WS-TRIM-DROP
           OPEN INPUT HIST-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ HIST-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM test-history-line
                       IF WS-LINE-DATE NOT = SPACES
                           ADD 1 TO WS-TRIM-DROP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           MOVE 0 TO WS-EOF-FLAG
           IF WS-TRIM-DROP = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DRY-RUN = 1
               DISPLAY " would trim " WS-TRIM-DROP " lines from "
                   FUNCTION TRIM(WS-HK-FILENAME)
               EXIT PARAGRAPH
           END-IF
           PERFORM get-file-info
           MOVE WS-HK-SIZE TO WS-HK-BEFORE
           MOVE SPACES TO WS-WORK-FILENAME
           STRING FUNCTION TRIM(WS-HK-FILENAME) DELIMITED BY SPACE
               ".HSKP" DELIMITED BY SIZE
               INTO WS-WORK-FILENAME
           OPEN INPUT HIST-FILE
           OPEN OUTPUT WORK-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ HIST-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM test-history-line
                       IF WS-LINE-DATE = SPACES
                           MOVE HIST-FILE-RECORD TO WORK-FILE-RECORD
                           WRITE WORK-FILE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
           CLOSE WORK-FILE
           OPEN INPUT WORK-FILE
           OPEN OUTPUT HIST-FILE
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ WORK-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WORK-FILE-RECORD TO HIST-FILE-RECORD
                       WRITE HIST-FILE-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE HIST-FILE
           MOVE 0 TO WS-EOF-FLAG
           DELETE FILE WORK-FILE
           PERFORM get-file-info
           MOVE 0 TO WS-HK-GAIN
           IF WS-HK-BEFORE > WS-HK-SIZE
               COMPUTE WS-HK-GAIN = WS-HK-BEFORE - WS-HK-SIZE
           END-IF
           ADD WS-HK-GAIN TO WS-BYTES-TOTAL
           ADD 1 TO WS-TRIMMED-FILES
           ADD WS-TRIM-DROP TO WS-TRIMMED-LINES
           DISPLAY " trimmed " WS-TRIM-DROP " lines from "
               FUNCTION TRIM(WS-HK-FILENAME)
               " (" WS-HK-GAIN " bytes)".

      *> WS-LINE-DATE comes back as the line's date when the line is
      *> to go, spaces when it stays
           test-history-line.
           MOVE HIST-FILE-RECORD(WS-TRIM-COL:8) TO WS-LINE-DATE
           IF WS-LINE-DATE IS NOT NUMERIC
               MOVE SPACES TO WS-LINE-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-DATE NOT < WS-CUTOFF-X OR
                   WS-LINE-DATE > WS-TRIM-ANCHOR
               MOVE SPACES TO WS-LINE-DATE
           END-IF.

      *> ---------------------------------------------------------------
      *> whole-file families -- a recycle file, a disposition file or
      *> a calendar goes by the date it was last written; the
      *> run-control stamps and occupancy exports carry their date in
      *> the name, and the days before the cutoff are probed back
      *> --lookback= days
      *> ---------------------------------------------------------------
           sweep-recycle.
           MOVE "RECYC" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HK-FILENAME
           STRING "TRANS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT.RECYC" DELIMITED BY SIZE
               INTO WS-HK-FILENAME
           PERFORM dispose-if-aged.

           sweep-responses.
           MOVE "RESP" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SRCS-FILENAME
           STRING "TRANS-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX)) DELIMITED BY SPACE
               ".DAT.SRCS" DELIMITED BY SIZE
               INTO WS-SRCS-FILENAME
           OPEN INPUT SRCS-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SRCS-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF SRCS-FILE-RECORD(3:60) NOT = SPACES
                           MOVE SPACES TO WS-HK-FILENAME
                           STRING FUNCTION TRIM(SRCS-FILE-RECORD(3:60))
                                   DELIMITED BY SPACE
                               ".RESP" DELIMITED BY SIZE
                               INTO WS-HK-FILENAME
                           PERFORM dispose-if-aged
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SRCS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           sweep-calendars.
           MOVE "ICAL" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-INSTR-COUNT
               MOVE SPACES TO WS-HK-FILENAME
               STRING "ICAL-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INSTR-ID(WS-JDX)) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SPACE
                   ".ICS" DELIMITED BY SIZE
                   INTO WS-HK-FILENAME
               PERFORM dispose-if-aged
           END-PERFORM.

           sweep-occupancy.
           MOVE "OCCUPY" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DAY-BACK FROM 1 BY 1
                   UNTIL WS-DAY-BACK > WS-LOOKBACK
               COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CUTOFF-INT - WS-DAY-BACK)
               MOVE SPACES TO WS-HK-FILENAME
               STRING "OCCUPY-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-PROBE-DATE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-HK-FILENAME
               PERFORM get-file-info
               IF WS-HK-EXISTS = 1
                   PERFORM dispose-file
               END-IF
           END-PERFORM.

      *> the stamps belong to the chain, not to a term
           sweep-run-control.
           MOVE "RUNCTL" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DAY-BACK FROM 1 BY 1
                   UNTIL WS-DAY-BACK > WS-LOOKBACK
               COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CUTOFF-INT - WS-DAY-BACK)
               MOVE SPACES TO WS-HK-FILENAME
               STRING "RUNCTL-" WS-PROBE-DATE ".DAT"
                   DELIMITED BY SIZE
                   INTO WS-HK-FILENAME
               PERFORM get-file-info
               IF WS-HK-EXISTS = 1
                   PERFORM dispose-file
               END-IF
           END-PERFORM.

      *> a backup set goes with its manifest; the newest set before
      *> the cutoff stays when none has been taken since, so there
      *> is always one to restore from
           sweep-backup-sets.
           MOVE "BACKUP" TO WS-FAMILY
           PERFORM find-policy
           IF WS-POL-FOUND = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SET-KEPT
           PERFORM VARYING WS-PROBE-INT FROM WS-CUTOFF-INT BY 1
                   UNTIL WS-PROBE-INT > WS-RUN-INT OR WS-SET-KEPT = 1
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               PERFORM build-backup-name
               PERFORM get-file-info
               IF WS-HK-EXISTS = 1
                   MOVE 1 TO WS-SET-KEPT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DAY-BACK FROM 1 BY 1
                   UNTIL WS-DAY-BACK > WS-LOOKBACK
               COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CUTOFF-INT - WS-DAY-BACK)
               PERFORM build-backup-name
               PERFORM get-file-info
               IF WS-HK-EXISTS = 1
                   PERFORM dispose-backup-set
               END-IF
           END-PERFORM.

           dispose-backup-set.
           IF WS-SET-KEPT = 0
               MOVE 1 TO WS-SET-KEPT
               DISPLAY " kept " FUNCTION TRIM(WS-HK-FILENAME)
                   " -- the newest backup set there is"
               EXIT PARAGRAPH
           END-IF
           PERFORM dispose-file
           MOVE SPACES TO WS-HK-FILENAME
           STRING "BACKUP-" WS-PROBE-DATE ".MANIFEST"
               DELIMITED BY SIZE
               INTO WS-HK-FILENAME
           PERFORM get-file-info
           IF WS-HK-EXISTS = 1
               PERFORM dispose-file
           END-IF.

           build-backup-name.
           MOVE SPACES TO WS-HK-FILENAME
           STRING "BACKUP-" WS-PROBE-DATE ".DAT"
               DELIMITED BY SIZE
               INTO WS-HK-FILENAME.

           dispose-if-aged.
           PERFORM get-file-info
           IF WS-HK-EXISTS = 1 AND WS-HK-MODDATE < WS-CUTOFF
               PERFORM dispose-file
           END-IF.

      *> delete, or compress in place (name.gz), the file in
      *> WS-HK-FILENAME whose size get-file-info has just taken
           dispose-file.
           IF WS-DRY-RUN = 1
               IF WS-ACTION = "Z"
                   DISPLAY " would compress "
                       FUNCTION TRIM(WS-HK-FILENAME)
                       " (" WS-HK-SIZE " bytes)"
               ELSE
                   DISPLAY " would delete "
                       FUNCTION TRIM(WS-HK-FILENAME)
                       " (" WS-HK-SIZE " bytes)"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = "Z"
               PERFORM compress-file
               EXIT PARAGRAPH
           END-IF
           DELETE FILE HK-FILE
           PERFORM check-file-gone
           IF WS-HK-EXISTS = 1
               DISPLAY " could not delete "
                   FUNCTION TRIM(WS-HK-FILENAME)
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DELETED-COUNT
           ADD WS-HK-SIZE TO WS-BYTES-TOTAL
           DISPLAY " deleted " FUNCTION TRIM(WS-HK-FILENAME)
               " (" WS-HK-SIZE " bytes)".

           compress-file.
           MOVE WS-HK-SIZE TO WS-HK-BEFORE
           MOVE SPACES TO WS-RUN-CMD
           STRING "gzip -f " DELIMITED BY SIZE
               FUNCTION TRIM(WS-HK-FILENAME) DELIMITED BY SPACE
               INTO WS-RUN-CMD
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-RUN-CMD
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-CALL-RC NOT = 0
               DISPLAY " could not compress "
                   FUNCTION TRIM(WS-HK-FILENAME)
                   " (rc " WS-CALL-RC ")"
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ZIP-FILENAME
           STRING FUNCTION TRIM(WS-HK-FILENAME) DELIMITED BY SPACE
               ".gz" DELIMITED BY SIZE
               INTO WS-ZIP-FILENAME
           MOVE WS-ZIP-FILENAME TO WS-HK-FILENAME
           PERFORM get-file-info
           MOVE 0 TO WS-HK-GAIN
           IF WS-HK-BEFORE > WS-HK-SIZE
               COMPUTE WS-HK-GAIN = WS-HK-BEFORE - WS-HK-SIZE
           END-IF
           ADD 1 TO WS-ZIPPED-COUNT
           ADD WS-HK-GAIN TO WS-BYTES-TOTAL
           DISPLAY " compressed " FUNCTION TRIM(WS-ZIP-FILENAME)
               " (" WS-HK-GAIN " bytes)".

      *> the delete's own status is not to be trusted once an
      *> earlier open of the same name failed, so whether the file
      *> went is asked of the run-time library instead; WS-HK-SIZE
      *> is left as it was before the delete
           check-file-gone.
           MOVE 0 TO WS-HK-EXISTS
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HK-FILENAME
               WS-FILE-INFO
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-CALL-RC = 0
               MOVE 1 TO WS-HK-EXISTS
           END-IF.

      *> size and last-written date of WS-HK-FILENAME from the
      *> run-time library; WS-HK-EXISTS 0 when there is no such file
           get-file-info.
           MOVE 0 TO WS-HK-EXISTS
           MOVE 0 TO WS-HK-SIZE
           MOVE 0 TO WS-HK-MODDATE
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-HK-FILENAME
               WS-FILE-INFO
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-CALL-RC NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-HK-EXISTS
           MOVE WS-FI-SIZE TO WS-HK-SIZE
           COMPUTE WS-HK-MODDATE = WS-FI-YEAR * 10000
               + (FUNCTION ORD(WS-FI-MONTH) - 1) * 100
               + FUNCTION ORD(WS-FI-DAY) - 1.

      *> ---------------------------------------------------------------
      *> masters
      *> ---------------------------------------------------------------
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
                               TERMS-FILE-RECORD(1:20) NOT = SPACES
                           ADD 1 TO WS-TERMS-COUNT
                           MOVE TERMS-FILE-RECORD(1:20)
                             TO WS-TERMS-NAME(WS-TERMS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE
           MOVE 0 TO WS-EOF-FLAG.

           load-instr-list.
           MOVE 0 TO WS-INSTR-COUNT
           OPEN INPUT INSTR-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ INSTR-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-INSTR-COUNT < 300 AND
                               INSTR-FILE-RECORD(1:6) NOT = SPACES
                           ADD 1 TO WS-INSTR-COUNT
                           MOVE INSTR-FILE-RECORD(1:6)
                             TO WS-INSTR-ID(WS-INSTR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INSTR-FILE
           MOVE 0 TO WS-EOF-FLAG.
