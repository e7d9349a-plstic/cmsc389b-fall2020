      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRSNR.
      *> modification history
      *>   2026-10-15  change reasons report -- counts the audited
      *>               schedule changes by reason code, school and
      *>               week (the Monday it starts), across the
      *>               BESBAROT rotation segments and the live
      *>               BESBUBO.AUDIT, with a subtotal and the
      *>               REASONS.DAT description per reason
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SEGS-FILE ASSIGN DYNAMIC WS-SEGS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> audit line with its chain trailer (AUDCHAIN.CPY), then the
      *> reason code(161:4) and school(166:4) it was recorded against
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
      *> rotation-segment index, as BESBAROT maintains it: segment
      *> filename(1:40) then the chain positions
       FD SEGS-FILE.
       01 SEGS-FILE-RECORD PIC X(94).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.
           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
           01 WS-NOREASON-COUNT PIC 9(7) VALUE 0.
           01 WS-OVER-COUNT PIC 9(7) VALUE 0.
           01 WS-LINE-MATCHES PIC 9(1) VALUE 0.

      *> the first 132 bytes as write-audit builds them:
      *>   timestamp(1:21) operator(23:8) detail-tag(32:8)
      *>   term(41:20) text(62:71)
           01 WS-AUDIT-LINE PIC X(132).
           01 WS-AUDIT-PARTS REDEFINES WS-AUDIT-LINE.
               02 WS-AUD-DATE PIC X(8).
               02 FILLER PIC X(14).
               02 WS-AUD-OPER PIC X(8).
               02 FILLER PIC X(1).
               02 WS-AUD-DETAIL PIC X(8).
               02 FILLER PIC X(1).
               02 WS-AUD-TERM PIC X(20).
               02 FILLER PIC X(1).
               02 WS-AUD-TEXT PIC X(71).
           01 WS-AUD-REASON PIC X(4) VALUE SPACES.
           01 WS-AUD-SCHOOL PIC X(4) VALUE SPACES.

      *> filters, all optional; spaces means "match anything"
           01 WS-F-FROM PIC X(8) VALUE SPACES.
           01 WS-F-TO PIC X(8) VALUE SPACES.
           01 WS-F-TERM PIC X(20) VALUE SPACES.
           01 WS-F-REASON PIC X(4) VALUE SPACES.
           01 WS-F-SCHOOL PIC X(4) VALUE SPACES.

      *> the week a change falls in, named by its Monday; day 1 of
      *> the integer-date calendar (1601-01-01) was a Monday
           01 WS-DATE-9 PIC 9(8) VALUE 0.
           01 WS-DAYNUM PIC 9(7) VALUE 0.
           01 WS-WEEK-DATE PIC 9(8) VALUE 0.

      *> one row per reason, school and week
           01 WS-TALLY-TABLE.
               02 WS-TALLY-COUNT PIC 9(4) VALUE 0.
               02 WS-TALLY-ENTRY OCCURS 0 TO 3000 TIMES
                   DEPENDING ON WS-TALLY-COUNT.
                   03 WS-TALLY-REASON PIC X(4).
                   03 WS-TALLY-SCHOOL PIC X(4).
                   03 WS-TALLY-WEEK PIC 9(8).
                   03 WS-TALLY-CHANGES PIC 9(7).
           01 WS-TALLY-IDX PIC 9(4) VALUE 0.

      *> reason subtotal while printing
           01 WS-BREAK-REASON PIC X(4) VALUE SPACES.
           01 WS-BREAK-CHANGES PIC 9(7) VALUE 0.

           01 WS-REASON-PARMS.
               COPY RSNPARM
                   REPLACING LEADING ==RSNPARM== BY ==RP==.

           01 WS-AUDIT-FILENAME PIC X(60) VALUE "BESBUBO.AUDIT".
           01 WS-SEGS-FILENAME PIC X(20) VALUE "AUDIT.SEGS".
           01 WS-SEG-COUNT PIC 9(3) VALUE 0.
           01 WS-SEG-TABLE.
               02 WS-SEG-NAME PIC X(40) OCCURS 60 TIMES.
           01 WS-SEG-SDX PIC 9(3) VALUE 0.
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
           MOVE "BESBRSNR" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BESBRSNR: schedule changes by reason, school and"
               " week".
      *> rotation segments first, then the live file
           PERFORM load-segment-index.
           PERFORM VARYING WS-SEG-SDX FROM 1 BY 1
                   UNTIL WS-SEG-SDX > WS-SEG-COUNT
               MOVE WS-SEG-NAME(WS-SEG-SDX) TO WS-AUDIT-FILENAME
               PERFORM read-audit-file
           END-PERFORM.
           MOVE "BESBUBO.AUDIT" TO WS-AUDIT-FILENAME.
           PERFORM read-audit-file.
           IF WS-TALLY-COUNT > 1
               SORT WS-TALLY-ENTRY ON ASCENDING KEY WS-TALLY-REASON
                   WS-TALLY-SCHOOL WS-TALLY-WEEK
           END-IF.
           PERFORM print-report.
           DISPLAY "---".
           DISPLAY "entries read " WS-READ-COUNT
               " changes with a reason " WS-CHANGE-COUNT
               " without " WS-NOREASON-COUNT.
           IF WS-OVER-COUNT > 0
               DISPLAY "BESBRSNR: over table -- " WS-OVER-COUNT
                   " changes not counted"
           END-IF.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--from="
                   MOVE ARGV(8:8) TO WS-F-FROM
               WHEN ARGV(1:5) = "--to="
                   MOVE ARGV(6:8) TO WS-F-TO
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:20) TO WS-F-TERM
               WHEN ARGV(1:9) = "--reason="
                   MOVE ARGV(10:4) TO WS-F-REASON
                   INSPECT WS-F-REASON CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               WHEN ARGV(1:9) = "--school="
                   MOVE ARGV(10:4) TO WS-F-SCHOOL
               WHEN OTHER
                   DISPLAY "BESBRSNR: invalid arg: " ARGV
                   DISPLAY "BESBRSNR: usage: besbrsnr"
                       " [--from=YYYYMMDD] [--to=YYYYMMDD]"
                   DISPLAY "  [--term=X] [--reason=CODE]"
                       " [--school=AAAA]"
           END-EVALUATE.

           read-audit-file.
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ AUDIT-FILE INTO WS-AUDIT-LINE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM count-one-entry
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      *> ---------------------------------------------------------------
      *> a line recorded against a reason code is a change; lines
      *> without one (sign-ons, reports, automated runs and lines
      *> from before reasons were kept) are only counted
      *> ---------------------------------------------------------------
           count-one-entry.
           ADD 1 TO WS-READ-COUNT
           MOVE AUDIT-FILE-RECORD(161:4) TO WS-AUD-REASON
           MOVE AUDIT-FILE-RECORD(166:4) TO WS-AUD-SCHOOL
           PERFORM check-entry-filters
           IF WS-LINE-MATCHES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-REASON = SPACES
               ADD 1 TO WS-NOREASON-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AUD-DATE TO WS-DATE-9
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-DATE-9)
           COMPUTE WS-DAYNUM = WS-DAYNUM
               - FUNCTION MOD(WS-DAYNUM - 1, 7)
           COMPUTE WS-WEEK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM tally-entry.

           check-entry-filters.
           MOVE 1 TO WS-LINE-MATCHES
           IF WS-F-FROM NOT = SPACES AND WS-AUD-DATE < WS-F-FROM
               MOVE 0 TO WS-LINE-MATCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-F-TO NOT = SPACES AND WS-AUD-DATE > WS-F-TO
               MOVE 0 TO WS-LINE-MATCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-F-TERM NOT = SPACES AND
                   FUNCTION TRIM(WS-AUD-TERM) NOT =
                   FUNCTION TRIM(WS-F-TERM)
               MOVE 0 TO WS-LINE-MATCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-F-REASON NOT = SPACES AND
                   WS-AUD-REASON NOT = WS-F-REASON
               MOVE 0 TO WS-LINE-MATCHES
               EXIT PARAGRAPH
           END-IF
           IF WS-F-SCHOOL NOT = SPACES AND
                   WS-AUD-SCHOOL NOT = WS-F-SCHOOL
               MOVE 0 TO WS-LINE-MATCHES
           END-IF.

           tally-entry.
           MOVE 0 TO WS-TALLY-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TALLY-COUNT OR WS-TALLY-IDX > 0
               IF WS-TALLY-REASON(WS-IDX) = WS-AUD-REASON AND
                       WS-TALLY-SCHOOL(WS-IDX) = WS-AUD-SCHOOL AND
                       WS-TALLY-WEEK(WS-IDX) = WS-WEEK-DATE
                   MOVE WS-IDX TO WS-TALLY-IDX
               END-IF
           END-PERFORM
           IF WS-TALLY-IDX = 0
               IF WS-TALLY-COUNT < 3000
                   ADD 1 TO WS-TALLY-COUNT
                   MOVE WS-TALLY-COUNT TO WS-TALLY-IDX
                   MOVE WS-AUD-REASON TO WS-TALLY-REASON(WS-TALLY-IDX)
                   MOVE WS-AUD-SCHOOL TO WS-TALLY-SCHOOL(WS-TALLY-IDX)
                   MOVE WS-WEEK-DATE TO WS-TALLY-WEEK(WS-TALLY-IDX)
                   MOVE 0 TO WS-TALLY-CHANGES(WS-TALLY-IDX)
               ELSE
                   ADD 1 TO WS-OVER-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-TALLY-CHANGES(WS-TALLY-IDX).

      *> ---------------------------------------------------------------
      *> one line per reason, school and week, a subtotal with the
      *> reason's description when the reason changes
      *> ---------------------------------------------------------------
           print-report.
           IF WS-TALLY-COUNT = 0
               DISPLAY "no changes recorded against a reason code"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RSN  SCHL WEEK-OF  CHANGES"
           MOVE SPACES TO WS-BREAK-REASON
           MOVE 0 TO WS-BREAK-CHANGES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TALLY-COUNT
               IF WS-TALLY-REASON(WS-IDX) NOT = WS-BREAK-REASON
                   PERFORM print-reason-total
                   MOVE WS-TALLY-REASON(WS-IDX) TO WS-BREAK-REASON
                   MOVE 0 TO WS-BREAK-CHANGES
               END-IF
               DISPLAY WS-TALLY-REASON(WS-IDX) " "
                   WS-TALLY-SCHOOL(WS-IDX) " "
                   WS-TALLY-WEEK(WS-IDX) " "
                   WS-TALLY-CHANGES(WS-IDX)
               ADD WS-TALLY-CHANGES(WS-IDX) TO WS-BREAK-CHANGES
           END-PERFORM
           PERFORM print-reason-total.

           print-reason-total.
           IF WS-BREAK-REASON = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO RP-OP
           MOVE WS-BREAK-REASON TO RP-CODE
           CALL "BESBRSN" USING WS-REASON-PARMS
           IF RP-DESC = SPACES
               MOVE "(not on REASONS.DAT)" TO RP-DESC
           END-IF
           DISPLAY WS-BREAK-REASON " total          " WS-BREAK-CHANGES
               "  " FUNCTION TRIM(RP-DESC)
           DISPLAY " ".

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
                             TO WS-SEG-NAME(WS-SEG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGS-FILE
           MOVE 0 TO WS-EOF-FLAG.
