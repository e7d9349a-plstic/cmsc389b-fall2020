      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBRPTQ.
      *> modification history
      *>   2026-10-15  report repository query and reprint -- lists
      *>               the REPOINDEX.DAT catalog BESBNITE files each
      *>               step's report under (by term, report id and
      *>               business-date range), reprints any one filed
      *>               report from its REPO-nnnnnn.RPT copy, whole or
      *>               only the pages naming one school, without
      *>               rerunning the step; --expire (supervisor) drops
      *>               the entries past their retention date along
      *>               with their report files
      *>   2026-10-15  audit lines are written through BESBACHN,
      *>               which numbers and hash-chains them
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIX-FILE ASSIGN DYNAMIC WS-RPTIX-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPO-FILE ASSIGN DYNAMIC WS-REPO-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPER-FILE ASSIGN DYNAMIC WS-OPER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RPTIX-FILE.
       01 RPTIX-FILE-RECORD PIC X(102).
       FD REPO-FILE.
       01 REPO-FILE-RECORD PIC X(200).
       FD OPER-FILE.
       01 OPER-FILE-RECORD PIC X(29).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

      *> the catalog as read, one line per filed report
           01 WS-INDEX-LINE.
               COPY RPTINDEX
                   REPLACING LEADING ==RPTINDEX== BY ==RIX==.
           01 WS-IX-COUNT PIC 9(4) VALUE 0.
           01 WS-IX-OVER PIC 9(1) VALUE 0.
           01 WS-IX-TABLE.
               02 WS-IX-LINE PIC X(102) OCCURS 2000 TIMES.
           01 WS-IX-FOUND PIC 9(4) VALUE 0.

      *> what was asked for
           01 WS-MODE PIC X(1) VALUE "L".
               88 MODE-LIST VALUE "L".
               88 MODE-REPRINT VALUE "R".
               88 MODE-EXPIRE VALUE "E".
           01 WS-Q-TERM PIC X(20) VALUE SPACES.
           01 WS-Q-TYPE PIC X(4) VALUE SPACES.
           01 WS-Q-FROM PIC X(8) VALUE SPACES.
           01 WS-Q-TO PIC X(8) VALUE SPACES.
           01 WS-Q-ENTRY PIC 9(6) VALUE 0.
           01 WS-Q-SCHOOL PIC X(4) VALUE SPACES.
           01 WS-Q-DATE PIC X(8) VALUE SPACES.
           01 WS-LIST-COUNT PIC 9(4) VALUE 0.
           01 WS-TAKE PIC 9(1) VALUE 0.

      *> the reprint -- one 60-line page held at a time, printed
      *> when it names the school asked for (or always, with none)
           01 WS-PAGE-LINES PIC 9(2) VALUE 60.
           01 WS-PAGE-COUNT PIC 9(2) VALUE 0.
           01 WS-PAGE-TABLE.
               02 WS-PAGE-LINE PIC X(200) OCCURS 60 TIMES.
           01 WS-PAGE-NO PIC 9(4) VALUE 0.
           01 WS-PAGE-HITS PIC 9(4) VALUE 0.
           01 WS-PAGES-SHOWN PIC 9(4) VALUE 0.
           01 WS-PDX PIC 9(2) VALUE 0.
           01 WS-SCHOOL-LEN PIC 9(1) VALUE 0.

      *> expiry
           01 WS-EXPIRED-COUNT PIC 9(4) VALUE 0.
           01 WS-KEPT-COUNT PIC 9(4) VALUE 0.

           01 WS-RPTIX-FILENAME PIC X(20) VALUE "REPOINDEX.DAT".
           01 WS-REPO-FILENAME PIC X(20) VALUE SPACES.
           01 WS-OPER-FILENAME PIC X(20) VALUE "OPERATORS.DAT".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
           01 WS-TS PIC X(21).
           01 WS-AUDIT-TEXT PIC X(71) VALUE SPACES.

      *> operator identity -- expiry deletes filed reports, so it is
      *> a supervisor-only operation; listing and reprint are open
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
           MOVE "BESBRPTQ" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-index.
           EVALUATE TRUE
               WHEN MODE-REPRINT
                   PERFORM run-reprint
               WHEN MODE-EXPIRE
                   PERFORM sign-on-operator
                   IF WS-OPER-OK = 0
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM run-expire
               WHEN OTHER
                   PERFORM run-list
           END-EVALUATE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--term="
                   MOVE ARGV(8:20) TO WS-Q-TERM
               WHEN ARGV(1:7) = "--type="
                   MOVE ARGV(8:4) TO WS-Q-TYPE
               WHEN ARGV(1:7) = "--from="
                   MOVE ARGV(8:8) TO WS-Q-FROM
               WHEN ARGV(1:5) = "--to="
                   MOVE ARGV(6:8) TO WS-Q-TO
               WHEN ARGV(1:10) = "--reprint="
                   MOVE "R" TO WS-MODE
                   IF FUNCTION TRIM(ARGV(11:6)) IS NUMERIC
                       MOVE FUNCTION NUMVAL(ARGV(11:6)) TO WS-Q-ENTRY
                   END-IF
               WHEN ARGV(1:9) = "--school="
                   MOVE ARGV(10:4) TO WS-Q-SCHOOL
               WHEN ARGV(1:8) = "--expire"
                   MOVE "E" TO WS-MODE
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-Q-DATE
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN OTHER
                   DISPLAY "BESBRPTQ: invalid arg: " ARGV
                   DISPLAY "BESBRPTQ: usage: besbrptq [--term=X]"
                       " [--type=STEP] [--from=YYYYMMDD]"
                       " [--to=YYYYMMDD] | --reprint=N"
                       " [--school=XXXX] | --expire"
                       " [--date=YYYYMMDD] --oper=ID"
           END-EVALUATE.

           load-index.
           MOVE 0 TO WS-IX-COUNT
           MOVE 0 TO WS-IX-OVER
           OPEN INPUT RPTIX-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RPTIX-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-IX-COUNT < 2000
                           ADD 1 TO WS-IX-COUNT
                           MOVE RPTIX-FILE-RECORD
                             TO WS-IX-LINE(WS-IX-COUNT)
                       ELSE
                           MOVE 1 TO WS-IX-OVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTIX-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> ---------------------------------------------------------------
      *> the listing -- every catalog line the filters let through,
      *> in filing order
      *> ---------------------------------------------------------------
           run-list.
           DISPLAY "BESBRPTQ: report repository "
               FUNCTION TRIM(WS-RPTIX-FILENAME)
           DISPLAY "ENTRY  ID   TERM                 BUS-DATE RUN-ID"
               "         PAGES LINES  RC  EXPIRES"
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IX-COUNT
               MOVE WS-IX-LINE(WS-IDX) TO WS-INDEX-LINE
               PERFORM check-list-filters
               IF WS-TAKE = 1
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY RIX-ENTRY " " RIX-TYPE " " RIX-TERM " "
                       RIX-BUS-DATE " " RIX-RUN-ID " "
                       RIX-PAGES "  " RIX-LINES " " RIX-RC " "
                       RIX-EXPIRES
               END-IF
           END-PERFORM
           DISPLAY "---"
           DISPLAY "BESBRPTQ: " WS-LIST-COUNT " of " WS-IX-COUNT
               " filed reports listed"
           IF WS-IX-OVER = 1
               DISPLAY "BESBRPTQ: catalog past 2000 lines -- only the"
                   " first 2000 were read"
               MOVE 4 TO RETURN-CODE
           END-IF.

           check-list-filters.
           MOVE 1 TO WS-TAKE
           IF WS-Q-TERM NOT = SPACES AND RIX-TERM NOT = WS-Q-TERM
               MOVE 0 TO WS-TAKE
           END-IF
           IF WS-Q-TYPE NOT = SPACES AND RIX-TYPE NOT = WS-Q-TYPE
               MOVE 0 TO WS-TAKE
           END-IF
           IF WS-Q-FROM NOT = SPACES AND RIX-BUS-DATE < WS-Q-FROM
               MOVE 0 TO WS-TAKE
           END-IF
           IF WS-Q-TO NOT = SPACES AND RIX-BUS-DATE > WS-Q-TO
               MOVE 0 TO WS-TAKE
           END-IF.

      *> ---------------------------------------------------------------
      *> the reprint -- the filed copy page by page under a reprint
      *> heading; with --school= only the pages naming that school
      *> ---------------------------------------------------------------
           run-reprint.
           MOVE 0 TO WS-IX-FOUND
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IX-COUNT
               MOVE WS-IX-LINE(WS-IDX) TO WS-INDEX-LINE
               IF RIX-ENTRY IS NUMERIC AND RIX-ENTRY = WS-Q-ENTRY
                   MOVE WS-IDX TO WS-IX-FOUND
               END-IF
           END-PERFORM
           IF WS-IX-FOUND = 0
               DISPLAY "BESBRPTQ: no entry " WS-Q-ENTRY
                   " in the repository"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IX-LINE(WS-IX-FOUND) TO WS-INDEX-LINE
           MOVE RIX-FILE TO WS-REPO-FILENAME
           OPEN INPUT REPO-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBRPTQ: entry " WS-Q-ENTRY " report file "
                   FUNCTION TRIM(WS-REPO-FILENAME) " is missing"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SCHOOL-LEN
           IF WS-Q-SCHOOL NOT = SPACES
               INSPECT WS-Q-SCHOOL TALLYING WS-SCHOOL-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           MOVE 0 TO WS-PAGE-NO
           MOVE 0 TO WS-PAGE-COUNT
           MOVE 0 TO WS-PAGES-SHOWN
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ REPO-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM take-report-line
               END-READ
           END-PERFORM
           CLOSE REPO-FILE
           MOVE 0 TO WS-EOF-FLAG
           IF WS-PAGE-COUNT > 0
               PERFORM flush-report-page
           END-IF
           DISPLAY "---"
           IF WS-Q-SCHOOL = SPACES
               DISPLAY "BESBRPTQ: entry " RIX-ENTRY " reprinted, "
                   WS-PAGES-SHOWN " pages"
           ELSE
               DISPLAY "BESBRPTQ: entry " RIX-ENTRY " reprinted for "
                   "school " WS-Q-SCHOOL ", " WS-PAGES-SHOWN " of "
                   WS-PAGE-NO " pages"
           END-IF.

           take-report-line.
           ADD 1 TO WS-PAGE-COUNT
           MOVE REPO-FILE-RECORD TO WS-PAGE-LINE(WS-PAGE-COUNT)
           IF WS-PAGE-COUNT >= WS-PAGE-LINES
               PERFORM flush-report-page
           END-IF.

           flush-report-page.
           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-PAGE-HITS
           IF WS-SCHOOL-LEN > 0
               PERFORM VARYING WS-PDX FROM 1 BY 1
                       UNTIL WS-PDX > WS-PAGE-COUNT
                   INSPECT WS-PAGE-LINE(WS-PDX) TALLYING WS-PAGE-HITS
                       FOR ALL WS-Q-SCHOOL(1:WS-SCHOOL-LEN)
               END-PERFORM
           END-IF
           IF WS-SCHOOL-LEN = 0 OR WS-PAGE-HITS > 0
               ADD 1 TO WS-PAGES-SHOWN
               DISPLAY "REPRINT entry " RIX-ENTRY " " RIX-TYPE " "
                   FUNCTION TRIM(RIX-TERM) " business date "
                   RIX-BUS-DATE " run " RIX-RUN-ID
                   " page " WS-PAGE-NO " of " RIX-PAGES
               PERFORM VARYING WS-PDX FROM 1 BY 1
                       UNTIL WS-PDX > WS-PAGE-COUNT
                   DISPLAY FUNCTION TRIM(WS-PAGE-LINE(WS-PDX)
                       TRAILING)
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PAGE-COUNT.

      *> ---------------------------------------------------------------
      *> expiry -- an entry whose retention date is before the given
      *> date (today by default) loses its report file and its line;
      *> the catalog is rewritten with what is kept
      *> ---------------------------------------------------------------
           run-expire.
           IF WS-IX-OVER = 1
               DISPLAY "BESBRPTQ: catalog past 2000 lines -- expiry"
                   " would lose the tail; nothing expired"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-Q-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-Q-DATE
           END-IF
           OPEN OUTPUT RPTIX-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBRPTQ: could not rewrite "
                   FUNCTION TRIM(WS-RPTIX-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IX-COUNT
               MOVE WS-IX-LINE(WS-IDX) TO WS-INDEX-LINE
               IF RIX-EXPIRES < WS-Q-DATE
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE RIX-FILE TO WS-REPO-FILENAME
                   DELETE FILE REPO-FILE
                   DISPLAY "EXPIRED " RIX-ENTRY " " RIX-TYPE " "
                       RIX-TERM " " RIX-BUS-DATE " kept to "
                       RIX-EXPIRES
               ELSE
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE WS-IX-LINE(WS-IDX) TO RPTIX-FILE-RECORD
                   WRITE RPTIX-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE RPTIX-FILE
           DISPLAY "---"
           DISPLAY "BESBRPTQ: as of " WS-Q-DATE " expired "
               WS-EXPIRED-COUNT " kept " WS-KEPT-COUNT
           PERFORM write-audit.

      *> ---------------------------------------------------------------
      *> operator sign-on (supervisor only) and one audit record
      *> ---------------------------------------------------------------
           sign-on-operator.
           MOVE 0 TO WS-OPER-OK
           PERFORM load-oper-list
           IF WS-OPER-COUNT = 0
               MOVE 1 TO WS-OPER-OK
               EXIT PARAGRAPH
           END-IF
           IF WS-OPER-ID = SPACES
               DISPLAY "BESBRPTQ: an operator id is required"
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
               DISPLAY "BESBRPTQ: unknown operator id " WS-OPER-ID
               EXIT PARAGRAPH
           END-IF
           IF NOT OPER-IS-SUPER
               DISPLAY "BESBRPTQ: operator " WS-OPER-ID
                   " is not authorized to expire reports"
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

           write-audit.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "expired " DELIMITED BY SIZE
               WS-EXPIRED-COUNT DELIMITED BY SIZE
               " filed reports as of " DELIMITED BY SIZE
               WS-Q-DATE DELIMITED BY SIZE
               INTO WS-AUDIT-TEXT
           MOVE SPACES TO ACH-LINE
           STRING WS-TS DELIMITED BY SIZE " " DELIMITED BY SIZE
               WS-OPER-ID DELIMITED BY SIZE " " DELIMITED BY SIZE
               "rptexp  " DELIMITED BY SIZE " " DELIMITED BY SIZE
               "*REPO*              " DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUDIT-TEXT DELIMITED BY SIZE
               INTO ACH-LINE
           MOVE "A" TO ACH-OP
           CALL "BESBACHN" USING WS-AUDIT-CHAIN.
