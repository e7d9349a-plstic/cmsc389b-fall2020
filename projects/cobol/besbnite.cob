      *>               3am failure resumes at the failing step
      *>               instead of re-processing the night's feeds;
      *>               --force starts the date fresh
      *>   2026-10-15  CATL step (BESBCATL) right after TERM --
      *>               the registrar's catalog extract is applied to
      *>               CATALOG.DAT before any term's feed is
      *>               validated against it
      *>   2026-10-15  CENS step (BESBCENS) for every term whose
      *>               TERMS.DAT census date is the business date,
      *>               whatever its status -- a term is frozen by
      *>               census day, so this runs after the open-term
      *>               loop rather than inside it
      *>   2026-10-15  RASN step (BESBRASN) per term between RTRY and
      *>               CHEK -- sections the feed or the wait-list
      *>               left at room TBA get their rooms before the
      *>               integrity check reads the file
      *>   2026-10-15  CHRG step (BESBCHRG) on the first of each month
      *>               for every term with dates in the month just
      *>               ended -- the room-usage chargeback and its GL
      *>               journal for that month
      *>   2026-10-15  RINT step (BESBRINT) ahead of SNAP -- the
      *>               cross-master integrity check over the masters,
      *>               sidecars and open terms' link files as the
      *>               night leaves them; its RC reaches the digest
      *>   2026-10-15  NOTC step (BESBNOTC) per term after RASN --
      *>               change notices to instructors and schools for
      *>               whatever the night's loads and edits moved
      *>   2026-10-15  SREG step (BESBSREG) per term after NOTC --
      *>               takes the registrar's student registration
      *>               extract and reports students whose sections
      *>               now clash or are too far apart to walk
      *>   2026-10-15  report repository -- each step's report is
      *>               spooled, copied to SYSOUT as before, and filed
      *>               whole as REPO-nnnnnn.RPT with a REPOINDEX.DAT
      *>               catalog line (report id, term, business date,
      *>               run id, pages, RC, expiry from the type's
      *>               RPTRETN.DAT retention); the consolidated
      *>               status is filed too, as report NITE. BESBRPTQ
      *>               lists, reprints and expires the entries
      *>   2026-10-15  timing history -- every step run appends its
      *>               start and end stamps, elapsed seconds, volume
      *>               and RC to TIMEHIST.DAT for the BESBTIME trend
      *>               report and the digest's long-night warning
      *>   2026-10-15  AVER step (BESBAVER) after RINT -- the audit
      *>               trail's hash chain verified end to end every
      *>               night, so the digest sees a broken one
      *>   2026-10-15  DORM step (BESBRCRT --lockout) after AVER --
      *>               operator credentials with no sign-on inside
      *>               the dormancy limit are locked overnight
      *>   2026-10-15  HRFD step (BESBHRFD) right after CATL -- the HR
      *>               personnel extract is applied to
      *>               INSTRUCTORS.DAT before any term's feed is
      *>               validated, and the sections left with a
      *>               separated or on-leave instructor are reported
      *>   2026-10-15  RPTW step (BESBRPTW --nightly) per term after
      *>               AUDR -- every stored report definition marked
      *>               for the nightly chain is run against the term
      *>   2026-10-15  JSON step (BESBJSON) per term after RPTW -- the
      *>               public class-search site's WEBSCHED-term.JSON
      *>               feed is rewritten every night
      *>   2026-10-15  HSKP step (BESBHSKP) after SNAP -- sidecar
      *>               files past their RETAIN.DAT keep period are
      *>               deleted, compressed or trimmed once the
      *>               night's snapshot is taken
      *>   2026-10-15  BKUP step (BESBBKUP) after HSKP -- the night's
      *>               whole-environment backup set is written and
      *>               verified against its manifest
      *>   2026-10-15  --env= names the environment whose files
      *>               are used; a directory stamped for another
      *>               environment is refused (BESBENV)
      *>   2026-10-15  SPAN step (BESBSPAN) per term after CHEK --
      *>               instructors whose sections break the contract
      *>               teaching-day span or overnight rest
      *>   2026-10-15  --rsn=CODE is handed on to the LOAD and RTRY
      *>               steps as the reason code for feed lines that
      *>               carry none of their own
      *>   2026-10-15  LMSF step (BESBLMS) per term after JSON -- the
      *>               learning management system's course-shell
      *>               delta and its acknowledgment are handled
      *>               every night
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN DYNAMIC WS-RUNCTL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SPOOL-FILE ASSIGN DYNAMIC WS-SPOOL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPO-FILE ASSIGN DYNAMIC WS-REPO-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RPTIX-FILE ASSIGN DYNAMIC WS-RPTIX-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RETN-FILE ASSIGN DYNAMIC WS-RETN-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TIME-FILE ASSIGN DYNAMIC WS-TIME-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERMS-FILE.
       01 TERMS-FILE-RECORD PIC X(46).
       FD PROBE-FILE.
       01 PROBE-FILE-RECORD PIC X(80).
      *> run-control stamp: term(1:20) step(22:4) rc(27:3) ts(31:21)
      *> date; rc 0-4 counts as done, 8+ is retried on a rerun
       FD RUNCTL-FILE.
       01 RUNCTL-FILE-RECORD PIC X(52).
      *> one step's report as it ran, and its filed copy
       FD SPOOL-FILE.
       01 SPOOL-FILE-RECORD PIC X(200).
       FD REPO-FILE.
       01 REPO-FILE-RECORD PIC X(200).
       FD RPTIX-FILE.
       01 RPTIX-FILE-RECORD PIC X(102).
      *> retention line: report id(1:4) days kept(6:4)
       FD RETN-FILE.
       01 RETN-FILE-RECORD PIC X(9).
       FD TIME-FILE.
       01 TIME-FILE-RECORD PIC X(98).
       WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(4) VALUE 0.
           01 WS-TDX PIC 9(4) VALUE 0.
           01 WS-SDX PIC 9(2) VALUE 0.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

           01 WS-TERMS-COUNT PIC 9(4) VALUE 0.
                   03 WS-TERMS-START PIC X(8).
                   03 WS-TERMS-END PIC X(8).
                   03 WS-TERMS-STATUS PIC X(1).
                   03 WS-TERMS-CENSUS PIC X(8).

      *> the month the first-of-month chargeback bills, and its span
           01 WS-BILL-MONTH PIC 9(6) VALUE 0.
           01 WS-BILL-FROM PIC X(8) VALUE SPACES.
           01 WS-BILL-TO PIC X(8) VALUE SPACES.
           01 WS-BILL-DAYNUM PIC 9(8) VALUE 0.
           01 WS-BILL-DATE-9 PIC 9(8) VALUE 0.

      *> the step ledger for the consolidated report -- one entry
      *> per term per step actually attempted
                   03 WS-LOG-STEP PIC X(4).
                   03 WS-LOG-RC PIC 9(3).
                   03 WS-LOG-NOTE PIC X(12).
           01 WS-STEP-NAMES PIC X(48) VALUE
               "LOADRECORTRYRASNNOTCSREGCHEKSPANAUDRRPTWJSONLMSF".
           01 WS-STEP-NAME PIC X(4) VALUE SPACES.
      *> whose stamp a step writes -- the term in hand, or *CHAIN*
      *> for the chain-wide steps
           01 WS-SKIPPED-DONE PIC 9(3) VALUE 0.
           01 WS-TS PIC X(21).

      *> the report repository -- every step's output is spooled,
      *> shown on SYSOUT, then filed under the next entry number
           01 WS-RUN-ID PIC X(14) VALUE SPACES.
           01 WS-SPOOL-FILENAME PIC X(20) VALUE "BESBNITE.SPOOL".
           01 WS-REPO-FILENAME PIC X(20) VALUE SPACES.
           01 WS-RPTIX-FILENAME PIC X(20) VALUE "REPOINDEX.DAT".
           01 WS-RETN-FILENAME PIC X(20) VALUE "RPTRETN.DAT".
           01 WS-REPO-ENTRY PIC 9(6) VALUE 0.
           01 WS-REPO-LINES PIC 9(6) VALUE 0.
           01 WS-REPO-PAGES PIC 9(4) VALUE 0.
           01 WS-REPO-ECHO PIC 9(1) VALUE 1.
           01 WS-REPO-OK PIC 9(1) VALUE 0.
           01 WS-REPO-DAYNUM PIC 9(8) VALUE 0.
           01 WS-REPO-EXPIRE-9 PIC 9(8) VALUE 0.
           01 WS-REPO-TYPE PIC X(4) VALUE SPACES.
           01 WS-INDEX-LINE.
               COPY RPTINDEX
                   REPLACING LEADING ==RPTINDEX== BY ==RIX==.
      *> days each report id is kept; an id not listed keeps 90
           01 WS-RETN-COUNT PIC 9(3) VALUE 0.
           01 WS-RETN-TABLE.
               02 WS-RETN-ENTRY OCCURS 50 TIMES.
                   03 WS-RETN-TYPE PIC X(4).
                   03 WS-RETN-DAYS PIC 9(4).
           01 WS-RETN-RDX PIC 9(3) VALUE 0.
           01 WS-RETN-KEEP PIC 9(4) VALUE 0.
           01 WS-STATUS-LINE PIC X(80) VALUE SPACES.
           01 WS-RUN-CMD PIC X(260) VALUE SPACES.

      *> step timing -- stamps either side of the step, seconds
      *> reckoned through the day number so midnight is no problem
           01 WS-TIME-FILENAME PIC X(20) VALUE "TIMEHIST.DAT".
           01 WS-TIME-LINE.
               COPY TIMEHIST
                   REPLACING LEADING ==TIMEHIST== BY ==TMH==.
           01 WS-STEP-START PIC X(14) VALUE SPACES.
           01 WS-STEP-END PIC X(14) VALUE SPACES.
           01 WS-STEP-RECORDS PIC 9(7) VALUE 0.
           01 WS-SECS-TS PIC X(14) VALUE SPACES.
           01 WS-SECS PIC 9(11) VALUE 0.
           01 WS-START-SECS PIC 9(11) VALUE 0.
           01 WS-END-SECS PIC 9(11) VALUE 0.
           01 WS-SECS-HH PIC 9(2) VALUE 0.
           01 WS-SECS-MI PIC 9(2) VALUE 0.
           01 WS-SECS-SS PIC 9(2) VALUE 0.

           01 WS-CMD PIC X(200) VALUE SPACES.
           01 WS-OPER-ID PIC X(8) VALUE "NIGHTOPR".
      *> " --rsn=CODE" for the LOAD and RTRY steps, blank when not given
           01 WS-RSN-ARG PIC X(12) VALUE SPACES.
           01 WS-TERMS-FILENAME PIC X(20) VALUE "TERMS.DAT".
           01 WS-PROBE-FILENAME PIC X(60) VALUE SPACES.
           01 WS-FEED-FILENAME PIC X(60) VALUE SPACES.
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
           MOVE "BESBNITE" TO EP-PROGRAM.
           CALL "BESBENV" USING WS-ENV-PARMS.
           IF EP-RC NOT = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BUS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TS
               MOVE WS-TS(1:8) TO WS-BUS-DATE
           END-IF.
           PERFORM build-runctl-filename.
           MOVE FUNCTION CURRENT-DATE TO WS-TS.
           MOVE WS-TS(1:14) TO WS-RUN-ID.
           PERFORM load-retention.
           PERFORM find-next-repo-entry.
           IF WS-FORCE-FLAG = 1
               PERFORM clear-run-control
           ELSE
           STRING "besbterm --oper=" FUNCTION TRIM(WS-OPER-ID)
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
      *> then the catalog, so the feeds below are checked against
      *> tonight's contact minutes
           MOVE "CATL" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbcatl --oper=" FUNCTION TRIM(WS-OPER-ID)
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
      *> and the HR feed, so tonight's separations and leaves are on
      *> the instructor master before any assignment is checked
           MOVE "HRFD" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbhrfd --oper=" FUNCTION TRIM(WS-OPER-ID)
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
           PERFORM load-terms-list.
           IF WS-TERMS-COUNT = 0
               DISPLAY "BESBNITE: " FUNCTION TRIM(WS-TERMS-FILENAME)
                   PERFORM run-term-chain
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-TDX FROM 1 BY 1
                   UNTIL WS-TDX > WS-TERMS-COUNT
               IF WS-TERMS-CENSUS(WS-TDX) = WS-BUS-DATE
                   PERFORM run-census-step
               END-IF
           END-PERFORM.
           IF WS-BUS-DATE(7:2) = "01"
               PERFORM set-bill-month
               PERFORM VARYING WS-TDX FROM 1 BY 1
                       UNTIL WS-TDX > WS-TERMS-COUNT
                   IF WS-TERMS-START(WS-TDX) <= WS-BILL-TO AND
                           WS-TERMS-END(WS-TDX) >= WS-BILL-FROM
                       PERFORM run-chargeback-step
                   END-IF
               END-PERFORM
           END-IF.
      *> the masters and link files as the night leaves them
           MOVE "RINT" TO WS-STEP-NAME.
           MOVE "besbrint" TO WS-CMD.
           PERFORM run-global-step.
      *> the audit trail's chain, live file, segments and archives
           MOVE "AVER" TO WS-STEP-NAME.
           MOVE "besbaver" TO WS-CMD.
           PERFORM run-global-step.
      *> dormant operator accounts
           MOVE "DORM" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbrcrt --lockout --date=" WS-BUS-DATE
               " --oper=" FUNCTION TRIM(WS-OPER-ID)
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
           MOVE "SNAP" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbsnap --date=" WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
      *> sidecar files past their retention
           MOVE "HSKP" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbhskp --date=" WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
      *> every master and term file, as the night leaves them
           MOVE "BKUP" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbbkup --date=" WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
           MOVE "DGST" TO WS-STEP-NAME.
           MOVE SPACES TO WS-CMD.
           STRING "besbdgst --date=" WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-CMD.
           PERFORM run-global-step.
      *> the consolidated status goes to SYSOUT and, through the
      *> spool, into the repository as the night's own report
           OPEN OUTPUT SPOOL-FILE.
           MOVE " " TO WS-STATUS-LINE.
           PERFORM put-status-line.
           MOVE "BESBNITE: consolidated status" TO WS-STATUS-LINE.
           PERFORM put-status-line.
           MOVE "TERM                 STEP RC  NOTE" TO WS-STATUS-LINE.
           PERFORM put-status-line.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LOG-COUNT
               MOVE SPACES TO WS-STATUS-LINE
               STRING WS-LOG-TERM(WS-IDX) " "
                   WS-LOG-STEP(WS-IDX) " "
                   WS-LOG-RC(WS-IDX) " "
                   WS-LOG-NOTE(WS-IDX)
                   DELIMITED BY SIZE INTO WS-STATUS-LINE
               PERFORM put-status-line
           END-PERFORM.
           MOVE "---" TO WS-STATUS-LINE.
           PERFORM put-status-line.
           MOVE SPACES TO WS-STATUS-LINE.
           STRING "open terms " WS-OPEN-COUNT
               " steps run " WS-LOG-COUNT
               " already done " WS-SKIPPED-DONE
               " worst RC " WS-WORST-RC
               DELIMITED BY SIZE INTO WS-STATUS-LINE.
           PERFORM put-status-line.
           CLOSE SPOOL-FILE.
           MOVE "NITE" TO WS-STEP-NAME.
           MOVE "*CHAIN*" TO WS-STEP-TERM.
           MOVE WS-WORST-RC TO WS-STEP-RC.
           MOVE 0 TO WS-REPO-ECHO.
           PERFORM file-step-report.
           MOVE WS-WORST-RC TO RETURN-CODE.
           STOP RUN.

           process-argv.
           EVALUATE TRUE
               WHEN ARGV(1:6) = "--env="
                   MOVE ARGV(7:8) TO EP-ENV
               WHEN ARGV(1:7) = "--oper="
                   MOVE ARGV(8:8) TO WS-OPER-ID
               WHEN ARGV(1:7) = "--date="
                   MOVE ARGV(8:8) TO WS-BUS-DATE
               WHEN ARGV(1:7) = "--force"
                   MOVE 1 TO WS-FORCE-FLAG
               WHEN ARGV(1:6) = "--rsn="
                   MOVE SPACES TO WS-RSN-ARG
                   STRING " --rsn=" ARGV(7:4)
                       DELIMITED BY SIZE INTO WS-RSN-ARG
               WHEN OTHER
                   DISPLAY "BESBNITE: invalid arg: " ARGV
                   DISPLAY "BESBNITE: usage: besbnite [--oper=ID]"
                       " [--date=YYYYMMDD] [--force] [--rsn=CODE]"
           END-EVALUATE.

      *> ---------------------------------------------------------------
      *> one term's chain -- LOAD and RECO only when the term's feed
      *> exists, RTRY, RASN, NOTC, SREG, CHEK, SPAN, AUDR, RPTW, JSON
      *> and LMSF always; a failed step is logged and the chain keeps
      *> going, both across steps and across terms
      *> ---------------------------------------------------------------
           run-term-chain.
           DISPLAY " ".
           DISPLAY "=== term " WS-TERMS-NAME(WS-TDX) " ===".
           MOVE WS-TERMS-NAME(WS-TDX) TO WS-STEP-TERM
           PERFORM probe-term-feed
           PERFORM VARYING WS-SDX FROM 1 BY 1 UNTIL WS-SDX > 12
               MOVE WS-STEP-NAMES((WS-SDX * 4 - 3):4)
                 TO WS-STEP-NAME
               PERFORM check-step-done
               END-EVALUATE
           END-PERFORM.

      *> census day -- the state count runs under the term's own
      *> stamp, so a rerun of the night doesn't write it twice
           run-census-step.
           MOVE "CENS" TO WS-STEP-NAME
           MOVE WS-TERMS-NAME(WS-TDX) TO WS-STEP-TERM
           PERFORM check-step-done
           IF WS-RC-FOUND > 0
               ADD 1 TO WS-SKIPPED-DONE
               DISPLAY "step " WS-STEP-NAME
                   ": done earlier this business date"
                   " (rc " WS-RC-RC(WS-RC-FOUND) ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "besbcens --term="
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
               " --asof=" WS-BUS-DATE
               DELIMITED BY SIZE INTO WS-CMD
           PERFORM exec-step.

      *> the month that ended yesterday -- the first of the business
      *> month less one day gives its last date
           set-bill-month.
           COMPUTE WS-BILL-DAYNUM = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-BUS-DATE)) - 1
           COMPUTE WS-BILL-DATE-9 =
               FUNCTION DATE-OF-INTEGER(WS-BILL-DAYNUM)
           MOVE WS-BILL-DATE-9 TO WS-BILL-TO
           MOVE WS-BILL-TO TO WS-BILL-FROM
           MOVE "01" TO WS-BILL-FROM(7:2)
           MOVE WS-BILL-TO(1:6) TO WS-BILL-MONTH.

      *> month end -- the chargeback runs under the term's own stamp,
      *> so a rerun of the night doesn't journal the month twice
           run-chargeback-step.
           MOVE "CHRG" TO WS-STEP-NAME
           MOVE WS-TERMS-NAME(WS-TDX) TO WS-STEP-TERM
           PERFORM check-step-done
           IF WS-RC-FOUND > 0
               ADD 1 TO WS-SKIPPED-DONE
               DISPLAY "step " WS-STEP-NAME
                   ": done earlier this business date"
                   " (rc " WS-RC-RC(WS-RC-FOUND) ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD
           STRING "besbchrg --term="
               FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
               " --month=" WS-BILL-MONTH
               DELIMITED BY SIZE INTO WS-CMD
           PERFORM exec-step.

           probe-term-feed.
           MOVE 0 TO WS-FEED-PRESENT
           MOVE SPACES TO WS-FEED-FILENAME
                       " --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       " --oper=" FUNCTION TRIM(WS-OPER-ID)
                       WS-RSN-ARG
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "RECO"
                   STRING "besbreco "
                   STRING "besbrtry --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       " --oper=" FUNCTION TRIM(WS-OPER-ID)
                       WS-RSN-ARG
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "RASN"
                   STRING "besbrasn --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       " --oper=" FUNCTION TRIM(WS-OPER-ID)
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "NOTC"
                   STRING "besbnotc --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       " --date=" WS-BUS-DATE
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "SREG"
                   STRING "besbsreg --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "CHEK"
                   STRING "besbchek --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "SPAN"
                   STRING "besbspan --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "AUDR"
                   STRING "besbaudr --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "RPTW"
                   STRING "besbrptw --nightly --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "JSON"
                   STRING "besbjson --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       DELIMITED BY SIZE INTO WS-CMD
               WHEN "LMSF"
                   STRING "besblms --term="
                       FUNCTION TRIM(WS-TERMS-NAME(WS-TDX))
                       " --date=" WS-BUS-DATE
                       DELIMITED BY SIZE INTO WS-CMD
           END-EVALUATE
           PERFORM exec-step.

           exec-step.
           DISPLAY "step " WS-STEP-NAME ": "
               FUNCTION TRIM(WS-CMD)
      *> the step writes to the spool; its lines reach SYSOUT as the
      *> spool is filed, so the night's report reads as before
           MOVE SPACES TO WS-RUN-CMD
           STRING FUNCTION TRIM(WS-CMD) DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-FILENAME) DELIMITED BY SIZE
               " 2>&1" DELIMITED BY SIZE
               INTO WS-RUN-CMD
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:14) TO WS-STEP-START
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-RUN-CMD
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE FUNCTION CURRENT-DATE TO WS-TS
           MOVE WS-TS(1:14) TO WS-STEP-END
      *> the shell hands back the exit code shifted into the high
      *> byte; bring it down to the 0-16 range the steps use
           IF WS-STEP-RC > 255
               DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 1 TO WS-REPO-ECHO
           PERFORM file-step-report
           PERFORM stamp-run-control
           PERFORM write-step-timing
           PERFORM log-step-result.

      *> ---------------------------------------------------------------
      *> timing history -- one line per step run; the volume is the
      *> feed's line count for LOAD and RECO, the report's otherwise
      *> ---------------------------------------------------------------
           write-step-timing.
           MOVE WS-STEP-START TO WS-SECS-TS
           PERFORM ts-to-seconds
           MOVE WS-SECS TO WS-START-SECS
           MOVE WS-STEP-END TO WS-SECS-TS
           PERFORM ts-to-seconds
           MOVE WS-SECS TO WS-END-SECS
           MOVE WS-REPO-LINES TO WS-STEP-RECORDS
           IF WS-STEP-NAME = "LOAD" OR WS-STEP-NAME = "RECO"
               PERFORM count-feed-lines
           END-IF
           MOVE SPACES TO WS-TIME-LINE
           MOVE WS-BUS-DATE TO TMH-BUS-DATE
           MOVE WS-RUN-ID TO TMH-RUN-ID
           MOVE WS-STEP-TERM TO TMH-TERM
           MOVE WS-STEP-NAME TO TMH-STEP
           MOVE WS-STEP-START TO TMH-START
           MOVE WS-STEP-END TO TMH-END
           IF WS-END-SECS > WS-START-SECS
               COMPUTE TMH-ELAPSED = WS-END-SECS - WS-START-SECS
           ELSE
               MOVE 0 TO TMH-ELAPSED
           END-IF
           MOVE WS-STEP-RECORDS TO TMH-RECORDS
           MOVE WS-STEP-RC TO TMH-RC
           OPEN EXTEND TIME-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT TIME-FILE
           END-IF
           MOVE WS-TIME-LINE TO TIME-FILE-RECORD
           WRITE TIME-FILE-RECORD
           CLOSE TIME-FILE.

           ts-to-seconds.
           MOVE WS-SECS-TS(9:2) TO WS-SECS-HH
           MOVE WS-SECS-TS(11:2) TO WS-SECS-MI
           MOVE WS-SECS-TS(13:2) TO WS-SECS-SS
           COMPUTE WS-SECS = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-SECS-TS(1:8))) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MI * 60 + WS-SECS-SS.

           count-feed-lines.
           MOVE 0 TO WS-STEP-RECORDS
           MOVE WS-FEED-FILENAME TO WS-PROBE-FILENAME
           OPEN INPUT PROBE-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ PROBE-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END ADD 1 TO WS-STEP-RECORDS
               END-READ
           END-PERFORM
           CLOSE PROBE-FILE
           MOVE 0 TO WS-EOF-FLAG.

           put-status-line.
           DISPLAY FUNCTION TRIM(WS-STATUS-LINE TRAILING)
           MOVE WS-STATUS-LINE TO SPOOL-FILE-RECORD
           WRITE SPOOL-FILE-RECORD.

      *> ---------------------------------------------------------------
      *> report repository -- the spool is copied whole to the next
      *> REPO-nnnnnn.RPT (and to SYSOUT when WS-REPO-ECHO is 1), then
      *> catalogued in REPOINDEX.DAT; a filing that cannot be made is
      *> said on SYSOUT and never fails the step
      *> ---------------------------------------------------------------
           file-step-report.
           MOVE 0 TO WS-REPO-LINES
           MOVE 0 TO WS-REPO-OK
           ADD 1 TO WS-REPO-ENTRY
           MOVE SPACES TO WS-REPO-FILENAME
           STRING "REPO-" WS-REPO-ENTRY ".RPT"
               DELIMITED BY SIZE INTO WS-REPO-FILENAME
           OPEN INPUT SPOOL-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BESBNITE: no report spooled for step "
                   WS-STEP-NAME
               SUBTRACT 1 FROM WS-REPO-ENTRY
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPO-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 1 TO WS-REPO-OK
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ SPOOL-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END PERFORM file-one-report-line
               END-READ
           END-PERFORM
           CLOSE SPOOL-FILE
           MOVE 0 TO WS-EOF-FLAG
           DELETE FILE SPOOL-FILE
           IF WS-REPO-OK = 0
               DISPLAY "BESBNITE: could not file the "
                   WS-STEP-NAME " report in the repository"
               SUBTRACT 1 FROM WS-REPO-ENTRY
               EXIT PARAGRAPH
           END-IF
           CLOSE REPO-FILE
           PERFORM write-repo-index.

           file-one-report-line.
           ADD 1 TO WS-REPO-LINES
           IF WS-REPO-ECHO = 1
               DISPLAY FUNCTION TRIM(SPOOL-FILE-RECORD TRAILING)
           END-IF
           IF WS-REPO-OK = 1
               MOVE SPOOL-FILE-RECORD TO REPO-FILE-RECORD
               WRITE REPO-FILE-RECORD
           END-IF.

           write-repo-index.
           COMPUTE WS-REPO-PAGES = (WS-REPO-LINES + 59) / 60
           MOVE WS-STEP-NAME TO WS-REPO-TYPE
           PERFORM find-retention
           COMPUTE WS-REPO-DAYNUM = FUNCTION INTEGER-OF-DATE(FUNCTION
               NUMVAL(WS-BUS-DATE)) + WS-RETN-KEEP
           COMPUTE WS-REPO-EXPIRE-9 =
               FUNCTION DATE-OF-INTEGER(WS-REPO-DAYNUM)
           MOVE SPACES TO WS-INDEX-LINE
           MOVE WS-REPO-ENTRY TO RIX-ENTRY
           MOVE WS-STEP-NAME TO RIX-TYPE
           MOVE WS-STEP-TERM TO RIX-TERM
           MOVE WS-BUS-DATE TO RIX-BUS-DATE
           MOVE WS-RUN-ID TO RIX-RUN-ID
           MOVE WS-REPO-PAGES TO RIX-PAGES
           MOVE WS-REPO-LINES TO RIX-LINES
           MOVE WS-STEP-RC TO RIX-RC
           MOVE WS-REPO-EXPIRE-9 TO RIX-EXPIRES
           MOVE WS-REPO-FILENAME TO RIX-FILE
           OPEN EXTEND RPTIX-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT RPTIX-FILE
           END-IF
           MOVE WS-INDEX-LINE TO RPTIX-FILE-RECORD
           WRITE RPTIX-FILE-RECORD
           CLOSE RPTIX-FILE.

           find-retention.
           MOVE 90 TO WS-RETN-KEEP
           PERFORM VARYING WS-RETN-RDX FROM 1 BY 1
                   UNTIL WS-RETN-RDX > WS-RETN-COUNT
               IF WS-RETN-TYPE(WS-RETN-RDX) = WS-REPO-TYPE
                   MOVE WS-RETN-DAYS(WS-RETN-RDX) TO WS-RETN-KEEP
               END-IF
           END-PERFORM.

           load-retention.
           MOVE 0 TO WS-RETN-COUNT
           OPEN INPUT RETN-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RETN-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RETN-COUNT < 50 AND
                               RETN-FILE-RECORD(6:4) IS NUMERIC
                           ADD 1 TO WS-RETN-COUNT
                           MOVE RETN-FILE-RECORD(1:4)
                             TO WS-RETN-TYPE(WS-RETN-COUNT)
                           MOVE RETN-FILE-RECORD(6:4)
                             TO WS-RETN-DAYS(WS-RETN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETN-FILE
           MOVE 0 TO WS-EOF-FLAG.

      *> entry numbers carry on from the highest in the catalog
           find-next-repo-entry.
           MOVE 0 TO WS-REPO-ENTRY
           OPEN INPUT RPTIX-FILE
           IF WS-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 1
               READ RPTIX-FILE
                   AT END MOVE 1 TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RPTIX-FILE-RECORD TO WS-INDEX-LINE
                       IF RIX-ENTRY IS NUMERIC AND
                               RIX-ENTRY > WS-REPO-ENTRY
                           MOVE RIX-ENTRY TO WS-REPO-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTIX-FILE
           MOVE 0 TO WS-EOF-FLAG.

           log-step-result.
           IF WS-LOG-COUNT < 100
               ADD 1 TO WS-LOG-COUNT
                   WS-TERMS-END(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(37:1) TO
                   WS-TERMS-STATUS(WS-TERMS-COUNT)
               MOVE TERMS-FILE-RECORD(39:8) TO
                   WS-TERMS-CENSUS(WS-TERMS-COUNT)
           END-IF.

      *> ---------------------------------------------------------------
