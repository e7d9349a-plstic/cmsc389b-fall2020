      *>   L  (re)load the masters and the term's policy file
      *>   M  report the SCHOOLS.DAT entry count (VALPARM-MASTER-COUNT)
      *>   X  parse VALPARM-PARSE-SRC into the field set, no checks
      *>      -- the feed line layout, with an optional part-of-term
      *>      meeting start(81:8) and end(90:8) after the merge
      *>      date; blank means the term's own date on that side;
      *>      the instruction mode (P/S/A/R) at (99:1), which when
      *>      blank is read from the room column -- ONLINE with days
      *>      is S, ONLINE without them A, ARRANGED is R, anything
      *>      else P
      *>   D  translate/validate the day field alone (for \v)
      *>   P  parse and run the full validation; VALPARM-SUCCESS gets
      *>      the reject code (9 = passed) the whole system shares;
      *>      the override form lifts the room ownership rule (reject
      *>      20) and the contract teaching-day span and overnight
      *>      rest (rejects 21 and 22) only when VALPARM-OPER-LEVEL
      *>      is V
      *>   C  scan the schedule table for a room/instructor/section
      *>      collision with the parsed fields, honoring
      *>      VALPARM-EXCLUDE-IDX; hits land in VALPARM-CONFLICT-IDX
      *>      and VALPARM-CONFLICT-DAY (0 = clear); answered from an
      *>      occupancy index (room/day, instructor/day, course) kept
      *>      in step with the table between calls
      *>   W  write that index for the caller's table to
      *>      SCHED-<term>.OCCX -- callers do so after saving the
      *>      schedule file; BESBCHEK verifies and rebuilds it
      *> the masters reload by themselves whenever VALPARM-TERM
      *> changes between calls
           05 VALPARM-OP PIC X(1).
           05 VALPARM-TERM PIC X(20).
           05 VALPARM-PARSE-SRC PIC X(100).
           05 VALPARM-CMD-OVERRIDE PIC 9(1).
           05 VALPARM-SUCCESS PIC 9(2).
           05 VALPARM-SCHOOL PIC A(4).
      *> group, 7 travel gap between buildings/campuses) so callers
      *> can word the refusal for the operator
           05 VALPARM-CONFLICT-TYPE PIC 9(2).
      *> advisory from op P on a row that passed (VALPARM-SUCCESS 9)
      *> -- never a reject: 0 none, 1 the section's weekly minutes
      *> (length times meeting days, VALPARM-WEEKLY-MIN) differ from
      *> the course's CATALOG.DAT contact minutes (VALPARM-CAT-MIN)
           05 VALPARM-WARNING PIC 9(2).
           05 VALPARM-WEEKLY-MIN PIC 9(4).
           05 VALPARM-CAT-MIN PIC 9(4).
      *> second advisory from op P, also never a reject: 1 when the
      *> row names an instructor INSTRQUAL.DAT doesn't qualify for
      *> the course (no qualification file at all means 0)
           05 VALPARM-QUAL-WARNING PIC 9(1).
      *> the part-of-term meeting dates op X/P parsed (spaces when
      *> the section runs the whole term) -- callers copy them into
      *> the row's SCHEDROW-PT-START/-PT-END
           05 VALPARM-PT-START PIC X(8).
           05 VALPARM-PT-END PIC X(8).
      *> the instruction mode op X/P settled on -- callers copy it
      *> into the row's SCHEDROW-MODE; for S and A the room comes back
      *> as ONLINE, for R as ARRANGED, and an A or R section comes back
      *> with no meeting days
           05 VALPARM-MODE PIC X(1).
      *> the calling operator's OPERATORS.DAT level (V supervisor) --
      *> callers with no signed-on operator leave it blank
           05 VALPARM-OPER-LEVEL PIC X(1).
