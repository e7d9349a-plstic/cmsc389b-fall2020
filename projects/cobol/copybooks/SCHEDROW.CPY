      *> SCHEDROW-INSTR is the assigned instructor's id from
      *> INSTRUCTORS.DAT; spaces means not yet assigned (TBA), and a
      *> TBA row never takes part in instructor-level conflict checks
      *> SCHEDROW-ROOM of TBA means the section has its days and
      *> time but no room yet; it takes part in no room-level check
      *> until BESBRASN (or an edit) gives it one
      *> SCHEDROW-STATUS: A active, C cancelled (spaces on rows from
      *> before the field reads as active); a cancelled row keeps its
      *> place and key but is skipped by conflict checks, bookings,
      *> the SCHEDROW-PREV-* fields with the switchover date in
      *> SCHEDROW-EFF-DATE (spaces = the current values have always
      *> applied); as-of reporting picks prior or current by that date
      *> SCHEDROW-PT-START / SCHEDROW-PT-END are a part-of-term
      *> section's own first and last meeting dates (YYYYMMDD) inside
      *> the term -- the 8-week first- and second-half sections;
      *> spaces on either side mean the term's own TERMS.DAT date on
      *> that side, so a row with both blank meets the whole term.
      *> Two rows only collide when these ranges overlap
      *> SCHEDROW-MODE is the instruction mode: P (or spaces, on rows
      *> from before the field) in person, S online synchronous, A
      *> online asynchronous, R by arrangement. An S row keeps its
      *> days and time for the instructor and student checks but
      *> holds no room (SCHEDROW-ROOM reads ONLINE); A and R rows have
      *> no meetings at all (ROOM ONLINE or ARRANGED, day slots
      *> blank) -- none of the three is booked, gridded or carded
           05 SCHEDROW-ROOM   PIC X(8).
           05 SCHEDROW-LEN    PIC 9(3).
           05 SCHEDROW-INSTR  PIC X(6).
           05 SCHEDROW-PREV-LEN PIC 9(3).
           05 SCHEDROW-DAYS PIC X(7) OCCURS 7 TIMES.
           05 SCHEDROW-PREV-DAYS PIC X(7) OCCURS 7 TIMES.
           05 SCHEDROW-PT-START PIC X(8).
           05 SCHEDROW-PT-END PIC X(8).
           05 SCHEDROW-MODE PIC X(1).
