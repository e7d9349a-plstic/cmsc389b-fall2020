      *> SCOPPARM.CPY
      *> parameter block for the BESBSCOP operator-scope subprogram --
      *> COPY SCOPPARM REPLACING LEADING ==SCOPPARM== BY ==<px>==
      *> under a caller's 01, and CALL "BESBSCOP" USING that block
      *> OPERSCOP.DAT ties an operator to the schools, and optionally
      *> the campuses, whose classes the operator may change:
      *> operator(1:8) school(10:4, **** any school) campus(15:2,
      *> blank any campus) expires(18:8, blank a standing line,
      *> otherwise a temporary grant good through that date)
      *> granted-by(27:8). Supervisors (level V) are never limited,
      *> and neither is an operator with no standing line on file
      *> operations (SCOPPARM-OP):
      *>   C  may SCOPPARM-OPER change a class of SCOPPARM-SCHOOL in
      *>      SCOPPARM-ROOM on SCOPPARM-DATE -- a refusal is written
      *>      to the audit trail (tag scoperej) with SCOPPARM-SOURCE
      *>      and SCOPPARM-WHAT
      *>   Q  the same question, nothing audited (dry runs, previews)
      *>   W  may SCOPPARM-OPER replace a whole term -- only when no
      *>      school or campus limit applies; refusals audited as C
      *>   L  reload OPERSCOP.DAT and ROOMS.DAT
      *> SCOPPARM-CAMPUS comes back as the room's campus (spaces when
      *> the room is TBA or not on the master, which any campus
      *> limit lets through -- the room check itself is BESBVAL's);
      *> SCOPPARM-RC is 0 in scope, 16 out of scope (the reject code
      *> the loaders and the shell report), with SCOPPARM-TEXT saying
      *> why
           05 SCOPPARM-OP         PIC X(1).
           05 SCOPPARM-OPER       PIC X(8).
           05 SCOPPARM-LEVEL      PIC X(1).
           05 SCOPPARM-SCHOOL     PIC X(4).
           05 SCOPPARM-ROOM       PIC X(8).
           05 SCOPPARM-DATE       PIC X(8).
           05 SCOPPARM-TERM       PIC X(20).
           05 SCOPPARM-SOURCE     PIC X(8).
           05 SCOPPARM-WHAT       PIC X(40).
           05 SCOPPARM-CAMPUS     PIC X(2).
           05 SCOPPARM-RC         PIC 9(2).
           05 SCOPPARM-TEXT       PIC X(60).
