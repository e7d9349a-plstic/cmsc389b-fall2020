      *> ENVPARM.CPY
      *> parameter block for the BESBENV environment subprogram --
      *> COPY ENVPARM REPLACING LEADING ==ENVPARM== BY ==<px>==
      *> under a caller's 01, and CALL "BESBENV" USING that block
      *> an environment (PROD, TEST, TRAIN ...) is a directory of its
      *> own holding the whole file set; ENVIRONS.DAT, in the
      *> directory the job starts in, maps each one to it:
      *> environment(1:8) directory(10:60). An environment with no
      *> line there lives where the job starts. Every environment's
      *> directory carries ENVIRON.STAMP, environment(1:8)
      *> stamped(10:8) stamped-by(19:8) cloned-from(28:8), and a
      *> program refuses a directory stamped for another
      *> environment; only PROD may run unstamped
      *> operations (ENVPARM-OP):
      *>   S  select: ENVPARM-ENV, else the BESBENV environment
      *>      variable a parent job passed down, else PROD; change to
      *>      its directory and check its stamp. Refusals are
      *>      displayed under ENVPARM-PROGRAM's name. Programs the
      *>      caller starts inherit the environment
      *>   Q  query: ENVPARM-DIR and ENVPARM-STAMP for ENVPARM-ENV,
      *>      without changing directory
      *>   W  write ENVPARM-DIR's stamp for ENVPARM-ENV, cloned from
      *>      ENVPARM-STAMP, by ENVPARM-PROGRAM
      *> ENVPARM-RC is 0 when done, 8 when refused, with
      *> ENVPARM-TEXT saying why
           05 ENVPARM-OP          PIC X(1).
           05 ENVPARM-ENV         PIC X(8).
           05 ENVPARM-PROGRAM     PIC X(8).
           05 ENVPARM-DIR         PIC X(60).
           05 ENVPARM-STAMP       PIC X(8).
           05 ENVPARM-STAMP-DATE  PIC X(8).
           05 ENVPARM-RC          PIC 9(2).
           05 ENVPARM-TEXT        PIC X(60).
