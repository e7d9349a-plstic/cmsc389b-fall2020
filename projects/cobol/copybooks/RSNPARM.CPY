      *> RSNPARM.CPY
      *> parameter block for the BESBRSN change-reason subprogram --
      *> COPY RSNPARM REPLACING LEADING ==RSNPARM== BY ==<px>==
      *> under a caller's 01, and CALL "BESBRSN" USING that block
      *> REASONS.DAT is the reason-code master every schedule change
      *> is recorded against: code(1:4) status(6:1, A or blank
      *> active, R retired) description(8:40). When the file is
      *> absent or empty the shop hasn't adopted reason codes and
      *> any code, or none, is taken at face value
      *> operations (RSNPARM-OP):
      *>   V  is RSNPARM-CODE an active code on the master --
      *>      RSNPARM-DESC comes back with its description
      *>   L  reload REASONS.DAT
      *> RSNPARM-RC is 0 when the code will do, 23 when it will not
      *> (the reject code the loaders and the shell report), with
      *> RSNPARM-TEXT saying why; RSNPARM-COUNT is the number of
      *> codes on the master, 0 meaning none are required
           05 RSNPARM-OP          PIC X(1).
           05 RSNPARM-CODE        PIC X(4).
           05 RSNPARM-DESC        PIC X(40).
           05 RSNPARM-COUNT       PIC 9(4).
           05 RSNPARM-RC          PIC 9(2).
           05 RSNPARM-TEXT        PIC X(60).
