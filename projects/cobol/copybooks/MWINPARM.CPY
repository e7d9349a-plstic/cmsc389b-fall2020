      *> MWINPARM.CPY
      *> parameter block for the BESBMWIN maintenance-window
      *> subprogram -- COPY MWINPARM REPLACING LEADING ==MWINPARM==
      *> BY ==<px>== under a caller's 01, and CALL "BESBMWIN" USING
      *> that block
      *> MAINTWIN.DAT holds the one maintenance window a supervisor
      *> has set with BESBMNTN: status(1:1, O open / C closed)
      *> start(3:12) end(16:12), both YYYYMMDDHHMM, opened-by(29:8)
      *> opened(38:14) message(53:60). No file, a closed window or
      *> one whose end has passed means there is no window
      *> operations (MWINPARM-OP):
      *>   C  where does MWINPARM-OPER stand against the window --
      *>      MAINTWIN.DAT is read afresh on every call, so a session
      *>      sees a window set after it signed on
      *> MWINPARM-STATE comes back N no window, P set but not yet
      *> started, A in force; MWINPARM-MINUTES counts down to the
      *> start (P) or to the end (A). MWINPARM-EXEMPT is 1 for the
      *> supervisor who opened the window. MWINPARM-RC is 0 when
      *> MWINPARM-OPER may carry on, 8 when the window is in force
      *> and shuts that operator out, with MWINPARM-TEXT saying why
           05 MWINPARM-OP         PIC X(1).
           05 MWINPARM-OPER       PIC X(8).
           05 MWINPARM-STATE      PIC X(1).
           05 MWINPARM-EXEMPT     PIC 9(1).
           05 MWINPARM-START      PIC X(12).
           05 MWINPARM-END        PIC X(12).
           05 MWINPARM-OPENER     PIC X(8).
           05 MWINPARM-OPENED     PIC X(14).
           05 MWINPARM-MESSAGE    PIC X(60).
           05 MWINPARM-MINUTES    PIC 9(6).
           05 MWINPARM-RC         PIC 9(2).
           05 MWINPARM-TEXT       PIC X(60).
