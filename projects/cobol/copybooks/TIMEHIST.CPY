      *> TIMEHIST.CPY
      *> batch timing history line -- COPY TIMEHIST REPLACING
      *> LEADING ==TIMEHIST== BY ==<px>== for TIMEHIST.DAT, which
      *> BESBNITE appends one line to for every step it runs, and
      *> BESBTIME (the trend report) and BESBDGST read
      *> TIMEHIST-TERM is the term the step ran for, *CHAIN* for the
      *> chain-wide steps; TIMEHIST-RUN-ID is the driver run's start
      *> stamp, so a rerun of one business date is told apart
      *> TIMEHIST-START and TIMEHIST-END are YYYYMMDDHHMMSS;
      *> TIMEHIST-ELAPSED is the seconds between them
      *> TIMEHIST-RECORDS is the step's volume -- the feed's lines
      *> for LOAD and RECO, the lines of its report for the others
           05 TIMEHIST-BUS-DATE PIC X(8).
           05 FILLER            PIC X(1).
           05 TIMEHIST-RUN-ID   PIC X(14).
           05 FILLER            PIC X(1).
           05 TIMEHIST-TERM     PIC X(20).
           05 FILLER            PIC X(1).
           05 TIMEHIST-STEP     PIC X(4).
           05 FILLER            PIC X(1).
           05 TIMEHIST-START    PIC X(14).
           05 FILLER            PIC X(1).
           05 TIMEHIST-END      PIC X(14).
           05 FILLER            PIC X(1).
           05 TIMEHIST-ELAPSED  PIC 9(6).
           05 FILLER            PIC X(1).
           05 TIMEHIST-RECORDS  PIC 9(7).
           05 FILLER            PIC X(1).
           05 TIMEHIST-RC       PIC 9(3).
