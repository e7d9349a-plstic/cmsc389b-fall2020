      *> RPTINDEX.CPY
      *> report repository catalog line -- COPY RPTINDEX REPLACING
      *> LEADING ==RPTINDEX== BY ==<px>== for REPOINDEX.DAT, the
      *> catalog BESBNITE adds to as it files each step's report and
      *> BESBRPTQ lists, reprints from and expires
      *> RPTINDEX-ENTRY numbers the filing; the report itself is kept
      *> whole in RPTINDEX-FILE (REPO-nnnnnn.RPT, the same number)
      *> RPTINDEX-TYPE is the report id -- the step that wrote it
      *> (LOAD, RECO, CHEK ...) or NITE for the chain's own status
      *> RPTINDEX-TERM is the term the step ran for, *CHAIN* for the
      *> chain-wide steps
      *> RPTINDEX-RUN-ID is the driver run's start stamp, so two runs
      *> of one business date (a 3am rerun) stay apart
      *> RPTINDEX-PAGES counts 60-line pages of RPTINDEX-LINES lines;
      *> RPTINDEX-EXPIRES is the business date plus the type's
      *> retention days from RPTRETN.DAT
           05 RPTINDEX-ENTRY    PIC 9(6).
           05 FILLER            PIC X(1).
           05 RPTINDEX-TYPE     PIC X(4).
           05 FILLER            PIC X(1).
           05 RPTINDEX-TERM     PIC X(20).
           05 FILLER            PIC X(1).
           05 RPTINDEX-BUS-DATE PIC X(8).
           05 FILLER            PIC X(1).
           05 RPTINDEX-RUN-ID   PIC X(14).
           05 FILLER            PIC X(1).
           05 RPTINDEX-PAGES    PIC 9(4).
           05 FILLER            PIC X(1).
           05 RPTINDEX-LINES    PIC 9(6).
           05 FILLER            PIC X(1).
           05 RPTINDEX-RC       PIC 9(3).
           05 FILLER            PIC X(1).
           05 RPTINDEX-EXPIRES  PIC X(8).
           05 FILLER            PIC X(1).
           05 RPTINDEX-FILE     PIC X(20).
