      *> AUDCHAIN.CPY
      *> parameter block for the BESBACHN audit-chain subprogram --
      *> COPY AUDCHAIN REPLACING LEADING ==AUDCHAIN== BY ==<px>==
      *> under a caller's 01, and CALL "BESBACHN" USING that block
      *> every BESBUBO.AUDIT line is the 132 bytes the writers build
      *> (ts 1:21, operator 23:8, tag 32:8, term 41:20, text 62:71)
      *> followed by its place in the chain: sequence number 134:9
      *> and chain hash 144:16, then the change's reason code 161:4
      *> and the school it touched 166:4, 169 bytes in all; the hash
      *> covers the previous line's hash, the sequence number and the
      *> line (with its reason and school when either is given), so
      *> an edited, dropped or inserted line breaks every link after
      *> it. AUDIT.HEAD holds the last sequence number and hash
      *> issued, which a truncated tail no longer matches
      *> operations (AUDCHAIN-OP):
      *>   A  append AUDCHAIN-LINE to BESBUBO.AUDIT as the next link;
      *>      AUDCHAIN-SEQ and AUDCHAIN-HASH come back as written
      *>   D  digest AUDCHAIN-LINE alone into AUDCHAIN-DIGEST
      *>   H  link AUDCHAIN-DIGEST to AUDCHAIN-PREV-HASH at
      *>      AUDCHAIN-SEQ, giving the AUDCHAIN-HASH that line should
      *>      carry (BESBAVER's verification)
      *> AUDCHAIN-RC is 0 when done, 8 when the line could not be
      *> written. AUDCHAIN-REASON and AUDCHAIN-SCHOOL ride with the
      *> line on A (and into D); they are cleared once it is written
      *> so the next line of a run starts without them
           05 AUDCHAIN-OP        PIC X(1).
           05 AUDCHAIN-LINE      PIC X(132).
           05 AUDCHAIN-SEQ       PIC 9(9).
           05 AUDCHAIN-PREV-HASH PIC X(16).
           05 AUDCHAIN-DIGEST    PIC X(16).
           05 AUDCHAIN-HASH      PIC X(16).
           05 AUDCHAIN-RC        PIC 9(1).
           05 AUDCHAIN-REASON    PIC X(4).
           05 AUDCHAIN-SCHOOL    PIC X(4).
