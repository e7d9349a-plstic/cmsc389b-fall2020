      *> >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BESBACHN.
      *> modification history
      *>   2026-10-15  the one writer of BESBUBO.AUDIT lines -- every
      *>               program's write-audit builds its line as before
      *>               and CALLs here, where it is given the next
      *>               sequence number and a hash chained from the
      *>               line before it (AUDCHAIN.CPY), appended, and
      *>               the chain head kept in AUDIT.HEAD; the same
      *>               digest and link arithmetic answers BESBAVER's
      *>               verification so there is one copy of it
      *>   2026-10-15  change reasons -- the line carries the change's
      *>               reason code (161:4) and school (166:4) and the
      *>               digest takes them in when either is given, so
      *>               lines written before them still verify as they
      *>               were
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HEAD-FILE ASSIGN DYNAMIC WS-HEAD-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SEGS-FILE ASSIGN DYNAMIC WS-SEGS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-FILE-RECORD PIC X(169).
      *> chain head: sequence(1:9) hash(11:16)
       FD HEAD-FILE.
       01 HEAD-FILE-RECORD PIC X(26).
      *> rotation-segment index, as BESBAROT maintains it; the chain
      *> as it stood at the rotation is thru-seq(69:9)
      *> thru-hash(79:16)
       FD SEGS-FILE.
       01 SEGS-FILE-RECORD PIC X(94).
       WORKING-STORAGE SECTION.
           01 WS-EOF-FLAG PIC 9(1) VALUE 0.

      *> the chain head the next line links to
           01 WS-HEAD-SEQ PIC 9(9) VALUE 0.
           01 WS-HEAD-HASH PIC X(16) VALUE "0000000000000000".
           01 WS-HEAD-FOUND PIC 9(1) VALUE 0.
           01 WS-GENESIS-HASH PIC X(16) VALUE "0000000000000000".

      *> the digest -- two running polynomial sums over the text,
      *> each kept below its own prime, side by side as 16 digits
           01 WS-H-TEXT PIC X(200) VALUE SPACES.
           01 WS-H-LEN PIC 9(3) VALUE 0.
           01 WS-H-POS PIC 9(3) VALUE 0.
           01 WS-H-CHAR PIC 9(3) VALUE 0.
           01 WS-H1 PIC 9(11) VALUE 0.
           01 WS-H2 PIC 9(11) VALUE 0.
           01 WS-H-OUT.
               02 WS-H-OUT1 PIC 9(8).
               02 WS-H-OUT2 PIC 9(8).

           01 WS-AUDIT-FILENAME PIC X(20) VALUE "BESBUBO.AUDIT".
           01 WS-HEAD-FILENAME PIC X(20) VALUE "AUDIT.HEAD".
           01 WS-SEGS-FILENAME PIC X(20) VALUE "AUDIT.SEGS".
           01 WS-FILE-STATUS PIC X(2) VALUE "00".
       LINKAGE SECTION.
       01 LK-CHAIN.
           COPY AUDCHAIN
               REPLACING LEADING ==AUDCHAIN== BY ==LKC==.
       PROCEDURE DIVISION USING LK-CHAIN.
           MOVE 0 TO LKC-RC
           EVALUATE LKC-OP
               WHEN "A"
                   PERFORM append-audit-line
               WHEN "D"
                   PERFORM digest-line
               WHEN "H"
                   PERFORM link-digest
               WHEN OTHER
                   MOVE 8 TO LKC-RC
           END-EVALUATE.
           GOBACK.

      *> ---------------------------------------------------------------
      *> append: the head found, the line linked to it and written,
      *> and the head moved on
      *> ---------------------------------------------------------------
           append-audit-line.
           PERFORM find-chain-head
           PERFORM digest-line
           COMPUTE LKC-SEQ = WS-HEAD-SEQ + 1
           MOVE WS-HEAD-HASH TO LKC-PREV-HASH
           PERFORM link-digest
           OPEN EXTEND AUDIT-FILE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               MOVE 8 TO LKC-RC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-FILE-RECORD
           MOVE LKC-LINE TO AUDIT-FILE-RECORD(1:132)
           MOVE LKC-SEQ TO AUDIT-FILE-RECORD(134:9)
           MOVE LKC-HASH TO AUDIT-FILE-RECORD(144:16)
           MOVE LKC-REASON TO AUDIT-FILE-RECORD(161:4)
           MOVE LKC-SCHOOL TO AUDIT-FILE-RECORD(166:4)
           WRITE AUDIT-FILE-RECORD
           CLOSE AUDIT-FILE
           MOVE SPACES TO LKC-REASON
           MOVE SPACES TO LKC-SCHOOL
           OPEN OUTPUT HEAD-FILE
           MOVE SPACES TO HEAD-FILE-RECORD
           MOVE LKC-SEQ TO HEAD-FILE-RECORD(1:9)
           MOVE LKC-HASH TO HEAD-FILE-RECORD(11:16)
           WRITE HEAD-FILE-RECORD
           CLOSE HEAD-FILE.

      *> AUDIT.HEAD when it is there; else the last chained line of
      *> the live file, else where the last rotation left the chain,
      *> else the chain starts here
           find-chain-head.
           MOVE 0 TO WS-HEAD-SEQ
           MOVE WS-GENESIS-HASH TO WS-HEAD-HASH
           MOVE 0 TO WS-HEAD-FOUND
           OPEN INPUT HEAD-FILE
           IF WS-FILE-STATUS = "00"
               READ HEAD-FILE
                   NOT AT END
                       IF HEAD-FILE-RECORD(1:9) IS NUMERIC
                           MOVE HEAD-FILE-RECORD(1:9) TO WS-HEAD-SEQ
                           MOVE HEAD-FILE-RECORD(11:16)
                             TO WS-HEAD-HASH
                           MOVE 1 TO WS-HEAD-FOUND
                       END-IF
               END-READ
               CLOSE HEAD-FILE
           END-IF
           IF WS-HEAD-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ AUDIT-FILE
                       AT END MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF AUDIT-FILE-RECORD(134:9) IS NUMERIC
                               MOVE AUDIT-FILE-RECORD(134:9)
                                 TO WS-HEAD-SEQ
                               MOVE AUDIT-FILE-RECORD(144:16)
                                 TO WS-HEAD-HASH
                               MOVE 1 TO WS-HEAD-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE 0 TO WS-EOF-FLAG
           END-IF
           IF WS-HEAD-FOUND = 1
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SEGS-FILE
           IF WS-FILE-STATUS = "00"
               MOVE 0 TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 1
                   READ SEGS-FILE
                       AT END MOVE 1 TO WS-EOF-FLAG
                       NOT AT END
                           IF SEGS-FILE-RECORD(69:9) IS NUMERIC
                               MOVE SEGS-FILE-RECORD(69:9)
                                 TO WS-HEAD-SEQ
                               MOVE SEGS-FILE-RECORD(79:16)
                                 TO WS-HEAD-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGS-FILE
               MOVE 0 TO WS-EOF-FLAG
           END-IF.

      *> ---------------------------------------------------------------
      *> the arithmetic: a line's digest, then the link -- the digest
      *> taken again over the previous hash, the sequence number and
      *> the line's digest
      *> ---------------------------------------------------------------
           digest-line.
           IF LKC-REASON = LOW-VALUES
               MOVE SPACES TO LKC-REASON
           END-IF
           IF LKC-SCHOOL = LOW-VALUES
               MOVE SPACES TO LKC-SCHOOL
           END-IF
           MOVE SPACES TO WS-H-TEXT
           MOVE LKC-LINE TO WS-H-TEXT
           MOVE 132 TO WS-H-LEN
           IF LKC-REASON NOT = SPACES OR LKC-SCHOOL NOT = SPACES
               MOVE LKC-REASON TO WS-H-TEXT(133:4)
               MOVE LKC-SCHOOL TO WS-H-TEXT(137:4)
               MOVE 140 TO WS-H-LEN
           END-IF
           PERFORM hash-text
           MOVE WS-H-OUT TO LKC-DIGEST.

           link-digest.
           MOVE SPACES TO WS-H-TEXT
           STRING LKC-PREV-HASH LKC-SEQ LKC-DIGEST
               DELIMITED BY SIZE INTO WS-H-TEXT
           MOVE 41 TO WS-H-LEN
           PERFORM hash-text
           MOVE WS-H-OUT TO LKC-HASH.

           hash-text.
           MOVE 13 TO WS-H1
           MOVE 71 TO WS-H2
           PERFORM VARYING WS-H-POS FROM 1 BY 1
                   UNTIL WS-H-POS > WS-H-LEN
               COMPUTE WS-H-CHAR = FUNCTION ORD(WS-H-TEXT(WS-H-POS:1))
               COMPUTE WS-H1 = FUNCTION MOD(WS-H1 * 257 + WS-H-CHAR,
                   99999989)
               COMPUTE WS-H2 = FUNCTION MOD(WS-H2 * 263
                   + WS-H-CHAR * WS-H-POS, 99999971)
           END-PERFORM
           MOVE WS-H1 TO WS-H-OUT1
           MOVE WS-H2 TO WS-H-OUT2.
