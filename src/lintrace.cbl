      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. LINTRACE.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * End-to-end lineage trace. When a published figure is           *
      * challenged, each selected name is followed for one year and    *
      * gender through every file of the chain, and each hop prints    *
      * with its values on one report instead of a day spent tracing   *
      * by hand. The two 2-digit years come from CTLCARD, the same     *
      * card YEARRANK reads; the second is the year traced. The names  *
      * come from the TRCDECK deck: an N card (N g name) traces one    *
      * name and gender, and an S card (S g nnnn sssssssss) draws a    *
      * random sample of nnnn names from that gender's Byy extract (B  *
      * for both), with an optional seed so an auditor's sample can be *
      * drawn again; the seed used is printed. The hops are: BABY20yy  *
      * as received (every raw spelling that became the name), the     *
      * NAMEXREF respellings, SUSPFILE suspense and CORRDECK           *
      * corrections, the GOOD20yy record, the ByyMALE/ByyFEM extract   *
      * rank and count, the YEARRANK change record RNKyyyyM/F, the     *
      * RNKFEED detail line and every ARCHFILE generation that carried *
      * it. Each hop file is optional; one not there prints as not     *
      * traced. A break in the chain - a name that never reached the   *
      * next file, or a count, rank or change that differs between     *
      * files - is flagged under the name on TRCRPT, and any break or  *
      * untraced hop ends the run with a warning return code.          *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
      *------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CONTROL CARD
           SELECT FD-CTLCARD ASSIGN TO CTLCARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CTLCARD
                  .
      * TRACE DECK
           SELECT FD-TRCDECK ASSIGN TO TRCDECK
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-TRCDECK
                  .
      * HOP FILES (dynamic - built from the control card years)
           SELECT FD-BABY ASSIGN TO WS-BABY-DDNAME
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-BABY
                  .
           SELECT FD-GOOD ASSIGN TO WS-GOOD-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-GOOD
                  .
           SELECT FD-EXTRACT ASSIGN TO WS-EXT-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-EXTRACT
                  .
           SELECT FD-YRCHNG ASSIGN TO WS-CHG-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YRCHNG
                  .
      * HOP FILES (fixed names)
           SELECT FD-NAMEXREF ASSIGN TO NAMEXREF
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NAMEXREF
                  .
           SELECT FD-SUSPFILE ASSIGN TO SUSPFILE
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SUSPFILE
                  .
           SELECT FD-CORRDECK ASSIGN TO CORRDECK
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CORRDECK
                  .
           SELECT FD-RNKFEED ASSIGN TO RNKFEED
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RNKFEED
                  .
           SELECT FD-ARCHFILE ASSIGN TO ARCHFILE
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-ARCHFILE
                  .
      * OUTPUT FILE
           SELECT FD-TRCRPT ASSIGN TO TRCRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-TRCRPT
                  .
      * SORT FILE
           SELECT SD-SORTFILE ASSIGN TO SORTFILE
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-AUDITLOG
                  .
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
      * CONTROL CARD
       FD  FD-CTLCARD
           RECORD CONTAINS 5 CHARACTERS
           RECORDING MODE F
           .
       01  CTL-REC.
           05  CTL-YEAR1  PIC XX.
           05  CTL-YEAR2  PIC XX.
           05  FILLER     PIC X.

      * TRACE DECK
      * N card: the name and gender to trace. S card: a sample size
      * and optional seed, gender M, F or B.
       FD  FD-TRCDECK
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE F
           .
       01  TRC-REC.
           05  TRC-TYPE    PIC X.
           05  FILLER      PIC X.
           05  TRC-GENDER  PIC X.
           05  FILLER      PIC X.
           05  TRC-NAME    PIC X(15).
           05  TRC-SAMPLE REDEFINES TRC-NAME.
               10  TRC-SIZE PIC X(4).
               10  FILLER   PIC X.
               10  TRC-SEED PIC X(9).
               10  FILLER   PIC X.
           05  FILLER      PIC X.

      * BABY20yy AS RECEIVED
       FD  FD-BABY
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  BBY-REC.
           05  BBY-RANK     PIC X(5).
           05  FILLER       PIC X.
           05  BBY-MALE     PIC X(15).
           05  FILLER       PIC X.
           05  BBY-MALE-CNT PIC X(6).
           05  FILLER       PIC X.
           05  BBY-FEM      PIC X(15).
           05  FILLER       PIC X.
           05  BBY-FEM-CNT  PIC X(6).

      * NAMENORM RESPELLINGS
       FD  FD-NAMEXREF
           RECORD CONTAINS 38 CHARACTERS
           RECORDING MODE F
           .
       01  XRF-REC.
           05  XRF-YEAR   PIC X(4).
           05  FILLER     PIC X.
           05  XRF-GENDER PIC X.
           05  FILLER     PIC X.
           05  XRF-RAW    PIC X(15).
           05  FILLER     PIC X.
           05  XRF-NORM   PIC X(15).

      * RECYCLE SUSPENSE AND CORRECTIONS
       FD  FD-SUSPFILE
           RECORD CONTAINS 86 CHARACTERS
           RECORDING MODE F
           .
       01  SUS-REC.
           05  SUS-YEAR   PIC X(04).
           05  FILLER     PIC X.
           05  SUS-DATE   PIC X(08).
           05  FILLER     PIC X.
           05  SUS-REASON PIC X(20).
           05  FILLER     PIC X.
           05  SUS-IMAGE  PIC X(51).

       FD  FD-CORRDECK
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE F
           .
       01  COR-REC.
           05  COR-YEAR  PIC X(04).
           05  FILLER    PIC X.
           05  COR-RANK  PIC X(05).
           05  FILLER    PIC X.
           05  COR-IMAGE PIC X(51).

      * GOOD20yy CLEANSED FILE
       FD  FD-GOOD
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  GD-REC.
           05  GD-RANK     PIC 9(5).
           05  FILLER      PIC X.
           05  GD-MALE     PIC X(15).
           05  FILLER      PIC X.
           05  GD-MALE-CNT PIC 9(6).
           05  FILLER      PIC X.
           05  GD-FEM      PIC X(15).
           05  FILLER      PIC X.
           05  GD-FEM-CNT  PIC 9(6).

      * ByyMALE / ByyFEM EXTRACT
       FD  FD-EXTRACT
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  EXT-REC.
           05  EXT-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  EXT-NAME PIC X(15).
           05  FILLER   PIC X.
           05  EXT-CNT  PIC 9(6).

      * YEARRANK CHANGE FILE
       FD  FD-YRCHNG
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE F
           .
       01  RCH-REC.
           05  RCH-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  RCH-NAME     PIC X(15).
           05  FILLER       PIC X.
           05  RCH-CHNG     PIC X(6).
           05  FILLER       PIC X.
           05  RCH-CNT      PIC 9(6).
           05  FILLER       PIC X.
           05  RCH-CNT-CHNG PIC +9(6).
           05  FILLER       PIC X.
           05  RCH-SHR-CHNG PIC +99.9999.

      * WAREHOUSE FEED
       FD  FD-RNKFEED
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           .
       01  FEED-REC PIC X(40).

      * RUN ARCHIVE GENERATIONS
       FD  FD-ARCHFILE
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE F
           .
       01  ARC-REC.
           05  ARC-DATE PIC X(8).
           05  ARC-TIME PIC X(6).
           05  ARC-SRC  PIC X.
           05  FILLER   PIC X.
           05  ARC-DATA.
               10  ARC-RANK PIC X(5).
               10  FILLER   PIC X.
               10  ARC-NAME PIC X(15).
               10  FILLER   PIC X.
               10  ARC-CHNG PIC X(6).

      * OUTPUT FILE
       FD  FD-TRCRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * SORT FILE - one line per hop found, by traced name and hop
       SD  SD-SORTFILE
           RECORD CONTAINS 92 CHARACTERS
           .
       01  SRT-REC.
           05  SRT-ENTRY PIC 9(3).
           05  SRT-HOP   PIC 99.
           05  SRT-SEQ   PIC 9(7).
           05  SRT-LINE  PIC X(80).

      * COMMON RUN-AUDIT LOG
       FD  FD-AUDITLOG
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE F
           .
       01  AUD-REC.
           05  AUD-PROGRAM PIC X(8).
           05  FILLER      PIC X.
           05  AUD-DATE    PIC X(8).
           05  FILLER      PIC X.
           05  AUD-TIME    PIC X(6).
           05  FILLER      PIC X.
           05  AUD-DDNAME  PIC X(12).
           05  FILLER      PIC X.
           05  AUD-IO      PIC X.
           05  FILLER      PIC X.
           05  AUD-COUNT   PIC 9(7).
           05  FILLER      PIC X.
           05  AUD-STATUS  PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-DECK-FLAG PIC 9 VALUE 0.
               88  EOF-DECK       VALUE 1.
           05  WS-IN-FLAG   PIC 9 VALUE 0.
               88  EOF-IN         VALUE 1.
           05  WS-SRT-FLAG  PIC 9 VALUE 0.
               88  EOF-SRT        VALUE 1.
           05  WS-MATCH-SW  PIC X VALUE 'N'.
               88  NAME-MATCHES   VALUE 'Y'.
           05  WS-OPEN-SW   PIC X VALUE 'N'.
               88  HOP-OPEN       VALUE 'Y'.
           05  WS-DUP-SW    PIC X VALUE 'N'.
               88  ALREADY-ON-DECK VALUE 'Y'.
           05  WS-TRC-YEAR  PIC X(4) VALUE SPACES.
           05  WS-RUN-DATE  PIC X(8) VALUE SPACES.
           05  WS-LOWER PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-UPPER PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * The hops in chain order, each with its DD name, whether it
      * could be read (Y, N not there, O the feed is for another
      * year pair) and the records read; the extract and change file
      * are per gender, the others carry the same entry twice.
      * 1 BABY20yy, 2 NAMEXREF, 3 SUSPFILE, 4 CORRDECK, 5 GOOD20yy,
      * 6 ByyMALE/ByyFEM, 7 RNKyyyyM/F, 8 RNKFEED, 9 ARCHFILE
       01  WS-HOPS.
           05  WS-HOP-ENT OCCURS 9 TIMES.
               10  WS-HOP-G OCCURS 2 TIMES.
                   15  WS-HOP-DDN  PIC X(12).
                   15  WS-HOP-AVL  PIC X.
                   15  WS-HOP-READ PIC 9(7).
      * The names being traced, deck cards first and then any sample,
      * with what each hop showed for the name
       01  WS-TRACE.
           05  WS-TRC-CNT PIC 999 VALUE 0.
           05  WS-TRC-MAX PIC 999 VALUE 100.
           05  WS-TRC OCCURS 100 TIMES.
               10  WS-TR-KEYS.
                   15  WS-TR-NAME      PIC X(15).
                   15  WS-TR-GENDER    PIC X.
                   15  WS-TR-GX        PIC 9.
                   15  WS-TR-SOURCE    PIC X(6).
               10  WS-TR-ALIASES.
                   15  WS-TR-ALIAS-CNT PIC 9.
                   15  WS-TR-ALIAS     PIC X(15) OCCURS 5 TIMES.
               10  WS-TR-FOUND.
                   15  WS-TR-HITS      PIC 9(5) OCCURS 9 TIMES.
                   15  WS-TR-BABY-CNT  PIC 9(7).
                   15  WS-TR-GOOD-CNT  PIC 9(7).
                   15  WS-TR-EXT-RANK  PIC 9(5).
                   15  WS-TR-EXT-CNT   PIC 9(7).
                   15  WS-TR-CHG-RANK  PIC 9(5).
                   15  WS-TR-CHG-CNT   PIC 9(7).
                   15  WS-TR-BREAKS    PIC 99.
               10  WS-TR-SEEN.
                   15  WS-TR-CHG-CHNG  PIC X(6).
                   15  WS-TR-FEED-RANK PIC X(5).
                   15  WS-TR-FEED-CHNG PIC X(6).
                   15  WS-TR-ARC-GEN   PIC X(14).
                   15  WS-TR-ARC-RANK  PIC X(5).
                   15  WS-TR-ARC-CHNG  PIC X(6).
      * Random sample: sizes per gender from the S cards, and a
      * multiplicative congruential generator seeded from the card or
      * the clock
       01  WS-SAMPLE.
           05  WS-SMP-SIZE  PIC 9(4) OCCURS 2 TIMES.
           05  WS-SMP-N     PIC 9(4)  VALUE 0.
           05  WS-SMP-BASE  PIC 999   VALUE 0.
           05  WS-SMP-SEEN  PIC 9(7)  VALUE 0.
           05  WS-SMP-SLOT  PIC 9(7)  VALUE 0.
           05  WS-SMP-ROOM  PIC 999   VALUE 0.
           05  WS-RND-SEED  PIC 9(10) VALUE 0.
           05  WS-RND-START PIC 9(10) VALUE 0.
           05  WS-RND-PROD  PIC 9(15) VALUE 0.
           05  WS-RND-QUOT  PIC 9(15) VALUE 0.
           05  WS-CLOCK     PIC 9(8)  VALUE 0.
      * The image of a suspended or corrected row
       01  WS-IMAGE.
           05  IMG-RANK     PIC X(5).
           05  FILLER       PIC X.
           05  IMG-MALE     PIC X(15).
           05  FILLER       PIC X.
           05  IMG-MALE-CNT PIC X(6).
           05  FILLER       PIC X.
           05  IMG-FEM      PIC X(15).
           05  FILLER       PIC X.
           05  IMG-FEM-CNT  PIC X(6).
      * RNKFEED line split on its commas
       01  WS-FEED-FIELDS.
           05  WS-FD-TYPE   PIC X.
           05  WS-FD-F2     PIC X(15).
           05  WS-FD-F3     PIC X(15).
           05  WS-FD-F4     PIC X(15).
           05  WS-FD-F5     PIC X(15).
           05  WS-FEED-PAIR PIC X(4) VALUE SPACES.
       01  WS-WORK.
           05  WS-EX       PIC 999   VALUE 0.
           05  WS-AX       PIC 9     VALUE 0.
           05  WS-GX       PIC 9     VALUE 0.
           05  WS-HOP      PIC 99    VALUE 0.
           05  WS-OPEN-FS  PIC 99    VALUE 0.
           05  WS-MT-NAME  PIC X(15) VALUE SPACES.
           05  WS-MT-ROW   PIC X(5)  VALUE SPACES.
           05  WS-MT-CNT   PIC X(6)  VALUE SPACES.
           05  WS-CNT-A    PIC 9(7)  VALUE 0.
           05  WS-CNT-B    PIC 9(7)  VALUE 0.
           05  WS-RANK-A   PIC 9(5)  VALUE 0.
           05  WS-HOP-TEXT PIC X(64) VALUE SPACES.
           05  WS-SRT-SEQ  PIC 9(7)  VALUE 0.
           05  WS-GENDERS  PIC XX    VALUE 'MF'.
       01  WS-STATS.
           05  WS-CNT-READ-DECK PIC 9(7) VALUE 0.
           05  WS-CNT-REJECTED  PIC 9(7) VALUE 0.
           05  WS-CNT-SAMPLED   PIC 9(7) VALUE 0.
           05  WS-CNT-RELEASED  PIC 9(7) VALUE 0.
           05  WS-CNT-WITH-BRK  PIC 9(7) VALUE 0.
           05  WS-CNT-BREAKS    PIC 9(7) VALUE 0.
           05  WS-CNT-UNTRACED  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT   PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-BABY-DDNAME PIC X(20) VALUE SPACES.
           05  WS-GOOD-DDNAME PIC X(20) VALUE SPACES.
           05  WS-EXT-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-CHG-DDNAME  PIC X(20) VALUE SPACES.
       01  WS-AUDIT.
      * Final status starts as ERR and is set to OK only when the
      * run reaches its normal cleanup, so an early termination is
      * still logged with the counts it got to
           05  WS-AUD-STATUS PIC X(4)  VALUE 'ERR '.
           05  WS-AUD-DATE   PIC X(8)  VALUE SPACES.
           05  WS-AUD-TIME   PIC X(8)  VALUE SPACES.
           05  WS-AUD-DDNAME PIC X(12) VALUE SPACES.
           05  WS-AUD-IO     PIC X     VALUE SPACE.
           05  WS-AUD-COUNT  PIC 9(7)  VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FS-CTLCARD  PIC 99.
           05  FS-TRCDECK  PIC 99.
           05  FS-BABY     PIC 99.
           05  FS-NAMEXREF PIC 99.
           05  FS-SUSPFILE PIC 99.
           05  FS-CORRDECK PIC 99.
           05  FS-GOOD     PIC 99.
           05  FS-EXTRACT  PIC 99.
           05  FS-YRCHNG   PIC 99.
           05  FS-RNKFEED  PIC 99.
           05  FS-ARCHFILE PIC 99.
           05  FS-TRCRPT   PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-LOAD-DECK
           PERFORM 1500-DRAW-SAMPLE VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2

           IF WS-TRC-CNT > 0
              SORT SD-SORTFILE ON ASCENDING KEY SRT-ENTRY
                               ON ASCENDING KEY SRT-HOP
                               ON ASCENDING KEY SRT-SEQ
                   INPUT PROCEDURE 3000-COLLECT-HOPS
                   OUTPUT PROCEDURE 6000-PRINT-TRACE
           ELSE
              MOVE SPACES TO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE ' NOTHING TO TRACE' TO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
       1000-INIT.
           MOVE SPACES TO WS-HOPS
           OPEN INPUT FD-CTLCARD
           IF FS-CTLCARD NOT = 0
              DISPLAY 'ERROR OPENING CTLCARD'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           READ FD-CTLCARD
           IF FS-CTLCARD NOT = 0
              DISPLAY 'ERROR READING CTLCARD'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           CLOSE FD-CTLCARD

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING '20' CTL-YEAR2 DELIMITED BY SIZE INTO WS-TRC-YEAR

           MOVE 0 TO WS-SMP-SIZE(1) WS-SMP-SIZE(2)
           PERFORM 1010-NAME-HOP VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2

           OPEN OUTPUT FD-TRCRPT
           IF FS-TRCRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (TRCRPT)'
              DISPLAY FS-TRCRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' LINEAGE TRACE  YEAR ' WS-TRC-YEAR
                  '  YEAR PAIR ' CTL-YEAR1 CTL-YEAR2
                  '  RUN ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * The DD name of every hop for one gender, built the way the
      * step that writes the file builds it
       1010-NAME-HOP.
           STRING 'BABY20' CTL-YEAR2 DELIMITED BY SIZE
                  INTO WS-HOP-DDN(1, WS-GX)
           MOVE 'NAMEXREF' TO WS-HOP-DDN(2, WS-GX)
           MOVE 'SUSPFILE' TO WS-HOP-DDN(3, WS-GX)
           MOVE 'CORRDECK' TO WS-HOP-DDN(4, WS-GX)
           STRING 'GOOD20' CTL-YEAR2 DELIMITED BY SIZE
                  INTO WS-HOP-DDN(5, WS-GX)
           IF WS-GX = 1
              STRING 'B' CTL-YEAR2 'MALE' DELIMITED BY SIZE
                     INTO WS-HOP-DDN(6, WS-GX)
           ELSE
              STRING 'B' CTL-YEAR2 'FEM' DELIMITED BY SIZE
                     INTO WS-HOP-DDN(6, WS-GX)
           END-IF
           STRING 'RNK' CTL-YEAR1 CTL-YEAR2 WS-GENDERS(WS-GX:1)
                  DELIMITED BY SIZE INTO WS-HOP-DDN(7, WS-GX)
           MOVE 'RNKFEED'  TO WS-HOP-DDN(8, WS-GX)
           MOVE 'ARCHFILE' TO WS-HOP-DDN(9, WS-GX)
           PERFORM 1020-CLEAR-HOP VARYING WS-HOP FROM 1 BY 1
              UNTIL WS-HOP > 9
           .
       1020-CLEAR-HOP.
           MOVE 'N' TO WS-HOP-AVL(WS-HOP, WS-GX)
           MOVE 0   TO WS-HOP-READ(WS-HOP, WS-GX)
           .
      * Name cards go straight onto the trace table; sample cards
      * only set the size to draw. A card that is neither is listed
      * on the report and skipped.
       1100-LOAD-DECK.
           OPEN INPUT FD-TRCDECK
           IF FS-TRCDECK NOT = 0
              DISPLAY 'ERROR ON OPEN (TRCDECK)'
              DISPLAY FS-TRCDECK
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-DECK
              READ FD-TRCDECK
                   AT END SET EOF-DECK TO TRUE
              END-READ
              IF FS-TRCDECK NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (TRCDECK)'
                 DISPLAY FS-TRCDECK
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-DECK
                 ADD 1 TO WS-CNT-READ-DECK
                 EVALUATE TRUE
                     WHEN TRC-TYPE = 'N'
                      AND (TRC-GENDER = 'M' OR 'F')
                      AND TRC-NAME NOT = SPACES
                          PERFORM 1110-ADD-NAME
                     WHEN TRC-TYPE = 'S'
                      AND (TRC-GENDER = 'M' OR 'F' OR 'B')
                      AND TRC-SIZE IS NUMERIC
                      AND TRC-SIZE > ZERO
                          PERFORM 1130-ADD-SAMPLE
                     WHEN OTHER
                          MOVE SPACES TO PRT-REC
                          STRING ' *** TRACE CARD REJECTED: ' TRC-REC
                                 DELIMITED BY SIZE INTO PRT-REC
                          PERFORM 7900-WRITE-LINE
                          ADD 1 TO WS-CNT-REJECTED
                          IF WS-RETURN-CODE < 4
                             MOVE 4 TO WS-RETURN-CODE
                          END-IF
                 END-EVALUATE
              END-IF
           END-PERFORM

           CLOSE FD-TRCDECK
           .
      * Names are raised to upper case, the form they take after
      * NAMENORM; a name already on the table is traced once
       1110-ADD-NAME.
           MOVE TRC-NAME TO WS-MT-NAME
           INSPECT WS-MT-NAME CONVERTING WS-LOWER TO WS-UPPER
           IF TRC-GENDER = 'M'
              MOVE 1 TO WS-GX
           ELSE
              MOVE 2 TO WS-GX
           END-IF
           MOVE 'N' TO WS-DUP-SW
           PERFORM 1120-CHECK-DUP VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT
           IF NOT ALREADY-ON-DECK
              IF WS-TRC-CNT < WS-TRC-MAX
                 ADD 1 TO WS-TRC-CNT
                 MOVE WS-TRC-CNT TO WS-EX
                 MOVE 'DECK' TO WS-TR-SOURCE(WS-EX)
                 PERFORM 1150-SET-ENTRY
              ELSE
                 MOVE SPACES TO PRT-REC
                 STRING ' *** TRACE TABLE FULL, NOT TRACED: '
                        TRC-REC DELIMITED BY SIZE INTO PRT-REC
                 PERFORM 7900-WRITE-LINE
                 ADD 1 TO WS-CNT-REJECTED
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
       1120-CHECK-DUP.
           IF WS-TR-NAME(WS-EX) = WS-MT-NAME
              AND WS-TR-GX(WS-EX) = WS-GX
              SET ALREADY-ON-DECK TO TRUE
           END-IF
           .
       1130-ADD-SAMPLE.
           MOVE TRC-SIZE TO WS-SMP-N
           IF TRC-GENDER = 'M' OR 'B'
              ADD WS-SMP-N TO WS-SMP-SIZE(1)
           END-IF
           IF TRC-GENDER = 'F' OR 'B'
              ADD WS-SMP-N TO WS-SMP-SIZE(2)
           END-IF
           IF TRC-SEED IS NUMERIC
              MOVE TRC-SEED TO WS-RND-SEED
           END-IF
           .
      * A fresh table entry for WS-MT-NAME, gender WS-GX
       1150-SET-ENTRY.
           MOVE WS-MT-NAME TO WS-TR-NAME(WS-EX)
           MOVE WS-GENDERS(WS-GX:1) TO WS-TR-GENDER(WS-EX)
           MOVE WS-GX      TO WS-TR-GX(WS-EX)
           MOVE 0          TO WS-TR-ALIAS-CNT(WS-EX)
           MOVE ZEROES     TO WS-TR-FOUND(WS-EX)
           MOVE SPACES     TO WS-TR-SEEN(WS-EX)
           .
      * Reservoir sample from one gender's extract in a single pass:
      * the first n names fill the sample, and each later name k
      * replaces a random slot with probability n/k, so every name
      * is equally likely whatever the size of the file
       1500-DRAW-SAMPLE.
           IF WS-SMP-SIZE(WS-GX) > 0
              COMPUTE WS-SMP-ROOM = WS-TRC-MAX - WS-TRC-CNT
              MOVE WS-SMP-SIZE(WS-GX) TO WS-SMP-N
              IF WS-SMP-N > WS-SMP-ROOM
                 MOVE WS-SMP-ROOM TO WS-SMP-N
                 MOVE SPACES TO PRT-REC
                 STRING ' *** SAMPLE CUT TO ' WS-SMP-N
                        ' NAMES TO FIT THE TRACE TABLE'
                        DELIMITED BY SIZE INTO PRT-REC
                 PERFORM 7900-WRITE-LINE
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
              IF WS-SMP-N > 0
                 PERFORM 1510-READ-SAMPLE
              END-IF
           END-IF
           .
       1510-READ-SAMPLE.
           IF WS-RND-START = 0
              IF WS-RND-SEED = 0
                 ACCEPT WS-CLOCK FROM TIME
                 COMPUTE WS-RND-SEED = WS-CLOCK + 1
              END-IF
              DIVIDE WS-RND-SEED BY 2147483647 GIVING WS-RND-QUOT
                     REMAINDER WS-RND-SEED
              IF WS-RND-SEED = 0
                 MOVE 1 TO WS-RND-SEED
              END-IF
              MOVE WS-RND-SEED TO WS-RND-START
           END-IF

           MOVE WS-HOP-DDN(6, WS-GX) TO WS-EXT-DDNAME
           OPEN INPUT FD-EXTRACT
           IF FS-EXTRACT NOT = 0
              MOVE SPACES TO PRT-REC
              STRING ' *** SAMPLE NOT DRAWN, CANNOT OPEN '
                     WS-EXT-DDNAME DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              MOVE WS-TRC-CNT TO WS-SMP-BASE
              MOVE 0 TO WS-SMP-SEEN WS-IN-FLAG
              PERFORM UNTIL EOF-IN
                 READ FD-EXTRACT
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 IF FS-EXTRACT NOT = 0 AND 10
                    DISPLAY 'ERROR ON READ (' WS-EXT-DDNAME ')'
                    DISPLAY FS-EXTRACT
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 IF NOT EOF-IN
                    ADD 1 TO WS-SMP-SEEN WS-CNT-SAMPLED
                    PERFORM 1520-OFFER-SAMPLE
                 END-IF
              END-PERFORM
              CLOSE FD-EXTRACT

              MOVE SPACES TO PRT-REC
              COMPUTE WS-CNT-A = WS-TRC-CNT - WS-SMP-BASE
              STRING ' SAMPLE OF ' WS-CNT-A ' FROM ' WS-EXT-DDNAME(1:8)
                     ' (' WS-SMP-SEEN ' NAMES)  SEED ' WS-RND-START
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       1520-OFFER-SAMPLE.
           MOVE EXT-NAME TO WS-MT-NAME
           IF WS-SMP-SEEN <= WS-SMP-N
              ADD 1 TO WS-TRC-CNT
              MOVE WS-TRC-CNT TO WS-EX
              MOVE 'SAMPLE' TO WS-TR-SOURCE(WS-EX)
              PERFORM 1150-SET-ENTRY
           ELSE
              PERFORM 1530-NEXT-RANDOM
              DIVIDE WS-RND-SEED BY WS-SMP-SEEN GIVING WS-RND-QUOT
                     REMAINDER WS-SMP-SLOT
              IF WS-SMP-SLOT < WS-SMP-N
                 COMPUTE WS-EX = WS-SMP-BASE + WS-SMP-SLOT + 1
                 PERFORM 1150-SET-ENTRY
              END-IF
           END-IF
           .
      * Park-Miller minimal standard generator, 16807 modulo 2**31-1
       1530-NEXT-RANDOM.
           COMPUTE WS-RND-PROD = WS-RND-SEED * 16807
           DIVIDE WS-RND-PROD BY 2147483647 GIVING WS-RND-QUOT
                  REMAINDER WS-RND-SEED
           .
      * Every hop file is read once, in chain order, and each line
      * found for a traced name goes to the sort keyed by the name's
      * place on the table and the hop. NAMEXREF is read before
      * BABY20yy so the raw spellings are known when the delivery is
      * searched.
       3000-COLLECT-HOPS.
           PERFORM 3050-RELEASE-HEAD VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT

           PERFORM 3200-TRACE-XREF
           PERFORM 3100-TRACE-BABY
           PERFORM 3300-TRACE-SUSPENSE
           PERFORM 3400-TRACE-CORRECTIONS
           PERFORM 3500-TRACE-GOOD
           PERFORM 3600-TRACE-EXTRACT VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           PERFORM 3700-TRACE-CHANGE VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           PERFORM 3800-TRACE-FEED
           PERFORM 3850-TRACE-ARCHIVE

           PERFORM 3900-CHECK-ENTRY VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT
           .
       3050-RELEASE-HEAD.
           MOVE SPACES TO WS-HOP-TEXT
           STRING ' ' WS-TR-NAME(WS-EX) '  GENDER '
                  WS-TR-GENDER(WS-EX) '  YEAR ' WS-TRC-YEAR
                  '  FROM ' WS-TR-SOURCE(WS-EX)
                  DELIMITED BY SIZE INTO WS-HOP-TEXT
           MOVE 0 TO WS-HOP
           PERFORM 4020-RELEASE-LINE
           .
      * Status of a hop file just opened: not there is noted and the
      * hop skipped, anything else but a clean open stops the run.
      * WS-GX zero marks a file carrying both genders.
       3010-NOTE-OPEN.
           MOVE 'N' TO WS-OPEN-SW
           EVALUATE WS-OPEN-FS
               WHEN 0
                    SET HOP-OPEN TO TRUE
                    MOVE 0 TO WS-IN-FLAG
                    IF WS-GX = 0
                       MOVE 'Y' TO WS-HOP-AVL(WS-HOP, 1)
                                   WS-HOP-AVL(WS-HOP, 2)
                    ELSE
                       MOVE 'Y' TO WS-HOP-AVL(WS-HOP, WS-GX)
                    END-IF
               WHEN 35
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR ON OPEN'
                    IF WS-GX = 0
                       DISPLAY WS-HOP-DDN(WS-HOP, 1)
                    ELSE
                       DISPLAY WS-HOP-DDN(WS-HOP, WS-GX)
                    END-IF
                    DISPLAY WS-OPEN-FS
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
           END-EVALUATE
           .
       3015-CHECK-READ.
           IF WS-OPEN-FS NOT = 0 AND 10
              DISPLAY 'ERROR ON READ'
              IF WS-GX = 0
                 DISPLAY WS-HOP-DDN(WS-HOP, 1)
              ELSE
                 DISPLAY WS-HOP-DDN(WS-HOP, WS-GX)
              END-IF
              DISPLAY WS-OPEN-FS
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF NOT EOF-IN
              IF WS-GX = 0
                 ADD 1 TO WS-HOP-READ(WS-HOP, 1)
              ELSE
                 ADD 1 TO WS-HOP-READ(WS-HOP, WS-GX)
              END-IF
           END-IF
           .
      * BABY20yy carries a male and a female name on each row; the
      * name is matched on its own spelling and on every raw spelling
      * NAMEXREF shows was normalized to it
       3100-TRACE-BABY.
           MOVE 1 TO WS-HOP
           MOVE 0 TO WS-GX
           MOVE WS-HOP-DDN(1, 1) TO WS-BABY-DDNAME
           OPEN INPUT FD-BABY
           MOVE FS-BABY TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-BABY
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-BABY TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN
                    MOVE BBY-RANK     TO WS-MT-ROW
                    MOVE 1            TO WS-GX
                    MOVE BBY-MALE     TO WS-MT-NAME
                    MOVE BBY-MALE-CNT TO WS-MT-CNT
                    PERFORM 3110-MATCH-BABY VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-TRC-CNT
                    MOVE 2            TO WS-GX
                    MOVE BBY-FEM      TO WS-MT-NAME
                    MOVE BBY-FEM-CNT  TO WS-MT-CNT
                    PERFORM 3110-MATCH-BABY VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-TRC-CNT
                 END-IF
              END-PERFORM
              CLOSE FD-BABY
           END-IF
           .
       3110-MATCH-BABY.
           IF WS-TR-GX(WS-EX) = WS-GX
              PERFORM 5000-MATCH-NAME
              IF NAME-MATCHES
                 ADD 1 TO WS-TR-HITS(WS-EX, 1)
                 IF WS-MT-CNT IS NUMERIC
                    MOVE WS-MT-CNT TO WS-CNT-A
                    ADD WS-CNT-A TO WS-TR-BABY-CNT(WS-EX)
                 END-IF
                 MOVE SPACES TO WS-HOP-TEXT
                 STRING 'ROW ' WS-MT-ROW '  RAW ' WS-MT-NAME
                        '  COUNT ' WS-MT-CNT
                        DELIMITED BY SIZE INTO WS-HOP-TEXT
                 PERFORM 4000-RELEASE-HOP
              END-IF
           END-IF
           .
       3200-TRACE-XREF.
           MOVE 2 TO WS-HOP
           MOVE 0 TO WS-GX
           OPEN INPUT FD-NAMEXREF
           MOVE FS-NAMEXREF TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-NAMEXREF
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-NAMEXREF TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN AND XRF-YEAR = WS-TRC-YEAR
                    PERFORM 3210-MATCH-XREF VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-TRC-CNT
                 END-IF
              END-PERFORM
              CLOSE FD-NAMEXREF
           END-IF
           .
       3210-MATCH-XREF.
           IF WS-TR-GENDER(WS-EX) = XRF-GENDER
              AND WS-TR-NAME(WS-EX) = XRF-NORM
              ADD 1 TO WS-TR-HITS(WS-EX, 2)
              IF WS-TR-ALIAS-CNT(WS-EX) < 5
                 ADD 1 TO WS-TR-ALIAS-CNT(WS-EX)
                 MOVE WS-TR-ALIAS-CNT(WS-EX) TO WS-AX
                 MOVE XRF-RAW TO WS-TR-ALIAS(WS-EX, WS-AX)
              END-IF
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'RAW ' XRF-RAW '  NORMALIZED TO ' XRF-NORM
                     DELIMITED BY SIZE INTO WS-HOP-TEXT
              MOVE 0 TO WS-GX
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
      * Suspense rows carry the rejected image as VALBABY saw it
       3300-TRACE-SUSPENSE.
           MOVE 3 TO WS-HOP
           MOVE 0 TO WS-GX
           OPEN INPUT FD-SUSPFILE
           MOVE FS-SUSPFILE TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-SUSPFILE
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-SUSPFILE TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN AND SUS-YEAR = WS-TRC-YEAR
                    MOVE SUS-IMAGE TO WS-IMAGE
                    PERFORM 3310-SCAN-SUSPENSE
                 END-IF
              END-PERFORM
              CLOSE FD-SUSPFILE
           END-IF
           .
       3310-SCAN-SUSPENSE.
           MOVE IMG-RANK     TO WS-MT-ROW
           MOVE 1            TO WS-GX
           MOVE IMG-MALE     TO WS-MT-NAME
           MOVE IMG-MALE-CNT TO WS-MT-CNT
           PERFORM 3320-MATCH-SUSPENSE VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT
           MOVE 2            TO WS-GX
           MOVE IMG-FEM      TO WS-MT-NAME
           MOVE IMG-FEM-CNT  TO WS-MT-CNT
           PERFORM 3320-MATCH-SUSPENSE VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT
           .
       3320-MATCH-SUSPENSE.
           IF WS-TR-GX(WS-EX) = WS-GX
              PERFORM 5000-MATCH-NAME
              IF NAME-MATCHES
                 ADD 1 TO WS-TR-HITS(WS-EX, 3)
                 MOVE SPACES TO WS-HOP-TEXT
                 STRING 'SINCE ' SUS-DATE ' ' SUS-REASON
                        ' ROW ' WS-MT-ROW ' COUNT ' WS-MT-CNT
                        DELIMITED BY SIZE INTO WS-HOP-TEXT
                 PERFORM 4000-RELEASE-HOP
              END-IF
           END-IF
           .
       3400-TRACE-CORRECTIONS.
           MOVE 4 TO WS-HOP
           MOVE 0 TO WS-GX
           OPEN INPUT FD-CORRDECK
           MOVE FS-CORRDECK TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-CORRDECK
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-CORRDECK TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN AND COR-YEAR = WS-TRC-YEAR
                    MOVE COR-IMAGE TO WS-IMAGE
                    PERFORM 3410-SCAN-CORRECTION
                 END-IF
              END-PERFORM
              CLOSE FD-CORRDECK
           END-IF
           .
       3410-SCAN-CORRECTION.
           MOVE IMG-RANK     TO WS-MT-ROW
           MOVE 1            TO WS-GX
           MOVE IMG-MALE     TO WS-MT-NAME
           MOVE IMG-MALE-CNT TO WS-MT-CNT
           PERFORM 3420-MATCH-CORRECTION VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT
           MOVE 2            TO WS-GX
           MOVE IMG-FEM      TO WS-MT-NAME
           MOVE IMG-FEM-CNT  TO WS-MT-CNT
           PERFORM 3420-MATCH-CORRECTION VARYING WS-EX FROM 1 BY 1
              UNTIL WS-EX > WS-TRC-CNT
           .
       3420-MATCH-CORRECTION.
           IF WS-TR-GX(WS-EX) = WS-GX
              PERFORM 5000-MATCH-NAME
              IF NAME-MATCHES
                 ADD 1 TO WS-TR-HITS(WS-EX, 4)
                 MOVE SPACES TO WS-HOP-TEXT
                 STRING 'CORRECTED FOR ROW ' COR-RANK
                        '  NEW ROW ' WS-MT-ROW ' COUNT ' WS-MT-CNT
                        DELIMITED BY SIZE INTO WS-HOP-TEXT
                 PERFORM 4000-RELEASE-HOP
              END-IF
           END-IF
           .
      * From GOOD20yy on, the name is in its normalized form only
       3500-TRACE-GOOD.
           MOVE 5 TO WS-HOP
           MOVE 0 TO WS-GX
           MOVE WS-HOP-DDN(5, 1) TO WS-GOOD-DDNAME
           OPEN INPUT FD-GOOD
           MOVE FS-GOOD TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-GOOD
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-GOOD TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN
                    MOVE 1 TO WS-GX
                    MOVE GD-MALE TO WS-MT-NAME
                    MOVE GD-MALE-CNT TO WS-CNT-A
                    MOVE GD-MALE-CNT TO WS-MT-CNT
                    PERFORM 3510-MATCH-GOOD VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-TRC-CNT
                    MOVE 2 TO WS-GX
                    MOVE GD-FEM TO WS-MT-NAME
                    MOVE GD-FEM-CNT TO WS-CNT-A
                    MOVE GD-FEM-CNT TO WS-MT-CNT
                    PERFORM 3510-MATCH-GOOD VARYING WS-EX FROM 1 BY 1
                       UNTIL WS-EX > WS-TRC-CNT
                 END-IF
              END-PERFORM
              CLOSE FD-GOOD
           END-IF
           .
       3510-MATCH-GOOD.
           IF WS-TR-GX(WS-EX) = WS-GX
              AND WS-TR-NAME(WS-EX) = WS-MT-NAME
              ADD 1 TO WS-TR-HITS(WS-EX, 5)
              ADD WS-CNT-A TO WS-TR-GOOD-CNT(WS-EX)
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'ROW ' GD-RANK '  COUNT ' WS-MT-CNT
                     DELIMITED BY SIZE INTO WS-HOP-TEXT
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
       3600-TRACE-EXTRACT.
           MOVE 6 TO WS-HOP
           MOVE WS-HOP-DDN(6, WS-GX) TO WS-EXT-DDNAME
           OPEN INPUT FD-EXTRACT
           MOVE FS-EXTRACT TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-EXTRACT
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-EXTRACT TO WS-OPEN-FS
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN
                    PERFORM 3610-MATCH-EXTRACT VARYING WS-EX
                       FROM 1 BY 1 UNTIL WS-EX > WS-TRC-CNT
                 END-IF
              END-PERFORM
              CLOSE FD-EXTRACT
           END-IF
           .
       3610-MATCH-EXTRACT.
           IF WS-TR-GX(WS-EX) = WS-GX
              AND WS-TR-NAME(WS-EX) = EXT-NAME
              ADD 1 TO WS-TR-HITS(WS-EX, 6)
              MOVE EXT-RANK TO WS-TR-EXT-RANK(WS-EX)
              MOVE EXT-CNT  TO WS-TR-EXT-CNT(WS-EX)
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'RANK ' EXT-RANK '  COUNT ' EXT-CNT
                     DELIMITED BY SIZE INTO WS-HOP-TEXT
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
       3700-TRACE-CHANGE.
           MOVE 7 TO WS-HOP
           MOVE WS-HOP-DDN(7, WS-GX) TO WS-CHG-DDNAME
           OPEN INPUT FD-YRCHNG
           MOVE FS-YRCHNG TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-YRCHNG
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-YRCHNG TO WS-OPEN-FS
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN
                    PERFORM 3710-MATCH-CHANGE VARYING WS-EX
                       FROM 1 BY 1 UNTIL WS-EX > WS-TRC-CNT
                 END-IF
              END-PERFORM
              CLOSE FD-YRCHNG
           END-IF
           .
       3710-MATCH-CHANGE.
           IF WS-TR-GX(WS-EX) = WS-GX
              AND WS-TR-NAME(WS-EX) = RCH-NAME
              ADD 1 TO WS-TR-HITS(WS-EX, 7)
              MOVE RCH-RANK TO WS-TR-CHG-RANK(WS-EX)
              MOVE RCH-CHNG TO WS-TR-CHG-CHNG(WS-EX)
              MOVE RCH-CNT  TO WS-TR-CHG-CNT(WS-EX)
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'RANK ' RCH-RANK '  CHANGE ' RCH-CHNG
                     '  COUNT ' RCH-CNT '  COUNT CHANGE '
                     RCH-CNT-CHNG
                     DELIMITED BY SIZE INTO WS-HOP-TEXT
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
      * The feed header names the year pair it was cut for; a feed
      * for any other pair is not searched
       3800-TRACE-FEED.
           MOVE 8 TO WS-HOP
           MOVE 0 TO WS-GX
           OPEN INPUT FD-RNKFEED
           MOVE FS-RNKFEED TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-RNKFEED
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-RNKFEED TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN
                    PERFORM 3810-CHECK-FEED-LINE
                 END-IF
              END-PERFORM
              CLOSE FD-RNKFEED
           END-IF
           .
       3810-CHECK-FEED-LINE.
           MOVE SPACES TO WS-FD-TYPE WS-FD-F2 WS-FD-F3 WS-FD-F4
                          WS-FD-F5
           UNSTRING FEED-REC DELIMITED BY ','
                    INTO WS-FD-TYPE WS-FD-F2 WS-FD-F3 WS-FD-F4
                         WS-FD-F5
           END-UNSTRING
           EVALUATE WS-FD-TYPE
               WHEN 'H'
                    MOVE WS-FD-F3(1:4) TO WS-FEED-PAIR
                    IF WS-FEED-PAIR NOT = CTL-REC(1:4)
                       MOVE 'O' TO WS-HOP-AVL(8, 1) WS-HOP-AVL(8, 2)
                       SET EOF-IN TO TRUE
                    END-IF
               WHEN 'R'
               WHEN 'D'
                    PERFORM 3820-MATCH-FEED VARYING WS-EX
                       FROM 1 BY 1 UNTIL WS-EX > WS-TRC-CNT
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       3820-MATCH-FEED.
           IF WS-TR-GENDER(WS-EX) = WS-FD-F2(1:1)
              AND WS-TR-NAME(WS-EX) = WS-FD-F3
              ADD 1 TO WS-TR-HITS(WS-EX, 8)
              IF WS-FD-TYPE = 'R'
                 MOVE WS-FD-F4(1:5) TO WS-TR-FEED-RANK(WS-EX)
                 MOVE WS-FD-F5(1:6) TO WS-TR-FEED-CHNG(WS-EX)
              END-IF
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'LINE ' FEED-REC
                     DELIMITED BY SIZE INTO WS-HOP-TEXT
              MOVE 0 TO WS-GX
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
      * RUNARCH tags each archived record with its source: M is the
      * male change file, R the female one and D the female dropped
      * names. Generations are appended, so the last one seen for a
      * name is its newest.
       3850-TRACE-ARCHIVE.
           MOVE 9 TO WS-HOP
           MOVE 0 TO WS-GX
           OPEN INPUT FD-ARCHFILE
           MOVE FS-ARCHFILE TO WS-OPEN-FS
           PERFORM 3010-NOTE-OPEN
           IF HOP-OPEN
              PERFORM UNTIL EOF-IN
                 READ FD-ARCHFILE
                      AT END SET EOF-IN TO TRUE
                 END-READ
                 MOVE FS-ARCHFILE TO WS-OPEN-FS
                 MOVE 0 TO WS-GX
                 PERFORM 3015-CHECK-READ
                 IF NOT EOF-IN
                    IF ARC-SRC = 'M'
                       MOVE 1 TO WS-GX
                    ELSE
                       MOVE 2 TO WS-GX
                    END-IF
                    PERFORM 3860-MATCH-ARCHIVE VARYING WS-EX
                       FROM 1 BY 1 UNTIL WS-EX > WS-TRC-CNT
                 END-IF
              END-PERFORM
              CLOSE FD-ARCHFILE
           END-IF
           .
       3860-MATCH-ARCHIVE.
           IF WS-TR-GX(WS-EX) = WS-GX
              AND WS-TR-NAME(WS-EX) = ARC-NAME
              ADD 1 TO WS-TR-HITS(WS-EX, 9)
              MOVE SPACES TO WS-HOP-TEXT
              IF ARC-SRC = 'D'
                 STRING 'GEN ' ARC-DATE ' ' ARC-TIME
                        '  DROPPED, LAST RANK ' ARC-RANK
                        DELIMITED BY SIZE INTO WS-HOP-TEXT
              ELSE
                 STRING 'GEN ' ARC-DATE ' ' ARC-TIME
                        '  RANK ' ARC-RANK '  CHANGE ' ARC-CHNG
                        DELIMITED BY SIZE INTO WS-HOP-TEXT
                 IF ARC-REC(1:14) >= WS-TR-ARC-GEN(WS-EX)
                    MOVE ARC-REC(1:14) TO WS-TR-ARC-GEN(WS-EX)
                    MOVE ARC-RANK TO WS-TR-ARC-RANK(WS-EX)
                    MOVE ARC-CHNG TO WS-TR-ARC-CHNG(WS-EX)
                 END-IF
              END-IF
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
      * Once every file is read, each name gets a line for any hop
      * that did not show it, then a break line for every place the
      * chain does not hold together
       3900-CHECK-ENTRY.
           MOVE WS-TR-GX(WS-EX) TO WS-GX
           PERFORM 3910-NOTE-GAP VARYING WS-HOP FROM 1 BY 1
              UNTIL WS-HOP > 9
           MOVE WS-TR-GX(WS-EX) TO WS-GX

           IF WS-HOP-AVL(1, WS-GX) = 'Y'
              AND WS-TR-HITS(WS-EX, 1) = 0
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'NOT ON ' DELIMITED BY SIZE
                     WS-HOP-DDN(1, WS-GX) DELIMITED BY SPACE
                     ' AS RECEIVED' DELIMITED BY SIZE
                     INTO WS-HOP-TEXT
              PERFORM 4010-RELEASE-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 1) > 0
              AND WS-HOP-AVL(5, WS-GX) = 'Y'
              AND WS-TR-HITS(WS-EX, 5) = 0
              MOVE SPACES TO WS-HOP-TEXT
              IF WS-TR-HITS(WS-EX, 3) > 0
                 STRING 'HELD IN SUSPENSE, NEVER REACHED '
                        DELIMITED BY SIZE
                        WS-HOP-DDN(5, WS-GX) DELIMITED BY SPACE
                        INTO WS-HOP-TEXT
              ELSE
                 STRING 'ON ' DELIMITED BY SIZE
                        WS-HOP-DDN(1, WS-GX) DELIMITED BY SPACE
                        ', NEVER REACHED ' DELIMITED BY SIZE
                        WS-HOP-DDN(5, WS-GX) DELIMITED BY SPACE
                        INTO WS-HOP-TEXT
              END-IF
              PERFORM 4010-RELEASE-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 1) > 0 AND WS-TR-HITS(WS-EX, 5) > 0
              AND WS-TR-BABY-CNT(WS-EX) NOT = WS-TR-GOOD-CNT(WS-EX)
              MOVE WS-TR-BABY-CNT(WS-EX) TO WS-CNT-A
              MOVE WS-TR-GOOD-CNT(WS-EX) TO WS-CNT-B
              MOVE 1 TO WS-HOP
              PERFORM 3950-COUNT-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 5) > 1
              MOVE SPACES TO WS-HOP-TEXT
              MOVE WS-TR-HITS(WS-EX, 5) TO WS-CNT-A
              STRING 'ON ' DELIMITED BY SIZE
                     WS-HOP-DDN(5, WS-GX) DELIMITED BY SPACE
                     ' ' WS-CNT-A ' TIMES' DELIMITED BY SIZE
                     INTO WS-HOP-TEXT
              PERFORM 4010-RELEASE-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 5) > 0
              AND WS-HOP-AVL(6, WS-GX) = 'Y'
              MOVE 5 TO WS-HOP
              PERFORM 3940-REACH-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 5) > 0 AND WS-TR-HITS(WS-EX, 6) > 0
              AND WS-TR-GOOD-CNT(WS-EX) NOT = WS-TR-EXT-CNT(WS-EX)
              MOVE WS-TR-GOOD-CNT(WS-EX) TO WS-CNT-A
              MOVE WS-TR-EXT-CNT(WS-EX)  TO WS-CNT-B
              MOVE 5 TO WS-HOP
              PERFORM 3950-COUNT-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 6) > 0
              AND WS-HOP-AVL(7, WS-GX) = 'Y'
              MOVE 6 TO WS-HOP
              PERFORM 3940-REACH-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 6) > 0 AND WS-TR-HITS(WS-EX, 7) > 0
              IF WS-TR-EXT-CNT(WS-EX) NOT = WS-TR-CHG-CNT(WS-EX)
                 MOVE WS-TR-EXT-CNT(WS-EX) TO WS-CNT-A
                 MOVE WS-TR-CHG-CNT(WS-EX) TO WS-CNT-B
                 MOVE 6 TO WS-HOP
                 PERFORM 3950-COUNT-BREAK
              END-IF
              IF WS-TR-EXT-RANK(WS-EX) NOT = WS-TR-CHG-RANK(WS-EX)
                 MOVE SPACES TO WS-HOP-TEXT
                 STRING 'RANK CHANGED ' DELIMITED BY SIZE
                        WS-HOP-DDN(6, WS-GX) DELIMITED BY SPACE
                        ' ' WS-TR-EXT-RANK(WS-EX) ' TO '
                        DELIMITED BY SIZE
                        WS-HOP-DDN(7, WS-GX) DELIMITED BY SPACE
                        ' ' WS-TR-CHG-RANK(WS-EX) DELIMITED BY SIZE
                        INTO WS-HOP-TEXT
                 PERFORM 4010-RELEASE-BREAK
              END-IF
           END-IF

           IF WS-TR-HITS(WS-EX, 7) > 0
              AND WS-HOP-AVL(8, WS-GX) = 'Y'
              MOVE 7 TO WS-HOP
              PERFORM 3940-REACH-BREAK
           END-IF

           IF WS-TR-HITS(WS-EX, 7) > 0
              AND WS-TR-FEED-RANK(WS-EX) NOT = SPACES
              MOVE WS-TR-CHG-RANK(WS-EX) TO WS-RANK-A
              IF WS-TR-FEED-RANK(WS-EX) NOT = WS-RANK-A
                 OR WS-TR-FEED-CHNG(WS-EX) NOT = WS-TR-CHG-CHNG(WS-EX)
                 MOVE SPACES TO WS-HOP-TEXT
                 STRING 'RANK/CHANGE ' DELIMITED BY SIZE
                        WS-HOP-DDN(7, WS-GX) DELIMITED BY SPACE
                        ' ' WS-RANK-A ' ' WS-TR-CHG-CHNG(WS-EX)
                        ' RNKFEED ' WS-TR-FEED-RANK(WS-EX) ' '
                        WS-TR-FEED-CHNG(WS-EX) DELIMITED BY SIZE
                        INTO WS-HOP-TEXT
                 PERFORM 4010-RELEASE-BREAK
              END-IF
           END-IF

           IF WS-TR-FEED-RANK(WS-EX) NOT = SPACES
              AND WS-HOP-AVL(9, WS-GX) = 'Y'
              IF WS-TR-ARC-GEN(WS-EX) = SPACES
                 MOVE 'ON RNKFEED, ON NO ARCHFILE GENERATION'
                   TO WS-HOP-TEXT
                 PERFORM 4010-RELEASE-BREAK
              ELSE
                 IF WS-TR-ARC-RANK(WS-EX) NOT = WS-TR-FEED-RANK(WS-EX)
                    OR WS-TR-ARC-CHNG(WS-EX)
                       NOT = WS-TR-FEED-CHNG(WS-EX)
                    MOVE SPACES TO WS-HOP-TEXT
                    STRING 'NEWEST ARCHFILE GEN '
                           WS-TR-ARC-GEN(WS-EX)
                           ' DIFFERS FROM RNKFEED'
                           DELIMITED BY SIZE INTO WS-HOP-TEXT
                    PERFORM 4010-RELEASE-BREAK
                 END-IF
              END-IF
           END-IF

           IF WS-TR-BREAKS(WS-EX) > 0
              ADD 1 TO WS-CNT-WITH-BRK
           END-IF
           .
       3910-NOTE-GAP.
           IF WS-TR-HITS(WS-EX, WS-HOP) = 0
              MOVE SPACES TO WS-HOP-TEXT
              EVALUATE TRUE
                  WHEN WS-HOP-AVL(WS-HOP, WS-GX) = 'O'
                       STRING 'NOT TRACED - FEED IS FOR YEAR PAIR '
                              WS-FEED-PAIR
                              DELIMITED BY SIZE INTO WS-HOP-TEXT
                  WHEN WS-HOP-AVL(WS-HOP, WS-GX) NOT = 'Y'
                       MOVE 'NOT TRACED - FILE NOT AVAILABLE'
                         TO WS-HOP-TEXT
                  WHEN WS-HOP = 2
                       MOVE 'NO RESPELLING' TO WS-HOP-TEXT
                  WHEN WS-HOP = 3 OR 4
                       MOVE 'NONE' TO WS-HOP-TEXT
                  WHEN OTHER
                       MOVE 'NOT FOUND' TO WS-HOP-TEXT
              END-EVALUATE
              PERFORM 4000-RELEASE-HOP
           END-IF
           .
      * The name is on hop WS-HOP but not on the hop after it
       3940-REACH-BREAK.
           COMPUTE WS-AX = WS-HOP + 1
           IF WS-TR-HITS(WS-EX, WS-AX) = 0
              MOVE SPACES TO WS-HOP-TEXT
              STRING 'ON ' DELIMITED BY SIZE
                     WS-HOP-DDN(WS-HOP, WS-GX) DELIMITED BY SPACE
                     ', NEVER REACHED ' DELIMITED BY SIZE
                     WS-HOP-DDN(WS-AX, WS-GX) DELIMITED BY SPACE
                     INTO WS-HOP-TEXT
              PERFORM 4010-RELEASE-BREAK
           END-IF
           .
      * The count on hop WS-HOP (WS-CNT-A) is not the count on the
      * next file the name reached (WS-CNT-B); BABY20yy is compared
      * with GOOD20yy, the suspense hops between them carry no count
       3950-COUNT-BREAK.
           IF WS-HOP = 1
              MOVE 5 TO WS-AX
           ELSE
              COMPUTE WS-AX = WS-HOP + 1
           END-IF
           MOVE SPACES TO WS-HOP-TEXT
           STRING 'COUNT CHANGED ' DELIMITED BY SIZE
                  WS-HOP-DDN(WS-HOP, WS-GX) DELIMITED BY SPACE
                  ' ' WS-CNT-A ' TO ' DELIMITED BY SIZE
                  WS-HOP-DDN(WS-AX, WS-GX) DELIMITED BY SPACE
                  ' ' WS-CNT-B DELIMITED BY SIZE
                  INTO WS-HOP-TEXT
           PERFORM 4010-RELEASE-BREAK
           .
      * One hop line for entry WS-EX: the hop's DD name for the
      * entry's gender, then the values found
       4000-RELEASE-HOP.
           MOVE SPACES TO SRT-LINE
           MOVE WS-HOP-DDN(WS-HOP, WS-TR-GX(WS-EX)) TO SRT-LINE(4:12)
           MOVE WS-HOP-TEXT TO SRT-LINE(17:)
           PERFORM 4030-PUT-SORT
           .
       4010-RELEASE-BREAK.
           ADD 1 TO WS-TR-BREAKS(WS-EX) WS-CNT-BREAKS
           MOVE 10 TO WS-HOP
           MOVE SPACES TO SRT-LINE
           STRING '   *** BREAK: ' WS-HOP-TEXT
                  DELIMITED BY SIZE INTO SRT-LINE
           PERFORM 4030-PUT-SORT
           .
       4020-RELEASE-LINE.
           MOVE WS-HOP-TEXT TO SRT-LINE
           PERFORM 4030-PUT-SORT
           .
       4030-PUT-SORT.
           ADD 1 TO WS-SRT-SEQ
           MOVE WS-EX      TO SRT-ENTRY
           MOVE WS-HOP     TO SRT-HOP
           MOVE WS-SRT-SEQ TO SRT-SEQ
           RELEASE SRT-REC
           ADD 1 TO WS-CNT-RELEASED
           .
      * A traced name matches on its own spelling or, for the files
      * ahead of NAMENORM and the suspense images, on any raw
      * spelling NAMEXREF shows for it
       5000-MATCH-NAME.
           MOVE 'N' TO WS-MATCH-SW
           IF WS-MT-NAME = WS-TR-NAME(WS-EX)
              SET NAME-MATCHES TO TRUE
           ELSE
              PERFORM 5010-MATCH-ALIAS VARYING WS-AX FROM 1 BY 1
                 UNTIL WS-AX > WS-TR-ALIAS-CNT(WS-EX)
           END-IF
           .
       5010-MATCH-ALIAS.
           IF WS-MT-NAME = WS-TR-ALIAS(WS-EX, WS-AX)
              SET NAME-MATCHES TO TRUE
           END-IF
           .
      * The sorted lines come back name by name in hop order
       6000-PRINT-TRACE.
           PERFORM UNTIL EOF-SRT
              RETURN SD-SORTFILE
                   AT END SET EOF-SRT TO TRUE
              END-RETURN
              IF NOT EOF-SRT
                 IF SRT-HOP = 0
                    MOVE SPACES TO PRT-REC
                    PERFORM 7900-WRITE-LINE
                 END-IF
                 MOVE SRT-LINE TO PRT-REC
                 PERFORM 7900-WRITE-LINE
              END-IF
           END-PERFORM
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-TRCRPT NOT = 0
              DISPLAY 'ERROR WRITING TRCRPT'
              DISPLAY FS-TRCRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-TRC-CNT > 0
              PERFORM 8010-NOTE-UNTRACED VARYING WS-HOP FROM 1 BY 1
                 UNTIL WS-HOP > 9
           END-IF
           MOVE SPACES TO PRT-REC
           STRING ' NAMES TRACED ' WS-TRC-CNT
                  '   WITH BREAKS ' WS-CNT-WITH-BRK
                  '   BREAKS ' WS-CNT-BREAKS
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-CNT-BREAKS > 0 OR WS-CNT-UNTRACED > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY '================================================'
           DISPLAY ' LINEAGE TRACE SUMMARY: YEAR ' WS-TRC-YEAR
           DISPLAY '================================================'
           DISPLAY ' TRACE CARDS READ . . : ' WS-CNT-READ-DECK
           DISPLAY ' CARDS REJECTED . . . : ' WS-CNT-REJECTED
           DISPLAY ' EXTRACT READ TO DRAW : ' WS-CNT-SAMPLED
           DISPLAY ' NAMES TRACED . . . . : ' WS-TRC-CNT
           DISPLAY ' HOP LINES. . . . . . : ' WS-CNT-RELEASED
           DISPLAY ' NAMES WITH BREAKS. . : ' WS-CNT-WITH-BRK
           DISPLAY ' BREAKS . . . . . . . : ' WS-CNT-BREAKS
           DISPLAY ' HOP FILES NOT READ . : ' WS-CNT-UNTRACED
           DISPLAY '================================================'
           .
      * A hop file that could not be read is listed once, under the
      * gender it was needed for when it is a per-gender file
       8010-NOTE-UNTRACED.
           PERFORM 8020-NOTE-UNTRACED-G VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           .
       8020-NOTE-UNTRACED-G.
           IF WS-HOP-AVL(WS-HOP, WS-GX) NOT = 'Y'
              AND (WS-GX = 1
               OR WS-HOP-DDN(WS-HOP, 2) NOT = WS-HOP-DDN(WS-HOP, 1))
              ADD 1 TO WS-CNT-UNTRACED
              MOVE SPACES TO PRT-REC
              IF WS-HOP-AVL(WS-HOP, WS-GX) = 'O'
                 STRING ' *** RNKFEED IS FOR YEAR PAIR ' WS-FEED-PAIR
                        ', NOT TRACED' DELIMITED BY SIZE INTO PRT-REC
              ELSE
                 STRING ' *** NOT TRACED, FILE NOT AVAILABLE: '
                        WS-HOP-DDN(WS-HOP, WS-GX)
                        DELIMITED BY SIZE INTO PRT-REC
              END-IF
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-TRCRPT

           PERFORM 9999-TERMINATE
           .
      * One audit record per file carried on the run, written to the
      * shared AUDITLOG so run history survives the job log
       8500-WRITE-AUDIT.
           OPEN EXTEND FD-AUDITLOG
      * A brand new audit log (status 35) is created in place rather
      * than failing the run's audit trail
           IF FS-AUDITLOG = 35
              OPEN OUTPUT FD-AUDITLOG
           END-IF
           IF FS-AUDITLOG NOT = 0
              DISPLAY 'ERROR OPENING AUDITLOG'
              DISPLAY FS-AUDITLOG
           ELSE
              ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
              ACCEPT WS-AUD-TIME FROM TIME
              MOVE 'TRCDECK'        TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-DECK TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              PERFORM 8510-AUDIT-HOP VARYING WS-HOP FROM 1 BY 1
                 UNTIL WS-HOP > 9
              MOVE 'TRCRPT'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8510-AUDIT-HOP.
           PERFORM 8520-AUDIT-HOP-G VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           .
       8520-AUDIT-HOP-G.
           IF (WS-HOP-AVL(WS-HOP, WS-GX) = 'Y' OR 'O')
              AND (WS-GX = 1
               OR WS-HOP-DDN(WS-HOP, 2) NOT = WS-HOP-DDN(WS-HOP, 1))
              MOVE WS-HOP-DDN(WS-HOP, WS-GX)  TO WS-AUD-DDNAME
              MOVE 'I'                        TO WS-AUD-IO
              MOVE WS-HOP-READ(WS-HOP, WS-GX) TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'LINTRACE'       TO AUD-PROGRAM
           MOVE WS-AUD-DATE      TO AUD-DATE
           MOVE WS-AUD-TIME(1:6) TO AUD-TIME
           MOVE WS-AUD-DDNAME    TO AUD-DDNAME
           MOVE WS-AUD-IO        TO AUD-IO
           MOVE WS-AUD-COUNT     TO AUD-COUNT
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
