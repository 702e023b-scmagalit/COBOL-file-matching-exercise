      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. NAMECONS.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Collision consolidation, run between NAMENORM and VALBABY.     *
      * NAMENORM squeezes Mary-Ann, MaryAnn and MARYANN to one         *
      * spelling but writes every supplier row through, so one year    *
      * and gender can carry the same normalized name two or three     *
      * times with its own rank and count each. The two 2-digit years  *
      * come from CTLCARD the same way NAMENORM is driven. Each        *
      * NORM20yy file is sorted by gender and name, the birth counts   *
      * of rows that collide on the normalized spelling are summed,    *
      * and each gender is then re-ranked 1, 2, 3... from the combined *
      * counts with no rank gaps (equal counts keep the order of the   *
      * best supplier rank). The result is written to CONS20yy in the  *
      * NORM layout for VALBABY. The genders are ranked apart, so when *
      * one gender loses more rows to merges than the other the tail   *
      * rows carry an open slot - blank name, zero count - on the      *
      * shorter side. A row whose rank would fail VALBABY's edits is   *
      * passed through untouched. A name side that would fail them is  *
      * held back, and the good side of the same row is merged and     *
      * re-ranked with the rest. Each held side is written after the   *
      * ranked rows, numbered on from the last rank with an open slot  *
      * on its other side, so it still reaches the exception report    *
      * and the suspense file without taking a rank the merge gave     *
      * out. The COLLRPT collision report lists each merged name with  *
      * the supplier ranks and counts of the rows folded into it, the  *
      * raw spellings NAMENORM recorded for it on NAMEXREF, and the    *
      * rank movement the merge caused, with a count per year and      *
      * gender of the other names whose rank moved as a result.        *
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
      * INPUT FILES (dynamic - built from the control card years)
           SELECT FD-NORMY1 ASSIGN TO WS-IN1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NORMY1
                  .
           SELECT FD-NORMY2 ASSIGN TO WS-IN2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NORMY2
                  .
           SELECT FD-NAMEXREF ASSIGN TO NAMEXREF
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NAMEXREF
                  .
      * OUTPUT FILES (dynamic - built from the control card years)
           SELECT FD-CONSY1 ASSIGN TO WS-OUT1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CONSY1
                  .
           SELECT FD-CONSY2 ASSIGN TO WS-OUT2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CONSY2
                  .
           SELECT FD-COLLRPT ASSIGN TO COLLRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-COLLRPT
                  .
      * SORT FILES
           SELECT SD-NAMESORT ASSIGN TO SORTFILE
                  .
           SELECT SD-RANKSORT ASSIGN TO SORTFIL2
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

      * INPUT FILES
       FD  FD-NORMY1
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  NY1-REC PIC X(51).

       FD  FD-NORMY2
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  NY2-REC PIC X(51).

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

      * OUTPUT FILES
       FD  FD-CONSY1
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  CY1-REC PIC X(51).

       FD  FD-CONSY2
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  CY2-REC PIC X(51).

       FD  FD-COLLRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * SORT FILES
      * One record per name side of a NORM row, grouped by name
       SD  SD-NAMESORT
           RECORD CONTAINS 27 CHARACTERS
           .
       01  SNM-REC.
           05  SNM-GENDER PIC X.
           05  SNM-NAME   PIC X(15).
           05  SNM-RANK   PIC 9(5).
           05  SNM-COUNT  PIC 9(6).

      * One record per consolidated name, in new rank order
       SD  SD-RANKSORT
           RECORD CONTAINS 18 CHARACTERS
           .
       01  SRK-REC.
           05  SRK-GENDER PIC X.
           05  SRK-COUNT  PIC 9(7).
           05  SRK-BEST   PIC 9(5).
           05  SRK-MRG    PIC 9(5).

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
           05  WS-IN-FLAG  PIC 9 VALUE 0.
               88  EOF-IN        VALUE 1.
           05  WS-XRF-FLAG PIC 9 VALUE 0.
               88  EOF-XRF       VALUE 1.
           05  WS-SRT-FLAG PIC 9 VALUE 0.
               88  EOF-SRT       VALUE 1.
           05  WS-VALID-SW PIC X VALUE 'Y'.
               88  ROW-VALID     VALUE 'Y'.
           05  WS-MALE-SW  PIC X VALUE 'Y'.
               88  MALE-VALID    VALUE 'Y'.
           05  WS-FEM-SW   PIC X VALUE 'Y'.
               88  FEM-VALID     VALUE 'Y'.
      * Year being worked (1 or 2) and its 4-digit form
           05  WS-YX       PIC 9 VALUE 0.
           05  WS-CUR-YEAR PIC X(4) VALUE SPACES.
      * NORM row being worked, in the NAMENORM layout
       01  WS-ROW.
           05  WS-ROW-RANK     PIC 9(5).
           05  FILLER          PIC X.
           05  WS-ROW-MALE     PIC X(15).
           05  FILLER          PIC X.
           05  WS-ROW-MALE-CNT PIC 9(6).
           05  FILLER          PIC X.
           05  WS-ROW-FEM      PIC X(15).
           05  FILLER          PIC X.
           05  WS-ROW-FEM-CNT  PIC 9(6).
      * One slot per consolidated name for the year being worked;
      * the supplier ranks and counts of up to five folded rows are
      * kept for the collision report
       01  WS-MERGED.
           05  WS-MRG-CNT PIC 9(5) VALUE 0.
           05  WS-MRG-TBL OCCURS 10000 TIMES.
               10  WS-MRG-GENDER PIC X.
               10  WS-MRG-NAME   PIC X(15).
               10  WS-MRG-COUNT  PIC 9(7).
               10  WS-MRG-BEST   PIC 9(5).
               10  WS-MRG-NEW    PIC 9(5).
               10  WS-MRG-ROWS   PIC 99.
               10  WS-MRG-FOLD OCCURS 5 TIMES.
                   15  WS-MRG-OLD-RANK PIC 9(5).
                   15  WS-MRG-OLD-CNT  PIC 9(6).
      * The re-ranked lists, one slot per new rank
       01  WS-RANKED.
           05  WS-RNK-MALE-CNT PIC 9(5) VALUE 0.
           05  WS-RNK-FEM-CNT  PIC 9(5) VALUE 0.
           05  WS-RNK-MALE OCCURS 5000 TIMES.
               10  WS-RKM-NAME  PIC X(15).
               10  WS-RKM-COUNT PIC 9(6).
           05  WS-RNK-FEM OCCURS 5000 TIMES.
               10  WS-RKF-NAME  PIC X(15).
               10  WS-RKF-COUNT PIC 9(6).
      * Rows carrying a name side that fails the edits, held until
      * the ranked rows are written
       01  WS-HELD.
           05  WS-HLD-CNT PIC 9(5) VALUE 0.
           05  WS-HLD-ROW OCCURS 1000 TIMES PIC X(51).
      * NAMEXREF loaded once for the raw spellings behind a merge
       01  WS-XREF.
           05  WS-XRF-CNT PIC 9(5) VALUE 0.
           05  WS-XRF-TBL OCCURS 5000 TIMES.
               10  WS-XRT-YEAR   PIC X(4).
               10  WS-XRT-GENDER PIC X.
               10  WS-XRT-RAW    PIC X(15).
               10  WS-XRT-NORM   PIC X(15).
       01  WS-WORK.
           05  WS-IDX        PIC 9(5) VALUE 0.
           05  WS-FX         PIC 9 VALUE 0.
           05  WS-NEW-RANK   PIC 9(5) VALUE 0.
           05  WS-ROW-MAX    PIC 9(5) VALUE 0.
           05  WS-PREV-GEN   PIC X VALUE SPACE.
           05  WS-PREV-NAME  PIC X(15) VALUE SPACES.
           05  WS-MOVE       PIC S9(5) VALUE 0.
           05  WS-MOVE-DISP  PIC +Z(4)9.
           05  WS-RANK-DISP  PIC Z(4)9.
           05  WS-NEW-DISP   PIC Z(4)9.
           05  WS-CNT-DISP   PIC Z(6)9.
           05  WS-OLD-DISP   PIC Z(5)9.
           05  WS-ROWS-DISP  PIC 9.
      * Per-gender collision tallies for the year being worked
           05  WS-YR-MERGED-M PIC 9(5) VALUE 0.
           05  WS-YR-MERGED-F PIC 9(5) VALUE 0.
           05  WS-YR-SHIFT-M  PIC 9(5) VALUE 0.
           05  WS-YR-SHIFT-F  PIC 9(5) VALUE 0.
       01  WS-STATS.
           05  WS-CNT-READ-Y1  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-Y2  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-Y1   PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-Y2   PIC 9(7) VALUE 0.
           05  WS-CNT-PASSED   PIC 9(7) VALUE 0.
           05  WS-CNT-HELD     PIC 9(7) VALUE 0.
           05  WS-CNT-READ-XRF PIC 9(7) VALUE 0.
           05  WS-CNT-COLLIDED PIC 9(7) VALUE 0.
           05  WS-CNT-FOLDED   PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-IN1-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-IN2-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-OUT1-DDNAME PIC X(20) VALUE SPACES.
           05  WS-OUT2-DDNAME PIC X(20) VALUE SPACES.
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
           05  FILE-STATUS.
               10 FS-NORMY1   PIC 99.
               10 FS-NORMY2   PIC 99.
               10 FS-CONSY1   PIC 99.
               10 FS-CONSY2   PIC 99.
               10 FS-COLLRPT  PIC 99.
           05  FS-NAMEXREF PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1500-LOAD-NAMEXREF

           MOVE 1 TO WS-YX
           PERFORM 2000-CONSOLIDATE-YEAR
           MOVE 2 TO WS-YX
           PERFORM 2000-CONSOLIDATE-YEAR

           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
       1000-INIT.
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

           STRING 'NORM20' DELIMITED BY SIZE
                  CTL-YEAR1 DELIMITED BY SIZE
                  INTO WS-IN1-DDNAME
           STRING 'NORM20' DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE
                  INTO WS-IN2-DDNAME
           STRING 'CONS20' DELIMITED BY SIZE
                  CTL-YEAR1 DELIMITED BY SIZE
                  INTO WS-OUT1-DDNAME
           STRING 'CONS20' DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE
                  INTO WS-OUT2-DDNAME

           OPEN INPUT FD-NORMY1 FD-NORMY2
           OPEN OUTPUT FD-CONSY1 FD-CONSY2 FD-COLLRPT

           IF FILE-STATUS NOT = ZEROES
              DISPLAY 'ERROR ON OPEN'
              DISPLAY FILE-STATUS
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE ' NAME COLLISION CONSOLIDATION REPORT' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * A night with no spelling changes has no NAMEXREF to read;
      * the report then simply carries no raw spellings
       1500-LOAD-NAMEXREF.
           OPEN INPUT FD-NAMEXREF
           IF FS-NAMEXREF = 35
              DISPLAY 'NO NAMEXREF TONIGHT'
              SET EOF-XRF TO TRUE
           ELSE
              IF FS-NAMEXREF NOT = 0
                 DISPLAY 'ERROR ON OPEN (NAMEXREF)'
                 DISPLAY FS-NAMEXREF
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           PERFORM UNTIL EOF-XRF
              READ FD-NAMEXREF
                   AT END SET EOF-XRF TO TRUE
              END-READ
              IF FS-NAMEXREF NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (NAMEXREF)'
                 DISPLAY FS-NAMEXREF
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-XRF
                 ADD 1 TO WS-CNT-READ-XRF
                 IF WS-XRF-CNT < 5000
                    ADD 1 TO WS-XRF-CNT
                    MOVE XRF-YEAR   TO WS-XRT-YEAR(WS-XRF-CNT)
                    MOVE XRF-GENDER TO WS-XRT-GENDER(WS-XRF-CNT)
                    MOVE XRF-RAW    TO WS-XRT-RAW(WS-XRF-CNT)
                    MOVE XRF-NORM   TO WS-XRT-NORM(WS-XRF-CNT)
                 ELSE
                    DISPLAY 'XREF TABLE FULL, SPELLING SKIPPED: '
                            XRF-REC
                 END-IF
              END-IF
           END-PERFORM
           IF FS-NAMEXREF NOT = 35
              CLOSE FD-NAMEXREF
           END-IF
           .
      * One year: group the name sides by name, sum the collisions,
      * rank each gender from the combined counts, write the rows
      * back out paired by new rank, then report the merges
       2000-CONSOLIDATE-YEAR.
           MOVE SPACES TO WS-CUR-YEAR
           IF WS-YX = 1
              STRING '20' CTL-YEAR1 DELIMITED BY SIZE
                     INTO WS-CUR-YEAR
           ELSE
              STRING '20' CTL-YEAR2 DELIMITED BY SIZE
                     INTO WS-CUR-YEAR
           END-IF
           MOVE 0 TO WS-MRG-CNT
           MOVE 0 TO WS-HLD-CNT
           MOVE 0 TO WS-RNK-MALE-CNT
           MOVE 0 TO WS-RNK-FEM-CNT
           MOVE 0 TO WS-YR-MERGED-M
           MOVE 0 TO WS-YR-MERGED-F
           MOVE 0 TO WS-YR-SHIFT-M
           MOVE 0 TO WS-YR-SHIFT-F

           SORT SD-NAMESORT ON ASCENDING KEY SNM-GENDER
                            ON ASCENDING KEY SNM-NAME
                            ON ASCENDING KEY SNM-RANK
                INPUT PROCEDURE 3000-RELEASE-SIDES
                OUTPUT PROCEDURE 4000-MERGE-NAMES

           SORT SD-RANKSORT ON ASCENDING KEY SRK-GENDER
                            ON DESCENDING KEY SRK-COUNT
                            ON ASCENDING KEY SRK-BEST
                INPUT PROCEDURE 5000-RELEASE-MERGED
                OUTPUT PROCEDURE 5500-ASSIGN-RANKS

           IF WS-RNK-MALE-CNT > WS-RNK-FEM-CNT
              MOVE WS-RNK-MALE-CNT TO WS-ROW-MAX
           ELSE
              MOVE WS-RNK-FEM-CNT  TO WS-ROW-MAX
           END-IF
           PERFORM 6000-WRITE-ROW VARYING WS-NEW-RANK FROM 1 BY 1
              UNTIL WS-NEW-RANK > WS-ROW-MAX
           PERFORM 6200-WRITE-HELD VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-HLD-CNT

           PERFORM 7000-REPORT-YEAR
           .
      * A row whose rank would fail VALBABY's edits goes through
      * untouched so the exception report and suspense file still see
      * it. Otherwise each good name side is released to the merge
      * and a bad side is held back with an open slot beside it
       3000-RELEASE-SIDES.
           MOVE 0 TO WS-IN-FLAG
           PERFORM 3100-READ-NORM
           PERFORM UNTIL EOF-IN
              PERFORM 3200-EDIT-ROW
              IF ROW-VALID
                 IF MALE-VALID
                    MOVE SPACES          TO SNM-REC
                    MOVE 'M'             TO SNM-GENDER
                    MOVE WS-ROW-MALE     TO SNM-NAME
                    MOVE WS-ROW-RANK     TO SNM-RANK
                    MOVE WS-ROW-MALE-CNT TO SNM-COUNT
                    RELEASE SNM-REC
                 END-IF
                 IF FEM-VALID
                    MOVE SPACES          TO SNM-REC
                    MOVE 'F'             TO SNM-GENDER
                    MOVE WS-ROW-FEM      TO SNM-NAME
                    MOVE WS-ROW-RANK     TO SNM-RANK
                    MOVE WS-ROW-FEM-CNT  TO SNM-COUNT
                    RELEASE SNM-REC
                 END-IF
                 IF NOT MALE-VALID OR NOT FEM-VALID
                    PERFORM 3300-HOLD-SIDE
                 END-IF
              ELSE
                 PERFORM 6100-PUT-ROW
                 ADD 1 TO WS-CNT-PASSED
              END-IF
              PERFORM 3100-READ-NORM
           END-PERFORM
           .
       3100-READ-NORM.
           IF WS-YX = 1
              READ FD-NORMY1 INTO WS-ROW
                   AT END SET EOF-IN TO TRUE
              END-READ
              IF FS-NORMY1 NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-IN1-DDNAME ')'
                 DISPLAY FS-NORMY1
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-IN
                 ADD 1 TO WS-CNT-READ-Y1
              END-IF
           ELSE
              READ FD-NORMY2 INTO WS-ROW
                   AT END SET EOF-IN TO TRUE
              END-READ
              IF FS-NORMY2 NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-IN2-DDNAME ')'
                 DISPLAY FS-NORMY2
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-IN
                 ADD 1 TO WS-CNT-READ-Y2
              END-IF
           END-IF
           .
      * The same tests VALBABY makes, so nothing is merged that the
      * validation step would have turned away. The rank belongs to
      * the row; the name and count tests are made per side
       3200-EDIT-ROW.
           SET ROW-VALID TO TRUE
           SET MALE-VALID TO TRUE
           SET FEM-VALID TO TRUE
           IF WS-ROW-RANK IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
           ELSE
              IF WS-ROW-RANK = ZERO
                 MOVE 'N' TO WS-VALID-SW
              END-IF
           END-IF
           IF WS-ROW-MALE = SPACES OR WS-ROW-MALE IS NOT ALPHABETIC
              OR WS-ROW-MALE-CNT IS NOT NUMERIC
              MOVE 'N' TO WS-MALE-SW
           END-IF
           IF WS-ROW-FEM = SPACES OR WS-ROW-FEM IS NOT ALPHABETIC
              OR WS-ROW-FEM-CNT IS NOT NUMERIC
              MOVE 'N' TO WS-FEM-SW
           END-IF
           .
      * The good side, already released, is opened up so only the
      * bad side is left for VALBABY to turn away
       3300-HOLD-SIDE.
           IF WS-HLD-CNT NOT < 1000
              DISPLAY 'HELD ROW TABLE FULL FOR ' WS-CUR-YEAR
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF MALE-VALID
              MOVE SPACES TO WS-ROW-MALE
              MOVE 0      TO WS-ROW-MALE-CNT
           END-IF
           IF FEM-VALID
              MOVE SPACES TO WS-ROW-FEM
              MOVE 0      TO WS-ROW-FEM-CNT
           END-IF
           ADD 1 TO WS-HLD-CNT
           MOVE WS-ROW TO WS-HLD-ROW(WS-HLD-CNT)
           .
      * Control break on gender and name: the first side of a name
      * opens its slot, every further side is a collision folded in
       4000-MERGE-NAMES.
           MOVE 0 TO WS-SRT-FLAG
           MOVE SPACE  TO WS-PREV-GEN
           MOVE SPACES TO WS-PREV-NAME
           PERFORM 4100-RETURN-NAME
           PERFORM UNTIL EOF-SRT
              IF SNM-GENDER = WS-PREV-GEN
                 AND SNM-NAME = WS-PREV-NAME
                 PERFORM 4300-FOLD-SIDE
              ELSE
                 PERFORM 4200-OPEN-NAME
              END-IF
              PERFORM 4100-RETURN-NAME
           END-PERFORM
           .
       4100-RETURN-NAME.
           RETURN SD-NAMESORT
              AT END SET EOF-SRT TO TRUE
           END-RETURN
           .
       4200-OPEN-NAME.
           IF WS-MRG-CNT NOT < 10000
              DISPLAY 'NAME TABLE FULL FOR ' WS-CUR-YEAR
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-MRG-CNT
           MOVE SNM-GENDER TO WS-MRG-GENDER(WS-MRG-CNT)
           MOVE SNM-NAME   TO WS-MRG-NAME(WS-MRG-CNT)
           MOVE SNM-COUNT  TO WS-MRG-COUNT(WS-MRG-CNT)
           MOVE SNM-RANK   TO WS-MRG-BEST(WS-MRG-CNT)
           MOVE 0          TO WS-MRG-NEW(WS-MRG-CNT)
           MOVE 1          TO WS-MRG-ROWS(WS-MRG-CNT)
           MOVE SNM-RANK   TO WS-MRG-OLD-RANK(WS-MRG-CNT, 1)
           MOVE SNM-COUNT  TO WS-MRG-OLD-CNT(WS-MRG-CNT, 1)
           MOVE SNM-GENDER TO WS-PREV-GEN
           MOVE SNM-NAME   TO WS-PREV-NAME
           .
      * Sides arrive in supplier rank order, so the first one kept
      * is already the best rank the name held
       4300-FOLD-SIDE.
           ADD SNM-COUNT TO WS-MRG-COUNT(WS-MRG-CNT)
           IF WS-MRG-ROWS(WS-MRG-CNT) < 99
              ADD 1 TO WS-MRG-ROWS(WS-MRG-CNT)
           END-IF
           IF WS-MRG-ROWS(WS-MRG-CNT) NOT > 5
              MOVE WS-MRG-ROWS(WS-MRG-CNT) TO WS-FX
              MOVE SNM-RANK  TO WS-MRG-OLD-RANK(WS-MRG-CNT, WS-FX)
              MOVE SNM-COUNT TO WS-MRG-OLD-CNT(WS-MRG-CNT, WS-FX)
           END-IF
           ADD 1 TO WS-CNT-FOLDED
           .
       5000-RELEASE-MERGED.
           PERFORM 5100-RELEASE-ONE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-MRG-CNT
           .
       5100-RELEASE-ONE.
           MOVE WS-MRG-GENDER(WS-IDX) TO SRK-GENDER
           MOVE WS-MRG-COUNT(WS-IDX)  TO SRK-COUNT
           MOVE WS-MRG-BEST(WS-IDX)   TO SRK-BEST
           MOVE WS-IDX                TO SRK-MRG
           RELEASE SRK-REC
           .
      * Names come back highest count first within gender; each
      * gender is numbered from 1 with no gaps
       5500-ASSIGN-RANKS.
           MOVE 0 TO WS-SRT-FLAG
           PERFORM 5600-RETURN-RANK
           PERFORM UNTIL EOF-SRT
              IF SRK-COUNT > 999999
                 DISPLAY 'COMBINED COUNT OVERFLOWS RECORD: '
                         WS-MRG-NAME(SRK-MRG) ' ' SRK-COUNT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF SRK-GENDER = 'M'
                 IF WS-RNK-MALE-CNT NOT < 5000
                    DISPLAY 'RANK TABLE FULL FOR ' WS-CUR-YEAR ' M'
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-RNK-MALE-CNT
                 MOVE WS-RNK-MALE-CNT TO WS-MRG-NEW(SRK-MRG)
                 MOVE WS-MRG-NAME(SRK-MRG)
                      TO WS-RKM-NAME(WS-RNK-MALE-CNT)
                 MOVE SRK-COUNT TO WS-RKM-COUNT(WS-RNK-MALE-CNT)
              ELSE
                 IF WS-RNK-FEM-CNT NOT < 5000
                    DISPLAY 'RANK TABLE FULL FOR ' WS-CUR-YEAR ' F'
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-RNK-FEM-CNT
                 MOVE WS-RNK-FEM-CNT TO WS-MRG-NEW(SRK-MRG)
                 MOVE WS-MRG-NAME(SRK-MRG)
                      TO WS-RKF-NAME(WS-RNK-FEM-CNT)
                 MOVE SRK-COUNT TO WS-RKF-COUNT(WS-RNK-FEM-CNT)
              END-IF
              PERFORM 5600-RETURN-RANK
           END-PERFORM
           .
       5600-RETURN-RANK.
           RETURN SD-RANKSORT
              AT END SET EOF-SRT TO TRUE
           END-RETURN
           .
      * A gender that ran out of names leaves its side of the row
      * open: blank name, zero count
       6000-WRITE-ROW.
           MOVE SPACES      TO WS-ROW
           MOVE WS-NEW-RANK TO WS-ROW-RANK
           MOVE 0           TO WS-ROW-MALE-CNT
           MOVE 0           TO WS-ROW-FEM-CNT
           IF WS-NEW-RANK NOT > WS-RNK-MALE-CNT
              MOVE WS-RKM-NAME(WS-NEW-RANK)  TO WS-ROW-MALE
              MOVE WS-RKM-COUNT(WS-NEW-RANK) TO WS-ROW-MALE-CNT
           END-IF
           IF WS-NEW-RANK NOT > WS-RNK-FEM-CNT
              MOVE WS-RKF-NAME(WS-NEW-RANK)  TO WS-ROW-FEM
              MOVE WS-RKF-COUNT(WS-NEW-RANK) TO WS-ROW-FEM-CNT
           END-IF
           PERFORM 6100-PUT-ROW
           .
       6100-PUT-ROW.
           IF WS-YX = 1
              MOVE WS-ROW TO CY1-REC
              WRITE CY1-REC
              IF FS-CONSY1 NOT = 0
                 DISPLAY 'ERROR WRITING ' WS-OUT1-DDNAME
                 DISPLAY FS-CONSY1
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              ADD 1 TO WS-CNT-WRT-Y1
           ELSE
              MOVE WS-ROW TO CY2-REC
              WRITE CY2-REC
              IF FS-CONSY2 NOT = 0
                 DISPLAY 'ERROR WRITING ' WS-OUT2-DDNAME
                 DISPLAY FS-CONSY2
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              ADD 1 TO WS-CNT-WRT-Y2
           END-IF
           .
      * Held rows follow the ranked rows, numbered on from the last
      * rank so none of them repeats a rank the merge gave out
       6200-WRITE-HELD.
           MOVE WS-HLD-ROW(WS-IDX) TO WS-ROW
           ADD 1 TO WS-ROW-MAX
           MOVE WS-ROW-MAX TO WS-ROW-RANK
           PERFORM 6100-PUT-ROW
           ADD 1 TO WS-CNT-HELD
           .
      * Merged names print in full; a name that only moved because
      * a merge above it closed up the ranks is counted, not listed
       7000-REPORT-YEAR.
           PERFORM 7100-REPORT-NAME VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-MRG-CNT

           MOVE SPACES TO PRT-REC
           STRING ' ' WS-CUR-YEAR ' MALE   MERGED NAMES ' WS-YR-MERGED-M
                  '  OTHER NAMES RE-RANKED ' WS-YR-SHIFT-M
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           STRING ' ' WS-CUR-YEAR ' FEMALE MERGED NAMES ' WS-YR-MERGED-F
                  '  OTHER NAMES RE-RANKED ' WS-YR-SHIFT-F
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       7100-REPORT-NAME.
           IF WS-MRG-ROWS(WS-IDX) > 1
              ADD 1 TO WS-CNT-COLLIDED
              IF WS-MRG-GENDER(WS-IDX) = 'M'
                 ADD 1 TO WS-YR-MERGED-M
              ELSE
                 ADD 1 TO WS-YR-MERGED-F
              END-IF
              COMPUTE WS-MOVE = WS-MRG-BEST(WS-IDX)
                              - WS-MRG-NEW(WS-IDX)
              MOVE WS-MOVE              TO WS-MOVE-DISP
              MOVE WS-MRG-BEST(WS-IDX)  TO WS-RANK-DISP
              MOVE WS-MRG-NEW(WS-IDX)   TO WS-NEW-DISP
              MOVE WS-MRG-COUNT(WS-IDX) TO WS-CNT-DISP
              MOVE SPACES TO PRT-REC
              STRING ' ' WS-CUR-YEAR ' ' WS-MRG-GENDER(WS-IDX) ' '
                     WS-MRG-NAME(WS-IDX) ' BEST RANK' WS-RANK-DISP
                     ' NEW RANK' WS-NEW-DISP ' MOVED ' WS-MOVE-DISP
                     ' BIRTHS' WS-CNT-DISP
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              PERFORM 7200-REPORT-FOLD VARYING WS-FX FROM 1 BY 1
                 UNTIL WS-FX > 5 OR WS-FX > WS-MRG-ROWS(WS-IDX)
              IF WS-MRG-ROWS(WS-IDX) > 5
                 MOVE SPACES TO PRT-REC
                 MOVE '        (MORE THAN FIVE ROWS FOLDED IN)'
                      TO PRT-REC
                 PERFORM 7900-WRITE-LINE
              END-IF
              PERFORM 7300-REPORT-SPELLING
           ELSE
              IF WS-MRG-NEW(WS-IDX) NOT = WS-MRG-BEST(WS-IDX)
                 IF WS-MRG-GENDER(WS-IDX) = 'M'
                    ADD 1 TO WS-YR-SHIFT-M
                 ELSE
                    ADD 1 TO WS-YR-SHIFT-F
                 END-IF
              END-IF
           END-IF
           .
       7200-REPORT-FOLD.
           MOVE WS-MRG-OLD-RANK(WS-IDX, WS-FX) TO WS-RANK-DISP
           MOVE WS-MRG-OLD-CNT(WS-IDX, WS-FX)  TO WS-OLD-DISP
           MOVE SPACES TO PRT-REC
           STRING '        SUPPLIER ROW RANK' WS-RANK-DISP
                  ' BIRTHS' WS-OLD-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * Every NAMEXREF spelling for this year, gender and normalized
      * name is one of the supplier forms folded together here
       7300-REPORT-SPELLING.
           PERFORM 7310-CHECK-XREF VARYING WS-NEW-RANK FROM 1 BY 1
              UNTIL WS-NEW-RANK > WS-XRF-CNT
           .
       7310-CHECK-XREF.
           IF WS-XRT-YEAR(WS-NEW-RANK)   = WS-CUR-YEAR
              AND WS-XRT-GENDER(WS-NEW-RANK) = WS-MRG-GENDER(WS-IDX)
              AND WS-XRT-NORM(WS-NEW-RANK)   = WS-MRG-NAME(WS-IDX)
              MOVE SPACES TO PRT-REC
              STRING '        SUPPLIER SPELLING '
                     WS-XRT-RAW(WS-NEW-RANK) ' (NAMEXREF)'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-COLLRPT NOT = 0
              DISPLAY 'ERROR WRITING COLLRPT'
              DISPLAY FS-COLLRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' NAME CONSOLIDATION SUMMARY: 20' CTL-YEAR1
                   ' / 20' CTL-YEAR2
           DISPLAY '================================================'
           DISPLAY ' YEAR 1 READ. . . . . : ' WS-CNT-READ-Y1
           DISPLAY ' YEAR 1 WRITTEN . . . : ' WS-CNT-WRT-Y1
           DISPLAY ' YEAR 2 READ. . . . . : ' WS-CNT-READ-Y2
           DISPLAY ' YEAR 2 WRITTEN . . . : ' WS-CNT-WRT-Y2
           DISPLAY ' ROWS PASSED THROUGH. : ' WS-CNT-PASSED
           DISPLAY ' BAD SIDES HELD BACK. : ' WS-CNT-HELD
           DISPLAY ' NAMES MERGED . . . . : ' WS-CNT-COLLIDED
           DISPLAY ' ROWS FOLDED IN . . . : ' WS-CNT-FOLDED
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-NORMY1 FD-NORMY2 FD-CONSY1 FD-CONSY2 FD-COLLRPT

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
              MOVE WS-IN1-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-Y1   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-IN2-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-Y2   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'NAMEXREF'       TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-XRF  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-OUT1-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-Y1    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-OUT2-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-Y2    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'COLLRPT'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'NAMECONS'       TO AUD-PROGRAM
           MOVE WS-AUD-DATE      TO AUD-DATE
           MOVE WS-AUD-TIME(1:6) TO AUD-TIME
           MOVE WS-AUD-DDNAME    TO AUD-DDNAME
           MOVE WS-AUD-IO        TO AUD-IO
           MOVE WS-AUD-COUNT     TO AUD-COUNT
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
      * GOBACK instead of STOP RUN so the step returns control (and
      * its RETURN-CODE) to PIPEDRVR when run under the driver; run
      * stand-alone it ends the run unit just the same
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
