      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. DIVINDX.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Naming diversity and concentration by year, for the press      *
      * question of whether parents are choosing less common names.    *
      * The first and last 2-digit years are read from CTLCARD at      *
      * 1000-INIT, and every year in that span is taken in turn: its   *
      * Byy(MALE/FEM) extracts and COMByy combined list DD names are   *
      * built at runtime, the same way UNISHFT builds them. A file     *
      * that is not there (status 35) is a year not held and is left   *
      * off that list. Each list is sorted by birth count, highest     *
      * first, and measured: the share of the year's births held by    *
      * the top 10, top 100 and top 1000 names, the number of names    *
      * it takes to cover half of all births, and a concentration      *
      * index - the sum of the squared name shares on a 0 to 10000     *
      * scale (HHI), higher when births are held by fewer names.       *
      * DIVRPT prints one section each for male, female and combined,  *
      * one line per year held, with the movement of every measure     *
      * from the previous year held so the trend reads down the page.  *
      * The run ends RC 4 when no year in the span is held at all.     *
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
      * INPUT FILES (dynamic - built from each year in the span)
           SELECT FD-YRMALE ASSIGN TO WS-MAL-DDNAME
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-YRMALE
                  .
           SELECT FD-YRFEM ASSIGN TO WS-FEM-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YRFEM
                  .
           SELECT FD-COMBIN ASSIGN TO WS-CMB-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-COMBIN
                  .
      * OUTPUT FILE
           SELECT FD-DIVRPT ASSIGN TO DIVRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DIVRPT
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

      * INPUT FILES
       FD  FD-YRMALE
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  EXM-REC.
           05  EXM-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  EXM-NAME PIC X(15).
           05  FILLER   PIC X.
           05  EXM-CNT  PIC 9(6).

       FD  FD-YRFEM
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  EXF-REC.
           05  EXF-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  EXF-NAME PIC X(15).
           05  FILLER   PIC X.
           05  EXF-CNT  PIC 9(6).

       FD  FD-COMBIN
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           .
       01  CMB-REC.
           05  CMB-RANK   PIC 9(5).
           05  FILLER     PIC X.
           05  CMB-NAME   PIC X(15).
           05  FILLER     PIC X.
           05  CMB-GENDER PIC X.
           05  FILLER     PIC X.
           05  CMB-COUNT  PIC 9(7).

      * OUTPUT FILE
       FD  FD-DIVRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * SORT FILE
       SD  SD-SORTFILE
           RECORD CONTAINS 7 CHARACTERS
           .
       01  SRT-REC.
           05  SRT-COUNT  PIC 9(7).

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
           05  WS-INFLAG  PIC 9 VALUE 0.
               88  EOF-IN       VALUE 1.
           05  WS-SRTFLAG PIC 9 VALUE 0.
               88  EOF-SRT      VALUE 1.
      * Which list the sort is measuring: 1 male, 2 female,
      * 3 combined
           05  WS-SET     PIC 9 VALUE 1.
           05  WS-PREV-SW PIC X VALUE 'N'.
               88  PREV-HELD    VALUE 'Y'.
      * One slot per 2-digit year (index year + 1), holding the
      * measures of each of the three lists for that year
       01  WS-YEAR-TBL.
           05  WS-YR OCCURS 100 TIMES.
               10  WS-MS OCCURS 3 TIMES.
                   15  WS-MS-HELD    PIC X.
                   15  WS-MS-BIRTHS  PIC 9(9).
                   15  WS-MS-NAMES   PIC 9(7).
                   15  WS-MS-TOP10   PIC 999V99.
                   15  WS-MS-TOP100  PIC 999V99.
                   15  WS-MS-TOP1000 PIC 999V99.
                   15  WS-MS-HALF    PIC 9(7).
                   15  WS-MS-INDEX   PIC 9(5)V9.
       01  WS-WORK.
           05  WS-Y1-NUM    PIC 99   VALUE 0.
           05  WS-Y2-NUM    PIC 99   VALUE 0.
           05  WS-YY        PIC 999  VALUE 0.
           05  WS-YX        PIC 999  VALUE 0.
           05  WS-PX        PIC 999  VALUE 0.
           05  WS-YEAR-DISP PIC 99   VALUE 0.
           05  WS-TOTAL     PIC 9(9) VALUE 0.
           05  WS-POS       PIC 9(7) VALUE 0.
           05  WS-CUM       PIC 9(9) VALUE 0.
           05  WS-CUM10     PIC 9(9) VALUE 0.
           05  WS-CUM100    PIC 9(9) VALUE 0.
           05  WS-CUM1000   PIC 9(9) VALUE 0.
           05  WS-HALF      PIC 9(7) VALUE 0.
           05  WS-SUMSQ     PIC 9(18) VALUE 0.
           05  WS-DIFF-PCT  PIC S999V99 VALUE 0.
           05  WS-DIFF-HALF PIC S9(7)   VALUE 0.
           05  WS-DIFF-IDX  PIC S9(5)V9 VALUE 0.
           05  WS-BIRTHS-DISP PIC Z(6)9.
           05  WS-PCT-DISP    PIC ZZ9.99.
           05  WS-CHG-DISP    PIC ++9.99.
           05  WS-HALF-DISP   PIC ZZZ9.
           05  WS-HCHG-DISP   PIC ++++9.
           05  WS-IDX-DISP    PIC ZZZ9.9.
           05  WS-ICHG-DISP   PIC +++9.9.
       01  WS-STATS.
           05  WS-CNT-READ-MAL PIC 9(7) VALUE 0.
           05  WS-CNT-READ-FEM PIC 9(7) VALUE 0.
           05  WS-CNT-READ-CMB PIC 9(7) VALUE 0.
           05  WS-CNT-HELD     PIC 9(7) VALUE 0.
           05  WS-CNT-NOT-HELD PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-MAL-DDNAME PIC X(20) VALUE SPACES.
           05  WS-FEM-DDNAME PIC X(20) VALUE SPACES.
           05  WS-CMB-DDNAME PIC X(20) VALUE SPACES.
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
               10 FS-YRMALE PIC 99.
               10 FS-YRFEM  PIC 99.
               10 FS-COMBIN PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-DIVRPT   PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT

           PERFORM 2000-MEASURE-YEAR VARYING WS-YY FROM WS-Y1-NUM
              BY 1 UNTIL WS-YY > WS-Y2-NUM

           MOVE 1 TO WS-SET
           PERFORM 5000-PRINT-SET
           MOVE 2 TO WS-SET
           PERFORM 5000-PRINT-SET
           MOVE 3 TO WS-SET
           PERFORM 5000-PRINT-SET

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

           IF CTL-YEAR1 IS NOT NUMERIC OR CTL-YEAR2 IS NOT NUMERIC
              OR CTL-YEAR1 > CTL-YEAR2
              DISPLAY 'INVALID CTLCARD: ' CTL-REC
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE CTL-YEAR1 TO WS-Y1-NUM
           MOVE CTL-YEAR2 TO WS-Y2-NUM
           MOVE ALL 'N' TO WS-YEAR-TBL

           OPEN OUTPUT FD-DIVRPT
           IF FS-DIVRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (DIVRPT)'
              DISPLAY FS-DIVRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' NAMING DIVERSITY AND CONCENTRATION: 20' CTL-YEAR1
                  ' TO 20' CTL-YEAR2
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * The three lists of one year, each sorted by count on its own
      * and measured as it comes back from the sort
       2000-MEASURE-YEAR.
           MOVE WS-YY TO WS-YEAR-DISP
           MOVE SPACES TO WS-DYNAMIC-NAMES
           STRING 'B' DELIMITED BY SIZE WS-YEAR-DISP DELIMITED BY SIZE
                  'MALE' DELIMITED BY SIZE INTO WS-MAL-DDNAME
           STRING 'B' DELIMITED BY SIZE WS-YEAR-DISP DELIMITED BY SIZE
                  'FEM' DELIMITED BY SIZE INTO WS-FEM-DDNAME
           STRING 'COMB' DELIMITED BY SIZE WS-YEAR-DISP
                  DELIMITED BY SIZE INTO WS-CMB-DDNAME
           COMPUTE WS-YX = WS-YY + 1

           PERFORM 2050-SORT-SET VARYING WS-SET FROM 1 BY 1
              UNTIL WS-SET > 3
           .
       2050-SORT-SET.
           SORT SD-SORTFILE ON DESCENDING KEY SRT-COUNT
                INPUT PROCEDURE 2100-RELEASE-SET
                OUTPUT PROCEDURE 2500-MEASURE-SET
           .
      * The whole list is released and totalled here, so the half
      * point of the year's births is known before the sorted counts
      * come back
       2100-RELEASE-SET.
           MOVE 0 TO WS-TOTAL
           MOVE 0 TO WS-INFLAG
           EVALUATE WS-SET
               WHEN 1
                    OPEN INPUT FD-YRMALE
                    IF FS-YRMALE = 35
                       PERFORM 2190-NOT-HELD
                    ELSE
                       IF FS-YRMALE NOT = 0
                          DISPLAY 'ERROR ON OPEN (' WS-MAL-DDNAME ')'
                          DISPLAY FS-YRMALE
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 9999-TERMINATE
                       END-IF
                       PERFORM 2110-RELEASE-MALE UNTIL EOF-IN
                       CLOSE FD-YRMALE
                    END-IF
               WHEN 2
                    OPEN INPUT FD-YRFEM
                    IF FS-YRFEM = 35
                       PERFORM 2190-NOT-HELD
                    ELSE
                       IF FS-YRFEM NOT = 0
                          DISPLAY 'ERROR ON OPEN (' WS-FEM-DDNAME ')'
                          DISPLAY FS-YRFEM
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 9999-TERMINATE
                       END-IF
                       PERFORM 2120-RELEASE-FEM UNTIL EOF-IN
                       CLOSE FD-YRFEM
                    END-IF
               WHEN OTHER
                    OPEN INPUT FD-COMBIN
                    IF FS-COMBIN = 35
                       PERFORM 2190-NOT-HELD
                    ELSE
                       IF FS-COMBIN NOT = 0
                          DISPLAY 'ERROR ON OPEN (' WS-CMB-DDNAME ')'
                          DISPLAY FS-COMBIN
                          MOVE 12 TO WS-RETURN-CODE
                          PERFORM 9999-TERMINATE
                       END-IF
                       PERFORM 2130-RELEASE-COMB UNTIL EOF-IN
                       CLOSE FD-COMBIN
                    END-IF
           END-EVALUATE
           .
       2110-RELEASE-MALE.
           READ FD-YRMALE
                AT END SET EOF-IN TO TRUE
           END-READ
           IF FS-YRMALE NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (' WS-MAL-DDNAME ')'
              DISPLAY FS-YRMALE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF NOT EOF-IN
              ADD 1 TO WS-CNT-READ-MAL
              MOVE EXM-CNT TO SRT-COUNT
              PERFORM 2180-RELEASE-COUNT
           END-IF
           .
       2120-RELEASE-FEM.
           READ FD-YRFEM
                AT END SET EOF-IN TO TRUE
           END-READ
           IF FS-YRFEM NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (' WS-FEM-DDNAME ')'
              DISPLAY FS-YRFEM
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF NOT EOF-IN
              ADD 1 TO WS-CNT-READ-FEM
              MOVE EXF-CNT TO SRT-COUNT
              PERFORM 2180-RELEASE-COUNT
           END-IF
           .
       2130-RELEASE-COMB.
           READ FD-COMBIN
                AT END SET EOF-IN TO TRUE
           END-READ
           IF FS-COMBIN NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (' WS-CMB-DDNAME ')'
              DISPLAY FS-COMBIN
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF NOT EOF-IN
              ADD 1 TO WS-CNT-READ-CMB
              MOVE CMB-COUNT TO SRT-COUNT
              PERFORM 2180-RELEASE-COUNT
           END-IF
           .
       2180-RELEASE-COUNT.
           ADD SRT-COUNT TO WS-TOTAL
           RELEASE SRT-REC
           .
       2190-NOT-HELD.
           ADD 1 TO WS-CNT-NOT-HELD
           SET EOF-IN TO TRUE
           .
      * Counts come back highest first: the running total at the
      * 10th, 100th and 1000th name gives the top-N shares, and the
      * name that takes the running total to half of the births is
      * the half-coverage figure
       2500-MEASURE-SET.
           MOVE 0 TO WS-POS
           MOVE 0 TO WS-CUM
           MOVE 0 TO WS-CUM10
           MOVE 0 TO WS-CUM100
           MOVE 0 TO WS-CUM1000
           MOVE 0 TO WS-HALF
           MOVE 0 TO WS-SUMSQ
           MOVE 0 TO WS-SRTFLAG

           PERFORM 2510-READ-SORTFILE
           PERFORM UNTIL EOF-SRT
              ADD 1 TO WS-POS
              ADD SRT-COUNT TO WS-CUM
              COMPUTE WS-SUMSQ = WS-SUMSQ + SRT-COUNT * SRT-COUNT
              IF WS-POS = 10
                 MOVE WS-CUM TO WS-CUM10
              END-IF
              IF WS-POS = 100
                 MOVE WS-CUM TO WS-CUM100
              END-IF
              IF WS-POS = 1000
                 MOVE WS-CUM TO WS-CUM1000
              END-IF
              IF WS-HALF = 0 AND WS-CUM * 2 >= WS-TOTAL
                 MOVE WS-POS TO WS-HALF
              END-IF
              PERFORM 2510-READ-SORTFILE
           END-PERFORM

      * A list shorter than the cut-off holds all its births
           IF WS-POS < 10
              MOVE WS-CUM TO WS-CUM10
           END-IF
           IF WS-POS < 100
              MOVE WS-CUM TO WS-CUM100
           END-IF
           IF WS-POS < 1000
              MOVE WS-CUM TO WS-CUM1000
           END-IF

           IF WS-POS > 0
              ADD 1 TO WS-CNT-HELD
              MOVE 'Y'      TO WS-MS-HELD(WS-YX, WS-SET)
              MOVE WS-TOTAL TO WS-MS-BIRTHS(WS-YX, WS-SET)
              MOVE WS-POS   TO WS-MS-NAMES(WS-YX, WS-SET)
              MOVE WS-HALF  TO WS-MS-HALF(WS-YX, WS-SET)
              MOVE 0 TO WS-MS-TOP10(WS-YX, WS-SET)
              MOVE 0 TO WS-MS-TOP100(WS-YX, WS-SET)
              MOVE 0 TO WS-MS-TOP1000(WS-YX, WS-SET)
              MOVE 0 TO WS-MS-INDEX(WS-YX, WS-SET)
              IF WS-TOTAL > 0
                 COMPUTE WS-MS-TOP10(WS-YX, WS-SET) ROUNDED =
                         WS-CUM10 * 100 / WS-TOTAL
                 COMPUTE WS-MS-TOP100(WS-YX, WS-SET) ROUNDED =
                         WS-CUM100 * 100 / WS-TOTAL
                 COMPUTE WS-MS-TOP1000(WS-YX, WS-SET) ROUNDED =
                         WS-CUM1000 * 100 / WS-TOTAL
                 COMPUTE WS-MS-INDEX(WS-YX, WS-SET) ROUNDED =
                         WS-SUMSQ * 10000 / (WS-TOTAL * WS-TOTAL)
              END-IF
           END-IF
           .
       2510-READ-SORTFILE.
      * RETURN keyword is like READ for SD file (OUTPUT PROCEDURE)
           RETURN SD-SORTFILE
              AT END SET EOF-SRT TO TRUE
           END-RETURN
           .
      * One section per list, one line per year held, each measure
      * followed by its movement from the previous year held
       5000-PRINT-SET.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           EVALUATE WS-SET
               WHEN 1
                    MOVE ' MALE - BYYMALE EXTRACTS' TO PRT-REC
               WHEN 2
                    MOVE ' FEMALE - BYYFEM EXTRACTS' TO PRT-REC
               WHEN OTHER
                    MOVE ' COMBINED - COMBYY LISTS' TO PRT-REC
           END-EVALUATE
           PERFORM 7900-WRITE-LINE
           MOVE SPACES      TO PRT-REC
           MOVE 'TOP 10'    TO PRT-REC(15:)
           MOVE 'TOP 100'   TO PRT-REC(29:)
           MOVE 'TOP 1000'  TO PRT-REC(43:)
           MOVE 'NAMES FOR' TO PRT-REC(57:)
           MOVE 'CONC INDEX' TO PRT-REC(68:)
           PERFORM 7900-WRITE-LINE
           MOVE ' YEAR  BIRTHS' TO PRT-REC
           MOVE 'PCT    CHG'    TO PRT-REC(18:)
           MOVE 'PCT    CHG'    TO PRT-REC(32:)
           MOVE 'PCT    CHG'    TO PRT-REC(46:)
           MOVE 'HALF   CHG'    TO PRT-REC(57:)
           MOVE 'HHI    CHG'    TO PRT-REC(71:)
           PERFORM 7900-WRITE-LINE

           MOVE 'N' TO WS-PREV-SW
           PERFORM 5100-PRINT-YEAR VARYING WS-YY FROM WS-Y1-NUM
              BY 1 UNTIL WS-YY > WS-Y2-NUM
           IF NOT PREV-HELD
              MOVE '  NO YEAR IN THE SPAN IS HELD' TO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       5100-PRINT-YEAR.
           COMPUTE WS-YX = WS-YY + 1
           IF WS-MS-HELD(WS-YX, WS-SET) = 'Y'
              MOVE WS-YY TO WS-YEAR-DISP
              MOVE SPACES TO PRT-REC
              STRING ' 20' WS-YEAR-DISP DELIMITED BY SIZE
                     INTO PRT-REC
              MOVE WS-MS-BIRTHS(WS-YX, WS-SET) TO WS-BIRTHS-DISP
              MOVE WS-BIRTHS-DISP TO PRT-REC(7:7)
              MOVE WS-MS-TOP10(WS-YX, WS-SET) TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO PRT-REC(15:6)
              MOVE WS-MS-TOP100(WS-YX, WS-SET) TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO PRT-REC(29:6)
              MOVE WS-MS-TOP1000(WS-YX, WS-SET) TO WS-PCT-DISP
              MOVE WS-PCT-DISP TO PRT-REC(43:6)
              MOVE WS-MS-HALF(WS-YX, WS-SET) TO WS-HALF-DISP
              MOVE WS-HALF-DISP TO PRT-REC(57:4)
              MOVE WS-MS-INDEX(WS-YX, WS-SET) TO WS-IDX-DISP
              MOVE WS-IDX-DISP TO PRT-REC(68:6)
              IF PREV-HELD
                 PERFORM 5200-MOVEMENT
              END-IF
              PERFORM 7900-WRITE-LINE
              MOVE 'Y'   TO WS-PREV-SW
              MOVE WS-YX TO WS-PX
           END-IF
           .
      * Movement against the previous year held (WS-PX), so a year
      * missing from the span does not break the trend column
       5200-MOVEMENT.
           COMPUTE WS-DIFF-PCT = WS-MS-TOP10(WS-YX, WS-SET)
                               - WS-MS-TOP10(WS-PX, WS-SET)
           MOVE WS-DIFF-PCT TO WS-CHG-DISP
           MOVE WS-CHG-DISP TO PRT-REC(22:6)
           COMPUTE WS-DIFF-PCT = WS-MS-TOP100(WS-YX, WS-SET)
                               - WS-MS-TOP100(WS-PX, WS-SET)
           MOVE WS-DIFF-PCT TO WS-CHG-DISP
           MOVE WS-CHG-DISP TO PRT-REC(36:6)
           COMPUTE WS-DIFF-PCT = WS-MS-TOP1000(WS-YX, WS-SET)
                               - WS-MS-TOP1000(WS-PX, WS-SET)
           MOVE WS-DIFF-PCT TO WS-CHG-DISP
           MOVE WS-CHG-DISP TO PRT-REC(50:6)
           COMPUTE WS-DIFF-HALF = WS-MS-HALF(WS-YX, WS-SET)
                                - WS-MS-HALF(WS-PX, WS-SET)
           MOVE WS-DIFF-HALF TO WS-HCHG-DISP
           MOVE WS-HCHG-DISP TO PRT-REC(62:5)
           COMPUTE WS-DIFF-IDX = WS-MS-INDEX(WS-YX, WS-SET)
                               - WS-MS-INDEX(WS-PX, WS-SET)
           MOVE WS-DIFF-IDX TO WS-ICHG-DISP
           MOVE WS-ICHG-DISP TO PRT-REC(75:6)
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-DIVRPT NOT = 0
              DISPLAY 'ERROR WRITING DIVRPT'
              DISPLAY FS-DIVRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' CONC INDEX IS THE SUM OF THE SQUARED NAME SHARES'
             TO PRT-REC
           MOVE 'OF BIRTHS,' TO PRT-REC(51:)
           PERFORM 7900-WRITE-LINE
           MOVE ' 0 TO 10000 (HHI) - HIGHER MEANS FEWER NAMES HOLD'
             TO PRT-REC
           MOVE 'THE BIRTHS' TO PRT-REC(51:)
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           IF WS-CNT-HELD = 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY '================================================'
           DISPLAY ' DIVERSITY INDEX SUMMARY: ' CTL-YEAR1 ' TO '
                   CTL-YEAR2
           DISPLAY '================================================'
           DISPLAY ' MALE RECORDS READ. . : ' WS-CNT-READ-MAL
           DISPLAY ' FEMALE RECORDS READ. : ' WS-CNT-READ-FEM
           DISPLAY ' COMBINED RECS READ . : ' WS-CNT-READ-CMB
           DISPLAY ' LISTS MEASURED . . . : ' WS-CNT-HELD
           DISPLAY ' LISTS NOT HELD . . . : ' WS-CNT-NOT-HELD
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-DIVRPT

           PERFORM 9999-TERMINATE
           .
      * One audit record per file carried on the run, written to the
      * shared AUDITLOG so run history survives the job log; the
      * extract counts are totals over every year in the span
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
              MOVE 'BYYMALE'             TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-MAL       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'BYYFEM'              TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-FEM       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'COMBYY'              TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-CMB       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'DIVRPT'              TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'DIVINDX'        TO AUD-PROGRAM
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
