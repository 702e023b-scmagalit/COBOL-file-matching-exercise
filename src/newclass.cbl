      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. NEWCLASS.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Classify the NEW and DROPPED entries of one YEARRANK run       *
      * against the NAMEHIST rank history master. YEARRANK marks any   *
      * name not ranked in the first year of the pair as NEW, and many *
      * of those were ranked some years back, fell off and came back.  *
      * The 2-digit years and M/F gender switch are read from CTLCARD  *
      * in the same layout YEARRANK takes, and build the RNKyyyyG      *
      * change file and DRPyyyyG dropped-name file DD names at         *
      * runtime. Each NEW name is a DEBUT when NAMEHIST holds no rank  *
      * for it before the second year, otherwise a COMEBACK, printed   *
      * with the last year it was ranked, its rank then and the number *
      * of years it was absent. Each dropped name is a ONE-TIME drop   *
      * when its history up to the first year shows no earlier gap,    *
      * otherwise a REPEAT drop printed with the number of times it    *
      * has fallen off before. Both files and NAMEHIST are in name     *
      * order, so each section is a match pass of the change file      *
      * against the master; the four sections are four passes, so no   *
      * table limits the number of names. NAMEHIST only holds the      *
      * years HISTBLD has folded in (ten per name at most), so the     *
      * years it covers print with the totals, and the run ends RC 4   *
      * when the first year of the pair has not been folded in yet.    *
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
           SELECT FD-YRCHNG ASSIGN TO WS-CHNG-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YRCHNG
                  .
           SELECT FD-YRDROP ASSIGN TO WS-DROP-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YRDROP
                  .
           SELECT FD-NAMEHIST ASSIGN TO NAMEHIST
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NAMEHIST
                  .
      * OUTPUT FILE
           SELECT FD-CLASSRPT ASSIGN TO CLASSRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CLASSRPT
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
           05  CTL-GENDER PIC X.
               88  CTL-MALE   VALUE 'M'.
               88  CTL-FEMALE VALUE 'F'.

      * INPUT FILES
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
           05  FILLER       PIC X(24).

       FD  FD-YRDROP
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  DRP-REC.
           05  DRP-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  DRP-NAME PIC X(15).
           05  FILLER   PIC X.
           05  DRP-CNT  PIC 9(6).

       FD  FD-NAMEHIST
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           .
       01  HST-REC.
           05  HST-NAME     PIC X(15).
           05  HST-GENDER   PIC X.
           05  HST-YEAR-CNT PIC 99.
           05  HST-ENTRY OCCURS 10 TIMES.
               10  HST-YEAR PIC XX.
               10  HST-RANK PIC 9(5).
      * Rank as first published for each year entry, kept when a
      * bureau revision or a re-fold restates the year; zero while
      * the year still stands as published, 99999 when the name was
      * not ranked at all in the year as first published
           05  HST-PUB-AREA.
               10  HST-PUB-RANK PIC 9(5) OCCURS 10 TIMES.

      * OUTPUT FILE
       FD  FD-CLASSRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

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
           05  WS-CHGFLAG PIC 9 VALUE 0.
               88  EOF-CHG      VALUE 1.
           05  WS-DRPFLAG PIC 9 VALUE 0.
               88  EOF-DRP      VALUE 1.
           05  WS-HSTFLAG PIC 9 VALUE 0.
               88  EOF-HST      VALUE 1.
           05  WS-HST-FND PIC 9 VALUE 0.
               88  HIST-FOUND   VALUE 1.
           05  WS-LAST-FND PIC 9 VALUE 0.
               88  LAST-FOUND   VALUE 1.
      * Which section the current pass prints: D debuts, C comebacks,
      * O one-time drops, R repeat drops
           05  WS-PASS-CLASS PIC X VALUE SPACE.
           05  WS-NAME-CLASS PIC X VALUE SPACE.
       01  WS-KEYS.
           05  WS-TGT-KEY.
               10  WS-TGT-KEY-NAME   PIC X(15).
               10  WS-TGT-KEY-GENDER PIC X.
           05  WS-HST-KEY.
               10  WS-HST-KEY-NAME   PIC X(15).
               10  WS-HST-KEY-GENDER PIC X.
       01  WS-WORK.
           05  WS-IDX       PIC 99  VALUE 0.
           05  WS-YX        PIC 999 VALUE 0.
           05  WS-Y1-NUM    PIC 99  VALUE 0.
           05  WS-Y2-NUM    PIC 99  VALUE 0.
           05  WS-HY        PIC 99  VALUE 0.
           05  WS-LAST-YR   PIC 99  VALUE 0.
           05  WS-LAST-RANK PIC 9(5) VALUE 0.
           05  WS-FIRST-YR  PIC 99  VALUE 0.
           05  WS-ABSENT    PIC 99  VALUE 0.
           05  WS-YRS-RANKED PIC 99 VALUE 0.
           05  WS-PRIOR-DROPS PIC 99 VALUE 0.
           05  WS-MIN-YR    PIC 99  VALUE 99.
           05  WS-MAX-YR    PIC 99  VALUE 0.
           05  WS-NUM-DISP  PIC Z9.
           05  WS-NUM2-DISP PIC Z9.
      * One flag per 2-digit year (index year + 1) marking the years
      * the name held a rank, used to count the times it fell off
       01  WS-YEAR-FLAGS.
           05  WS-RANKED-SW PIC X OCCURS 100 TIMES.
       01  WS-STATS.
           05  WS-CNT-READ-CHG PIC 9(7) VALUE 0.
           05  WS-CNT-READ-DRP PIC 9(7) VALUE 0.
           05  WS-CNT-READ-HST PIC 9(7) VALUE 0.
           05  WS-CNT-NEW      PIC 9(7) VALUE 0.
           05  WS-CNT-DEBUT    PIC 9(7) VALUE 0.
           05  WS-CNT-COMEBACK PIC 9(7) VALUE 0.
           05  WS-CNT-DROPPED  PIC 9(7) VALUE 0.
           05  WS-CNT-ONCE     PIC 9(7) VALUE 0.
           05  WS-CNT-REPEAT   PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-CHNG-DDNAME PIC X(20) VALUE SPACES.
           05  WS-DROP-DDNAME PIC X(20) VALUE SPACES.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-YRCHNG   PIC 99.
               10 FS-YRDROP   PIC 99.
               10 FS-NAMEHIST PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-CLASSRPT PIC 99.
           05  FS-AUDITLOG PIC 99.
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
      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT

           MOVE 'D' TO WS-PASS-CLASS
           PERFORM 3000-NEW-PASS
           MOVE 'C' TO WS-PASS-CLASS
           PERFORM 3000-NEW-PASS
           MOVE 'O' TO WS-PASS-CLASS
           PERFORM 4000-DROP-PASS
           MOVE 'R' TO WS-PASS-CLASS
           PERFORM 4000-DROP-PASS

           PERFORM 7000-TOTALS
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
              OR NOT (CTL-MALE OR CTL-FEMALE)
              DISPLAY 'INVALID CTLCARD: ' CTL-REC
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE CTL-YEAR1 TO WS-Y1-NUM
           MOVE CTL-YEAR2 TO WS-Y2-NUM

      * Same DD names YEARRANK wrote for this card
           STRING 'RNK' DELIMITED BY SIZE CTL-YEAR1 DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE
                  CTL-GENDER DELIMITED BY SIZE INTO WS-CHNG-DDNAME
           STRING 'DRP' DELIMITED BY SIZE CTL-YEAR1 DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE
                  CTL-GENDER DELIMITED BY SIZE INTO WS-DROP-DDNAME

           OPEN OUTPUT FD-CLASSRPT
           IF FS-CLASSRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (CLASSRPT)'
              DISPLAY FS-CLASSRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' NEW AND DROPPED NAMES AGAINST RANK HISTORY  20'
                  CTL-YEAR1 ' TO 20' CTL-YEAR2 '  GENDER ' CTL-GENDER
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * One pass of the change file against NAMEHIST, printing the
      * NEW names of the class this pass is for
       3000-NEW-PASS.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           IF WS-PASS-CLASS = 'D'
              STRING ' DEBUTS - NEW IN 20' CTL-YEAR2
                     ', NO EARLIER RANK ON NAMEHIST'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE '   RANK  NAME' TO PRT-REC
           ELSE
              STRING ' COMEBACKS - NEW IN 20' CTL-YEAR2
                     ', RANKED IN AN EARLIER YEAR'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE '   RANK  NAME             LAST RANKED  RANK THEN'
                TO PRT-REC
              MOVE 'YEARS ABSENT' TO PRT-REC(50:)
           END-IF
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-YRCHNG
           IF FS-YRCHNG NOT = 0
              DISPLAY 'ERROR ON OPEN (' WS-CHNG-DDNAME ')'
              DISPLAY FS-YRCHNG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           PERFORM 5000-OPEN-HIST

           MOVE 0 TO WS-CHGFLAG
           PERFORM UNTIL EOF-CHG
              READ FD-YRCHNG
                   AT END SET EOF-CHG TO TRUE
              END-READ
              IF FS-YRCHNG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-CHNG-DDNAME ')'
                 DISPLAY FS-YRCHNG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-CHG
                 IF WS-PASS-CLASS = 'D'
                    ADD 1 TO WS-CNT-READ-CHG
                 END-IF
                 IF RCH-CHNG = 'NEW' OR RCH-CHNG = '>NEW'
                    MOVE RCH-NAME TO WS-TGT-KEY-NAME
                    PERFORM 5100-POSITION-HIST
                    PERFORM 3100-CLASSIFY-NEW
                    IF WS-NAME-CLASS = WS-PASS-CLASS
                       PERFORM 3200-PRINT-NEW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

      * The first pass reads the rest of the master as well, so the
      * years NAMEHIST covers are known for the totals
           IF WS-PASS-CLASS = 'D'
              PERFORM UNTIL EOF-HST
                 PERFORM 5200-READ-HIST
              END-PERFORM
           END-IF
           CLOSE FD-YRCHNG FD-NAMEHIST
           .
      * The latest year ranked before the second year of the pair
      * decides: none is a debut, otherwise a comeback
       3100-CLASSIFY-NEW.
           MOVE 0 TO WS-LAST-FND
           MOVE 0 TO WS-LAST-YR
           MOVE 0 TO WS-LAST-RANK
           IF HIST-FOUND
              PERFORM 3110-SCAN-LAST-YEAR VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > HST-YEAR-CNT OR WS-IDX > 10
           END-IF
           IF LAST-FOUND
              MOVE 'C' TO WS-NAME-CLASS
              COMPUTE WS-ABSENT = WS-Y2-NUM - WS-LAST-YR - 1
           ELSE
              MOVE 'D' TO WS-NAME-CLASS
           END-IF
           .
       3110-SCAN-LAST-YEAR.
           IF HST-YEAR(WS-IDX) IS NUMERIC
              MOVE HST-YEAR(WS-IDX) TO WS-HY
              IF WS-HY < WS-Y2-NUM
                 AND (NOT LAST-FOUND OR WS-HY > WS-LAST-YR)
                 MOVE WS-HY TO WS-LAST-YR
                 MOVE HST-RANK(WS-IDX) TO WS-LAST-RANK
                 SET LAST-FOUND TO TRUE
              END-IF
           END-IF
           .
       3200-PRINT-NEW.
           MOVE SPACES TO PRT-REC
           IF WS-NAME-CLASS = 'D'
              ADD 1 TO WS-CNT-NEW
              ADD 1 TO WS-CNT-DEBUT
              STRING '  ' RCH-RANK '  ' RCH-NAME
                     DELIMITED BY SIZE INTO PRT-REC
           ELSE
              ADD 1 TO WS-CNT-NEW
              ADD 1 TO WS-CNT-COMEBACK
              MOVE WS-ABSENT TO WS-NUM-DISP
              STRING '  ' RCH-RANK '  ' RCH-NAME
                     '  20' WS-LAST-YR '         ' WS-LAST-RANK
                     '          ' WS-NUM-DISP
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           .
      * One pass of the dropped-name file against NAMEHIST, printing
      * the names of the class this pass is for
       4000-DROP-PASS.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           IF WS-PASS-CLASS = 'O'
              STRING ' DROPPED ONCE - RANKED IN 20' CTL-YEAR1
                     ' NOT IN 20' CTL-YEAR2 ', NO EARLIER DROP'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE '   RANK  NAME             FIRST RANKED YEARS RANKED'
                TO PRT-REC
           ELSE
              STRING ' REPEAT DROPS - RANKED IN 20' CTL-YEAR1
                     ' NOT IN 20' CTL-YEAR2 ', FELL OFF BEFORE'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE '   RANK  NAME             FIRST RANKED YEARS RANKED'
                TO PRT-REC
              MOVE 'PRIOR DROPS' TO PRT-REC(52:)
           END-IF
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-YRDROP
           IF FS-YRDROP NOT = 0
              DISPLAY 'ERROR ON OPEN (' WS-DROP-DDNAME ')'
              DISPLAY FS-YRDROP
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           PERFORM 5000-OPEN-HIST

           MOVE 0 TO WS-DRPFLAG
           PERFORM UNTIL EOF-DRP
              READ FD-YRDROP
                   AT END SET EOF-DRP TO TRUE
              END-READ
              IF FS-YRDROP NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-DROP-DDNAME ')'
                 DISPLAY FS-YRDROP
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-DRP
                 IF WS-PASS-CLASS = 'O'
                    ADD 1 TO WS-CNT-READ-DRP
                 END-IF
                 MOVE DRP-NAME TO WS-TGT-KEY-NAME
                 PERFORM 5100-POSITION-HIST
                 PERFORM 4100-CLASSIFY-DROP
                 IF WS-NAME-CLASS = WS-PASS-CLASS
                    PERFORM 4200-PRINT-DROP
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FD-YRDROP FD-NAMEHIST
           .
      * The years the name was ranked, up to the first year of the
      * pair, are flagged; every ranked year followed by an unranked
      * one is an earlier time the name fell off the list
       4100-CLASSIFY-DROP.
           MOVE ALL 'N' TO WS-YEAR-FLAGS
           MOVE 0 TO WS-LAST-FND
           MOVE 0 TO WS-FIRST-YR
           MOVE 0 TO WS-YRS-RANKED
           MOVE 0 TO WS-PRIOR-DROPS
           IF HIST-FOUND
              PERFORM 4110-FLAG-YEAR VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > HST-YEAR-CNT OR WS-IDX > 10
           END-IF
           IF LAST-FOUND
              PERFORM 4120-COUNT-DROP VARYING WS-YX FROM WS-FIRST-YR
                 BY 1 UNTIL WS-YX >= WS-Y1-NUM
           ELSE
      * Not on the master at all: the first year is its only year
              MOVE WS-Y1-NUM TO WS-FIRST-YR
              MOVE 1 TO WS-YRS-RANKED
           END-IF
           IF WS-PRIOR-DROPS = 0
              MOVE 'O' TO WS-NAME-CLASS
           ELSE
              MOVE 'R' TO WS-NAME-CLASS
           END-IF
           .
       4110-FLAG-YEAR.
           IF HST-YEAR(WS-IDX) IS NUMERIC
              MOVE HST-YEAR(WS-IDX) TO WS-HY
              IF WS-HY NOT > WS-Y1-NUM
                 MOVE 'Y' TO WS-RANKED-SW(WS-HY + 1)
                 ADD 1 TO WS-YRS-RANKED
                 IF NOT LAST-FOUND OR WS-HY < WS-FIRST-YR
                    MOVE WS-HY TO WS-FIRST-YR
                    SET LAST-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       4120-COUNT-DROP.
           IF WS-RANKED-SW(WS-YX + 1) = 'Y'
              AND WS-RANKED-SW(WS-YX + 2) NOT = 'Y'
              ADD 1 TO WS-PRIOR-DROPS
           END-IF
           .
       4200-PRINT-DROP.
           ADD 1 TO WS-CNT-DROPPED
           MOVE WS-YRS-RANKED TO WS-NUM-DISP
           MOVE SPACES TO PRT-REC
           IF WS-NAME-CLASS = 'O'
              ADD 1 TO WS-CNT-ONCE
              STRING '  ' DRP-RANK '  ' DRP-NAME
                     '  20' WS-FIRST-YR '         ' WS-NUM-DISP
                     DELIMITED BY SIZE INTO PRT-REC
           ELSE
              ADD 1 TO WS-CNT-REPEAT
              MOVE WS-PRIOR-DROPS TO WS-NUM2-DISP
              STRING '  ' DRP-RANK '  ' DRP-NAME
                     '  20' WS-FIRST-YR '         ' WS-NUM-DISP
                     '            ' WS-NUM2-DISP
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           .
      * A missing master would make every NEW name a debut, so it
      * stops the run rather than print a misleading report
       5000-OPEN-HIST.
           OPEN INPUT FD-NAMEHIST
           IF FS-NAMEHIST NOT = 0
              DISPLAY 'ERROR ON OPEN (NAMEHIST)'
              DISPLAY FS-NAMEHIST
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE 0 TO WS-HSTFLAG
           MOVE LOW-VALUES TO WS-HST-KEY
           MOVE CTL-GENDER TO WS-TGT-KEY-GENDER
           .
      * Advance the master to the target name/gender; the master is
      * in name/gender order, the same order HISTBLD writes it in
       5100-POSITION-HIST.
           PERFORM UNTIL EOF-HST OR WS-HST-KEY >= WS-TGT-KEY
              PERFORM 5200-READ-HIST
           END-PERFORM
           IF NOT EOF-HST AND WS-HST-KEY = WS-TGT-KEY
              SET HIST-FOUND TO TRUE
           ELSE
              MOVE 0 TO WS-HST-FND
           END-IF
           .
       5200-READ-HIST.
           READ FD-NAMEHIST
                AT END SET EOF-HST TO TRUE
           END-READ
           IF FS-NAMEHIST NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (NAMEHIST)'
              DISPLAY FS-NAMEHIST
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF EOF-HST
              MOVE HIGH-VALUES TO WS-HST-KEY
           ELSE
              MOVE HST-NAME   TO WS-HST-KEY-NAME
              MOVE HST-GENDER TO WS-HST-KEY-GENDER
              IF WS-PASS-CLASS = 'D'
                 ADD 1 TO WS-CNT-READ-HST
                 PERFORM 5210-NOTE-YEARS VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > HST-YEAR-CNT OR WS-IDX > 10
              END-IF
           END-IF
           .
       5210-NOTE-YEARS.
           IF HST-YEAR(WS-IDX) IS NUMERIC
              MOVE HST-YEAR(WS-IDX) TO WS-HY
              IF WS-HY < WS-MIN-YR
                 MOVE WS-HY TO WS-MIN-YR
              END-IF
              IF WS-HY > WS-MAX-YR
                 MOVE WS-HY TO WS-MAX-YR
              END-IF
           END-IF
           .
       7000-TOTALS.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           STRING ' NEW NAMES ' WS-CNT-NEW '   DEBUTS ' WS-CNT-DEBUT
                  '   COMEBACKS ' WS-CNT-COMEBACK
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           STRING ' DROPPED   ' WS-CNT-DROPPED '   ONCE   ' WS-CNT-ONCE
                  '   REPEAT    ' WS-CNT-REPEAT
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           IF WS-MAX-YR = 0 AND WS-MIN-YR = 99
              MOVE ' NAMEHIST HOLDS NO YEARS' TO PRT-REC
           ELSE
              STRING ' NAMEHIST YEARS HELD 20' WS-MIN-YR ' TO 20'
                     WS-MAX-YR
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE

      * History not yet folded through the first year would call a
      * name a debut that was ranked in a year it does not hold
           IF WS-MAX-YR < WS-Y1-NUM OR WS-MIN-YR = 99
              MOVE SPACES TO PRT-REC
              STRING ' *** NAMEHIST NOT FOLDED THROUGH 20' CTL-YEAR1
                     ', DEBUTS MAY BE COMEBACKS ***'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-CLASSRPT NOT = 0
              DISPLAY 'ERROR WRITING CLASSRPT'
              DISPLAY FS-CLASSRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' NEW/DROPPED CLASSIFICATION: ' CTL-YEAR1 '/'
                   CTL-YEAR2 ' ' CTL-GENDER
           DISPLAY '================================================'
           DISPLAY ' CHANGE RECORDS READ. : ' WS-CNT-READ-CHG
           DISPLAY ' NEW NAMES. . . . . . : ' WS-CNT-NEW
           DISPLAY '   DEBUTS . . . . . . : ' WS-CNT-DEBUT
           DISPLAY '   COMEBACKS. . . . . : ' WS-CNT-COMEBACK
           DISPLAY ' DROPPED NAMES. . . . : ' WS-CNT-DROPPED
           DISPLAY '   DROPPED ONCE . . . : ' WS-CNT-ONCE
           DISPLAY '   REPEAT DROPS . . . : ' WS-CNT-REPEAT
           DISPLAY ' NAMEHIST READ. . . . : ' WS-CNT-READ-HST
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-CLASSRPT

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
              MOVE WS-CHNG-DDNAME(1:12)  TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-CHG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-DROP-DDNAME(1:12)  TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-DRP       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'NAMEHIST'            TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-HST       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'CLASSRPT'            TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'NEWCLASS'       TO AUD-PROGRAM
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
