      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. STBAL.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * State-versus-national balancing step, run after STSORT and the *
      * national YEARSORT, ahead of STDIVRG; the driver deck lists     *
      * both sorts as its predecessors, since it reads the output of   *
      * each. The state chain and the national chain run on            *
      * separate bureau files, so before STDIVRG figures divergences   *
      * this step proves the two agree. The 2-digit year and the       *
      * tolerance percent are read from CTLCARD at 1000-INIT, the same *
      * card shape STDIVRG uses, and used to build the SByy(MALE/FEM)  *
      * state extract, the prior year's SByy(MALE/FEM) extract and the *
      * national Byy(MALE/FEM) extract DD names at runtime. For each   *
      * gender the state extract is sorted by name and each name's     *
      * births are summed across all states, then matched to the       *
      * national extract: a name whose state sum is above the national *
      * count (or that is missing from the national extract) is out of *
      * balance. Each state's total births are held against the prior  *
      * year's total, and a change beyond the tolerance is out of      *
      * balance; a missing prior-year extract (status 35) skips that   *
      * check with a note. Every state named on the night's STATECARD  *
      * deck with no records on the extract is out of balance. All of  *
      * it prints on BALRPT, and any out-of-balance condition ends the *
      * run RC 8 so the driver holds STDIVRG.                          *
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
      * STATE LIST CARD DECK
           SELECT FD-STATECARD ASSIGN TO STATECARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-STATECARD
                  .
      * INPUT FILES (dynamic - built from the control card year, one
      * gender at a time)
           SELECT FD-SBCUR ASSIGN TO WS-SBC-DDNAME
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-SBCUR
                  .
           SELECT FD-SBPRI ASSIGN TO WS-SBP-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SBPRI
                  .
           SELECT FD-NATL ASSIGN TO WS-NAT-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NATL
                  .
      * OUTPUT FILE
           SELECT FD-BALRPT ASSIGN TO BALRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-BALRPT
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
           05  CTL-YEAR   PIC XX.
           05  FILLER     PIC X.
           05  CTL-TOL    PIC 99.

      * STATE LIST CARD DECK
       FD  FD-STATECARD
           RECORD CONTAINS 4 CHARACTERS
           RECORDING MODE F
           .
       01  STC-REC.
           05  STC-STATE  PIC XX.
           05  FILLER     PIC XX.

      * INPUT FILES
       FD  FD-SBCUR
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           .
       01  SBC-REC.
           05  SBC-STATE PIC XX.
           05  FILLER    PIC X.
           05  SBC-RANK  PIC 9(5).
           05  FILLER    PIC X.
           05  SBC-NAME  PIC X(15).
           05  FILLER    PIC X.
           05  SBC-CNT   PIC 9(6).

       FD  FD-SBPRI
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           .
       01  SBP-REC.
           05  SBP-STATE PIC XX.
           05  FILLER    PIC X.
           05  SBP-RANK  PIC 9(5).
           05  FILLER    PIC X.
           05  SBP-NAME  PIC X(15).
           05  FILLER    PIC X.
           05  SBP-CNT   PIC 9(6).

       FD  FD-NATL
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  NAT-REC.
           05  NAT-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  NAT-NAME PIC X(15).
           05  FILLER   PIC X.
           05  NAT-CNT  PIC 9(6).

      * OUTPUT FILE
       FD  FD-BALRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * SORT FILE
       SD  SD-SORTFILE
           RECORD CONTAINS 21 CHARACTERS
           .
       01  SRT-REC.
           05  SRT-NAME   PIC X(15).
           05  SRT-CNT    PIC 9(6).

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
           05  WS-STCFLAG PIC 9 VALUE 0.
               88  EOF-STC      VALUE 1.
           05  WS-CURFLAG PIC 9 VALUE 0.
               88  EOF-CUR      VALUE 1.
           05  WS-PRIFLAG PIC 9 VALUE 0.
               88  EOF-PRI      VALUE 1.
           05  WS-NATFLAG PIC 9 VALUE 0.
               88  EOF-NAT      VALUE 1.
           05  WS-SRTFLAG PIC 9 VALUE 0.
               88  EOF-SRT      VALUE 1.
           05  WS-STATE-FND PIC 9 VALUE 0.
               88  STATE-FOUND  VALUE 1.
           05  WS-PRIOR-SW PIC X VALUE 'N'.
               88  PRIOR-HELD   VALUE 'Y'.
           05  WS-GENDER  PIC X VALUE 'M'.
      * Tolerance on a state's births against the prior year, in
      * percent either way; CTLCARD columns 4-5 override it
       01  WS-TOL-PCT PIC 99 VALUE 10.
      * States named on the night's STATECARD deck, plus any state
      * found on an extract, with each gender's totals as it is run
       01  WS-STATE-LIST.
           05  WS-STATE-CNT  PIC 99 VALUE 0.
           05  WS-CARD-CNT   PIC 99 VALUE 0.
           05  WS-STATE-TBL OCCURS 60 TIMES.
               10  WS-ST-CODE    PIC XX.
               10  WS-ST-ON-CARD PIC X.
               10  WS-ST-RECS    PIC 9(7).
               10  WS-ST-BIRTHS  PIC 9(9).
               10  WS-ST-PRIOR   PIC 9(9).
       01  WS-WORK.
           05  WS-IDX       PIC 99   VALUE 0.
           05  WS-STX       PIC 99   VALUE 0.
           05  WS-FIND-ST   PIC XX   VALUE SPACES.
           05  WS-YEAR-NUM  PIC 99   VALUE 0.
           05  WS-PRI-YEAR  PIC 99   VALUE 0.
           05  WS-CUR-NAME  PIC X(15) VALUE SPACES.
           05  WS-NAME-SUM  PIC 9(9) VALUE 0.
           05  WS-NAT-COUNT PIC 9(6) VALUE 0.
           05  WS-EXCESS    PIC 9(9) VALUE 0.
           05  WS-CHG       PIC S9(9) VALUE 0.
           05  WS-CHG-PCT   PIC S9(5)V9 VALUE 0.
           05  WS-CHG-ABS   PIC 9(5)V9 VALUE 0.
           05  WS-FLAG      PIC X(21) VALUE SPACES.
           05  WS-CNT-DISP  PIC Z(8)9.
           05  WS-NAT-DISP  PIC Z(8)9.
           05  WS-EXC-DISP  PIC Z(8)9.
           05  WS-PRI-DISP  PIC Z(8)9.
           05  WS-PCT-DISP  PIC +++++9.9.
       01  WS-STATS.
           05  WS-CNT-READ-CUR PIC 9(7) VALUE 0.
           05  WS-CNT-READ-PRI PIC 9(7) VALUE 0.
           05  WS-CNT-READ-NAT PIC 9(7) VALUE 0.
           05  WS-CNT-NAMES    PIC 9(7) VALUE 0.
           05  WS-CNT-OVER     PIC 9(7) VALUE 0.
           05  WS-CNT-OUT-TOL  PIC 9(7) VALUE 0.
           05  WS-CNT-NO-RECS  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
      * Counts for the audit rows, kept per gender since each gender
      * reads its own DDs
       01  WS-AUD-COUNTS.
           05  WS-AUD-CUR PIC 9(7) OCCURS 2 TIMES VALUE 0.
           05  WS-AUD-PRI PIC 9(7) OCCURS 2 TIMES VALUE 0.
           05  WS-AUD-NAT PIC 9(7) OCCURS 2 TIMES VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-SBC-DDNAME PIC X(20) VALUE SPACES.
           05  WS-SBP-DDNAME PIC X(20) VALUE SPACES.
           05  WS-NAT-DDNAME PIC X(20) VALUE SPACES.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-SBCUR  PIC 99.
               10 FS-SBPRI  PIC 99.
               10 FS-NATL   PIC 99.
           05  FS-CTLCARD   PIC 99.
           05  FS-STATECARD PIC 99.
           05  FS-BALRPT    PIC 99.
           05  FS-AUDITLOG  PIC 99.
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
           05  WS-AUD-GX     PIC 9     VALUE 0.
      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-LOAD-STATES

           MOVE 'M' TO WS-GENDER
           PERFORM 3000-BALANCE-GENDER
           MOVE 'F' TO WS-GENDER
           PERFORM 3000-BALANCE-GENDER

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

           IF CTL-YEAR IS NOT NUMERIC
              DISPLAY 'INVALID CTLCARD: ' CTL-REC
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF CTL-TOL IS NUMERIC AND CTL-TOL > 0
              MOVE CTL-TOL TO WS-TOL-PCT
           END-IF
           MOVE CTL-YEAR TO WS-YEAR-NUM
           IF WS-YEAR-NUM = 0
              MOVE 99 TO WS-PRI-YEAR
           ELSE
              COMPUTE WS-PRI-YEAR = WS-YEAR-NUM - 1
           END-IF

           OPEN OUTPUT FD-BALRPT
           IF FS-BALRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (BALRPT)'
              DISPLAY FS-BALRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' STATE VS NATIONAL BALANCE: 20' CTL-YEAR
                  '  (TOLERANCE ' WS-TOL-PCT ' PCT AGAINST 20'
                  WS-PRI-YEAR ')'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * The STATECARD deck names the states in the night's run, one
      * per card, the same deck STNORM reads. A state on the deck is
      * expected on both extracts.
       1100-LOAD-STATES.
           OPEN INPUT FD-STATECARD
           IF FS-STATECARD NOT = 0
              DISPLAY 'ERROR OPENING STATECARD'
              DISPLAY FS-STATECARD
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-STC
              READ FD-STATECARD
                   AT END SET EOF-STC TO TRUE
              END-READ
              IF NOT EOF-STC
                 IF STC-STATE NOT = SPACES
                    MOVE STC-STATE TO WS-FIND-ST
                    PERFORM 5000-FIND-STATE
                    MOVE 'Y' TO WS-ST-ON-CARD(WS-STX)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FD-STATECARD
           MOVE WS-STATE-CNT TO WS-CARD-CNT

           IF WS-STATE-CNT = 0
              DISPLAY 'STATECARD NAMES NO STATE TO BALANCE'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
      * One gender: state sums by name against the national extract,
      * then state totals against the prior year, then the deck
       3000-BALANCE-GENDER.
           IF WS-GENDER = 'M'
              MOVE 1 TO WS-AUD-GX
           ELSE
              MOVE 2 TO WS-AUD-GX
           END-IF
           PERFORM 3010-SET-DDNAMES
           PERFORM 3020-CLEAR-STATE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-STATE-CNT

           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-GENDER = 'M'
              MOVE '  MALE EXTRACTS' TO PRT-REC
           ELSE
              MOVE '  FEMALE EXTRACTS' TO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           MOVE '  NAMES WHERE THE STATE SUM EXCEEDS THE NATIONAL COUNT'
             TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '    NAME              STATE SUM   NATIONAL     EXCESS'
             TO PRT-REC
           PERFORM 7900-WRITE-LINE

           SORT SD-SORTFILE ON ASCENDING KEY SRT-NAME
                INPUT PROCEDURE 3100-RELEASE-STATE-NAMES
                OUTPUT PROCEDURE 3500-MATCH-NATIONAL

           PERFORM 3700-READ-PRIOR
           PERFORM 3800-PRINT-STATES
           .
       3010-SET-DDNAMES.
           MOVE SPACES TO WS-DYNAMIC-NAMES
           IF WS-GENDER = 'M'
              STRING 'SB' DELIMITED BY SIZE CTL-YEAR DELIMITED BY SIZE
                     'MALE' DELIMITED BY SIZE INTO WS-SBC-DDNAME
              STRING 'SB' DELIMITED BY SIZE WS-PRI-YEAR
                     DELIMITED BY SIZE
                     'MALE' DELIMITED BY SIZE INTO WS-SBP-DDNAME
              STRING 'B' DELIMITED BY SIZE CTL-YEAR DELIMITED BY SIZE
                     'MALE' DELIMITED BY SIZE INTO WS-NAT-DDNAME
           ELSE
              STRING 'SB' DELIMITED BY SIZE CTL-YEAR DELIMITED BY SIZE
                     'FEM' DELIMITED BY SIZE INTO WS-SBC-DDNAME
              STRING 'SB' DELIMITED BY SIZE WS-PRI-YEAR
                     DELIMITED BY SIZE
                     'FEM' DELIMITED BY SIZE INTO WS-SBP-DDNAME
              STRING 'B' DELIMITED BY SIZE CTL-YEAR DELIMITED BY SIZE
                     'FEM' DELIMITED BY SIZE INTO WS-NAT-DDNAME
           END-IF
           .
       3020-CLEAR-STATE.
           MOVE 0 TO WS-ST-RECS(WS-IDX)
           MOVE 0 TO WS-ST-BIRTHS(WS-IDX)
           MOVE 0 TO WS-ST-PRIOR(WS-IDX)
           .
      * Every state record goes to the sort by name, and its births
      * go on its state's total on the way through
       3100-RELEASE-STATE-NAMES.
           OPEN INPUT FD-SBCUR
           IF FS-SBCUR NOT = 0
              DISPLAY 'ERROR ON OPEN (' WS-SBC-DDNAME ')'
              DISPLAY FS-SBCUR
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE 0 TO WS-CURFLAG
           PERFORM UNTIL EOF-CUR
              READ FD-SBCUR
                   AT END SET EOF-CUR TO TRUE
              END-READ
              IF FS-SBCUR NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-SBC-DDNAME ')'
                 DISPLAY FS-SBCUR
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-CUR
                 ADD 1 TO WS-CNT-READ-CUR
                 ADD 1 TO WS-AUD-CUR(WS-AUD-GX)
                 MOVE SBC-STATE TO WS-FIND-ST
                 PERFORM 5000-FIND-STATE
                 ADD 1       TO WS-ST-RECS(WS-STX)
                 ADD SBC-CNT TO WS-ST-BIRTHS(WS-STX)
                 MOVE SBC-NAME TO SRT-NAME
                 MOVE SBC-CNT  TO SRT-CNT
                 RELEASE SRT-REC
              END-IF
           END-PERFORM
           CLOSE FD-SBCUR
           .
      * The sorted state records come back a name at a time; each
      * name's state sum is matched to the national extract, which
      * is in name order, the same two-stream walk the merges use
       3500-MATCH-NATIONAL.
           OPEN INPUT FD-NATL
           IF FS-NATL NOT = 0
              DISPLAY 'ERROR ON OPEN (' WS-NAT-DDNAME ')'
              DISPLAY FS-NATL
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE 0 TO WS-NATFLAG
           MOVE 0 TO WS-SRTFLAG
           PERFORM 3520-READ-NATIONAL

           PERFORM 3510-READ-SORTFILE
           PERFORM UNTIL EOF-SRT
              MOVE SRT-NAME TO WS-CUR-NAME
              MOVE 0 TO WS-NAME-SUM
              PERFORM UNTIL EOF-SRT OR SRT-NAME NOT = WS-CUR-NAME
                 ADD SRT-CNT TO WS-NAME-SUM
                 PERFORM 3510-READ-SORTFILE
              END-PERFORM
              PERFORM 3600-CHECK-NAME
           END-PERFORM

      * The rest of the national extract is read so its count is
      * whole on the audit trail
           PERFORM UNTIL EOF-NAT
              PERFORM 3520-READ-NATIONAL
           END-PERFORM
           CLOSE FD-NATL
           .
       3510-READ-SORTFILE.
      * RETURN keyword is like READ for SD file (OUTPUT PROCEDURE)
           RETURN SD-SORTFILE
              AT END SET EOF-SRT TO TRUE
           END-RETURN
           .
       3520-READ-NATIONAL.
           READ FD-NATL
                AT END SET EOF-NAT TO TRUE
           END-READ
           IF FS-NATL NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (' WS-NAT-DDNAME ')'
              DISPLAY FS-NATL
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF EOF-NAT
              MOVE HIGH-VALUES TO NAT-NAME
           ELSE
              ADD 1 TO WS-CNT-READ-NAT
              ADD 1 TO WS-AUD-NAT(WS-AUD-GX)
           END-IF
           .
       3600-CHECK-NAME.
           ADD 1 TO WS-CNT-NAMES
           PERFORM 3520-READ-NATIONAL
              UNTIL EOF-NAT OR NAT-NAME >= WS-CUR-NAME
           IF NAT-NAME = WS-CUR-NAME
              MOVE NAT-CNT TO WS-NAT-COUNT
           ELSE
              MOVE 0 TO WS-NAT-COUNT
           END-IF

           IF WS-NAME-SUM > WS-NAT-COUNT
              ADD 1 TO WS-CNT-OVER
              COMPUTE WS-EXCESS = WS-NAME-SUM - WS-NAT-COUNT
              MOVE WS-NAME-SUM  TO WS-CNT-DISP
              MOVE WS-EXCESS    TO WS-EXC-DISP
              MOVE SPACES TO PRT-REC
              IF WS-NAT-COUNT = 0
                 STRING '    ' WS-CUR-NAME '  ' WS-CNT-DISP
                        '  NOT ON NATIONAL EXTRACT'
                        DELIMITED BY SIZE INTO PRT-REC
              ELSE
                 MOVE WS-NAT-COUNT TO WS-NAT-DISP
                 STRING '    ' WS-CUR-NAME '  ' WS-CNT-DISP
                        '  ' WS-NAT-DISP '  ' WS-EXC-DISP
                        DELIMITED BY SIZE INTO PRT-REC
              END-IF
              PERFORM 7900-WRITE-LINE
           END-IF
           .
      * Prior year's state totals; only states already in the table
      * are wanted, a state dropped from tonight's deck is not news
       3700-READ-PRIOR.
           MOVE 'N' TO WS-PRIOR-SW
           OPEN INPUT FD-SBPRI
           IF FS-SBPRI NOT = 0 AND 35
              DISPLAY 'ERROR ON OPEN (' WS-SBP-DDNAME ')'
              DISPLAY FS-SBPRI
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           IF FS-SBPRI = 0
              MOVE 'Y' TO WS-PRIOR-SW
              MOVE 0 TO WS-PRIFLAG
              PERFORM UNTIL EOF-PRI
                 READ FD-SBPRI
                      AT END SET EOF-PRI TO TRUE
                 END-READ
                 IF FS-SBPRI NOT = 0 AND 10
                    DISPLAY 'ERROR ON READ (' WS-SBP-DDNAME ')'
                    DISPLAY FS-SBPRI
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 IF NOT EOF-PRI
                    ADD 1 TO WS-CNT-READ-PRI
                    ADD 1 TO WS-AUD-PRI(WS-AUD-GX)
                    MOVE SBP-STATE TO WS-FIND-ST
                    MOVE 0 TO WS-STATE-FND
                    PERFORM 5010-SCAN-STATE VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-STATE-CNT OR STATE-FOUND
                    IF STATE-FOUND
                       ADD SBP-CNT TO WS-ST-PRIOR(WS-STX)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE FD-SBPRI
           END-IF
           .
       3800-PRINT-STATES.
           MOVE SPACES TO PRT-REC
           STRING '  STATE TOTALS AGAINST 20' WS-PRI-YEAR
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF NOT PRIOR-HELD
              MOVE SPACES TO PRT-REC
              STRING '    NO PRIOR-YEAR EXTRACT (' DELIMITED BY SIZE
                     WS-SBP-DDNAME DELIMITED BY SPACE
                     '), TOLERANCE NOT CHECKED'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           MOVE '    ST     BIRTHS      PRIOR  CHG PCT' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           PERFORM 3810-PRINT-STATE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-STATE-CNT
           .
       3810-PRINT-STATE.
           MOVE SPACES TO WS-FLAG
           MOVE WS-ST-BIRTHS(WS-IDX) TO WS-CNT-DISP
           MOVE SPACES TO PRT-REC
           EVALUATE TRUE
               WHEN WS-ST-RECS(WS-IDX) = 0
                    AND WS-ST-ON-CARD(WS-IDX) = 'Y'
      * Named on the deck but nothing on the extract
                    ADD 1 TO WS-CNT-NO-RECS
                    STRING '    ' WS-ST-CODE(WS-IDX)
                           '  NO RECORDS - STATE ON STATECARD **'
                           DELIMITED BY SIZE INTO PRT-REC
                    PERFORM 7900-WRITE-LINE
               WHEN WS-ST-RECS(WS-IDX) = 0
                    CONTINUE
               WHEN NOT PRIOR-HELD
                    STRING '    ' WS-ST-CODE(WS-IDX) '  ' WS-CNT-DISP
                           DELIMITED BY SIZE INTO PRT-REC
                    PERFORM 7900-WRITE-LINE
               WHEN WS-ST-PRIOR(WS-IDX) = 0
                    STRING '    ' WS-ST-CODE(WS-IDX) '  ' WS-CNT-DISP
                           '          -  NO PRIOR-YEAR RECORDS'
                           DELIMITED BY SIZE INTO PRT-REC
                    PERFORM 7900-WRITE-LINE
               WHEN OTHER
                    COMPUTE WS-CHG = WS-ST-BIRTHS(WS-IDX)
                                   - WS-ST-PRIOR(WS-IDX)
                    COMPUTE WS-CHG-PCT ROUNDED =
                            WS-CHG * 100 / WS-ST-PRIOR(WS-IDX)
                    MOVE WS-CHG-PCT TO WS-CHG-ABS
                    IF WS-CHG-ABS > WS-TOL-PCT
                       MOVE '  OUT OF TOLERANCE **' TO WS-FLAG
                       ADD 1 TO WS-CNT-OUT-TOL
                    END-IF
                    MOVE WS-ST-PRIOR(WS-IDX) TO WS-PRI-DISP
                    MOVE WS-CHG-PCT TO WS-PCT-DISP
                    STRING '    ' WS-ST-CODE(WS-IDX) '  ' WS-CNT-DISP
                           '  ' WS-PRI-DISP ' ' WS-PCT-DISP WS-FLAG
                           DELIMITED BY SIZE INTO PRT-REC
                    PERFORM 7900-WRITE-LINE
           END-EVALUATE
           .
      * Find a state in the table, adding it when it is not there;
      * a state off the deck can still turn up on an extract
       5000-FIND-STATE.
           MOVE 0 TO WS-STATE-FND
           PERFORM 5010-SCAN-STATE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-STATE-CNT OR STATE-FOUND
           IF NOT STATE-FOUND
              IF WS-STATE-CNT >= 60
                 DISPLAY 'STATE TABLE FULL AT ' WS-FIND-ST
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              ADD 1 TO WS-STATE-CNT
              MOVE WS-STATE-CNT TO WS-STX
              MOVE WS-FIND-ST TO WS-ST-CODE(WS-STX)
              MOVE 'N' TO WS-ST-ON-CARD(WS-STX)
              MOVE 0   TO WS-ST-RECS(WS-STX)
              MOVE 0   TO WS-ST-BIRTHS(WS-STX)
              MOVE 0   TO WS-ST-PRIOR(WS-STX)
           END-IF
           .
       5010-SCAN-STATE.
           IF WS-ST-CODE(WS-IDX) = WS-FIND-ST
              MOVE WS-IDX TO WS-STX
              SET STATE-FOUND TO TRUE
           END-IF
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-BALRPT NOT = 0
              DISPLAY 'ERROR WRITING BALRPT'
              DISPLAY FS-BALRPT
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
           MOVE SPACES TO PRT-REC
           STRING ' NAMES OVER NATIONAL ' WS-CNT-OVER
                  '   STATES OUT OF TOLERANCE ' WS-CNT-OUT-TOL
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           STRING ' STATECARD STATES WITH NO RECORDS ' WS-CNT-NO-RECS
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-CNT-OVER + WS-CNT-OUT-TOL + WS-CNT-NO-RECS > 0
              MOVE ' *** OUT OF BALANCE - STDIVRG IS NOT TO RUN ***'
                TO PRT-REC
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              MOVE ' STATE AND NATIONAL EXTRACTS IN BALANCE' TO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE

           DISPLAY '================================================'
           DISPLAY ' STATE VS NATIONAL BALANCE: ' CTL-YEAR
           DISPLAY '================================================'
           DISPLAY ' STATES ON STATECARD. : ' WS-CARD-CNT
           DISPLAY ' STATE RECORDS READ . : ' WS-CNT-READ-CUR
           DISPLAY ' PRIOR-YEAR RECS READ : ' WS-CNT-READ-PRI
           DISPLAY ' NATIONAL RECS READ . : ' WS-CNT-READ-NAT
           DISPLAY ' NAMES BALANCED . . . : ' WS-CNT-NAMES
           DISPLAY ' NAMES OVER NATIONAL. : ' WS-CNT-OVER
           DISPLAY ' STATES OUT OF TOL. . : ' WS-CNT-OUT-TOL
           DISPLAY ' STATES WITH NO RECS. : ' WS-CNT-NO-RECS
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-BALRPT

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
              MOVE 'M' TO WS-GENDER
              MOVE 1   TO WS-AUD-GX
              PERFORM 8510-AUDIT-GENDER
              MOVE 'F' TO WS-GENDER
              MOVE 2   TO WS-AUD-GX
              PERFORM 8510-AUDIT-GENDER
              MOVE 'BALRPT'              TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8510-AUDIT-GENDER.
           PERFORM 3010-SET-DDNAMES
           MOVE WS-SBC-DDNAME(1:12)      TO WS-AUD-DDNAME
           MOVE 'I'                      TO WS-AUD-IO
           MOVE WS-AUD-CUR(WS-AUD-GX)    TO WS-AUD-COUNT
           PERFORM 8590-PUT-AUDIT
           MOVE WS-SBP-DDNAME(1:12)      TO WS-AUD-DDNAME
           MOVE 'I'                      TO WS-AUD-IO
           MOVE WS-AUD-PRI(WS-AUD-GX)    TO WS-AUD-COUNT
           PERFORM 8590-PUT-AUDIT
           MOVE WS-NAT-DDNAME(1:12)      TO WS-AUD-DDNAME
           MOVE 'I'                      TO WS-AUD-IO
           MOVE WS-AUD-NAT(WS-AUD-GX)    TO WS-AUD-COUNT
           PERFORM 8590-PUT-AUDIT
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'STBAL'          TO AUD-PROGRAM
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
