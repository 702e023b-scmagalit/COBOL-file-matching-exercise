       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * One-card driver for the nightly chain. Reads a single DRIVCARD *
      * (year pair, gender list and state list) and takes the step     *
      * schedule from the STEPDEF step-definition deck, so a program   *
      * joins the night by adding a deck entry rather than by a change *
      * here. Each entry gives the step number, the program, the       *
      * control card pattern it needs, whether it runs once per year,  *
      * once per gender and/or only when the card names states, the    *
      * highest return code it tolerates, and up to five predecessor   *
      * step numbers. A card pattern is 5 characters: AA and BB stand  *
      * for the card's two years, YY for the year of a per-year step   *
      * and G for the gender of a per-gender step. On a step not split *
      * by gender G stands for the genders the card asks for - B when  *
      * it asks for both - which is how the single-pass split sorts    *
      * (YEARSORT and STSORT) run once per year for both extracts.     *
      * Anything else is copied as written, and a blank pattern means  *
      * the program reads no CTLCARD. The deck is resolved into the    *
      * night's run list (a per-year, per-gender entry becomes four    *
      * runs, Y1M Y1F Y2M Y2F) and the resolved schedule prints on     *
      * SCHEDRPT before the first step starts. Runs for a gender the   *
      * card does not ask for, and state-chain runs on a card with no  *
      * states, stay on the list as not scheduled, so a run's sequence *
      * number always means the same step. The states on the card are  *
      * written once to STATECARD, after the year register and deck    *
      * edits have passed, so the state steps all see the same night's *
      * state list. Steps are CALLed in deck order, each after its     *
      * CTLCARD is written. A step ending above its tolerated return   *
      * code fails, and only the runs that depend on it, directly or   *
      * through a held step, are held back. A run waits only on the    *
      * predecessor runs for its own gender (or year) when both sides  *
      * are split that way, so a failed female branch does not stop    *
      * the male one. Each completed step is recorded in the STEPSTAT  *
      * file, as is each held step (status H, which a restart does not *
      * treat as done), and every executed step's start time, end      *
      * time, elapsed seconds and return code are appended to the      *
      * STEPTIME timing history that TIMERPT reports the batch window  *
      * from. A fresh run rewrites STEPSTAT from scratch; a restart is *
      * requested with PARM 'Y' on the EXEC card, the same way         *
      * MATCHMAL gates its restart, and then steps already marked      *
      * complete for this driver card are skipped so the run resumes   *
      * at the ones that failed or were held. Each step is CANCELed    *
      * after its CALL so a program run more than once per night       *
      * (YEARSORT) starts with fresh working storage.                  *
      * Before anything is scheduled the card's first year is checked  *
      * on the YEARREG year lifecycle register: it must have been      *
      * received, normalized, validated and folded into NAMEHIST for   *
      * every gender on the card, or the pair is refused on SCHEDRPT   *
      * with a fatal return code and no step runs, and STATECARD is    *
      * left as the last night that did run wrote it.                  *
      * The standard nightly STEPDEF deck (step, program, card         *
      * pattern, per-year/per-gender/per-state, highest RC tolerated,  *
      * predecessors):                                                 *
      *   01 RCVCHK   AABB  NNN 0004 0000000000                        *
      *   02 NAMENORM AABB  NNN 0004 0100000000                        *
      *   03 NAMECONS AABB  NNN 0004 0200000000                        *
      *   04 VALBABY  AABB  NNN 0004 0300000000                        *
      *   05 RECYCLE  AABB  NNN 0004 0400000000                        *
      *   06 YEARSORT YY G  YNN 0004 0500000000                        *
      *   07 EXTRCHK  YY G  YYN 0004 0600000000                        *
      *   08 YEARMTCH AABBG NYN 0004 0700000000                        *
      *   09 YEARRANK AABBG NYN 0004 0800000000                        *
      *   10 RCVCHK   AABBS NNY 0004 0000000000                        *
      *   11 STNORM   AABB  NNY 0004 1000000000                        *
      *   12 STVAL    AABB  NNY 0004 1100000000                        *
      *   13 STSORT   YY G  YNY 0004 1200000000                        *
      *   14 STBAL    BB 10 NNY 0004 1306000000                        *
      *   15 STDIVRG  BB 10 NNY 0004 1400000000                        *
      *   16 NEWCLASS AABBG NYN 0004 0900000000                        *
      * STBAL balances the state extracts against the national         *
      * YEARSORT extracts, so it waits on both sorts; STDIVRG waits on *
      * STBAL and so is held whenever either sort is. A deliberate     *
      * retake of a delivery already accepted is run with AABBR (AABBT *
      * for the state deliveries) as the RCVCHK card pattern.          *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DRIVCARD
                  .
      * STEP-DEFINITION DECK
           SELECT FD-STEPDEF ASSIGN TO STEPDEF
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-STEPDEF
                  .
      * CONTROL CARD HANDED TO EACH STEP
           SELECT FD-CTLCARD ASSIGN TO CTLCARD
                  ORGANIZATION     IS SEQUENTIAL
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-STEPTIME
                  .
      * RESOLVED SCHEDULE REPORT
           SELECT FD-SCHEDRPT ASSIGN TO SCHEDRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SCHEDRPT
                  .
      * YEAR LIFECYCLE REGISTER (READ ONLY HERE)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
      * all blank means no state chain tonight
           05  DRV-STATES  PIC X(20).

      * STEP-DEFINITION DECK
      * One entry per step, in the order the steps run; an asterisk
      * in column 1 marks a comment card. Flags are Y or N; the
      * predecessors are earlier step numbers, 00 for none.
       FD  FD-STEPDEF
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           .
       01  SDF-REC.
           05  SDF-STEP       PIC 99.
           05  FILLER         PIC X.
           05  SDF-PGM        PIC X(8).
           05  FILLER         PIC X.
           05  SDF-CARD       PIC X(5).
           05  FILLER         PIC X.
           05  SDF-PER-YEAR   PIC X.
           05  SDF-PER-GENDER PIC X.
           05  SDF-PER-STATE  PIC X.
           05  FILLER         PIC X.
           05  SDF-MAX-RC     PIC 9(4).
           05  FILLER         PIC X.
           05  SDF-PRED       PIC 99 OCCURS 5 TIMES.
           05  FILLER         PIC X(3).

      * CONTROL CARD HANDED TO EACH STEP
       FD  FD-CTLCARD
           RECORD CONTAINS 5 CHARACTERS
           05  FILLER     PIC X.
           05  STS-STATUS PIC X.
               88  STS-COMPLETE VALUE 'C'.
               88  STS-HELD     VALUE 'H'.

      * STEP TIMING HISTORY
       FD  FD-STEPTIME
           05  FILLER      PIC X.
           05  STM-RC      PIC 9(4).

      * RESOLVED SCHEDULE REPORT
       FD  FD-SCHEDRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * YEAR LIFECYCLE REGISTER
       FD  FD-YEARREG
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           .
       01  YRG-REC.
           05  YRG-YEAR     PIC XX.
           05  FILLER       PIC X.
           05  YRG-GENDER   PIC X.
           05  FILLER       PIC X.
           05  YRG-STAGE    PIC 9.
           05  FILLER       PIC X.
           05  YRG-DATE     PIC X(8).
           05  FILLER       PIC X.
           05  YRG-TIME     PIC X(6).
           05  FILLER       PIC X.
           05  YRG-PROGRAM  PIC X(8).
           05  FILLER       PIC X.
           05  YRG-OPER     PIC X(3).
           05  FILLER       PIC X(5).

      * COMMON RUN-AUDIT LOG
       FD  FD-AUDITLOG
           RECORD CONTAINS 52 CHARACTERS
       01  WS-VARS.
           05  WS-STS-FLAG PIC 9 VALUE 0.
               88  EOF-STS       VALUE 1.
           05  WS-SDF-FLAG PIC 9 VALUE 0.
               88  EOF-SDF       VALUE 1.
           05  WS-CHAIN-SW PIC X VALUE 'Y'.
               88  CHAIN-GOOD    VALUE 'Y'.
           05  WS-WANT-MALE-SW PIC X VALUE 'N'.
           05  WS-RUN-KEY  PIC X(6) VALUE SPACES.
           05  WS-RESTART-SW PIC X VALUE 'N'.
               88  RESTART-RUN  VALUE 'Y'.
           05  WS-HOLD-SW  PIC X VALUE 'N'.
               88  HOLD-RUN     VALUE 'Y'.
           05  WS-DEF-BAD-SW PIC X VALUE 'N'.
               88  DEF-BAD      VALUE 'Y'.
           05  WS-YRG-FLAG PIC 9 VALUE 0.
               88  EOF-YRG       VALUE 1.
           05  WS-YRG-GATE-SW PIC X VALUE 'N'.
               88  GATE-REFUSED  VALUE 'Y'.
       01  WS-WORK.
           05  WS-IDX      PIC 99 VALUE 0.
           05  WS-STX      PIC 99 VALUE 0.
           05  WS-DX       PIC 99 VALUE 0.
           05  WS-PX       PIC 99 VALUE 0.
           05  WS-QX       PIC 99 VALUE 0.
           05  WS-YX       PIC 99 VALUE 0.
           05  WS-GX       PIC 99 VALUE 0.
           05  WS-CX       PIC 99 VALUE 0.
           05  WS-FX       PIC 99 VALUE 0.
           05  WS-YR-LIM   PIC 99 VALUE 0.
           05  WS-GN-LIM   PIC 99 VALUE 0.
           05  WS-FIND-STEP PIC 99 VALUE 0.
           05  WS-LAST-STEP PIC 99 VALUE 0.
           05  WS-CALL-PGM PIC X(8) VALUE SPACES.
           05  WS-STS-CODE PIC X VALUE SPACE.
           05  WS-GENDERS  PIC XX VALUE 'MF'.
           05  WS-RC-DISP  PIC Z(3)9.
           05  WS-PRED-LIST PIC X(15) VALUE SPACES.
           05  WS-RUN-WORD PIC X(14) VALUE SPACES.
      * The definitions as read from STEPDEF; each predecessor is
      * kept both as written (step number) and as its table position
       01  WS-DEFS.
           05  WS-DEF-CNT PIC 99 VALUE 0.
           05  WS-DEF-TBL OCCURS 30 TIMES.
               10  WS-DEF-STEP       PIC 99.
               10  WS-DEF-PGM        PIC X(8).
               10  WS-DEF-CARD       PIC X(5).
               10  WS-DEF-PER-YEAR   PIC X.
               10  WS-DEF-PER-GENDER PIC X.
               10  WS-DEF-PER-STATE  PIC X.
               10  WS-DEF-MAX-RC     PIC 9(4).
               10  WS-DEF-PRED-STEP  PIC 99 OCCURS 5 TIMES.
               10  WS-DEF-PRED-IX    PIC 99 OCCURS 5 TIMES.
               10  WS-DEF-FIRST-RUN  PIC 99.
               10  WS-DEF-RUN-CNT    PIC 99.
      * The resolved night: one entry per step run, in run order.
      * The position is the sequence number on STEPSTAT/STEPTIME.
       01  WS-STEPS.
           05  WS-STEP-CNT PIC 99 VALUE 0.
           05  WS-STEP-TBL OCCURS 40 TIMES.
               10  WS-STEP-DEF     PIC 99.
               10  WS-STEP-PGM     PIC X(8).
               10  WS-STEP-CARD    PIC X(5).
      * 'Y' when the step reads a CTLCARD the driver must write first
               10  WS-STEP-CARD-SW PIC X.
               10  WS-STEP-YEAR    PIC XX.
               10  WS-STEP-GENDER  PIC X.
      * P pending, C complete, X not scheduled tonight, F failed,
      * H held back by a failed or held predecessor
               10  WS-STEP-STATE   PIC X.
                   88  STEP-PENDING  VALUE 'P'.
                   88  STEP-DONE     VALUE 'C'.
                   88  STEP-NOT-SCHD VALUE 'X'.
                   88  STEP-FAILED   VALUE 'F'.
                   88  STEP-HELD     VALUE 'H'.
      * Per-step wall-clock capture; elapsed is computed in seconds
      * with a day added when the clock wrapped past midnight
       01  WS-TIMING.
               10  WS-HMS-MM PIC 99.
               10  WS-HMS-SS PIC 99.
           05  WS-HMS-SEC    PIC 9(6) VALUE 0.
      * Stages the card's first year has reached on YEARREG, by
      * gender (1 M, 2 F): 1 received, 2 normalized, 3 validated,
      * 4 folded into NAMEHIST; the pair runs only when all four are
      * there for every gender on the card
       01  WS-YEARREG.
           05  WS-YRG-GRID.
               10  WS-YRG-GENDER OCCURS 2 TIMES.
                   15  WS-YRG-REACHED PIC X OCCURS 7 TIMES.
           05  WS-YRG-GX      PIC 9 VALUE 0.
           05  WS-YRG-SX      PIC 9 VALUE 0.
           05  WS-YRG-NEED    PIC 9 VALUE 4.
           05  WS-YRG-GEN-CDE PIC X VALUE SPACE.
           05  WS-CNT-YRG     PIC 9(7) VALUE 0.
       01  WS-STATS.
           05  WS-CNT-RUN     PIC 99 VALUE 0.
           05  WS-CNT-SKIPPED PIC 99 VALUE 0.
           05  WS-CNT-NOTSCHD PIC 99 VALUE 0.
           05  WS-CNT-FAILED  PIC 99 VALUE 0.
           05  WS-CNT-HELD    PIC 99 VALUE 0.
           05  WS-CNT-WRT-RPT PIC 9(7) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FS-DRIVCARD  PIC 99.
           05  FS-STEPDEF   PIC 99.
           05  FS-CTLCARD   PIC 99.
           05  FS-STATECARD PIC 99.
           05  FS-STEPSTAT  PIC 99.
           05  FS-STEPTIME  PIC 99.
           05  FS-SCHEDRPT  PIC 99.
           05  FS-YEARREG   PIC 99.

           05  FS-AUDITLOG PIC 99.
       01  WS-AUDIT.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1200-CHECK-YEARREG
           PERFORM 1300-LOAD-STEPDEF
      * The state list goes out only once the pair and the deck have
      * passed, so a refused night leaves the last one's in place
           IF WANT-STATES
              PERFORM 1100-WRITE-STATECARD
           END-IF
           PERFORM 1400-RESOLVE-SCHEDULE
           PERFORM 1500-READ-STEPSTAT
           PERFORM 1700-PRINT-SCHEDULE

           PERFORM 2000-RUN-STEP VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-STEP-CNT

           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP

           IF DRV-STATES NOT = SPACES
              SET WANT-STATES TO TRUE
           END-IF

           STRING DRV-YEAR1 DRV-YEAR2 DRV-GENDERS DELIMITED BY SIZE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT FD-SCHEDRPT
           IF FS-SCHEDRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (SCHEDRPT)'
              DISPLAY FS-SCHEDRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           OPEN EXTEND FD-STEPTIME
      * A brand new timing history (status 35) is created in place
           IF FS-STEPTIME = 35
              WRITE STC-REC
           END-IF
           .
      * A year pair is only run once its first year has come all
      * the way through the prior night's chain and been folded into
      * NAMEHIST for every gender the card asks for; otherwise the
      * pair would be published against a history that is behind it
       1200-CHECK-YEARREG.
           MOVE ALL 'N' TO WS-YRG-GRID
           OPEN INPUT FD-YEARREG
      * No register yet (status 35) means no year has reached a stage
           IF FS-YEARREG = 35
              SET EOF-YRG TO TRUE
           ELSE
              IF FS-YEARREG NOT = 0
                 DISPLAY 'ERROR ON OPEN (YEARREG)'
                 DISPLAY FS-YEARREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF
           PERFORM UNTIL EOF-YRG
              READ FD-YEARREG
                   AT END SET EOF-YRG TO TRUE
              END-READ
              IF FS-YEARREG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (YEARREG)'
                 DISPLAY FS-YEARREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-YRG
                 ADD 1 TO WS-CNT-YRG
                 IF YRG-YEAR = DRV-YEAR1
                    AND YRG-STAGE > 0 AND YRG-STAGE < 8
                    EVALUATE YRG-GENDER
                        WHEN 'M'
                             MOVE 'Y' TO WS-YRG-REACHED(1, YRG-STAGE)
                        WHEN 'F'
                             MOVE 'Y' TO WS-YRG-REACHED(2, YRG-STAGE)
                    END-EVALUATE
                 END-IF
              END-IF
           END-PERFORM
           IF FS-YEARREG NOT = 35
              CLOSE FD-YEARREG
           END-IF

           IF WANT-MALE
              MOVE 1 TO WS-YRG-GX
              MOVE 'M' TO WS-YRG-GEN-CDE
              PERFORM 1210-TEST-STAGE VARYING WS-YRG-SX FROM 1 BY 1
                 UNTIL WS-YRG-SX > WS-YRG-NEED
           END-IF
           IF WANT-FEM
              MOVE 2 TO WS-YRG-GX
              MOVE 'F' TO WS-YRG-GEN-CDE
              PERFORM 1210-TEST-STAGE VARYING WS-YRG-SX FROM 1 BY 1
                 UNTIL WS-YRG-SX > WS-YRG-NEED
           END-IF

           IF GATE-REFUSED
              MOVE SPACES TO PRT-REC
              STRING ' YEAR PAIR ' DRV-YEAR1 '/' DRV-YEAR2
                     ' REFUSED BY THE YEAR REGISTER, NO STEP RUN'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              DISPLAY 'YEAR PAIR ' DRV-YEAR1 '/' DRV-YEAR2
                      ' REFUSED BY YEARREG'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
       1210-TEST-STAGE.
           IF WS-YRG-REACHED(WS-YRG-GX, WS-YRG-SX) NOT = 'Y'
              MOVE SPACES TO PRT-REC
              STRING ' YEARREG: YEAR ' DRV-YEAR1 ' GENDER '
                     WS-YRG-GEN-CDE ' HAS NOT REACHED STAGE '
                     WS-YRG-SX
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              DISPLAY PRT-REC
              SET GATE-REFUSED TO TRUE
           END-IF
           .
      * The deck is edited in full before anything runs: step numbers
      * ascending, a program on every entry, Y/N flags, a numeric
      * return-code ceiling, and every predecessor an earlier step.
      * A bad deck stops the driver before the first step.
       1300-LOAD-STEPDEF.
           OPEN INPUT FD-STEPDEF
           IF FS-STEPDEF NOT = 0
              DISPLAY 'ERROR OPENING STEPDEF'
              DISPLAY FS-STEPDEF
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-SDF
              READ FD-STEPDEF
                   AT END SET EOF-SDF TO TRUE
              END-READ
              IF FS-STEPDEF NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (STEPDEF)'
                 DISPLAY FS-STEPDEF
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-SDF AND SDF-REC(1:1) NOT = '*'
                 PERFORM 1310-EDIT-DEF
              END-IF
           END-PERFORM
           CLOSE FD-STEPDEF

           IF WS-DEF-CNT = 0
              DISPLAY 'STEPDEF HOLDS NO STEPS'
              SET DEF-BAD TO TRUE
           END-IF
           IF DEF-BAD
              DISPLAY 'STEPDEF REJECTED, NOTHING RUN'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
       1310-EDIT-DEF.
           IF WS-DEF-CNT >= 30
              DISPLAY 'STEPDEF HAS MORE THAN 30 STEPS'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-DEF-CNT
           MOVE WS-DEF-CNT TO WS-DX

           IF SDF-STEP IS NOT NUMERIC
              DISPLAY 'STEPDEF STEP NUMBER NOT NUMERIC: ' SDF-REC
              SET DEF-BAD TO TRUE
           ELSE
              IF SDF-STEP NOT > WS-LAST-STEP
                 DISPLAY 'STEPDEF STEP NUMBER OUT OF ORDER: ' SDF-REC
                 SET DEF-BAD TO TRUE
              ELSE
                 MOVE SDF-STEP TO WS-LAST-STEP
              END-IF
           END-IF
           IF SDF-PGM = SPACES
              DISPLAY 'STEPDEF ENTRY HAS NO PROGRAM: ' SDF-REC
              SET DEF-BAD TO TRUE
           END-IF
           IF (SDF-PER-YEAR NOT = 'Y' AND SDF-PER-YEAR NOT = 'N')
              OR (SDF-PER-GENDER NOT = 'Y'
                  AND SDF-PER-GENDER NOT = 'N')
              OR (SDF-PER-STATE NOT = 'Y' AND SDF-PER-STATE NOT = 'N')
              DISPLAY 'STEPDEF YEAR/GENDER/STATE FLAG NOT Y OR N: '
                      SDF-REC
              SET DEF-BAD TO TRUE
           END-IF
           IF SDF-MAX-RC IS NOT NUMERIC
              DISPLAY 'STEPDEF MAXIMUM RETURN CODE NOT NUMERIC: '
                      SDF-REC
              SET DEF-BAD TO TRUE
           END-IF

           MOVE SDF-STEP       TO WS-DEF-STEP(WS-DX)
           MOVE SDF-PGM        TO WS-DEF-PGM(WS-DX)
           MOVE SDF-CARD       TO WS-DEF-CARD(WS-DX)
           MOVE SDF-PER-YEAR   TO WS-DEF-PER-YEAR(WS-DX)
           MOVE SDF-PER-GENDER TO WS-DEF-PER-GENDER(WS-DX)
           MOVE SDF-PER-STATE  TO WS-DEF-PER-STATE(WS-DX)
           MOVE SDF-MAX-RC     TO WS-DEF-MAX-RC(WS-DX)
           MOVE 0              TO WS-DEF-FIRST-RUN(WS-DX)
           MOVE 0              TO WS-DEF-RUN-CNT(WS-DX)

           PERFORM 1320-EDIT-PRED VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > 5
           .
      * A predecessor must already be on the deck; that both proves
      * it exists and keeps deck order a valid run order
       1320-EDIT-PRED.
           MOVE 0 TO WS-DEF-PRED-STEP(WS-DX WS-PX)
           MOVE 0 TO WS-DEF-PRED-IX(WS-DX WS-PX)
           IF SDF-PRED(WS-PX) IS NOT NUMERIC
              DISPLAY 'STEPDEF PREDECESSOR NOT NUMERIC: ' SDF-REC
              SET DEF-BAD TO TRUE
           ELSE
              IF SDF-PRED(WS-PX) > 0
                 MOVE SDF-PRED(WS-PX) TO WS-FIND-STEP
                 MOVE 0 TO WS-FX
                 PERFORM 1330-FIND-DEF VARYING WS-QX FROM 1 BY 1
                    UNTIL WS-QX >= WS-DX
                 IF WS-FX = 0
                    DISPLAY 'STEPDEF PREDECESSOR ' SDF-PRED(WS-PX)
                            ' IS NOT AN EARLIER STEP: ' SDF-REC
                    SET DEF-BAD TO TRUE
                 ELSE
                    MOVE SDF-PRED(WS-PX)
                      TO WS-DEF-PRED-STEP(WS-DX WS-PX)
                    MOVE WS-FX TO WS-DEF-PRED-IX(WS-DX WS-PX)
                 END-IF
              END-IF
           END-IF
           .
       1330-FIND-DEF.
           IF WS-DEF-STEP(WS-QX) = WS-FIND-STEP
              MOVE WS-QX TO WS-FX
           END-IF
           .
      * Each definition becomes one run, one per year, one per
      * gender, or four (Y1M Y1F Y2M Y2F), always all of them so the
      * sequence numbers do not shift with the card's gender list
       1400-RESOLVE-SCHEDULE.
           PERFORM 1410-EXPAND-DEF VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > WS-DEF-CNT
           .
       1410-EXPAND-DEF.
           MOVE 1 TO WS-YR-LIM
           MOVE 1 TO WS-GN-LIM
           IF WS-DEF-PER-YEAR(WS-DX) = 'Y'
              MOVE 2 TO WS-YR-LIM
           END-IF
           IF WS-DEF-PER-GENDER(WS-DX) = 'Y'
              MOVE 2 TO WS-GN-LIM
           END-IF
           COMPUTE WS-DEF-FIRST-RUN(WS-DX) = WS-STEP-CNT + 1
           PERFORM 1420-ADD-RUN VARYING WS-YX FROM 1 BY 1
              UNTIL WS-YX > WS-YR-LIM
              AFTER WS-GX FROM 1 BY 1 UNTIL WS-GX > WS-GN-LIM
           .
       1420-ADD-RUN.
           IF WS-STEP-CNT >= 40
              DISPLAY 'STEPDEF RESOLVES TO MORE THAN 40 STEP RUNS'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-STEP-CNT
           ADD 1 TO WS-DEF-RUN-CNT(WS-DX)
           MOVE WS-STEP-CNT TO WS-IDX

           MOVE WS-DX               TO WS-STEP-DEF(WS-IDX)
           MOVE WS-DEF-PGM(WS-DX)   TO WS-STEP-PGM(WS-IDX)
           MOVE SPACES              TO WS-STEP-YEAR(WS-IDX)
           MOVE SPACE               TO WS-STEP-GENDER(WS-IDX)
           IF WS-DEF-PER-YEAR(WS-DX) = 'Y'
              IF WS-YX = 1
                 MOVE DRV-YEAR1 TO WS-STEP-YEAR(WS-IDX)
              ELSE
                 MOVE DRV-YEAR2 TO WS-STEP-YEAR(WS-IDX)
              END-IF
           END-IF
           IF WS-DEF-PER-GENDER(WS-DX) = 'Y'
              MOVE WS-GENDERS(WS-GX:1) TO WS-STEP-GENDER(WS-IDX)
           END-IF

           MOVE WS-DEF-CARD(WS-DX) TO WS-STEP-CARD(WS-IDX)
           IF WS-STEP-CARD(WS-IDX) = SPACES
              MOVE 'N' TO WS-STEP-CARD-SW(WS-IDX)
           ELSE
              MOVE 'Y' TO WS-STEP-CARD-SW(WS-IDX)
              PERFORM 1430-SUBST-YEARS VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > 4
              PERFORM 1440-SUBST-GENDER VARYING WS-CX FROM 1 BY 1
                 UNTIL WS-CX > 5
           END-IF

      * Runs for a gender the card does not ask for, and the state
      * chain on a card with no states, are passed over
           MOVE 'P' TO WS-STEP-STATE(WS-IDX)
           IF (WS-STEP-GENDER(WS-IDX) = 'M' AND NOT WANT-MALE)
              OR (WS-STEP-GENDER(WS-IDX) = 'F' AND NOT WANT-FEM)
              OR (WS-DEF-PER-STATE(WS-DX) = 'Y' AND NOT WANT-STATES)
              MOVE 'X' TO WS-STEP-STATE(WS-IDX)
           END-IF
           .
       1430-SUBST-YEARS.
           EVALUATE WS-STEP-CARD(WS-IDX)(WS-CX:2)
               WHEN 'AA'
                    MOVE DRV-YEAR1 TO WS-STEP-CARD(WS-IDX)(WS-CX:2)
               WHEN 'BB'
                    MOVE DRV-YEAR2 TO WS-STEP-CARD(WS-IDX)(WS-CX:2)
               WHEN 'YY'
                    MOVE WS-STEP-YEAR(WS-IDX)
                      TO WS-STEP-CARD(WS-IDX)(WS-CX:2)
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
      * A step not split by gender takes the card's gender list: B
      * for both, otherwise the one gender asked for
       1440-SUBST-GENDER.
           IF WS-STEP-CARD(WS-IDX)(WS-CX:1) = 'G'
              EVALUATE TRUE
                  WHEN WS-STEP-GENDER(WS-IDX) NOT = SPACE
                       MOVE WS-STEP-GENDER(WS-IDX)
                         TO WS-STEP-CARD(WS-IDX)(WS-CX:1)
                  WHEN WANT-MALE AND WANT-FEM
                       MOVE 'B' TO WS-STEP-CARD(WS-IDX)(WS-CX:1)
                  WHEN WANT-MALE
                       MOVE 'M' TO WS-STEP-CARD(WS-IDX)(WS-CX:1)
                  WHEN OTHER
                       MOVE 'F' TO WS-STEP-CARD(WS-IDX)(WS-CX:1)
              END-EVALUATE
           END-IF
           .
      * A fresh night rewrites STEPSTAT from scratch, so yesterday's
      * completions can never make tonight's scheduled run a no-op.
      * Only a restart requested by PARM reads the file back and
      * marks this card's completed steps done, resuming at the
      * steps that did not complete. The program and card must match
      * as well, so an edited deck cannot mark the wrong step done.
       1500-READ-STEPSTAT.
           IF NOT RESTART-RUN
              OPEN OUTPUT FD-STEPSTAT
                    END-READ
                    IF NOT EOF-STS
                       IF STS-KEY = WS-RUN-KEY AND STS-COMPLETE
                          PERFORM 1510-MARK-DONE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           .
       1510-MARK-DONE.
           IF STS-SEQ >= 1 AND STS-SEQ <= WS-STEP-CNT
              IF STS-PGM = WS-STEP-PGM(STS-SEQ)
                 AND STS-CARD = WS-STEP-CARD(STS-SEQ)
                 AND STEP-PENDING(STS-SEQ)
                 MOVE 'C' TO WS-STEP-STATE(STS-SEQ)
              END-IF
           END-IF
           .
      * The resolved schedule prints before the first step starts,
      * so the night's plan is on paper even if the driver abends
       1700-PRINT-SCHEDULE.
           MOVE SPACES TO PRT-REC
           STRING ' RESOLVED STEP SCHEDULE  YEARS ' DRV-YEAR1 '/'
                  DRV-YEAR2 '  GENDERS ' DRV-GENDERS
                  '  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WANT-STATES
              MOVE SPACES TO PRT-REC
              STRING ' STATES ' DRV-STATES
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           IF RESTART-RUN
              MOVE ' RESTART: STEPS COMPLETED EARLIER ARE PASSED OVER'
                TO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           MOVE ALL '-' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' SEQ STEP PROGRAM  CARD   MAX RC' TO PRT-REC
           MOVE 'AFTER STEPS     STATUS' TO PRT-REC(35:)
           PERFORM 7900-WRITE-LINE

           PERFORM 1710-PRINT-RUN VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-STEP-CNT

           MOVE ALL '-' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       1710-PRINT-RUN.
           MOVE WS-STEP-DEF(WS-IDX) TO WS-DX
           MOVE SPACES TO WS-PRED-LIST
           MOVE 1 TO WS-CX
           PERFORM 1720-LIST-PRED VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > 5
           EVALUATE TRUE
               WHEN STEP-DONE(WS-IDX)
                    MOVE 'DONE EARLIER' TO WS-RUN-WORD
               WHEN STEP-NOT-SCHD(WS-IDX)
                    MOVE 'NOT SCHEDULED' TO WS-RUN-WORD
               WHEN OTHER
                    MOVE 'TO RUN' TO WS-RUN-WORD
           END-EVALUATE
           MOVE WS-DEF-MAX-RC(WS-DX) TO WS-RC-DISP
           MOVE SPACES TO PRT-REC
           STRING '  ' WS-IDX '  ' WS-DEF-STEP(WS-DX) '  '
                  WS-STEP-PGM(WS-IDX) ' '
                  WS-STEP-CARD(WS-IDX) '    ' WS-RC-DISP '  '
                  WS-PRED-LIST ' ' WS-RUN-WORD
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       1720-LIST-PRED.
           IF WS-DEF-PRED-STEP(WS-DX WS-PX) > 0
              MOVE WS-DEF-PRED-STEP(WS-DX WS-PX)
                TO WS-PRED-LIST(WS-CX:2)
              ADD 3 TO WS-CX
           END-IF
           .
       2000-RUN-STEP.
           EVALUATE TRUE
               WHEN STEP-DONE(WS-IDX)
                    DISPLAY 'STEP ' WS-IDX ' ' WS-STEP-PGM(WS-IDX)
                            ' SKIPPED (ALREADY COMPLETE)'
                    ADD 1 TO WS-CNT-SKIPPED
               WHEN STEP-NOT-SCHD(WS-IDX)
                    ADD 1 TO WS-CNT-NOTSCHD
               WHEN OTHER
                    PERFORM 2050-CHECK-PREDS
                    IF HOLD-RUN
                       DISPLAY 'STEP ' WS-IDX ' ' WS-STEP-PGM(WS-IDX)
                               ' ' WS-STEP-CARD(WS-IDX)
                               ' HELD, A PREDECESSOR DID NOT COMPLETE'
                       MOVE 'H' TO WS-STEP-STATE(WS-IDX)
                       ADD 1 TO WS-CNT-HELD
                       PERFORM 2250-MARK-HELD
                    ELSE
                       PERFORM 2080-CALL-STEP
                    END-IF
           END-EVALUATE
           .
      * A run waits on every run of each predecessor step, except
      * that where both are split by gender (or by year) it waits
      * only on the runs for its own gender (or year)
       2050-CHECK-PREDS.
           MOVE 'N' TO WS-HOLD-SW
           MOVE WS-STEP-DEF(WS-IDX) TO WS-DX
           PERFORM 2060-CHECK-ONE-PRED VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > 5
           .
       2060-CHECK-ONE-PRED.
           IF WS-DEF-PRED-IX(WS-DX WS-PX) > 0
              MOVE WS-DEF-PRED-IX(WS-DX WS-PX) TO WS-FX
              PERFORM 2070-CHECK-PRED-RUN
                 VARYING WS-QX FROM WS-DEF-FIRST-RUN(WS-FX) BY 1
                 UNTIL WS-QX >= WS-DEF-FIRST-RUN(WS-FX)
                                + WS-DEF-RUN-CNT(WS-FX)
           END-IF
           .
       2070-CHECK-PRED-RUN.
           IF (WS-STEP-GENDER(WS-QX) = SPACE
               OR WS-STEP-GENDER(WS-IDX) = SPACE
               OR WS-STEP-GENDER(WS-QX) = WS-STEP-GENDER(WS-IDX))
              AND (WS-STEP-YEAR(WS-QX) = SPACES
               OR WS-STEP-YEAR(WS-IDX) = SPACES
               OR WS-STEP-YEAR(WS-QX) = WS-STEP-YEAR(WS-IDX))
              IF STEP-FAILED(WS-QX) OR STEP-HELD(WS-QX)
                 OR STEP-PENDING(WS-QX)
                 SET HOLD-RUN TO TRUE
              END-IF
           END-IF
           .
       2080-CALL-STEP.
           IF WS-STEP-CARD-SW(WS-IDX) = 'Y'
              PERFORM 2100-WRITE-CTLCARD
           END-IF

           DISPLAY 'STEP ' WS-IDX ' ' WS-STEP-PGM(WS-IDX)
                   ' ' WS-STEP-CARD(WS-IDX) ' RUNNING'
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-STEP-START
           MOVE 0 TO RETURN-CODE
           MOVE WS-STEP-PGM(WS-IDX) TO WS-CALL-PGM
           CALL WS-CALL-PGM
                ON EXCEPTION
                   DISPLAY 'UNABLE TO LOAD ' WS-CALL-PGM
                   MOVE 12 TO RETURN-CODE
           END-CALL
           CANCEL WS-CALL-PGM
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-RAW(1:6) TO WS-STEP-END
           PERFORM 2300-WRITE-STEPTIME

      * A return code up to the step's own ceiling (rejects present,
      * restart taken) does not stop the night; anything above it
      * fails the step, which stays unmarked so the rerun resumes
      * here, and holds back the steps that depend on it
           MOVE WS-STEP-DEF(WS-IDX) TO WS-DX
           IF RETURN-CODE > WS-DEF-MAX-RC(WS-DX)
              DISPLAY 'STEP ' WS-IDX ' ' WS-STEP-PGM(WS-IDX)
                      ' FAILED, RC=' RETURN-CODE
              DISPLAY 'DEPENDENT STEPS HELD, RERUN RESUMES HERE'
              MOVE 'F' TO WS-STEP-STATE(WS-IDX)
              MOVE 'N' TO WS-CHAIN-SW
              MOVE 8 TO WS-RETURN-CODE
              ADD 1 TO WS-CNT-FAILED
           ELSE
              IF RETURN-CODE > 0
                 DISPLAY 'STEP ' WS-IDX ' ' WS-STEP-PGM(WS-IDX)
                         ' ENDED WITH WARNING, RC=' RETURN-CODE
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
              MOVE 'C' TO WS-STEP-STATE(WS-IDX)
              PERFORM 2200-MARK-COMPLETE
              ADD 1 TO WS-CNT-RUN
           END-IF
           .
       2100-WRITE-CTLCARD.
           CLOSE FD-CTLCARD
           .
       2200-MARK-COMPLETE.
           MOVE 'C' TO WS-STS-CODE
           PERFORM 2260-PUT-STEPSTAT
           .
      * A held step is put on STEPSTAT so the morning handoff can show
      * it; the restart match takes only complete marks, so a held
      * step still runs when the chain is restarted
       2250-MARK-HELD.
           MOVE 'H' TO WS-STS-CODE
           PERFORM 2260-PUT-STEPSTAT
           .
       2260-PUT-STEPSTAT.
           MOVE SPACES TO STS-REC
           MOVE WS-IDX               TO STS-SEQ
           MOVE WS-STEP-PGM(WS-IDX)  TO STS-PGM
           MOVE WS-STEP-CARD(WS-IDX) TO STS-CARD
           MOVE WS-RUN-KEY           TO STS-KEY
           MOVE WS-STS-CODE          TO STS-STATUS
           WRITE STS-REC
           IF FS-STEPSTAT NOT = 0
              DISPLAY 'ERROR WRITING STEPSTAT'
           COMPUTE WS-HMS-SEC = WS-HMS-HH * 3600
                   + WS-HMS-MM * 60 + WS-HMS-SS
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-SCHEDRPT NOT = 0
              DISPLAY 'ERROR WRITING SCHEDRPT'
              DISPLAY FS-SCHEDRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' PIPELINE DRIVER SUMMARY: ' WS-RUN-KEY
           DISPLAY '================================================'
           DISPLAY ' STEPS RUN. . . . . . : ' WS-CNT-RUN
           DISPLAY ' STEPS SKIPPED. . . . : ' WS-CNT-SKIPPED
           DISPLAY ' NOT SCHEDULED. . . . : ' WS-CNT-NOTSCHD
           DISPLAY ' STEPS FAILED . . . . : ' WS-CNT-FAILED
           DISPLAY ' STEPS HELD . . . . . : ' WS-CNT-HELD
           IF CHAIN-GOOD
              DISPLAY ' CHAIN COMPLETE'
           ELSE
              DISPLAY ' *** CHAIN INCOMPLETE, FAILED AND HELD STEPS ***'
           END-IF
           DISPLAY '================================================'
           .
           IF CHAIN-GOOD
              MOVE 'OK  ' TO WS-AUD-STATUS
           END-IF
           CLOSE FD-STEPSTAT FD-STEPTIME FD-SCHEDRPT

           PERFORM 9999-TERMINATE
           .
              MOVE 'I'                   TO WS-AUD-IO
              MOVE 1                     TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'STEPDEF'             TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-DEF-CNT            TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'             TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-YRG            TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'STEPSTAT'            TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-RUN            TO WS-AUD-COUNT
              ADD WS-CNT-HELD            TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'SCHEDRPT'            TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
