      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. YEARSTAT.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Stage grid over the YEARREG year lifecycle register. Each     *
      * step that moves a data year along posts a year/gender/stage   *
      * record as it completes: 1 received (RCVCHK), 2 normalized     *
      * (NAMENORM), 3 validated (VALBABY), 4 folded into NAMEHIST     *
      * (HISTBLD), 5 certified (CERTCHK), 6 fed to the warehouse      *
      * (RNKEXTR) and 7 acknowledged (ACKCHK). This report prints one *
      * line per year and gender with the date each stage was first   *
      * reached, and flags a year that reached a stage with an        *
      * earlier one still missing. The optional YRGCARD deck posts    *
      * stages by hand (year, gender, stage, date, initials) for the  *
      * years that went through before the register was kept; each    *
      * card is edited, good cards are appended to YEARREG ahead of   *
      * the report under program YRGCARD with the operator initials,  *
      * and a bad card is listed and ends with a warning return code. *
      * A skipped stage also ends with a warning return code.         *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
      *------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MANUAL POSTING DECK (OPTIONAL)
           SELECT FD-YRGCARD ASSIGN TO YRGCARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YRGCARD
                  .
      * YEAR LIFECYCLE REGISTER (CUMULATIVE, APPEND)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
                  .
      * OUTPUT FILE
           SELECT FD-YEARRPT ASSIGN TO YEARRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARRPT
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
      * MANUAL POSTING DECK
      * An asterisk in column 1 marks a comment card
       FD  FD-YRGCARD
           RECORD CONTAINS 19 CHARACTERS
           RECORDING MODE F
           .
       01  YRC-REC.
           05  YRC-YEAR    PIC XX.
           05  FILLER      PIC X.
           05  YRC-GENDER  PIC X.
           05  FILLER      PIC X.
           05  YRC-STAGE   PIC X.
           05  FILLER      PIC X.
           05  YRC-DATE    PIC X(8).
           05  FILLER      PIC X.
           05  YRC-OPER    PIC X(3).

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

      * OUTPUT FILE
       FD  FD-YEARRPT
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
           05  WS-YRC-FLAG PIC 9 VALUE 0.
               88  EOF-YRC       VALUE 1.
           05  WS-YRG-FLAG PIC 9 VALUE 0.
               88  EOF-YRG       VALUE 1.
           05  WS-CARD-SW  PIC X VALUE 'N'.
               88  CARDS-PRESENT VALUE 'Y'.
           05  WS-BAD-SW   PIC X VALUE 'N'.
               88  CARD-BAD      VALUE 'Y'.
           05  WS-FOUND-SW PIC X VALUE 'N'.
               88  ENTRY-FOUND   VALUE 'Y'.
           05  WS-GAP-SW   PIC X VALUE 'N'.
               88  GAP-SEEN      VALUE 'Y'.
           05  WS-SKIP-SW  PIC X VALUE 'N'.
               88  STAGE-SKIPPED VALUE 'Y'.
           05  WS-RUN-DATE PIC X(8) VALUE SPACES.
           05  WS-RUN-TIME PIC X(8) VALUE SPACES.
      * One entry per year and gender on the register, kept in year
      * then gender order as entries are added; each stage holds the
      * earliest date it was posted, spaces while not reached
       01  WS-GRID.
           05  WS-GR-CNT PIC 999 VALUE 0.
           05  WS-GR-TBL OCCURS 200 TIMES.
               10  WS-GR-KEY.
                   15  WS-GR-YEAR   PIC XX.
                   15  WS-GR-GENDER PIC X.
               10  WS-GR-DATE   PIC X(8) OCCURS 7 TIMES.
       01  WS-WORK.
           05  WS-IDX      PIC 999 VALUE 0.
           05  WS-JDX      PIC 999 VALUE 0.
           05  WS-SX       PIC 9   VALUE 0.
           05  WS-NEW-KEY.
               10  WS-NEW-YEAR   PIC XX.
               10  WS-NEW-GENDER PIC X.
           05  WS-STAGE-DISP PIC X(8) VALUE SPACES.
           05  WS-CARD-REASON PIC X(30) VALUE SPACES.
       01  WS-STATS.
           05  WS-CNT-READ-CRD PIC 9(7) VALUE 0.
           05  WS-CNT-POSTED   PIC 9(7) VALUE 0.
           05  WS-CNT-BAD-CRD  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-YRG PIC 9(7) VALUE 0.
           05  WS-CNT-SKIPPED  PIC 9(7) VALUE 0.
           05  WS-CNT-COMPLETE PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
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
               10 FS-YEARREG PIC 99.
           05  FS-YRGCARD PIC 99.
           05  FS-YEARRPT PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           IF CARDS-PRESENT
              PERFORM 2000-POST-CARDS
           END-IF
           PERFORM 3000-LOAD-REGISTER
           PERFORM 4000-PRINT-GRID
           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
       1000-INIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT FD-YEARRPT
           IF FS-YEARRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (YEARRPT)'
              DISPLAY FS-YEARRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' YEAR LIFECYCLE REGISTER  RUN DATE ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE

      * The posting deck is optional: no deck (status 35) is a
      * straight report of the register as it stands
           OPEN INPUT FD-YRGCARD
           IF FS-YRGCARD = 0
              SET CARDS-PRESENT TO TRUE
           ELSE
              IF FS-YRGCARD NOT = 35
                 DISPLAY 'ERROR ON OPEN (YRGCARD)'
                 DISPLAY FS-YRGCARD
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF
           .
      * Manual postings go on the register before it is read, so
      * the grid already shows them
       2000-POST-CARDS.
           OPEN EXTEND FD-YEARREG
      * A brand new register (status 35) is created in place
           IF FS-YEARREG = 35
              OPEN OUTPUT FD-YEARREG
           END-IF
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR ON OPEN (YEARREG)'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE ALL '-' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' MANUAL POSTINGS FROM YRGCARD' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           PERFORM UNTIL EOF-YRC
              READ FD-YRGCARD
                   AT END SET EOF-YRC TO TRUE
              END-READ
              IF FS-YRGCARD NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (YRGCARD)'
                 DISPLAY FS-YRGCARD
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-YRC
                 IF YRC-REC(1:1) NOT = '*'
                    ADD 1 TO WS-CNT-READ-CRD
                    PERFORM 2100-EDIT-CARD
                    IF CARD-BAD
                       PERFORM 2200-REJECT-CARD
                    ELSE
                       PERFORM 2300-POST-CARD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE FD-YRGCARD FD-YEARREG
           .
       2100-EDIT-CARD.
           MOVE 'N' TO WS-BAD-SW
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN YRC-YEAR IS NOT NUMERIC
                    MOVE 'YEAR NOT NUMERIC' TO WS-CARD-REASON
               WHEN YRC-GENDER NOT = 'M' AND NOT = 'F'
                    MOVE 'GENDER NOT M OR F' TO WS-CARD-REASON
               WHEN YRC-STAGE < '1' OR YRC-STAGE > '7'
                    MOVE 'STAGE NOT 1 TO 7' TO WS-CARD-REASON
               WHEN YRC-DATE IS NOT NUMERIC
                    MOVE 'DATE NOT YYYYMMDD' TO WS-CARD-REASON
               WHEN YRC-DATE(5:2) < '01' OR YRC-DATE(5:2) > '12'
                    MOVE 'DATE NOT YYYYMMDD' TO WS-CARD-REASON
               WHEN YRC-DATE(7:2) < '01' OR YRC-DATE(7:2) > '31'
                    MOVE 'DATE NOT YYYYMMDD' TO WS-CARD-REASON
               WHEN YRC-DATE > WS-RUN-DATE
                    MOVE 'DATE IN THE FUTURE' TO WS-CARD-REASON
               WHEN YRC-OPER = SPACES
                    MOVE 'NO OPERATOR INITIALS' TO WS-CARD-REASON
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF WS-CARD-REASON NOT = SPACES
              SET CARD-BAD TO TRUE
           END-IF
           .
       2200-REJECT-CARD.
           ADD 1 TO WS-CNT-BAD-CRD
           MOVE SPACES TO PRT-REC
           STRING '   ' YRC-REC '  REJECTED: ' WS-CARD-REASON
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
       2300-POST-CARD.
           MOVE SPACES           TO YRG-REC
           MOVE YRC-YEAR         TO YRG-YEAR
           MOVE YRC-GENDER       TO YRG-GENDER
           MOVE YRC-STAGE        TO YRG-STAGE
           MOVE YRC-DATE         TO YRG-DATE
           MOVE WS-RUN-TIME(1:6) TO YRG-TIME
           MOVE 'YRGCARD'        TO YRG-PROGRAM
           MOVE YRC-OPER         TO YRG-OPER
           WRITE YRG-REC
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR WRITING YEARREG'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-POSTED
           MOVE SPACES TO PRT-REC
           STRING '   ' YRC-REC '  POSTED'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       3000-LOAD-REGISTER.
           OPEN INPUT FD-YEARREG
      * No register yet (status 35) prints an empty grid
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
                 ADD 1 TO WS-CNT-READ-YRG
                 IF YRG-STAGE > 0 AND YRG-STAGE < 8
                    PERFORM 3100-POST-ENTRY
                 END-IF
              END-IF
           END-PERFORM
           IF FS-YEARREG NOT = 35
              CLOSE FD-YEARREG
           END-IF
           .
       3100-POST-ENTRY.
           MOVE YRG-YEAR   TO WS-NEW-YEAR
           MOVE YRG-GENDER TO WS-NEW-GENDER
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 3110-FIND-ENTRY VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GR-CNT OR ENTRY-FOUND
           IF ENTRY-FOUND
              SUBTRACT 1 FROM WS-IDX
           ELSE
              PERFORM 3200-ADD-ENTRY
           END-IF
      * A stage reached again (a rerun) keeps the date first reached
           IF WS-GR-DATE(WS-IDX, YRG-STAGE) = SPACES
              OR YRG-DATE < WS-GR-DATE(WS-IDX, YRG-STAGE)
              MOVE YRG-DATE TO WS-GR-DATE(WS-IDX, YRG-STAGE)
           END-IF
           .
       3110-FIND-ENTRY.
           IF WS-GR-KEY(WS-IDX) = WS-NEW-KEY
              SET ENTRY-FOUND TO TRUE
           END-IF
           .
      * A new year/gender is slotted in key order, the entries after
      * it moving down one, so the grid prints in year order
       3200-ADD-ENTRY.
           IF WS-GR-CNT >= 200
              DISPLAY 'YEAR GRID TABLE FULL (200)'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-GR-CNT
              OR WS-GR-KEY(WS-IDX) > WS-NEW-KEY
              ADD 1 TO WS-IDX
           END-PERFORM
           PERFORM 3210-SHIFT-DOWN VARYING WS-JDX FROM WS-GR-CNT BY -1
              UNTIL WS-JDX < WS-IDX
           ADD 1 TO WS-GR-CNT
           MOVE WS-NEW-KEY TO WS-GR-KEY(WS-IDX)
           PERFORM 3220-CLEAR-STAGE VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > 7
           .
       3210-SHIFT-DOWN.
           MOVE WS-GR-TBL(WS-JDX) TO WS-GR-TBL(WS-JDX + 1)
           .
       3220-CLEAR-STAGE.
           MOVE SPACES TO WS-GR-DATE(WS-IDX, WS-SX)
           .
       4000-PRINT-GRID.
           MOVE ALL '-' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' STAGES: 1 RECEIVED  2 NORMALIZED  3 VALIDATED'
                TO PRT-REC
           MOVE '  4 FOLDED INTO NAMEHIST' TO PRT-REC(47:)
           PERFORM 7900-WRITE-LINE
           MOVE '         5 CERTIFIED  6 FED TO WAREHOUSE'
                TO PRT-REC
           MOVE '  7 ACKNOWLEDGED' TO PRT-REC(41:)
           PERFORM 7900-WRITE-LINE
           MOVE ALL '-' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' YEAR G  1        2        3        4        5'
                TO PRT-REC
           MOVE '        6        7' TO PRT-REC(47:)
           PERFORM 7900-WRITE-LINE

           PERFORM 4100-PRINT-ENTRY VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-GR-CNT

           IF WS-GR-CNT = 0
              MOVE ' NO YEAR HAS BEEN POSTED TO THE REGISTER'
                TO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           MOVE ALL '-' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * A stage reached with an earlier stage still blank means a
      * step ran out of turn (or was posted by hand out of turn)
       4100-PRINT-ENTRY.
           MOVE 'N' TO WS-GAP-SW
           MOVE 'N' TO WS-SKIP-SW
           MOVE SPACES TO PRT-REC
           STRING ' 20' WS-GR-YEAR(WS-IDX) ' ' WS-GR-GENDER(WS-IDX)
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 4110-PRINT-STAGE VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > 7
           IF STAGE-SKIPPED
              MOVE 'SKIPPED' TO PRT-REC(73:)
              ADD 1 TO WS-CNT-SKIPPED
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           IF NOT GAP-SEEN
              ADD 1 TO WS-CNT-COMPLETE
           END-IF
           PERFORM 7900-WRITE-LINE
           .
       4110-PRINT-STAGE.
           IF WS-GR-DATE(WS-IDX, WS-SX) = SPACES
              MOVE '--------' TO WS-STAGE-DISP
              SET GAP-SEEN TO TRUE
           ELSE
              MOVE WS-GR-DATE(WS-IDX, WS-SX) TO WS-STAGE-DISP
              IF GAP-SEEN
                 SET STAGE-SKIPPED TO TRUE
              END-IF
           END-IF
           COMPUTE WS-JDX = (WS-SX - 1) * 9 + 10
           MOVE WS-STAGE-DISP TO PRT-REC(WS-JDX:8)
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-YEARRPT NOT = 0
              DISPLAY 'ERROR WRITING YEARRPT'
              DISPLAY FS-YEARRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' YEAR REGISTER SUMMARY: ' WS-RUN-DATE
           DISPLAY '================================================'
           DISPLAY ' CARDS READ . . . . . : ' WS-CNT-READ-CRD
           DISPLAY ' CARDS POSTED . . . . : ' WS-CNT-POSTED
           DISPLAY ' CARDS REJECTED . . . : ' WS-CNT-BAD-CRD
           DISPLAY ' REGISTER READ. . . . : ' WS-CNT-READ-YRG
           DISPLAY ' YEAR/GENDERS . . . . : ' WS-GR-CNT
           DISPLAY ' FULLY ACKNOWLEDGED . : ' WS-CNT-COMPLETE
           DISPLAY ' WITH SKIPPED STAGES. : ' WS-CNT-SKIPPED
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-YEARRPT

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
              MOVE 'YRGCARD'        TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-CRD  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-POSTED    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-YRG  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARRPT'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'YEARSTAT'       TO AUD-PROGRAM
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
