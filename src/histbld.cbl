      * prior NAMEHIST is read against the extract on name/gender and  *
      * the updated master is written to NEWHIST. When a name already  *
      * holds the maximum number of year entries the oldest entry is   *
      * shifted out so the newest ten years are retained. A year       *
      * already on the master is replaced in place, and the rank first *
      * published for it is kept beside the new one (see HISTREV for   *
      * bureau revisions to a prior year). A re-fold of a year already *
      * folded in marks a year entry it adds as not ranked when first  *
      * published.                                                     *
      * The YEARREG year lifecycle register gates the fold-in: the     *
      * card year/gender must have been received, normalized and       *
      * validated, and the year before it, if registered, must already *
      * be folded in, or the run is refused (RC 8) before NEWHIST is   *
      * written. A clean fold-in posts the year as folded (stage 4).   *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NEWHIST
                  .
      * YEAR LIFECYCLE REGISTER (CUMULATIVE, APPEND)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
           05  EXF-CNT  PIC 9(6).

       FD  FD-NAMEHIST
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           .
       01  HST-REC.
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
       FD  FD-NEWHIST
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           .
       01  NHS-REC.
           05  NHS-ENTRY OCCURS 10 TIMES.
               10  NHS-YEAR PIC XX.
               10  NHS-RANK PIC 9(5).
      * Rank as first published for each year entry, kept when a
      * bureau revision or a re-fold restates the year; zero while
      * the year still stands as published, 99999 when the name was
      * not ranked at all in the year as first published
           05  NHS-PUB-AREA.
               10  NHS-PUB-RANK PIC 9(5) OCCURS 10 TIMES.

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
               88  EOF-EXT      VALUE 1.
           05  WS-HSTFLAG PIC 9 VALUE 0.
               88  EOF-HST      VALUE 1.
           05  WS-YRGFLAG PIC 9 VALUE 0.
               88  EOF-YRG      VALUE 1.
      * Common working copy of the current extract record, regardless
      * of which gender's FD supplied it
           05  WS-EXT-RANK  PIC 9(5)  VALUE 0.
           05  WS-CNT-CARRIED  PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-EXT-DDNAME PIC X(20) VALUE SPACES.
      * Lifecycle stage posted for a year/gender: 1 received,
      * 2 normalized, 3 validated, 4 folded into NAMEHIST,
      * 5 certified, 6 fed to the warehouse, 7 acknowledged
       01  WS-YEARREG.
           05  WS-YRG-YEAR   PIC XX   VALUE SPACES.
           05  WS-YRG-GENDER PIC X    VALUE SPACE.
           05  WS-YRG-STAGE  PIC 9    VALUE 0.
           05  WS-YRG-DATE   PIC X(8) VALUE SPACES.
           05  WS-YRG-TIME   PIC X(8) VALUE SPACES.
           05  WS-CNT-YRG    PIC 9(7) VALUE 0.
           05  WS-CNT-YRG-IN PIC 9(7) VALUE 0.
      * Stages already reached by the card year/gender, and whether
      * the year before it is on the register and already folded in
           05  WS-YRG-REACHED PIC X OCCURS 7 TIMES.
           05  WS-YRG-PRIOR-NUM PIC 99   VALUE 0.
           05  WS-YRG-PRIOR     PIC XX   VALUE SPACES.
           05  WS-YRG-PRIOR-SW  PIC X    VALUE 'N'.
               88  PRIOR-ON-REGISTER     VALUE 'Y'.
           05  WS-YRG-FOLD-SW   PIC X    VALUE 'N'.
               88  PRIOR-FOLDED          VALUE 'Y'.
           05  WS-YRG-GATE-SW   PIC X    VALUE 'N'.
               88  GATE-REFUSED          VALUE 'Y'.
      * The card year/gender is already folded in: this run is a
      * re-fold, and a year entry it adds was not ranked as first
      * published
           05  WS-YRG-REFOLD-SW PIC X    VALUE 'N'.
               88  YEAR-REFOLD           VALUE 'Y'.
           05  WS-YRG-SX        PIC 9    VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-NEWHIST  PIC 99.
           05  FS-CTLCARD PIC 99.

           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.
       01  WS-AUDIT.
      * Final status starts as ERR and is set to OK only when the
           END-IF
           CLOSE FD-CTLCARD

           PERFORM 1100-CHECK-YEARREG

           IF CTL-MALE
              STRING 'B' DELIMITED BY SIZE
                     CTL-YEAR DELIMITED BY SIZE
              PERFORM 9999-TERMINATE
           END-IF
           .
      * The year must have been received, normalized and validated
      * before it is folded in, and the year before it (when that
      * year is on the register at all) must already be folded, so
      * NAMEHIST never takes the years out of order
       1100-CHECK-YEARREG.
           MOVE ALL 'N' TO WS-YRG-REACHED(1) WS-YRG-REACHED(2)
                           WS-YRG-REACHED(3) WS-YRG-REACHED(4)
                           WS-YRG-REACHED(5) WS-YRG-REACHED(6)
                           WS-YRG-REACHED(7)
           MOVE CTL-YEAR TO WS-YRG-PRIOR-NUM
           IF WS-YRG-PRIOR-NUM = 0
              MOVE 99 TO WS-YRG-PRIOR-NUM
           ELSE
              SUBTRACT 1 FROM WS-YRG-PRIOR-NUM
           END-IF
           MOVE WS-YRG-PRIOR-NUM TO WS-YRG-PRIOR

           OPEN INPUT FD-YEARREG
      * No register yet (status 35) means no stage has been reached
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
                 ADD 1 TO WS-CNT-YRG-IN
                 PERFORM 1110-NOTE-STAGE
              END-IF
           END-PERFORM
           IF FS-YEARREG NOT = 35
              CLOSE FD-YEARREG
           END-IF

           PERFORM 1120-TEST-STAGE VARYING WS-YRG-SX FROM 1 BY 1
              UNTIL WS-YRG-SX > 3
           IF WS-YRG-REACHED(4) = 'Y'
              SET YEAR-REFOLD TO TRUE
           END-IF
           IF PRIOR-ON-REGISTER AND NOT PRIOR-FOLDED
              DISPLAY 'YEARREG: YEAR ' WS-YRG-PRIOR ' GENDER '
                      CTL-GENDER ' NOT YET FOLDED INTO NAMEHIST'
              SET GATE-REFUSED TO TRUE
           END-IF
           IF GATE-REFUSED
              DISPLAY 'FOLD-IN OF YEAR ' CTL-YEAR ' GENDER '
                      CTL-GENDER ' REFUSED, NAMEHIST NOT UPDATED'
              MOVE 8 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
       1110-NOTE-STAGE.
           IF YRG-GENDER = CTL-GENDER
              IF YRG-YEAR = CTL-YEAR
                 AND YRG-STAGE > 0 AND YRG-STAGE < 8
                 MOVE 'Y' TO WS-YRG-REACHED(YRG-STAGE)
              END-IF
              IF YRG-YEAR = WS-YRG-PRIOR
                 SET PRIOR-ON-REGISTER TO TRUE
                 IF YRG-STAGE = 4
                    SET PRIOR-FOLDED TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       1120-TEST-STAGE.
           IF WS-YRG-REACHED(WS-YRG-SX) NOT = 'Y'
              DISPLAY 'YEARREG: YEAR ' CTL-YEAR ' GENDER ' CTL-GENDER
                      ' HAS NOT REACHED STAGE ' WS-YRG-SX
              SET GATE-REFUSED TO TRUE
           END-IF
           .
       2000-READ-EXTRACT.
           IF CTL-MALE
              READ FD-YRMALE
           MOVE SPACES TO NHS-REC
           MOVE WS-EXT-NAME TO NHS-NAME
           MOVE CTL-GENDER  TO NHS-GENDER
           MOVE ZEROES      TO NHS-PUB-AREA
           MOVE 1           TO NHS-YEAR-CNT
           MOVE CTL-YEAR    TO NHS-YEAR(1)
           MOVE WS-EXT-RANK TO NHS-RANK(1)
           IF YEAR-REFOLD
              MOVE 99999    TO NHS-PUB-RANK(1)
           END-IF
           PERFORM 4900-WRITE-NEWHIST
           ADD 1 TO WS-CNT-ADDED
           .
              END-IF
              MOVE CTL-YEAR    TO NHS-YEAR(NHS-YEAR-CNT)
              MOVE WS-EXT-RANK TO NHS-RANK(NHS-YEAR-CNT)
      * A year first folded stands as published; one added by a
      * re-fold was not ranked when the year was first published
              IF YEAR-REFOLD
                 MOVE 99999    TO NHS-PUB-RANK(NHS-YEAR-CNT)
              ELSE
                 MOVE 0        TO NHS-PUB-RANK(NHS-YEAR-CNT)
              END-IF
           END-IF

           PERFORM 4900-WRITE-NEWHIST
           ADD 1 TO WS-CNT-UPDATED
           .
      * A re-fold that changes a rank keeps the rank first published
      * for the year instead of losing it
       4210-SCAN-YEAR.
           IF NHS-YEAR(WS-IDX) = CTL-YEAR
              IF NHS-RANK(WS-IDX) NOT = WS-EXT-RANK
                 AND NHS-PUB-RANK(WS-IDX) = 0
                 MOVE NHS-RANK(WS-IDX) TO NHS-PUB-RANK(WS-IDX)
              END-IF
              MOVE WS-EXT-RANK TO NHS-RANK(WS-IDX)
              SET YEAR-FOUND TO TRUE
           END-IF
       4220-SHIFT-ENTRY.
           MOVE NHS-YEAR(WS-IDX + 1) TO NHS-YEAR(WS-IDX)
           MOVE NHS-RANK(WS-IDX + 1) TO NHS-RANK(WS-IDX)
           MOVE NHS-PUB-RANK(WS-IDX + 1) TO NHS-PUB-RANK(WS-IDX)
           .
       4300-CARRY-MASTER.
           MOVE HST-REC TO NHS-REC
           END-IF
           ADD 1 TO WS-CNT-WRT-NEW
           .
      * Each stage reached goes on the cumulative YEARREG lifecycle
      * register, the way RCVCHK posts RCVREG
       6800-OPEN-YEARREG.
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
           ACCEPT WS-YRG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-YRG-TIME FROM TIME
           .
       6810-POST-YEARREG.
           MOVE SPACES           TO YRG-REC
           MOVE WS-YRG-YEAR      TO YRG-YEAR
           MOVE WS-YRG-GENDER    TO YRG-GENDER
           MOVE WS-YRG-STAGE     TO YRG-STAGE
           MOVE WS-YRG-DATE      TO YRG-DATE
           MOVE WS-YRG-TIME(1:6) TO YRG-TIME
           MOVE 'HISTBLD'        TO YRG-PROGRAM
           WRITE YRG-REC
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR WRITING YEARREG'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-YRG
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' NAMEHIST FOLD-IN SUMMARY: YEAR 20' CTL-YEAR
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           IF CTL-MALE
              CLOSE FD-YRMALE
           ELSE
              CLOSE FD-YRFEM
           END-IF
           CLOSE FD-NAMEHIST FD-NEWHIST
           PERFORM 6800-OPEN-YEARREG
           MOVE CTL-YEAR   TO WS-YRG-YEAR
           MOVE CTL-GENDER TO WS-YRG-GENDER
           MOVE 4          TO WS-YRG-STAGE
           PERFORM 6810-POST-YEARREG
           CLOSE FD-YEARREG
           MOVE 'OK  ' TO WS-AUD-STATUS

           PERFORM 9999-TERMINATE
           .
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-WRT-NEW        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
