      * mapped to a standardized form - letters raised to upper case,  *
      * hyphens and embedded spaces squeezed out, result left-         *
      * justified - and the normalized records are written to the      *
      * NORM20yy files that NAMECONS consolidates (colliding names     *
      * merged, ranks closed up) for VALBABY to validate. Each name    *
      * whose spelling changed is written to the                       *
      * NAMEXREF cross-reference (year, gender, raw, normalized) so    *
      * the original spellings are never lost. A clean end posts both  *
      * years, both genders, as normalized on the YEARREG year         *
      * lifecycle register.                                            *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NAMEXREF
                  .
      * YEAR LIFECYCLE REGISTER (CUMULATIVE, APPEND)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
           05  FILLER     PIC X.
           05  XRF-NORM   PIC X(15).

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
           05  WS-AUD-DDNAME PIC X(12) VALUE SPACES.
           05  WS-AUD-IO     PIC X     VALUE SPACE.
           05  WS-AUD-COUNT  PIC 9(7)  VALUE 0.
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
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-NORMY2   PIC 99.
               10 FS-NAMEXREF PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
           END-IF
           ADD 1 TO WS-CNT-XREF
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
           MOVE 'NAMENORM'       TO YRG-PROGRAM
           WRITE YRG-REC
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR WRITING YEARREG'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-YRG
           .
      * Both card years are normalized for both genders
       6820-POST-NORMALIZED.
           PERFORM 6800-OPEN-YEARREG
           MOVE 2 TO WS-YRG-STAGE
           MOVE CTL-YEAR1 TO WS-YRG-YEAR
           PERFORM 6830-POST-BOTH-GENDERS
           MOVE CTL-YEAR2 TO WS-YRG-YEAR
           PERFORM 6830-POST-BOTH-GENDERS
           CLOSE FD-YEARREG
           .
       6830-POST-BOTH-GENDERS.
           MOVE 'M' TO WS-YRG-GENDER
           PERFORM 6810-POST-YEARREG
           MOVE 'F' TO WS-YRG-GENDER
           PERFORM 6810-POST-YEARREG
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' NAME NORMALIZATION SUMMARY: 20' CTL-YEAR1
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-XREF      TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
           WRITE AUD-REC
           .
       9000-CLEANUP.
           CLOSE FD-BABYY1 FD-BABYY2 FD-NORMY1 FD-NORMY2
                 FD-NAMEXREF
           PERFORM 6820-POST-NORMALIZED
           MOVE 'OK  ' TO WS-AUD-STATUS

           PERFORM 9999-TERMINATE
           .
