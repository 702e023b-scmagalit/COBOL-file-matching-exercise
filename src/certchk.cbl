      * rank and change value agreed. The legacy male chain writes    *
      * no dropped file, so the male dropped block is noted on the    *
      * report and skipped.                                           *
      * A clean certification of the card's second year and gender    *
      * is posted to the YEARREG year lifecycle register as certified *
      * (stage 5).                                                    *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CERTRPT
                  .
      * YEAR LIFECYCLE REGISTER (CUMULATIVE, APPEND)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
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
               10 FS-ND  PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-CERTRPT  PIC 99.
           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
           PERFORM 7900-WRITE-LINE
           ADD 1 TO WS-CNT-MISMATCH
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
           MOVE 'CERTCHK'        TO YRG-PROGRAM
           WRITE YRG-REC
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR WRITING YEARREG'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-YRG
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-CERTRPT NOT = 0
                    FD-NF1 FD-NF2 FD-NFB FD-NC FD-ND
           END-IF
           CLOSE FD-CERTRPT
      * Only a run where every field agreed certifies the year
           IF WS-RETURN-CODE = 0
              PERFORM 6800-OPEN-YEARREG
              MOVE CTL-YEAR2  TO WS-YRG-YEAR
              MOVE CTL-GENDER TO WS-YRG-GENDER
              MOVE 5          TO WS-YRG-STAGE
              PERFORM 6810-POST-YEARREG
              CLOSE FD-YEARREG
           END-IF

           PERFORM 9999-TERMINATE
           .
              MOVE 'O'                 TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT      TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
