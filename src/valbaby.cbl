       PROGRAM-ID. VALBABY.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Validate the consolidated CONS20yy files written by NAMECONS   *
      * (NAMENORM's spellings with colliding names merged and          *
      * re-ranked) before they reach the sort steps, YEARMTCH or       *
      * YEARRANK. The two 2-digit years come from CTLCARD the same way *
      * NAMENORM is driven. A row may carry an open slot - blank name  *
      * and zero count - on one side where that gender's list ran out  *
      * after the merge; that side is not an error while the other     *
      * side carries a name. Records with a non-numeric or             *
      * out-of-range rank, a blank/non-alphabetic name field, or a     *
      * non-numeric birth count are written to the exception report    *
      * instead of the cleansed GOOD20yy files. The input record       *
      * carries the birth count behind each name so rank movement can  *
      * be weighed in volume terms downstream. Each reject also goes   *
      * to the SUSPADD suspense-additions file with the run date and   *
      * reject reason, so the RECYCLE step can hold it night to night, *
      * apply data control's correction deck and merge the repaired    *
      * record back into the GOOD file instead of losing the name for  *
      * good. A clean end posts both card years, both genders, as      *
      * validated on the YEARREG year lifecycle register.              *
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
           SELECT FD-CONSY1 ASSIGN TO WS-IN1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CONSY1
                  .
           SELECT FD-CONSY2 ASSIGN TO WS-IN2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CONSY2
                  .
      * OUTPUT FILES (dynamic - built from the control card years)
           SELECT FD-GOODY1 ASSIGN TO WS-OUT1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-GOODY1
                  .
           SELECT FD-GOODY2 ASSIGN TO WS-OUT2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-GOODY2
                  .
           SELECT FD-EXCPTRPT ASSIGN TO EXCPTRPT
                  ORGANIZATION     IS SEQUENTIAL
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SUSPADD
                  .
      * YEAR LIFECYCLE REGISTER (CUMULATIVE, APPEND)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
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
       FD  FD-CONSY1
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  BY1-REC.
           05  BY1-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  BY1-MALE     PIC X(15).
           05  FILLER       PIC X.
           05  BY1-MALE-CNT PIC 9(6).
           05  FILLER       PIC X.
           05  BY1-FEM      PIC X(15).
           05  FILLER       PIC X.
           05  BY1-FEM-CNT  PIC 9(6).

       FD  FD-CONSY2
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  BY2-REC.
           05  BY2-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  BY2-MALE     PIC X(15).
           05  FILLER       PIC X.
           05  BY2-MALE-CNT PIC 9(6).
           05  FILLER       PIC X.
           05  BY2-FEM      PIC X(15).
           05  FILLER       PIC X.
           05  BY2-FEM-CNT  PIC 9(6).

      * OUTPUT FILES
       FD  FD-GOODY1
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  GY1-REC.
           05  GY1-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  GY1-MALE     PIC X(15).
           05  FILLER       PIC X.
           05  GY1-MALE-CNT PIC 9(6).
           05  FILLER       PIC X.
           05  GY1-FEM      PIC X(15).
           05  FILLER       PIC X.
           05  GY1-FEM-CNT  PIC 9(6).

       FD  FD-GOODY2
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  GY2-REC.
           05  GY2-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  GY2-MALE     PIC X(15).
           05  FILLER       PIC X.
           05  GY2-MALE-CNT PIC 9(6).
           05  FILLER       PIC X.
           05  GY2-FEM      PIC X(15).
           05  FILLER       PIC X.
           05  GY2-FEM-CNT  PIC 9(6).

       FD  FD-EXCPTRPT
           RECORD CONTAINS 77 CHARACTERS
           05  FILLER     PIC X.
           05  SAD-IMAGE  PIC X(51).

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

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-Y1-FLAG PIC 9 VALUE 0.
               88  EOF-Y1        VALUE 1.
           05  WS-Y2-FLAG PIC 9 VALUE 0.
               88  EOF-Y2        VALUE 1.
           05  WS-VALID-SW PIC X VALUE 'Y'.
               88  RECORD-VALID  VALUE 'Y'.
      * Reject reason held in storage so both the exception line and
           05  WS-EDIT-REASON PIC X(20) VALUE SPACES.
           05  WS-RUN-DATE    PIC X(8)  VALUE SPACES.
       01  WS-STATS.
           05  WS-CNT-READ-Y1    PIC 9(7) VALUE 0.
           05  WS-CNT-READ-Y2    PIC 9(7) VALUE 0.
           05  WS-CNT-GOOD-Y1    PIC 9(7) VALUE 0.
           05  WS-CNT-GOOD-Y2    PIC 9(7) VALUE 0.
           05  WS-CNT-REJECT-Y1  PIC 9(7) VALUE 0.
           05  WS-CNT-REJECT-Y2  PIC 9(7) VALUE 0.
      * Card years in 4-digit form, for the exception and suspense
      * records and the summary
       01  WS-CARD-YEARS.
           05  WS-YEAR1 PIC X(4) VALUE SPACES.
           05  WS-YEAR2 PIC X(4) VALUE SPACES.
       01  WS-DYNAMIC-NAMES.
           05  WS-IN1-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-IN2-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-OUT1-DDNAME PIC X(20) VALUE SPACES.
           05  WS-OUT2-DDNAME PIC X(20) VALUE SPACES.
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
               10 FS-CONSY1   PIC 99.
               10 FS-CONSY2   PIC 99.
               10 FS-GOODY1   PIC 99.
               10 FS-GOODY2   PIC 99.
               10 FS-EXCPTRPT PIC 99.
               10 FS-SUSPADD  PIC 99.

           05  FS-CTLCARD  PIC 99.
           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.
       01  WS-AUDIT.
      * Final status starts as ERR and is set to OK only when the
       0000-MAIN.
           PERFORM 1000-INIT

           PERFORM 2000-VALIDATE-Y1
           PERFORM 3000-VALIDATE-Y2
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

           STRING '20' CTL-YEAR1 DELIMITED BY SIZE INTO WS-YEAR1
           STRING '20' CTL-YEAR2 DELIMITED BY SIZE INTO WS-YEAR2
           STRING 'CONS20' DELIMITED BY SIZE
                  CTL-YEAR1 DELIMITED BY SIZE
                  INTO WS-IN1-DDNAME
           STRING 'CONS20' DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE
                  INTO WS-IN2-DDNAME
           STRING 'GOOD20' DELIMITED BY SIZE
                  CTL-YEAR1 DELIMITED BY SIZE
                  INTO WS-OUT1-DDNAME
           STRING 'GOOD20' DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE
                  INTO WS-OUT2-DDNAME

           OPEN INPUT FD-CONSY1 FD-CONSY2
           OPEN OUTPUT FD-GOODY1 FD-GOODY2 FD-EXCPTRPT
                       FD-SUSPADD

           IF FILE-STATUS NOT = ZEROES

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           .
       2000-VALIDATE-Y1.
           PERFORM 2100-READ-Y1
           PERFORM UNTIL EOF-Y1
              PERFORM 2200-EDIT-Y1
              IF RECORD-VALID
                 MOVE BY1-REC TO GY1-REC
                 WRITE GY1-REC
                 ADD 1 TO WS-CNT-GOOD-Y1
              ELSE
                 ADD 1 TO WS-CNT-REJECT-Y1
              END-IF
              PERFORM 2100-READ-Y1
           END-PERFORM
           .
       2100-READ-Y1.
           READ FD-CONSY1
                AT END SET EOF-Y1 TO TRUE
           END-READ

           IF FS-CONSY1 NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (' WS-IN1-DDNAME ')'
              DISPLAY FS-CONSY1
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           IF NOT EOF-Y1
              ADD 1 TO WS-CNT-READ-Y1
           END-IF
           .
       2200-EDIT-Y1.
           SET RECORD-VALID TO TRUE

           IF BY1-RANK IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              MOVE 'RANK NOT NUMERIC' TO WS-EDIT-REASON
           ELSE
              IF BY1-RANK = ZERO
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'RANK OUT OF RANGE' TO WS-EDIT-REASON
              END-IF
           END-IF

      * An open slot (blank name, zero count) is the tail of the
      * shorter gender list after NAMECONS merged collisions; it is
      * only good while the other side of the row carries a name
           IF RECORD-VALID
              IF BY1-MALE = SPACES AND BY1-MALE-CNT = ZERO
                 AND BY1-FEM NOT = SPACES
                 CONTINUE
              ELSE
                 IF BY1-MALE = SPACES OR BY1-MALE IS NOT ALPHABETIC
                    MOVE 'N' TO WS-VALID-SW
                    MOVE 'INVALID MALE NAME' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF

           IF RECORD-VALID
              IF BY1-FEM = SPACES AND BY1-FEM-CNT = ZERO
                 AND BY1-MALE NOT = SPACES
                 CONTINUE
              ELSE
                 IF BY1-FEM = SPACES OR BY1-FEM IS NOT ALPHABETIC
                    MOVE 'N' TO WS-VALID-SW
                    MOVE 'INVALID FEMALE NAME' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF

           IF RECORD-VALID
              IF BY1-MALE-CNT IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'MALE CNT NOT NUMERIC' TO WS-EDIT-REASON
              END-IF
           END-IF

           IF RECORD-VALID
              IF BY1-FEM-CNT IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'FEM CNT NOT NUMERIC' TO WS-EDIT-REASON
              END-IF
           END-IF

           IF NOT RECORD-VALID
              PERFORM 2220-WRITE-EXC-Y1
           END-IF
           .
       2220-WRITE-EXC-Y1.
           MOVE SPACES         TO EXC-REC
           MOVE WS-YEAR1       TO EXC-YEAR
           MOVE BY1-RANK       TO EXC-RANK
           MOVE BY1-MALE       TO EXC-MALE
           MOVE BY1-MALE-CNT   TO EXC-MALE-CNT
           MOVE BY1-FEM        TO EXC-FEM
           MOVE BY1-FEM-CNT    TO EXC-FEM-CNT
           MOVE WS-EDIT-REASON TO EXC-REASON
           WRITE EXC-REC

           MOVE SPACES         TO SAD-REC
           MOVE WS-YEAR1       TO SAD-YEAR
           MOVE WS-RUN-DATE    TO SAD-DATE
           MOVE WS-EDIT-REASON TO SAD-REASON
           MOVE BY1-REC        TO SAD-IMAGE
           WRITE SAD-REC
           .
       3000-VALIDATE-Y2.
           PERFORM 3100-READ-Y2
           PERFORM UNTIL EOF-Y2
              PERFORM 3200-EDIT-Y2
              IF RECORD-VALID
                 MOVE BY2-REC TO GY2-REC
                 WRITE GY2-REC
                 ADD 1 TO WS-CNT-GOOD-Y2
              ELSE
                 ADD 1 TO WS-CNT-REJECT-Y2
              END-IF
              PERFORM 3100-READ-Y2
           END-PERFORM
           .
       3100-READ-Y2.
           READ FD-CONSY2
                AT END SET EOF-Y2 TO TRUE
           END-READ

           IF FS-CONSY2 NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (' WS-IN2-DDNAME ')'
              DISPLAY FS-CONSY2
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           IF NOT EOF-Y2
              ADD 1 TO WS-CNT-READ-Y2
           END-IF
           .
       3200-EDIT-Y2.
           SET RECORD-VALID TO TRUE

           IF BY2-RANK IS NOT NUMERIC
              MOVE 'N' TO WS-VALID-SW
              MOVE 'RANK NOT NUMERIC' TO WS-EDIT-REASON
           ELSE
              IF BY2-RANK = ZERO
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'RANK OUT OF RANGE' TO WS-EDIT-REASON
              END-IF
           END-IF

      * An open slot (blank name, zero count) is the tail of the
      * shorter gender list after NAMECONS merged collisions; it is
      * only good while the other side of the row carries a name
           IF RECORD-VALID
              IF BY2-MALE = SPACES AND BY2-MALE-CNT = ZERO
                 AND BY2-FEM NOT = SPACES
                 CONTINUE
              ELSE
                 IF BY2-MALE = SPACES OR BY2-MALE IS NOT ALPHABETIC
                    MOVE 'N' TO WS-VALID-SW
                    MOVE 'INVALID MALE NAME' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF

           IF RECORD-VALID
              IF BY2-FEM = SPACES AND BY2-FEM-CNT = ZERO
                 AND BY2-MALE NOT = SPACES
                 CONTINUE
              ELSE
                 IF BY2-FEM = SPACES OR BY2-FEM IS NOT ALPHABETIC
                    MOVE 'N' TO WS-VALID-SW
                    MOVE 'INVALID FEMALE NAME' TO WS-EDIT-REASON
                 END-IF
              END-IF
           END-IF

           IF RECORD-VALID
              IF BY2-MALE-CNT IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'MALE CNT NOT NUMERIC' TO WS-EDIT-REASON
              END-IF
           END-IF

           IF RECORD-VALID
              IF BY2-FEM-CNT IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'FEM CNT NOT NUMERIC' TO WS-EDIT-REASON
              END-IF
           END-IF

           IF NOT RECORD-VALID
              PERFORM 3220-WRITE-EXC-Y2
           END-IF
           .
       3220-WRITE-EXC-Y2.
           MOVE SPACES         TO EXC-REC
           MOVE WS-YEAR2       TO EXC-YEAR
           MOVE BY2-RANK       TO EXC-RANK
           MOVE BY2-MALE       TO EXC-MALE
           MOVE BY2-MALE-CNT   TO EXC-MALE-CNT
           MOVE BY2-FEM        TO EXC-FEM
           MOVE BY2-FEM-CNT    TO EXC-FEM-CNT
           MOVE WS-EDIT-REASON TO EXC-REASON
           WRITE EXC-REC

           MOVE SPACES         TO SAD-REC
           MOVE WS-YEAR2       TO SAD-YEAR
           MOVE WS-RUN-DATE    TO SAD-DATE
           MOVE WS-EDIT-REASON TO SAD-REASON
           MOVE BY2-REC        TO SAD-IMAGE
           WRITE SAD-REC
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
           MOVE 'VALBABY'        TO YRG-PROGRAM
           WRITE YRG-REC
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR WRITING YEARREG'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-YRG
           .
      * Both card years are validated for both genders; rejects are
      * in suspense, which does not hold the year back
       6820-POST-VALIDATED.
           PERFORM 6800-OPEN-YEARREG
           MOVE 3 TO WS-YRG-STAGE
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
           DISPLAY ' BABY FILE VALIDATION SUMMARY'
           DISPLAY '================================================'
           DISPLAY ' ' WS-YEAR1 ' READ. . . . . . : ' WS-CNT-READ-Y1
           DISPLAY ' ' WS-YEAR1 ' PASSED. . . . . : ' WS-CNT-GOOD-Y1
           DISPLAY ' ' WS-YEAR1 ' REJECTED. . . . : '
                   WS-CNT-REJECT-Y1
           DISPLAY ' ' WS-YEAR2 ' READ. . . . . . : ' WS-CNT-READ-Y2
           DISPLAY ' ' WS-YEAR2 ' PASSED. . . . . : ' WS-CNT-GOOD-Y2
           DISPLAY ' ' WS-YEAR2 ' REJECTED. . . . : '
                   WS-CNT-REJECT-Y2
           DISPLAY '================================================'

      * Rejects present are a warning: the good files are usable but
      * part of the input did not make it through
           IF WS-CNT-REJECT-Y1 > 0 OR WS-CNT-REJECT-Y2 > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           .
       9000-CLEANUP.
           CLOSE FD-CONSY1 FD-CONSY2 FD-GOODY1 FD-GOODY2
                 FD-EXCPTRPT FD-SUSPADD
           PERFORM 6820-POST-VALIDATED
           MOVE 'OK  ' TO WS-AUD-STATUS

           PERFORM 9999-TERMINATE
           .
           ELSE
              ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
              ACCEPT WS-AUD-TIME FROM TIME
              MOVE WS-IN1-DDNAME(1:12)  TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-Y1        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-IN2-DDNAME(1:12)  TO WS-AUD-DDNAME
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-READ-Y2        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-OUT1-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-GOOD-Y1        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-OUT2-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-GOOD-Y2        TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'EXCPTRPT'            TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-REJECT-Y1      TO WS-AUD-COUNT
              ADD WS-CNT-REJECT-Y2  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'SUSPADD'             TO WS-AUD-DDNAME
              MOVE 'O'                   TO WS-AUD-IO
              MOVE WS-CNT-REJECT-Y1      TO WS-AUD-COUNT
              ADD WS-CNT-REJECT-Y2  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
