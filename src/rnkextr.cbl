      * so the warehouse loader can verify completeness. Detail        *
      * fields: record type (R=rank change, D=dropped), gender, name,  *
      * rank and change, with trailing spaces trimmed so the loader    *
      * sees clean delimited values. While an EMBCARD release embargo  *
      * stands for the card's second year the feed is not opened at    *
      * all: the held night is logged to EMBLOG and the run ends RC 4  *
      * with a HELD audit status. Runs after the release are logged to *
      * EMBLOG as SENT with the detail count.                          *
      * A finished feed posts the card's second year, both genders, to *
      * the YEARREG year lifecycle register as fed to the warehouse    *
      * (stage 6).                                                     *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RNKFEED
                  .
      * RELEASE EMBARGO CARD (OPTIONAL)
           SELECT FD-EMBCARD ASSIGN TO EMBCARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-EMBCARD
                  .
      * EMBARGO HOLD LOG (CUMULATIVE, APPEND)
           SELECT FD-EMBLOG ASSIGN TO EMBLOG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-EMBLOG
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
       01  FEED-REC PIC X(40).

      * RELEASE EMBARGO CARD
      * The year being released and the date and time (HHMM) its
      * figures may first leave the building
       FD  FD-EMBCARD
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE F
           .
       01  EMB-REC.
           05  EMB-YEAR     PIC XX.
           05  FILLER       PIC X.
           05  EMB-DATE     PIC X(8).
           05  FILLER       PIC X.
           05  EMB-TIME     PIC X(4).

      * EMBARGO HOLD LOG
      * One record per night an embargoed year's output was held
      * (HELD), and one for each run that sent it out once the
      * embargo had lifted (SENT), with the count released
       FD  FD-EMBLOG
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE F
           .
       01  EML-REC.
           05  EML-DATE     PIC X(8).
           05  FILLER       PIC X.
           05  EML-TIME     PIC X(6).
           05  FILLER       PIC X.
           05  EML-PROGRAM  PIC X(8).
           05  FILLER       PIC X.
           05  EML-YEAR     PIC XX.
           05  FILLER       PIC X.
           05  EML-ACTION   PIC X(4).
           05  FILLER       PIC X.
           05  EML-REL-DATE PIC X(8).
           05  FILLER       PIC X.
           05  EML-REL-TIME PIC X(4).
           05  FILLER       PIC X.
           05  EML-COUNT    PIC 9(7).

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
      * Release embargo for the year this run would send out; the
      * run year is spaces when the run cannot tell, and then any
      * embargo card in the deck applies
       01  WS-EMBARGO.
           05  WS-EMB-SET-SW   PIC X    VALUE 'N'.
               88  EMBARGO-SET           VALUE 'Y'.
           05  WS-EMB-HOLD-SW  PIC X    VALUE 'N'.
               88  EMBARGO-HOLD          VALUE 'Y'.
           05  WS-EMB-RUN-YEAR PIC XX   VALUE SPACES.
           05  WS-EMB-YEAR     PIC XX   VALUE SPACES.
           05  WS-EMB-DATE     PIC X(8) VALUE SPACES.
           05  WS-EMB-TIME     PIC X(4) VALUE SPACES.
           05  WS-EMB-NOW-DATE PIC X(8) VALUE SPACES.
           05  WS-EMB-NOW-TIME PIC X(8) VALUE SPACES.
           05  WS-EMB-ACTION   PIC X(4) VALUE SPACES.
           05  WS-EMB-COUNT    PIC 9(7) VALUE 0.
           05  WS-CNT-EML      PIC 9(7) VALUE 0.
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
               10 FS-DROPPED       PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-RNKFEED  PIC 99.
           05  FS-EMBCARD  PIC 99.
           05  FS-EMBLOG   PIC 99.
           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
           END-IF
           CLOSE FD-CTLCARD

           MOVE CTL-YEAR2 TO WS-EMB-RUN-YEAR
           PERFORM 1700-CHECK-EMBARGO

           OPEN INPUT FD-RANKCHNG FD-MALERANKCHNG FD-DROPPED
           OPEN OUTPUT FD-RNKFEED


           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           .
      * An embargo card for this run's year holds everything this
      * run would send until the release date and time have passed:
      * nothing is opened for output, the held night is logged to
      * EMBLOG and the run ends with a warning and a HELD audit
      * status. A card that cannot be read as a date and time holds
      * the run as well, since a bad card must not let figures out.
       1700-CHECK-EMBARGO.
           OPEN INPUT FD-EMBCARD
      * No card (status 35) means nothing is under embargo
           IF FS-EMBCARD = 0
              READ FD-EMBCARD
              IF FS-EMBCARD = 0
                 IF WS-EMB-RUN-YEAR = SPACES
                    OR EMB-YEAR = WS-EMB-RUN-YEAR
                    SET EMBARGO-SET TO TRUE
                    MOVE EMB-YEAR TO WS-EMB-YEAR
                    MOVE EMB-DATE TO WS-EMB-DATE
                    MOVE EMB-TIME TO WS-EMB-TIME
                 END-IF
              END-IF
              CLOSE FD-EMBCARD
           ELSE
              IF FS-EMBCARD NOT = 35
                 DISPLAY 'ERROR ON OPEN (EMBCARD)'
                 DISPLAY FS-EMBCARD
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           IF EMBARGO-SET
              ACCEPT WS-EMB-NOW-DATE FROM DATE YYYYMMDD
              ACCEPT WS-EMB-NOW-TIME FROM TIME
              EVALUATE TRUE
                  WHEN WS-EMB-DATE IS NOT NUMERIC
                    OR WS-EMB-TIME IS NOT NUMERIC
                       DISPLAY 'EMBARGO CARD NOT A DATE AND TIME: '
                               WS-EMB-DATE ' ' WS-EMB-TIME
                       SET EMBARGO-HOLD TO TRUE
                  WHEN WS-EMB-NOW-DATE < WS-EMB-DATE
                       SET EMBARGO-HOLD TO TRUE
                  WHEN WS-EMB-NOW-DATE = WS-EMB-DATE
                   AND WS-EMB-NOW-TIME(1:4) < WS-EMB-TIME
                       SET EMBARGO-HOLD TO TRUE
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF

           IF EMBARGO-HOLD
              DISPLAY 'YEAR ' WS-EMB-YEAR ' UNDER EMBARGO UNTIL '
                      WS-EMB-DATE ' ' WS-EMB-TIME ', OUTPUT HELD'
              MOVE 'HELD' TO WS-EMB-ACTION
              MOVE 0      TO WS-EMB-COUNT
              PERFORM 1710-LOG-EMBARGO
              MOVE 4      TO WS-RETURN-CODE
              MOVE 'HELD' TO WS-AUD-STATUS
              PERFORM 9999-TERMINATE
           END-IF
           .
       1710-LOG-EMBARGO.
           OPEN EXTEND FD-EMBLOG
      * A brand new hold log (status 35) is created in place
           IF FS-EMBLOG = 35
              OPEN OUTPUT FD-EMBLOG
           END-IF
           IF FS-EMBLOG NOT = 0
              DISPLAY 'ERROR ON OPEN (EMBLOG)'
              DISPLAY FS-EMBLOG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ACCEPT WS-EMB-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EMB-NOW-TIME FROM TIME
           MOVE SPACES               TO EML-REC
           MOVE WS-EMB-NOW-DATE      TO EML-DATE
           MOVE WS-EMB-NOW-TIME(1:6) TO EML-TIME
           MOVE 'RNKEXTR'            TO EML-PROGRAM
           MOVE WS-EMB-YEAR          TO EML-YEAR
           MOVE WS-EMB-ACTION        TO EML-ACTION
           MOVE WS-EMB-DATE          TO EML-REL-DATE
           MOVE WS-EMB-TIME          TO EML-REL-TIME
           MOVE WS-EMB-COUNT         TO EML-COUNT
           WRITE EML-REC
           IF FS-EMBLOG NOT = 0
              DISPLAY 'ERROR WRITING EMBLOG'
              DISPLAY FS-EMBLOG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-EML
           CLOSE FD-EMBLOG
           .
      * Header carries the run date and year pair so the loader can
      * prove it has the right night's feed
       2000-WRITE-HEADER.
           PERFORM 7000-WRITE-FEED
           ADD 1 TO WS-CNT-DETAIL
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
           MOVE 'RNKEXTR'        TO YRG-PROGRAM
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
           DISPLAY ' RANK CHANGE FEED EXTRACT SUMMARY'
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-DETAIL    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'EMBLOG'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-EML       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
           WRITE AUD-REC
           .
       9000-CLEANUP.
           CLOSE FD-RANKCHNG FD-MALERANKCHNG FD-DROPPED FD-RNKFEED
      * The feed carries both genders of the current card year
           PERFORM 6800-OPEN-YEARREG
           MOVE CTL-YEAR2 TO WS-YRG-YEAR
           MOVE 6         TO WS-YRG-STAGE
           MOVE 'M'       TO WS-YRG-GENDER
           PERFORM 6810-POST-YEARREG
           MOVE 'F'       TO WS-YRG-GENDER
           PERFORM 6810-POST-YEARREG
           CLOSE FD-YEARREG
      * An embargoed year sent once its release has passed is logged
      * beside the nights it was held
           IF EMBARGO-SET
              MOVE 'SENT'        TO WS-EMB-ACTION
              MOVE WS-CNT-DETAIL TO WS-EMB-COUNT
              PERFORM 1710-LOG-EMBARGO
           END-IF
           MOVE 'OK  ' TO WS-AUD-STATUS

           PERFORM 9999-TERMINATE
           .
