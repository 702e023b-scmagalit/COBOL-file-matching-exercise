       PROGRAM-ID. WATCHNTF.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Nightly watchlist notifications. NAMEBINQ is pull-only and     *
      * the trademark group re-sends the same 200-name deck every      *
      * week to notice a change; this step is the push side. The       *
      * WATCHLST master holds one record per subscriber and watched    *
      * name (subscriber id, gender, name, movement threshold),        *
      * sorted by subscriber id. Each watch is held against the        *
      * night's RANKCHNG (female), MALERANKCHNG (male) and DROPPED     *
      * files, loaded once into tables, and a watched name that        *
      * moved past the subscriber's threshold, came in NEW, or         *
      * landed on DROPPED writes a notification line. Every            *
      * subscriber gets their own notification file: the NTFYxxxx DD   *
      * name is built from the subscriber id and opened at each        *
      * subscriber break, the way the chain's other dynamic DD names   *
      * are built. The legacy male chain writes no dropped file, so    *
      * DROPPED events are raised for female watches only. A           *
      * watchlist out of subscriber order stops the run. Every         *
      * subscription bills to a department: the SUBBILL register maps  *
      * each subscriber id to its billing department, and at each      *
      * subscriber break the notifications sent to that subscriber     *
      * are posted as one row to the cumulative USAGELOG for CHGBACK   *
      * to price at month end. A subscriber not on SUBBILL is still    *
      * notified and posted with no department, and the run ends RC 4  *
      * so the unbilled usage is seen. While an EMBCARD release        *
      * embargo stands for the night's year (taken from the optional   *
      * CTLCARD year pair; any embargo card applies when there is no   *
      * CTLCARD) no notification file is written and no usage is       *
      * posted: the held night is logged to EMBLOG and the run ends    *
      * RC 4 with a HELD audit status. Runs after the release are      *
      * logged to EMBLOG as SENT with the count sent.                  *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
      *------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CONTROL CARD (OPTIONAL)
           SELECT FD-CTLCARD ASSIGN TO CTLCARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CTLCARD
                  .
      * INPUT FILES
           SELECT FD-WATCHLST ASSIGN TO WATCHLST
                  ORGANIZATION       IS SEQUENTIAL
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DROPPED
                  .
      * SUBSCRIBER BILLING REGISTER
           SELECT FD-SUBBILL ASSIGN TO SUBBILL
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SUBBILL
                  .
      * OUTPUT FILE (dynamic - one per subscriber)
           SELECT FD-NOTIFY ASSIGN TO WS-NTF-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NOTIFY
                  .
      * CUMULATIVE USAGE FILE (SHARED, APPEND)
           SELECT FD-USAGELOG ASSIGN TO USAGELOG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-USAGELOG
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
       FD  FD-WATCHLST
           RECORD CONTAINS 26 CHARACTERS
           05  FILLER   PIC X.
           05  DRP-NAME PIC X(15).

      * SUBSCRIBER BILLING REGISTER
       FD  FD-SUBBILL
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           .
       01  SBL-REC.
           05  SBL-SUBSCR PIC X(4).
           05  FILLER     PIC X.
           05  SBL-DEPT   PIC X(6).
           05  FILLER     PIC X.
           05  SBL-NAME   PIC X(28).

      * OUTPUT FILE (one per subscriber, DD built from the id)
       FD  FD-NOTIFY
           RECORD CONTAINS 39 CHARACTERS
           05  FILLER     PIC X.
           05  NTF-DETAIL PIC X(12).

      * CUMULATIVE USAGE FILE
       FD  FD-USAGELOG
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE F
           .
       01  USG-REC.
           05  USG-DATE     PIC X(8).
           05  FILLER       PIC X.
           05  USG-TIME     PIC X(6).
           05  FILLER       PIC X.
           05  USG-SERVICE  PIC X(3).
           05  FILLER       PIC X.
           05  USG-SUBSCR   PIC X(4).
           05  FILLER       PIC X.
           05  USG-DEPT     PIC X(6).
           05  FILLER       PIC X.
           05  USG-ANSWERED PIC 9(7).
           05  FILLER       PIC X.
           05  USG-NOTFND   PIC 9(7).
           05  FILLER       PIC X.
           05  USG-NOTIFIED PIC 9(7).

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

      * COMMON RUN-AUDIT LOG
       FD  FD-AUDITLOG
           RECORD CONTAINS 52 CHARACTERS
      * The matched change entry, whichever table supplied it
           05  WS-HIT-RANK   PIC 9(5) VALUE 0.
           05  WS-HIT-CHNG   PIC X(6) VALUE SPACES.
      * The open subscriber's billing department and the number of
      * notifications sent to it so far
           05  WS-CUR-DEPT   PIC X(6) VALUE SPACES.
           05  WS-SUB-NOTIFIED PIC 9(7) VALUE 0.
           05  WS-USG-DATE   PIC X(8) VALUE SPACES.
           05  WS-USG-TIME   PIC X(8) VALUE SPACES.
      * The SUBBILL register loaded once for the department lookup
       01  WS-BILLING.
           05  WS-BL-CNT PIC 9(5) VALUE 0.
           05  WS-BL-TBL OCCURS 2000 TIMES.
               10  WS-BL-SUBSCR PIC X(4).
               10  WS-BL-DEPT   PIC X(6).
      * The night's change files loaded once for lookup
       01  WS-FEM-CHANGES.
           05  WS-FC-CNT PIC 9(5) VALUE 0.
           05  WS-CNT-READ-WCH PIC 9(7) VALUE 0.
           05  WS-CNT-SUBSCRS  PIC 9(5) VALUE 0.
           05  WS-CNT-NOTIFIED PIC 9(7) VALUE 0.
           05  WS-CNT-READ-SBL PIC 9(7) VALUE 0.
           05  WS-CNT-USAGE    PIC 9(7) VALUE 0.
           05  WS-CNT-UNBILLED PIC 9(5) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-NTF-DDNAME PIC X(20) VALUE SPACES.
       01  WS-AUDIT.
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
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-RANKCHNG     PIC 99.
               10 FS-MALERANKCHNG PIC 99.
               10 FS-DROPPED      PIC 99.
               10 FS-SUBBILL      PIC 99.
           05  FS-NOTIFY   PIC 99.
           05  FS-USAGELOG PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-EMBCARD  PIC 99.
           05  FS-EMBLOG   PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1500-LOAD-CHANGES
           PERFORM 1600-LOAD-BILLING

           PERFORM 2000-READ-WATCH
           PERFORM UNTIL EOF-WCH

           IF NOTIFY-OPEN
              CLOSE FD-NOTIFY
              PERFORM 3200-POST-USAGE
           END-IF
           CLOSE FD-USAGELOG

           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
       1000-INIT.
      * The year pair card is optional here: it only tells the
      * embargo check which year tonight's change files carry, and
      * without it any embargo card in the deck applies
           OPEN INPUT FD-CTLCARD
           IF FS-CTLCARD = 0
              READ FD-CTLCARD
              IF FS-CTLCARD = 0
                 MOVE CTL-YEAR2 TO WS-EMB-RUN-YEAR
              END-IF
              CLOSE FD-CTLCARD
           END-IF
           PERFORM 1700-CHECK-EMBARGO

           OPEN INPUT FD-WATCHLST FD-RANKCHNG FD-MALERANKCHNG
                      FD-DROPPED FD-SUBBILL

           IF FILE-STATUS NOT = ZEROES
              DISPLAY 'ERROR ON OPEN'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           OPEN EXTEND FD-USAGELOG
      * A brand new usage file (status 35) is created in place
           IF FS-USAGELOG = 35
              OPEN OUTPUT FD-USAGELOG
           END-IF
           IF FS-USAGELOG NOT = 0
              DISPLAY 'ERROR ON OPEN (USAGELOG)'
              DISPLAY FS-USAGELOG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ACCEPT WS-USG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-USG-TIME FROM TIME
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
           MOVE 'WATCHNTF'            TO EML-PROGRAM
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
       1500-LOAD-CHANGES.
           PERFORM UNTIL EOF-IN
              END-IF
           END-PERFORM
           .
       1600-LOAD-BILLING.
           MOVE 0 TO WS-IN-FLAG
           PERFORM UNTIL EOF-IN
              READ FD-SUBBILL
                   AT END SET EOF-IN TO TRUE
              END-READ
              IF FS-SUBBILL NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (SUBBILL)'
                 DISPLAY FS-SUBBILL
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-IN
                 ADD 1 TO WS-CNT-READ-SBL
                 IF WS-BL-CNT >= 2000
                    DISPLAY 'BILLING TABLE FULL'
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-BL-CNT
                 MOVE SBL-SUBSCR TO WS-BL-SUBSCR(WS-BL-CNT)
                 MOVE SBL-DEPT   TO WS-BL-DEPT(WS-BL-CNT)
              END-IF
           END-PERFORM
           .
       2000-READ-WATCH.
           READ FD-WATCHLST
                AT END SET EOF-WCH TO TRUE
       3100-SUBSCRIBER-BREAK.
           IF NOTIFY-OPEN
              CLOSE FD-NOTIFY
              PERFORM 3200-POST-USAGE
           END-IF
           MOVE WCH-SUBSCR TO WS-CUR-SUBSCR
           MOVE 0 TO WS-SUB-NOTIFIED
           MOVE SPACES TO WS-CUR-DEPT
           MOVE 0 TO WS-NAME-FND
           PERFORM 3110-SCAN-BILLING VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-BL-CNT OR NAME-FOUND
           IF NOT NAME-FOUND
              DISPLAY 'SUBSCRIBER ' WS-CUR-SUBSCR
                      ' HAS NO BILLING DEPARTMENT ON SUBBILL'
              ADD 1 TO WS-CNT-UNBILLED
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           MOVE SPACES TO WS-NTF-DDNAME
           STRING 'NTFY' DELIMITED BY SIZE
                  WCH-SUBSCR DELIMITED BY SIZE
           MOVE 'Y' TO WS-FILE-OPEN-SW
           ADD 1 TO WS-CNT-SUBSCRS
           .
       3110-SCAN-BILLING.
           IF WS-BL-SUBSCR(WS-IDX) = WS-CUR-SUBSCR
              MOVE WS-BL-DEPT(WS-IDX) TO WS-CUR-DEPT
              SET NAME-FOUND TO TRUE
           END-IF
           .
      * One usage row per subscriber per run, posted when its
      * notification file is closed; a subscriber with nothing to
      * report is posted with a zero count
       3200-POST-USAGE.
           MOVE SPACES            TO USG-REC
           MOVE WS-USG-DATE       TO USG-DATE
           MOVE WS-USG-TIME(1:6)  TO USG-TIME
           MOVE 'NTF'             TO USG-SERVICE
           MOVE WS-CUR-SUBSCR     TO USG-SUBSCR
           MOVE WS-CUR-DEPT       TO USG-DEPT
           MOVE 0                 TO USG-ANSWERED
           MOVE 0                 TO USG-NOTFND
           MOVE WS-SUB-NOTIFIED   TO USG-NOTIFIED
           WRITE USG-REC
           IF FS-USAGELOG NOT = 0
              DISPLAY 'ERROR WRITING USAGELOG'
              DISPLAY FS-USAGELOG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-USAGE
           .
       4000-CHECK-MALE-WATCH.
           MOVE 0 TO WS-NAME-FND
           PERFORM 4100-SCAN-MALE VARYING WS-IDX FROM 1 BY 1
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-NOTIFIED
           ADD 1 TO WS-SUB-NOTIFIED
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' WATCH RECORDS READ . : ' WS-CNT-READ-WCH
           DISPLAY ' SUBSCRIBERS SERVED . : ' WS-CNT-SUBSCRS
           DISPLAY ' NOTIFICATIONS SENT . : ' WS-CNT-NOTIFIED
           DISPLAY ' USAGE ROWS POSTED. . : ' WS-CNT-USAGE
           DISPLAY ' SUBSCRIBERS UNBILLED : ' WS-CNT-UNBILLED
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           CLOSE FD-WATCHLST FD-RANKCHNG FD-MALERANKCHNG FD-DROPPED
                 FD-SUBBILL
      * An embargoed year sent once its release has passed is logged
      * beside the nights it was held
           IF EMBARGO-SET
              MOVE 'SENT'          TO WS-EMB-ACTION
              MOVE WS-CNT-NOTIFIED TO WS-EMB-COUNT
              PERFORM 1710-LOG-EMBARGO
           END-IF
           MOVE 'OK  ' TO WS-AUD-STATUS

           PERFORM 9999-TERMINATE
           .
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-WCH  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'SUBBILL'        TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-SBL  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'NTFY FILES'     TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-NOTIFIED  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'USAGELOG'       TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-USAGE     TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'EMBLOG'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-EML       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
