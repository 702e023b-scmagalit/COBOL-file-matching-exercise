       PROGRAM-ID. NAMEBINQ.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Bulk name-inquiry service over the NAMEHIST history master     *
      * built by HISTBLD. The two-year NAMEIDX answer kept sending     *
      * the departments back here to run HISTRPT by hand, so each      *
      * INQANS answer line now carries the full picture: every year    *
      * the name was ranked (the HISTRPT-style YY/RANK path), its      *
      * best and worst ranked year, and its trend classification,      *
      * computed with the same rules HISTRPT prints. The request       *
      * deck (INQREQ) carries a name and an optional gender; a blank   *
      * gender answers every gender the name is ranked under. The      *
      * master is sequential, so it is loaded once into a lookup       *
      * table at 1000-INIT and the deck is answered from storage -     *
      * a request deck is small next to the master and arrives in no   *
      * particular order. Every request gets at least one answer       *
      * line, found or not, so the requester can tell a miss from a    *
      * lost request. Each deck is billed: the INQCARD names the       *
      * subscriber the deck came from, the SUBBILL register gives      *
      * that subscriber's billing department, and a clean run posts    *
      * one row to the cumulative USAGELOG with the requests answered  *
      * and the names not found, for CHGBACK to price at month end. A  *
      * deck with no INQCARD, or a subscriber not on SUBBILL, is       *
      * still answered and posted with no department, and the run      *
      * ends RC 4 so the unbilled usage is seen.                       *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NAMEHIST
                  .
      * DECK SUBSCRIBER CARD AND SUBSCRIBER BILLING REGISTER
           SELECT FD-INQCARD ASSIGN TO INQCARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-INQCARD
                  .
           SELECT FD-SUBBILL ASSIGN TO SUBBILL
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SUBBILL
                  .
      * OUTPUT FILE
           SELECT FD-INQANS ASSIGN TO INQANS
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-INQANS
                  .
      * CUMULATIVE USAGE FILE (SHARED, APPEND)
           SELECT FD-USAGELOG ASSIGN TO USAGELOG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-USAGELOG
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
           05  REQ-GENDER PIC X.

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

      * DECK SUBSCRIBER CARD
       FD  FD-INQCARD
           RECORD CONTAINS 4 CHARACTERS
           RECORDING MODE F
           .
       01  ICD-REC.
           05  ICD-SUBSCR PIC X(4).

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

      * OUTPUT FILE
       FD  FD-INQANS
           05  FILLER     PIC X.
           05  ANS-TREND  PIC X(13).

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

      * COMMON RUN-AUDIT LOG
       FD  FD-AUDITLOG
           RECORD CONTAINS 52 CHARACTERS
               88  SAW-RISE     VALUE 'Y'.
           05  WS-FALL-SW PIC X VALUE 'N'.
               88  SAW-FALL     VALUE 'Y'.
           05  WS-SBL-FLAG PIC 9 VALUE 0.
               88  EOF-SBL       VALUE 1.
      * The deck's subscriber and billing department; a blank
      * department is usage nobody can be billed for
       01  WS-BILLING.
           05  WS-SUBSCR     PIC X(4) VALUE SPACES.
           05  WS-DEPT       PIC X(6) VALUE SPACES.
           05  WS-USG-DATE   PIC X(8) VALUE SPACES.
           05  WS-USG-TIME   PIC X(8) VALUE SPACES.
      * The NAMEHIST master loaded once for answering in place; one
      * entry per master record
       01  WS-HIST-TABLE.
           05  WS-CNT-ANSWERS  PIC 9(7) VALUE 0.
           05  WS-CNT-FOUND    PIC 9(7) VALUE 0.
           05  WS-CNT-NOTFND   PIC 9(7) VALUE 0.
           05  WS-CNT-USAGE    PIC 9(7) VALUE 0.
       01  WS-AUDIT.
      * Final status starts as ERR and is set to OK only when the
      * run reaches its normal cleanup, so an early termination is
               10 FS-INQREQ   PIC 99.
               10 FS-NAMEHIST PIC 99.
           05  FS-INQANS   PIC 99.
           05  FS-INQCARD  PIC 99.
           05  FS-SUBBILL  PIC 99.
           05  FS-USAGELOG PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-FIND-BILLING
           PERFORM 1500-LOAD-HISTORY

           PERFORM 2000-READ-REQUEST
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ACCEPT WS-USG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-USG-TIME FROM TIME
           .
      * The INQCARD names the deck's subscriber and SUBBILL gives the
      * department it bills to. Either one missing leaves the deck
      * unbilled, which is answered all the same but ends RC 4.
       1100-FIND-BILLING.
           OPEN INPUT FD-INQCARD
           IF FS-INQCARD NOT = 0 AND 35
              DISPLAY 'ERROR ON OPEN (INQCARD)'
              DISPLAY FS-INQCARD
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           IF FS-INQCARD = 0
              READ FD-INQCARD
              IF FS-INQCARD = 0
                 MOVE ICD-SUBSCR TO WS-SUBSCR
              END-IF
              CLOSE FD-INQCARD
           END-IF

           IF WS-SUBSCR = SPACES
              DISPLAY 'NO INQCARD SUBSCRIBER, DECK NOT BILLED'
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              OPEN INPUT FD-SUBBILL
              IF FS-SUBBILL NOT = 0
                 DISPLAY 'ERROR ON OPEN (SUBBILL)'
                 DISPLAY FS-SUBBILL
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM UNTIL EOF-SBL OR WS-DEPT NOT = SPACES
                 READ FD-SUBBILL
                      AT END SET EOF-SBL TO TRUE
                 END-READ
                 IF FS-SUBBILL NOT = 0 AND 10
                    DISPLAY 'ERROR ON READ (SUBBILL)'
                    DISPLAY FS-SUBBILL
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 IF NOT EOF-SBL AND SBL-SUBSCR = WS-SUBSCR
                    MOVE SBL-DEPT TO WS-DEPT
                 END-IF
              END-PERFORM
              CLOSE FD-SUBBILL
              IF WS-DEPT = SPACES
                 DISPLAY 'SUBSCRIBER ' WS-SUBSCR
                         ' HAS NO BILLING DEPARTMENT ON SUBBILL'
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           .
       1500-LOAD-HISTORY.
           PERFORM UNTIL EOF-HST
           DISPLAY ' ANSWER LINES WRITTEN : ' WS-CNT-ANSWERS
           DISPLAY ' NAMES FOUND. . . . . : ' WS-CNT-FOUND
           DISPLAY ' NAMES NOT FOUND. . . : ' WS-CNT-NOTFND
           DISPLAY ' BILLED SUBSCRIBER. . : ' WS-SUBSCR
           DISPLAY ' BILLING DEPARTMENT . : ' WS-DEPT
           DISPLAY '================================================'
           .
      * One audit record per file carried on the run, written to the
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-ANSWERS   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'USAGELOG'       TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-USAGE     TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
      * Only a deck answered in full is posted; every request read
      * was answered, found or not
       6000-POST-USAGE.
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

           MOVE SPACES            TO USG-REC
           MOVE WS-USG-DATE       TO USG-DATE
           MOVE WS-USG-TIME(1:6)  TO USG-TIME
           MOVE 'INQ'             TO USG-SERVICE
           MOVE WS-SUBSCR         TO USG-SUBSCR
           MOVE WS-DEPT           TO USG-DEPT
           MOVE WS-CNT-REQUESTS   TO USG-ANSWERED
           MOVE WS-CNT-NOTFND     TO USG-NOTFND
           MOVE 0                 TO USG-NOTIFIED
           WRITE USG-REC
           IF FS-USAGELOG NOT = 0
              DISPLAY 'ERROR WRITING USAGELOG'
              DISPLAY FS-USAGELOG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-USAGE
           CLOSE FD-USAGELOG
           .
       9000-CLEANUP.
           CLOSE FD-INQREQ FD-NAMEHIST FD-INQANS
           PERFORM 6000-POST-USAGE
           MOVE 'OK  ' TO WS-AUD-STATUS

           PERFORM 9999-TERMINATE
           .
