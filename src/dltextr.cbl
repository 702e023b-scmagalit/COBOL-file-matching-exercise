      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. DLTEXTR.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Correction delta feed for the analytics warehouse after a      *
      * rerun. When RANKFEM/MALERANKCHNG or YEARRANK are rerun after a *
      * source fix, resending the whole RNKFEED double-counts until    *
      * the warehouse finishes a reload. This step compares tonight's  *
      * RANKCHNG, MALERANKCHNG and DROPPED against the generation      *
      * RUNARCH retained on ARCHFILE before the rerun (the newest one, *
      * or the stamp named on CTLCARD) and writes DLTFEED holding only *
      * the actions the warehouse must apply per name/gender: I        *
      * (insert, name new since the generation), U (update, rank or    *
      * change moved) and D (delete, name no longer carried, with the  *
      * values being withdrawn). The matching runs exactly as in       *
      * RUNCMPR: both sides are in name order, one two-stream match    *
      * per R, M and D block. Detail lines follow the RNKFEED layout   *
      * with the action in front. The header carries the run date,     *
      * the year pair and the correction sequence number; the trailer  *
      * carries the detail count, so ACKCHK can prove the correction   *
      * loaded the same way it proves the nightly feed. Sequence       *
      * numbers come from the cumulative correction register DLTREG,   *
      * where every delta sent is posted with the generation it was    *
      * built against. No archive generation ends RC 8 with no delta   *
      * written; a delta with no differences ends RC 4. The EMBCARD    *
      * release embargo is honoured exactly as RNKEXTR honours it:     *
      * while it stands for the second card year no delta is written   *
      * or posted, the held night is logged to EMBLOG and the run ends *
      * RC 4 with a HELD audit status; a delta sent once the release   *
      * has passed is logged to EMBLOG as SENT with its detail count.  *
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
      * INPUT FILES
           SELECT FD-ARCHFILE ASSIGN TO ARCHFILE
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-ARCHFILE
                  .
           SELECT FD-RANKCHNG ASSIGN TO RANKCHNG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RANKCHNG
                  .
           SELECT FD-MALERANKCHNG ASSIGN TO MALERANKCHNG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-MALERANKCHNG
                  .
           SELECT FD-DROPPED ASSIGN TO DROPPED
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DROPPED
                  .
      * CORRECTION REGISTER (CUMULATIVE, APPEND)
           SELECT FD-DLTREG ASSIGN TO DLTREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DLTREG
                  .
      * OUTPUT FILE
           SELECT FD-DLTFEED ASSIGN TO DLTFEED
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DLTFEED
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
                  FILE STATUS      IS FS-AUDITLOG
                  .
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
      * CONTROL CARD
      * Year pair as on the RNKEXTR card; the generation stamp is
      * optional, blank means the newest generation on ARCHFILE
       FD  FD-CTLCARD
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE F
           .
       01  CTL-REC.
           05  CTL-YEAR1    PIC XX.
           05  CTL-YEAR2    PIC XX.
           05  FILLER       PIC X.
           05  CTL-GEN-DATE PIC X(8).
           05  CTL-GEN-TIME PIC X(6).
           05  FILLER       PIC X.

      * INPUT FILES
       FD  FD-ARCHFILE
           RECORD CONTAINS 44 CHARACTERS
           RECORDING MODE F
           .
       01  ARC-REC.
           05  ARC-DATE PIC X(8).
           05  ARC-TIME PIC X(6).
           05  ARC-SRC  PIC X.
           05  FILLER   PIC X.
           05  ARC-DATA PIC X(28).

       FD  FD-RANKCHNG
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  R18-REC.
           05  R18-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  R18-NAME PIC X(15).
           05  FILLER   PIC X.
           05  R18-CHNG PIC X(6).

       FD  FD-MALERANKCHNG
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  MRC-REC.
           05  MRC-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  MRC-NAME PIC X(15).
           05  FILLER   PIC X.
           05  MRC-CHNG PIC X(6).

       FD  FD-DROPPED
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           .
       01  DRP-REC.
           05  DRP-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  DRP-NAME PIC X(15).

      * CORRECTION REGISTER
       FD  FD-DLTREG
           RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE F
           .
       01  DRG-REC.
           05  DRG-SEQ     PIC 9(5).
           05  FILLER      PIC X.
           05  DRG-DATE    PIC X(8).
           05  FILLER      PIC X.
           05  DRG-TIME    PIC X(6).
           05  FILLER      PIC X.
           05  DRG-GEN-KEY PIC X(14).
           05  FILLER      PIC X.
           05  DRG-YEARS   PIC X(4).
           05  FILLER      PIC X.
           05  DRG-COUNT   PIC 9(7).

      * OUTPUT FILE
       FD  FD-DLTFEED
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
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
           05  WS-ARC-FLAG PIC 9 VALUE 0.
               88  EOF-ARC       VALUE 1.
           05  WS-CUR-FLAG PIC 9 VALUE 0.
               88  EOF-CUR       VALUE 1.
           05  WS-REG-FLAG PIC 9 VALUE 0.
               88  EOF-REG       VALUE 1.
           05  WS-GEN-FOUND-SW PIC X VALUE 'N'.
               88  GEN-FOUND       VALUE 'Y'.
           05  WS-ARCBLK-SW PIC X VALUE 'N'.
               88  ARC-IN-BLOCK    VALUE 'Y'.
           05  WS-FEED-OPEN-SW PIC X VALUE 'N'.
               88  FEED-OPEN       VALUE 'Y'.
      * Generation the delta is built against, and the stamp of the
      * archive record in hand
           05  WS-GEN-KEY   PIC X(14) VALUE SPACES.
           05  WS-ARC-STAMP PIC X(14) VALUE SPACES.
      * Correction sequence number, one past the register's highest
           05  WS-DLT-SEQ   PIC 9(5)  VALUE 0.
      * Current block and the key/value fields the block match works
      * on, whichever file supplied them
           05  WS-SRC       PIC X     VALUE SPACE.
           05  WS-ARC-KEY   PIC X(15) VALUE SPACES.
           05  WS-ARC-VAL.
               10  WS-ARC-RANK PIC X(5).
               10  WS-ARC-CHNG PIC X(6).
           05  WS-CUR-KEY   PIC X(15) VALUE SPACES.
           05  WS-CUR-VAL.
               10  WS-CUR-RANK PIC X(5).
               10  WS-CUR-CHNG PIC X(6).
      * Work fields for one delimited detail line
           05  WS-FEED-ACTION PIC X     VALUE SPACE.
           05  WS-FEED-TYPE   PIC X     VALUE SPACE.
           05  WS-FEED-GENDER PIC X     VALUE SPACE.
           05  WS-FEED-NAME   PIC X(15) VALUE SPACES.
           05  WS-FEED-RANK   PIC X(5)  VALUE SPACES.
           05  WS-FEED-CHNG   PIC X(6)  VALUE SPACES.
       01  WS-STATS.
           05  WS-CNT-READ-ARC PIC 9(7) VALUE 0.
           05  WS-CNT-READ-RC  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-MRC PIC 9(7) VALUE 0.
           05  WS-CNT-READ-DRP PIC 9(7) VALUE 0.
           05  WS-CNT-READ-REG PIC 9(7) VALUE 0.
           05  WS-CNT-INSERT   PIC 9(7) VALUE 0.
           05  WS-CNT-UPDATE   PIC 9(7) VALUE 0.
           05  WS-CNT-DELETE   PIC 9(7) VALUE 0.
           05  WS-CNT-DETAIL   PIC 9(7) VALUE 0.
           05  WS-CNT-POSTED   PIC 9(7) VALUE 0.
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
      * Release embargo for the year this run would send out, the
      * second card year
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
           05  FS-CTLCARD  PIC 99.
           05  FS-ARCHFILE PIC 99.
           05  FS-DLTREG   PIC 99.
           05  FS-DLTFEED  PIC 99.
           05  FS-EMBCARD  PIC 99.
           05  FS-EMBLOG   PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-FIND-GEN

           IF NOT GEN-FOUND
              DISPLAY 'NO ARCHIVED GENERATION, NO DELTA WRITTEN'
              MOVE 8 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM 1500-NEXT-SEQUENCE
           PERFORM 3000-POSITION-TO-GEN
           PERFORM 5000-WRITE-HEADER

           MOVE 'R' TO WS-SRC
           MOVE 'R' TO WS-FEED-TYPE
           MOVE 'F' TO WS-FEED-GENDER
           PERFORM 4000-COMPARE-BLOCK
           MOVE 'M' TO WS-SRC
           MOVE 'R' TO WS-FEED-TYPE
           MOVE 'M' TO WS-FEED-GENDER
           PERFORM 4000-COMPARE-BLOCK
           MOVE 'D' TO WS-SRC
           MOVE 'D' TO WS-FEED-TYPE
           MOVE 'F' TO WS-FEED-GENDER
           PERFORM 4000-COMPARE-BLOCK

           PERFORM 6000-WRITE-TRAILER
           PERFORM 6500-POST-REGISTER

           IF WS-CNT-DETAIL = 0
              DISPLAY 'NO DIFFERENCES FROM THE GENERATION, EMPTY DELTA'
              MOVE 4 TO WS-RETURN-CODE
           END-IF

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

      * The delta carries the second card year just as RNKFEED does,
      * so the same embargo card holds it
           MOVE CTL-YEAR2 TO WS-EMB-RUN-YEAR
           PERFORM 1700-CHECK-EMBARGO

           OPEN INPUT FD-ARCHFILE
      * Without an archive there is no pre-rerun generation to build
      * a correction from; the full RNKFEED is the only way out
           IF FS-ARCHFILE = 35
              DISPLAY 'NO ARCHFILE, NO DELTA WRITTEN'
              MOVE 8 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           OPEN INPUT FD-RANKCHNG FD-MALERANKCHNG
                      FD-DROPPED

           IF FILE-STATUS NOT = ZEROES OR FS-ARCHFILE NOT = 0
              DISPLAY 'ERROR ON OPEN'
              DISPLAY FILE-STATUS
              DISPLAY FS-ARCHFILE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           .
      * The register holds every correction ever sent; tonight's
      * takes the next number after the highest on it
       1500-NEXT-SEQUENCE.
           OPEN INPUT FD-DLTREG
           IF FS-DLTREG = 35
              DISPLAY 'NO PRIOR DLTREG, FIRST CORRECTION ON RECORD'
              SET EOF-REG TO TRUE
           ELSE
              IF FS-DLTREG NOT = 0
                 DISPLAY 'ERROR ON OPEN (DLTREG)'
                 DISPLAY FS-DLTREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           PERFORM UNTIL EOF-REG
              READ FD-DLTREG
                   AT END SET EOF-REG TO TRUE
              END-READ
              IF FS-DLTREG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (DLTREG)'
                 DISPLAY FS-DLTREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-REG
                 ADD 1 TO WS-CNT-READ-REG
                 IF DRG-SEQ IS NUMERIC AND DRG-SEQ > WS-DLT-SEQ
                    MOVE DRG-SEQ TO WS-DLT-SEQ
                 END-IF
              END-IF
           END-PERFORM

           IF FS-DLTREG NOT = 35
              CLOSE FD-DLTREG
           END-IF
           ADD 1 TO WS-DLT-SEQ
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
           MOVE 'DLTEXTR'            TO EML-PROGRAM
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
      * First pass: the generation to build against. A stamp on the
      * card must be found exactly; otherwise the highest date/time
      * wins, generations being appended in run order
       2000-FIND-GEN.
           PERFORM UNTIL EOF-ARC
              READ FD-ARCHFILE
                   AT END SET EOF-ARC TO TRUE
              END-READ
              IF FS-ARCHFILE NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (ARCHFILE)'
                 DISPLAY FS-ARCHFILE
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-ARC
                 MOVE SPACES TO WS-ARC-STAMP
                 STRING ARC-DATE ARC-TIME DELIMITED BY SIZE
                        INTO WS-ARC-STAMP
                 IF CTL-GEN-DATE = SPACES
                    IF WS-ARC-STAMP > WS-GEN-KEY
                       MOVE WS-ARC-STAMP TO WS-GEN-KEY
                       SET GEN-FOUND TO TRUE
                    END-IF
                 ELSE
                    IF ARC-DATE = CTL-GEN-DATE
                       AND ARC-TIME = CTL-GEN-TIME
                       MOVE WS-ARC-STAMP TO WS-GEN-KEY
                       SET GEN-FOUND TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      * Second pass: reopen and skip forward to the generation's
      * first record
       3000-POSITION-TO-GEN.
           CLOSE FD-ARCHFILE
           OPEN INPUT FD-ARCHFILE
           IF FS-ARCHFILE NOT = 0
              DISPLAY 'ERROR ON REOPEN (ARCHFILE)'
              DISPLAY FS-ARCHFILE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE 0 TO WS-ARC-FLAG
           MOVE SPACES TO WS-ARC-STAMP

           PERFORM 3100-READ-ARCHIVE
           PERFORM UNTIL EOF-ARC OR WS-ARC-STAMP = WS-GEN-KEY
              PERFORM 3100-READ-ARCHIVE
           END-PERFORM
           .
       3100-READ-ARCHIVE.
           READ FD-ARCHFILE
                AT END SET EOF-ARC TO TRUE
           END-READ

           IF FS-ARCHFILE NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (ARCHFILE)'
              DISPLAY FS-ARCHFILE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           IF NOT EOF-ARC
              MOVE SPACES TO WS-ARC-STAMP
              STRING ARC-DATE ARC-TIME DELIMITED BY SIZE
                     INTO WS-ARC-STAMP
           END-IF
           .
      * The archived record is the original change-file image: rank
      * at 1, name at 7 and, except for dropped names, change at 23
       3200-EXTRACT-ARC-FIELDS.
           ADD 1 TO WS-CNT-READ-ARC
           MOVE ARC-DATA(7:15) TO WS-ARC-KEY
           MOVE ARC-DATA(1:5)  TO WS-ARC-RANK
           IF WS-SRC = 'D'
              MOVE SPACES         TO WS-ARC-CHNG
           ELSE
              MOVE ARC-DATA(23:6) TO WS-ARC-CHNG
           END-IF
           .
       4000-COMPARE-BLOCK.
           MOVE 0 TO WS-CUR-FLAG
           PERFORM 4100-READ-CURRENT
           PERFORM 4500-SET-BLOCK-SW

           PERFORM UNTIL NOT ARC-IN-BLOCK AND EOF-CUR
              EVALUATE TRUE
                  WHEN NOT ARC-IN-BLOCK
      * Nothing left on the archive side: the rest are inserts
                       PERFORM 5100-WRITE-INSERT
                       PERFORM 4100-READ-CURRENT
                  WHEN EOF-CUR
      * Nothing left on the current side: the rest are deletes
                       PERFORM 3200-EXTRACT-ARC-FIELDS
                       PERFORM 5200-WRITE-DELETE
                       PERFORM 3100-READ-ARCHIVE
                       PERFORM 4500-SET-BLOCK-SW
                  WHEN OTHER
                       PERFORM 3200-EXTRACT-ARC-FIELDS
                       EVALUATE TRUE
                           WHEN WS-ARC-KEY < WS-CUR-KEY
                                PERFORM 5200-WRITE-DELETE
                                PERFORM 3100-READ-ARCHIVE
                                PERFORM 4500-SET-BLOCK-SW
                           WHEN WS-ARC-KEY > WS-CUR-KEY
                                PERFORM 5100-WRITE-INSERT
                                PERFORM 4100-READ-CURRENT
                           WHEN OTHER
                                IF WS-ARC-VAL NOT = WS-CUR-VAL
                                   PERFORM 5300-WRITE-UPDATE
                                END-IF
                                PERFORM 3100-READ-ARCHIVE
                                PERFORM 4500-SET-BLOCK-SW
                                PERFORM 4100-READ-CURRENT
                       END-EVALUATE
              END-EVALUATE
           END-PERFORM
           .
       4100-READ-CURRENT.
           EVALUATE WS-SRC
               WHEN 'R'
                    READ FD-RANKCHNG
                         AT END SET EOF-CUR TO TRUE
                    END-READ
                    IF FS-RANKCHNG NOT = 0 AND 10
                       DISPLAY 'ERROR ON READ (RANKCHNG)'
                       DISPLAY FS-RANKCHNG
                       MOVE 12 TO WS-RETURN-CODE
                       PERFORM 9999-TERMINATE
                    END-IF
                    IF NOT EOF-CUR
                       ADD 1 TO WS-CNT-READ-RC
                       MOVE R18-NAME TO WS-CUR-KEY
                       MOVE R18-RANK TO WS-CUR-RANK
                       MOVE R18-CHNG TO WS-CUR-CHNG
                    END-IF
               WHEN 'M'
                    READ FD-MALERANKCHNG
                         AT END SET EOF-CUR TO TRUE
                    END-READ
                    IF FS-MALERANKCHNG NOT = 0 AND 10
                       DISPLAY 'ERROR ON READ (MALERANKCHNG)'
                       DISPLAY FS-MALERANKCHNG
                       MOVE 12 TO WS-RETURN-CODE
                       PERFORM 9999-TERMINATE
                    END-IF
                    IF NOT EOF-CUR
                       ADD 1 TO WS-CNT-READ-MRC
                       MOVE MRC-NAME TO WS-CUR-KEY
                       MOVE MRC-RANK TO WS-CUR-RANK
                       MOVE MRC-CHNG TO WS-CUR-CHNG
                    END-IF
               WHEN 'D'
                    READ FD-DROPPED
                         AT END SET EOF-CUR TO TRUE
                    END-READ
                    IF FS-DROPPED NOT = 0 AND 10
                       DISPLAY 'ERROR ON READ (DROPPED)'
                       DISPLAY FS-DROPPED
                       MOVE 12 TO WS-RETURN-CODE
                       PERFORM 9999-TERMINATE
                    END-IF
                    IF NOT EOF-CUR
                       ADD 1 TO WS-CNT-READ-DRP
                       MOVE DRP-NAME TO WS-CUR-KEY
                       MOVE DRP-RANK TO WS-CUR-RANK
                       MOVE SPACES   TO WS-CUR-CHNG
                    END-IF
           END-EVALUATE
           .
      * The archive record in hand is inside this source's block of
      * the generation only while the stamp and tag match
       4500-SET-BLOCK-SW.
           IF NOT EOF-ARC AND WS-ARC-STAMP = WS-GEN-KEY
                          AND ARC-SRC = WS-SRC
              MOVE 'Y' TO WS-ARCBLK-SW
           ELSE
              MOVE 'N' TO WS-ARCBLK-SW
           END-IF
           .
      * Header carries the run date, the year pair and the correction
      * sequence number so the loader can tell a delta from the
      * nightly feed and apply corrections in order
       5000-WRITE-HEADER.
           OPEN OUTPUT FD-DLTFEED
           IF FS-DLTFEED NOT = 0
              DISPLAY 'ERROR ON OPEN (DLTFEED)'
              DISPLAY FS-DLTFEED
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           SET FEED-OPEN TO TRUE

           MOVE SPACES TO FEED-REC
           STRING 'H,' WS-AUD-DATE ',' CTL-YEAR1 CTL-YEAR2
                  ',C,' WS-DLT-SEQ
                  DELIMITED BY SIZE INTO FEED-REC
           PERFORM 7000-WRITE-FEED
           .
       5100-WRITE-INSERT.
           MOVE 'I'         TO WS-FEED-ACTION
           MOVE WS-CUR-KEY  TO WS-FEED-NAME
           MOVE WS-CUR-RANK TO WS-FEED-RANK
           MOVE WS-CUR-CHNG TO WS-FEED-CHNG
           PERFORM 7100-WRITE-DETAIL
           ADD 1 TO WS-CNT-INSERT
           .
      * A delete carries the values being withdrawn so the loader
      * can match them to the row it holds
       5200-WRITE-DELETE.
           MOVE 'D'         TO WS-FEED-ACTION
           MOVE WS-ARC-KEY  TO WS-FEED-NAME
           MOVE WS-ARC-RANK TO WS-FEED-RANK
           MOVE WS-ARC-CHNG TO WS-FEED-CHNG
           PERFORM 7100-WRITE-DETAIL
           ADD 1 TO WS-CNT-DELETE
           .
       5300-WRITE-UPDATE.
           MOVE 'U'         TO WS-FEED-ACTION
           MOVE WS-CUR-KEY  TO WS-FEED-NAME
           MOVE WS-CUR-RANK TO WS-FEED-RANK
           MOVE WS-CUR-CHNG TO WS-FEED-CHNG
           PERFORM 7100-WRITE-DETAIL
           ADD 1 TO WS-CNT-UPDATE
           .
       6000-WRITE-TRAILER.
           MOVE SPACES TO FEED-REC
           STRING 'T,' WS-CNT-DETAIL DELIMITED BY SIZE INTO FEED-REC
           PERFORM 7000-WRITE-FEED
           .
      * Every delta sent is posted with the generation it was built
      * against, so the register is the complete correction history
       6500-POST-REGISTER.
           OPEN EXTEND FD-DLTREG
      * A brand new register (status 35) is created in place
           IF FS-DLTREG = 35
              OPEN OUTPUT FD-DLTREG
           END-IF
           IF FS-DLTREG NOT = 0
              DISPLAY 'ERROR ON OPEN (DLTREG)'
              DISPLAY FS-DLTREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES           TO DRG-REC
           MOVE WS-DLT-SEQ       TO DRG-SEQ
           MOVE WS-AUD-DATE      TO DRG-DATE
           MOVE WS-AUD-TIME(1:6) TO DRG-TIME
           MOVE WS-GEN-KEY       TO DRG-GEN-KEY
           MOVE CTL-YEAR1        TO DRG-YEARS(1:2)
           MOVE CTL-YEAR2        TO DRG-YEARS(3:2)
           MOVE WS-CNT-DETAIL    TO DRG-COUNT
           WRITE DRG-REC
           IF FS-DLTREG NOT = 0
              DISPLAY 'ERROR WRITING DLTREG'
              DISPLAY FS-DLTREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-POSTED
           CLOSE FD-DLTREG
           .
       7000-WRITE-FEED.
           WRITE FEED-REC
           IF FS-DLTFEED NOT = 0
              DISPLAY 'ERROR WRITING DLTFEED'
              DISPLAY FS-DLTFEED
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
      * Same trimmed layout as the RNKFEED detail, action in front
       7100-WRITE-DETAIL.
           MOVE SPACES TO FEED-REC
           STRING WS-FEED-ACTION ',' WS-FEED-TYPE ','
                  WS-FEED-GENDER ','
                  DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SPACE
                  ',' WS-FEED-RANK ',' DELIMITED BY SIZE
                  WS-FEED-CHNG DELIMITED BY SPACE
                  INTO FEED-REC
           PERFORM 7000-WRITE-FEED
           ADD 1 TO WS-CNT-DETAIL
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' CORRECTION DELTA FEED SUMMARY'
           DISPLAY '================================================'
           DISPLAY ' CORRECTION SEQUENCE. : ' WS-DLT-SEQ
           DISPLAY ' BUILT AGAINST GEN. . : ' WS-GEN-KEY(1:8)
                   ' ' WS-GEN-KEY(9:6)
           DISPLAY ' ARCHIVED RECS READ . : ' WS-CNT-READ-ARC
           DISPLAY ' RANKCHNG READ. . . . : ' WS-CNT-READ-RC
           DISPLAY ' MALERANKCHNG READ. . : ' WS-CNT-READ-MRC
           DISPLAY ' DROPPED READ . . . . : ' WS-CNT-READ-DRP
           DISPLAY ' INSERTS. . . . . . . : ' WS-CNT-INSERT
           DISPLAY ' UPDATES. . . . . . . : ' WS-CNT-UPDATE
           DISPLAY ' DELETES. . . . . . . : ' WS-CNT-DELETE
           DISPLAY ' DETAIL RECORDS . . . : ' WS-CNT-DETAIL
           DISPLAY '================================================'
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
              MOVE 'ARCHFILE'       TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-ARC  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'RANKCHNG'       TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-RC   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'MALERANKCHNG'   TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-MRC  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'DROPPED'        TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-DRP  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'DLTFEED'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-DETAIL    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'DLTREG'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-POSTED    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'EMBLOG'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-EML       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'DLTEXTR'        TO AUD-PROGRAM
           MOVE WS-AUD-DATE      TO AUD-DATE
           MOVE WS-AUD-TIME(1:6) TO AUD-TIME
           MOVE WS-AUD-DDNAME    TO AUD-DDNAME
           MOVE WS-AUD-IO        TO AUD-IO
           MOVE WS-AUD-COUNT     TO AUD-COUNT
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
       9000-CLEANUP.
           CLOSE FD-ARCHFILE FD-RANKCHNG FD-MALERANKCHNG FD-DROPPED
           IF FEED-OPEN
              CLOSE FD-DLTFEED
           END-IF
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
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
