      * (CONF) or feed-failed (FAIL) record so CTLMON can alert on    *
      * it, and a missing or short ack ends with an error return      *
      * code so the discrepancy surfaces the same night.              *
      * A correction delta from DLTEXTR is tracked the same way: when *
      * DLTFEED is on the run, its header (with the correction        *
      * sequence number) and trailer are re-read, the warehouse's     *
      * DLTACK record for that sequence is found, and a CONF or FAIL  *
      * verdict is written under DDNAME DLTFEED, so a correction is   *
      * confirmed loaded exactly like a normal night.                 *
      * A confirmed RNKFEED load posts the feed's year, both genders, *
      * to the YEARREG year lifecycle register as acknowledged by the *
      * warehouse (stage 7).                                          *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RNKACK
                  .
      * CORRECTION DELTA AND ITS ACK (OPTIONAL, CORRECTION NIGHTS ONLY)
           SELECT FD-DLTFEED ASSIGN TO DLTFEED
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DLTFEED
                  .
           SELECT FD-DLTACK ASSIGN TO DLTACK
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DLTACK
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
           05  ACK-REJECT PIC 9(7).

      * CORRECTION DELTA AND ITS ACK
       FD  FD-DLTFEED
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           .
       01  DLT-REC PIC X(40).

      * One ack per correction, keyed by the correction sequence
       FD  FD-DLTACK
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           .
       01  DAK-REC.
           05  DAK-SEQ    PIC 9(5).
           05  FILLER     PIC X.
           05  DAK-DATE   PIC X(8).
           05  FILLER     PIC X.
           05  DAK-LOADED PIC 9(7).
           05  FILLER     PIC X.
           05  DAK-REJECT PIC 9(7).

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
      * What the warehouse said it did with it
           05  WS-ACK-LOADED PIC 9(7) VALUE 0.
           05  WS-ACK-REJECT PIC 9(7) VALUE 0.
      * The same controls for a correction delta, when one is on
      * the run
           05  WS-DLT-SW    PIC X VALUE 'N'.
               88  DELTA-PRESENT VALUE 'Y'.
           05  WS-DLT-FLAG  PIC 9 VALUE 0.
               88  EOF-DLT       VALUE 1.
           05  WS-DAK-FLAG  PIC 9 VALUE 0.
               88  EOF-DAK       VALUE 1.
           05  WS-DLT-HDR-FND PIC 9 VALUE 0.
               88  DLT-HEADER-FOUND  VALUE 1.
           05  WS-DLT-TRL-FND PIC 9 VALUE 0.
               88  DLT-TRAILER-FOUND VALUE 1.
           05  WS-DAK-FND   PIC 9 VALUE 0.
               88  DLT-ACK-FOUND     VALUE 1.
           05  WS-DLT-DATE  PIC X(8) VALUE SPACES.
           05  WS-DLT-SEQ   PIC 9(5) VALUE 0.
           05  WS-DLT-CNT   PIC 9(7) VALUE 0.
           05  WS-DAK-LOADED PIC 9(7) VALUE 0.
           05  WS-DAK-REJECT PIC 9(7) VALUE 0.
       01  WS-STATS.
           05  WS-CNT-READ-FEED PIC 9(7) VALUE 0.
           05  WS-CNT-READ-ACK  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-DLT  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-DAK  PIC 9(7) VALUE 0.
       01  WS-AUDIT.
      * The verdict itself rides on the audit status: CONF when the
      * warehouse loaded everything the trailer promised, FAIL on a
           05  WS-AUD-DDNAME PIC X(12) VALUE SPACES.
           05  WS-AUD-IO     PIC X     VALUE SPACE.
           05  WS-AUD-COUNT  PIC 9(7)  VALUE 0.
      * The correction delta's own verdict, posted on its records,
      * and the RNKFEED verdict kept aside while they are written
           05  WS-DLT-STATUS PIC X(4)  VALUE 'FAIL'.
           05  WS-RNK-STATUS PIC X(4)  VALUE SPACES.
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
               10 FS-RNKFEED PIC 99.
               10 FS-RNKACK  PIC 99.
           05  FS-DLTFEED  PIC 99.
           05  FS-DLTACK   PIC 99.
           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
           PERFORM 3000-FIND-ACK
           PERFORM 4000-JUDGE

           IF DELTA-PRESENT
              PERFORM 5000-READ-DELTA-CONTROLS
              PERFORM 5100-FIND-DELTA-ACK
              PERFORM 5200-JUDGE-DELTA
           END-IF

           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           OPEN INPUT FD-DLTFEED
      * No delta (status 35) is the normal night: nothing was rerun
           IF FS-DLTFEED = 35
              CONTINUE
           ELSE
              IF FS-DLTFEED NOT = 0
                 DISPLAY 'ERROR ON OPEN (DLTFEED)'
                 DISPLAY FS-DLTFEED
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              SET DELTA-PRESENT TO TRUE
              OPEN INPUT FD-DLTACK
              IF FS-DLTACK = 35
                 DISPLAY 'NO DLTACK FILE FROM THE WAREHOUSE'
                 SET EOF-DAK TO TRUE
              ELSE
                 IF FS-DLTACK NOT = 0
                    DISPLAY 'ERROR ON OPEN (DLTACK)'
                    DISPLAY FS-DLTACK
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
              END-IF
           END-IF
           .
      * The header carries the run date at H, + 8 and the year pair
      * after the next comma; the trailer count sits at T, + 7,
      * exactly as RNKEXTR strings them
       2000-READ-FEED-CONTROLS.
           PERFORM UNTIL EOF-FEED
              READ FD-RNKFEED
                 EVALUATE FEED-REC(1:2)
                     WHEN 'H,'
                          MOVE FEED-REC(3:8) TO WS-FEED-DATE
                          MOVE FEED-REC(14:2) TO WS-YRG-YEAR
                          SET HEADER-FOUND TO TRUE
                     WHEN 'T,'
                          IF FEED-REC(3:7) IS NUMERIC
                    MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE
           .
      * The delta header is H,date,years,C,sequence as DLTEXTR
      * strings it; the trailer count sits at T, + 7 like RNKFEED's
       5000-READ-DELTA-CONTROLS.
           PERFORM UNTIL EOF-DLT
              READ FD-DLTFEED
                   AT END SET EOF-DLT TO TRUE
              END-READ
              IF FS-DLTFEED NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (DLTFEED)'
                 DISPLAY FS-DLTFEED
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-DLT
                 ADD 1 TO WS-CNT-READ-DLT
                 EVALUATE DLT-REC(1:2)
                     WHEN 'H,'
                          MOVE DLT-REC(3:8) TO WS-DLT-DATE
                          IF DLT-REC(16:3) = ',C,'
                             AND DLT-REC(19:5) IS NUMERIC
                             MOVE DLT-REC(19:5) TO WS-DLT-SEQ
                             SET DLT-HEADER-FOUND TO TRUE
                          END-IF
                     WHEN 'T,'
                          IF DLT-REC(3:7) IS NUMERIC
                             MOVE DLT-REC(3:7) TO WS-DLT-CNT
                             SET DLT-TRAILER-FOUND TO TRUE
                          END-IF
                     WHEN OTHER
                          CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF NOT DLT-HEADER-FOUND OR NOT DLT-TRAILER-FOUND
              DISPLAY 'DLTFEED HAS NO HEADER/TRAILER, DELTA SUSPECT'
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
       5100-FIND-DELTA-ACK.
           PERFORM UNTIL EOF-DAK
              READ FD-DLTACK
                   AT END SET EOF-DAK TO TRUE
              END-READ
              IF FS-DLTACK NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (DLTACK)'
                 DISPLAY FS-DLTACK
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-DAK
                 ADD 1 TO WS-CNT-READ-DAK
                 IF DAK-SEQ = WS-DLT-SEQ
                    SET DLT-ACK-FOUND TO TRUE
                    IF DAK-LOADED IS NUMERIC
                       MOVE DAK-LOADED TO WS-DAK-LOADED
                    END-IF
                    IF DAK-REJECT IS NUMERIC
                       MOVE DAK-REJECT TO WS-DAK-REJECT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       5200-JUDGE-DELTA.
           EVALUATE TRUE
               WHEN NOT DLT-ACK-FOUND
                    DISPLAY '*** NO ACK FOR CORRECTION ' WS-DLT-SEQ
                            ' ***'
                    MOVE 'FAIL' TO WS-DLT-STATUS
                    MOVE 8 TO WS-RETURN-CODE
               WHEN WS-DAK-LOADED = WS-DLT-CNT
                    AND WS-DAK-REJECT = 0
                    DISPLAY 'CORRECTION ' WS-DLT-SEQ ' CONFIRMED: '
                            WS-DLT-CNT ' RECORDS LOADED'
                    MOVE 'CONF' TO WS-DLT-STATUS
               WHEN OTHER
                    DISPLAY '*** CORRECTION ' WS-DLT-SEQ
                            ' FAILED: SENT ' WS-DLT-CNT
                            ' LOADED ' WS-DAK-LOADED
                            ' REJECTED ' WS-DAK-REJECT ' ***'
                    MOVE 'FAIL' TO WS-DLT-STATUS
                    MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE
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
           MOVE 'ACKCHK'         TO YRG-PROGRAM
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
           DISPLAY ' FEED ACKNOWLEDGMENT SUMMARY: ' WS-FEED-DATE
           DISPLAY ' ACK RECORDS READ . . : ' WS-CNT-READ-ACK
           DISPLAY ' WAREHOUSE LOADED . . : ' WS-ACK-LOADED
           DISPLAY ' WAREHOUSE REJECTED . : ' WS-ACK-REJECT
           IF DELTA-PRESENT
              DISPLAY ' CORRECTION SEQUENCE. : ' WS-DLT-SEQ
              DISPLAY ' DELTA RECORDS READ . : ' WS-CNT-READ-DLT
              DISPLAY ' DELTA TRAILER COUNT. : ' WS-DLT-CNT
              DISPLAY ' DELTA ACKS READ. . . : ' WS-CNT-READ-DAK
              DISPLAY ' DELTA LOADED . . . . : ' WS-DAK-LOADED
              DISPLAY ' DELTA REJECTED . . . : ' WS-DAK-REJECT
           END-IF
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           IF FS-RNKACK NOT = 35
              CLOSE FD-RNKACK
           END-IF
           IF DELTA-PRESENT
              CLOSE FD-DLTFEED
              IF FS-DLTACK NOT = 35
                 CLOSE FD-DLTACK
              END-IF
           END-IF
      * A confirmed load is the feed year acknowledged, both genders
           IF WS-AUD-STATUS = 'CONF'
              PERFORM 6800-OPEN-YEARREG
              MOVE 7   TO WS-YRG-STAGE
              MOVE 'M' TO WS-YRG-GENDER
              PERFORM 6810-POST-YEARREG
              MOVE 'F' TO WS-YRG-GENDER
              PERFORM 6810-POST-YEARREG
              CLOSE FD-YEARREG
           END-IF

           PERFORM 9999-TERMINATE
           .
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-ACK-LOADED    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-AUD-STATUS    TO WS-RNK-STATUS
              IF DELTA-PRESENT
                 MOVE WS-DLT-STATUS    TO WS-AUD-STATUS
                 MOVE 'DLTFEED'        TO WS-AUD-DDNAME
                 MOVE 'I'              TO WS-AUD-IO
                 MOVE WS-DLT-CNT       TO WS-AUD-COUNT
                 PERFORM 8590-PUT-AUDIT
                 MOVE 'DLTACK'         TO WS-AUD-DDNAME
                 MOVE 'I'              TO WS-AUD-IO
                 MOVE WS-DAK-LOADED    TO WS-AUD-COUNT
                 PERFORM 8590-PUT-AUDIT
              END-IF
      * The register posting follows the RNKFEED verdict, not the
      * delta's
              MOVE WS-RNK-STATUS    TO WS-AUD-STATUS
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
