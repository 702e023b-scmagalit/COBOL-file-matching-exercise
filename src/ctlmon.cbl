      * non-empty file has gone to zero - a silent half-empty input    *
      * should page somebody. Only records with final status OK are    *
      * used as baselines, so a crashed run's partial counts do not    *
      * poison the comparison. Every alert is carried on the ALRTMST   *
      * alert master (old master in, NEWALRT out) under an alert ID    *
      * printed on its ALERTRPT line, with its program, file,          *
      * severity and the date it was raised, until an operator closes  *
      * it with an ALRTACK transaction giving the alert ID, their      *
      * initials and a disposition. A pair still out of band while its *
      * alert is open stays on the same alert rather than raising a    *
      * new one, and an alert already acknowledged for the same run    *
      * stamp prints with severity A and pages nobody. Open alerts not *
      * raised again tonight are re-raised in their own section with   *
      * the number of nights they have been open, and a warning left   *
      * open more than the MONCARD escalation nights (default 3)       *
      * becomes critical. The ALRTAGE report lists tonight's           *
      * acknowledgments, the open alerts oldest first, and every       *
      * acknowledged alert with who closed it, when and why. An        *
      * acknowledged alert is kept on the master for the MONCARD       *
      * retention days after its acknowledgment (default 90); older    *
      * ones are listed on ALRTAGE as retired and left off NEWALRT, so *
      * the master holds only what is open or recently closed. Ends    *
      * RC 8 when any critical alert was raised or is still open, RC 4 *
      * for warnings only or a rejected acknowledgment.                *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-AUDITLOG
                  .
      * ALERT MASTER (OLD)
           SELECT FD-ALRTMST ASSIGN TO ALRTMST
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-ALRTMST
                  .
      * OPERATOR ACKNOWLEDGMENT TRANSACTIONS
           SELECT FD-ALRTACK ASSIGN TO ALRTACK
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-ALRTACK
                  .
      * OUTPUT FILE
           SELECT FD-ALERTRPT ASSIGN TO ALERTRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-ALERTRPT
                  .
      * ALERT MASTER (NEW)
           SELECT FD-NEWALRT ASSIGN TO NEWALRT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NEWALRT
                  .
      * OPEN-ALERT AGING REPORT
           SELECT FD-ALRTAGE ASSIGN TO ALRTAGE
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-ALRTAGE
                  .
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
      * CONTROL CARD
       FD  FD-MONCARD
           RECORD CONTAINS 8 CHARACTERS
           RECORDING MODE F
           .
       01  MONC-REC.
           05  MONC-PCT  PIC 99.
      * Nights a warning may stay open before it escalates
           05  MONC-ESC-NIGHTS PIC 99.
           05  FILLER    PIC X.
      * Days an acknowledged alert stays on the master
           05  MONC-KEEP-DAYS PIC XXX.

      * INPUT FILE
       FD  FD-AUDITLOG
           05  FILLER      PIC X.
           05  AUD-STATUS  PIC X(4).

      * ALERT MASTER (OLD)
       FD  FD-ALRTMST
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           .
       01  ALM-REC PIC X(120).

      * OPERATOR ACKNOWLEDGMENT TRANSACTIONS
       FD  FD-ALRTACK
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           .
       01  ACK-REC.
           05  ACK-ID       PIC 9(5).
           05  FILLER       PIC X.
           05  ACK-INITIALS PIC X(3).
           05  FILLER       PIC X.
           05  ACK-DISP     PIC X(20).

      * OUTPUT FILE
       FD  FD-ALERTRPT
           RECORD CONTAINS 80 CHARACTERS
           .
       01  PRT-REC PIC X(80).

      * ALERT MASTER (NEW)
       FD  FD-NEWALRT
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           .
       01  NAL-REC.
           05  NAL-ID        PIC 9(5).
           05  FILLER        PIC X.
           05  NAL-PGM       PIC X(8).
           05  FILLER        PIC X.
           05  NAL-DD        PIC X(12).
           05  FILLER        PIC X.
           05  NAL-SEV       PIC X.
           05  NAL-FIRST-SEV PIC X.
           05  FILLER        PIC X.
           05  NAL-STATUS    PIC X.
           05  FILLER        PIC X.
           05  NAL-RAISED    PIC X(8).
           05  FILLER        PIC X.
           05  NAL-STAMP     PIC X(14).
           05  FILLER        PIC X.
           05  NAL-LAST-RUN  PIC X(8).
           05  FILLER        PIC X.
           05  NAL-NIGHTS    PIC 9(3).
           05  FILLER        PIC X.
           05  NAL-ESC-DATE  PIC X(8).
           05  FILLER        PIC X.
           05  NAL-ACK-DATE  PIC X(8).
           05  FILLER        PIC X.
           05  NAL-ACK-INIT  PIC X(3).
           05  FILLER        PIC X.
           05  NAL-ACK-DISP  PIC X(20).
           05  FILLER        PIC X(8).

      * OPEN-ALERT AGING REPORT
       FD  FD-ALRTAGE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  AGE-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VARS.
           05  WS-AUDFLAG PIC 9 VALUE 0.
               88  EOF-AUD      VALUE 1.
           05  WS-ENTRY-FND PIC 9 VALUE 0.
               88  ENTRY-FOUND   VALUE 1.
           05  WS-ALMFLAG PIC 9 VALUE 0.
               88  EOF-ALM      VALUE 1.
           05  WS-ACKFLAG PIC 9 VALUE 0.
               88  EOF-ACK      VALUE 1.
           05  WS-ALM-FND PIC 9 VALUE 0.
               88  ALERT-FOUND   VALUE 1.
           05  WS-ACKED-SW PIC X VALUE 'N'.
               88  ALREADY-ACKED VALUE 'Y'.
       01  WS-TOLERANCE.
           05  WS-BAND-PCT PIC 99 VALUE 20.
           05  WS-ESC-NIGHTS PIC 99 VALUE 3.
           05  WS-KEEP-DAYS  PIC 999 VALUE 90.
       01  WS-WORK.
           05  WS-IDX      PIC 999 VALUE 0.
           05  WS-USE      PIC 999 VALUE 0.
           05  WS-PRV-DISP PIC Z(6)9.
           05  WS-CUR-DISP PIC Z(6)9.
           05  WS-SEV      PIC X VALUE SPACE.
           05  WS-AX       PIC 999 VALUE 0.
           05  WS-SLOT     PIC 999 VALUE 0.
           05  WS-LAST-ID  PIC 9(5) VALUE 0.
           05  WS-RUN-DATE PIC X(8) VALUE SPACES.
           05  WS-ID-DISP  PIC 9(5).
           05  WS-NGT-DISP PIC ZZ9.
           05  WS-ACK-MSG  PIC X(30) VALUE SPACES.
           05  WS-SECT-SW  PIC X VALUE 'N'.
               88  SECTION-STARTED VALUE 'Y'.
           05  WS-PASS-SW  PIC X VALUE 'N'.
           05  WS-TODAY-SER PIC 9(7) VALUE 0.
           05  WS-CUT-SER   PIC S9(7) VALUE 0.
      * Day serial work fields (Gregorian count, good across month
      * and year ends)
       01  WS-DATE-SERIAL.
           05  WS-DTS-DATE.
               10  WS-DTS-YEAR  PIC 9(4).
               10  WS-DTS-MONTH PIC 99.
               10  WS-DTS-DAY   PIC 99.
           05  WS-DTS-YY     PIC 9(4) VALUE 0.
           05  WS-DTS-MM     PIC 99  VALUE 0.
           05  WS-DTS-L4     PIC 9(4) VALUE 0.
           05  WS-DTS-L100   PIC 9(4) VALUE 0.
           05  WS-DTS-L400   PIC 9(4) VALUE 0.
           05  WS-DTS-MDAYS  PIC 9(4) VALUE 0.
           05  WS-DTS-SERIAL PIC 9(7) VALUE 0.
      * One slot per program/file pair seen on the log; the current
      * run's count rolls into the prior-run slot when a newer stamp
      * arrives for the pair
               10  WS-TRK-CURR    PIC 9(7).
               10  WS-TRK-PREV    PIC 9(7).
               10  WS-TRK-PREV-SW PIC X.
      * The alert master held for the night, one entry per alert
      * ever raised; status O open, A acknowledged. Loaded from the
      * old master, updated in place and written to the new master.
       01  WS-ALERTS.
           05  WS-ALM-CNT PIC 999 VALUE 0.
           05  WS-ALM-TBL OCCURS 999 TIMES.
               10  WS-ALM-ID        PIC 9(5).
               10  FILLER           PIC X.
               10  WS-ALM-PGM       PIC X(8).
               10  FILLER           PIC X.
               10  WS-ALM-DD        PIC X(12).
               10  FILLER           PIC X.
               10  WS-ALM-SEV       PIC X.
               10  WS-ALM-FIRST-SEV PIC X.
               10  FILLER           PIC X.
               10  WS-ALM-STATUS    PIC X.
                   88  ALM-OPEN       VALUE 'O'.
                   88  ALM-ACKED      VALUE 'A'.
               10  FILLER           PIC X.
               10  WS-ALM-RAISED    PIC X(8).
               10  FILLER           PIC X.
      * Audit stamp of the run whose counts raised the alert (or
      * last kept it out of band)
               10  WS-ALM-STAMP     PIC X(14).
               10  FILLER           PIC X.
      * Run date the alert was last aged, so a second CTLMON run on
      * the same date does not add a night
               10  WS-ALM-LAST-RUN  PIC X(8).
               10  FILLER           PIC X.
               10  WS-ALM-NIGHTS    PIC 9(3).
               10  FILLER           PIC X.
               10  WS-ALM-ESC-DATE  PIC X(8).
               10  FILLER           PIC X.
               10  WS-ALM-ACK-DATE  PIC X(8).
               10  FILLER           PIC X.
               10  WS-ALM-ACK-INIT  PIC X(3).
               10  FILLER           PIC X.
               10  WS-ALM-ACK-DISP  PIC X(20).
               10  FILLER           PIC X(8).
      * 'Y' when the alert was raised again by tonight's counts
       01  WS-ALERT-SEEN.
           05  WS-SEEN-SW PIC X OCCURS 999 TIMES.
      * 'Y' when an acknowledged alert is past the retention days and
      * is left off the new master
       01  WS-ALERT-RETIRED.
           05  WS-RETIRE-SW PIC X OCCURS 999 TIMES.
       01  WS-STATS.
           05  WS-CNT-READ     PIC 9(7) VALUE 0.
           05  WS-CNT-PAIRS    PIC 9(7) VALUE 0.
           05  WS-CNT-WARN     PIC 9(7) VALUE 0.
           05  WS-CNT-CRIT     PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
           05  WS-CNT-NEW      PIC 9(7) VALUE 0.
           05  WS-CNT-CARRIED  PIC 9(7) VALUE 0.
           05  WS-CNT-ESC      PIC 9(7) VALUE 0.
           05  WS-CNT-ACK-OK   PIC 9(7) VALUE 0.
           05  WS-CNT-ACK-BAD  PIC 9(7) VALUE 0.
           05  WS-CNT-OPEN     PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-AGE  PIC 9(7) VALUE 0.
           05  WS-CNT-RETIRED  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-MST  PIC 9(7) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-AUDITLOG PIC 99.
           05  FS-MONCARD  PIC 99.
           05  FS-ALERTRPT PIC 99.
           05  FS-ALRTMST  PIC 99.
           05  FS-ALRTACK  PIC 99.
           05  FS-NEWALRT  PIC 99.
           05  FS-ALRTAGE  PIC 99.

      *------------------------
       PROCEDURE DIVISION.
           END-PERFORM

           PERFORM 4000-EVALUATE-PAIRS
           PERFORM 5000-CARRY-OPEN
           PERFORM 6000-WRITE-MASTER
           PERFORM 7000-AGING-REPORT
           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
           IF MONC-PCT IS NUMERIC AND MONC-PCT > 0
              MOVE MONC-PCT TO WS-BAND-PCT
           END-IF
           IF MONC-ESC-NIGHTS IS NUMERIC AND MONC-ESC-NIGHTS > 0
              MOVE MONC-ESC-NIGHTS TO WS-ESC-NIGHTS
           END-IF
           IF MONC-KEEP-DAYS IS NUMERIC AND MONC-KEEP-DAYS > 0
              MOVE MONC-KEEP-DAYS TO WS-KEEP-DAYS
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DTS-DATE
           PERFORM 8100-DATE-TO-SERIAL
           MOVE WS-DTS-SERIAL TO WS-TODAY-SER

           OPEN INPUT FD-AUDITLOG
           OPEN OUTPUT FD-ALERTRPT
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           OPEN OUTPUT FD-ALRTAGE
           IF FS-ALRTAGE NOT = 0
              DISPLAY 'ERROR ON OPEN (ALRTAGE)'
              DISPLAY FS-ALRTAGE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE SPACES TO AGE-REC
           STRING ' OPEN ALERT AGING REPORT  RUN DATE ' WS-RUN-DATE
                  '  WARNINGS ESCALATE AFTER ' WS-ESC-NIGHTS
                  ' NIGHTS'
                  DELIMITED BY SIZE INTO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE SPACES TO AGE-REC
           STRING ' ACKNOWLEDGED ALERTS KEPT ' WS-KEEP-DAYS
                  ' DAYS AFTER ACKNOWLEDGMENT'
                  DELIMITED BY SIZE INTO AGE-REC
           PERFORM 7950-WRITE-AGE

           PERFORM 1200-LOAD-MASTER
           PERFORM 1300-APPLY-ACKS
           .
      * A missing prior master (status 35) is the first night the
      * alerts are tracked, not an error
       1200-LOAD-MASTER.
           OPEN INPUT FD-ALRTMST
           IF FS-ALRTMST = 35
              DISPLAY 'NO PRIOR ALRTMST MASTER, STARTING A NEW ONE'
              SET EOF-ALM TO TRUE
           ELSE
              IF FS-ALRTMST NOT = 0
                 DISPLAY 'ERROR ON OPEN (ALRTMST)'
                 DISPLAY FS-ALRTMST
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           PERFORM UNTIL EOF-ALM
              IF WS-ALM-CNT >= 999
                 DISPLAY 'ALERT MASTER TABLE FULL (999)'
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              ADD 1 TO WS-ALM-CNT
              READ FD-ALRTMST INTO WS-ALM-TBL(WS-ALM-CNT)
                   AT END SET EOF-ALM TO TRUE
              END-READ
              IF FS-ALRTMST NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (ALRTMST)'
                 DISPLAY FS-ALRTMST
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF EOF-ALM
                 SUBTRACT 1 FROM WS-ALM-CNT
              ELSE
                 MOVE 'N' TO WS-SEEN-SW(WS-ALM-CNT)
                 IF WS-ALM-ID(WS-ALM-CNT) > WS-LAST-ID
                    MOVE WS-ALM-ID(WS-ALM-CNT) TO WS-LAST-ID
                 END-IF
              END-IF
           END-PERFORM
           IF FS-ALRTMST NOT = 35
              CLOSE FD-ALRTMST
           END-IF
           .
      * Acknowledgments are applied before tonight's counts are
      * judged: they answer the alerts on the last report. No deck
      * (status 35) means nobody closed anything today.
       1300-APPLY-ACKS.
           MOVE SPACES TO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE ' ACKNOWLEDGMENTS RECEIVED' TO AGE-REC
           PERFORM 7950-WRITE-AGE

           OPEN INPUT FD-ALRTACK
           IF FS-ALRTACK = 35
              SET EOF-ACK TO TRUE
           ELSE
              IF FS-ALRTACK NOT = 0
                 DISPLAY 'ERROR ON OPEN (ALRTACK)'
                 DISPLAY FS-ALRTACK
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           PERFORM UNTIL EOF-ACK
              READ FD-ALRTACK
                   AT END SET EOF-ACK TO TRUE
              END-READ
              IF FS-ALRTACK NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (ALRTACK)'
                 DISPLAY FS-ALRTACK
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-ACK
                 PERFORM 1310-APPLY-ONE-ACK
              END-IF
           END-PERFORM
           IF FS-ALRTACK NOT = 35
              CLOSE FD-ALRTACK
           END-IF

           IF WS-CNT-ACK-OK = 0 AND WS-CNT-ACK-BAD = 0
              MOVE '  NONE' TO AGE-REC
              PERFORM 7950-WRITE-AGE
           END-IF
           IF WS-CNT-ACK-BAD > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
      * An acknowledgment must name an alert on the master that is
      * still open, and carry the operator's initials and a
      * disposition; anything else is listed as rejected
       1310-APPLY-ONE-ACK.
           MOVE SPACES TO WS-ACK-MSG
           MOVE 0 TO WS-ALM-FND
           IF ACK-ID IS NOT NUMERIC
              MOVE 'REJECTED, ALERT ID NOT NUMERIC' TO WS-ACK-MSG
           ELSE
              PERFORM 1320-FIND-ALERT-ID VARYING WS-AX FROM 1 BY 1
                 UNTIL WS-AX > WS-ALM-CNT OR ALERT-FOUND
              EVALUATE TRUE
                  WHEN NOT ALERT-FOUND
                       MOVE 'REJECTED, NO SUCH ALERT' TO WS-ACK-MSG
                  WHEN ALM-ACKED(WS-SLOT)
                       MOVE 'REJECTED, ALREADY ACKNOWLEDGED'
                         TO WS-ACK-MSG
                  WHEN ACK-INITIALS = SPACES
                       MOVE 'REJECTED, NO INITIALS' TO WS-ACK-MSG
                  WHEN ACK-DISP = SPACES
                       MOVE 'REJECTED, NO DISPOSITION' TO WS-ACK-MSG
                  WHEN OTHER
                       MOVE 'A'          TO WS-ALM-STATUS(WS-SLOT)
                       MOVE WS-RUN-DATE  TO WS-ALM-ACK-DATE(WS-SLOT)
                       MOVE ACK-INITIALS TO WS-ALM-ACK-INIT(WS-SLOT)
                       MOVE ACK-DISP     TO WS-ALM-ACK-DISP(WS-SLOT)
                       MOVE 'CLOSED' TO WS-ACK-MSG
              END-EVALUATE
           END-IF

           IF WS-ACK-MSG = 'CLOSED'
              ADD 1 TO WS-CNT-ACK-OK
           ELSE
              ADD 1 TO WS-CNT-ACK-BAD
           END-IF
           MOVE SPACES TO AGE-REC
           STRING '  ' ACK-ID '  BY ' ACK-INITIALS '  ' ACK-DISP
                  '  ' WS-ACK-MSG
                  DELIMITED BY SIZE INTO AGE-REC
           PERFORM 7950-WRITE-AGE
           .
       1320-FIND-ALERT-ID.
           IF WS-ALM-ID(WS-AX) = ACK-ID
              MOVE WS-AX TO WS-SLOT
              SET ALERT-FOUND TO TRUE
           END-IF
           .
       2000-READ-AUDITLOG.
           READ FD-AUDITLOG
              END-IF
           END-IF
           .
      * The alert is posted to the master first, so the line shows
      * the alert ID and any escalation of an alert already open
       4200-WRITE-ALERT.
           PERFORM 4300-POST-ALERT
           IF ALREADY-ACKED
              MOVE 'A' TO WS-SEV
           ELSE
              MOVE WS-ALM-SEV(WS-SLOT) TO WS-SEV
           END-IF
           MOVE WS-ALM-ID(WS-SLOT) TO WS-ID-DISP
           MOVE WS-TRK-PREV(WS-IDX) TO WS-PRV-DISP
           MOVE WS-TRK-CURR(WS-IDX) TO WS-CUR-DISP
           MOVE WS-PCT TO WS-PCT-DISP
                  WS-TRK-DD(WS-IDX)
                  ' PRIOR' WS-PRV-DISP ' NOW' WS-CUR-DISP
                  ' MOVED ' WS-PCT-DISP ' PCT'
                  ' ID ' WS-ID-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE

           EVALUATE WS-SEV
               WHEN 'A'
                    CONTINUE
               WHEN 'C'
                    ADD 1 TO WS-CNT-CRIT
                    MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                    ADD 1 TO WS-CNT-WARN
                    IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                    END-IF
           END-EVALUATE
           .
      * A pair already holding an open alert stays on that alert,
      * raised to critical if tonight's swing is critical. An alert
      * acknowledged for this same run stamp is the condition the
      * operator has already looked at (CTLMON rerun on counts that
      * have not moved) and is not raised again. Anything else is a
      * new alert under the next alert ID.
       4300-POST-ALERT.
           MOVE 'N' TO WS-ACKED-SW
           MOVE 0 TO WS-ALM-FND
           PERFORM 4310-FIND-OPEN-ALERT VARYING WS-AX FROM 1 BY 1
              UNTIL WS-AX > WS-ALM-CNT OR ALERT-FOUND
           IF NOT ALERT-FOUND
              PERFORM 4320-FIND-ACKED-ALERT VARYING WS-AX FROM 1 BY 1
                 UNTIL WS-AX > WS-ALM-CNT OR ALERT-FOUND
              IF ALERT-FOUND
                 SET ALREADY-ACKED TO TRUE
              END-IF
           END-IF

           IF NOT ALERT-FOUND
              IF WS-ALM-CNT >= 999
                 DISPLAY 'ALERT MASTER TABLE FULL (999)'
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              ADD 1 TO WS-ALM-CNT
              ADD 1 TO WS-LAST-ID
              ADD 1 TO WS-CNT-NEW
              MOVE WS-ALM-CNT TO WS-SLOT
              MOVE SPACES              TO WS-ALM-TBL(WS-SLOT)
              MOVE WS-LAST-ID          TO WS-ALM-ID(WS-SLOT)
              MOVE WS-TRK-PGM(WS-IDX)  TO WS-ALM-PGM(WS-SLOT)
              MOVE WS-TRK-DD(WS-IDX)   TO WS-ALM-DD(WS-SLOT)
              MOVE WS-SEV              TO WS-ALM-SEV(WS-SLOT)
              MOVE WS-SEV              TO WS-ALM-FIRST-SEV(WS-SLOT)
              MOVE 'O'                 TO WS-ALM-STATUS(WS-SLOT)
              MOVE WS-RUN-DATE         TO WS-ALM-RAISED(WS-SLOT)
              MOVE 0                   TO WS-ALM-NIGHTS(WS-SLOT)
           ELSE
              IF NOT ALREADY-ACKED AND WS-SEV = 'C'
                 MOVE 'C' TO WS-ALM-SEV(WS-SLOT)
              END-IF
           END-IF

           IF NOT ALREADY-ACKED
              MOVE WS-TRK-STAMP(WS-IDX) TO WS-ALM-STAMP(WS-SLOT)
              MOVE 'Y' TO WS-SEEN-SW(WS-SLOT)
              PERFORM 4400-AGE-ALERT
           END-IF
           .
       4310-FIND-OPEN-ALERT.
           IF WS-ALM-PGM(WS-AX) = WS-TRK-PGM(WS-IDX)
              AND WS-ALM-DD(WS-AX) = WS-TRK-DD(WS-IDX)
              AND ALM-OPEN(WS-AX)
              MOVE WS-AX TO WS-SLOT
              SET ALERT-FOUND TO TRUE
           END-IF
           .
       4320-FIND-ACKED-ALERT.
           IF WS-ALM-PGM(WS-AX) = WS-TRK-PGM(WS-IDX)
              AND WS-ALM-DD(WS-AX) = WS-TRK-DD(WS-IDX)
              AND WS-ALM-STAMP(WS-AX) = WS-TRK-STAMP(WS-IDX)
              MOVE WS-AX TO WS-SLOT
              SET ALERT-FOUND TO TRUE
           END-IF
           .
      * One night is added per run date the alert is open, and a
      * warning open longer than the escalation limit goes critical
       4400-AGE-ALERT.
           IF WS-ALM-LAST-RUN(WS-SLOT) < WS-RUN-DATE
              ADD 1 TO WS-ALM-NIGHTS(WS-SLOT)
              MOVE WS-RUN-DATE TO WS-ALM-LAST-RUN(WS-SLOT)
           END-IF
           IF WS-ALM-SEV(WS-SLOT) = 'W'
              AND WS-ALM-NIGHTS(WS-SLOT) > WS-ESC-NIGHTS
              MOVE 'C' TO WS-ALM-SEV(WS-SLOT)
              MOVE WS-RUN-DATE TO WS-ALM-ESC-DATE(WS-SLOT)
              ADD 1 TO WS-CNT-ESC
           END-IF
           .
      * Open alerts tonight's counts did not raise again are still
      * unanswered: they are re-raised under their own heading with
      * their age, and count toward the return code as before
       5000-CARRY-OPEN.
           MOVE 'N' TO WS-SECT-SW
           PERFORM 5100-CARRY-ONE VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-ALM-CNT
           .
       5100-CARRY-ONE.
           IF ALM-OPEN(WS-SLOT) AND WS-SEEN-SW(WS-SLOT) NOT = 'Y'
              IF NOT SECTION-STARTED
                 SET SECTION-STARTED TO TRUE
                 MOVE '------------------------------------------'
                   TO PRT-REC
                 PERFORM 7900-WRITE-LINE
                 MOVE ' OPEN ALERTS NOT YET ACKNOWLEDGED' TO PRT-REC
                 PERFORM 7900-WRITE-LINE
              END-IF
              PERFORM 4400-AGE-ALERT
              ADD 1 TO WS-CNT-CARRIED
              MOVE WS-ALM-ID(WS-SLOT) TO WS-ID-DISP
              MOVE WS-ALM-NIGHTS(WS-SLOT) TO WS-NGT-DISP
              MOVE SPACES TO PRT-REC
              STRING ' ' WS-ALM-SEV(WS-SLOT) ' ' WS-ALM-PGM(WS-SLOT)
                     ' ' WS-ALM-DD(WS-SLOT)
                     ' RAISED ' WS-ALM-RAISED(WS-SLOT)
                     ' OPEN ' WS-NGT-DISP ' NIGHT(S)'
                     ' ID ' WS-ID-DISP
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
              IF WS-ALM-SEV(WS-SLOT) = 'C'
                 ADD 1 TO WS-CNT-CRIT
                 MOVE 8 TO WS-RETURN-CODE
              ELSE
                 ADD 1 TO WS-CNT-WARN
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .
      * An acknowledged alert older than the retention days is left
      * off the new master; it is listed as retired on ALRTAGE first
       6000-WRITE-MASTER.
           COMPUTE WS-CUT-SER = WS-TODAY-SER - WS-KEEP-DAYS
           OPEN OUTPUT FD-NEWALRT
           IF FS-NEWALRT NOT = 0
              DISPLAY 'ERROR ON OPEN (NEWALRT)'
              DISPLAY FS-NEWALRT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           PERFORM 6100-WRITE-ONE VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-ALM-CNT
           CLOSE FD-NEWALRT
           .
       6100-WRITE-ONE.
           MOVE 'N' TO WS-RETIRE-SW(WS-SLOT)
           IF ALM-ACKED(WS-SLOT)
              AND WS-ALM-ACK-DATE(WS-SLOT) IS NUMERIC
              MOVE WS-ALM-ACK-DATE(WS-SLOT) TO WS-DTS-DATE
              PERFORM 8100-DATE-TO-SERIAL
              IF WS-DTS-SERIAL < WS-CUT-SER
                 MOVE 'Y' TO WS-RETIRE-SW(WS-SLOT)
                 ADD 1 TO WS-CNT-RETIRED
              END-IF
           END-IF
           IF WS-RETIRE-SW(WS-SLOT) NOT = 'Y'
              MOVE WS-ALM-TBL(WS-SLOT) TO NAL-REC
              WRITE NAL-REC
              IF FS-NEWALRT NOT = 0
                 DISPLAY 'ERROR WRITING NEWALRT'
                 DISPLAY FS-NEWALRT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              ADD 1 TO WS-CNT-WRT-MST
           END-IF
           .
      * Open alerts print in alert ID order, which is the order they
      * were raised, so the oldest is at the top; every acknowledged
      * alert follows with who closed it, when and why, and then those
      * retired from the master tonight
       7000-AGING-REPORT.
           MOVE SPACES TO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE ' OPEN ALERTS, OLDEST FIRST' TO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE '  ID  SEV PROGRAM  FILE         RAISED NIGHTS'
             TO AGE-REC
           MOVE 'ESCALATED' TO AGE-REC(48:)
           PERFORM 7950-WRITE-AGE
           PERFORM 7100-AGE-OPEN VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-ALM-CNT
           IF WS-CNT-OPEN = 0
              MOVE '  NONE' TO AGE-REC
              PERFORM 7950-WRITE-AGE
           END-IF

           MOVE SPACES TO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE ' ACKNOWLEDGED ALERTS' TO AGE-REC
           PERFORM 7950-WRITE-AGE
           PERFORM 7150-ACKED-HEADING
           MOVE 'N' TO WS-PASS-SW
           PERFORM 7200-AGE-ACKED VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > WS-ALM-CNT

           IF WS-CNT-RETIRED > 0
              MOVE SPACES TO AGE-REC
              PERFORM 7950-WRITE-AGE
              MOVE SPACES TO AGE-REC
              STRING ' RETIRED FROM THE MASTER, ACKNOWLEDGED MORE THAN '
                     WS-KEEP-DAYS ' DAYS AGO'
                     DELIMITED BY SIZE INTO AGE-REC
              PERFORM 7950-WRITE-AGE
              PERFORM 7150-ACKED-HEADING
              MOVE 'Y' TO WS-PASS-SW
              PERFORM 7200-AGE-ACKED VARYING WS-SLOT FROM 1 BY 1
                 UNTIL WS-SLOT > WS-ALM-CNT
           END-IF

           MOVE SPACES TO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE SPACES TO AGE-REC
           STRING ' OPEN ' WS-CNT-OPEN '  NEW TONIGHT ' WS-CNT-NEW
                  '  ESCALATED ' WS-CNT-ESC
                  '  CLOSED TONIGHT ' WS-CNT-ACK-OK
                  DELIMITED BY SIZE INTO AGE-REC
           PERFORM 7950-WRITE-AGE
           MOVE SPACES TO AGE-REC
           STRING ' RETIRED FROM THE MASTER ' WS-CNT-RETIRED
                  '  KEPT ON THE MASTER ' WS-CNT-WRT-MST
                  DELIMITED BY SIZE INTO AGE-REC
           PERFORM 7950-WRITE-AGE
           .
       7100-AGE-OPEN.
           IF ALM-OPEN(WS-SLOT)
              ADD 1 TO WS-CNT-OPEN
              MOVE WS-ALM-NIGHTS(WS-SLOT) TO WS-NGT-DISP
              MOVE SPACES TO AGE-REC
              STRING ' ' WS-ALM-ID(WS-SLOT) ' ' WS-ALM-SEV(WS-SLOT)
                     '  ' WS-ALM-PGM(WS-SLOT) ' ' WS-ALM-DD(WS-SLOT)
                     ' ' WS-ALM-RAISED(WS-SLOT) '  ' WS-NGT-DISP
                     '  ' WS-ALM-ESC-DATE(WS-SLOT)
                     DELIMITED BY SIZE INTO AGE-REC
              PERFORM 7950-WRITE-AGE
           END-IF
           .
       7150-ACKED-HEADING.
           MOVE '  ID  SEV PROGRAM  FILE         RAISED NIGHTS'
             TO AGE-REC
           MOVE 'ACKED    BY  DISPOSITION' TO AGE-REC(48:)
           PERFORM 7950-WRITE-AGE
           .
      * WS-PASS-SW picks the alerts kept on the master ('N') or the
      * ones retired from it tonight ('Y')
       7200-AGE-ACKED.
           IF ALM-ACKED(WS-SLOT)
              AND WS-RETIRE-SW(WS-SLOT) = WS-PASS-SW
              MOVE WS-ALM-NIGHTS(WS-SLOT) TO WS-NGT-DISP
              MOVE SPACES TO AGE-REC
              STRING ' ' WS-ALM-ID(WS-SLOT) ' ' WS-ALM-SEV(WS-SLOT)
                     '  ' WS-ALM-PGM(WS-SLOT) ' ' WS-ALM-DD(WS-SLOT)
                     ' ' WS-ALM-RAISED(WS-SLOT) '  ' WS-NGT-DISP
                     '  ' WS-ALM-ACK-DATE(WS-SLOT)
                     ' ' WS-ALM-ACK-INIT(WS-SLOT)
                     ' ' WS-ALM-ACK-DISP(WS-SLOT)
                     DELIMITED BY SIZE INTO AGE-REC
              PERFORM 7950-WRITE-AGE
           END-IF
           .
       7900-WRITE-LINE.
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       7950-WRITE-AGE.
           WRITE AGE-REC
           IF FS-ALRTAGE NOT = 0
              DISPLAY 'ERROR WRITING ALRTAGE'
              DISPLAY FS-ALRTAGE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-AGE
           .
       8000-SUMMARY.
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           EVALUATE TRUE
               WHEN WS-CNT-CRIT + WS-CNT-WARN > WS-CNT-CARRIED
                    MOVE ' *** COUNTS OUT OF BAND, SEE ALERTS ABOVE ***'
                         TO PRT-REC
               WHEN WS-CNT-CARRIED > 0
                    MOVE ' *** OPEN ALERTS AWAITING ACKNOWLEDGMENT ***'
                         TO PRT-REC
               WHEN OTHER
                    MOVE ' ALL COUNTS WITHIN TOLERANCE' TO PRT-REC
           END-EVALUATE
           PERFORM 7900-WRITE-LINE

           DISPLAY '================================================'
           DISPLAY ' PAIRS COMPARED . . . : ' WS-CNT-PAIRS
           DISPLAY ' WARNINGS . . . . . . : ' WS-CNT-WARN
           DISPLAY ' CRITICAL ALERTS. . . : ' WS-CNT-CRIT
           DISPLAY ' NEW ALERTS . . . . . : ' WS-CNT-NEW
           DISPLAY ' OPEN ALERTS RE-RAISED: ' WS-CNT-CARRIED
           DISPLAY ' ESCALATED TO CRIT. . : ' WS-CNT-ESC
           DISPLAY ' ACKS APPLIED . . . . : ' WS-CNT-ACK-OK
           DISPLAY ' ACKS REJECTED. . . . : ' WS-CNT-ACK-BAD
           DISPLAY ' ALERTS STILL OPEN. . : ' WS-CNT-OPEN
           DISPLAY ' ACKED ALERTS RETIRED : ' WS-CNT-RETIRED
           DISPLAY ' MASTER RECORDS KEPT. : ' WS-CNT-WRT-MST
           DISPLAY '================================================'
           .
      * Day serial of WS-DTS-DATE, as RETPURGE counts its cutoffs
       8100-DATE-TO-SERIAL.
           IF WS-DTS-MONTH < 3
              COMPUTE WS-DTS-YY = WS-DTS-YEAR - 1
              COMPUTE WS-DTS-MM = WS-DTS-MONTH + 12
           ELSE
              MOVE WS-DTS-YEAR  TO WS-DTS-YY
              MOVE WS-DTS-MONTH TO WS-DTS-MM
           END-IF
      * Each division is taken whole on its own so no fraction from
      * one term can tip the truncation of the total
           DIVIDE WS-DTS-YY BY 4   GIVING WS-DTS-L4
           DIVIDE WS-DTS-YY BY 100 GIVING WS-DTS-L100
           DIVIDE WS-DTS-YY BY 400 GIVING WS-DTS-L400
           COMPUTE WS-DTS-MDAYS = (306 * (WS-DTS-MM + 1)) / 10
           COMPUTE WS-DTS-SERIAL = 365 * WS-DTS-YY
                   + WS-DTS-L4 - WS-DTS-L100 + WS-DTS-L400
                   + WS-DTS-MDAYS + WS-DTS-DAY - 428
           .
       9000-CLEANUP.
           CLOSE FD-AUDITLOG FD-ALERTRPT FD-ALRTAGE

           PERFORM 9999-TERMINATE
           .
