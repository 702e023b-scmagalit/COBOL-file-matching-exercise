      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. HANDOFF.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * One-page morning operations handoff across the whole night.    *
      * The day shift used to open STEPSTAT, the TIMERPT window        *
      * report, the CTLMON ALERTRPT, RECONRPT, the ACKCHK verdict on   *
      * AUDITLOG and the RECYCLE SUSPAGE aging report one at a time;   *
      * this step reads those same files and prints one HANDRPT page:  *
      *   - each chain step of the newest PIPEDRVR run on STEPTIME     *
      *     with its return code, elapsed seconds and whether          *
      *     STEPSTAT shows it complete, and every step PIPEDRVR held   *
      *     because a predecessor did not complete;                    *
      *   - every program that ended with an ERR status on AUDITLOG    *
      *     since the run date;                                        *
      *   - the critical and warning alerts off ALERTRPT;              *
      *   - the RECONRPT balance line, with any equation out of        *
      *     balance copied through;                                    *
      *   - the warehouse acknowledgment (CONF/FAIL) for RNKFEED and,  *
      *     on a correction night, DLTFEED;                            *
      *   - the number of records still in suspense on SUSPAGE.        *
      * The last line is the overall verdict the shift lead signs off  *
      * on: RED for a failed, held or unfinished step, an ERR status,  *
      * a critical alert, an out-of-balance run or a failed ack; AMBER *
      * for step warnings, warning alerts, suspense still held, or a   *
      * report or ack that was not produced; otherwise GREEN. Every    *
      * input is read as it stands, a missing one (status 35) is       *
      * reported as not produced. Ends RC 8 on RED, RC 4 on AMBER.     *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
      *------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INPUT FILES
           SELECT FD-STEPTIME ASSIGN TO STEPTIME
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-STEPTIME
                  .
           SELECT FD-STEPSTAT ASSIGN TO STEPSTAT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-STEPSTAT
                  .
           SELECT FD-ALERTRPT ASSIGN TO ALERTRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-ALERTRPT
                  .
           SELECT FD-RECONRPT ASSIGN TO RECONRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RECONRPT
                  .
           SELECT FD-SUSPAGE ASSIGN TO SUSPAGE
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SUSPAGE
                  .
      * OUTPUT FILE
           SELECT FD-HANDRPT ASSIGN TO HANDRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-HANDRPT
                  .
      * COMMON RUN-AUDIT LOG (SHARED, READ THEN APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-AUDITLOG
                  .
      *------------------------
       DATA DIVISION.
      *------------------------
       FILE SECTION.
      * INPUT FILES
       FD  FD-STEPTIME
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           .
       01  STM-REC.
           05  STM-DATE    PIC X(8).
           05  FILLER      PIC X.
           05  STM-SEQ     PIC 99.
           05  FILLER      PIC X.
           05  STM-PGM     PIC X(8).
           05  FILLER      PIC X.
           05  STM-START   PIC X(6).
           05  FILLER      PIC X.
           05  STM-END     PIC X(6).
           05  FILLER      PIC X.
           05  STM-ELAPSED PIC 9(5).
           05  FILLER      PIC X.
           05  STM-RC      PIC 9(4).

       FD  FD-STEPSTAT
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE F
           .
       01  STS-REC.
           05  STS-SEQ    PIC 99.
           05  FILLER     PIC X.
           05  STS-PGM    PIC X(8).
           05  FILLER     PIC X.
           05  STS-CARD   PIC X(5).
           05  FILLER     PIC X.
           05  STS-KEY    PIC X(6).
           05  FILLER     PIC X.
           05  STS-STATUS PIC X.
               88  STS-COMPLETE VALUE 'C'.
               88  STS-HELD     VALUE 'H'.

      * The three print files are read back line by line
       FD  FD-ALERTRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  ALR-REC.
           05  FILLER   PIC X.
           05  ALR-SEV  PIC X.
           05  ALR-GAP  PIC X.
           05  FILLER   PIC X(77).

       FD  FD-RECONRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  REC-LINE PIC X(80).

       FD  FD-SUSPAGE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  SPA-LINE PIC X(80).

      * OUTPUT FILE
       FD  FD-HANDRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

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
           05  WS-STM-FLAG PIC 9 VALUE 0.
               88  EOF-STM       VALUE 1.
           05  WS-STS-FLAG PIC 9 VALUE 0.
               88  EOF-STS       VALUE 1.
           05  WS-AUD-FLAG PIC 9 VALUE 0.
               88  EOF-AUD       VALUE 1.
           05  WS-RPT-FLAG PIC 9 VALUE 0.
               88  EOF-RPT       VALUE 1.
      * Balance line found on RECONRPT: Y in balance, N out of
      * balance, space when no balance line was printed
           05  WS-BAL-SW   PIC X VALUE SPACE.
               88  RECON-BALANCED    VALUE 'Y'.
               88  RECON-OUT         VALUE 'N'.
      * Newest run date on STEPTIME: the night being handed off
           05  WS-RUN-DATE PIC X(8) VALUE SPACES.
      * Last ERR program/time printed, so one failed run lists once
      * rather than once per file on its audit records
           05  WS-ERR-LAST PIC X(14) VALUE SPACES.
           05  WS-ERR-KEY  PIC X(14) VALUE SPACES.
      * Warehouse verdicts off the ACKCHK audit records
           05  WS-ACK-STATUS PIC X(4) VALUE SPACES.
           05  WS-ACK-COUNT  PIC 9(7) VALUE 0.
           05  WS-DLT-STATUS PIC X(4) VALUE SPACES.
           05  WS-DLT-COUNT  PIC 9(7) VALUE 0.
      * The verdict is the worst condition found on the page
           05  WS-VERDICT  PIC X(5) VALUE 'GREEN'.
       01  WS-WORK.
           05  WS-IDX       PIC 99 VALUE 0.
           05  WS-TALLY     PIC 9(3) VALUE 0.
           05  WS-STEP-STAT PIC X(12) VALUE SPACES.
           05  WS-ELP-DISP  PIC Z(4)9.
           05  WS-RC-DISP   PIC Z(3)9.
           05  WS-CNT-DISP  PIC Z(6)9.
           05  WS-TOT-ELAPSED PIC 9(7) VALUE 0.
      * One slot per step sequence number, as on TIMERPT, with the
      * STEPSTAT completion and held flags beside the night's timing
       01  WS-STEP-TRACK.
           05  WS-ST-TBL OCCURS 40 TIMES.
               10  WS-ST-TONIGHT-SW PIC X.
               10  WS-ST-DONE-SW    PIC X.
               10  WS-ST-HELD-SW    PIC X.
               10  WS-ST-PGM        PIC X(8).
               10  WS-ST-START      PIC X(6).
               10  WS-ST-END        PIC X(6).
               10  WS-ST-ELAPSED    PIC 9(5).
               10  WS-ST-RC         PIC 9(4).
       01  WS-STATS.
           05  WS-CNT-STEPS    PIC 9(7) VALUE 0.
           05  WS-CNT-STEP-BAD PIC 9(7) VALUE 0.
           05  WS-CNT-STEP-WRN PIC 9(7) VALUE 0.
           05  WS-CNT-STEP-HLD PIC 9(7) VALUE 0.
           05  WS-CNT-READ-AUD PIC 9(7) VALUE 0.
           05  WS-CNT-ERR      PIC 9(7) VALUE 0.
           05  WS-CNT-CRIT     PIC 9(7) VALUE 0.
           05  WS-CNT-WARN     PIC 9(7) VALUE 0.
           05  WS-CNT-EQ-OUT   PIC 9(7) VALUE 0.
           05  WS-CNT-SUSP     PIC 9(7) VALUE 0.
           05  WS-CNT-RED      PIC 9(7) VALUE 0.
           05  WS-CNT-AMBER    PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
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
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-STEPTIME PIC 99.
               10 FS-STEPSTAT PIC 99.
               10 FS-ALERTRPT PIC 99.
               10 FS-RECONRPT PIC 99.
               10 FS-SUSPAGE  PIC 99.
           05  FS-HANDRPT  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-CHAIN-STEPS
           PERFORM 3000-AUDIT-STATUS
           PERFORM 4000-ALERTS
           PERFORM 5000-RECONCILIATION
           PERFORM 6000-WAREHOUSE-ACK
           PERFORM 6500-SUSPENSE
           PERFORM 7000-VERDICT
           PERFORM 8000-SUMMARY
           PERFORM 9000-CLEANUP
           .
       1000-INIT.
           OPEN OUTPUT FD-HANDRPT
           IF FS-HANDRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (HANDRPT)'
              DISPLAY FS-HANDRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME

           PERFORM 1100-CLEAR-SLOT VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 40
           .
       1100-CLEAR-SLOT.
           MOVE 'N'    TO WS-ST-TONIGHT-SW(WS-IDX)
           MOVE 'N'    TO WS-ST-DONE-SW(WS-IDX)
           MOVE 'N'    TO WS-ST-HELD-SW(WS-IDX)
           MOVE SPACES TO WS-ST-PGM(WS-IDX)
           MOVE SPACES TO WS-ST-START(WS-IDX)
           MOVE SPACES TO WS-ST-END(WS-IDX)
           MOVE 0      TO WS-ST-ELAPSED(WS-IDX)
           MOVE 0      TO WS-ST-RC(WS-IDX)
           .
      * Chain steps: STEPTIME read twice the way TIMERPT reads it (the
      * newest run date is the night, a rerun step keeps its latest
      * try), then STEPSTAT marks the steps that completed or were
      * held
       2000-CHAIN-STEPS.
           OPEN INPUT FD-STEPTIME
           IF FS-STEPTIME = 35
              MOVE ' CHAIN STEPS: NO STEPTIME HISTORY, CHAIN NOT RUN'
                   TO PRT-REC
              PERFORM 7900-WRITE-LINE
              ADD 1 TO WS-CNT-RED
      * With no run on file the audit window opens today
              MOVE WS-AUD-DATE TO WS-RUN-DATE
           ELSE
              IF FS-STEPTIME NOT = 0
                 DISPLAY 'ERROR ON OPEN (STEPTIME)'
                 DISPLAY FS-STEPTIME
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM 2050-LOAD-STEPS
           END-IF
           .
       2050-LOAD-STEPS.
           PERFORM 2100-READ-STEPTIME
           PERFORM UNTIL EOF-STM
              IF STM-DATE > WS-RUN-DATE
                 MOVE STM-DATE TO WS-RUN-DATE
              END-IF
              PERFORM 2100-READ-STEPTIME
           END-PERFORM

           CLOSE FD-STEPTIME
           OPEN INPUT FD-STEPTIME
           IF FS-STEPTIME NOT = 0
              DISPLAY 'ERROR ON REOPEN (STEPTIME)'
              DISPLAY FS-STEPTIME
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE 0 TO WS-STM-FLAG

           PERFORM 2100-READ-STEPTIME
           PERFORM UNTIL EOF-STM
              IF STM-DATE = WS-RUN-DATE
                 AND STM-SEQ >= 1 AND STM-SEQ <= 40
                 MOVE 'Y'         TO WS-ST-TONIGHT-SW(STM-SEQ)
                 MOVE STM-PGM     TO WS-ST-PGM(STM-SEQ)
                 MOVE STM-START   TO WS-ST-START(STM-SEQ)
                 MOVE STM-END     TO WS-ST-END(STM-SEQ)
                 MOVE STM-ELAPSED TO WS-ST-ELAPSED(STM-SEQ)
                 MOVE STM-RC      TO WS-ST-RC(STM-SEQ)
              END-IF
              PERFORM 2100-READ-STEPTIME
           END-PERFORM
           CLOSE FD-STEPTIME

           PERFORM 2200-READ-STEPSTAT

           MOVE SPACES TO PRT-REC
           STRING ' MORNING OPERATIONS HANDOFF: CHAIN RUN OF '
                  WS-RUN-DATE '  (PRINTED ' WS-AUD-DATE ')'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '  SEQ PROGRAM   START  END     SECS   RC  STATUS'
                TO PRT-REC
           PERFORM 7900-WRITE-LINE

           PERFORM 2300-PRINT-STEP VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 40

           MOVE WS-TOT-ELAPSED TO WS-CNT-DISP
           MOVE SPACES TO PRT-REC
           STRING '  STEPS ' WS-CNT-STEPS '  TOTAL SECS ' WS-CNT-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       2100-READ-STEPTIME.
           READ FD-STEPTIME
                AT END SET EOF-STM TO TRUE
           END-READ
           IF FS-STEPTIME NOT = 0 AND 10
              DISPLAY 'ERROR ON READ (STEPTIME)'
              DISPLAY FS-STEPTIME
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
      * STEPSTAT is rewritten fresh each night, so any mark on it
      * belongs to the night being handed off; a step marked complete
      * there with no timing tonight completed before a restart, and
      * a held step never ran at all
       2200-READ-STEPSTAT.
           OPEN INPUT FD-STEPSTAT
           IF FS-STEPSTAT = 35
              SET EOF-STS TO TRUE
           ELSE
              IF FS-STEPSTAT NOT = 0
                 DISPLAY 'ERROR ON OPEN (STEPSTAT)'
                 DISPLAY FS-STEPSTAT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           PERFORM UNTIL EOF-STS
              READ FD-STEPSTAT
                   AT END SET EOF-STS TO TRUE
              END-READ
              IF FS-STEPSTAT NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (STEPSTAT)'
                 DISPLAY FS-STEPSTAT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-STS
                 IF STS-COMPLETE AND STS-SEQ >= 1 AND STS-SEQ <= 40
                    MOVE 'Y' TO WS-ST-DONE-SW(STS-SEQ)
                    IF WS-ST-PGM(STS-SEQ) = SPACES
                       MOVE STS-PGM TO WS-ST-PGM(STS-SEQ)
                    END-IF
                 END-IF
                 IF STS-HELD AND STS-SEQ >= 1 AND STS-SEQ <= 40
                    MOVE 'Y' TO WS-ST-HELD-SW(STS-SEQ)
                    IF WS-ST-PGM(STS-SEQ) = SPACES
                       MOVE STS-PGM TO WS-ST-PGM(STS-SEQ)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF FS-STEPSTAT NOT = 35
              CLOSE FD-STEPSTAT
           END-IF
           .
      * A step ran tonight and is not marked complete: it failed and
      * the chain stopped there. RC above 4 is always a failure, any
      * other non-zero RC a warning to look at. A step held and not
      * completed by a restart has no timing and prints as HELD
       2300-PRINT-STEP.
           IF WS-ST-TONIGHT-SW(WS-IDX) = 'Y'
              OR WS-ST-DONE-SW(WS-IDX) = 'Y'
              OR WS-ST-HELD-SW(WS-IDX) = 'Y'
              ADD 1 TO WS-CNT-STEPS
              EVALUATE TRUE
                  WHEN WS-ST-TONIGHT-SW(WS-IDX) = 'N'
                       AND WS-ST-DONE-SW(WS-IDX) = 'Y'
                       MOVE 'DONE EARLIER' TO WS-STEP-STAT
                  WHEN WS-ST-TONIGHT-SW(WS-IDX) = 'N'
                       MOVE '*** HELD' TO WS-STEP-STAT
                       ADD 1 TO WS-CNT-STEP-HLD
                  WHEN WS-ST-DONE-SW(WS-IDX) = 'N'
                       OR WS-ST-RC(WS-IDX) > 4
                       MOVE '*** FAILED' TO WS-STEP-STAT
                       ADD 1 TO WS-CNT-STEP-BAD
                  WHEN WS-ST-RC(WS-IDX) > 0
                       MOVE 'WARNING' TO WS-STEP-STAT
                       ADD 1 TO WS-CNT-STEP-WRN
                  WHEN OTHER
                       MOVE 'OK' TO WS-STEP-STAT
              END-EVALUATE
              ADD WS-ST-ELAPSED(WS-IDX) TO WS-TOT-ELAPSED

              MOVE WS-ST-ELAPSED(WS-IDX) TO WS-ELP-DISP
              MOVE WS-ST-RC(WS-IDX)      TO WS-RC-DISP
              MOVE SPACES TO PRT-REC
              STRING '  ' WS-IDX '  ' WS-ST-PGM(WS-IDX) '  '
                     WS-ST-START(WS-IDX) ' ' WS-ST-END(WS-IDX)
                     ' ' WS-ELP-DISP ' ' WS-RC-DISP '  '
                     WS-STEP-STAT
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
      * AUDITLOG: every program that ended ERR since the run date,
      * and the ACKCHK verdict records for the warehouse section
       3000-AUDIT-STATUS.
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' PROGRAMS ENDING WITH ERR STATUS (AUDITLOG)'
                TO PRT-REC
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-AUDITLOG
           IF FS-AUDITLOG = 35
              MOVE '  NO AUDITLOG ON FILE' TO PRT-REC
              PERFORM 7900-WRITE-LINE
              ADD 1 TO WS-CNT-AMBER
           ELSE
              IF FS-AUDITLOG NOT = 0
                 DISPLAY 'ERROR ON OPEN (AUDITLOG)'
                 DISPLAY FS-AUDITLOG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM 3050-SCAN-AUDITLOG
           END-IF
           .
       3050-SCAN-AUDITLOG.
           PERFORM UNTIL EOF-AUD
              READ FD-AUDITLOG
                   AT END SET EOF-AUD TO TRUE
              END-READ
              IF FS-AUDITLOG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (AUDITLOG)'
                 DISPLAY FS-AUDITLOG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-AUD
                 ADD 1 TO WS-CNT-READ-AUD
                 IF AUD-DATE >= WS-RUN-DATE
                    PERFORM 3100-CHECK-AUDIT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FD-AUDITLOG

           IF WS-CNT-ERR = 0
              MOVE '  NONE' TO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       3100-CHECK-AUDIT.
           IF AUD-STATUS = 'ERR '
              MOVE SPACES TO WS-ERR-KEY
              STRING AUD-PROGRAM AUD-TIME DELIMITED BY SIZE
                     INTO WS-ERR-KEY
              IF WS-ERR-KEY NOT = WS-ERR-LAST
                 MOVE WS-ERR-KEY TO WS-ERR-LAST
                 MOVE SPACES TO PRT-REC
                 STRING '  ' AUD-PROGRAM ' ' AUD-DATE ' ' AUD-TIME
                        '  ENDED ERR, FIRST FILE ' AUD-DDNAME
                        DELIMITED BY SIZE INTO PRT-REC
                 PERFORM 7900-WRITE-LINE
                 ADD 1 TO WS-CNT-ERR
                 ADD 1 TO WS-CNT-RED
              END-IF
           END-IF

      * The latest ACKCHK verdict of the night stands
           IF AUD-PROGRAM = 'ACKCHK'
              EVALUATE AUD-DDNAME
                  WHEN 'RNKFEED'
                       MOVE AUD-STATUS TO WS-ACK-STATUS
                       MOVE AUD-COUNT  TO WS-ACK-COUNT
                  WHEN 'DLTFEED'
                       MOVE AUD-STATUS TO WS-DLT-STATUS
                       MOVE AUD-COUNT  TO WS-DLT-COUNT
                  WHEN OTHER
                       CONTINUE
              END-EVALUATE
           END-IF
           .
      * ALERTRPT: alert lines carry the severity in column 2
       4000-ALERTS.
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' CONTROL TOTAL ALERTS (CTLMON ALERTRPT)' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-ALERTRPT
           IF FS-ALERTRPT = 35
              MOVE '  ALERTRPT NOT PRODUCED' TO PRT-REC
              PERFORM 7900-WRITE-LINE
              ADD 1 TO WS-CNT-AMBER
           ELSE
              IF FS-ALERTRPT NOT = 0
                 DISPLAY 'ERROR ON OPEN (ALERTRPT)'
                 DISPLAY FS-ALERTRPT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM 4050-SCAN-ALERTS
           END-IF
           .
       4050-SCAN-ALERTS.
           MOVE 0 TO WS-RPT-FLAG
           PERFORM UNTIL EOF-RPT
              READ FD-ALERTRPT
                   AT END SET EOF-RPT TO TRUE
              END-READ
              IF FS-ALERTRPT NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (ALERTRPT)'
                 DISPLAY FS-ALERTRPT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-RPT AND ALR-GAP = SPACE
                 EVALUATE ALR-SEV
                     WHEN 'C'
                          ADD 1 TO WS-CNT-CRIT
                          MOVE ALR-REC TO PRT-REC
                          PERFORM 7900-WRITE-LINE
                     WHEN 'W'
                          ADD 1 TO WS-CNT-WARN
                          MOVE ALR-REC TO PRT-REC
                          PERFORM 7900-WRITE-LINE
                     WHEN OTHER
                          CONTINUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE FD-ALERTRPT

           MOVE SPACES TO PRT-REC
           STRING '  CRITICAL ' WS-CNT-CRIT '  WARNING ' WS-CNT-WARN
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           ADD WS-CNT-CRIT TO WS-CNT-RED
           ADD WS-CNT-WARN TO WS-CNT-AMBER
           .
      * RECONRPT: the closing balance line, plus any equation that
      * printed out of balance
       5000-RECONCILIATION.
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' RECONCILIATION (RECONBAL RECONRPT)' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-RECONRPT
           IF FS-RECONRPT = 35
              MOVE '  RECONRPT NOT PRODUCED' TO PRT-REC
              PERFORM 7900-WRITE-LINE
              ADD 1 TO WS-CNT-AMBER
           ELSE
              IF FS-RECONRPT NOT = 0
                 DISPLAY 'ERROR ON OPEN (RECONRPT)'
                 DISPLAY FS-RECONRPT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM 5050-SCAN-RECON
           END-IF
           .
       5050-SCAN-RECON.
           MOVE 0 TO WS-RPT-FLAG
           PERFORM UNTIL EOF-RPT
              READ FD-RECONRPT
                   AT END SET EOF-RPT TO TRUE
              END-READ
              IF FS-RECONRPT NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (RECONRPT)'
                 DISPLAY FS-RECONRPT
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-RPT
                 PERFORM 5100-CHECK-RECON-LINE
              END-IF
           END-PERFORM
           CLOSE FD-RECONRPT

           EVALUATE TRUE
               WHEN RECON-BALANCED
                    MOVE '  ALL EQUATIONS IN BALANCE' TO PRT-REC
               WHEN RECON-OUT
                    MOVE '  *** RUN IS OUT OF BALANCE ***' TO PRT-REC
                    ADD 1 TO WS-CNT-RED
               WHEN OTHER
                    MOVE '  NO BALANCE LINE ON RECONRPT' TO PRT-REC
                    ADD 1 TO WS-CNT-AMBER
           END-EVALUATE
           PERFORM 7900-WRITE-LINE
           .
       5100-CHECK-RECON-LINE.
           EVALUATE REC-LINE
               WHEN ' ALL EQUATIONS IN BALANCE'
                    SET RECON-BALANCED TO TRUE
               WHEN ' *** RUN IS OUT OF BALANCE ***'
                    SET RECON-OUT TO TRUE
               WHEN OTHER
                    MOVE 0 TO WS-TALLY
                    INSPECT REC-LINE TALLYING WS-TALLY
                            FOR ALL '*** OUT OF BALANCE ***'
                    IF WS-TALLY > 0
                       MOVE REC-LINE TO PRT-REC
                       PERFORM 7900-WRITE-LINE
                       ADD 1 TO WS-CNT-EQ-OUT
                    END-IF
           END-EVALUATE
           .
      * Warehouse acknowledgment, from the ACKCHK audit records
       6000-WAREHOUSE-ACK.
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' WAREHOUSE ACKNOWLEDGMENT (ACKCHK)' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           MOVE WS-ACK-COUNT TO WS-CNT-DISP
           MOVE SPACES TO PRT-REC
           EVALUATE WS-ACK-STATUS
               WHEN 'CONF'
                    STRING '  RNKFEED CONFIRMED, ' WS-CNT-DISP
                           ' RECORDS LOADED'
                           DELIMITED BY SIZE INTO PRT-REC
               WHEN SPACES
                    MOVE '  RNKFEED NOT CHECKED, NO ACKCHK VERDICT'
                         TO PRT-REC
                    ADD 1 TO WS-CNT-AMBER
               WHEN OTHER
                    STRING '  *** RNKFEED ' WS-ACK-STATUS
                           ', SENT ' WS-CNT-DISP ' ***'
                           DELIMITED BY SIZE INTO PRT-REC
                    ADD 1 TO WS-CNT-RED
           END-EVALUATE
           PERFORM 7900-WRITE-LINE

      * A correction delta shows only on the nights one was sent
           IF WS-DLT-STATUS NOT = SPACES
              MOVE WS-DLT-COUNT TO WS-CNT-DISP
              MOVE SPACES TO PRT-REC
              IF WS-DLT-STATUS = 'CONF'
                 STRING '  DLTFEED CONFIRMED, ' WS-CNT-DISP
                        ' RECORDS LOADED'
                        DELIMITED BY SIZE INTO PRT-REC
              ELSE
                 STRING '  *** DLTFEED ' WS-DLT-STATUS
                        ', SENT ' WS-CNT-DISP ' ***'
                        DELIMITED BY SIZE INTO PRT-REC
                 ADD 1 TO WS-CNT-RED
              END-IF
              PERFORM 7900-WRITE-LINE
           END-IF
           .
      * SUSPAGE: one IN SUSPENSE line per record still carried
       6500-SUSPENSE.
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-SUSPAGE
           IF FS-SUSPAGE = 35
              MOVE ' SUSPENSE (RECYCLE SUSPAGE): NOT PRODUCED'
                   TO PRT-REC
              PERFORM 7900-WRITE-LINE
              ADD 1 TO WS-CNT-AMBER
           ELSE
              IF FS-SUSPAGE NOT = 0
                 DISPLAY 'ERROR ON OPEN (SUSPAGE)'
                 DISPLAY FS-SUSPAGE
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM 6550-COUNT-SUSPENSE
           END-IF
           .
       6550-COUNT-SUSPENSE.
           MOVE 0 TO WS-RPT-FLAG
           PERFORM UNTIL EOF-RPT
              READ FD-SUSPAGE
                   AT END SET EOF-RPT TO TRUE
              END-READ
              IF FS-SUSPAGE NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (SUSPAGE)'
                 DISPLAY FS-SUSPAGE
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-RPT
                 MOVE 0 TO WS-TALLY
                 INSPECT SPA-LINE TALLYING WS-TALLY
                         FOR ALL '  IN SUSPENSE '
                 IF WS-TALLY > 0
                    ADD 1 TO WS-CNT-SUSP
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FD-SUSPAGE

           MOVE WS-CNT-SUSP TO WS-CNT-DISP
           MOVE SPACES TO PRT-REC
           STRING ' SUSPENSE (RECYCLE SUSPAGE): ' WS-CNT-DISP
                  ' RECORD(S) STILL IN SUSPENSE'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-CNT-SUSP > 0
              ADD 1 TO WS-CNT-AMBER
           END-IF
           .
      * Verdict: the worst condition on the page, as the last line
       7000-VERDICT.
           ADD WS-CNT-STEP-BAD TO WS-CNT-RED
           ADD WS-CNT-STEP-HLD TO WS-CNT-RED
           ADD WS-CNT-STEP-WRN TO WS-CNT-AMBER

           EVALUATE TRUE
               WHEN WS-CNT-RED > 0
                    MOVE 'RED'   TO WS-VERDICT
                    MOVE 8 TO WS-RETURN-CODE
               WHEN WS-CNT-AMBER > 0
                    MOVE 'AMBER' TO WS-VERDICT
                    MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                    MOVE 'GREEN' TO WS-VERDICT
           END-EVALUATE

           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           STRING ' OVERALL VERDICT: ' WS-VERDICT
                  '   SHIFT LEAD SIGN-OFF: ______________'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-HANDRPT NOT = 0
              DISPLAY 'ERROR WRITING HANDRPT'
              DISPLAY FS-HANDRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' MORNING HANDOFF SUMMARY: RUN OF ' WS-RUN-DATE
           DISPLAY '================================================'
           DISPLAY ' CHAIN STEPS. . . . . : ' WS-CNT-STEPS
           DISPLAY ' STEPS FAILED . . . . : ' WS-CNT-STEP-BAD
           DISPLAY ' STEPS HELD . . . . . : ' WS-CNT-STEP-HLD
           DISPLAY ' STEPS WITH WARNING . : ' WS-CNT-STEP-WRN
           DISPLAY ' ERR STATUSES . . . . : ' WS-CNT-ERR
           DISPLAY ' CRITICAL ALERTS. . . : ' WS-CNT-CRIT
           DISPLAY ' WARNING ALERTS . . . : ' WS-CNT-WARN
           DISPLAY ' EQUATIONS OUT. . . . : ' WS-CNT-EQ-OUT
           DISPLAY ' IN SUSPENSE. . . . . : ' WS-CNT-SUSP
           DISPLAY ' OVERALL VERDICT. . . : ' WS-VERDICT
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
              MOVE 'AUDITLOG'       TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-AUD  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'HANDRPT'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'HANDOFF'        TO AUD-PROGRAM
           MOVE WS-AUD-DATE      TO AUD-DATE
           MOVE WS-AUD-TIME(1:6) TO AUD-TIME
           MOVE WS-AUD-DDNAME    TO AUD-DDNAME
           MOVE WS-AUD-IO        TO AUD-IO
           MOVE WS-AUD-COUNT     TO AUD-COUNT
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-HANDRPT

           PERFORM 9999-TERMINATE
           .
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
