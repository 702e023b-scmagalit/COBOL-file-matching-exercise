      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. CHGBACK.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Month-end chargeback of the name desk's services. NAMEBINQ     *
      * and WATCHNTF post one row per subscriber per run to the        *
      * cumulative USAGELOG, carrying the subscriber's billing         *
      * department from SUBBILL and the requests answered, names not   *
      * found and notifications sent. The period (YYYYMM) is read from *
      * CTLCARD at 1000-INIT and the unit prices from the RATECARD     *
      * deck, one card per unit: REQ per request answered, NFD per     *
      * name not found, NTF per notification sent, each with the       *
      * department expense account to debit and the name desk cost     *
      * centre and recovery account to credit. The period's usage is   *
      * sorted by department, subscriber and night; a WATCHNTF rerun   *
      * on the same night replaces the earlier row for the subscriber, *
      * so a night's notifications are charged once, while every       *
      * NAMEBINQ deck answered is charged. Each subscriber's units are *
      * priced and rounded to the cent, and the department's charge is *
      * the sum of its subscribers'. CHGSTMT prints a statement per    *
      * department, subscriber by subscriber, with the units, rates    *
      * and total, and GLIFACE carries the general ledger entries: a   *
      * debit to the department and a matching credit to the name desk *
      * per unit priced, between a header and a trailer holding the    *
      * entry count and the debit and credit totals. Usage posted with *
      * no billing department prints in its own section, is not sent   *
      * to the ledger, and ends the run RC 4; a period with no usage   *
      * also ends RC 4.                                                *
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
      * RATE CARD DECK
           SELECT FD-RATECARD ASSIGN TO RATECARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RATECARD
                  .
      * INPUT FILE (CUMULATIVE USAGE)
           SELECT FD-USAGELOG ASSIGN TO USAGELOG
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-USAGELOG
                  .
      * OUTPUT FILES
           SELECT FD-CHGSTMT ASSIGN TO CHGSTMT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CHGSTMT
                  .
           SELECT FD-GLIFACE ASSIGN TO GLIFACE
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-GLIFACE
                  .
      * SORT FILE
           SELECT SD-SORTFILE ASSIGN TO SORTFILE
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
       FD  FD-CTLCARD
           RECORD CONTAINS 6 CHARACTERS
           RECORDING MODE F
           .
       01  CTL-REC.
           05  CTL-PERIOD.
               10  CTL-YYYY   PIC 9(4).
               10  CTL-MM     PIC 99.

      * RATE CARD DECK
       FD  FD-RATECARD
           RECORD CONTAINS 53 CHARACTERS
           RECORDING MODE F
           .
       01  RTC-REC.
           05  RTC-UNIT    PIC X(3).
           05  FILLER      PIC X.
           05  RTC-RATE    PIC 9(3)V9(4).
           05  FILLER      PIC X.
           05  RTC-DR-ACCT PIC X(6).
           05  FILLER      PIC X.
           05  RTC-CR-CC   PIC X(6).
           05  FILLER      PIC X.
           05  RTC-CR-ACCT PIC X(6).
           05  FILLER      PIC X.
           05  RTC-DESC    PIC X(20).

      * INPUT FILE
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

      * OUTPUT FILES
       FD  FD-CHGSTMT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * General ledger interface: header, one entry per debit or
      * credit, trailer
       FD  FD-GLIFACE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  GLH-REC.
           05  GLH-TYPE     PIC X.
           05  FILLER       PIC X.
           05  GLH-PERIOD   PIC X(6).
           05  FILLER       PIC X.
           05  GLH-RUN-DATE PIC X(8).
           05  FILLER       PIC X.
           05  GLH-SOURCE   PIC X(8).
           05  FILLER       PIC X(54).
       01  GLD-REC.
           05  GLD-TYPE     PIC X.
           05  FILLER       PIC X.
           05  GLD-PERIOD   PIC X(6).
           05  FILLER       PIC X.
           05  GLD-CC       PIC X(6).
           05  FILLER       PIC X.
           05  GLD-ACCT     PIC X(6).
           05  FILLER       PIC X.
           05  GLD-DRCR     PIC X.
           05  FILLER       PIC X.
           05  GLD-AMOUNT   PIC 9(9)V99.
           05  FILLER       PIC X.
           05  GLD-SOURCE   PIC X(8).
           05  FILLER       PIC X.
           05  GLD-DESC     PIC X(20).
           05  FILLER       PIC X(14).
       01  GLT-REC.
           05  GLT-TYPE     PIC X.
           05  FILLER       PIC X.
           05  GLT-COUNT    PIC 9(7).
           05  FILLER       PIC X.
           05  GLT-DR-TOTAL PIC 9(11)V99.
           05  FILLER       PIC X.
           05  GLT-CR-TOTAL PIC 9(11)V99.
           05  FILLER       PIC X(43).

      * SORT FILE
       SD  SD-SORTFILE
           RECORD CONTAINS 55 CHARACTERS
           .
       01  SRT-REC.
           05  SRT-DEPT     PIC X(6).
           05  SRT-SUBSCR   PIC X(4).
           05  SRT-DATE     PIC X(8).
           05  SRT-SERVICE  PIC X(3).
           05  SRT-TIME     PIC X(6).
           05  SRT-ANSWERED PIC 9(7).
           05  SRT-NOTFND   PIC 9(7).
           05  SRT-NOTIFIED PIC 9(7).
           05  FILLER       PIC X(7).

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
           05  WS-RTC-FLAG PIC 9 VALUE 0.
               88  EOF-RTC       VALUE 1.
           05  WS-USG-FLAG PIC 9 VALUE 0.
               88  EOF-USG       VALUE 1.
           05  WS-SRT-FLAG PIC 9 VALUE 0.
               88  EOF-SRT       VALUE 1.
           05  WS-HELD-SW  PIC X VALUE 'N'.
               88  ROW-HELD      VALUE 'Y'.
           05  WS-DEPT-SW  PIC X VALUE 'N'.
               88  DEPT-OPEN     VALUE 'Y'.
           05  WS-SUB-SW   PIC X VALUE 'N'.
               88  SUB-OPEN      VALUE 'Y'.
      * Unit prices, one entry per unit in a fixed order: 1 REQ
      * request answered, 2 NFD name not found, 3 NTF notification
      * sent
       01  WS-RATES.
           05  WS-RT-TBL OCCURS 3 TIMES.
               10  WS-RT-UNIT    PIC X(3).
               10  WS-RT-RATE    PIC 9(3)V9(4).
               10  WS-RT-DR-ACCT PIC X(6).
               10  WS-RT-CR-CC   PIC X(6).
               10  WS-RT-CR-ACCT PIC X(6).
               10  WS-RT-DESC    PIC X(20).
               10  WS-RT-LOADED  PIC X       VALUE 'N'.
      * The usage row held back in case a rerun on the same night
      * replaces it
       01  WS-HELD.
           05  WS-HLD-DEPT     PIC X(6).
           05  WS-HLD-SUBSCR   PIC X(4).
           05  WS-HLD-DATE     PIC X(8).
           05  WS-HLD-SERVICE  PIC X(3).
           05  WS-HLD-ANSWERED PIC 9(7).
           05  WS-HLD-NOTFND   PIC 9(7).
           05  WS-HLD-NOTIFIED PIC 9(7).
      * Running totals for the open subscriber and department
       01  WS-SUBSCR-TOTALS.
           05  WS-SUB-CODE     PIC X(4)  VALUE SPACES.
           05  WS-SUB-LAST-DAY PIC X(8)  VALUE SPACES.
           05  WS-SUB-NIGHTS   PIC 9(5)  VALUE 0.
           05  WS-SUB-CHARGE   PIC 9(9)V99 VALUE 0.
           05  WS-SUB-UNITS    PIC 9(9)  OCCURS 3 TIMES.
           05  WS-SUB-AMT      PIC 9(9)V99 OCCURS 3 TIMES.
       01  WS-DEPT-TOTALS.
           05  WS-DPT-CODE     PIC X(6)  VALUE SPACES.
           05  WS-DPT-CHARGE   PIC 9(9)V99 VALUE 0.
           05  WS-DPT-UNITS    PIC 9(9)  OCCURS 3 TIMES.
           05  WS-DPT-AMT      PIC 9(9)V99 OCCURS 3 TIMES.
       01  WS-WORK.
           05  WS-UX           PIC 9     VALUE 0.
           05  WS-RUN-DATE     PIC X(8)  VALUE SPACES.
           05  WS-UNITS-DISP   PIC Z(8)9.
           05  WS-NIGHTS-DISP  PIC Z(5)9.
           05  WS-ANS-DISP     PIC Z(8)9.
           05  WS-NFD-DISP     PIC Z(8)9.
           05  WS-NTF-DISP     PIC Z(8)9.
           05  WS-RATE-DISP    PIC ZZ9.9999.
           05  WS-AMT-DISP     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-STATS.
           05  WS-CNT-READ-RTC  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-USG  PIC 9(7) VALUE 0.
           05  WS-CNT-IN-PERIOD PIC 9(7) VALUE 0.
           05  WS-CNT-RERUN     PIC 9(7) VALUE 0.
           05  WS-CNT-DEPTS     PIC 9(5) VALUE 0.
           05  WS-CNT-SUBSCRS   PIC 9(5) VALUE 0.
           05  WS-CNT-UNBILLED  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT   PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-GL    PIC 9(7) VALUE 0.
           05  WS-CNT-GL-ENTRY  PIC 9(7) VALUE 0.
           05  WS-GL-DR-TOTAL   PIC 9(11)V99 VALUE 0.
           05  WS-GL-CR-TOTAL   PIC 9(11)V99 VALUE 0.
           05  WS-UNBILLED-AMT  PIC 9(9)V99 VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
               10 FS-RATECARD PIC 99.
               10 FS-USAGELOG PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-CHGSTMT  PIC 99.
           05  FS-GLIFACE  PIC 99.
           05  FS-AUDITLOG PIC 99.
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
      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1100-LOAD-RATES

           SORT SD-SORTFILE ON ASCENDING KEY SRT-DEPT
                            ON ASCENDING KEY SRT-SUBSCR
                            ON ASCENDING KEY SRT-DATE
                            ON ASCENDING KEY SRT-SERVICE
                            ON ASCENDING KEY SRT-TIME
                INPUT PROCEDURE 2000-SELECT-PERIOD
                OUTPUT PROCEDURE 3000-PRICE-USAGE

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

           IF CTL-PERIOD IS NOT NUMERIC
              OR CTL-MM < 1 OR CTL-MM > 12
              DISPLAY 'INVALID CTLCARD: ' CTL-REC
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT FD-RATECARD FD-USAGELOG
           IF FILE-STATUS NOT = ZEROES
              DISPLAY 'ERROR ON OPEN'
              DISPLAY FILE-STATUS
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           OPEN OUTPUT FD-CHGSTMT FD-GLIFACE
           IF FS-CHGSTMT NOT = 0 OR FS-GLIFACE NOT = 0
              DISPLAY 'ERROR ON OPEN (CHGSTMT/GLIFACE)'
              DISPLAY FS-CHGSTMT ' ' FS-GLIFACE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' NAME DESK CHARGEBACK STATEMENT  PERIOD '
                  CTL-YYYY '-' CTL-MM
                  '  RUN ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE

           MOVE SPACES       TO GLH-REC
           MOVE 'H'          TO GLH-TYPE
           MOVE CTL-PERIOD   TO GLH-PERIOD
           MOVE WS-RUN-DATE  TO GLH-RUN-DATE
           MOVE 'NAMEDESK'   TO GLH-SOURCE
           PERFORM 7950-WRITE-GL
           .
      * Each unit must be priced before anything is charged; a
      * missing, unknown or duplicated card stops the run
       1100-LOAD-RATES.
           MOVE 'REQ' TO WS-RT-UNIT(1)
           MOVE 'NFD' TO WS-RT-UNIT(2)
           MOVE 'NTF' TO WS-RT-UNIT(3)
           PERFORM UNTIL EOF-RTC
              READ FD-RATECARD
                   AT END SET EOF-RTC TO TRUE
              END-READ
              IF FS-RATECARD NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (RATECARD)'
                 DISPLAY FS-RATECARD
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-RTC
                 ADD 1 TO WS-CNT-READ-RTC
                 EVALUATE RTC-UNIT
                     WHEN 'REQ' MOVE 1 TO WS-UX
                     WHEN 'NFD' MOVE 2 TO WS-UX
                     WHEN 'NTF' MOVE 3 TO WS-UX
                     WHEN OTHER MOVE 0 TO WS-UX
                 END-EVALUATE
                 IF WS-UX = 0 OR RTC-RATE IS NOT NUMERIC
                    DISPLAY 'INVALID RATECARD: ' RTC-REC
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 IF WS-RT-LOADED(WS-UX) = 'Y'
                    DISPLAY 'DUPLICATE RATECARD: ' RTC-REC
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 MOVE RTC-RATE    TO WS-RT-RATE(WS-UX)
                 MOVE RTC-DR-ACCT TO WS-RT-DR-ACCT(WS-UX)
                 MOVE RTC-CR-CC   TO WS-RT-CR-CC(WS-UX)
                 MOVE RTC-CR-ACCT TO WS-RT-CR-ACCT(WS-UX)
                 MOVE RTC-DESC    TO WS-RT-DESC(WS-UX)
                 MOVE 'Y'         TO WS-RT-LOADED(WS-UX)
              END-IF
           END-PERFORM

           PERFORM 1110-CHECK-RATE VARYING WS-UX FROM 1 BY 1
              UNTIL WS-UX > 3
           .
       1110-CHECK-RATE.
           IF WS-RT-LOADED(WS-UX) NOT = 'Y'
              DISPLAY 'NO RATECARD FOR UNIT ' WS-RT-UNIT(WS-UX)
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           .
      * Only the period's usage goes to the sort
       2000-SELECT-PERIOD.
           PERFORM UNTIL EOF-USG
              READ FD-USAGELOG
                   AT END SET EOF-USG TO TRUE
              END-READ
              IF FS-USAGELOG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (USAGELOG)'
                 DISPLAY FS-USAGELOG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-USG
                 ADD 1 TO WS-CNT-READ-USG
                 IF USG-DATE(1:6) = CTL-PERIOD
                    ADD 1 TO WS-CNT-IN-PERIOD
                    MOVE SPACES       TO SRT-REC
                    MOVE USG-DEPT     TO SRT-DEPT
                    MOVE USG-SUBSCR   TO SRT-SUBSCR
                    MOVE USG-DATE     TO SRT-DATE
                    MOVE USG-SERVICE  TO SRT-SERVICE
                    MOVE USG-TIME     TO SRT-TIME
                    MOVE USG-ANSWERED TO SRT-ANSWERED
                    MOVE USG-NOTFND   TO SRT-NOTFND
                    MOVE USG-NOTIFIED TO SRT-NOTIFIED
                    RELEASE SRT-REC
                 END-IF
              END-IF
           END-PERFORM
           .
      * Rows come back by department, subscriber and night, with a
      * night's reruns in time order. A notification row for the
      * same subscriber and night as the row held replaces it: the
      * latest WATCHNTF run is the night's notifications.
       3000-PRICE-USAGE.
           PERFORM 3010-READ-SORTFILE
           PERFORM UNTIL EOF-SRT
              IF ROW-HELD
                 AND SRT-SERVICE = 'NTF'
                 AND WS-HLD-SERVICE = 'NTF'
                 AND SRT-DEPT = WS-HLD-DEPT
                 AND SRT-SUBSCR = WS-HLD-SUBSCR
                 AND SRT-DATE = WS-HLD-DATE
                 ADD 1 TO WS-CNT-RERUN
              ELSE
                 IF ROW-HELD
                    PERFORM 3100-APPLY-HELD
                 END-IF
              END-IF
              MOVE SRT-DEPT     TO WS-HLD-DEPT
              MOVE SRT-SUBSCR   TO WS-HLD-SUBSCR
              MOVE SRT-DATE     TO WS-HLD-DATE
              MOVE SRT-SERVICE  TO WS-HLD-SERVICE
              MOVE SRT-ANSWERED TO WS-HLD-ANSWERED
              MOVE SRT-NOTFND   TO WS-HLD-NOTFND
              MOVE SRT-NOTIFIED TO WS-HLD-NOTIFIED
              SET ROW-HELD TO TRUE
              PERFORM 3010-READ-SORTFILE
           END-PERFORM

           IF ROW-HELD
              PERFORM 3100-APPLY-HELD
           END-IF
           IF SUB-OPEN
              PERFORM 3300-END-SUBSCRIBER
           END-IF
           IF DEPT-OPEN
              PERFORM 3500-END-DEPARTMENT
           END-IF
           .
       3010-READ-SORTFILE.
      * RETURN keyword is like READ for SD file (OUTPUT PROCEDURE)
           RETURN SD-SORTFILE
              AT END SET EOF-SRT TO TRUE
           END-RETURN
           .
       3100-APPLY-HELD.
           IF NOT DEPT-OPEN OR WS-HLD-DEPT NOT = WS-DPT-CODE
              IF SUB-OPEN
                 PERFORM 3300-END-SUBSCRIBER
              END-IF
              IF DEPT-OPEN
                 PERFORM 3500-END-DEPARTMENT
              END-IF
              PERFORM 3400-START-DEPARTMENT
              PERFORM 3200-START-SUBSCRIBER
           ELSE
              IF WS-HLD-SUBSCR NOT = WS-SUB-CODE
                 PERFORM 3300-END-SUBSCRIBER
                 PERFORM 3200-START-SUBSCRIBER
              END-IF
           END-IF

           IF WS-HLD-DATE NOT = WS-SUB-LAST-DAY
              ADD 1 TO WS-SUB-NIGHTS
              MOVE WS-HLD-DATE TO WS-SUB-LAST-DAY
           END-IF
           ADD WS-HLD-ANSWERED TO WS-SUB-UNITS(1)
           ADD WS-HLD-NOTFND   TO WS-SUB-UNITS(2)
           ADD WS-HLD-NOTIFIED TO WS-SUB-UNITS(3)
           .
       3200-START-SUBSCRIBER.
           MOVE WS-HLD-SUBSCR TO WS-SUB-CODE
           MOVE SPACES TO WS-SUB-LAST-DAY
           MOVE 0 TO WS-SUB-NIGHTS
           MOVE 0 TO WS-SUB-CHARGE
           PERFORM 3210-CLEAR-SUB-UNIT VARYING WS-UX FROM 1 BY 1
              UNTIL WS-UX > 3
           SET SUB-OPEN TO TRUE
           ADD 1 TO WS-CNT-SUBSCRS
           .
       3210-CLEAR-SUB-UNIT.
           MOVE 0 TO WS-SUB-UNITS(WS-UX)
           MOVE 0 TO WS-SUB-AMT(WS-UX)
           .
      * A subscriber's units are priced and rounded here, so the
      * department's charge is exactly the sum of its lines
       3300-END-SUBSCRIBER.
           PERFORM 3310-PRICE-UNIT VARYING WS-UX FROM 1 BY 1
              UNTIL WS-UX > 3

           MOVE WS-SUB-NIGHTS   TO WS-NIGHTS-DISP
           MOVE WS-SUB-UNITS(1) TO WS-ANS-DISP
           MOVE WS-SUB-UNITS(2) TO WS-NFD-DISP
           MOVE WS-SUB-UNITS(3) TO WS-NTF-DISP
           MOVE WS-SUB-CHARGE   TO WS-AMT-DISP
           MOVE SPACES TO PRT-REC
           STRING '   ' WS-SUB-CODE '  ' WS-NIGHTS-DISP
                  '  ' WS-ANS-DISP '  ' WS-NFD-DISP
                  '  ' WS-NTF-DISP '  ' WS-AMT-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           IF WS-SUB-CODE = SPACES
              MOVE 'NONE' TO PRT-REC(4:4)
           END-IF
           IF WS-DPT-CODE = SPACES
              MOVE '  NOT BILLED' TO PRT-REC(65:12)
           END-IF
           PERFORM 7900-WRITE-LINE
           MOVE 'N' TO WS-SUB-SW
           .
       3310-PRICE-UNIT.
           COMPUTE WS-SUB-AMT(WS-UX) ROUNDED =
                   WS-SUB-UNITS(WS-UX) * WS-RT-RATE(WS-UX)
           ADD WS-SUB-AMT(WS-UX)   TO WS-SUB-CHARGE
           ADD WS-SUB-UNITS(WS-UX) TO WS-DPT-UNITS(WS-UX)
           ADD WS-SUB-AMT(WS-UX)   TO WS-DPT-AMT(WS-UX)
           ADD WS-SUB-AMT(WS-UX)   TO WS-DPT-CHARGE
           .
       3400-START-DEPARTMENT.
           MOVE WS-HLD-DEPT TO WS-DPT-CODE
           MOVE 0 TO WS-DPT-CHARGE
           PERFORM 3410-CLEAR-DPT-UNIT VARYING WS-UX FROM 1 BY 1
              UNTIL WS-UX > 3
           SET DEPT-OPEN TO TRUE

           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-DPT-CODE = SPACES
              MOVE ' USAGE WITH NO BILLING DEPARTMENT - NOT CHARGED'
                TO PRT-REC
           ELSE
              MOVE SPACES TO PRT-REC
              STRING ' DEPARTMENT ' WS-DPT-CODE
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           MOVE '   SUBR  NIGHTS   ANSWERED  NOT FOUND   NOTIFIED'
             TO PRT-REC
           MOVE 'CHARGE' TO PRT-REC(59:6)
           PERFORM 7900-WRITE-LINE
           .
       3410-CLEAR-DPT-UNIT.
           MOVE 0 TO WS-DPT-UNITS(WS-UX)
           MOVE 0 TO WS-DPT-AMT(WS-UX)
           .
      * The department's units at their rates, then its total. A
      * billed department goes to the ledger; usage with no
      * department stays off it and is counted for the RC.
       3500-END-DEPARTMENT.
           PERFORM 3510-PRINT-UNIT VARYING WS-UX FROM 1 BY 1
              UNTIL WS-UX > 3
           MOVE WS-DPT-CHARGE TO WS-AMT-DISP
           MOVE SPACES TO PRT-REC
           IF WS-DPT-CODE = SPACES
              MOVE '     NOT CHARGED' TO PRT-REC
              ADD WS-DPT-CHARGE TO WS-UNBILLED-AMT
              ADD 1 TO WS-CNT-UNBILLED
           ELSE
              MOVE '     DEPARTMENT TOTAL' TO PRT-REC
              ADD 1 TO WS-CNT-DEPTS
              PERFORM 3600-POST-LEDGER VARYING WS-UX FROM 1 BY 1
                 UNTIL WS-UX > 3
           END-IF
           MOVE WS-AMT-DISP TO PRT-REC(51:14)
           PERFORM 7900-WRITE-LINE
           MOVE 'N' TO WS-DEPT-SW
           .
       3510-PRINT-UNIT.
           MOVE WS-DPT-UNITS(WS-UX) TO WS-UNITS-DISP
           MOVE WS-RT-RATE(WS-UX)   TO WS-RATE-DISP
           MOVE WS-DPT-AMT(WS-UX)   TO WS-AMT-DISP
           MOVE SPACES TO PRT-REC
           STRING '     ' WS-RT-DESC(WS-UX) ' ' WS-UNITS-DISP
                  ' AT ' WS-RATE-DISP '   ' WS-AMT-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
      * One debit to the department and one matching credit to the
      * name desk for each unit with a charge
       3600-POST-LEDGER.
           IF WS-DPT-AMT(WS-UX) > 0
              MOVE SPACES               TO GLD-REC
              MOVE 'D'                  TO GLD-TYPE
              MOVE CTL-PERIOD           TO GLD-PERIOD
              MOVE WS-DPT-CODE          TO GLD-CC
              MOVE WS-RT-DR-ACCT(WS-UX) TO GLD-ACCT
              MOVE 'D'                  TO GLD-DRCR
              MOVE WS-DPT-AMT(WS-UX)    TO GLD-AMOUNT
              MOVE 'NAMEDESK'           TO GLD-SOURCE
              MOVE WS-RT-DESC(WS-UX)    TO GLD-DESC
              PERFORM 7950-WRITE-GL
              ADD 1 TO WS-CNT-GL-ENTRY
              ADD WS-DPT-AMT(WS-UX) TO WS-GL-DR-TOTAL

              MOVE WS-RT-CR-CC(WS-UX)   TO GLD-CC
              MOVE WS-RT-CR-ACCT(WS-UX) TO GLD-ACCT
              MOVE 'C'                  TO GLD-DRCR
              PERFORM 7950-WRITE-GL
              ADD 1 TO WS-CNT-GL-ENTRY
              ADD WS-DPT-AMT(WS-UX) TO WS-GL-CR-TOTAL
           END-IF
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-CHGSTMT NOT = 0
              DISPLAY 'ERROR WRITING CHGSTMT'
              DISPLAY FS-CHGSTMT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       7950-WRITE-GL.
           WRITE GLH-REC
           IF FS-GLIFACE NOT = 0
              DISPLAY 'ERROR WRITING GLIFACE'
              DISPLAY FS-GLIFACE
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-GL
           .
       8000-SUMMARY.
           MOVE SPACES       TO GLT-REC
           MOVE 'T'          TO GLT-TYPE
           MOVE WS-CNT-GL-ENTRY TO GLT-COUNT
           MOVE WS-GL-DR-TOTAL  TO GLT-DR-TOTAL
           MOVE WS-GL-CR-TOTAL  TO GLT-CR-TOTAL
           PERFORM 7950-WRITE-GL

           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-CNT-IN-PERIOD = 0
              MOVE ' NO USAGE POSTED FOR THE PERIOD' TO PRT-REC
              PERFORM 7900-WRITE-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           MOVE SPACES TO PRT-REC
           STRING ' DEPARTMENTS CHARGED ' WS-CNT-DEPTS
                  '   LEDGER ENTRIES ' WS-CNT-GL-ENTRY
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE WS-GL-DR-TOTAL TO WS-AMT-DISP
           MOVE ' TOTAL CHARGED TO DEPARTMENTS' TO PRT-REC
           MOVE WS-AMT-DISP TO PRT-REC(51:14)
           PERFORM 7900-WRITE-LINE
           IF WS-CNT-UNBILLED > 0
              MOVE WS-UNBILLED-AMT TO WS-AMT-DISP
              MOVE ' *** USAGE WITH NO DEPARTMENT, NOT CHARGED'
                TO PRT-REC
              MOVE WS-AMT-DISP TO PRT-REC(51:14)
              PERFORM 7900-WRITE-LINE
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           DISPLAY '================================================'
           DISPLAY ' CHARGEBACK SUMMARY: ' CTL-PERIOD
           DISPLAY '================================================'
           DISPLAY ' USAGE ROWS READ. . . : ' WS-CNT-READ-USG
           DISPLAY ' ROWS IN PERIOD . . . : ' WS-CNT-IN-PERIOD
           DISPLAY ' RERUN ROWS REPLACED. : ' WS-CNT-RERUN
           DISPLAY ' SUBSCRIBERS. . . . . : ' WS-CNT-SUBSCRS
           DISPLAY ' DEPARTMENTS CHARGED. : ' WS-CNT-DEPTS
           DISPLAY ' LEDGER ENTRIES . . . : ' WS-CNT-GL-ENTRY
           DISPLAY ' TOTAL CHARGED. . . . : ' WS-GL-DR-TOTAL
           DISPLAY ' NOT CHARGED. . . . . : ' WS-UNBILLED-AMT
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
              MOVE 'RATECARD'       TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-RTC  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'USAGELOG'       TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-USG  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'CHGSTMT'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'GLIFACE'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-GL    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'CHGBACK'        TO AUD-PROGRAM
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
           CLOSE FD-RATECARD FD-USAGELOG FD-CHGSTMT FD-GLIFACE

           PERFORM 9999-TERMINATE
           .
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
      * GOBACK instead of STOP RUN so the step returns control (and
      * its RETURN-CODE) to PIPEDRVR when run under the driver; run
      * stand-alone it ends the run unit just the same
           GOBACK
           .
