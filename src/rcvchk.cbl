      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. RCVCHK.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Delivery receipt control, run ahead of NAMENORM for the        *
      * national BABY20yy files and ahead of STNORM for the SBABY20yy  *
      * state files. The two 2-digit years come from CTLCARD the same  *
      * way NAMENORM is driven; an 'S' in the fifth card column picks  *
      * the state deliveries. Each delivery arrives with a supplier    *
      * control record on its own DD (BCTL20yy, or SBCTL20yy for the   *
      * state files) carrying the file date, the record count and the  *
      * total male and female births. The delivery is read end to end  *
      * and its actual rows and birth totals are balanced against the  *
      * control record. The receipt register RCVREG is then searched   *
      * for earlier acceptances under the same DD name. The second     *
      * card year is the new delivery, so only it is held against      *
      * older acceptances: the same file date or the same count and    *
      * totals as any of them is a duplicate, and that includes last   *
      * month's file put back by mistake. The first card year was the  *
      * second year of the previous pair and is expected to be on the  *
      * register already. A delivery that has to be taken again on     *
      * purpose is let through only by the rerun override in the fifth *
      * card column (R national, T state), and then only when it is    *
      * identical (file date, count and totals) to the latest one      *
      * accepted; a restart of the chain does not need it, since the   *
      * driver skips a completed RCVCHK. Every delivery is posted to   *
      * the register with its outcome:                                 *
      *    OK    accepted                                              *
      *    SHRT  fewer rows than the control record promises           *
      *    LONG  more rows than the control record promises            *
      *    OOB   male or female birth total out of balance             *
      *    DUP   second-year delivery already received and accepted    *
      *    NCTL  no control record delivered with the file             *
      * and the whole register is printed to RCVRPT as the delivery    *
      * history. Each accepted national delivery is also posted to the *
      * YEARREG year lifecycle register as the year received, for both *
      * genders. Any delivery not accepted ends the run with an error  *
      * return code so the driver stops the chain before NAMENORM (or  *
      * STNORM) can read it.                                           *
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
           SELECT FD-BABYY1 ASSIGN TO WS-IN1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-BABYY1
                  .
           SELECT FD-BABYY2 ASSIGN TO WS-IN2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-BABYY2
                  .
           SELECT FD-SBABYY1 ASSIGN TO WS-SIN1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SBABYY1
                  .
           SELECT FD-SBABYY2 ASSIGN TO WS-SIN2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SBABYY2
                  .
      * SUPPLIER DELIVERY CONTROL RECORDS (dynamic, one per delivery)
           SELECT FD-DLVCTL1 ASSIGN TO WS-CTL1-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DLVCTL1
                  .
           SELECT FD-DLVCTL2 ASSIGN TO WS-CTL2-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-DLVCTL2
                  .
      * RECEIPT REGISTER (CUMULATIVE, APPEND)
           SELECT FD-RCVREG ASSIGN TO RCVREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RCVREG
                  .
      * OUTPUT FILE
           SELECT FD-RCVRPT ASSIGN TO RCVRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RCVRPT
                  .
      * YEAR LIFECYCLE REGISTER (CUMULATIVE, APPEND)
           SELECT FD-YEARREG ASSIGN TO YEARREG
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-YEARREG
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
           RECORD CONTAINS 5 CHARACTERS
           RECORDING MODE F
           .
       01  CTL-REC.
           05  CTL-YEAR1  PIC XX.
           05  CTL-YEAR2  PIC XX.
      * 'S' for the SBABY20yy state deliveries, blank for national;
      * 'T' (state) or 'R' (national) lets a delivery identical to
      * the latest accepted one be taken again
           05  CTL-SOURCE PIC X.
               88  CTL-STATE-SOURCE VALUE 'S' 'T'.
               88  CTL-RERUN        VALUE 'R' 'T'.

      * INPUT FILES
       FD  FD-BABYY1
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  BY1-REC PIC X(51).

       FD  FD-BABYY2
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  BY2-REC PIC X(51).

       FD  FD-SBABYY1
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE F
           .
       01  SB1-REC.
           05  SB1-STATE PIC XX.
           05  FILLER    PIC X.
           05  SB1-ROW   PIC X(51).

       FD  FD-SBABYY2
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE F
           .
       01  SB2-REC.
           05  SB2-STATE PIC XX.
           05  FILLER    PIC X.
           05  SB2-ROW   PIC X(51).

      * SUPPLIER DELIVERY CONTROL RECORDS
       FD  FD-DLVCTL1
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE F
           .
       01  DC1-REC.
           05  DC1-FILE-DATE PIC X(8).
           05  FILLER        PIC X.
           05  DC1-REC-CNT   PIC 9(7).
           05  FILLER        PIC X.
           05  DC1-MALE-TOT  PIC 9(9).
           05  FILLER        PIC X.
           05  DC1-FEM-TOT   PIC 9(9).

       FD  FD-DLVCTL2
           RECORD CONTAINS 36 CHARACTERS
           RECORDING MODE F
           .
       01  DC2-REC.
           05  DC2-FILE-DATE PIC X(8).
           05  FILLER        PIC X.
           05  DC2-REC-CNT   PIC 9(7).
           05  FILLER        PIC X.
           05  DC2-MALE-TOT  PIC 9(9).
           05  FILLER        PIC X.
           05  DC2-FEM-TOT   PIC 9(9).

      * RECEIPT REGISTER
       FD  FD-RCVREG
           RECORD CONTAINS 78 CHARACTERS
           RECORDING MODE F
           .
       01  RCV-REC.
           05  RCV-DDNAME    PIC X(12).
           05  FILLER        PIC X.
           05  RCV-FILE-DATE PIC X(8).
           05  FILLER        PIC X.
           05  RCV-REC-CNT   PIC 9(7).
           05  FILLER        PIC X.
           05  RCV-MALE-TOT  PIC 9(9).
           05  FILLER        PIC X.
           05  RCV-FEM-TOT   PIC 9(9).
           05  FILLER        PIC X.
           05  RCV-ACT-CNT   PIC 9(7).
           05  FILLER        PIC X.
           05  RCV-RECV-DATE PIC X(8).
           05  FILLER        PIC X.
           05  RCV-RECV-TIME PIC X(6).
           05  FILLER        PIC X.
           05  RCV-STATUS    PIC X(4).

      * OUTPUT FILE
       FD  FD-RCVRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
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
           05  WS-Y1-FLAG PIC 9 VALUE 0.
               88  EOF-Y1        VALUE 1.
           05  WS-Y2-FLAG PIC 9 VALUE 0.
               88  EOF-Y2        VALUE 1.
           05  WS-REG-FLAG PIC 9 VALUE 0.
               88  EOF-REG       VALUE 1.
           05  WS-STATE-SW PIC X VALUE 'N'.
               88  STATE-DELIVERY VALUE 'Y'.
           05  WS-RERUN-SW PIC X VALUE 'N'.
               88  RERUN-OVERRIDE VALUE 'Y'.
           05  WS-REJECT-SW PIC X VALUE 'N'.
               88  DELIVERY-REJECTED VALUE 'Y'.
      * One delivery row in the national layout, whichever file it
      * was read from
       01  WS-ROW.
           05  WS-ROW-RANK     PIC 9(5).
           05  FILLER          PIC X.
           05  WS-ROW-MALE     PIC X(15).
           05  FILLER          PIC X.
           05  WS-ROW-MALE-CNT PIC 9(6).
           05  FILLER          PIC X.
           05  WS-ROW-FEM      PIC X(15).
           05  FILLER          PIC X.
           05  WS-ROW-FEM-CNT  PIC 9(6).
      * One slot per delivery on the card: what the supplier's
      * control record promises and what the file actually holds
       01  WS-DELIVERIES.
           05  WS-DLV-TBL OCCURS 2 TIMES.
               10  WS-DLV-DDNAME    PIC X(12).
               10  WS-DLV-CTL-SW    PIC X.
               10  WS-DLV-FILE-DATE PIC X(8).
               10  WS-DLV-CTL-CNT   PIC 9(7).
               10  WS-DLV-CTL-MALE  PIC 9(9).
               10  WS-DLV-CTL-FEM   PIC 9(9).
               10  WS-DLV-ACT-CNT   PIC 9(7).
               10  WS-DLV-ACT-MALE  PIC 9(9).
               10  WS-DLV-ACT-FEM   PIC 9(9).
               10  WS-DLV-BAD-CNT   PIC 9(7).
               10  WS-DLV-DUP-SW    PIC X.
               10  WS-DLV-ONFILE-SW PIC X.
               10  WS-DLV-LAST-SW   PIC X.
               10  WS-DLV-LAST-DATE PIC X(8).
               10  WS-DLV-LAST-CNT  PIC 9(7).
               10  WS-DLV-LAST-MALE PIC 9(9).
               10  WS-DLV-LAST-FEM  PIC 9(9).
               10  WS-DLV-STATUS    PIC X(4).
       01  WS-WORK.
           05  WS-DX        PIC 9 VALUE 0.
           05  WS-TODAY     PIC X(8) VALUE SPACES.
           05  WS-TIME-RAW  PIC X(8) VALUE SPACES.
           05  WS-CNT-DISP  PIC Z(6)9.
           05  WS-ACT-DISP  PIC Z(6)9.
           05  WS-MALE-DISP PIC Z(8)9.
           05  WS-FEM-DISP  PIC Z(8)9.
       01  WS-STATS.
           05  WS-CNT-READ-Y1  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-Y2  PIC 9(7) VALUE 0.
           05  WS-CNT-READ-REG PIC 9(7) VALUE 0.
           05  WS-CNT-POSTED   PIC 9(7) VALUE 0.
           05  WS-CNT-ACCEPTED PIC 9(7) VALUE 0.
           05  WS-CNT-REJECTED PIC 9(7) VALUE 0.
           05  WS-CNT-HISTORY  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-IN1-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-IN2-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-SIN1-DDNAME PIC X(20) VALUE SPACES.
           05  WS-SIN2-DDNAME PIC X(20) VALUE SPACES.
           05  WS-CTL1-DDNAME PIC X(20) VALUE SPACES.
           05  WS-CTL2-DDNAME PIC X(20) VALUE SPACES.
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
               10 FS-BABYY1   PIC 99.
               10 FS-BABYY2   PIC 99.
           05  FS-SBABYY1  PIC 99.
           05  FS-SBABYY2  PIC 99.
           05  FS-DLVCTL1  PIC 99.
           05  FS-DLVCTL2  PIC 99.
           05  FS-RCVREG   PIC 99.
           05  FS-RCVRPT   PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-YEARREG  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1200-READ-CONTROL-Y1
           PERFORM 1300-READ-CONTROL-Y2

           PERFORM 2000-TALLY-YR1
           PERFORM 3000-TALLY-YR2
           PERFORM 4000-SEARCH-REGISTER

           PERFORM 5000-JUDGE-DELIVERY VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 2
           PERFORM 6000-POST-REGISTER
           IF NOT STATE-DELIVERY
              PERFORM 6820-POST-RECEIVED
           END-IF
           PERFORM 7000-PRINT-HISTORY

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

           IF CTL-STATE-SOURCE
              SET STATE-DELIVERY TO TRUE
           END-IF
           IF CTL-RERUN
              SET RERUN-OVERRIDE TO TRUE
              DISPLAY 'RERUN OVERRIDE: AN IDENTICAL DELIVERY IS TAKEN'
           END-IF

           IF STATE-DELIVERY
              STRING 'SBABY20' DELIMITED BY SIZE
                     CTL-YEAR1 DELIMITED BY SIZE
                     INTO WS-SIN1-DDNAME
              STRING 'SBABY20' DELIMITED BY SIZE
                     CTL-YEAR2 DELIMITED BY SIZE
                     INTO WS-SIN2-DDNAME
              STRING 'SBCTL20' DELIMITED BY SIZE
                     CTL-YEAR1 DELIMITED BY SIZE
                     INTO WS-CTL1-DDNAME
              STRING 'SBCTL20' DELIMITED BY SIZE
                     CTL-YEAR2 DELIMITED BY SIZE
                     INTO WS-CTL2-DDNAME
              MOVE WS-SIN1-DDNAME(1:12) TO WS-DLV-DDNAME(1)
              MOVE WS-SIN2-DDNAME(1:12) TO WS-DLV-DDNAME(2)

              OPEN INPUT FD-SBABYY1 FD-SBABYY2
              IF FS-SBABYY1 NOT = 0 OR FS-SBABYY2 NOT = 0
                 DISPLAY 'ERROR ON OPEN'
                 DISPLAY FS-SBABYY1
                 DISPLAY FS-SBABYY2
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           ELSE
              STRING 'BABY20' DELIMITED BY SIZE
                     CTL-YEAR1 DELIMITED BY SIZE
                     INTO WS-IN1-DDNAME
              STRING 'BABY20' DELIMITED BY SIZE
                     CTL-YEAR2 DELIMITED BY SIZE
                     INTO WS-IN2-DDNAME
              STRING 'BCTL20' DELIMITED BY SIZE
                     CTL-YEAR1 DELIMITED BY SIZE
                     INTO WS-CTL1-DDNAME
              STRING 'BCTL20' DELIMITED BY SIZE
                     CTL-YEAR2 DELIMITED BY SIZE
                     INTO WS-CTL2-DDNAME
              MOVE WS-IN1-DDNAME(1:12) TO WS-DLV-DDNAME(1)
              MOVE WS-IN2-DDNAME(1:12) TO WS-DLV-DDNAME(2)

              OPEN INPUT FD-BABYY1 FD-BABYY2
              IF FILE-STATUS NOT = ZEROES
                 DISPLAY 'ERROR ON OPEN'
                 DISPLAY FILE-STATUS
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           OPEN OUTPUT FD-RCVRPT
           IF FS-RCVRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (RCVRPT)'
              DISPLAY FS-RCVRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM 1100-CLEAR-DELIVERY VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 2
           .
       1100-CLEAR-DELIVERY.
           MOVE 'N'    TO WS-DLV-CTL-SW(WS-DX)
           MOVE SPACES TO WS-DLV-FILE-DATE(WS-DX)
           MOVE 0      TO WS-DLV-CTL-CNT(WS-DX)
           MOVE 0      TO WS-DLV-CTL-MALE(WS-DX)
           MOVE 0      TO WS-DLV-CTL-FEM(WS-DX)
           MOVE 0      TO WS-DLV-ACT-CNT(WS-DX)
           MOVE 0      TO WS-DLV-ACT-MALE(WS-DX)
           MOVE 0      TO WS-DLV-ACT-FEM(WS-DX)
           MOVE 0      TO WS-DLV-BAD-CNT(WS-DX)
           MOVE 'N'    TO WS-DLV-DUP-SW(WS-DX)
           MOVE 'N'    TO WS-DLV-ONFILE-SW(WS-DX)
           MOVE 'N'    TO WS-DLV-LAST-SW(WS-DX)
           MOVE SPACES TO WS-DLV-LAST-DATE(WS-DX)
           MOVE 0      TO WS-DLV-LAST-CNT(WS-DX)
           MOVE 0      TO WS-DLV-LAST-MALE(WS-DX)
           MOVE 0      TO WS-DLV-LAST-FEM(WS-DX)
           MOVE SPACES TO WS-DLV-STATUS(WS-DX)
           .
      * A delivery with no control record (status 35, or an empty
      * control file) cannot be balanced; it is posted as NCTL
      * rather than ending the run, so it still shows on the history
       1200-READ-CONTROL-Y1.
           OPEN INPUT FD-DLVCTL1
           IF FS-DLVCTL1 = 35
              DISPLAY 'NO CONTROL RECORD DELIVERED: ' WS-CTL1-DDNAME
           ELSE
              IF FS-DLVCTL1 NOT = 0
                 DISPLAY 'ERROR ON OPEN (' WS-CTL1-DDNAME ')'
                 DISPLAY FS-DLVCTL1
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              READ FD-DLVCTL1
              IF FS-DLVCTL1 = 0
                 IF DC1-REC-CNT IS NUMERIC
                    AND DC1-MALE-TOT IS NUMERIC
                    AND DC1-FEM-TOT IS NUMERIC
                    MOVE 'Y'           TO WS-DLV-CTL-SW(1)
                    MOVE DC1-FILE-DATE TO WS-DLV-FILE-DATE(1)
                    MOVE DC1-REC-CNT   TO WS-DLV-CTL-CNT(1)
                    MOVE DC1-MALE-TOT  TO WS-DLV-CTL-MALE(1)
                    MOVE DC1-FEM-TOT   TO WS-DLV-CTL-FEM(1)
                 ELSE
                    DISPLAY 'CONTROL RECORD NOT NUMERIC: ' DC1-REC
                 END-IF
              ELSE
                 DISPLAY 'NO CONTROL RECORD DELIVERED: '
                         WS-CTL1-DDNAME
              END-IF
              CLOSE FD-DLVCTL1
           END-IF
           .
       1300-READ-CONTROL-Y2.
           OPEN INPUT FD-DLVCTL2
           IF FS-DLVCTL2 = 35
              DISPLAY 'NO CONTROL RECORD DELIVERED: ' WS-CTL2-DDNAME
           ELSE
              IF FS-DLVCTL2 NOT = 0
                 DISPLAY 'ERROR ON OPEN (' WS-CTL2-DDNAME ')'
                 DISPLAY FS-DLVCTL2
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              READ FD-DLVCTL2
              IF FS-DLVCTL2 = 0
                 IF DC2-REC-CNT IS NUMERIC
                    AND DC2-MALE-TOT IS NUMERIC
                    AND DC2-FEM-TOT IS NUMERIC
                    MOVE 'Y'           TO WS-DLV-CTL-SW(2)
                    MOVE DC2-FILE-DATE TO WS-DLV-FILE-DATE(2)
                    MOVE DC2-REC-CNT   TO WS-DLV-CTL-CNT(2)
                    MOVE DC2-MALE-TOT  TO WS-DLV-CTL-MALE(2)
                    MOVE DC2-FEM-TOT   TO WS-DLV-CTL-FEM(2)
                 ELSE
                    DISPLAY 'CONTROL RECORD NOT NUMERIC: ' DC2-REC
                 END-IF
              ELSE
                 DISPLAY 'NO CONTROL RECORD DELIVERED: '
                         WS-CTL2-DDNAME
              END-IF
              CLOSE FD-DLVCTL2
           END-IF
           .
       2000-TALLY-YR1.
           MOVE 1 TO WS-DX
           PERFORM 2100-READ-Y1
           PERFORM UNTIL EOF-Y1
              PERFORM 5900-TALLY-ROW
              PERFORM 2100-READ-Y1
           END-PERFORM
           .
       2100-READ-Y1.
           IF STATE-DELIVERY
              READ FD-SBABYY1
                   AT END SET EOF-Y1 TO TRUE
              END-READ
              IF FS-SBABYY1 NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-SIN1-DDNAME ')'
                 DISPLAY FS-SBABYY1
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-Y1
                 MOVE SB1-ROW TO WS-ROW
              END-IF
           ELSE
              READ FD-BABYY1
                   AT END SET EOF-Y1 TO TRUE
              END-READ
              IF FS-BABYY1 NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-IN1-DDNAME ')'
                 DISPLAY FS-BABYY1
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-Y1
                 MOVE BY1-REC TO WS-ROW
              END-IF
           END-IF

           IF NOT EOF-Y1
              ADD 1 TO WS-CNT-READ-Y1
           END-IF
           .
       3000-TALLY-YR2.
           MOVE 2 TO WS-DX
           PERFORM 3100-READ-Y2
           PERFORM UNTIL EOF-Y2
              PERFORM 5900-TALLY-ROW
              PERFORM 3100-READ-Y2
           END-PERFORM
           .
       3100-READ-Y2.
           IF STATE-DELIVERY
              READ FD-SBABYY2
                   AT END SET EOF-Y2 TO TRUE
              END-READ
              IF FS-SBABYY2 NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-SIN2-DDNAME ')'
                 DISPLAY FS-SBABYY2
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-Y2
                 MOVE SB2-ROW TO WS-ROW
              END-IF
           ELSE
              READ FD-BABYY2
                   AT END SET EOF-Y2 TO TRUE
              END-READ
              IF FS-BABYY2 NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-IN2-DDNAME ')'
                 DISPLAY FS-BABYY2
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-Y2
                 MOVE BY2-REC TO WS-ROW
              END-IF
           END-IF

           IF NOT EOF-Y2
              ADD 1 TO WS-CNT-READ-Y2
           END-IF
           .
      * The register is read oldest first, so the last acceptance
      * kept for each DD name is the latest one. For the second card
      * year, a prior acceptance of the same file is a duplicate
      * whether the supplier re-stamped it or not: the same file
      * date, or the same count and birth totals
       4000-SEARCH-REGISTER.
           OPEN INPUT FD-RCVREG
           IF FS-RCVREG = 35
              DISPLAY 'NO PRIOR RCVREG, FIRST DELIVERY ON RECORD'
              SET EOF-REG TO TRUE
           ELSE
              IF FS-RCVREG NOT = 0
                 DISPLAY 'ERROR ON OPEN (RCVREG)'
                 DISPLAY FS-RCVREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
           END-IF

           PERFORM UNTIL EOF-REG
              READ FD-RCVREG
                   AT END SET EOF-REG TO TRUE
              END-READ
              IF FS-RCVREG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (RCVREG)'
                 DISPLAY FS-RCVREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-REG
                 ADD 1 TO WS-CNT-READ-REG
                 IF RCV-STATUS = 'OK  '
                    PERFORM 4100-MATCH-DELIVERY VARYING WS-DX
                       FROM 1 BY 1 UNTIL WS-DX > 2
                 END-IF
              END-IF
           END-PERFORM
           IF FS-RCVREG NOT = 35
              CLOSE FD-RCVREG
           END-IF
           .
       4100-MATCH-DELIVERY.
           IF WS-DLV-CTL-SW(WS-DX) = 'Y'
              AND RCV-DDNAME = WS-DLV-DDNAME(WS-DX)
              IF WS-DX = 2
                 AND (RCV-FILE-DATE = WS-DLV-FILE-DATE(WS-DX)
                 OR (RCV-REC-CNT  = WS-DLV-CTL-CNT(WS-DX)
                 AND RCV-MALE-TOT = WS-DLV-CTL-MALE(WS-DX)
                 AND RCV-FEM-TOT  = WS-DLV-CTL-FEM(WS-DX)))
                 MOVE 'Y' TO WS-DLV-DUP-SW(WS-DX)
              END-IF
              MOVE 'Y'           TO WS-DLV-LAST-SW(WS-DX)
              MOVE RCV-FILE-DATE TO WS-DLV-LAST-DATE(WS-DX)
              MOVE RCV-REC-CNT   TO WS-DLV-LAST-CNT(WS-DX)
              MOVE RCV-MALE-TOT  TO WS-DLV-LAST-MALE(WS-DX)
              MOVE RCV-FEM-TOT   TO WS-DLV-LAST-FEM(WS-DX)
           END-IF
           .
      * The first failing test decides the outcome posted; a short
      * file is the most urgent to report, a duplicate the least.
      * Under the rerun override a balanced second-year delivery
      * identical to the latest acceptance is the same file taken
      * again on purpose, not a duplicate
       5000-JUDGE-DELIVERY.
           IF RERUN-OVERRIDE AND WS-DX = 2
              AND WS-DLV-LAST-SW(WS-DX) = 'Y'
              AND WS-DLV-LAST-DATE(WS-DX) = WS-DLV-FILE-DATE(WS-DX)
              AND WS-DLV-LAST-CNT(WS-DX)  = WS-DLV-CTL-CNT(WS-DX)
              AND WS-DLV-LAST-MALE(WS-DX) = WS-DLV-CTL-MALE(WS-DX)
              AND WS-DLV-LAST-FEM(WS-DX)  = WS-DLV-CTL-FEM(WS-DX)
              MOVE 'Y' TO WS-DLV-ONFILE-SW(WS-DX)
           END-IF

           EVALUATE TRUE
               WHEN WS-DLV-CTL-SW(WS-DX) NOT = 'Y'
                    MOVE 'NCTL' TO WS-DLV-STATUS(WS-DX)
               WHEN WS-DLV-ACT-CNT(WS-DX) < WS-DLV-CTL-CNT(WS-DX)
                    MOVE 'SHRT' TO WS-DLV-STATUS(WS-DX)
               WHEN WS-DLV-ACT-CNT(WS-DX) > WS-DLV-CTL-CNT(WS-DX)
                    MOVE 'LONG' TO WS-DLV-STATUS(WS-DX)
               WHEN WS-DLV-ACT-MALE(WS-DX) NOT =
                    WS-DLV-CTL-MALE(WS-DX)
                    MOVE 'OOB ' TO WS-DLV-STATUS(WS-DX)
               WHEN WS-DLV-ACT-FEM(WS-DX) NOT =
                    WS-DLV-CTL-FEM(WS-DX)
                    MOVE 'OOB ' TO WS-DLV-STATUS(WS-DX)
               WHEN WS-DLV-DUP-SW(WS-DX) = 'Y'
                    AND WS-DLV-ONFILE-SW(WS-DX) NOT = 'Y'
                    MOVE 'DUP ' TO WS-DLV-STATUS(WS-DX)
               WHEN OTHER
                    MOVE 'OK  ' TO WS-DLV-STATUS(WS-DX)
           END-EVALUATE

           IF WS-DLV-STATUS(WS-DX) = 'OK  '
              ADD 1 TO WS-CNT-ACCEPTED
              IF WS-DLV-ONFILE-SW(WS-DX) = 'Y'
                 DISPLAY 'DELIVERY TAKEN AGAIN UNDER OVERRIDE: '
                         WS-DLV-DDNAME(WS-DX)
              END-IF
           ELSE
              ADD 1 TO WS-CNT-REJECTED
              SET DELIVERY-REJECTED TO TRUE
              DISPLAY 'DELIVERY REJECTED: ' WS-DLV-DDNAME(WS-DX)
                      ' STATUS ' WS-DLV-STATUS(WS-DX)
           END-IF
           .
      * Rows whose counts are not numeric cannot be added in; they
      * are counted apart so the balance shows them missing
       5900-TALLY-ROW.
           ADD 1 TO WS-DLV-ACT-CNT(WS-DX)
           IF WS-ROW-MALE-CNT IS NUMERIC
              AND WS-ROW-FEM-CNT IS NUMERIC
              ADD WS-ROW-MALE-CNT TO WS-DLV-ACT-MALE(WS-DX)
              ADD WS-ROW-FEM-CNT  TO WS-DLV-ACT-FEM(WS-DX)
           ELSE
              ADD 1 TO WS-DLV-BAD-CNT(WS-DX)
           END-IF
           .
      * Every delivery is posted, accepted or not, so the register
      * is the complete receipt history
       6000-POST-REGISTER.
           OPEN EXTEND FD-RCVREG
      * A brand new register (status 35) is created in place
           IF FS-RCVREG = 35
              OPEN OUTPUT FD-RCVREG
           END-IF
           IF FS-RCVREG NOT = 0
              DISPLAY 'ERROR ON OPEN (RCVREG)'
              DISPLAY FS-RCVREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM 6100-POST-ONE VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 2
           CLOSE FD-RCVREG
           .
       6100-POST-ONE.
           MOVE SPACES                  TO RCV-REC
           MOVE WS-DLV-DDNAME(WS-DX)    TO RCV-DDNAME
           MOVE WS-DLV-FILE-DATE(WS-DX) TO RCV-FILE-DATE
           MOVE WS-DLV-CTL-CNT(WS-DX)   TO RCV-REC-CNT
           MOVE WS-DLV-CTL-MALE(WS-DX)  TO RCV-MALE-TOT
           MOVE WS-DLV-CTL-FEM(WS-DX)   TO RCV-FEM-TOT
           MOVE WS-DLV-ACT-CNT(WS-DX)   TO RCV-ACT-CNT
           MOVE WS-TODAY                TO RCV-RECV-DATE
           MOVE WS-TIME-RAW(1:6)        TO RCV-RECV-TIME
           MOVE WS-DLV-STATUS(WS-DX)    TO RCV-STATUS
           WRITE RCV-REC
           IF FS-RCVREG NOT = 0
              DISPLAY 'ERROR WRITING RCVREG'
              DISPLAY FS-RCVREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-POSTED
           .
      * Each stage reached goes on the cumulative YEARREG lifecycle
      * register, opened for append and created on first use
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
           MOVE 'RCVCHK'         TO YRG-PROGRAM
           WRITE YRG-REC
           IF FS-YEARREG NOT = 0
              DISPLAY 'ERROR WRITING YEARREG'
              DISPLAY FS-YEARREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-YRG
           .
      * An accepted national delivery is the year received for both
      * genders; the state deliveries are not on the register
       6820-POST-RECEIVED.
           PERFORM 6800-OPEN-YEARREG
           MOVE 1 TO WS-YRG-STAGE
           PERFORM 6830-POST-DELIVERY VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 2
           CLOSE FD-YEARREG
           .
       6830-POST-DELIVERY.
           IF WS-DLV-STATUS(WS-DX) = 'OK  '
              IF WS-DX = 1
                 MOVE CTL-YEAR1 TO WS-YRG-YEAR
              ELSE
                 MOVE CTL-YEAR2 TO WS-YRG-YEAR
              END-IF
              MOVE 'M' TO WS-YRG-GENDER
              PERFORM 6810-POST-YEARREG
              MOVE 'F' TO WS-YRG-GENDER
              PERFORM 6810-POST-YEARREG
           END-IF
           .
      * The register, tonight's postings included, prints oldest
      * first as the delivery history
       7000-PRINT-HISTORY.
           MOVE ' BUREAU DELIVERY RECEIPT HISTORY' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' DELIVERY     FILE DT  RECEIVED CTL CNT' TO PRT-REC
           MOVE 'ACT CNT  MALE TOT   FEM TOT STAT' TO PRT-REC(42:32)
           PERFORM 7900-WRITE-LINE

           OPEN INPUT FD-RCVREG
           IF FS-RCVREG NOT = 0
              DISPLAY 'ERROR ON OPEN (RCVREG)'
              DISPLAY FS-RCVREG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE 0 TO WS-REG-FLAG
           PERFORM UNTIL EOF-REG
              READ FD-RCVREG
                   AT END SET EOF-REG TO TRUE
              END-READ
              IF FS-RCVREG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (RCVREG)'
                 DISPLAY FS-RCVREG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-REG
                 PERFORM 7100-PRINT-RECEIPT
              END-IF
           END-PERFORM
           CLOSE FD-RCVREG

           MOVE '------------------------------------------' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           PERFORM 7200-PRINT-ONFILE VARYING WS-DX FROM 1 BY 1
              UNTIL WS-DX > 2
           MOVE SPACES TO PRT-REC
           IF DELIVERY-REJECTED
              MOVE ' *** DELIVERY REJECTED, CHAIN MUST NOT RUN ***'
                   TO PRT-REC
           ELSE
              MOVE ' TONIGHT''S DELIVERIES ACCEPTED' TO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           .
       7100-PRINT-RECEIPT.
           ADD 1 TO WS-CNT-HISTORY
           MOVE RCV-REC-CNT  TO WS-CNT-DISP
           MOVE RCV-ACT-CNT  TO WS-ACT-DISP
           MOVE RCV-MALE-TOT TO WS-MALE-DISP
           MOVE RCV-FEM-TOT  TO WS-FEM-DISP
           MOVE SPACES TO PRT-REC
           STRING ' ' RCV-DDNAME ' ' RCV-FILE-DATE ' '
                  RCV-RECV-DATE ' ' WS-CNT-DISP '  ' WS-ACT-DISP
                  ' ' WS-MALE-DISP ' ' WS-FEM-DISP ' ' RCV-STATUS
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       7200-PRINT-ONFILE.
           IF WS-DLV-ONFILE-SW(WS-DX) = 'Y'
              AND WS-DLV-STATUS(WS-DX) = 'OK  '
              MOVE SPACES TO PRT-REC
              STRING ' ' WS-DLV-DDNAME(WS-DX)
                     ' ALREADY ON FILE, TAKEN AGAIN UNDER OVERRIDE'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-RCVRPT NOT = 0
              DISPLAY 'ERROR WRITING RCVRPT'
              DISPLAY FS-RCVRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' DELIVERY RECEIPT SUMMARY: 20' CTL-YEAR1
                   ' / 20' CTL-YEAR2
           DISPLAY '================================================'
           DISPLAY ' ' WS-DLV-DDNAME(1) ' ROWS . : '
                   WS-DLV-ACT-CNT(1) ' ' WS-DLV-STATUS(1)
           DISPLAY ' ' WS-DLV-DDNAME(2) ' ROWS . : '
                   WS-DLV-ACT-CNT(2) ' ' WS-DLV-STATUS(2)
           DISPLAY ' DELIVERIES ACCEPTED. : ' WS-CNT-ACCEPTED
           DISPLAY ' DELIVERIES REJECTED. : ' WS-CNT-REJECTED
           DISPLAY ' REGISTER ENTRIES . . : ' WS-CNT-HISTORY
           DISPLAY '================================================'

      * A rejected delivery must stop the driver before the
      * normalization step reads it
           IF DELIVERY-REJECTED
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           .
       9000-CLEANUP.
      * The audit trail shows whether the delivery was taken, not
      * just whether this program survived
           IF DELIVERY-REJECTED
              MOVE 'REJ ' TO WS-AUD-STATUS
           ELSE
              MOVE 'OK  ' TO WS-AUD-STATUS
           END-IF
           IF STATE-DELIVERY
              CLOSE FD-SBABYY1 FD-SBABYY2 FD-RCVRPT
           ELSE
              CLOSE FD-BABYY1 FD-BABYY2 FD-RCVRPT
           END-IF

           PERFORM 9999-TERMINATE
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
              MOVE WS-DLV-DDNAME(1) TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-Y1   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-DLV-DDNAME(2) TO WS-AUD-DDNAME
              MOVE 'I'              TO WS-AUD-IO
              MOVE WS-CNT-READ-Y2   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'RCVREG'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-POSTED    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'RCVRPT'         TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT   TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'YEARREG'        TO WS-AUD-DDNAME
              MOVE 'O'              TO WS-AUD-IO
              MOVE WS-CNT-YRG       TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'RCVCHK'         TO AUD-PROGRAM
           MOVE WS-AUD-DATE      TO AUD-DATE
           MOVE WS-AUD-TIME(1:6) TO AUD-TIME
           MOVE WS-AUD-DDNAME    TO AUD-DDNAME
           MOVE WS-AUD-IO        TO AUD-IO
           MOVE WS-AUD-COUNT     TO AUD-COUNT
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
      * GOBACK instead of STOP RUN so the step returns control (and
      * its RETURN-CODE) to PIPEDRVR when run under the driver; run
      * stand-alone it ends the run unit just the same
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
