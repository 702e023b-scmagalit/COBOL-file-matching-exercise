      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. RELPACK.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Annual public release pack. The yearly announcement used to    *
      * be put together by hand from COMBRPT, the TOPMOVER display,    *
      * the YEARRANK change files and COMBCHNG; this step builds the   *
      * official tables in one run from the same files. The two        *
      * 2-digit years come from CTLCARD, the same card COMBCHNG        *
      * reads, and build the DD names at runtime: RNKyyyyM/RNKyyyyF    *
      * and DRPyyyyM/DRPyyyyF from YEARRANK, CCHyyyy from COMBCHNG.    *
      * The pack prints on RELRPT: the top 10 names per gender and     *
      * combined with last year's place, the biggest climbers into     *
      * the top 100 (ranked outside it last year), the highest-ranked  *
      * debuts (NEW on the change file), and every name leaving the    *
      * top 100, whether it fell below 100 or off the list. Each       *
      * table is kept in rank order as the files are read, so no sort  *
      * is needed. The EMBCARD release embargo card for the year       *
      * prints at the head of the pack as the date and time the pack   *
      * may be published; with no embargo card for the year the pack   *
      * is still printed, marked as having no embargo set, and the run *
      * ends with a warning return code. RNKEXTR and WATCHNTF read the *
      * same card and hold their output until it passes.               *
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
      * RELEASE EMBARGO CARD (OPTIONAL)
           SELECT FD-EMBCARD ASSIGN TO EMBCARD
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-EMBCARD
                  .
      * INPUT FILES (dynamic - built from the control card years)
           SELECT FD-RNKCHG ASSIGN TO WS-CHG-DDNAME
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-RNKCHG
                  .
           SELECT FD-RNKDRP ASSIGN TO WS-DRP-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RNKDRP
                  .
           SELECT FD-CCHNG ASSIGN TO WS-CCH-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-CCHNG
                  .
      * OUTPUT FILE
           SELECT FD-RELRPT ASSIGN TO RELRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RELRPT
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
           05  FILLER     PIC X.

      * RELEASE EMBARGO CARD
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

      * INPUT FILES (YEARRANK change and dropped shapes)
       FD  FD-RNKCHG
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE F
           .
       01  RCH-REC.
           05  RCH-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  RCH-NAME     PIC X(15).
           05  FILLER       PIC X.
           05  RCH-CHNG     PIC X(6).
           05  FILLER       PIC X.
           05  RCH-CNT      PIC 9(6).
           05  FILLER       PIC X.
           05  RCH-CNT-CHNG PIC +9(6).
           05  FILLER       PIC X.
           05  RCH-SHR-CHNG PIC +99.9999.

       FD  FD-RNKDRP
           RECORD CONTAINS 28 CHARACTERS
           RECORDING MODE F
           .
       01  DRP-REC.
           05  DRP-RANK PIC 9(5).
           05  FILLER   PIC X.
           05  DRP-NAME PIC X(15).
           05  FILLER   PIC X.
           05  DRP-CNT  PIC 9(6).

      * INPUT FILE (COMBCHNG combined change shape)
       FD  FD-CCHNG
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           .
       01  CCH-REC.
           05  CCH-RANK     PIC 9(5).
           05  FILLER       PIC X.
           05  CCH-NAME     PIC X(15).
           05  FILLER       PIC X.
           05  CCH-GENDER   PIC X.
           05  FILLER       PIC X.
           05  CCH-CHNG     PIC X(6).
           05  FILLER       PIC X.
           05  CCH-CNT      PIC 9(7).
           05  FILLER       PIC X.
           05  CCH-CNT-CHNG PIC +9(7).
           05  FILLER       PIC X.
           05  CCH-GFLAG    PIC X(3).

      * OUTPUT FILE
       FD  FD-RELRPT
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
           05  WS-CHG-FLAG PIC 9 VALUE 0.
               88  EOF-CHG       VALUE 1.
           05  WS-DRP-FLAG PIC 9 VALUE 0.
               88  EOF-DRP       VALUE 1.
           05  WS-CCH-FLAG PIC 9 VALUE 0.
               88  EOF-CCH       VALUE 1.
           05  WS-EMB-SW   PIC X VALUE 'N'.
               88  EMBARGO-SET   VALUE 'Y'.
           05  WS-RUN-DATE PIC X(8) VALUE SPACES.
      * The pack's fixed sizes: ten names to a table, and the top
      * 100 as the line for climbers and leavers
           05  WS-TOP-N    PIC 99    VALUE 10.
           05  WS-CUTOFF   PIC 9(5)  VALUE 100.
      * The nine tables of the pack, each kept in key order as the
      * files are read: 1/2 top names M/F (key rank), 3 top names
      * combined (key rank), 4/5 climbers M/F (key places gained,
      * most first, then rank), 6/7 debuts M/F (key rank), 8/9
      * leavers M/F (key last year's rank). A prior rank of zero
      * means the name was not ranked last year; a rank of zero on
      * a leaver means it is off this year's list altogether.
       01  WS-LISTS.
           05  WS-LST OCCURS 9 TIMES.
               10  WS-LST-CNT  PIC 999.
               10  WS-LST-CAP  PIC 999.
               10  WS-LST-ENT OCCURS 100 TIMES.
                   15  WS-LE-KEY    PIC 9(10).
                   15  WS-LE-NAME   PIC X(15).
                   15  WS-LE-GENDER PIC X.
                   15  WS-LE-RANK   PIC 9(5).
                   15  WS-LE-PRIOR  PIC 9(5).
                   15  WS-LE-COUNT  PIC 9(7).
                   15  WS-LE-CHNG   PIC X(6).
      * The entry being offered to a table
       01  WS-NEW-ENTRY.
           05  WS-NE-KEY    PIC 9(10) VALUE 0.
           05  WS-NE-NAME   PIC X(15) VALUE SPACES.
           05  WS-NE-GENDER PIC X     VALUE SPACE.
           05  WS-NE-RANK   PIC 9(5)  VALUE 0.
           05  WS-NE-PRIOR  PIC 9(5)  VALUE 0.
           05  WS-NE-COUNT  PIC 9(7)  VALUE 0.
           05  WS-NE-CHNG   PIC X(6)  VALUE SPACES.
       01  WS-WORK.
           05  WS-GX       PIC 9     VALUE 0.
           05  WS-LX       PIC 99    VALUE 0.
           05  WS-IDX      PIC 999   VALUE 0.
           05  WS-JDX      PIC 999   VALUE 0.
           05  WS-PX       PIC 999   VALUE 0.
           05  WS-GENDERS  PIC XX    VALUE 'MF'.
           05  WS-GEN-WORD PIC X(6)  VALUE SPACES.
           05  WS-SIGN     PIC X     VALUE SPACE.
           05  WS-DIGITS   PIC 9(5)  VALUE 0.
           05  WS-MOVE     PIC S9(5) VALUE 0.
           05  WS-PRIOR    PIC S9(6) VALUE 0.
           05  WS-GAIN     PIC 9(5)  VALUE 0.
           05  WS-RANK-DISP  PIC Z(4)9.
           05  WS-PRIOR-DISP PIC X(8) VALUE SPACES.
           05  WS-PRIOR-EDIT PIC Z(4)9.
           05  WS-COUNT-DISP PIC Z(6)9.
           05  WS-GAIN-DISP  PIC Z(4)9.
           05  WS-EMB-DISP   PIC X(16) VALUE SPACES.
       01  WS-STATS.
           05  WS-CNT-READ-CHG PIC 9(7) OCCURS 2 TIMES
                                       VALUE 0.
           05  WS-CNT-READ-DRP PIC 9(7) OCCURS 2 TIMES
                                       VALUE 0.
           05  WS-CNT-READ-CCH PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT  PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-CHG-DDNAME PIC X(20) VALUE SPACES.
           05  WS-DRP-DDNAME PIC X(20) VALUE SPACES.
           05  WS-CCH-DDNAME PIC X(20) VALUE SPACES.
           05  WS-CHG-DDN    PIC X(12) OCCURS 2 TIMES.
           05  WS-DRP-DDN    PIC X(12) OCCURS 2 TIMES.
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
               10 FS-RNKCHG PIC 99.
               10 FS-RNKDRP PIC 99.
           05  FS-CCHNG    PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-EMBCARD  PIC 99.
           05  FS-RELRPT   PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT

           PERFORM 2000-LOAD-GENDER VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           PERFORM 3000-LOAD-COMBINED

           PERFORM 6000-PRINT-PACK
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

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

      * The gender rides on the YEARRANK DD names, as YEARRANK
      * builds them
           MOVE 'RNK' TO WS-CHG-DDN(1)
           MOVE CTL-YEAR1 TO WS-CHG-DDN(1)(4:2)
           MOVE CTL-YEAR2 TO WS-CHG-DDN(1)(6:2)
           MOVE WS-CHG-DDN(1) TO WS-CHG-DDN(2)
           MOVE WS-CHG-DDN(1) TO WS-DRP-DDN(1)
           MOVE 'DRP' TO WS-DRP-DDN(1)(1:3)
           MOVE WS-DRP-DDN(1) TO WS-DRP-DDN(2)
           MOVE 'M' TO WS-CHG-DDN(1)(8:1) WS-DRP-DDN(1)(8:1)
           MOVE 'F' TO WS-CHG-DDN(2)(8:1) WS-DRP-DDN(2)(8:1)
           STRING 'CCH' DELIMITED BY SIZE CTL-YEAR1 DELIMITED BY SIZE
                  CTL-YEAR2 DELIMITED BY SIZE INTO WS-CCH-DDNAME

           PERFORM 1050-CLEAR-LIST VARYING WS-LX FROM 1 BY 1
              UNTIL WS-LX > 9
           MOVE WS-CUTOFF TO WS-LST-CAP(8) WS-LST-CAP(9)

           OPEN OUTPUT FD-RELRPT
           IF FS-RELRPT NOT = 0
              DISPLAY 'ERROR ON OPEN (RELRPT)'
              DISPLAY FS-RELRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM 1100-READ-EMBARGO
           .
       1050-CLEAR-LIST.
           MOVE 0        TO WS-LST-CNT(WS-LX)
           MOVE WS-TOP-N TO WS-LST-CAP(WS-LX)
           .
      * The embargo card is optional here; the pack is only marked
      * with it when the card is for this year
       1100-READ-EMBARGO.
           OPEN INPUT FD-EMBCARD
           IF FS-EMBCARD = 0
              READ FD-EMBCARD
              IF FS-EMBCARD = 0 AND EMB-YEAR = CTL-YEAR2
                 SET EMBARGO-SET TO TRUE
                 STRING EMB-DATE(1:4) '-' EMB-DATE(5:2) '-'
                        EMB-DATE(7:2) ' ' EMB-TIME(1:2) ':'
                        EMB-TIME(3:2)
                        DELIMITED BY SIZE INTO WS-EMB-DISP
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
           IF NOT EMBARGO-SET
              DISPLAY 'NO EMBARGO CARD FOR YEAR ' CTL-YEAR2
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
      * One gender's change file, then its dropped file
       2000-LOAD-GENDER.
           MOVE WS-CHG-DDN(WS-GX) TO WS-CHG-DDNAME
           MOVE WS-DRP-DDN(WS-GX) TO WS-DRP-DDNAME
           MOVE 0 TO WS-CNT-READ-CHG(WS-GX) WS-CNT-READ-DRP(WS-GX)
           MOVE 0 TO WS-CHG-FLAG WS-DRP-FLAG

           OPEN INPUT FD-RNKCHG FD-RNKDRP
           IF FILE-STATUS NOT = ZEROES
              DISPLAY 'ERROR ON OPEN'
              DISPLAY WS-CHG-DDNAME
              DISPLAY WS-DRP-DDNAME
              DISPLAY FILE-STATUS
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-CHG
              READ FD-RNKCHG
                   AT END SET EOF-CHG TO TRUE
              END-READ
              IF FS-RNKCHG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-CHG-DDNAME ')'
                 DISPLAY FS-RNKCHG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-CHG
                 ADD 1 TO WS-CNT-READ-CHG(WS-GX)
                 PERFORM 2100-PLACE-CHANGE
              END-IF
           END-PERFORM

           PERFORM UNTIL EOF-DRP
              READ FD-RNKDRP
                   AT END SET EOF-DRP TO TRUE
              END-READ
              IF FS-RNKDRP NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-DRP-DDNAME ')'
                 DISPLAY FS-RNKDRP
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-DRP
                 ADD 1 TO WS-CNT-READ-DRP(WS-GX)
                 PERFORM 2200-PLACE-DROPPED
              END-IF
           END-PERFORM

           CLOSE FD-RNKCHG FD-RNKDRP
           .
      * A change record offers itself to the top names, and then as
      * a debut (NEW, or >NEW from the tail of the merge), a climber
      * into the top 100 or a leaver below it. The change is last
      * year's rank less this year's, so last year's rank is this
      * year's plus the change.
       2100-PLACE-CHANGE.
           MOVE RCH-RANK  TO WS-NE-RANK
           MOVE RCH-NAME  TO WS-NE-NAME
           MOVE WS-GENDERS(WS-GX:1) TO WS-NE-GENDER
           MOVE RCH-CNT   TO WS-NE-COUNT
           MOVE RCH-CHNG  TO WS-NE-CHNG
           MOVE 0         TO WS-NE-PRIOR

           IF RCH-CHNG(1:3) = 'NEW' OR RCH-CHNG(1:4) = '>NEW'
              MOVE RCH-RANK TO WS-NE-KEY
              IF RCH-RANK <= WS-TOP-N
                 MOVE WS-GX TO WS-LX
                 PERFORM 5000-ADD-TO-LIST
              END-IF
              COMPUTE WS-LX = 5 + WS-GX
              PERFORM 5000-ADD-TO-LIST
           ELSE
              MOVE RCH-CHNG(1:1) TO WS-SIGN
              MOVE 0 TO WS-DIGITS
              IF RCH-CHNG(2:5) IS NUMERIC
                 MOVE RCH-CHNG(2:5) TO WS-DIGITS
              END-IF
              IF WS-SIGN = '-'
                 COMPUTE WS-MOVE = 0 - WS-DIGITS
              ELSE
                 MOVE WS-DIGITS TO WS-MOVE
              END-IF
              COMPUTE WS-PRIOR = RCH-RANK + WS-MOVE
              IF WS-PRIOR > 0
                 MOVE WS-PRIOR TO WS-NE-PRIOR
              END-IF

              IF RCH-RANK <= WS-TOP-N
                 MOVE RCH-RANK TO WS-NE-KEY
                 MOVE WS-GX TO WS-LX
                 PERFORM 5000-ADD-TO-LIST
              END-IF

              IF RCH-RANK <= WS-CUTOFF AND WS-PRIOR > WS-CUTOFF
                 COMPUTE WS-GAIN = WS-PRIOR - RCH-RANK
                 COMPUTE WS-NE-KEY = (99999 - WS-GAIN) * 100000
                                     + RCH-RANK
                 COMPUTE WS-LX = 3 + WS-GX
                 PERFORM 5000-ADD-TO-LIST
              END-IF

              IF RCH-RANK > WS-CUTOFF AND WS-PRIOR > 0
                 AND WS-PRIOR <= WS-CUTOFF
                 MOVE WS-NE-PRIOR TO WS-NE-KEY
                 COMPUTE WS-LX = 7 + WS-GX
                 PERFORM 5000-ADD-TO-LIST
              END-IF
           END-IF
           .
      * A dropped name ranked inside the top 100 last year has left
      * the list altogether
       2200-PLACE-DROPPED.
           IF DRP-RANK <= WS-CUTOFF
              MOVE DRP-RANK  TO WS-NE-KEY
              MOVE DRP-NAME  TO WS-NE-NAME
              MOVE WS-GENDERS(WS-GX:1) TO WS-NE-GENDER
              MOVE 0         TO WS-NE-RANK
              MOVE DRP-RANK  TO WS-NE-PRIOR
              MOVE DRP-CNT   TO WS-NE-COUNT
              MOVE SPACES    TO WS-NE-CHNG
              COMPUTE WS-LX = 7 + WS-GX
              PERFORM 5000-ADD-TO-LIST
           END-IF
           .
       3000-LOAD-COMBINED.
           OPEN INPUT FD-CCHNG
           IF FS-CCHNG NOT = 0
              DISPLAY 'ERROR ON OPEN'
              DISPLAY WS-CCH-DDNAME
              DISPLAY FS-CCHNG
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-CCH
              READ FD-CCHNG
                   AT END SET EOF-CCH TO TRUE
              END-READ
              IF FS-CCHNG NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (' WS-CCH-DDNAME ')'
                 DISPLAY FS-CCHNG
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-CCH
                 ADD 1 TO WS-CNT-READ-CCH
                 IF CCH-RANK <= WS-TOP-N
                    MOVE CCH-RANK   TO WS-NE-KEY
                    MOVE CCH-NAME   TO WS-NE-NAME
                    MOVE CCH-GENDER TO WS-NE-GENDER
                    MOVE CCH-RANK   TO WS-NE-RANK
                    MOVE 0          TO WS-NE-PRIOR
                    MOVE CCH-CNT    TO WS-NE-COUNT
                    MOVE CCH-CHNG   TO WS-NE-CHNG
                    MOVE 3 TO WS-LX
                    PERFORM 5000-ADD-TO-LIST
                 END-IF
              END-IF
           END-PERFORM

           CLOSE FD-CCHNG
           .
      * Slot the new entry in key order, after any entry with the
      * same key; a full table drops its last entry to make room,
      * and an entry that would land past the end is not kept
       5000-ADD-TO-LIST.
           MOVE 1 TO WS-PX
           PERFORM UNTIL WS-PX > WS-LST-CNT(WS-LX)
              OR WS-LE-KEY(WS-LX, WS-PX) > WS-NE-KEY
              ADD 1 TO WS-PX
           END-PERFORM
           IF WS-PX <= WS-LST-CAP(WS-LX)
              IF WS-LST-CNT(WS-LX) < WS-LST-CAP(WS-LX)
                 ADD 1 TO WS-LST-CNT(WS-LX)
              END-IF
              PERFORM 5010-SHIFT-DOWN VARYING WS-JDX
                 FROM WS-LST-CNT(WS-LX) BY -1 UNTIL WS-JDX <= WS-PX
              MOVE WS-NE-KEY    TO WS-LE-KEY(WS-LX, WS-PX)
              MOVE WS-NE-NAME   TO WS-LE-NAME(WS-LX, WS-PX)
              MOVE WS-NE-GENDER TO WS-LE-GENDER(WS-LX, WS-PX)
              MOVE WS-NE-RANK   TO WS-LE-RANK(WS-LX, WS-PX)
              MOVE WS-NE-PRIOR  TO WS-LE-PRIOR(WS-LX, WS-PX)
              MOVE WS-NE-COUNT  TO WS-LE-COUNT(WS-LX, WS-PX)
              MOVE WS-NE-CHNG   TO WS-LE-CHNG(WS-LX, WS-PX)
           END-IF
           .
       5010-SHIFT-DOWN.
           MOVE WS-LST-ENT(WS-LX, WS-JDX - 1)
             TO WS-LST-ENT(WS-LX, WS-JDX)
           .
       6000-PRINT-PACK.
           MOVE SPACES TO PRT-REC
           STRING ' ANNUAL BABY NAMES RELEASE - 20' CTL-YEAR2
                  DELIMITED BY SIZE INTO PRT-REC
           MOVE 'RUN DATE ' TO PRT-REC(55:)
           MOVE WS-RUN-DATE TO PRT-REC(64:)
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           IF EMBARGO-SET
              STRING ' EMBARGOED UNTIL ' WS-EMB-DISP
                     ' - NOT FOR PUBLICATION BEFORE THEN'
                     DELIMITED BY SIZE INTO PRT-REC
           ELSE
              STRING ' *** NO EMBARGO SET FOR 20' CTL-YEAR2 ' ***'
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE

           PERFORM 6100-PRINT-TOP VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           PERFORM 6200-PRINT-COMBINED
           PERFORM 6300-PRINT-CLIMBERS VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           PERFORM 6400-PRINT-DEBUTS VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2
           PERFORM 6500-PRINT-LEAVERS VARYING WS-GX FROM 1 BY 1
              UNTIL WS-GX > 2

           MOVE ALL '=' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' END OF RELEASE PACK' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       6050-SECTION-HEAD.
           MOVE ALL '=' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           IF WS-GX = 1
              MOVE 'MALE'   TO WS-GEN-WORD
           ELSE
              MOVE 'FEMALE' TO WS-GEN-WORD
           END-IF
           .
       6060-NONE-LINE.
           IF WS-LST-CNT(WS-LX) = 0
              MOVE '   NONE THIS YEAR' TO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       6100-PRINT-TOP.
           PERFORM 6050-SECTION-HEAD
           MOVE SPACES TO PRT-REC
           STRING ' TOP 10 NAMES - ' WS-GEN-WORD
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '   RANK  NAME              BIRTHS  LAST YEAR'
                TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE WS-GX TO WS-LX
           PERFORM 6110-PRINT-TOP-LINE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LST-CNT(WS-LX)
           PERFORM 6060-NONE-LINE
           .
       6110-PRINT-TOP-LINE.
           MOVE WS-LE-RANK(WS-LX, WS-IDX)  TO WS-RANK-DISP
           MOVE WS-LE-COUNT(WS-LX, WS-IDX) TO WS-COUNT-DISP
           PERFORM 6900-FORMAT-PRIOR
           MOVE SPACES TO PRT-REC
           STRING '  ' WS-RANK-DISP '  ' WS-LE-NAME(WS-LX, WS-IDX)
                  '  ' WS-COUNT-DISP '  ' WS-PRIOR-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       6200-PRINT-COMBINED.
           MOVE ALL '=' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' TOP 10 NAMES - ALL BIRTHS (M/F/B = BOTH GENDERS)'
                TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '   RANK  NAME            G   BIRTHS  CHANGE'
                TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE 3 TO WS-LX
           PERFORM 6210-PRINT-COMBINED-LINE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LST-CNT(WS-LX)
           PERFORM 6060-NONE-LINE
           .
       6210-PRINT-COMBINED-LINE.
           MOVE WS-LE-RANK(WS-LX, WS-IDX)  TO WS-RANK-DISP
           MOVE WS-LE-COUNT(WS-LX, WS-IDX) TO WS-COUNT-DISP
           MOVE SPACES TO PRT-REC
           STRING '  ' WS-RANK-DISP '  ' WS-LE-NAME(WS-LX, WS-IDX)
                  ' ' WS-LE-GENDER(WS-LX, WS-IDX) ' ' WS-COUNT-DISP
                  '  ' WS-LE-CHNG(WS-LX, WS-IDX)
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       6300-PRINT-CLIMBERS.
           PERFORM 6050-SECTION-HEAD
           MOVE SPACES TO PRT-REC
           STRING ' BIGGEST CLIMBERS INTO THE TOP 100 - ' WS-GEN-WORD
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '   NAME              RANK  LAST YEAR  PLACES UP'
                TO PRT-REC
           PERFORM 7900-WRITE-LINE
           COMPUTE WS-LX = 3 + WS-GX
           PERFORM 6310-PRINT-CLIMBER-LINE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LST-CNT(WS-LX)
           PERFORM 6060-NONE-LINE
           .
       6310-PRINT-CLIMBER-LINE.
           MOVE WS-LE-RANK(WS-LX, WS-IDX) TO WS-RANK-DISP
           PERFORM 6900-FORMAT-PRIOR
           COMPUTE WS-GAIN = WS-LE-PRIOR(WS-LX, WS-IDX)
                           - WS-LE-RANK(WS-LX, WS-IDX)
           MOVE WS-GAIN TO WS-GAIN-DISP
           MOVE SPACES TO PRT-REC
           STRING '   ' WS-LE-NAME(WS-LX, WS-IDX) ' ' WS-RANK-DISP
                  '   ' WS-PRIOR-DISP '     ' WS-GAIN-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       6400-PRINT-DEBUTS.
           PERFORM 6050-SECTION-HEAD
           MOVE SPACES TO PRT-REC
           STRING ' HIGHEST-RANKED NEW NAMES - ' WS-GEN-WORD
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '   RANK  NAME              BIRTHS' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           COMPUTE WS-LX = 5 + WS-GX
           PERFORM 6410-PRINT-DEBUT-LINE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LST-CNT(WS-LX)
           PERFORM 6060-NONE-LINE
           .
       6410-PRINT-DEBUT-LINE.
           MOVE WS-LE-RANK(WS-LX, WS-IDX)  TO WS-RANK-DISP
           MOVE WS-LE-COUNT(WS-LX, WS-IDX) TO WS-COUNT-DISP
           MOVE SPACES TO PRT-REC
           STRING '  ' WS-RANK-DISP '  ' WS-LE-NAME(WS-LX, WS-IDX)
                  '  ' WS-COUNT-DISP
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       6500-PRINT-LEAVERS.
           PERFORM 6050-SECTION-HEAD
           MOVE SPACES TO PRT-REC
           STRING ' NAMES LEAVING THE TOP 100 - ' WS-GEN-WORD
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE '   NAME              LAST YEAR  RANK NOW' TO PRT-REC
           PERFORM 7900-WRITE-LINE
           COMPUTE WS-LX = 7 + WS-GX
           PERFORM 6510-PRINT-LEAVER-LINE VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LST-CNT(WS-LX)
           PERFORM 6060-NONE-LINE
           .
       6510-PRINT-LEAVER-LINE.
           PERFORM 6900-FORMAT-PRIOR
           MOVE SPACES TO PRT-REC
           IF WS-LE-RANK(WS-LX, WS-IDX) = 0
              STRING '   ' WS-LE-NAME(WS-LX, WS-IDX) ' '
                     WS-PRIOR-DISP '   OFF LIST'
                     DELIMITED BY SIZE INTO PRT-REC
           ELSE
              MOVE WS-LE-RANK(WS-LX, WS-IDX) TO WS-RANK-DISP
              STRING '   ' WS-LE-NAME(WS-LX, WS-IDX) ' '
                     WS-PRIOR-DISP '   ' WS-RANK-DISP
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           .
      * Last year's rank, or NEW for a name not ranked last year
       6900-FORMAT-PRIOR.
           IF WS-LE-PRIOR(WS-LX, WS-IDX) = 0
              MOVE '     NEW' TO WS-PRIOR-DISP
           ELSE
              MOVE WS-LE-PRIOR(WS-LX, WS-IDX) TO WS-PRIOR-EDIT
              MOVE SPACES TO WS-PRIOR-DISP
              MOVE WS-PRIOR-EDIT TO WS-PRIOR-DISP(4:5)
           END-IF
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-RELRPT NOT = 0
              DISPLAY 'ERROR WRITING RELRPT'
              DISPLAY FS-RELRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           DISPLAY '================================================'
           DISPLAY ' RELEASE PACK SUMMARY: YEAR 20' CTL-YEAR2
           DISPLAY '================================================'
           DISPLAY ' MALE CHANGES READ. . : ' WS-CNT-READ-CHG(1)
           DISPLAY ' FEMALE CHANGES READ. : ' WS-CNT-READ-CHG(2)
           DISPLAY ' MALE DROPPED READ. . : ' WS-CNT-READ-DRP(1)
           DISPLAY ' FEMALE DROPPED READ. : ' WS-CNT-READ-DRP(2)
           DISPLAY ' COMBINED READ. . . . : ' WS-CNT-READ-CCH
           DISPLAY ' CLIMBERS M/F . . . . : ' WS-LST-CNT(4) '/'
                   WS-LST-CNT(5)
           DISPLAY ' DEBUTS M/F . . . . . : ' WS-LST-CNT(6) '/'
                   WS-LST-CNT(7)
           DISPLAY ' LEAVERS M/F. . . . . : ' WS-LST-CNT(8) '/'
                   WS-LST-CNT(9)
           IF EMBARGO-SET
              DISPLAY ' EMBARGOED UNTIL. . . : ' WS-EMB-DISP
           ELSE
              DISPLAY ' *** NO EMBARGO SET ***'
           END-IF
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-RELRPT

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
              MOVE WS-CHG-DDN(1)       TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-CHG(1)  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-CHG-DDN(2)       TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-CHG(2)  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-DRP-DDN(1)       TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-DRP(1)  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-DRP-DDN(2)       TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-DRP(2)  TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE WS-CCH-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-CCH     TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'RELRPT'            TO WS-AUD-DDNAME
              MOVE 'O'                 TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT      TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'RELPACK'        TO AUD-PROGRAM
           MOVE WS-AUD-DATE      TO AUD-DATE
           MOVE WS-AUD-TIME(1:6) TO AUD-TIME
           MOVE WS-AUD-DDNAME    TO AUD-DDNAME
           MOVE WS-AUD-IO        TO AUD-IO
           MOVE WS-AUD-COUNT     TO AUD-COUNT
           MOVE WS-AUD-STATUS    TO AUD-STATUS
           WRITE AUD-REC
           .
       9999-TERMINATE.
           PERFORM 8500-WRITE-AUDIT
           DISPLAY 'PROGRAM TERMINATED'
           MOVE WS-RETURN-CODE TO RETURN-CODE
           GOBACK
           .
