      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
       PROGRAM-ID. HISTREV.
       AUTHOR.     Sam Magalit.
      *----------------------------------------------------------------*
      * Bureau revision run against the NAMEHIST rank history master.  *
      * Every spring the bureau re-issues prior-year counts, and       *
      * HISTBLD can only fold in a whole year's extract. This run      *
      * takes the bureau revision file for one named prior year (the   *
      * 2-digit year on CTLCARD builds the BREV20yy DD name; one       *
      * record per name and gender whose rank was revised, spellings   *
      * as NAMENORM leaves them) and applies the restated ranks to     *
      * NAMEHIST old-master/new-master style, the way HISTBLD writes   *
      * NEWHIST. The rank first published for the year is kept in the  *
      * master's published-rank slot beside the restated one, so what  *
      * we originally put out is never lost. A record with rank and    *
      * count both zero removes the name from the year's ranking: the  *
      * year comes off its history (a name left with no year ranked    *
      * drops off the master) and the report keeps what was published. *
      * The RSTRPT restatement report lists every name and gender      *
      * whose rank for the year, or rank change into or out of it,     *
      * moved - published, prior and restated rank with the change     *
      * before and after. The RNKFEED as it was sent to the warehouse  *
      * for a year pair touching the revised year is read back from    *
      * SENTFEED (optional) and every rank or year-over-year change on *
      * it that the restatement has made wrong is flagged. A flagged   *
      * feed line or a rejected revision record ends the run with a    *
      * warning return code.                                           *
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
      * INPUT FILES (revision DD built from the control card year)
           SELECT FD-REVFILE ASSIGN TO WS-REV-DDNAME
                  ORGANIZATION       IS SEQUENTIAL
                  FILE STATUS        IS FS-REVFILE
                  .
           SELECT FD-NAMEHIST ASSIGN TO NAMEHIST
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NAMEHIST
                  .
           SELECT FD-SENTFEED ASSIGN TO SENTFEED
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SENTFEED
                  .
      * OUTPUT FILES
           SELECT FD-NEWHIST ASSIGN TO NEWHIST
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-NEWHIST
                  .
           SELECT FD-RSTRPT ASSIGN TO RSTRPT
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-RSTRPT
                  .
      * SORT FILE
           SELECT SD-REVSORT ASSIGN TO SORTFILE
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
           05  CTL-YEAR   PIC XX.
           05  FILLER     PIC X(3).

      * INPUT FILES
       FD  FD-REVFILE
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           .
       01  REV-REC PIC X(30).

       FD  FD-NAMEHIST
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           .
       01  HST-REC.
           05  HST-NAME     PIC X(15).
           05  HST-GENDER   PIC X.
           05  HST-YEAR-CNT PIC 99.
           05  HST-ENTRY OCCURS 10 TIMES.
               10  HST-YEAR PIC XX.
               10  HST-RANK PIC 9(5).
      * Rank as first published for each year entry, kept when a
      * bureau revision or a re-fold restates the year; zero while
      * the year still stands as published, 99999 when the name was
      * not ranked at all in the year as first published
           05  HST-PUB-AREA.
               10  HST-PUB-RANK PIC 9(5) OCCURS 10 TIMES.

       FD  FD-SENTFEED
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           .
       01  FEED-REC PIC X(40).

      * OUTPUT FILES
       FD  FD-NEWHIST
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           .
       01  NHS-REC.
           05  NHS-NAME     PIC X(15).
           05  NHS-GENDER   PIC X.
           05  NHS-YEAR-CNT PIC 99.
           05  NHS-ENTRY OCCURS 10 TIMES.
               10  NHS-YEAR PIC XX.
               10  NHS-RANK PIC 9(5).
           05  NHS-PUB-AREA.
               10  NHS-PUB-RANK PIC 9(5) OCCURS 10 TIMES.

       FD  FD-RSTRPT
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           .
       01  PRT-REC PIC X(80).

      * SORT FILE
      * Revision records in NAMEHIST key order (name, then gender).
      * A restated rank carries the bureau's restated count with it; a
      * record with rank and count both zero is the removal form, the
      * bureau taking the name out of the year's ranking altogether
       SD  SD-REVSORT
           RECORD CONTAINS 30 CHARACTERS
           .
       01  SRV-REC.
           05  SRV-GENDER PIC X.
           05  FILLER     PIC X.
           05  SRV-NAME   PIC X(15).
           05  FILLER     PIC X.
           05  SRV-RANK   PIC 9(5).
           05  FILLER     PIC X.
           05  SRV-CNT    PIC 9(6).

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
           05  WS-REV-FLAG  PIC 9 VALUE 0.
               88  EOF-REV        VALUE 1.
           05  WS-HST-FLAG  PIC 9 VALUE 0.
               88  EOF-HST        VALUE 1.
           05  WS-FEED-FLAG PIC 9 VALUE 0.
               88  EOF-FEED       VALUE 1.
           05  WS-VALID-SW  PIC X VALUE 'Y'.
               88  REV-VALID      VALUE 'Y'.
           05  WS-REMOVE-SW PIC X VALUE 'N'.
               88  REV-REMOVAL    VALUE 'Y'.
           05  WS-FOUND-SW  PIC X VALUE 'N'.
               88  RST-FOUND      VALUE 'Y'.
      * How the feed being read touches the revised year: I = the
      * revised year is its current year (rank and change into it),
      * O = the revised year is its prior year (change out of it),
      * X = the feed does not touch the revised year
           05  WS-FEED-MODE PIC X VALUE 'X'.
               88  FEED-INTO      VALUE 'I'.
               88  FEED-OUT-OF    VALUE 'O'.
               88  FEED-UNTOUCHED VALUE 'X'.
      * Composite match keys: name then gender, the NAMEHIST order
           05  WS-REV-KEY.
               10  WS-REV-KEY-NAME   PIC X(15).
               10  WS-REV-KEY-GENDER PIC X.
           05  WS-HST-KEY.
               10  WS-HST-KEY-NAME   PIC X(15).
               10  WS-HST-KEY-GENDER PIC X.
           05  WS-LAST-KEY PIC X(16) VALUE LOW-VALUES.
       01  WS-YEARS.
           05  WS-YR-NUM   PIC 99 VALUE 0.
           05  WS-YR-WORK  PIC 99 VALUE 0.
           05  WS-YR-PRIOR PIC XX VALUE SPACES.
           05  WS-YR-NEXT  PIC XX VALUE SPACES.
      * Entry positions of the revised year and its neighbours on
      * the master record being worked; zero when not held
       01  WS-WORK.
           05  WS-IDX      PIC 99 VALUE 0.
           05  WS-CUR-IX   PIC 99 VALUE 0.
           05  WS-PRV-IX   PIC 99 VALUE 0.
           05  WS-NXT-IX   PIC 99 VALUE 0.
           05  WS-INS-IX   PIC 99 VALUE 0.
           05  WS-OLD-RANK PIC 9(5) VALUE 0.
           05  WS-NEW-RANK PIC 9(5) VALUE 0.
           05  WS-PUB-RANK PIC 9(5) VALUE 0.
           05  WS-CHG-NUM  PIC S9(5) VALUE 0.
           05  WS-CHG-EDIT PIC +9(5).
           05  WS-OLD-CHG-IN  PIC X(6) VALUE SPACES.
           05  WS-NEW-CHG-IN  PIC X(6) VALUE SPACES.
           05  WS-OLD-CHG-OUT PIC X(6) VALUE SPACES.
           05  WS-NEW-CHG-OUT PIC X(6) VALUE SPACES.
           05  WS-RANK-EDIT   PIC Z(4)9.
           05  WS-PUB-DISP    PIC X(5) VALUE SPACES.
           05  WS-OLD-DISP    PIC X(5) VALUE SPACES.
           05  WS-NEW-DISP    PIC X(5) VALUE SPACES.
           05  WS-REJ-REASON  PIC X(24) VALUE SPACES.
      * One line of the feed as sent, split on its commas
       01  WS-FEED-FIELDS.
           05  WS-FD-TYPE   PIC X.
           05  WS-FD-F2     PIC X(15).
           05  WS-FD-F3     PIC X(15).
           05  WS-FD-F4     PIC X(8).
           05  WS-FD-F5     PIC X(6).
           05  WS-FD-RANK   PIC 9(5).
           05  WS-FEED-DATE PIC X(8) VALUE SPACES.
           05  WS-FEED-Y1   PIC XX VALUE SPACES.
           05  WS-FEED-Y2   PIC XX VALUE SPACES.
           05  WS-SENT-DISP PIC X(5) VALUE SPACES.
           05  WS-NOW-DISP  PIC X(5) VALUE SPACES.
           05  WS-NOW-CHG   PIC X(6) VALUE SPACES.
      * Every restated name/gender, kept for checking the feed
       01  WS-RESTATED.
           05  WS-RST-CNT PIC 9(5) VALUE 0.
           05  WS-RST-TBL OCCURS 5000 TIMES.
               10  WS-RST-NAME     PIC X(15).
               10  WS-RST-GENDER   PIC X.
               10  WS-RST-RANK     PIC 9(5).
               10  WS-RST-CHG-IN   PIC X(6).
               10  WS-RST-CHG-OUT  PIC X(6).
       01  WS-STATS.
           05  WS-CNT-READ-REV   PIC 9(7) VALUE 0.
           05  WS-CNT-READ-HST   PIC 9(7) VALUE 0.
           05  WS-CNT-READ-FEED  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-NEW    PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-RPT    PIC 9(7) VALUE 0.
           05  WS-CNT-RESTATED   PIC 9(7) VALUE 0.
           05  WS-CNT-ADDED      PIC 9(7) VALUE 0.
           05  WS-CNT-REMOVED    PIC 9(7) VALUE 0.
           05  WS-CNT-EMPTIED    PIC 9(7) VALUE 0.
           05  WS-CNT-UNCHANGED  PIC 9(7) VALUE 0.
           05  WS-CNT-REJECTED   PIC 9(7) VALUE 0.
           05  WS-CNT-FEED-WRONG PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-REV-DDNAME PIC X(20) VALUE SPACES.
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
               10 FS-NAMEHIST PIC 99.
               10 FS-NEWHIST  PIC 99.
               10 FS-RSTRPT   PIC 99.
           05  FS-REVFILE  PIC 99.
           05  FS-SENTFEED PIC 99.
           05  FS-CTLCARD  PIC 99.
           05  FS-AUDITLOG PIC 99.

      *------------------------
       PROCEDURE DIVISION.
      *------------------------
       0000-MAIN.
           PERFORM 1000-INIT

      * USING releases every revision record, so records returned
      * equals records read; the OUTPUT PROCEDURE is the master match
           SORT SD-REVSORT ON ASCENDING KEY SRV-NAME
                           ON ASCENDING KEY SRV-GENDER
                USING FD-REVFILE
                OUTPUT PROCEDURE 2000-RESTATE

           PERFORM 6000-CHECK-FEED
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

           IF CTL-YEAR IS NOT NUMERIC
              DISPLAY 'REVISION YEAR NOT NUMERIC: ' CTL-YEAR
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           MOVE CTL-YEAR TO WS-YR-NUM
           COMPUTE WS-YR-WORK = WS-YR-NUM - 1
           MOVE WS-YR-WORK TO WS-YR-PRIOR
           COMPUTE WS-YR-WORK = WS-YR-NUM + 1
           MOVE WS-YR-WORK TO WS-YR-NEXT

           STRING 'BREV20' DELIMITED BY SIZE
                  CTL-YEAR DELIMITED BY SIZE
                  INTO WS-REV-DDNAME

      * There is nothing to restate without a master, so a missing
      * NAMEHIST is an error here, not a first-time load
           OPEN INPUT FD-NAMEHIST
           OPEN OUTPUT FD-NEWHIST FD-RSTRPT
           IF FILE-STATUS NOT = ZEROES
              DISPLAY 'ERROR ON OPEN'
              DISPLAY FILE-STATUS
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO PRT-REC
           STRING ' NAMEHIST RESTATEMENT REPORT   REVISED YEAR 20'
                  CTL-YEAR '   RUN ' WS-AUD-DATE
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           MOVE ' NAME            G  PUBL.  PRIOR   RSTMT' TO PRT-REC
           MOVE 'CHG IN   (WAS)   CHG OUT  (WAS)' TO PRT-REC(43:31)
           PERFORM 7900-WRITE-LINE
           MOVE '------------------------------------------' TO PRT-REC
           MOVE '-------------------------------'
                TO PRT-REC(43:31)
           PERFORM 7900-WRITE-LINE
           .
      * Old-master/new-master match of the sorted revisions against
      * NAMEHIST, the same pattern HISTBLD uses for a year's extract
       2000-RESTATE.
           PERFORM 2100-RETURN-REVISION
           PERFORM 2200-READ-HIST

           PERFORM UNTIL EOF-REV OR EOF-HST
              EVALUATE TRUE
                  WHEN WS-HST-KEY < WS-REV-KEY
      * Master name not revised, carry it forward
                       PERFORM 4300-CARRY-MASTER
                       PERFORM 2200-READ-HIST
                  WHEN WS-HST-KEY > WS-REV-KEY
      * Revision ranks a name the master has never held
                       PERFORM 3100-ADD-MASTER
                       PERFORM 2100-RETURN-REVISION
                  WHEN OTHER
      * Name on the master, restate the revised year
                       PERFORM 3200-RESTATE-MASTER
                       PERFORM 2100-RETURN-REVISION
                       PERFORM 2200-READ-HIST
              END-EVALUATE
           END-PERFORM
      * Since the main loop stops as soon as either file reaches EOF,
      * any remaining master records are carried forward unchanged and
      * any remaining revisions start a new history record.
           PERFORM UNTIL EOF-HST
              PERFORM 4300-CARRY-MASTER
              PERFORM 2200-READ-HIST
           END-PERFORM

           PERFORM UNTIL EOF-REV
              PERFORM 3100-ADD-MASTER
              PERFORM 2100-RETURN-REVISION
           END-PERFORM
           .
      * Returns the next revision that passes its edits; a rejected
      * record prints on the report and the next one is taken
       2100-RETURN-REVISION.
           MOVE 'N' TO WS-VALID-SW
           PERFORM UNTIL REV-VALID OR EOF-REV
              RETURN SD-REVSORT
                 AT END SET EOF-REV TO TRUE
              END-RETURN
              IF NOT EOF-REV
                 ADD 1 TO WS-CNT-READ-REV
                 PERFORM 2110-EDIT-REVISION
              END-IF
           END-PERFORM
           IF NOT EOF-REV
              MOVE SRV-NAME   TO WS-REV-KEY-NAME
              MOVE SRV-GENDER TO WS-REV-KEY-GENDER
              MOVE WS-REV-KEY TO WS-LAST-KEY
           END-IF
           .
       2110-EDIT-REVISION.
           SET REV-VALID TO TRUE
           MOVE 'N' TO WS-REMOVE-SW
           IF SRV-GENDER NOT = 'M' AND SRV-GENDER NOT = 'F'
              MOVE 'N' TO WS-VALID-SW
              MOVE 'GENDER NOT M OR F' TO WS-REJ-REASON
           END-IF
           IF REV-VALID
              IF SRV-NAME = SPACES OR SRV-NAME IS NOT ALPHABETIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'INVALID NAME' TO WS-REJ-REASON
              END-IF
           END-IF
           IF REV-VALID
              IF SRV-RANK IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'RANK NOT NUMERIC' TO WS-REJ-REASON
              END-IF
           END-IF
           IF REV-VALID
              IF SRV-CNT IS NOT NUMERIC
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'COUNT NOT NUMERIC' TO WS-REJ-REASON
              END-IF
           END-IF
      * Rank and count both zero is a removal; otherwise a rank needs
      * a count behind it
           IF REV-VALID
              EVALUATE TRUE
                  WHEN SRV-RANK = ZERO AND SRV-CNT = ZERO
                       SET REV-REMOVAL TO TRUE
                  WHEN SRV-RANK = ZERO OR SRV-RANK = 99999
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'RANK OUT OF RANGE' TO WS-REJ-REASON
                  WHEN SRV-CNT = ZERO
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'NO COUNT FOR RANK' TO WS-REJ-REASON
              END-EVALUATE
           END-IF
           IF REV-VALID
              IF SRV-NAME = WS-LAST-KEY(1:15)
                 AND SRV-GENDER = WS-LAST-KEY(16:1)
                 MOVE 'N' TO WS-VALID-SW
                 MOVE 'DUPLICATE REVISION' TO WS-REJ-REASON
              END-IF
           END-IF
           IF NOT REV-VALID
              ADD 1 TO WS-CNT-REJECTED
              MOVE SPACES TO PRT-REC
              STRING ' REJECTED ' SRV-REC ' ' WS-REJ-REASON
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       2200-READ-HIST.
           IF NOT EOF-HST
              READ FD-NAMEHIST
                   AT END SET EOF-HST TO TRUE
              END-READ
              IF FS-NAMEHIST NOT = 0 AND 10
                 DISPLAY 'ERROR ON READ (NAMEHIST)'
                 DISPLAY FS-NAMEHIST
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-HST
                 ADD 1 TO WS-CNT-READ-HST
                 MOVE HST-NAME   TO WS-HST-KEY-NAME
                 MOVE HST-GENDER TO WS-HST-KEY-GENDER
              END-IF
           END-IF
           .
      * A name the master never held was not ranked when the year was
      * first published; it starts a history with that year only. A
      * removal for a name the master never held has nothing to take
      * out and is rejected
       3100-ADD-MASTER.
           IF REV-REMOVAL
              ADD 1 TO WS-CNT-REJECTED
              MOVE SPACES TO PRT-REC
              STRING ' REJECTED ' SRV-REC ' REMOVAL NOT ON HISTORY'
                     DELIMITED BY SIZE INTO PRT-REC
              PERFORM 7900-WRITE-LINE
           ELSE
              PERFORM 3110-START-HISTORY
           END-IF
           .
       3110-START-HISTORY.
           MOVE SPACES     TO NHS-REC
           MOVE SRV-NAME   TO NHS-NAME
           MOVE SRV-GENDER TO NHS-GENDER
           MOVE ZEROES     TO NHS-PUB-AREA
           MOVE 1          TO NHS-YEAR-CNT
           MOVE CTL-YEAR   TO NHS-YEAR(1)
           MOVE SRV-RANK   TO NHS-RANK(1)
           MOVE 99999      TO NHS-PUB-RANK(1)

           MOVE 0        TO WS-OLD-RANK
           MOVE SRV-RANK TO WS-NEW-RANK
           MOVE 1        TO WS-CUR-IX
           MOVE 0        TO WS-PRV-IX
           MOVE 0        TO WS-NXT-IX
           PERFORM 3300-COMPUTE-CHANGES
           PERFORM 3400-REPORT-RESTATEMENT

           PERFORM 4900-WRITE-NEWHIST
           ADD 1 TO WS-CNT-ADDED
           .
       3200-RESTATE-MASTER.
           MOVE HST-REC TO NHS-REC
           PERFORM 3210-LOCATE-YEARS

           IF REV-REMOVAL
              PERFORM 3500-REMOVE-YEAR
           ELSE
              PERFORM 3205-RESTATE-YEAR
           END-IF
           .
       3205-RESTATE-YEAR.
           IF WS-CUR-IX > 0
              IF NHS-RANK(WS-CUR-IX) = SRV-RANK
                 ADD 1 TO WS-CNT-UNCHANGED
              ELSE
                 MOVE NHS-RANK(WS-CUR-IX) TO WS-OLD-RANK
                 IF NHS-PUB-RANK(WS-CUR-IX) = 0
                    MOVE WS-OLD-RANK TO NHS-PUB-RANK(WS-CUR-IX)
                 END-IF
                 MOVE SRV-RANK TO NHS-RANK(WS-CUR-IX)
                 MOVE SRV-RANK TO WS-NEW-RANK
                 PERFORM 3300-COMPUTE-CHANGES
                 PERFORM 3400-REPORT-RESTATEMENT
                 ADD 1 TO WS-CNT-RESTATED
              END-IF
           ELSE
              IF NHS-YEAR-CNT NOT < 10
      * Ten years already held; a year older than all of them has
      * no slot to go into
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE SPACES TO PRT-REC
                 STRING ' REJECTED ' SRV-REC ' NO ROOM IN HISTORY'
                        DELIMITED BY SIZE INTO PRT-REC
                 PERFORM 7900-WRITE-LINE
              ELSE
                 PERFORM 3220-INSERT-YEAR
                 PERFORM 3210-LOCATE-YEARS
                 MOVE 0        TO WS-OLD-RANK
                 MOVE SRV-RANK TO WS-NEW-RANK
                 PERFORM 3300-COMPUTE-CHANGES
                 PERFORM 3400-REPORT-RESTATEMENT
                 ADD 1 TO WS-CNT-RESTATED
              END-IF
           END-IF

           PERFORM 4900-WRITE-NEWHIST
           .
       3210-LOCATE-YEARS.
           MOVE 0 TO WS-CUR-IX
           MOVE 0 TO WS-PRV-IX
           MOVE 0 TO WS-NXT-IX
           PERFORM 3211-CHECK-ENTRY VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > NHS-YEAR-CNT
           .
       3211-CHECK-ENTRY.
           EVALUATE NHS-YEAR(WS-IDX)
               WHEN CTL-YEAR
                    MOVE WS-IDX TO WS-CUR-IX
               WHEN WS-YR-PRIOR
                    MOVE WS-IDX TO WS-PRV-IX
               WHEN WS-YR-NEXT
                    MOVE WS-IDX TO WS-NXT-IX
           END-EVALUATE
           .
      * The revised year goes in ahead of the first later year held,
      * so the entries stay in year order
       3220-INSERT-YEAR.
           COMPUTE WS-INS-IX = NHS-YEAR-CNT + 1
           PERFORM 3221-FIND-SLOT VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > NHS-YEAR-CNT
           PERFORM 3222-SHIFT-RIGHT VARYING WS-IDX FROM NHS-YEAR-CNT
              BY -1 UNTIL WS-IDX < WS-INS-IX
           ADD 1 TO NHS-YEAR-CNT
           MOVE CTL-YEAR TO NHS-YEAR(WS-INS-IX)
           MOVE SRV-RANK TO NHS-RANK(WS-INS-IX)
           MOVE 99999    TO NHS-PUB-RANK(WS-INS-IX)
           .
       3221-FIND-SLOT.
           IF NHS-YEAR(WS-IDX) > CTL-YEAR
              AND WS-INS-IX > NHS-YEAR-CNT
              MOVE WS-IDX TO WS-INS-IX
           END-IF
           .
       3222-SHIFT-RIGHT.
           MOVE NHS-YEAR(WS-IDX)     TO NHS-YEAR(WS-IDX + 1)
           MOVE NHS-RANK(WS-IDX)     TO NHS-RANK(WS-IDX + 1)
           MOVE NHS-PUB-RANK(WS-IDX) TO NHS-PUB-RANK(WS-IDX + 1)
           .
      * Change is prior rank less current rank, the sign convention
      * the rank-change files and RNKFEED carry; a name with no rank
      * the year before is NEW. An old rank of zero means the name
      * was not ranked in the revised year before this revision, a
      * new rank of zero that the revision removes it: it then has
      * no change into the year and is NEW in the year after.
       3300-COMPUTE-CHANGES.
           MOVE SPACES TO WS-OLD-CHG-IN WS-NEW-CHG-IN
                          WS-OLD-CHG-OUT WS-NEW-CHG-OUT
           IF WS-PRV-IX > 0
              IF WS-NEW-RANK > 0
                 COMPUTE WS-CHG-NUM = NHS-RANK(WS-PRV-IX)
                                    - WS-NEW-RANK
                 MOVE WS-CHG-NUM  TO WS-CHG-EDIT
                 MOVE WS-CHG-EDIT TO WS-NEW-CHG-IN
              END-IF
              IF WS-OLD-RANK > 0
                 COMPUTE WS-CHG-NUM = NHS-RANK(WS-PRV-IX)
                                    - WS-OLD-RANK
                 MOVE WS-CHG-NUM  TO WS-CHG-EDIT
                 MOVE WS-CHG-EDIT TO WS-OLD-CHG-IN
              END-IF
           ELSE
              IF WS-NEW-RANK > 0
                 MOVE 'NEW' TO WS-NEW-CHG-IN
              END-IF
              IF WS-OLD-RANK > 0
                 MOVE 'NEW' TO WS-OLD-CHG-IN
              END-IF
           END-IF

           IF WS-NXT-IX > 0
              IF WS-NEW-RANK > 0
                 COMPUTE WS-CHG-NUM = WS-NEW-RANK
                                    - NHS-RANK(WS-NXT-IX)
                 MOVE WS-CHG-NUM  TO WS-CHG-EDIT
                 MOVE WS-CHG-EDIT TO WS-NEW-CHG-OUT
              ELSE
                 MOVE 'NEW' TO WS-NEW-CHG-OUT
              END-IF
              IF WS-OLD-RANK > 0
                 COMPUTE WS-CHG-NUM = WS-OLD-RANK
                                    - NHS-RANK(WS-NXT-IX)
                 MOVE WS-CHG-NUM  TO WS-CHG-EDIT
                 MOVE WS-CHG-EDIT TO WS-OLD-CHG-OUT
              ELSE
                 MOVE 'NEW' TO WS-OLD-CHG-OUT
              END-IF
           END-IF
           .
       3400-REPORT-RESTATEMENT.
           MOVE NHS-PUB-RANK(WS-CUR-IX) TO WS-PUB-RANK
           EVALUATE WS-PUB-RANK
               WHEN 0
                    MOVE WS-OLD-RANK TO WS-RANK-EDIT
                    MOVE WS-RANK-EDIT TO WS-PUB-DISP
               WHEN 99999
                    MOVE '  N/R' TO WS-PUB-DISP
               WHEN OTHER
                    MOVE WS-PUB-RANK TO WS-RANK-EDIT
                    MOVE WS-RANK-EDIT TO WS-PUB-DISP
           END-EVALUATE
           IF WS-OLD-RANK = 0
              MOVE '  N/R' TO WS-OLD-DISP
           ELSE
              MOVE WS-OLD-RANK  TO WS-RANK-EDIT
              MOVE WS-RANK-EDIT TO WS-OLD-DISP
           END-IF
           IF WS-NEW-RANK = 0
              MOVE '  N/R' TO WS-NEW-DISP
           ELSE
              MOVE WS-NEW-RANK  TO WS-RANK-EDIT
              MOVE WS-RANK-EDIT TO WS-NEW-DISP
           END-IF

           MOVE SPACES TO PRT-REC
           STRING ' ' NHS-NAME ' ' NHS-GENDER '  ' WS-PUB-DISP
                  '  ' WS-OLD-DISP '   ' WS-NEW-DISP
                  '  ' WS-NEW-CHG-IN ' (' WS-OLD-CHG-IN ')  '
                  WS-NEW-CHG-OUT ' (' WS-OLD-CHG-OUT ')'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE

           IF WS-RST-CNT < 5000
              ADD 1 TO WS-RST-CNT
              MOVE NHS-NAME       TO WS-RST-NAME(WS-RST-CNT)
              MOVE NHS-GENDER     TO WS-RST-GENDER(WS-RST-CNT)
              MOVE WS-NEW-RANK    TO WS-RST-RANK(WS-RST-CNT)
              MOVE WS-NEW-CHG-IN  TO WS-RST-CHG-IN(WS-RST-CNT)
              MOVE WS-NEW-CHG-OUT TO WS-RST-CHG-OUT(WS-RST-CNT)
           ELSE
              DISPLAY 'RESTATED TABLE FULL, FEED NOT CHECKED FOR '
                      NHS-NAME ' ' NHS-GENDER
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           .
      * The revised year comes off the name's history; the report line
      * keeps the rank published and the rank it held before removal.
      * A name left with no year ranked drops off the master.
       3500-REMOVE-YEAR.
           IF WS-CUR-IX = 0
              ADD 1 TO WS-CNT-UNCHANGED
              PERFORM 4900-WRITE-NEWHIST
           ELSE
              MOVE NHS-RANK(WS-CUR-IX) TO WS-OLD-RANK
              MOVE 0 TO WS-NEW-RANK
              PERFORM 3300-COMPUTE-CHANGES
              PERFORM 3400-REPORT-RESTATEMENT
              ADD 1 TO WS-CNT-REMOVED

              PERFORM 3510-SHIFT-LEFT VARYING WS-IDX FROM WS-CUR-IX
                 BY 1 UNTIL WS-IDX >= NHS-YEAR-CNT
              MOVE SPACES TO NHS-ENTRY(NHS-YEAR-CNT)
              MOVE 0      TO NHS-PUB-RANK(NHS-YEAR-CNT)
              SUBTRACT 1 FROM NHS-YEAR-CNT
              IF NHS-YEAR-CNT = 0
                 ADD 1 TO WS-CNT-EMPTIED
              ELSE
                 PERFORM 4900-WRITE-NEWHIST
              END-IF
           END-IF
           .
       3510-SHIFT-LEFT.
           MOVE NHS-YEAR(WS-IDX + 1)     TO NHS-YEAR(WS-IDX)
           MOVE NHS-RANK(WS-IDX + 1)     TO NHS-RANK(WS-IDX)
           MOVE NHS-PUB-RANK(WS-IDX + 1) TO NHS-PUB-RANK(WS-IDX)
           .
       4300-CARRY-MASTER.
           MOVE HST-REC TO NHS-REC
           PERFORM 4900-WRITE-NEWHIST
           .
       4900-WRITE-NEWHIST.
           WRITE NHS-REC
           IF FS-NEWHIST NOT = 0
              DISPLAY 'ERROR WRITING NEWHIST'
              DISPLAY FS-NEWHIST
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-NEW
           .
      * The feed as sent is read back line by line. Its header says
      * which year pair it carried, and so whether the rank, the
      * change into the revised year, or the change out of it went out
       6000-CHECK-FEED.
           MOVE SPACES TO PRT-REC
           PERFORM 7900-WRITE-LINE
           OPEN INPUT FD-SENTFEED
           IF FS-SENTFEED = 35
              MOVE ' NO RNKFEED AS SENT SUPPLIED, FEED NOT CHECKED'
                   TO PRT-REC
              PERFORM 7900-WRITE-LINE
           ELSE
              IF FS-SENTFEED NOT = 0
                 DISPLAY 'ERROR ON OPEN (SENTFEED)'
                 DISPLAY FS-SENTFEED
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              PERFORM UNTIL EOF-FEED
                 READ FD-SENTFEED
                      AT END SET EOF-FEED TO TRUE
                 END-READ
                 IF FS-SENTFEED NOT = 0 AND 10
                    DISPLAY 'ERROR ON READ (SENTFEED)'
                    DISPLAY FS-SENTFEED
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 IF NOT EOF-FEED
                    ADD 1 TO WS-CNT-READ-FEED
                    PERFORM 6100-CHECK-FEED-LINE
                 END-IF
              END-PERFORM
              CLOSE FD-SENTFEED
              MOVE SPACES TO PRT-REC
              IF WS-CNT-FEED-WRONG > 0
                 STRING ' *** ' WS-CNT-FEED-WRONG
                        ' FEED LINE(S) SENT ARE NOW WRONG ***'
                        DELIMITED BY SIZE INTO PRT-REC
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              ELSE
                 MOVE ' NOTHING SENT ON RNKFEED IS MADE WRONG'
                      TO PRT-REC
              END-IF
              PERFORM 7900-WRITE-LINE
           END-IF
           .
       6100-CHECK-FEED-LINE.
           MOVE SPACES TO WS-FD-TYPE WS-FD-F2 WS-FD-F3 WS-FD-F4
                          WS-FD-F5
           UNSTRING FEED-REC DELIMITED BY ','
                    INTO WS-FD-TYPE WS-FD-F2 WS-FD-F3 WS-FD-F4
                         WS-FD-F5
           END-UNSTRING
           EVALUATE WS-FD-TYPE
               WHEN 'H'
                    PERFORM 6200-FEED-HEADER
               WHEN 'R'
               WHEN 'D'
                    IF NOT FEED-UNTOUCHED
                       PERFORM 6300-FEED-DETAIL
                    END-IF
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       6200-FEED-HEADER.
           MOVE WS-FD-F2(1:8) TO WS-FEED-DATE
           MOVE WS-FD-F3(1:2) TO WS-FEED-Y1
           MOVE WS-FD-F3(3:2) TO WS-FEED-Y2
           EVALUATE TRUE
               WHEN WS-FEED-Y2 = CTL-YEAR
                    SET FEED-INTO TO TRUE
               WHEN WS-FEED-Y1 = CTL-YEAR
                    SET FEED-OUT-OF TO TRUE
               WHEN OTHER
                    SET FEED-UNTOUCHED TO TRUE
           END-EVALUATE
           MOVE SPACES TO PRT-REC
           IF FEED-UNTOUCHED
              STRING ' RNKFEED SENT ' WS-FEED-DATE ' FOR 20' WS-FEED-Y1
                     '/20' WS-FEED-Y2 ' DOES NOT CARRY 20' CTL-YEAR
                     DELIMITED BY SIZE INTO PRT-REC
           ELSE
              STRING ' RNKFEED SENT ' WS-FEED-DATE ' FOR 20' WS-FEED-Y1
                     '/20' WS-FEED-Y2 ' CHECKED AGAINST RESTATEMENT'
                     DELIMITED BY SIZE INTO PRT-REC
           END-IF
           PERFORM 7900-WRITE-LINE
           .
      * A detail line is wrong when the restatement gives its name a
      * different rank (revised year is the feed's current year) or a
      * different change (either way round)
       6300-FEED-DETAIL.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 6310-FIND-RESTATED VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-RST-CNT OR RST-FOUND
           IF RST-FOUND
              SUBTRACT 1 FROM WS-IDX
              MOVE WS-FD-F4(1:5) TO WS-SENT-DISP
              MOVE SPACES TO WS-NOW-DISP
              MOVE SPACES TO WS-NOW-CHG
              IF FEED-INTO
      * Sent as dropped, or with the old rank/change into the year
                 PERFORM 6320-NOW-RANK
                 MOVE WS-RST-CHG-IN(WS-IDX) TO WS-NOW-CHG
                 PERFORM 6330-NEW-AS-SENT
                 IF WS-FD-TYPE = 'D'
                    OR WS-SENT-DISP NOT = WS-NOW-DISP
                    OR WS-FD-F5 NOT = WS-NOW-CHG
                    PERFORM 6400-FLAG-FEED-LINE
                 END-IF
              ELSE
      * The feed's prior year was revised: the rank a dropped name
      * fell from, or the change into the following year, moved
                 IF WS-FD-TYPE = 'D'
                    PERFORM 6320-NOW-RANK
                    IF WS-SENT-DISP NOT = WS-NOW-DISP
                       PERFORM 6400-FLAG-FEED-LINE
                    END-IF
                 ELSE
                    MOVE WS-SENT-DISP TO WS-NOW-DISP
                    MOVE WS-RST-CHG-OUT(WS-IDX) TO WS-NOW-CHG
                    PERFORM 6330-NEW-AS-SENT
                    IF WS-FD-F5 NOT = WS-NOW-CHG
                       PERFORM 6400-FLAG-FEED-LINE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       6310-FIND-RESTATED.
           IF WS-RST-NAME(WS-IDX) = WS-FD-F3
              AND WS-RST-GENDER(WS-IDX) = WS-FD-F2(1:1)
              SET RST-FOUND TO TRUE
           END-IF
           .
      * A name the revision removed has no rank in the year now
       6320-NOW-RANK.
           IF WS-RST-RANK(WS-IDX) = 0
              MOVE '  N/R' TO WS-NOW-DISP
           ELSE
              MOVE WS-RST-RANK(WS-IDX) TO WS-FD-RANK
              MOVE WS-FD-RANK TO WS-NOW-DISP
           END-IF
           .
      * The feed marks a debut from the tail of the merge '>NEW'; a
      * name still new after the restatement is not a change to it
       6330-NEW-AS-SENT.
           IF WS-FD-F5 = '>NEW' AND WS-NOW-CHG = 'NEW'
              MOVE WS-FD-F5 TO WS-NOW-CHG
           END-IF
           .
       6400-FLAG-FEED-LINE.
           ADD 1 TO WS-CNT-FEED-WRONG
           MOVE SPACES TO PRT-REC
           STRING '  ' WS-FD-TYPE ' ' WS-FD-F2(1:1) ' ' WS-FD-F3
                  ' SENT ' WS-SENT-DISP ' ' WS-FD-F5
                  '  NOW ' WS-NOW-DISP ' ' WS-NOW-CHG
                  '  *** NOW WRONG ***'
                  DELIMITED BY SIZE INTO PRT-REC
           PERFORM 7900-WRITE-LINE
           .
       7900-WRITE-LINE.
           WRITE PRT-REC
           IF FS-RSTRPT NOT = 0
              DISPLAY 'ERROR WRITING RSTRPT'
              DISPLAY FS-RSTRPT
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF
           ADD 1 TO WS-CNT-WRT-RPT
           .
       8000-SUMMARY.
           IF WS-CNT-REJECTED > 0
              IF WS-RETURN-CODE < 4
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           DISPLAY '================================================'
           DISPLAY ' NAMEHIST RESTATEMENT SUMMARY: YEAR 20' CTL-YEAR
           DISPLAY '================================================'
           DISPLAY ' REVISIONS READ . . . : ' WS-CNT-READ-REV
           DISPLAY ' REVISIONS REJECTED . : ' WS-CNT-REJECTED
           DISPLAY ' RANKS RESTATED . . . : ' WS-CNT-RESTATED
           DISPLAY ' ALREADY AS REVISED . : ' WS-CNT-UNCHANGED
           DISPLAY ' NEW NAMES ADDED. . . : ' WS-CNT-ADDED
           DISPLAY ' NAMES REMOVED. . . . : ' WS-CNT-REMOVED
           DISPLAY ' HISTORIES EMPTIED. . : ' WS-CNT-EMPTIED
           DISPLAY ' OLD MASTER READ. . . : ' WS-CNT-READ-HST
           DISPLAY ' NEW MASTER WRITTEN . : ' WS-CNT-WRT-NEW
           DISPLAY ' FEED LINES READ. . . : ' WS-CNT-READ-FEED
           DISPLAY ' FEED LINES NOW WRONG : ' WS-CNT-FEED-WRONG
           DISPLAY '================================================'
           .
       9000-CLEANUP.
           MOVE 'OK  ' TO WS-AUD-STATUS
           CLOSE FD-NAMEHIST FD-NEWHIST FD-RSTRPT

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
              MOVE WS-REV-DDNAME(1:12) TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-REV     TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'NAMEHIST'          TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-HST     TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'SENTFEED'          TO WS-AUD-DDNAME
              MOVE 'I'                 TO WS-AUD-IO
              MOVE WS-CNT-READ-FEED    TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'NEWHIST'           TO WS-AUD-DDNAME
              MOVE 'O'                 TO WS-AUD-IO
              MOVE WS-CNT-WRT-NEW      TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              MOVE 'RSTRPT'            TO WS-AUD-DDNAME
              MOVE 'O'                 TO WS-AUD-IO
              MOVE WS-CNT-WRT-RPT      TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              CLOSE FD-AUDITLOG
           END-IF
           .
       8590-PUT-AUDIT.
           MOVE SPACES           TO AUD-REC
           MOVE 'HISTREV'        TO AUD-PROGRAM
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
