      * state steps can merge a state block against the national       *
      * files the same way the national merges work. The state code,   *
      * within-state rank and birth count are carried onto the         *
      * extract. Gender B on the card is the single-pass split mode:   *
      * SGOOD20yy is read once and both SByy(MALE) and SByy(FEM) are   *
      * written from the one sort, in the same layouts and order as    *
      * two single-gender runs, with an audit count for each extract.  *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  FILE STATUS        IS FS-SGOODYR
                  .
      * OUTPUT FILE (dynamic - built from the control card year/gender)
           SELECT FD-SBMALE ASSIGN TO WS-MAL-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SBMALE
                  .
           SELECT FD-SBFEM ASSIGN TO WS-FEM-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-SBFEM
                  .
      * SORT FILES
           SELECT SD-SORTFILE ASSIGN TO SORTFILE
                  .
           SELECT SD-SPLITFILE ASSIGN TO SORTFILE
                  .
      * COMMON RUN-AUDIT LOG (SHARED, APPEND)
           SELECT FD-AUDITLOG ASSIGN TO AUDITLOG
                  ORGANIZATION     IS SEQUENTIAL
           05  CTL-GENDER PIC X.
               88  CTL-MALE   VALUE 'M'.
               88  CTL-FEMALE VALUE 'F'.
               88  CTL-BOTH   VALUE 'B'.
           05  FILLER     PIC X.

      * INPUT FILE
           05  FILLER       PIC X.
           05  SRT-FEM-CNT  PIC 9(6).

      * Split mode: one record per gender side of each input row,
      * gender first so the male extract comes back whole before
      * the female one
       SD  SD-SPLITFILE
           RECORD CONTAINS 29 CHARACTERS
           .
       01  SPL-REC.
           05  SPL-GENDER   PIC X.
           05  SPL-STATE    PIC XX.
           05  SPL-NAME     PIC X(15).
           05  SPL-RANK     PIC 9(5).
           05  SPL-CNT      PIC 9(6).

      * COMMON RUN-AUDIT LOG
       FD  FD-AUDITLOG
           RECORD CONTAINS 52 CHARACTERS
       01  WS-VARS.
           05  WS-SORT-FLAG PIC 9 VALUE 0.
               88  EOF            VALUE 1.
           05  WS-IN-FLAG   PIC 9 VALUE 0.
               88  EOF-IN         VALUE 1.
       01  WS-STATS.
           05  WS-CNT-SORTED  PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-MAL PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-FEM PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-IN-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-OUT-DDNAME PIC X(20) VALUE SPACES.
           05  WS-MAL-DDNAME PIC X(20) VALUE SPACES.
           05  WS-FEM-DDNAME PIC X(20) VALUE SPACES.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.

      * State is the primary key so each state comes out as one
      * block; the selected gender's name orders the block and the
      * rank breaks ties the same way YEARSORT does. The split mode
      * releases each input row twice, once per gender side, through
      * an INPUT PROCEDURE.
           EVALUATE TRUE
               WHEN CTL-BOTH
                    SORT SD-SPLITFILE ON ASCENDING KEY SPL-GENDER
                                      ON ASCENDING KEY SPL-STATE
                                      ON ASCENDING KEY SPL-NAME
                                      ON ASCENDING KEY SPL-RANK
                         INPUT PROCEDURE 3000-SPLIT-IN
                         OUTPUT PROCEDURE 3500-SPLIT-OUT
               WHEN CTL-MALE
                    SORT SD-SORTFILE ON ASCENDING KEY SRT-STATE
                                     ON ASCENDING KEY SRT-MALE
                                     ON ASCENDING KEY SRT-RANK
                         USING FD-SGOODYR
                         OUTPUT PROCEDURE 2000-OUTREC
               WHEN OTHER
                    SORT SD-SORTFILE ON ASCENDING KEY SRT-STATE
                                     ON ASCENDING KEY SRT-FEM
                                     ON ASCENDING KEY SRT-RANK
                         USING FD-SGOODYR
                         OUTPUT PROCEDURE 2000-OUTREC
           END-EVALUATE

           MOVE 'OK  ' TO WS-AUD-STATUS
           DISPLAY 'PROGRAM TERMINATED'
                  CTL-YEAR DELIMITED BY SIZE
                  INTO WS-IN-DDNAME

           STRING 'SB' DELIMITED BY SIZE
                  CTL-YEAR DELIMITED BY SIZE
                  'MALE' DELIMITED BY SIZE
                  INTO WS-MAL-DDNAME
           STRING 'SB' DELIMITED BY SIZE
                  CTL-YEAR DELIMITED BY SIZE
                  'FEM' DELIMITED BY SIZE
                  INTO WS-FEM-DDNAME
           IF CTL-MALE
              MOVE WS-MAL-DDNAME TO WS-OUT-DDNAME
           ELSE
              MOVE WS-FEM-DDNAME TO WS-OUT-DDNAME
           END-IF
           .
       2000-OUTREC.
              AT END SET EOF TO TRUE
           END-RETURN
           .
      * Split mode input: SGOOD20yy read once, each row released as
      * a male and a female record
       3000-SPLIT-IN.
           OPEN INPUT FD-SGOODYR
           IF FS-SGOODYR NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE'
              DISPLAY WS-IN-DDNAME
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-IN
              READ FD-SGOODYR
                   AT END SET EOF-IN TO TRUE
              END-READ
              IF FS-SGOODYR NOT = 0 AND 10
                 DISPLAY 'ERROR READING INPUT FILE'
                 DISPLAY WS-IN-DDNAME
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-IN
                 ADD 1 TO WS-CNT-SORTED
                 MOVE 'M'          TO SPL-GENDER
                 MOVE SGY-STATE    TO SPL-STATE
                 MOVE SGY-MALE     TO SPL-NAME
                 MOVE SGY-RANK     TO SPL-RANK
                 MOVE SGY-MALE-CNT TO SPL-CNT
                 RELEASE SPL-REC
                 MOVE 'F'          TO SPL-GENDER
                 MOVE SGY-FEM      TO SPL-NAME
                 MOVE SGY-FEM-CNT  TO SPL-CNT
                 RELEASE SPL-REC
              END-IF
           END-PERFORM
           CLOSE FD-SGOODYR
           .
      * Split mode output: the male block, then the female block,
      * each written to its own extract
       3500-SPLIT-OUT.
           OPEN OUTPUT FD-SBMALE FD-SBFEM
           IF FS-SBMALE NOT = 0 OR FS-SBFEM NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE'
              DISPLAY WS-MAL-DDNAME
              DISPLAY WS-FEM-DDNAME
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM 3600-READ-SPLITFILE
           PERFORM UNTIL EOF
              IF SPL-GENDER = 'M'
                 MOVE SPACES    TO SBM-REC
                 MOVE SPL-STATE TO SBM-STATE
                 MOVE SPL-RANK  TO SBM-RANK
                 MOVE SPL-NAME  TO SBM-NAME
                 MOVE SPL-CNT   TO SBM-CNT
                 WRITE SBM-REC
                 IF FS-SBMALE NOT = 0
                    DISPLAY 'ERROR WRITING OUTPUT FILE'
                    DISPLAY SBM-REC
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-CNT-WRT-MAL
              ELSE
                 MOVE SPACES    TO SBF-REC
                 MOVE SPL-STATE TO SBF-STATE
                 MOVE SPL-RANK  TO SBF-RANK
                 MOVE SPL-NAME  TO SBF-NAME
                 MOVE SPL-CNT   TO SBF-CNT
                 WRITE SBF-REC
                 IF FS-SBFEM NOT = 0
                    DISPLAY 'ERROR WRITING OUTPUT FILE'
                    DISPLAY SBF-REC
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-CNT-WRT-FEM
              END-IF
              PERFORM 3600-READ-SPLITFILE
           END-PERFORM

           CLOSE FD-SBMALE FD-SBFEM
           .
       3600-READ-SPLITFILE.
           RETURN SD-SPLITFILE
              AT END SET EOF TO TRUE
           END-RETURN
           .
      * One audit record per file carried on the run, written to the
      * shared AUDITLOG so run history survives the job log
      * The sort is driven with USING, which releases every input
      * record, so records returned equals records read. In split
      * mode the input count is the rows read and each extract has
      * its own row.
       8500-WRITE-AUDIT.
           OPEN EXTEND FD-AUDITLOG
      * A brand new audit log (status 35) is created in place rather
              MOVE 'I'                   TO WS-AUD-IO
              MOVE WS-CNT-SORTED         TO WS-AUD-COUNT
              PERFORM 8590-PUT-AUDIT
              IF CTL-BOTH
                 MOVE WS-MAL-DDNAME(1:12) TO WS-AUD-DDNAME
                 MOVE 'O'                 TO WS-AUD-IO
                 MOVE WS-CNT-WRT-MAL      TO WS-AUD-COUNT
                 PERFORM 8590-PUT-AUDIT
                 MOVE WS-FEM-DDNAME(1:12) TO WS-AUD-DDNAME
                 MOVE 'O'                 TO WS-AUD-IO
                 MOVE WS-CNT-WRT-FEM      TO WS-AUD-COUNT
                 PERFORM 8590-PUT-AUDIT
              ELSE
                 MOVE WS-OUT-DDNAME(1:12) TO WS-AUD-DDNAME
                 MOVE 'O'                 TO WS-AUD-IO
                 MOVE WS-CNT-SORTED       TO WS-AUD-COUNT
                 PERFORM 8590-PUT-AUDIT
              END-IF
              CLOSE FD-AUDITLOG
           END-IF
           .
