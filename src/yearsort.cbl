      *----------------------------------------------------------------*
      * Control-card driven equivalent of SORTB17F/SORTB18F and        *
      * SORTB17M/SORTB18M. The 2-digit year and M/F gender switch are  *
      * read from CTLCARD at 1000-INIT and used to build the GOOD20yy  *
      * input DD name (the cleansed file written by VALBABY) and the   *
      * Bxx(MALE/FEM) output DD name at runtime,                       *
      * so a new year pair does not need a new COBOL member. The       *
      * extended record carries the birth count behind each            *
      * name, and the selected gender's count is carried onto the      *
      * extract so downstream steps can weigh movement in volume       *
      * terms, not just rank places. Gender B on the card is the       *
      * single-pass split mode: GOOD20yy is read once and both the     *
      * Bxx(MALE) and Bxx(FEM) extracts are written from the one sort, *
      * in the same layouts and order as two single-gender runs, with  *
      * an audit count for each extract.                               *
      *----------------------------------------------------------------*
      *------------------------
       ENVIRONMENT DIVISION.
                  FILE STATUS        IS FS-BABYYR
                  .
      * OUTPUT FILE (dynamic - built from the control card year/gender)
           SELECT FD-BYRMALE ASSIGN TO WS-MAL-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-BYRMALE
                  .
           SELECT FD-BYRFEM ASSIGN TO WS-FEM-DDNAME
                  ORGANIZATION     IS SEQUENTIAL
                  FILE STATUS      IS FS-BYRFEM
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
           05  SYR-FEM-CNT  PIC 9(6).

      * Split mode: one record per gender side of each input row,
      * gender first so the male extract comes back whole before
      * the female one
       SD  SD-SPLITFILE
           RECORD CONTAINS 27 CHARACTERS
           .
       01  SPL-REC.
           05  SPL-GENDER   PIC X.
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
           05  WS-CNT-WRITTEN PIC 9(7) VALUE 0.
           05  WS-CNT-OPEN    PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-MAL PIC 9(7) VALUE 0.
           05  WS-CNT-WRT-FEM PIC 9(7) VALUE 0.
       01  WS-DYNAMIC-NAMES.
           05  WS-BABY-DDNAME PIC X(20) VALUE SPACES.
           05  WS-OUT-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-MAL-DDNAME  PIC X(20) VALUE SPACES.
           05  WS-FEM-DDNAME  PIC X(20) VALUE SPACES.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SYS-VARS.
           05  FILE-STATUS.
      * since the input and output files don't have the same format.
      * SYR-RANK is a secondary key so ties on the name field come out
      * in a deterministic order across reruns of the same input.
      * The split mode needs an INPUT PROCEDURE, since each input row
      * is released twice, once per gender side.
           EVALUATE TRUE
               WHEN CTL-BOTH
                    SORT SD-SPLITFILE ON ASCENDING KEY SPL-GENDER
                                      ON ASCENDING KEY SPL-NAME
                                      ON ASCENDING KEY SPL-RANK
                         INPUT PROCEDURE 3000-SPLIT-IN
                         OUTPUT PROCEDURE 3500-SPLIT-OUT
               WHEN CTL-MALE
                    SORT SD-SORTFILE ON ASCENDING KEY SYR-MALE
                                     ON ASCENDING KEY SYR-RANK
                         USING FD-BABYYR
                         OUTPUT PROCEDURE 2000-OUTREC
               WHEN OTHER
                    SORT SD-SORTFILE ON ASCENDING KEY SYR-FEM
                                     ON ASCENDING KEY SYR-RANK
                         USING FD-BABYYR
                         OUTPUT PROCEDURE 2000-OUTREC
           END-EVALUATE

           MOVE 'OK  ' TO WS-AUD-STATUS
           DISPLAY 'PROGRAM TERMINATED'
                  CTL-YEAR DELIMITED BY SIZE
                  INTO WS-BABY-DDNAME

           STRING 'B' DELIMITED BY SIZE
                  CTL-YEAR DELIMITED BY SIZE
                  'MALE' DELIMITED BY SIZE
                  INTO WS-MAL-DDNAME
           STRING 'B' DELIMITED BY SIZE
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

           PERFORM 2100-READ-SORTFILE
           PERFORM UNTIL EOF
              ADD 1 TO WS-CNT-SORTED
      * An open slot left on the shorter gender list by NAMECONS has
      * no name to extract and is skipped
              IF CTL-MALE
                 IF SYR-MALE = SPACES
                    ADD 1 TO WS-CNT-OPEN
                 ELSE
                    MOVE SPACES TO NYRM-REC
                    MOVE SYR-RANK     TO NYRM-RANK
                    MOVE SYR-MALE     TO NYRM-NAME
                    MOVE SYR-MALE-CNT TO NYRM-CNT
                    WRITE NYRM-REC
                    IF FS-BYRMALE NOT = 0
                       DISPLAY 'ERROR WRITING OUTPUT FILE'
                       DISPLAY NYRM-REC
                       MOVE 12 TO WS-RETURN-CODE
                       PERFORM 9999-TERMINATE
                    END-IF
                    ADD 1 TO WS-CNT-WRITTEN
                 END-IF
              ELSE
                 IF SYR-FEM = SPACES
                    ADD 1 TO WS-CNT-OPEN
                 ELSE
                    MOVE SPACES TO NYRF-REC
                    MOVE SYR-RANK    TO NYRF-RANK
                    MOVE SYR-FEM     TO NYRF-NAME
                    MOVE SYR-FEM-CNT TO NYRF-CNT
                    WRITE NYRF-REC
                    IF FS-BYRFEM NOT = 0
                       DISPLAY 'ERROR WRITING OUTPUT FILE'
                       DISPLAY NYRF-REC
                       MOVE 12 TO WS-RETURN-CODE
                       PERFORM 9999-TERMINATE
                    END-IF
                    ADD 1 TO WS-CNT-WRITTEN
                 END-IF
              END-IF

              PERFORM 2100-READ-SORTFILE
           END-PERFORM

           IF CTL-MALE
              CLOSE FD-BYRMALE
           ELSE
              CLOSE FD-BYRFEM
           END-IF
           .
       2100-READ-SORTFILE.
      * RETURN keyword is like READ for SD file (OUTPUT PROCEDURE)
      * RELEASE keyword is like WRITE for SD file (INPUT PROCEDURE)
           RETURN SD-SORTFILE
              AT END SET EOF TO TRUE
           END-RETURN
           .
      * Split mode input: GOOD20yy read once, each row released as a
      * male and a female record. An open slot left on the shorter
      * gender list by NAMECONS has no name to extract and is not
      * released, the same skip the single-gender output makes.
       3000-SPLIT-IN.
           OPEN INPUT FD-BABYYR
           IF FS-BABYYR NOT = 0
              DISPLAY 'ERROR OPENING INPUT FILE'
              DISPLAY WS-BABY-DDNAME
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM UNTIL EOF-IN
              READ FD-BABYYR
                   AT END SET EOF-IN TO TRUE
              END-READ
              IF FS-BABYYR NOT = 0 AND 10
                 DISPLAY 'ERROR READING INPUT FILE'
                 DISPLAY WS-BABY-DDNAME
                 MOVE 12 TO WS-RETURN-CODE
                 PERFORM 9999-TERMINATE
              END-IF
              IF NOT EOF-IN
                 ADD 1 TO WS-CNT-SORTED
                 IF BYR-MALE = SPACES
                    ADD 1 TO WS-CNT-OPEN
                 ELSE
                    MOVE 'M'          TO SPL-GENDER
                    MOVE BYR-MALE     TO SPL-NAME
                    MOVE BYR-RANK     TO SPL-RANK
                    MOVE BYR-MALE-CNT TO SPL-CNT
                    RELEASE SPL-REC
                 END-IF
                 IF BYR-FEM = SPACES
                    ADD 1 TO WS-CNT-OPEN
                 ELSE
                    MOVE 'F'          TO SPL-GENDER
                    MOVE BYR-FEM      TO SPL-NAME
                    MOVE BYR-RANK     TO SPL-RANK
                    MOVE BYR-FEM-CNT  TO SPL-CNT
                    RELEASE SPL-REC
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FD-BABYYR
           .
      * Split mode output: the male block, then the female block,
      * each written to its own extract
       3500-SPLIT-OUT.
           OPEN OUTPUT FD-BYRMALE FD-BYRFEM
           IF FS-BYRMALE NOT = 0 OR FS-BYRFEM NOT = 0
              DISPLAY 'ERROR OPENING OUTPUT FILE'
              DISPLAY WS-MAL-DDNAME
              DISPLAY WS-FEM-DDNAME
              MOVE 12 TO WS-RETURN-CODE
              PERFORM 9999-TERMINATE
           END-IF

           PERFORM 3600-READ-SPLITFILE
           PERFORM UNTIL EOF
              IF SPL-GENDER = 'M'
                 MOVE SPACES   TO NYRM-REC
                 MOVE SPL-RANK TO NYRM-RANK
                 MOVE SPL-NAME TO NYRM-NAME
                 MOVE SPL-CNT  TO NYRM-CNT
                 WRITE NYRM-REC
                 IF FS-BYRMALE NOT = 0
                    DISPLAY 'ERROR WRITING OUTPUT FILE'
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-CNT-WRT-MAL
              ELSE
                 MOVE SPACES   TO NYRF-REC
                 MOVE SPL-RANK TO NYRF-RANK
                 MOVE SPL-NAME TO NYRF-NAME
                 MOVE SPL-CNT  TO NYRF-CNT
                 WRITE NYRF-REC
                 IF FS-BYRFEM NOT = 0
                    DISPLAY 'ERROR WRITING OUTPUT FILE'
                    MOVE 12 TO WS-RETURN-CODE
                    PERFORM 9999-TERMINATE
                 END-IF
                 ADD 1 TO WS-CNT-WRT-FEM
              END-IF
              PERFORM 3600-READ-SPLITFILE
           END-PERFORM

           CLOSE FD-BYRMALE FD-BYRFEM
           .
       3600-READ-SPLITFILE.
           RETURN SD-SPLITFILE
              AT END SET EOF TO TRUE
           END-RETURN
           .
      * One audit record per file carried on the run, written to the
      * shared AUDITLOG so run history survives the job log
      * The sort is driven with USING, which releases every input
      * record, so records returned equals records read; the extract
      * count is lower by the open slots skipped. In split mode the
      * input count is the rows read and each extract has its own row.
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
                 MOVE WS-CNT-WRITTEN      TO WS-AUD-COUNT
                 PERFORM 8590-PUT-AUDIT
              END-IF
              CLOSE FD-AUDITLOG
           END-IF
           .
