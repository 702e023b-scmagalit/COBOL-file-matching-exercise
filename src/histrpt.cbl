       FILE SECTION.
      * INPUT FILES
       FD  FD-NAMEHIST
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           .
       01  HST-REC.
           05  HST-ENTRY OCCURS 10 TIMES.
               10  HST-YEAR PIC XX.
               10  HST-RANK PIC 9(5).
      * Rank as first published for each year entry, kept when a
      * bureau revision or a re-fold restates the year; zero while
      * the year still stands as published, 99999 when the name was
      * not ranked at all in the year as first published
           05  HST-PUB-AREA.
               10  HST-PUB-RANK PIC 9(5) OCCURS 10 TIMES.

      * OUTPUT FILE
       FD  FD-TRNDRPT
