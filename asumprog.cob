       DATA DIVISION.
       FILE SECTION.
       FD SYSAUD
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDIT-RECORD PIC X(147).

       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
         05 AUD-WARNINGS   PIC X(04).
         05 FILLER         PIC X(01).
         05 AUD-REASON     PIC X(50).
         05 FILLER         PIC X(01).
         05 AUD-RUN-ID     PIC X(14).

       01 FROM-DATE-SORT PIC 9(8) VALUE 0.
       01 TO-DATE-SORT PIC 9(8) VALUE 99999999.
       01 ROWS-READ-COUNT PIC 9(7) VALUE 0.
       01 ROWS-SELECTED-COUNT PIC 9(7) VALUE 0.
       01 ROWS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 ROWS-BACKOUT-COUNT PIC 9(7) VALUE 0.
       01 REJECT-COUNT PIC 9(7) VALUE 0.
       01 LEN-TOTAL PIC 9(15) VALUE 0.
       01 LEN-MAX PIC 9(7) VALUE 0.
         05 FILLER       PIC X(20) VALUE "SKIPPED ROWS ...... ".
         05 ASM-TOT-SKP  PIC Z(6)9.

       01 ASM-TOT-BKO-LINE.
         05 FILLER       PIC X(20) VALUE "BACKOUT ROWS ...... ".
         05 ASM-TOT-BKO  PIC Z(6)9.

       01 ASM-TOT-REJ-LINE.
         05 FILLER       PIC X(20) VALUE "TREES REJECTED .... ".
         05 ASM-TOT-REJ  PIC Z(6)9.
             ADD 1 TO ROWS-SKIPPED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF AUD-VALID = "B"
             ADD 1 TO ROWS-BACKOUT-COUNT
             GO TO 2000-NEXT
           END-IF.

           ADD 1 TO ROWS-SELECTED-COUNT.


           PERFORM 2200-TALLY-DAY THRU 2200-EXIT.

           IF AUD-VALID = "N" OR AUD-VALID = "R"
             ADD 1 TO REJECT-COUNT
             PERFORM 2300-TALLY-REASON THRU 2300-EXIT
           END-IF.
             END-IF
           END-IF.
           ADD 1 TO DAY-SCORED(DAY-FOUND-SUB).
           IF AUD-VALID = "N" OR AUD-VALID = "R"
             ADD 1 TO DAY-REJECTS(DAY-FOUND-SUB)
           END-IF.
       2200-EXIT.
             MOVE ROWS-SKIPPED-COUNT TO ASM-TOT-SKP
             WRITE REPORT-LINE FROM ASM-TOT-SKP-LINE
           END-IF.
           IF ROWS-BACKOUT-COUNT > 0
             MOVE ROWS-BACKOUT-COUNT TO ASM-TOT-BKO
             WRITE REPORT-LINE FROM ASM-TOT-BKO-LINE
           END-IF.
           MOVE REJECT-COUNT TO ASM-TOT-REJ.
           WRITE REPORT-LINE FROM ASM-TOT-REJ-LINE.

