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
       01 INQ-CHANGED-LINE PIC X(132)
           VALUE "*** VALUES CHANGED FROM PRIOR SCORING".

       01 INQ-BACKOUT-LINE PIC X(132)
           VALUE "*** RUN BACKED OUT -- NEXT SCORING NOT COMPARED".

       01 INQ-NOROWS-LINE PIC X(132)
           VALUE "NO AUDIT ROWS FOUND FOR THIS LICENSE IN THE PERIOD".

           MOVE HIST-WARNINGS(HIST-SUB) TO INQ-WARNINGS.
           MOVE HIST-REASON(HIST-SUB) TO INQ-REASON.
           WRITE REPORT-LINE FROM INQ-DETAIL-LINE.
           IF HIST-VALID(HIST-SUB) = "S" OR HIST-VALID(HIST-SUB) = "R"
             GO TO 8200-EXIT
           END-IF.
           IF HIST-VALID(HIST-SUB) = "B"
             WRITE REPORT-LINE FROM INQ-BACKOUT-LINE
             MOVE "N" TO PRIOR-SEEN-FLAG
             GO TO 8200-EXIT
           END-IF.
           IF PRIOR-SEEN
