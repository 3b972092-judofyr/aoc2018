       DATA DIVISION.
       FILE SECTION.
       FD SYSPREV
           RECORD CONTAINS 128 CHARACTERS.
       01  PREV-RECORD PIC X(128).

       FD SYSCURR
           RECORD CONTAINS 128 CHARACTERS.
       01  CURR-RECORD PIC X(128).

       FD SYSDELT
           RECORD CONTAINS 132 CHARACTERS.
         05 PRV-REASON     PIC X(50).
         05 FILLER         PIC X(01).
         05 PRV-VENDOR-ID  PIC X(08).
         05 FILLER         PIC X(01).
         05 PRV-RUN-ID     PIC X(14).

       01 CUR-DETAIL-LINE.
         05 CUR-LICENSE-ID PIC X(12).
         05 CUR-REASON     PIC X(50).
         05 FILLER         PIC X(01).
         05 CUR-VENDOR-ID  PIC X(08).
         05 FILLER         PIC X(01).
         05 CUR-RUN-ID     PIC X(14).

       01 PRV-KEY PIC X(19).
       01 CUR-KEY PIC X(19).
       2100-COMPARE-MATCHED.
           IF PRV-VALID = "S" OR CUR-VALID = "S"
               OR PRV-VALID = "D" OR CUR-VALID = "D"
               OR PRV-VALID = "R" OR CUR-VALID = "R"
             ADD 1 TO SKIPPED-COUNT
             GO TO 2100-EXIT
           END-IF.
