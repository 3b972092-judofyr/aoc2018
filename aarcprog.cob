       DATA DIVISION.
       FILE SECTION.
       FD SYSAUDI
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDI-RECORD PIC X(147).

       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER PIC X(70).

       FD SYSARCH
           RECORD CONTAINS 147 CHARACTERS.
       01  ARCH-RECORD PIC X(147).

       FD SYSAUDO
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDO-RECORD PIC X(147).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01 SYSAUDI-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSAUDI-EOF VALUE "Y".

       01 AUDIT-ROW PIC X(147).
       01 AUDIT-ROW-FIELDS REDEFINES AUDIT-ROW.
         05 AUD-DATE PIC X(10).
         05 FILLER PIC X(137).

       01 CUTOFF-DATE-SORT PIC 9(8).
       01 ROW-DATE-SORT PIC 9(8).
