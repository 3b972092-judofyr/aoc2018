       DATA DIVISION.
       FILE SECTION.
       FD SYSRENV
           RECORD CONTAINS 128 CHARACTERS.
       01  RENV-RECORD PIC X(128).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01 SYSRENV-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRENV-EOF VALUE "Y".

       01 ENVELOPE-ROW PIC X(128).
       01 ENVELOPE-ROW-FIELDS REDEFINES ENVELOPE-ROW.
         05 ROW-RECORD-TYPE PIC X(02).
         05 FILLER PIC X(126).
       01 ROW-PART1-FIELDS REDEFINES ENVELOPE-ROW.
         05 FILLER PIC X(21).
         05 ROW-PART1-X PIC X(12).
         05 FILLER PIC X(95).

       01 ENV-HEADER-REC.
         05 EH-RECORD-TYPE PIC X(02).
         05 EH-SENDER-ID PIC X(08).
         05 EH-RUN-DATE PIC X(08).
         05 EH-ROW-COUNT PIC X(07).
         05 EH-RUN-ID PIC X(14).
       01 ENV-HEADER-PRESENT-FLAG PIC X(01) VALUE "N".
         88 ENV-HEADER-PRESENT VALUE "Y".

         05 FILLER       PIC X(20) VALUE "FILE CREATED ...... ".
         05 VFY-CREATED  PIC X(10).

       01 VFY-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "RUN ID ............ ".
         05 VFY-RUNID    PIC X(14).

       01 VFY-EXPECTED-LINE.
         05 FILLER       PIC X(20) VALUE "EXPECTED ROWS ..... ".
         05 VFY-EXPECTED PIC Z(6)9.
           END-IF.

           IF ROW-RECORD-TYPE = "FH"
             MOVE ENVELOPE-ROW(1:39) TO ENV-HEADER-REC
             SET ENV-HEADER-PRESENT TO TRUE
             PERFORM 2200-REPORT-HEADER THRU 2200-EXIT
             GO TO 2000-NEXT
             MOVE EH-RUN-DATE(1:4) TO VFY-CREATED(7:4)
             WRITE REPORT-LINE FROM VFY-CREATED-LINE
           END-IF.
           IF EH-RUN-ID NOT = SPACES
             MOVE EH-RUN-ID TO VFY-RUNID
             WRITE REPORT-LINE FROM VFY-RUNID-LINE
           END-IF.
           IF EH-ROW-COUNT IS NUMERIC
             MOVE EH-ROW-COUNT TO EH-ROW-COUNT-N
             MOVE EH-ROW-COUNT-N TO VFY-EXPECTED
