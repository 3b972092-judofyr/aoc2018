       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8BOUT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT OPTIONAL SYSRSLT ASSIGN TO "SYSRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRSLT-STATUS.

           SELECT OPTIONAL SYSAUD ASSIGN TO "SYSAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSAUD-STATUS.

           SELECT SYSMSTR ASSIGN TO "SYSMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-LICENSE-ID
               FILE STATUS IS SYSMSTR-STATUS.

           SELECT SYSHOLD ASSIGN TO "SYSHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS SYSHOLD-STATUS.

           SELECT SYSAUDO ASSIGN TO "SYSAUDO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSAUDO-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD.
           05 RUN-CARD-ID.
             10 RUN-CARD-DATE PIC X(08).
             10 RUN-CARD-TIME PIC X(06).
           05 FILLER PIC X(01).
           05 RUN-CARD-HOLD-OPTION PIC X(01).
           05 FILLER PIC X(64).

       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSAUD
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDIT-RECORD PIC X(147).

       FD SYSMSTR
           RECORD CONTAINS 200 CHARACTERS.
       01  MASTER-RECORD.
           05 MST-LICENSE-ID   PIC X(12).
           05 MST-PART1        PIC 9(12).
           05 MST-PART2        PIC 9(12).
           05 MST-VALID        PIC X(01).
           05 MST-FIRST-DATE   PIC X(10).
           05 MST-LAST-DATE    PIC X(10).
           05 MST-PRIOR-PART1  PIC 9(12).
           05 MST-PRIOR-PART2  PIC 9(12).
           05 MST-PRIOR-VALID  PIC X(01).
           05 MST-TIMES-SCORED PIC 9(5).
           05 MST-RUN-ID       PIC X(14).
           05 MST-RUN-ACTION   PIC X(01).
           05 MST-UNDO-RUN-ID  PIC X(14).
           05 MST-UNDO-LAST-DATE PIC X(10).
           05 MST-UNDO-PART1   PIC 9(12).
           05 MST-UNDO-PART2   PIC 9(12).
           05 MST-UNDO-VALID   PIC X(01).
           05 MST-UNDO-PRIOR-PART1 PIC 9(12).
           05 MST-UNDO-PRIOR-PART2 PIC 9(12).
           05 MST-UNDO-PRIOR-VALID PIC X(01).
           05 MST-RETIRED-FLAG PIC X(01).
             88 MST-RETIRED VALUE "Y".
           05 MST-RETIRE-REASON PIC X(04).
           05 MST-HOLD-FLAG    PIC X(01).
             88 MST-HELD VALUE "Y".
           05 MST-HOLD-REASON  PIC X(04).
           05 MST-OVERRIDE-FLAG PIC X(01).
             88 MST-OVERRIDDEN VALUE "Y".
           05 MST-OVERRIDE-REASON PIC X(04).
           05 MST-MAINT-DATE   PIC X(08).
           05 FILLER           PIC X(01).

       FD SYSHOLD
           RECORD CONTAINS 300 CHARACTERS.
       01  HOLD-RECORD.
           05 HOLD-KEY.
             10 HOLD-LICENSE-ID PIC X(12).
             10 HOLD-RUN-ID     PIC X(14).
           05 HOLD-VENDOR-ID     PIC X(08).
           05 HOLD-STATUS        PIC X(01).
           05 HOLD-OLD-PART1     PIC 9(12).
           05 HOLD-NEW-PART1     PIC 9(12).
           05 HOLD-DIRECTION     PIC X(01).
           05 HOLD-PCT-CHANGE    PIC 9(5)V9(2).
           05 HOLD-TOL-PCT       PIC 9(3)V9(2).
           05 HOLD-TOL-UNITS     PIC 9(12).
           05 HOLD-HELD-DATE     PIC X(10).
           05 HOLD-ACTION-OPER   PIC X(08).
           05 HOLD-ACTION-DATE   PIC X(10).
           05 HOLD-ACTION-REASON PIC X(30).
           05 HOLD-BILLED-FLAG   PIC X(01).
           05 HOLD-BILLED-DATE   PIC X(10).
           05 HOLD-XMIT-FLAG     PIC X(01).
           05 HOLD-XMIT-DATE     PIC X(10).
           05 HOLD-RESULT-ROW    PIC X(128).
           05 FILLER             PIC X(08).

       FD SYSAUDO
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDIT-OUT-RECORD PIC X(147).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSAUD-STATUS PIC X(02).
       01 SYSMSTR-STATUS PIC X(02).
       01 SYSHOLD-STATUS PIC X(02).
       01 SYSAUDO-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SOURCE-EOF-FLAG PIC X(01) VALUE "N".
         88 SOURCE-EOF VALUE "Y".
       01 RESULTS-SOURCE-FLAG PIC X(01) VALUE "N".
         88 RESULTS-SOURCE VALUE "Y".
       01 CARD-PRESENT-FLAG PIC X(01) VALUE "N".
         88 CARD-PRESENT VALUE "Y".
       01 MASTER-FOUND-FLAG PIC X(01) VALUE "N".
         88 MASTER-FOUND VALUE "Y".
       01 SYSHOLD-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSHOLD-EOF VALUE "Y".
       01 HOLDS-REVERSED-FLAG PIC X(01) VALUE "N".
         88 HOLDS-REVERSED VALUE "Y".

       01 TARGET-RUN-ID PIC X(14) VALUE SPACES.
       01 TARGET-RUN-DATE PIC X(08) VALUE SPACES.
       01 BACKOUT-RUN-ID PIC X(14).
       01 REFUSE-REASON PIC X(30).
       01 REVERSAL-REASON PIC X(50).

       01 DRUN-TABLE.
         05 DRUN-ID OCCURS 20 TIMES PIC X(14).
       01 DRUN-COUNT PIC 9(3) VALUE 0.
       01 DRUN-SUB PIC 9(3).
       01 DRUN-FOUND-SUB PIC 9(3).

       01 RSLT-DETAIL-LINE.
         05 RSLT-LICENSE-ID PIC X(12).
         05 FILLER          PIC X(01).
         05 RSLT-TREE-SEQ   PIC X(07).
         05 FILLER          PIC X(01).
         05 RSLT-PART1      PIC X(12).
         05 FILLER          PIC X(01).
         05 RSLT-PART2      PIC X(12).
         05 FILLER          PIC X(01).
         05 RSLT-VALID      PIC X(01).
         05 FILLER          PIC X(01).
         05 RSLT-WARNINGS   PIC X(04).
         05 FILLER          PIC X(01).
         05 RSLT-REASON     PIC X(50).
         05 FILLER          PIC X(01).
         05 RSLT-VENDOR-ID  PIC X(08).
         05 FILLER          PIC X(01).
         05 RSLT-RUN-ID     PIC X(14).

       01 AUDIT-ROW.
         05 AUD-DATE       PIC X(10).
         05 FILLER         PIC X(01).
         05 AUD-TIME       PIC X(08).
         05 FILLER         PIC X(01).
         05 AUD-LICENSE-ID PIC X(12).
         05 FILLER         PIC X(01).
         05 AUD-TREE-SEQ   PIC X(07).
         05 FILLER         PIC X(01).
         05 AUD-INPUT-LEN  PIC X(07).
         05 FILLER         PIC X(01).
         05 AUD-PART1      PIC X(12).
         05 FILLER         PIC X(01).
         05 AUD-PART2      PIC X(12).
         05 FILLER         PIC X(01).
         05 AUD-VALID      PIC X(01).
         05 FILLER         PIC X(01).
         05 AUD-WARNINGS   PIC X(04).
         05 FILLER         PIC X(01).
         05 AUD-REASON     PIC X(50).
         05 FILLER         PIC X(01).
         05 AUD-RUN-ID     PIC X(14).

       01 REV-DETAIL-LINE.
         05 REV-DATE       PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-TIME       PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-LICENSE-ID PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-TREE-SEQ   PIC Z(6)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-INPUT-LEN  PIC Z(6)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-PART1      PIC Z(11)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-PART2      PIC Z(11)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-VALID      PIC X(01).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-WARNINGS   PIC Z(3)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-REASON     PIC X(50).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REV-RUN-ID     PIC X(14).

       01 ROW-LICENSE-ID PIC X(12).
       01 ROW-TREE-SEQ PIC X(07).
       01 ROW-VALID PIC X(01).
       01 ROW-RUN-ID PIC X(14).
       01 WORK-SEQ PIC X(07).
       01 ROW-SEQ-NUM PIC 9(07).

       01 RUN-PART1 PIC 9(12).
       01 RUN-PART2 PIC 9(12).
       01 RUN-VALID PIC X(01).

       01 REFUSED-TABLE.
         05 REFUSED-ENTRY OCCURS 500 TIMES PIC X(80).
       01 REFUSED-TABLE-COUNT PIC 9(3) VALUE 0.
       01 REFUSED-SUB PIC 9(3).
       01 REFUSED-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 ROWS-READ-COUNT PIC 9(7) VALUE 0.
       01 RUN-ROWS-COUNT PIC 9(7) VALUE 0.
       01 OTHER-RUN-COUNT PIC 9(7) VALUE 0.
       01 BYPASSED-COUNT PIC 9(7) VALUE 0.
       01 RESTORED-COUNT PIC 9(7) VALUE 0.
       01 REMOVED-COUNT PIC 9(7) VALUE 0.
       01 REFUSED-COUNT PIC 9(7) VALUE 0.
       01 ALREADY-COUNT PIC 9(7) VALUE 0.
       01 NOT-APPLIED-COUNT PIC 9(7) VALUE 0.
       01 NOT-FOUND-COUNT PIC 9(7) VALUE 0.
       01 HOLDS-CLOSED-COUNT PIC 9(7) VALUE 0.
       01 HOLDS-GONE-OUT-COUNT PIC 9(7) VALUE 0.
       01 REVERSAL-COUNT PIC 9(7) VALUE 0.

       01 RUN-DATE-FIELDS.
         05 RUN-DATE-CCYY PIC 9(4).
         05 RUN-DATE-MM PIC 9(2).
         05 RUN-DATE-DD PIC 9(2).
       01 RUN-DATE-DISPLAY.
         05 RUN-DATE-DISPLAY-MM PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 RUN-DATE-DISPLAY-DD PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 RUN-DATE-DISPLAY-CCYY PIC 9(4).

       01 RUN-TIME-FIELDS.
         05 RUN-TIME-HH PIC 9(2).
         05 RUN-TIME-MM PIC 9(2).
         05 RUN-TIME-SS PIC 9(2).
         05 RUN-TIME-HS PIC 9(2).
       01 RUN-TIME-DISPLAY.
         05 RUN-TIME-DISPLAY-HH PIC 9(2).
         05 FILLER PIC X(1) VALUE ":".
         05 RUN-TIME-DISPLAY-MM PIC 9(2).
         05 FILLER PIC X(1) VALUE ":".
         05 RUN-TIME-DISPLAY-SS PIC 9(2).

       01 BOT-TITLE-LINE PIC X(132)
           VALUE "DAY8BOUT -- SCORE MASTER RUN BACKOUT".
       01 BOT-RULE-LINE PIC X(132) VALUE ALL "-".
       01 BOT-BLANK-LINE PIC X(132) VALUE SPACES.

       01 BOT-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 BOT-DATE     PIC X(10).

       01 BOT-TARGET-LINE.
         05 FILLER       PIC X(20) VALUE "RUN BACKED OUT .... ".
         05 BOT-TARGET   PIC X(14).

       01 BOT-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "BACKOUT RUN ID .... ".
         05 BOT-RUNID    PIC X(14).

       01 BOT-SOURCE-LINE.
         05 FILLER       PIC X(20) VALUE "LICENSES FROM ..... ".
         05 BOT-SOURCE   PIC X(30).

       01 BOT-HEADING-LINE.
         05 FILLER PIC X(09) VALUE "ACTION   ".
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(13) VALUE "   RUN PART1 ".
         05 FILLER PIC X(13) VALUE " RESTORED P1 ".
         05 FILLER PIC X(13) VALUE "   RUN PART2 ".
         05 FILLER PIC X(13) VALUE " RESTORED P2 ".
         05 FILLER PIC X(09) VALUE "RUN/RST  ".
         05 FILLER PIC X(05) VALUE "TIMES".

       01 BOT-DETAIL-LINE.
         05 BOT-TAG        PIC X(09).
         05 BOT-LICENSE    PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 BOT-RUN-P1     PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 BOT-RST-P1     PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 BOT-RUN-P2     PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 BOT-RST-P2     PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 BOT-RUN-V      PIC X(01).
         05 FILLER         PIC X(01) VALUE "/".
         05 BOT-RST-V      PIC X(01).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 BOT-TIMES      PIC Z(4)9.

       01 BOT-REFUSED-TITLE PIC X(132)
           VALUE "LICENSES REFUSED -- REVIEW MANUALLY".

       01 BOT-REFUSED-HEADING.
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(08) VALUE "TREE #  ".
         05 FILLER PIC X(15) VALUE "MASTER RUN ID  ".
         05 FILLER PIC X(11) VALUE "LAST DATE  ".
         05 FILLER PIC X(06) VALUE "REASON".

       01 BOT-REFUSED-LINE.
         05 BOT-REF-LICENSE PIC X(12).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 BOT-REF-SEQ     PIC X(07).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 BOT-REF-RUN-ID  PIC X(14).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 BOT-REF-DATE    PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 BOT-REF-REASON  PIC X(30).

       01 BOT-HOLDOUT-TITLE PIC X(132)
           VALUE "RELEASED HOLDS OF THE RUN ALREADY BILLED OR SENT".

       01 BOT-HOLDOUT-LINE.
         05 FILLER       PIC X(20) VALUE "HOLDS BILLED / SENT ".
         05 BOT-HOLDOUT  PIC Z(6)9.

       01 BOT-REFOVER-LINE.
         05 FILLER PIC X(41)
             VALUE "*** REFUSED LIST FULL -- NOT LISTED .... ".
         05 BOT-REFOVER PIC Z(6)9.

       01 BOT-NOROWS-LINE PIC X(132)
           VALUE "*** NO ROWS FOR THIS RUN -- CHECK GENERATION OR CARD".

       01 BOT-DRUN-TITLE PIC X(132)
           VALUE "*** SEVERAL RUNS ON THAT DATE -- CARD NEEDS RUN ID".

       01 BOT-DRUN-LINE.
         05 FILLER       PIC X(20) VALUE "    RUN ID ........ ".
         05 BOT-DRUN-ID  PIC X(14).

       01 BOT-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "SOURCE ROWS READ .. ".
         05 BOT-TOT-READ PIC Z(6)9.

       01 BOT-TOT-RUN-LINE.
         05 FILLER       PIC X(20) VALUE "ROWS FOR THIS RUN . ".
         05 BOT-TOT-RUN  PIC Z(6)9.

       01 BOT-TOT-OTH-LINE.
         05 FILLER       PIC X(20) VALUE "ROWS OTHER RUNS ... ".
         05 BOT-TOT-OTH  PIC Z(6)9.

       01 BOT-TOT-BYP-LINE.
         05 FILLER       PIC X(20) VALUE "SKIPPED ROWS ...... ".
         05 BOT-TOT-BYP  PIC Z(6)9.

       01 BOT-TOT-RST-LINE.
         05 FILLER       PIC X(20) VALUE "LICENSES RESTORED . ".
         05 BOT-TOT-RST  PIC Z(6)9.

       01 BOT-TOT-REM-LINE.
         05 FILLER       PIC X(20) VALUE "LICENSES REMOVED .. ".
         05 BOT-TOT-REM  PIC Z(6)9.

       01 BOT-TOT-REF-LINE.
         05 FILLER       PIC X(20) VALUE "LICENSES REFUSED .. ".
         05 BOT-TOT-REF  PIC Z(6)9.

       01 BOT-TOT-ALR-LINE.
         05 FILLER       PIC X(20) VALUE "ALREADY BACKED OUT  ".
         05 BOT-TOT-ALR  PIC Z(6)9.

       01 BOT-TOT-NAP-LINE.
         05 FILLER       PIC X(20) VALUE "NOT APPLIED BY RUN  ".
         05 BOT-TOT-NAP  PIC Z(6)9.

       01 BOT-TOT-NOF-LINE.
         05 FILLER       PIC X(20) VALUE "NOT ON MASTER ..... ".
         05 BOT-TOT-NOF  PIC Z(6)9.

       01 BOT-TOT-HLD-LINE.
         05 FILLER       PIC X(20) VALUE "HOLDS CLOSED ...... ".
         05 BOT-TOT-HLD  PIC Z(6)9.

       01 BOT-TOT-REV-LINE.
         05 FILLER       PIC X(20) VALUE "REVERSAL ROWS ..... ".
         05 BOT-TOT-REV  PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-BACK-OUT-ONE-ROW THRU 2000-EXIT
               UNTIL SOURCE-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSIN.
           IF SYSIN-STATUS = "00"
             READ SYSIN
               AT END
                 CONTINUE
               NOT AT END
                 IF RUN-CARD-HOLD-OPTION = "K"
                   SET HOLDS-REVERSED TO TRUE
                 END-IF
                 IF RUN-CARD-DATE NOT = SPACES
                   SET CARD-PRESENT TO TRUE
                   MOVE RUN-CARD-DATE TO TARGET-RUN-DATE
                   IF RUN-CARD-TIME NOT = SPACES
                     MOVE RUN-CARD-ID TO TARGET-RUN-ID
                   END-IF
                 END-IF
             END-READ
             CLOSE SYSIN
           END-IF.

           OPEN INPUT SYSRSLT.
           IF SYSRSLT-STATUS = "00"
             SET RESULTS-SOURCE TO TRUE
           ELSE
             OPEN INPUT SYSAUD
             IF SYSAUD-STATUS NOT = "00"
               DISPLAY "DAY8BOUT: NEITHER SYSRSLT NOR SYSAUD SUPPLIED,"
                   " STATUS = " SYSAUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             IF NOT CARD-PRESENT
               DISPLAY "DAY8BOUT: RUN DATE OR RUN ID CARD REQUIRED "
                   "WHEN READING SYSAUD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           OPEN I-O SYSMSTR.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: UNABLE TO OPEN SYSMSTR, STATUS = "
                 SYSMSTR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN I-O SYSHOLD.
           IF SYSHOLD-STATUS = "35"
             OPEN OUTPUT SYSHOLD
             CLOSE SYSHOLD
             OPEN I-O SYSHOLD
           END-IF.
           IF SYSHOLD-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: UNABLE TO OPEN SYSHOLD, STATUS = "
                 SYSHOLD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSAUDO.
           IF SYSAUDO-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: UNABLE TO OPEN SYSAUDO, STATUS = "
                 SYSAUDO-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.
           ACCEPT RUN-TIME-FIELDS FROM TIME.
           MOVE RUN-DATE-FIELDS TO BACKOUT-RUN-ID(1:8).
           MOVE RUN-TIME-FIELDS(1:6) TO BACKOUT-RUN-ID(9:6).

           WRITE REPORT-LINE FROM BOT-TITLE-LINE.
           WRITE REPORT-LINE FROM BOT-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO BOT-DATE.
           WRITE REPORT-LINE FROM BOT-DATE-LINE.

           IF TARGET-RUN-ID = SPACES
               AND TARGET-RUN-DATE NOT = SPACES
             PERFORM 1500-FIND-RUN-FOR-DATE THRU 1500-EXIT
           END-IF.

           PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
           IF TARGET-RUN-ID = SPACES
               AND NOT SOURCE-EOF
             MOVE ROW-RUN-ID TO TARGET-RUN-ID
           END-IF.
           IF TARGET-RUN-ID = SPACES
             DISPLAY "DAY8BOUT: NO RUN ID ON SYSIN OR SYSRSLT"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE TARGET-RUN-ID TO BOT-TARGET.
           WRITE REPORT-LINE FROM BOT-TARGET-LINE.
           MOVE BACKOUT-RUN-ID TO BOT-RUNID.
           WRITE REPORT-LINE FROM BOT-RUNID-LINE.
           IF RESULTS-SOURCE
             MOVE "RESULTS GENERATION (SYSRSLT)" TO BOT-SOURCE
           ELSE
             MOVE "AUDIT HISTORY (SYSAUD)" TO BOT-SOURCE
           END-IF.
           WRITE REPORT-LINE FROM BOT-SOURCE-LINE.
           WRITE REPORT-LINE FROM BOT-BLANK-LINE.

           PERFORM 1800-CHECK-RELEASED-HOLDS THRU 1800-EXIT.

           WRITE REPORT-LINE FROM BOT-HEADING-LINE.
           WRITE REPORT-LINE FROM BOT-BLANK-LINE.
       1000-EXIT.
           EXIT.

       1500-FIND-RUN-FOR-DATE.
           PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
           PERFORM 1600-NOTE-RUN-ON-DATE THRU 1600-EXIT
               UNTIL SOURCE-EOF.
           MOVE "N" TO SOURCE-EOF-FLAG.
           IF RESULTS-SOURCE
             CLOSE SYSRSLT
             OPEN INPUT SYSRSLT
             MOVE SYSRSLT-STATUS TO SYSAUD-STATUS
           ELSE
             CLOSE SYSAUD
             OPEN INPUT SYSAUD
           END-IF.
           IF SYSAUD-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: UNABLE TO REOPEN SOURCE, STATUS = "
                 SYSAUD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF DRUN-COUNT = 1
             MOVE DRUN-ID(1) TO TARGET-RUN-ID
             GO TO 1500-EXIT
           END-IF.
           IF DRUN-COUNT = 0
             MOVE TARGET-RUN-DATE TO BOT-TARGET
             WRITE REPORT-LINE FROM BOT-TARGET-LINE
             WRITE REPORT-LINE FROM BOT-BLANK-LINE
             WRITE REPORT-LINE FROM BOT-NOROWS-LINE
             DISPLAY "DAY8BOUT: NO SCORING RUN FOUND FOR "
                 TARGET-RUN-DATE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM BOT-BLANK-LINE.
           WRITE REPORT-LINE FROM BOT-DRUN-TITLE.
           PERFORM 1700-WRITE-DATE-RUN THRU 1700-EXIT
               VARYING DRUN-SUB FROM 1 BY 1
               UNTIL DRUN-SUB > DRUN-COUNT.
           DISPLAY "DAY8BOUT: MORE THAN ONE RUN ON " TARGET-RUN-DATE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1500-EXIT.
           EXIT.

       1600-NOTE-RUN-ON-DATE.
           IF ROW-RUN-ID(1:8) NOT = TARGET-RUN-DATE
               OR ROW-VALID = "B"
             GO TO 1600-NEXT
           END-IF.
           MOVE 0 TO DRUN-FOUND-SUB.
           PERFORM 1650-SCAN-DATE-RUN THRU 1650-EXIT
               VARYING DRUN-SUB FROM 1 BY 1
               UNTIL DRUN-SUB > DRUN-COUNT OR DRUN-FOUND-SUB > 0.
           IF DRUN-FOUND-SUB = 0
               AND DRUN-COUNT < 20
             ADD 1 TO DRUN-COUNT
             MOVE ROW-RUN-ID TO DRUN-ID(DRUN-COUNT)
           END-IF.
       1600-NEXT.
           PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
       1600-EXIT.
           EXIT.

       1650-SCAN-DATE-RUN.
           IF DRUN-ID(DRUN-SUB) = ROW-RUN-ID
             MOVE DRUN-SUB TO DRUN-FOUND-SUB
           END-IF.
       1650-EXIT.
           EXIT.

       1700-WRITE-DATE-RUN.
           MOVE DRUN-ID(DRUN-SUB) TO BOT-DRUN-ID.
           WRITE REPORT-LINE FROM BOT-DRUN-LINE.
       1700-EXIT.
           EXIT.

       1800-CHECK-RELEASED-HOLDS.
           MOVE "N" TO SYSHOLD-EOF-FLAG.
           MOVE LOW-VALUES TO HOLD-KEY.
           START SYSHOLD KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY
               SET SYSHOLD-EOF TO TRUE
           END-START.
           PERFORM 1850-CHECK-ONE-HOLD THRU 1850-EXIT
               UNTIL SYSHOLD-EOF.
           IF HOLDS-GONE-OUT-COUNT = 0
             GO TO 1800-EXIT
           END-IF.
           WRITE REPORT-LINE FROM BOT-BLANK-LINE.
           MOVE HOLDS-GONE-OUT-COUNT TO BOT-HOLDOUT.
           WRITE REPORT-LINE FROM BOT-HOLDOUT-LINE.
           IF HOLDS-REVERSED
             DISPLAY "DAY8BOUT: RELEASED HOLDS OF RUN " TARGET-RUN-ID
                 " ALREADY BILLED OR SENT -- KEPT AS REVERSED BY HAND"
             WRITE REPORT-LINE FROM BOT-BLANK-LINE
             GO TO 1800-EXIT
           END-IF.
           DISPLAY "DAY8BOUT: RELEASED HOLDS OF RUN " TARGET-RUN-ID
               " ALREADY BILLED OR SENT -- BACKOUT REFUSED".
           IF RESULTS-SOURCE
             CLOSE SYSRSLT
           ELSE
             CLOSE SYSAUD
           END-IF.
           CLOSE SYSMSTR.
           CLOSE SYSHOLD.
           CLOSE SYSAUDO.
           CLOSE SYSREPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1800-EXIT.
           EXIT.

       1850-CHECK-ONE-HOLD.
           READ SYSHOLD NEXT RECORD
             AT END
               SET SYSHOLD-EOF TO TRUE
               GO TO 1850-EXIT
           END-READ.
           IF HOLD-RUN-ID NOT = TARGET-RUN-ID
               OR HOLD-STATUS NOT = "R"
             GO TO 1850-EXIT
           END-IF.
           IF HOLD-BILLED-FLAG NOT = "Y" AND HOLD-XMIT-FLAG NOT = "Y"
             GO TO 1850-EXIT
           END-IF.
           IF HOLDS-GONE-OUT-COUNT = 0
             WRITE REPORT-LINE FROM BOT-HOLDOUT-TITLE
             WRITE REPORT-LINE FROM BOT-RULE-LINE
             WRITE REPORT-LINE FROM BOT-REFUSED-HEADING
           END-IF.
           ADD 1 TO HOLDS-GONE-OUT-COUNT.
           MOVE HOLD-LICENSE-ID TO BOT-REF-LICENSE.
           MOVE HOLD-RESULT-ROW(14:7) TO BOT-REF-SEQ.
           MOVE HOLD-RUN-ID TO BOT-REF-RUN-ID.
           IF HOLD-XMIT-FLAG = "Y"
             MOVE HOLD-XMIT-DATE TO BOT-REF-DATE
             MOVE "RELEASED HOLD ALREADY SENT" TO BOT-REF-REASON
           ELSE
             MOVE HOLD-BILLED-DATE TO BOT-REF-DATE
             MOVE "RELEASED HOLD ALREADY BILLED" TO BOT-REF-REASON
           END-IF.
           WRITE REPORT-LINE FROM BOT-REFUSED-LINE.
       1850-EXIT.
           EXIT.

       2000-BACK-OUT-ONE-ROW.
           ADD 1 TO ROWS-READ-COUNT.
           IF ROW-RUN-ID NOT = TARGET-RUN-ID
             ADD 1 TO OTHER-RUN-COUNT
             GO TO 2000-NEXT
           END-IF.
           ADD 1 TO RUN-ROWS-COUNT.

           IF ROW-VALID = "S" OR ROW-VALID = "D" OR ROW-VALID = "B"
               OR ROW-VALID = "R" OR ROW-LICENSE-ID = SPACES
             ADD 1 TO BYPASSED-COUNT
             GO TO 2000-NEXT
           END-IF.

           MOVE "Y" TO MASTER-FOUND-FLAG.
           MOVE ROW-LICENSE-ID TO MST-LICENSE-ID.
           READ SYSMSTR
             INVALID KEY
               MOVE "N" TO MASTER-FOUND-FLAG
           END-READ.
           IF NOT MASTER-FOUND
             ADD 1 TO NOT-FOUND-COUNT
             GO TO 2000-NEXT
           END-IF.

           IF MST-RUN-ID > TARGET-RUN-ID
             MOVE "RESCORED BY A LATER RUN" TO REFUSE-REASON
             PERFORM 2900-REFUSE-LICENSE THRU 2900-EXIT
             GO TO 2000-NEXT
           END-IF.
           IF MST-RUN-ID NOT = TARGET-RUN-ID
             IF MST-RUN-ACTION = "B"
                 AND MST-UNDO-RUN-ID = TARGET-RUN-ID
               ADD 1 TO ALREADY-COUNT
             ELSE
               ADD 1 TO NOT-APPLIED-COUNT
             END-IF
             GO TO 2000-NEXT
           END-IF.

           IF MST-RUN-ACTION = "M"
               OR (MST-RUN-ACTION = "A" AND MST-MAINT-DATE NOT = SPACES)
             MOVE "MAINTAINED SINCE THE RUN" TO REFUSE-REASON
             PERFORM 2900-REFUSE-LICENSE THRU 2900-EXIT
             GO TO 2000-NEXT
           END-IF.
           MOVE MST-PART1 TO RUN-PART1.
           MOVE MST-PART2 TO RUN-PART2.
           MOVE MST-VALID TO RUN-VALID.
           IF MST-RUN-ACTION = "A"
             PERFORM 2400-REMOVE-LICENSE THRU 2400-EXIT
             GO TO 2000-NEXT
           END-IF.
           IF MST-RUN-ACTION = "C" OR MST-RUN-ACTION = "U"
               OR MST-RUN-ACTION = "H"
             PERFORM 2300-RESTORE-LICENSE THRU 2300-EXIT
             GO TO 2000-NEXT
           END-IF.
           MOVE "NO BACKOUT IMAGE ON MASTER" TO REFUSE-REASON.
           PERFORM 2900-REFUSE-LICENSE THRU 2900-EXIT.

       2000-NEXT.
           PERFORM 2100-READ-SOURCE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SOURCE.
           IF RESULTS-SOURCE
             READ SYSRSLT INTO RSLT-DETAIL-LINE
               AT END
                 SET SOURCE-EOF TO TRUE
                 GO TO 2100-EXIT
             END-READ
             MOVE RSLT-LICENSE-ID TO ROW-LICENSE-ID
             MOVE RSLT-TREE-SEQ TO ROW-TREE-SEQ
             MOVE RSLT-VALID TO ROW-VALID
             MOVE RSLT-RUN-ID TO ROW-RUN-ID
           ELSE
             READ SYSAUD INTO AUDIT-ROW
               AT END
                 SET SOURCE-EOF TO TRUE
                 GO TO 2100-EXIT
             END-READ
             MOVE AUD-LICENSE-ID TO ROW-LICENSE-ID
             MOVE AUD-TREE-SEQ TO ROW-TREE-SEQ
             MOVE AUD-VALID TO ROW-VALID
             MOVE AUD-RUN-ID TO ROW-RUN-ID
           END-IF.
       2100-EXIT.
           EXIT.

       2300-RESTORE-LICENSE.
           MOVE MST-UNDO-PART1 TO MST-PART1.
           MOVE MST-UNDO-PART2 TO MST-PART2.
           MOVE MST-UNDO-VALID TO MST-VALID.
           MOVE MST-UNDO-PRIOR-PART1 TO MST-PRIOR-PART1.
           MOVE MST-UNDO-PRIOR-PART2 TO MST-PRIOR-PART2.
           MOVE MST-UNDO-PRIOR-VALID TO MST-PRIOR-VALID.
           MOVE MST-UNDO-LAST-DATE TO MST-LAST-DATE.
           MOVE MST-UNDO-RUN-ID TO MST-RUN-ID.
           IF MST-TIMES-SCORED > 0
             SUBTRACT 1 FROM MST-TIMES-SCORED
           END-IF.
           MOVE "B" TO MST-RUN-ACTION.
           MOVE TARGET-RUN-ID TO MST-UNDO-RUN-ID.
           MOVE SPACES TO MST-UNDO-LAST-DATE.
           MOVE 0 TO MST-UNDO-PART1.
           MOVE 0 TO MST-UNDO-PART2.
           MOVE SPACE TO MST-UNDO-VALID.
           MOVE 0 TO MST-UNDO-PRIOR-PART1.
           MOVE 0 TO MST-UNDO-PRIOR-PART2.
           MOVE SPACE TO MST-UNDO-PRIOR-VALID.
           REWRITE MASTER-RECORD.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: REWRITE FAILED, STATUS = "
                 SYSMSTR-STATUS " KEY = " MST-LICENSE-ID
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE "RESTORED " TO BOT-TAG.
           MOVE MST-LICENSE-ID TO BOT-LICENSE.
           MOVE RUN-PART1 TO BOT-RUN-P1.
           MOVE MST-PART1 TO BOT-RST-P1.
           MOVE RUN-PART2 TO BOT-RUN-P2.
           MOVE MST-PART2 TO BOT-RST-P2.
           MOVE RUN-VALID TO BOT-RUN-V.
           MOVE MST-VALID TO BOT-RST-V.
           MOVE MST-TIMES-SCORED TO BOT-TIMES.
           WRITE REPORT-LINE FROM BOT-DETAIL-LINE.
           ADD 1 TO RESTORED-COUNT.

           MOVE SPACES TO REVERSAL-REASON.
           STRING "BACKOUT OF RUN " DELIMITED BY SIZE
                  TARGET-RUN-ID DELIMITED BY SIZE
                  " -- PRIOR RESTORED" DELIMITED BY SIZE
               INTO REVERSAL-REASON.
           MOVE MST-PART1 TO REV-PART1.
           MOVE MST-PART2 TO REV-PART2.
           PERFORM 2600-WRITE-REVERSAL THRU 2600-EXIT.
           PERFORM 2500-CLOSE-HOLD THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

       2400-REMOVE-LICENSE.
           DELETE SYSMSTR RECORD.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: DELETE FAILED, STATUS = "
                 SYSMSTR-STATUS " KEY = " MST-LICENSE-ID
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE "REMOVED  " TO BOT-TAG.
           MOVE MST-LICENSE-ID TO BOT-LICENSE.
           MOVE RUN-PART1 TO BOT-RUN-P1.
           MOVE SPACES TO BOT-RST-P1.
           MOVE RUN-PART2 TO BOT-RUN-P2.
           MOVE SPACES TO BOT-RST-P2.
           MOVE RUN-VALID TO BOT-RUN-V.
           MOVE SPACE TO BOT-RST-V.
           MOVE 0 TO BOT-TIMES.
           WRITE REPORT-LINE FROM BOT-DETAIL-LINE.
           ADD 1 TO REMOVED-COUNT.

           MOVE SPACES TO REVERSAL-REASON.
           STRING "BACKOUT OF RUN " DELIMITED BY SIZE
                  TARGET-RUN-ID DELIMITED BY SIZE
                  " -- LICENSE REMOVED" DELIMITED BY SIZE
               INTO REVERSAL-REASON.
           MOVE 0 TO REV-PART1.
           MOVE 0 TO REV-PART2.
           PERFORM 2600-WRITE-REVERSAL THRU 2600-EXIT.
           PERFORM 2500-CLOSE-HOLD THRU 2500-EXIT.
       2400-EXIT.
           EXIT.

       2500-CLOSE-HOLD.
           MOVE ROW-LICENSE-ID TO HOLD-LICENSE-ID.
           MOVE TARGET-RUN-ID TO HOLD-RUN-ID.
           READ SYSHOLD
             INVALID KEY
               GO TO 2500-EXIT
           END-READ.
           IF HOLD-STATUS NOT = "P" AND HOLD-STATUS NOT = "R"
             GO TO 2500-EXIT
           END-IF.
           IF HOLD-BILLED-FLAG = "Y" OR HOLD-XMIT-FLAG = "Y"
             GO TO 2500-EXIT
           END-IF.
           MOVE "J" TO HOLD-STATUS.
           MOVE "DAY8BOUT" TO HOLD-ACTION-OPER.
           MOVE RUN-DATE-DISPLAY TO HOLD-ACTION-DATE.
           MOVE "RUN BACKED OUT" TO HOLD-ACTION-REASON.
           REWRITE HOLD-RECORD.
           IF SYSHOLD-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: HOLD REWRITE FAILED, STATUS = "
                 SYSHOLD-STATUS " KEY = " HOLD-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO HOLDS-CLOSED-COUNT.
       2500-EXIT.
           EXIT.

       2600-WRITE-REVERSAL.
           ACCEPT RUN-TIME-FIELDS FROM TIME.
           MOVE RUN-TIME-HH TO RUN-TIME-DISPLAY-HH.
           MOVE RUN-TIME-MM TO RUN-TIME-DISPLAY-MM.
           MOVE RUN-TIME-SS TO RUN-TIME-DISPLAY-SS.

           MOVE ROW-TREE-SEQ TO WORK-SEQ.
           INSPECT WORK-SEQ REPLACING LEADING " " BY "0".
           IF WORK-SEQ IS NUMERIC
             MOVE WORK-SEQ TO ROW-SEQ-NUM
           ELSE
             MOVE 0 TO ROW-SEQ-NUM
           END-IF.

           MOVE RUN-DATE-DISPLAY TO REV-DATE.
           MOVE RUN-TIME-DISPLAY TO REV-TIME.
           MOVE ROW-LICENSE-ID TO REV-LICENSE-ID.
           MOVE ROW-SEQ-NUM TO REV-TREE-SEQ.
           MOVE 0 TO REV-INPUT-LEN.
           MOVE "B" TO REV-VALID.
           MOVE 0 TO REV-WARNINGS.
           MOVE REVERSAL-REASON TO REV-REASON.
           MOVE BACKOUT-RUN-ID TO REV-RUN-ID.
           WRITE AUDIT-OUT-RECORD FROM REV-DETAIL-LINE.
           IF SYSAUDO-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: WRITE TO SYSAUDO FAILED, STATUS = "
                 SYSAUDO-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO REVERSAL-COUNT.
       2600-EXIT.
           EXIT.

       2900-REFUSE-LICENSE.
           ADD 1 TO REFUSED-COUNT.
           MOVE ROW-LICENSE-ID TO BOT-REF-LICENSE.
           MOVE ROW-TREE-SEQ TO BOT-REF-SEQ.
           MOVE MST-RUN-ID TO BOT-REF-RUN-ID.
           MOVE MST-LAST-DATE TO BOT-REF-DATE.
           MOVE REFUSE-REASON TO BOT-REF-REASON.
           IF REFUSED-TABLE-COUNT < 500
             ADD 1 TO REFUSED-TABLE-COUNT
             MOVE BOT-REFUSED-LINE TO REFUSED-ENTRY(REFUSED-TABLE-COUNT)
           ELSE
             ADD 1 TO REFUSED-OVERFLOW-COUNT
           END-IF.
       2900-EXIT.
           EXIT.

       8000-TERMINATE.
           IF RUN-ROWS-COUNT = 0
             WRITE REPORT-LINE FROM BOT-NOROWS-LINE
           END-IF.

           WRITE REPORT-LINE FROM BOT-BLANK-LINE.
           WRITE REPORT-LINE FROM BOT-REFUSED-TITLE.
           WRITE REPORT-LINE FROM BOT-RULE-LINE.
           WRITE REPORT-LINE FROM BOT-REFUSED-HEADING.
           PERFORM 8200-WRITE-REFUSED THRU 8200-EXIT
               VARYING REFUSED-SUB FROM 1 BY 1
               UNTIL REFUSED-SUB > REFUSED-TABLE-COUNT.
           IF REFUSED-OVERFLOW-COUNT > 0
             MOVE REFUSED-OVERFLOW-COUNT TO BOT-REFOVER
             WRITE REPORT-LINE FROM BOT-REFOVER-LINE
           END-IF.

           WRITE REPORT-LINE FROM BOT-BLANK-LINE.
           MOVE ROWS-READ-COUNT TO BOT-TOT-READ.
           WRITE REPORT-LINE FROM BOT-TOT-READ-LINE.
           MOVE RUN-ROWS-COUNT TO BOT-TOT-RUN.
           WRITE REPORT-LINE FROM BOT-TOT-RUN-LINE.
           MOVE OTHER-RUN-COUNT TO BOT-TOT-OTH.
           WRITE REPORT-LINE FROM BOT-TOT-OTH-LINE.
           MOVE BYPASSED-COUNT TO BOT-TOT-BYP.
           WRITE REPORT-LINE FROM BOT-TOT-BYP-LINE.
           MOVE RESTORED-COUNT TO BOT-TOT-RST.
           WRITE REPORT-LINE FROM BOT-TOT-RST-LINE.
           MOVE REMOVED-COUNT TO BOT-TOT-REM.
           WRITE REPORT-LINE FROM BOT-TOT-REM-LINE.
           MOVE REFUSED-COUNT TO BOT-TOT-REF.
           WRITE REPORT-LINE FROM BOT-TOT-REF-LINE.
           MOVE ALREADY-COUNT TO BOT-TOT-ALR.
           WRITE REPORT-LINE FROM BOT-TOT-ALR-LINE.
           MOVE NOT-APPLIED-COUNT TO BOT-TOT-NAP.
           WRITE REPORT-LINE FROM BOT-TOT-NAP-LINE.
           MOVE NOT-FOUND-COUNT TO BOT-TOT-NOF.
           WRITE REPORT-LINE FROM BOT-TOT-NOF-LINE.
           MOVE HOLDS-CLOSED-COUNT TO BOT-TOT-HLD.
           WRITE REPORT-LINE FROM BOT-TOT-HLD-LINE.
           MOVE REVERSAL-COUNT TO BOT-TOT-REV.
           WRITE REPORT-LINE FROM BOT-TOT-REV-LINE.

           IF RESULTS-SOURCE
             CLOSE SYSRSLT
           ELSE
             CLOSE SYSAUD
           END-IF.
           CLOSE SYSMSTR.
           CLOSE SYSHOLD.
           CLOSE SYSAUDO.
           IF SYSAUDO-STATUS NOT = "00"
             DISPLAY "DAY8BOUT: CLOSE OF SYSAUDO FAILED, STATUS = "
                 SYSAUDO-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE SYSREPT.

           IF RUN-ROWS-COUNT = 0
             MOVE 12 TO RETURN-CODE
           ELSE
             IF REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8200-WRITE-REFUSED.
           WRITE REPORT-LINE FROM REFUSED-ENTRY(REFUSED-SUB).
       8200-EXIT.
           EXIT.

       END PROGRAM DAY8BOUT.
