       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8PSPL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT OPTIONAL SYSCTOT ASSIGN TO "SYSCTOT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSCTOT-STATUS.

           SELECT SYSPCTL ASSIGN TO "SYSPCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSPCTL-STATUS.

           SELECT SYSPMAP ASSIGN TO "SYSPMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSPMAP-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

           SELECT TREEP01 ASSIGN TO "TREEP01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP01 ASSIGN TO "CTOTP01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP02 ASSIGN TO "TREEP02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP02 ASSIGN TO "CTOTP02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP03 ASSIGN TO "TREEP03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP03 ASSIGN TO "CTOTP03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP04 ASSIGN TO "TREEP04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP04 ASSIGN TO "CTOTP04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP05 ASSIGN TO "TREEP05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP05 ASSIGN TO "CTOTP05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP06 ASSIGN TO "TREEP06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP06 ASSIGN TO "CTOTP06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP07 ASSIGN TO "TREEP07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP07 ASSIGN TO "CTOTP07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.

           SELECT TREEP08 ASSIGN TO "TREEP08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TREEP-STATUS.

           SELECT CTOTP08 ASSIGN TO "CTOTP08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTOTP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON INPUT-LEN.
       01  INPUT-RECORD PIC X(200000).

       FD SYSCTOT
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOT-RECORD PIC X(10).

       FD SYSPCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  PCTL-RECORD.
           05 PCTL-PARTITIONS PIC 9(2).
           05 FILLER PIC X(78).

       FD SYSPMAP
           RECORD CONTAINS 80 CHARACTERS.
       01  PMAP-RECORD PIC X(80).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       FD TREEP01
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP01-RECORD PIC X(200000).

       FD CTOTP01
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP01-RECORD PIC X(10).

       FD TREEP02
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP02-RECORD PIC X(200000).

       FD CTOTP02
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP02-RECORD PIC X(10).

       FD TREEP03
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP03-RECORD PIC X(200000).

       FD CTOTP03
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP03-RECORD PIC X(10).

       FD TREEP04
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP04-RECORD PIC X(200000).

       FD CTOTP04
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP04-RECORD PIC X(10).

       FD TREEP05
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP05-RECORD PIC X(200000).

       FD CTOTP05
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP05-RECORD PIC X(10).

       FD TREEP06
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP06-RECORD PIC X(200000).

       FD CTOTP06
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP06-RECORD PIC X(10).

       FD TREEP07
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP07-RECORD PIC X(200000).

       FD CTOTP07
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP07-RECORD PIC X(10).

       FD TREEP08
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON PART-LEN.
       01  TREEP08-RECORD PIC X(200000).

       FD CTOTP08
           RECORD CONTAINS 10 CHARACTERS.
       01  CTOTP08-RECORD PIC X(10).
       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSCTOT-STATUS PIC X(02).
       01 SYSPCTL-STATUS PIC X(02).
       01 SYSPMAP-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 TREEP-STATUS PIC X(02).
       01 CTOTP-STATUS PIC X(02).
       01 INPUT-LEN PIC 9(6).
       01 PART-LEN PIC 9(6).

       01 SYSIN-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSIN-EOF VALUE "Y".
       01 SYSCTOT-PRESENT-FLAG PIC X(01) VALUE "N".
         88 SYSCTOT-PRESENT VALUE "Y".
       01 SYSCTOT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSCTOT-EOF VALUE "Y".
       01 UNIT-TABLE-FULL-FLAG PIC X(01) VALUE "N".
         88 UNIT-TABLE-FULL VALUE "Y".
       01 LICENSE-TABLE-FULL-FLAG PIC X(01) VALUE "N".
         88 LICENSE-TABLE-FULL VALUE "Y".
       01 GROUPS-LEFT-FLAG PIC X(01) VALUE "Y".
         88 GROUPS-LEFT VALUE "Y".

       01 PARTITION-COUNT PIC 9(2) VALUE 0.
       01 PART-SUB PIC 9(2).
       01 LOW-PART-SUB PIC 9(2).
       01 PART-TABLE.
         05 PART-ENTRY OCCURS 8 TIMES.
           10 PART-UNITS  PIC 9(5).
           10 PART-TREES  PIC 9(7).
           10 PART-VOLUME PIC 9(12).

       01 UNIT-TABLE.
         05 UNIT-ENTRY OCCURS 5000 TIMES.
           10 UNIT-PART       PIC 9(2).
           10 UNIT-OOFF       PIC 9(7).
           10 UNIT-POFF       PIC 9(7).
           10 UNIT-TREES      PIC 9(7).
           10 UNIT-VOLUME     PIC 9(12).
           10 UNIT-FH-FLAG    PIC X(01).
           10 UNIT-FH-VENDOR  PIC X(08).
           10 UNIT-GROUP      PIC 9(5).
           10 GROUP-VOLUME    PIC 9(12).
           10 GROUP-DONE-FLAG PIC X(01).
       01 UNIT-COUNT PIC 9(5) VALUE 0.
       01 UNIT-SUB PIC 9(5).
       01 CURRENT-UNIT PIC 9(5) VALUE 0.
       01 UNIT-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 LICENSE-TABLE.
         05 LICENSE-ENTRY OCCURS 10000 TIMES.
           10 LIC-ID   PIC X(12).
           10 LIC-UNIT PIC 9(5).
       01 LICENSE-COUNT PIC 9(5) VALUE 0.
       01 LICENSE-SUB PIC 9(5).
       01 LICENSE-FOUND-SUB PIC 9(5).
       01 LICENSE-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 TH-LICENSE-ID PIC X(12).

       01 KEEP-GROUP PIC 9(5).
       01 DROP-GROUP PIC 9(5).
       01 TIED-UNIT-COUNT PIC 9(5) VALUE 0.
       01 BIG-GROUP PIC 9(5).
       01 BIG-VOLUME PIC 9(12).
       01 GROUP-COUNT PIC 9(5) VALUE 0.

       01 RECORDS-READ-COUNT PIC 9(9) VALUE 0.
       01 ENVELOPE-COUNT PIC 9(5) VALUE 0.
       01 TOTAL-TREES PIC 9(7) VALUE 0.
       01 TOTAL-VOLUME PIC 9(12) VALUE 0.
       01 TREE-OFFSET PIC 9(7) VALUE 0.
       01 CTOT-WRITTEN-COUNT PIC 9(7) VALUE 0.
       01 EMPTY-PART-COUNT PIC 9(2) VALUE 0.
       01 PART-PERCENT PIC 9(3)V9.
       01 RUN-CONDITION-CODE PIC 99 VALUE 0.

       01 MAP-DETAIL-LINE.
         05 MAP-UNIT       PIC 9(5).
         05 MAP-PART       PIC 9(2).
         05 MAP-OOFF       PIC 9(7).
         05 MAP-POFF       PIC 9(7).
         05 MAP-TREES      PIC 9(7).
         05 MAP-VOLUME     PIC 9(12).
         05 MAP-FH-FLAG    PIC X(01).
         05 MAP-FH-VENDOR  PIC X(08).
         05 MAP-GROUP      PIC 9(5).
         05 FILLER         PIC X(26) VALUE SPACES.

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

       01 SPL-TITLE-LINE PIC X(132)
           VALUE "DAY8PSPL -- LICENSE TREE DROP PARTITION SPLIT".
       01 SPL-RULE-LINE PIC X(132) VALUE ALL "-".
       01 SPL-BLANK-LINE PIC X(132) VALUE SPACES.

       01 SPL-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 SPL-DATE     PIC X(10).

       01 SPL-PARTS-LINE.
         05 FILLER       PIC X(20) VALUE "PARTITIONS ........ ".
         05 SPL-PARTS    PIC Z9.

       01 SPL-BADCARD-LINE PIC X(132)
           VALUE "*** PARTITION CARD MISSING OR NOT 01-08 -- NO SPLIT".

       01 SPL-UNITFULL-LINE.
         05 FILLER PIC X(44)
             VALUE "*** ENVELOPE TABLE FULL -- NO SPLIT, DROPPED".
         05 SPL-UNITFULL PIC Z(6)9.

       01 SPL-LICFULL-LINE.
         05 FILLER PIC X(44)
             VALUE "*** LICENSE TABLE FULL -- NO SPLIT, DROPPED ".
         05 SPL-LICFULL PIC Z(6)9.

       01 SPL-UNIT-TITLE PIC X(132) VALUE "ENVELOPE ASSIGNMENT".

       01 SPL-UNIT-HEADING.
         05 FILLER PIC X(08) VALUE "  UNIT  ".
         05 FILLER PIC X(10) VALUE "SENDER    ".
         05 FILLER PIC X(09) VALUE "    TREES".
         05 FILLER PIC X(14) VALUE "         BYTES".
         05 FILLER PIC X(11) VALUE "  PARTITION".
         05 FILLER PIC X(12) VALUE "  TIED TO   ".

       01 SPL-UNIT-LINE.
         05 SPL-UNIT-NO     PIC Z(5)9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 SPL-UNIT-SENDER PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 SPL-UNIT-TREES  PIC Z(8)9.
         05 SPL-UNIT-VOLUME PIC Z(13)9.
         05 FILLER          PIC X(09) VALUE SPACES.
         05 SPL-UNIT-PART   PIC Z9.
         05 FILLER          PIC X(04) VALUE SPACES.
         05 SPL-UNIT-GROUP  PIC X(06).

       01 SPL-TIED-EDIT PIC Z(5)9.

       01 SPL-PART-TITLE PIC X(132) VALUE "PARTITION BALANCE".

       01 SPL-PART-HEADING.
         05 FILLER PIC X(11) VALUE "PARTITION  ".
         05 FILLER PIC X(09) VALUE "    UNITS".
         05 FILLER PIC X(09) VALUE "    TREES".
         05 FILLER PIC X(14) VALUE "         BYTES".
         05 FILLER PIC X(09) VALUE "  % BYTES".

       01 SPL-PART-LINE.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 SPL-PART-NO     PIC 9(2).
         05 FILLER          PIC X(06) VALUE SPACES.
         05 SPL-PART-UNITS  PIC Z(8)9.
         05 SPL-PART-TREES  PIC Z(8)9.
         05 SPL-PART-VOLUME PIC Z(13)9.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 SPL-PART-PCT    PIC ZZ9.9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 SPL-PART-NOTE   PIC X(20).

       01 SPL-TOTALS-TITLE PIC X(132) VALUE "SPLIT TOTALS".

       01 SPL-TOT-REC-LINE.
         05 FILLER       PIC X(20) VALUE "RECORDS READ ...... ".
         05 SPL-TOT-REC  PIC Z(8)9.

       01 SPL-TOT-ENV-LINE.
         05 FILLER       PIC X(20) VALUE "FILES (FH) ........ ".
         05 SPL-TOT-ENV  PIC Z(8)9.

       01 SPL-TOT-UNIT-LINE.
         05 FILLER       PIC X(20) VALUE "UNITS ............. ".
         05 SPL-TOT-UNIT PIC Z(8)9.

       01 SPL-TOT-TIED-LINE.
         05 FILLER       PIC X(20) VALUE "UNITS TIED ........ ".
         05 SPL-TOT-TIED PIC Z(8)9.

       01 SPL-TOT-TREE-LINE.
         05 FILLER       PIC X(20) VALUE "TREES ............. ".
         05 SPL-TOT-TREE PIC Z(8)9.

       01 SPL-TOT-LIC-LINE.
         05 FILLER       PIC X(20) VALUE "LICENSE IDS ....... ".
         05 SPL-TOT-LIC  PIC Z(8)9.

       01 SPL-TOT-BYTE-LINE.
         05 FILLER       PIC X(20) VALUE "BYTES ............. ".
         05 SPL-TOT-BYTE PIC Z(11)9.

       01 SPL-TOT-CTOT-LINE.
         05 FILLER       PIC X(20) VALUE "CONTROL TOTALS .... ".
         05 SPL-TOT-CTOT PIC Z(8)9.

       01 SPL-TOT-CC-LINE.
         05 FILLER       PIC X(20) VALUE "CONDITION CODE .... ".
         05 SPL-TOT-CC   PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
               UNTIL SYSIN-EOF.
           IF UNIT-TABLE-FULL OR LICENSE-TABLE-FULL
             PERFORM 8900-REFUSE-SPLIT THRU 8900-EXIT
           END-IF.
           PERFORM 3000-ASSIGN-PARTITIONS THRU 3000-EXIT.
           PERFORM 4000-WRITE-PARTITIONS THRU 4000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSIN.
           IF SYSIN-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO OPEN SYSIN, STATUS = "
                 SYSIN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           WRITE REPORT-LINE FROM SPL-TITLE-LINE.
           WRITE REPORT-LINE FROM SPL-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO SPL-DATE.
           WRITE REPORT-LINE FROM SPL-DATE-LINE.

           PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
           MOVE PARTITION-COUNT TO SPL-PARTS.
           WRITE REPORT-LINE FROM SPL-PARTS-LINE.
           WRITE REPORT-LINE FROM SPL-BLANK-LINE.

           OPEN INPUT SYSCTOT.
           IF SYSCTOT-STATUS = "00"
             SET SYSCTOT-PRESENT TO TRUE
           END-IF.

           MOVE ZEROS TO PART-TABLE.
       1000-EXIT.
           EXIT.

       1100-READ-CONTROL-CARD.
           OPEN INPUT SYSPCTL.
           IF SYSPCTL-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO OPEN SYSPCTL, STATUS = "
                 SYSPCTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ SYSPCTL
             AT END
               MOVE 0 TO PARTITION-COUNT
             NOT AT END
               IF PCTL-PARTITIONS IS NUMERIC
                 MOVE PCTL-PARTITIONS TO PARTITION-COUNT
               END-IF
           END-READ.
           CLOSE SYSPCTL.
           IF PARTITION-COUNT < 1 OR PARTITION-COUNT > 8
             WRITE REPORT-LINE FROM SPL-BADCARD-LINE
             CLOSE SYSIN
             CLOSE SYSREPT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       2000-SCAN-ONE-RECORD.
           READ SYSIN
             AT END
               SET SYSIN-EOF TO TRUE
               GO TO 2000-EXIT
           END-READ.
           ADD 1 TO RECORDS-READ-COUNT.
           IF UNIT-TABLE-FULL
             IF INPUT-RECORD(1:2) = "FH"
               ADD 1 TO UNIT-OVERFLOW-COUNT
             END-IF
             GO TO 2000-EXIT
           END-IF.

           IF INPUT-RECORD(1:2) = "FH" OR UNIT-COUNT = 0
             PERFORM 2100-START-UNIT THRU 2100-EXIT
             IF UNIT-TABLE-FULL
               GO TO 2000-EXIT
             END-IF
           END-IF.

           ADD INPUT-LEN TO UNIT-VOLUME(UNIT-COUNT).
           ADD INPUT-LEN TO TOTAL-VOLUME.

           IF INPUT-RECORD(1:2) = "FH" OR INPUT-RECORD(1:2) = "FT"
             GO TO 2000-EXIT
           END-IF.
           IF INPUT-RECORD(1:2) = "TH"
             MOVE INPUT-RECORD(11:12) TO TH-LICENSE-ID
             IF TH-LICENSE-ID NOT = SPACES
               PERFORM 2200-NOTE-LICENSE THRU 2200-EXIT
             END-IF
             GO TO 2000-EXIT
           END-IF.
           ADD 1 TO UNIT-TREES(UNIT-COUNT).
           ADD 1 TO TOTAL-TREES.
       2000-EXIT.
           EXIT.

       2100-START-UNIT.
           IF UNIT-COUNT NOT < 5000
             SET UNIT-TABLE-FULL TO TRUE
             ADD 1 TO UNIT-OVERFLOW-COUNT
             GO TO 2100-EXIT
           END-IF.
           ADD 1 TO UNIT-COUNT.
           MOVE 0 TO UNIT-PART(UNIT-COUNT).
           MOVE 0 TO UNIT-OOFF(UNIT-COUNT).
           MOVE 0 TO UNIT-POFF(UNIT-COUNT).
           MOVE 0 TO UNIT-TREES(UNIT-COUNT).
           MOVE 0 TO UNIT-VOLUME(UNIT-COUNT).
           MOVE UNIT-COUNT TO UNIT-GROUP(UNIT-COUNT).
           MOVE 0 TO GROUP-VOLUME(UNIT-COUNT).
           MOVE "N" TO GROUP-DONE-FLAG(UNIT-COUNT).
           IF INPUT-RECORD(1:2) = "FH"
             MOVE "Y" TO UNIT-FH-FLAG(UNIT-COUNT)
             MOVE INPUT-RECORD(3:8) TO UNIT-FH-VENDOR(UNIT-COUNT)
             ADD 1 TO ENVELOPE-COUNT
           ELSE
             MOVE "N" TO UNIT-FH-FLAG(UNIT-COUNT)
             MOVE SPACES TO UNIT-FH-VENDOR(UNIT-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-NOTE-LICENSE.
           MOVE 0 TO LICENSE-FOUND-SUB.
           PERFORM 2210-SCAN-LICENSE-ENTRY THRU 2210-EXIT
               VARYING LICENSE-SUB FROM 1 BY 1
               UNTIL LICENSE-SUB > LICENSE-COUNT
               OR LICENSE-FOUND-SUB > 0.
           IF LICENSE-FOUND-SUB > 0
             IF UNIT-GROUP(LIC-UNIT(LICENSE-FOUND-SUB))
                 NOT = UNIT-GROUP(UNIT-COUNT)
               PERFORM 2300-TIE-UNITS THRU 2300-EXIT
             END-IF
             GO TO 2200-EXIT
           END-IF.
           IF LICENSE-COUNT < 10000
             ADD 1 TO LICENSE-COUNT
             MOVE TH-LICENSE-ID TO LIC-ID(LICENSE-COUNT)
             MOVE UNIT-COUNT TO LIC-UNIT(LICENSE-COUNT)
           ELSE
             SET LICENSE-TABLE-FULL TO TRUE
             ADD 1 TO LICENSE-OVERFLOW-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-SCAN-LICENSE-ENTRY.
           IF LIC-ID(LICENSE-SUB) = TH-LICENSE-ID
             MOVE LICENSE-SUB TO LICENSE-FOUND-SUB
           END-IF.
       2210-EXIT.
           EXIT.

       2300-TIE-UNITS.
           IF UNIT-GROUP(LIC-UNIT(LICENSE-FOUND-SUB))
               < UNIT-GROUP(UNIT-COUNT)
             MOVE UNIT-GROUP(LIC-UNIT(LICENSE-FOUND-SUB))
                 TO KEEP-GROUP
             MOVE UNIT-GROUP(UNIT-COUNT) TO DROP-GROUP
           ELSE
             MOVE UNIT-GROUP(UNIT-COUNT) TO KEEP-GROUP
             MOVE UNIT-GROUP(LIC-UNIT(LICENSE-FOUND-SUB))
                 TO DROP-GROUP
           END-IF.
           PERFORM 2310-REGROUP-UNIT THRU 2310-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.
       2300-EXIT.
           EXIT.

       2310-REGROUP-UNIT.
           IF UNIT-GROUP(UNIT-SUB) = DROP-GROUP
             MOVE KEEP-GROUP TO UNIT-GROUP(UNIT-SUB)
           END-IF.
       2310-EXIT.
           EXIT.

       3000-ASSIGN-PARTITIONS.
           PERFORM 3100-ADD-GROUP-VOLUME THRU 3100-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.
           MOVE "Y" TO GROUPS-LEFT-FLAG.
           PERFORM 3200-ASSIGN-LARGEST-GROUP THRU 3200-EXIT
               UNTIL NOT GROUPS-LEFT.

           MOVE 0 TO TREE-OFFSET.
           PERFORM 3400-SET-UNIT-OFFSETS THRU 3400-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.

           OPEN OUTPUT SYSPMAP.
           IF SYSPMAP-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO OPEN SYSPMAP, STATUS = "
                 SYSPMAP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 3500-WRITE-MAP-RECORD THRU 3500-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.
           CLOSE SYSPMAP.
       3000-EXIT.
           EXIT.

       3100-ADD-GROUP-VOLUME.
           ADD UNIT-VOLUME(UNIT-SUB)
               TO GROUP-VOLUME(UNIT-GROUP(UNIT-SUB)).
           IF UNIT-GROUP(UNIT-SUB) = UNIT-SUB
             ADD 1 TO GROUP-COUNT
           ELSE
             ADD 1 TO TIED-UNIT-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-ASSIGN-LARGEST-GROUP.
           MOVE 0 TO BIG-GROUP.
           MOVE 0 TO BIG-VOLUME.
           PERFORM 3210-SCAN-GROUP THRU 3210-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.
           IF BIG-GROUP = 0
             MOVE "N" TO GROUPS-LEFT-FLAG
             GO TO 3200-EXIT
           END-IF.

           MOVE 1 TO LOW-PART-SUB.
           PERFORM 3220-SCAN-PARTITION THRU 3220-EXIT
               VARYING PART-SUB FROM 2 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.
           MOVE "Y" TO GROUP-DONE-FLAG(BIG-GROUP).
           ADD GROUP-VOLUME(BIG-GROUP) TO PART-VOLUME(LOW-PART-SUB).
           PERFORM 3230-PLACE-GROUP-UNIT THRU 3230-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.
       3200-EXIT.
           EXIT.

       3210-SCAN-GROUP.
           IF UNIT-GROUP(UNIT-SUB) = UNIT-SUB
               AND GROUP-DONE-FLAG(UNIT-SUB) = "N"
             IF BIG-GROUP = 0
                 OR GROUP-VOLUME(UNIT-SUB) > BIG-VOLUME
               MOVE UNIT-SUB TO BIG-GROUP
               MOVE GROUP-VOLUME(UNIT-SUB) TO BIG-VOLUME
             END-IF
           END-IF.
       3210-EXIT.
           EXIT.

       3220-SCAN-PARTITION.
           IF PART-VOLUME(PART-SUB) < PART-VOLUME(LOW-PART-SUB)
             MOVE PART-SUB TO LOW-PART-SUB
           END-IF.
       3220-EXIT.
           EXIT.

       3230-PLACE-GROUP-UNIT.
           IF UNIT-GROUP(UNIT-SUB) = BIG-GROUP
             MOVE LOW-PART-SUB TO UNIT-PART(UNIT-SUB)
           END-IF.
       3230-EXIT.
           EXIT.

       3400-SET-UNIT-OFFSETS.
           MOVE UNIT-PART(UNIT-SUB) TO PART-SUB.
           MOVE TREE-OFFSET TO UNIT-OOFF(UNIT-SUB).
           MOVE PART-TREES(PART-SUB) TO UNIT-POFF(UNIT-SUB).
           ADD UNIT-TREES(UNIT-SUB) TO TREE-OFFSET.
           ADD UNIT-TREES(UNIT-SUB) TO PART-TREES(PART-SUB).
           ADD 1 TO PART-UNITS(PART-SUB).
       3400-EXIT.
           EXIT.

       3500-WRITE-MAP-RECORD.
           MOVE UNIT-SUB TO MAP-UNIT.
           MOVE UNIT-PART(UNIT-SUB) TO MAP-PART.
           MOVE UNIT-OOFF(UNIT-SUB) TO MAP-OOFF.
           MOVE UNIT-POFF(UNIT-SUB) TO MAP-POFF.
           MOVE UNIT-TREES(UNIT-SUB) TO MAP-TREES.
           MOVE UNIT-VOLUME(UNIT-SUB) TO MAP-VOLUME.
           MOVE UNIT-FH-FLAG(UNIT-SUB) TO MAP-FH-FLAG.
           MOVE UNIT-FH-VENDOR(UNIT-SUB) TO MAP-FH-VENDOR.
           MOVE UNIT-GROUP(UNIT-SUB) TO MAP-GROUP.
           WRITE PMAP-RECORD FROM MAP-DETAIL-LINE.
       3500-EXIT.
           EXIT.

       4000-WRITE-PARTITIONS.
           CLOSE SYSIN.
           OPEN INPUT SYSIN.
           IF SYSIN-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO REOPEN SYSIN, STATUS = "
                 SYSIN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO SYSIN-EOF-FLAG.
           MOVE 0 TO CURRENT-UNIT.

           PERFORM 4100-OPEN-PARTITION THRU 4100-EXIT
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.

           PERFORM 4200-COPY-ONE-RECORD THRU 4200-EXIT
               UNTIL SYSIN-EOF.
       4000-EXIT.
           EXIT.

       4100-OPEN-PARTITION.
           IF PART-SUB = 1
             OPEN OUTPUT TREEP01
           END-IF.
           IF PART-SUB = 2
             OPEN OUTPUT TREEP02
           END-IF.
           IF PART-SUB = 3
             OPEN OUTPUT TREEP03
           END-IF.
           IF PART-SUB = 4
             OPEN OUTPUT TREEP04
           END-IF.
           IF PART-SUB = 5
             OPEN OUTPUT TREEP05
           END-IF.
           IF PART-SUB = 6
             OPEN OUTPUT TREEP06
           END-IF.
           IF PART-SUB = 7
             OPEN OUTPUT TREEP07
           END-IF.
           IF PART-SUB = 8
             OPEN OUTPUT TREEP08
           END-IF.
           IF TREEP-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO OPEN TREEP" PART-SUB
                 ", STATUS = " TREEP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF NOT SYSCTOT-PRESENT
             GO TO 4100-EXIT
           END-IF.
           IF PART-SUB = 1
             OPEN OUTPUT CTOTP01
           END-IF.
           IF PART-SUB = 2
             OPEN OUTPUT CTOTP02
           END-IF.
           IF PART-SUB = 3
             OPEN OUTPUT CTOTP03
           END-IF.
           IF PART-SUB = 4
             OPEN OUTPUT CTOTP04
           END-IF.
           IF PART-SUB = 5
             OPEN OUTPUT CTOTP05
           END-IF.
           IF PART-SUB = 6
             OPEN OUTPUT CTOTP06
           END-IF.
           IF PART-SUB = 7
             OPEN OUTPUT CTOTP07
           END-IF.
           IF PART-SUB = 8
             OPEN OUTPUT CTOTP08
           END-IF.
           IF CTOTP-STATUS NOT = "00"
             DISPLAY "DAY8PSPL: UNABLE TO OPEN CTOTP" PART-SUB
                 ", STATUS = " CTOTP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COPY-ONE-RECORD.
           READ SYSIN
             AT END
               SET SYSIN-EOF TO TRUE
               GO TO 4200-EXIT
           END-READ.
           IF INPUT-RECORD(1:2) = "FH" OR CURRENT-UNIT = 0
             ADD 1 TO CURRENT-UNIT
           END-IF.
           MOVE UNIT-PART(CURRENT-UNIT) TO PART-SUB.
           MOVE INPUT-LEN TO PART-LEN.
           IF PART-SUB = 1
             WRITE TREEP01-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 2
             WRITE TREEP02-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 3
             WRITE TREEP03-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 4
             WRITE TREEP04-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 5
             WRITE TREEP05-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 6
             WRITE TREEP06-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 7
             WRITE TREEP07-RECORD FROM INPUT-RECORD
           END-IF.
           IF PART-SUB = 8
             WRITE TREEP08-RECORD FROM INPUT-RECORD
           END-IF.
           IF INPUT-RECORD(1:2) = "FH" OR INPUT-RECORD(1:2) = "TH"
               OR INPUT-RECORD(1:2) = "FT"
             GO TO 4200-EXIT
           END-IF.
           IF SYSCTOT-PRESENT AND NOT SYSCTOT-EOF
             PERFORM 4300-COPY-CONTROL-TOTAL THRU 4300-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-COPY-CONTROL-TOTAL.
           READ SYSCTOT
             AT END
               SET SYSCTOT-EOF TO TRUE
               GO TO 4300-EXIT
           END-READ.
           IF PART-SUB = 1
             WRITE CTOTP01-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 2
             WRITE CTOTP02-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 3
             WRITE CTOTP03-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 4
             WRITE CTOTP04-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 5
             WRITE CTOTP05-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 6
             WRITE CTOTP06-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 7
             WRITE CTOTP07-RECORD FROM CTOT-RECORD
           END-IF.
           IF PART-SUB = 8
             WRITE CTOTP08-RECORD FROM CTOT-RECORD
           END-IF.
           ADD 1 TO CTOT-WRITTEN-COUNT.
       4300-EXIT.
           EXIT.

       7000-WRITE-REPORT.
           WRITE REPORT-LINE FROM SPL-UNIT-TITLE.
           WRITE REPORT-LINE FROM SPL-RULE-LINE.
           WRITE REPORT-LINE FROM SPL-UNIT-HEADING.
           PERFORM 7100-WRITE-UNIT-LINE THRU 7100-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT.
           WRITE REPORT-LINE FROM SPL-BLANK-LINE.

           WRITE REPORT-LINE FROM SPL-PART-TITLE.
           WRITE REPORT-LINE FROM SPL-RULE-LINE.
           WRITE REPORT-LINE FROM SPL-PART-HEADING.
           PERFORM 7200-WRITE-PARTITION-LINE THRU 7200-EXIT
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.
           WRITE REPORT-LINE FROM SPL-BLANK-LINE.
       7000-EXIT.
           EXIT.

       7100-WRITE-UNIT-LINE.
           MOVE UNIT-SUB TO SPL-UNIT-NO.
           IF UNIT-FH-FLAG(UNIT-SUB) = "Y"
             MOVE UNIT-FH-VENDOR(UNIT-SUB) TO SPL-UNIT-SENDER
           ELSE
             MOVE "(NO FH)" TO SPL-UNIT-SENDER
           END-IF.
           MOVE UNIT-TREES(UNIT-SUB) TO SPL-UNIT-TREES.
           MOVE UNIT-VOLUME(UNIT-SUB) TO SPL-UNIT-VOLUME.
           MOVE UNIT-PART(UNIT-SUB) TO SPL-UNIT-PART.
           IF UNIT-GROUP(UNIT-SUB) = UNIT-SUB
             MOVE SPACES TO SPL-UNIT-GROUP
           ELSE
             MOVE UNIT-GROUP(UNIT-SUB) TO SPL-TIED-EDIT
             MOVE SPL-TIED-EDIT TO SPL-UNIT-GROUP
           END-IF.
           WRITE REPORT-LINE FROM SPL-UNIT-LINE.
       7100-EXIT.
           EXIT.

       7200-WRITE-PARTITION-LINE.
           MOVE PART-SUB TO SPL-PART-NO.
           MOVE PART-UNITS(PART-SUB) TO SPL-PART-UNITS.
           MOVE PART-TREES(PART-SUB) TO SPL-PART-TREES.
           MOVE PART-VOLUME(PART-SUB) TO SPL-PART-VOLUME.
           IF TOTAL-VOLUME > 0
             COMPUTE PART-PERCENT ROUNDED =
                 PART-VOLUME(PART-SUB) * 100 / TOTAL-VOLUME
           ELSE
             MOVE 0 TO PART-PERCENT
           END-IF.
           MOVE PART-PERCENT TO SPL-PART-PCT.
           IF PART-TREES(PART-SUB) = 0
             MOVE "*** NO TREES" TO SPL-PART-NOTE
             ADD 1 TO EMPTY-PART-COUNT
           ELSE
             MOVE SPACES TO SPL-PART-NOTE
           END-IF.
           WRITE REPORT-LINE FROM SPL-PART-LINE.
       7200-EXIT.
           EXIT.

       7300-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPL-TOTALS-TITLE.
           WRITE REPORT-LINE FROM SPL-RULE-LINE.
           MOVE RECORDS-READ-COUNT TO SPL-TOT-REC.
           WRITE REPORT-LINE FROM SPL-TOT-REC-LINE.
           MOVE ENVELOPE-COUNT TO SPL-TOT-ENV.
           WRITE REPORT-LINE FROM SPL-TOT-ENV-LINE.
           MOVE UNIT-COUNT TO SPL-TOT-UNIT.
           WRITE REPORT-LINE FROM SPL-TOT-UNIT-LINE.
           MOVE TIED-UNIT-COUNT TO SPL-TOT-TIED.
           WRITE REPORT-LINE FROM SPL-TOT-TIED-LINE.
           MOVE TOTAL-TREES TO SPL-TOT-TREE.
           WRITE REPORT-LINE FROM SPL-TOT-TREE-LINE.
           MOVE LICENSE-COUNT TO SPL-TOT-LIC.
           WRITE REPORT-LINE FROM SPL-TOT-LIC-LINE.
           MOVE TOTAL-VOLUME TO SPL-TOT-BYTE.
           WRITE REPORT-LINE FROM SPL-TOT-BYTE-LINE.
           IF SYSCTOT-PRESENT
             MOVE CTOT-WRITTEN-COUNT TO SPL-TOT-CTOT
             WRITE REPORT-LINE FROM SPL-TOT-CTOT-LINE
           END-IF.
           MOVE RUN-CONDITION-CODE TO SPL-TOT-CC.
           WRITE REPORT-LINE FROM SPL-TOT-CC-LINE.
       7300-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 7000-WRITE-REPORT THRU 7000-EXIT.
           IF EMPTY-PART-COUNT > 0
             MOVE 4 TO RUN-CONDITION-CODE
           ELSE
             MOVE 0 TO RUN-CONDITION-CODE
           END-IF.
           PERFORM 7300-WRITE-TOTALS THRU 7300-EXIT.

           PERFORM 8100-CLOSE-PARTITION THRU 8100-EXIT
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.
           CLOSE SYSIN.
           CLOSE SYSREPT.
           IF SYSCTOT-PRESENT
             CLOSE SYSCTOT
           END-IF.

           MOVE RUN-CONDITION-CODE TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-CLOSE-PARTITION.
           IF PART-SUB = 1
             CLOSE TREEP01
           END-IF.
           IF PART-SUB = 2
             CLOSE TREEP02
           END-IF.
           IF PART-SUB = 3
             CLOSE TREEP03
           END-IF.
           IF PART-SUB = 4
             CLOSE TREEP04
           END-IF.
           IF PART-SUB = 5
             CLOSE TREEP05
           END-IF.
           IF PART-SUB = 6
             CLOSE TREEP06
           END-IF.
           IF PART-SUB = 7
             CLOSE TREEP07
           END-IF.
           IF PART-SUB = 8
             CLOSE TREEP08
           END-IF.
           IF NOT SYSCTOT-PRESENT
             GO TO 8100-EXIT
           END-IF.
           IF PART-SUB = 1
             CLOSE CTOTP01
           END-IF.
           IF PART-SUB = 2
             CLOSE CTOTP02
           END-IF.
           IF PART-SUB = 3
             CLOSE CTOTP03
           END-IF.
           IF PART-SUB = 4
             CLOSE CTOTP04
           END-IF.
           IF PART-SUB = 5
             CLOSE CTOTP05
           END-IF.
           IF PART-SUB = 6
             CLOSE CTOTP06
           END-IF.
           IF PART-SUB = 7
             CLOSE CTOTP07
           END-IF.
           IF PART-SUB = 8
             CLOSE CTOTP08
           END-IF.
       8100-EXIT.
           EXIT.

       8900-REFUSE-SPLIT.
           IF UNIT-TABLE-FULL
             MOVE UNIT-OVERFLOW-COUNT TO SPL-UNITFULL
             WRITE REPORT-LINE FROM SPL-UNITFULL-LINE
           END-IF.
           IF LICENSE-TABLE-FULL
             MOVE LICENSE-OVERFLOW-COUNT TO SPL-LICFULL
             WRITE REPORT-LINE FROM SPL-LICFULL-LINE
           END-IF.
           WRITE REPORT-LINE FROM SPL-BLANK-LINE.
           MOVE 16 TO RUN-CONDITION-CODE.
           PERFORM 7300-WRITE-TOTALS THRU 7300-EXIT.
           CLOSE SYSIN.
           CLOSE SYSREPT.
           IF SYSCTOT-PRESENT
             CLOSE SYSCTOT
           END-IF.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

       END PROGRAM DAY8PSPL.
