       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8TPRF.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSSTAT ASSIGN TO "SYSSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

           SELECT OPTIONAL SYSOPT ASSIGN TO "SYSOPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSOPT-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSSTAT
           RECORD CONTAINS 120 CHARACTERS.
       01  STAT-RECORD PIC X(120).

       FD SYSOPT
           RECORD CONTAINS 80 CHARACTERS.
       01  OPT-RECORD.
           05 OPT-MAX-CHILDREN PIC 9(4).
           05 OPT-TRACE-MODE PIC X(01).
           05 OPT-RUN-MODE PIC X(01).
           05 OPT-MAX-DEPTH PIC 9(4).
           05 OPT-DUP-POLICY PIC X(01).
           05 FILLER PIC X(69).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSSTAT-STATUS PIC X(02).
       01 SYSOPT-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SYSSTAT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSSTAT-EOF VALUE "Y".
       01 VENDOR-OPEN-FLAG PIC X(01) VALUE "N".
         88 VENDOR-OPEN VALUE "Y".
       01 NEAR-LIMIT-FLAG PIC X(01) VALUE "N".
         88 NEAR-LIMIT VALUE "Y".
       01 SORT-DONE-FLAG PIC X(01) VALUE "N".
         88 SORT-DONE VALUE "Y".

       01 STAT-DETAIL-LINE.
         05 STAT-TREE-SEQ     PIC X(07).
         05 FILLER            PIC X(01).
         05 STAT-VENDOR-ID    PIC X(08).
         05 FILLER            PIC X(01).
         05 STAT-LICENSE-ID   PIC X(12).
         05 FILLER            PIC X(01).
         05 STAT-VALID        PIC X(01).
         05 FILLER            PIC X(01).
         05 STAT-MEASURED     PIC X(01).
         05 FILLER            PIC X(01).
         05 STAT-LIMIT-HIT    PIC X(01).
         05 FILLER            PIC X(01).
         05 STAT-NODES        PIC X(07).
         05 FILLER            PIC X(01).
         05 STAT-DEPTH        PIC X(04).
         05 FILLER            PIC X(01).
         05 STAT-FAN-OUT      PIC X(07).
         05 FILLER            PIC X(01).
         05 STAT-META-ENTRIES PIC X(09).
         05 FILLER            PIC X(01).
         05 STAT-LARGEST-META PIC X(12).
         05 FILLER            PIC X(01).
         05 STAT-INPUT-LEN    PIC X(06).
         05 FILLER            PIC X(01).
         05 STAT-RUN-ID       PIC X(14).
         05 FILLER            PIC X(19).

       01 WORK-FIELD PIC X(12) JUSTIFIED RIGHT.
       01 WORK-NUMBER REDEFINES WORK-FIELD PIC 9(12).
       01 ROW-VALUES.
         05 ROW-VALUE OCCURS 6 TIMES PIC 9(12).

       01 FAN-OUT-LIMIT PIC 9(4).
       01 DEPTH-LIMIT PIC 9(4).
       01 LIMIT-SOURCE PIC X(08) VALUE "DEFAULT".

       01 METRIC-NAME-VALUES.
         05 FILLER PIC X(20) VALUE "NODES               ".
         05 FILLER PIC X(20) VALUE "DEPTH               ".
         05 FILLER PIC X(20) VALUE "WIDEST FAN-OUT      ".
         05 FILLER PIC X(20) VALUE "METADATA ENTRIES    ".
         05 FILLER PIC X(20) VALUE "LARGEST META VALUE  ".
         05 FILLER PIC X(20) VALUE "INPUT LENGTH        ".
       01 METRIC-NAMES REDEFINES METRIC-NAME-VALUES.
         05 METRIC-NAME OCCURS 6 TIMES PIC X(20).
       01 METRIC-SUB PIC 9(1).

       01 VENDOR-ID PIC X(08).
       01 VENDOR-TREE-COUNT PIC 9(7).
       01 VENDOR-FAN-HIT-COUNT PIC 9(7).
       01 VENDOR-DEPTH-HIT-COUNT PIC 9(7).
       01 VENDOR-METRICS.
         05 VENDOR-METRIC OCCURS 6 TIMES.
           10 METRIC-MIN PIC 9(12).
           10 METRIC-MAX PIC 9(12).
           10 METRIC-SUM PIC 9(15).
           10 METRIC-P95 PIC 9(12).

       01 SAMPLE-TABLE.
         05 SAMPLE-ENTRY OCCURS 20000 TIMES.
           10 SAMPLE-VALUE OCCURS 6 TIMES PIC 9(12).
       01 SAMPLE-COUNT PIC 9(5).
       01 SAMPLE-SUB PIC 9(5).

       01 SORT-TABLE.
         05 SORT-VALUE OCCURS 20000 TIMES PIC 9(12).
       01 SORT-GAP PIC 9(5).
       01 SORT-I PIC 9(5).
       01 SORT-J PIC 9(5).
       01 SORT-K PIC 9(5).
       01 SORT-HOLD PIC 9(12).
       01 PERCENTILE-RANK PIC 9(5).

       01 AVERAGE-VALUE PIC 9(12).
       01 MAX-PERCENT PIC 9(5)V9.
       01 P95-PERCENT PIC 9(5)V9.
       01 FAN-MAX-PERCENT PIC 9(5)V9.
       01 DEPTH-MAX-PERCENT PIC 9(5)V9.

       01 SUMMARY-TABLE.
         05 SUMMARY-ENTRY OCCURS 500 TIMES PIC X(132).
       01 SUMMARY-TABLE-COUNT PIC 9(3) VALUE 0.
       01 SUMMARY-SUB PIC 9(3).
       01 SUMMARY-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 ROWS-READ-COUNT PIC 9(7) VALUE 0.
       01 MEASURED-COUNT PIC 9(7) VALUE 0.
       01 UNMEASURED-COUNT PIC 9(7) VALUE 0.
       01 VENDOR-COUNT PIC 9(5) VALUE 0.
       01 NEAR-LIMIT-COUNT PIC 9(5) VALUE 0.

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

       01 PRF-TITLE-LINE PIC X(132)
           VALUE "DAY8TPRF -- LICENSE TREE SHAPE PROFILE".
       01 PRF-RULE-LINE PIC X(132) VALUE ALL "-".
       01 PRF-BLANK-LINE PIC X(132) VALUE SPACES.

       01 PRF-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 PRF-DATE     PIC X(10).

       01 PRF-FANLIM-LINE.
         05 FILLER       PIC X(20) VALUE "FAN-OUT LIMIT ..... ".
         05 PRF-FANLIM   PIC Z(3)9.
         05 FILLER       PIC X(02) VALUE SPACES.
         05 PRF-FANSRC   PIC X(08).

       01 PRF-DEPLIM-LINE.
         05 FILLER       PIC X(20) VALUE "NESTING LIMIT ..... ".
         05 PRF-DEPLIM   PIC Z(3)9.
         05 FILLER       PIC X(02) VALUE SPACES.
         05 PRF-DEPSRC   PIC X(08).

       01 PRF-VENDOR-LINE.
         05 FILLER       PIC X(07) VALUE "VENDOR ".
         05 PRF-VENDOR   PIC X(08).
         05 FILLER       PIC X(19) VALUE "    TREES MEASURED ".
         05 PRF-VTREES   PIC Z(6)9.

       01 PRF-HEADING-LINE.
         05 FILLER PIC X(20) VALUE "METRIC              ".
         05 FILLER PIC X(13) VALUE "      MINIMUM".
         05 FILLER PIC X(13) VALUE "      AVERAGE".
         05 FILLER PIC X(13) VALUE "  95TH PCTILE".
         05 FILLER PIC X(13) VALUE "      MAXIMUM".
         05 FILLER PIC X(08) VALUE "   LIMIT".
         05 FILLER PIC X(12) VALUE "  P95 % LIM".
         05 FILLER PIC X(12) VALUE "  MAX % LIM".

       01 PRF-METRIC-LINE.
         05 PRF-METRIC-NAME PIC X(20).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-MIN         PIC Z(11)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-AVG         PIC Z(11)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-P95         PIC Z(11)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-MAX         PIC Z(11)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-LIMIT       PIC X(07).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 PRF-P95-PCT     PIC X(07).
         05 FILLER          PIC X(05) VALUE SPACES.
         05 PRF-MAX-PCT     PIC X(07).

       01 PRF-LIMIT-EDIT PIC Z(6)9.
       01 PRF-PCT-EDIT PIC Z(4)9.9.

       01 PRF-FANHIT-LINE.
         05 FILLER PIC X(34)
             VALUE "  TREES REJECTED AT FAN-OUT LIMIT ".
         05 PRF-FANHIT PIC Z(6)9.

       01 PRF-DEPHIT-LINE.
         05 FILLER PIC X(34)
             VALUE "  TREES REJECTED AT NESTING LIMIT ".
         05 PRF-DEPHIT PIC Z(6)9.

       01 PRF-NEAR-LINE PIC X(132)
           VALUE "  *** WITHIN 10% OF A SYSOPT LIMIT".

       01 PRF-CAPPED-LINE.
         05 FILLER PIC X(38)
             VALUE "  *** 95TH PERCENTILE FROM THE FIRST ".
         05 PRF-CAPPED PIC Z(4)9.
         05 FILLER PIC X(06) VALUE " TREES".

       01 PRF-SUMMARY-TITLE PIC X(132)
           VALUE "VENDOR LIMIT SUMMARY".

       01 PRF-SUMMARY-HEADING.
         05 FILLER PIC X(10) VALUE "VENDOR    ".
         05 FILLER PIC X(09) VALUE "    TREES".
         05 FILLER PIC X(09) VALUE "  MAX FAN".
         05 FILLER PIC X(09) VALUE "  P95 FAN".
         05 FILLER PIC X(08) VALUE "  FAN % ".
         05 FILLER PIC X(09) VALUE "  MAX DEP".
         05 FILLER PIC X(09) VALUE "  P95 DEP".
         05 FILLER PIC X(08) VALUE "  DEP % ".
         05 FILLER PIC X(10) VALUE "  REJECTED".

       01 PRF-SUMMARY-LINE.
         05 PRF-SUM-VENDOR  PIC X(08).
         05 FILLER          PIC X(02) VALUE SPACES.
         05 PRF-SUM-TREES   PIC Z(8)9.
         05 PRF-SUM-MAXFAN  PIC Z(8)9.
         05 PRF-SUM-P95FAN  PIC Z(8)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-SUM-FANPCT  PIC Z(4)9.9.
         05 PRF-SUM-MAXDEP  PIC Z(8)9.
         05 PRF-SUM-P95DEP  PIC Z(8)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 PRF-SUM-DEPPCT  PIC Z(4)9.9.
         05 PRF-SUM-REJECT  PIC Z(9)9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 PRF-SUM-FLAG    PIC X(20).

       01 PRF-SUMOVER-LINE.
         05 FILLER PIC X(36)
             VALUE "*** SUMMARY TABLE FULL -- DROPPED ".
         05 PRF-SUMOVER PIC Z(6)9.

       01 PRF-NOROWS-LINE PIC X(132)
           VALUE "*** NO MEASURED TREES ON THE STATISTICS FILE".

       01 PRF-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "STATISTICS ROWS ... ".
         05 PRF-TOT-READ PIC Z(6)9.

       01 PRF-TOT-MSR-LINE.
         05 FILLER       PIC X(20) VALUE "TREES MEASURED .... ".
         05 PRF-TOT-MSR  PIC Z(6)9.

       01 PRF-TOT-UNM-LINE.
         05 FILLER       PIC X(20) VALUE "NOT MEASURED ...... ".
         05 PRF-TOT-UNM  PIC Z(6)9.

       01 PRF-TOT-VND-LINE.
         05 FILLER       PIC X(20) VALUE "VENDORS ........... ".
         05 PRF-TOT-VND  PIC Z(6)9.

       01 PRF-TOT-NEAR-LINE.
         05 FILLER       PIC X(20) VALUE "NEAR A LIMIT ...... ".
         05 PRF-TOT-NEAR PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-ROW THRU 2000-EXIT
               UNTIL SYSSTAT-EOF.
           IF VENDOR-OPEN
             PERFORM 3000-FINISH-VENDOR THRU 3000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSSTAT.
           IF SYSSTAT-STATUS NOT = "00"
             DISPLAY "DAY8TPRF: UNABLE TO OPEN SYSSTAT, STATUS = "
                 SYSSTAT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8TPRF: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 1100-READ-SYSOPT THRU 1100-EXIT.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           WRITE REPORT-LINE FROM PRF-TITLE-LINE.
           WRITE REPORT-LINE FROM PRF-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO PRF-DATE.
           WRITE REPORT-LINE FROM PRF-DATE-LINE.
           MOVE FAN-OUT-LIMIT TO PRF-FANLIM.
           MOVE LIMIT-SOURCE TO PRF-FANSRC.
           WRITE REPORT-LINE FROM PRF-FANLIM-LINE.
           MOVE DEPTH-LIMIT TO PRF-DEPLIM.
           MOVE LIMIT-SOURCE TO PRF-DEPSRC.
           WRITE REPORT-LINE FROM PRF-DEPLIM-LINE.
           WRITE REPORT-LINE FROM PRF-BLANK-LINE.

           PERFORM 2100-READ-SYSSTAT THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-SYSOPT.
           MOVE 9999 TO FAN-OUT-LIMIT.
           MOVE 100 TO DEPTH-LIMIT.
           OPEN INPUT SYSOPT.
           IF SYSOPT-STATUS = "00"
             READ SYSOPT
               AT END
                 CONTINUE
               NOT AT END
                 MOVE "SYSOPT" TO LIMIT-SOURCE
                 IF OPT-MAX-CHILDREN IS NUMERIC
                     AND OPT-MAX-CHILDREN > 0
                   MOVE OPT-MAX-CHILDREN TO FAN-OUT-LIMIT
                 END-IF
                 IF OPT-MAX-DEPTH IS NUMERIC
                     AND OPT-MAX-DEPTH > 0
                   MOVE OPT-MAX-DEPTH TO DEPTH-LIMIT
                 END-IF
             END-READ
             CLOSE SYSOPT
           END-IF.
       1100-EXIT.
           EXIT.

       2000-PROCESS-ONE-ROW.
           ADD 1 TO ROWS-READ-COUNT.
           IF STAT-MEASURED NOT = "Y"
             ADD 1 TO UNMEASURED-COUNT
             GO TO 2000-NEXT
           END-IF.
           ADD 1 TO MEASURED-COUNT.

           IF VENDOR-OPEN AND STAT-VENDOR-ID NOT = VENDOR-ID
             PERFORM 3000-FINISH-VENDOR THRU 3000-EXIT
           END-IF.
           IF NOT VENDOR-OPEN
             PERFORM 2200-START-VENDOR THRU 2200-EXIT
           END-IF.

           MOVE STAT-NODES TO WORK-FIELD.
           PERFORM 2300-CONVERT-FIELD THRU 2300-EXIT.
           MOVE WORK-NUMBER TO ROW-VALUE(1).
           MOVE STAT-DEPTH TO WORK-FIELD.
           PERFORM 2300-CONVERT-FIELD THRU 2300-EXIT.
           MOVE WORK-NUMBER TO ROW-VALUE(2).
           MOVE STAT-FAN-OUT TO WORK-FIELD.
           PERFORM 2300-CONVERT-FIELD THRU 2300-EXIT.
           MOVE WORK-NUMBER TO ROW-VALUE(3).
           MOVE STAT-META-ENTRIES TO WORK-FIELD.
           PERFORM 2300-CONVERT-FIELD THRU 2300-EXIT.
           MOVE WORK-NUMBER TO ROW-VALUE(4).
           MOVE STAT-LARGEST-META TO WORK-FIELD.
           PERFORM 2300-CONVERT-FIELD THRU 2300-EXIT.
           MOVE WORK-NUMBER TO ROW-VALUE(5).
           MOVE STAT-INPUT-LEN TO WORK-FIELD.
           PERFORM 2300-CONVERT-FIELD THRU 2300-EXIT.
           MOVE WORK-NUMBER TO ROW-VALUE(6).

           ADD 1 TO VENDOR-TREE-COUNT.
           IF STAT-LIMIT-HIT = "F"
             ADD 1 TO VENDOR-FAN-HIT-COUNT
           END-IF.
           IF STAT-LIMIT-HIT = "D"
             ADD 1 TO VENDOR-DEPTH-HIT-COUNT
           END-IF.
           IF SAMPLE-COUNT < 20000
             ADD 1 TO SAMPLE-COUNT
           END-IF.
           PERFORM 2400-ACCUMULATE-METRIC THRU 2400-EXIT
               VARYING METRIC-SUB FROM 1 BY 1
               UNTIL METRIC-SUB > 6.

       2000-NEXT.
           PERFORM 2100-READ-SYSSTAT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SYSSTAT.
           READ SYSSTAT INTO STAT-DETAIL-LINE
             AT END
               SET SYSSTAT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-START-VENDOR.
           SET VENDOR-OPEN TO TRUE.
           MOVE STAT-VENDOR-ID TO VENDOR-ID.
           MOVE 0 TO VENDOR-TREE-COUNT.
           MOVE 0 TO VENDOR-FAN-HIT-COUNT.
           MOVE 0 TO VENDOR-DEPTH-HIT-COUNT.
           MOVE 0 TO SAMPLE-COUNT.
           MOVE ZEROS TO VENDOR-METRICS.
       2200-EXIT.
           EXIT.

       2300-CONVERT-FIELD.
           INSPECT WORK-FIELD REPLACING LEADING " " BY "0".
           IF WORK-FIELD IS NOT NUMERIC
             MOVE ZEROS TO WORK-NUMBER
           END-IF.
       2300-EXIT.
           EXIT.

       2400-ACCUMULATE-METRIC.
           IF VENDOR-TREE-COUNT = 1
               OR ROW-VALUE(METRIC-SUB) < METRIC-MIN(METRIC-SUB)
             MOVE ROW-VALUE(METRIC-SUB) TO METRIC-MIN(METRIC-SUB)
           END-IF.
           IF ROW-VALUE(METRIC-SUB) > METRIC-MAX(METRIC-SUB)
             MOVE ROW-VALUE(METRIC-SUB) TO METRIC-MAX(METRIC-SUB)
           END-IF.
           ADD ROW-VALUE(METRIC-SUB) TO METRIC-SUM(METRIC-SUB)
             ON SIZE ERROR
               MOVE 999999999999999 TO METRIC-SUM(METRIC-SUB)
           END-ADD.
           IF VENDOR-TREE-COUNT NOT > 20000
             MOVE ROW-VALUE(METRIC-SUB)
                 TO SAMPLE-VALUE(SAMPLE-COUNT, METRIC-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

       3000-FINISH-VENDOR.
           ADD 1 TO VENDOR-COUNT.
           MOVE "N" TO NEAR-LIMIT-FLAG.
           PERFORM 3100-COMPUTE-PERCENTILE THRU 3100-EXIT
               VARYING METRIC-SUB FROM 1 BY 1
               UNTIL METRIC-SUB > 6.

           IF VENDOR-ID = SPACES
             MOVE "(NONE)" TO PRF-VENDOR
           ELSE
             MOVE VENDOR-ID TO PRF-VENDOR
           END-IF.
           MOVE VENDOR-TREE-COUNT TO PRF-VTREES.
           WRITE REPORT-LINE FROM PRF-VENDOR-LINE.
           WRITE REPORT-LINE FROM PRF-HEADING-LINE.
           PERFORM 3300-WRITE-METRIC-LINE THRU 3300-EXIT
               VARYING METRIC-SUB FROM 1 BY 1
               UNTIL METRIC-SUB > 6.

           IF VENDOR-FAN-HIT-COUNT > 0
             MOVE VENDOR-FAN-HIT-COUNT TO PRF-FANHIT
             WRITE REPORT-LINE FROM PRF-FANHIT-LINE
             SET NEAR-LIMIT TO TRUE
           END-IF.
           IF VENDOR-DEPTH-HIT-COUNT > 0
             MOVE VENDOR-DEPTH-HIT-COUNT TO PRF-DEPHIT
             WRITE REPORT-LINE FROM PRF-DEPHIT-LINE
             SET NEAR-LIMIT TO TRUE
           END-IF.
           IF VENDOR-TREE-COUNT > 20000
             MOVE SAMPLE-COUNT TO PRF-CAPPED
             WRITE REPORT-LINE FROM PRF-CAPPED-LINE
           END-IF.
           IF FAN-MAX-PERCENT NOT < 90 OR DEPTH-MAX-PERCENT NOT < 90
             SET NEAR-LIMIT TO TRUE
           END-IF.
           IF NEAR-LIMIT
             ADD 1 TO NEAR-LIMIT-COUNT
             WRITE REPORT-LINE FROM PRF-NEAR-LINE
           END-IF.
           WRITE REPORT-LINE FROM PRF-BLANK-LINE.

           PERFORM 3400-BUFFER-SUMMARY THRU 3400-EXIT.
           MOVE "N" TO VENDOR-OPEN-FLAG.
       3000-EXIT.
           EXIT.

       3100-COMPUTE-PERCENTILE.
           PERFORM 3150-LOAD-SORT-VALUE THRU 3150-EXIT
               VARYING SAMPLE-SUB FROM 1 BY 1
               UNTIL SAMPLE-SUB > SAMPLE-COUNT.
           PERFORM 3200-SORT-VALUES THRU 3200-EXIT.
           COMPUTE PERCENTILE-RANK = (SAMPLE-COUNT * 95 + 99) / 100.
           IF PERCENTILE-RANK < 1
             MOVE 1 TO PERCENTILE-RANK
           END-IF.
           MOVE SORT-VALUE(PERCENTILE-RANK) TO METRIC-P95(METRIC-SUB).
       3100-EXIT.
           EXIT.

       3150-LOAD-SORT-VALUE.
           MOVE SAMPLE-VALUE(SAMPLE-SUB, METRIC-SUB)
               TO SORT-VALUE(SAMPLE-SUB).
       3150-EXIT.
           EXIT.

       3200-SORT-VALUES.
           DIVIDE SAMPLE-COUNT BY 2 GIVING SORT-GAP.
           PERFORM 3210-SORT-PASS THRU 3210-EXIT
               UNTIL SORT-GAP = 0.
       3200-EXIT.
           EXIT.

       3210-SORT-PASS.
           COMPUTE SORT-I = SORT-GAP + 1.
           PERFORM 3220-SORT-INSERT THRU 3220-EXIT
               UNTIL SORT-I > SAMPLE-COUNT.
           DIVIDE SORT-GAP BY 2 GIVING SORT-GAP.
       3210-EXIT.
           EXIT.

       3220-SORT-INSERT.
           MOVE SORT-VALUE(SORT-I) TO SORT-HOLD.
           MOVE SORT-I TO SORT-J.
           MOVE "N" TO SORT-DONE-FLAG.
           PERFORM 3230-SORT-SHIFT THRU 3230-EXIT
               UNTIL SORT-DONE.
           MOVE SORT-HOLD TO SORT-VALUE(SORT-J).
           ADD 1 TO SORT-I.
       3220-EXIT.
           EXIT.

       3230-SORT-SHIFT.
           IF SORT-J NOT > SORT-GAP
             SET SORT-DONE TO TRUE
             GO TO 3230-EXIT
           END-IF.
           COMPUTE SORT-K = SORT-J - SORT-GAP.
           IF SORT-VALUE(SORT-K) NOT > SORT-HOLD
             SET SORT-DONE TO TRUE
             GO TO 3230-EXIT
           END-IF.
           MOVE SORT-VALUE(SORT-K) TO SORT-VALUE(SORT-J).
           MOVE SORT-K TO SORT-J.
       3230-EXIT.
           EXIT.

       3300-WRITE-METRIC-LINE.
           MOVE METRIC-NAME(METRIC-SUB) TO PRF-METRIC-NAME.
           MOVE METRIC-MIN(METRIC-SUB) TO PRF-MIN.
           COMPUTE AVERAGE-VALUE ROUNDED =
               METRIC-SUM(METRIC-SUB) / VENDOR-TREE-COUNT.
           MOVE AVERAGE-VALUE TO PRF-AVG.
           MOVE METRIC-P95(METRIC-SUB) TO PRF-P95.
           MOVE METRIC-MAX(METRIC-SUB) TO PRF-MAX.
           MOVE SPACES TO PRF-LIMIT.
           MOVE SPACES TO PRF-P95-PCT.
           MOVE SPACES TO PRF-MAX-PCT.
           IF METRIC-SUB = 2
             MOVE DEPTH-LIMIT TO PRF-LIMIT-EDIT
             PERFORM 3350-COMPUTE-PERCENTS THRU 3350-EXIT
             MOVE MAX-PERCENT TO DEPTH-MAX-PERCENT
           END-IF.
           IF METRIC-SUB = 3
             MOVE FAN-OUT-LIMIT TO PRF-LIMIT-EDIT
             PERFORM 3350-COMPUTE-PERCENTS THRU 3350-EXIT
             MOVE MAX-PERCENT TO FAN-MAX-PERCENT
           END-IF.
           WRITE REPORT-LINE FROM PRF-METRIC-LINE.
       3300-EXIT.
           EXIT.

       3350-COMPUTE-PERCENTS.
           MOVE PRF-LIMIT-EDIT TO PRF-LIMIT.
           IF METRIC-SUB = 2
             COMPUTE P95-PERCENT ROUNDED =
                 METRIC-P95(METRIC-SUB) * 100 / DEPTH-LIMIT
               ON SIZE ERROR
                 MOVE 9999.9 TO P95-PERCENT
             END-COMPUTE
             COMPUTE MAX-PERCENT ROUNDED =
                 METRIC-MAX(METRIC-SUB) * 100 / DEPTH-LIMIT
               ON SIZE ERROR
                 MOVE 9999.9 TO MAX-PERCENT
             END-COMPUTE
           ELSE
             COMPUTE P95-PERCENT ROUNDED =
                 METRIC-P95(METRIC-SUB) * 100 / FAN-OUT-LIMIT
               ON SIZE ERROR
                 MOVE 9999.9 TO P95-PERCENT
             END-COMPUTE
             COMPUTE MAX-PERCENT ROUNDED =
                 METRIC-MAX(METRIC-SUB) * 100 / FAN-OUT-LIMIT
               ON SIZE ERROR
                 MOVE 9999.9 TO MAX-PERCENT
             END-COMPUTE
           END-IF.
           MOVE P95-PERCENT TO PRF-PCT-EDIT.
           MOVE PRF-PCT-EDIT TO PRF-P95-PCT.
           MOVE MAX-PERCENT TO PRF-PCT-EDIT.
           MOVE PRF-PCT-EDIT TO PRF-MAX-PCT.
       3350-EXIT.
           EXIT.

       3400-BUFFER-SUMMARY.
           MOVE PRF-VENDOR TO PRF-SUM-VENDOR.
           MOVE VENDOR-TREE-COUNT TO PRF-SUM-TREES.
           MOVE METRIC-MAX(3) TO PRF-SUM-MAXFAN.
           MOVE METRIC-P95(3) TO PRF-SUM-P95FAN.
           MOVE FAN-MAX-PERCENT TO PRF-SUM-FANPCT.
           MOVE METRIC-MAX(2) TO PRF-SUM-MAXDEP.
           MOVE METRIC-P95(2) TO PRF-SUM-P95DEP.
           MOVE DEPTH-MAX-PERCENT TO PRF-SUM-DEPPCT.
           COMPUTE PRF-SUM-REJECT =
               VENDOR-FAN-HIT-COUNT + VENDOR-DEPTH-HIT-COUNT.
           IF NEAR-LIMIT
             MOVE "*** NEAR A LIMIT" TO PRF-SUM-FLAG
           ELSE
             MOVE SPACES TO PRF-SUM-FLAG
           END-IF.
           IF SUMMARY-TABLE-COUNT < 500
             ADD 1 TO SUMMARY-TABLE-COUNT
             MOVE PRF-SUMMARY-LINE TO SUMMARY-ENTRY(SUMMARY-TABLE-COUNT)
           ELSE
             ADD 1 TO SUMMARY-OVERFLOW-COUNT
           END-IF.
       3400-EXIT.
           EXIT.

       8000-TERMINATE.
           IF MEASURED-COUNT = 0
             WRITE REPORT-LINE FROM PRF-NOROWS-LINE
             WRITE REPORT-LINE FROM PRF-BLANK-LINE
           END-IF.

           WRITE REPORT-LINE FROM PRF-SUMMARY-TITLE.
           WRITE REPORT-LINE FROM PRF-RULE-LINE.
           WRITE REPORT-LINE FROM PRF-SUMMARY-HEADING.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT
               VARYING SUMMARY-SUB FROM 1 BY 1
               UNTIL SUMMARY-SUB > SUMMARY-TABLE-COUNT.
           IF SUMMARY-OVERFLOW-COUNT > 0
             MOVE SUMMARY-OVERFLOW-COUNT TO PRF-SUMOVER
             WRITE REPORT-LINE FROM PRF-SUMOVER-LINE
           END-IF.
           WRITE REPORT-LINE FROM PRF-BLANK-LINE.

           WRITE REPORT-LINE FROM PRF-RULE-LINE.
           MOVE ROWS-READ-COUNT TO PRF-TOT-READ.
           WRITE REPORT-LINE FROM PRF-TOT-READ-LINE.
           MOVE MEASURED-COUNT TO PRF-TOT-MSR.
           WRITE REPORT-LINE FROM PRF-TOT-MSR-LINE.
           MOVE UNMEASURED-COUNT TO PRF-TOT-UNM.
           WRITE REPORT-LINE FROM PRF-TOT-UNM-LINE.
           MOVE VENDOR-COUNT TO PRF-TOT-VND.
           WRITE REPORT-LINE FROM PRF-TOT-VND-LINE.
           MOVE NEAR-LIMIT-COUNT TO PRF-TOT-NEAR.
           WRITE REPORT-LINE FROM PRF-TOT-NEAR-LINE.

           CLOSE SYSSTAT.
           CLOSE SYSREPT.

           IF NEAR-LIMIT-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY-LINE.
           WRITE REPORT-LINE FROM SUMMARY-ENTRY(SUMMARY-SUB).
       8100-EXIT.
           EXIT.

       END PROGRAM DAY8TPRF.
