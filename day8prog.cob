               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRCYC-STATUS.

           SELECT SYSVREG ASSIGN TO "SYSVREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VREG-VENDOR-ID
               FILE STATUS IS SYSVREG-STATUS.

           SELECT SYSSTAT ASSIGN TO "SYSSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           05 FILLER PIC X(73).

       FD SYSAUD
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDIT-RECORD PIC X(147).

       FD SYSCTOT
           RECORD CONTAINS 10 CHARACTERS.
       01  CKPT-RECORD PIC X(80).

       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSEXCP
           RECORD CONTAINS 80 CHARACTERS.
           ON RCYC-LEN.
       01  RCYC-RECORD PIC X(200000).

       FD SYSVREG
           RECORD CONTAINS 80 CHARACTERS.
       01  VREG-RECORD.
           05 VREG-VENDOR-ID   PIC X(08).
           05 VREG-STATUS      PIC X(01).
             88 VREG-ACTIVE     VALUE "A".
             88 VREG-SUSPENDED  VALUE "S".
             88 VREG-TERMINATED VALUE "T".
           05 VREG-DROP-DAYS   PIC X(07).
           05 VREG-RATE-GROUP  PIC X(08).
           05 VREG-VENDOR-NAME PIC X(30).
           05 FILLER           PIC X(26).

       FD SYSSTAT
           RECORD CONTAINS 120 CHARACTERS.
       01  STAT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSEXCP-STATUS PIC X(02).
       01 SYSRCYC-STATUS PIC X(02).
       01 SYSVREG-STATUS PIC X(02).
       01 SYSSTAT-STATUS PIC X(02).
       01 RCYC-LEN PIC 9(6).
       01 INPUT-DATA EXTERNAL PIC X(200000).
       01 INPUT-LEN EXTERNAL PIC 9(6).
         88 TRACE-MODE-ON VALUE "Y".
       01 SYSTRAC-OPEN-FLAG EXTERNAL PIC X(01).
         88 SYSTRAC-ALREADY-OPEN VALUE "Y".
       01 TREE-STATISTICS EXTERNAL.
         05 STAT-NODE-COUNT   PIC 9(7).
         05 STAT-MAX-DEPTH    PIC 9(4).
         05 STAT-MAX-FAN-OUT  PIC 9(12).
         05 STAT-META-TOTAL   PIC 9(9).
         05 STAT-MAX-META     PIC 9(12).
       01 STAT-MEASURED-FLAG PIC X(01) VALUE "N".
         88 STAT-MEASURED VALUE "Y".
       01 ROOT-LEVEL PIC 9(4) VALUE 0.
       01 RESULT.
         05 PART1 PIC 9(12).
         05 PART2 PIC 9(12).
         05 RESULT-VALID PIC X(01).
           88 RESULT-OK VALUE "Y".
           88 RESULT-ERROR VALUE "N" "R".
         05 RESULT-REASON PIC X(50).
         05 RESULT-WARNINGS PIC 9(4).

       01 PART1-HASH-TOTAL PIC 9(12) VALUE 0.

       01 RESTART-TREE-SEQ PIC 9(7) VALUE 0.
       01 RESTART-RUN-ID PIC X(14) VALUE SPACES.
       01 SYSCKPT-PRESENT-FLAG PIC X(01) VALUE "N".
         88 SYSCKPT-PRESENT VALUE "Y".
       01 SYSCKPT-EOF-FLAG PIC X(01) VALUE "N".
         05 CKPT-TREE-SEQ PIC 9(7).
         05 FILLER PIC X(01) VALUE SPACES.
         05 CKPT-LICENSE-ID PIC X(12).
         05 FILLER PIC X(01) VALUE SPACES.
         05 CKPT-RUN-ID PIC X(14).
         05 FILLER PIC X(45) VALUE SPACES.

       01 SYSCTOT-PRESENT-FLAG PIC X(01) VALUE "N".
         88 SYSCTOT-PRESENT VALUE "Y".
       01 RSLT-BUFFER-FULL-FLAG PIC X(01) VALUE "N".
         88 RSLT-BUFFER-FULL VALUE "Y".
       01 RSLT-BUFFER-TABLE.
         05 RSLT-BUFFER OCCURS 10000 TIMES PIC X(128).
       01 RSLT-BUFFER-COUNT PIC 9(5) VALUE 0.
       01 RSLT-BUFFER-SUB PIC 9(5).

         05 SUPERSEDE-TREE-SEQ PIC 9(7).
         05 FILLER PIC X(24) VALUE SPACES.

       01 LOOKUP-VENDOR-ID PIC X(08).
       01 LOOKUP-VENDOR-RESULT PIC X(01).
         88 LOOKUP-VENDOR-OK VALUE "A".
         88 LOOKUP-VENDOR-UNKNOWN VALUE "U".
         88 LOOKUP-VENDOR-SUSPENDED VALUE "S".
         88 LOOKUP-VENDOR-TERMINATED VALUE "T".
         88 LOOKUP-VENDOR-INACTIVE VALUE "I".
       01 ENV-VENDOR-REJECT-FLAG PIC X(01) VALUE "N".
         88 ENV-VENDOR-REJECTED VALUE "Y".
       01 ENV-VENDOR-REASON PIC X(50) VALUE SPACES.
       01 TREE-VENDOR-REJECT-FLAG PIC X(01) VALUE "N".
         88 TREE-VENDOR-REJECTED VALUE "Y".
       01 TREE-VENDOR-REASON PIC X(50) VALUE SPACES.
       01 VENDOR-REJECT-COUNT PIC 9(7) VALUE 0.

       01 PRIOR-ROW-VALID PIC X(01).
       01 PRIOR-ROW-VENDOR PIC X(08).
       01 PRIOR-ROW-PART1 PIC 9(12).
         05 FILLER PIC X(1) VALUE ":".
         05 RUN-TIME-DISPLAY-SS PIC 9(2).

       01 RUN-ID PIC X(14).

       01 AUD-DETAIL-LINE.
         05 AUD-DATE       PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 AUD-WARNINGS   PIC Z(3)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 AUD-REASON     PIC X(50).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 AUD-RUN-ID     PIC X(14).

       01 RSLT-DETAIL-LINE.
         05 RSLT-LICENSE-ID PIC X(12).
         05 RSLT-REASON     PIC X(50).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 RSLT-VENDOR-ID  PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 RSLT-RUN-ID     PIC X(14).

       01 STAT-DETAIL-LINE.
         05 STAT-TREE-SEQ     PIC Z(6)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-VENDOR-ID    PIC X(08).
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-LICENSE-ID   PIC X(12).
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-VALID        PIC X(01).
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-MEASURED-OUT PIC X(01).
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-LIMIT-HIT    PIC X(01).
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-NODES        PIC Z(6)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-DEPTH        PIC Z(3)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-FAN-OUT      PIC Z(6)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-META-ENTRIES PIC Z(8)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-LARGEST-META PIC Z(11)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-INPUT-LEN    PIC Z(5)9.
         05 FILLER            PIC X(01) VALUE SPACE.
         05 STAT-RUN-ID       PIC X(14).
         05 FILLER            PIC X(19) VALUE SPACES.

       01 RPT-TITLE-LINE PIC X(132)
           VALUE "DAY8 -- LICENSE TREE METADATA SCORING REPORT".
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 RPT-DATE     PIC X(10).

       01 RPT-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "RUN ID ............ ".
         05 RPT-RUNID    PIC X(14).

       01 RPT-MODE-LINE.
         05 FILLER       PIC X(20) VALUE "MODE .............. ".
         05 FILLER       PIC X(112)
         05 FILLER       PIC X(20) VALUE "TREES THIS FILE ... ".
         05 RPT-ENVCNT   PIC Z(6)9.

       01 RPT-VREJ-LINE.
         05 FILLER       PIC X(04) VALUE "*** ".
         05 RPT-VREJ     PIC X(50).

       01 RPT-ENVOK-LINE PIC X(132)
           VALUE "INTERCHANGE VERIFIED -- COUNTS AND HASH TOTAL MATCH".

         05 FILLER       PIC X(20) VALUE "CTL MISMATCHES .... ".
         05 RPT-TOT-MIS  PIC Z(6)9.

       01 RPT-TOT-VRJ-LINE.
         05 FILLER       PIC X(20) VALUE "VENDOR REJECTS .... ".
         05 RPT-TOT-VRJ  PIC Z(6)9.

       01 RPT-TOT-DUP-LINE.
         05 FILLER       PIC X(20) VALUE "DUPLICATE IDS ..... ".
         05 RPT-TOT-DUP  PIC Z(6)9.
             STOP RUN
           END-IF.

           OPEN INPUT SYSVREG.
           IF SYSVREG-STATUS NOT = "00"
             DISPLAY "DAY8: UNABLE TO OPEN SYSVREG, STATUS = "
                 SYSVREG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 1100-READ-SYSOPT THRU 1100-EXIT.

           IF VALIDATE-ONLY
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             OPEN OUTPUT SYSSTAT
             IF SYSSTAT-STATUS NOT = "00"
               DISPLAY "DAY8: UNABLE TO OPEN SYSSTAT, STATUS = "
                   SYSSTAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.
           ACCEPT RUN-TIME-FIELDS FROM TIME.
           MOVE RUN-DATE-FIELDS TO RUN-ID(1:8).
           MOVE RUN-TIME-FIELDS(1:6) TO RUN-ID(9:6).

           IF NOT VALIDATE-ONLY
             PERFORM 1190-LOAD-CHECKPOINT THRU 1190-EXIT
             IF RESTART-TREE-SEQ > 0
                 AND RESTART-RUN-ID NOT = SPACES
               MOVE RESTART-RUN-ID TO RUN-ID
             END-IF
           END-IF.

           WRITE REPORT-LINE FROM RPT-TITLE-LINE.
           WRITE REPORT-LINE FROM RPT-RULE-LINE.
           WRITE REPORT-LINE FROM RPT-SOURCE-LINE.
           MOVE RUN-DATE-DISPLAY TO RPT-DATE.
           WRITE REPORT-LINE FROM RPT-DATE-LINE.
           MOVE RUN-ID TO RPT-RUNID.
           WRITE REPORT-LINE FROM RPT-RUNID-LINE.
           IF VALIDATE-ONLY
             WRITE REPORT-LINE FROM RPT-MODE-LINE
           END-IF.
       1160-EXIT.
           EXIT.

       1190-LOAD-CHECKPOINT.
           OPEN INPUT SYSCKPT.
           IF SYSCKPT-STATUS = "00"
             SET SYSCKPT-PRESENT TO TRUE
                 UNTIL SYSCKPT-EOF
           END-IF.
           CLOSE SYSCKPT.
       1190-EXIT.
           EXIT.

       1200-RESTART-FROM-CHECKPOINT.
           IF RESTART-TREE-SEQ > 0
             MOVE RESTART-TREE-SEQ TO TREE-SEQ
             PERFORM 1250-SKIP-SYSIN-RECORD THRU 1250-EXIT
               SET SYSCKPT-EOF TO TRUE
             NOT AT END
               MOVE CKPT-TREE-SEQ TO RESTART-TREE-SEQ
               MOVE CKPT-RUN-ID TO RESTART-RUN-ID
           END-READ.
       1210-EXIT.
           EXIT.
           IF SYSSEL-PRESENT
             PERFORM 2400-CHECK-SELECT-LIST THRU 2400-EXIT
           END-IF.
           MOVE ZEROS TO TREE-STATISTICS.
           MOVE "N" TO STAT-MEASURED-FLAG.

           MOVE "N" TO TREE-VENDOR-REJECT-FLAG.
           IF TREE-SELECTED
             PERFORM 2450-CHECK-VENDOR-REGISTRY THRU 2450-EXIT
           END-IF.

           MOVE "N" TO DUPLICATE-TREE-FLAG.
           MOVE 0 TO CURRENT-SEEN-SUB.
           MOVE 0 TO DUP-PRIOR-RSLT-SUB.
           IF TREE-SELECTED AND TREE-LICENSE-ID NOT = SPACES
               AND NOT TREE-VENDOR-REJECTED
             PERFORM 2900-CHECK-DUPLICATE-ID THRU 2900-EXIT
           END-IF.

             IF SYSSEL-PRESENT
               ADD 1 TO SELECTED-TREE-COUNT
             END-IF
             IF TREE-VENDOR-REJECTED
               MOVE 0 TO PART1
               MOVE 0 TO PART2
               MOVE 0 TO RESULT-WARNINGS
               MOVE "R" TO RESULT-VALID
               MOVE TREE-VENDOR-REASON TO RESULT-REASON
               ADD 1 TO TREES-REJECT-COUNT
               ADD 1 TO ENV-REJECT-COUNT
               ADD 1 TO VENDOR-REJECT-COUNT
               IF NOT VALIDATE-ONLY
                 MOVE INPUT-RECORD TO INPUT-DATA
                 PERFORM 2700-WRITE-RECYCLE-TREE THRU 2700-EXIT
               END-IF
               GO TO 2050-RECORD-OUTCOME
             END-IF
             IF DUPLICATE-TREE AND NOT DUP-POLICY-SUPERSEDE
               MOVE 0 TO PART1
               MOVE 0 TO PART2
             MOVE INPUT-RECORD TO INPUT-DATA
             MOVE 0 TO ROOT-LEVEL
             CALL "CALCULATE" USING RESULT ROOT-LEVEL
             SET STAT-MEASURED TO TRUE
             IF RESULT-OK
               ADD 1 TO TREES-OK-COUNT
               ADD PART1 TO GRAND-PART1-TOTAL
           IF NOT VALIDATE-ONLY
             PERFORM 2200-WRITE-AUDIT-RECORD THRU 2200-EXIT
             PERFORM 2300-WRITE-RESULT-RECORD THRU 2300-EXIT
             PERFORM 2750-WRITE-STATISTICS THRU 2750-EXIT
           END-IF.

           SET CONTROL-NOT-CHECKED TO TRUE.
           IF NOT VALIDATE-ONLY
             MOVE TREE-SEQ TO CKPT-TREE-SEQ
             MOVE TREE-LICENSE-ID TO CKPT-LICENSE-ID
             MOVE RUN-ID TO CKPT-RUN-ID
             WRITE CKPT-RECORD FROM CKPT-DETAIL-LINE
           END-IF.

           MOVE RESULT-VALID TO AUD-VALID.
           MOVE RESULT-WARNINGS TO AUD-WARNINGS.
           MOVE RESULT-REASON TO AUD-REASON.
           MOVE RUN-ID TO AUD-RUN-ID.

           WRITE AUDIT-RECORD FROM AUD-DETAIL-LINE.
       2200-EXIT.
           MOVE RESULT-WARNINGS TO RSLT-WARNINGS.
           MOVE RESULT-REASON TO RSLT-REASON.
           MOVE TREE-VENDOR-ID TO RSLT-VENDOR-ID.
           MOVE RUN-ID TO RSLT-RUN-ID.
           IF NOT DUP-POLICY-SUPERSEDE
             WRITE RSLT-RECORD FROM RSLT-DETAIL-LINE
             GO TO 2300-EXIT
       2410-EXIT.
           EXIT.

       2450-CHECK-VENDOR-REGISTRY.
           IF ENV-VENDOR-REJECTED
             MOVE ENV-VENDOR-REASON TO TREE-VENDOR-REASON
             SET TREE-VENDOR-REJECTED TO TRUE
             GO TO 2450-EXIT
           END-IF.
           IF TREE-VENDOR-ID = SPACES
             GO TO 2450-EXIT
           END-IF.
           MOVE TREE-VENDOR-ID TO LOOKUP-VENDOR-ID.
           PERFORM 2460-LOOKUP-VENDOR THRU 2460-EXIT.
           IF LOOKUP-VENDOR-OK
             GO TO 2450-EXIT
           END-IF.
           SET TREE-VENDOR-REJECTED TO TRUE.
           IF LOOKUP-VENDOR-UNKNOWN
             MOVE "VENDOR NOT REGISTERED -- NOT SCORED"
                 TO TREE-VENDOR-REASON
           ELSE
             IF LOOKUP-VENDOR-SUSPENDED
               MOVE "VENDOR SUSPENDED -- NOT SCORED"
                   TO TREE-VENDOR-REASON
             ELSE
               IF LOOKUP-VENDOR-TERMINATED
                 MOVE "VENDOR TERMINATED -- NOT SCORED"
                     TO TREE-VENDOR-REASON
               ELSE
                 MOVE "VENDOR NOT ACTIVE IN REGISTRY -- NOT SCORED"
                     TO TREE-VENDOR-REASON
               END-IF
             END-IF
           END-IF.
       2450-EXIT.
           EXIT.

       2460-LOOKUP-VENDOR.
           MOVE LOOKUP-VENDOR-ID TO VREG-VENDOR-ID.
           READ SYSVREG
             INVALID KEY
               SET LOOKUP-VENDOR-UNKNOWN TO TRUE
               GO TO 2460-EXIT
           END-READ.
           IF VREG-ACTIVE
             SET LOOKUP-VENDOR-OK TO TRUE
           ELSE
             IF VREG-SUSPENDED
               SET LOOKUP-VENDOR-SUSPENDED TO TRUE
             ELSE
               IF VREG-TERMINATED
                 SET LOOKUP-VENDOR-TERMINATED TO TRUE
               ELSE
                 SET LOOKUP-VENDOR-INACTIVE TO TRUE
               END-IF
             END-IF
           END-IF.
       2460-EXIT.
           EXIT.

       2600-TALLY-VENDOR.
           MOVE 0 TO VENDOR-FOUND-SUB.
           PERFORM 2610-SCAN-VENDOR-ENTRY THRU 2610-EXIT
       2700-EXIT.
           EXIT.

       2750-WRITE-STATISTICS.
           MOVE TREE-SEQ TO STAT-TREE-SEQ.
           MOVE TREE-VENDOR-ID TO STAT-VENDOR-ID.
           MOVE TREE-LICENSE-ID TO STAT-LICENSE-ID.
           MOVE RESULT-VALID TO STAT-VALID.
           MOVE STAT-MEASURED-FLAG TO STAT-MEASURED-OUT.
           MOVE SPACE TO STAT-LIMIT-HIT.
           IF STAT-MEASURED AND RESULT-ERROR
             IF RESULT-REASON =
                 "CHILD COUNT EXCEEDS CONFIGURED FAN-OUT LIMIT"
               MOVE "F" TO STAT-LIMIT-HIT
             END-IF
             IF RESULT-REASON =
                 "TREE DEPTH EXCEEDS CONFIGURED NESTING LIMIT"
               MOVE "D" TO STAT-LIMIT-HIT
             END-IF
           END-IF.
           MOVE STAT-NODE-COUNT TO STAT-NODES.
           MOVE STAT-MAX-DEPTH TO STAT-DEPTH.
           IF STAT-MAX-FAN-OUT > 9999999
             MOVE 9999999 TO STAT-FAN-OUT
           ELSE
             MOVE STAT-MAX-FAN-OUT TO STAT-FAN-OUT
           END-IF.
           MOVE STAT-META-TOTAL TO STAT-META-ENTRIES.
           MOVE STAT-MAX-META TO STAT-LARGEST-META.
           MOVE INPUT-LEN TO STAT-INPUT-LEN.
           MOVE RUN-ID TO STAT-RUN-ID.
           WRITE STAT-RECORD FROM STAT-DETAIL-LINE.
       2750-EXIT.
           EXIT.

       2100-READ-SYSIN.
           MOVE SPACES TO TREE-VENDOR-ID.
           MOVE SPACES TO TREE-LICENSE-ID.
           MOVE "N" TO FILE-TRAILER-PRESENT-FLAG.
           MOVE "N" TO ENVELOPE-ERROR-FLAG.
           MOVE "N" TO ENVELOPE-HASH-CHECKED-FLAG.
           MOVE "N" TO ENV-VENDOR-REJECT-FLAG.
           MOVE 0 TO ENV-TREE-COUNT.
           MOVE 0 TO ENV-REJECT-COUNT.
           MOVE 0 TO ENV-SKIP-COUNT.
             MOVE FH-TREE-COUNT-N TO RPT-EXPECTED
             WRITE REPORT-LINE FROM RPT-EXPECTED-LINE
           END-IF.

           MOVE "N" TO ENV-VENDOR-REJECT-FLAG.
           MOVE FH-VENDOR-ID TO LOOKUP-VENDOR-ID.
           PERFORM 2460-LOOKUP-VENDOR THRU 2460-EXIT.
           IF NOT LOOKUP-VENDOR-OK
             SET ENV-VENDOR-REJECTED TO TRUE
             IF LOOKUP-VENDOR-UNKNOWN
               MOVE "SENDER NOT REGISTERED -- ENVELOPE REJECTED"
                   TO ENV-VENDOR-REASON
             ELSE
               IF LOOKUP-VENDOR-SUSPENDED
                 MOVE "SENDER SUSPENDED -- ENVELOPE REJECTED"
                     TO ENV-VENDOR-REASON
               ELSE
                 IF LOOKUP-VENDOR-TERMINATED
                   MOVE "SENDER TERMINATED -- ENVELOPE REJECTED"
                       TO ENV-VENDOR-REASON
                 ELSE
                   MOVE "SENDER NOT ACTIVE IN REGISTRY -- REJECTED"
                       TO ENV-VENDOR-REASON
                 END-IF
               END-IF
             END-IF
             MOVE ENV-VENDOR-REASON TO RPT-VREJ
             WRITE REPORT-LINE FROM RPT-VREJ-LINE
           END-IF.
           WRITE REPORT-LINE FROM RPT-BLANK-LINE.
       2850-EXIT.
           EXIT.

           CLOSE SYSIN.
           CLOSE SYSREPT.
           CLOSE SYSVREG.
           IF VALIDATE-ONLY
             CLOSE SYSEXCP
           ELSE
             CLOSE SYSCKPT
             CLOSE SYSRSLT
             CLOSE SYSRCYC
             CLOSE SYSSTAT
           END-IF.
           IF SYSCTOT-PRESENT
             CLOSE SYSCTOT
             MOVE MISMATCH-COUNT TO RPT-TOT-MIS
             WRITE REPORT-LINE FROM RPT-TOT-MIS-LINE
           END-IF.
           IF VENDOR-REJECT-COUNT > 0
             MOVE VENDOR-REJECT-COUNT TO RPT-TOT-VRJ
             WRITE REPORT-LINE FROM RPT-TOT-VRJ-LINE
           END-IF.
           IF DUPLICATE-COUNT > 0
             MOVE DUPLICATE-COUNT TO RPT-TOT-DUP
             WRITE REPORT-LINE FROM RPT-TOT-DUP-LINE
         88 TRACE-MODE-ON VALUE "Y".
       01 SYSTRAC-OPEN-FLAG EXTERNAL PIC X(01).
         88 SYSTRAC-ALREADY-OPEN VALUE "Y".
       01 TREE-STATISTICS EXTERNAL.
         05 STAT-NODE-COUNT   PIC 9(7).
         05 STAT-MAX-DEPTH    PIC 9(4).
         05 STAT-MAX-FAN-OUT  PIC 9(12).
         05 STAT-META-TOTAL   PIC 9(9).
         05 STAT-MAX-META     PIC 9(12).
       01 SYSTRAC-STATUS PIC X(02).

       01 TRACE-DETAIL-LINE.
             GO TO 9999-EXIT
           END-IF.

           IF STAT-NODE-COUNT < 9999999
             ADD 1 TO STAT-NODE-COUNT
           END-IF.
           IF NODE-LEVEL NOT < STAT-MAX-DEPTH
             COMPUTE STAT-MAX-DEPTH = NODE-LEVEL + 1
           END-IF.

           CALL "READNUM" USING TOK-STATUS RAW-CHILD-COUNT.
           IF NOT TOK-OK
             PERFORM 9100-FLAG-TOKEN-ERROR THRU 9100-EXIT
             GO TO 9999-EXIT
           END-IF.
           IF RAW-CHILD-COUNT > STAT-MAX-FAN-OUT
             MOVE RAW-CHILD-COUNT TO STAT-MAX-FAN-OUT
           END-IF.
           IF RAW-CHILD-COUNT > MAX-CHILDREN-LIMIT
             MOVE "N" TO RESULT-VALID
             MOVE "CHILD COUNT EXCEEDS CONFIGURED FAN-OUT LIMIT"
             GO TO 9999-EXIT
           END-IF.
           MOVE TMP TO META-COUNT.
           ADD META-COUNT TO STAT-META-TOTAL
             ON SIZE ERROR
               MOVE 999999999 TO STAT-META-TOTAL
           END-ADD.

           MOVE 1 TO I.
           PERFORM 1000-READ-CHILD THRU 1000-EXIT
           IF NOT TOK-OK
             PERFORM 9100-FLAG-TOKEN-ERROR THRU 9100-EXIT
           ELSE
             IF TMP > STAT-MAX-META
               MOVE TMP TO STAT-MAX-META
             END-IF
             ADD TMP TO PART1
               ON SIZE ERROR
                 PERFORM 9150-FLAG-OVERFLOW THRU 9150-EXIT
