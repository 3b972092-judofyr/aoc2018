               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

           SELECT SYSVREG ASSIGN TO "SYSVREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VREG-VENDOR-ID
               FILE STATUS IS SYSVREG-STATUS.

           SELECT SYSHOLD ASSIGN TO "SYSHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS SYSHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSMSTR
           RECORD CONTAINS 200 CHARACTERS.
       01  MASTER-RECORD.
           05 MST-LICENSE-ID   PIC X(12).
           05 MST-PART1        PIC 9(12).
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

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       FD SYSVREG
           RECORD CONTAINS 80 CHARACTERS.
       01  VREG-RECORD.
           05 VREG-VENDOR-ID   PIC X(08).
           05 VREG-STATUS      PIC X(01).
           05 VREG-DROP-DAYS   PIC X(07).
           05 VREG-RATE-GROUP  PIC X(08).
           05 VREG-VENDOR-NAME PIC X(30).
           05 VREG-TOL-PCT     PIC 9(3)V9(2).
           05 VREG-TOL-UNITS   PIC 9(12).
           05 FILLER           PIC X(09).

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

       WORKING-STORAGE SECTION.
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSMSTR-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 SYSVREG-STATUS PIC X(02).
       01 SYSHOLD-STATUS PIC X(02).

       01 SYSRSLT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRSLT-EOF VALUE "Y".

       01 MASTER-FOUND-FLAG PIC X(01) VALUE "N".
         88 MASTER-FOUND VALUE "Y".
       01 VARIANCE-HOLD-FLAG PIC X(01) VALUE "N".
         88 VARIANCE-HOLD VALUE "Y".
       01 CURRENT-HELD-FLAG PIC X(01) VALUE "N".
         88 CURRENT-HELD VALUE "Y".

       01 BASE-PART1 PIC 9(12).

       01 TOL-PCT PIC 9(3)V9(2).
       01 TOL-UNITS PIC 9(12).
       01 VARIANCE-DIRECTION PIC X(01).
       01 VARIANCE-UNITS PIC 9(12).
       01 VARIANCE-PCT PIC 9(5)V9(2).
       01 VARIANCE-PCT-EDIT PIC Z(4)9.99.

       01 RSLT-DETAIL-LINE.
         05 RSLT-LICENSE-ID PIC X(12).
         05 RSLT-REASON     PIC X(50).
         05 FILLER          PIC X(01).
         05 RSLT-VENDOR-ID  PIC X(08).
         05 FILLER          PIC X(01).
         05 RSLT-RUN-ID     PIC X(14).

       01 WORK-PART1 PIC X(12).
       01 WORK-PART2 PIC X(12).
       01 UNCHANGED-COUNT PIC 9(7) VALUE 0.
       01 BYPASSED-COUNT PIC 9(7) VALUE 0.
       01 UNKEYED-COUNT PIC 9(7) VALUE 0.
       01 HELD-COUNT PIC 9(7) VALUE 0.
       01 DUP-HOLD-COUNT PIC 9(7) VALUE 0.
       01 RETIRED-COUNT PIC 9(7) VALUE 0.
       01 OVERRIDDEN-COUNT PIC 9(7) VALUE 0.

       01 RUN-DATE-FIELDS.
         05 RUN-DATE-CCYY PIC 9(4).
         05 FILLER PIC X(13) VALUE "   NEW PART1 ".
         05 FILLER PIC X(13) VALUE "   OLD PART2 ".
         05 FILLER PIC X(13) VALUE "   NEW PART2 ".
         05 FILLER PIC X(09) VALUE "OLD/NEW  ".
         05 FILLER PIC X(10) VALUE "  VARIANCE".

       01 MUP-DETAIL-LINE.
         05 MUP-TAG        PIC X(09).
         05 MUP-OLD-V      PIC X(01).
         05 FILLER         PIC X(01) VALUE "/".
         05 MUP-NEW-V      PIC X(01).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 MUP-VAR-DIR    PIC X(01).
         05 MUP-VAR-PCT    PIC X(08).
         05 MUP-VAR-MARK   PIC X(01).

       01 MUP-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "RESULT ROWS READ .. ".
         05 FILLER       PIC X(20) VALUE "ROWS WITHOUT ID ... ".
         05 MUP-TOT-UNK  PIC Z(6)9.

       01 MUP-TOT-HLD-LINE.
         05 FILLER       PIC X(20) VALUE "HELD FOR VARIANCE . ".
         05 MUP-TOT-HLD  PIC Z(6)9.

       01 MUP-TOT-DUP-LINE.
         05 FILLER       PIC X(20) VALUE "HOLD ALREADY ON FILE".
         05 MUP-TOT-DUP  PIC Z(6)9.

       01 MUP-TOT-RET-LINE.
         05 FILLER       PIC X(20) VALUE "RETIRED, NOT APPLIED".
         05 MUP-TOT-RET  PIC Z(6)9.

       01 MUP-TOT-OVR-LINE.
         05 FILLER       PIC X(20) VALUE "UNDER OVERRIDE .... ".
         05 MUP-TOT-OVR  PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
             STOP RUN
           END-IF.

           OPEN INPUT SYSVREG.
           IF SYSVREG-STATUS NOT = "00"
             DISPLAY "DAY8MUPD: UNABLE TO OPEN SYSVREG, STATUS = "
                 SYSVREG-STATUS
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
             DISPLAY "DAY8MUPD: UNABLE TO OPEN SYSHOLD, STATUS = "
                 SYSHOLD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
       2000-APPLY-ONE-ROW.
           ADD 1 TO ROWS-READ-COUNT.

           IF RSLT-VALID = "S" OR RSLT-VALID = "D" OR RSLT-VALID = "R"
             ADD 1 TO BYPASSED-COUNT
             GO TO 2000-NEXT
           END-IF.
           MOVE WORK-PART1 TO ROW-PART1.
           MOVE WORK-PART2 TO ROW-PART2.

           MOVE "Y" TO MASTER-FOUND-FLAG.
           MOVE RSLT-LICENSE-ID TO MST-LICENSE-ID.
           READ SYSMSTR
               MOVE "N" TO MASTER-FOUND-FLAG
           END-READ.

           IF MASTER-FOUND AND MST-RETIRED
             PERFORM 2500-LOG-RETIRED THRU 2500-EXIT
             GO TO 2000-NEXT
           END-IF.

           ADD 1 TO ROWS-APPLIED-COUNT.

           IF MASTER-FOUND
             PERFORM 2200-UPDATE-MASTER THRU 2200-EXIT
           ELSE
           EXIT.

       2200-UPDATE-MASTER.
           IF MST-OVERRIDDEN
             PERFORM 2600-SCORE-UNDER-OVERRIDE THRU 2600-EXIT
             GO TO 2200-STAMP
           END-IF.
           PERFORM 2400-CHECK-VARIANCE THRU 2400-EXIT.
           IF MST-RUN-ID NOT = RSLT-RUN-ID
             PERFORM 2250-SAVE-UNDO-IMAGE THRU 2250-EXIT
           END-IF.
           IF MST-PART1 = ROW-PART1
               AND MST-PART2 = ROW-PART2
               AND MST-VALID = RSLT-VALID
               AND NOT VARIANCE-HOLD
             ADD 1 TO UNCHANGED-COUNT
           ELSE
             IF VARIANCE-HOLD
               MOVE "HELD     " TO MUP-TAG
               MOVE VARIANCE-DIRECTION TO MUP-VAR-DIR
               MOVE VARIANCE-PCT TO VARIANCE-PCT-EDIT
               MOVE VARIANCE-PCT-EDIT TO MUP-VAR-PCT
               MOVE "%" TO MUP-VAR-MARK
             ELSE
               MOVE "CHANGED  " TO MUP-TAG
               MOVE SPACE TO MUP-VAR-DIR
               MOVE SPACES TO MUP-VAR-PCT
               MOVE SPACE TO MUP-VAR-MARK
             END-IF
             MOVE MST-LICENSE-ID TO MUP-LICENSE
             MOVE MST-PART1 TO MUP-OLD-P1
             MOVE ROW-PART1 TO MUP-NEW-P1
             MOVE MST-VALID TO MUP-OLD-V
             MOVE RSLT-VALID TO MUP-NEW-V
             WRITE REPORT-LINE FROM MUP-DETAIL-LINE
             IF NOT VARIANCE-HOLD
               ADD 1 TO CHANGED-COUNT
             END-IF
             IF NOT CURRENT-HELD
               MOVE MST-PART1 TO MST-PRIOR-PART1
               MOVE MST-PART2 TO MST-PRIOR-PART2
               MOVE MST-VALID TO MST-PRIOR-VALID
             END-IF
             MOVE ROW-PART1 TO MST-PART1
             MOVE ROW-PART2 TO MST-PART2
             MOVE RSLT-VALID TO MST-VALID
           END-IF.

       2200-STAMP.
           MOVE RUN-DATE-DISPLAY TO MST-LAST-DATE.
           IF MST-RUN-ID NOT = RSLT-RUN-ID
               AND MST-TIMES-SCORED < 99999
             ADD 1 TO MST-TIMES-SCORED
           END-IF.
           MOVE RSLT-RUN-ID TO MST-RUN-ID.
           REWRITE MASTER-RECORD.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8MUPD: REWRITE FAILED, STATUS = "
       2200-EXIT.
           EXIT.

       2250-SAVE-UNDO-IMAGE.
           MOVE MST-RUN-ID TO MST-UNDO-RUN-ID.
           MOVE MST-LAST-DATE TO MST-UNDO-LAST-DATE.
           MOVE MST-PART1 TO MST-UNDO-PART1.
           MOVE MST-PART2 TO MST-UNDO-PART2.
           MOVE MST-VALID TO MST-UNDO-VALID.
           MOVE MST-PRIOR-PART1 TO MST-UNDO-PRIOR-PART1.
           MOVE MST-PRIOR-PART2 TO MST-UNDO-PRIOR-PART2.
           MOVE MST-PRIOR-VALID TO MST-UNDO-PRIOR-VALID.
           IF VARIANCE-HOLD
             MOVE "H" TO MST-RUN-ACTION
           ELSE
             IF MST-PART1 = ROW-PART1
                 AND MST-PART2 = ROW-PART2
                 AND MST-VALID = RSLT-VALID
               MOVE "U" TO MST-RUN-ACTION
             ELSE
               MOVE "C" TO MST-RUN-ACTION
             END-IF
           END-IF.
       2250-EXIT.
           EXIT.

       2300-ADD-MASTER.
           MOVE SPACES TO MASTER-RECORD.
           MOVE RSLT-LICENSE-ID TO MST-LICENSE-ID.
           MOVE 0 TO MST-PRIOR-PART2.
           MOVE SPACE TO MST-PRIOR-VALID.
           MOVE 1 TO MST-TIMES-SCORED.
           MOVE RSLT-RUN-ID TO MST-RUN-ID.
           MOVE "A" TO MST-RUN-ACTION.
           MOVE SPACES TO MST-UNDO-RUN-ID.
           MOVE SPACES TO MST-UNDO-LAST-DATE.
           MOVE 0 TO MST-UNDO-PART1.
           MOVE 0 TO MST-UNDO-PART2.
           MOVE SPACE TO MST-UNDO-VALID.
           MOVE 0 TO MST-UNDO-PRIOR-PART1.
           MOVE 0 TO MST-UNDO-PRIOR-PART2.
           MOVE SPACE TO MST-UNDO-PRIOR-VALID.
           WRITE MASTER-RECORD.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8MUPD: WRITE FAILED, STATUS = "
             STOP RUN
           END-IF.
           MOVE "ADDED    " TO MUP-TAG.
           MOVE SPACE TO MUP-VAR-DIR.
           MOVE SPACES TO MUP-VAR-PCT.
           MOVE SPACE TO MUP-VAR-MARK.
           MOVE MST-LICENSE-ID TO MUP-LICENSE.
           MOVE SPACES TO MUP-OLD-P1.
           MOVE ROW-PART1 TO MUP-NEW-P1.
       2300-EXIT.
           EXIT.

       2400-CHECK-VARIANCE.
           MOVE "N" TO VARIANCE-HOLD-FLAG.
           MOVE "N" TO CURRENT-HELD-FLAG.
           MOVE MST-PART1 TO BASE-PART1.
           IF MST-RUN-ID NOT = SPACES
             MOVE MST-LICENSE-ID TO HOLD-LICENSE-ID
             MOVE MST-RUN-ID TO HOLD-RUN-ID
             READ SYSHOLD
               INVALID KEY
                 MOVE SPACE TO HOLD-STATUS
             END-READ
             IF HOLD-STATUS = "P" OR HOLD-STATUS = "J"
               SET CURRENT-HELD TO TRUE
               MOVE MST-PRIOR-PART1 TO BASE-PART1
             END-IF
           END-IF.
           IF RSLT-VALID NOT = "Y" OR RSLT-VENDOR-ID = SPACES
             GO TO 2400-EXIT
           END-IF.
           IF CURRENT-HELD
             IF MST-PRIOR-VALID NOT = "Y"
               GO TO 2400-EXIT
             END-IF
           ELSE
             IF MST-VALID NOT = "Y"
               GO TO 2400-EXIT
             END-IF
           END-IF.
           IF BASE-PART1 = ROW-PART1
             GO TO 2400-EXIT
           END-IF.
           MOVE RSLT-VENDOR-ID TO VREG-VENDOR-ID.
           READ SYSVREG
             INVALID KEY
               GO TO 2400-EXIT
           END-READ.
           MOVE 0 TO TOL-PCT.
           MOVE 0 TO TOL-UNITS.
           IF VREG-TOL-PCT IS NUMERIC
             MOVE VREG-TOL-PCT TO TOL-PCT
           END-IF.
           IF VREG-TOL-UNITS IS NUMERIC
             MOVE VREG-TOL-UNITS TO TOL-UNITS
           END-IF.
           IF TOL-PCT = 0 AND TOL-UNITS = 0
             GO TO 2400-EXIT
           END-IF.

           IF ROW-PART1 > BASE-PART1
             MOVE "+" TO VARIANCE-DIRECTION
             COMPUTE VARIANCE-UNITS = ROW-PART1 - BASE-PART1
           ELSE
             MOVE "-" TO VARIANCE-DIRECTION
             COMPUTE VARIANCE-UNITS = BASE-PART1 - ROW-PART1
           END-IF.
           IF BASE-PART1 = 0
             MOVE 99999.99 TO VARIANCE-PCT
           ELSE
             COMPUTE VARIANCE-PCT ROUNDED =
                 VARIANCE-UNITS * 100 / BASE-PART1
               ON SIZE ERROR
                 MOVE 99999.99 TO VARIANCE-PCT
             END-COMPUTE
           END-IF.

           IF TOL-PCT > 0 AND VARIANCE-PCT NOT > TOL-PCT
             GO TO 2400-EXIT
           END-IF.
           IF TOL-UNITS > 0 AND VARIANCE-UNITS NOT > TOL-UNITS
             GO TO 2400-EXIT
           END-IF.

           SET VARIANCE-HOLD TO TRUE.
           PERFORM 2450-WRITE-HOLD THRU 2450-EXIT.
       2400-EXIT.
           EXIT.

       2450-WRITE-HOLD.
           MOVE SPACES TO HOLD-RECORD.
           MOVE RSLT-LICENSE-ID TO HOLD-LICENSE-ID.
           MOVE RSLT-RUN-ID TO HOLD-RUN-ID.
           MOVE RSLT-VENDOR-ID TO HOLD-VENDOR-ID.
           MOVE "P" TO HOLD-STATUS.
           MOVE BASE-PART1 TO HOLD-OLD-PART1.
           MOVE ROW-PART1 TO HOLD-NEW-PART1.
           MOVE VARIANCE-DIRECTION TO HOLD-DIRECTION.
           MOVE VARIANCE-PCT TO HOLD-PCT-CHANGE.
           MOVE TOL-PCT TO HOLD-TOL-PCT.
           MOVE TOL-UNITS TO HOLD-TOL-UNITS.
           MOVE RUN-DATE-DISPLAY TO HOLD-HELD-DATE.
           MOVE "N" TO HOLD-BILLED-FLAG.
           MOVE "N" TO HOLD-XMIT-FLAG.
           MOVE RSLT-DETAIL-LINE TO HOLD-RESULT-ROW.
           WRITE HOLD-RECORD.
           IF SYSHOLD-STATUS = "00"
             ADD 1 TO HELD-COUNT
             GO TO 2450-EXIT
           END-IF.
           IF SYSHOLD-STATUS = "22"
             MOVE "DUP HOLD " TO MUP-TAG
             MOVE SPACE TO MUP-VAR-DIR
             MOVE SPACES TO MUP-VAR-PCT
             MOVE SPACE TO MUP-VAR-MARK
             MOVE RSLT-LICENSE-ID TO MUP-LICENSE
             MOVE BASE-PART1 TO MUP-OLD-P1
             MOVE ROW-PART1 TO MUP-NEW-P1
             MOVE SPACES TO MUP-OLD-P2
             MOVE SPACES TO MUP-NEW-P2
             MOVE SPACE TO MUP-OLD-V
             MOVE RSLT-VALID TO MUP-NEW-V
             WRITE REPORT-LINE FROM MUP-DETAIL-LINE
             ADD 1 TO DUP-HOLD-COUNT
             GO TO 2450-EXIT
           END-IF.
           DISPLAY "DAY8MUPD: HOLD WRITE FAILED, STATUS = "
               SYSHOLD-STATUS " KEY = " HOLD-KEY.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       2450-EXIT.
           EXIT.

       2500-LOG-RETIRED.
           MOVE "RETIRED  " TO MUP-TAG.
           MOVE SPACE TO MUP-VAR-DIR.
           MOVE SPACES TO MUP-VAR-PCT.
           MOVE SPACE TO MUP-VAR-MARK.
           MOVE MST-LICENSE-ID TO MUP-LICENSE.
           MOVE MST-PART1 TO MUP-OLD-P1.
           MOVE ROW-PART1 TO MUP-NEW-P1.
           MOVE MST-PART2 TO MUP-OLD-P2.
           MOVE ROW-PART2 TO MUP-NEW-P2.
           MOVE MST-VALID TO MUP-OLD-V.
           MOVE RSLT-VALID TO MUP-NEW-V.
           WRITE REPORT-LINE FROM MUP-DETAIL-LINE.
           ADD 1 TO RETIRED-COUNT.
       2500-EXIT.
           EXIT.

       2600-SCORE-UNDER-OVERRIDE.
           MOVE "N" TO VARIANCE-HOLD-FLAG.
           MOVE "N" TO CURRENT-HELD-FLAG.
           IF MST-RUN-ID NOT = RSLT-RUN-ID
             PERFORM 2250-SAVE-UNDO-IMAGE THRU 2250-EXIT
           END-IF.
           MOVE "OVERRIDE " TO MUP-TAG.
           MOVE SPACE TO MUP-VAR-DIR.
           MOVE SPACES TO MUP-VAR-PCT.
           MOVE SPACE TO MUP-VAR-MARK.
           MOVE MST-LICENSE-ID TO MUP-LICENSE.
           MOVE MST-PART1 TO MUP-OLD-P1.
           MOVE ROW-PART1 TO MUP-NEW-P1.
           MOVE MST-PART2 TO MUP-OLD-P2.
           MOVE ROW-PART2 TO MUP-NEW-P2.
           MOVE MST-VALID TO MUP-OLD-V.
           MOVE RSLT-VALID TO MUP-NEW-V.
           WRITE REPORT-LINE FROM MUP-DETAIL-LINE.
           ADD 1 TO OVERRIDDEN-COUNT.
       2600-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE REPORT-LINE FROM MUP-BLANK-LINE.
           WRITE REPORT-LINE FROM MUP-RULE-LINE.
             MOVE UNKEYED-COUNT TO MUP-TOT-UNK
             WRITE REPORT-LINE FROM MUP-TOT-UNK-LINE
           END-IF.
           IF HELD-COUNT > 0
             MOVE HELD-COUNT TO MUP-TOT-HLD
             WRITE REPORT-LINE FROM MUP-TOT-HLD-LINE
           END-IF.
           IF DUP-HOLD-COUNT > 0
             MOVE DUP-HOLD-COUNT TO MUP-TOT-DUP
             WRITE REPORT-LINE FROM MUP-TOT-DUP-LINE
           END-IF.
           IF RETIRED-COUNT > 0
             MOVE RETIRED-COUNT TO MUP-TOT-RET
             WRITE REPORT-LINE FROM MUP-TOT-RET-LINE
           END-IF.
           IF OVERRIDDEN-COUNT > 0
             MOVE OVERRIDDEN-COUNT TO MUP-TOT-OVR
             WRITE REPORT-LINE FROM MUP-TOT-OVR-LINE
           END-IF.

           CLOSE SYSRSLT.
           CLOSE SYSMSTR.
           CLOSE SYSREPT.
           CLOSE SYSVREG.
           CLOSE SYSHOLD.

           MOVE 0 TO RETURN-CODE.
       8000-EXIT.
