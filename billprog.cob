               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

           SELECT SYSVREG ASSIGN TO "SYSVREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VREG-VENDOR-ID
               FILE STATUS IS SYSVREG-STATUS.

           SELECT SYSHOLD ASSIGN TO "SYSHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS SYSHOLD-STATUS.

           SELECT SYSMSTR ASSIGN TO "SYSMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-LICENSE-ID
               FILE STATUS IS SYSMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSRATE
           RECORD CONTAINS 80 CHARACTERS.
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
           05 FILLER           PIC X(26).

       FD SYSHOLD
           RECORD CONTAINS 300 CHARACTERS.
       01  HOLD-RECORD.
           05 HOLD-KEY.
             10 HOLD-LICENSE-ID PIC X(12).
             10 HOLD-RUN-ID     PIC X(14).
           05 HOLD-VENDOR-ID     PIC X(08).
           05 HOLD-STATUS        PIC X(01).
             88 HOLD-PENDING      VALUE "P".
             88 HOLD-RELEASED     VALUE "R".
             88 HOLD-REJECTED     VALUE "J".
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
           05 HOLD-SWEPT-DATE    PIC X(08).

       FD SYSMSTR
           RECORD CONTAINS 200 CHARACTERS.
       01  MASTER-RECORD.
           05 MST-LICENSE-ID   PIC X(12).
           05 MST-PART1        PIC 9(12).
           05 MST-PART2        PIC 9(12).
           05 FILLER           PIC X(140).
           05 MST-RETIRED-FLAG PIC X(01).
             88 MST-RETIRED VALUE "Y".
           05 MST-RETIRE-REASON PIC X(04).
           05 MST-HOLD-FLAG    PIC X(01).
             88 MST-HELD VALUE "Y".
           05 MST-HOLD-REASON  PIC X(04).
           05 MST-OVERRIDE-FLAG PIC X(01).
             88 MST-OVERRIDDEN VALUE "Y".
           05 FILLER           PIC X(13).

       WORKING-STORAGE SECTION.
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSRATE-STATUS PIC X(02).
       01 BILLDTL-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 SYSVREG-STATUS PIC X(02).
       01 SYSHOLD-STATUS PIC X(02).
       01 SYSMSTR-STATUS PIC X(02).

       01 SYSRSLT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRSLT-EOF VALUE "Y".
       01 SYSHOLD-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSHOLD-EOF VALUE "Y".
       01 HOLD-SWEEP-FLAG PIC X(01) VALUE "N".
         88 HOLD-SWEEP VALUE "Y".
       01 RELEASED-ROW-FLAG PIC X(01) VALUE "N".
         88 RELEASED-ROW VALUE "Y".
       01 OVERRIDE-ROW-FLAG PIC X(01) VALUE "N".
         88 OVERRIDE-ROW VALUE "Y".
       01 CURRENT-RUN-ID PIC X(14) VALUE SPACES.
       01 SYSRATE-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRATE-EOF VALUE "Y".

         05 RSLT-REASON     PIC X(50).
         05 FILLER          PIC X(01).
         05 RSLT-VENDOR-ID  PIC X(08).
         05 FILLER          PIC X(01).
         05 RSLT-RUN-ID     PIC X(14).

       01 RATE-TABLE.
         05 RATE-ENTRY OCCURS 200 TIMES.
       01 RATE-BEST-EFF PIC 9(8).
       01 RATE-DISCARD-COUNT PIC 9(5) VALUE 0.
       01 RATE-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 RATE-KEY-ID PIC X(08).

       01 BVND-TABLE.
         05 BVND-ENTRY OCCURS 50 TIMES.
       01 BVND-FOUND-SUB PIC 9(3).
       01 BVND-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 MARK-TABLE.
         05 MARK-ENTRY OCCURS 2000 TIMES.
           10 MARK-HOLD-KEY.
             15 MARK-LICENSE-ID PIC X(12).
             15 MARK-RUN-ID     PIC X(14).
           10 MARK-ACTION   PIC X(01).
             88 MARK-BILLED   VALUE "B".
             88 MARK-UNPRICED VALUE "U".
       01 MARK-COUNT PIC 9(4) VALUE 0.
       01 MARK-SUB PIC 9(4).
       01 MARK-ACTION-WANTED PIC X(01).

       01 WORK-PART1 PIC X(12).
       01 ROW-PART1 PIC 9(12).
       01 WORK-SEQ PIC X(07).
         05 BDT-RATE       PIC 9(5)V9(4).
         05 BDT-AMOUNT     PIC 9(11)V9(2).
         05 BDT-STATUS     PIC X(01).
         05 BDT-RUN-ID     PIC X(14).
         05 FILLER         PIC X(04) VALUE SPACES.

       01 ROWS-READ-COUNT PIC 9(7) VALUE 0.
       01 ROWS-PRICED-COUNT PIC 9(7) VALUE 0.
       01 MINIMUM-APPLIED-COUNT PIC 9(7) VALUE 0.
       01 UNPRICED-COUNT PIC 9(7) VALUE 0.
       01 HELD-COUNT PIC 9(7) VALUE 0.
       01 RELEASED-PRICED-COUNT PIC 9(7) VALUE 0.
       01 RELEASED-UNPRICED-COUNT PIC 9(7) VALUE 0.
       01 RELEASED-LEFT-COUNT PIC 9(7) VALUE 0.
       01 RETIRED-COUNT PIC 9(7) VALUE 0.
       01 LICENSE-HELD-COUNT PIC 9(7) VALUE 0.
       01 OVERRIDE-PRICED-COUNT PIC 9(7) VALUE 0.
       01 GRAND-UNITS-TOTAL PIC 9(15) VALUE 0.
       01 GRAND-AMOUNT-TOTAL PIC 9(13)V9(2) VALUE 0.

         05 FILLER       PIC X(20) VALUE "UNPRICED ROWS ..... ".
         05 BIL-TOT-UNP  PIC Z(6)9.

       01 BIL-TOT-HLD-LINE.
         05 FILLER       PIC X(20) VALUE "  HELD FOR VARIANCE ".
         05 BIL-TOT-HLD  PIC Z(6)9.

       01 BIL-TOT-RET-LINE.
         05 FILLER       PIC X(20) VALUE "  LICENSE RETIRED . ".
         05 BIL-TOT-RET  PIC Z(6)9.

       01 BIL-TOT-LHD-LINE.
         05 FILLER       PIC X(20) VALUE "  LICENSE ON HOLD . ".
         05 BIL-TOT-LHD  PIC Z(6)9.

       01 BIL-TOT-OVR-LINE.
         05 FILLER       PIC X(20) VALUE "AT OVERRIDE SCORE . ".
         05 BIL-TOT-OVR  PIC Z(6)9.

       01 BIL-TOT-RLS-LINE.
         05 FILLER       PIC X(20) VALUE "RELEASED HOLDS .... ".
         05 BIL-TOT-RLS  PIC Z(6)9.

       01 BIL-TOT-RUN-LINE.
         05 FILLER       PIC X(20) VALUE "RELEASED, NO PRICE  ".
         05 BIL-TOT-RUN  PIC Z(6)9.

       01 BIL-TOT-RLF-LINE.
         05 FILLER       PIC X(20) VALUE "RELEASED, NEXT RUN  ".
         05 BIL-TOT-RLF  PIC Z(6)9.

       01 BIL-TOT-AMT-LINE.
         05 FILLER       PIC X(20) VALUE "TOTAL AMOUNT ...... ".
         05 BIL-TOT-AMT  PIC Z(12)9.99.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRICE-ONE-ROW THRU 2000-EXIT
               UNTIL SYSRSLT-EOF.
           PERFORM 3000-SWEEP-RELEASED-HOLDS THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
             STOP RUN
           END-IF.

           OPEN INPUT SYSVREG.
           IF SYSVREG-STATUS NOT = "00"
             DISPLAY "DAY8BILL: UNABLE TO OPEN SYSVREG, STATUS = "
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
             DISPLAY "DAY8BILL: UNABLE TO OPEN SYSHOLD, STATUS = "
                 SYSHOLD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
           IF RATE-COUNT = 0
             DISPLAY "DAY8BILL: NO USABLE RATE CARDS"
             STOP RUN
           END-IF.

           OPEN INPUT SYSMSTR.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8BILL: UNABLE TO OPEN SYSMSTR, STATUS = "
                 SYSMSTR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.

       2000-PRICE-ONE-ROW.
           ADD 1 TO ROWS-READ-COUNT.
           IF CURRENT-RUN-ID = SPACES
             MOVE RSLT-RUN-ID TO CURRENT-RUN-ID
           END-IF.
           PERFORM 2050-PRICE-RESULT-ROW THRU 2050-EXIT.
           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2050-PRICE-RESULT-ROW.
           MOVE RSLT-PART1 TO WORK-PART1.
           INSPECT WORK-PART1 REPLACING LEADING " " BY "0".
           IF WORK-PART1 IS NUMERIC
           MOVE SPACES TO ROW-EXCP-REASON.
           MOVE 0 TO ROW-AMOUNT.
           MOVE 0 TO RATE-FOUND-SUB.
           MOVE "N" TO RELEASED-ROW-FLAG.
           MOVE "N" TO OVERRIDE-ROW-FLAG.

           IF RSLT-VALID = "N"
             MOVE "N" TO ROW-STATUS
               MOVE "D" TO ROW-STATUS
               MOVE "SUPERSEDED BY LATER TREE -- NOT PRICED"
                   TO ROW-EXCP-REASON
             ELSE
             IF RSLT-VALID = "R"
               MOVE "F" TO ROW-STATUS
               MOVE "SENDER REFUSED BY REGISTRY -- NOT PRICED"
                   TO ROW-EXCP-REASON
             ELSE
               IF RSLT-VENDOR-ID = SPACES
                 MOVE "U" TO ROW-STATUS
                 MOVE "NO VENDOR ID ON RESULT ROW"
                     TO ROW-EXCP-REASON
               ELSE
                 IF RSLT-LICENSE-ID NOT = SPACES
                   PERFORM 2700-CHECK-MASTER THRU 2700-EXIT
                 END-IF
                 IF ROW-STATUS = SPACE AND NOT HOLD-SWEEP
                     AND RSLT-LICENSE-ID NOT = SPACES
                   PERFORM 2600-CHECK-HOLD THRU 2600-EXIT
                 END-IF
                 IF ROW-STATUS = SPACE
                   PERFORM 2200-FIND-VENDOR-RATE THRU 2200-EXIT
                   IF RATE-FOUND-SUB = 0
                     MOVE "U" TO ROW-STATUS
                     MOVE "NO EFFECTIVE RATE FOR VENDOR"
                         TO ROW-EXCP-REASON
                   ELSE
                     PERFORM 2300-COMPUTE-AMOUNT THRU 2300-EXIT
                   END-IF
                 END-IF
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF.

           IF HOLD-SWEEP AND HOLD-SWEPT-DATE NOT = SPACES
               AND NOT ROW-PRICED AND NOT ROW-MINIMUM-APPLIED
             ADD 1 TO RELEASED-UNPRICED-COUNT
             GO TO 2050-EXIT
           END-IF.

           PERFORM 2400-WRITE-BILL-DETAIL THRU 2400-EXIT.
             WRITE REPORT-LINE FROM BIL-EXCP-LINE
           END-IF.

           IF OVERRIDE-ROW
               AND (ROW-PRICED OR ROW-MINIMUM-APPLIED)
             ADD 1 TO OVERRIDE-PRICED-COUNT
           END-IF.

           IF (RELEASED-ROW OR HOLD-SWEEP)
               AND (ROW-PRICED OR ROW-MINIMUM-APPLIED)
             ADD 1 TO RELEASED-PRICED-COUNT
             MOVE "B" TO MARK-ACTION-WANTED
             PERFORM 2650-SAVE-HOLD-MARK THRU 2650-EXIT
           END-IF.
           IF HOLD-SWEEP
               AND NOT ROW-PRICED AND NOT ROW-MINIMUM-APPLIED
             MOVE "U" TO MARK-ACTION-WANTED
             PERFORM 2650-SAVE-HOLD-MARK THRU 2650-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

       2100-READ-SYSRSLT.
       2200-FIND-VENDOR-RATE.
           MOVE 0 TO RATE-FOUND-SUB.
           MOVE 0 TO RATE-BEST-EFF.
           MOVE RSLT-VENDOR-ID TO RATE-KEY-ID.
           MOVE RSLT-VENDOR-ID TO VREG-VENDOR-ID.
           READ SYSVREG
             INVALID KEY
               MOVE SPACES TO VREG-RATE-GROUP
           END-READ.
           IF VREG-RATE-GROUP NOT = SPACES
             MOVE VREG-RATE-GROUP TO RATE-KEY-ID
           END-IF.
           PERFORM 2250-SCAN-RATE-ENTRY THRU 2250-EXIT
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT.
           EXIT.

       2250-SCAN-RATE-ENTRY.
           IF RT-VENDOR-ID(RATE-SUB) = RATE-KEY-ID
               AND RT-EFF-DATE(RATE-SUB) NOT > RUN-DATE-SORT
             IF RATE-FOUND-SUB = 0
                 OR RT-EFF-DATE(RATE-SUB) > RATE-BEST-EFF
           END-IF.
           MOVE ROW-AMOUNT TO BDT-AMOUNT.
           MOVE ROW-STATUS TO BDT-STATUS.
           MOVE RSLT-RUN-ID TO BDT-RUN-ID.
           WRITE BILL-RECORD FROM BDT-DETAIL-LINE.
       2400-EXIT.
           EXIT.
       2550-EXIT.
           EXIT.

       2600-CHECK-HOLD.
           MOVE RSLT-LICENSE-ID TO HOLD-LICENSE-ID.
           MOVE RSLT-RUN-ID TO HOLD-RUN-ID.
           READ SYSHOLD
             INVALID KEY
               GO TO 2600-EXIT
           END-READ.
           IF HOLD-PENDING
             MOVE "V" TO ROW-STATUS
             MOVE "HELD FOR VARIANCE REVIEW -- NOT PRICED"
                 TO ROW-EXCP-REASON
             ADD 1 TO HELD-COUNT
           END-IF.
           IF HOLD-REJECTED
             MOVE "J" TO ROW-STATUS
             MOVE "VARIANCE HOLD REJECTED -- NOT PRICED"
                 TO ROW-EXCP-REASON
             ADD 1 TO HELD-COUNT
           END-IF.
           IF HOLD-RELEASED
             SET RELEASED-ROW TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.

       2650-SAVE-HOLD-MARK.
           IF MARK-COUNT NOT < 2000
             DISPLAY "DAY8BILL: RELEASED HOLD TABLE FULL, KEY = "
                 RSLT-LICENSE-ID RSLT-RUN-ID
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO MARK-COUNT.
           MOVE RSLT-LICENSE-ID TO MARK-LICENSE-ID(MARK-COUNT).
           MOVE RSLT-RUN-ID TO MARK-RUN-ID(MARK-COUNT).
           MOVE MARK-ACTION-WANTED TO MARK-ACTION(MARK-COUNT).
       2650-EXIT.
           EXIT.

       2700-CHECK-MASTER.
           MOVE RSLT-LICENSE-ID TO MST-LICENSE-ID.
           READ SYSMSTR
             INVALID KEY
               GO TO 2700-EXIT
           END-READ.
           IF MST-RETIRED
             MOVE "X" TO ROW-STATUS
             MOVE "LICENSE RETIRED -- NOT PRICED" TO ROW-EXCP-REASON
             ADD 1 TO RETIRED-COUNT
             GO TO 2700-EXIT
           END-IF.
           IF MST-HELD
             MOVE "H" TO ROW-STATUS
             MOVE "LICENSE ON HOLD -- NOT PRICED" TO ROW-EXCP-REASON
             ADD 1 TO LICENSE-HELD-COUNT
             GO TO 2700-EXIT
           END-IF.
           IF MST-OVERRIDDEN
             MOVE MST-PART1 TO ROW-PART1
             SET OVERRIDE-ROW TO TRUE
           END-IF.
       2700-EXIT.
           EXIT.

       3000-SWEEP-RELEASED-HOLDS.
           SET HOLD-SWEEP TO TRUE.
           MOVE LOW-VALUES TO HOLD-KEY.
           START SYSHOLD KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY
               SET SYSHOLD-EOF TO TRUE
           END-START.
           PERFORM 3100-PRICE-RELEASED-HOLD THRU 3100-EXIT
               UNTIL SYSHOLD-EOF.
           MOVE "N" TO HOLD-SWEEP-FLAG.
       3000-EXIT.
           EXIT.

       3100-PRICE-RELEASED-HOLD.
           READ SYSHOLD NEXT RECORD
             AT END
               SET SYSHOLD-EOF TO TRUE
               GO TO 3100-EXIT
           END-READ.
           IF NOT HOLD-RELEASED
               OR HOLD-BILLED-FLAG = "Y"
               OR HOLD-RUN-ID = CURRENT-RUN-ID
             GO TO 3100-EXIT
           END-IF.
           MOVE HOLD-LICENSE-ID TO MST-LICENSE-ID.
           READ SYSMSTR
             INVALID KEY
               MOVE SPACE TO MST-RETIRED-FLAG
               MOVE SPACE TO MST-HOLD-FLAG
           END-READ.
           IF MST-RETIRED OR MST-HELD
             GO TO 3100-EXIT
           END-IF.
           IF MARK-COUNT NOT < 2000
             ADD 1 TO RELEASED-LEFT-COUNT
             GO TO 3100-EXIT
           END-IF.
           MOVE HOLD-RESULT-ROW TO RSLT-DETAIL-LINE.
           PERFORM 2050-PRICE-RESULT-ROW THRU 2050-EXIT.
       3100-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE REPORT-LINE FROM BIL-BLANK-LINE.
           WRITE REPORT-LINE FROM BIL-RECAP-TITLE.
             MOVE MINIMUM-APPLIED-COUNT TO BIL-TOT-MIN
             WRITE REPORT-LINE FROM BIL-TOT-MIN-LINE
           END-IF.
           IF OVERRIDE-PRICED-COUNT > 0
             MOVE OVERRIDE-PRICED-COUNT TO BIL-TOT-OVR
             WRITE REPORT-LINE FROM BIL-TOT-OVR-LINE
           END-IF.
           MOVE UNPRICED-COUNT TO BIL-TOT-UNP.
           WRITE REPORT-LINE FROM BIL-TOT-UNP-LINE.
           IF HELD-COUNT > 0
             MOVE HELD-COUNT TO BIL-TOT-HLD
             WRITE REPORT-LINE FROM BIL-TOT-HLD-LINE
           END-IF.
           IF RETIRED-COUNT > 0
             MOVE RETIRED-COUNT TO BIL-TOT-RET
             WRITE REPORT-LINE FROM BIL-TOT-RET-LINE
           END-IF.
           IF LICENSE-HELD-COUNT > 0
             MOVE LICENSE-HELD-COUNT TO BIL-TOT-LHD
             WRITE REPORT-LINE FROM BIL-TOT-LHD-LINE
           END-IF.
           IF RELEASED-PRICED-COUNT > 0
             MOVE RELEASED-PRICED-COUNT TO BIL-TOT-RLS
             WRITE REPORT-LINE FROM BIL-TOT-RLS-LINE
           END-IF.
           IF RELEASED-UNPRICED-COUNT > 0
             MOVE RELEASED-UNPRICED-COUNT TO BIL-TOT-RUN
             WRITE REPORT-LINE FROM BIL-TOT-RUN-LINE
           END-IF.
           IF RELEASED-LEFT-COUNT > 0
             MOVE RELEASED-LEFT-COUNT TO BIL-TOT-RLF
             WRITE REPORT-LINE FROM BIL-TOT-RLF-LINE
           END-IF.
           MOVE GRAND-AMOUNT-TOTAL TO BIL-TOT-AMT.
           WRITE REPORT-LINE FROM BIL-TOT-AMT-LINE.

           CLOSE SYSRSLT.
           CLOSE BILLDTL.
           CLOSE SYSREPT.
           CLOSE SYSVREG.
           CLOSE SYSMSTR.

           IF BILLDTL-STATUS NOT = "00"
             DISPLAY "DAY8BILL: UNABLE TO CLOSE BILLDTL, STATUS = "
                 BILLDTL-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 8200-MARK-ONE-HOLD THRU 8200-EXIT
                 VARYING MARK-SUB FROM 1 BY 1
                 UNTIL MARK-SUB > MARK-COUNT
             IF UNPRICED-COUNT > 0 OR RELEASED-LEFT-COUNT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           CLOSE SYSHOLD.
       8000-EXIT.
           EXIT.

       8100-EXIT.
           EXIT.

       8200-MARK-ONE-HOLD.
           MOVE MARK-HOLD-KEY(MARK-SUB) TO HOLD-KEY.
           READ SYSHOLD
             INVALID KEY
               DISPLAY "DAY8BILL: HOLD NOT FOUND, KEY = " HOLD-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF MARK-BILLED(MARK-SUB)
             MOVE "Y" TO HOLD-BILLED-FLAG
             MOVE RUN-DATE-DISPLAY TO HOLD-BILLED-DATE
             MOVE SPACES TO HOLD-SWEPT-DATE
           ELSE
             MOVE RUN-DATE-SORT TO HOLD-SWEPT-DATE
           END-IF.
           REWRITE HOLD-RECORD.
           IF SYSHOLD-STATUS NOT = "00"
             DISPLAY "DAY8BILL: HOLD REWRITE FAILED, STATUS = "
                 SYSHOLD-STATUS " KEY = " HOLD-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       8200-EXIT.
           EXIT.

       END PROGRAM DAY8BILL.
