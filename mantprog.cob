       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8MANT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT SYSMSTR ASSIGN TO "SYSMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-LICENSE-ID
               FILE STATUS IS SYSMSTR-STATUS.

           SELECT SYSMLOG ASSIGN TO "SYSMLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSMLOG-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-CARD.
           05 CARD-TRAN-CODE  PIC X(02).
           05 FILLER          PIC X(01).
           05 CARD-LICENSE-ID PIC X(12).
           05 FILLER          PIC X(01).
           05 CARD-OPERATOR   PIC X(08).
           05 FILLER          PIC X(01).
           05 CARD-REASON     PIC X(04).
           05 FILLER          PIC X(01).
           05 CARD-VALUE-1    PIC X(12).
           05 FILLER          PIC X(01).
           05 CARD-VALUE-2    PIC X(12).
           05 FILLER          PIC X(25).

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

       FD SYSMLOG
           RECORD CONTAINS 240 CHARACTERS.
       01  MLOG-RECORD PIC X(240).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSMSTR-STATUS PIC X(02).
       01 SYSMLOG-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SYSIN-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSIN-EOF VALUE "Y".
       01 CARD-REJECTED-FLAG PIC X(01) VALUE "N".
         88 CARD-REJECTED VALUE "Y".

       01 REJECT-MESSAGE PIC X(40).
       01 BEFORE-IMAGE PIC X(200).

       01 WORK-VALUE-1 PIC X(12).
       01 WORK-VALUE-2 PIC X(12).
       01 NEW-PART1 PIC 9(12).
       01 NEW-PART2 PIC 9(12).

       01 WORK-DATE PIC X(10).
       01 WORK-DATE-PARTS REDEFINES WORK-DATE.
         05 WORK-DATE-MM   PIC X(02).
         05 WORK-DATE-SL1  PIC X(01).
         05 WORK-DATE-DD   PIC X(02).
         05 WORK-DATE-SL2  PIC X(01).
         05 WORK-DATE-CCYY PIC X(04).
       01 WORK-DATE-SORT PIC X(08).
       01 LAST-DATE-SORT PIC X(08).
       01 DATE-MM PIC 9(02).
       01 DATE-DD PIC 9(02).

       01 PAIR-DISPLAY.
         05 PAIR-PART1 PIC 9(12).
         05 FILLER     PIC X(01) VALUE "/".
         05 PAIR-PART2 PIC 9(12).

       01 MLOG-DETAIL-LINE.
         05 MLOG-DATE      PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 MLOG-TIME      PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 MLOG-OPERATOR  PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 MLOG-TRAN-CODE PIC X(02).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 MLOG-IMAGE     PIC X(01).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 MLOG-REASON    PIC X(04).
         05 FILLER         PIC X(02) VALUE SPACES.
         05 MLOG-MASTER    PIC X(200).

       01 CARDS-READ-COUNT PIC 9(7) VALUE 0.
       01 APPLIED-COUNT PIC 9(7) VALUE 0.
       01 REJECTED-COUNT PIC 9(7) VALUE 0.
       01 LOG-RECORD-COUNT PIC 9(7) VALUE 0.

       01 RUN-DATE-FIELDS.
         05 RUN-DATE-CCYY PIC 9(4).
         05 RUN-DATE-MM PIC 9(2).
         05 RUN-DATE-DD PIC 9(2).
       01 RUN-DATE-SORT REDEFINES RUN-DATE-FIELDS PIC X(08).
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

       01 MNT-TITLE-LINE PIC X(132)
           VALUE "DAY8MANT -- LICENSE MASTER MAINTENANCE".
       01 MNT-RULE-LINE PIC X(132) VALUE ALL "-".
       01 MNT-BLANK-LINE PIC X(132) VALUE SPACES.

       01 MNT-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 MNT-DATE     PIC X(10).

       01 MNT-HEADING-LINE.
         05 FILLER PIC X(03) VALUE "TX ".
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(09) VALUE "OPERATOR ".
         05 FILLER PIC X(05) VALUE "RSN  ".
         05 FILLER PIC X(09) VALUE "RESULT   ".
         05 FILLER PIC X(26) VALUE "BEFORE                    ".
         05 FILLER PIC X(26) VALUE "AFTER                     ".
         05 FILLER PIC X(07) VALUE "MESSAGE".

       01 MNT-DETAIL-LINE.
         05 MNT-TRAN-CODE PIC X(02).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-LICENSE   PIC X(12).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-OPERATOR  PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-REASON    PIC X(04).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-RESULT    PIC X(08).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-BEFORE    PIC X(25).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-AFTER     PIC X(25).
         05 FILLER        PIC X(01) VALUE SPACE.
         05 MNT-MESSAGE   PIC X(40).

       01 MNT-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "TRANSACTIONS READ . ".
         05 MNT-TOT-READ PIC Z(6)9.

       01 MNT-TOT-APL-LINE.
         05 FILLER       PIC X(20) VALUE "APPLIED ........... ".
         05 MNT-TOT-APL  PIC Z(6)9.

       01 MNT-TOT-REJ-LINE.
         05 FILLER       PIC X(20) VALUE "REJECTED .......... ".
         05 MNT-TOT-REJ  PIC Z(6)9.

       01 MNT-TOT-LOG-LINE.
         05 FILLER       PIC X(20) VALUE "LOG RECORDS ....... ".
         05 MNT-TOT-LOG  PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL SYSIN-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSIN.
           IF SYSIN-STATUS NOT = "00"
             DISPLAY "DAY8MANT: UNABLE TO OPEN SYSIN, STATUS = "
                 SYSIN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN I-O SYSMSTR.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8MANT: UNABLE TO OPEN SYSMSTR, STATUS = "
                 SYSMSTR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSMLOG.
           IF SYSMLOG-STATUS NOT = "00"
             DISPLAY "DAY8MANT: UNABLE TO OPEN SYSMLOG, STATUS = "
                 SYSMLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8MANT: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           WRITE REPORT-LINE FROM MNT-TITLE-LINE.
           WRITE REPORT-LINE FROM MNT-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO MNT-DATE.
           WRITE REPORT-LINE FROM MNT-DATE-LINE.
           WRITE REPORT-LINE FROM MNT-BLANK-LINE.
           WRITE REPORT-LINE FROM MNT-HEADING-LINE.
           WRITE REPORT-LINE FROM MNT-BLANK-LINE.

           PERFORM 2100-READ-SYSIN THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           IF MAINT-CARD = SPACES
             GO TO 2000-NEXT
           END-IF.
           ADD 1 TO CARDS-READ-COUNT.
           MOVE "N" TO CARD-REJECTED-FLAG.
           MOVE SPACES TO REJECT-MESSAGE.
           MOVE SPACES TO MNT-BEFORE.
           MOVE SPACES TO MNT-AFTER.

           PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
           IF CARD-REJECTED
             PERFORM 2900-REPORT-CARD THRU 2900-EXIT
             GO TO 2000-NEXT
           END-IF.

           MOVE MASTER-RECORD TO BEFORE-IMAGE.
           IF CARD-TRAN-CODE = "OV"
             PERFORM 3100-APPLY-OVERRIDE THRU 3100-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "OL"
             PERFORM 3200-LIFT-OVERRIDE THRU 3200-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "HP" OR CARD-TRAN-CODE = "HL"
             PERFORM 3300-SET-HOLD THRU 3300-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "RT" OR CARD-TRAN-CODE = "RI"
             PERFORM 3400-SET-RETIRED THRU 3400-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "FD"
             PERFORM 3500-CORRECT-FIRST-DATE THRU 3500-EXIT
           END-IF.
           MOVE RUN-DATE-SORT TO MST-MAINT-DATE.

           REWRITE MASTER-RECORD.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8MANT: REWRITE FAILED, STATUS = "
                 SYSMSTR-STATUS " KEY = " MST-LICENSE-ID
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 4000-WRITE-LOG THRU 4000-EXIT.
           ADD 1 TO APPLIED-COUNT.
           PERFORM 2900-REPORT-CARD THRU 2900-EXIT.

       2000-NEXT.
           PERFORM 2100-READ-SYSIN THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SYSIN.
           READ SYSIN
             AT END
               SET SYSIN-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-VALIDATE-CARD.
           SET CARD-REJECTED TO TRUE.
           IF CARD-TRAN-CODE NOT = "OV" AND CARD-TRAN-CODE NOT = "OL"
               AND CARD-TRAN-CODE NOT = "HP"
               AND CARD-TRAN-CODE NOT = "HL"
               AND CARD-TRAN-CODE NOT = "RT"
               AND CARD-TRAN-CODE NOT = "RI"
               AND CARD-TRAN-CODE NOT = "FD"
             MOVE "UNKNOWN TRANSACTION CODE" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-LICENSE-ID = SPACES
             MOVE "NO LICENSE ID" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-OPERATOR = SPACES
             MOVE "NO OPERATOR ID" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-REASON = SPACES
               AND (CARD-TRAN-CODE = "OV" OR CARD-TRAN-CODE = "HP"
                 OR CARD-TRAN-CODE = "RT")
             MOVE "REASON CODE REQUIRED" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.

           MOVE CARD-LICENSE-ID TO MST-LICENSE-ID.
           READ SYSMSTR
             INVALID KEY
               MOVE "LICENSE NOT ON MASTER" TO REJECT-MESSAGE
               GO TO 2200-EXIT
           END-READ.

           IF CARD-TRAN-CODE = "OV"
             IF MST-RETIRED
               MOVE "LICENSE IS RETIRED" TO REJECT-MESSAGE
               GO TO 2200-EXIT
             END-IF
             MOVE CARD-VALUE-1 TO WORK-VALUE-1
             INSPECT WORK-VALUE-1 REPLACING LEADING " " BY "0"
             MOVE CARD-VALUE-2 TO WORK-VALUE-2
             INSPECT WORK-VALUE-2 REPLACING LEADING " " BY "0"
             IF CARD-VALUE-1 = SPACES OR CARD-VALUE-2 = SPACES
                 OR WORK-VALUE-1 IS NOT NUMERIC
                 OR WORK-VALUE-2 IS NOT NUMERIC
               MOVE "PART1 AND PART2 MUST BE NUMERIC"
                   TO REJECT-MESSAGE
               GO TO 2200-EXIT
             END-IF
             MOVE WORK-VALUE-1 TO NEW-PART1
             MOVE WORK-VALUE-2 TO NEW-PART2
           END-IF.
           IF CARD-TRAN-CODE = "OL" AND NOT MST-OVERRIDDEN
             MOVE "LICENSE IS NOT OVERRIDDEN" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "HP" AND MST-HELD
             MOVE "LICENSE IS ALREADY HELD" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "HL" AND NOT MST-HELD
             MOVE "LICENSE IS NOT HELD" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "RT" AND MST-RETIRED
             MOVE "LICENSE IS ALREADY RETIRED" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "RI" AND NOT MST-RETIRED
             MOVE "LICENSE IS NOT RETIRED" TO REJECT-MESSAGE
             GO TO 2200-EXIT
           END-IF.
           IF CARD-TRAN-CODE = "FD"
             PERFORM 2300-EDIT-FIRST-DATE THRU 2300-EXIT
             IF REJECT-MESSAGE NOT = SPACES
               GO TO 2200-EXIT
             END-IF
           END-IF.
           MOVE "N" TO CARD-REJECTED-FLAG.
       2200-EXIT.
           EXIT.

       2300-EDIT-FIRST-DATE.
           MOVE CARD-VALUE-1(1:10) TO WORK-DATE.
           IF WORK-DATE-SL1 NOT = "/" OR WORK-DATE-SL2 NOT = "/"
               OR WORK-DATE-MM IS NOT NUMERIC
               OR WORK-DATE-DD IS NOT NUMERIC
               OR WORK-DATE-CCYY IS NOT NUMERIC
             MOVE "FIRST-SCORED DATE MUST BE MM/DD/CCYY"
                 TO REJECT-MESSAGE
             GO TO 2300-EXIT
           END-IF.
           MOVE WORK-DATE-MM TO DATE-MM.
           MOVE WORK-DATE-DD TO DATE-DD.
           IF DATE-MM < 1 OR DATE-MM > 12
               OR DATE-DD < 1 OR DATE-DD > 31
             MOVE "FIRST-SCORED DATE IS NOT A VALID DATE"
                 TO REJECT-MESSAGE
             GO TO 2300-EXIT
           END-IF.
           MOVE WORK-DATE-CCYY TO WORK-DATE-SORT(1:4).
           MOVE WORK-DATE-MM TO WORK-DATE-SORT(5:2).
           MOVE WORK-DATE-DD TO WORK-DATE-SORT(7:2).
           IF WORK-DATE-SORT > RUN-DATE-SORT
             MOVE "FIRST-SCORED DATE IS IN THE FUTURE"
                 TO REJECT-MESSAGE
             GO TO 2300-EXIT
           END-IF.
           IF MST-LAST-DATE(1:2) IS NUMERIC
             MOVE MST-LAST-DATE(7:4) TO LAST-DATE-SORT(1:4)
             MOVE MST-LAST-DATE(1:2) TO LAST-DATE-SORT(5:2)
             MOVE MST-LAST-DATE(4:2) TO LAST-DATE-SORT(7:2)
             IF WORK-DATE-SORT > LAST-DATE-SORT
               MOVE "FIRST-SCORED DATE IS AFTER LAST-SCORED"
                   TO REJECT-MESSAGE
               GO TO 2300-EXIT
             END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2900-REPORT-CARD.
           MOVE CARD-TRAN-CODE TO MNT-TRAN-CODE.
           MOVE CARD-LICENSE-ID TO MNT-LICENSE.
           MOVE CARD-OPERATOR TO MNT-OPERATOR.
           MOVE CARD-REASON TO MNT-REASON.
           IF CARD-REJECTED
             ADD 1 TO REJECTED-COUNT
             MOVE "REJECTED" TO MNT-RESULT
             MOVE REJECT-MESSAGE TO MNT-MESSAGE
           ELSE
             MOVE "APPLIED " TO MNT-RESULT
             MOVE SPACES TO MNT-MESSAGE
           END-IF.
           WRITE REPORT-LINE FROM MNT-DETAIL-LINE.
       2900-EXIT.
           EXIT.

       3100-APPLY-OVERRIDE.
           MOVE MST-PART1 TO PAIR-PART1.
           MOVE MST-PART2 TO PAIR-PART2.
           MOVE PAIR-DISPLAY TO MNT-BEFORE.
           IF NOT MST-OVERRIDDEN
             MOVE MST-PART1 TO MST-PRIOR-PART1
             MOVE MST-PART2 TO MST-PRIOR-PART2
             MOVE MST-VALID TO MST-PRIOR-VALID
           END-IF.
           MOVE NEW-PART1 TO MST-PART1.
           MOVE NEW-PART2 TO MST-PART2.
           MOVE "Y" TO MST-VALID.
           MOVE "Y" TO MST-OVERRIDE-FLAG.
           MOVE CARD-REASON TO MST-OVERRIDE-REASON.
           MOVE "M" TO MST-RUN-ACTION.
           MOVE MST-PART1 TO PAIR-PART1.
           MOVE MST-PART2 TO PAIR-PART2.
           MOVE PAIR-DISPLAY TO MNT-AFTER.
       3100-EXIT.
           EXIT.

       3200-LIFT-OVERRIDE.
           MOVE MST-PART1 TO PAIR-PART1.
           MOVE MST-PART2 TO PAIR-PART2.
           MOVE PAIR-DISPLAY TO MNT-BEFORE.
           MOVE MST-PRIOR-PART1 TO MST-PART1.
           MOVE MST-PRIOR-PART2 TO MST-PART2.
           MOVE MST-PRIOR-VALID TO MST-VALID.
           MOVE SPACE TO MST-OVERRIDE-FLAG.
           MOVE SPACES TO MST-OVERRIDE-REASON.
           MOVE "M" TO MST-RUN-ACTION.
           MOVE MST-PART1 TO PAIR-PART1.
           MOVE MST-PART2 TO PAIR-PART2.
           MOVE PAIR-DISPLAY TO MNT-AFTER.
       3200-EXIT.
           EXIT.

       3300-SET-HOLD.
           IF CARD-TRAN-CODE = "HP"
             MOVE "NOT HELD" TO MNT-BEFORE
             MOVE "HELD" TO MNT-AFTER
             MOVE "Y" TO MST-HOLD-FLAG
             MOVE CARD-REASON TO MST-HOLD-REASON
           ELSE
             MOVE "HELD" TO MNT-BEFORE
             MOVE "NOT HELD" TO MNT-AFTER
             MOVE SPACE TO MST-HOLD-FLAG
             MOVE SPACES TO MST-HOLD-REASON
           END-IF.
       3300-EXIT.
           EXIT.

       3400-SET-RETIRED.
           IF CARD-TRAN-CODE = "RT"
             MOVE "ACTIVE" TO MNT-BEFORE
             MOVE "RETIRED" TO MNT-AFTER
             MOVE "Y" TO MST-RETIRED-FLAG
             MOVE CARD-REASON TO MST-RETIRE-REASON
           ELSE
             MOVE "RETIRED" TO MNT-BEFORE
             MOVE "ACTIVE" TO MNT-AFTER
             MOVE SPACE TO MST-RETIRED-FLAG
             MOVE SPACES TO MST-RETIRE-REASON
           END-IF.
       3400-EXIT.
           EXIT.

       3500-CORRECT-FIRST-DATE.
           MOVE MST-FIRST-DATE TO MNT-BEFORE.
           MOVE WORK-DATE TO MST-FIRST-DATE.
           MOVE "M" TO MST-RUN-ACTION.
           MOVE MST-FIRST-DATE TO MNT-AFTER.
       3500-EXIT.
           EXIT.

       4000-WRITE-LOG.
           ACCEPT RUN-TIME-FIELDS FROM TIME.
           MOVE RUN-TIME-HH TO RUN-TIME-DISPLAY-HH.
           MOVE RUN-TIME-MM TO RUN-TIME-DISPLAY-MM.
           MOVE RUN-TIME-SS TO RUN-TIME-DISPLAY-SS.
           MOVE RUN-DATE-DISPLAY TO MLOG-DATE.
           MOVE RUN-TIME-DISPLAY TO MLOG-TIME.
           MOVE CARD-OPERATOR TO MLOG-OPERATOR.
           MOVE CARD-TRAN-CODE TO MLOG-TRAN-CODE.
           MOVE CARD-REASON TO MLOG-REASON.

           MOVE "B" TO MLOG-IMAGE.
           MOVE BEFORE-IMAGE TO MLOG-MASTER.
           WRITE MLOG-RECORD FROM MLOG-DETAIL-LINE.
           IF SYSMLOG-STATUS NOT = "00"
             DISPLAY "DAY8MANT: WRITE TO SYSMLOG FAILED, STATUS = "
                 SYSMLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "A" TO MLOG-IMAGE.
           MOVE MASTER-RECORD TO MLOG-MASTER.
           WRITE MLOG-RECORD FROM MLOG-DETAIL-LINE.
           IF SYSMLOG-STATUS NOT = "00"
             DISPLAY "DAY8MANT: WRITE TO SYSMLOG FAILED, STATUS = "
                 SYSMLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 2 TO LOG-RECORD-COUNT.
       4000-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE REPORT-LINE FROM MNT-BLANK-LINE.
           WRITE REPORT-LINE FROM MNT-RULE-LINE.
           MOVE CARDS-READ-COUNT TO MNT-TOT-READ.
           WRITE REPORT-LINE FROM MNT-TOT-READ-LINE.
           MOVE APPLIED-COUNT TO MNT-TOT-APL.
           WRITE REPORT-LINE FROM MNT-TOT-APL-LINE.
           MOVE REJECTED-COUNT TO MNT-TOT-REJ.
           WRITE REPORT-LINE FROM MNT-TOT-REJ-LINE.
           MOVE LOG-RECORD-COUNT TO MNT-TOT-LOG.
           WRITE REPORT-LINE FROM MNT-TOT-LOG-LINE.

           CLOSE SYSIN.
           CLOSE SYSMSTR.
           CLOSE SYSMLOG.
           IF SYSMLOG-STATUS NOT = "00"
             DISPLAY "DAY8MANT: CLOSE OF SYSMLOG FAILED, STATUS = "
                 SYSMLOG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE SYSREPT.

           IF REJECTED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM DAY8MANT.
