       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8HREL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT SYSHOLD ASSIGN TO "SYSHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS SYSHOLD-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
       01  REL-CARD.
           05 REL-ACTION    PIC X(01).
             88 REL-RELEASE  VALUE "R".
             88 REL-REJECT   VALUE "J".
           05 FILLER        PIC X(01).
           05 REL-LICENSE-ID PIC X(12).
           05 FILLER        PIC X(01).
           05 REL-RUN-ID    PIC X(14).
           05 FILLER        PIC X(01).
           05 REL-OPERATOR  PIC X(08).
           05 FILLER        PIC X(01).
           05 REL-REASON    PIC X(30).
           05 FILLER        PIC X(11).

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
           05 FILLER             PIC X(08).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSHOLD-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SYSIN-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSIN-EOF VALUE "Y".
       01 SYSHOLD-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSHOLD-EOF VALUE "Y".
       01 LICENSE-DONE-FLAG PIC X(01) VALUE "N".
         88 LICENSE-DONE VALUE "Y".

       01 REFUSE-REASON PIC X(40).
       01 LICENSE-ACTED-COUNT PIC 9(5).

       01 CARDS-READ-COUNT PIC 9(7) VALUE 0.
       01 RELEASED-COUNT PIC 9(7) VALUE 0.
       01 REJECTED-COUNT PIC 9(7) VALUE 0.
       01 REFUSED-COUNT PIC 9(7) VALUE 0.
       01 QUEUE-COUNT PIC 9(7) VALUE 0.
       01 QUEUE-PENDING-COUNT PIC 9(7) VALUE 0.
       01 QUEUE-RELEASED-COUNT PIC 9(7) VALUE 0.
       01 QUEUE-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 QUEUE-UNBILLED-COUNT PIC 9(7) VALUE 0.

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

       01 REL-TITLE-LINE PIC X(132)
           VALUE "DAY8HREL -- VARIANCE HOLD / RELEASE REPORT".
       01 REL-RULE-LINE PIC X(132) VALUE ALL "-".
       01 REL-BLANK-LINE PIC X(132) VALUE SPACES.

       01 REL-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 REL-DATE     PIC X(10).

       01 REL-CARD-TITLE-LINE PIC X(132)
           VALUE "RELEASE CARDS".
       01 REL-NOCARD-LINE PIC X(132)
           VALUE "NO RELEASE CARDS SUPPLIED".

       01 REL-CARD-HEADING-LINE.
         05 FILLER PIC X(09) VALUE "ACTION   ".
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(15) VALUE "RUN ID         ".
         05 FILLER PIC X(09) VALUE "OPERATOR ".
         05 FILLER PIC X(31) VALUE "REASON".
         05 FILLER PIC X(07) VALUE "OUTCOME".

       01 REL-CARD-LINE.
         05 REL-CD-ACTION  PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-CD-LICENSE PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-CD-RUN-ID  PIC X(14).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-CD-OPER    PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-CD-REASON  PIC X(30).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-CD-OUTCOME PIC X(40).

       01 REL-QUEUE-TITLE-LINE PIC X(132)
           VALUE "VARIANCE HOLD QUEUE".
       01 REL-EMPTY-LINE PIC X(132)
           VALUE "THE VARIANCE HOLD FILE IS EMPTY".

       01 REL-QUEUE-HEADING-LINE.
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(15) VALUE "RUN ID         ".
         05 FILLER PIC X(09) VALUE "VENDOR   ".
         05 FILLER PIC X(13) VALUE "   OLD PART1 ".
         05 FILLER PIC X(13) VALUE "   NEW PART1 ".
         05 FILLER PIC X(11) VALUE "  CHANGE   ".
         05 FILLER PIC X(09) VALUE "STATUS   ".
         05 FILLER PIC X(11) VALUE "HELD ON    ".
         05 FILLER PIC X(09) VALUE "BY       ".
         05 FILLER PIC X(11) VALUE "ACTION ON  ".
         05 FILLER PIC X(07) VALUE "BILLED ".
         05 FILLER PIC X(04) VALUE "SENT".

       01 REL-QUEUE-LINE.
         05 REL-QU-LICENSE PIC X(12).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-RUN-ID  PIC X(14).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-VENDOR  PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-OLD-P1  PIC Z(11)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-NEW-P1  PIC Z(11)9.
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-DIR     PIC X(01).
         05 REL-QU-PCT     PIC Z(4)9.99.
         05 REL-QU-MARK    PIC X(01) VALUE "%".
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-STATUS  PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-HELD    PIC X(10).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-OPER    PIC X(08).
         05 FILLER         PIC X(01) VALUE SPACE.
         05 REL-QU-ACTED   PIC X(10).
         05 FILLER         PIC X(03) VALUE SPACES.
         05 REL-QU-BILLED  PIC X(01).
         05 FILLER         PIC X(06) VALUE SPACES.
         05 REL-QU-SENT    PIC X(01).

       01 REL-TOT-CARD-LINE.
         05 FILLER       PIC X(20) VALUE "RELEASE CARDS READ  ".
         05 REL-TOT-CARD PIC Z(6)9.

       01 REL-TOT-REL-LINE.
         05 FILLER       PIC X(20) VALUE "HOLDS RELEASED .... ".
         05 REL-TOT-REL  PIC Z(6)9.

       01 REL-TOT-REJ-LINE.
         05 FILLER       PIC X(20) VALUE "HOLDS REJECTED .... ".
         05 REL-TOT-REJ  PIC Z(6)9.

       01 REL-TOT-RFS-LINE.
         05 FILLER       PIC X(20) VALUE "CARDS REFUSED ..... ".
         05 REL-TOT-RFS  PIC Z(6)9.

       01 REL-TOT-QUE-LINE.
         05 FILLER       PIC X(20) VALUE "HOLDS ON FILE ..... ".
         05 REL-TOT-QUE  PIC Z(6)9.

       01 REL-TOT-PND-LINE.
         05 FILLER       PIC X(20) VALUE "  PENDING REVIEW .. ".
         05 REL-TOT-PND  PIC Z(6)9.

       01 REL-TOT-QRL-LINE.
         05 FILLER       PIC X(20) VALUE "  RELEASED ........ ".
         05 REL-TOT-QRL  PIC Z(6)9.

       01 REL-TOT-UNB-LINE.
         05 FILLER       PIC X(20) VALUE "    NOT YET BILLED  ".
         05 REL-TOT-UNB  PIC Z(6)9.

       01 REL-TOT-QRJ-LINE.
         05 FILLER       PIC X(20) VALUE "  REJECTED ........ ".
         05 REL-TOT-QRJ  PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-ONE-CARD THRU 2000-EXIT
               UNTIL SYSIN-EOF.
           PERFORM 3000-LIST-QUEUE THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSIN.
           IF SYSIN-STATUS NOT = "00" AND SYSIN-STATUS NOT = "05"
             DISPLAY "DAY8HREL: UNABLE TO OPEN SYSIN, STATUS = "
                 SYSIN-STATUS
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
             DISPLAY "DAY8HREL: UNABLE TO OPEN SYSHOLD, STATUS = "
                 SYSHOLD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8HREL: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           WRITE REPORT-LINE FROM REL-TITLE-LINE.
           WRITE REPORT-LINE FROM REL-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO REL-DATE.
           WRITE REPORT-LINE FROM REL-DATE-LINE.
           WRITE REPORT-LINE FROM REL-BLANK-LINE.
           WRITE REPORT-LINE FROM REL-CARD-TITLE-LINE.
           WRITE REPORT-LINE FROM REL-RULE-LINE.
           WRITE REPORT-LINE FROM REL-CARD-HEADING-LINE.
           WRITE REPORT-LINE FROM REL-BLANK-LINE.

           PERFORM 2100-READ-SYSIN THRU 2100-EXIT.
           IF SYSIN-EOF
             WRITE REPORT-LINE FROM REL-NOCARD-LINE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-CARD.
           ADD 1 TO CARDS-READ-COUNT.
           MOVE SPACES TO REFUSE-REASON.

           IF NOT REL-RELEASE AND NOT REL-REJECT
             MOVE "REFUSED -- ACTION MUST BE R OR J"
                 TO REFUSE-REASON
           ELSE
             IF REL-LICENSE-ID = SPACES
               MOVE "REFUSED -- NO LICENSE ID" TO REFUSE-REASON
             ELSE
               IF REL-OPERATOR = SPACES
                 MOVE "REFUSED -- NO OPERATOR ID" TO REFUSE-REASON
               ELSE
                 IF REL-REJECT AND REL-REASON = SPACES
                   MOVE "REFUSED -- A REJECT NEEDS A REASON"
                       TO REFUSE-REASON
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF REFUSE-REASON NOT = SPACES
             PERFORM 2900-REPORT-REFUSAL THRU 2900-EXIT
             GO TO 2000-NEXT
           END-IF.

           IF REL-RUN-ID = SPACES
             PERFORM 2300-APPLY-LICENSE-HOLDS THRU 2300-EXIT
           ELSE
             PERFORM 2200-APPLY-ONE-HOLD THRU 2200-EXIT
           END-IF.

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

       2200-APPLY-ONE-HOLD.
           MOVE REL-LICENSE-ID TO HOLD-LICENSE-ID.
           MOVE REL-RUN-ID TO HOLD-RUN-ID.
           READ SYSHOLD
             INVALID KEY
               MOVE "REFUSED -- NO HOLD FOR LICENSE AND RUN ID"
                   TO REFUSE-REASON
           END-READ.
           IF REFUSE-REASON = SPACES
             IF HOLD-RELEASED
               MOVE "REFUSED -- HOLD ALREADY RELEASED"
                   TO REFUSE-REASON
             END-IF
             IF HOLD-REJECTED
               MOVE "REFUSED -- HOLD ALREADY REJECTED"
                   TO REFUSE-REASON
             END-IF
           END-IF.
           IF REFUSE-REASON NOT = SPACES
             PERFORM 2900-REPORT-REFUSAL THRU 2900-EXIT
             GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-ACTION-HOLD THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

       2300-APPLY-LICENSE-HOLDS.
           MOVE 0 TO LICENSE-ACTED-COUNT.
           MOVE "N" TO LICENSE-DONE-FLAG.
           MOVE REL-LICENSE-ID TO HOLD-LICENSE-ID.
           MOVE LOW-VALUES TO HOLD-RUN-ID.
           START SYSHOLD KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY
               SET LICENSE-DONE TO TRUE
           END-START.
           PERFORM 2350-APPLY-NEXT-HOLD THRU 2350-EXIT
               UNTIL LICENSE-DONE.
           IF LICENSE-ACTED-COUNT = 0
             MOVE "REFUSED -- NO PENDING HOLD FOR LICENSE"
                 TO REFUSE-REASON
             PERFORM 2900-REPORT-REFUSAL THRU 2900-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2350-APPLY-NEXT-HOLD.
           READ SYSHOLD NEXT RECORD
             AT END
               SET LICENSE-DONE TO TRUE
           END-READ.
           IF LICENSE-DONE
             GO TO 2350-EXIT
           END-IF.
           IF HOLD-LICENSE-ID NOT = REL-LICENSE-ID
             SET LICENSE-DONE TO TRUE
             GO TO 2350-EXIT
           END-IF.
           IF HOLD-PENDING
             PERFORM 2400-ACTION-HOLD THRU 2400-EXIT
             ADD 1 TO LICENSE-ACTED-COUNT
           END-IF.
       2350-EXIT.
           EXIT.

       2400-ACTION-HOLD.
           MOVE REL-ACTION TO HOLD-STATUS.
           MOVE REL-OPERATOR TO HOLD-ACTION-OPER.
           MOVE RUN-DATE-DISPLAY TO HOLD-ACTION-DATE.
           MOVE REL-REASON TO HOLD-ACTION-REASON.
           REWRITE HOLD-RECORD.
           IF SYSHOLD-STATUS NOT = "00"
             DISPLAY "DAY8HREL: REWRITE FAILED, STATUS = "
                 SYSHOLD-STATUS " KEY = " HOLD-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF HOLD-RELEASED
             MOVE "RELEASE " TO REL-CD-ACTION
             MOVE "RELEASED -- PRICES ON NEXT BILLING RUN"
                 TO REL-CD-OUTCOME
             ADD 1 TO RELEASED-COUNT
           ELSE
             MOVE "REJECT  " TO REL-CD-ACTION
             MOVE "REJECTED -- WILL NOT BE BILLED OR SENT"
                 TO REL-CD-OUTCOME
             ADD 1 TO REJECTED-COUNT
           END-IF.
           MOVE HOLD-LICENSE-ID TO REL-CD-LICENSE.
           MOVE HOLD-RUN-ID TO REL-CD-RUN-ID.
           MOVE REL-OPERATOR TO REL-CD-OPER.
           MOVE REL-REASON TO REL-CD-REASON.
           WRITE REPORT-LINE FROM REL-CARD-LINE.
       2400-EXIT.
           EXIT.

       2900-REPORT-REFUSAL.
           MOVE REL-ACTION TO REL-CD-ACTION.
           IF REL-RELEASE
             MOVE "RELEASE " TO REL-CD-ACTION
           END-IF.
           IF REL-REJECT
             MOVE "REJECT  " TO REL-CD-ACTION
           END-IF.
           MOVE REL-LICENSE-ID TO REL-CD-LICENSE.
           MOVE REL-RUN-ID TO REL-CD-RUN-ID.
           MOVE REL-OPERATOR TO REL-CD-OPER.
           MOVE REL-REASON TO REL-CD-REASON.
           MOVE REFUSE-REASON TO REL-CD-OUTCOME.
           WRITE REPORT-LINE FROM REL-CARD-LINE.
           ADD 1 TO REFUSED-COUNT.
       2900-EXIT.
           EXIT.

       3000-LIST-QUEUE.
           WRITE REPORT-LINE FROM REL-BLANK-LINE.
           WRITE REPORT-LINE FROM REL-QUEUE-TITLE-LINE.
           WRITE REPORT-LINE FROM REL-RULE-LINE.
           WRITE REPORT-LINE FROM REL-QUEUE-HEADING-LINE.
           WRITE REPORT-LINE FROM REL-BLANK-LINE.
           MOVE LOW-VALUES TO HOLD-KEY.
           START SYSHOLD KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY
               SET SYSHOLD-EOF TO TRUE
           END-START.
           IF NOT SYSHOLD-EOF
             PERFORM 3100-READ-NEXT-HOLD THRU 3100-EXIT
           END-IF.
           PERFORM 3200-LIST-ONE-HOLD THRU 3200-EXIT
               UNTIL SYSHOLD-EOF.
           IF QUEUE-COUNT = 0
             WRITE REPORT-LINE FROM REL-EMPTY-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-READ-NEXT-HOLD.
           READ SYSHOLD NEXT RECORD
             AT END
               SET SYSHOLD-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-LIST-ONE-HOLD.
           ADD 1 TO QUEUE-COUNT.
           MOVE HOLD-STATUS TO REL-QU-STATUS.
           IF HOLD-PENDING
             MOVE "PENDING " TO REL-QU-STATUS
             ADD 1 TO QUEUE-PENDING-COUNT
           END-IF.
           IF HOLD-RELEASED
             MOVE "RELEASED" TO REL-QU-STATUS
             ADD 1 TO QUEUE-RELEASED-COUNT
             IF HOLD-BILLED-FLAG NOT = "Y"
               ADD 1 TO QUEUE-UNBILLED-COUNT
             END-IF
           END-IF.
           IF HOLD-REJECTED
             MOVE "REJECTED" TO REL-QU-STATUS
             ADD 1 TO QUEUE-REJECTED-COUNT
           END-IF.
           MOVE HOLD-LICENSE-ID TO REL-QU-LICENSE.
           MOVE HOLD-RUN-ID TO REL-QU-RUN-ID.
           MOVE HOLD-VENDOR-ID TO REL-QU-VENDOR.
           MOVE HOLD-OLD-PART1 TO REL-QU-OLD-P1.
           MOVE HOLD-NEW-PART1 TO REL-QU-NEW-P1.
           MOVE HOLD-DIRECTION TO REL-QU-DIR.
           MOVE HOLD-PCT-CHANGE TO REL-QU-PCT.
           MOVE HOLD-HELD-DATE TO REL-QU-HELD.
           MOVE HOLD-ACTION-OPER TO REL-QU-OPER.
           MOVE HOLD-ACTION-DATE TO REL-QU-ACTED.
           MOVE HOLD-BILLED-FLAG TO REL-QU-BILLED.
           MOVE HOLD-XMIT-FLAG TO REL-QU-SENT.
           WRITE REPORT-LINE FROM REL-QUEUE-LINE.
           PERFORM 3100-READ-NEXT-HOLD THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE REPORT-LINE FROM REL-BLANK-LINE.
           WRITE REPORT-LINE FROM REL-RULE-LINE.
           MOVE CARDS-READ-COUNT TO REL-TOT-CARD.
           WRITE REPORT-LINE FROM REL-TOT-CARD-LINE.
           MOVE RELEASED-COUNT TO REL-TOT-REL.
           WRITE REPORT-LINE FROM REL-TOT-REL-LINE.
           MOVE REJECTED-COUNT TO REL-TOT-REJ.
           WRITE REPORT-LINE FROM REL-TOT-REJ-LINE.
           MOVE REFUSED-COUNT TO REL-TOT-RFS.
           WRITE REPORT-LINE FROM REL-TOT-RFS-LINE.
           WRITE REPORT-LINE FROM REL-BLANK-LINE.
           MOVE QUEUE-COUNT TO REL-TOT-QUE.
           WRITE REPORT-LINE FROM REL-TOT-QUE-LINE.
           MOVE QUEUE-PENDING-COUNT TO REL-TOT-PND.
           WRITE REPORT-LINE FROM REL-TOT-PND-LINE.
           MOVE QUEUE-RELEASED-COUNT TO REL-TOT-QRL.
           WRITE REPORT-LINE FROM REL-TOT-QRL-LINE.
           MOVE QUEUE-UNBILLED-COUNT TO REL-TOT-UNB.
           WRITE REPORT-LINE FROM REL-TOT-UNB-LINE.
           MOVE QUEUE-REJECTED-COUNT TO REL-TOT-QRJ.
           WRITE REPORT-LINE FROM REL-TOT-QRJ-LINE.

           CLOSE SYSIN.
           CLOSE SYSHOLD.
           CLOSE SYSREPT.

           IF REFUSED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM DAY8HREL.
