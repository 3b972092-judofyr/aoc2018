               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

           SELECT SYSHOLD ASSIGN TO "SYSHOLD"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS SYSHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
           05 FILLER PIC X(72).

       FD SYSRENV
           RECORD CONTAINS 128 CHARACTERS.
       01  RENV-RECORD PIC X(128).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSIN-STATUS PIC X(02).
       01 SYSRENV-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 SYSHOLD-STATUS PIC X(02).

       01 SYSRSLT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRSLT-EOF VALUE "Y".
       01 SYSHOLD-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSHOLD-EOF VALUE "Y".
       01 ROW-HOLD-FLAG PIC X(01) VALUE " ".
         88 ROW-HELD VALUE "H".
         88 ROW-RELEASED VALUE "R".

       01 RESULT-ROW PIC X(128).
       01 RESULT-ROW-FIELDS REDEFINES RESULT-ROW.
         05 ROW-LICENSE-ID PIC X(12).
         05 FILLER PIC X(09).
         05 ROW-PART1-X PIC X(12).
         05 FILLER PIC X(81).
         05 ROW-RUN-ID PIC X(14).

       01 SENDER-ID PIC X(08).
       01 RUN-ID PIC X(14) VALUE SPACES.

       01 WORK-PART1 PIC X(12).
       01 ROW-PART1 PIC 9(12).
       01 EXPECTED-ROW-COUNT PIC 9(7) VALUE 0.
       01 WRITTEN-ROW-COUNT PIC 9(7) VALUE 0.
       01 PART1-HASH-TOTAL PIC 9(12) VALUE 0.
       01 HELD-ROW-COUNT PIC 9(7) VALUE 0.
       01 RELEASED-ROW-COUNT PIC 9(7) VALUE 0.

       01 ENV-HEADER-REC.
         05 FILLER PIC X(02) VALUE "FH".
         05 EH-SENDER-ID PIC X(08).
         05 EH-RUN-DATE PIC 9(8).
         05 EH-ROW-COUNT PIC 9(7).
         05 EH-RUN-ID PIC X(14).
       01 ENV-HEADER-LINE.
         05 ENV-HEADER-BODY PIC X(39).
         05 FILLER PIC X(89) VALUE SPACES.

       01 ENV-TRAILER-REC.
         05 FILLER PIC X(02) VALUE "FT".
         05 ET-HASH-TOTAL PIC 9(12).
       01 ENV-TRAILER-LINE.
         05 ENV-TRAILER-BODY PIC X(21).
         05 FILLER PIC X(107) VALUE SPACES.

       01 RUN-DATE-FIELDS.
         05 RUN-DATE-CCYY PIC 9(4).
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 ENV-DATE     PIC X(10).

       01 ENV-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "RUN ID ............ ".
         05 ENV-RUNID    PIC X(14).

       01 ENV-TOT-CNT-LINE.
         05 FILLER       PIC X(20) VALUE "RESULT ROWS ....... ".
         05 ENV-TOT-CNT  PIC Z(6)9.

       01 ENV-TOT-HLD-LINE.
         05 FILLER       PIC X(20) VALUE "ROWS HELD BACK .... ".
         05 ENV-TOT-HLD  PIC Z(6)9.

       01 ENV-TOT-RLS-LINE.
         05 FILLER       PIC X(20) VALUE "RELEASED ROWS ADDED ".
         05 ENV-TOT-RLS  PIC Z(6)9.

       01 ENV-TOT-HSH-LINE.
         05 FILLER       PIC X(20) VALUE "PART1 HASH TOTAL .. ".
         05 ENV-TOT-HSH  PIC 9(12).
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-ONE-ROW THRU 2000-EXIT
               UNTIL SYSRSLT-EOF.
           PERFORM 2500-COUNT-RELEASED-HOLDS THRU 2500-EXIT.
           PERFORM 3000-WRITE-ENVELOPE THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
             STOP RUN
           END-IF.

           OPEN I-O SYSHOLD.
           IF SYSHOLD-STATUS = "35"
             OPEN OUTPUT SYSHOLD
             CLOSE SYSHOLD
             OPEN I-O SYSHOLD
           END-IF.
           IF SYSHOLD-STATUS NOT = "00"
             DISPLAY "DAY8RENV: UNABLE TO OPEN SYSHOLD, STATUS = "
                 SYSHOLD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 1100-READ-SENDER-CARD THRU 1100-EXIT.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
           IF NOT SYSRSLT-EOF
             MOVE ROW-RUN-ID TO RUN-ID
           END-IF.

           WRITE REPORT-LINE FROM ENV-TITLE-LINE.
           WRITE REPORT-LINE FROM ENV-RULE-LINE.
           MOVE SENDER-ID TO ENV-SENDER.
           WRITE REPORT-LINE FROM ENV-SENDER-LINE.
           MOVE RUN-DATE-DISPLAY TO ENV-DATE.
           WRITE REPORT-LINE FROM ENV-DATE-LINE.
           MOVE RUN-ID TO ENV-RUNID.
           WRITE REPORT-LINE FROM ENV-RUNID-LINE.
           WRITE REPORT-LINE FROM ENV-BLANK-LINE.
       1000-EXIT.
           EXIT.

           EXIT.

       2000-COUNT-ONE-ROW.
           PERFORM 2300-CHECK-HOLD THRU 2300-EXIT.
           IF ROW-HELD
             ADD 1 TO HELD-ROW-COUNT
           ELSE
             ADD 1 TO EXPECTED-ROW-COUNT
             PERFORM 2200-HASH-ONE-ROW THRU 2200-EXIT
           END-IF.

           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SYSRSLT.
           READ SYSRSLT INTO RESULT-ROW
             AT END
               SET SYSRSLT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-HASH-ONE-ROW.
           MOVE ROW-PART1-X TO WORK-PART1.
           INSPECT WORK-PART1 REPLACING LEADING " " BY "0".
           IF WORK-PART1 IS NUMERIC
               COMPUTE PART1-HASH-TOTAL = PART1-HASH-TOTAL
                   - 1000000000000 + ROW-PART1
           END-ADD.
       2200-EXIT.
           EXIT.

       2300-CHECK-HOLD.
           MOVE SPACE TO ROW-HOLD-FLAG.
           IF ROW-LICENSE-ID = SPACES
             GO TO 2300-EXIT
           END-IF.
           MOVE ROW-LICENSE-ID TO HOLD-LICENSE-ID.
           MOVE ROW-RUN-ID TO HOLD-RUN-ID.
           READ SYSHOLD
             INVALID KEY
               GO TO 2300-EXIT
           END-READ.
           IF HOLD-RELEASED AND HOLD-BILLED-FLAG = "Y"
             SET ROW-RELEASED TO TRUE
           ELSE
             SET ROW-HELD TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2500-COUNT-RELEASED-HOLDS.
           PERFORM 2600-START-HOLD-SWEEP THRU 2600-EXIT.
           PERFORM 2700-NEXT-RELEASED-HOLD THRU 2700-EXIT.
           PERFORM 2550-COUNT-ONE-HOLD THRU 2550-EXIT
               UNTIL SYSHOLD-EOF.
       2500-EXIT.
           EXIT.

       2550-COUNT-ONE-HOLD.
           MOVE HOLD-RESULT-ROW TO RESULT-ROW.
           ADD 1 TO EXPECTED-ROW-COUNT.
           ADD 1 TO RELEASED-ROW-COUNT.
           PERFORM 2200-HASH-ONE-ROW THRU 2200-EXIT.
           PERFORM 2700-NEXT-RELEASED-HOLD THRU 2700-EXIT.
       2550-EXIT.
           EXIT.

       2600-START-HOLD-SWEEP.
           MOVE "N" TO SYSHOLD-EOF-FLAG.
           MOVE LOW-VALUES TO HOLD-KEY.
           START SYSHOLD KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY
               SET SYSHOLD-EOF TO TRUE
           END-START.
       2600-EXIT.
           EXIT.

       2700-NEXT-RELEASED-HOLD.
           IF SYSHOLD-EOF
             GO TO 2700-EXIT
           END-IF.
           READ SYSHOLD NEXT RECORD
             AT END
               SET SYSHOLD-EOF TO TRUE
               GO TO 2700-EXIT
           END-READ.
           IF HOLD-RELEASED
               AND HOLD-BILLED-FLAG = "Y"
               AND HOLD-XMIT-FLAG NOT = "Y"
               AND HOLD-RUN-ID NOT = RUN-ID
             GO TO 2700-EXIT
           END-IF.
           GO TO 2700-NEXT-RELEASED-HOLD.
       2700-EXIT.
           EXIT.

       2800-MARK-HOLD-SENT.
           MOVE "Y" TO HOLD-XMIT-FLAG.
           MOVE RUN-DATE-DISPLAY TO HOLD-XMIT-DATE.
           REWRITE HOLD-RECORD.
           IF SYSHOLD-STATUS NOT = "00"
             DISPLAY "DAY8RENV: HOLD REWRITE FAILED, STATUS = "
                 SYSHOLD-STATUS " KEY = " HOLD-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       2800-EXIT.
           EXIT.

       2900-MARK-SENT-HOLDS.
           PERFORM 2600-START-HOLD-SWEEP THRU 2600-EXIT.
           PERFORM 2950-MARK-ONE-HOLD THRU 2950-EXIT
               UNTIL SYSHOLD-EOF.
       2900-EXIT.
           EXIT.

       2950-MARK-ONE-HOLD.
           READ SYSHOLD NEXT RECORD
             AT END
               SET SYSHOLD-EOF TO TRUE
               GO TO 2950-EXIT
           END-READ.
           IF HOLD-RELEASED
               AND HOLD-BILLED-FLAG = "Y"
               AND HOLD-XMIT-FLAG NOT = "Y"
             PERFORM 2800-MARK-HOLD-SENT THRU 2800-EXIT
           END-IF.
       2950-EXIT.
           EXIT.

       3000-WRITE-ENVELOPE.
           MOVE SENDER-ID TO EH-SENDER-ID.
           MOVE RUN-DATE-SORT TO EH-RUN-DATE.
           MOVE EXPECTED-ROW-COUNT TO EH-ROW-COUNT.
           MOVE RUN-ID TO EH-RUN-ID.
           MOVE ENV-HEADER-REC TO ENV-HEADER-BODY.
           WRITE RENV-RECORD FROM ENV-HEADER-LINE.

           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
           PERFORM 3100-COPY-ONE-ROW THRU 3100-EXIT
               UNTIL SYSRSLT-EOF.
           PERFORM 2600-START-HOLD-SWEEP THRU 2600-EXIT.
           PERFORM 2700-NEXT-RELEASED-HOLD THRU 2700-EXIT.
           PERFORM 3200-COPY-RELEASED-HOLD THRU 3200-EXIT
               UNTIL SYSHOLD-EOF.

           MOVE WRITTEN-ROW-COUNT TO ET-ROW-COUNT.
           MOVE PART1-HASH-TOTAL TO ET-HASH-TOTAL.
           EXIT.

       3100-COPY-ONE-ROW.
           PERFORM 2300-CHECK-HOLD THRU 2300-EXIT.
           IF NOT ROW-HELD
             WRITE RENV-RECORD FROM RESULT-ROW
             ADD 1 TO WRITTEN-ROW-COUNT
           END-IF.
           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
       3100-EXIT.
           EXIT.

       3200-COPY-RELEASED-HOLD.
           MOVE HOLD-RESULT-ROW TO RESULT-ROW.
           WRITE RENV-RECORD FROM RESULT-ROW.
           ADD 1 TO WRITTEN-ROW-COUNT.
           PERFORM 2700-NEXT-RELEASED-HOLD THRU 2700-EXIT.
       3200-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE WRITTEN-ROW-COUNT TO ENV-TOT-CNT.
           WRITE REPORT-LINE FROM ENV-TOT-CNT-LINE.
           IF HELD-ROW-COUNT > 0
             MOVE HELD-ROW-COUNT TO ENV-TOT-HLD
             WRITE REPORT-LINE FROM ENV-TOT-HLD-LINE
           END-IF.
           IF RELEASED-ROW-COUNT > 0
             MOVE RELEASED-ROW-COUNT TO ENV-TOT-RLS
             WRITE REPORT-LINE FROM ENV-TOT-RLS-LINE
           END-IF.
           MOVE PART1-HASH-TOTAL TO ENV-TOT-HSH.
           WRITE REPORT-LINE FROM ENV-TOT-HSH-LINE.
           WRITE REPORT-LINE FROM ENV-DONE-LINE.
             DISPLAY "DAY8RENV: ROW COUNT CHANGED BETWEEN PASSES"
             MOVE 16 TO RETURN-CODE
           ELSE
             IF SYSRENV-STATUS NOT = "00"
               DISPLAY "DAY8RENV: UNABLE TO CLOSE SYSRENV, STATUS = "
                   SYSRENV-STATUS
               MOVE 16 TO RETURN-CODE
             ELSE
               PERFORM 2900-MARK-SENT-HOLDS THRU 2900-EXIT
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           CLOSE SYSHOLD.
       8000-EXIT.
           EXIT.

