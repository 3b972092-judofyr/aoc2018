       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8RECN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT SYSRSLT ASSIGN TO "SYSRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRSLT-STATUS.

           SELECT SYSAUD ASSIGN TO "SYSAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSAUD-STATUS.

           SELECT OPTIONAL SYSCKPT ASSIGN TO "SYSCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSCKPT-STATUS.

           SELECT SYSMSTR ASSIGN TO "SYSMSTR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MST-LICENSE-ID
               FILE STATUS IS SYSMSTR-STATUS.

           SELECT BILLDTL ASSIGN TO "BILLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BILLDTL-STATUS.

           SELECT SYSRENV ASSIGN TO "SYSRENV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRENV-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD.
           05 RUN-CARD-ID PIC X(14).
           05 FILLER PIC X(66).

       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSAUD
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDIT-RECORD PIC X(147).

       FD SYSCKPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CKPT-RECORD PIC X(80).

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
           05 FILLER           PIC X(75).
           05 MST-RETIRED-FLAG PIC X(01).
             88 MST-RETIRED VALUE "Y".
           05 FILLER           PIC X(04).
           05 MST-HOLD-FLAG    PIC X(01).
             88 MST-HELD VALUE "Y".
           05 FILLER           PIC X(04).
           05 MST-OVERRIDE-FLAG PIC X(01).
             88 MST-OVERRIDDEN VALUE "Y".
           05 FILLER           PIC X(13).

       FD BILLDTL
           RECORD CONTAINS 80 CHARACTERS.
       01  BILL-RECORD PIC X(80).

       FD SYSRENV
           RECORD CONTAINS 128 CHARACTERS.
       01  RENV-RECORD PIC X(128).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSAUD-STATUS PIC X(02).
       01 SYSCKPT-STATUS PIC X(02).
       01 SYSMSTR-STATUS PIC X(02).
       01 BILLDTL-STATUS PIC X(02).
       01 SYSRENV-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SYSRSLT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRSLT-EOF VALUE "Y".
       01 SYSAUD-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSAUD-EOF VALUE "Y".
       01 SYSCKPT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSCKPT-EOF VALUE "Y".
       01 BILLDTL-EOF-FLAG PIC X(01) VALUE "N".
         88 BILLDTL-EOF VALUE "Y".
       01 SYSRENV-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRENV-EOF VALUE "Y".

       01 SYSCKPT-PRESENT-FLAG PIC X(01) VALUE "N".
         88 SYSCKPT-PRESENT VALUE "Y".
       01 ENVELOPE-FOUND-FLAG PIC X(01) VALUE "N".
         88 ENVELOPE-FOUND VALUE "Y".
       01 IN-RUN-ENVELOPE-FLAG PIC X(01) VALUE "N".
         88 IN-RUN-ENVELOPE VALUE "Y".
       01 MASTER-FOUND-FLAG PIC X(01) VALUE "N".
         88 MASTER-FOUND VALUE "Y".
       01 COUNT-MISMATCH-FLAG PIC X(01) VALUE "N".
         88 COUNT-MISMATCH VALUE "Y".
       01 TOTAL-MISMATCH-FLAG PIC X(01) VALUE "N".
         88 TOTAL-MISMATCH VALUE "Y".

       01 RUN-ID PIC X(14) VALUE SPACES.

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

       01 AUDIT-ROW PIC X(147).
       01 AUDIT-ROW-FIELDS REDEFINES AUDIT-ROW.
         05 FILLER PIC X(133).
         05 AUD-RUN-ID PIC X(14).

       01 CKPT-DETAIL-LINE.
         05 CKPT-TREE-SEQ PIC X(07).
         05 FILLER PIC X(01).
         05 CKPT-LICENSE-ID PIC X(12).
         05 FILLER PIC X(01).
         05 CKPT-RUN-ID PIC X(14).
         05 FILLER PIC X(45).

       01 BDT-DETAIL-LINE.
         05 BDT-VENDOR-ID  PIC X(08).
         05 BDT-LICENSE-ID PIC X(12).
         05 BDT-TREE-SEQ   PIC X(07).
         05 BDT-PART1      PIC X(12).
         05 BDT-RATE       PIC X(09).
         05 BDT-AMOUNT     PIC X(13).
         05 BDT-STATUS     PIC X(01).
         05 BDT-RUN-ID     PIC X(14).
         05 FILLER         PIC X(04).

       01 ENVELOPE-ROW PIC X(128).
       01 ENVELOPE-ROW-FIELDS REDEFINES ENVELOPE-ROW.
         05 ROW-RECORD-TYPE PIC X(02).
         05 FILLER PIC X(126).
       01 ENV-HEADER-FIELDS REDEFINES ENVELOPE-ROW.
         05 FILLER PIC X(25).
         05 EH-RUN-ID PIC X(14).
         05 FILLER PIC X(89).
       01 ENV-TRAILER-FIELDS REDEFINES ENVELOPE-ROW.
         05 FILLER PIC X(09).
         05 ET-HASH-TOTAL PIC X(12).
         05 FILLER PIC X(107).
       01 ENV-DETAIL-FIELDS REDEFINES ENVELOPE-ROW.
         05 FILLER PIC X(21).
         05 ED-PART1 PIC X(12).
         05 FILLER PIC X(81).
         05 ED-RUN-ID PIC X(14).

       01 WORK-PART1 PIC X(12).
       01 WORK-PART2 PIC X(12).
       01 ROW-PART1 PIC 9(12).

       01 RSLT-ROW-COUNT PIC 9(9) VALUE 0.
       01 RSLT-OTHER-COUNT PIC 9(9) VALUE 0.
       01 AUDIT-ROW-COUNT PIC 9(9) VALUE 0.
       01 CKPT-ROW-COUNT PIC 9(9) VALUE 0.
       01 APPLIED-COUNT PIC 9(9) VALUE 0.
       01 RESCORED-LATER-COUNT PIC 9(9) VALUE 0.
       01 BYPASSED-COUNT PIC 9(9) VALUE 0.
       01 NOT-APPLIED-COUNT PIC 9(9) VALUE 0.
       01 ACCOUNTED-COUNT PIC 9(9) VALUE 0.
       01 BILL-ROW-COUNT PIC 9(9) VALUE 0.
       01 BILL-OTHER-COUNT PIC 9(9) VALUE 0.
       01 XMIT-ROW-COUNT PIC 9(9) VALUE 0.
       01 XMIT-OTHER-COUNT PIC 9(9) VALUE 0.
       01 HELD-ROW-COUNT PIC 9(9) VALUE 0.
       01 SENT-OR-HELD-COUNT PIC 9(9) VALUE 0.
       01 CHECK-COUNT PIC 9(9) VALUE 0.

       01 RSLT-PART1-TOTAL PIC 9(15) VALUE 0.
       01 BILL-PART1-TOTAL PIC 9(15) VALUE 0.
       01 RSLT-PART1-HASH PIC 9(12) VALUE 0.
       01 HELD-PART1-TOTAL PIC 9(15) VALUE 0.
       01 XMIT-OTHER-PART1-TOTAL PIC 9(15) VALUE 0.
       01 EXPECTED-PART1-TOTAL PIC 9(15) VALUE 0.
       01 OVERRIDE-SCORED-TOTAL PIC 9(15) VALUE 0.
       01 OVERRIDE-PART1-TOTAL PIC 9(15) VALUE 0.
       01 BILL-EXPECTED-TOTAL PIC 9(15) VALUE 0.
       01 XMIT-HASH-TOTAL PIC 9(12) VALUE 0.

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

       01 RCN-TITLE-LINE PIC X(132)
           VALUE "DAY8RECN -- SCORING CYCLE RECONCILIATION".
       01 RCN-RULE-LINE PIC X(132) VALUE ALL "-".
       01 RCN-BLANK-LINE PIC X(132) VALUE SPACES.

       01 RCN-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 RCN-DATE     PIC X(10).

       01 RCN-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "RUN ID ............ ".
         05 RCN-RUNID    PIC X(14).

       01 RCN-HEADING-LINE.
         05 FILLER PIC X(33) VALUE "CHECK".
         05 FILLER PIC X(18) VALUE "    COUNT / TOTAL ".
         05 FILLER PIC X(81) VALUE "RESULT".

       01 RCN-CHECK-LINE.
         05 RCN-LABEL    PIC X(33).
         05 RCN-VALUE    PIC Z(14)9.
         05 FILLER       PIC X(03) VALUE SPACES.
         05 RCN-VERDICT  PIC X(81).

       01 RCN-NOTAPL-LINE.
         05 FILLER PIC X(32)
             VALUE "*** NOT APPLIED TO MASTER -- ID ".
         05 RCN-NOTAPL-LICENSE PIC X(12).
         05 FILLER PIC X(06) VALUE " TREE ".
         05 RCN-NOTAPL-SEQ PIC X(07).
         05 FILLER PIC X(01) VALUE SPACE.
         05 RCN-NOTAPL-REASON PIC X(74).

       01 RCN-NORUN-LINE.
         05 FILLER PIC X(34)
             VALUE "*** NO SYSRSLT ROWS FOR THIS RUN ".
         05 FILLER PIC X(98)
             VALUE "ID -- WRONG GENERATION OR WRONG RUN ID CARD".

       01 RCN-NOENV-LINE.
         05 FILLER PIC X(36)
             VALUE "*** NO FH ENVELOPE FOR THIS RUN ID ".
         05 FILLER PIC X(96)
             VALUE "ON SYSRENV -- TRANSMISSION NOT RECONCILED".

       01 RCN-RESULT-LINE.
         05 FILLER       PIC X(20) VALUE "CONDITION CODE .... ".
         05 RCN-CC       PIC 9(2).
         05 FILLER       PIC X(04) VALUE " -- ".
         05 RCN-CC-TEXT  PIC X(106).

       01 RECON-CC PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-RESULT-ROW THRU 2000-EXIT
               UNTIL SYSRSLT-EOF.
           PERFORM 3000-COUNT-AUDIT-ROW THRU 3000-EXIT
               UNTIL SYSAUD-EOF.
           IF SYSCKPT-PRESENT
             PERFORM 3500-COUNT-CKPT-ROW THRU 3500-EXIT
                 UNTIL SYSCKPT-EOF
           END-IF.
           PERFORM 4000-COUNT-BILL-ROW THRU 4000-EXIT
               UNTIL BILLDTL-EOF.
           PERFORM 5000-COUNT-XMIT-ROW THRU 5000-EXIT
               UNTIL SYSRENV-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSRSLT.
           IF SYSRSLT-STATUS NOT = "00"
             DISPLAY "DAY8RECN: UNABLE TO OPEN SYSRSLT, STATUS = "
                 SYSRSLT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSAUD.
           IF SYSAUD-STATUS NOT = "00"
             DISPLAY "DAY8RECN: UNABLE TO OPEN SYSAUD, STATUS = "
                 SYSAUD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSCKPT.
           IF SYSCKPT-STATUS = "00"
             SET SYSCKPT-PRESENT TO TRUE
           END-IF.

           OPEN INPUT SYSMSTR.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8RECN: UNABLE TO OPEN SYSMSTR, STATUS = "
                 SYSMSTR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT BILLDTL.
           IF BILLDTL-STATUS NOT = "00"
             DISPLAY "DAY8RECN: UNABLE TO OPEN BILLDTL, STATUS = "
                 BILLDTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSRENV.
           IF SYSRENV-STATUS NOT = "00"
             DISPLAY "DAY8RECN: UNABLE TO OPEN SYSRENV, STATUS = "
                 SYSRENV-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8RECN: UNABLE TO OPEN SYSREPT, STATUS = "
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
                 MOVE RUN-CARD-ID TO RUN-ID
             END-READ
             CLOSE SYSIN
           END-IF.

           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
           IF RUN-ID = SPACES
               AND NOT SYSRSLT-EOF
             MOVE RSLT-RUN-ID TO RUN-ID
           END-IF.
           IF RUN-ID = SPACES
             DISPLAY "DAY8RECN: NO RUN ID ON SYSIN OR SYSRSLT"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           WRITE REPORT-LINE FROM RCN-TITLE-LINE.
           WRITE REPORT-LINE FROM RCN-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO RCN-DATE.
           WRITE REPORT-LINE FROM RCN-DATE-LINE.
           MOVE RUN-ID TO RCN-RUNID.
           WRITE REPORT-LINE FROM RCN-RUNID-LINE.
           WRITE REPORT-LINE FROM RCN-BLANK-LINE.

           PERFORM 3100-READ-SYSAUD THRU 3100-EXIT.
           IF SYSCKPT-PRESENT
             PERFORM 3600-READ-SYSCKPT THRU 3600-EXIT
           END-IF.
           PERFORM 4100-READ-BILLDTL THRU 4100-EXIT.
           PERFORM 5100-READ-SYSRENV THRU 5100-EXIT.
       1000-EXIT.
           EXIT.

       2000-CHECK-RESULT-ROW.
           IF RSLT-RUN-ID NOT = RUN-ID
             ADD 1 TO RSLT-OTHER-COUNT
             GO TO 2000-NEXT
           END-IF.
           ADD 1 TO RSLT-ROW-COUNT.

           MOVE RSLT-PART1 TO WORK-PART1.
           INSPECT WORK-PART1 REPLACING LEADING " " BY "0".
           IF WORK-PART1 IS NUMERIC
             MOVE WORK-PART1 TO ROW-PART1
           ELSE
             MOVE 0 TO ROW-PART1
           END-IF.
           ADD ROW-PART1 TO RSLT-PART1-TOTAL.

           IF RSLT-VALID = "S" OR RSLT-VALID = "D" OR RSLT-VALID = "R"
             ADD 1 TO BYPASSED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF RSLT-LICENSE-ID = SPACES
             ADD 1 TO BYPASSED-COUNT
             GO TO 2000-NEXT
           END-IF.
           MOVE RSLT-PART2 TO WORK-PART2.
           INSPECT WORK-PART2 REPLACING LEADING " " BY "0".
           IF WORK-PART1 IS NOT NUMERIC
               OR WORK-PART2 IS NOT NUMERIC
             ADD 1 TO BYPASSED-COUNT
             GO TO 2000-NEXT
           END-IF.

           MOVE "Y" TO MASTER-FOUND-FLAG.
           MOVE RSLT-LICENSE-ID TO MST-LICENSE-ID.
           READ SYSMSTR
             INVALID KEY
               MOVE "N" TO MASTER-FOUND-FLAG
           END-READ.

           IF NOT MASTER-FOUND
             MOVE "LICENSE NOT ON MASTER" TO RCN-NOTAPL-REASON
             PERFORM 2200-REPORT-NOT-APPLIED THRU 2200-EXIT
             GO TO 2000-NEXT
           END-IF.
           IF MST-OVERRIDDEN AND NOT MST-RETIRED AND NOT MST-HELD
               AND RSLT-VALID = "Y" AND RSLT-VENDOR-ID NOT = SPACES
             ADD ROW-PART1 TO OVERRIDE-SCORED-TOTAL
             ADD MST-PART1 TO OVERRIDE-PART1-TOTAL
           END-IF.
           IF MST-RUN-ID = RUN-ID
             ADD 1 TO APPLIED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF MST-RUN-ID > RUN-ID
             ADD 1 TO APPLIED-COUNT
             ADD 1 TO RESCORED-LATER-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF MST-RETIRED
             ADD 1 TO BYPASSED-COUNT
             GO TO 2000-NEXT
           END-IF.
           MOVE "MASTER CARRIES AN EARLIER RUN ID" TO RCN-NOTAPL-REASON.
           PERFORM 2200-REPORT-NOT-APPLIED THRU 2200-EXIT.

       2000-NEXT.
           PERFORM 2100-READ-SYSRSLT THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-SYSRSLT.
           READ SYSRSLT INTO RSLT-DETAIL-LINE
             AT END
               SET SYSRSLT-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-REPORT-NOT-APPLIED.
           ADD 1 TO NOT-APPLIED-COUNT.
           MOVE RSLT-LICENSE-ID TO RCN-NOTAPL-LICENSE.
           MOVE RSLT-TREE-SEQ TO RCN-NOTAPL-SEQ.
           WRITE REPORT-LINE FROM RCN-NOTAPL-LINE.
       2200-EXIT.
           EXIT.

       3000-COUNT-AUDIT-ROW.
           IF AUD-RUN-ID = RUN-ID
             ADD 1 TO AUDIT-ROW-COUNT
           END-IF.
           PERFORM 3100-READ-SYSAUD THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-SYSAUD.
           READ SYSAUD INTO AUDIT-ROW
             AT END
               SET SYSAUD-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3500-COUNT-CKPT-ROW.
           IF CKPT-RUN-ID = RUN-ID
             ADD 1 TO CKPT-ROW-COUNT
           END-IF.
           PERFORM 3600-READ-SYSCKPT THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

       3600-READ-SYSCKPT.
           READ SYSCKPT INTO CKPT-DETAIL-LINE
             AT END
               SET SYSCKPT-EOF TO TRUE
           END-READ.
       3600-EXIT.
           EXIT.

       4000-COUNT-BILL-ROW.
           IF BDT-RUN-ID NOT = RUN-ID
             ADD 1 TO BILL-OTHER-COUNT
             GO TO 4000-NEXT
           END-IF.
           ADD 1 TO BILL-ROW-COUNT.
           MOVE BDT-PART1 TO WORK-PART1.
           INSPECT WORK-PART1 REPLACING LEADING " " BY "0".
           IF WORK-PART1 IS NUMERIC
             MOVE WORK-PART1 TO ROW-PART1
           ELSE
             MOVE 0 TO ROW-PART1
           END-IF.
           ADD ROW-PART1 TO BILL-PART1-TOTAL.
           IF BDT-STATUS = "V" OR BDT-STATUS = "J"
             ADD 1 TO HELD-ROW-COUNT
             ADD ROW-PART1 TO HELD-PART1-TOTAL
           END-IF.

       4000-NEXT.
           PERFORM 4100-READ-BILLDTL THRU 4100-EXIT.
       4000-EXIT.
           EXIT.

       4100-READ-BILLDTL.
           READ BILLDTL INTO BDT-DETAIL-LINE
             AT END
               SET BILLDTL-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       5000-COUNT-XMIT-ROW.
           IF ROW-RECORD-TYPE = "FH"
             IF EH-RUN-ID = RUN-ID
               SET ENVELOPE-FOUND TO TRUE
               SET IN-RUN-ENVELOPE TO TRUE
             ELSE
               MOVE "N" TO IN-RUN-ENVELOPE-FLAG
             END-IF
             GO TO 5000-NEXT
           END-IF.
           IF ROW-RECORD-TYPE = "FT"
             IF IN-RUN-ENVELOPE
                 AND ET-HASH-TOTAL IS NUMERIC
               MOVE ET-HASH-TOTAL TO XMIT-HASH-TOTAL
             END-IF
             MOVE "N" TO IN-RUN-ENVELOPE-FLAG
             GO TO 5000-NEXT
           END-IF.
           IF NOT IN-RUN-ENVELOPE
             GO TO 5000-NEXT
           END-IF.
           IF ED-RUN-ID = RUN-ID
             ADD 1 TO XMIT-ROW-COUNT
           ELSE
             ADD 1 TO XMIT-OTHER-COUNT
             MOVE ED-PART1 TO WORK-PART1
             INSPECT WORK-PART1 REPLACING LEADING " " BY "0"
             IF WORK-PART1 IS NUMERIC
               MOVE WORK-PART1 TO ROW-PART1
               ADD ROW-PART1 TO XMIT-OTHER-PART1-TOTAL
             END-IF
           END-IF.

       5000-NEXT.
           PERFORM 5100-READ-SYSRENV THRU 5100-EXIT.
       5000-EXIT.
           EXIT.

       5100-READ-SYSRENV.
           READ SYSRENV INTO ENVELOPE-ROW
             AT END
               SET SYSRENV-EOF TO TRUE
           END-READ.
       5100-EXIT.
           EXIT.

       8000-TERMINATE.
           IF NOT-APPLIED-COUNT > 0
             WRITE REPORT-LINE FROM RCN-BLANK-LINE
           END-IF.
           WRITE REPORT-LINE FROM RCN-HEADING-LINE.
           WRITE REPORT-LINE FROM RCN-RULE-LINE.

           MOVE "ROWS SCORED (SYSRSLT) ..........." TO RCN-LABEL.
           MOVE RSLT-ROW-COUNT TO RCN-VALUE.
           MOVE "BASE FIGURE" TO RCN-VERDICT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "AUDIT ROWS (SYSAUD) ............." TO RCN-LABEL.
           MOVE AUDIT-ROW-COUNT TO CHECK-COUNT.
           PERFORM 8200-SET-COUNT-VERDICT THRU 8200-EXIT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "CHECKPOINT ROWS (SYSCKPT) ......." TO RCN-LABEL.
           IF SYSCKPT-PRESENT
             MOVE CKPT-ROW-COUNT TO RCN-VALUE
             IF CKPT-ROW-COUNT = RSLT-ROW-COUNT
               MOVE "TIES TO ROWS SCORED" TO RCN-VERDICT
             ELSE
               MOVE "*** DOES NOT TIE TO ROWS SCORED" TO RCN-VERDICT
               SET COUNT-MISMATCH TO TRUE
             END-IF
           ELSE
             MOVE 0 TO RCN-VALUE
             MOVE "NOT PRESENT -- NOT CHECKED" TO RCN-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "  APPLIED TO MASTER (MUPD) ......" TO RCN-LABEL.
           MOVE APPLIED-COUNT TO RCN-VALUE.
           IF RESCORED-LATER-COUNT > 0
             MOVE "INCLUDES ROWS RESCORED BY A LATER RUN"
                 TO RCN-VERDICT
           ELSE
             MOVE SPACES TO RCN-VERDICT
           END-IF.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "  BYPASSED BY MUPD .............." TO RCN-LABEL.
           MOVE BYPASSED-COUNT TO RCN-VALUE.
           MOVE SPACES TO RCN-VERDICT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           COMPUTE ACCOUNTED-COUNT = APPLIED-COUNT + BYPASSED-COUNT.
           MOVE "APPLIED + BYPASSED .............." TO RCN-LABEL.
           MOVE ACCOUNTED-COUNT TO RCN-VALUE.
           IF ACCOUNTED-COUNT = RSLT-ROW-COUNT
             MOVE "TIES TO ROWS SCORED" TO RCN-VERDICT
           ELSE
             MOVE "*** DOES NOT TIE -- SEE ROWS LISTED ABOVE"
                 TO RCN-VERDICT
             SET COUNT-MISMATCH TO TRUE
           END-IF.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "BILLING DETAIL ROWS (BILLDTL) ..." TO RCN-LABEL.
           MOVE BILL-ROW-COUNT TO CHECK-COUNT.
           PERFORM 8200-SET-COUNT-VERDICT THRU 8200-EXIT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "  HELD FOR VARIANCE (BILLDTL) ..." TO RCN-LABEL.
           MOVE HELD-ROW-COUNT TO RCN-VALUE.
           MOVE "STATUS V OR J -- NOT PRICED OR SENT" TO RCN-VERDICT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           MOVE "  ROWS TRANSMITTED (XMIT) ......." TO RCN-LABEL.
           MOVE XMIT-ROW-COUNT TO RCN-VALUE.
           MOVE SPACES TO RCN-VERDICT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           COMPUTE SENT-OR-HELD-COUNT = XMIT-ROW-COUNT + HELD-ROW-COUNT.
           MOVE "TRANSMITTED + HELD .............." TO RCN-LABEL.
           MOVE SENT-OR-HELD-COUNT TO CHECK-COUNT.
           PERFORM 8200-SET-COUNT-VERDICT THRU 8200-EXIT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           WRITE REPORT-LINE FROM RCN-BLANK-LINE.

           MOVE "PART1 TOTAL (SYSRSLT) ..........." TO RCN-LABEL.
           MOVE RSLT-PART1-TOTAL TO RCN-VALUE.
           MOVE "BASE FIGURE" TO RCN-VERDICT.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           IF OVERRIDE-PART1-TOTAL > 0 OR OVERRIDE-SCORED-TOTAL > 0
             MOVE "  LESS SCORED PART1 OVERRIDDEN .." TO RCN-LABEL
             MOVE OVERRIDE-SCORED-TOTAL TO RCN-VALUE
             MOVE "LICENSES BILLED AT A SCORE OVERRIDE" TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
             MOVE "  PLUS OVERRIDE PART1 (MASTER) .." TO RCN-LABEL
             MOVE OVERRIDE-PART1-TOTAL TO RCN-VALUE
             MOVE SPACES TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
           END-IF.
           COMPUTE BILL-EXPECTED-TOTAL = RSLT-PART1-TOTAL
               - OVERRIDE-SCORED-TOTAL + OVERRIDE-PART1-TOTAL.
           MOVE "PART1 TOTAL (BILLDTL) ..........." TO RCN-LABEL.
           MOVE BILL-PART1-TOTAL TO RCN-VALUE.
           IF BILL-PART1-TOTAL = BILL-EXPECTED-TOTAL
             IF OVERRIDE-PART1-TOTAL > 0 OR OVERRIDE-SCORED-TOTAL > 0
               MOVE "TIES TO SYSRSLT PART1 TOTAL AFTER OVERRIDES"
                   TO RCN-VERDICT
             ELSE
               MOVE "TIES TO SYSRSLT PART1 TOTAL" TO RCN-VERDICT
             END-IF
           ELSE
             MOVE "*** DOES NOT TIE TO SYSRSLT PART1 TOTAL"
                 TO RCN-VERDICT
             SET TOTAL-MISMATCH TO TRUE
           END-IF.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           IF HELD-PART1-TOTAL > 0 OR XMIT-OTHER-COUNT > 0
             MOVE "  LESS HELD PART1 (BILLDTL) ....." TO RCN-LABEL
             MOVE HELD-PART1-TOTAL TO RCN-VALUE
             MOVE SPACES TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
             MOVE "  PLUS RELEASED ROWS SENT ......." TO RCN-LABEL
             MOVE XMIT-OTHER-PART1-TOTAL TO RCN-VALUE
             MOVE "ROWS OF EARLIER RUNS IN THIS ENVELOPE"
                 TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
           END-IF.
           COMPUTE EXPECTED-PART1-TOTAL = RSLT-PART1-TOTAL
               - HELD-PART1-TOTAL + XMIT-OTHER-PART1-TOTAL.
           MOVE EXPECTED-PART1-TOTAL TO RSLT-PART1-HASH.
           MOVE "XMIT FT HASH TOTAL .............." TO RCN-LABEL.
           MOVE XMIT-HASH-TOTAL TO RCN-VALUE.
           IF NOT ENVELOPE-FOUND
             MOVE "*** NO ENVELOPE FOR THIS RUN ID" TO RCN-VERDICT
             SET TOTAL-MISMATCH TO TRUE
           ELSE
             IF XMIT-HASH-TOTAL = RSLT-PART1-HASH
               MOVE "TIES TO LOW 12 DIGITS OF EXPECTED TOTAL"
                   TO RCN-VERDICT
             ELSE
               MOVE "*** DOES NOT TIE TO LOW 12 DIGITS OF EXPECTED"
                   TO RCN-VERDICT
               SET TOTAL-MISMATCH TO TRUE
             END-IF
           END-IF.
           WRITE REPORT-LINE FROM RCN-CHECK-LINE.

           WRITE REPORT-LINE FROM RCN-BLANK-LINE.
           IF RSLT-OTHER-COUNT > 0
             MOVE "SYSRSLT ROWS OF OTHER RUN IDS ..." TO RCN-LABEL
             MOVE RSLT-OTHER-COUNT TO RCN-VALUE
             MOVE "NOT RECONCILED" TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
           END-IF.
           IF BILL-OTHER-COUNT > 0
             MOVE "BILLDTL ROWS OF OTHER RUN IDS ..." TO RCN-LABEL
             MOVE BILL-OTHER-COUNT TO RCN-VALUE
             MOVE "NOT RECONCILED" TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
           END-IF.
           IF XMIT-OTHER-COUNT > 0
             MOVE "XMIT ROWS OF EARLIER RUN IDS ...." TO RCN-LABEL
             MOVE XMIT-OTHER-COUNT TO RCN-VALUE
             MOVE "RELEASED VARIANCE HOLDS -- IN HASH ABOVE"
                 TO RCN-VERDICT
             WRITE REPORT-LINE FROM RCN-CHECK-LINE
           END-IF.
           IF RSLT-ROW-COUNT = 0
             WRITE REPORT-LINE FROM RCN-NORUN-LINE
             SET TOTAL-MISMATCH TO TRUE
           END-IF.
           IF NOT ENVELOPE-FOUND
             WRITE REPORT-LINE FROM RCN-NOENV-LINE
           END-IF.

           IF TOTAL-MISMATCH
             MOVE 12 TO RECON-CC
             MOVE "PART1 TOTAL OR HASH DOES NOT TIE -- DO NOT RELEASE"
                 TO RCN-CC-TEXT
           ELSE
             IF COUNT-MISMATCH
               MOVE 8 TO RECON-CC
               MOVE "ROW COUNTS DO NOT TIE -- INVESTIGATE"
                   TO RCN-CC-TEXT
             ELSE
               IF NOT SYSCKPT-PRESENT
                   OR RESCORED-LATER-COUNT > 0
                 MOVE 4 TO RECON-CC
                 MOVE "ALL FIGURES TIE -- SEE NOTES ABOVE"
                     TO RCN-CC-TEXT
               ELSE
                 MOVE 0 TO RECON-CC
                 MOVE "ALL FIGURES TIE" TO RCN-CC-TEXT
               END-IF
             END-IF
           END-IF.
           MOVE RECON-CC TO RCN-CC.
           WRITE REPORT-LINE FROM RCN-BLANK-LINE.
           WRITE REPORT-LINE FROM RCN-RESULT-LINE.

           CLOSE SYSRSLT.
           CLOSE SYSAUD.
           IF SYSCKPT-PRESENT
             CLOSE SYSCKPT
           END-IF.
           CLOSE SYSMSTR.
           CLOSE BILLDTL.
           CLOSE SYSRENV.
           CLOSE SYSREPT.

           MOVE RECON-CC TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8200-SET-COUNT-VERDICT.
           MOVE CHECK-COUNT TO RCN-VALUE.
           IF CHECK-COUNT = RSLT-ROW-COUNT
             MOVE "TIES TO ROWS SCORED" TO RCN-VERDICT
           ELSE
             MOVE "*** DOES NOT TIE TO ROWS SCORED" TO RCN-VERDICT
             SET COUNT-MISMATCH TO TRUE
           END-IF.
       8200-EXIT.
           EXIT.

       END PROGRAM DAY8RECN.
