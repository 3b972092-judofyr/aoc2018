       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8VMIS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT SYSVREG ASSIGN TO "SYSVREG"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS VREG-VENDOR-ID
               FILE STATUS IS SYSVREG-STATUS.

           SELECT OPTIONAL SYSDAY ASSIGN TO "SYSDAY"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSDAY-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON INPUT-LEN.
       01  INPUT-RECORD PIC X(200000).

       FD SYSVREG
           RECORD CONTAINS 80 CHARACTERS.
       01  VREG-RECORD.
           05 VREG-VENDOR-ID   PIC X(08).
           05 VREG-STATUS      PIC X(01).
             88 VREG-ACTIVE     VALUE "A".
           05 VREG-DROP-DAYS.
             10 VREG-DROP-DAY  OCCURS 7 TIMES PIC X(01).
           05 VREG-RATE-GROUP  PIC X(08).
           05 VREG-VENDOR-NAME PIC X(30).
           05 FILLER           PIC X(26).

       FD SYSDAY
           RECORD CONTAINS 80 CHARACTERS.
       01  DAY-CARD.
           05 DAY-CARD-DOW PIC X(01).
           05 FILLER PIC X(79).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 SYSVREG-STATUS PIC X(02).
       01 SYSDAY-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 INPUT-LEN PIC 9(6).

       01 SYSIN-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSIN-EOF VALUE "Y".
       01 SYSVREG-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSVREG-EOF VALUE "Y".

       01 RUN-DOW PIC 9(1).
       01 DOW-OVERRIDE-FLAG PIC X(01) VALUE "N".
         88 DOW-OVERRIDDEN VALUE "Y".
       01 DAY-NAME-TABLE.
         05 FILLER PIC X(09) VALUE "MONDAY   ".
         05 FILLER PIC X(09) VALUE "TUESDAY  ".
         05 FILLER PIC X(09) VALUE "WEDNESDAY".
         05 FILLER PIC X(09) VALUE "THURSDAY ".
         05 FILLER PIC X(09) VALUE "FRIDAY   ".
         05 FILLER PIC X(09) VALUE "SATURDAY ".
         05 FILLER PIC X(09) VALUE "SUNDAY   ".
       01 DAY-NAMES REDEFINES DAY-NAME-TABLE.
         05 DAY-NAME OCCURS 7 TIMES PIC X(09).

       01 SEEN-VENDOR-TABLE.
         05 SEEN-VENDOR-ID OCCURS 500 TIMES PIC X(08).
       01 SEEN-COUNT PIC 9(3) VALUE 0.
       01 SEEN-SUB PIC 9(3).
       01 SEEN-FOUND-SUB PIC 9(3).
       01 SEEN-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 CHECK-VENDOR-ID PIC X(08).

       01 RECORDS-READ-COUNT PIC 9(7) VALUE 0.
       01 REGISTERED-COUNT PIC 9(5) VALUE 0.
       01 ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 EXPECTED-COUNT PIC 9(5) VALUE 0.
       01 RECEIVED-COUNT PIC 9(5) VALUE 0.
       01 MISSING-COUNT PIC 9(5) VALUE 0.

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

       01 VMS-TITLE-LINE PIC X(132)
           VALUE "DAY8VMIS -- EXPECTED VENDOR DROPS NOT RECEIVED".
       01 VMS-RULE-LINE PIC X(132) VALUE ALL "-".
       01 VMS-BLANK-LINE PIC X(132) VALUE SPACES.

       01 VMS-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 VMS-DATE     PIC X(10).

       01 VMS-DOW-LINE.
         05 FILLER       PIC X(20) VALUE "DROP DAY CHECKED .. ".
         05 VMS-DOW      PIC X(09).
         05 FILLER       PIC X(01) VALUE SPACE.
         05 VMS-DOW-SRC  PIC X(20).

       01 VMS-NODROP-LINE.
         05 FILLER PIC X(30)
             VALUE "*** NO SYSIN DROP PRESENT -- ".
         05 FILLER PIC X(102)
             VALUE "EVERY EXPECTED VENDOR IS LISTED".

       01 VMS-HEADING-LINE.
         05 FILLER PIC X(10) VALUE "VENDOR    ".
         05 FILLER PIC X(32) VALUE "NAME                            ".
         05 FILLER PIC X(10) VALUE "RATE GRP  ".
         05 FILLER PIC X(09) VALUE "DROP DAYS".

       01 VMS-DETAIL-LINE.
         05 VMS-VENDOR   PIC X(08).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 VMS-NAME     PIC X(30).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 VMS-GROUP    PIC X(08).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 VMS-DAYS     PIC X(07).

       01 VMS-NONE-LINE PIC X(132)
           VALUE "EVERY EXPECTED VENDOR DROP WAS RECEIVED".

       01 VMS-SEENOVER-LINE.
         05 FILLER PIC X(46)
             VALUE "*** DROP VENDOR TABLE FULL -- IDS NOT TRACKED ".
         05 VMS-SEENOVER PIC Z(6)9.

       01 VMS-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "SYSIN RECORDS READ  ".
         05 VMS-TOT-READ PIC Z(6)9.

       01 VMS-TOT-SEEN-LINE.
         05 FILLER       PIC X(20) VALUE "VENDORS IN DROP ... ".
         05 VMS-TOT-SEEN PIC Z(6)9.

       01 VMS-TOT-REG-LINE.
         05 FILLER       PIC X(20) VALUE "VENDORS REGISTERED  ".
         05 VMS-TOT-REG  PIC Z(6)9.

       01 VMS-TOT-ACT-LINE.
         05 FILLER       PIC X(20) VALUE "VENDORS ACTIVE .... ".
         05 VMS-TOT-ACT  PIC Z(6)9.

       01 VMS-TOT-EXP-LINE.
         05 FILLER       PIC X(20) VALUE "DROPS EXPECTED .... ".
         05 VMS-TOT-EXP  PIC Z(6)9.

       01 VMS-TOT-RCV-LINE.
         05 FILLER       PIC X(20) VALUE "DROPS RECEIVED .... ".
         05 VMS-TOT-RCV  PIC Z(6)9.

       01 VMS-TOT-MIS-LINE.
         05 FILLER       PIC X(20) VALUE "DROPS MISSING ..... ".
         05 VMS-TOT-MIS  PIC Z(6)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COLLECT-DROP-VENDOR THRU 2000-EXIT
               UNTIL SYSIN-EOF.
           WRITE REPORT-LINE FROM VMS-HEADING-LINE.
           WRITE REPORT-LINE FROM VMS-RULE-LINE.
           PERFORM 3000-CHECK-ONE-VENDOR THRU 3000-EXIT
               UNTIL SYSVREG-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSVREG.
           IF SYSVREG-STATUS NOT = "00"
             DISPLAY "DAY8VMIS: UNABLE TO OPEN SYSVREG, STATUS = "
                 SYSVREG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8VMIS: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.
           ACCEPT RUN-DOW FROM DAY-OF-WEEK.

           OPEN INPUT SYSDAY.
           IF SYSDAY-STATUS = "00"
             READ SYSDAY
               AT END
                 CONTINUE
               NOT AT END
                 IF DAY-CARD-DOW IS NUMERIC
                     AND DAY-CARD-DOW > "0"
                     AND DAY-CARD-DOW < "8"
                   MOVE DAY-CARD-DOW TO RUN-DOW
                   SET DOW-OVERRIDDEN TO TRUE
                 END-IF
             END-READ
             CLOSE SYSDAY
           END-IF.

           WRITE REPORT-LINE FROM VMS-TITLE-LINE.
           WRITE REPORT-LINE FROM VMS-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO VMS-DATE.
           WRITE REPORT-LINE FROM VMS-DATE-LINE.
           MOVE DAY-NAME(RUN-DOW) TO VMS-DOW.
           IF DOW-OVERRIDDEN
             MOVE "(SYSDAY OVERRIDE)" TO VMS-DOW-SRC
           ELSE
             MOVE "(RUN DATE)" TO VMS-DOW-SRC
           END-IF.
           WRITE REPORT-LINE FROM VMS-DOW-LINE.
           WRITE REPORT-LINE FROM VMS-BLANK-LINE.

           OPEN INPUT SYSIN.
           IF SYSIN-STATUS NOT = "00" AND SYSIN-STATUS NOT = "05"
             DISPLAY "DAY8VMIS: UNABLE TO OPEN SYSIN, STATUS = "
                 SYSIN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF SYSIN-STATUS = "05"
             WRITE REPORT-LINE FROM VMS-NODROP-LINE
             WRITE REPORT-LINE FROM VMS-BLANK-LINE
           END-IF.

           PERFORM 2100-READ-SYSIN THRU 2100-EXIT.
           PERFORM 3100-READ-SYSVREG THRU 3100-EXIT.
       1000-EXIT.
           EXIT.

       2000-COLLECT-DROP-VENDOR.
           ADD 1 TO RECORDS-READ-COUNT.
           IF INPUT-LEN > 9
               AND (INPUT-RECORD(1:2) = "FH"
                 OR INPUT-RECORD(1:2) = "TH")
               AND INPUT-RECORD(3:8) NOT = SPACES
             MOVE INPUT-RECORD(3:8) TO CHECK-VENDOR-ID
             PERFORM 2200-FIND-SEEN-VENDOR THRU 2200-EXIT
             IF SEEN-FOUND-SUB = 0
               IF SEEN-COUNT < 500
                 ADD 1 TO SEEN-COUNT
                 MOVE CHECK-VENDOR-ID TO SEEN-VENDOR-ID(SEEN-COUNT)
               ELSE
                 ADD 1 TO SEEN-OVERFLOW-COUNT
               END-IF
             END-IF
           END-IF.
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

       2200-FIND-SEEN-VENDOR.
           MOVE 0 TO SEEN-FOUND-SUB.
           PERFORM 2250-SCAN-SEEN-VENDOR THRU 2250-EXIT
               VARYING SEEN-SUB FROM 1 BY 1
               UNTIL SEEN-SUB > SEEN-COUNT
               OR SEEN-FOUND-SUB > 0.
       2200-EXIT.
           EXIT.

       2250-SCAN-SEEN-VENDOR.
           IF SEEN-VENDOR-ID(SEEN-SUB) = CHECK-VENDOR-ID
             MOVE SEEN-SUB TO SEEN-FOUND-SUB
           END-IF.
       2250-EXIT.
           EXIT.

       3000-CHECK-ONE-VENDOR.
           ADD 1 TO REGISTERED-COUNT.
           IF NOT VREG-ACTIVE
             GO TO 3000-NEXT
           END-IF.
           ADD 1 TO ACTIVE-COUNT.
           IF VREG-DROP-DAY(RUN-DOW) NOT = "Y"
             GO TO 3000-NEXT
           END-IF.
           ADD 1 TO EXPECTED-COUNT.
           MOVE VREG-VENDOR-ID TO CHECK-VENDOR-ID.
           PERFORM 2200-FIND-SEEN-VENDOR THRU 2200-EXIT.
           IF SEEN-FOUND-SUB > 0
             ADD 1 TO RECEIVED-COUNT
             GO TO 3000-NEXT
           END-IF.
           ADD 1 TO MISSING-COUNT.
           MOVE VREG-VENDOR-ID TO VMS-VENDOR.
           MOVE VREG-VENDOR-NAME TO VMS-NAME.
           MOVE VREG-RATE-GROUP TO VMS-GROUP.
           MOVE VREG-DROP-DAYS TO VMS-DAYS.
           WRITE REPORT-LINE FROM VMS-DETAIL-LINE.

       3000-NEXT.
           PERFORM 3100-READ-SYSVREG THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-READ-SYSVREG.
           READ SYSVREG
             AT END
               SET SYSVREG-EOF TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       8000-TERMINATE.
           IF MISSING-COUNT = 0
             WRITE REPORT-LINE FROM VMS-NONE-LINE
           END-IF.
           WRITE REPORT-LINE FROM VMS-BLANK-LINE.
           IF SEEN-OVERFLOW-COUNT > 0
             MOVE SEEN-OVERFLOW-COUNT TO VMS-SEENOVER
             WRITE REPORT-LINE FROM VMS-SEENOVER-LINE
           END-IF.

           WRITE REPORT-LINE FROM VMS-RULE-LINE.
           MOVE RECORDS-READ-COUNT TO VMS-TOT-READ.
           WRITE REPORT-LINE FROM VMS-TOT-READ-LINE.
           MOVE SEEN-COUNT TO VMS-TOT-SEEN.
           WRITE REPORT-LINE FROM VMS-TOT-SEEN-LINE.
           MOVE REGISTERED-COUNT TO VMS-TOT-REG.
           WRITE REPORT-LINE FROM VMS-TOT-REG-LINE.
           MOVE ACTIVE-COUNT TO VMS-TOT-ACT.
           WRITE REPORT-LINE FROM VMS-TOT-ACT-LINE.
           MOVE EXPECTED-COUNT TO VMS-TOT-EXP.
           WRITE REPORT-LINE FROM VMS-TOT-EXP-LINE.
           MOVE RECEIVED-COUNT TO VMS-TOT-RCV.
           WRITE REPORT-LINE FROM VMS-TOT-RCV-LINE.
           MOVE MISSING-COUNT TO VMS-TOT-MIS.
           WRITE REPORT-LINE FROM VMS-TOT-MIS-LINE.

           CLOSE SYSIN.
           CLOSE SYSVREG.
           CLOSE SYSREPT.

           IF MISSING-COUNT > 0 OR SEEN-OVERFLOW-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM DAY8VMIS.
