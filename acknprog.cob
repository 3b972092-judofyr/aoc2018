       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8ACKN.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSXMIT ASSIGN TO "SYSXMIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSXMIT-STATUS.

           SELECT OPTIONAL SYSACK ASSIGN TO "SYSACK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSACK-STATUS.

           SELECT OPTIONAL SYSARSN ASSIGN TO "SYSARSN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSARSN-STATUS.

           SELECT OPTIONAL SYSOPT ASSIGN TO "SYSOPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSOPT-STATUS.

           SELECT SYSLDGR ASSIGN TO "SYSLDGR"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS SYSLDGR-STATUS.

           SELECT SYSRSEL ASSIGN TO "SYSRSEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRSEL-STATUS.

           SELECT SYSVEXC ASSIGN TO "SYSVEXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSVEXC-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSXMIT
           RECORD CONTAINS 128 CHARACTERS.
       01  XMIT-RECORD PIC X(128).

       FD SYSACK
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD PIC X(80).

       FD SYSARSN
           RECORD CONTAINS 80 CHARACTERS.
       01  ARSN-RECORD.
           05 ARSN-CODE          PIC X(04).
           05 FILLER             PIC X(01).
           05 ARSN-ACTION        PIC X(01).
           05 FILLER             PIC X(74).

       FD SYSOPT
           RECORD CONTAINS 80 CHARACTERS.
       01  OPT-RECORD.
           05 OPT-AGE-DAYS       PIC X(03).
           05 FILLER             PIC X(77).

       FD SYSLDGR
           RECORD CONTAINS 200 CHARACTERS.
       01  LDG-RECORD.
           05 LDG-KEY.
             10 LDG-SENDER-ID    PIC X(08).
             10 LDG-RUN-DATE     PIC 9(08).
             10 LDG-HASH-TOTAL   PIC 9(12).
           05 LDG-RUN-ID         PIC X(14).
           05 LDG-ROW-COUNT      PIC 9(07).
           05 LDG-STATUS         PIC X(01).
             88 LDG-SENT          VALUE "S".
             88 LDG-ACKNOWLEDGED  VALUE "A".
             88 LDG-PARTIAL       VALUE "P".
             88 LDG-REJECTED      VALUE "J".
             88 LDG-UNACKNOWLEDGED VALUE "U".
           05 LDG-LOGGED-DATE    PIC 9(08).
           05 LDG-ACK-DATE       PIC 9(08).
           05 LDG-ACK-DISP       PIC X(01).
           05 LDG-ACK-REASON     PIC X(04).
           05 LDG-ACK-LOADED     PIC 9(07).
           05 LDG-ACK-REJECTED   PIC 9(07).
           05 LDG-RESCORE-COUNT  PIC 9(07).
           05 LDG-EXCEPT-COUNT   PIC 9(07).
           05 LDG-APPLIED-DATE   PIC 9(08).
           05 LDG-OVERDUE-DATE   PIC 9(08).
           05 FILLER             PIC X(85).

       FD SYSRSEL
           RECORD CONTAINS 80 CHARACTERS.
       01  RSEL-RECORD PIC X(80).

       FD SYSVEXC
           RECORD CONTAINS 132 CHARACTERS.
       01  VEXC-RECORD PIC X(132).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSXMIT-STATUS PIC X(02).
       01 SYSACK-STATUS PIC X(02).
       01 SYSARSN-STATUS PIC X(02).
       01 SYSOPT-STATUS PIC X(02).
       01 SYSLDGR-STATUS PIC X(02).
       01 SYSRSEL-STATUS PIC X(02).
       01 SYSVEXC-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SYSXMIT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSXMIT-EOF VALUE "Y".
       01 SYSACK-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSACK-EOF VALUE "Y".
       01 SYSARSN-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSARSN-EOF VALUE "Y".
       01 SYSLDGR-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSLDGR-EOF VALUE "Y".
       01 ENVELOPE-OPEN-FLAG PIC X(01) VALUE "N".
         88 ENVELOPE-OPEN VALUE "Y".
       01 ROWS-WANTED-FLAG PIC X(01) VALUE "N".
         88 ROWS-WANTED VALUE "Y".
       01 ACK-SKIP-FLAG PIC X(01) VALUE "N".
         88 ACK-SKIPPING VALUE "Y".

       01 ACK-DETAIL-LINE.
         05 ACK-REC-TYPE       PIC X(02).
         05 ACK-REC-BODY       PIC X(78).
       01 ACK-HEADER-FIELDS REDEFINES ACK-DETAIL-LINE.
         05 FILLER             PIC X(02).
         05 AH-SENDER-ID       PIC X(08).
         05 AH-RUN-DATE        PIC X(08).
         05 AH-HASH-TOTAL      PIC X(12).
         05 AH-DISPOSITION     PIC X(01).
         05 AH-ACK-DATE        PIC X(08).
         05 AH-REASON          PIC X(04).
         05 AH-ROWS-LOADED     PIC X(07).
         05 AH-ROWS-REJECTED   PIC X(07).
         05 FILLER             PIC X(23).
       01 ACK-ROW-FIELDS REDEFINES ACK-DETAIL-LINE.
         05 FILLER             PIC X(02).
         05 AR-LICENSE-ID      PIC X(12).
         05 AR-REASON          PIC X(04).
         05 AR-REASON-TEXT     PIC X(40).
         05 FILLER             PIC X(22).
       01 ACK-TRAILER-FIELDS REDEFINES ACK-DETAIL-LINE.
         05 FILLER             PIC X(02).
         05 AT-ROW-COUNT       PIC X(07).
         05 FILLER             PIC X(71).

       01 XMIT-DETAIL-LINE.
         05 XMIT-REC-TYPE      PIC X(02).
         05 FILLER             PIC X(126).
       01 XMIT-HEADER-FIELDS REDEFINES XMIT-DETAIL-LINE.
         05 FILLER             PIC X(02).
         05 XH-SENDER-ID       PIC X(08).
         05 XH-RUN-DATE        PIC X(08).
         05 XH-ROW-COUNT       PIC X(07).
         05 XH-RUN-ID          PIC X(14).
         05 FILLER             PIC X(89).
       01 XMIT-TRAILER-FIELDS REDEFINES XMIT-DETAIL-LINE.
         05 FILLER             PIC X(02).
         05 XT-ROW-COUNT       PIC X(07).
         05 XT-HASH-TOTAL      PIC X(12).
         05 FILLER             PIC X(107).
       01 XMIT-ROW-FIELDS REDEFINES XMIT-DETAIL-LINE.
         05 XR-LICENSE-ID      PIC X(12).
         05 FILLER             PIC X(01).
         05 XR-TREE-SEQ        PIC X(07).
         05 FILLER             PIC X(85).
         05 XR-VENDOR-ID       PIC X(08).
         05 FILLER             PIC X(01).
         05 XR-RUN-ID          PIC X(14).

       01 ENV-SENDER-ID PIC X(08).
       01 ENV-RUN-DATE PIC 9(08).
       01 ENV-ROW-COUNT PIC 9(07).
       01 ENV-RUN-ID PIC X(14).
       01 ENV-HASH-TOTAL PIC 9(12).
       01 ENV-ORDINAL PIC 9(05) VALUE 0.

       01 ACK-TABLE.
         05 ACK-ENTRY OCCURS 500 TIMES.
           10 ACK-SENDER-ID    PIC X(08).
           10 ACK-RUN-DATE     PIC 9(08).
           10 ACK-HASH-TOTAL   PIC 9(12).
           10 ACK-DISPOSITION  PIC X(01).
           10 ACK-DATE         PIC 9(08).
           10 ACK-REASON       PIC X(04).
           10 ACK-LOADED       PIC 9(07).
           10 ACK-REJECTED     PIC 9(07).
           10 ACK-FIRST-REJ    PIC 9(05).
           10 ACK-REJ-COUNT    PIC 9(05).
           10 ACK-XMIT-ORDINAL PIC 9(05).
           10 ACK-RESCORES     PIC 9(05).
           10 ACK-EXCEPTIONS   PIC 9(05).
           10 ACK-STATE        PIC X(01).
             88 ACK-DAMAGED     VALUE "D".
             88 ACK-NOT-SENT    VALUE "N".
             88 ACK-REPEAT      VALUE "R".
             88 ACK-APPLY       VALUE "G".
           10 ACK-NEW-STATUS   PIC X(01).
       01 ACK-COUNT PIC 9(03) VALUE 0.
       01 ACK-SUB PIC 9(03).
       01 ACK-PRIOR-SUB PIC 9(03).
       01 ACK-EARLIER PIC 9(03).
       01 CUR-ACK PIC 9(03) VALUE 0.
       01 ACK-OVERFLOW-COUNT PIC 9(05) VALUE 0.
       01 ACK-STRAY-COUNT PIC 9(05) VALUE 0.

       01 REJ-TABLE.
         05 REJ-ENTRY OCCURS 20000 TIMES.
           10 REJ-LICENSE-ID   PIC X(12).
           10 REJ-REASON       PIC X(04).
           10 REJ-REASON-TEXT  PIC X(40).
           10 REJ-FOUND        PIC X(01).
           10 REJ-TREE-SEQ     PIC X(07).
           10 REJ-VENDOR-ID    PIC X(08).
           10 REJ-RUN-ID       PIC X(14).
       01 REJ-COUNT PIC 9(05) VALUE 0.
       01 REJ-SUB PIC 9(05).
       01 REJ-LAST PIC 9(05).

       01 RSN-TABLE.
         05 RSN-ENTRY OCCURS 200 TIMES.
           10 RSN-CODE         PIC X(04).
           10 RSN-ACTION       PIC X(01).
       01 RSN-COUNT PIC 9(03) VALUE 0.
       01 RSN-SUB PIC 9(03).
       01 ROW-ACTION PIC X(01).
         88 ROW-RESCORE VALUE "R".

       01 WORK-COUNT PIC X(07).
       01 WORK-AGE PIC X(03).
       01 WORK-SEQ PIC X(07).
       01 AGE-LIMIT-DAYS PIC 9(03) VALUE 5.
       01 AGE-DAYS PIC 9(05).
       01 ENV-TREE-SEQ PIC 9(07).

       01 DAYS-DATE PIC 9(08).
       01 DAYS-DATE-FIELDS REDEFINES DAYS-DATE.
         05 DAYS-CCYY PIC 9(04).
         05 DAYS-MM PIC 9(02).
         05 DAYS-DD PIC 9(02).
       01 DAYS-YEAR PIC 9(04).
       01 DAYS-MONTH PIC 9(02).
       01 DAYS-Q4 PIC 9(04).
       01 DAYS-Q100 PIC 9(04).
       01 DAYS-Q400 PIC 9(04).
       01 DAYS-MONTH-TERM PIC 9(04).
       01 DAYS-NUMBER PIC 9(07).
       01 TODAY-NUMBER PIC 9(07).

       01 ENVELOPES-LOGGED-COUNT PIC 9(05) VALUE 0.
       01 ACKS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 ACKS-REPEAT-COUNT PIC 9(05) VALUE 0.
       01 ACKS-NOT-SENT-COUNT PIC 9(05) VALUE 0.
       01 ACKS-DAMAGED-COUNT PIC 9(05) VALUE 0.
       01 ENVELOPES-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 COUNT-DISAGREE-COUNT PIC 9(05) VALUE 0.
       01 RESCORE-ROW-COUNT PIC 9(07) VALUE 0.
       01 EXCEPT-ROW-COUNT PIC 9(07) VALUE 0.
       01 OVERDUE-COUNT PIC 9(05) VALUE 0.
       01 LEDGER-SENT-COUNT PIC 9(05) VALUE 0.
       01 LEDGER-ACK-COUNT PIC 9(05) VALUE 0.
       01 LEDGER-PARTIAL-COUNT PIC 9(05) VALUE 0.
       01 LEDGER-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 LEDGER-UNACK-COUNT PIC 9(05) VALUE 0.
       01 RUN-CONDITION-CODE PIC 99 VALUE 0.

       01 RUN-DATE-FIELDS.
         05 RUN-DATE-CCYY PIC 9(4).
         05 RUN-DATE-MM PIC 9(2).
         05 RUN-DATE-DD PIC 9(2).
       01 RUN-DATE-SORT REDEFINES RUN-DATE-FIELDS PIC 9(8).
       01 RUN-DATE-DISPLAY.
         05 RUN-DATE-DISPLAY-MM PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 RUN-DATE-DISPLAY-DD PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 RUN-DATE-DISPLAY-CCYY PIC 9(4).

       01 RSEL-DETAIL-LINE.
         05 RSEL-TREE-SEQ      PIC 9(07).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 RSEL-RUN-ID        PIC X(14).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 RSEL-LICENSE-ID    PIC X(12).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 RSEL-REASON        PIC X(04).
         05 FILLER             PIC X(40) VALUE SPACES.

       01 VEXC-DETAIL-LINE.
         05 VEXC-VENDOR-ID     PIC X(08).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-LICENSE-ID    PIC X(12).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-TREE-SEQ      PIC X(07).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-RUN-ID        PIC X(14).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-SENDER-ID     PIC X(08).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-XMIT-DATE     PIC 9(08).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-REASON        PIC X(04).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-REASON-TEXT   PIC X(40).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-ACK-DATE      PIC 9(08).
         05 FILLER             PIC X(01) VALUE SPACE.
         05 VEXC-FOUND         PIC X(01).
         05 FILLER             PIC X(13) VALUE SPACES.

       01 ACK-TITLE-LINE PIC X(132)
           VALUE "DAY8ACKN -- CONTRACT SYSTEM ACKNOWLEDGEMENTS".
       01 ACK-RULE-LINE PIC X(132) VALUE ALL "-".
       01 ACK-BLANK-LINE PIC X(132) VALUE SPACES.

       01 ACK-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 ACK-RPT-DATE PIC X(10).

       01 ACK-AGE-LINE.
         05 FILLER       PIC X(20) VALUE "AGE LIMIT (DAYS) .. ".
         05 ACK-RPT-AGE  PIC ZZ9.

       01 ACK-RECV-TITLE PIC X(132)
           VALUE "ACKNOWLEDGEMENTS RECEIVED".

       01 ACK-RECV-HEADING.
         05 FILLER PIC X(10) VALUE "SENDER    ".
         05 FILLER PIC X(10) VALUE "RUN DATE  ".
         05 FILLER PIC X(14) VALUE "  HASH TOTAL  ".
         05 FILLER PIC X(05) VALUE "DISP ".
         05 FILLER PIC X(10) VALUE "ACK DATE  ".
         05 FILLER PIC X(05) VALUE "RSN  ".
         05 FILLER PIC X(09) VALUE "  LOADED ".
         05 FILLER PIC X(09) VALUE "REJECTED ".
         05 FILLER PIC X(20) VALUE " RESULT".

       01 ACK-RECV-LINE.
         05 ACK-RPT-SENDER   PIC X(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-RPT-RUNDATE  PIC 9(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-RPT-HASH     PIC 9(12).
         05 FILLER           PIC X(03) VALUE SPACES.
         05 ACK-RPT-DISP     PIC X(01).
         05 FILLER           PIC X(03) VALUE SPACES.
         05 ACK-RPT-ACKDATE  PIC 9(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-RPT-REASON   PIC X(04).
         05 FILLER           PIC X(01) VALUE SPACE.
         05 ACK-RPT-LOADED   PIC Z(7)9.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 ACK-RPT-REJECTED PIC Z(7)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-RPT-RESULT   PIC X(40).

       01 ACK-ROW-LINE.
         05 FILLER           PIC X(04) VALUE SPACES.
         05 ACK-ROW-LICENSE  PIC X(12).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-ROW-SEQ      PIC X(07).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-ROW-RUNID    PIC X(14).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-ROW-VENDOR   PIC X(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-ROW-REASON   PIC X(04).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-ROW-ACTION   PIC X(16).
         05 ACK-ROW-TEXT     PIC X(40).

       01 ACK-UNACK-TITLE.
         05 FILLER PIC X(36)
             VALUE "UNACKNOWLEDGED TRANSMISSIONS OVER ".
         05 ACK-UNACK-DAYS PIC ZZ9.
         05 FILLER PIC X(05) VALUE " DAYS".

       01 ACK-UNACK-HEADING.
         05 FILLER PIC X(10) VALUE "SENDER    ".
         05 FILLER PIC X(10) VALUE "RUN DATE  ".
         05 FILLER PIC X(14) VALUE "  HASH TOTAL  ".
         05 FILLER PIC X(16) VALUE "RUN ID          ".
         05 FILLER PIC X(09) VALUE "    ROWS ".
         05 FILLER PIC X(09) VALUE "    DAYS ".
         05 FILLER PIC X(20) VALUE "FIRST REPORTED".

       01 ACK-UNACK-LINE.
         05 ACK-UN-SENDER    PIC X(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-UN-RUNDATE   PIC 9(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-UN-HASH      PIC 9(12).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-UN-RUNID     PIC X(14).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-UN-ROWS      PIC Z(7)9.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 ACK-UN-DAYS      PIC Z(7)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ACK-UN-FIRST     PIC 9(08).

       01 ACK-NONE-LINE PIC X(132) VALUE "    NONE".
       01 ACK-COUNT-WARN-LINE PIC X(132)
           VALUE "    *** ACK COUNTS DO NOT AGREE WITH THE XMIT".

       01 ACK-TOTALS-TITLE PIC X(132) VALUE "RUN TOTALS".

       01 ACK-TOT-LOG-LINE.
         05 FILLER       PIC X(20) VALUE "NEWLY LOGGED ...... ".
         05 ACK-TOT-LOG  PIC Z(6)9.

       01 ACK-TOT-APP-LINE.
         05 FILLER       PIC X(20) VALUE "ACKS APPLIED ...... ".
         05 ACK-TOT-APP  PIC Z(6)9.

       01 ACK-TOT-REP-LINE.
         05 FILLER       PIC X(20) VALUE "ACKS ALREADY SEEN . ".
         05 ACK-TOT-REP  PIC Z(6)9.

       01 ACK-TOT-NOX-LINE.
         05 FILLER       PIC X(20) VALUE "ACKS NOT MATCHED .. ".
         05 ACK-TOT-NOX  PIC Z(6)9.

       01 ACK-TOT-DMG-LINE.
         05 FILLER       PIC X(20) VALUE "ACKS DAMAGED ...... ".
         05 ACK-TOT-DMG  PIC Z(6)9.

       01 ACK-TOT-STR-LINE.
         05 FILLER       PIC X(20) VALUE "RECORDS OUT OF PLACE".
         05 ACK-TOT-STR  PIC Z(6)9.

       01 ACK-TOT-OVR-LINE.
         05 FILLER       PIC X(20) VALUE "ACKS NOT READ (FULL)".
         05 ACK-TOT-OVR  PIC Z(6)9.

       01 ACK-TOT-CNT-LINE.
         05 FILLER       PIC X(20) VALUE "COUNTS DISAGREE ... ".
         05 ACK-TOT-CNT  PIC Z(6)9.

       01 ACK-TOT-RSC-LINE.
         05 FILLER       PIC X(20) VALUE "ROWS TO RESCORE ... ".
         05 ACK-TOT-RSC  PIC Z(6)9.

       01 ACK-TOT-EXC-LINE.
         05 FILLER       PIC X(20) VALUE "ROWS TO VENDOR .... ".
         05 ACK-TOT-EXC  PIC Z(6)9.

       01 ACK-TOT-OVD-LINE.
         05 FILLER       PIC X(20) VALUE "OVERDUE ENVELOPES . ".
         05 ACK-TOT-OVD  PIC Z(6)9.

       01 ACK-LEDGER-TITLE PIC X(132) VALUE "TRANSMISSION LEDGER".

       01 ACK-LDG-SNT-LINE.
         05 FILLER       PIC X(20) VALUE "SENT, AWAITING ACK  ".
         05 ACK-LDG-SNT  PIC Z(6)9.

       01 ACK-LDG-ACK-LINE.
         05 FILLER       PIC X(20) VALUE "ACKNOWLEDGED ...... ".
         05 ACK-LDG-ACK  PIC Z(6)9.

       01 ACK-LDG-PRT-LINE.
         05 FILLER       PIC X(20) VALUE "PARTIALLY REJECTED  ".
         05 ACK-LDG-PRT  PIC Z(6)9.

       01 ACK-LDG-REJ-LINE.
         05 FILLER       PIC X(20) VALUE "ENVELOPE REJECTED . ".
         05 ACK-LDG-REJ  PIC Z(6)9.

       01 ACK-LDG-UNA-LINE.
         05 FILLER       PIC X(20) VALUE "UNACKNOWLEDGED .... ".
         05 ACK-LDG-UNA  PIC Z(6)9.

       01 ACK-TOT-CC-LINE.
         05 FILLER       PIC X(20) VALUE "CONDITION CODE .... ".
         05 ACK-TOT-CC   PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOG-TRANSMISSIONS THRU 2000-EXIT.
           PERFORM 3000-CHECK-ONE-ACK THRU 3000-EXIT
               VARYING ACK-SUB FROM 1 BY 1
               UNTIL ACK-SUB > ACK-COUNT.
           IF ROWS-WANTED
             PERFORM 4000-FIND-REJECTED-ROWS THRU 4000-EXIT
           END-IF.
           WRITE REPORT-LINE FROM ACK-RECV-TITLE.
           WRITE REPORT-LINE FROM ACK-RULE-LINE.
           WRITE REPORT-LINE FROM ACK-RECV-HEADING.
           IF ACK-COUNT = 0
             WRITE REPORT-LINE FROM ACK-NONE-LINE
           END-IF.
           PERFORM 5000-POST-ONE-ACK THRU 5000-EXIT
               VARYING ACK-SUB FROM 1 BY 1
               UNTIL ACK-SUB > ACK-COUNT.
           PERFORM 6000-SWEEP-LEDGER THRU 6000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSXMIT.
           IF SYSXMIT-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSXMIT, STATUS = "
                 SYSXMIT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE SYSXMIT.

           OPEN I-O SYSLDGR.
           IF SYSLDGR-STATUS = "35"
             OPEN OUTPUT SYSLDGR
             CLOSE SYSLDGR
             OPEN I-O SYSLDGR
           END-IF.
           IF SYSLDGR-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSLDGR, STATUS = "
                 SYSLDGR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSRSEL.
           IF SYSRSEL-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSRSEL, STATUS = "
                 SYSRSEL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSVEXC.
           IF SYSVEXC-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSVEXC, STATUS = "
                 SYSVEXC-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.
           MOVE RUN-DATE-SORT TO DAYS-DATE.
           PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
           MOVE DAYS-NUMBER TO TODAY-NUMBER.

           OPEN INPUT SYSOPT.
           IF SYSOPT-STATUS = "00"
             READ SYSOPT
               AT END
                 MOVE SPACES TO OPT-RECORD
             END-READ
             IF OPT-AGE-DAYS NOT = SPACES
               MOVE OPT-AGE-DAYS TO WORK-AGE
               INSPECT WORK-AGE REPLACING LEADING " " BY "0"
               IF WORK-AGE IS NUMERIC
                 MOVE WORK-AGE TO AGE-LIMIT-DAYS
               ELSE
                 DISPLAY "DAY8ACKN: AGE LIMIT NOT NUMERIC"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
             CLOSE SYSOPT
           END-IF.

           PERFORM 1100-LOAD-REASON-CODES THRU 1100-EXIT.
           PERFORM 1200-LOAD-ACKNOWLEDGEMENTS THRU 1200-EXIT.

           WRITE REPORT-LINE FROM ACK-TITLE-LINE.
           WRITE REPORT-LINE FROM ACK-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO ACK-RPT-DATE.
           WRITE REPORT-LINE FROM ACK-DATE-LINE.
           MOVE AGE-LIMIT-DAYS TO ACK-RPT-AGE.
           WRITE REPORT-LINE FROM ACK-AGE-LINE.
           WRITE REPORT-LINE FROM ACK-BLANK-LINE.
       1000-EXIT.
           EXIT.

       1100-LOAD-REASON-CODES.
           OPEN INPUT SYSARSN.
           IF SYSARSN-STATUS NOT = "00"
             GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-REASON-CODE THRU 1110-EXIT
               UNTIL SYSARSN-EOF.
           CLOSE SYSARSN.
       1100-EXIT.
           EXIT.

       1110-READ-REASON-CODE.
           READ SYSARSN
             AT END
               SET SYSARSN-EOF TO TRUE
               GO TO 1110-EXIT
           END-READ.
           IF ARSN-CODE = SPACES OR ARSN-CODE(1:1) = "*"
             GO TO 1110-EXIT
           END-IF.
           IF ARSN-ACTION NOT = "R" AND ARSN-ACTION NOT = "V"
             DISPLAY "DAY8ACKN: REASON " ARSN-CODE
                 " ACTION MUST BE R OR V"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RSN-COUNT NOT < 200
             DISPLAY "DAY8ACKN: MORE THAN 200 REASON CODES"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO RSN-COUNT.
           MOVE ARSN-CODE TO RSN-CODE(RSN-COUNT).
           MOVE ARSN-ACTION TO RSN-ACTION(RSN-COUNT).
       1110-EXIT.
           EXIT.

       1200-LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT SYSACK.
           IF SYSACK-STATUS NOT = "00"
             GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-ACK-RECORD THRU 1210-EXIT
               UNTIL SYSACK-EOF.
           CLOSE SYSACK.
           IF CUR-ACK > 0
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
             MOVE 0 TO CUR-ACK
           END-IF.
       1200-EXIT.
           EXIT.

       1210-READ-ACK-RECORD.
           READ SYSACK INTO ACK-DETAIL-LINE
             AT END
               SET SYSACK-EOF TO TRUE
               GO TO 1210-EXIT
           END-READ.
           IF ACK-REC-TYPE = "AH"
             PERFORM 1220-START-ONE-ACK THRU 1220-EXIT
             GO TO 1210-EXIT
           END-IF.
           IF ACK-REC-TYPE = "AR" AND CUR-ACK > 0
             PERFORM 1230-ADD-ONE-REJECT THRU 1230-EXIT
             GO TO 1210-EXIT
           END-IF.
           IF ACK-REC-TYPE = "AT" AND CUR-ACK > 0
             MOVE AT-ROW-COUNT TO WORK-COUNT
             INSPECT WORK-COUNT REPLACING LEADING " " BY "0"
             IF WORK-COUNT IS NOT NUMERIC
               SET ACK-DAMAGED(CUR-ACK) TO TRUE
             ELSE
               IF WORK-COUNT NOT = ACK-REJ-COUNT(CUR-ACK)
                 SET ACK-DAMAGED(CUR-ACK) TO TRUE
               END-IF
             END-IF
             MOVE 0 TO CUR-ACK
             GO TO 1210-EXIT
           END-IF.
           IF ACK-REC-TYPE = "AR" AND ACK-SKIPPING
             GO TO 1210-EXIT
           END-IF.
           IF ACK-REC-TYPE = "AT" AND ACK-SKIPPING
             MOVE "N" TO ACK-SKIP-FLAG
             GO TO 1210-EXIT
           END-IF.
           ADD 1 TO ACK-STRAY-COUNT.
       1210-EXIT.
           EXIT.

       1220-START-ONE-ACK.
           MOVE "N" TO ACK-SKIP-FLAG.
           IF CUR-ACK > 0
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
             MOVE 0 TO CUR-ACK
           END-IF.
           IF ACK-COUNT NOT < 500
             ADD 1 TO ACK-OVERFLOW-COUNT
             SET ACK-SKIPPING TO TRUE
             GO TO 1220-EXIT
           END-IF.
           ADD 1 TO ACK-COUNT.
           MOVE ACK-COUNT TO CUR-ACK.
           MOVE AH-SENDER-ID TO ACK-SENDER-ID(CUR-ACK).
           MOVE AH-DISPOSITION TO ACK-DISPOSITION(CUR-ACK).
           MOVE AH-REASON TO ACK-REASON(CUR-ACK).
           MOVE 0 TO ACK-RUN-DATE(CUR-ACK).
           MOVE 0 TO ACK-HASH-TOTAL(CUR-ACK).
           MOVE 0 TO ACK-DATE(CUR-ACK).
           MOVE 0 TO ACK-LOADED(CUR-ACK).
           MOVE 0 TO ACK-REJECTED(CUR-ACK).
           MOVE 0 TO ACK-REJ-COUNT(CUR-ACK).
           MOVE 0 TO ACK-XMIT-ORDINAL(CUR-ACK).
           MOVE 0 TO ACK-RESCORES(CUR-ACK).
           MOVE 0 TO ACK-EXCEPTIONS(CUR-ACK).
           MOVE SPACE TO ACK-NEW-STATUS(CUR-ACK).
           COMPUTE ACK-FIRST-REJ(CUR-ACK) = REJ-COUNT + 1.
           MOVE SPACE TO ACK-STATE(CUR-ACK).
           IF AH-RUN-DATE IS NOT NUMERIC
               OR AH-HASH-TOTAL IS NOT NUMERIC
               OR AH-ACK-DATE IS NOT NUMERIC
               OR AH-SENDER-ID = SPACES
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
             GO TO 1220-EXIT
           END-IF.
           IF AH-DISPOSITION NOT = "A" AND AH-DISPOSITION NOT = "R"
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
             GO TO 1220-EXIT
           END-IF.
           MOVE AH-RUN-DATE TO ACK-RUN-DATE(CUR-ACK).
           MOVE AH-HASH-TOTAL TO ACK-HASH-TOTAL(CUR-ACK).
           MOVE AH-ACK-DATE TO ACK-DATE(CUR-ACK).
           MOVE AH-ROWS-LOADED TO WORK-COUNT.
           INSPECT WORK-COUNT REPLACING LEADING " " BY "0".
           IF WORK-COUNT IS NUMERIC
             MOVE WORK-COUNT TO ACK-LOADED(CUR-ACK)
           ELSE
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
           END-IF.
           MOVE AH-ROWS-REJECTED TO WORK-COUNT.
           INSPECT WORK-COUNT REPLACING LEADING " " BY "0".
           IF WORK-COUNT IS NUMERIC
             MOVE WORK-COUNT TO ACK-REJECTED(CUR-ACK)
           ELSE
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
           END-IF.
       1220-EXIT.
           EXIT.

       1230-ADD-ONE-REJECT.
           IF REJ-COUNT NOT < 20000
             SET ACK-DAMAGED(CUR-ACK) TO TRUE
             ADD 1 TO ACK-REJ-COUNT(CUR-ACK)
             GO TO 1230-EXIT
           END-IF.
           ADD 1 TO REJ-COUNT.
           ADD 1 TO ACK-REJ-COUNT(CUR-ACK).
           MOVE AR-LICENSE-ID TO REJ-LICENSE-ID(REJ-COUNT).
           MOVE AR-REASON TO REJ-REASON(REJ-COUNT).
           MOVE AR-REASON-TEXT TO REJ-REASON-TEXT(REJ-COUNT).
           MOVE "N" TO REJ-FOUND(REJ-COUNT).
           MOVE SPACES TO REJ-TREE-SEQ(REJ-COUNT).
           MOVE SPACES TO REJ-VENDOR-ID(REJ-COUNT).
           MOVE SPACES TO REJ-RUN-ID(REJ-COUNT).
       1230-EXIT.
           EXIT.

       2000-LOG-TRANSMISSIONS.
           OPEN INPUT SYSXMIT.
           IF SYSXMIT-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSXMIT, STATUS = "
                 SYSXMIT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO SYSXMIT-EOF-FLAG.
           MOVE "N" TO ENVELOPE-OPEN-FLAG.
           MOVE 0 TO ENV-ORDINAL.
           PERFORM 2100-READ-XMIT-RECORD THRU 2100-EXIT
               UNTIL SYSXMIT-EOF.
           CLOSE SYSXMIT.
       2000-EXIT.
           EXIT.

       2100-READ-XMIT-RECORD.
           READ SYSXMIT INTO XMIT-DETAIL-LINE
             AT END
               SET SYSXMIT-EOF TO TRUE
               GO TO 2100-EXIT
           END-READ.
           IF XMIT-REC-TYPE = "FH"
             ADD 1 TO ENV-ORDINAL
             MOVE "N" TO ENVELOPE-OPEN-FLAG
             IF XH-RUN-DATE IS NUMERIC AND XH-ROW-COUNT IS NUMERIC
               SET ENVELOPE-OPEN TO TRUE
               MOVE XH-SENDER-ID TO ENV-SENDER-ID
               MOVE XH-RUN-DATE TO ENV-RUN-DATE
               MOVE XH-ROW-COUNT TO ENV-ROW-COUNT
               MOVE XH-RUN-ID TO ENV-RUN-ID
             END-IF
             GO TO 2100-EXIT
           END-IF.
           IF XMIT-REC-TYPE NOT = "FT" OR NOT ENVELOPE-OPEN
             GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO ENVELOPE-OPEN-FLAG.
           IF XT-HASH-TOTAL IS NOT NUMERIC
             GO TO 2100-EXIT
           END-IF.
           MOVE XT-HASH-TOTAL TO ENV-HASH-TOTAL.
           PERFORM 2200-LOG-ONE-ENVELOPE THRU 2200-EXIT.
           PERFORM 2300-MATCH-ENVELOPE THRU 2300-EXIT
               VARYING ACK-SUB FROM 1 BY 1
               UNTIL ACK-SUB > ACK-COUNT.
       2100-EXIT.
           EXIT.

       2200-LOG-ONE-ENVELOPE.
           MOVE ENV-SENDER-ID TO LDG-SENDER-ID.
           MOVE ENV-RUN-DATE TO LDG-RUN-DATE.
           MOVE ENV-HASH-TOTAL TO LDG-HASH-TOTAL.
           READ SYSLDGR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               GO TO 2200-EXIT
           END-READ.
           MOVE SPACES TO LDG-RECORD.
           MOVE ENV-SENDER-ID TO LDG-SENDER-ID.
           MOVE ENV-RUN-DATE TO LDG-RUN-DATE.
           MOVE ENV-HASH-TOTAL TO LDG-HASH-TOTAL.
           MOVE ENV-RUN-ID TO LDG-RUN-ID.
           MOVE ENV-ROW-COUNT TO LDG-ROW-COUNT.
           SET LDG-SENT TO TRUE.
           MOVE RUN-DATE-SORT TO LDG-LOGGED-DATE.
           MOVE 0 TO LDG-ACK-DATE.
           MOVE SPACE TO LDG-ACK-DISP.
           MOVE SPACES TO LDG-ACK-REASON.
           MOVE 0 TO LDG-ACK-LOADED.
           MOVE 0 TO LDG-ACK-REJECTED.
           MOVE 0 TO LDG-RESCORE-COUNT.
           MOVE 0 TO LDG-EXCEPT-COUNT.
           MOVE 0 TO LDG-APPLIED-DATE.
           MOVE 0 TO LDG-OVERDUE-DATE.
           WRITE LDG-RECORD.
           IF SYSLDGR-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: LEDGER WRITE FAILED, STATUS = "
                 SYSLDGR-STATUS " KEY = " LDG-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO ENVELOPES-LOGGED-COUNT.
       2200-EXIT.
           EXIT.

       2300-MATCH-ENVELOPE.
           IF ACK-XMIT-ORDINAL(ACK-SUB) = 0
               AND ACK-SENDER-ID(ACK-SUB) = ENV-SENDER-ID
               AND ACK-RUN-DATE(ACK-SUB) = ENV-RUN-DATE
               AND ACK-HASH-TOTAL(ACK-SUB) = ENV-HASH-TOTAL
             MOVE ENV-ORDINAL TO ACK-XMIT-ORDINAL(ACK-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       3000-CHECK-ONE-ACK.
           IF ACK-DAMAGED(ACK-SUB)
             GO TO 3000-EXIT
           END-IF.
           MOVE ACK-SENDER-ID(ACK-SUB) TO LDG-SENDER-ID.
           MOVE ACK-RUN-DATE(ACK-SUB) TO LDG-RUN-DATE.
           MOVE ACK-HASH-TOTAL(ACK-SUB) TO LDG-HASH-TOTAL.
           READ SYSLDGR
             INVALID KEY
               SET ACK-NOT-SENT(ACK-SUB) TO TRUE
               GO TO 3000-EXIT
           END-READ.
           MOVE 0 TO ACK-EARLIER.
           PERFORM 3100-FIND-EARLIER-ACK THRU 3100-EXIT
               VARYING ACK-PRIOR-SUB FROM 1 BY 1
               UNTIL ACK-PRIOR-SUB NOT < ACK-SUB OR ACK-EARLIER > 0.
           IF ACK-EARLIER > 0
             SET ACK-REPEAT(ACK-SUB) TO TRUE
             GO TO 3000-EXIT
           END-IF.
           IF (LDG-ACKNOWLEDGED OR LDG-PARTIAL OR LDG-REJECTED)
               AND LDG-ACK-DATE NOT < ACK-DATE(ACK-SUB)
             SET ACK-REPEAT(ACK-SUB) TO TRUE
             GO TO 3000-EXIT
           END-IF.
           SET ACK-APPLY(ACK-SUB) TO TRUE.
           IF ACK-DISPOSITION(ACK-SUB) = "R"
             MOVE "J" TO ACK-NEW-STATUS(ACK-SUB)
             GO TO 3000-EXIT
           END-IF.
           IF ACK-REJ-COUNT(ACK-SUB) > 0 OR ACK-REJECTED(ACK-SUB) > 0
             MOVE "P" TO ACK-NEW-STATUS(ACK-SUB)
           ELSE
             MOVE "A" TO ACK-NEW-STATUS(ACK-SUB)
           END-IF.
           IF ACK-REJ-COUNT(ACK-SUB) > 0
               AND ACK-XMIT-ORDINAL(ACK-SUB) > 0
             SET ROWS-WANTED TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-FIND-EARLIER-ACK.
           IF ACK-APPLY(ACK-PRIOR-SUB)
               AND ACK-SENDER-ID(ACK-PRIOR-SUB) = ACK-SENDER-ID(ACK-SUB)
               AND ACK-RUN-DATE(ACK-PRIOR-SUB) = ACK-RUN-DATE(ACK-SUB)
               AND ACK-HASH-TOTAL(ACK-PRIOR-SUB)
                   = ACK-HASH-TOTAL(ACK-SUB)
             MOVE ACK-PRIOR-SUB TO ACK-EARLIER
           END-IF.
       3100-EXIT.
           EXIT.

       4000-FIND-REJECTED-ROWS.
           OPEN INPUT SYSXMIT.
           IF SYSXMIT-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: UNABLE TO OPEN SYSXMIT, STATUS = "
                 SYSXMIT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO SYSXMIT-EOF-FLAG.
           MOVE 0 TO ENV-ORDINAL.
           MOVE 0 TO CUR-ACK.
           PERFORM 4100-SCAN-XMIT-RECORD THRU 4100-EXIT
               UNTIL SYSXMIT-EOF.
           CLOSE SYSXMIT.
       4000-EXIT.
           EXIT.

       4100-SCAN-XMIT-RECORD.
           READ SYSXMIT INTO XMIT-DETAIL-LINE
             AT END
               SET SYSXMIT-EOF TO TRUE
               GO TO 4100-EXIT
           END-READ.
           IF XMIT-REC-TYPE = "FH"
             ADD 1 TO ENV-ORDINAL
             MOVE 0 TO CUR-ACK
             PERFORM 4200-FIND-ENVELOPE-ACK THRU 4200-EXIT
                 VARYING ACK-SUB FROM 1 BY 1
                 UNTIL ACK-SUB > ACK-COUNT OR CUR-ACK > 0
             GO TO 4100-EXIT
           END-IF.
           IF XMIT-REC-TYPE = "FT"
             MOVE 0 TO CUR-ACK
             GO TO 4100-EXIT
           END-IF.
           IF CUR-ACK = 0 OR XR-LICENSE-ID = SPACES
             GO TO 4100-EXIT
           END-IF.
           COMPUTE REJ-LAST = ACK-FIRST-REJ(CUR-ACK)
               + ACK-REJ-COUNT(CUR-ACK) - 1.
           PERFORM 4300-MATCH-REJECTED-ROW THRU 4300-EXIT
               VARYING REJ-SUB FROM ACK-FIRST-REJ(CUR-ACK) BY 1
               UNTIL REJ-SUB > REJ-LAST.
       4100-EXIT.
           EXIT.

       4200-FIND-ENVELOPE-ACK.
           IF ACK-APPLY(ACK-SUB)
               AND ACK-XMIT-ORDINAL(ACK-SUB) = ENV-ORDINAL
               AND ACK-REJ-COUNT(ACK-SUB) > 0
             MOVE ACK-SUB TO CUR-ACK
           END-IF.
       4200-EXIT.
           EXIT.

       4300-MATCH-REJECTED-ROW.
           IF REJ-FOUND(REJ-SUB) = "N"
               AND REJ-LICENSE-ID(REJ-SUB) = XR-LICENSE-ID
             MOVE "Y" TO REJ-FOUND(REJ-SUB)
             MOVE XR-TREE-SEQ TO REJ-TREE-SEQ(REJ-SUB)
             MOVE XR-VENDOR-ID TO REJ-VENDOR-ID(REJ-SUB)
             MOVE XR-RUN-ID TO REJ-RUN-ID(REJ-SUB)
           END-IF.
       4300-EXIT.
           EXIT.

       5000-POST-ONE-ACK.
           MOVE ACK-SENDER-ID(ACK-SUB) TO ACK-RPT-SENDER.
           MOVE ACK-RUN-DATE(ACK-SUB) TO ACK-RPT-RUNDATE.
           MOVE ACK-HASH-TOTAL(ACK-SUB) TO ACK-RPT-HASH.
           MOVE ACK-DISPOSITION(ACK-SUB) TO ACK-RPT-DISP.
           MOVE ACK-DATE(ACK-SUB) TO ACK-RPT-ACKDATE.
           MOVE ACK-REASON(ACK-SUB) TO ACK-RPT-REASON.
           MOVE ACK-LOADED(ACK-SUB) TO ACK-RPT-LOADED.
           MOVE ACK-REJECTED(ACK-SUB) TO ACK-RPT-REJECTED.

           IF ACK-DAMAGED(ACK-SUB)
             ADD 1 TO ACKS-DAMAGED-COUNT
             MOVE "*** ACK RECORDS DAMAGED -- NOT APPLIED"
                 TO ACK-RPT-RESULT
             WRITE REPORT-LINE FROM ACK-RECV-LINE
             GO TO 5000-EXIT
           END-IF.
           IF ACK-NOT-SENT(ACK-SUB)
             ADD 1 TO ACKS-NOT-SENT-COUNT
             MOVE "*** NO SUCH TRANSMISSION ON THE LEDGER"
                 TO ACK-RPT-RESULT
             WRITE REPORT-LINE FROM ACK-RECV-LINE
             GO TO 5000-EXIT
           END-IF.
           IF ACK-REPEAT(ACK-SUB)
             ADD 1 TO ACKS-REPEAT-COUNT
             MOVE "ALREADY APPLIED -- IGNORED" TO ACK-RPT-RESULT
             WRITE REPORT-LINE FROM ACK-RECV-LINE
             GO TO 5000-EXIT
           END-IF.

           ADD 1 TO ACKS-APPLIED-COUNT.
           IF ACK-NEW-STATUS(ACK-SUB) = "J"
             ADD 1 TO ENVELOPES-REJECTED-COUNT
             MOVE "*** ENVELOPE REJECTED -- RETRANSMIT"
                 TO ACK-RPT-RESULT
           END-IF.
           IF ACK-NEW-STATUS(ACK-SUB) = "P"
             MOVE "PARTIALLY REJECTED" TO ACK-RPT-RESULT
           END-IF.
           IF ACK-NEW-STATUS(ACK-SUB) = "A"
             MOVE "ACKNOWLEDGED" TO ACK-RPT-RESULT
           END-IF.
           WRITE REPORT-LINE FROM ACK-RECV-LINE.

           IF ACK-NEW-STATUS(ACK-SUB) NOT = "J"
               AND ACK-REJ-COUNT(ACK-SUB) > 0
             COMPUTE REJ-LAST = ACK-FIRST-REJ(ACK-SUB)
                 + ACK-REJ-COUNT(ACK-SUB) - 1
             PERFORM 5100-LIST-ONE-REJECT THRU 5100-EXIT
                 VARYING REJ-SUB FROM ACK-FIRST-REJ(ACK-SUB) BY 1
                 UNTIL REJ-SUB > REJ-LAST
           END-IF.

           PERFORM 5200-UPDATE-LEDGER THRU 5200-EXIT.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-REJECT.
           MOVE "V" TO ROW-ACTION.
           PERFORM 5110-FIND-REASON THRU 5110-EXIT
               VARYING RSN-SUB FROM 1 BY 1
               UNTIL RSN-SUB > RSN-COUNT.
           MOVE REJ-TREE-SEQ(REJ-SUB) TO WORK-SEQ.
           INSPECT WORK-SEQ REPLACING LEADING " " BY "0".
           IF REJ-FOUND(REJ-SUB) NOT = "Y" OR WORK-SEQ IS NOT NUMERIC
             MOVE "V" TO ROW-ACTION
           END-IF.

           MOVE REJ-LICENSE-ID(REJ-SUB) TO ACK-ROW-LICENSE.
           MOVE REJ-TREE-SEQ(REJ-SUB) TO ACK-ROW-SEQ.
           MOVE REJ-RUN-ID(REJ-SUB) TO ACK-ROW-RUNID.
           MOVE REJ-VENDOR-ID(REJ-SUB) TO ACK-ROW-VENDOR.
           MOVE REJ-REASON(REJ-SUB) TO ACK-ROW-REASON.
           MOVE REJ-REASON-TEXT(REJ-SUB) TO ACK-ROW-TEXT.

           IF ROW-RESCORE
             MOVE WORK-SEQ TO ENV-TREE-SEQ
             MOVE ENV-TREE-SEQ TO RSEL-TREE-SEQ
             MOVE REJ-RUN-ID(REJ-SUB) TO RSEL-RUN-ID
             MOVE REJ-LICENSE-ID(REJ-SUB) TO RSEL-LICENSE-ID
             MOVE REJ-REASON(REJ-SUB) TO RSEL-REASON
             WRITE RSEL-RECORD FROM RSEL-DETAIL-LINE
             ADD 1 TO RESCORE-ROW-COUNT
             ADD 1 TO ACK-RESCORES(ACK-SUB)
             MOVE "RESCORE" TO ACK-ROW-ACTION
           ELSE
             MOVE REJ-VENDOR-ID(REJ-SUB) TO VEXC-VENDOR-ID
             MOVE REJ-LICENSE-ID(REJ-SUB) TO VEXC-LICENSE-ID
             MOVE REJ-TREE-SEQ(REJ-SUB) TO VEXC-TREE-SEQ
             MOVE REJ-RUN-ID(REJ-SUB) TO VEXC-RUN-ID
             MOVE ACK-SENDER-ID(ACK-SUB) TO VEXC-SENDER-ID
             MOVE ACK-RUN-DATE(ACK-SUB) TO VEXC-XMIT-DATE
             MOVE REJ-REASON(REJ-SUB) TO VEXC-REASON
             MOVE REJ-REASON-TEXT(REJ-SUB) TO VEXC-REASON-TEXT
             MOVE ACK-DATE(ACK-SUB) TO VEXC-ACK-DATE
             MOVE REJ-FOUND(REJ-SUB) TO VEXC-FOUND
             WRITE VEXC-RECORD FROM VEXC-DETAIL-LINE
             ADD 1 TO EXCEPT-ROW-COUNT
             ADD 1 TO ACK-EXCEPTIONS(ACK-SUB)
             IF REJ-FOUND(REJ-SUB) = "Y"
               MOVE "VENDOR EXCEPTION" TO ACK-ROW-ACTION
             ELSE
               MOVE "NOT IN XMIT" TO ACK-ROW-ACTION
             END-IF
           END-IF.
           WRITE REPORT-LINE FROM ACK-ROW-LINE.
       5100-EXIT.
           EXIT.

       5110-FIND-REASON.
           IF RSN-CODE(RSN-SUB) = REJ-REASON(REJ-SUB)
             MOVE RSN-ACTION(RSN-SUB) TO ROW-ACTION
           END-IF.
       5110-EXIT.
           EXIT.

       5200-UPDATE-LEDGER.
           MOVE ACK-SENDER-ID(ACK-SUB) TO LDG-SENDER-ID.
           MOVE ACK-RUN-DATE(ACK-SUB) TO LDG-RUN-DATE.
           MOVE ACK-HASH-TOTAL(ACK-SUB) TO LDG-HASH-TOTAL.
           READ SYSLDGR
             INVALID KEY
               DISPLAY "DAY8ACKN: LEDGER RECORD VANISHED, KEY = "
                   LDG-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           MOVE ACK-NEW-STATUS(ACK-SUB) TO LDG-STATUS.
           MOVE ACK-DATE(ACK-SUB) TO LDG-ACK-DATE.
           MOVE ACK-DISPOSITION(ACK-SUB) TO LDG-ACK-DISP.
           MOVE ACK-REASON(ACK-SUB) TO LDG-ACK-REASON.
           MOVE ACK-LOADED(ACK-SUB) TO LDG-ACK-LOADED.
           MOVE ACK-REJECTED(ACK-SUB) TO LDG-ACK-REJECTED.
           MOVE ACK-RESCORES(ACK-SUB) TO LDG-RESCORE-COUNT.
           MOVE ACK-EXCEPTIONS(ACK-SUB) TO LDG-EXCEPT-COUNT.
           MOVE RUN-DATE-SORT TO LDG-APPLIED-DATE.
           IF ACK-NEW-STATUS(ACK-SUB) NOT = "J"
             IF ACK-LOADED(ACK-SUB) + ACK-REJECTED(ACK-SUB)
                 NOT = LDG-ROW-COUNT
                 OR ACK-REJECTED(ACK-SUB) NOT = ACK-REJ-COUNT(ACK-SUB)
               ADD 1 TO COUNT-DISAGREE-COUNT
               WRITE REPORT-LINE FROM ACK-COUNT-WARN-LINE
             END-IF
           END-IF.
           REWRITE LDG-RECORD.
           IF SYSLDGR-STATUS NOT = "00"
             DISPLAY "DAY8ACKN: LEDGER REWRITE FAILED, STATUS = "
                 SYSLDGR-STATUS " KEY = " LDG-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       5200-EXIT.
           EXIT.

       6000-SWEEP-LEDGER.
           WRITE REPORT-LINE FROM ACK-BLANK-LINE.
           MOVE AGE-LIMIT-DAYS TO ACK-UNACK-DAYS.
           WRITE REPORT-LINE FROM ACK-UNACK-TITLE.
           WRITE REPORT-LINE FROM ACK-RULE-LINE.
           WRITE REPORT-LINE FROM ACK-UNACK-HEADING.
           MOVE "N" TO SYSLDGR-EOF-FLAG.
           MOVE LOW-VALUES TO LDG-KEY.
           START SYSLDGR KEY IS NOT LESS THAN LDG-KEY
             INVALID KEY
               SET SYSLDGR-EOF TO TRUE
           END-START.
           PERFORM 6100-SWEEP-ONE-ENVELOPE THRU 6100-EXIT
               UNTIL SYSLDGR-EOF.
           IF OVERDUE-COUNT = 0
             WRITE REPORT-LINE FROM ACK-NONE-LINE
           END-IF.
       6000-EXIT.
           EXIT.

       6100-SWEEP-ONE-ENVELOPE.
           READ SYSLDGR NEXT RECORD
             AT END
               SET SYSLDGR-EOF TO TRUE
               GO TO 6100-EXIT
           END-READ.
           IF LDG-ACKNOWLEDGED
             ADD 1 TO LEDGER-ACK-COUNT
             GO TO 6100-EXIT
           END-IF.
           IF LDG-PARTIAL
             ADD 1 TO LEDGER-PARTIAL-COUNT
             GO TO 6100-EXIT
           END-IF.
           IF LDG-REJECTED
             ADD 1 TO LEDGER-REJECTED-COUNT
             GO TO 6100-EXIT
           END-IF.

           MOVE LDG-RUN-DATE TO DAYS-DATE.
           PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
           IF DAYS-NUMBER < TODAY-NUMBER
             COMPUTE AGE-DAYS = TODAY-NUMBER - DAYS-NUMBER
           ELSE
             MOVE 0 TO AGE-DAYS
           END-IF.
           IF AGE-DAYS NOT > AGE-LIMIT-DAYS
             ADD 1 TO LEDGER-SENT-COUNT
             GO TO 6100-EXIT
           END-IF.

           ADD 1 TO LEDGER-UNACK-COUNT.
           ADD 1 TO OVERDUE-COUNT.
           IF LDG-SENT
             SET LDG-UNACKNOWLEDGED TO TRUE
             MOVE RUN-DATE-SORT TO LDG-OVERDUE-DATE
             REWRITE LDG-RECORD
             IF SYSLDGR-STATUS NOT = "00"
               DISPLAY "DAY8ACKN: LEDGER REWRITE FAILED, STATUS = "
                   SYSLDGR-STATUS " KEY = " LDG-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           MOVE LDG-SENDER-ID TO ACK-UN-SENDER.
           MOVE LDG-RUN-DATE TO ACK-UN-RUNDATE.
           MOVE LDG-HASH-TOTAL TO ACK-UN-HASH.
           MOVE LDG-RUN-ID TO ACK-UN-RUNID.
           MOVE LDG-ROW-COUNT TO ACK-UN-ROWS.
           MOVE AGE-DAYS TO ACK-UN-DAYS.
           MOVE LDG-OVERDUE-DATE TO ACK-UN-FIRST.
           WRITE REPORT-LINE FROM ACK-UNACK-LINE.
       6100-EXIT.
           EXIT.

       7000-DAY-NUMBER.
           IF DAYS-DATE IS NOT NUMERIC OR DAYS-MM < 1 OR DAYS-MM > 12
             MOVE 0 TO DAYS-NUMBER
             GO TO 7000-EXIT
           END-IF.
           IF DAYS-MM > 2
             MOVE DAYS-CCYY TO DAYS-YEAR
             COMPUTE DAYS-MONTH = DAYS-MM - 3
           ELSE
             COMPUTE DAYS-YEAR = DAYS-CCYY - 1
             COMPUTE DAYS-MONTH = DAYS-MM + 9
           END-IF.
           DIVIDE DAYS-YEAR BY 4 GIVING DAYS-Q4.
           DIVIDE DAYS-YEAR BY 100 GIVING DAYS-Q100.
           DIVIDE DAYS-YEAR BY 400 GIVING DAYS-Q400.
           COMPUTE DAYS-MONTH-TERM = (153 * DAYS-MONTH + 2) / 5.
           COMPUTE DAYS-NUMBER = 365 * DAYS-YEAR + DAYS-Q4
               - DAYS-Q100 + DAYS-Q400 + DAYS-MONTH-TERM + DAYS-DD.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           IF EXCEPT-ROW-COUNT > 0 OR RESCORE-ROW-COUNT > 0
               OR OVERDUE-COUNT > 0
             MOVE 4 TO RUN-CONDITION-CODE
           END-IF.
           IF ACKS-DAMAGED-COUNT > 0 OR ACKS-NOT-SENT-COUNT > 0
               OR ACK-STRAY-COUNT > 0 OR ACK-OVERFLOW-COUNT > 0
               OR ENVELOPES-REJECTED-COUNT > 0
               OR COUNT-DISAGREE-COUNT > 0
             MOVE 8 TO RUN-CONDITION-CODE
           END-IF.

           WRITE REPORT-LINE FROM ACK-BLANK-LINE.
           WRITE REPORT-LINE FROM ACK-LEDGER-TITLE.
           WRITE REPORT-LINE FROM ACK-RULE-LINE.
           MOVE LEDGER-SENT-COUNT TO ACK-LDG-SNT.
           WRITE REPORT-LINE FROM ACK-LDG-SNT-LINE.
           MOVE LEDGER-ACK-COUNT TO ACK-LDG-ACK.
           WRITE REPORT-LINE FROM ACK-LDG-ACK-LINE.
           MOVE LEDGER-PARTIAL-COUNT TO ACK-LDG-PRT.
           WRITE REPORT-LINE FROM ACK-LDG-PRT-LINE.
           MOVE LEDGER-REJECTED-COUNT TO ACK-LDG-REJ.
           WRITE REPORT-LINE FROM ACK-LDG-REJ-LINE.
           MOVE LEDGER-UNACK-COUNT TO ACK-LDG-UNA.
           WRITE REPORT-LINE FROM ACK-LDG-UNA-LINE.

           WRITE REPORT-LINE FROM ACK-BLANK-LINE.
           WRITE REPORT-LINE FROM ACK-TOTALS-TITLE.
           WRITE REPORT-LINE FROM ACK-RULE-LINE.
           MOVE ENVELOPES-LOGGED-COUNT TO ACK-TOT-LOG.
           WRITE REPORT-LINE FROM ACK-TOT-LOG-LINE.
           MOVE ACKS-APPLIED-COUNT TO ACK-TOT-APP.
           WRITE REPORT-LINE FROM ACK-TOT-APP-LINE.
           IF ACKS-REPEAT-COUNT > 0
             MOVE ACKS-REPEAT-COUNT TO ACK-TOT-REP
             WRITE REPORT-LINE FROM ACK-TOT-REP-LINE
           END-IF.
           IF ACKS-NOT-SENT-COUNT > 0
             MOVE ACKS-NOT-SENT-COUNT TO ACK-TOT-NOX
             WRITE REPORT-LINE FROM ACK-TOT-NOX-LINE
           END-IF.
           IF ACKS-DAMAGED-COUNT > 0
             MOVE ACKS-DAMAGED-COUNT TO ACK-TOT-DMG
             WRITE REPORT-LINE FROM ACK-TOT-DMG-LINE
           END-IF.
           IF ACK-STRAY-COUNT > 0
             MOVE ACK-STRAY-COUNT TO ACK-TOT-STR
             WRITE REPORT-LINE FROM ACK-TOT-STR-LINE
           END-IF.
           IF ACK-OVERFLOW-COUNT > 0
             MOVE ACK-OVERFLOW-COUNT TO ACK-TOT-OVR
             WRITE REPORT-LINE FROM ACK-TOT-OVR-LINE
           END-IF.
           IF COUNT-DISAGREE-COUNT > 0
             MOVE COUNT-DISAGREE-COUNT TO ACK-TOT-CNT
             WRITE REPORT-LINE FROM ACK-TOT-CNT-LINE
           END-IF.
           MOVE RESCORE-ROW-COUNT TO ACK-TOT-RSC.
           WRITE REPORT-LINE FROM ACK-TOT-RSC-LINE.
           MOVE EXCEPT-ROW-COUNT TO ACK-TOT-EXC.
           WRITE REPORT-LINE FROM ACK-TOT-EXC-LINE.
           MOVE OVERDUE-COUNT TO ACK-TOT-OVD.
           WRITE REPORT-LINE FROM ACK-TOT-OVD-LINE.
           MOVE RUN-CONDITION-CODE TO ACK-TOT-CC.
           WRITE REPORT-LINE FROM ACK-TOT-CC-LINE.

           CLOSE SYSLDGR.
           CLOSE SYSRSEL.
           CLOSE SYSVEXC.
           CLOSE SYSREPT.
           MOVE RUN-CONDITION-CODE TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       END PROGRAM DAY8ACKN.
