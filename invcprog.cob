       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8INVC.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN ASSIGN TO "SYSIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSIN-STATUS.

           SELECT BILLDTL ASSIGN TO "BILLDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BILLDTL-STATUS.

           SELECT SYSICTL ASSIGN TO "SYSICTL"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ICTL-KEY
               FILE STATUS IS SYSICTL-STATUS.

           SELECT SYSIHST ASSIGN TO "SYSIHST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS IHST-KEY
               FILE STATUS IS SYSIHST-STATUS.

           SELECT SYSVREG ASSIGN TO "SYSVREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VREG-VENDOR-ID
               FILE STATUS IS SYSVREG-STATUS.

           SELECT SYSINVC ASSIGN TO "SYSINVC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSINVC-STATUS.

           SELECT SYSARPF ASSIGN TO "SYSARPF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSARPF-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSIN
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CARD.
           05 CARD-PERIOD       PIC X(06).
           05 FILLER            PIC X(01).
           05 CARD-INVOICE-DATE PIC X(08).
           05 FILLER            PIC X(01).
           05 CARD-TERMS-DAYS   PIC X(03).
           05 FILLER            PIC X(01).
           05 CARD-FIRST-NUMBER PIC X(08).
           05 FILLER            PIC X(52).

       FD BILLDTL
           RECORD CONTAINS 80 CHARACTERS.
       01  BILL-RECORD PIC X(80).

       FD SYSICTL
           RECORD CONTAINS 80 CHARACTERS.
       01  ICTL-RECORD.
           05 ICTL-KEY.
             10 ICTL-PERIOD      PIC X(06).
             10 ICTL-VENDOR-ID   PIC X(08).
           05 ICTL-INVOICE-NO    PIC 9(08).
           05 ICTL-STATUS        PIC X(01).
           05 ICTL-INVOICE-DATE  PIC 9(08).
           05 ICTL-DUE-DATE      PIC 9(08).
           05 ICTL-AMOUNT        PIC S9(11)V9(2).
           05 ICTL-LINE-COUNT    PIC 9(07).
           05 ICTL-LAST-PERIOD   PIC X(06).
           05 FILLER             PIC X(15).

       FD SYSIHST
           RECORD CONTAINS 80 CHARACTERS.
       01  IHST-RECORD.
           05 IHST-KEY.
             10 IHST-LICENSE-ID  PIC X(12).
             10 IHST-RUN-ID      PIC X(14).
             10 IHST-TREE-SEQ    PIC X(07).
             10 IHST-ROW-STATUS  PIC X(01).
           05 IHST-PERIOD        PIC X(06).
           05 IHST-VENDOR-ID     PIC X(08).
           05 IHST-INVOICE-NO    PIC 9(08).
           05 IHST-AMOUNT        PIC 9(11)V9(2).
           05 FILLER             PIC X(11).

       FD SYSVREG
           RECORD CONTAINS 80 CHARACTERS.
       01  VREG-RECORD.
           05 VREG-VENDOR-ID   PIC X(08).
           05 VREG-STATUS      PIC X(01).
           05 VREG-DROP-DAYS   PIC X(07).
           05 VREG-RATE-GROUP  PIC X(08).
           05 VREG-VENDOR-NAME PIC X(30).
           05 FILLER           PIC X(26).

       FD SYSINVC
           RECORD CONTAINS 132 CHARACTERS.
       01  INVOICE-LINE PIC X(132).

       FD SYSARPF
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-RECORD PIC X(80).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSIN-STATUS PIC X(02).
       01 BILLDTL-STATUS PIC X(02).
       01 SYSICTL-STATUS PIC X(02).
       01 SYSIHST-STATUS PIC X(02).
       01 SYSVREG-STATUS PIC X(02).
       01 SYSINVC-STATUS PIC X(02).
       01 SYSARPF-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 BILLDTL-EOF-FLAG PIC X(01) VALUE "N".
         88 BILLDTL-EOF VALUE "Y".
       01 INVOICE-OPEN-FLAG PIC X(01) VALUE "N".
         88 INVOICE-OPEN VALUE "Y".
       01 PERIOD-MODE PIC X(01) VALUE "N".
         88 PERIOD-NEW VALUE "N".
         88 PERIOD-RESUMED VALUE "O".
         88 PERIOD-RERUN VALUE "C".
       01 AMOUNT-CHANGED-FLAG PIC X(01) VALUE "N".
         88 AMOUNT-CHANGED VALUE "Y".

       01 CONTROL-KEY-PERIOD PIC X(06) VALUE "000000".
       01 CONTROL-KEY-VENDOR PIC X(08) VALUE "*NEXTNO*".
       01 PERIOD-KEY-VENDOR PIC X(08) VALUE "*PERIOD*".

       01 BDT-DETAIL-LINE.
         05 BDT-VENDOR-ID  PIC X(08).
         05 BDT-LICENSE-ID PIC X(12).
         05 BDT-TREE-SEQ   PIC X(07).
         05 BDT-PART1      PIC 9(12).
         05 BDT-RATE       PIC 9(5)V9(4).
         05 BDT-AMOUNT     PIC 9(11)V9(2).
         05 BDT-STATUS     PIC X(01).
           88 BDT-PRICED          VALUE "P".
           88 BDT-MINIMUM-APPLIED VALUE "M".
           88 BDT-CREDIT          VALUE "C".
           88 BDT-REBILL          VALUE "R".
         05 BDT-RUN-ID     PIC X(14).
         05 FILLER         PIC X(04).

       01 AR-DETAIL-REC.
         05 AR-RECORD-TYPE  PIC X(01).
         05 AR-INVOICE-NO   PIC 9(08).
         05 AR-VENDOR-ID    PIC X(08).
         05 AR-INVOICE-DATE PIC 9(08).
         05 AR-DUE-DATE     PIC 9(08).
         05 AR-AMOUNT       PIC 9(11)V9(2).
         05 AR-PERIOD       PIC X(06).
         05 FILLER          PIC X(28) VALUE SPACES.

       01 AR-TRAILER-REC.
         05 FILLER          PIC X(01) VALUE "T".
         05 AT-INVOICE-COUNT PIC 9(07).
         05 AT-DEBIT-TOTAL  PIC 9(13)V9(2).
         05 AT-CREDIT-TOTAL PIC 9(13)V9(2).
         05 AT-PERIOD       PIC X(06).
         05 FILLER          PIC X(36) VALUE SPACES.

       01 PERIOD-ID PIC X(06).
       01 PERIOD-FIELDS REDEFINES PERIOD-ID.
         05 PERIOD-CCYY PIC 9(4).
         05 PERIOD-MM PIC 9(2).
       01 PERIOD-DISPLAY.
         05 PERIOD-DISPLAY-MM PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 PERIOD-DISPLAY-CCYY PIC 9(4).

       01 INVOICE-DATE PIC 9(8).
       01 DUE-DATE PIC 9(8).
       01 TERMS-DAYS PIC 9(3) VALUE 30.
       01 FIRST-NUMBER PIC 9(8) VALUE 1.
       01 CURRENT-VENDOR PIC X(08) VALUE SPACES.
       01 CURRENT-INVOICE-NO PIC 9(08).
       01 STORED-AMOUNT PIC S9(11)V9(2).

       01 CALC-DATE.
         05 CALC-CCYY PIC 9(4).
         05 CALC-MM PIC 9(2).
         05 CALC-DD PIC 9(2).
       01 CALC-DATE-SORT REDEFINES CALC-DATE PIC 9(8).
       01 CALC-DAY-COUNT PIC 9(3).
       01 CALC-QUOTIENT PIC 9(4).
       01 CALC-REMAINDER PIC 9(4).
       01 CALC-MONTH-DAYS PIC 9(2).
       01 MONTH-DAYS-TABLE.
         05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 MONTH-DAYS REDEFINES MONTH-DAYS-TABLE.
         05 MONTH-DAY-COUNT OCCURS 12 TIMES PIC 9(2).

       01 EDIT-DATE-IN.
         05 EDIT-IN-CCYY PIC 9(4).
         05 EDIT-IN-MM PIC 9(2).
         05 EDIT-IN-DD PIC 9(2).
       01 EDIT-DATE-IN-SORT REDEFINES EDIT-DATE-IN PIC 9(8).
       01 EDIT-DATE-OUT.
         05 EDIT-OUT-MM PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 EDIT-OUT-DD PIC 9(2).
         05 FILLER PIC X(1) VALUE "/".
         05 EDIT-OUT-CCYY PIC 9(4).

       01 ROWS-READ-COUNT PIC 9(7) VALUE 0.
       01 ROWS-INVOICED-COUNT PIC 9(7) VALUE 0.
       01 ROWS-PRIOR-COUNT PIC 9(7) VALUE 0.
       01 ROWS-DEFERRED-COUNT PIC 9(7) VALUE 0.
       01 ROWS-UNPRICED-COUNT PIC 9(7) VALUE 0.
       01 ROWS-NORUNID-COUNT PIC 9(7) VALUE 0.
       01 ROWS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 PREV-ROW-KEY.
         05 PREV-LICENSE-ID PIC X(12) VALUE SPACES.
         05 PREV-RUN-ID PIC X(14) VALUE SPACES.
         05 PREV-TREE-SEQ PIC X(07) VALUE SPACES.
         05 PREV-ROW-CLASS PIC X(01) VALUE SPACE.
       01 THIS-ROW-KEY.
         05 THIS-LICENSE-ID PIC X(12).
         05 THIS-RUN-ID PIC X(14).
         05 THIS-TREE-SEQ PIC X(07).
         05 THIS-ROW-CLASS PIC X(01).
       01 INVOICE-COUNT PIC 9(7) VALUE 0.
       01 NEW-NUMBER-COUNT PIC 9(7) VALUE 0.
       01 CHANGED-COUNT PIC 9(7) VALUE 0.
       01 CREDIT-MEMO-COUNT PIC 9(7) VALUE 0.
       01 GRAND-AMOUNT-TOTAL PIC S9(13)V9(2) VALUE 0.
       01 GRAND-DEBIT-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 GRAND-CREDIT-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 VENDOR-LINE-COUNT PIC 9(7) VALUE 0.
       01 VENDOR-MINIMUM-COUNT PIC 9(7) VALUE 0.
       01 VENDOR-ADJUST-COUNT PIC 9(7) VALUE 0.
       01 VENDOR-AMOUNT-TOTAL PIC S9(11)V9(2) VALUE 0.

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

       01 INV-RULE-LINE PIC X(132) VALUE ALL "=".
       01 INV-DASH-LINE PIC X(132) VALUE ALL "-".
       01 INV-BLANK-LINE PIC X(132) VALUE SPACES.

       01 INV-TITLE-LINE.
         05 FILLER PIC X(40)
             VALUE "LICENSE SCORING ROYALTY INVOICE".
         05 INV-TITLE-TAG PIC X(92).

       01 INV-NUMBER-LINE.
         05 FILLER       PIC X(20) VALUE "INVOICE NUMBER .... ".
         05 INV-NUMBER   PIC 9(08).

       01 INV-VENDOR-LINE.
         05 FILLER       PIC X(20) VALUE "VENDOR ............ ".
         05 INV-VENDOR   PIC X(08).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 INV-NAME     PIC X(30).

       01 INV-PERIOD-LINE.
         05 FILLER       PIC X(20) VALUE "BILLING PERIOD .... ".
         05 INV-PERIOD   PIC X(07).

       01 INV-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "INVOICE DATE ...... ".
         05 INV-DATE     PIC X(10).

       01 INV-DUE-LINE.
         05 FILLER       PIC X(20) VALUE "DUE DATE .......... ".
         05 INV-DUE      PIC X(10).

       01 INV-HEADING-LINE.
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(11) VALUE "SCORED ON  ".
         05 FILLER PIC X(08) VALUE " TREE # ".
         05 FILLER PIC X(14) VALUE "        PART1 ".
         05 FILLER PIC X(12) VALUE "       RATE ".
         05 FILLER PIC X(18) VALUE "            AMOUNT".

       01 INV-ITEM-LINE.
         05 INV-LICENSE  PIC X(12).
         05 FILLER       PIC X(01) VALUE SPACE.
         05 INV-SCORED   PIC X(10).
         05 FILLER       PIC X(01) VALUE SPACE.
         05 INV-SEQ      PIC Z(6)9.
         05 FILLER       PIC X(01) VALUE SPACE.
         05 INV-PART1    PIC Z(12)9.
         05 FILLER       PIC X(01) VALUE SPACE.
         05 INV-RATE     PIC Z(4)9.9999.
         05 FILLER       PIC X(01) VALUE SPACE.
         05 INV-AMOUNT   PIC Z(13)9.99-.
         05 FILLER       PIC X(01) VALUE SPACE.
         05 INV-MIN-FLAG PIC X(17).

       01 INV-SUBTOTAL-LINE.
         05 FILLER       PIC X(20) VALUE "PERIOD SUBTOTAL ... ".
         05 FILLER       PIC X(43) VALUE SPACES.
         05 INV-SUBTOTAL PIC Z(13)9.99-.

       01 INV-ITEMS-LINE.
         05 FILLER       PIC X(20) VALUE "LINE ITEMS ........ ".
         05 INV-ITEMS    PIC Z(6)9.

       01 INV-MINIMUMS-LINE.
         05 FILLER       PIC X(20) VALUE "MINIMUM CHARGES ... ".
         05 INV-MINIMUMS PIC Z(6)9.

       01 INV-ADJUSTS-LINE.
         05 FILLER       PIC X(20) VALUE "ADJUSTMENT LINES .. ".
         05 INV-ADJUSTS  PIC Z(6)9.

       01 INV-CREDIT-MEMO-LINE PIC X(132)
           VALUE "NET CREDIT -- ISSUED AS A CREDIT MEMO".

       01 IVR-TITLE-LINE PIC X(132)
           VALUE "DAY8INVC -- VENDOR INVOICING CONTROL REPORT".
       01 IVR-RULE-LINE PIC X(132) VALUE ALL "-".
       01 IVR-BLANK-LINE PIC X(132) VALUE SPACES.

       01 IVR-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 IVR-DATE     PIC X(10).

       01 IVR-PERIOD-LINE.
         05 FILLER       PIC X(20) VALUE "BILLING PERIOD .... ".
         05 IVR-PERIOD   PIC X(07).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 IVR-MODE     PIC X(60).

       01 IVR-HEADING-LINE.
         05 FILLER PIC X(10) VALUE "INVOICE   ".
         05 FILLER PIC X(10) VALUE "VENDOR    ".
         05 FILLER PIC X(09) VALUE "   LINES ".
         05 FILLER PIC X(18) VALUE "            AMOUNT".
         05 FILLER PIC X(02) VALUE SPACES.
         05 FILLER PIC X(04) VALUE "NOTE".

       01 IVR-INVOICE-LINE.
         05 IVR-NUMBER   PIC 9(08).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 IVR-VENDOR   PIC X(08).
         05 FILLER       PIC X(02) VALUE SPACES.
         05 IVR-LINES    PIC Z(6)9.
         05 FILLER       PIC X(02) VALUE SPACES.
         05 IVR-AMOUNT   PIC Z(14)9.99-.
         05 FILLER       PIC X(01) VALUE SPACE.
         05 IVR-NOTE     PIC X(60).

       01 IVR-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "BILLDTL ROWS READ . ".
         05 IVR-TOT-READ PIC Z(6)9.

       01 IVR-TOT-INV-LINE.
         05 FILLER       PIC X(20) VALUE "ROWS INVOICED ..... ".
         05 IVR-TOT-INV  PIC Z(6)9.

       01 IVR-TOT-PRI-LINE.
         05 FILLER       PIC X(20) VALUE "ON EARLIER PERIODS  ".
         05 IVR-TOT-PRI  PIC Z(6)9.

       01 IVR-TOT-DEF-LINE.
         05 FILLER       PIC X(20) VALUE "LEFT FOR NEXT PERIOD".
         05 IVR-TOT-DEF  PIC Z(6)9.

       01 IVR-TOT-UNP-LINE.
         05 FILLER       PIC X(20) VALUE "NOT PRICED ........ ".
         05 IVR-TOT-UNP  PIC Z(6)9.

       01 IVR-TOT-NRI-LINE.
         05 FILLER       PIC X(20) VALUE "NO RUN ID ......... ".
         05 IVR-TOT-NRI  PIC Z(6)9.

       01 IVR-TOT-DUP-LINE.
         05 FILLER       PIC X(20) VALUE "DUPLICATE ROWS .... ".
         05 IVR-TOT-DUP  PIC Z(6)9.

       01 IVR-TOT-CNT-LINE.
         05 FILLER       PIC X(20) VALUE "INVOICES .......... ".
         05 IVR-TOT-CNT  PIC Z(6)9.

       01 IVR-TOT-CMO-LINE.
         05 FILLER       PIC X(20) VALUE "  CREDIT MEMOS .... ".
         05 IVR-TOT-CMO  PIC Z(6)9.

       01 IVR-TOT-NEW-LINE.
         05 FILLER       PIC X(20) VALUE "  NEW NUMBERS ..... ".
         05 IVR-TOT-NEW  PIC Z(6)9.

       01 IVR-TOT-AMT-LINE.
         05 FILLER       PIC X(20) VALUE "NET INVOICED ...... ".
         05 IVR-TOT-AMT  PIC Z(12)9.99-.

       01 IVR-NEXT-LINE.
         05 FILLER       PIC X(20) VALUE "NEXT INVOICE NUMBER ".
         05 IVR-NEXT     PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-INVOICE-ONE-ROW THRU 2000-EXIT
               UNTIL BILLDTL-EOF.
           IF INVOICE-OPEN
             PERFORM 2500-CLOSE-INVOICE THRU 2500-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT BILLDTL.
           IF BILLDTL-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN BILLDTL, STATUS = "
                 BILLDTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN I-O SYSICTL.
           IF SYSICTL-STATUS = "35"
             OPEN OUTPUT SYSICTL
             CLOSE SYSICTL
             OPEN I-O SYSICTL
           END-IF.
           IF SYSICTL-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSICTL, STATUS = "
                 SYSICTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN I-O SYSIHST.
           IF SYSIHST-STATUS = "35"
             OPEN OUTPUT SYSIHST
             CLOSE SYSIHST
             OPEN I-O SYSIHST
           END-IF.
           IF SYSIHST-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSIHST, STATUS = "
                 SYSIHST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSVREG.
           IF SYSVREG-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSVREG, STATUS = "
                 SYSVREG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSINVC.
           IF SYSINVC-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSINVC, STATUS = "
                 SYSINVC-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSARPF.
           IF SYSARPF-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSARPF, STATUS = "
                 SYSARPF-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           PERFORM 1100-READ-PERIOD-CARD THRU 1100-EXIT.
           PERFORM 1200-SET-UP-PERIOD THRU 1200-EXIT.

           MOVE PERIOD-CCYY TO PERIOD-DISPLAY-CCYY.
           MOVE PERIOD-MM TO PERIOD-DISPLAY-MM.

           WRITE REPORT-LINE FROM IVR-TITLE-LINE.
           WRITE REPORT-LINE FROM IVR-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO IVR-DATE.
           WRITE REPORT-LINE FROM IVR-DATE-LINE.
           MOVE PERIOD-DISPLAY TO IVR-PERIOD.
           IF PERIOD-NEW
             MOVE "NEW PERIOD -- INVOICE NUMBERS ASSIGNED"
                 TO IVR-MODE
           END-IF.
           IF PERIOD-RESUMED
             MOVE "RESUMED -- NUMBERS ALREADY ASSIGNED ARE REUSED"
                 TO IVR-MODE
           END-IF.
           IF PERIOD-RERUN
             MOVE "RERUN OF A CLOSED PERIOD -- INVOICES REPRODUCED"
                 TO IVR-MODE
           END-IF.
           WRITE REPORT-LINE FROM IVR-PERIOD-LINE.
           WRITE REPORT-LINE FROM IVR-BLANK-LINE.
           WRITE REPORT-LINE FROM IVR-HEADING-LINE.
           WRITE REPORT-LINE FROM IVR-RULE-LINE.

           PERFORM 2100-READ-BILLDTL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1100-READ-PERIOD-CARD.
           OPEN INPUT SYSIN.
           IF SYSIN-STATUS NOT = "00"
             DISPLAY "DAY8INVC: UNABLE TO OPEN SYSIN, STATUS = "
                 SYSIN-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ SYSIN
             AT END
               DISPLAY "DAY8INVC: PERIOD CARD MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           CLOSE SYSIN.

           MOVE CARD-PERIOD TO PERIOD-ID.
           IF PERIOD-ID IS NOT NUMERIC
               OR PERIOD-MM < 1 OR PERIOD-MM > 12
             DISPLAY "DAY8INVC: PERIOD CARD COLUMNS 1-6 NOT CCYYMM"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE RUN-DATE-SORT TO INVOICE-DATE.
           IF CARD-INVOICE-DATE NOT = SPACES
             IF CARD-INVOICE-DATE IS NOT NUMERIC
               DISPLAY "DAY8INVC: INVOICE DATE NOT CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE CARD-INVOICE-DATE TO EDIT-DATE-IN
             IF EDIT-IN-MM < 1 OR EDIT-IN-MM > 12
                 OR EDIT-IN-DD < 1 OR EDIT-IN-DD > 31
               DISPLAY "DAY8INVC: INVOICE DATE NOT CCYYMMDD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE CARD-INVOICE-DATE TO INVOICE-DATE
           END-IF.

           IF CARD-TERMS-DAYS NOT = SPACES
             INSPECT CARD-TERMS-DAYS REPLACING LEADING " " BY "0"
             IF CARD-TERMS-DAYS IS NOT NUMERIC
               DISPLAY "DAY8INVC: TERMS DAYS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE CARD-TERMS-DAYS TO TERMS-DAYS
           END-IF.

           IF CARD-FIRST-NUMBER NOT = SPACES
             INSPECT CARD-FIRST-NUMBER REPLACING LEADING " " BY "0"
             IF CARD-FIRST-NUMBER IS NOT NUMERIC
               DISPLAY "DAY8INVC: FIRST INVOICE NUMBER NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE CARD-FIRST-NUMBER TO FIRST-NUMBER
           END-IF.
       1100-EXIT.
           EXIT.

       1200-SET-UP-PERIOD.
           MOVE CONTROL-KEY-PERIOD TO ICTL-PERIOD.
           MOVE CONTROL-KEY-VENDOR TO ICTL-VENDOR-ID.
           READ SYSICTL
             INVALID KEY
               MOVE SPACES TO ICTL-RECORD
               MOVE CONTROL-KEY-PERIOD TO ICTL-PERIOD
               MOVE CONTROL-KEY-VENDOR TO ICTL-VENDOR-ID
               IF FIRST-NUMBER > 0
                 SUBTRACT 1 FROM FIRST-NUMBER
                     GIVING ICTL-INVOICE-NO
               ELSE
                 MOVE 0 TO ICTL-INVOICE-NO
               END-IF
               MOVE 0 TO ICTL-INVOICE-DATE
               MOVE 0 TO ICTL-DUE-DATE
               MOVE 0 TO ICTL-AMOUNT
               MOVE 0 TO ICTL-LINE-COUNT
               MOVE "000000" TO ICTL-LAST-PERIOD
               WRITE ICTL-RECORD
           END-READ.
           IF SYSICTL-STATUS NOT = "00"
             DISPLAY "DAY8INVC: CONTROL RECORD, STATUS = "
                 SYSICTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE PERIOD-ID TO ICTL-PERIOD.
           MOVE PERIOD-KEY-VENDOR TO ICTL-VENDOR-ID.
           READ SYSICTL
             INVALID KEY
               MOVE "N" TO PERIOD-MODE
             NOT INVALID KEY
               MOVE ICTL-STATUS TO PERIOD-MODE
               MOVE ICTL-INVOICE-DATE TO INVOICE-DATE
               MOVE ICTL-DUE-DATE TO DUE-DATE
           END-READ.
           IF NOT PERIOD-NEW
             GO TO 1200-EXIT
           END-IF.

           MOVE CONTROL-KEY-PERIOD TO ICTL-PERIOD.
           MOVE CONTROL-KEY-VENDOR TO ICTL-VENDOR-ID.
           READ SYSICTL
             INVALID KEY
               DISPLAY "DAY8INVC: CONTROL RECORD MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PERIOD-ID NOT > ICTL-LAST-PERIOD
             DISPLAY "DAY8INVC: PERIOD " PERIOD-ID
                 " IS NOT AFTER LAST PERIOD INVOICED "
                 ICTL-LAST-PERIOD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 7000-COMPUTE-DUE-DATE THRU 7000-EXIT.
           MOVE SPACES TO ICTL-RECORD.
           MOVE PERIOD-ID TO ICTL-PERIOD.
           MOVE PERIOD-KEY-VENDOR TO ICTL-VENDOR-ID.
           MOVE 0 TO ICTL-INVOICE-NO.
           MOVE "O" TO ICTL-STATUS.
           MOVE INVOICE-DATE TO ICTL-INVOICE-DATE.
           MOVE DUE-DATE TO ICTL-DUE-DATE.
           MOVE 0 TO ICTL-AMOUNT.
           MOVE 0 TO ICTL-LINE-COUNT.
           MOVE SPACES TO ICTL-LAST-PERIOD.
           WRITE ICTL-RECORD.
           IF SYSICTL-STATUS NOT = "00"
             DISPLAY "DAY8INVC: PERIOD RECORD WRITE, STATUS = "
                 SYSICTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       2000-INVOICE-ONE-ROW.
           ADD 1 TO ROWS-READ-COUNT.
           IF NOT BDT-PRICED AND NOT BDT-MINIMUM-APPLIED
               AND NOT BDT-CREDIT AND NOT BDT-REBILL
             ADD 1 TO ROWS-UNPRICED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF BDT-RUN-ID = SPACES
             ADD 1 TO ROWS-NORUNID-COUNT
             GO TO 2000-NEXT
           END-IF.

           MOVE BDT-LICENSE-ID TO THIS-LICENSE-ID.
           MOVE BDT-RUN-ID TO THIS-RUN-ID.
           MOVE BDT-TREE-SEQ TO THIS-TREE-SEQ.
           IF BDT-CREDIT OR BDT-REBILL
             MOVE BDT-STATUS TO THIS-ROW-CLASS
           ELSE
             MOVE "B" TO THIS-ROW-CLASS
           END-IF.
           IF THIS-ROW-KEY = PREV-ROW-KEY
             ADD 1 TO ROWS-DUPLICATE-COUNT
             GO TO 2000-NEXT
           END-IF.
           MOVE THIS-ROW-KEY TO PREV-ROW-KEY.

           IF BDT-VENDOR-ID NOT = CURRENT-VENDOR
             IF INVOICE-OPEN
               PERFORM 2500-CLOSE-INVOICE THRU 2500-EXIT
             END-IF
             MOVE BDT-VENDOR-ID TO CURRENT-VENDOR
           END-IF.

           MOVE BDT-LICENSE-ID TO IHST-LICENSE-ID.
           MOVE BDT-RUN-ID TO IHST-RUN-ID.
           MOVE BDT-TREE-SEQ TO IHST-TREE-SEQ.
           MOVE BDT-STATUS TO IHST-ROW-STATUS.
           READ SYSIHST
             INVALID KEY
               MOVE SPACES TO IHST-PERIOD
           END-READ.
           IF IHST-PERIOD NOT = SPACES
               AND IHST-PERIOD NOT = PERIOD-ID
             ADD 1 TO ROWS-PRIOR-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF IHST-PERIOD = SPACES AND PERIOD-RERUN
             ADD 1 TO ROWS-DEFERRED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF IHST-PERIOD = SPACES AND BDT-RUN-ID(1:6) > PERIOD-ID
             ADD 1 TO ROWS-DEFERRED-COUNT
             GO TO 2000-NEXT
           END-IF.

           IF NOT INVOICE-OPEN
             PERFORM 2300-OPEN-INVOICE THRU 2300-EXIT
           END-IF.

           IF IHST-PERIOD = SPACES
             MOVE BDT-LICENSE-ID TO IHST-LICENSE-ID
             MOVE BDT-RUN-ID TO IHST-RUN-ID
             MOVE BDT-TREE-SEQ TO IHST-TREE-SEQ
             MOVE BDT-STATUS TO IHST-ROW-STATUS
             MOVE PERIOD-ID TO IHST-PERIOD
             MOVE BDT-VENDOR-ID TO IHST-VENDOR-ID
             MOVE CURRENT-INVOICE-NO TO IHST-INVOICE-NO
             MOVE BDT-AMOUNT TO IHST-AMOUNT
             WRITE IHST-RECORD
             IF SYSIHST-STATUS NOT = "00"
               DISPLAY "DAY8INVC: HISTORY WRITE FAILED, STATUS = "
                   SYSIHST-STATUS " KEY = " IHST-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           PERFORM 2400-WRITE-INVOICE-LINE THRU 2400-EXIT.

       2000-NEXT.
           PERFORM 2100-READ-BILLDTL THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-BILLDTL.
           READ BILLDTL INTO BDT-DETAIL-LINE
             AT END
               SET BILLDTL-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2300-OPEN-INVOICE.
           SET INVOICE-OPEN TO TRUE.
           MOVE 0 TO VENDOR-LINE-COUNT.
           MOVE 0 TO VENDOR-MINIMUM-COUNT.
           MOVE 0 TO VENDOR-ADJUST-COUNT.
           MOVE 0 TO VENDOR-AMOUNT-TOTAL.
           MOVE 0 TO STORED-AMOUNT.

           MOVE PERIOD-ID TO ICTL-PERIOD.
           MOVE CURRENT-VENDOR TO ICTL-VENDOR-ID.
           READ SYSICTL
             INVALID KEY
               MOVE 0 TO ICTL-INVOICE-NO
           END-READ.
           IF ICTL-INVOICE-NO > 0
             MOVE ICTL-INVOICE-NO TO CURRENT-INVOICE-NO
             MOVE ICTL-AMOUNT TO STORED-AMOUNT
             GO TO 2300-PRINT-HEADER
           END-IF.

           MOVE CONTROL-KEY-PERIOD TO ICTL-PERIOD.
           MOVE CONTROL-KEY-VENDOR TO ICTL-VENDOR-ID.
           READ SYSICTL
             INVALID KEY
               DISPLAY "DAY8INVC: CONTROL RECORD MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           ADD 1 TO ICTL-INVOICE-NO.
           MOVE ICTL-INVOICE-NO TO CURRENT-INVOICE-NO.
           REWRITE ICTL-RECORD.
           IF SYSICTL-STATUS NOT = "00"
             DISPLAY "DAY8INVC: CONTROL REWRITE FAILED, STATUS = "
                 SYSICTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO NEW-NUMBER-COUNT.

           MOVE SPACES TO ICTL-RECORD.
           MOVE PERIOD-ID TO ICTL-PERIOD.
           MOVE CURRENT-VENDOR TO ICTL-VENDOR-ID.
           MOVE CURRENT-INVOICE-NO TO ICTL-INVOICE-NO.
           MOVE "I" TO ICTL-STATUS.
           MOVE INVOICE-DATE TO ICTL-INVOICE-DATE.
           MOVE DUE-DATE TO ICTL-DUE-DATE.
           MOVE 0 TO ICTL-AMOUNT.
           MOVE 0 TO ICTL-LINE-COUNT.
           MOVE SPACES TO ICTL-LAST-PERIOD.
           WRITE ICTL-RECORD.
           IF SYSICTL-STATUS NOT = "00"
             DISPLAY "DAY8INVC: INVOICE RECORD WRITE, STATUS = "
                 SYSICTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

       2300-PRINT-HEADER.
           MOVE CURRENT-VENDOR TO VREG-VENDOR-ID.
           READ SYSVREG
             INVALID KEY
               MOVE SPACES TO VREG-VENDOR-NAME
           END-READ.

           WRITE INVOICE-LINE FROM INV-RULE-LINE.
           IF PERIOD-RERUN
             MOVE "*** REPRINT ***" TO INV-TITLE-TAG
           ELSE
             MOVE SPACES TO INV-TITLE-TAG
           END-IF.
           WRITE INVOICE-LINE FROM INV-TITLE-LINE.
           WRITE INVOICE-LINE FROM INV-RULE-LINE.
           MOVE CURRENT-INVOICE-NO TO INV-NUMBER.
           WRITE INVOICE-LINE FROM INV-NUMBER-LINE.
           MOVE CURRENT-VENDOR TO INV-VENDOR.
           MOVE VREG-VENDOR-NAME TO INV-NAME.
           WRITE INVOICE-LINE FROM INV-VENDOR-LINE.
           MOVE PERIOD-DISPLAY TO INV-PERIOD.
           WRITE INVOICE-LINE FROM INV-PERIOD-LINE.
           MOVE INVOICE-DATE TO EDIT-DATE-IN-SORT.
           PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
           MOVE EDIT-DATE-OUT TO INV-DATE.
           WRITE INVOICE-LINE FROM INV-DATE-LINE.
           MOVE DUE-DATE TO EDIT-DATE-IN-SORT.
           PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
           MOVE EDIT-DATE-OUT TO INV-DUE.
           WRITE INVOICE-LINE FROM INV-DUE-LINE.
           WRITE INVOICE-LINE FROM INV-BLANK-LINE.
           WRITE INVOICE-LINE FROM INV-HEADING-LINE.
           WRITE INVOICE-LINE FROM INV-DASH-LINE.
       2300-EXIT.
           EXIT.

       2400-WRITE-INVOICE-LINE.
           MOVE BDT-LICENSE-ID TO INV-LICENSE.
           MOVE BDT-RUN-ID(1:8) TO EDIT-DATE-IN.
           IF EDIT-DATE-IN-SORT IS NUMERIC
             PERFORM 7500-EDIT-DATE THRU 7500-EXIT
             MOVE EDIT-DATE-OUT TO INV-SCORED
           ELSE
             MOVE SPACES TO INV-SCORED
           END-IF.
           MOVE BDT-TREE-SEQ TO INV-SEQ.
           MOVE BDT-PART1 TO INV-PART1.
           MOVE BDT-RATE TO INV-RATE.
           MOVE BDT-AMOUNT TO INV-AMOUNT.
           MOVE SPACES TO INV-MIN-FLAG.
           IF BDT-MINIMUM-APPLIED
             MOVE "MINIMUM CHARGE" TO INV-MIN-FLAG
             ADD 1 TO VENDOR-MINIMUM-COUNT
           END-IF.
           IF BDT-CREDIT
             COMPUTE INV-AMOUNT = 0 - BDT-AMOUNT
             MOVE "CREDIT ADJUSTMENT" TO INV-MIN-FLAG
             ADD 1 TO VENDOR-ADJUST-COUNT
           END-IF.
           IF BDT-REBILL
             MOVE "REBILL ADJUSTMENT" TO INV-MIN-FLAG
             ADD 1 TO VENDOR-ADJUST-COUNT
           END-IF.
           WRITE INVOICE-LINE FROM INV-ITEM-LINE.
           ADD 1 TO VENDOR-LINE-COUNT.
           ADD 1 TO ROWS-INVOICED-COUNT.
           IF BDT-CREDIT
             SUBTRACT BDT-AMOUNT FROM VENDOR-AMOUNT-TOTAL
           ELSE
             ADD BDT-AMOUNT TO VENDOR-AMOUNT-TOTAL
           END-IF.
       2400-EXIT.
           EXIT.

       2500-CLOSE-INVOICE.
           WRITE INVOICE-LINE FROM INV-DASH-LINE.
           MOVE VENDOR-AMOUNT-TOTAL TO INV-SUBTOTAL.
           WRITE INVOICE-LINE FROM INV-SUBTOTAL-LINE.
           MOVE VENDOR-LINE-COUNT TO INV-ITEMS.
           WRITE INVOICE-LINE FROM INV-ITEMS-LINE.
           IF VENDOR-MINIMUM-COUNT > 0
             MOVE VENDOR-MINIMUM-COUNT TO INV-MINIMUMS
             WRITE INVOICE-LINE FROM INV-MINIMUMS-LINE
           END-IF.
           IF VENDOR-ADJUST-COUNT > 0
             MOVE VENDOR-ADJUST-COUNT TO INV-ADJUSTS
             WRITE INVOICE-LINE FROM INV-ADJUSTS-LINE
           END-IF.
           IF VENDOR-AMOUNT-TOTAL < 0
             WRITE INVOICE-LINE FROM INV-CREDIT-MEMO-LINE
           END-IF.
           WRITE INVOICE-LINE FROM INV-BLANK-LINE.

           MOVE CURRENT-INVOICE-NO TO AR-INVOICE-NO.
           MOVE CURRENT-VENDOR TO AR-VENDOR-ID.
           MOVE INVOICE-DATE TO AR-INVOICE-DATE.
           MOVE DUE-DATE TO AR-DUE-DATE.
           IF VENDOR-AMOUNT-TOTAL < 0
             MOVE "C" TO AR-RECORD-TYPE
             COMPUTE AR-AMOUNT = 0 - VENDOR-AMOUNT-TOTAL
             ADD AR-AMOUNT TO GRAND-CREDIT-TOTAL
             ADD 1 TO CREDIT-MEMO-COUNT
           ELSE
             MOVE "D" TO AR-RECORD-TYPE
             MOVE VENDOR-AMOUNT-TOTAL TO AR-AMOUNT
             ADD AR-AMOUNT TO GRAND-DEBIT-TOTAL
           END-IF.
           MOVE PERIOD-ID TO AR-PERIOD.
           WRITE AR-RECORD FROM AR-DETAIL-REC.

           MOVE CURRENT-INVOICE-NO TO IVR-NUMBER.
           MOVE CURRENT-VENDOR TO IVR-VENDOR.
           MOVE VENDOR-LINE-COUNT TO IVR-LINES.
           MOVE VENDOR-AMOUNT-TOTAL TO IVR-AMOUNT.
           MOVE SPACES TO IVR-NOTE.

           MOVE PERIOD-ID TO ICTL-PERIOD.
           MOVE CURRENT-VENDOR TO ICTL-VENDOR-ID.
           READ SYSICTL
             INVALID KEY
               DISPLAY "DAY8INVC: INVOICE RECORD MISSING FOR "
                   CURRENT-VENDOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-READ.
           IF PERIOD-RERUN
             IF VENDOR-AMOUNT-TOTAL NOT = STORED-AMOUNT
               SET AMOUNT-CHANGED TO TRUE
               ADD 1 TO CHANGED-COUNT
               MOVE "*** AMOUNT DIFFERS FROM THE ORIGINAL INVOICE"
                   TO IVR-NOTE
             END-IF
           ELSE
             MOVE VENDOR-AMOUNT-TOTAL TO ICTL-AMOUNT
             MOVE VENDOR-LINE-COUNT TO ICTL-LINE-COUNT
             REWRITE ICTL-RECORD
             IF SYSICTL-STATUS NOT = "00"
               DISPLAY "DAY8INVC: INVOICE REWRITE FAILED, STATUS = "
                   SYSICTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           WRITE REPORT-LINE FROM IVR-INVOICE-LINE.

           ADD 1 TO INVOICE-COUNT.
           ADD VENDOR-AMOUNT-TOTAL TO GRAND-AMOUNT-TOTAL.
           MOVE "N" TO INVOICE-OPEN-FLAG.
       2500-EXIT.
           EXIT.

       7000-COMPUTE-DUE-DATE.
           MOVE INVOICE-DATE TO CALC-DATE-SORT.
           MOVE 0 TO CALC-DAY-COUNT.
           PERFORM 7100-ADD-ONE-DAY THRU 7100-EXIT
               UNTIL CALC-DAY-COUNT NOT < TERMS-DAYS.
           MOVE CALC-DATE-SORT TO DUE-DATE.
       7000-EXIT.
           EXIT.

       7100-ADD-ONE-DAY.
           ADD 1 TO CALC-DAY-COUNT.
           MOVE MONTH-DAY-COUNT(CALC-MM) TO CALC-MONTH-DAYS.
           IF CALC-MM = 2
             DIVIDE CALC-CCYY BY 4 GIVING CALC-QUOTIENT
                 REMAINDER CALC-REMAINDER
             IF CALC-REMAINDER = 0
               MOVE 29 TO CALC-MONTH-DAYS
               DIVIDE CALC-CCYY BY 100 GIVING CALC-QUOTIENT
                   REMAINDER CALC-REMAINDER
               IF CALC-REMAINDER = 0
                 MOVE 28 TO CALC-MONTH-DAYS
                 DIVIDE CALC-CCYY BY 400 GIVING CALC-QUOTIENT
                     REMAINDER CALC-REMAINDER
                 IF CALC-REMAINDER = 0
                   MOVE 29 TO CALC-MONTH-DAYS
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF CALC-DD < CALC-MONTH-DAYS
             ADD 1 TO CALC-DD
             GO TO 7100-EXIT
           END-IF.
           MOVE 1 TO CALC-DD.
           IF CALC-MM < 12
             ADD 1 TO CALC-MM
           ELSE
             MOVE 1 TO CALC-MM
             ADD 1 TO CALC-CCYY
           END-IF.
       7100-EXIT.
           EXIT.

       7500-EDIT-DATE.
           MOVE EDIT-IN-CCYY TO EDIT-OUT-CCYY.
           MOVE EDIT-IN-MM TO EDIT-OUT-MM.
           MOVE EDIT-IN-DD TO EDIT-OUT-DD.
       7500-EXIT.
           EXIT.

       8000-TERMINATE.
           IF INVOICE-COUNT = 0
             MOVE "NO INVOICES FOR THIS PERIOD" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

           MOVE INVOICE-COUNT TO AT-INVOICE-COUNT.
           MOVE GRAND-DEBIT-TOTAL TO AT-DEBIT-TOTAL.
           MOVE GRAND-CREDIT-TOTAL TO AT-CREDIT-TOTAL.
           MOVE PERIOD-ID TO AT-PERIOD.
           WRITE AR-RECORD FROM AR-TRAILER-REC.

           IF NOT PERIOD-RERUN
             MOVE PERIOD-ID TO ICTL-PERIOD
             MOVE PERIOD-KEY-VENDOR TO ICTL-VENDOR-ID
             READ SYSICTL
               INVALID KEY
                 DISPLAY "DAY8INVC: PERIOD RECORD MISSING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-READ
             MOVE "C" TO ICTL-STATUS
             MOVE GRAND-AMOUNT-TOTAL TO ICTL-AMOUNT
             MOVE INVOICE-COUNT TO ICTL-LINE-COUNT
             REWRITE ICTL-RECORD
             IF SYSICTL-STATUS NOT = "00"
               DISPLAY "DAY8INVC: PERIOD REWRITE FAILED, STATUS = "
                   SYSICTL-STATUS " KEY = " ICTL-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE CONTROL-KEY-PERIOD TO ICTL-PERIOD
             MOVE CONTROL-KEY-VENDOR TO ICTL-VENDOR-ID
             READ SYSICTL
               INVALID KEY
                 DISPLAY "DAY8INVC: CONTROL RECORD MISSING"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
             END-READ
             MOVE PERIOD-ID TO ICTL-LAST-PERIOD
             REWRITE ICTL-RECORD
             IF SYSICTL-STATUS NOT = "00"
               DISPLAY "DAY8INVC: CONTROL REWRITE FAILED, STATUS = "
                   SYSICTL-STATUS " KEY = " ICTL-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             MOVE PERIOD-ID TO ICTL-PERIOD
             MOVE PERIOD-KEY-VENDOR TO ICTL-VENDOR-ID
             READ SYSICTL
               INVALID KEY
                 MOVE 0 TO ICTL-AMOUNT
                 MOVE 0 TO ICTL-LINE-COUNT
             END-READ
             IF ICTL-AMOUNT NOT = GRAND-AMOUNT-TOTAL
                 OR ICTL-LINE-COUNT NOT = INVOICE-COUNT
               SET AMOUNT-CHANGED TO TRUE
               MOVE "*** PERIOD TOTAL DIFFERS FROM THE ORIGINAL RUN"
                   TO REPORT-LINE
               WRITE REPORT-LINE
             END-IF
             MOVE CONTROL-KEY-PERIOD TO ICTL-PERIOD
             MOVE CONTROL-KEY-VENDOR TO ICTL-VENDOR-ID
             READ SYSICTL
               INVALID KEY
                 MOVE 0 TO ICTL-INVOICE-NO
             END-READ
           END-IF.

           WRITE REPORT-LINE FROM IVR-BLANK-LINE.
           WRITE REPORT-LINE FROM IVR-RULE-LINE.
           MOVE ROWS-READ-COUNT TO IVR-TOT-READ.
           WRITE REPORT-LINE FROM IVR-TOT-READ-LINE.
           MOVE ROWS-INVOICED-COUNT TO IVR-TOT-INV.
           WRITE REPORT-LINE FROM IVR-TOT-INV-LINE.
           MOVE ROWS-PRIOR-COUNT TO IVR-TOT-PRI.
           WRITE REPORT-LINE FROM IVR-TOT-PRI-LINE.
           IF ROWS-DEFERRED-COUNT > 0
             MOVE ROWS-DEFERRED-COUNT TO IVR-TOT-DEF
             WRITE REPORT-LINE FROM IVR-TOT-DEF-LINE
           END-IF.
           MOVE ROWS-UNPRICED-COUNT TO IVR-TOT-UNP.
           WRITE REPORT-LINE FROM IVR-TOT-UNP-LINE.
           IF ROWS-NORUNID-COUNT > 0
             MOVE ROWS-NORUNID-COUNT TO IVR-TOT-NRI
             WRITE REPORT-LINE FROM IVR-TOT-NRI-LINE
           END-IF.
           IF ROWS-DUPLICATE-COUNT > 0
             MOVE ROWS-DUPLICATE-COUNT TO IVR-TOT-DUP
             WRITE REPORT-LINE FROM IVR-TOT-DUP-LINE
           END-IF.
           MOVE INVOICE-COUNT TO IVR-TOT-CNT.
           WRITE REPORT-LINE FROM IVR-TOT-CNT-LINE.
           IF CREDIT-MEMO-COUNT > 0
             MOVE CREDIT-MEMO-COUNT TO IVR-TOT-CMO
             WRITE REPORT-LINE FROM IVR-TOT-CMO-LINE
           END-IF.
           MOVE NEW-NUMBER-COUNT TO IVR-TOT-NEW.
           WRITE REPORT-LINE FROM IVR-TOT-NEW-LINE.
           MOVE GRAND-AMOUNT-TOTAL TO IVR-TOT-AMT.
           WRITE REPORT-LINE FROM IVR-TOT-AMT-LINE.
           ADD 1 TO ICTL-INVOICE-NO GIVING IVR-NEXT.
           WRITE REPORT-LINE FROM IVR-NEXT-LINE.

           CLOSE BILLDTL.
           CLOSE SYSICTL.
           CLOSE SYSIHST.
           CLOSE SYSVREG.
           CLOSE SYSINVC.
           CLOSE SYSARPF.
           CLOSE SYSREPT.

           IF AMOUNT-CHANGED
             MOVE 12 TO RETURN-CODE
           ELSE
             IF ROWS-DEFERRED-COUNT > 0 OR ROWS-NORUNID-COUNT > 0
                 OR ROWS-DUPLICATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       END PROGRAM DAY8INVC.
