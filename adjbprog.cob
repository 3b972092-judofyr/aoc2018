       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8ADJB.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSDREC ASSIGN TO "SYSDREC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSDREC-STATUS.

           SELECT BILLHST ASSIGN TO "BILLHST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BILLHST-STATUS.

           SELECT SYSRATE ASSIGN TO "SYSRATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRATE-STATUS.

           SELECT SYSVREG ASSIGN TO "SYSVREG"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS VREG-VENDOR-ID
               FILE STATUS IS SYSVREG-STATUS.

           SELECT SYSADJH ASSIGN TO "SYSADJH"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS ADJH-KEY
               FILE STATUS IS SYSADJH-STATUS.

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

           SELECT ADJDTL ASSIGN TO "ADJDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ADJDTL-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYSDREC
           RECORD CONTAINS 80 CHARACTERS.
       01  DREC-RECORD PIC X(80).

       FD BILLHST
           RECORD CONTAINS 80 CHARACTERS.
       01  BILLHST-RECORD PIC X(80).

       FD SYSRATE
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-CARD.
           05 RATE-VENDOR-ID PIC X(08).
           05 RATE-PER-UNIT PIC X(09).
           05 RATE-MINIMUM PIC X(09).
           05 RATE-EFF-DATE PIC X(08).
           05 FILLER PIC X(46).

       FD SYSVREG
           RECORD CONTAINS 80 CHARACTERS.
       01  VREG-RECORD.
           05 VREG-VENDOR-ID   PIC X(08).
           05 VREG-STATUS      PIC X(01).
           05 VREG-DROP-DAYS   PIC X(07).
           05 VREG-RATE-GROUP  PIC X(08).
           05 VREG-VENDOR-NAME PIC X(30).
           05 FILLER           PIC X(26).

       FD SYSADJH
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJH-RECORD.
           05 ADJH-KEY.
             10 ADJH-LICENSE-ID  PIC X(12).
             10 ADJH-RUN-ID      PIC X(14).
             10 ADJH-TREE-SEQ    PIC X(07).
           05 ADJH-VALID         PIC X(01).
           05 ADJH-PART1         PIC 9(12).
           05 ADJH-LAST-ADJ-ID   PIC X(14).
           05 ADJH-ADJ-COUNT     PIC 9(03).
           05 FILLER             PIC X(17).

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
           05 FILLER             PIC X(241).

       FD SYSMSTR
           RECORD CONTAINS 200 CHARACTERS.
       01  MASTER-RECORD.
           05 MST-LICENSE-ID   PIC X(12).
           05 FILLER           PIC X(164).
           05 MST-RETIRED-FLAG PIC X(01).
             88 MST-RETIRED VALUE "Y".
           05 MST-RETIRE-REASON PIC X(04).
           05 MST-HOLD-FLAG    PIC X(01).
             88 MST-HELD VALUE "Y".
           05 MST-HOLD-REASON  PIC X(04).
           05 MST-OVERRIDE-FLAG PIC X(01).
             88 MST-OVERRIDDEN VALUE "Y".
           05 FILLER           PIC X(13).

       FD ADJDTL
           RECORD CONTAINS 80 CHARACTERS.
       01  ADJDTL-RECORD PIC X(80).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 SYSDREC-STATUS PIC X(02).
       01 BILLHST-STATUS PIC X(02).
       01 SYSRATE-STATUS PIC X(02).
       01 SYSVREG-STATUS PIC X(02).
       01 SYSADJH-STATUS PIC X(02).
       01 SYSHOLD-STATUS PIC X(02).
       01 SYSMSTR-STATUS PIC X(02).
       01 ADJDTL-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).

       01 SYSDREC-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSDREC-EOF VALUE "Y".
       01 BILLHST-EOF-FLAG PIC X(01) VALUE "N".
         88 BILLHST-EOF VALUE "Y".
       01 SYSRATE-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSRATE-EOF VALUE "Y".
       01 MATCH-FLAG PIC X(01) VALUE "N".
         88 MATCH-NONE VALUE "N".
         88 MATCH-FOUND VALUE "Y".
         88 MATCH-ALREADY-ADJUSTED VALUE "A".
       01 ADJH-FOUND-FLAG PIC X(01) VALUE "N".
         88 ADJH-FOUND VALUE "Y".
       01 PRICE-ERROR-FLAG PIC X(01) VALUE "N".
         88 PRICE-ERROR VALUE "Y".
       01 PRICE-MINIMUM-FLAG PIC X(01) VALUE "N".
         88 PRICE-MINIMUM VALUE "Y".
       01 SYSHOLD-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSHOLD-EOF VALUE "Y".
       01 MASTER-FOUND-FLAG PIC X(01) VALUE "N".
         88 MASTER-FOUND VALUE "Y".
       01 REBILL-WITHHELD-FLAG PIC X(01) VALUE "N".
         88 REBILL-WITHHELD VALUE "Y".
       01 HOLD-MATCH-STATUS PIC X(01).

       01 DREC-DETAIL-LINE.
         05 DREC-TYPE      PIC X(08).
           88 DREC-CHANGED VALUE "CHANGED ".
           88 DREC-FLIPPED VALUE "FLIPPED ".
         05 DREC-LICENSE   PIC X(12).
         05 DREC-TREE-SEQ  PIC X(07).
         05 DREC-OLD-P1    PIC X(12).
         05 DREC-NEW-P1    PIC X(12).
         05 DREC-OLD-P2    PIC X(12).
         05 DREC-NEW-P2    PIC X(12).
         05 DREC-OLD-V     PIC X(01).
         05 DREC-NEW-V     PIC X(01).
         05 FILLER         PIC X(03).

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
           88 BDT-REJECTED        VALUE "N".
         05 BDT-RUN-ID     PIC X(14).
         05 FILLER         PIC X(04).

       01 ADJ-DETAIL-LINE.
         05 ADJ-VENDOR-ID  PIC X(08).
         05 ADJ-LICENSE-ID PIC X(12).
         05 ADJ-TREE-SEQ   PIC X(07).
         05 ADJ-PART1      PIC 9(12).
         05 ADJ-RATE       PIC 9(5)V9(4).
         05 ADJ-AMOUNT     PIC 9(11)V9(2).
         05 ADJ-STATUS     PIC X(01).
         05 ADJ-RUN-ID     PIC X(14).
         05 FILLER         PIC X(04) VALUE SPACES.

       01 RATE-TABLE.
         05 RATE-ENTRY OCCURS 200 TIMES.
           10 RT-VENDOR-ID PIC X(08).
           10 RT-PER-UNIT PIC 9(5)V9(4).
           10 RT-MINIMUM PIC 9(7)V9(2).
           10 RT-EFF-DATE PIC 9(8).
       01 RATE-COUNT PIC 9(3) VALUE 0.
       01 RATE-SUB PIC 9(3).
       01 RATE-FOUND-SUB PIC 9(3).
       01 RATE-BEST-EFF PIC 9(8).
       01 RATE-DISCARD-COUNT PIC 9(5) VALUE 0.
       01 RATE-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 RATE-KEY-ID PIC X(08).

       01 AVND-TABLE.
         05 AVND-ENTRY OCCURS 50 TIMES.
           10 AVND-ID PIC X(08).
           10 AVND-ADJUSTED PIC 9(7).
           10 AVND-CREDIT PIC 9(13)V9(2).
           10 AVND-REBILL PIC 9(13)V9(2).
       01 AVND-COUNT PIC 9(3) VALUE 0.
       01 AVND-SUB PIC 9(3).
       01 AVND-FOUND-SUB PIC 9(3).
       01 AVND-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 OLD-VALID PIC X(01).
       01 NEW-VALID PIC X(01).
       01 OLD-PART1 PIC 9(12).
       01 NEW-PART1 PIC 9(12).
       01 BILLED-VALID PIC X(01).
       01 BILLED-PART1 PIC 9(12).

       01 MATCH-VENDOR-ID PIC X(08).
       01 MATCH-RUN-ID PIC X(14).
       01 MATCH-TREE-SEQ PIC X(07).
       01 NEWER-RUN-ID PIC X(14).
       01 ORIG-BILL-DATE PIC 9(8).

       01 PRICE-PART1 PIC 9(12).
       01 PRICE-AMOUNT PIC 9(11)V9(2).
       01 CREDIT-AMOUNT PIC 9(11)V9(2).
       01 REBILL-AMOUNT PIC 9(11)V9(2).
       01 NET-AMOUNT PIC S9(13)V9(2).
       01 CREDIT-MINIMUM-FLAG PIC X(01).
       01 REBILL-MINIMUM-FLAG PIC X(01).
       01 EXCP-REASON PIC X(50).

       01 ADJUSTMENT-RUN-ID PIC X(14).
       01 RUN-TIME-FIELDS.
         05 RUN-TIME-HH PIC 9(2).
         05 RUN-TIME-MM PIC 9(2).
         05 RUN-TIME-SS PIC 9(2).
         05 RUN-TIME-HS PIC 9(2).

       01 EXCP-TABLE.
         05 EXCP-ENTRY OCCURS 500 TIMES PIC X(80).
       01 EXCP-TABLE-COUNT PIC 9(3) VALUE 0.
       01 EXCP-SUB PIC 9(3).
       01 EXCP-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 PEND-TABLE.
         05 PEND-ENTRY OCCURS 5000 TIMES.
           10 PEND-KEY.
             15 PEND-LICENSE-ID PIC X(12).
             15 PEND-RUN-ID     PIC X(14).
             15 PEND-TREE-SEQ   PIC X(07).
           10 PEND-VALID        PIC X(01).
           10 PEND-PART1        PIC 9(12).
           10 PEND-ADDED        PIC 9(03).
       01 PEND-COUNT PIC 9(4) VALUE 0.
       01 PEND-SUB PIC 9(4).
       01 PEND-FOUND-SUB PIC 9(4).
       01 PEND-SCAN-FLAG PIC X(01) VALUE "N".
         88 PEND-SCAN-DONE VALUE "Y".

       01 DREC-READ-COUNT PIC 9(7) VALUE 0.
       01 ADJUSTED-COUNT PIC 9(7) VALUE 0.
       01 CHANGE-COUNT PIC 9(7) VALUE 0.
       01 FULL-CREDIT-COUNT PIC 9(7) VALUE 0.
       01 FIRST-CHARGE-COUNT PIC 9(7) VALUE 0.
       01 NO-EFFECT-COUNT PIC 9(7) VALUE 0.
       01 ALREADY-COUNT PIC 9(7) VALUE 0.
       01 NEWER-BILLED-COUNT PIC 9(7) VALUE 0.
       01 REBILL-WITHHELD-COUNT PIC 9(7) VALUE 0.
       01 LIMIT-COUNT PIC 9(7) VALUE 0.
       01 NOT-BILLABLE-COUNT PIC 9(7) VALUE 0.
       01 UNMATCHED-COUNT PIC 9(7) VALUE 0.
       01 NO-RATE-COUNT PIC 9(7) VALUE 0.
       01 CREDIT-ROW-COUNT PIC 9(7) VALUE 0.
       01 REBILL-ROW-COUNT PIC 9(7) VALUE 0.
       01 GRAND-CREDIT-TOTAL PIC 9(13)V9(2) VALUE 0.
       01 GRAND-REBILL-TOTAL PIC 9(13)V9(2) VALUE 0.

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

       01 ADJ-TITLE-LINE PIC X(132)
           VALUE "DAY8ADJB -- BILLING ADJUSTMENT REGISTER".
       01 ADJ-RULE-LINE PIC X(132) VALUE ALL "-".
       01 ADJ-BLANK-LINE PIC X(132) VALUE SPACES.

       01 ADJ-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 ADJ-DATE     PIC X(10).

       01 ADJ-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "ADJUSTMENT RUN ID . ".
         05 ADJ-RUNID    PIC X(14).

       01 ADJ-RATES-LINE.
         05 FILLER       PIC X(20) VALUE "RATE ROWS LOADED .. ".
         05 ADJ-RATES    PIC Z(2)9.

       01 ADJ-RATEDISC-LINE.
         05 FILLER PIC X(43)
             VALUE "*** RATE CARDS DISCARDED AS UNPARSEABLE -- ".
         05 ADJ-RATEDISC PIC Z(4)9.

       01 ADJ-RATEOVER-LINE.
         05 FILLER PIC X(35)
             VALUE "*** RATE TABLE FULL -- DROPPED ... ".
         05 ADJ-RATEOVER PIC Z(4)9.

       01 ADJ-HEADING-LINE.
         05 FILLER PIC X(09) VALUE "VENDOR   ".
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(11) VALUE "BILLED ON  ".
         05 FILLER PIC X(07) VALUE "TYPE   ".
         05 FILLER PIC X(13) VALUE "    OLD PART1".
         05 FILLER PIC X(14) VALUE "     NEW PART1".
         05 FILLER PIC X(05) VALUE "  V  ".
         05 FILLER PIC X(15) VALUE "         CREDIT".
         05 FILLER PIC X(15) VALUE "         REBILL".
         05 FILLER PIC X(17) VALUE "              NET".
         05 FILLER PIC X(05) VALUE " NOTE".

       01 ADJ-DETAIL-RPT.
         05 ADJ-RPT-VENDOR  PIC X(08).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-LICENSE PIC X(12).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-BILLED  PIC X(10).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-TYPE    PIC X(06).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-OLD-P1  PIC Z(12)9.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-NEW-P1  PIC Z(12)9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 ADJ-RPT-OLD-V   PIC X(01).
         05 FILLER          PIC X(01) VALUE ">".
         05 ADJ-RPT-NEW-V   PIC X(01).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-CREDIT  PIC Z(11)9.99.
         05 ADJ-RPT-C-MIN   PIC X(01).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-REBILL  PIC Z(11)9.99.
         05 ADJ-RPT-R-MIN   PIC X(01).
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-NET     PIC Z(12)9.99-.
         05 FILLER          PIC X(01) VALUE SPACE.
         05 ADJ-RPT-NOTE    PIC X(18).

       01 ADJ-EXCP-TITLE PIC X(132)
           VALUE "CHANGES NOT ADJUSTED".

       01 ADJ-EXCP-HEADING.
         05 FILLER PIC X(09) VALUE "TYPE     ".
         05 FILLER PIC X(13) VALUE "LICENSE ID   ".
         05 FILLER PIC X(08) VALUE "TREE #  ".
         05 FILLER PIC X(06) VALUE "REASON".

       01 ADJ-EXCP-LINE.
         05 ADJ-EXCP-TYPE    PIC X(08).
         05 FILLER           PIC X(01) VALUE SPACE.
         05 ADJ-EXCP-LICENSE PIC X(12).
         05 FILLER           PIC X(01) VALUE SPACE.
         05 ADJ-EXCP-SEQ     PIC X(07).
         05 FILLER           PIC X(01) VALUE SPACE.
         05 ADJ-EXCP-REASON  PIC X(50).

       01 ADJ-EXCPOVER-LINE.
         05 FILLER PIC X(41)
             VALUE "*** EXCEPTION LIST FULL -- NOT LISTED .. ".
         05 ADJ-EXCPOVER PIC Z(6)9.

       01 ADJ-RECAP-TITLE PIC X(132)
           VALUE "NET ADJUSTMENT BY VENDOR".

       01 ADJ-RECAP-HEADING.
         05 FILLER PIC X(10) VALUE "VENDOR    ".
         05 FILLER PIC X(09) VALUE "ADJUSTED ".
         05 FILLER PIC X(18) VALUE "           CREDITS".
         05 FILLER PIC X(18) VALUE "           REBILLS".
         05 FILLER PIC X(20) VALUE "                 NET".

       01 ADJ-RECAP-LINE.
         05 ADJ-RECAP-VENDOR PIC X(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ADJ-RECAP-COUNT  PIC Z(6)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ADJ-RECAP-CREDIT PIC Z(12)9.99.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ADJ-RECAP-REBILL PIC Z(12)9.99.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 ADJ-RECAP-NET    PIC Z(13)9.99-.

       01 ADJ-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "CHANGE RECORDS READ ".
         05 ADJ-TOT-READ PIC Z(6)9.

       01 ADJ-TOT-ADJ-LINE.
         05 FILLER       PIC X(20) VALUE "LICENSES ADJUSTED . ".
         05 ADJ-TOT-ADJ  PIC Z(6)9.

       01 ADJ-TOT-CHG-LINE.
         05 FILLER       PIC X(20) VALUE "  CREDIT AND REBILL ".
         05 ADJ-TOT-CHG  PIC Z(6)9.

       01 ADJ-TOT-FCR-LINE.
         05 FILLER       PIC X(20) VALUE "  FULL CREDIT ..... ".
         05 ADJ-TOT-FCR  PIC Z(6)9.

       01 ADJ-TOT-FCH-LINE.
         05 FILLER       PIC X(20) VALUE "  FIRST-TIME CHARGE ".
         05 ADJ-TOT-FCH  PIC Z(6)9.

       01 ADJ-TOT-NOE-LINE.
         05 FILLER       PIC X(20) VALUE "NO PRICE EFFECT ... ".
         05 ADJ-TOT-NOE  PIC Z(6)9.

       01 ADJ-TOT-ALR-LINE.
         05 FILLER       PIC X(20) VALUE "ALREADY ADJUSTED .. ".
         05 ADJ-TOT-ALR  PIC Z(6)9.

       01 ADJ-TOT-NWB-LINE.
         05 FILLER       PIC X(20) VALUE "NEW SCORE BILLED .. ".
         05 ADJ-TOT-NWB  PIC Z(6)9.

       01 ADJ-TOT-RWH-LINE.
         05 FILLER       PIC X(20) VALUE "REBILL WITHHELD ... ".
         05 ADJ-TOT-RWH  PIC Z(6)9.

       01 ADJ-TOT-LIM-LINE.
         05 FILLER       PIC X(20) VALUE "LEFT FOR A RERUN .. ".
         05 ADJ-TOT-LIM  PIC Z(6)9.

       01 ADJ-TOT-NBL-LINE.
         05 FILLER       PIC X(20) VALUE "NOT BILLABLE ...... ".
         05 ADJ-TOT-NBL  PIC Z(6)9.

       01 ADJ-TOT-UNM-LINE.
         05 FILLER       PIC X(20) VALUE "NO BILLED ROW ..... ".
         05 ADJ-TOT-UNM  PIC Z(6)9.

       01 ADJ-TOT-NRT-LINE.
         05 FILLER       PIC X(20) VALUE "NO RATE / OVERFLOW  ".
         05 ADJ-TOT-NRT  PIC Z(6)9.

       01 ADJ-TOT-CRR-LINE.
         05 FILLER       PIC X(20) VALUE "CREDIT ROWS WRITTEN ".
         05 ADJ-TOT-CRR  PIC Z(6)9.

       01 ADJ-TOT-RBR-LINE.
         05 FILLER       PIC X(20) VALUE "REBILL ROWS WRITTEN ".
         05 ADJ-TOT-RBR  PIC Z(6)9.

       01 ADJ-TOT-CRA-LINE.
         05 FILLER       PIC X(20) VALUE "TOTAL CREDITS ..... ".
         05 ADJ-TOT-CRA  PIC Z(12)9.99.

       01 ADJ-TOT-RBA-LINE.
         05 FILLER       PIC X(20) VALUE "TOTAL REBILLS ..... ".
         05 ADJ-TOT-RBA  PIC Z(12)9.99.

       01 ADJ-TOT-NET-LINE.
         05 FILLER       PIC X(20) VALUE "NET ADJUSTMENT .... ".
         05 ADJ-TOT-NET  PIC Z(12)9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ADJUST-ONE-CHANGE THRU 2000-EXIT
               UNTIL SYSDREC-EOF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN INPUT SYSDREC.
           IF SYSDREC-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSDREC, STATUS = "
                 SYSDREC-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT BILLHST.
           IF BILLHST-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN BILLHST, STATUS = "
                 BILLHST-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSVREG.
           IF SYSVREG-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSVREG, STATUS = "
                 SYSVREG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN I-O SYSADJH.
           IF SYSADJH-STATUS = "35"
             OPEN OUTPUT SYSADJH
             CLOSE SYSADJH
             OPEN I-O SYSADJH
           END-IF.
           IF SYSADJH-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSADJH, STATUS = "
                 SYSADJH-STATUS
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
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSHOLD, STATUS = "
                 SYSHOLD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT SYSMSTR.
           IF SYSMSTR-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSMSTR, STATUS = "
                 SYSMSTR-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT ADJDTL.
           IF ADJDTL-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN ADJDTL, STATUS = "
                 ADJDTL-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
           IF RATE-COUNT = 0
             DISPLAY "DAY8ADJB: NO USABLE RATE CARDS"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-FIELDS FROM TIME.
           MOVE RUN-DATE-FIELDS TO ADJUSTMENT-RUN-ID(1:8).
           MOVE RUN-TIME-FIELDS(1:6) TO ADJUSTMENT-RUN-ID(9:6).
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.

           WRITE REPORT-LINE FROM ADJ-TITLE-LINE.
           WRITE REPORT-LINE FROM ADJ-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO ADJ-DATE.
           WRITE REPORT-LINE FROM ADJ-DATE-LINE.
           MOVE ADJUSTMENT-RUN-ID TO ADJ-RUNID.
           WRITE REPORT-LINE FROM ADJ-RUNID-LINE.
           MOVE RATE-COUNT TO ADJ-RATES.
           WRITE REPORT-LINE FROM ADJ-RATES-LINE.
           IF RATE-DISCARD-COUNT > 0
             MOVE RATE-DISCARD-COUNT TO ADJ-RATEDISC
             WRITE REPORT-LINE FROM ADJ-RATEDISC-LINE
           END-IF.
           IF RATE-OVERFLOW-COUNT > 0
             MOVE RATE-OVERFLOW-COUNT TO ADJ-RATEOVER
             WRITE REPORT-LINE FROM ADJ-RATEOVER-LINE
           END-IF.
           WRITE REPORT-LINE FROM ADJ-BLANK-LINE.
           WRITE REPORT-LINE FROM ADJ-HEADING-LINE.
           WRITE REPORT-LINE FROM ADJ-RULE-LINE.

           PERFORM 2100-READ-SYSDREC THRU 2100-EXIT.
           PERFORM 2150-READ-BILLHST THRU 2150-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-RATE-TABLE.
           OPEN INPUT SYSRATE.
           IF SYSRATE-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO OPEN SYSRATE, STATUS = "
                 SYSRATE-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1150-READ-RATE-CARD THRU 1150-EXIT
               UNTIL SYSRATE-EOF.
           CLOSE SYSRATE.
       1100-EXIT.
           EXIT.

       1150-READ-RATE-CARD.
           READ SYSRATE
             AT END
               SET SYSRATE-EOF TO TRUE
               GO TO 1150-EXIT
           END-READ.
           IF RATE-VENDOR-ID = SPACES
             GO TO 1150-EXIT
           END-IF.
           IF RATE-PER-UNIT IS NOT NUMERIC
               OR RATE-MINIMUM IS NOT NUMERIC
               OR RATE-EFF-DATE IS NOT NUMERIC
             ADD 1 TO RATE-DISCARD-COUNT
             GO TO 1150-EXIT
           END-IF.
           IF RATE-COUNT < 200
             ADD 1 TO RATE-COUNT
             MOVE RATE-VENDOR-ID TO RT-VENDOR-ID(RATE-COUNT)
             MOVE RATE-PER-UNIT TO RT-PER-UNIT(RATE-COUNT)(1:9)
             MOVE RATE-MINIMUM TO RT-MINIMUM(RATE-COUNT)(1:9)
             MOVE RATE-EFF-DATE TO RT-EFF-DATE(RATE-COUNT)
           ELSE
             ADD 1 TO RATE-OVERFLOW-COUNT
           END-IF.
       1150-EXIT.
           EXIT.

       2000-ADJUST-ONE-CHANGE.
           ADD 1 TO DREC-READ-COUNT.
           IF NOT DREC-CHANGED AND NOT DREC-FLIPPED
             GO TO 2000-NEXT
           END-IF.
           IF DREC-LICENSE = SPACES
             MOVE "NO LICENSE ID ON CHANGE RECORD" TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO UNMATCHED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF DREC-OLD-V = "S" OR DREC-OLD-V = "D" OR DREC-OLD-V = "R"
               OR DREC-NEW-V = "S" OR DREC-NEW-V = "D"
               OR DREC-NEW-V = "R"
             MOVE "NOT SCORED IN ONE GENERATION -- NOT ADJUSTED"
                 TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO NOT-BILLABLE-COUNT
             GO TO 2000-NEXT
           END-IF.

           IF DREC-OLD-V = "Y"
             MOVE "Y" TO OLD-VALID
           ELSE
             MOVE "N" TO OLD-VALID
           END-IF.
           IF DREC-NEW-V = "Y"
             MOVE "Y" TO NEW-VALID
           ELSE
             MOVE "N" TO NEW-VALID
           END-IF.
           IF DREC-OLD-P1 IS NUMERIC
             MOVE DREC-OLD-P1 TO OLD-PART1
           ELSE
             MOVE 0 TO OLD-PART1
           END-IF.
           IF DREC-NEW-P1 IS NUMERIC
             MOVE DREC-NEW-P1 TO NEW-PART1
           ELSE
             MOVE 0 TO NEW-PART1
           END-IF.

           IF OLD-VALID = "N" AND NEW-VALID = "N"
             MOVE "REJECTED BEFORE AND AFTER -- NOTHING BILLED"
                 TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO NOT-BILLABLE-COUNT
             GO TO 2000-NEXT
           END-IF.

           PERFORM 2050-READ-MASTER THRU 2050-EXIT.
           IF MASTER-FOUND AND MST-OVERRIDDEN
             MOVE "LICENSE OVERRIDDEN -- BILLED AT THE OVERRIDE SCORE"
                 TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO NOT-BILLABLE-COUNT
             GO TO 2000-NEXT
           END-IF.

           PERFORM 2150-READ-BILLHST THRU 2150-EXIT
               UNTIL BILLHST-EOF
               OR BDT-LICENSE-ID NOT < DREC-LICENSE.
           MOVE "N" TO MATCH-FLAG.
           MOVE SPACES TO NEWER-RUN-ID.
           PERFORM 2200-TRY-BILLED-ROW THRU 2200-EXIT
               UNTIL BILLHST-EOF
               OR BDT-LICENSE-ID NOT = DREC-LICENSE
               OR NOT MATCH-NONE.

           IF MATCH-NONE
             MOVE "NO BILLED ROW AT THE OLD SCORE -- NOT ADJUSTED"
                 TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO UNMATCHED-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF MATCH-ALREADY-ADJUSTED
             MOVE "ALREADY ADJUSTED TO THE NEW SCORE" TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO ALREADY-COUNT
             GO TO 2000-NEXT
           END-IF.
           IF PEND-COUNT NOT < 5000
             MOVE DREC-LICENSE TO ADJH-LICENSE-ID
             MOVE MATCH-RUN-ID TO ADJH-RUN-ID
             MOVE MATCH-TREE-SEQ TO ADJH-TREE-SEQ
             PERFORM 2210-FIND-PENDING THRU 2210-EXIT
             IF PEND-FOUND-SUB = 0
               MOVE "ADJUSTMENT LIMIT REACHED -- RERUN TO ADJUST"
                   TO EXCP-REASON
               PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
               ADD 1 TO LIMIT-COUNT
               GO TO 2000-NEXT
             END-IF
           END-IF.

           PERFORM 2300-FIND-ORIGINAL-RATE THRU 2300-EXIT.
           IF RATE-FOUND-SUB = 0
             MOVE "NO RATE IN EFFECT ON THE ORIGINAL BILLING DATE"
                 TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO NO-RATE-COUNT
             GO TO 2000-NEXT
           END-IF.

           MOVE 0 TO CREDIT-AMOUNT.
           MOVE 0 TO REBILL-AMOUNT.
           MOVE SPACE TO CREDIT-MINIMUM-FLAG.
           MOVE SPACE TO REBILL-MINIMUM-FLAG.
           MOVE "N" TO PRICE-ERROR-FLAG.
           IF OLD-VALID = "Y"
             MOVE OLD-PART1 TO PRICE-PART1
             PERFORM 2400-PRICE-PART1 THRU 2400-EXIT
             MOVE PRICE-AMOUNT TO CREDIT-AMOUNT
             IF PRICE-MINIMUM
               MOVE "M" TO CREDIT-MINIMUM-FLAG
             END-IF
           END-IF.
           IF NEW-VALID = "Y"
             MOVE NEW-PART1 TO PRICE-PART1
             PERFORM 2400-PRICE-PART1 THRU 2400-EXIT
             MOVE PRICE-AMOUNT TO REBILL-AMOUNT
             IF PRICE-MINIMUM
               MOVE "M" TO REBILL-MINIMUM-FLAG
             END-IF
           END-IF.
           IF PRICE-ERROR
             MOVE "AMOUNT OVERFLOW -- NOT ADJUSTED" TO EXCP-REASON
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             ADD 1 TO NO-RATE-COUNT
             GO TO 2000-NEXT
           END-IF.

           MOVE SPACES TO ADJ-RPT-NOTE.
           IF NEWER-RUN-ID NOT = SPACES
               AND NEWER-RUN-ID > MATCH-RUN-ID
             MOVE 0 TO REBILL-AMOUNT
             MOVE "NEW SCORE BILLED" TO ADJ-RPT-NOTE
             ADD 1 TO NEWER-BILLED-COUNT
             IF OLD-VALID = "Y"
               MOVE "CREDIT" TO ADJ-RPT-TYPE
             ELSE
               MOVE "CHARGE" TO ADJ-RPT-TYPE
             END-IF
             GO TO 2000-WRITE-ROWS
           END-IF.
           MOVE "N" TO REBILL-WITHHELD-FLAG.
           IF NEW-VALID = "Y"
             PERFORM 2250-CHECK-REBILL THRU 2250-EXIT
           END-IF.
           IF REBILL-WITHHELD
             MOVE 0 TO REBILL-AMOUNT
             MOVE "REBILL WITHHELD" TO ADJ-RPT-NOTE
             ADD 1 TO REBILL-WITHHELD-COUNT
             PERFORM 2900-REPORT-EXCEPTION THRU 2900-EXIT
             IF OLD-VALID = "Y"
               MOVE "CREDIT" TO ADJ-RPT-TYPE
             ELSE
               MOVE "CHARGE" TO ADJ-RPT-TYPE
             END-IF
             GO TO 2000-WRITE-ROWS
           END-IF.
           IF OLD-VALID = "Y" AND NEW-VALID = "Y"
             MOVE "CHANGE" TO ADJ-RPT-TYPE
             IF CREDIT-AMOUNT = REBILL-AMOUNT
               MOVE 0 TO CREDIT-AMOUNT
               MOVE 0 TO REBILL-AMOUNT
               MOVE "NO PRICE EFFECT" TO ADJ-RPT-NOTE
               ADD 1 TO NO-EFFECT-COUNT
             ELSE
               ADD 1 TO CHANGE-COUNT
             END-IF
           END-IF.
           IF OLD-VALID = "Y" AND NEW-VALID = "N"
             MOVE "CREDIT" TO ADJ-RPT-TYPE
             MOVE "FULL CREDIT" TO ADJ-RPT-NOTE
             ADD 1 TO FULL-CREDIT-COUNT
           END-IF.
           IF OLD-VALID = "N" AND NEW-VALID = "Y"
             MOVE "CHARGE" TO ADJ-RPT-TYPE
             MOVE "FIRST-TIME CHARGE" TO ADJ-RPT-NOTE
             ADD 1 TO FIRST-CHARGE-COUNT
           END-IF.

       2000-WRITE-ROWS.
           IF CREDIT-AMOUNT > 0
             MOVE OLD-PART1 TO ADJ-PART1
             MOVE CREDIT-AMOUNT TO ADJ-AMOUNT
             MOVE "C" TO ADJ-STATUS
             PERFORM 2500-WRITE-ADJUSTMENT THRU 2500-EXIT
             ADD 1 TO CREDIT-ROW-COUNT
           END-IF.
           IF REBILL-AMOUNT > 0
             MOVE NEW-PART1 TO ADJ-PART1
             MOVE REBILL-AMOUNT TO ADJ-AMOUNT
             MOVE "R" TO ADJ-STATUS
             PERFORM 2500-WRITE-ADJUSTMENT THRU 2500-EXIT
             ADD 1 TO REBILL-ROW-COUNT
           END-IF.

           PERFORM 2600-RECORD-ADJUSTMENT THRU 2600-EXIT.
           PERFORM 2700-REPORT-ADJUSTMENT THRU 2700-EXIT.
           IF CREDIT-AMOUNT > 0 OR REBILL-AMOUNT > 0
             PERFORM 2800-TALLY-ADJ-VENDOR THRU 2800-EXIT
           END-IF.

       2000-NEXT.
           PERFORM 2100-READ-SYSDREC THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2050-READ-MASTER.
           MOVE "Y" TO MASTER-FOUND-FLAG.
           MOVE DREC-LICENSE TO MST-LICENSE-ID.
           READ SYSMSTR
             INVALID KEY
               MOVE "N" TO MASTER-FOUND-FLAG
           END-READ.
       2050-EXIT.
           EXIT.

       2100-READ-SYSDREC.
           READ SYSDREC INTO DREC-DETAIL-LINE
             AT END
               SET SYSDREC-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2150-READ-BILLHST.
           READ BILLHST INTO BDT-DETAIL-LINE
             AT END
               SET BILLHST-EOF TO TRUE
               MOVE HIGH-VALUES TO BDT-LICENSE-ID
           END-READ.
       2150-EXIT.
           EXIT.

       2200-TRY-BILLED-ROW.
           MOVE "N" TO ADJH-FOUND-FLAG.
           IF NOT BDT-PRICED AND NOT BDT-MINIMUM-APPLIED
               AND NOT BDT-REJECTED
             GO TO 2200-NEXT
           END-IF.
           MOVE BDT-LICENSE-ID TO ADJH-LICENSE-ID.
           MOVE BDT-RUN-ID TO ADJH-RUN-ID.
           MOVE BDT-TREE-SEQ TO ADJH-TREE-SEQ.
           READ SYSADJH
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET ADJH-FOUND TO TRUE
           END-READ.
           PERFORM 2210-FIND-PENDING THRU 2210-EXIT.
           IF PEND-FOUND-SUB > 0
             SET ADJH-FOUND TO TRUE
             MOVE PEND-VALID(PEND-FOUND-SUB) TO ADJH-VALID
             MOVE PEND-PART1(PEND-FOUND-SUB) TO ADJH-PART1
           END-IF.
           IF ADJH-FOUND
             MOVE ADJH-VALID TO BILLED-VALID
             MOVE ADJH-PART1 TO BILLED-PART1
           ELSE
             IF BDT-REJECTED
               MOVE "N" TO BILLED-VALID
             ELSE
               MOVE "Y" TO BILLED-VALID
             END-IF
             MOVE BDT-PART1 TO BILLED-PART1
           END-IF.

           IF BILLED-VALID = OLD-VALID
               AND (OLD-VALID = "N" OR BILLED-PART1 = OLD-PART1)
             SET MATCH-FOUND TO TRUE
             MOVE BDT-VENDOR-ID TO MATCH-VENDOR-ID
             MOVE BDT-RUN-ID TO MATCH-RUN-ID
             MOVE BDT-TREE-SEQ TO MATCH-TREE-SEQ
             GO TO 2200-EXIT
           END-IF.
           IF ADJH-FOUND
               AND BILLED-VALID = NEW-VALID
               AND (NEW-VALID = "N" OR BILLED-PART1 = NEW-PART1)
             SET MATCH-ALREADY-ADJUSTED TO TRUE
             GO TO 2200-EXIT
           END-IF.
           IF NOT ADJH-FOUND
               AND (BDT-PRICED OR BDT-MINIMUM-APPLIED)
               AND NEW-VALID = "Y"
               AND BDT-PART1 = NEW-PART1
               AND NEWER-RUN-ID = SPACES
             MOVE BDT-RUN-ID TO NEWER-RUN-ID
           END-IF.

       2200-NEXT.
           PERFORM 2150-READ-BILLHST THRU 2150-EXIT.
       2200-EXIT.
           EXIT.

       2210-FIND-PENDING.
           MOVE 0 TO PEND-FOUND-SUB.
           MOVE "N" TO PEND-SCAN-FLAG.
           PERFORM 2220-SCAN-PENDING THRU 2220-EXIT
               VARYING PEND-SUB FROM PEND-COUNT BY -1
               UNTIL PEND-SUB = 0
               OR PEND-FOUND-SUB > 0
               OR PEND-SCAN-DONE.
       2210-EXIT.
           EXIT.

       2220-SCAN-PENDING.
           IF PEND-LICENSE-ID(PEND-SUB) < ADJH-LICENSE-ID
             SET PEND-SCAN-DONE TO TRUE
             GO TO 2220-EXIT
           END-IF.
           IF PEND-KEY(PEND-SUB) = ADJH-KEY
             MOVE PEND-SUB TO PEND-FOUND-SUB
           END-IF.
       2220-EXIT.
           EXIT.

       2250-CHECK-REBILL.
           IF MASTER-FOUND AND MST-RETIRED
             MOVE "LICENSE RETIRED -- CREDIT ONLY, NOT REBILLED"
                 TO EXCP-REASON
             SET REBILL-WITHHELD TO TRUE
             GO TO 2250-EXIT
           END-IF.
           IF MASTER-FOUND AND MST-HELD
             MOVE "LICENSE ON HOLD -- CREDIT ONLY, NOT REBILLED"
                 TO EXCP-REASON
             SET REBILL-WITHHELD TO TRUE
             GO TO 2250-EXIT
           END-IF.
           MOVE SPACE TO HOLD-MATCH-STATUS.
           MOVE "N" TO SYSHOLD-EOF-FLAG.
           MOVE DREC-LICENSE TO HOLD-LICENSE-ID.
           MOVE LOW-VALUES TO HOLD-RUN-ID.
           START SYSHOLD KEY IS NOT LESS THAN HOLD-KEY
             INVALID KEY
               SET SYSHOLD-EOF TO TRUE
           END-START.
           PERFORM 2260-SCAN-HOLD THRU 2260-EXIT
               UNTIL SYSHOLD-EOF.
           IF HOLD-MATCH-STATUS = "P"
             MOVE "NEW SCORE ON VARIANCE HOLD -- CREDIT ONLY"
                 TO EXCP-REASON
             SET REBILL-WITHHELD TO TRUE
           END-IF.
           IF HOLD-MATCH-STATUS = "J"
             MOVE "NEW SCORE REJECTED ON HOLD -- CREDIT ONLY"
                 TO EXCP-REASON
             SET REBILL-WITHHELD TO TRUE
           END-IF.
           IF HOLD-MATCH-STATUS = "R"
             MOVE "NEW SCORE RELEASED FROM HOLD -- BILLED BY DAY8BILL"
                 TO EXCP-REASON
             SET REBILL-WITHHELD TO TRUE
           END-IF.
       2250-EXIT.
           EXIT.

       2260-SCAN-HOLD.
           READ SYSHOLD NEXT RECORD
             AT END
               SET SYSHOLD-EOF TO TRUE
               GO TO 2260-EXIT
           END-READ.
           IF HOLD-LICENSE-ID NOT = DREC-LICENSE
             SET SYSHOLD-EOF TO TRUE
             GO TO 2260-EXIT
           END-IF.
           IF HOLD-RUN-ID > MATCH-RUN-ID
               AND HOLD-NEW-PART1 = NEW-PART1
             MOVE HOLD-STATUS TO HOLD-MATCH-STATUS
           END-IF.
       2260-EXIT.
           EXIT.

       2300-FIND-ORIGINAL-RATE.
           MOVE 0 TO RATE-FOUND-SUB.
           MOVE 0 TO RATE-BEST-EFF.
           MOVE MATCH-RUN-ID(1:8) TO EDIT-DATE-IN.
           IF EDIT-DATE-IN-SORT IS NOT NUMERIC
               OR MATCH-VENDOR-ID = SPACES
             GO TO 2300-EXIT
           END-IF.
           MOVE EDIT-DATE-IN-SORT TO ORIG-BILL-DATE.
           MOVE MATCH-VENDOR-ID TO RATE-KEY-ID.
           MOVE MATCH-VENDOR-ID TO VREG-VENDOR-ID.
           READ SYSVREG
             INVALID KEY
               MOVE SPACES TO VREG-RATE-GROUP
           END-READ.
           IF VREG-RATE-GROUP NOT = SPACES
             MOVE VREG-RATE-GROUP TO RATE-KEY-ID
           END-IF.
           PERFORM 2350-SCAN-RATE-ENTRY THRU 2350-EXIT
               VARYING RATE-SUB FROM 1 BY 1
               UNTIL RATE-SUB > RATE-COUNT.
       2300-EXIT.
           EXIT.

       2350-SCAN-RATE-ENTRY.
           IF RT-VENDOR-ID(RATE-SUB) = RATE-KEY-ID
               AND RT-EFF-DATE(RATE-SUB) NOT > ORIG-BILL-DATE
             IF RATE-FOUND-SUB = 0
                 OR RT-EFF-DATE(RATE-SUB) > RATE-BEST-EFF
               MOVE RATE-SUB TO RATE-FOUND-SUB
               MOVE RT-EFF-DATE(RATE-SUB) TO RATE-BEST-EFF
             END-IF
           END-IF.
       2350-EXIT.
           EXIT.

       2400-PRICE-PART1.
           MOVE "N" TO PRICE-MINIMUM-FLAG.
           COMPUTE PRICE-AMOUNT ROUNDED = PRICE-PART1
               * RT-PER-UNIT(RATE-FOUND-SUB)
             ON SIZE ERROR
               SET PRICE-ERROR TO TRUE
               MOVE 0 TO PRICE-AMOUNT
               GO TO 2400-EXIT
           END-COMPUTE.
           IF PRICE-AMOUNT < RT-MINIMUM(RATE-FOUND-SUB)
             MOVE RT-MINIMUM(RATE-FOUND-SUB) TO PRICE-AMOUNT
             SET PRICE-MINIMUM TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

       2500-WRITE-ADJUSTMENT.
           MOVE MATCH-VENDOR-ID TO ADJ-VENDOR-ID.
           MOVE DREC-LICENSE TO ADJ-LICENSE-ID.
           MOVE MATCH-TREE-SEQ TO ADJ-TREE-SEQ.
           MOVE RT-PER-UNIT(RATE-FOUND-SUB) TO ADJ-RATE.
           MOVE ADJUSTMENT-RUN-ID TO ADJ-RUN-ID.
           WRITE ADJDTL-RECORD FROM ADJ-DETAIL-LINE.
       2500-EXIT.
           EXIT.

       2600-RECORD-ADJUSTMENT.
           MOVE DREC-LICENSE TO ADJH-LICENSE-ID.
           MOVE MATCH-RUN-ID TO ADJH-RUN-ID.
           MOVE MATCH-TREE-SEQ TO ADJH-TREE-SEQ.
           PERFORM 2210-FIND-PENDING THRU 2210-EXIT.
           IF PEND-FOUND-SUB = 0
             ADD 1 TO PEND-COUNT
             MOVE PEND-COUNT TO PEND-FOUND-SUB
             MOVE ADJH-KEY TO PEND-KEY(PEND-FOUND-SUB)
             MOVE 0 TO PEND-ADDED(PEND-FOUND-SUB)
           END-IF.
           MOVE NEW-VALID TO PEND-VALID(PEND-FOUND-SUB).
           MOVE NEW-PART1 TO PEND-PART1(PEND-FOUND-SUB).
           ADD 1 TO PEND-ADDED(PEND-FOUND-SUB).
           IF CREDIT-AMOUNT > 0 OR REBILL-AMOUNT > 0
             ADD 1 TO ADJUSTED-COUNT
             ADD CREDIT-AMOUNT TO GRAND-CREDIT-TOTAL
             ADD REBILL-AMOUNT TO GRAND-REBILL-TOTAL
           END-IF.
       2600-EXIT.
           EXIT.

       2700-REPORT-ADJUSTMENT.
           MOVE MATCH-VENDOR-ID TO ADJ-RPT-VENDOR.
           MOVE DREC-LICENSE TO ADJ-RPT-LICENSE.
           MOVE ORIG-BILL-DATE TO EDIT-DATE-IN-SORT.
           MOVE EDIT-IN-CCYY TO EDIT-OUT-CCYY.
           MOVE EDIT-IN-MM TO EDIT-OUT-MM.
           MOVE EDIT-IN-DD TO EDIT-OUT-DD.
           MOVE EDIT-DATE-OUT TO ADJ-RPT-BILLED.
           MOVE OLD-PART1 TO ADJ-RPT-OLD-P1.
           MOVE NEW-PART1 TO ADJ-RPT-NEW-P1.
           MOVE OLD-VALID TO ADJ-RPT-OLD-V.
           MOVE NEW-VALID TO ADJ-RPT-NEW-V.
           MOVE CREDIT-AMOUNT TO ADJ-RPT-CREDIT.
           MOVE REBILL-AMOUNT TO ADJ-RPT-REBILL.
           IF CREDIT-AMOUNT > 0
             MOVE CREDIT-MINIMUM-FLAG TO ADJ-RPT-C-MIN
           ELSE
             MOVE SPACE TO ADJ-RPT-C-MIN
           END-IF.
           IF REBILL-AMOUNT > 0
             MOVE REBILL-MINIMUM-FLAG TO ADJ-RPT-R-MIN
           ELSE
             MOVE SPACE TO ADJ-RPT-R-MIN
           END-IF.
           COMPUTE NET-AMOUNT = REBILL-AMOUNT - CREDIT-AMOUNT.
           MOVE NET-AMOUNT TO ADJ-RPT-NET.
           WRITE REPORT-LINE FROM ADJ-DETAIL-RPT.
       2700-EXIT.
           EXIT.

       2800-TALLY-ADJ-VENDOR.
           MOVE 0 TO AVND-FOUND-SUB.
           PERFORM 2850-SCAN-ADJ-VENDOR THRU 2850-EXIT
               VARYING AVND-SUB FROM 1 BY 1
               UNTIL AVND-SUB > AVND-COUNT
               OR AVND-FOUND-SUB > 0.
           IF AVND-FOUND-SUB = 0
             IF AVND-COUNT < 50
               ADD 1 TO AVND-COUNT
               MOVE AVND-COUNT TO AVND-FOUND-SUB
               MOVE MATCH-VENDOR-ID TO AVND-ID(AVND-FOUND-SUB)
               MOVE 0 TO AVND-ADJUSTED(AVND-FOUND-SUB)
               MOVE 0 TO AVND-CREDIT(AVND-FOUND-SUB)
               MOVE 0 TO AVND-REBILL(AVND-FOUND-SUB)
             ELSE
               ADD 1 TO AVND-OVERFLOW-COUNT
               GO TO 2800-EXIT
             END-IF
           END-IF.
           ADD 1 TO AVND-ADJUSTED(AVND-FOUND-SUB).
           ADD CREDIT-AMOUNT TO AVND-CREDIT(AVND-FOUND-SUB).
           ADD REBILL-AMOUNT TO AVND-REBILL(AVND-FOUND-SUB).
       2800-EXIT.
           EXIT.

       2850-SCAN-ADJ-VENDOR.
           IF AVND-ID(AVND-SUB) = MATCH-VENDOR-ID
             MOVE AVND-SUB TO AVND-FOUND-SUB
           END-IF.
       2850-EXIT.
           EXIT.

       2900-REPORT-EXCEPTION.
           MOVE DREC-TYPE TO ADJ-EXCP-TYPE.
           MOVE DREC-LICENSE TO ADJ-EXCP-LICENSE.
           MOVE DREC-TREE-SEQ TO ADJ-EXCP-SEQ.
           MOVE EXCP-REASON TO ADJ-EXCP-REASON.
           IF EXCP-TABLE-COUNT < 500
             ADD 1 TO EXCP-TABLE-COUNT
             MOVE ADJ-EXCP-LINE TO EXCP-ENTRY(EXCP-TABLE-COUNT)
           ELSE
             ADD 1 TO EXCP-OVERFLOW-COUNT
           END-IF.
       2900-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE REPORT-LINE FROM ADJ-BLANK-LINE.
           WRITE REPORT-LINE FROM ADJ-EXCP-TITLE.
           WRITE REPORT-LINE FROM ADJ-RULE-LINE.
           WRITE REPORT-LINE FROM ADJ-EXCP-HEADING.
           PERFORM 8200-WRITE-EXCEPTION THRU 8200-EXIT
               VARYING EXCP-SUB FROM 1 BY 1
               UNTIL EXCP-SUB > EXCP-TABLE-COUNT.
           IF EXCP-OVERFLOW-COUNT > 0
             MOVE EXCP-OVERFLOW-COUNT TO ADJ-EXCPOVER
             WRITE REPORT-LINE FROM ADJ-EXCPOVER-LINE
           END-IF.

           WRITE REPORT-LINE FROM ADJ-BLANK-LINE.
           WRITE REPORT-LINE FROM ADJ-RECAP-TITLE.
           WRITE REPORT-LINE FROM ADJ-RULE-LINE.
           WRITE REPORT-LINE FROM ADJ-RECAP-HEADING.
           PERFORM 8100-WRITE-RECAP-LINE THRU 8100-EXIT
               VARYING AVND-SUB FROM 1 BY 1
               UNTIL AVND-SUB > AVND-COUNT.
           WRITE REPORT-LINE FROM ADJ-BLANK-LINE.

           WRITE REPORT-LINE FROM ADJ-RULE-LINE.
           MOVE DREC-READ-COUNT TO ADJ-TOT-READ.
           WRITE REPORT-LINE FROM ADJ-TOT-READ-LINE.
           MOVE ADJUSTED-COUNT TO ADJ-TOT-ADJ.
           WRITE REPORT-LINE FROM ADJ-TOT-ADJ-LINE.
           MOVE CHANGE-COUNT TO ADJ-TOT-CHG.
           WRITE REPORT-LINE FROM ADJ-TOT-CHG-LINE.
           MOVE FULL-CREDIT-COUNT TO ADJ-TOT-FCR.
           WRITE REPORT-LINE FROM ADJ-TOT-FCR-LINE.
           MOVE FIRST-CHARGE-COUNT TO ADJ-TOT-FCH.
           WRITE REPORT-LINE FROM ADJ-TOT-FCH-LINE.
           MOVE NO-EFFECT-COUNT TO ADJ-TOT-NOE.
           WRITE REPORT-LINE FROM ADJ-TOT-NOE-LINE.
           MOVE ALREADY-COUNT TO ADJ-TOT-ALR.
           WRITE REPORT-LINE FROM ADJ-TOT-ALR-LINE.
           IF NEWER-BILLED-COUNT > 0
             MOVE NEWER-BILLED-COUNT TO ADJ-TOT-NWB
             WRITE REPORT-LINE FROM ADJ-TOT-NWB-LINE
           END-IF.
           IF REBILL-WITHHELD-COUNT > 0
             MOVE REBILL-WITHHELD-COUNT TO ADJ-TOT-RWH
             WRITE REPORT-LINE FROM ADJ-TOT-RWH-LINE
           END-IF.
           IF LIMIT-COUNT > 0
             MOVE LIMIT-COUNT TO ADJ-TOT-LIM
             WRITE REPORT-LINE FROM ADJ-TOT-LIM-LINE
           END-IF.
           MOVE NOT-BILLABLE-COUNT TO ADJ-TOT-NBL.
           WRITE REPORT-LINE FROM ADJ-TOT-NBL-LINE.
           MOVE UNMATCHED-COUNT TO ADJ-TOT-UNM.
           WRITE REPORT-LINE FROM ADJ-TOT-UNM-LINE.
           MOVE NO-RATE-COUNT TO ADJ-TOT-NRT.
           WRITE REPORT-LINE FROM ADJ-TOT-NRT-LINE.
           MOVE CREDIT-ROW-COUNT TO ADJ-TOT-CRR.
           WRITE REPORT-LINE FROM ADJ-TOT-CRR-LINE.
           MOVE REBILL-ROW-COUNT TO ADJ-TOT-RBR.
           WRITE REPORT-LINE FROM ADJ-TOT-RBR-LINE.
           MOVE GRAND-CREDIT-TOTAL TO ADJ-TOT-CRA.
           WRITE REPORT-LINE FROM ADJ-TOT-CRA-LINE.
           MOVE GRAND-REBILL-TOTAL TO ADJ-TOT-RBA.
           WRITE REPORT-LINE FROM ADJ-TOT-RBA-LINE.
           COMPUTE NET-AMOUNT = GRAND-REBILL-TOTAL
               - GRAND-CREDIT-TOTAL.
           MOVE NET-AMOUNT TO ADJ-TOT-NET.
           WRITE REPORT-LINE FROM ADJ-TOT-NET-LINE.

           CLOSE SYSDREC.
           CLOSE BILLHST.
           CLOSE SYSVREG.
           CLOSE SYSHOLD.
           CLOSE SYSMSTR.
           CLOSE ADJDTL.
           CLOSE SYSREPT.

           IF ADJDTL-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: UNABLE TO CLOSE ADJDTL, STATUS = "
                 ADJDTL-STATUS
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 8300-APPLY-ONE-HISTORY THRU 8300-EXIT
                 VARYING PEND-SUB FROM 1 BY 1
                 UNTIL PEND-SUB > PEND-COUNT
             IF UNMATCHED-COUNT > 0 OR NO-RATE-COUNT > 0
                 OR LIMIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
             ELSE
               MOVE 0 TO RETURN-CODE
             END-IF
           END-IF.
           CLOSE SYSADJH.
       8000-EXIT.
           EXIT.

       8100-WRITE-RECAP-LINE.
           MOVE AVND-ID(AVND-SUB) TO ADJ-RECAP-VENDOR.
           MOVE AVND-ADJUSTED(AVND-SUB) TO ADJ-RECAP-COUNT.
           MOVE AVND-CREDIT(AVND-SUB) TO ADJ-RECAP-CREDIT.
           MOVE AVND-REBILL(AVND-SUB) TO ADJ-RECAP-REBILL.
           COMPUTE NET-AMOUNT = AVND-REBILL(AVND-SUB)
               - AVND-CREDIT(AVND-SUB).
           MOVE NET-AMOUNT TO ADJ-RECAP-NET.
           WRITE REPORT-LINE FROM ADJ-RECAP-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-EXCEPTION.
           WRITE REPORT-LINE FROM EXCP-ENTRY(EXCP-SUB).
       8200-EXIT.
           EXIT.

       8300-APPLY-ONE-HISTORY.
           MOVE PEND-KEY(PEND-SUB) TO ADJH-KEY.
           READ SYSADJH
             INVALID KEY
               MOVE "N" TO ADJH-FOUND-FLAG
             NOT INVALID KEY
               SET ADJH-FOUND TO TRUE
           END-READ.
           IF NOT ADJH-FOUND
             MOVE SPACES TO ADJH-RECORD
             MOVE PEND-KEY(PEND-SUB) TO ADJH-KEY
             MOVE 0 TO ADJH-ADJ-COUNT
           END-IF.
           MOVE PEND-VALID(PEND-SUB) TO ADJH-VALID.
           MOVE PEND-PART1(PEND-SUB) TO ADJH-PART1.
           MOVE ADJUSTMENT-RUN-ID TO ADJH-LAST-ADJ-ID.
           ADD PEND-ADDED(PEND-SUB) TO ADJH-ADJ-COUNT.
           IF ADJH-FOUND
             REWRITE ADJH-RECORD
           ELSE
             WRITE ADJH-RECORD
           END-IF.
           IF SYSADJH-STATUS NOT = "00"
             DISPLAY "DAY8ADJB: ADJUSTMENT HISTORY UPDATE FAILED, "
                 "STATUS = " SYSADJH-STATUS " KEY = " ADJH-KEY
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       8300-EXIT.
           EXIT.

       END PROGRAM DAY8ADJB.
