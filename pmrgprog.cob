       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY8PMRG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSPMAP ASSIGN TO "SYSPMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSPMAP-STATUS.

           SELECT SYSPRPT ASSIGN TO "SYSPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSPRPT-STATUS.

           SELECT SYSRSLT ASSIGN TO "SYSRSLT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRSLT-STATUS.

           SELECT SYSAUD ASSIGN TO "SYSAUD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSAUD-STATUS.

           SELECT SYSRCYC ASSIGN TO "SYSRCYC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSRCYC-STATUS.

           SELECT SYSSTAT ASSIGN TO "SYSSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSSTAT-STATUS.

           SELECT SYSCKPT ASSIGN TO "SYSCKPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSCKPT-STATUS.

           SELECT SYSREPT ASSIGN TO "SYSREPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SYSREPT-STATUS.

           SELECT RSLTP01 ASSIGN TO "RSLTP01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP01 ASSIGN TO "AUDP01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP01 ASSIGN TO "RCYCP01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP01 ASSIGN TO "STATP01"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP02 ASSIGN TO "RSLTP02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP02 ASSIGN TO "AUDP02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP02 ASSIGN TO "RCYCP02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP02 ASSIGN TO "STATP02"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP03 ASSIGN TO "RSLTP03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP03 ASSIGN TO "AUDP03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP03 ASSIGN TO "RCYCP03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP03 ASSIGN TO "STATP03"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP04 ASSIGN TO "RSLTP04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP04 ASSIGN TO "AUDP04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP04 ASSIGN TO "RCYCP04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP04 ASSIGN TO "STATP04"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP05 ASSIGN TO "RSLTP05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP05 ASSIGN TO "AUDP05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP05 ASSIGN TO "RCYCP05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP05 ASSIGN TO "STATP05"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP06 ASSIGN TO "RSLTP06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP06 ASSIGN TO "AUDP06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP06 ASSIGN TO "RCYCP06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP06 ASSIGN TO "STATP06"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP07 ASSIGN TO "RSLTP07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP07 ASSIGN TO "AUDP07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP07 ASSIGN TO "RCYCP07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP07 ASSIGN TO "STATP07"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.

           SELECT RSLTP08 ASSIGN TO "RSLTP08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RSLTP-STATUS.

           SELECT AUDP08 ASSIGN TO "AUDP08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDP-STATUS.

           SELECT RCYCP08 ASSIGN TO "RCYCP08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RCYCP-STATUS.

           SELECT STATP08 ASSIGN TO "STATP08"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STATP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SYSPMAP
           RECORD CONTAINS 80 CHARACTERS.
       01  PMAP-RECORD PIC X(80).

       FD SYSPRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRPT-RECORD PIC X(132).

       FD SYSRSLT
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLT-RECORD PIC X(128).

       FD SYSAUD
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDIT-RECORD PIC X(147).

       FD SYSRCYC
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYC-LEN.
       01  RCYC-RECORD PIC X(200000).

       FD SYSSTAT
           RECORD CONTAINS 120 CHARACTERS.
       01  STAT-RECORD PIC X(120).

       FD SYSCKPT
           RECORD CONTAINS 80 CHARACTERS.
       01  CKPT-RECORD PIC X(80).

       FD SYSREPT
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).

       FD RSLTP01
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP01-RECORD PIC X(128).

       FD AUDP01
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP01-RECORD PIC X(147).

       FD RCYCP01
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP01-RECORD PIC X(200000).

       FD STATP01
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP01-RECORD PIC X(120).

       FD RSLTP02
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP02-RECORD PIC X(128).

       FD AUDP02
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP02-RECORD PIC X(147).

       FD RCYCP02
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP02-RECORD PIC X(200000).

       FD STATP02
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP02-RECORD PIC X(120).

       FD RSLTP03
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP03-RECORD PIC X(128).

       FD AUDP03
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP03-RECORD PIC X(147).

       FD RCYCP03
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP03-RECORD PIC X(200000).

       FD STATP03
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP03-RECORD PIC X(120).

       FD RSLTP04
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP04-RECORD PIC X(128).

       FD AUDP04
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP04-RECORD PIC X(147).

       FD RCYCP04
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP04-RECORD PIC X(200000).

       FD STATP04
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP04-RECORD PIC X(120).

       FD RSLTP05
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP05-RECORD PIC X(128).

       FD AUDP05
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP05-RECORD PIC X(147).

       FD RCYCP05
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP05-RECORD PIC X(200000).

       FD STATP05
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP05-RECORD PIC X(120).

       FD RSLTP06
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP06-RECORD PIC X(128).

       FD AUDP06
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP06-RECORD PIC X(147).

       FD RCYCP06
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP06-RECORD PIC X(200000).

       FD STATP06
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP06-RECORD PIC X(120).

       FD RSLTP07
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP07-RECORD PIC X(128).

       FD AUDP07
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP07-RECORD PIC X(147).

       FD RCYCP07
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP07-RECORD PIC X(200000).

       FD STATP07
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP07-RECORD PIC X(120).

       FD RSLTP08
           RECORD CONTAINS 128 CHARACTERS.
       01  RSLTP08-RECORD PIC X(128).

       FD AUDP08
           RECORD CONTAINS 147 CHARACTERS.
       01  AUDP08-RECORD PIC X(147).

       FD RCYCP08
           RECORD IS VARYING IN SIZE
           FROM 0 TO 200000 DEPENDING
           ON RCYCP-LEN.
       01  RCYCP08-RECORD PIC X(200000).

       FD STATP08
           RECORD CONTAINS 120 CHARACTERS.
       01  STATP08-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
       01 SYSPMAP-STATUS PIC X(02).
       01 SYSPRPT-STATUS PIC X(02).
       01 SYSRSLT-STATUS PIC X(02).
       01 SYSAUD-STATUS PIC X(02).
       01 SYSRCYC-STATUS PIC X(02).
       01 SYSSTAT-STATUS PIC X(02).
       01 SYSCKPT-STATUS PIC X(02).
       01 SYSREPT-STATUS PIC X(02).
       01 RSLTP-STATUS PIC X(02).
       01 AUDP-STATUS PIC X(02).
       01 RCYCP-STATUS PIC X(02).
       01 STATP-STATUS PIC X(02).
       01 RCYC-LEN PIC 9(6).
       01 RCYCP-LEN PIC 9(6).
       01 RCYC-WORK PIC X(200000).

       01 SYSPMAP-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSPMAP-EOF VALUE "Y".
       01 SYSPRPT-EOF-FLAG PIC X(01) VALUE "N".
         88 SYSPRPT-EOF VALUE "Y".
       01 STREAM-EOF-FLAG PIC X(01) VALUE "N".
         88 STREAM-EOF VALUE "Y".
       01 MERGE-FAILED-FLAG PIC X(01) VALUE "N".
         88 MERGE-FAILED VALUE "Y".
       01 ROW-FOUND-FLAG PIC X(01) VALUE "N".
         88 ROW-FOUND VALUE "Y".
       01 RECYCLE-DONE-FLAG PIC X(01) VALUE "N".
         88 RECYCLE-DONE VALUE "Y".
       01 RECYCLE-SKIP-FLAG PIC X(01) VALUE "N".
         88 RECYCLE-SKIP VALUE "Y".

       01 MAP-DETAIL-LINE.
         05 MAP-UNIT       PIC 9(5).
         05 MAP-PART       PIC 9(2).
         05 MAP-OOFF       PIC 9(7).
         05 MAP-POFF       PIC 9(7).
         05 MAP-TREES      PIC 9(7).
         05 MAP-VOLUME     PIC 9(12).
         05 MAP-FH-FLAG    PIC X(01).
         05 MAP-FH-VENDOR  PIC X(08).
         05 MAP-GROUP      PIC 9(5).
         05 FILLER         PIC X(26).

       01 UNIT-TABLE.
         05 UNIT-ENTRY OCCURS 5000 TIMES.
           10 UNIT-PART       PIC 9(2).
           10 UNIT-OOFF       PIC 9(7).
           10 UNIT-POFF       PIC 9(7).
           10 UNIT-TREES      PIC 9(7).
           10 UNIT-FH-FLAG    PIC X(01).
       01 UNIT-COUNT PIC 9(5) VALUE 0.
       01 UNIT-SUB PIC 9(5).
       01 SCAN-SUB PIC 9(5).
       01 UNIT-TREE-SUB PIC 9(7).
       01 ENVELOPE-COUNT PIC 9(5) VALUE 0.

       01 PARTITION-COUNT PIC 9(2) VALUE 0.
       01 PART-SUB PIC 9(2).
       01 PART-TABLE.
         05 PART-ENTRY OCCURS 8 TIMES.
           10 PART-UNITS       PIC 9(5).
           10 PART-TREES       PIC 9(7).
           10 PART-RSLT-LAST   PIC 9(7).
           10 PART-AUD-LAST    PIC 9(7).
           10 PART-STAT-LAST   PIC 9(7).
           10 PART-OVERLAP     PIC 9(7).
           10 PART-RCYC-EXTRA  PIC 9(7).
           10 PART-RUN-ID      PIC X(14).

       01 EXPECT-SEQ PIC 9(7).
       01 ORIG-SEQ PIC 9(7).
       01 ROW-SEQ PIC 9(7).
       01 REF-SEQ PIC 9(7).
       01 SEQ-EDIT PIC Z(6)9.

       01 CKPT-DETAIL-LINE.
         05 CKPT-TREE-SEQ PIC 9(7).
         05 FILLER PIC X(01) VALUE SPACES.
         05 CKPT-LICENSE-ID PIC X(12).
         05 FILLER PIC X(01) VALUE SPACES.
         05 CKPT-RUN-ID PIC X(14).
         05 FILLER PIC X(45) VALUE SPACES.

       01 WORK-SEQ PIC X(07).
       01 WORK-VALUE PIC X(12).
       01 WORK-WARN PIC X(04).
       01 WORK-CC PIC X(02).
       01 WORK-COUNT PIC X(07).
       01 ROW-PART1 PIC 9(12).
       01 ROW-PART2 PIC 9(12).
       01 ROW-WARNINGS PIC 9(4).
       01 RECYCLE-LICENSE PIC X(12).

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

       01 AUD-DETAIL-LINE.
         05 AUD-DATE       PIC X(10).
         05 FILLER         PIC X(01).
         05 AUD-TIME       PIC X(08).
         05 FILLER         PIC X(01).
         05 AUD-LICENSE-ID PIC X(12).
         05 FILLER         PIC X(01).
         05 AUD-TREE-SEQ   PIC X(07).
         05 FILLER         PIC X(01).
         05 AUD-INPUT-LEN  PIC X(07).
         05 FILLER         PIC X(01).
         05 AUD-PART1      PIC X(12).
         05 FILLER         PIC X(01).
         05 AUD-PART2      PIC X(12).
         05 FILLER         PIC X(01).
         05 AUD-VALID      PIC X(01).
         05 FILLER         PIC X(01).
         05 AUD-WARNINGS   PIC X(04).
         05 FILLER         PIC X(01).
         05 AUD-REASON     PIC X(50).
         05 FILLER         PIC X(01).
         05 AUD-RUN-ID     PIC X(14).

       01 STAT-DETAIL-LINE.
         05 STAT-TREE-SEQ  PIC X(07).
         05 STAT-BODY      PIC X(80).
         05 STAT-RUN-ID    PIC X(14).
         05 FILLER         PIC X(19).

       01 MRG-REASON PIC X(50).
       01 MRG-REASON-DUP REDEFINES MRG-REASON.
         05 DUP-REASON-TEXT PIC X(18).
         05 DUP-REASON-SEQ  PIC X(07).
         05 FILLER          PIC X(25).
       01 MRG-REASON-SUP REDEFINES MRG-REASON.
         05 SUP-REASON-TEXT PIC X(19).
         05 SUP-REASON-SEQ  PIC X(07).
         05 FILLER          PIC X(24).
       01 REF-SEQ-DIGITS PIC 9(7).

       01 VENDOR-TABLE.
         05 VENDOR-ENTRY OCCURS 50 TIMES.
           10 VND-ID PIC X(08).
           10 VND-READ PIC 9(7).
           10 VND-OK PIC 9(7).
           10 VND-REJ PIC 9(7).
           10 VND-SKIP PIC 9(7).
           10 VND-WARN PIC 9(7).
           10 VND-P1 PIC 9(18).
           10 VND-P2 PIC 9(18).
       01 VENDOR-COUNT PIC 9(3) VALUE 0.
       01 VENDOR-SUB PIC 9(3).
       01 VENDOR-FOUND-SUB PIC 9(3).
       01 VENDOR-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 TREES-READ-COUNT PIC 9(7) VALUE 0.
       01 TREES-OK-COUNT PIC 9(7) VALUE 0.
       01 TREES-REJECT-COUNT PIC 9(7) VALUE 0.
       01 SKIPPED-TREE-COUNT PIC 9(7) VALUE 0.
       01 TOTAL-WARNING-COUNT PIC 9(7) VALUE 0.
       01 MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 VENDOR-REJECT-COUNT PIC 9(7) VALUE 0.
       01 DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 GRAND-PART1-TOTAL PIC 9(18) VALUE 0.
       01 GRAND-PART2-TOTAL PIC 9(18) VALUE 0.
       01 RECYCLE-TREE-COUNT PIC 9(7) VALUE 0.
       01 CTOT-REPORTED-FLAG PIC X(01) VALUE "N".
         88 CTOT-REPORTED VALUE "Y".
       01 REPORTS-READ-COUNT PIC 9(5) VALUE 0.
       01 REPORT-CC-COUNT PIC 9(5) VALUE 0.
       01 PARTITION-CC PIC 99 VALUE 0.
       01 WORST-PARTITION-CC PIC 99 VALUE 0.
       01 RUN-CONDITION-CODE PIC 99 VALUE 0.

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
       01 RUN-TIME-FIELDS.
         05 RUN-TIME-HH PIC 9(2).
         05 RUN-TIME-MM PIC 9(2).
         05 RUN-TIME-SS PIC 9(2).
         05 RUN-TIME-HS PIC 9(2).
       01 RUN-ID PIC X(14).

       01 MRG-TITLE-LINE PIC X(132)
           VALUE "DAY8PMRG -- PARTITIONED SCORING MERGE".
       01 RPT-TITLE-TEXT PIC X(44)
           VALUE "DAY8 -- LICENSE TREE METADATA SCORING REPORT".
       01 RPT-RULE-LINE PIC X(132) VALUE ALL "-".
       01 RPT-BLANK-LINE PIC X(132) VALUE SPACES.

       01 RPT-DATE-LINE.
         05 FILLER       PIC X(20) VALUE "RUN DATE .......... ".
         05 RPT-DATE     PIC X(10).

       01 RPT-RUNID-LINE.
         05 FILLER       PIC X(20) VALUE "RUN ID ............ ".
         05 RPT-RUNID    PIC X(14).

       01 MRG-PARTS-LINE.
         05 FILLER       PIC X(20) VALUE "PARTITIONS ........ ".
         05 MRG-PARTS    PIC Z9.

       01 MRG-PART-TITLE PIC X(132) VALUE "PARTITIONS MERGED".

       01 MRG-PART-HEADING.
         05 FILLER PIC X(11) VALUE "PARTITION  ".
         05 FILLER PIC X(09) VALUE "    UNITS".
         05 FILLER PIC X(09) VALUE "    TREES".
         05 FILLER PIC X(10) VALUE "  OVERLAP ".
         05 FILLER PIC X(10) VALUE " LEFTOVER ".
         05 FILLER PIC X(20) VALUE "  PARTITION RUN ID  ".

       01 MRG-PART-LINE.
         05 FILLER          PIC X(03) VALUE SPACES.
         05 MRG-PART-NO     PIC 9(2).
         05 FILLER          PIC X(06) VALUE SPACES.
         05 MRG-PART-UNITS  PIC Z(8)9.
         05 MRG-PART-TREES  PIC Z(8)9.
         05 MRG-PART-OVER   PIC Z(9)9.
         05 MRG-PART-EXTRA  PIC Z(9)9.
         05 FILLER          PIC X(02) VALUE SPACES.
         05 MRG-PART-RUNID  PIC X(14).

       01 MRG-FAIL-LINE.
         05 FILLER       PIC X(14) VALUE "*** PARTITION ".
         05 MRG-FAIL-PART PIC 9(2).
         05 FILLER       PIC X(01) VALUE SPACE.
         05 MRG-FAIL-TEXT PIC X(50).
         05 FILLER       PIC X(06) VALUE " TREE ".
         05 MRG-FAIL-SEQ PIC Z(6)9.

       01 MRG-BADMAP-LINE PIC X(132)
           VALUE "*** PARTITION MAP EMPTY, INVALID OR OVER 5000 UNITS".

       01 MRG-NOCC-LINE.
         05 FILLER PIC X(50)
             VALUE "*** PARTITION REPORTS CARRY FEWER CONDITION CODES ".
         05 FILLER PIC X(20) VALUE "THAN PARTITIONS".

       01 MRG-FAILED-LINE PIC X(132)
           VALUE "*** MERGE FAILED -- OUTPUTS MUST NOT BE CATALOGED".

       01 RPT-VENDOVER-LINE.
         05 FILLER PIC X(47)
             VALUE "*** VENDOR TABLE FULL -- TREES NOT BROKEN OUT ".
         05 RPT-VENDOVER PIC Z(6)9.

       01 RPT-RECAP-TITLE PIC X(132) VALUE "VENDOR RECAP".

       01 RPT-RECAP-HEADING.
         05 FILLER PIC X(10) VALUE "VENDOR    ".
         05 FILLER PIC X(09) VALUE "    READ ".
         05 FILLER PIC X(09) VALUE "  SCORED ".
         05 FILLER PIC X(09) VALUE "REJECTED ".
         05 FILLER PIC X(09) VALUE " SKIPPED ".
         05 FILLER PIC X(09) VALUE "WARNINGS ".
         05 FILLER PIC X(20) VALUE "        PART1 TOTAL ".
         05 FILLER PIC X(19) VALUE "        PART2 TOTAL".

       01 RPT-RECAP-LINE.
         05 RPT-RECAP-VENDOR PIC X(08).
         05 FILLER           PIC X(02) VALUE SPACES.
         05 RPT-RECAP-READ   PIC Z(6)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 RPT-RECAP-OK     PIC Z(6)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 RPT-RECAP-REJ    PIC Z(6)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 RPT-RECAP-SKIP   PIC Z(6)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 RPT-RECAP-WARN   PIC Z(6)9.
         05 FILLER           PIC X(02) VALUE SPACES.
         05 RPT-RECAP-P1     PIC Z(17)9.
         05 FILLER           PIC X(01) VALUE SPACE.
         05 RPT-RECAP-P2     PIC Z(17)9.

       01 RPT-TOTALS-TITLE PIC X(132) VALUE "RUN TOTALS".

       01 RPT-TOT-ENV-LINE.
         05 FILLER       PIC X(20) VALUE "FILES PROCESSED ... ".
         05 RPT-TOT-ENV  PIC Z(3)9.

       01 RPT-TOT-READ-LINE.
         05 FILLER       PIC X(20) VALUE "TREES READ ........ ".
         05 RPT-TOT-READ PIC Z(6)9.

       01 RPT-TOT-OK-LINE.
         05 FILLER       PIC X(20) VALUE "TREES SCORED OK ... ".
         05 RPT-TOT-OK   PIC Z(6)9.

       01 RPT-TOT-REJ-LINE.
         05 FILLER       PIC X(20) VALUE "TREES REJECTED .... ".
         05 RPT-TOT-REJ  PIC Z(6)9.

       01 RPT-TOT-SKIP-LINE.
         05 FILLER       PIC X(20) VALUE "TREES SKIPPED ..... ".
         05 RPT-TOT-SKIP PIC Z(6)9.

       01 RPT-TOT-MIS-LINE.
         05 FILLER       PIC X(20) VALUE "CTL MISMATCHES .... ".
         05 RPT-TOT-MIS  PIC Z(6)9.

       01 RPT-TOT-VRJ-LINE.
         05 FILLER       PIC X(20) VALUE "VENDOR REJECTS .... ".
         05 RPT-TOT-VRJ  PIC Z(6)9.

       01 RPT-TOT-DUP-LINE.
         05 FILLER       PIC X(20) VALUE "DUPLICATE IDS ..... ".
         05 RPT-TOT-DUP  PIC Z(6)9.

       01 RPT-TOT-WRN-LINE.
         05 FILLER       PIC X(20) VALUE "WARNINGS ISSUED ... ".
         05 RPT-TOT-WRN  PIC Z(6)9.

       01 RPT-TOT-P1-LINE.
         05 FILLER       PIC X(20) VALUE "PART1 GRAND TOTAL . ".
         05 RPT-TOT-P1   PIC Z(17)9.

       01 RPT-TOT-P2-LINE.
         05 FILLER       PIC X(20) VALUE "PART2 GRAND TOTAL . ".
         05 RPT-TOT-P2   PIC Z(17)9.

       01 MRG-TOT-RCYC-LINE.
         05 FILLER       PIC X(20) VALUE "TREES RECYCLED .... ".
         05 MRG-TOT-RCYC PIC Z(6)9.

       01 MRG-TOT-WORST-LINE.
         05 FILLER       PIC X(20) VALUE "WORST PARTITION CC  ".
         05 MRG-TOT-WORST PIC Z9.

       01 RPT-TOT-CC-LINE.
         05 FILLER       PIC X(20) VALUE "CONDITION CODE .... ".
         05 RPT-TOT-CC   PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MERGE-ONE-UNIT THRU 2000-EXIT
               VARYING UNIT-SUB FROM 1 BY 1
               UNTIL UNIT-SUB > UNIT-COUNT OR MERGE-FAILED.
           IF NOT MERGE-FAILED
             PERFORM 3000-CHECK-PARTITION-END THRU 3000-EXIT
                 VARYING PART-SUB FROM 1 BY 1
                 UNTIL PART-SUB > PARTITION-COUNT OR MERGE-FAILED
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.
       0000-EXIT.
           EXIT.

       1000-INITIALIZE.
           OPEN OUTPUT SYSREPT.
           IF SYSREPT-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSREPT, STATUS = "
                 SYSREPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT RUN-DATE-FIELDS FROM DATE YYYYMMDD.
           MOVE RUN-DATE-CCYY TO RUN-DATE-DISPLAY-CCYY.
           MOVE RUN-DATE-MM   TO RUN-DATE-DISPLAY-MM.
           MOVE RUN-DATE-DD   TO RUN-DATE-DISPLAY-DD.
           ACCEPT RUN-TIME-FIELDS FROM TIME.
           MOVE RUN-DATE-FIELDS TO RUN-ID(1:8).
           MOVE RUN-TIME-FIELDS(1:6) TO RUN-ID(9:6).

           WRITE REPORT-LINE FROM MRG-TITLE-LINE.
           WRITE REPORT-LINE FROM RPT-RULE-LINE.
           MOVE RUN-DATE-DISPLAY TO RPT-DATE.
           WRITE REPORT-LINE FROM RPT-DATE-LINE.
           MOVE RUN-ID TO RPT-RUNID.
           WRITE REPORT-LINE FROM RPT-RUNID-LINE.

           MOVE ZEROS TO PART-TABLE.
           PERFORM 1100-LOAD-MAP THRU 1100-EXIT.
           MOVE PARTITION-COUNT TO MRG-PARTS.
           WRITE REPORT-LINE FROM MRG-PARTS-LINE.
           WRITE REPORT-LINE FROM RPT-BLANK-LINE.

           PERFORM 1300-SCAN-PARTITION-REPORTS THRU 1300-EXIT.

           PERFORM 1200-OPEN-PARTITION THRU 1200-EXIT
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.

           OPEN OUTPUT SYSRSLT.
           IF SYSRSLT-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSRSLT, STATUS = "
                 SYSRSLT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SYSAUD.
           IF SYSAUD-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSAUD, STATUS = "
                 SYSAUD-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SYSRCYC.
           IF SYSRCYC-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSRCYC, STATUS = "
                 SYSRCYC-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SYSSTAT.
           IF SYSSTAT-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSSTAT, STATUS = "
                 SYSSTAT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SYSCKPT.
           IF SYSCKPT-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSCKPT, STATUS = "
                 SYSCKPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-MAP.
           OPEN INPUT SYSPMAP.
           IF SYSPMAP-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSPMAP, STATUS = "
                 SYSPMAP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1110-READ-MAP-RECORD THRU 1110-EXIT
               UNTIL SYSPMAP-EOF OR MERGE-FAILED.
           CLOSE SYSPMAP.
           IF UNIT-COUNT = 0
             SET MERGE-FAILED TO TRUE
           END-IF.
           IF MERGE-FAILED
             WRITE REPORT-LINE FROM MRG-BADMAP-LINE
             PERFORM 8900-ABANDON-MERGE THRU 8900-EXIT
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-MAP-RECORD.
           READ SYSPMAP INTO MAP-DETAIL-LINE
             AT END
               SET SYSPMAP-EOF TO TRUE
               GO TO 1110-EXIT
           END-READ.
           IF MAP-UNIT IS NOT NUMERIC OR MAP-PART IS NOT NUMERIC
               OR MAP-OOFF IS NOT NUMERIC OR MAP-POFF IS NOT NUMERIC
               OR MAP-TREES IS NOT NUMERIC
             SET MERGE-FAILED TO TRUE
             GO TO 1110-EXIT
           END-IF.
           IF UNIT-COUNT NOT < 5000 OR MAP-UNIT NOT = UNIT-COUNT + 1
               OR MAP-PART < 1 OR MAP-PART > 8
             SET MERGE-FAILED TO TRUE
             GO TO 1110-EXIT
           END-IF.
           ADD 1 TO UNIT-COUNT.
           MOVE MAP-PART TO UNIT-PART(UNIT-COUNT).
           MOVE MAP-OOFF TO UNIT-OOFF(UNIT-COUNT).
           MOVE MAP-POFF TO UNIT-POFF(UNIT-COUNT).
           MOVE MAP-TREES TO UNIT-TREES(UNIT-COUNT).
           MOVE MAP-FH-FLAG TO UNIT-FH-FLAG(UNIT-COUNT).
           IF MAP-FH-FLAG = "Y"
             ADD 1 TO ENVELOPE-COUNT
           END-IF.
           IF MAP-PART > PARTITION-COUNT
             MOVE MAP-PART TO PARTITION-COUNT
           END-IF.
           ADD 1 TO PART-UNITS(MAP-PART).
           ADD MAP-TREES TO PART-TREES(MAP-PART).
       1110-EXIT.
           EXIT.

       1200-OPEN-PARTITION.
           IF PART-SUB = 1
             OPEN INPUT RSLTP01 AUDP01 RCYCP01 STATP01
           END-IF.
           IF PART-SUB = 2
             OPEN INPUT RSLTP02 AUDP02 RCYCP02 STATP02
           END-IF.
           IF PART-SUB = 3
             OPEN INPUT RSLTP03 AUDP03 RCYCP03 STATP03
           END-IF.
           IF PART-SUB = 4
             OPEN INPUT RSLTP04 AUDP04 RCYCP04 STATP04
           END-IF.
           IF PART-SUB = 5
             OPEN INPUT RSLTP05 AUDP05 RCYCP05 STATP05
           END-IF.
           IF PART-SUB = 6
             OPEN INPUT RSLTP06 AUDP06 RCYCP06 STATP06
           END-IF.
           IF PART-SUB = 7
             OPEN INPUT RSLTP07 AUDP07 RCYCP07 STATP07
           END-IF.
           IF PART-SUB = 8
             OPEN INPUT RSLTP08 AUDP08 RCYCP08 STATP08
           END-IF.
           IF RSLTP-STATUS NOT = "00" OR AUDP-STATUS NOT = "00"
               OR RCYCP-STATUS NOT = "00" OR STATP-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN PARTITION " PART-SUB
                 ", STATUS = " RSLTP-STATUS " " AUDP-STATUS " "
                 RCYCP-STATUS " " STATP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1300-SCAN-PARTITION-REPORTS.
           OPEN INPUT SYSPRPT.
           IF SYSPRPT-STATUS NOT = "00"
             DISPLAY "DAY8PMRG: UNABLE TO OPEN SYSPRPT, STATUS = "
                 SYSPRPT-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM 1310-READ-REPORT-LINE THRU 1310-EXIT
               UNTIL SYSPRPT-EOF.
           CLOSE SYSPRPT.
       1300-EXIT.
           EXIT.

       1310-READ-REPORT-LINE.
           READ SYSPRPT
             AT END
               SET SYSPRPT-EOF TO TRUE
               GO TO 1310-EXIT
           END-READ.
           IF PRPT-RECORD(1:44) = RPT-TITLE-TEXT
             ADD 1 TO REPORTS-READ-COUNT
             GO TO 1310-EXIT
           END-IF.
           IF PRPT-RECORD(1:20) = "CONDITION CODE .... "
             MOVE PRPT-RECORD(21:2) TO WORK-CC
             INSPECT WORK-CC REPLACING LEADING " " BY "0"
             IF WORK-CC IS NUMERIC
               ADD 1 TO REPORT-CC-COUNT
               MOVE WORK-CC TO PARTITION-CC
               IF PARTITION-CC > WORST-PARTITION-CC
                 MOVE PARTITION-CC TO WORST-PARTITION-CC
               END-IF
             END-IF
             GO TO 1310-EXIT
           END-IF.
           IF PRPT-RECORD(1:20) = "CTL MISMATCHES .... "
             MOVE PRPT-RECORD(21:7) TO WORK-COUNT
             INSPECT WORK-COUNT REPLACING LEADING " " BY "0"
             IF WORK-COUNT IS NUMERIC
               SET CTOT-REPORTED TO TRUE
               MOVE WORK-COUNT TO ROW-SEQ
               ADD ROW-SEQ TO MISMATCH-COUNT
             END-IF
           END-IF.
       1310-EXIT.
           EXIT.

       2000-MERGE-ONE-UNIT.
           MOVE UNIT-PART(UNIT-SUB) TO PART-SUB.
           PERFORM 2100-MERGE-ONE-TREE THRU 2100-EXIT
               VARYING UNIT-TREE-SUB FROM 1 BY 1
               UNTIL UNIT-TREE-SUB > UNIT-TREES(UNIT-SUB)
               OR MERGE-FAILED.
       2000-EXIT.
           EXIT.

       2100-MERGE-ONE-TREE.
           COMPUTE EXPECT-SEQ = UNIT-POFF(UNIT-SUB) + UNIT-TREE-SUB.
           COMPUTE ORIG-SEQ = UNIT-OOFF(UNIT-SUB) + UNIT-TREE-SUB.
           MOVE ORIG-SEQ TO SEQ-EDIT.

           PERFORM 2200-GET-RESULT-ROW THRU 2200-EXIT.
           IF MERGE-FAILED
             GO TO 2100-EXIT
           END-IF.
           IF PART-RUN-ID(PART-SUB) = ZEROS
             MOVE RSLT-RUN-ID TO PART-RUN-ID(PART-SUB)
           END-IF.
           PERFORM 2800-TALLY-ROW THRU 2800-EXIT.
           MOVE SEQ-EDIT TO RSLT-TREE-SEQ.
           MOVE RSLT-REASON TO MRG-REASON.
           PERFORM 2700-RENUMBER-REASON THRU 2700-EXIT.
           MOVE MRG-REASON TO RSLT-REASON.
           MOVE RUN-ID TO RSLT-RUN-ID.
           WRITE RSLT-RECORD FROM RSLT-DETAIL-LINE.

           PERFORM 2300-GET-AUDIT-ROW THRU 2300-EXIT.
           IF MERGE-FAILED
             GO TO 2100-EXIT
           END-IF.
           IF (AUD-VALID = "N" OR AUD-VALID = "R")
               AND AUD-REASON(1:18) NOT = "DUPLICATE OF TREE "
             MOVE AUD-LICENSE-ID TO RECYCLE-LICENSE
             PERFORM 2500-COPY-RECYCLE THRU 2500-EXIT
             IF MERGE-FAILED
               GO TO 2100-EXIT
             END-IF
           END-IF.
           MOVE SEQ-EDIT TO AUD-TREE-SEQ.
           MOVE AUD-REASON TO MRG-REASON.
           PERFORM 2700-RENUMBER-REASON THRU 2700-EXIT.
           MOVE MRG-REASON TO AUD-REASON.
           MOVE RUN-ID TO AUD-RUN-ID.
           WRITE AUDIT-RECORD FROM AUD-DETAIL-LINE.

           PERFORM 2400-GET-STAT-ROW THRU 2400-EXIT.
           IF MERGE-FAILED
             GO TO 2100-EXIT
           END-IF.
           MOVE SEQ-EDIT TO STAT-TREE-SEQ.
           MOVE RUN-ID TO STAT-RUN-ID.
           WRITE STAT-RECORD FROM STAT-DETAIL-LINE.

           MOVE ORIG-SEQ TO CKPT-TREE-SEQ.
           MOVE RSLT-LICENSE-ID TO CKPT-LICENSE-ID.
           MOVE RUN-ID TO CKPT-RUN-ID.
           WRITE CKPT-RECORD FROM CKPT-DETAIL-LINE.
       2100-EXIT.
           EXIT.

       2200-GET-RESULT-ROW.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 2210-READ-RESULT-ROW THRU 2210-EXIT
               UNTIL ROW-FOUND OR MERGE-FAILED.
       2200-EXIT.
           EXIT.

       2210-READ-RESULT-ROW.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ RSLTP01 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ RSLTP02 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ RSLTP03 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ RSLTP04 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ RSLTP05 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ RSLTP06 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ RSLTP07 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ RSLTP08 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             MOVE "RESULT ROWS END EARLY -- PARTITION NOT COMPLETE"
                 TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2210-EXIT
           END-IF.
           MOVE RSLT-TREE-SEQ TO WORK-SEQ.
           PERFORM 2600-CONVERT-SEQ THRU 2600-EXIT.
           IF ROW-SEQ NOT > PART-RSLT-LAST(PART-SUB)
             ADD 1 TO PART-OVERLAP(PART-SUB)
             GO TO 2210-EXIT
           END-IF.
           IF ROW-SEQ NOT = EXPECT-SEQ
             MOVE "RESULT ROW OUT OF SEQUENCE" TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2210-EXIT
           END-IF.
           MOVE ROW-SEQ TO PART-RSLT-LAST(PART-SUB).
           SET ROW-FOUND TO TRUE.
       2210-EXIT.
           EXIT.

       2300-GET-AUDIT-ROW.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 2310-READ-AUDIT-ROW THRU 2310-EXIT
               UNTIL ROW-FOUND OR MERGE-FAILED.
       2300-EXIT.
           EXIT.

       2310-READ-AUDIT-ROW.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ AUDP01 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ AUDP02 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ AUDP03 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ AUDP04 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ AUDP05 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ AUDP06 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ AUDP07 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ AUDP08 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             MOVE "AUDIT ROWS END EARLY -- PARTITION NOT COMPLETE"
                 TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2310-EXIT
           END-IF.
           MOVE AUD-TREE-SEQ TO WORK-SEQ.
           PERFORM 2600-CONVERT-SEQ THRU 2600-EXIT.
           IF ROW-SEQ NOT > PART-AUD-LAST(PART-SUB)
             GO TO 2310-EXIT
           END-IF.
           IF ROW-SEQ NOT = EXPECT-SEQ
               OR AUD-LICENSE-ID NOT = RSLT-LICENSE-ID
             MOVE "AUDIT ROW DOES NOT MATCH THE RESULT ROW"
                 TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2310-EXIT
           END-IF.
           MOVE ROW-SEQ TO PART-AUD-LAST(PART-SUB).
           SET ROW-FOUND TO TRUE.
       2310-EXIT.
           EXIT.

       2400-GET-STAT-ROW.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 2410-READ-STAT-ROW THRU 2410-EXIT
               UNTIL ROW-FOUND OR MERGE-FAILED.
       2400-EXIT.
           EXIT.

       2410-READ-STAT-ROW.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ STATP01 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ STATP02 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ STATP03 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ STATP04 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ STATP05 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ STATP06 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ STATP07 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ STATP08 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             MOVE "STATISTICS ROWS END EARLY -- PARTITION NOT COMPLETE"
                 TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2410-EXIT
           END-IF.
           MOVE STAT-TREE-SEQ TO WORK-SEQ.
           PERFORM 2600-CONVERT-SEQ THRU 2600-EXIT.
           IF ROW-SEQ NOT > PART-STAT-LAST(PART-SUB)
             GO TO 2410-EXIT
           END-IF.
           IF ROW-SEQ NOT = EXPECT-SEQ
             MOVE "STATISTICS ROW OUT OF SEQUENCE" TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2410-EXIT
           END-IF.
           MOVE ROW-SEQ TO PART-STAT-LAST(PART-SUB).
           SET ROW-FOUND TO TRUE.
       2410-EXIT.
           EXIT.

       2500-COPY-RECYCLE.
           ADD 1 TO RECYCLE-TREE-COUNT.
           MOVE "N" TO RECYCLE-DONE-FLAG.
           MOVE "N" TO RECYCLE-SKIP-FLAG.
           PERFORM 2510-READ-RECYCLE-RECORD THRU 2510-EXIT
               UNTIL RECYCLE-DONE OR MERGE-FAILED.
       2500-EXIT.
           EXIT.

       2510-READ-RECYCLE-RECORD.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ RCYCP01 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ RCYCP02 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ RCYCP03 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ RCYCP04 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ RCYCP05 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ RCYCP06 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ RCYCP07 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ RCYCP08 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             MOVE "RECYCLE RECORDS END EARLY" TO MRG-FAIL-TEXT
             PERFORM 9000-FAIL-MERGE THRU 9000-EXIT
             GO TO 2510-EXIT
           END-IF.
           IF RECYCLE-SKIP
             MOVE "N" TO RECYCLE-SKIP-FLAG
             ADD 1 TO PART-RCYC-EXTRA(PART-SUB)
             GO TO 2510-EXIT
           END-IF.
           IF RECYCLE-LICENSE = SPACES
             IF RCYC-WORK(1:2) = "TH"
               ADD 1 TO PART-RCYC-EXTRA(PART-SUB)
               SET RECYCLE-SKIP TO TRUE
             ELSE
               MOVE RCYCP-LEN TO RCYC-LEN
               WRITE RCYC-RECORD FROM RCYC-WORK
               SET RECYCLE-DONE TO TRUE
             END-IF
             GO TO 2510-EXIT
           END-IF.
           IF RCYC-WORK(1:2) NOT = "TH"
               OR RCYC-WORK(11:12) NOT = RECYCLE-LICENSE
             ADD 1 TO PART-RCYC-EXTRA(PART-SUB)
             GO TO 2510-EXIT
           END-IF.
           MOVE RCYCP-LEN TO RCYC-LEN.
           WRITE RCYC-RECORD FROM RCYC-WORK.
           MOVE SPACES TO RECYCLE-LICENSE.
       2510-EXIT.
           EXIT.

       2600-CONVERT-SEQ.
           INSPECT WORK-SEQ REPLACING LEADING " " BY "0".
           IF WORK-SEQ IS NUMERIC
             MOVE WORK-SEQ TO ROW-SEQ
           ELSE
             MOVE 0 TO ROW-SEQ
           END-IF.
       2600-EXIT.
           EXIT.

       2700-RENUMBER-REASON.
           IF DUP-REASON-TEXT = "DUPLICATE OF TREE "
               AND DUP-REASON-SEQ IS NUMERIC
             MOVE DUP-REASON-SEQ TO REF-SEQ
             PERFORM 2750-TRANSLATE-SEQ THRU 2750-EXIT
             MOVE REF-SEQ TO REF-SEQ-DIGITS
             MOVE REF-SEQ-DIGITS TO DUP-REASON-SEQ
           END-IF.
           IF SUP-REASON-TEXT = "SUPERSEDED BY TREE "
               AND SUP-REASON-SEQ IS NUMERIC
             MOVE SUP-REASON-SEQ TO REF-SEQ
             PERFORM 2750-TRANSLATE-SEQ THRU 2750-EXIT
             MOVE REF-SEQ TO REF-SEQ-DIGITS
             MOVE REF-SEQ-DIGITS TO SUP-REASON-SEQ
           END-IF.
       2700-EXIT.
           EXIT.

       2750-TRANSLATE-SEQ.
           MOVE 0 TO ROW-SEQ.
           PERFORM 2760-SCAN-UNIT THRU 2760-EXIT
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB > UNIT-COUNT OR ROW-SEQ > 0.
           IF ROW-SEQ > 0
             MOVE ROW-SEQ TO REF-SEQ
           END-IF.
       2750-EXIT.
           EXIT.

       2760-SCAN-UNIT.
           IF UNIT-PART(SCAN-SUB) = PART-SUB
               AND REF-SEQ > UNIT-POFF(SCAN-SUB)
               AND REF-SEQ NOT >
                   UNIT-POFF(SCAN-SUB) + UNIT-TREES(SCAN-SUB)
             COMPUTE ROW-SEQ = REF-SEQ - UNIT-POFF(SCAN-SUB)
                 + UNIT-OOFF(SCAN-SUB)
           END-IF.
       2760-EXIT.
           EXIT.

       2800-TALLY-ROW.
           ADD 1 TO TREES-READ-COUNT.
           MOVE 0 TO ROW-PART1.
           MOVE 0 TO ROW-PART2.
           MOVE 0 TO ROW-WARNINGS.
           IF RSLT-VALID = "Y"
             MOVE RSLT-PART1 TO WORK-VALUE
             INSPECT WORK-VALUE REPLACING LEADING " " BY "0"
             IF WORK-VALUE IS NUMERIC
               MOVE WORK-VALUE TO ROW-PART1
             END-IF
             MOVE RSLT-PART2 TO WORK-VALUE
             INSPECT WORK-VALUE REPLACING LEADING " " BY "0"
             IF WORK-VALUE IS NUMERIC
               MOVE WORK-VALUE TO ROW-PART2
             END-IF
             MOVE RSLT-WARNINGS TO WORK-WARN
             INSPECT WORK-WARN REPLACING LEADING " " BY "0"
             IF WORK-WARN IS NUMERIC
               MOVE WORK-WARN TO ROW-WARNINGS
             END-IF
             ADD 1 TO TREES-OK-COUNT
             ADD ROW-PART1 TO GRAND-PART1-TOTAL
             ADD ROW-PART2 TO GRAND-PART2-TOTAL
             ADD ROW-WARNINGS TO TOTAL-WARNING-COUNT
           END-IF.
           IF RSLT-VALID = "N"
             ADD 1 TO TREES-REJECT-COUNT
             IF RSLT-REASON(1:7) = "VENDOR " OR "SENDER "
               ADD 1 TO VENDOR-REJECT-COUNT
             END-IF
             IF RSLT-REASON(1:18) = "DUPLICATE OF TREE "
               ADD 1 TO DUPLICATE-COUNT
             END-IF
           END-IF.
           IF RSLT-VALID = "R"
             ADD 1 TO TREES-REJECT-COUNT
             ADD 1 TO VENDOR-REJECT-COUNT
           END-IF.
           IF RSLT-VALID = "S"
             ADD 1 TO SKIPPED-TREE-COUNT
           END-IF.
           IF RSLT-VALID = "D"
             ADD 1 TO DUPLICATE-COUNT
           END-IF.
           IF RSLT-VENDOR-ID NOT = SPACES
             PERFORM 2810-TALLY-VENDOR THRU 2810-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

       2810-TALLY-VENDOR.
           MOVE 0 TO VENDOR-FOUND-SUB.
           PERFORM 2820-SCAN-VENDOR-ENTRY THRU 2820-EXIT
               VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-COUNT
               OR VENDOR-FOUND-SUB > 0.
           IF VENDOR-FOUND-SUB = 0
             IF VENDOR-COUNT < 50
               ADD 1 TO VENDOR-COUNT
               MOVE VENDOR-COUNT TO VENDOR-FOUND-SUB
               MOVE RSLT-VENDOR-ID TO VND-ID(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-READ(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-OK(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-REJ(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-SKIP(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-WARN(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-P1(VENDOR-FOUND-SUB)
               MOVE 0 TO VND-P2(VENDOR-FOUND-SUB)
             ELSE
               ADD 1 TO VENDOR-OVERFLOW-COUNT
               GO TO 2810-EXIT
             END-IF
           END-IF.
           ADD 1 TO VND-READ(VENDOR-FOUND-SUB).
           IF RSLT-VALID = "Y"
             ADD 1 TO VND-OK(VENDOR-FOUND-SUB)
             ADD ROW-PART1 TO VND-P1(VENDOR-FOUND-SUB)
             ADD ROW-PART2 TO VND-P2(VENDOR-FOUND-SUB)
             ADD ROW-WARNINGS TO VND-WARN(VENDOR-FOUND-SUB)
           END-IF.
           IF RSLT-VALID = "N" OR RSLT-VALID = "R"
             ADD 1 TO VND-REJ(VENDOR-FOUND-SUB)
           END-IF.
           IF RSLT-VALID = "S"
             ADD 1 TO VND-SKIP(VENDOR-FOUND-SUB)
           END-IF.
       2810-EXIT.
           EXIT.

       2820-SCAN-VENDOR-ENTRY.
           IF VND-ID(VENDOR-SUB) = RSLT-VENDOR-ID
             MOVE VENDOR-SUB TO VENDOR-FOUND-SUB
           END-IF.
       2820-EXIT.
           EXIT.

       3000-CHECK-PARTITION-END.
           MOVE 0 TO EXPECT-SEQ.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 3100-READ-LEFTOVER-RESULT THRU 3100-EXIT
               UNTIL ROW-FOUND OR MERGE-FAILED.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 3200-READ-LEFTOVER-AUDIT THRU 3200-EXIT
               UNTIL ROW-FOUND OR MERGE-FAILED.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 3300-READ-LEFTOVER-STAT THRU 3300-EXIT
               UNTIL ROW-FOUND OR MERGE-FAILED.
           MOVE "N" TO ROW-FOUND-FLAG.
           PERFORM 3400-READ-LEFTOVER-RECYCLE THRU 3400-EXIT
               UNTIL ROW-FOUND.
       3000-EXIT.
           EXIT.

       3100-READ-LEFTOVER-RESULT.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ RSLTP01 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ RSLTP02 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ RSLTP03 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ RSLTP04 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ RSLTP05 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ RSLTP06 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ RSLTP07 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ RSLTP08 INTO RSLT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             SET ROW-FOUND TO TRUE
             GO TO 3100-EXIT
           END-IF.
           MOVE RSLT-TREE-SEQ TO WORK-SEQ.
           PERFORM 2600-CONVERT-SEQ THRU 2600-EXIT.
           IF ROW-SEQ NOT > PART-RSLT-LAST(PART-SUB)
             ADD 1 TO PART-OVERLAP(PART-SUB)
             GO TO 3100-EXIT
           END-IF.
           MOVE ROW-SEQ TO EXPECT-SEQ.
           MOVE "MORE RESULT ROWS THAN THE PARTITION MAP"
               TO MRG-FAIL-TEXT.
           PERFORM 9000-FAIL-MERGE THRU 9000-EXIT.
       3100-EXIT.
           EXIT.

       3200-READ-LEFTOVER-AUDIT.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ AUDP01 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ AUDP02 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ AUDP03 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ AUDP04 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ AUDP05 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ AUDP06 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ AUDP07 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ AUDP08 INTO AUD-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             SET ROW-FOUND TO TRUE
             GO TO 3200-EXIT
           END-IF.
           MOVE AUD-TREE-SEQ TO WORK-SEQ.
           PERFORM 2600-CONVERT-SEQ THRU 2600-EXIT.
           IF ROW-SEQ NOT > PART-AUD-LAST(PART-SUB)
             GO TO 3200-EXIT
           END-IF.
           MOVE ROW-SEQ TO EXPECT-SEQ.
           MOVE "MORE AUDIT ROWS THAN THE PARTITION MAP"
               TO MRG-FAIL-TEXT.
           PERFORM 9000-FAIL-MERGE THRU 9000-EXIT.
       3200-EXIT.
           EXIT.

       3300-READ-LEFTOVER-STAT.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ STATP01 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ STATP02 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ STATP03 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ STATP04 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ STATP05 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ STATP06 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ STATP07 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ STATP08 INTO STAT-DETAIL-LINE
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             SET ROW-FOUND TO TRUE
             GO TO 3300-EXIT
           END-IF.
           MOVE STAT-TREE-SEQ TO WORK-SEQ.
           PERFORM 2600-CONVERT-SEQ THRU 2600-EXIT.
           IF ROW-SEQ NOT > PART-STAT-LAST(PART-SUB)
             GO TO 3300-EXIT
           END-IF.
           MOVE ROW-SEQ TO EXPECT-SEQ.
           MOVE "MORE STATISTICS ROWS THAN THE PARTITION MAP"
               TO MRG-FAIL-TEXT.
           PERFORM 9000-FAIL-MERGE THRU 9000-EXIT.
       3300-EXIT.
           EXIT.

       3400-READ-LEFTOVER-RECYCLE.
           MOVE "N" TO STREAM-EOF-FLAG.
           IF PART-SUB = 1
             READ RCYCP01 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 2
             READ RCYCP02 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 3
             READ RCYCP03 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 4
             READ RCYCP04 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 5
             READ RCYCP05 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 6
             READ RCYCP06 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 7
             READ RCYCP07 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF PART-SUB = 8
             READ RCYCP08 INTO RCYC-WORK
               AT END
                 SET STREAM-EOF TO TRUE
             END-READ
           END-IF.
           IF STREAM-EOF
             SET ROW-FOUND TO TRUE
           ELSE
             ADD 1 TO PART-RCYC-EXTRA(PART-SUB)
           END-IF.
       3400-EXIT.
           EXIT.

       8000-TERMINATE.
           IF REPORT-CC-COUNT < PARTITION-COUNT
             WRITE REPORT-LINE FROM MRG-NOCC-LINE
             SET MERGE-FAILED TO TRUE
           END-IF.

           IF MERGE-FAILED
             MOVE 16 TO RUN-CONDITION-CODE
           ELSE
             MOVE WORST-PARTITION-CC TO RUN-CONDITION-CODE
             IF TREES-REJECT-COUNT > 0 AND RUN-CONDITION-CODE < 4
               MOVE 4 TO RUN-CONDITION-CODE
             END-IF
             IF (MISMATCH-COUNT > 0 OR DUPLICATE-COUNT > 0)
                 AND RUN-CONDITION-CODE < 8
               MOVE 8 TO RUN-CONDITION-CODE
             END-IF
           END-IF.

           WRITE REPORT-LINE FROM MRG-PART-TITLE.
           WRITE REPORT-LINE FROM RPT-RULE-LINE.
           WRITE REPORT-LINE FROM MRG-PART-HEADING.
           PERFORM 8100-WRITE-PARTITION-LINE THRU 8100-EXIT
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.

           PERFORM 8200-WRITE-RUN-TOTALS THRU 8200-EXIT.
           IF MERGE-FAILED
             WRITE REPORT-LINE FROM RPT-BLANK-LINE
             WRITE REPORT-LINE FROM MRG-FAILED-LINE
           END-IF.

           PERFORM 8300-CLOSE-PARTITION THRU 8300-EXIT
               VARYING PART-SUB FROM 1 BY 1
               UNTIL PART-SUB > PARTITION-COUNT.
           CLOSE SYSRSLT.
           CLOSE SYSAUD.
           CLOSE SYSRCYC.
           CLOSE SYSSTAT.
           CLOSE SYSCKPT.
           CLOSE SYSREPT.

           MOVE RUN-CONDITION-CODE TO RETURN-CODE.
       8000-EXIT.
           EXIT.

       8100-WRITE-PARTITION-LINE.
           MOVE PART-SUB TO MRG-PART-NO.
           MOVE PART-UNITS(PART-SUB) TO MRG-PART-UNITS.
           MOVE PART-TREES(PART-SUB) TO MRG-PART-TREES.
           MOVE PART-OVERLAP(PART-SUB) TO MRG-PART-OVER.
           MOVE PART-RCYC-EXTRA(PART-SUB) TO MRG-PART-EXTRA.
           IF PART-RUN-ID(PART-SUB) = ZEROS
             MOVE SPACES TO MRG-PART-RUNID
           ELSE
             MOVE PART-RUN-ID(PART-SUB) TO MRG-PART-RUNID
           END-IF.
           WRITE REPORT-LINE FROM MRG-PART-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-RUN-TOTALS.
           IF VENDOR-COUNT > 0
             WRITE REPORT-LINE FROM RPT-BLANK-LINE
             WRITE REPORT-LINE FROM RPT-RECAP-TITLE
             WRITE REPORT-LINE FROM RPT-RULE-LINE
             WRITE REPORT-LINE FROM RPT-RECAP-HEADING
             PERFORM 8210-WRITE-VENDOR-RECAP THRU 8210-EXIT
                 VARYING VENDOR-SUB FROM 1 BY 1
                 UNTIL VENDOR-SUB > VENDOR-COUNT
             IF VENDOR-OVERFLOW-COUNT > 0
               MOVE VENDOR-OVERFLOW-COUNT TO RPT-VENDOVER
               WRITE REPORT-LINE FROM RPT-VENDOVER-LINE
             END-IF
           END-IF.

           WRITE REPORT-LINE FROM RPT-BLANK-LINE.
           WRITE REPORT-LINE FROM RPT-TOTALS-TITLE.
           WRITE REPORT-LINE FROM RPT-RULE-LINE.
           IF ENVELOPE-COUNT > 0
             MOVE ENVELOPE-COUNT TO RPT-TOT-ENV
             WRITE REPORT-LINE FROM RPT-TOT-ENV-LINE
           END-IF.
           MOVE TREES-READ-COUNT TO RPT-TOT-READ.
           WRITE REPORT-LINE FROM RPT-TOT-READ-LINE.
           MOVE TREES-OK-COUNT TO RPT-TOT-OK.
           WRITE REPORT-LINE FROM RPT-TOT-OK-LINE.
           MOVE TREES-REJECT-COUNT TO RPT-TOT-REJ.
           WRITE REPORT-LINE FROM RPT-TOT-REJ-LINE.
           IF SKIPPED-TREE-COUNT > 0
             MOVE SKIPPED-TREE-COUNT TO RPT-TOT-SKIP
             WRITE REPORT-LINE FROM RPT-TOT-SKIP-LINE
           END-IF.
           IF CTOT-REPORTED
             MOVE MISMATCH-COUNT TO RPT-TOT-MIS
             WRITE REPORT-LINE FROM RPT-TOT-MIS-LINE
           END-IF.
           IF VENDOR-REJECT-COUNT > 0
             MOVE VENDOR-REJECT-COUNT TO RPT-TOT-VRJ
             WRITE REPORT-LINE FROM RPT-TOT-VRJ-LINE
           END-IF.
           IF DUPLICATE-COUNT > 0
             MOVE DUPLICATE-COUNT TO RPT-TOT-DUP
             WRITE REPORT-LINE FROM RPT-TOT-DUP-LINE
           END-IF.
           MOVE TOTAL-WARNING-COUNT TO RPT-TOT-WRN.
           WRITE REPORT-LINE FROM RPT-TOT-WRN-LINE.
           MOVE GRAND-PART1-TOTAL TO RPT-TOT-P1.
           WRITE REPORT-LINE FROM RPT-TOT-P1-LINE.
           MOVE GRAND-PART2-TOTAL TO RPT-TOT-P2.
           WRITE REPORT-LINE FROM RPT-TOT-P2-LINE.
           MOVE RECYCLE-TREE-COUNT TO MRG-TOT-RCYC.
           WRITE REPORT-LINE FROM MRG-TOT-RCYC-LINE.
           MOVE WORST-PARTITION-CC TO MRG-TOT-WORST.
           WRITE REPORT-LINE FROM MRG-TOT-WORST-LINE.
           MOVE RUN-CONDITION-CODE TO RPT-TOT-CC.
           WRITE REPORT-LINE FROM RPT-TOT-CC-LINE.
       8200-EXIT.
           EXIT.

       8210-WRITE-VENDOR-RECAP.
           MOVE VND-ID(VENDOR-SUB) TO RPT-RECAP-VENDOR.
           MOVE VND-READ(VENDOR-SUB) TO RPT-RECAP-READ.
           MOVE VND-OK(VENDOR-SUB) TO RPT-RECAP-OK.
           MOVE VND-REJ(VENDOR-SUB) TO RPT-RECAP-REJ.
           MOVE VND-SKIP(VENDOR-SUB) TO RPT-RECAP-SKIP.
           MOVE VND-WARN(VENDOR-SUB) TO RPT-RECAP-WARN.
           MOVE VND-P1(VENDOR-SUB) TO RPT-RECAP-P1.
           MOVE VND-P2(VENDOR-SUB) TO RPT-RECAP-P2.
           WRITE REPORT-LINE FROM RPT-RECAP-LINE.
       8210-EXIT.
           EXIT.

       8300-CLOSE-PARTITION.
           IF PART-SUB = 1
             CLOSE RSLTP01 AUDP01 RCYCP01 STATP01
           END-IF.
           IF PART-SUB = 2
             CLOSE RSLTP02 AUDP02 RCYCP02 STATP02
           END-IF.
           IF PART-SUB = 3
             CLOSE RSLTP03 AUDP03 RCYCP03 STATP03
           END-IF.
           IF PART-SUB = 4
             CLOSE RSLTP04 AUDP04 RCYCP04 STATP04
           END-IF.
           IF PART-SUB = 5
             CLOSE RSLTP05 AUDP05 RCYCP05 STATP05
           END-IF.
           IF PART-SUB = 6
             CLOSE RSLTP06 AUDP06 RCYCP06 STATP06
           END-IF.
           IF PART-SUB = 7
             CLOSE RSLTP07 AUDP07 RCYCP07 STATP07
           END-IF.
           IF PART-SUB = 8
             CLOSE RSLTP08 AUDP08 RCYCP08 STATP08
           END-IF.
       8300-EXIT.
           EXIT.

       8900-ABANDON-MERGE.
           MOVE 16 TO RUN-CONDITION-CODE.
           MOVE RUN-CONDITION-CODE TO RPT-TOT-CC.
           WRITE REPORT-LINE FROM RPT-BLANK-LINE.
           WRITE REPORT-LINE FROM MRG-FAILED-LINE.
           WRITE REPORT-LINE FROM RPT-TOT-CC-LINE.
           CLOSE SYSREPT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       8900-EXIT.
           EXIT.

       9000-FAIL-MERGE.
           SET MERGE-FAILED TO TRUE.
           MOVE PART-SUB TO MRG-FAIL-PART.
           MOVE EXPECT-SEQ TO MRG-FAIL-SEQ.
           WRITE REPORT-LINE FROM MRG-FAIL-LINE.
           WRITE REPORT-LINE FROM RPT-BLANK-LINE.
       9000-EXIT.
           EXIT.

       END PROGRAM DAY8PMRG.
