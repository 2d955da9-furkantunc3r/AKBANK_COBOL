       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG021.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-HISTORY    ASSIGN TO ACCTHIST
                                  STATUS    HIS-ST.
           SELECT ACCT-REC        ASSIGN TO ACCTREC
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY ACCT-NO
                                  STATUS    ACCT-ST.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC
                                  WS-ARC-DSN
                                  STATUS    ARC-ST.
           SELECT GL-MAP          ASSIGN TO GLMAP
                                  STATUS    MAP-ST.
           SELECT SORT-WORK       ASSIGN TO SORTWK1.
           SELECT GL-FILE         ASSIGN TO GLFILE
                                  STATUS    GLF-ST.
           SELECT GL-REPORT       ASSIGN TO GLRPT
                                  STATUS    RPT-ST.
           SELECT RUN-CONTROL     ASSIGN TO RUNCTL
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY RCT-KEY
                                  STATUS    RCT-ST.
           SELECT OPTIONAL OVERRIDE-CARD ASSIGN TO RUNOVR
                                  STATUS    OVR-ST.
           SELECT OVERRIDE-LOG    ASSIGN TO RUNLOG
                                  STATUS    OVL-ST.
       DATA DIVISION.
       FILE SECTION.
      *The accumulating account history, same layout as PBEG006's
      *HIS-REC. Every money movement of the night is on it: the
      *maintenance run's adds, closes, changes, deposits and
      *withdrawals, the interest run's 'I' and the fee run's 'F'
      *records, all stamped with the business date.
       FD  ACCT-HISTORY RECORDING MODE F.
       01  HIS-REC.
           05 HIS-ACCT-NO     PIC 9(04).
           05 HIS-RUN-DATE    PIC 9(08).
           05 HIS-ACTION      PIC X(01).
              88 HIS-ADD         VALUE 'A'.
              88 HIS-CHANGE      VALUE 'C'.
              88 HIS-CLOSE       VALUE 'X'.
              88 HIS-DEPOSIT     VALUE 'D'.
              88 HIS-WITHDRAWAL  VALUE 'W'.
              88 HIS-INTEREST    VALUE 'I'.
              88 HIS-FEE         VALUE 'F'.
           05 HIS-BEF-BALANCE PIC S9(09)V99.
           05 HIS-AFT-BALANCE PIC S9(09)V99.
           05 HIS-BEF-STATUS  PIC X(01).
           05 HIS-AFT-STATUS  PIC X(01).
      *The keyed account master, same record layout as PBEG007
      *reads, for the branch and currency each movement posts to.
       FD  ACCT-REC.
       01  ACCT-FIELDS.
           05 ACCT-NO        PIC 9(04).
           05 ACCT-NAME      PIC X(15).
           05 ACCT-SURNAME   PIC X(15).
           05 ACCT-BDATE     PIC 9(08).
           05 ACCT-TODAY     PIC 9(08).
           05 ACCT-STATUS    PIC X(01).
              88 ACCT-OPEN      VALUE 'O'.
              88 ACCT-CLOSED    VALUE 'C'.
           05 ACCT-BALANCE   PIC S9(09)V99.
           05 ACCT-CURR      PIC X(03).
           05 ACCT-BRANCH    PIC X(04).
           05 ACCT-STREET    PIC X(25).
           05 ACCT-CITY      PIC X(15).
           05 ACCT-POSTAL    PIC X(05).
      *The business date's purge archive, if PBEG014 ran tonight,
      *named the way PBEG014 names it. Each account on it carries
      *its balance off the books, and its branch and currency stand
      *in for the master record it no longer has.
       FD  ARCH-FILE RECORDING MODE F.
       01  ARC-REC.
           05 ARC-NO         PIC 9(04).
           05 ARC-NAME       PIC X(15).
           05 ARC-SURNAME    PIC X(15).
           05 ARC-BDATE      PIC 9(08).
           05 ARC-TODAY      PIC 9(08).
           05 ARC-STATUS     PIC X(01).
           05 ARC-BALANCE    PIC S9(09)V99.
           05 ARC-CURR       PIC X(03).
           05 ARC-BRANCH     PIC X(04).
           05 ARC-STREET     PIC X(25).
           05 ARC-CITY       PIC X(15).
           05 ARC-POSTAL     PIC X(05).
      *GL account mapping kept by Finance: for each movement type
      *and currency, the account debited and the account credited
      *when the movement increases customer balances (the two swap
      *for an adjustment that reduces them). A row naming a branch
      *wins over the currency's all-branch row.
       FD  GL-MAP RECORDING MODE F.
       01  MAP-REC.
           05 MAP-MOVE-TYPE   PIC X(03).
           05 MAP-CURR        PIC X(03).
           05 MAP-BRANCH      PIC X(04).
           05 MAP-DR-ACCOUNT  PIC X(10).
           05 MAP-CR-ACCOUNT  PIC X(10).
           05 MAP-DESC        PIC X(20).
           05 FILLER          PIC X(10).
      *Sort work: one record per movement with money in it, by the
      *branch, currency and movement type its journal entry is made
      *up for. The amount is signed only for adjustments.
       SD  SORT-WORK.
       01  SRT-REC.
           05 SRT-KEY.
              10 SRT-BRANCH   PIC X(04).
              10 SRT-CURR     PIC X(03).
              10 SRT-TYPE     PIC X(03).
           05 SRT-ACCT-NO     PIC 9(04).
           05 SRT-AMOUNT      PIC S9(11)V99.
      *GL interface file: a header carrying the business date, two
      *lines per journal entry -- the debit and the credit -- and a
      *trailer carrying the entry count and the debit and credit
      *totals. Written only when the whole night balances.
       FD  GL-FILE RECORDING MODE F.
       01  GLD-REC.
           05 GLD-TYPE       PIC X(01).
           05 GLD-BUS-DATE   PIC 9(08).
           05 GLD-ENTRY-NO   PIC 9(06).
           05 GLD-LINE-NO    PIC 9(01).
           05 GLD-BRANCH     PIC X(04).
           05 GLD-CURR       PIC X(03).
           05 GLD-MOVE-TYPE  PIC X(03).
           05 GLD-GL-ACCOUNT PIC X(10).
           05 GLD-DR-CR      PIC X(01).
           05 GLD-AMOUNT     PIC 9(13)V99.
           05 GLD-ITEMS      PIC 9(06).
           05 GLD-DESC       PIC X(20).
           05 FILLER         PIC X(22).
       01  GLH-REC.
           05 GLH-TYPE       PIC X(01).
           05 GLH-BUS-DATE   PIC 9(08).
           05 GLH-RUN-DATE   PIC 9(08).
           05 GLH-RUN-TIME   PIC 9(08).
           05 GLH-SOURCE     PIC X(08).
           05 FILLER         PIC X(67).
       01  GLT-REC.
           05 GLT-TYPE       PIC X(01).
           05 GLT-ENTRY-COUNT PIC 9(06).
           05 GLT-LINE-COUNT PIC 9(06).
           05 GLT-DR-TOTAL   PIC 9(15)V99.
           05 GLT-CR-TOTAL   PIC 9(15)V99.
           05 FILLER         PIC X(53).
      *GL summary report for Finance to sign off: one line per
      *journal entry, currency totals, the checks and the release
      *decision.
       FD  GL-REPORT RECORDING MODE F.
       01  RPT-REC.
           05 RPT-ENTRY-NO   PIC ZZZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-BRANCH     PIC X(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-CURR       PIC X(03).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-TYPE-DESC  PIC X(12).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-ITEMS      PIC ZZZ,ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-DR-ACCOUNT PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-DR-AMOUNT  PIC Z(12)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-CR-ACCOUNT PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-CR-AMOUNT  PIC Z(12)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-NOTE       PIC X(18).
      *FILLER pads the detail line out to the width of the header,
      *total and check records written to the same FD, so a
      *WRITE...FROM across the layouts never truncates.
           05 FILLER         PIC X(02) VALUE SPACES.
       FD  RUN-CONTROL.
       01  RCT-REC.
           05 RCT-KEY.
              10 RCT-BUS-DATE  PIC 9(08).
              10 RCT-STEP      PIC X(04).
           05 RCT-PROGRAM      PIC X(08).
           05 RCT-STATUS       PIC X(01).
              88 RCT-STARTED      VALUE 'S'.
              88 RCT-COMPLETE     VALUE 'C'.
           05 RCT-START-TIME   PIC 9(08).
           05 RCT-END-TIME     PIC 9(08).
           05 RCT-OLD-GEN      PIC 9(06).
           05 RCT-NEW-GEN      PIC 9(06).
           05 RCT-OLD-COUNT    PIC 9(06).
           05 RCT-NEW-COUNT    PIC 9(06).
           05 RCT-RUN-COUNT    PIC 9(02).
           05 RCT-OVR-OPERATOR PIC X(08).
           05 FILLER           PIC X(09).
      *Alternate view: the business-date row (zero date, step
      *'DATE') the standing-order run opens each night with the date
      *every later step of that night runs under.
       01  RCT-DATE-REC.
           05 FILLER           PIC X(21).
           05 RCT-CUR-BUS-DATE PIC 9(08).
           05 FILLER           PIC X(51).
      *Optional override card for a deliberate rerun. It is honored
      *only when it names this step and this business date and
      *carries the operator and the reason, both of which go on the
      *override log.
       FD  OVERRIDE-CARD RECORDING MODE F.
       01  OVR-REC.
           05 OVR-STEP         PIC X(04).
           05 OVR-BUS-DATE     PIC 9(08).
           05 OVR-OPERATOR     PIC X(08).
           05 OVR-REASON       PIC X(40).
      *Accumulating log of every run-control check an override let
      *through, so operations can account for each deliberate rerun.
       FD  OVERRIDE-LOG RECORDING MODE F.
       01  OVL-REC.
           05 OVL-BUS-DATE     PIC 9(08).
           05 OVL-STEP         PIC X(04).
           05 OVL-PROGRAM      PIC X(08).
           05 OVL-TIME         PIC 9(08).
           05 OVL-OPERATOR     PIC X(08).
           05 OVL-BYPASSED     PIC X(20).
           05 OVL-REASON       PIC X(40).
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 HIS-ST    PIC 9(02).
              88 HIS-EOF      VALUE 10.
              88 HIS-SUCCESS  VALUE 00
                                    97.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-FOUND   VALUE 00
                                    97.
              88 ACCT-NOTFND  VALUE 23.
           05 ARC-ST    PIC 9(02).
              88 ARC-EOF      VALUE 10.
              88 ARC-SUCCESS  VALUE 00
                                    97.
           05 MAP-ST    PIC 9(02).
              88 MAP-EOF      VALUE 10.
              88 MAP-SUCCESS  VALUE 00
                                    97.
           05 GLF-ST    PIC 9(02).
           05 RPT-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
      *Set once initial file opens have succeeded, so an early abort
      *does not write report totals to a file that was never opened
      *for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
           05 WS-RELEASE-SW           PIC X(01) VALUE 'N'.
              88 WS-GL-RELEASED          VALUE 'Y'.
           05 WS-HOLD-REASON          PIC X(30) VALUE SPACES.
      *Counters and money totals for the report and the checks.
       01  WS-COUNTERS.
           05 WS-HIST-READ        PIC 9(06) VALUE ZERO.
           05 WS-HIST-TONIGHT     PIC 9(06) VALUE ZERO.
           05 WS-HIST-NO-MONEY    PIC 9(06) VALUE ZERO.
           05 WS-ARCH-READ        PIC 9(06) VALUE ZERO.
           05 WS-MOVES-RELEASED   PIC 9(06) VALUE ZERO.
           05 WS-MOVES-RETURNED   PIC 9(06) VALUE ZERO.
           05 WS-MOVES-UNPOSTED   PIC 9(06) VALUE ZERO.
           05 WS-ENTRY-ITEMS      PIC 9(06) VALUE ZERO.
           05 WS-ENTRIES-NETTED   PIC 9(06) VALUE ZERO.
           05 WS-ENTRIES-UNMAPPED PIC 9(06) VALUE ZERO.
           05 WS-GL-LINES         PIC 9(06) VALUE ZERO.
           05 WS-AMT-RELEASED     PIC S9(15)V99 VALUE ZERO.
           05 WS-AMT-RETURNED     PIC S9(15)V99 VALUE ZERO.
           05 WS-AMT-ENTRIES      PIC S9(15)V99 VALUE ZERO.
           05 WS-DR-TOTAL         PIC 9(15)V99 VALUE ZERO.
           05 WS-CR-TOTAL         PIC 9(15)V99 VALUE ZERO.
      *The GL mapping table in storage, loaded at open time. Past
      *the slot limit is fatal, since a dropped row would leave
      *entries unmapped.
       01  WS-MAP-FIELDS.
           05 WS-MAP-TABLE.
              10 WS-MAP-CNT       PIC 9(03).
              10 WS-MAP-ENTRY OCCURS 200.
                 15 WS-MAP-TYPE      PIC X(03).
                 15 WS-MAP-CURR      PIC X(03).
                 15 WS-MAP-BRANCH    PIC X(04).
                 15 WS-MAP-DR-ACCT   PIC X(10).
                 15 WS-MAP-CR-ACCT   PIC X(10).
                 15 WS-MAP-DESC      PIC X(20).
           05 WS-MAP-IX           PIC 9(03).
           05 WS-MAP-MAX          PIC 9(03) VALUE 200.
           05 WS-MAP-HIT-SW       PIC X(01).
              88 WS-MAP-HIT          VALUE 'Y'.
           05 WS-MAP-PROBE-BRANCH PIC X(04).
      *Branch and currency of every account on tonight's purge
      *archive, for the movements of accounts no longer on the
      *master. Past the slot limit is fatal.
       01  WS-ARC-FIELDS.
           05 WS-ARC-TABLE.
              10 WS-ARC-CNT       PIC 9(04).
              10 WS-ARC-ENTRY OCCURS 2000.
                 15 WS-ARC-ACCT-NO   PIC 9(04).
                 15 WS-ARC-BRANCH    PIC X(04).
                 15 WS-ARC-CURR      PIC X(03).
           05 WS-ARC-IX           PIC 9(04).
           05 WS-ARC-MAX          PIC 9(04) VALUE 2000.
           05 WS-ARC-HIT-SW       PIC X(01).
              88 WS-ARC-HIT          VALUE 'Y'.
      *Dated archive dataset, named exactly as PBEG014 names it for
      *the business date.
       01  WS-DSN-FIELDS.
           05 WS-ARC-DSN.
              10 FILLER            PIC X(10) VALUE 'ACCTARCH.D'.
              10 WS-ARC-DSN-DATE   PIC 9(08).
      *The journal entries, built one per branch, currency and
      *movement type on the way out of the sort and held until the
      *whole night is known to balance. Past the slot limit is
      *fatal.
       01  WS-ENT-FIELDS.
           05 WS-ENT-TABLE.
              10 WS-ENT-CNT       PIC 9(04).
              10 WS-ENT-ENTRY OCCURS 500.
                 15 WS-ENT-BRANCH    PIC X(04).
                 15 WS-ENT-CURR      PIC X(03).
                 15 WS-ENT-TYPE      PIC X(03).
                 15 WS-ENT-ITEMS     PIC 9(06).
                 15 WS-ENT-AMOUNT    PIC 9(13)V99.
                 15 WS-ENT-DR-ACCT   PIC X(10).
                 15 WS-ENT-CR-ACCT   PIC X(10).
                 15 WS-ENT-DESC      PIC X(20).
                 15 WS-ENT-MAP-SW    PIC X(01).
                    88 WS-ENT-MAPPED    VALUE 'Y'.
           05 WS-ENT-IX           PIC 9(04).
           05 WS-ENT-MAX          PIC 9(04) VALUE 500.
      *The entry being added up on the way out of the sort.
       01  WS-BRK-FIELDS.
           05 WS-BRK-KEY.
              10 WS-BRK-BRANCH    PIC X(04).
              10 WS-BRK-CURR      PIC X(03).
              10 WS-BRK-TYPE      PIC X(03).
           05 WS-BRK-ITEMS        PIC 9(06).
           05 WS-BRK-AMOUNT       PIC S9(13)V99.
           05 WS-BRK-OPEN-SW      PIC X(01) VALUE 'N'.
              88 WS-BRK-OPEN         VALUE 'Y'.
           05 WS-TYPE-DESC        PIC X(12).
      *Debit and credit totals per currency for the report, the
      *figures Finance signs the night off against.
       01  WS-CUR-FIELDS.
           05 WS-CUR-TABLE.
              10 WS-CUR-CNT       PIC 9(02).
              10 WS-CUR-ENTRY OCCURS 20.
                 15 WS-CUR-CURR      PIC X(03).
                 15 WS-CUR-ENTRIES   PIC 9(06).
                 15 WS-CUR-DR        PIC 9(15)V99.
                 15 WS-CUR-CR        PIC 9(15)V99.
           05 WS-CUR-IX           PIC 9(02).
           05 WS-CUR-MAX          PIC 9(02) VALUE 20.
           05 WS-CUR-HIT-SW       PIC X(01).
              88 WS-CUR-HIT          VALUE 'Y'.
      *Where the movement being released posts to.
       01  WS-MOVE-FIELDS.
           05 WS-MOVE-BRANCH      PIC X(04).
           05 WS-MOVE-CURR        PIC X(03).
           05 WS-MOVE-FOUND-SW    PIC X(01).
              88 WS-MOVE-FOUND       VALUE 'Y'.
      *End of the sorted movements in the output pass.
       01  WS-SORT-FIELDS.
           05 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
              88 WS-SORT-ENDED       VALUE 'Y'.
      *Report header/total/check lines, built here (not in the FD)
      *since VALUE clauses on FILE SECTION records are not
      *guaranteed to be present in the record area until something
      *has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(40)
                     VALUE 'GENERAL LEDGER POSTING SUMMARY'.
           05 RPT-HDR-DATE-LIT  PIC X(15) VALUE 'BUSINESS DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(57) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05 FILLER            PIC X(30)
                     VALUE ' ENTRY  BRNC  CUR  MOVEMENT   '.
           05 FILLER            PIC X(30)
                     VALUE '     ITEMS  DEBIT ACCT       D'.
           05 FILLER            PIC X(30)
                     VALUE 'EBIT AMT  CREDIT ACCT      CRE'.
           05 FILLER            PIC X(30)
                     VALUE 'DIT AMT  NOTE                 '.
       01  WS-RPT-CURR-LINE.
           05 RPT-CTL-LIT1      PIC X(15) VALUE 'CURRENCY TOTAL '.
           05 RPT-CTL-CURR      PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CTL-LIT2      PIC X(09) VALUE 'ENTRIES: '.
           05 RPT-CTL-ENTRIES   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CTL-LIT3      PIC X(07) VALUE 'DEBIT: '.
           05 RPT-CTL-DR        PIC Z(14)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CTL-LIT4      PIC X(08) VALUE 'CREDIT: '.
           05 RPT-CTL-CR        PIC Z(14)9.99.
           05 FILLER            PIC X(29) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOT-DESC      PIC X(30).
           05 RPT-TOT-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(83) VALUE SPACES.
       01  WS-RPT-RELEASE-LINE.
           05 RPT-REL-TEXT      PIC X(30).
           05 RPT-REL-REASON    PIC X(30).
           05 FILLER            PIC X(60) VALUE SPACES.
       01  WS-RPT-SIGNOFF-LINE.
           05 FILLER            PIC X(40)
                     VALUE 'PREPARED BY: ____________________'.
           05 FILLER            PIC X(40)
                     VALUE 'CHECKED BY: ____________________'.
           05 FILLER            PIC X(40)
                     VALUE 'DATE: __________'.
      *Count check line in the expected-versus-actual style the
      *PBEG010 balancing report uses, and its money twin.
       01  WS-RPT-CHECK-LINE.
           05 RPT-CHK-DESC      PIC X(26).
           05 RPT-CHK-LIT1      PIC X(10) VALUE 'EXPECTED: '.
           05 RPT-CHK-EXPECTED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CHK-LIT2      PIC X(08) VALUE 'ACTUAL: '.
           05 RPT-CHK-ACTUAL    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CHK-RESULT    PIC X(08).
           05 FILLER            PIC X(50) VALUE SPACES.
       01  WS-RPT-AMT-CHECK-LINE.
           05 RPT-ACK-DESC      PIC X(26).
           05 RPT-ACK-LIT1      PIC X(10) VALUE 'EXPECTED: '.
           05 RPT-ACK-EXPECTED  PIC -(15)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ACK-LIT2      PIC X(08) VALUE 'ACTUAL: '.
           05 RPT-ACK-ACTUAL    PIC -(15)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ACK-RESULT    PIC X(08).
           05 FILLER            PIC X(26) VALUE SPACES.
      *Comparison work fields for the check writers.
       01  WS-CHECK-FIELDS.
           05 WS-CHK-EXPECTED     PIC 9(06).
           05 WS-CHK-ACTUAL       PIC 9(06).
           05 WS-CHK-DESC         PIC X(26).
           05 WS-CHK-AMT-EXPECTED PIC S9(15)V99.
           05 WS-CHK-AMT-ACTUAL   PIC S9(15)V99.
           05 WS-MISMATCHES       PIC 9(03) VALUE ZERO.
      *Run-control rules for this step: the step code it records
      *under, the step that must have finished first on the same
      *business date (spaces for none), and whether a finished run
      *anywhere in the month counts as done or only one on the same
      *date.
       01  WS-RCT-FIELDS.
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'GL  '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE 'MNT '.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'D'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG021'.
           05 WS-RCT-SCAN-STEP    PIC X(04).
           05 WS-RCT-SCAN-FROM    PIC 9(08).
           05 WS-RCT-SCAN-FROM-R REDEFINES WS-RCT-SCAN-FROM.
              10 WS-RCT-FROM-YYYYMM PIC 9(06).
              10 WS-RCT-FROM-DD     PIC 9(02).
           05 WS-RCT-SCAN-TO      PIC 9(08).
           05 WS-RCT-SCAN-TO-R REDEFINES WS-RCT-SCAN-TO.
              10 WS-RCT-TO-YYYYMM   PIC 9(06).
              10 WS-RCT-TO-DD       PIC 9(02).
           05 WS-RCT-FOUND-SW     PIC X(01).
              88 WS-RCT-FOUND        VALUE 'Y'.
           05 WS-RCT-FOUND-DATE   PIC 9(08).
           05 WS-RCT-SCAN-END-SW  PIC X(01).
              88 WS-RCT-SCAN-ENDED   VALUE 'Y'.
           05 WS-RCT-OVR-SW       PIC X(01) VALUE 'N'.
              88 WS-RCT-OVR-VALID    VALUE 'Y'.
           05 WS-RCT-OVR-USED-SW  PIC X(01) VALUE 'N'.
              88 WS-RCT-OVR-USED     VALUE 'Y'.
           05 WS-RCT-STARTED-SW   PIC X(01) VALUE 'N'.
              88 WS-RCT-STARTED      VALUE 'Y'.
           05 WS-RCT-ROW-SW       PIC X(01).
              88 WS-RCT-ROW-FOUND    VALUE 'Y'.
           05 WS-RCT-CUR-GEN      PIC 9(06) VALUE ZERO.
           05 WS-RCT-TIME         PIC 9(08).
           05 WS-RCT-BYPASSED     PIC X(20).
           05 WS-RCT-OPERATOR     PIC X(08).
           05 WS-RCT-REASON       PIC X(40).
      *Business date of the night, off the run-control date row: the
      *date the night's history records carry and the date the
      *archive is named by.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A night that does not balance, or that has a movement with
      *no branch or no GL account to post to, is not released.
       01  WS-RETURN-FIELDS.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-LIMIT-ERROR-RC  PIC 9(04) VALUE 0016.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main line of the program: the night's movements are sorted by
      *branch, currency and movement type and summed into journal
      *entries, which are released to the GL file only once the
      *whole night is seen to balance.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H400-BUILD-ENTRIES THRU H400-END.
           PERFORM H500-RELEASE-ENTRIES THRU H500-END.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses.
       H100-OPEN-FILES.
           PERFORM H160-CHECK-RUN-CONTROL.
           MOVE WS-JOB-START-DATE TO WS-ARC-DSN-DATE.
           OPEN INPUT  ACCT-HISTORY.
           IF (HIS-ST NOT = 0) AND (HIS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' HIS-ST
              MOVE HIS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  ARCH-FILE.
           IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
                  AND (ARC-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF (GLF-ST NOT = 0) AND (GLF-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' GLF-ST
              MOVE GLF-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT GL-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H104-LOAD-MAP-TABLE.
           PERFORM H106-WRITE-RPT-HEADER.
           INITIALIZE WS-ARC-TABLE
                      WS-ENT-TABLE
                      WS-CUR-TABLE.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Pull the GL mapping into storage. An empty mapping, or one
      *past the slot limit, is fatal.
       H104-LOAD-MAP-TABLE.
           INITIALIZE WS-MAP-TABLE.
           OPEN INPUT GL-MAP.
           IF (MAP-ST NOT = 0) AND (MAP-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' MAP-ST
              MOVE MAP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ GL-MAP.
           PERFORM H105-STORE-MAP UNTIL MAP-EOF.
           CLOSE GL-MAP.
           IF WS-MAP-CNT = 0
              DISPLAY 'GL MAPPING IS EMPTY'
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H104-END. EXIT.
      *One mapping row into the table.
       H105-STORE-MAP.
           IF NOT MAP-SUCCESS
              DISPLAY 'UNABLE TO READ FILE: ' MAP-ST
              MOVE MAP-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-MAP-CNT NOT < WS-MAP-MAX
              DISPLAY 'GL MAPPING PAST SLOT LIMIT: ' MAP-MOVE-TYPE
                      ' ' MAP-CURR ' ' MAP-BRANCH
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-MAP-CNT.
           MOVE MAP-MOVE-TYPE  TO WS-MAP-TYPE (WS-MAP-CNT).
           MOVE MAP-CURR       TO WS-MAP-CURR (WS-MAP-CNT).
           MOVE MAP-BRANCH     TO WS-MAP-BRANCH (WS-MAP-CNT).
           MOVE MAP-DR-ACCOUNT TO WS-MAP-DR-ACCT (WS-MAP-CNT).
           MOVE MAP-CR-ACCOUNT TO WS-MAP-CR-ACCT (WS-MAP-CNT).
           MOVE MAP-DESC       TO WS-MAP-DESC (WS-MAP-CNT).
           READ GL-MAP.
       H105-END. EXIT.
      *Write the report heading and the column line.
       H106-WRITE-RPT-HEADER.
           MOVE WS-JOB-START-DATE TO RPT-HDR-DATE.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
           WRITE RPT-REC FROM WS-RPT-COLUMN-LINE.
       H106-END. EXIT.
      *Check the run-control file before anything is opened for
      *output, so a refused run never sends the ledger a second copy
      *of the night: this step must not have finished already for
      *the business date, and the maintenance run must have. A valid
      *override card lets the check through, and is logged.
       H160-CHECK-RUN-CONTROL.
           ACCEPT WS-RCT-TIME FROM TIME.
           OPEN I-O RUN-CONTROL.
           IF RCT-ST = 35
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF.
           IF (RCT-ST NOT = 0) AND (RCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H168-GET-BUSINESS-DATE.
           PERFORM H161-READ-OVERRIDE-CARD.
           PERFORM H162-CHECK-STEP-DONE THRU H162-END.
           PERFORM H163-CHECK-PRIOR-STEP THRU H163-END.
           PERFORM H167-MARK-STARTED.
       H160-END. EXIT.
      *Pick up the optional override card. One that does not name
      *this step and business date, or leaves out the operator or
      *the reason, is reported and ignored.
       H161-READ-OVERRIDE-CARD.
           OPEN INPUT OVERRIDE-CARD.
           IF OVR-ST = 0
              READ OVERRIDE-CARD
              IF OVR-ST = 0
                 IF OVR-STEP = WS-RCT-THIS-STEP
                        AND OVR-BUS-DATE = WS-JOB-START-DATE
                        AND OVR-OPERATOR NOT = SPACES
                        AND OVR-REASON NOT = SPACES
                    SET WS-RCT-OVR-VALID TO TRUE
                    MOVE OVR-OPERATOR TO WS-RCT-OPERATOR
                    MOVE OVR-REASON   TO WS-RCT-REASON
                 ELSE
                    DISPLAY 'OVERRIDE CARD IGNORED: ' OVR-STEP
                            ' ' OVR-BUS-DATE
                 END-IF
              END-IF
           END-IF.
           CLOSE OVERRIDE-CARD.
       H161-END. EXIT.
      *Refuse the run when this step has already finished for the
      *business date, or for any date in the month for a monthly
      *step, unless the override card covers it.
       H162-CHECK-STEP-DONE.
           MOVE WS-RCT-THIS-STEP  TO WS-RCT-SCAN-STEP.
           MOVE WS-JOB-START-DATE TO WS-RCT-SCAN-FROM.
           MOVE WS-JOB-START-DATE TO WS-RCT-SCAN-TO.
           IF WS-RCT-MONTHLY
              MOVE 01 TO WS-RCT-FROM-DD
              MOVE 31 TO WS-RCT-TO-DD
           END-IF.
           PERFORM H164-SCAN-RUN-CONTROL.
           IF NOT WS-RCT-FOUND
              GO TO H162-END
           END-IF.
           DISPLAY 'STEP ' WS-RCT-THIS-STEP
                   ' ALREADY COMPLETE FOR ' WS-RCT-FOUND-DATE.
           IF NOT WS-RCT-OVR-VALID
              MOVE WS-DONE-REFUSE-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'ALREADY COMPLETE' TO WS-RCT-BYPASSED.
           PERFORM H166-LOG-OVERRIDE.
       H162-END. EXIT.
      *Refuse the run when the step before this one has not finished
      *for the business date, unless the override card covers it.
       H163-CHECK-PRIOR-STEP.
           IF WS-RCT-PRIOR-STEP = SPACES
              GO TO H163-END
           END-IF.
           MOVE WS-RCT-PRIOR-STEP TO WS-RCT-SCAN-STEP.
           MOVE WS-JOB-START-DATE TO WS-RCT-SCAN-FROM.
           MOVE WS-JOB-START-DATE TO WS-RCT-SCAN-TO.
           PERFORM H164-SCAN-RUN-CONTROL.
           IF WS-RCT-FOUND
              GO TO H163-END
           END-IF.
           DISPLAY 'PRIOR STEP ' WS-RCT-PRIOR-STEP
                   ' NOT COMPLETE FOR ' WS-JOB-START-DATE.
           IF NOT WS-RCT-OVR-VALID
              MOVE WS-PRIOR-REFUSE-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'PRIOR STEP MISSING' TO WS-RCT-BYPASSED.
           PERFORM H166-LOG-OVERRIDE.
       H163-END. EXIT.
      *Look for a finished run of WS-RCT-SCAN-STEP with a business
      *date from WS-RCT-SCAN-FROM through WS-RCT-SCAN-TO: position on
      *the first key of the range and read forward out of it.
       H164-SCAN-RUN-CONTROL.
           MOVE 'N' TO WS-RCT-FOUND-SW.
           MOVE 'N' TO WS-RCT-SCAN-END-SW.
           MOVE WS-RCT-SCAN-FROM TO RCT-BUS-DATE.
           MOVE SPACES           TO RCT-STEP.
           START RUN-CONTROL KEY NOT < RCT-KEY.
           IF RCT-ST NOT = 0
              SET WS-RCT-SCAN-ENDED TO TRUE
           END-IF.
           PERFORM H165-SCAN-NEXT
              UNTIL WS-RCT-FOUND OR WS-RCT-SCAN-ENDED.
       H164-END. EXIT.
      *One read forward through the run-control file.
       H165-SCAN-NEXT.
           READ RUN-CONTROL NEXT RECORD.
           EVALUATE TRUE
               WHEN RCT-ST NOT = 0
                   SET WS-RCT-SCAN-ENDED TO TRUE
               WHEN RCT-BUS-DATE > WS-RCT-SCAN-TO
                   SET WS-RCT-SCAN-ENDED TO TRUE
               WHEN RCT-STEP = WS-RCT-SCAN-STEP AND RCT-COMPLETE
                   SET WS-RCT-FOUND TO TRUE
                   MOVE RCT-BUS-DATE TO WS-RCT-FOUND-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H165-END. EXIT.
      *One override log line for the check the card let through. An
      *override that cannot be logged is not honored.
       H166-LOG-OVERRIDE.
           DISPLAY 'RUN CONTROL OVERRIDDEN BY ' WS-RCT-OPERATOR.
           SET WS-RCT-OVR-USED TO TRUE.
           OPEN EXTEND OVERRIDE-LOG.
           IF OVL-ST NOT = 0
              OPEN OUTPUT OVERRIDE-LOG
           END-IF.
           IF (OVL-ST NOT = 0) AND (OVL-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' OVL-ST
              MOVE OVL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-JOB-START-DATE TO OVL-BUS-DATE.
           MOVE WS-RCT-THIS-STEP  TO OVL-STEP.
           MOVE WS-RCT-PROGRAM    TO OVL-PROGRAM.
           MOVE WS-RCT-TIME       TO OVL-TIME.
           MOVE WS-RCT-OPERATOR   TO OVL-OPERATOR.
           MOVE WS-RCT-BYPASSED   TO OVL-BYPASSED.
           MOVE WS-RCT-REASON     TO OVL-REASON.
           WRITE OVL-REC.
           CLOSE OVERRIDE-LOG.
       H166-END. EXIT.
      *Write this step's row -- or rewrite it, on a rerun -- as
      *started. The master is only read here, so the row carries the
      *current master generation on both sides and the anchor is
      *left where it is.
       H167-MARK-STARTED.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'GEN ' TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              MOVE RCT-NEW-GEN TO WS-RCT-CUR-GEN
           END-IF.
           MOVE WS-JOB-START-DATE TO RCT-BUS-DATE.
           MOVE WS-RCT-THIS-STEP  TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              SET WS-RCT-ROW-FOUND TO TRUE
           ELSE
              MOVE 'N' TO WS-RCT-ROW-SW
              INITIALIZE RCT-REC WITH FILLER
              MOVE WS-JOB-START-DATE TO RCT-BUS-DATE
              MOVE WS-RCT-THIS-STEP  TO RCT-STEP
           END-IF.
           ADD 1 TO RCT-RUN-COUNT.
           MOVE WS-RCT-PROGRAM TO RCT-PROGRAM.
           SET RCT-STARTED     TO TRUE.
           MOVE WS-RCT-TIME    TO RCT-START-TIME.
           MOVE ZERO           TO RCT-END-TIME.
           MOVE WS-RCT-CUR-GEN TO RCT-OLD-GEN.
           MOVE WS-RCT-CUR-GEN TO RCT-NEW-GEN.
           MOVE ZERO           TO RCT-OLD-COUNT.
           MOVE ZERO           TO RCT-NEW-COUNT.
           IF WS-RCT-OVR-USED
              MOVE WS-RCT-OPERATOR TO RCT-OVR-OPERATOR
           END-IF.
           IF WS-RCT-ROW-FOUND
              REWRITE RCT-REC
           ELSE
              WRITE RCT-REC
           END-IF.
           IF RCT-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RCT-STARTED TO TRUE.
       H167-END. EXIT.
      *Take the business date from the date row the standing-order
      *run opened the night with, so every step of one night keys
      *its run control and stamps its output with the same date
      *however late it starts. No date row means no night is open.
       H168-GET-BUSINESS-DATE.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'DATE' TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST NOT = 0
              DISPLAY 'BUSINESS DATE NOT OPEN: ' RCT-ST
              MOVE WS-PRIOR-REFUSE-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE RCT-CUR-BUS-DATE TO WS-JOB-START-DATE.
       H168-END. EXIT.
      *Sort the night's movements into branch, currency and movement
      *type order and sum them into journal entries on the way back
      *out.
       H400-BUILD-ENTRIES.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-BRANCH
                                 SRT-CURR
                                 SRT-TYPE
                INPUT PROCEDURE  H410-RELEASE-MOVES THRU H410-END
                OUTPUT PROCEDURE H450-SUM-ENTRIES THRU H450-END.
           IF SORT-RETURN NOT = 0
              DISPLAY 'MOVEMENT SORT FAILED: ' SORT-RETURN
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              MOVE 'MOVEMENT SORT FAILED' TO WS-HOLD-REASON
           END-IF.
       H400-END. EXIT.
      *The archive first, so the accounts it carries off are known
      *before the history is read, then the history itself.
       H410-RELEASE-MOVES.
           IF ARC-ST NOT = 05
              PERFORM H412-READ-ARCHIVE
              PERFORM H414-RELEASE-ARCHIVED UNTIL ARC-EOF
           END-IF.
           PERFORM H420-READ-HISTORY.
           PERFORM H425-RELEASE-HISTORY THRU H425-END UNTIL HIS-EOF.
       H410-END. EXIT.
      *Next archive record, fatal on anything but success or end of
      *file.
       H412-READ-ARCHIVE.
           READ ARCH-FILE.
           IF ARC-SUCCESS
              ADD 1 TO WS-ARCH-READ
           ELSE
              IF NOT ARC-EOF
                 DISPLAY 'UNABLE TO READ FILE: ' ARC-ST
                 MOVE ARC-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H412-END. EXIT.
      *One purged account: remember where it posted, and release its
      *balance as carried off by the purge. A closed account keeps
      *its balance on the master, so its closure and its purge both
      *post: the mapping moves the money into the closed-account
      *ledger on closure and out of it on purge.
       H414-RELEASE-ARCHIVED.
           IF WS-ARC-CNT NOT < WS-ARC-MAX
              DISPLAY 'ARCHIVE TABLE PAST SLOT LIMIT: ' ARC-NO
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ARC-CNT.
           MOVE ARC-NO     TO WS-ARC-ACCT-NO (WS-ARC-CNT).
           MOVE ARC-BRANCH TO WS-ARC-BRANCH (WS-ARC-CNT).
           MOVE ARC-CURR   TO WS-ARC-CURR (WS-ARC-CNT).
           IF ARC-BALANCE = ZERO
              ADD 1 TO WS-HIST-NO-MONEY
           ELSE
              MOVE ARC-BRANCH  TO SRT-BRANCH
              MOVE ARC-CURR    TO SRT-CURR
              MOVE 'PRG'       TO SRT-TYPE
              MOVE ARC-NO      TO SRT-ACCT-NO
              MOVE ARC-BALANCE TO SRT-AMOUNT
              PERFORM H430-RELEASE-MOVE
           END-IF.
           PERFORM H412-READ-ARCHIVE.
       H414-END. EXIT.
      *Next history record, fatal on anything but success or end of
      *file.
       H420-READ-HISTORY.
           READ ACCT-HISTORY.
           IF HIS-SUCCESS
              ADD 1 TO WS-HIST-READ
           ELSE
              IF NOT HIS-EOF
                 DISPLAY 'UNABLE TO READ FILE: ' HIS-ST
                 MOVE HIS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H420-END. EXIT.
      *One history record. Only the business date's records post.
      *Each action names its movement type and the money it moved:
      *the opening balance of an add, the balance a close carries
      *off, the restated balance of a change, and the difference
      *between the balances for the rest. A record that moved no
      *money posts nothing.
       H425-RELEASE-HISTORY.
           IF HIS-RUN-DATE NOT = WS-JOB-START-DATE
              GO TO H425-NEXT
           END-IF.
           ADD 1 TO WS-HIST-TONIGHT.
           MOVE HIS-ACCT-NO TO SRT-ACCT-NO.
           EVALUATE TRUE
               WHEN HIS-ADD
                   MOVE 'OPN' TO SRT-TYPE
                   MOVE HIS-AFT-BALANCE TO SRT-AMOUNT
               WHEN HIS-CLOSE
                   MOVE 'CLS' TO SRT-TYPE
                   MOVE HIS-BEF-BALANCE TO SRT-AMOUNT
               WHEN HIS-CHANGE
                   MOVE 'ADJ' TO SRT-TYPE
                   COMPUTE SRT-AMOUNT =
                           HIS-AFT-BALANCE - HIS-BEF-BALANCE
               WHEN HIS-DEPOSIT
                   MOVE 'DEP' TO SRT-TYPE
                   COMPUTE SRT-AMOUNT =
                           HIS-AFT-BALANCE - HIS-BEF-BALANCE
               WHEN HIS-WITHDRAWAL
                   MOVE 'WDR' TO SRT-TYPE
                   COMPUTE SRT-AMOUNT =
                           HIS-BEF-BALANCE - HIS-AFT-BALANCE
               WHEN HIS-INTEREST
                   MOVE 'INT' TO SRT-TYPE
                   COMPUTE SRT-AMOUNT =
                           HIS-AFT-BALANCE - HIS-BEF-BALANCE
               WHEN HIS-FEE
                   MOVE 'FEE' TO SRT-TYPE
                   COMPUTE SRT-AMOUNT =
                           HIS-BEF-BALANCE - HIS-AFT-BALANCE
               WHEN OTHER
                   MOVE SPACES TO SRT-TYPE
                   MOVE ZERO   TO SRT-AMOUNT
           END-EVALUATE.
           IF SRT-AMOUNT = ZERO
              ADD 1 TO WS-HIST-NO-MONEY
              GO TO H425-NEXT
           END-IF.
           PERFORM H428-FIND-POSTING THRU H428-END.
           IF NOT WS-MOVE-FOUND
              ADD 1 TO WS-MOVES-UNPOSTED
              DISPLAY 'NO BRANCH FOR ACCOUNT: ' HIS-ACCT-NO
              GO TO H425-NEXT
           END-IF.
           MOVE WS-MOVE-BRANCH TO SRT-BRANCH.
           MOVE WS-MOVE-CURR   TO SRT-CURR.
           PERFORM H430-RELEASE-MOVE.
       H425-NEXT.
           PERFORM H420-READ-HISTORY.
       H425-END. EXIT.
      *The branch and currency a history movement posts to: the
      *master's, or for an account purged tonight, the archive's.
       H428-FIND-POSTING.
           MOVE 'N' TO WS-MOVE-FOUND-SW.
           MOVE HIS-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-FOUND
              SET WS-MOVE-FOUND TO TRUE
              MOVE ACCT-BRANCH TO WS-MOVE-BRANCH
              MOVE ACCT-CURR   TO WS-MOVE-CURR
              GO TO H428-END
           END-IF.
           IF NOT ACCT-NOTFND
              DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-ARC-HIT-SW.
           MOVE 1 TO WS-ARC-IX.
           PERFORM H429-FIND-ARC-SLOT
              UNTIL WS-ARC-HIT OR WS-ARC-IX > WS-ARC-CNT.
           IF WS-ARC-HIT
              SET WS-MOVE-FOUND TO TRUE
              MOVE WS-ARC-BRANCH (WS-ARC-IX) TO WS-MOVE-BRANCH
              MOVE WS-ARC-CURR (WS-ARC-IX)   TO WS-MOVE-CURR
           END-IF.
       H428-END. EXIT.
      *One probe of the archive table; a hit leaves WS-ARC-IX
      *standing on the slot.
       H429-FIND-ARC-SLOT.
           IF WS-ARC-ACCT-NO (WS-ARC-IX) = HIS-ACCT-NO
              SET WS-ARC-HIT TO TRUE
           ELSE
              ADD 1 TO WS-ARC-IX
           END-IF.
       H429-END. EXIT.
      *Hand one movement to the sort, keeping the count and money
      *released for the checks.
       H430-RELEASE-MOVE.
           RELEASE SRT-REC.
           ADD 1 TO WS-MOVES-RELEASED.
           ADD SRT-AMOUNT TO WS-AMT-RELEASED.
       H430-END. EXIT.
      *Take the sorted movements back one at a time, closing an
      *entry each time branch, currency or movement type changes
      *and the last one at the end.
       H450-SUM-ENTRIES.
           MOVE 'N' TO WS-SORT-END-SW.
           MOVE 'N' TO WS-BRK-OPEN-SW.
           PERFORM H455-RETURN-MOVE.
           PERFORM H460-SUM-ONE UNTIL WS-SORT-ENDED.
           IF WS-BRK-OPEN
              PERFORM H470-CLOSE-ENTRY THRU H470-END
           END-IF.
       H450-END. EXIT.
      *Next movement back from the sort.
       H455-RETURN-MOVE.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
           IF NOT WS-SORT-ENDED
              ADD 1 TO WS-MOVES-RETURNED
              ADD SRT-AMOUNT TO WS-AMT-RETURNED
           END-IF.
       H455-END. EXIT.
      *One sorted movement into the entry it belongs to.
       H460-SUM-ONE.
           IF WS-BRK-OPEN AND SRT-KEY NOT = WS-BRK-KEY
              PERFORM H470-CLOSE-ENTRY THRU H470-END
           END-IF.
           IF NOT WS-BRK-OPEN
              MOVE SRT-KEY TO WS-BRK-KEY
              MOVE ZERO    TO WS-BRK-ITEMS
                              WS-BRK-AMOUNT
              SET WS-BRK-OPEN TO TRUE
           END-IF.
           ADD 1 TO WS-BRK-ITEMS.
           ADD SRT-AMOUNT TO WS-BRK-AMOUNT.
           PERFORM H455-RETURN-MOVE.
       H460-END. EXIT.
      *Close the entry being added up: find its GL accounts and hold
      *it in the entry table. Adjustments that net to zero post
      *nothing; one that nets to a reduction posts the other way
      *round.
       H470-CLOSE-ENTRY.
           MOVE 'N' TO WS-BRK-OPEN-SW.
           ADD WS-BRK-ITEMS TO WS-ENTRY-ITEMS.
           ADD WS-BRK-AMOUNT TO WS-AMT-ENTRIES.
           IF WS-BRK-AMOUNT = ZERO
              ADD 1 TO WS-ENTRIES-NETTED
              GO TO H470-END
           END-IF.
           IF WS-ENT-CNT NOT < WS-ENT-MAX
              DISPLAY 'ENTRY TABLE PAST SLOT LIMIT: ' WS-BRK-KEY
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ENT-CNT.
           MOVE WS-ENT-CNT    TO WS-ENT-IX.
           MOVE WS-BRK-BRANCH TO WS-ENT-BRANCH (WS-ENT-IX).
           MOVE WS-BRK-CURR   TO WS-ENT-CURR (WS-ENT-IX).
           MOVE WS-BRK-TYPE   TO WS-ENT-TYPE (WS-ENT-IX).
           MOVE WS-BRK-ITEMS  TO WS-ENT-ITEMS (WS-ENT-IX).
           MOVE 'N'           TO WS-ENT-MAP-SW (WS-ENT-IX).
           MOVE SPACES        TO WS-ENT-DR-ACCT (WS-ENT-IX)
                                 WS-ENT-CR-ACCT (WS-ENT-IX)
                                 WS-ENT-DESC (WS-ENT-IX).
           IF WS-BRK-AMOUNT < ZERO
              COMPUTE WS-ENT-AMOUNT (WS-ENT-IX) = 0 - WS-BRK-AMOUNT
           ELSE
              MOVE WS-BRK-AMOUNT TO WS-ENT-AMOUNT (WS-ENT-IX)
           END-IF.
           PERFORM H475-FIND-MAPPING THRU H475-END.
           IF NOT WS-MAP-HIT
              ADD 1 TO WS-ENTRIES-UNMAPPED
              GO TO H470-END
           END-IF.
           SET WS-ENT-MAPPED (WS-ENT-IX) TO TRUE.
           MOVE WS-MAP-DESC (WS-MAP-IX) TO WS-ENT-DESC (WS-ENT-IX).
           IF WS-BRK-AMOUNT < ZERO
              MOVE WS-MAP-CR-ACCT (WS-MAP-IX)
                TO WS-ENT-DR-ACCT (WS-ENT-IX)
              MOVE WS-MAP-DR-ACCT (WS-MAP-IX)
                TO WS-ENT-CR-ACCT (WS-ENT-IX)
           ELSE
              MOVE WS-MAP-DR-ACCT (WS-MAP-IX)
                TO WS-ENT-DR-ACCT (WS-ENT-IX)
              MOVE WS-MAP-CR-ACCT (WS-MAP-IX)
                TO WS-ENT-CR-ACCT (WS-ENT-IX)
           END-IF.
       H470-END. EXIT.
      *The mapping row for the entry being closed: the branch's own
      *row first, then the currency's all-branch row.
       H475-FIND-MAPPING.
           MOVE 'N' TO WS-MAP-HIT-SW.
           MOVE WS-BRK-BRANCH TO WS-MAP-PROBE-BRANCH.
           MOVE 1 TO WS-MAP-IX.
           PERFORM H477-FIND-MAP-SLOT
              UNTIL WS-MAP-HIT OR WS-MAP-IX > WS-MAP-CNT.
           IF WS-MAP-HIT
              GO TO H475-END
           END-IF.
           MOVE SPACES TO WS-MAP-PROBE-BRANCH.
           MOVE 1 TO WS-MAP-IX.
           PERFORM H477-FIND-MAP-SLOT
              UNTIL WS-MAP-HIT OR WS-MAP-IX > WS-MAP-CNT.
       H475-END. EXIT.
      *One probe of the mapping table; a hit leaves WS-MAP-IX
      *standing on the slot.
       H477-FIND-MAP-SLOT.
           IF WS-MAP-TYPE (WS-MAP-IX) = WS-BRK-TYPE
                  AND WS-MAP-CURR (WS-MAP-IX) = WS-BRK-CURR
                  AND WS-MAP-BRANCH (WS-MAP-IX) = WS-MAP-PROBE-BRANCH
              SET WS-MAP-HIT TO TRUE
           ELSE
              ADD 1 TO WS-MAP-IX
           END-IF.
       H477-END. EXIT.
      *Total the held entries, list them, and decide whether the
      *night may be released: every movement must have come back
      *from the sort and landed in an entry, every entry must have
      *its GL accounts, and debits must equal credits. Only then
      *are the header, the entries and the trailer written to the
      *GL file; otherwise it is left empty.
       H500-RELEASE-ENTRIES.
           MOVE 1 TO WS-ENT-IX.
           PERFORM H510-LIST-ENTRY UNTIL WS-ENT-IX > WS-ENT-CNT.
           MOVE 1 TO WS-CUR-IX.
           PERFORM H520-WRITE-CURR-LINE UNTIL WS-CUR-IX > WS-CUR-CNT.
           PERFORM H290-WRITE-CHECKS.
           EVALUATE TRUE
               WHEN WS-HOLD-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-MOVES-UNPOSTED > 0
                   MOVE 'MOVEMENTS WITH NO BRANCH' TO WS-HOLD-REASON
               WHEN WS-ENTRIES-UNMAPPED > 0
                   MOVE 'ENTRIES WITH NO GL MAPPING' TO WS-HOLD-REASON
               WHEN WS-DR-TOTAL NOT = WS-CR-TOTAL
                   MOVE 'DEBITS NOT EQUAL TO CREDITS' TO WS-HOLD-REASON
               WHEN WS-MISMATCHES > 0
                   MOVE 'CONTROL CHECK MISMATCH' TO WS-HOLD-REASON
               WHEN OTHER
                   SET WS-GL-RELEASED TO TRUE
           END-EVALUATE.
           IF NOT WS-GL-RELEASED
              DISPLAY 'GL FILE NOT RELEASED: ' WS-HOLD-REASON
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              GO TO H500-END
           END-IF.
           INITIALIZE GLH-REC.
           MOVE 'H'               TO GLH-TYPE.
           MOVE WS-JOB-START-DATE TO GLH-BUS-DATE.
           ACCEPT GLH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT GLH-RUN-TIME FROM TIME.
           MOVE 'PBEG021'         TO GLH-SOURCE.
           WRITE GLH-REC.
           MOVE 1 TO WS-ENT-IX.
           PERFORM H530-WRITE-ENTRY UNTIL WS-ENT-IX > WS-ENT-CNT.
           INITIALIZE GLT-REC.
           MOVE 'T'         TO GLT-TYPE.
           MOVE WS-ENT-CNT  TO GLT-ENTRY-COUNT.
           MOVE WS-GL-LINES TO GLT-LINE-COUNT.
           MOVE WS-DR-TOTAL TO GLT-DR-TOTAL.
           MOVE WS-CR-TOTAL TO GLT-CR-TOTAL.
           WRITE GLT-REC.
       H500-END. EXIT.
      *One entry on the report, and into the debit and credit totals
      *-- overall and for its currency -- when it can be posted.
       H510-LIST-ENTRY.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-ENT-IX                 TO RPT-ENTRY-NO.
           MOVE WS-ENT-BRANCH (WS-ENT-IX) TO RPT-BRANCH.
           MOVE WS-ENT-CURR (WS-ENT-IX)   TO RPT-CURR.
           PERFORM H515-SET-TYPE-DESC.
           MOVE WS-TYPE-DESC              TO RPT-TYPE-DESC.
           MOVE WS-ENT-ITEMS (WS-ENT-IX)  TO RPT-ITEMS.
           IF WS-ENT-MAPPED (WS-ENT-IX)
              MOVE WS-ENT-DR-ACCT (WS-ENT-IX) TO RPT-DR-ACCOUNT
              MOVE WS-ENT-AMOUNT (WS-ENT-IX)  TO RPT-DR-AMOUNT
              MOVE WS-ENT-CR-ACCT (WS-ENT-IX) TO RPT-CR-ACCOUNT
              MOVE WS-ENT-AMOUNT (WS-ENT-IX)  TO RPT-CR-AMOUNT
              ADD WS-ENT-AMOUNT (WS-ENT-IX)   TO WS-DR-TOTAL
              ADD WS-ENT-AMOUNT (WS-ENT-IX)   TO WS-CR-TOTAL
              PERFORM H517-ADD-CURR-TOTAL
           ELSE
              MOVE ZERO            TO RPT-DR-AMOUNT
                                      RPT-CR-AMOUNT
              MOVE 'NO GL MAPPING' TO RPT-NOTE
           END-IF.
           WRITE RPT-REC.
           ADD 1 TO WS-ENT-IX.
       H510-END. EXIT.
      *Report wording for the movement type of entry WS-ENT-IX.
       H515-SET-TYPE-DESC.
           EVALUATE WS-ENT-TYPE (WS-ENT-IX)
               WHEN 'DEP'
                   MOVE 'DEPOSITS'    TO WS-TYPE-DESC
               WHEN 'WDR'
                   MOVE 'WITHDRAWALS' TO WS-TYPE-DESC
               WHEN 'INT'
                   MOVE 'INTEREST'    TO WS-TYPE-DESC
               WHEN 'FEE'
                   MOVE 'FEES'        TO WS-TYPE-DESC
               WHEN 'OPN'
                   MOVE 'NEW ACCOUNTS' TO WS-TYPE-DESC
               WHEN 'CLS'
                   MOVE 'CLOSURES'    TO WS-TYPE-DESC
               WHEN 'PRG'
                   MOVE 'PURGED'      TO WS-TYPE-DESC
               WHEN 'ADJ'
                   MOVE 'ADJUSTMENTS' TO WS-TYPE-DESC
               WHEN OTHER
                   MOVE WS-ENT-TYPE (WS-ENT-IX) TO WS-TYPE-DESC
           END-EVALUATE.
       H515-END. EXIT.
      *Add entry WS-ENT-IX into its currency's totals, opening a
      *slot for a currency not seen before.
       H517-ADD-CURR-TOTAL.
           MOVE 'N' TO WS-CUR-HIT-SW.
           MOVE 1 TO WS-CUR-IX.
           PERFORM H518-FIND-CURR-SLOT
              UNTIL WS-CUR-HIT OR WS-CUR-IX > WS-CUR-CNT.
           IF NOT WS-CUR-HIT
              IF WS-CUR-CNT NOT < WS-CUR-MAX
                 DISPLAY 'CURRENCY TABLE PAST SLOT LIMIT: '
                         WS-ENT-CURR (WS-ENT-IX)
                 MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
              ADD 1 TO WS-CUR-CNT
              MOVE WS-CUR-CNT TO WS-CUR-IX
              MOVE WS-ENT-CURR (WS-ENT-IX) TO WS-CUR-CURR (WS-CUR-IX)
           END-IF.
           ADD 1 TO WS-CUR-ENTRIES (WS-CUR-IX).
           ADD WS-ENT-AMOUNT (WS-ENT-IX) TO WS-CUR-DR (WS-CUR-IX).
           ADD WS-ENT-AMOUNT (WS-ENT-IX) TO WS-CUR-CR (WS-CUR-IX).
       H517-END. EXIT.
      *One probe of the currency table.
       H518-FIND-CURR-SLOT.
           IF WS-CUR-CURR (WS-CUR-IX) = WS-ENT-CURR (WS-ENT-IX)
              SET WS-CUR-HIT TO TRUE
           ELSE
              ADD 1 TO WS-CUR-IX
           END-IF.
       H518-END. EXIT.
      *One currency total line.
       H520-WRITE-CURR-LINE.
           MOVE WS-CUR-CURR (WS-CUR-IX)    TO RPT-CTL-CURR.
           MOVE WS-CUR-ENTRIES (WS-CUR-IX) TO RPT-CTL-ENTRIES.
           MOVE WS-CUR-DR (WS-CUR-IX)      TO RPT-CTL-DR.
           MOVE WS-CUR-CR (WS-CUR-IX)      TO RPT-CTL-CR.
           WRITE RPT-REC FROM WS-RPT-CURR-LINE.
           ADD 1 TO WS-CUR-IX.
       H520-END. EXIT.
      *One journal entry onto the GL file: the debit line and the
      *credit line.
       H530-WRITE-ENTRY.
           INITIALIZE GLD-REC.
           MOVE 'D'                       TO GLD-TYPE.
           MOVE WS-JOB-START-DATE         TO GLD-BUS-DATE.
           MOVE WS-ENT-IX                 TO GLD-ENTRY-NO.
           MOVE WS-ENT-BRANCH (WS-ENT-IX) TO GLD-BRANCH.
           MOVE WS-ENT-CURR (WS-ENT-IX)   TO GLD-CURR.
           MOVE WS-ENT-TYPE (WS-ENT-IX)   TO GLD-MOVE-TYPE.
           MOVE WS-ENT-AMOUNT (WS-ENT-IX) TO GLD-AMOUNT.
           MOVE WS-ENT-ITEMS (WS-ENT-IX)  TO GLD-ITEMS.
           MOVE WS-ENT-DESC (WS-ENT-IX)   TO GLD-DESC.
           MOVE 1                         TO GLD-LINE-NO.
           MOVE WS-ENT-DR-ACCT (WS-ENT-IX) TO GLD-GL-ACCOUNT.
           MOVE 'D'                       TO GLD-DR-CR.
           WRITE GLD-REC.
           MOVE 2                         TO GLD-LINE-NO.
           MOVE WS-ENT-CR-ACCT (WS-ENT-IX) TO GLD-GL-ACCOUNT.
           MOVE 'C'                       TO GLD-DR-CR.
           WRITE GLD-REC.
           ADD 2 TO WS-GL-LINES.
           ADD 1 TO WS-ENT-IX.
       H530-END. EXIT.
      *The run totals and the checks: every movement released to
      *the sort comes back, every one returned lands in an entry,
      *and the money agrees at each step.
       H290-WRITE-CHECKS.
           MOVE 'HISTORY RECORDS READ:'    TO RPT-TOT-DESC.
           MOVE WS-HIST-READ               TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'FOR THIS BUSINESS DATE:'  TO RPT-TOT-DESC.
           MOVE WS-HIST-TONIGHT            TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ARCHIVED ACCOUNTS READ:'  TO RPT-TOT-DESC.
           MOVE WS-ARCH-READ               TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ITEMS WITH NO MONEY:'     TO RPT-TOT-DESC.
           MOVE WS-HIST-NO-MONEY           TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ITEMS WITH NO BRANCH:'    TO RPT-TOT-DESC.
           MOVE WS-MOVES-UNPOSTED          TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'JOURNAL ENTRIES:'         TO RPT-TOT-DESC.
           MOVE WS-ENT-CNT                 TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ENTRIES NETTED TO ZERO:'  TO RPT-TOT-DESC.
           MOVE WS-ENTRIES-NETTED          TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ENTRIES WITH NO MAPPING:' TO RPT-TOT-DESC.
           MOVE WS-ENTRIES-UNMAPPED        TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'RELEASED VS RETURNED' TO WS-CHK-DESC.
           MOVE WS-MOVES-RELEASED TO WS-CHK-EXPECTED.
           MOVE WS-MOVES-RETURNED TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'RETURNED VS ENTRY ITEMS' TO WS-CHK-DESC.
           MOVE WS-MOVES-RETURNED TO WS-CHK-EXPECTED.
           MOVE WS-ENTRY-ITEMS    TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'MONEY RELEASED VS RETURNED' TO WS-CHK-DESC.
           MOVE WS-AMT-RELEASED   TO WS-CHK-AMT-EXPECTED.
           MOVE WS-AMT-RETURNED   TO WS-CHK-AMT-ACTUAL.
           PERFORM H287-WRITE-AMT-CHECK-LINE.
           MOVE 'MONEY RETURNED VS ENTRIES' TO WS-CHK-DESC.
           MOVE WS-AMT-RETURNED   TO WS-CHK-AMT-EXPECTED.
           MOVE WS-AMT-ENTRIES    TO WS-CHK-AMT-ACTUAL.
           PERFORM H287-WRITE-AMT-CHECK-LINE.
           MOVE 'DEBITS VS CREDITS' TO WS-CHK-DESC.
           MOVE WS-DR-TOTAL       TO WS-CHK-AMT-EXPECTED.
           MOVE WS-CR-TOTAL       TO WS-CHK-AMT-ACTUAL.
           PERFORM H287-WRITE-AMT-CHECK-LINE.
       H290-END. EXIT.
      *One check line: expected against actual, OK or MISMATCH.
       H285-WRITE-CHECK-LINE.
           MOVE WS-CHK-DESC     TO RPT-CHK-DESC.
           MOVE WS-CHK-EXPECTED TO RPT-CHK-EXPECTED.
           MOVE WS-CHK-ACTUAL   TO RPT-CHK-ACTUAL.
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
              MOVE 'OK      ' TO RPT-CHK-RESULT
           ELSE
              MOVE 'MISMATCH' TO RPT-CHK-RESULT
              ADD 1 TO WS-MISMATCHES
           END-IF.
           WRITE RPT-REC FROM WS-RPT-CHECK-LINE.
       H285-END. EXIT.
      *The same for a money check.
       H287-WRITE-AMT-CHECK-LINE.
           MOVE WS-CHK-DESC         TO RPT-ACK-DESC.
           MOVE WS-CHK-AMT-EXPECTED TO RPT-ACK-EXPECTED.
           MOVE WS-CHK-AMT-ACTUAL   TO RPT-ACK-ACTUAL.
           IF WS-CHK-AMT-EXPECTED = WS-CHK-AMT-ACTUAL
              MOVE 'OK      ' TO RPT-ACK-RESULT
           ELSE
              MOVE 'MISMATCH' TO RPT-ACK-RESULT
              ADD 1 TO WS-MISMATCHES
           END-IF.
           WRITE RPT-REC FROM WS-RPT-AMT-CHECK-LINE.
       H287-END. EXIT.
      *Write the release decision and the sign-off line, then close
      *the files. Only a night released to the GL file marks its
      *step complete, so a held night can be rerun once it is put
      *right.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              IF WS-GL-RELEASED
                 MOVE 'GL FILE RELEASED' TO RPT-REL-TEXT
                 MOVE SPACES TO RPT-REL-REASON
              ELSE
                 MOVE 'GL FILE NOT RELEASED: ' TO RPT-REL-TEXT
                 MOVE WS-HOLD-REASON TO RPT-REL-REASON
              END-IF
              WRITE RPT-REC FROM WS-RPT-RELEASE-LINE
              WRITE RPT-REC FROM WS-RPT-SIGNOFF-LINE
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED AND WS-GL-RELEASED
                  AND RETURN-CODE = 0
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE ACCT-HISTORY
                 ACCT-REC
                 ARCH-FILE
                 GL-FILE
                 GL-REPORT
                 RUN-CONTROL.
       H300-END. EXIT.
      *A released night marks its step complete, with the movements
      *read and the journal entries written. The anchor is left
      *alone.
       H310-MARK-COMPLETE.
           MOVE WS-JOB-START-DATE TO RCT-BUS-DATE.
           MOVE WS-RCT-THIS-STEP  TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST NOT = 0
              DISPLAY 'UNABLE TO READ FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              GO TO H310-END
           END-IF.
           SET RCT-COMPLETE TO TRUE.
           ACCEPT RCT-END-TIME FROM TIME.
           MOVE WS-MOVES-RELEASED TO RCT-OLD-COUNT.
           MOVE WS-ENT-CNT        TO RCT-NEW-COUNT.
           REWRITE RCT-REC.
           IF RCT-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
           END-IF.
       H310-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
