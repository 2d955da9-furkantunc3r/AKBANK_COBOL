       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG016.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSP-MASTER-IN  ASSIGN TO SUSPOLD
                                  ORGANIZATION INDEXED
                                  ACCESS SEQUENTIAL
                                  RECORD KEY SUSI-KEY
                                  STATUS    SUSI-ST.
           SELECT SUSP-MASTER-OUT ASSIGN TO SUSPNEW
                                  ORGANIZATION INDEXED
                                  ACCESS SEQUENTIAL
                                  RECORD KEY SUSO-KEY
                                  STATUS    SUSO-ST.
           SELECT SUSP-REJECTS    ASSIGN TO SUSPREJ
                                  STATUS    SRJ-ST.
           SELECT TRAN-FILE       ASSIGN TO TRANFILE
                                  STATUS    TRN-ST.
           SELECT OPTIONAL SUSP-REQUESTS ASSIGN TO SUSPACT
                                  STATUS    SAC-ST.
           SELECT SORT-WORK       ASSIGN TO SORTWK1.
           SELECT CORR-BATCH      ASSIGN TO CORRBAT
                                  STATUS    CRB-ST.
           SELECT SUSP-REPORT     ASSIGN TO SUSPRPT
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
      *Current-generation suspense file: every transaction PBEG006
      *has rejected and the branch has not yet cleared, keyed by the
      *date it first failed and its sequence within that night.
       FD  SUSP-MASTER-IN.
       01  SUSI-REC.
           05 SUSI-KEY.
              10 SUSI-FAIL-DATE  PIC 9(08).
              10 SUSI-SEQ        PIC 9(04).
           05 FILLER             PIC X(188).
      *Alternate view: what the look-ahead over the old file needs
      *to find the released items before the main pass starts.
       01  SUSI-ITEM-VIEW.
           05 SUSI-ITEM-ID       PIC X(12).
           05 SUSI-STATUS        PIC X(01).
              88 SUSI-RELEASED      VALUE 'R'.
           05 FILLER             PIC X(44).
           05 SUSI-REL-DATE      PIC 9(08).
           05 FILLER             PIC X(08).
           05 SUSI-TRAN          PIC X(106).
           05 FILLER             PIC X(21).
      *New-generation suspense file. An open item waits for the
      *branch; a released item has had its correction sent into the
      *next night's TRANFILE and stays here until that night shows
      *whether PBEG006 took it.
       FD  SUSP-MASTER-OUT.
       01  SUSO-REC.
           05 SUSO-KEY.
              10 SUSO-FAIL-DATE  PIC 9(08).
              10 SUSO-SEQ        PIC 9(04).
           05 SUSO-STATUS        PIC X(01).
              88 SUSO-OPEN          VALUE 'O'.
              88 SUSO-RELEASED      VALUE 'R'.
           05 SUSO-BRANCH        PIC X(04).
           05 SUSO-REASON        PIC X(30).
           05 SUSO-LAST-FAIL-DATE PIC 9(08).
           05 SUSO-FAIL-COUNT    PIC 9(02).
           05 SUSO-REL-DATE      PIC 9(08).
           05 SUSO-REL-OPERATOR  PIC X(08).
      *The transaction as PBEG006 last saw it: as first rejected, or
      *as corrected by the branch once a correction is released.
           05 SUSO-TRAN.
              10 SUSO-TRN-ACTION  PIC X(01).
                 88 SUSO-TRN-DEPOSIT  VALUE 'D'.
                 88 SUSO-TRN-WITHDRAW VALUE 'W'.
              10 SUSO-TRN-NO      PIC 9(04).
              10 SUSO-TRN-NAME    PIC X(15).
              10 SUSO-TRN-SURNAME PIC X(15).
              10 SUSO-TRN-BDATE   PIC 9(08).
              10 SUSO-TRN-BALANCE PIC S9(09)V99.
              10 SUSO-TRN-CURR    PIC X(03).
              10 SUSO-TRN-BRANCH  PIC X(04).
              10 SUSO-TRN-STREET  PIC X(25).
              10 SUSO-TRN-CITY    PIC X(15).
              10 SUSO-TRN-POSTAL  PIC X(05).
           05 SUSO-BATCH-ID      PIC X(12).
           05 FILLER             PIC X(09).
      *The night's rejects as PBEG006 wrote them: the date, the
      *reason and the full transaction, batch id included.
       FD  SUSP-REJECTS RECORDING MODE F.
       01  SRJ-REC.
           05 SRJ-FAIL-DATE      PIC 9(08).
           05 SRJ-REASON         PIC X(30).
           05 SRJ-TRAN.
              10 FILLER          PIC X(57).
              10 SRJ-TRN-BRANCH  PIC X(04).
              10 FILLER          PIC X(45).
           05 SRJ-BATCH-ID       PIC X(12).
      *The night's TRANFILE as PBEG015 merged it and PBEG006 applied
      *it: a released correction found here was accepted by the
      *collection run and reached the maintenance run.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRN-REC.
           05 TRN-TRAN           PIC X(106).
           05 TRN-BATCH-ID       PIC X(12).
      *Branch requests against suspense items: a correction carries
      *the transaction as it should have been keyed, a write-off
      *carries the reason the item is being abandoned. Either must
      *come from the branch that owns the item, with the operator.
       FD  SUSP-REQUESTS RECORDING MODE F.
       01  SAC-REC.
           05 SAC-ACTION         PIC X(01).
              88 SAC-CORRECT        VALUE 'C'.
              88 SAC-WRITE-OFF      VALUE 'W'.
           05 SAC-ITEM-ID        PIC X(12).
           05 SAC-BRANCH         PIC X(04).
           05 SAC-OPERATOR       PIC X(08).
           05 SAC-DETAIL         PIC X(106).
      *Sort work that puts the released corrections in the TRN-NO
      *order PBEG012 and PBEG006 require.
       SD  SORT-WORK.
       01  SRT-REC.
           05 SRT-TRAN.
              10 SRT-ACTION      PIC X(01).
              10 SRT-NO          PIC 9(04).
              10 FILLER          PIC X(101).
           05 SRT-ITEM-ID        PIC X(12).
      *Tonight's released corrections as a framed batch, the same
      *header/transactions/trailer shape a branch submits, so it goes
      *through the PBEG012 edit and the collection run like any
      *other batch and is applied by the next night's PBEG006.
       FD  CORR-BATCH RECORDING MODE F.
       01  CRB-REC               PIC X(106).
      *Alternate view: the batch header.
       01  CRB-HDR-REC.
           05 CRB-HDR-TYPE       PIC X(01).
           05 CRB-HDR-BRANCH     PIC X(04).
           05 CRB-HDR-DATE       PIC 9(08).
           05 FILLER             PIC X(93).
      *Alternate view: the batch trailer.
       01  CRB-TRL-REC.
           05 CRB-TRL-TYPE       PIC X(01).
           05 CRB-TRL-COUNT      PIC 9(06).
           05 CRB-TRL-HASH       PIC 9(13)V99.
           05 FILLER             PIC X(84).
      *Suspense register and aging report: one line per item carried,
      *added or resolved tonight and per request refused, then the
      *aging by branch and the money in suspense by currency.
       FD  SUSP-REPORT RECORDING MODE F.
       01  RPT-REC.
           05 RPT-ITEM-ID        PIC X(12).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-BRANCH         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-ACTION         PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-ACCT-NO        PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-AMOUNT         PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-CURR           PIC X(03).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-DISP           PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-AGE            PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-FAILS          PIC X(02).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-REASON         PIC X(40).
      *FILLER pads the detail line out to the width of the header,
      *aging and check records written to the same FD, so a
      *WRITE...FROM across the layouts below never truncates.
           05 FILLER             PIC X(02) VALUE SPACES.
      *Business-date run control shared by every nightly step; the
      *suspense cycle records its own step here behind the
      *maintenance run whose rejects it picks up.
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
           05 SUSI-ST   PIC 9(02).
              88 SUSI-EOF     VALUE 10.
              88 SUSI-SUCCESS VALUE 00
                                    97.
           05 SUSO-ST   PIC 9(02).
           05 SRJ-ST    PIC 9(02).
              88 SRJ-EOF      VALUE 10.
           05 TRN-ST    PIC 9(02).
              88 TRN-EOF      VALUE 10.
           05 SAC-ST    PIC 9(02).
              88 SAC-EOF      VALUE 10.
           05 CRB-ST    PIC 9(02).
           05 RPT-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
      *Set once initial file opens and the first reads have
      *succeeded, so an early abort does not write report totals to
      *a file that was never opened for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Counters for the report totals and the in-versus-out checks.
       01  WS-COUNTERS.
           05 WS-ITEMS-READ       PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-NEW        PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-REOPENED   PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-CLEARED    PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-AWAITING   PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-WRITTEN-OFF PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-CORRECTED  PIC 9(06) VALUE ZERO.
           05 WS-ITEMS-WRITTEN    PIC 9(06) VALUE ZERO.
           05 WS-REJECTS-READ     PIC 9(06) VALUE ZERO.
           05 WS-REQUESTS-READ    PIC 9(06) VALUE ZERO.
           05 WS-REQUESTS-APPLIED PIC 9(06) VALUE ZERO.
           05 WS-REQUESTS-REFUSED PIC 9(06) VALUE ZERO.
           05 WS-CRB-RELEASED     PIC 9(06) VALUE ZERO.
           05 WS-CRB-WRITTEN      PIC 9(06) VALUE ZERO.
           05 WS-CRB-HASH         PIC 9(13)V99 VALUE ZERO.
      *Sequence for items first failing tonight, carried on from the
      *highest one already on file for the date.
       01  WS-SEQ-FIELDS.
           05 WS-NEXT-SEQ         PIC 9(04) VALUE ZERO.
      *Tonight's rejects in storage, so an item released the night
      *before can be matched against them as the old file is read.
      *A reject a released item claims is that correction failing
      *again; the rest become new items. Past the slot limit is
      *fatal -- a reject dropped here would be lost outright.
       01  WS-REJ-FIELDS.
           05 WS-REJ-TABLE.
              10 WS-REJ-CNT       PIC 9(04).
              10 WS-REJ-ENTRY OCCURS 500.
                 15 WS-REJ-FAIL-DATE PIC 9(08).
                 15 WS-REJ-REASON    PIC X(30).
                 15 WS-REJ-BRANCH    PIC X(04).
                 15 WS-REJ-TRAN      PIC X(106).
                 15 WS-REJ-BATCH-ID  PIC X(12).
                 15 WS-REJ-USED-SW   PIC X(01).
                    88 WS-REJ-USED      VALUE 'Y'.
           05 WS-REJ-IX           PIC 9(04).
           05 WS-REJ-MAX          PIC 9(04) VALUE 500.
           05 WS-REJ-HIT-SW       PIC X(01).
              88 WS-REJ-HIT          VALUE 'Y'.
      *Items released on an earlier night, found by a look-ahead
      *over the old file, each marked once its correction is seen on
      *tonight's TRANFILE. Only a correction seen there and not
      *rejected clears its item: one PBEG015 held never reached
      *PBEG006, so its item stays released. Past the slot limit is
      *fatal.
       01  WS-RLS-FIELDS.
           05 WS-RLS-TABLE.
              10 WS-RLS-CNT       PIC 9(04).
              10 WS-RLS-ENTRY OCCURS 500.
                 15 WS-RLS-ITEM-ID   PIC X(12).
                 15 WS-RLS-TRAN      PIC X(106).
                 15 WS-RLS-SEEN-SW   PIC X(01).
                    88 WS-RLS-SEEN      VALUE 'Y'.
           05 WS-RLS-IX           PIC 9(04).
           05 WS-RLS-MAX          PIC 9(04) VALUE 500.
           05 WS-RLS-HIT-SW       PIC X(01).
              88 WS-RLS-HIT          VALUE 'Y'.
      *Tonight's branch requests in storage, looked up by item id as
      *the old file is read. A second request for the same item is
      *refused when it is loaded; one left unused at the end names
      *an item not in suspense. Past the slot limit is fatal.
       01  WS-REQ-FIELDS.
           05 WS-REQ-TABLE.
              10 WS-REQ-CNT       PIC 9(04).
              10 WS-REQ-ENTRY OCCURS 200.
                 15 WS-REQ-ACTION    PIC X(01).
                    88 WS-REQ-CORRECT   VALUE 'C'.
                    88 WS-REQ-WRITE-OFF VALUE 'W'.
                 15 WS-REQ-ITEM-ID   PIC X(12).
                 15 WS-REQ-BRANCH    PIC X(04).
                 15 WS-REQ-OPERATOR  PIC X(08).
                 15 WS-REQ-DETAIL    PIC X(106).
                 15 WS-REQ-WO-VIEW REDEFINES WS-REQ-DETAIL.
                    20 WS-REQ-WO-REASON PIC X(40).
                    20 FILLER           PIC X(66).
                 15 WS-REQ-USED-SW   PIC X(01).
                    88 WS-REQ-USED      VALUE 'Y'.
           05 WS-REQ-IX           PIC 9(04).
           05 WS-REQ-MAX          PIC 9(04) VALUE 200.
           05 WS-REQ-HIT-SW       PIC X(01).
              88 WS-REQ-HIT          VALUE 'Y'.
           05 WS-REQ-PROBE-ID     PIC X(12).
           05 WS-REQ-REASON       PIC X(30).
      *A branch correction laid out as a transaction, for the edits
      *and for the hash on the correction batch.
       01  WS-COR-TRAN.
           05 WS-COR-ACTION      PIC X(01).
              88 WS-COR-ADD         VALUE 'A'.
              88 WS-COR-CHANGE      VALUE 'C'.
              88 WS-COR-CLOSE       VALUE 'X'.
              88 WS-COR-DEPOSIT     VALUE 'D'.
              88 WS-COR-WITHDRAW    VALUE 'W'.
              88 WS-COR-LINK        VALUE 'L'.
           05 WS-COR-NO          PIC 9(04).
           05 WS-COR-NAME        PIC X(15).
           05 WS-COR-SURNAME     PIC X(15).
           05 WS-COR-BDATE       PIC 9(08).
           05 WS-COR-BALANCE     PIC S9(09)V99.
           05 WS-COR-CURR        PIC X(03).
           05 WS-COR-BRANCH      PIC X(04).
           05 WS-COR-STREET      PIC X(25).
           05 WS-COR-CITY        PIC X(15).
           05 WS-COR-POSTAL      PIC X(05).
      *Corrections released tonight, held until the old file is done
      *so they can be sorted into the correction batch. Past the
      *slot limit is fatal.
       01  WS-CRB-FIELDS.
           05 WS-CRB-TABLE.
              10 WS-CRB-CNT       PIC 9(04).
              10 WS-CRB-ENTRY OCCURS 200.
                 15 WS-CRB-ITEM-ID   PIC X(12).
                 15 WS-CRB-TRAN      PIC X(106).
           05 WS-CRB-IX           PIC 9(04).
           05 WS-CRB-MAX          PIC 9(04) VALUE 200.
      *Branch code stamped on the correction batch header.
           05 WS-CRB-BRANCH       PIC X(04) VALUE 'SUSP'.
           05 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
              88 WS-SORT-ENDED       VALUE 'Y'.
      *What became of the item in hand tonight.
       01  WS-ITEM-FIELDS.
           05 WS-ITEM-DISP        PIC X(09).
           05 WS-ITEM-NOTE        PIC X(40).
           05 WS-ITEM-DROP-SW     PIC X(01).
              88 WS-ITEM-DROPPED     VALUE 'Y'.
           05 WS-ITEM-AWAIT-SW    PIC X(01).
              88 WS-ITEM-AWAITING    VALUE 'Y'.
           05 WS-ACT-CODE         PIC X(01).
           05 WS-ACT-WORD         PIC X(08).
           05 WS-AMT-EDIT         PIC -(09)9.99.
           05 WS-AGE-EDIT         PIC ZZZ9.
           05 WS-FAILS-EDIT       PIC Z9.
      *Aging: days since the item first failed, and the column it
      *falls in -- failed tonight, 1 to 4 days, 5 to 29 days, 30
      *days and over.
       01  WS-AGE-FIELDS.
           05 WS-TODAY-INT        PIC 9(07).
           05 WS-AGE-DAYS         PIC 9(05).
           05 WS-AGE-BKT          PIC 9(01).
           05 WS-AGE-TOTALS.
              10 WS-AGE-TOTAL     PIC 9(06) OCCURS 4.
           05 WS-AGE-TOTAL-ALL    PIC 9(06) VALUE ZERO.
           05 WS-BKT-IX           PIC 9(01).
      *Item counts by branch, kept in branch order as slots are
      *opened so the aging section prints sorted. A branch past the
      *table limit is counted and reported rather than abending,
      *the same way PBEG006 treats its branch table.
       01  WS-AGB-FIELDS.
           05 WS-AGB-TABLE.
              10 WS-AGB-CNT       PIC 9(03).
              10 WS-AGB-ENTRY OCCURS 50.
                 15 WS-AGB-BRANCH    PIC X(04).
                 15 WS-AGB-COUNT     PIC 9(06) OCCURS 4.
           05 WS-AGB-IX           PIC 9(03).
           05 WS-AGB-SHIFT        PIC 9(03).
           05 WS-AGB-TO           PIC 9(03).
           05 WS-AGB-PROBE        PIC X(04).
           05 WS-AGB-STOP-SW      PIC X(01).
              88 WS-AGB-STOP         VALUE 'Y'.
           05 WS-AGB-HIT-SW       PIC X(01).
              88 WS-AGB-HIT          VALUE 'Y'.
           05 WS-AGB-MAX          PIC 9(03) VALUE 50.
           05 WS-AGB-OVERFLOW     PIC 9(06) VALUE ZERO.
           05 WS-AGB-ROW-TOTAL    PIC 9(06).
      *Money in suspense on deposits and withdrawals, by branch,
      *currency and movement, kept in that order the same way.
       01  WS-AGM-FIELDS.
           05 WS-AGM-TABLE.
              10 WS-AGM-CNT       PIC 9(03).
              10 WS-AGM-ENTRY OCCURS 100.
                 15 WS-AGM-KEY.
                    20 WS-AGM-BRANCH  PIC X(04).
                    20 WS-AGM-CURR    PIC X(03).
                    20 WS-AGM-ACTION  PIC X(01).
                 15 WS-AGM-AMOUNT    PIC S9(13)V99 OCCURS 4.
           05 WS-AGM-IX           PIC 9(03).
           05 WS-AGM-SHIFT        PIC 9(03).
           05 WS-AGM-TO           PIC 9(03).
           05 WS-AGM-PROBE.
              10 WS-AGM-PRB-BRANCH PIC X(04).
              10 WS-AGM-PRB-CURR   PIC X(03).
              10 WS-AGM-PRB-ACTION PIC X(01).
           05 WS-AGM-STOP-SW      PIC X(01).
              88 WS-AGM-STOP         VALUE 'Y'.
           05 WS-AGM-HIT-SW       PIC X(01).
              88 WS-AGM-HIT          VALUE 'Y'.
           05 WS-AGM-MAX          PIC 9(03) VALUE 100.
           05 WS-AGM-OVERFLOW     PIC 9(06) VALUE ZERO.
      *Report header/section/aging/total/check lines, built here
      *(not in the FD) since VALUE clauses on FILE SECTION records
      *are not guaranteed to be present in the record area until
      *something has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(40)
                             VALUE 'SUSPENSE REGISTER AND AGING REPORT'.
           05 RPT-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(62) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05 RPT-TTL-TEXT      PIC X(50).
           05 FILLER            PIC X(70) VALUE SPACES.
       01  WS-RPT-AGB-LINE.
           05 RPT-AGB-LIT1      PIC X(08) VALUE 'BRANCH: '.
           05 RPT-AGB-BRANCH    PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-AGB-LIT2      PIC X(07) VALUE 'TODAY:'.
           05 RPT-AGB-B1        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-AGB-LIT3      PIC X(10) VALUE '1-4 DAYS:'.
           05 RPT-AGB-B2        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-AGB-LIT4      PIC X(11) VALUE '5-29 DAYS:'.
           05 RPT-AGB-B3        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-AGB-LIT5      PIC X(10) VALUE '30+ DAYS:'.
           05 RPT-AGB-B4        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-AGB-LIT6      PIC X(07) VALUE 'TOTAL:'.
           05 RPT-AGB-TOTAL     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(18) VALUE SPACES.
       01  WS-RPT-AGM-HEAD-LINE.
           05 FILLER            PIC X(20)
                                 VALUE 'BRANCH CURR  TYPE'.
           05 FILLER            PIC X(16) VALUE '           TODAY'.
           05 FILLER            PIC X(16) VALUE '        1-4 DAYS'.
           05 FILLER            PIC X(16) VALUE '       5-29 DAYS'.
           05 FILLER            PIC X(16) VALUE '        30+ DAYS'.
           05 FILLER            PIC X(36) VALUE SPACES.
       01  WS-RPT-AGM-LINE.
           05 RPT-AGM-BRANCH    PIC X(04).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-AGM-CURR      PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-AGM-TYPE      PIC X(08).
           05 RPT-AGM-B1        PIC -(12)9.99.
           05 RPT-AGM-B2        PIC -(12)9.99.
           05 RPT-AGM-B3        PIC -(12)9.99.
           05 RPT-AGM-B4        PIC -(12)9.99.
           05 FILLER            PIC X(36) VALUE SPACES.
       01  WS-RPT-ITEM-TOTAL-LINE.
           05 RPT-ITL-LIT1      PIC X(10) VALUE 'ITEMS IN:'.
           05 RPT-ITL-READ      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ITL-LIT2      PIC X(05) VALUE 'NEW:'.
           05 RPT-ITL-NEW       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ITL-LIT3      PIC X(09) VALUE 'CLEARED:'.
           05 RPT-ITL-CLEARED   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ITL-LIT4      PIC X(13) VALUE 'WRITTEN OFF:'.
           05 RPT-ITL-WOFF      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ITL-LIT5      PIC X(11) VALUE 'ITEMS OUT:'.
           05 RPT-ITL-WRITTEN   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-ITL-LIT6      PIC X(10) VALUE 'AWAITING:'.
           05 RPT-ITL-AWAITING  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE SPACES.
       01  WS-RPT-REQ-TOTAL-LINE.
           05 RPT-RTL-LIT1      PIC X(14) VALUE 'REJECTS READ:'.
           05 RPT-RTL-REJECTS   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-RTL-LIT2      PIC X(10) VALUE 'REOPENED:'.
           05 RPT-RTL-REOPENED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-RTL-LIT3      PIC X(10) VALUE 'REQUESTS:'.
           05 RPT-RTL-REQUESTS  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-RTL-LIT4      PIC X(09) VALUE 'APPLIED:'.
           05 RPT-RTL-APPLIED   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-RTL-LIT5      PIC X(09) VALUE 'REFUSED:'.
           05 RPT-RTL-REFUSED   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-RTL-LIT6      PIC X(11) VALUE 'CORRECTED:'.
           05 RPT-RTL-CORRECTED PIC ZZZ,ZZ9.
           05 FILLER            PIC X(05) VALUE SPACES.
      *In-versus-out check line in the expected-versus-actual style
      *the PBEG010 balancing report uses.
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
      *Comparison work fields for the check writer.
       01  WS-CHECK-FIELDS.
           05 WS-CHK-EXPECTED     PIC 9(06).
           05 WS-CHK-ACTUAL       PIC 9(06).
           05 WS-CHK-DESC         PIC X(26).
           05 WS-MISMATCHES       PIC 9(03) VALUE ZERO.
      *Run-control rules for this step: the step code it records
      *under, the step that must have finished first on the same
      *business date (spaces for none), and whether a finished run
      *anywhere in the month counts as done or only one on the same
      *date.
       01  WS-RCT-FIELDS.
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'SUS '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE 'MNT '.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'D'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG016'.
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
      *date new items first failed and the date the ages are taken
      *from.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A refused branch request is a warning: everything else went
      *through, and the return code tells the scheduler to send the
      *report back to the branch. Items that do not balance in to
      *out are an error; a table past its limit is fatal.
       01  WS-RETURN-FIELDS.
           05 WS-REFUSED-RC      PIC 9(04) VALUE 0004.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-LIMIT-ERROR-RC  PIC 9(04) VALUE 0016.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program: carry every item on the old
      *suspense file forward through tonight's rejects and branch
      *requests, add the rejects nobody claimed as new items, refuse
      *the requests that found no item, and sort the released
      *corrections into tomorrow's correction batch.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS-ITEM THRU H200-END UNTIL SUSI-EOF.
           PERFORM H240-ADD-NEW-ITEM THRU H240-END
              VARYING WS-REJ-IX FROM 1 BY 1
              UNTIL WS-REJ-IX > WS-REJ-CNT.
           PERFORM H250-REFUSE-UNUSED THRU H250-END
              VARYING WS-REQ-IX FROM 1 BY 1
              UNTIL WS-REQ-IX > WS-REQ-CNT.
           PERFORM H400-WRITE-CORRECTION-BATCH.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses, find the
      *released corrections tonight's TRANFILE carried, load the
      *night's rejects and requests and take the first item.
       H100-OPEN-FILES.
      *The tables carry no VALUE clauses (they sit under OCCURS), so
      *they must be cleared before the first probe.
           INITIALIZE WS-REJ-TABLE.
           INITIALIZE WS-REQ-TABLE.
           INITIALIZE WS-RLS-TABLE.
           INITIALIZE WS-CRB-TABLE.
           INITIALIZE WS-AGB-TABLE.
           INITIALIZE WS-AGM-TABLE.
           INITIALIZE WS-AGE-TOTALS.
           PERFORM H160-CHECK-RUN-CONTROL.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-JOB-START-DATE).
           PERFORM H140-LOAD-RELEASED THRU H140-END.
           PERFORM H150-SCAN-TRANFILE THRU H150-END.
           OPEN INPUT  SUSP-MASTER-IN.
           IF (SUSI-ST NOT = 0) AND (SUSI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SUSI-ST
              MOVE SUSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  SUSP-REJECTS.
           IF (SRJ-ST NOT = 0) AND (SRJ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SRJ-ST
              MOVE SRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  SUSP-REQUESTS.
           IF (SAC-ST NOT = 0) AND (SAC-ST NOT = 97)
                  AND (SAC-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' SAC-ST
              MOVE SAC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SUSP-MASTER-OUT.
           IF (SUSO-ST NOT = 0) AND (SUSO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SUSO-ST
              MOVE SUSO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SUSP-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RUN-OK TO TRUE.
           PERFORM H106-WRITE-RPT-HEADER.
           PERFORM H110-LOAD-REJECTS.
           PERFORM H120-LOAD-REQUESTS.
           PERFORM H130-READ-ITEM.
       H100-END. EXIT.
      *Write the one-line report heading.
       H106-WRITE-RPT-HEADER.
           MOVE WS-JOB-START-DATE TO RPT-HDR-DATE.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
       H106-END. EXIT.
      *Pull the night's rejects into storage.
       H110-LOAD-REJECTS.
           READ SUSP-REJECTS.
           PERFORM H115-STORE-REJECT UNTIL SRJ-EOF.
       H110-END. EXIT.
      *One reject into the next slot.
       H115-STORE-REJECT.
           IF SRJ-ST NOT = 0
              DISPLAY 'UNABLE TO READ FILE: ' SRJ-ST
              MOVE SRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-REJ-CNT >= WS-REJ-MAX
              DISPLAY 'REJECTS PAST SLOT LIMIT: ' WS-REJ-MAX
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-REJECTS-READ.
           ADD 1 TO WS-REJ-CNT.
           MOVE SRJ-FAIL-DATE  TO WS-REJ-FAIL-DATE (WS-REJ-CNT).
           MOVE SRJ-REASON     TO WS-REJ-REASON (WS-REJ-CNT).
           MOVE SRJ-TRN-BRANCH TO WS-REJ-BRANCH (WS-REJ-CNT).
           MOVE SRJ-TRAN       TO WS-REJ-TRAN (WS-REJ-CNT).
           MOVE SRJ-BATCH-ID   TO WS-REJ-BATCH-ID (WS-REJ-CNT).
           MOVE 'N'            TO WS-REJ-USED-SW (WS-REJ-CNT).
           READ SUSP-REJECTS.
       H115-END. EXIT.
      *Pull the night's branch requests into storage. The request
      *file is optional: a night with none simply has nothing to
      *apply.
       H120-LOAD-REQUESTS.
           READ SUSP-REQUESTS.
           PERFORM H125-STORE-REQUEST THRU H125-END UNTIL SAC-EOF.
       H120-END. EXIT.
      *One request into the next slot, unless one for the same item
      *is already held.
       H125-STORE-REQUEST.
           IF SAC-ST NOT = 0
              DISPLAY 'UNABLE TO READ FILE: ' SAC-ST
              MOVE SAC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE SAC-ITEM-ID TO WS-REQ-PROBE-ID.
           PERFORM H220-FIND-REQUEST.
           IF WS-REQ-HIT
              MOVE 'DUPLICATE REQUEST FOR ITEM' TO WS-REQ-REASON
              PERFORM H128-REFUSE-CARD
              GO TO H125-READ
           END-IF.
           IF WS-REQ-CNT >= WS-REQ-MAX
              DISPLAY 'REQUESTS PAST SLOT LIMIT: ' WS-REQ-MAX
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-REQ-CNT.
           MOVE SAC-ACTION   TO WS-REQ-ACTION (WS-REQ-CNT).
           MOVE SAC-ITEM-ID  TO WS-REQ-ITEM-ID (WS-REQ-CNT).
           MOVE SAC-BRANCH   TO WS-REQ-BRANCH (WS-REQ-CNT).
           MOVE SAC-OPERATOR TO WS-REQ-OPERATOR (WS-REQ-CNT).
           MOVE SAC-DETAIL   TO WS-REQ-DETAIL (WS-REQ-CNT).
           MOVE 'N'          TO WS-REQ-USED-SW (WS-REQ-CNT).
       H125-READ.
           READ SUSP-REQUESTS.
       H125-END. EXIT.
      *Report line for a request card refused as it is loaded.
       H128-REFUSE-CARD.
           ADD 1 TO WS-REQUESTS-REFUSED.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE SAC-ITEM-ID TO RPT-ITEM-ID.
           MOVE SAC-BRANCH  TO RPT-BRANCH.
           MOVE SAC-ACTION  TO WS-ACT-CODE.
           PERFORM H276-SET-REQUEST-WORD.
           MOVE WS-ACT-WORD TO RPT-ACTION.
           MOVE 'REFUSED'   TO RPT-DISP.
           MOVE WS-REQ-REASON TO RPT-REASON.
           WRITE RPT-REC.
       H128-END. EXIT.
      *Read the next old item, noting the highest sequence already
      *used for tonight's date so new items carry on from it.
       H130-READ-ITEM.
           READ SUSP-MASTER-IN.
           EVALUATE TRUE
               WHEN SUSI-EOF
                   CONTINUE
               WHEN SUSI-SUCCESS
                   ADD 1 TO WS-ITEMS-READ
                   IF SUSI-FAIL-DATE = WS-JOB-START-DATE
                          AND SUSI-SEQ > WS-NEXT-SEQ
                      MOVE SUSI-SEQ TO WS-NEXT-SEQ
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNABLE TO READ FILE: ' SUSI-ST
                   MOVE SUSI-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H130-END. EXIT.
      *Look ahead over the old file for the items released on an
      *earlier night, then close it again for the main pass.
       H140-LOAD-RELEASED.
           OPEN INPUT  SUSP-MASTER-IN.
           IF (SUSI-ST NOT = 0) AND (SUSI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SUSI-ST
              MOVE SUSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ SUSP-MASTER-IN.
           PERFORM H145-STORE-RELEASED THRU H145-END UNTIL SUSI-EOF.
           CLOSE SUSP-MASTER-IN.
       H140-END. EXIT.
      *One old item: a released one into the next slot.
       H145-STORE-RELEASED.
           IF NOT SUSI-SUCCESS
              DISPLAY 'UNABLE TO READ FILE: ' SUSI-ST
              MOVE SUSI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SUSI-RELEASED
                  OR SUSI-REL-DATE NOT < WS-JOB-START-DATE
              GO TO H145-READ
           END-IF.
           IF WS-RLS-CNT >= WS-RLS-MAX
              DISPLAY 'RELEASED ITEMS PAST SLOT LIMIT: ' WS-RLS-MAX
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-RLS-CNT.
           MOVE SUSI-ITEM-ID TO WS-RLS-ITEM-ID (WS-RLS-CNT).
           MOVE SUSI-TRAN    TO WS-RLS-TRAN (WS-RLS-CNT).
           MOVE 'N'          TO WS-RLS-SEEN-SW (WS-RLS-CNT).
       H145-READ.
           READ SUSP-MASTER-IN.
       H145-END. EXIT.
      *Read tonight's TRANFILE once, marking each released item whose
      *exact transaction it carries. Nothing to look for, nothing to
      *read.
       H150-SCAN-TRANFILE.
           IF WS-RLS-CNT = 0
              GO TO H150-END
           END-IF.
           OPEN INPUT  TRAN-FILE.
           IF (TRN-ST NOT = 0) AND (TRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ TRAN-FILE.
           PERFORM H155-MATCH-TRAN UNTIL TRN-EOF.
           CLOSE TRAN-FILE.
       H150-END. EXIT.
      *One transaction against the released items not yet seen.
       H155-MATCH-TRAN.
           IF TRN-ST NOT = 0
              DISPLAY 'UNABLE TO READ FILE: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-RLS-HIT-SW.
           MOVE 1 TO WS-RLS-IX.
           PERFORM H156-PROBE-TRAN
              UNTIL WS-RLS-HIT OR WS-RLS-IX > WS-RLS-CNT.
           IF WS-RLS-HIT
              SET WS-RLS-SEEN (WS-RLS-IX) TO TRUE
           END-IF.
           READ TRAN-FILE.
       H155-END. EXIT.
      *One probe of the released table by transaction.
       H156-PROBE-TRAN.
           IF WS-RLS-TRAN (WS-RLS-IX) = TRN-TRAN
                  AND NOT WS-RLS-SEEN (WS-RLS-IX)
              SET WS-RLS-HIT TO TRUE
           ELSE
              ADD 1 TO WS-RLS-IX
           END-IF.
       H156-END. EXIT.
      *Check the run-control file before anything is opened for
      *output, so a refused run never touches the new suspense
      *generation: this step must not have finished already for the
      *business date, and the maintenance run whose rejects it takes
      *must have. A valid override card lets either check through,
      *and is logged.
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
      *started. The suspense file keeps generations of its own, so
      *the row carries the current master generation on both sides
      *and the anchor is left where it is.
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
      *One old item, then the next.
       H200-PROCESS-ITEM.
           PERFORM H205-RESOLVE-ITEM THRU H205-END.
           PERFORM H130-READ-ITEM.
       H200-END. EXIT.
      *Carry one item forward. A correction released on an earlier
      *night either failed again tonight -- PBEG006 rejected the
      *same transaction, so the item reopens with the new reason and
      *keeps its first-failed date -- or it was on tonight's TRANFILE
      *and went through, and the item clears. One that never reached
      *the TRANFILE (PBEG015 held the batch) stays released until it
      *does, or until the branch corrects it again or writes it off.
      *Then any branch request for the item is applied.
       H205-RESOLVE-ITEM.
           MOVE SUSI-REC TO SUSO-REC.
           MOVE 'N' TO WS-ITEM-DROP-SW.
           MOVE 'N' TO WS-ITEM-AWAIT-SW.
           MOVE SUSO-REASON TO WS-ITEM-NOTE.
           IF SUSO-RELEASED
              MOVE 'RELEASED' TO WS-ITEM-DISP
           ELSE
              MOVE 'OPEN'     TO WS-ITEM-DISP
           END-IF.
           IF SUSO-RELEASED AND SUSO-REL-DATE < WS-JOB-START-DATE
              PERFORM H210-MATCH-REJECT
              IF WS-REJ-HIT
                 SET WS-REJ-USED (WS-REJ-IX) TO TRUE
                 SET SUSO-OPEN TO TRUE
                 MOVE WS-REJ-REASON (WS-REJ-IX)   TO SUSO-REASON
                 MOVE WS-REJ-BATCH-ID (WS-REJ-IX) TO SUSO-BATCH-ID
                 MOVE WS-JOB-START-DATE TO SUSO-LAST-FAIL-DATE
                 ADD 1 TO SUSO-FAIL-COUNT
                 ADD 1 TO WS-ITEMS-REOPENED
                 MOVE 'REOPENED' TO WS-ITEM-DISP
                 MOVE SUSO-REASON TO WS-ITEM-NOTE
              ELSE
                 PERFORM H216-FIND-RELEASED
                 IF WS-RLS-HIT AND WS-RLS-SEEN (WS-RLS-IX)
                    ADD 1 TO WS-ITEMS-CLEARED
                    MOVE 'CLEARED'  TO WS-ITEM-DISP
                    MOVE 'CORRECTION APPLIED' TO WS-ITEM-NOTE
                    PERFORM H270-WRITE-ITEM-LINE
                    GO TO H205-END
                 END-IF
                 SET WS-ITEM-AWAITING TO TRUE
                 ADD 1 TO WS-ITEMS-AWAITING
                 MOVE 'CORRECTION NOT ON TRANFILE' TO WS-ITEM-NOTE
              END-IF
           END-IF.
           MOVE SUSO-KEY TO WS-REQ-PROBE-ID.
           PERFORM H220-FIND-REQUEST.
           IF WS-REQ-HIT
              PERFORM H225-APPLY-REQUEST THRU H225-END
           END-IF.
           IF WS-ITEM-DROPPED
              PERFORM H270-WRITE-ITEM-LINE
              GO TO H205-END
           END-IF.
           PERFORM H230-WRITE-ITEM.
       H205-END. EXIT.
      *Look for an unclaimed reject of tonight carrying exactly the
      *transaction the item released; a hit leaves WS-REJ-IX on it.
       H210-MATCH-REJECT.
           MOVE 'N' TO WS-REJ-HIT-SW.
           MOVE 1 TO WS-REJ-IX.
           PERFORM H215-PROBE-REJECT
              UNTIL WS-REJ-HIT OR WS-REJ-IX > WS-REJ-CNT.
       H210-END. EXIT.
      *One probe of the reject table.
       H215-PROBE-REJECT.
           IF WS-REJ-TRAN (WS-REJ-IX) = SUSO-TRAN
                  AND NOT WS-REJ-USED (WS-REJ-IX)
              SET WS-REJ-HIT TO TRUE
           ELSE
              ADD 1 TO WS-REJ-IX
           END-IF.
       H215-END. EXIT.
      *Look the item up in the released table; a hit leaves
      *WS-RLS-IX standing on the slot.
       H216-FIND-RELEASED.
           MOVE 'N' TO WS-RLS-HIT-SW.
           MOVE 1 TO WS-RLS-IX.
           PERFORM H217-PROBE-RELEASED
              UNTIL WS-RLS-HIT OR WS-RLS-IX > WS-RLS-CNT.
       H216-END. EXIT.
      *One probe of the released table by item id.
       H217-PROBE-RELEASED.
           IF WS-RLS-ITEM-ID (WS-RLS-IX) = SUSO-KEY
              SET WS-RLS-HIT TO TRUE
           ELSE
              ADD 1 TO WS-RLS-IX
           END-IF.
       H217-END. EXIT.
      *Look WS-REQ-PROBE-ID up in the request table; a hit leaves
      *WS-REQ-IX standing on the slot.
       H220-FIND-REQUEST.
           MOVE 'N' TO WS-REQ-HIT-SW.
           MOVE 1 TO WS-REQ-IX.
           PERFORM H221-PROBE-REQUEST
              UNTIL WS-REQ-HIT OR WS-REQ-IX > WS-REQ-CNT.
       H220-END. EXIT.
      *One probe of the request table.
       H221-PROBE-REQUEST.
           IF WS-REQ-ITEM-ID (WS-REQ-IX) = WS-REQ-PROBE-ID
              SET WS-REQ-HIT TO TRUE
           ELSE
              ADD 1 TO WS-REQ-IX
           END-IF.
       H221-END. EXIT.
      *Apply the branch's request to the item. Only an open item, or
      *a released one whose correction never reached the TRANFILE
      *(the batch was held or lost), can be corrected again or
      *written off, and only by the branch that owns it, with the
      *operator named. A write-off needs its reason; a
      *correction must be a transaction PBEG012 could pass, and is
      *stamped with the owning branch before it is released.
       H225-APPLY-REQUEST.
           SET WS-REQ-USED (WS-REQ-IX) TO TRUE.
           MOVE SPACES TO WS-REQ-REASON.
           MOVE WS-REQ-DETAIL (WS-REQ-IX) TO WS-COR-TRAN.
           EVALUATE TRUE
               WHEN NOT SUSO-OPEN AND NOT WS-ITEM-AWAITING
                   MOVE 'CORRECTION ALREADY RELEASED'
                     TO WS-REQ-REASON
               WHEN WS-REQ-BRANCH (WS-REQ-IX) NOT = SUSO-BRANCH
                   MOVE 'ITEM BELONGS TO OTHER BRANCH'
                     TO WS-REQ-REASON
               WHEN WS-REQ-OPERATOR (WS-REQ-IX) = SPACES
                   MOVE 'OPERATOR MISSING' TO WS-REQ-REASON
               WHEN WS-REQ-WRITE-OFF (WS-REQ-IX)
                   IF WS-REQ-WO-REASON (WS-REQ-IX) = SPACES
                      MOVE 'WRITE-OFF REASON MISSING'
                        TO WS-REQ-REASON
                   END-IF
               WHEN WS-REQ-CORRECT (WS-REQ-IX)
                   PERFORM H227-EDIT-CORRECTION
               WHEN OTHER
                   MOVE 'INVALID REQUEST ACTION' TO WS-REQ-REASON
           END-EVALUATE.
           IF WS-REQ-REASON NOT = SPACES
              PERFORM H260-REFUSE-REQUEST
              GO TO H225-END
           END-IF.
           ADD 1 TO WS-REQUESTS-APPLIED.
           IF WS-REQ-WRITE-OFF (WS-REQ-IX)
              SET WS-ITEM-DROPPED TO TRUE
              ADD 1 TO WS-ITEMS-WRITTEN-OFF
              MOVE 'WRITE-OFF' TO WS-ITEM-DISP
              MOVE WS-REQ-WO-REASON (WS-REQ-IX) TO WS-ITEM-NOTE
              GO TO H225-END
           END-IF.
           MOVE SUSO-BRANCH TO WS-COR-BRANCH.
           MOVE WS-COR-TRAN TO SUSO-TRAN.
           SET SUSO-RELEASED TO TRUE.
           MOVE WS-JOB-START-DATE TO SUSO-REL-DATE.
           MOVE WS-REQ-OPERATOR (WS-REQ-IX) TO SUSO-REL-OPERATOR.
           ADD 1 TO WS-ITEMS-CORRECTED.
           MOVE 'CORRECTED' TO WS-ITEM-DISP.
           MOVE 'RELEASED TO CORRECTION BATCH' TO WS-ITEM-NOTE.
           IF WS-CRB-CNT >= WS-CRB-MAX
              DISPLAY 'CORRECTIONS PAST SLOT LIMIT: ' WS-CRB-MAX
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CRB-CNT.
           MOVE SUSO-KEY  TO WS-CRB-ITEM-ID (WS-CRB-CNT).
           MOVE SUSO-TRAN TO WS-CRB-TRAN (WS-CRB-CNT).
       H225-END. EXIT.
      *The correction field checks: the action code, and for a
      *money movement a positive amount in a named currency -- the
      *checks PBEG012 makes first, so a correction that could only
      *fail the edit is refused here, while the item is still open.
       H227-EDIT-CORRECTION.
           EVALUATE TRUE
               WHEN NOT (WS-COR-ADD OR WS-COR-CHANGE OR WS-COR-CLOSE
                      OR WS-COR-DEPOSIT OR WS-COR-WITHDRAW
                      OR WS-COR-LINK)
                   MOVE 'INVALID ACTION CODE' TO WS-REQ-REASON
               WHEN (WS-COR-DEPOSIT OR WS-COR-WITHDRAW)
                        AND WS-COR-BALANCE NOT > ZERO
                   MOVE 'INVALID TRANSACTION AMOUNT' TO WS-REQ-REASON
               WHEN (WS-COR-DEPOSIT OR WS-COR-WITHDRAW)
                        AND WS-COR-CURR = SPACES
                   MOVE 'BLANK CURRENCY CODE' TO WS-REQ-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H227-END. EXIT.
      *Write the item to the new generation, age it and list it.
       H230-WRITE-ITEM.
           WRITE SUSO-REC.
           IF SUSO-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' SUSO-ST
              MOVE SUSO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ITEMS-WRITTEN.
           PERFORM H270-WRITE-ITEM-LINE.
           PERFORM H350-ACCUM-AGING.
       H230-END. EXIT.
      *A reject no released item claimed becomes a new open item
      *under tonight's date and the next sequence.
       H240-ADD-NEW-ITEM.
           IF WS-REJ-USED (WS-REJ-IX)
              GO TO H240-END
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.
           INITIALIZE SUSO-REC WITH FILLER.
           MOVE WS-JOB-START-DATE           TO SUSO-FAIL-DATE.
           MOVE WS-NEXT-SEQ                 TO SUSO-SEQ.
           SET SUSO-OPEN                    TO TRUE.
           MOVE WS-REJ-BRANCH (WS-REJ-IX)   TO SUSO-BRANCH.
           MOVE WS-REJ-REASON (WS-REJ-IX)   TO SUSO-REASON.
           MOVE WS-JOB-START-DATE           TO SUSO-LAST-FAIL-DATE.
           MOVE 1                           TO SUSO-FAIL-COUNT.
           MOVE WS-REJ-TRAN (WS-REJ-IX)     TO SUSO-TRAN.
           MOVE WS-REJ-BATCH-ID (WS-REJ-IX) TO SUSO-BATCH-ID.
           ADD 1 TO WS-ITEMS-NEW.
           MOVE 'NEW'       TO WS-ITEM-DISP.
           MOVE SUSO-REASON TO WS-ITEM-NOTE.
           PERFORM H230-WRITE-ITEM.
       H240-END. EXIT.
      *A request that found no item on the suspense file.
       H250-REFUSE-UNUSED.
           IF WS-REQ-USED (WS-REQ-IX)
              GO TO H250-END
           END-IF.
           MOVE 'ITEM NOT IN SUSPENSE' TO WS-REQ-REASON.
           PERFORM H260-REFUSE-REQUEST.
       H250-END. EXIT.
      *Report line for a request refused against the table slot in
      *hand.
       H260-REFUSE-REQUEST.
           ADD 1 TO WS-REQUESTS-REFUSED.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-REQ-ITEM-ID (WS-REQ-IX) TO RPT-ITEM-ID.
           MOVE WS-REQ-BRANCH (WS-REQ-IX)  TO RPT-BRANCH.
           MOVE WS-REQ-ACTION (WS-REQ-IX)  TO WS-ACT-CODE.
           PERFORM H276-SET-REQUEST-WORD.
           MOVE WS-ACT-WORD   TO RPT-ACTION.
           MOVE 'REFUSED'     TO RPT-DISP.
           MOVE WS-REQ-REASON TO RPT-REASON.
           WRITE RPT-REC.
       H260-END. EXIT.
      *One register line for the item in SUSO-REC: its id, branch,
      *transaction, what became of it tonight, its age and how many
      *times it has failed.
       H270-WRITE-ITEM-LINE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(SUSO-FAIL-DATE).
           INITIALIZE RPT-REC WITH FILLER.
           MOVE SUSO-KEY         TO RPT-ITEM-ID.
           MOVE SUSO-BRANCH      TO RPT-BRANCH.
           MOVE SUSO-TRN-ACTION  TO WS-ACT-CODE.
           PERFORM H275-SET-ACTION-WORD.
           MOVE WS-ACT-WORD      TO RPT-ACTION.
           MOVE SUSO-TRN-NO      TO RPT-ACCT-NO.
           MOVE SUSO-TRN-BALANCE TO WS-AMT-EDIT.
           MOVE WS-AMT-EDIT      TO RPT-AMOUNT.
           MOVE SUSO-TRN-CURR    TO RPT-CURR.
           MOVE WS-ITEM-DISP     TO RPT-DISP.
           MOVE WS-AGE-DAYS      TO WS-AGE-EDIT.
           MOVE WS-AGE-EDIT      TO RPT-AGE.
           MOVE SUSO-FAIL-COUNT  TO WS-FAILS-EDIT.
           MOVE WS-FAILS-EDIT    TO RPT-FAILS.
           MOVE WS-ITEM-NOTE     TO RPT-REASON.
           WRITE RPT-REC.
       H270-END. EXIT.
      *Action code to register word, as PBEG006 prints it.
       H275-SET-ACTION-WORD.
           EVALUATE WS-ACT-CODE
               WHEN 'A'
                   MOVE 'ADD     ' TO WS-ACT-WORD
               WHEN 'C'
                   MOVE 'CHANGE  ' TO WS-ACT-WORD
               WHEN 'X'
                   MOVE 'CLOSE   ' TO WS-ACT-WORD
               WHEN 'D'
                   MOVE 'DEPOSIT ' TO WS-ACT-WORD
               WHEN 'W'
                   MOVE 'WITHDRAW' TO WS-ACT-WORD
               WHEN 'L'
                   MOVE 'LINK    ' TO WS-ACT-WORD
               WHEN OTHER
                   MOVE WS-ACT-CODE TO WS-ACT-WORD
           END-EVALUATE.
       H275-END. EXIT.
      *Request action code to register word.
       H276-SET-REQUEST-WORD.
           EVALUATE WS-ACT-CODE
               WHEN 'C'
                   MOVE 'CORRECT ' TO WS-ACT-WORD
               WHEN 'W'
                   MOVE 'WRITEOFF' TO WS-ACT-WORD
               WHEN OTHER
                   MOVE WS-ACT-CODE TO WS-ACT-WORD
           END-EVALUATE.
       H276-END. EXIT.
      *Age the item just written into its branch's counts and, for a
      *deposit or withdrawal, its branch and currency money.
       H350-ACCUM-AGING.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS = 0
                   MOVE 1 TO WS-AGE-BKT
               WHEN WS-AGE-DAYS < 5
                   MOVE 2 TO WS-AGE-BKT
               WHEN WS-AGE-DAYS < 30
                   MOVE 3 TO WS-AGE-BKT
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BKT
           END-EVALUATE.
           ADD 1 TO WS-AGE-TOTAL (WS-AGE-BKT).
           ADD 1 TO WS-AGE-TOTAL-ALL.
           MOVE SUSO-BRANCH TO WS-AGB-PROBE.
           PERFORM H360-FIND-AGB-SLOT THRU H360-END.
           IF WS-AGB-HIT
              ADD 1 TO WS-AGB-COUNT (WS-AGB-IX WS-AGE-BKT)
           END-IF.
           IF SUSO-TRN-DEPOSIT OR SUSO-TRN-WITHDRAW
              MOVE SUSO-BRANCH     TO WS-AGM-PRB-BRANCH
              MOVE SUSO-TRN-CURR   TO WS-AGM-PRB-CURR
              MOVE SUSO-TRN-ACTION TO WS-AGM-PRB-ACTION
              PERFORM H370-FIND-AGM-SLOT THRU H370-END
              IF WS-AGM-HIT
                 ADD SUSO-TRN-BALANCE
                  TO WS-AGM-AMOUNT (WS-AGM-IX WS-AGE-BKT)
              END-IF
           END-IF.
       H350-END. EXIT.
      *Find the branch's slot, or open one in branch order by moving
      *the higher branches up a place.
       H360-FIND-AGB-SLOT.
           MOVE 'N' TO WS-AGB-HIT-SW.
           MOVE 'N' TO WS-AGB-STOP-SW.
           MOVE 1 TO WS-AGB-IX.
           PERFORM H361-PROBE-AGB
              UNTIL WS-AGB-STOP OR WS-AGB-IX > WS-AGB-CNT.
           IF WS-AGB-IX <= WS-AGB-CNT
              IF WS-AGB-BRANCH (WS-AGB-IX) = WS-AGB-PROBE
                 SET WS-AGB-HIT TO TRUE
              END-IF
           END-IF.
           IF WS-AGB-HIT
              GO TO H360-END
           END-IF.
           IF WS-AGB-CNT >= WS-AGB-MAX
              ADD 1 TO WS-AGB-OVERFLOW
              GO TO H360-END
           END-IF.
           PERFORM H362-SHIFT-AGB
              VARYING WS-AGB-SHIFT FROM WS-AGB-CNT BY -1
              UNTIL WS-AGB-SHIFT < WS-AGB-IX.
           ADD 1 TO WS-AGB-CNT.
           INITIALIZE WS-AGB-ENTRY (WS-AGB-IX).
           MOVE WS-AGB-PROBE TO WS-AGB-BRANCH (WS-AGB-IX).
           SET WS-AGB-HIT TO TRUE.
       H360-END. EXIT.
      *One probe of the branch aging table: stop on the first slot
      *not below the branch sought.
       H361-PROBE-AGB.
           IF WS-AGB-BRANCH (WS-AGB-IX) NOT < WS-AGB-PROBE
              SET WS-AGB-STOP TO TRUE
           ELSE
              ADD 1 TO WS-AGB-IX
           END-IF.
       H361-END. EXIT.
      *Move one branch slot up a place.
       H362-SHIFT-AGB.
           ADD 1 WS-AGB-SHIFT GIVING WS-AGB-TO.
           MOVE WS-AGB-ENTRY (WS-AGB-SHIFT)
             TO WS-AGB-ENTRY (WS-AGB-TO).
       H362-END. EXIT.
      *Find the branch, currency and movement slot, or open one in
      *that order the same way.
       H370-FIND-AGM-SLOT.
           MOVE 'N' TO WS-AGM-HIT-SW.
           MOVE 'N' TO WS-AGM-STOP-SW.
           MOVE 1 TO WS-AGM-IX.
           PERFORM H371-PROBE-AGM
              UNTIL WS-AGM-STOP OR WS-AGM-IX > WS-AGM-CNT.
           IF WS-AGM-IX <= WS-AGM-CNT
              IF WS-AGM-KEY (WS-AGM-IX) = WS-AGM-PROBE
                 SET WS-AGM-HIT TO TRUE
              END-IF
           END-IF.
           IF WS-AGM-HIT
              GO TO H370-END
           END-IF.
           IF WS-AGM-CNT >= WS-AGM-MAX
              ADD 1 TO WS-AGM-OVERFLOW
              GO TO H370-END
           END-IF.
           PERFORM H372-SHIFT-AGM
              VARYING WS-AGM-SHIFT FROM WS-AGM-CNT BY -1
              UNTIL WS-AGM-SHIFT < WS-AGM-IX.
           ADD 1 TO WS-AGM-CNT.
           INITIALIZE WS-AGM-ENTRY (WS-AGM-IX).
           MOVE WS-AGM-PROBE TO WS-AGM-KEY (WS-AGM-IX).
           SET WS-AGM-HIT TO TRUE.
       H370-END. EXIT.
      *One probe of the money aging table.
       H371-PROBE-AGM.
           IF WS-AGM-KEY (WS-AGM-IX) NOT < WS-AGM-PROBE
              SET WS-AGM-STOP TO TRUE
           ELSE
              ADD 1 TO WS-AGM-IX
           END-IF.
       H371-END. EXIT.
      *Move one money slot up a place.
       H372-SHIFT-AGM.
           ADD 1 WS-AGM-SHIFT GIVING WS-AGM-TO.
           MOVE WS-AGM-ENTRY (WS-AGM-SHIFT)
             TO WS-AGM-ENTRY (WS-AGM-TO).
       H372-END. EXIT.
      *Sort tonight's released corrections into TRN-NO order and
      *write them out as the correction batch. The batch is written
      *every night, framed even when empty, so the edit and the
      *collection run always find it.
       H400-WRITE-CORRECTION-BATCH.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-NO
                                 SRT-ITEM-ID
                INPUT PROCEDURE  H410-RELEASE-CORRECTIONS THRU H410-END
                OUTPUT PROCEDURE H450-WRITE-BATCH THRU H450-END.
           IF SORT-RETURN NOT = 0
              DISPLAY 'CORRECTION SORT FAILED: ' SORT-RETURN
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
           END-IF.
       H400-END. EXIT.
      *Hand every released correction to the sort.
       H410-RELEASE-CORRECTIONS.
           PERFORM H420-RELEASE-ONE
              VARYING WS-CRB-IX FROM 1 BY 1
              UNTIL WS-CRB-IX > WS-CRB-CNT.
       H410-END. EXIT.
      *One correction to the sort.
       H420-RELEASE-ONE.
           MOVE WS-CRB-TRAN (WS-CRB-IX)    TO SRT-TRAN.
           MOVE WS-CRB-ITEM-ID (WS-CRB-IX) TO SRT-ITEM-ID.
           RELEASE SRT-REC.
           ADD 1 TO WS-CRB-RELEASED.
       H420-END. EXIT.
      *Header, the sorted corrections, and a trailer carrying the
      *count and the hash total -- the sum of the amounts with the
      *sign dropped, as PBEG012 takes it.
       H450-WRITE-BATCH.
           OPEN OUTPUT CORR-BATCH.
           IF (CRB-ST NOT = 0) AND (CRB-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' CRB-ST
              MOVE CRB-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES            TO CRB-REC.
           MOVE 'H'               TO CRB-HDR-TYPE.
           MOVE WS-CRB-BRANCH     TO CRB-HDR-BRANCH.
           MOVE WS-JOB-START-DATE TO CRB-HDR-DATE.
           WRITE CRB-HDR-REC.
           MOVE 'N' TO WS-SORT-END-SW.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
           PERFORM H460-WRITE-ONE UNTIL WS-SORT-ENDED.
           MOVE SPACES         TO CRB-REC.
           MOVE 'T'            TO CRB-TRL-TYPE.
           MOVE WS-CRB-WRITTEN TO CRB-TRL-COUNT.
           MOVE WS-CRB-HASH    TO CRB-TRL-HASH.
           WRITE CRB-TRL-REC.
           CLOSE CORR-BATCH.
       H450-END. EXIT.
      *One sorted correction out, then the next one back.
       H460-WRITE-ONE.
           MOVE SRT-TRAN TO WS-COR-TRAN.
           IF WS-COR-BALANCE < ZERO
              SUBTRACT WS-COR-BALANCE FROM WS-CRB-HASH
           ELSE
              ADD WS-COR-BALANCE TO WS-CRB-HASH
           END-IF.
           WRITE CRB-REC FROM SRT-TRAN.
           ADD 1 TO WS-CRB-WRITTEN.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
       H460-END. EXIT.
      *The aging section: one line per branch with its item counts
      *by age, an all-branch line, then the deposit and withdrawal
      *money in suspense by branch, currency and age.
       H500-WRITE-AGING-SECTION.
           MOVE 'AGING BY BRANCH' TO RPT-TTL-TEXT.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           PERFORM H510-WRITE-AGB-LINE
              VARYING WS-AGB-IX FROM 1 BY 1
              UNTIL WS-AGB-IX > WS-AGB-CNT.
           MOVE 'ALL '               TO RPT-AGB-BRANCH.
           MOVE WS-AGE-TOTAL (1)     TO RPT-AGB-B1.
           MOVE WS-AGE-TOTAL (2)     TO RPT-AGB-B2.
           MOVE WS-AGE-TOTAL (3)     TO RPT-AGB-B3.
           MOVE WS-AGE-TOTAL (4)     TO RPT-AGB-B4.
           MOVE WS-AGE-TOTAL-ALL     TO RPT-AGB-TOTAL.
           WRITE RPT-REC FROM WS-RPT-AGB-LINE.
           MOVE 'MONEY IN SUSPENSE BY BRANCH AND CURRENCY'
             TO RPT-TTL-TEXT.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           WRITE RPT-REC FROM WS-RPT-AGM-HEAD-LINE.
           PERFORM H520-WRITE-AGM-LINE
              VARYING WS-AGM-IX FROM 1 BY 1
              UNTIL WS-AGM-IX > WS-AGM-CNT.
           IF WS-AGB-OVERFLOW > 0 OR WS-AGM-OVERFLOW > 0
              DISPLAY 'AGING ROWS PAST TABLE LIMIT: '
                      WS-AGB-OVERFLOW ' ' WS-AGM-OVERFLOW
           END-IF.
       H500-END. EXIT.
      *One branch aging line.
       H510-WRITE-AGB-LINE.
           MOVE ZERO TO WS-AGB-ROW-TOTAL.
           PERFORM H515-ADD-AGB-BUCKET
              VARYING WS-BKT-IX FROM 1 BY 1
              UNTIL WS-BKT-IX > 4.
           MOVE WS-AGB-BRANCH (WS-AGB-IX)   TO RPT-AGB-BRANCH.
           MOVE WS-AGB-COUNT (WS-AGB-IX 1)  TO RPT-AGB-B1.
           MOVE WS-AGB-COUNT (WS-AGB-IX 2)  TO RPT-AGB-B2.
           MOVE WS-AGB-COUNT (WS-AGB-IX 3)  TO RPT-AGB-B3.
           MOVE WS-AGB-COUNT (WS-AGB-IX 4)  TO RPT-AGB-B4.
           MOVE WS-AGB-ROW-TOTAL            TO RPT-AGB-TOTAL.
           WRITE RPT-REC FROM WS-RPT-AGB-LINE.
       H510-END. EXIT.
      *Add one age column into the branch's row total.
       H515-ADD-AGB-BUCKET.
           ADD WS-AGB-COUNT (WS-AGB-IX WS-BKT-IX) TO WS-AGB-ROW-TOTAL.
       H515-END. EXIT.
      *One money aging line.
       H520-WRITE-AGM-LINE.
           MOVE WS-AGM-BRANCH (WS-AGM-IX) TO RPT-AGM-BRANCH.
           MOVE WS-AGM-CURR (WS-AGM-IX)   TO RPT-AGM-CURR.
           IF WS-AGM-ACTION (WS-AGM-IX) = 'D'
              MOVE 'DEPOSIT ' TO RPT-AGM-TYPE
           ELSE
              MOVE 'WITHDRAW' TO RPT-AGM-TYPE
           END-IF.
           MOVE WS-AGM-AMOUNT (WS-AGM-IX 1) TO RPT-AGM-B1.
           MOVE WS-AGM-AMOUNT (WS-AGM-IX 2) TO RPT-AGM-B2.
           MOVE WS-AGM-AMOUNT (WS-AGM-IX 3) TO RPT-AGM-B3.
           MOVE WS-AGM-AMOUNT (WS-AGM-IX 4) TO RPT-AGM-B4.
           WRITE RPT-REC FROM WS-RPT-AGM-LINE.
       H520-END. EXIT.
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
      *The totals and the in-versus-out checks: every item in comes
      *out, clears or is written off; every reject is a new item or
      *reopens an old one; every item released on an earlier night
      *reopens, clears or waits; every request is applied or refused;
      *every correction released reaches the batch.
       H290-WRITE-TOTALS.
           MOVE WS-ITEMS-READ        TO RPT-ITL-READ.
           MOVE WS-ITEMS-NEW         TO RPT-ITL-NEW.
           MOVE WS-ITEMS-CLEARED     TO RPT-ITL-CLEARED.
           MOVE WS-ITEMS-WRITTEN-OFF TO RPT-ITL-WOFF.
           MOVE WS-ITEMS-WRITTEN     TO RPT-ITL-WRITTEN.
           MOVE WS-ITEMS-AWAITING    TO RPT-ITL-AWAITING.
           WRITE RPT-REC FROM WS-RPT-ITEM-TOTAL-LINE.
           MOVE WS-REJECTS-READ      TO RPT-RTL-REJECTS.
           MOVE WS-ITEMS-REOPENED    TO RPT-RTL-REOPENED.
           MOVE WS-REQUESTS-READ     TO RPT-RTL-REQUESTS.
           MOVE WS-REQUESTS-APPLIED  TO RPT-RTL-APPLIED.
           MOVE WS-REQUESTS-REFUSED  TO RPT-RTL-REFUSED.
           MOVE WS-ITEMS-CORRECTED   TO RPT-RTL-CORRECTED.
           WRITE RPT-REC FROM WS-RPT-REQ-TOTAL-LINE.
           MOVE 'ITEMS IN VS ITEMS OUT' TO WS-CHK-DESC.
           COMPUTE WS-CHK-EXPECTED = WS-ITEMS-READ + WS-ITEMS-NEW
                   - WS-ITEMS-CLEARED - WS-ITEMS-WRITTEN-OFF.
           MOVE WS-ITEMS-WRITTEN TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'REJECTS VS NEW + REOPENED' TO WS-CHK-DESC.
           MOVE WS-REJECTS-READ TO WS-CHK-EXPECTED.
           ADD WS-ITEMS-NEW WS-ITEMS-REOPENED GIVING WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'RELEASED VS RESOLVED' TO WS-CHK-DESC.
           MOVE WS-RLS-CNT TO WS-CHK-EXPECTED.
           ADD WS-ITEMS-REOPENED WS-ITEMS-CLEARED WS-ITEMS-AWAITING
               GIVING WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'REQUESTS VS APPLIED+REFUSED' TO WS-CHK-DESC.
           MOVE WS-REQUESTS-READ TO WS-CHK-EXPECTED.
           ADD WS-REQUESTS-APPLIED WS-REQUESTS-REFUSED
               GIVING WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'CORRECTIONS VS BATCH' TO WS-CHK-DESC.
           MOVE WS-ITEMS-CORRECTED TO WS-CHK-EXPECTED.
           MOVE WS-CRB-WRITTEN     TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
       H290-END. EXIT.
      *Write the aging section, the totals and the checks, then
      *close the files. A refused request is only a warning; items
      *that do not balance are an error.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              PERFORM H500-WRITE-AGING-SECTION
              PERFORM H290-WRITE-TOTALS
              IF WS-MISMATCHES > 0 AND RETURN-CODE = 0
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
              IF WS-REQUESTS-REFUSED > 0 AND RETURN-CODE = 0
                 MOVE WS-REFUSED-RC TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED
                  AND RETURN-CODE NOT > WS-REFUSED-RC
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE SUSP-MASTER-IN
                 SUSP-MASTER-OUT
                 SUSP-REJECTS
                 SUSP-REQUESTS
                 SUSP-REPORT
                 RUN-CONTROL.
       H300-END. EXIT.
      *A run that got under way and ended with no more than the
      *refused-request warning marks its step complete, with the
      *items read and written. The anchor is left alone.
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
           MOVE WS-ITEMS-READ    TO RCT-OLD-COUNT.
           MOVE WS-ITEMS-WRITTEN TO RCT-NEW-COUNT.
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
