       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG019.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER-IN  ASSIGN TO ACCTOLD
                                  ORGANIZATION INDEXED
                                  ACCESS SEQUENTIAL
                                  RECORD KEY MSTI-NO
                                  STATUS    MSTI-ST.
           SELECT ACCT-MASTER-OUT ASSIGN TO ACCTNEW
                                  ORGANIZATION INDEXED
                                  ACCESS SEQUENTIAL
                                  RECORD KEY MSTO-NO
                                  STATUS    MSTO-ST.
           SELECT FEE-PARAM       ASSIGN TO FEEPARM
                                  STATUS    FPR-ST.
           SELECT FEE-REGISTER    ASSIGN TO FEEREG
                                  STATUS    REG-ST.
           SELECT ACCT-HISTORY    ASSIGN TO ACCTHIST
                                  STATUS    HIS-ST.
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
      *Current-generation master, same record layout as the ACCTREC
      *file PBEG005 reads and PBEG006 maintains.
       FD  ACCT-MASTER-IN.
       01  MSTI-FIELDS.
           05 MSTI-NO        PIC 9(04).
           05 MSTI-NAME      PIC X(15).
           05 MSTI-SURNAME   PIC X(15).
           05 MSTI-BDATE     PIC 9(08).
           05 MSTI-TODAY     PIC 9(08).
           05 MSTI-STATUS    PIC X(01).
              88 MSTI-OPEN      VALUE 'O'.
              88 MSTI-CLOSED    VALUE 'C'.
           05 MSTI-BALANCE   PIC S9(09)V99.
           05 MSTI-CURR      PIC X(03).
           05 MSTI-BRANCH    PIC X(04).
           05 MSTI-STREET    PIC X(25).
           05 MSTI-CITY      PIC X(15).
           05 MSTI-POSTAL    PIC X(05).
       FD  ACCT-MASTER-OUT.
       01  MSTO-FIELDS.
           05 MSTO-NO        PIC 9(04).
           05 MSTO-NAME      PIC X(15).
           05 MSTO-SURNAME   PIC X(15).
           05 MSTO-BDATE     PIC 9(08).
           05 MSTO-TODAY     PIC 9(08).
           05 MSTO-STATUS    PIC X(01).
           05 MSTO-BALANCE   PIC S9(09)V99.
           05 MSTO-CURR      PIC X(03).
           05 MSTO-BRANCH    PIC X(04).
           05 MSTO-STREET    PIC X(25).
           05 MSTO-CITY      PIC X(15).
           05 MSTO-POSTAL    PIC X(05).
      *Fee schedule, one record per currency, or per currency and
      *branch where a branch charges differently: the flat monthly
      *maintenance fee, the low-balance fee charged when the balance
      *the month ends on is under the minimum, and the age under
      *which a holder pays neither (zero for no exemption). A branch
      *row wins over the currency's all-branch row (branch spaces).
       FD  FEE-PARAM RECORDING MODE F.
       01  FPR-REC.
           05 FPR-CURR         PIC X(03).
           05 FPR-BRANCH       PIC X(04).
           05 FPR-MAINT-FEE    PIC 9(07)V99.
           05 FPR-MIN-BALANCE  PIC 9(09)V99.
           05 FPR-LOW-BAL-FEE  PIC 9(07)V99.
           05 FPR-EXEMPT-AGE   PIC 9(03).
      *Fee register, one line per fee assessed, closed by
      *per-currency totals and the in/out record counts in the
      *expected-versus-actual style PBEG010 balances with.
       FD  FEE-REGISTER RECORDING MODE F.
       01  REG-REC.
           05 REG-NO         PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-BRANCH     PIC X(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-CURR       PIC X(03).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-FEE-TYPE   PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-DUE        PIC X(14).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-CHARGED    PIC X(14).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-SHORTFALL  PIC X(14).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-AFT-BAL    PIC X(14).
      *FILLER pads the detail line out to the width of the header and
      *total records written to the same FD, so a WRITE...FROM
      *across the layouts below never truncates.
           05 FILLER         PIC X(13) VALUE SPACES.
      *Accumulating account history PBEG006 writes; each fee goes on
      *it as action 'F' so a statement shows the charge alongside the
      *branch transactions and the interest.
       FD  ACCT-HISTORY RECORDING MODE F.
       01  HIS-REC.
           05 HIS-ACCT-NO     PIC 9(04).
           05 HIS-RUN-DATE    PIC 9(08).
           05 HIS-ACTION      PIC X(01).
           05 HIS-BEF-BALANCE PIC S9(09)V99.
           05 HIS-AFT-BALANCE PIC S9(09)V99.
           05 HIS-BEF-STATUS  PIC X(01).
           05 HIS-AFT-STATUS  PIC X(01).
      *Business-date run control shared by every step that rebuilds
      *the master: one record per business date and step, carrying
      *whether the step finished and which master generations it
      *read and wrote. The anchor row (zero date, step 'GEN ') holds
      *the newest generation a finished step has produced.
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
           05 MSTI-ST   PIC 9(02).
              88 MSTI-EOF     VALUE 10.
              88 MSTI-SUCCESS VALUE 00
                                    97.
           05 MSTO-ST   PIC 9(02).
           05 FPR-ST    PIC 9(02).
              88 FPR-EOF      VALUE 10.
              88 FPR-SUCCESS  VALUE 00
                                    97.
           05 REG-ST    PIC 9(02).
           05 HIS-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
      *Set once initial file opens and the first read have
      *succeeded, so an early abort does not write register trailer
      *lines to a file that was never opened for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Counters kept for the register totals and the checks: every
      *account read is closed, has no schedule, is exempt, owes
      *nothing or is assessed; every fee assessed is taken in full,
      *in part or not at all.
       01  WS-COUNTERS.
           05 WS-MAST-READ        PIC 9(06) VALUE ZERO.
           05 WS-MAST-WRITTEN     PIC 9(06) VALUE ZERO.
           05 WS-CLOSED-SKIPPED   PIC 9(06) VALUE ZERO.
           05 WS-NO-SCHED-SKIPPED PIC 9(06) VALUE ZERO.
           05 WS-EXEMPT-SKIPPED   PIC 9(06) VALUE ZERO.
           05 WS-NO-FEE-DUE       PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-ASSESSED   PIC 9(06) VALUE ZERO.
           05 WS-FEES-ASSESSED    PIC 9(06) VALUE ZERO.
           05 WS-FEES-FULL        PIC 9(06) VALUE ZERO.
           05 WS-FEES-PARTIAL     PIC 9(06) VALUE ZERO.
           05 WS-FEES-UNCOLLECTED PIC 9(06) VALUE ZERO.
           05 WS-HIST-WRITTEN     PIC 9(06) VALUE ZERO.
      *Sequence guard over the input master, same rule as PBEG006:
      *an unsorted generation is abandoned so the new generation is
      *never built over the wrong records.
       01  WS-MATCH-KEYS.
           05 WS-MAST-KEY         PIC 9(05) VALUE ZERO.
           05 WS-PREV-MAST-KEY    PIC 9(05) VALUE ZERO.
      *In-storage copy of the fee schedule. A row past the slot limit
      *is fatal -- dropping a row would silently charge a branch the
      *currency's general fee, or nothing at all.
       01  WS-SCH-FIELDS.
           05 WS-SCH-TABLE.
              10 WS-SCH-CNT       PIC 9(02).
              10 WS-SCH-ENTRY OCCURS 50.
                 15 WS-SCH-CURR       PIC X(03).
                 15 WS-SCH-BRANCH     PIC X(04).
                 15 WS-SCH-MAINT-FEE  PIC 9(07)V99.
                 15 WS-SCH-MIN-BAL    PIC 9(09)V99.
                 15 WS-SCH-LOW-FEE    PIC 9(07)V99.
                 15 WS-SCH-EXEMPT-AGE PIC 9(03).
           05 WS-SCH-IX           PIC 9(02).
           05 WS-SCH-MAX          PIC 9(02) VALUE 50.
           05 WS-SCH-PICK-IX      PIC 9(02).
           05 WS-SCH-BRANCH-SW    PIC X(01).
              88 WS-SCH-BRANCH-HIT   VALUE 'Y'.
      *Fee work fields: what one fee asks for, what the balance can
      *give, and what is left owing.
       01  WS-FEE-FIELDS.
           05 WS-MAINT-DUE        PIC S9(07)V99.
           05 WS-LOW-DUE          PIC S9(07)V99.
           05 WS-FEE-DUE          PIC S9(07)V99.
           05 WS-FEE-CHARGED      PIC S9(07)V99.
           05 WS-FEE-SHORT        PIC S9(07)V99.
           05 WS-FEE-TYPE         PIC X(08).
           05 WS-FEE-BEF-BALANCE  PIC S9(09)V99.
           05 WS-BAL-EDIT         PIC -(09)9.99.
      *Age in whole years at the run date, for the exemption.
       01  WS-AGE-FIELDS.
           05 WS-AGE-BDATE         PIC 9(08).
           05 WS-AGE-BDATE-R REDEFINES WS-AGE-BDATE.
              10 WS-AGE-BD-YYYY    PIC 9(04).
              10 WS-AGE-BD-MM      PIC 9(02).
              10 WS-AGE-BD-DD      PIC 9(02).
           05 WS-AGE-TDATE         PIC 9(08).
           05 WS-AGE-TDATE-R REDEFINES WS-AGE-TDATE.
              10 WS-AGE-TD-YYYY    PIC 9(04).
              10 WS-AGE-TD-MM      PIC 9(02).
              10 WS-AGE-TD-DD      PIC 9(02).
           05 WS-AGE-YY             PIC S9(04).
      *Per-currency fee totals for the register, in the same
      *open-a-slot style as the PBEG005 currency table.
       01  WS-CUR-FIELDS.
           05 WS-CUR-TABLE.
              10 WS-CUR-CNT       PIC 9(02).
              10 WS-CUR-ENTRY OCCURS 10.
                 15 WS-CUR-CODE     PIC X(03).
                 15 WS-CUR-COUNT    PIC 9(06).
                 15 WS-CUR-TOTAL    PIC S9(11)V99.
                 15 WS-CUR-SHORT    PIC S9(11)V99.
           05 WS-CUR-IX           PIC 9(02).
           05 WS-CUR-HIT-SW       PIC X(01).
              88 WS-CUR-HIT          VALUE 'Y'.
           05 WS-CUR-MAX          PIC 9(02) VALUE 10.
           05 WS-CUR-OVERFLOW     PIC 9(06) VALUE ZERO.
      *Register header/total/check/trailer lines, built here (not in
      *the FD) since VALUE clauses on FILE SECTION records are not
      *guaranteed to be present in the record area until something
      *has been moved into it.
       01  WS-REG-HEADER-LINE.
           05 REG-HDR-TITLE     PIC X(30)
                                 VALUE 'MONTH-END FEE REGISTER'.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 REG-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 REG-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(48) VALUE SPACES.
       01  WS-REG-CUR-LINE.
           05 REG-CUR-LIT1      PIC X(10) VALUE 'CURRENCY: '.
           05 REG-CUR-CODE      PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-CUR-LIT2      PIC X(06) VALUE 'FEES: '.
           05 REG-CUR-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-CUR-LIT3      PIC X(09) VALUE 'CHARGED: '.
           05 REG-CUR-TOTAL     PIC -,---,---,---,--9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-CUR-LIT4      PIC X(11) VALUE 'SHORTFALL: '.
           05 REG-CUR-SHORT     PIC -,---,---,---,--9.99.
           05 FILLER            PIC X(08) VALUE SPACES.
      *In/out record check line in the expected-versus-actual style
      *the PBEG010 balancing report uses.
       01  WS-REG-CHECK-LINE.
           05 REG-CHK-DESC      PIC X(26).
           05 REG-CHK-LIT1      PIC X(10) VALUE 'EXPECTED: '.
           05 REG-CHK-EXPECTED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-CHK-LIT2      PIC X(08) VALUE 'ACTUAL: '.
           05 REG-CHK-ACTUAL    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-CHK-RESULT    PIC X(08).
           05 FILLER            PIC X(30) VALUE SPACES.
       01  WS-REG-TRAILER-LINE.
           05 REG-TRL-LIT1      PIC X(13) VALUE 'MASTER READ:'.
           05 REG-TRL-READ      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TRL-LIT2      PIC X(09) VALUE 'ASSESSED:'.
           05 REG-TRL-ASSESSED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TRL-LIT3      PIC X(08) VALUE 'EXEMPT:'.
           05 REG-TRL-EXEMPT    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TRL-LIT4      PIC X(08) VALUE 'CLOSED:'.
           05 REG-TRL-CLOSED    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TRL-LIT5      PIC X(10) VALUE 'NO SCHED:'.
           05 REG-TRL-NOSCHED   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
       01  WS-REG-FEE-TRAILER-LINE.
           05 REG-FTL-LIT1      PIC X(10) VALUE 'FEES DUE:'.
           05 REG-FTL-DUE       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-FTL-LIT2      PIC X(06) VALUE 'FULL:'.
           05 REG-FTL-FULL      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-FTL-LIT3      PIC X(09) VALUE 'PARTIAL:'.
           05 REG-FTL-PARTIAL   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-FTL-LIT4      PIC X(13) VALUE 'UNCOLLECTED:'.
           05 REG-FTL-UNCOLL    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(28) VALUE SPACES.
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
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'FEE '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE 'INT '.
      *The step that must not have finished yet for the business
      *date: the general-ledger run posts the date's history once,
      *so a movement written after it would never reach the ledger.
           05 WS-RCT-LATER-STEP   PIC X(04) VALUE 'GL  '.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'M'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG019'.
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
           05 WS-RCT-ROW-SAVE     PIC X(80).
           05 WS-RCT-TIME         PIC 9(08).
           05 WS-RCT-BYPASSED     PIC X(20).
           05 WS-RCT-OPERATOR     PIC X(08).
           05 WS-RCT-REASON       PIC X(40).
      *Business date of the night, off the run-control date row, for
      *the register heading, the history stamp and the age
      *exemption.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A master record out of ascending sequence means the input
      *generation was built wrong; the run is abandoned with this
      *return code so the scheduler holds the new generation. The
      *balance code fires when the in/out counts disagree.
       01  WS-RETURN-FIELDS.
           05 WS-SEQ-ABORT-RC    PIC 9(04) VALUE 0012.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-PARM-ERROR-RC   PIC 9(04) VALUE 0016.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not, or
      *the ledger run has already posted the date.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS THRU H200-END UNTIL MSTI-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses, then load
      *the fee schedule.
       H100-OPEN-FILES.
           INITIALIZE WS-SCH-TABLE.
           INITIALIZE WS-CUR-TABLE.
           PERFORM H160-CHECK-RUN-CONTROL.
           OPEN INPUT  ACCT-MASTER-IN.
           IF (MSTI-ST NOT = 0) AND (MSTI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' MSTI-ST
              MOVE MSTI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT ACCT-MASTER-OUT.
           IF (MSTO-ST NOT = 0) AND (MSTO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' MSTO-ST
              MOVE MSTO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT FEE-REGISTER.
           IF (REG-ST NOT = 0) AND (REG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' REG-ST
              MOVE REG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *The history file accumulates across runs, extended the same
      *way PBEG006 extends it every night.
           OPEN EXTEND ACCT-HISTORY.
           IF HIS-ST NOT = 0
              OPEN OUTPUT ACCT-HISTORY
           END-IF.
           IF (HIS-ST NOT = 0) AND (HIS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' HIS-ST
              MOVE HIS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-FEE-SCHEDULE.
           PERFORM H106-WRITE-REG-HEADER.
           PERFORM H130-READ-MASTER.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Write the one-line register heading.
       H106-WRITE-REG-HEADER.
           MOVE WS-JOB-START-DATE TO REG-HDR-DATE.
           WRITE REG-REC FROM WS-REG-HEADER-LINE.
       H106-END. EXIT.
      *Pull the whole fee schedule into storage. An empty schedule
      *is an operations error, not a fee-free month: the run ends
      *before it can write a generation identical to its input.
       H110-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-PARAM.
           IF (FPR-ST NOT = 0) AND (FPR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' FPR-ST
              MOVE FPR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ FEE-PARAM.
           PERFORM H115-STORE-SCHEDULE UNTIL FPR-EOF.
           CLOSE FEE-PARAM.
           IF WS-SCH-CNT = 0
              DISPLAY 'FEE SCHEDULE FILE EMPTY OR MISSING'
              MOVE WS-PARM-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H110-END. EXIT.
      *One schedule record into the table.
       H115-STORE-SCHEDULE.
           IF WS-SCH-CNT >= WS-SCH-MAX
              DISPLAY 'FEE TABLE PAST SLOT LIMIT: ' FPR-CURR
              MOVE WS-PARM-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-SCH-CNT.
           MOVE FPR-CURR        TO WS-SCH-CURR (WS-SCH-CNT).
           MOVE FPR-BRANCH      TO WS-SCH-BRANCH (WS-SCH-CNT).
           MOVE FPR-MAINT-FEE   TO WS-SCH-MAINT-FEE (WS-SCH-CNT).
           MOVE FPR-MIN-BALANCE TO WS-SCH-MIN-BAL (WS-SCH-CNT).
           MOVE FPR-LOW-BAL-FEE TO WS-SCH-LOW-FEE (WS-SCH-CNT).
           MOVE FPR-EXEMPT-AGE  TO WS-SCH-EXEMPT-AGE (WS-SCH-CNT).
           READ FEE-PARAM.
       H115-END. EXIT.
      *Read the next master record, setting EOF and guarding the
      *ascending-sequence assumption, same as PBEG006's H130.
       H130-READ-MASTER.
           MOVE WS-MAST-KEY TO WS-PREV-MAST-KEY.
           READ ACCT-MASTER-IN.
           EVALUATE TRUE
               WHEN MSTI-EOF
                   CONTINUE
               WHEN MSTI-SUCCESS
                   ADD 1 TO WS-MAST-READ
                   MOVE MSTI-NO TO WS-MAST-KEY
                   IF WS-MAST-KEY <= WS-PREV-MAST-KEY
                      DISPLAY 'MASTER OUT OF SEQUENCE AT: ' MSTI-NO
                      MOVE WS-SEQ-ABORT-RC TO RETURN-CODE
                      PERFORM H999-PROGRAM-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNABLE TO READ FILE: ' MSTI-ST
                   MOVE MSTI-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H130-END. EXIT.
      *Check the run-control file before anything is opened for
      *output, so a refused run never touches the new generation:
      *this step must not have finished already for the business
      *date (or month), the step before it must have, and the
      *general-ledger run must not yet have posted the date. A valid
      *override card lets any of these checks through, and is
      *logged. The step is then marked started against the
      *generation it reads.
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
           PERFORM H169-CHECK-LATER-STEP THRU H169-END.
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
      *Take the current master generation off the anchor row, then
      *write this step's row -- or rewrite it, on a rerun -- as
      *started, reading that generation and writing the next. It is
      *only marked complete at close, once the run has ended with a
      *zero return code; a row left started does not block a rerun.
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
           ADD 1 WS-RCT-CUR-GEN GIVING RCT-NEW-GEN.
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
      *Refuse the run when the general-ledger run has already posted
      *the business date, unless the override card covers it.
       H169-CHECK-LATER-STEP.
           MOVE WS-RCT-LATER-STEP TO WS-RCT-SCAN-STEP.
           MOVE WS-JOB-START-DATE TO WS-RCT-SCAN-FROM.
           MOVE WS-JOB-START-DATE TO WS-RCT-SCAN-TO.
           PERFORM H164-SCAN-RUN-CONTROL.
           IF NOT WS-RCT-FOUND
              GO TO H169-END
           END-IF.
           DISPLAY 'LATER STEP ' WS-RCT-LATER-STEP
                   ' ALREADY COMPLETE FOR ' WS-JOB-START-DATE.
           IF NOT WS-RCT-OVR-VALID
              MOVE WS-PRIOR-REFUSE-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'LEDGER POSTED' TO WS-RCT-BYPASSED.
           PERFORM H166-LOG-OVERRIDE.
       H169-END. EXIT.
      *One master record: every record rolls over to the new
      *generation; open accounts with a schedule for their currency
      *roll over with the month's fees taken off. The as-of date is
      *left alone, as the interest run leaves it -- a fee is a system
      *posting, not customer activity.
       H200-PROCESS.
           MOVE MSTI-FIELDS TO MSTO-FIELDS.
           EVALUATE TRUE
               WHEN MSTI-CLOSED
                   ADD 1 TO WS-CLOSED-SKIPPED
               WHEN OTHER
                   PERFORM H210-PICK-SCHEDULE
                   IF WS-SCH-PICK-IX > 0
                      PERFORM H220-ASSESS-FEES THRU H220-END
                   ELSE
                      ADD 1 TO WS-NO-SCHED-SKIPPED
                   END-IF
           END-EVALUATE.
           PERFORM H240-WRITE-NEW-MASTER.
           PERFORM H130-READ-MASTER.
       H200-END. EXIT.
      *Pick the account's schedule row: the row for its currency and
      *branch, or failing that the first all-branch row for its
      *currency. No row at all leaves the account alone and counted.
       H210-PICK-SCHEDULE.
           MOVE ZERO TO WS-SCH-PICK-IX.
           MOVE 'N'  TO WS-SCH-BRANCH-SW.
           PERFORM H215-PROBE-SCHEDULE
              VARYING WS-SCH-IX FROM 1 BY 1
              UNTIL WS-SCH-IX > WS-SCH-CNT OR WS-SCH-BRANCH-HIT.
       H210-END. EXIT.
      *One probe of the schedule table.
       H215-PROBE-SCHEDULE.
           IF WS-SCH-CURR (WS-SCH-IX) = MSTI-CURR
              IF WS-SCH-BRANCH (WS-SCH-IX) = MSTI-BRANCH
                 SET WS-SCH-BRANCH-HIT TO TRUE
                 MOVE WS-SCH-IX TO WS-SCH-PICK-IX
              ELSE
                 IF WS-SCH-BRANCH (WS-SCH-IX) = SPACES
                        AND WS-SCH-PICK-IX = 0
                    MOVE WS-SCH-IX TO WS-SCH-PICK-IX
                 END-IF
              END-IF
           END-IF.
       H215-END. EXIT.
      *Work out what the account owes this month: nothing if the
      *holder is under the exempt age, otherwise the maintenance fee
      *and, when the month ends under the minimum balance, the
      *low-balance fee. The minimum is tested on the balance the
      *month ends on, before either fee comes off.
       H220-ASSESS-FEES.
           IF WS-SCH-EXEMPT-AGE (WS-SCH-PICK-IX) > 0
                  AND MSTI-BDATE NOT = ZERO
              PERFORM H225-COMPUTE-AGE
              IF WS-AGE-YY < WS-SCH-EXEMPT-AGE (WS-SCH-PICK-IX)
                 ADD 1 TO WS-EXEMPT-SKIPPED
                 GO TO H220-END
              END-IF
           END-IF.
           MOVE WS-SCH-MAINT-FEE (WS-SCH-PICK-IX) TO WS-MAINT-DUE.
           MOVE ZERO TO WS-LOW-DUE.
           IF MSTI-BALANCE < WS-SCH-MIN-BAL (WS-SCH-PICK-IX)
              MOVE WS-SCH-LOW-FEE (WS-SCH-PICK-IX) TO WS-LOW-DUE
           END-IF.
           IF WS-MAINT-DUE = ZERO AND WS-LOW-DUE = ZERO
              ADD 1 TO WS-NO-FEE-DUE
              GO TO H220-END
           END-IF.
           ADD 1 TO WS-ACCTS-ASSESSED.
           IF WS-MAINT-DUE > ZERO
              MOVE WS-MAINT-DUE TO WS-FEE-DUE
              MOVE 'MAINT   '   TO WS-FEE-TYPE
              PERFORM H230-CHARGE-FEE
           END-IF.
           IF WS-LOW-DUE > ZERO
              MOVE WS-LOW-DUE   TO WS-FEE-DUE
              MOVE 'LOW BAL '   TO WS-FEE-TYPE
              PERFORM H230-CHARGE-FEE
           END-IF.
       H220-END. EXIT.
      *Age in whole years at the run date: the difference in years,
      *less one if the birthday has not come round yet this year.
       H225-COMPUTE-AGE.
           MOVE MSTI-BDATE        TO WS-AGE-BDATE.
           MOVE WS-JOB-START-DATE TO WS-AGE-TDATE.
           COMPUTE WS-AGE-YY = WS-AGE-TD-YYYY - WS-AGE-BD-YYYY.
           IF WS-AGE-TD-MM < WS-AGE-BD-MM
                  OR (WS-AGE-TD-MM = WS-AGE-BD-MM
                      AND WS-AGE-TD-DD < WS-AGE-BD-DD)
              SUBTRACT 1 FROM WS-AGE-YY
           END-IF.
       H225-END. EXIT.
      *Take one fee off the output balance. A fee never takes the
      *balance below zero: what the balance cannot cover is left as
      *the shortfall, and a fee the balance cannot cover at all posts
      *nothing to the history.
       H230-CHARGE-FEE.
           ADD 1 TO WS-FEES-ASSESSED.
           MOVE MSTO-BALANCE TO WS-FEE-BEF-BALANCE.
           EVALUATE TRUE
               WHEN MSTO-BALANCE NOT > ZERO
                   MOVE ZERO TO WS-FEE-CHARGED
                   ADD 1 TO WS-FEES-UNCOLLECTED
               WHEN MSTO-BALANCE < WS-FEE-DUE
                   MOVE MSTO-BALANCE TO WS-FEE-CHARGED
                   ADD 1 TO WS-FEES-PARTIAL
               WHEN OTHER
                   MOVE WS-FEE-DUE TO WS-FEE-CHARGED
                   ADD 1 TO WS-FEES-FULL
           END-EVALUATE.
           SUBTRACT WS-FEE-CHARGED FROM WS-FEE-DUE
               GIVING WS-FEE-SHORT.
           SUBTRACT WS-FEE-CHARGED FROM MSTO-BALANCE.
           PERFORM H232-WRITE-REGISTER-LINE.
           IF WS-FEE-CHARGED > ZERO
              PERFORM H234-WRITE-HISTORY
           END-IF.
           PERFORM H235-ACCUM-CURRENCY.
       H230-END. EXIT.
      *One register detail line: the fee asked for, what was taken,
      *what is still owed and the balance carried forward.
       H232-WRITE-REGISTER-LINE.
           INITIALIZE REG-REC WITH FILLER.
           MOVE MSTI-NO     TO REG-NO.
           MOVE MSTI-BRANCH TO REG-BRANCH.
           MOVE MSTI-CURR   TO REG-CURR.
           MOVE WS-FEE-TYPE TO REG-FEE-TYPE.
           MOVE WS-FEE-DUE     TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT    TO REG-DUE.
           MOVE WS-FEE-CHARGED TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT    TO REG-CHARGED.
           MOVE WS-FEE-SHORT   TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT    TO REG-SHORTFALL.
           MOVE MSTO-BALANCE   TO WS-BAL-EDIT.
           MOVE WS-BAL-EDIT    TO REG-AFT-BAL.
           WRITE REG-REC.
       H232-END. EXIT.
      *The fee goes onto the account history as action 'F', so a
      *statement shows the charge alongside the branch transactions.
       H234-WRITE-HISTORY.
           MOVE MSTI-NO            TO HIS-ACCT-NO.
           MOVE WS-JOB-START-DATE  TO HIS-RUN-DATE.
           MOVE 'F'                TO HIS-ACTION.
           MOVE WS-FEE-BEF-BALANCE TO HIS-BEF-BALANCE.
           MOVE MSTO-BALANCE       TO HIS-AFT-BALANCE.
           MOVE MSTI-STATUS        TO HIS-BEF-STATUS.
           MOVE MSTO-STATUS        TO HIS-AFT-STATUS.
           WRITE HIS-REC.
           ADD 1 TO WS-HIST-WRITTEN.
       H234-END. EXIT.
      *Fold the fee into its currency's totals slot, opening a new
      *slot the first time a currency shows up.
       H235-ACCUM-CURRENCY.
           MOVE 'N' TO WS-CUR-HIT-SW.
           MOVE 1 TO WS-CUR-IX.
           PERFORM H236-FIND-CURR-SLOT
              UNTIL WS-CUR-HIT OR WS-CUR-IX > WS-CUR-CNT.
           IF NOT WS-CUR-HIT
              IF WS-CUR-CNT < WS-CUR-MAX
                 ADD 1 TO WS-CUR-CNT
                 MOVE WS-CUR-CNT TO WS-CUR-IX
                 MOVE MSTI-CURR TO WS-CUR-CODE (WS-CUR-IX)
                 MOVE ZERO TO WS-CUR-COUNT (WS-CUR-IX)
                 MOVE ZERO TO WS-CUR-TOTAL (WS-CUR-IX)
                 MOVE ZERO TO WS-CUR-SHORT (WS-CUR-IX)
                 SET WS-CUR-HIT TO TRUE
              ELSE
                 ADD 1 TO WS-CUR-OVERFLOW
              END-IF
           END-IF.
           IF WS-CUR-HIT
              ADD 1 TO WS-CUR-COUNT (WS-CUR-IX)
              ADD WS-FEE-CHARGED TO WS-CUR-TOTAL (WS-CUR-IX)
              ADD WS-FEE-SHORT   TO WS-CUR-SHORT (WS-CUR-IX)
           END-IF.
       H235-END. EXIT.
      *One probe of the currency table.
       H236-FIND-CURR-SLOT.
           IF WS-CUR-CODE (WS-CUR-IX) = MSTI-CURR
              SET WS-CUR-HIT TO TRUE
           ELSE
              ADD 1 TO WS-CUR-IX
           END-IF.
       H236-END. EXIT.
      *Write the record standing in the output record area to the
      *new-generation master.
       H240-WRITE-NEW-MASTER.
           WRITE MSTO-FIELDS.
           ADD 1 TO WS-MAST-WRITTEN.
       H240-END. EXIT.
      *One check line: expected against actual, OK or MISMATCH.
       H285-WRITE-CHECK-LINE.
           MOVE WS-CHK-DESC     TO REG-CHK-DESC.
           MOVE WS-CHK-EXPECTED TO REG-CHK-EXPECTED.
           MOVE WS-CHK-ACTUAL   TO REG-CHK-ACTUAL.
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
              MOVE 'OK      ' TO REG-CHK-RESULT
           ELSE
              MOVE 'MISMATCH' TO REG-CHK-RESULT
              ADD 1 TO WS-MISMATCHES
           END-IF.
           WRITE REG-REC FROM WS-REG-CHECK-LINE.
       H285-END. EXIT.
      *The record and fee checks: every record read comes out on the
      *new generation, every account read is accounted for, every
      *fee assessed was taken in full, in part or not at all, and
      *every fee that took anything reached the history.
       H290-WRITE-CHECKS.
           MOVE 'MASTER READ VS WRITTEN' TO WS-CHK-DESC.
           MOVE WS-MAST-READ    TO WS-CHK-EXPECTED.
           MOVE WS-MAST-WRITTEN TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'ACCOUNTS READ VS OUTCOMES' TO WS-CHK-DESC.
           MOVE WS-MAST-READ TO WS-CHK-EXPECTED.
           COMPUTE WS-CHK-ACTUAL = WS-CLOSED-SKIPPED
                   + WS-NO-SCHED-SKIPPED + WS-EXEMPT-SKIPPED
                   + WS-NO-FEE-DUE + WS-ACCTS-ASSESSED.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'FEES VS FULL+PART+NONE' TO WS-CHK-DESC.
           MOVE WS-FEES-ASSESSED TO WS-CHK-EXPECTED.
           COMPUTE WS-CHK-ACTUAL = WS-FEES-FULL + WS-FEES-PARTIAL
                   + WS-FEES-UNCOLLECTED.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'FEES TAKEN VS HISTORY' TO WS-CHK-DESC.
           ADD WS-FEES-FULL WS-FEES-PARTIAL GIVING WS-CHK-EXPECTED.
           MOVE WS-HIST-WRITTEN TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
       H290-END. EXIT.
      *One per-currency totals line.
       H295-WRITE-CURRENCY-LINE.
           MOVE WS-CUR-CODE (WS-CUR-IX)  TO REG-CUR-CODE.
           MOVE WS-CUR-COUNT (WS-CUR-IX) TO REG-CUR-COUNT.
           MOVE WS-CUR-TOTAL (WS-CUR-IX) TO REG-CUR-TOTAL.
           MOVE WS-CUR-SHORT (WS-CUR-IX) TO REG-CUR-SHORT.
           WRITE REG-REC FROM WS-REG-CUR-LINE.
       H295-END. EXIT.
      *Write the currency totals, the checks and the counts
      *trailers, then close the files. A mismatch comes back as a
      *nonzero return code so the scheduler holds the new
      *generation; a shortfall is reported, not an error.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              PERFORM H295-WRITE-CURRENCY-LINE
                 VARYING WS-CUR-IX FROM 1 BY 1
                 UNTIL WS-CUR-IX > WS-CUR-CNT
              IF WS-CUR-OVERFLOW > 0
                 DISPLAY 'CURRENCIES PAST TABLE LIMIT: '
                         WS-CUR-OVERFLOW
              END-IF
              PERFORM H290-WRITE-CHECKS
              MOVE WS-MAST-READ        TO REG-TRL-READ
              MOVE WS-ACCTS-ASSESSED   TO REG-TRL-ASSESSED
              MOVE WS-EXEMPT-SKIPPED   TO REG-TRL-EXEMPT
              MOVE WS-CLOSED-SKIPPED   TO REG-TRL-CLOSED
              MOVE WS-NO-SCHED-SKIPPED TO REG-TRL-NOSCHED
              WRITE REG-REC FROM WS-REG-TRAILER-LINE
              MOVE WS-FEES-ASSESSED    TO REG-FTL-DUE
              MOVE WS-FEES-FULL        TO REG-FTL-FULL
              MOVE WS-FEES-PARTIAL     TO REG-FTL-PARTIAL
              MOVE WS-FEES-UNCOLLECTED TO REG-FTL-UNCOLL
              WRITE REG-REC FROM WS-REG-FEE-TRAILER-LINE
              IF WS-MISMATCHES > 0 AND RETURN-CODE = 0
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED AND RETURN-CODE = 0
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE ACCT-MASTER-IN
                 ACCT-MASTER-OUT
                 FEE-REGISTER
                 ACCT-HISTORY
                 RUN-CONTROL.
       H300-END. EXIT.
      *A run that got under way and ended with a zero return code
      *marks its step complete with the master counts either side,
      *and moves the anchor on to the generation it wrote. Anything
      *else leaves the row started for a plain rerun to pick up.
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
           MOVE WS-MAST-READ    TO RCT-OLD-COUNT.
           MOVE WS-MAST-WRITTEN TO RCT-NEW-COUNT.
           REWRITE RCT-REC.
           IF RCT-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              GO TO H310-END
           END-IF.
           MOVE RCT-REC TO WS-RCT-ROW-SAVE.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'GEN ' TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              SET WS-RCT-ROW-FOUND TO TRUE
           ELSE
              MOVE 'N' TO WS-RCT-ROW-SW
           END-IF.
           MOVE WS-RCT-ROW-SAVE TO RCT-REC.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'GEN ' TO RCT-STEP.
           IF WS-RCT-ROW-FOUND
              REWRITE RCT-REC
           ELSE
              WRITE RCT-REC
           END-IF.
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
