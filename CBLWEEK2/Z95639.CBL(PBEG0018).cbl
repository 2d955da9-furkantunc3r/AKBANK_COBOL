       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG018.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDERS ASSIGN TO STORDER
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY SO-KEY
                                  STATUS    SO-ST.
           SELECT ACCT-REC        ASSIGN TO ACCTREC
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY ACCT-NO
                                  STATUS    ACCT-ST.
           SELECT OPTIONAL SUSP-REJECTS ASSIGN TO SUSPREJ
                                  STATUS    SRJ-ST.
           SELECT SO-BATCH        ASSIGN TO SOBATCH
                                  STATUS    SOB-ST.
           SELECT SO-REGISTER     ASSIGN TO SOREG
                                  STATUS    RPT-ST.
           SELECT RUN-CONTROL     ASSIGN TO RUNCTL
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY RCT-KEY
                                  STATUS    RCT-ST.
           SELECT OPTIONAL OVERRIDE-CARD ASSIGN TO RUNOVR
                                  STATUS    OVR-ST.
           SELECT OPTIONAL DATE-CARD ASSIGN TO BUSDATE
                                  STATUS    DTC-ST.
           SELECT OVERRIDE-LOG    ASSIGN TO RUNLOG
                                  STATUS    OVL-ST.
       DATA DIVISION.
       FILE SECTION.
      *Standing-order file, same layout as PBEG017 maintains.
       FD  STANDING-ORDERS.
       01  SO-REC.
           05 SO-KEY.
              10 SO-ACCT-NO        PIC 9(04).
              10 SO-SEQ            PIC 9(02).
           05 SO-STATUS            PIC X(01).
              88 SO-ACTIVE            VALUE 'A'.
              88 SO-CANCELLED         VALUE 'X'.
              88 SO-ENDED             VALUE 'E'.
           05 SO-TRN-ACTION        PIC X(01).
              88 SO-DEPOSIT           VALUE 'D'.
              88 SO-WITHDRAW          VALUE 'W'.
           05 SO-AMOUNT            PIC S9(09)V99.
           05 SO-CURR              PIC X(03).
           05 SO-FREQ              PIC X(01).
              88 SO-WEEKLY            VALUE 'W'.
              88 SO-MONTHLY           VALUE 'M'.
              88 SO-QUARTERLY         VALUE 'Q'.
              88 SO-ANNUAL            VALUE 'A'.
              88 SO-FREQ-VALID        VALUE 'W' 'M' 'Q' 'A'.
           05 SO-DUE-DAY           PIC 9(02).
           05 SO-NEXT-DUE          PIC 9(08).
           05 SO-END-DATE          PIC 9(08).
           05 SO-BRANCH            PIC X(04).
           05 SO-OPERATOR          PIC X(08).
           05 SO-MAINT-DATE        PIC 9(08).
           05 SO-LAST-GEN-DATE     PIC 9(08).
           05 SO-GEN-COUNT         PIC 9(04).
           05 SO-LAST-FAIL-DATE    PIC 9(08).
           05 SO-LAST-FAIL-REASON  PIC X(30).
           05 SO-FAIL-COUNT        PIC 9(02).
           05 FILLER               PIC X(07).
      *The keyed account master, same record layout as PBEG005 reads.
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
      *The last maintenance run's rejects, as PBEG006 writes them.
      *A generated item is known by the name and surname this
      *program puts on it, which carry the order it came from.
       FD  SUSP-REJECTS RECORDING MODE F.
       01  SRJ-REC.
           05 SRJ-FAIL-DATE      PIC 9(08).
           05 SRJ-REASON         PIC X(30).
           05 SRJ-TRAN.
              10 SRJ-TRN-ACTION  PIC X(01).
              10 SRJ-TRN-NO      PIC 9(04).
              10 SRJ-TRN-NAME    PIC X(15).
              10 SRJ-TRN-SURNAME PIC X(15).
              10 SRJ-TRN-SO-REF REDEFINES SRJ-TRN-SURNAME.
                 15 SRJ-SO-LIT   PIC X(06).
                 15 SRJ-SO-ACCT  PIC 9(04).
                 15 FILLER       PIC X(01).
                 15 SRJ-SO-SEQ   PIC 9(02).
                 15 FILLER       PIC X(02).
              10 SRJ-TRN-BDATE   PIC 9(08).
              10 SRJ-TRN-BALANCE PIC S9(09)V99.
              10 SRJ-TRN-CURR    PIC X(03).
              10 SRJ-TRN-BRANCH  PIC X(04).
              10 FILLER          PIC X(45).
           05 SRJ-BATCH-ID       PIC X(12).
      *Tonight's scheduled payments, framed as a branch batch so the
      *edit and the collection run take it like any other.
       FD  SO-BATCH RECORDING MODE F.
       01  SOB-REC               PIC X(106).
      *Alternate view: the batch header.
       01  SOB-HDR-REC.
           05 SOB-HDR-TYPE       PIC X(01).
           05 SOB-HDR-BRANCH     PIC X(04).
           05 SOB-HDR-DATE       PIC 9(08).
           05 FILLER             PIC X(93).
      *Alternate view: the batch trailer.
       01  SOB-TRL-REC.
           05 SOB-TRL-TYPE       PIC X(01).
           05 SOB-TRL-COUNT      PIC 9(06).
           05 SOB-TRL-HASH       PIC 9(13)V99.
           05 FILLER             PIC X(84).
      *Standing-order register: the orders whose payment failed in
      *the last maintenance run, then one line per order due tonight,
      *generated or skipped.
       FD  SO-REGISTER RECORDING MODE F.
       01  RPT-REC.
           05 RPT-ORDER-ID       PIC X(07).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-BRANCH         PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-ACTION         PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-DISP           PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-REASON         PIC X(30).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-DATE           PIC 9(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-AMOUNT         PIC -(09)9.99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RPT-CURR           PIC X(03).
      *FILLER pads the detail line out to the width of the header,
      *total and check records written to the same FD, so a
      *WRITE...FROM across the layouts below never truncates.
           05 FILLER             PIC X(04) VALUE SPACES.
      *Business-date run control shared by every nightly step; the
      *generator records its own step here so a rerun cannot put
      *the same night's payments into a second batch.
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
      *'DATE') this run opens each night with the date every later
      *step of that night runs under.
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
      *Optional business-date card. The scheduler's date for the
      *night; without it the night is opened under today's date, so
      *a rerun after midnight must carry it.
       FD  DATE-CARD RECORDING MODE F.
       01  DTC-REC.
           05 DTC-BUS-DATE     PIC X(08).
           05 FILLER           PIC X(72).
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
           05 SO-ST     PIC 9(02).
              88 SO-EOF       VALUE 10.
              88 SO-SUCCESS   VALUE 00
                                    97.
              88 SO-NOTFND    VALUE 23.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-FOUND   VALUE 00
                                    97.
              88 ACCT-NOTFND  VALUE 23.
           05 SRJ-ST    PIC 9(02).
              88 SRJ-EOF      VALUE 10.
           05 SOB-ST    PIC 9(02).
           05 RPT-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
           05 DTC-ST    PIC 9(02).
      *Set once initial file opens have succeeded, so an early abort
      *does not write the batch trailer or the register totals to a
      *file that was never opened for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Counters for the register totals and the checks.
       01  WS-COUNTERS.
           05 WS-ORDERS-READ      PIC 9(06) VALUE ZERO.
           05 WS-ORDERS-DUE       PIC 9(06) VALUE ZERO.
           05 WS-ORDERS-GENERATED PIC 9(06) VALUE ZERO.
           05 WS-ORDERS-SKIPPED   PIC 9(06) VALUE ZERO.
           05 WS-ORDERS-ENDED     PIC 9(06) VALUE ZERO.
           05 WS-REJECTS-READ     PIC 9(06) VALUE ZERO.
           05 WS-FAILS-REPORTED   PIC 9(06) VALUE ZERO.
           05 WS-FAILS-NOT-ON-FILE PIC 9(06) VALUE ZERO.
           05 WS-SOB-WRITTEN      PIC 9(06) VALUE ZERO.
           05 WS-SOB-HASH         PIC 9(13)V99 VALUE ZERO.
      *A scheduled payment laid out as a branch transaction. The
      *name and surname say where it came from -- the order's
      *account and number -- so a reject can be traced back to it.
       01  WS-GEN-TRAN.
           05 WS-GEN-ACTION      PIC X(01).
           05 WS-GEN-NO          PIC 9(04).
           05 WS-GEN-NAME        PIC X(15).
           05 WS-GEN-SO-REF.
              10 WS-GEN-SO-LIT   PIC X(06).
              10 WS-GEN-SO-ACCT  PIC 9(04).
              10 WS-GEN-SO-DASH  PIC X(01).
              10 WS-GEN-SO-SEQ   PIC 9(02).
              10 WS-GEN-SO-PAD   PIC X(02).
           05 WS-GEN-BDATE       PIC 9(08).
           05 WS-GEN-BALANCE     PIC S9(09)V99.
           05 WS-GEN-CURR        PIC X(03).
           05 WS-GEN-BRANCH      PIC X(04).
           05 WS-GEN-STREET      PIC X(25).
           05 WS-GEN-CITY        PIC X(15).
           05 WS-GEN-POSTAL      PIC X(05).
      *The constants that mark a generated item, and the branch code
      *the batch goes out under.
       01  WS-SOB-FIELDS.
           05 WS-SOB-BRANCH      PIC X(04) VALUE 'STOR'.
           05 WS-SOB-NAME        PIC X(15) VALUE 'STANDING ORDER'.
           05 WS-SOB-SO-LIT      PIC X(06) VALUE 'ORDER '.
      *One order's outcome for the register line.
       01  WS-ORDER-FIELDS.
           05 WS-ORDER-ID.
              10 WS-OID-ACCT    PIC 9(04).
              10 FILLER         PIC X(01) VALUE '-'.
              10 WS-OID-SEQ     PIC 9(02).
           05 WS-ORD-REASON     PIC X(30).
           05 WS-ORD-DUE-DATE   PIC 9(08).
           05 WS-ORD-DISP       PIC X(09).
           05 WS-ACT-WORD       PIC X(08).
      *Roll-forward work fields: the day number for a weekly order,
      *and the months a monthly, quarterly or annual one moves on.
       01  WS-ROLL-FIELDS.
           05 WS-ROLL-INT       PIC 9(08).
           05 WS-ROLL-MONTHS    PIC 9(02).
      *Date work fields for rolling a due date on by whole months:
      *the month-length and leap-year logic is the H216/H217 pair
      *from PBEG005's date checker.
       01  WS-DATE-CHECK-FIELDS.
           05 WS-CHK-DATE         PIC 9(08).
           05 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
              10 WS-CHK-YYYY      PIC 9(04).
              10 WS-CHK-MM        PIC 9(02).
              10 WS-CHK-DD        PIC 9(02).
           05 WS-CHK-MAX-DAY      PIC 9(02).
           05 WS-CHK-DIV-RESULT   PIC 9(06).
           05 WS-CHK-DIV-REM      PIC 9(02).
      *Register header, section title, total and check lines, built
      *here (not in the FD) since VALUE clauses on FILE SECTION
      *records are not guaranteed to be present in the record area
      *until something has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(40)
                        VALUE 'STANDING ORDER REGISTER'.
           05 RPT-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(42) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05 RPT-TTL-TEXT      PIC X(50).
           05 FILLER            PIC X(50) VALUE SPACES.
       01  WS-RPT-ORDER-TOTAL-LINE.
           05 RPT-OTL-LIT1      PIC X(13) VALUE 'ORDERS READ:'.
           05 RPT-OTL-READ      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-OTL-LIT2      PIC X(05) VALUE 'DUE:'.
           05 RPT-OTL-DUE       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-OTL-LIT3      PIC X(11) VALUE 'GENERATED:'.
           05 RPT-OTL-GENERATED PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-OTL-LIT4      PIC X(09) VALUE 'SKIPPED:'.
           05 RPT-OTL-SKIPPED   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-OTL-LIT5      PIC X(07) VALUE 'ENDED:'.
           05 RPT-OTL-ENDED     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE SPACES.
       01  WS-RPT-FAIL-TOTAL-LINE.
           05 RPT-FTL-LIT1      PIC X(14) VALUE 'REJECTS READ:'.
           05 RPT-FTL-REJECTS   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-FTL-LIT2      PIC X(16) VALUE 'ORDER FAILURES:'.
           05 RPT-FTL-FAILS     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-FTL-LIT3      PIC X(13) VALUE 'NOT ON FILE:'.
           05 RPT-FTL-NOT-ON-FILE PIC ZZZ,ZZ9.
           05 FILLER            PIC X(32) VALUE SPACES.
      *Expected-versus-actual check line, the same OK/MISMATCH form
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
           05 FILLER            PIC X(30) VALUE SPACES.
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
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'SOG '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE SPACES.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'D'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG018'.
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
      *Set when this step has already run for the business date:
      *the batch is being rebuilt, so the orders that run paid and
      *moved on go into it again.
           05 WS-RCT-RERUN-SW     PIC X(01) VALUE 'N'.
              88 WS-RCT-RERUN        VALUE 'Y'.
      *Business date of the night, from the date card or today's
      *date, and the date an order must have fallen due by to be
      *paid tonight.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
           05 WS-DTC-DATE        PIC X(08) VALUE SPACES.
      *A payment that failed in the last maintenance run is a
      *warning: the order is still standing, and the return code
      *tells the scheduler to send the register to the branches.
      *Orders or batch items that do not balance are an error.
       01  WS-RETURN-FIELDS.
           05 WS-FAILED-RC       PIC 9(04) VALUE 0004.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-CARD-ERROR-RC   PIC 9(04) VALUE 0012.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program: record the payments the last
      *maintenance run refused against their orders, then read every
      *order and put the ones due tonight into the batch.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H120-APPLY-FAILURES.
           PERFORM H130-START-ORDERS THRU H130-END.
           PERFORM H200-PROCESS-ORDER THRU H200-END UNTIL SO-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses, and frame
      *the batch. The standing-order file is created empty the first
      *time it is used; a night with no reject file simply has no
      *failures to report.
       H100-OPEN-FILES.
           PERFORM H160-CHECK-RUN-CONTROL.
           OPEN INPUT  ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN I-O STANDING-ORDERS.
           IF SO-ST = 35
              OPEN OUTPUT STANDING-ORDERS
              CLOSE STANDING-ORDERS
              OPEN I-O STANDING-ORDERS
           END-IF.
           IF (SO-ST NOT = 0) AND (SO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  SUSP-REJECTS.
           IF (SRJ-ST NOT = 0) AND (SRJ-ST NOT = 97)
                  AND (SRJ-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' SRJ-ST
              MOVE SRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-BATCH.
           IF (SOB-ST NOT = 0) AND (SOB-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SOB-ST
              MOVE SOB-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-REGISTER.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RUN-OK TO TRUE.
           PERFORM H106-WRITE-RPT-HEADER.
           PERFORM H108-WRITE-BATCH-HEADER.
       H100-END. EXIT.
      *Write the one-line register heading.
       H106-WRITE-RPT-HEADER.
           MOVE WS-JOB-START-DATE TO RPT-HDR-DATE.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
       H106-END. EXIT.
      *Batch header: the generator's own branch code and the date.
      *The batch is written every night, framed even when empty, so
      *the edit and the collection run always find it.
       H108-WRITE-BATCH-HEADER.
           MOVE SPACES            TO SOB-REC.
           MOVE 'H'               TO SOB-HDR-TYPE.
           MOVE WS-SOB-BRANCH     TO SOB-HDR-BRANCH.
           MOVE WS-JOB-START-DATE TO SOB-HDR-DATE.
           WRITE SOB-HDR-REC.
       H108-END. EXIT.
      *Go through the last maintenance run's rejects for the items
      *this program generated.
       H120-APPLY-FAILURES.
           MOVE 'PAYMENTS FAILED IN LAST MAINTENANCE RUN'
             TO RPT-TTL-TEXT.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           READ SUSP-REJECTS.
           PERFORM H125-CHECK-REJECT THRU H125-END UNTIL SRJ-EOF.
       H120-END. EXIT.
      *A generated item that failed goes on the register and onto its
      *order: the date, the reason and one more failure. A rerun
      *reports it again but does not count it twice.
       H125-CHECK-REJECT.
           IF SRJ-ST NOT = 0
              DISPLAY 'UNABLE TO READ FILE: ' SRJ-ST
              MOVE SRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-REJECTS-READ.
           IF SRJ-TRN-NAME NOT = WS-SOB-NAME
                  OR SRJ-SO-LIT NOT = WS-SOB-SO-LIT
              GO TO H125-READ
           END-IF.
           ADD 1 TO WS-FAILS-REPORTED.
           MOVE SRJ-SO-ACCT TO WS-OID-ACCT.
           MOVE SRJ-SO-SEQ  TO WS-OID-SEQ.
           MOVE SRJ-SO-ACCT TO SO-ACCT-NO.
           MOVE SRJ-SO-SEQ  TO SO-SEQ.
           READ STANDING-ORDERS.
           EVALUATE TRUE
               WHEN SO-NOTFND
                   ADD 1 TO WS-FAILS-NOT-ON-FILE
               WHEN NOT SO-SUCCESS
                   DISPLAY 'UNABLE TO READ FILE: ' SO-ST
                   MOVE SO-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
               WHEN SO-LAST-FAIL-DATE = SRJ-FAIL-DATE
                   CONTINUE
               WHEN OTHER
                   MOVE SRJ-FAIL-DATE TO SO-LAST-FAIL-DATE
                   MOVE SRJ-REASON    TO SO-LAST-FAIL-REASON
                   IF SO-FAIL-COUNT < 99
                      ADD 1 TO SO-FAIL-COUNT
                   END-IF
                   PERFORM H245-REWRITE-ORDER
           END-EVALUATE.
           MOVE 'FAILED'       TO WS-ORD-DISP.
           MOVE SRJ-REASON     TO WS-ORD-REASON.
           MOVE SRJ-FAIL-DATE  TO WS-ORD-DUE-DATE.
           MOVE SRJ-TRN-ACTION TO WS-GEN-ACTION.
           PERFORM H275-SET-ACTION-WORD.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-ORDER-ID     TO RPT-ORDER-ID.
           MOVE SRJ-TRN-BRANCH  TO RPT-BRANCH.
           MOVE WS-ACT-WORD     TO RPT-ACTION.
           MOVE WS-ORD-DISP     TO RPT-DISP.
           MOVE WS-ORD-REASON   TO RPT-REASON.
           MOVE WS-ORD-DUE-DATE TO RPT-DATE.
           MOVE SRJ-TRN-BALANCE TO RPT-AMOUNT.
           MOVE SRJ-TRN-CURR    TO RPT-CURR.
           WRITE RPT-REC.
       H125-READ.
           READ SUSP-REJECTS.
       H125-END. EXIT.
      *Position on the first order and take it.
       H130-START-ORDERS.
           MOVE 'ORDERS DUE TONIGHT' TO RPT-TTL-TEXT.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           MOVE ZERO TO SO-ACCT-NO.
           MOVE ZERO TO SO-SEQ.
           START STANDING-ORDERS KEY NOT < SO-KEY.
           IF SO-ST NOT = 0
              MOVE 10 TO SO-ST
              GO TO H130-END
           END-IF.
           PERFORM H140-READ-ORDER.
       H130-END. EXIT.
      *Read the next order.
       H140-READ-ORDER.
           READ STANDING-ORDERS NEXT RECORD.
           EVALUATE TRUE
               WHEN SO-EOF
                   CONTINUE
               WHEN SO-SUCCESS
                   ADD 1 TO WS-ORDERS-READ
               WHEN OTHER
                   DISPLAY 'UNABLE TO READ FILE: ' SO-ST
                   MOVE SO-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H140-END. EXIT.
      *Check the run-control file before anything is opened for
      *output, so a refused run never writes a second batch of the
      *same night's payments: this step must not have finished
      *already for the business date. A valid override card lets
      *the check through, and is logged.
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
           PERFORM H168-OPEN-BUSINESS-DATE THRU H168-END.
           PERFORM H161-READ-OVERRIDE-CARD.
           PERFORM H162-CHECK-STEP-DONE THRU H162-END.
           PERFORM H163-CHECK-PRIOR-STEP THRU H163-END.
           PERFORM H167-MARK-STARTED.
           PERFORM H169-WRITE-DATE-ROW.
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
      *started. The standing-order file is updated in place, so the
      *row carries the current master generation on both sides and
      *the anchor is left where it is.
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
              SET WS-RCT-RERUN     TO TRUE
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
      *Open the night: the business date is the one on the date card
      *when there is one, otherwise today's. A card that does not
      *carry a real date is fatal rather than guessed at.
       H168-OPEN-BUSINESS-DATE.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DATE-CARD.
           IF DTC-ST = 0
              READ DATE-CARD
              IF DTC-ST = 0
                 MOVE DTC-BUS-DATE TO WS-DTC-DATE
              END-IF
           END-IF.
           CLOSE DATE-CARD.
           IF WS-DTC-DATE = SPACES
              GO TO H168-END
           END-IF.
           IF WS-DTC-DATE NOT NUMERIC
              DISPLAY 'INVALID BUSINESS DATE CARD: ' WS-DTC-DATE
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-DTC-DATE TO WS-CHK-DATE.
           PERFORM H216-SET-MAX-DAY.
           IF WS-CHK-DD < 01 OR WS-CHK-DD > WS-CHK-MAX-DAY
              DISPLAY 'INVALID BUSINESS DATE CARD: ' WS-DTC-DATE
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CHK-DATE TO WS-JOB-START-DATE.
       H168-END. EXIT.
      *Write the business-date row -- or rewrite it -- with the date
      *this run opened the night under. Every later step of the
      *night takes its date from here instead of the clock.
       H169-WRITE-DATE-ROW.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'DATE' TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              SET WS-RCT-ROW-FOUND TO TRUE
           ELSE
              MOVE 'N' TO WS-RCT-ROW-SW
              INITIALIZE RCT-REC WITH FILLER
              MOVE ZERO   TO RCT-BUS-DATE
              MOVE 'DATE' TO RCT-STEP
           END-IF.
           MOVE WS-RCT-PROGRAM    TO RCT-PROGRAM.
           SET RCT-COMPLETE       TO TRUE.
           MOVE WS-JOB-START-DATE TO RCT-CUR-BUS-DATE.
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
       H169-END. EXIT.
      *One order. Only an active order due by tonight is touched.
      *One past its end date ends without paying. One on an account
      *that has gone or closed ends too; one whose currency no
      *longer matches its account's is skipped and moved on to its
      *next date, so the branch can correct it. Anything else is
      *paid into the batch and moved on. On a rerun for the same
      *business date an order the earlier run already paid and moved
      *on goes into the rebuilt batch again, as it stands.
       H200-PROCESS-ORDER.
           IF WS-RCT-RERUN AND SO-LAST-GEN-DATE = WS-JOB-START-DATE
              PERFORM H225-RESTORE-ITEM
              GO TO H200-READ
           END-IF.
           IF NOT SO-ACTIVE OR SO-NEXT-DUE > WS-JOB-START-DATE
              GO TO H200-READ
           END-IF.
           ADD 1 TO WS-ORDERS-DUE.
           MOVE SO-ACCT-NO  TO WS-OID-ACCT.
           MOVE SO-SEQ      TO WS-OID-SEQ.
           MOVE SO-NEXT-DUE TO WS-ORD-DUE-DATE.
           MOVE SPACES      TO WS-ORD-REASON.
           IF SO-END-DATE NOT = ZERO AND SO-NEXT-DUE > SO-END-DATE
              MOVE 'PAST END DATE' TO WS-ORD-REASON
              PERFORM H240-END-ORDER
              GO TO H200-LINE
           END-IF.
           MOVE SO-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF (NOT ACCT-FOUND) AND (NOT ACCT-NOTFND)
              DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ACCT-NOTFND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-ORD-REASON
                   PERFORM H240-END-ORDER
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-ORD-REASON
                   PERFORM H240-END-ORDER
               WHEN SO-CURR NOT = ACCT-CURR
                   MOVE 'CURRENCY MISMATCH' TO WS-ORD-REASON
                   PERFORM H230-ROLL-FORWARD
               WHEN OTHER
                   PERFORM H220-GENERATE-ITEM
                   PERFORM H221-STAMP-ORDER
                   PERFORM H230-ROLL-FORWARD
           END-EVALUATE.
       H200-LINE.
           IF WS-ORD-REASON = SPACES
              ADD 1 TO WS-ORDERS-GENERATED
              MOVE 'GENERATED' TO WS-ORD-DISP
           ELSE
              ADD 1 TO WS-ORDERS-SKIPPED
              MOVE 'SKIPPED'   TO WS-ORD-DISP
           END-IF.
           PERFORM H245-REWRITE-ORDER.
           PERFORM H270-WRITE-ORDER-LINE.
       H200-READ.
           PERFORM H140-READ-ORDER.
       H200-END. EXIT.
      *Set WS-CHK-MAX-DAY to the number of days in WS-CHK-MM of
      *WS-CHK-YYYY.
       H216-SET-MAX-DAY.
           EVALUATE WS-CHK-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-CHK-MAX-DAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-CHK-MAX-DAY
               WHEN 2
                   PERFORM H217-CHECK-LEAP-YEAR
               WHEN OTHER
                   MOVE 00 TO WS-CHK-MAX-DAY
           END-EVALUATE.
       H216-END. EXIT.
      *Leap-year test for February: divisible by 4, except century
      *years, which must also be divisible by 400.
       H217-CHECK-LEAP-YEAR.
           MOVE 28 TO WS-CHK-MAX-DAY.
           DIVIDE WS-CHK-YYYY BY 4 GIVING WS-CHK-DIV-RESULT
                  REMAINDER WS-CHK-DIV-REM.
           IF WS-CHK-DIV-REM = 0
              MOVE 29 TO WS-CHK-MAX-DAY
              DIVIDE WS-CHK-YYYY BY 100 GIVING WS-CHK-DIV-RESULT
                     REMAINDER WS-CHK-DIV-REM
              IF WS-CHK-DIV-REM = 0
                 MOVE 28 TO WS-CHK-MAX-DAY
                 DIVIDE WS-CHK-YYYY BY 400 GIVING WS-CHK-DIV-RESULT
                        REMAINDER WS-CHK-DIV-REM
                 IF WS-CHK-DIV-REM = 0
                    MOVE 29 TO WS-CHK-MAX-DAY
                 END-IF
              END-IF
           END-IF.
       H217-END. EXIT.
      *Tonight's payment for the order, into the batch. The hash is
      *the sum of the amounts with the sign dropped, as PBEG012
      *takes it.
       H220-GENERATE-ITEM.
           INITIALIZE WS-GEN-TRAN.
           MOVE SO-TRN-ACTION  TO WS-GEN-ACTION.
           MOVE SO-ACCT-NO     TO WS-GEN-NO.
           MOVE WS-SOB-NAME    TO WS-GEN-NAME.
           MOVE WS-SOB-SO-LIT  TO WS-GEN-SO-LIT.
           MOVE SO-ACCT-NO     TO WS-GEN-SO-ACCT.
           MOVE '-'            TO WS-GEN-SO-DASH.
           MOVE SO-SEQ         TO WS-GEN-SO-SEQ.
           MOVE SO-AMOUNT      TO WS-GEN-BALANCE.
           MOVE SO-CURR        TO WS-GEN-CURR.
           MOVE SO-BRANCH      TO WS-GEN-BRANCH.
           WRITE SOB-REC FROM WS-GEN-TRAN.
           IF SOB-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' SOB-ST
              MOVE SOB-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-SOB-WRITTEN.
           IF WS-GEN-BALANCE < ZERO
              SUBTRACT WS-GEN-BALANCE FROM WS-SOB-HASH
           ELSE
              ADD WS-GEN-BALANCE TO WS-SOB-HASH
           END-IF.
       H220-END. EXIT.
      *Note tonight's payment on the order. The date is what lets a
      *rerun of the same night find the orders already paid.
       H221-STAMP-ORDER.
           MOVE WS-JOB-START-DATE TO SO-LAST-GEN-DATE.
           IF SO-GEN-COUNT < 9999
              ADD 1 TO SO-GEN-COUNT
           END-IF.
       H221-END. EXIT.
      *An order an earlier run of this business date paid and moved
      *on: its payment goes into the rebuilt batch again, but the
      *order is neither moved on a second time nor rewritten.
       H225-RESTORE-ITEM.
           ADD 1 TO WS-ORDERS-DUE.
           ADD 1 TO WS-ORDERS-GENERATED.
           MOVE SO-ACCT-NO       TO WS-OID-ACCT.
           MOVE SO-SEQ           TO WS-OID-SEQ.
           MOVE SO-LAST-GEN-DATE TO WS-ORD-DUE-DATE.
           PERFORM H220-GENERATE-ITEM.
           MOVE 'GENERATED'      TO WS-ORD-DISP.
           MOVE 'PAID EARLIER THIS NIGHT' TO WS-ORD-REASON.
           PERFORM H270-WRITE-ORDER-LINE.
       H225-END. EXIT.
      *Move the next due date on past tonight, one period at a time,
      *so an order the run missed for a night or two is not paid
      *twice. An order whose next date falls after its end date has
      *run its course.
       H230-ROLL-FORWARD.
           PERFORM H235-ROLL-ONCE THRU H235-END
              UNTIL SO-NEXT-DUE > WS-JOB-START-DATE.
           IF SO-END-DATE NOT = ZERO AND SO-NEXT-DUE > SO-END-DATE
              SET SO-ENDED TO TRUE
              ADD 1 TO WS-ORDERS-ENDED
           END-IF.
       H230-END. EXIT.
      *One period on. A weekly order moves seven days; the others
      *move whole months and go back to their own day of the month,
      *or the last day of a month too short for it.
       H235-ROLL-ONCE.
           IF SO-WEEKLY
              COMPUTE WS-ROLL-INT =
                      FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7
              COMPUTE SO-NEXT-DUE =
                      FUNCTION DATE-OF-INTEGER(WS-ROLL-INT)
              GO TO H235-END
           END-IF.
           EVALUATE TRUE
               WHEN SO-QUARTERLY
                   MOVE 03 TO WS-ROLL-MONTHS
               WHEN SO-ANNUAL
                   MOVE 12 TO WS-ROLL-MONTHS
               WHEN OTHER
                   MOVE 01 TO WS-ROLL-MONTHS
           END-EVALUATE.
           MOVE SO-NEXT-DUE TO WS-CHK-DATE.
           ADD WS-ROLL-MONTHS TO WS-CHK-MM.
           IF WS-CHK-MM > 12
              SUBTRACT 12 FROM WS-CHK-MM
              ADD 1 TO WS-CHK-YYYY
           END-IF.
           PERFORM H216-SET-MAX-DAY.
           MOVE SO-DUE-DAY TO WS-CHK-DD.
           IF WS-CHK-DD > WS-CHK-MAX-DAY
              MOVE WS-CHK-MAX-DAY TO WS-CHK-DD
           END-IF.
           MOVE WS-CHK-DATE TO SO-NEXT-DUE.
       H235-END. EXIT.
      *An order that can no longer be paid is ended; it stays on
      *file so the branch can see what happened to it.
       H240-END-ORDER.
           SET SO-ENDED TO TRUE.
           ADD 1 TO WS-ORDERS-ENDED.
       H240-END. EXIT.
      *Put the order back.
       H245-REWRITE-ORDER.
           REWRITE SO-REC.
           IF SO-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H245-END. EXIT.
      *Register line for an order due tonight.
       H270-WRITE-ORDER-LINE.
           MOVE SO-TRN-ACTION TO WS-GEN-ACTION.
           PERFORM H275-SET-ACTION-WORD.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-ORDER-ID     TO RPT-ORDER-ID.
           MOVE SO-BRANCH       TO RPT-BRANCH.
           MOVE WS-ACT-WORD     TO RPT-ACTION.
           MOVE WS-ORD-DISP     TO RPT-DISP.
           MOVE WS-ORD-REASON   TO RPT-REASON.
           MOVE WS-ORD-DUE-DATE TO RPT-DATE.
           MOVE SO-AMOUNT       TO RPT-AMOUNT.
           MOVE SO-CURR         TO RPT-CURR.
           WRITE RPT-REC.
       H270-END. EXIT.
      *Action code to the word printed on the register.
       H275-SET-ACTION-WORD.
           EVALUATE WS-GEN-ACTION
               WHEN 'D'
                   MOVE 'DEPOSIT ' TO WS-ACT-WORD
               WHEN 'W'
                   MOVE 'WITHDRAW' TO WS-ACT-WORD
               WHEN OTHER
                   MOVE WS-GEN-ACTION TO WS-ACT-WORD
           END-EVALUATE.
       H275-END. EXIT.
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
      *The totals and the checks: every order due was paid or
      *skipped, and every one paid reached the batch.
       H290-WRITE-TOTALS.
           MOVE WS-ORDERS-READ        TO RPT-OTL-READ.
           MOVE WS-ORDERS-DUE         TO RPT-OTL-DUE.
           MOVE WS-ORDERS-GENERATED   TO RPT-OTL-GENERATED.
           MOVE WS-ORDERS-SKIPPED     TO RPT-OTL-SKIPPED.
           MOVE WS-ORDERS-ENDED       TO RPT-OTL-ENDED.
           WRITE RPT-REC FROM WS-RPT-ORDER-TOTAL-LINE.
           MOVE WS-REJECTS-READ       TO RPT-FTL-REJECTS.
           MOVE WS-FAILS-REPORTED     TO RPT-FTL-FAILS.
           MOVE WS-FAILS-NOT-ON-FILE  TO RPT-FTL-NOT-ON-FILE.
           WRITE RPT-REC FROM WS-RPT-FAIL-TOTAL-LINE.
           MOVE 'DUE VS GENERATED+SKIPPED' TO WS-CHK-DESC.
           MOVE WS-ORDERS-DUE TO WS-CHK-EXPECTED.
           ADD WS-ORDERS-GENERATED WS-ORDERS-SKIPPED
               GIVING WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'GENERATED VS BATCH' TO WS-CHK-DESC.
           MOVE WS-ORDERS-GENERATED TO WS-CHK-EXPECTED.
           MOVE WS-SOB-WRITTEN      TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
       H290-END. EXIT.
      *Close the batch with its trailer, write the totals and the
      *checks, then close the files. A reported failure is only a
      *warning; orders that do not balance are an error.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              MOVE SPACES         TO SOB-REC
              MOVE 'T'            TO SOB-TRL-TYPE
              MOVE WS-SOB-WRITTEN TO SOB-TRL-COUNT
              MOVE WS-SOB-HASH    TO SOB-TRL-HASH
              WRITE SOB-TRL-REC
              PERFORM H290-WRITE-TOTALS
              IF WS-MISMATCHES > 0 AND RETURN-CODE = 0
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
              IF WS-FAILS-REPORTED > 0 AND RETURN-CODE = 0
                 MOVE WS-FAILED-RC TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED
                  AND RETURN-CODE NOT > WS-FAILED-RC
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE STANDING-ORDERS
                 ACCT-REC
                 SUSP-REJECTS
                 SO-BATCH
                 SO-REGISTER
                 RUN-CONTROL.
       H300-END. EXIT.
      *A run that got under way and ended with no more than the
      *failed-payment warning marks its step complete, with the
      *orders read and the payments generated. The anchor is left
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
           MOVE WS-ORDERS-READ      TO RCT-OLD-COUNT.
           MOVE WS-ORDERS-GENERATED TO RCT-NEW-COUNT.
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
