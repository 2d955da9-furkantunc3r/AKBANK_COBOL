       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG022.
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
           SELECT ACCT-HISTORY    ASSIGN TO ACCTHIST
                                  STATUS    HIS-ST.
           SELECT OPTIONAL ARCH-FILE ASSIGN TO DYNAMIC
                                  WS-ARC-DSN
                                  STATUS    ARC-ST.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
                                  STATUS    CTL-ST.
           SELECT SORT-WORK       ASSIGN TO SORTWK1.
           SELECT PROOF-REPORT    ASSIGN TO PROOFRPT
                                  STATUS    RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *The generation the run read, same record layout as the
      *ACCTREC file PBEG005 reads and PBEG006 maintains.
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
      *The generation the run built, reopened INPUT to be proved.
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
      *The accumulating account history, same layout as PBEG006's
      *HIS-REC. Only the business date's records of the run being
      *proved are used.
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
              88 HIS-LINK        VALUE 'L'.
           05 HIS-BEF-BALANCE PIC S9(09)V99.
           05 HIS-AFT-BALANCE PIC S9(09)V99.
           05 HIS-BEF-STATUS  PIC X(01).
           05 HIS-AFT-STATUS  PIC X(01).
      *The business date's purge archive, named the way PBEG014
      *names it: every account the purge took off the master, with
      *the balance it carried.
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
      *Optional card naming the run being proved -- MNT for PBEG006,
      *INT for PBEG013, FEE for PBEG019, PRG for PBEG014 -- and the
      *business date it ran for. A blank step takes every history
      *record of the date and the archive, for a night on which only
      *one of them ran; a zero date means the run date.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CTL-REC.
           05 CTL-STEP        PIC X(04).
           05 CTL-BUS-DATE    PIC 9(08).
      *Sort work: one record per history record of the run and per
      *archived account, by account and then in the order read, so
      *each account's movements come back together.
       SD  SORT-WORK.
       01  SRT-REC.
           05 SRT-ACCT-NO     PIC 9(04).
           05 SRT-SEQ         PIC 9(06).
           05 SRT-SOURCE      PIC X(01).
              88 SRT-FROM-HISTORY VALUE 'H'.
              88 SRT-FROM-ARCHIVE VALUE 'R'.
           05 SRT-ACTION      PIC X(01).
           05 SRT-BEF-BALANCE PIC S9(09)V99.
           05 SRT-AFT-BALANCE PIC S9(09)V99.
           05 SRT-CURR        PIC X(03).
      *Proof report: one line per account that does not prove, the
      *proof per currency, then counts and checks.
       FD  PROOF-REPORT RECORDING MODE F.
       01  RPT-REC.
           05 RPT-NO         PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-CURR       PIC X(03).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-REASON     PIC X(28).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-OLD-BAL    PIC -(10)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-MOVEMENTS  PIC -(10)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-ARCHIVED   PIC -(10)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-EXPECTED   PIC -(10)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-NEW-BAL    PIC -(10)9.99.
      *FILLER pads the detail line out to the width of the header,
      *proof and check records written to the same FD, so a
      *WRITE...FROM across the layouts never truncates.
           05 FILLER         PIC X(06) VALUE SPACES.
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 MSTI-ST   PIC 9(02).
              88 MSTI-EOF     VALUE 10.
              88 MSTI-SUCCESS VALUE 00
                                    97.
           05 MSTO-ST   PIC 9(02).
              88 MSTO-EOF     VALUE 10.
              88 MSTO-SUCCESS VALUE 00
                                    97.
           05 HIS-ST    PIC 9(02).
              88 HIS-EOF      VALUE 10.
              88 HIS-SUCCESS  VALUE 00
                                    97.
           05 ARC-ST    PIC 9(02).
              88 ARC-EOF      VALUE 10.
              88 ARC-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST    PIC 9(02).
           05 RPT-ST    PIC 9(02).
      *Set once the report file is open, so an early abort does not
      *write to a file that was never opened for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *The run being proved, from the control card, and which of the
      *night's records belong to it.
       01  WS-CTL-FIELDS.
           05 WS-CTL-STEP         PIC X(04) VALUE SPACES.
              88 WS-PROVE-ALL        VALUE SPACES.
              88 WS-PROVE-MNT        VALUE 'MNT '.
              88 WS-PROVE-INT        VALUE 'INT '.
              88 WS-PROVE-FEE        VALUE 'FEE '.
              88 WS-PROVE-PRG        VALUE 'PRG '.
           05 WS-CTL-BUS-DATE     PIC 9(08).
           05 WS-TAKE-SW          PIC X(01).
              88 WS-TAKE-RECORD      VALUE 'Y'.
      *Match keys carry one digit more than ACCT-NO so end-of-file
      *can be flagged as 99999, a value no real account can hold,
      *which lets the three-way match drain whichever input still
      *has records without special EOF cases.
       01  WS-MATCH-KEYS.
           05 WS-OLD-KEY          PIC 9(05) VALUE ZERO.
              88 WS-OLD-DRAINED      VALUE 99999.
           05 WS-NEW-KEY          PIC 9(05) VALUE ZERO.
              88 WS-NEW-DRAINED      VALUE 99999.
           05 WS-MOV-KEY          PIC 9(05) VALUE ZERO.
              88 WS-MOV-DRAINED      VALUE 99999.
           05 WS-LOW-KEY          PIC 9(05) VALUE ZERO.
      *The account being proved: what each generation says about it
      *and what the night's records moved, by kind.
       01  WS-ACC-FIELDS.
           05 WS-ACC-OLD-SW       PIC X(01).
              88 WS-ACC-ON-OLD       VALUE 'Y'.
           05 WS-ACC-NEW-SW       PIC X(01).
              88 WS-ACC-ON-NEW       VALUE 'Y'.
           05 WS-ACC-ADD-SW       PIC X(01).
              88 WS-ACC-HAS-ADD      VALUE 'Y'.
           05 WS-ACC-CLOSE-SW     PIC X(01).
              88 WS-ACC-HAS-CLOSE    VALUE 'Y'.
           05 WS-ACC-ARC-SW       PIC X(01).
              88 WS-ACC-HAS-ARCHIVE  VALUE 'Y'.
           05 WS-ACC-OLD-BAL      PIC S9(09)V99.
           05 WS-ACC-OLD-CURR     PIC X(03).
           05 WS-ACC-OLD-STATUS   PIC X(01).
           05 WS-ACC-NEW-BAL      PIC S9(09)V99.
           05 WS-ACC-NEW-CURR     PIC X(03).
           05 WS-ACC-NEW-STATUS   PIC X(01).
           05 WS-ACC-ARC-CURR     PIC X(03).
           05 WS-ACC-CURR         PIC X(03).
           05 WS-ACC-DEP          PIC S9(11)V99.
           05 WS-ACC-INT          PIC S9(11)V99.
           05 WS-ACC-ADD          PIC S9(11)V99.
           05 WS-ACC-WDR          PIC S9(11)V99.
           05 WS-ACC-FEE          PIC S9(11)V99.
           05 WS-ACC-ADJ          PIC S9(11)V99.
           05 WS-ACC-ARC          PIC S9(11)V99.
           05 WS-ACC-NET          PIC S9(11)V99.
           05 WS-ACC-EXPECTED     PIC S9(11)V99.
           05 WS-ACC-CLOSING      PIC S9(11)V99.
           05 WS-ACC-REASON       PIC X(28).
      *The proof per currency: opening, the movements by kind, the
      *archived balances and the closing balance. Past the slot
      *limit is fatal.
       01  WS-CUR-FIELDS.
           05 WS-CUR-TABLE.
              10 WS-CUR-CNT       PIC 9(02).
              10 WS-CUR-ENTRY OCCURS 20.
                 15 WS-CUR-CURR      PIC X(03).
                 15 WS-CUR-ACCOUNTS  PIC 9(06).
                 15 WS-CUR-OPENING   PIC S9(15)V99.
                 15 WS-CUR-DEP       PIC S9(15)V99.
                 15 WS-CUR-INT       PIC S9(15)V99.
                 15 WS-CUR-ADD       PIC S9(15)V99.
                 15 WS-CUR-WDR       PIC S9(15)V99.
                 15 WS-CUR-FEE       PIC S9(15)V99.
                 15 WS-CUR-ADJ       PIC S9(15)V99.
                 15 WS-CUR-ARC       PIC S9(15)V99.
                 15 WS-CUR-CLOSING   PIC S9(15)V99.
           05 WS-CUR-IX           PIC 9(02).
           05 WS-CUR-MAX          PIC 9(02) VALUE 20.
           05 WS-CUR-HIT-SW       PIC X(01).
              88 WS-CUR-HIT          VALUE 'Y'.
           05 WS-CUR-PROBE        PIC X(03).
           05 WS-CUR-EXPECTED     PIC S9(15)V99.
      *Counters for the report and the checks.
       01  WS-COUNTERS.
           05 WS-OLD-READ         PIC 9(06) VALUE ZERO.
           05 WS-NEW-READ         PIC 9(06) VALUE ZERO.
           05 WS-HIST-READ        PIC 9(06) VALUE ZERO.
           05 WS-HIST-USED        PIC 9(06) VALUE ZERO.
           05 WS-HIST-ADDS        PIC 9(06) VALUE ZERO.
           05 WS-ARCH-READ        PIC 9(06) VALUE ZERO.
           05 WS-MOVES-RELEASED   PIC 9(06) VALUE ZERO.
           05 WS-MOVES-RETURNED   PIC 9(06) VALUE ZERO.
           05 WS-ACCOUNTS-PROVED  PIC 9(06) VALUE ZERO.
           05 WS-PROOF-FAILS      PIC 9(06) VALUE ZERO.
           05 WS-UNEXPLAINED      PIC 9(06) VALUE ZERO.
           05 WS-STATUS-FAILS     PIC 9(06) VALUE ZERO.
      *Dated archive dataset, named exactly as PBEG014 names it for
      *the business date.
       01  WS-DSN-FIELDS.
           05 WS-ARC-DSN.
              10 FILLER            PIC X(10) VALUE 'ACCTARCH.D'.
              10 WS-ARC-DSN-DATE   PIC 9(08).
      *End of the sorted movements in the output pass.
       01  WS-SORT-FIELDS.
           05 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
              88 WS-SORT-ENDED       VALUE 'Y'.
      *Report header/proof/check lines, built here (not in the FD)
      *since VALUE clauses on FILE SECTION records are not
      *guaranteed to be present in the record area until something
      *has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(30)
                     VALUE 'GENERATION BALANCE PROOF'.
           05 RPT-HDR-DATE-LIT  PIC X(15) VALUE 'BUSINESS DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RPT-HDR-STEP-LIT  PIC X(06) VALUE 'STEP: '.
           05 RPT-HDR-STEP      PIC X(04).
           05 FILLER            PIC X(53) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05 FILLER            PIC X(30)
                     VALUE 'ACCT  CUR  REASON             '.
           05 FILLER            PIC X(30)
                     VALUE '             OLD BALANCE      '.
           05 FILLER            PIC X(30)
                     VALUE 'MOVEMENTS       ARCHIVED      '.
           05 FILLER            PIC X(30)
                     VALUE ' EXPECTED    NEW BALANCE      '.
       01  WS-RPT-CURR-HEAD-LINE.
           05 RPT-CHD-LIT1      PIC X(10) VALUE 'CURRENCY: '.
           05 RPT-CHD-CURR      PIC X(03).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RPT-CHD-LIT2      PIC X(10) VALUE 'ACCOUNTS: '.
           05 RPT-CHD-ACCOUNTS  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(86) VALUE SPACES.
       01  WS-RPT-PROOF-LINE.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 RPT-PRF-DESC      PIC X(30).
           05 RPT-PRF-AMOUNT    PIC -(15)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PRF-RESULT    PIC X(08).
           05 FILLER            PIC X(57) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOT-DESC      PIC X(30).
           05 RPT-TOT-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(83) VALUE SPACES.
      *Check line in the expected-versus-actual style the PBEG010
      *balancing report uses.
       01  WS-RPT-CHECK-LINE.
           05 RPT-CHK-DESC      PIC X(30).
           05 RPT-CHK-LIT1      PIC X(10) VALUE 'EXPECTED: '.
           05 RPT-CHK-EXPECTED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CHK-LIT2      PIC X(08) VALUE 'ACTUAL: '.
           05 RPT-CHK-ACTUAL    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-CHK-RESULT    PIC X(08).
           05 FILLER            PIC X(46) VALUE SPACES.
       01  WS-RPT-TRAILER-LINE.
           05 RPT-TRL-LIT       PIC X(18) VALUE 'TOTAL MISMATCHES:'.
           05 RPT-TRL-COUNT     PIC ZZ9.
           05 FILLER            PIC X(99) VALUE SPACES.
      *Comparison work fields for the common check writer.
       01  WS-CHECK-FIELDS.
           05 WS-CHK-EXPECTED     PIC 9(06).
           05 WS-CHK-ACTUAL       PIC 9(06).
           05 WS-CHK-DESC         PIC X(30).
           05 WS-MISMATCHES       PIC 9(03) VALUE ZERO.
      *General purpose date validity checker, same logic as the
      *H215 checker in PBEG005, reused for the card's date.
       01  WS-DATE-CHECK-FIELDS.
           05 WS-CHK-DATE         PIC 9(08).
           05 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
              10 WS-CHK-YYYY      PIC 9(04).
              10 WS-CHK-MM        PIC 9(02).
              10 WS-CHK-DD        PIC 9(02).
           05 WS-CHK-MAX-DAY      PIC 9(02).
           05 WS-CHK-DIV-RESULT   PIC 9(06).
           05 WS-CHK-DIV-REM      PIC 9(02).
           05 WS-CHK-RESULT-SW    PIC X(01).
              88 WS-CHK-DATE-OK   VALUE 'Y'.
              88 WS-CHK-DATE-BAD  VALUE 'N'.
      *Job run date: the business date proved when the card gives
      *none.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *Return codes for the scheduler: the new generation does not
      *prove and must not be promoted, the control card is unusable,
      *or a table limit was passed.
       01  WS-RETURN-FIELDS.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-CARD-ERROR-RC   PIC 9(04) VALUE 0012.
           05 WS-LIMIT-ERROR-RC  PIC 9(04) VALUE 0016.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main flow: sort the run's movements by account, prove every
      *account across the two generations on the way back out, then
      *prove each currency and write the checks.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H400-PROVE-ACCOUNTS THRU H400-END.
           PERFORM H270-WRITE-CURRENCY-PROOF.
           PERFORM H280-WRITE-CHECKS.
           PERFORM H999-PROGRAM-EXIT.
      *Pick up the control card, then open the two generations, the
      *history, the business date's archive and the report.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
           PERFORM H105-READ-CONTROL-CARD THRU H105-END.
           MOVE WS-CTL-BUS-DATE TO WS-ARC-DSN-DATE.
           OPEN INPUT  ACCT-MASTER-IN.
           IF (MSTI-ST NOT = 0) AND (MSTI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' MSTI-ST
              MOVE MSTI-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  ACCT-MASTER-OUT.
           IF (MSTO-ST NOT = 0) AND (MSTO-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' MSTO-ST
              MOVE MSTO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  ACCT-HISTORY.
           IF (HIS-ST NOT = 0) AND (HIS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' HIS-ST
              MOVE HIS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  ARCH-FILE.
           IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
                  AND (ARC-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' ARC-ST
              MOVE ARC-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT PROOF-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RUN-OK TO TRUE.
           INITIALIZE WS-CUR-TABLE.
           MOVE WS-CTL-BUS-DATE TO RPT-HDR-DATE.
           MOVE WS-CTL-STEP     TO RPT-HDR-STEP.
           IF WS-PROVE-ALL
              MOVE 'ALL ' TO RPT-HDR-STEP
           END-IF.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
           WRITE RPT-REC FROM WS-RPT-COLUMN-LINE.
       H100-END. EXIT.
      *Pick up the optional control card over the defaults: every
      *record of the run date. A step the proof does not know, or a
      *date that is not a date, makes the run unusable.
       H105-READ-CONTROL-CARD.
           MOVE WS-JOB-START-DATE TO WS-CTL-BUS-DATE.
           OPEN INPUT CONTROL-CARD.
           IF CTL-ST = 0
              READ CONTROL-CARD
              IF CTL-ST = 0
                 MOVE CTL-STEP TO WS-CTL-STEP
                 IF CTL-BUS-DATE NOT = ZERO
                    MOVE CTL-BUS-DATE TO WS-CTL-BUS-DATE
                 END-IF
              END-IF
           END-IF.
           CLOSE CONTROL-CARD.
           IF NOT WS-PROVE-ALL AND NOT WS-PROVE-MNT
                  AND NOT WS-PROVE-INT AND NOT WS-PROVE-FEE
                  AND NOT WS-PROVE-PRG
              DISPLAY 'INVALID STEP ON CONTROL CARD: ' WS-CTL-STEP
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CTL-BUS-DATE TO WS-CHK-DATE.
           PERFORM H215-CHECK-DATE.
           IF WS-CHK-DATE-BAD
              DISPLAY 'INVALID DATE ON CONTROL CARD: '
                      WS-CTL-BUS-DATE
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H105-END. EXIT.
      *Next record of the generation the run read, setting the
      *drained key at EOF.
       H130-READ-OLD.
           READ ACCT-MASTER-IN.
           EVALUATE TRUE
               WHEN MSTI-EOF
                   SET WS-OLD-DRAINED TO TRUE
               WHEN MSTI-SUCCESS
                   ADD 1 TO WS-OLD-READ
                   MOVE MSTI-NO TO WS-OLD-KEY
               WHEN OTHER
                   DISPLAY 'UNABLE TO READ FILE: ' MSTI-ST
                   MOVE MSTI-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H130-END. EXIT.
      *Next record of the generation the run built.
       H135-READ-NEW.
           READ ACCT-MASTER-OUT.
           EVALUATE TRUE
               WHEN MSTO-EOF
                   SET WS-NEW-DRAINED TO TRUE
               WHEN MSTO-SUCCESS
                   ADD 1 TO WS-NEW-READ
                   MOVE MSTO-NO TO WS-NEW-KEY
               WHEN OTHER
                   DISPLAY 'UNABLE TO READ FILE: ' MSTO-ST
                   MOVE MSTO-ST TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
       H135-END. EXIT.
      *Sort the run's movements by account and prove each account on
      *the way back out.
       H400-PROVE-ACCOUNTS.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-ACCT-NO
                                 SRT-SEQ
                INPUT PROCEDURE  H410-RELEASE-MOVES THRU H410-END
                OUTPUT PROCEDURE H450-MATCH-ACCOUNTS THRU H450-END.
           IF SORT-RETURN NOT = 0
              DISPLAY 'MOVEMENT SORT FAILED: ' SORT-RETURN
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H400-END. EXIT.
      *The history records of the run being proved, then the
      *archive when the run is the purge. PBEG014 writes no history,
      *and the other runs write no archive.
       H410-RELEASE-MOVES.
           IF NOT WS-PROVE-PRG
              PERFORM H420-READ-HISTORY
              PERFORM H425-RELEASE-HISTORY UNTIL HIS-EOF
           END-IF.
           IF (WS-PROVE-ALL OR WS-PROVE-PRG) AND ARC-ST NOT = 05
              PERFORM H412-READ-ARCHIVE
              PERFORM H414-RELEASE-ARCHIVED UNTIL ARC-EOF
           END-IF.
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
      *One archived account to the sort.
       H414-RELEASE-ARCHIVED.
           INITIALIZE SRT-REC.
           MOVE ARC-NO      TO SRT-ACCT-NO.
           SET SRT-FROM-ARCHIVE TO TRUE.
           MOVE ARC-BALANCE TO SRT-BEF-BALANCE.
           MOVE ZERO        TO SRT-AFT-BALANCE.
           MOVE ARC-CURR    TO SRT-CURR.
           PERFORM H430-RELEASE-MOVE.
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
      *One history record to the sort, when it is of the business
      *date and was written by the run being proved: A/C/X/D/W/L by
      *the maintenance run, I by the interest run, F by the fee run.
       H425-RELEASE-HISTORY.
           MOVE 'N' TO WS-TAKE-SW.
           IF HIS-RUN-DATE = WS-CTL-BUS-DATE
              EVALUATE TRUE
                  WHEN WS-PROVE-ALL
                      SET WS-TAKE-RECORD TO TRUE
                  WHEN WS-PROVE-MNT
                      IF HIS-ADD OR HIS-CHANGE OR HIS-CLOSE
                             OR HIS-DEPOSIT OR HIS-WITHDRAWAL
                             OR HIS-LINK
                         SET WS-TAKE-RECORD TO TRUE
                      END-IF
                  WHEN WS-PROVE-INT
                      IF HIS-INTEREST
                         SET WS-TAKE-RECORD TO TRUE
                      END-IF
                  WHEN WS-PROVE-FEE
                      IF HIS-FEE
                         SET WS-TAKE-RECORD TO TRUE
                      END-IF
              END-EVALUATE
           END-IF.
           IF WS-TAKE-RECORD
              ADD 1 TO WS-HIST-USED
              IF HIS-ADD
                 ADD 1 TO WS-HIST-ADDS
              END-IF
              INITIALIZE SRT-REC
              MOVE HIS-ACCT-NO     TO SRT-ACCT-NO
              SET SRT-FROM-HISTORY TO TRUE
              MOVE HIS-ACTION      TO SRT-ACTION
              MOVE HIS-BEF-BALANCE TO SRT-BEF-BALANCE
              MOVE HIS-AFT-BALANCE TO SRT-AFT-BALANCE
              PERFORM H430-RELEASE-MOVE
           END-IF.
           PERFORM H420-READ-HISTORY.
       H425-END. EXIT.
      *Hand one movement to the sort in the order read.
       H430-RELEASE-MOVE.
           ADD 1 TO WS-MOVES-RELEASED.
           MOVE WS-MOVES-RELEASED TO SRT-SEQ.
           RELEASE SRT-REC.
       H430-END. EXIT.
      *Three-way match of the old generation, the new generation
      *and the sorted movements on account number: the lowest key
      *of the three is the next account to prove.
       H450-MATCH-ACCOUNTS.
           MOVE 'N' TO WS-SORT-END-SW.
           PERFORM H130-READ-OLD.
           PERFORM H135-READ-NEW.
           PERFORM H455-RETURN-MOVE.
           PERFORM H460-PROVE-ONE
              UNTIL WS-OLD-DRAINED AND WS-NEW-DRAINED
                    AND WS-MOV-DRAINED.
       H450-END. EXIT.
      *Next movement back from the sort, setting the drained key at
      *the end.
       H455-RETURN-MOVE.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
           IF WS-SORT-ENDED
              SET WS-MOV-DRAINED TO TRUE
           ELSE
              ADD 1 TO WS-MOVES-RETURNED
              MOVE SRT-ACCT-NO TO WS-MOV-KEY
           END-IF.
       H455-END. EXIT.
      *Gather everything known about the lowest account and prove
      *it.
       H460-PROVE-ONE.
           MOVE WS-OLD-KEY TO WS-LOW-KEY.
           IF WS-NEW-KEY < WS-LOW-KEY
              MOVE WS-NEW-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-MOV-KEY < WS-LOW-KEY
              MOVE WS-MOV-KEY TO WS-LOW-KEY
           END-IF.
           INITIALIZE WS-ACC-FIELDS.
           IF WS-OLD-KEY = WS-LOW-KEY
              SET WS-ACC-ON-OLD TO TRUE
              MOVE MSTI-BALANCE TO WS-ACC-OLD-BAL
              MOVE MSTI-CURR    TO WS-ACC-OLD-CURR
              MOVE MSTI-STATUS  TO WS-ACC-OLD-STATUS
              PERFORM H130-READ-OLD
           END-IF.
           IF WS-NEW-KEY = WS-LOW-KEY
              SET WS-ACC-ON-NEW TO TRUE
              MOVE MSTO-BALANCE TO WS-ACC-NEW-BAL
              MOVE MSTO-CURR    TO WS-ACC-NEW-CURR
              MOVE MSTO-STATUS  TO WS-ACC-NEW-STATUS
              PERFORM H135-READ-NEW
           END-IF.
           PERFORM H465-TAKE-MOVE UNTIL WS-MOV-KEY NOT = WS-LOW-KEY.
           PERFORM H470-CHECK-ACCOUNT THRU H470-END.
           PERFORM H480-ADD-CURRENCY THRU H480-END.
       H460-END. EXIT.
      *One movement of the account into the bucket for its kind.
      *The money a history record moved is the difference between
      *its balances, which is the opening balance for an add and
      *the restatement for a change; a close moves none.
       H465-TAKE-MOVE.
           IF SRT-FROM-ARCHIVE
              SET WS-ACC-HAS-ARCHIVE TO TRUE
              ADD SRT-BEF-BALANCE TO WS-ACC-ARC
              MOVE SRT-CURR TO WS-ACC-ARC-CURR
           ELSE
              EVALUATE SRT-ACTION
                  WHEN 'D'
                      COMPUTE WS-ACC-DEP = WS-ACC-DEP
                            + SRT-AFT-BALANCE - SRT-BEF-BALANCE
                  WHEN 'I'
                      COMPUTE WS-ACC-INT = WS-ACC-INT
                            + SRT-AFT-BALANCE - SRT-BEF-BALANCE
                  WHEN 'A'
                      SET WS-ACC-HAS-ADD TO TRUE
                      COMPUTE WS-ACC-ADD = WS-ACC-ADD
                            + SRT-AFT-BALANCE - SRT-BEF-BALANCE
                  WHEN 'W'
                      COMPUTE WS-ACC-WDR = WS-ACC-WDR
                            + SRT-BEF-BALANCE - SRT-AFT-BALANCE
                  WHEN 'F'
                      COMPUTE WS-ACC-FEE = WS-ACC-FEE
                            + SRT-BEF-BALANCE - SRT-AFT-BALANCE
                  WHEN 'X'
                      SET WS-ACC-HAS-CLOSE TO TRUE
                      COMPUTE WS-ACC-ADJ = WS-ACC-ADJ
                            + SRT-AFT-BALANCE - SRT-BEF-BALANCE
                  WHEN OTHER
                      COMPUTE WS-ACC-ADJ = WS-ACC-ADJ
                            + SRT-AFT-BALANCE - SRT-BEF-BALANCE
              END-EVALUATE
           END-IF.
           PERFORM H455-RETURN-MOVE.
       H465-END. EXIT.
      *Prove the account: its old balance plus the night's movements
      *less what was archived must be its new balance, or zero when
      *it has left the master. An account may only appear with an
      *add record, only disappear with an archive record, and only
      *change status with a close record. Every failure is a line
      *on the report.
       H470-CHECK-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-PROVED.
           COMPUTE WS-ACC-NET = WS-ACC-DEP + WS-ACC-INT + WS-ACC-ADD
                              - WS-ACC-WDR - WS-ACC-FEE + WS-ACC-ADJ.
           COMPUTE WS-ACC-EXPECTED = WS-ACC-OLD-BAL + WS-ACC-NET
                                   - WS-ACC-ARC.
           MOVE WS-ACC-NEW-BAL TO WS-ACC-CLOSING.
           EVALUATE TRUE
               WHEN WS-ACC-ON-NEW
                   MOVE WS-ACC-NEW-CURR TO WS-ACC-CURR
               WHEN WS-ACC-ON-OLD
                   MOVE WS-ACC-OLD-CURR TO WS-ACC-CURR
               WHEN WS-ACC-HAS-ARCHIVE
                   MOVE WS-ACC-ARC-CURR TO WS-ACC-CURR
               WHEN OTHER
                   MOVE '???' TO WS-ACC-CURR
           END-EVALUATE.
           IF WS-ACC-EXPECTED NOT = WS-ACC-CLOSING
              ADD 1 TO WS-PROOF-FAILS
              MOVE 'BALANCE DOES NOT PROVE' TO WS-ACC-REASON
              PERFORM H475-WRITE-EXCEPTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACC-ON-OLD AND WS-ACC-ON-NEW
                   IF WS-ACC-HAS-ARCHIVE
                      ADD 1 TO WS-UNEXPLAINED
                      MOVE 'ARCHIVED BUT STILL ON MASTER'
                        TO WS-ACC-REASON
                      PERFORM H475-WRITE-EXCEPTION
                   END-IF
                   IF WS-ACC-OLD-STATUS NOT = WS-ACC-NEW-STATUS
                          AND NOT WS-ACC-HAS-CLOSE
                      ADD 1 TO WS-STATUS-FAILS
                      MOVE 'STATUS CHANGE WITHOUT CLOSE'
                        TO WS-ACC-REASON
                      PERFORM H475-WRITE-EXCEPTION
                   END-IF
               WHEN WS-ACC-ON-NEW
                   IF NOT WS-ACC-HAS-ADD
                      ADD 1 TO WS-UNEXPLAINED
                      MOVE 'APPEARED WITHOUT ADD' TO WS-ACC-REASON
                      PERFORM H475-WRITE-EXCEPTION
                   END-IF
               WHEN WS-ACC-ON-OLD
                   IF NOT WS-ACC-HAS-ARCHIVE
                      ADD 1 TO WS-UNEXPLAINED
                      MOVE 'DISAPPEARED WITHOUT ARCHIVE'
                        TO WS-ACC-REASON
                      PERFORM H475-WRITE-EXCEPTION
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNEXPLAINED
                   MOVE 'MOVEMENTS FOR NO ACCOUNT' TO WS-ACC-REASON
                   PERFORM H475-WRITE-EXCEPTION
           END-EVALUATE.
       H470-END. EXIT.
      *One exception line for the account being proved.
       H475-WRITE-EXCEPTION.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-LOW-KEY      TO RPT-NO.
           MOVE WS-ACC-CURR     TO RPT-CURR.
           MOVE WS-ACC-REASON   TO RPT-REASON.
           MOVE WS-ACC-OLD-BAL  TO RPT-OLD-BAL.
           MOVE WS-ACC-NET      TO RPT-MOVEMENTS.
           MOVE WS-ACC-ARC      TO RPT-ARCHIVED.
           MOVE WS-ACC-EXPECTED TO RPT-EXPECTED.
           MOVE WS-ACC-CLOSING  TO RPT-NEW-BAL.
           WRITE RPT-REC.
       H475-END. EXIT.
      *Add the account into its currency's proof. An account whose
      *currency was restated opens in its old currency and is moved
      *across to its new one as an adjustment, so both currencies
      *still prove.
       H480-ADD-CURRENCY.
           IF WS-ACC-ON-OLD AND WS-ACC-OLD-CURR NOT = WS-ACC-CURR
              MOVE WS-ACC-OLD-CURR TO WS-CUR-PROBE
              PERFORM H485-FIND-CURRENCY THRU H485-END
              ADD WS-ACC-OLD-BAL TO WS-CUR-OPENING (WS-CUR-IX)
              SUBTRACT WS-ACC-OLD-BAL FROM WS-CUR-ADJ (WS-CUR-IX)
              ADD WS-ACC-OLD-BAL TO WS-ACC-ADJ
           ELSE
              MOVE WS-ACC-CURR TO WS-CUR-PROBE
              PERFORM H485-FIND-CURRENCY THRU H485-END
              ADD WS-ACC-OLD-BAL TO WS-CUR-OPENING (WS-CUR-IX)
           END-IF.
           MOVE WS-ACC-CURR TO WS-CUR-PROBE.
           PERFORM H485-FIND-CURRENCY THRU H485-END.
           ADD 1              TO WS-CUR-ACCOUNTS (WS-CUR-IX).
           ADD WS-ACC-DEP     TO WS-CUR-DEP (WS-CUR-IX).
           ADD WS-ACC-INT     TO WS-CUR-INT (WS-CUR-IX).
           ADD WS-ACC-ADD     TO WS-CUR-ADD (WS-CUR-IX).
           ADD WS-ACC-WDR     TO WS-CUR-WDR (WS-CUR-IX).
           ADD WS-ACC-FEE     TO WS-CUR-FEE (WS-CUR-IX).
           ADD WS-ACC-ADJ     TO WS-CUR-ADJ (WS-CUR-IX).
           ADD WS-ACC-ARC     TO WS-CUR-ARC (WS-CUR-IX).
           ADD WS-ACC-CLOSING TO WS-CUR-CLOSING (WS-CUR-IX).
       H480-END. EXIT.
      *Find WS-CUR-PROBE's slot in the currency table, opening one
      *for a currency not seen before.
       H485-FIND-CURRENCY.
           MOVE 'N' TO WS-CUR-HIT-SW.
           MOVE 1 TO WS-CUR-IX.
           PERFORM H487-FIND-CURR-SLOT
              UNTIL WS-CUR-HIT OR WS-CUR-IX > WS-CUR-CNT.
           IF WS-CUR-HIT
              GO TO H485-END
           END-IF.
           IF WS-CUR-CNT NOT < WS-CUR-MAX
              DISPLAY 'CURRENCY TABLE PAST SLOT LIMIT: ' WS-CUR-PROBE
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-CUR-CNT.
           MOVE WS-CUR-CNT   TO WS-CUR-IX.
           MOVE WS-CUR-PROBE TO WS-CUR-CURR (WS-CUR-IX).
       H485-END. EXIT.
      *One probe of the currency table; a hit leaves WS-CUR-IX
      *standing on the slot.
       H487-FIND-CURR-SLOT.
           IF WS-CUR-CURR (WS-CUR-IX) = WS-CUR-PROBE
              SET WS-CUR-HIT TO TRUE
           ELSE
              ADD 1 TO WS-CUR-IX
           END-IF.
       H487-END. EXIT.
      *The proof for every currency seen.
       H270-WRITE-CURRENCY-PROOF.
           MOVE 1 TO WS-CUR-IX.
           PERFORM H275-WRITE-ONE-CURRENCY UNTIL WS-CUR-IX > WS-CUR-CNT.
       H270-END. EXIT.
      *One currency: opening plus deposits, interest and adds, less
      *withdrawals and fees, plus or less adjustments, less archived
      *balances must equal the closing total.
       H275-WRITE-ONE-CURRENCY.
           MOVE WS-CUR-CURR (WS-CUR-IX)     TO RPT-CHD-CURR.
           MOVE WS-CUR-ACCOUNTS (WS-CUR-IX) TO RPT-CHD-ACCOUNTS.
           WRITE RPT-REC FROM WS-RPT-CURR-HEAD-LINE.
           MOVE SPACES TO RPT-PRF-RESULT.
           MOVE 'OPENING BALANCES'          TO RPT-PRF-DESC.
           MOVE WS-CUR-OPENING (WS-CUR-IX)  TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'PLUS DEPOSITS'             TO RPT-PRF-DESC.
           MOVE WS-CUR-DEP (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'PLUS INTEREST'             TO RPT-PRF-DESC.
           MOVE WS-CUR-INT (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'PLUS NEW ACCOUNTS'         TO RPT-PRF-DESC.
           MOVE WS-CUR-ADD (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'LESS WITHDRAWALS'          TO RPT-PRF-DESC.
           MOVE WS-CUR-WDR (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'LESS FEES'                 TO RPT-PRF-DESC.
           MOVE WS-CUR-FEE (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'PLUS/LESS ADJUSTMENTS'     TO RPT-PRF-DESC.
           MOVE WS-CUR-ADJ (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'LESS ARCHIVED BALANCES'    TO RPT-PRF-DESC.
           MOVE WS-CUR-ARC (WS-CUR-IX)      TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           COMPUTE WS-CUR-EXPECTED = WS-CUR-OPENING (WS-CUR-IX)
                   + WS-CUR-DEP (WS-CUR-IX) + WS-CUR-INT (WS-CUR-IX)
                   + WS-CUR-ADD (WS-CUR-IX) - WS-CUR-WDR (WS-CUR-IX)
                   - WS-CUR-FEE (WS-CUR-IX) + WS-CUR-ADJ (WS-CUR-IX)
                   - WS-CUR-ARC (WS-CUR-IX).
           MOVE 'EXPECTED CLOSING'          TO RPT-PRF-DESC.
           MOVE WS-CUR-EXPECTED             TO RPT-PRF-AMOUNT.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           MOVE 'ACTUAL CLOSING'            TO RPT-PRF-DESC.
           MOVE WS-CUR-CLOSING (WS-CUR-IX)  TO RPT-PRF-AMOUNT.
           IF WS-CUR-EXPECTED = WS-CUR-CLOSING (WS-CUR-IX)
              MOVE 'OK      ' TO RPT-PRF-RESULT
           ELSE
              MOVE 'MISMATCH' TO RPT-PRF-RESULT
              ADD 1 TO WS-MISMATCHES
           END-IF.
           WRITE RPT-REC FROM WS-RPT-PROOF-LINE.
           ADD 1 TO WS-CUR-IX.
       H275-END. EXIT.
      *The counts and the checks: every account proves, every
      *appearance and disappearance is explained, every status
      *change has its close, and the master count moves only by
      *adds and archived accounts.
       H280-WRITE-CHECKS.
           MOVE 'OLD GENERATION RECORDS:'  TO RPT-TOT-DESC.
           MOVE WS-OLD-READ                TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'NEW GENERATION RECORDS:'  TO RPT-TOT-DESC.
           MOVE WS-NEW-READ                TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'HISTORY RECORDS READ:'    TO RPT-TOT-DESC.
           MOVE WS-HIST-READ               TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'HISTORY RECORDS OF RUN:'  TO RPT-TOT-DESC.
           MOVE WS-HIST-USED               TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ARCHIVED ACCOUNTS:'       TO RPT-TOT-DESC.
           MOVE WS-ARCH-READ               TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'ACCOUNTS PROVED:'         TO RPT-TOT-DESC.
           MOVE WS-ACCOUNTS-PROVED         TO RPT-TOT-COUNT.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
           MOVE 'MOVES RELEASED VS RETURNED' TO WS-CHK-DESC.
           MOVE WS-MOVES-RELEASED TO WS-CHK-EXPECTED.
           MOVE WS-MOVES-RETURNED TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'OLD + ADDS - ARCHIVED VS NEW' TO WS-CHK-DESC.
           COMPUTE WS-CHK-EXPECTED = WS-OLD-READ + WS-HIST-ADDS
                                   - WS-ARCH-READ.
           MOVE WS-NEW-READ       TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'ACCOUNTS FAILING PROOF'   TO WS-CHK-DESC.
           MOVE ZERO              TO WS-CHK-EXPECTED.
           MOVE WS-PROOF-FAILS    TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'UNEXPLAINED IN/OUT OF MASTER' TO WS-CHK-DESC.
           MOVE ZERO              TO WS-CHK-EXPECTED.
           MOVE WS-UNEXPLAINED    TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE 'STATUS CHANGES WITHOUT CLOSE' TO WS-CHK-DESC.
           MOVE ZERO              TO WS-CHK-EXPECTED.
           MOVE WS-STATUS-FAILS   TO WS-CHK-ACTUAL.
           PERFORM H285-WRITE-CHECK-LINE.
           MOVE WS-MISMATCHES TO RPT-TRL-COUNT.
           WRITE RPT-REC FROM WS-RPT-TRAILER-LINE.
           IF WS-MISMATCHES > 0
              DISPLAY 'NEW GENERATION DOES NOT PROVE: ' WS-MISMATCHES
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
           END-IF.
       H280-END. EXIT.
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
      *Check date WS-CHK-DATE (a 9(08) YYYYMMDD date) for a valid
      *year, month and day-of-month, leap years included. Result
      *comes back in WS-CHK-RESULT-SW.
       H215-CHECK-DATE.
           SET WS-CHK-DATE-OK TO TRUE.
           IF WS-CHK-YYYY < 1900 OR WS-CHK-YYYY > 2099
              SET WS-CHK-DATE-BAD TO TRUE
           END-IF.
           IF WS-CHK-DATE-OK
              IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
                 SET WS-CHK-DATE-BAD TO TRUE
              END-IF
           END-IF.
           IF WS-CHK-DATE-OK
              PERFORM H216-SET-MAX-DAY
              IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-CHK-MAX-DAY
                 SET WS-CHK-DATE-BAD TO TRUE
              END-IF
           END-IF.
       H215-END. EXIT.
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
      *Close the files; the proof report is only open once the run
      *has got that far.
       H300-CLOSE-FILES.
           CLOSE ACCT-MASTER-IN
                 ACCT-MASTER-OUT
                 ACCT-HISTORY
                 ARCH-FILE.
           IF WS-RUN-OK
              CLOSE PROOF-REPORT
           END-IF.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
