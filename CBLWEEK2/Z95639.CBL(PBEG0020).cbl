       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG020.
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
           SELECT RATE-FILE       ASSIGN TO RATEFILE
                                  STATUS    RTE-ST.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
                                  STATUS    CTL-ST.
           SELECT SORT-WORK       ASSIGN TO SORTWK1.
           SELECT CMP-REPORT      ASSIGN TO CMPRPT
                                  STATUS    RPT-ST.
           SELECT CMP-EXTRACT     ASSIGN TO CMPEXT
                                  STATUS    EXT-ST.
       DATA DIVISION.
       FILE SECTION.
      *The accumulating account history PBEG006 writes, one record
      *per applied transaction, same layout as its HIS-REC. Only the
      *cash movements -- 'D' and 'W' -- are of interest here, and the
      *amount moved is the distance between the two balances.
       FD  ACCT-HISTORY RECORDING MODE F.
       01  HIS-REC.
           05 HIS-ACCT-NO     PIC 9(04).
           05 HIS-RUN-DATE    PIC 9(08).
           05 HIS-ACTION      PIC X(01).
              88 HIS-DEPOSIT     VALUE 'D'.
              88 HIS-WITHDRAWAL  VALUE 'W'.
           05 HIS-BEF-BALANCE PIC S9(09)V99.
           05 HIS-AFT-BALANCE PIC S9(09)V99.
           05 HIS-BEF-STATUS  PIC X(01).
           05 HIS-AFT-STATUS  PIC X(01).
      *The keyed account master, same record layout as PBEG007
      *reads, for the name, branch and currency of each account
      *that turns up on the report.
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
      *Exchange-rate table, same layout as the RATEFILE PBEG005
      *reads, so a movement is measured against the threshold in
      *the same reporting currency the financial summary uses.
       FD  RATE-FILE RECORDING MODE F.
       01  RTE-REC.
           05 RTE-CURR        PIC X(03).
           05 RTE-RATE        PIC 9(03)V9(06).
           05 RTE-EFF-DATE    PIC 9(08).
      *Optional control card. A zero or missing field keeps the
      *default: the last 30 days up to the run date, a threshold of
      *10,000.00 in the reporting currency, near-threshold at 90
      *percent of it, a 7-day window and 3 movements to a pattern.
       FD  CONTROL-CARD RECORDING MODE F.
       01  CTL-REC.
           05 CTL-FROM-DATE    PIC 9(08).
           05 CTL-TO-DATE      PIC 9(08).
           05 CTL-THRESHOLD    PIC 9(09)V99.
           05 CTL-NEAR-PCT     PIC 9(03).
           05 CTL-WINDOW-DAYS  PIC 9(03).
           05 CTL-MIN-COUNT    PIC 9(02).
      *Sort work: the cash movements in the date range, by account
      *and date, the position on ACCTHIST keeping one day's
      *movements in the order they were applied.
       SD  SORT-WORK.
       01  SRT-REC.
           05 SRT-ACCT-NO     PIC 9(04).
           05 SRT-RUN-DATE    PIC 9(08).
           05 SRT-REC-SEQ     PIC 9(06).
           05 SRT-ACTION      PIC X(01).
           05 SRT-AMOUNT      PIC 9(09)V99.
      *Compliance report: one line per flagged movement, the pattern
      *lines grouped under a line naming the pattern, then totals
      *and checks.
       FD  CMP-REPORT RECORDING MODE F.
       01  RPT-REC.
           05 RPT-ACCT-NO    PIC 9(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-NAME       PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-SURNAME    PIC X(15).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-BRANCH     PIC X(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-DATE       PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-ACTION     PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-AMOUNT     PIC Z(08)9.99.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 RPT-CURR       PIC X(03).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-CONV       PIC Z(10)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-FLAG       PIC X(12).
      *FILLER pads the detail line out to the width of the header,
      *total and check records written to the same FD, so a
      *WRITE...FROM across the layouts never truncates.
           05 FILLER         PIC X(07) VALUE SPACES.
      *Fixed-layout extract for the compliance team's own system:
      *a header record carrying the parameters the run used, one
      *record per flagged movement ('B' single-transaction breach,
      *'S' movement of a suspected structuring pattern) and a
      *trailer carrying the record counts.
       FD  CMP-EXTRACT RECORDING MODE F.
       01  EXT-REC.
           05 EXT-TYPE       PIC X(01).
              88 EXT-IS-BREACH   VALUE 'B'.
              88 EXT-IS-PATTERN  VALUE 'S'.
           05 EXT-ACCT-NO    PIC 9(04).
           05 EXT-NAME       PIC X(15).
           05 EXT-SURNAME    PIC X(15).
           05 EXT-BRANCH     PIC X(04).
           05 EXT-DATE       PIC 9(08).
           05 EXT-ACTION     PIC X(01).
           05 EXT-AMOUNT     PIC 9(09)V99.
           05 EXT-CURR       PIC X(03).
           05 EXT-CONV       PIC 9(11)V99.
           05 EXT-PATTERN-NO PIC 9(04).
           05 EXT-PATTERN-CNT PIC 9(03).
           05 FILLER         PIC X(18).
       01  EXT-HDR-REC.
           05 EXH-TYPE       PIC X(01).
           05 EXH-RUN-DATE   PIC 9(08).
           05 EXH-FROM-DATE  PIC 9(08).
           05 EXH-TO-DATE    PIC 9(08).
           05 EXH-THRESHOLD  PIC 9(09)V99.
           05 EXH-NEAR-PCT   PIC 9(03).
           05 EXH-WINDOW-DAYS PIC 9(03).
           05 EXH-MIN-COUNT  PIC 9(02).
           05 FILLER         PIC X(56).
       01  EXT-TRL-REC.
           05 EXT-T-TYPE     PIC X(01).
           05 EXT-T-BREACHES PIC 9(06).
           05 EXT-T-PATTERNS PIC 9(06).
           05 EXT-T-RECORDS  PIC 9(06).
           05 FILLER         PIC X(81).
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
           05 RTE-ST    PIC 9(02).
              88 RTE-EOF      VALUE 10.
              88 RTE-SUCCESS  VALUE 00
                                    97.
           05 CTL-ST    PIC 9(02).
           05 RPT-ST    PIC 9(02).
           05 EXT-ST    PIC 9(02).
      *Set once initial file opens have succeeded, so an early abort
      *does not write report totals to a file that was never opened
      *for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Counters for the report totals and the sort check.
       01  WS-COUNTERS.
           05 WS-HIST-READ        PIC 9(06) VALUE ZERO.
           05 WS-MOVES-RELEASED   PIC 9(06) VALUE ZERO.
           05 WS-MOVES-RETURNED   PIC 9(06) VALUE ZERO.
           05 WS-MOVES-CONVERTED  PIC 9(06) VALUE ZERO.
           05 WS-MOVES-UNCONV     PIC 9(06) VALUE ZERO.
           05 WS-MOVES-BREACH     PIC 9(06) VALUE ZERO.
           05 WS-MOVES-NEAR       PIC 9(06) VALUE ZERO.
           05 WS-MOVES-BELOW      PIC 9(06) VALUE ZERO.
           05 WS-MOVES-IN-PATTERN PIC 9(06) VALUE ZERO.
           05 WS-PATTERNS-FOUND   PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-SCANNED    PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-FLAGGED    PIC 9(06) VALUE ZERO.
           05 WS-NEAR-DROPPED     PIC 9(06) VALUE ZERO.
           05 WS-EXT-WRITTEN      PIC 9(06) VALUE ZERO.
           05 WS-REC-SEQ          PIC 9(06) VALUE ZERO.
      *Run parameters: the card's values where it gives them,
      *otherwise the defaults. The near-threshold floor is worked
      *out once from the threshold and the percentage.
       01  WS-CTL-FIELDS.
           05 WS-CTL-FROM-DATE    PIC 9(08) VALUE ZERO.
           05 WS-CTL-TO-DATE      PIC 9(08) VALUE ZERO.
           05 WS-CTL-THRESHOLD    PIC 9(09)V99 VALUE 10000.00.
           05 WS-CTL-NEAR-PCT     PIC 9(03) VALUE 090.
           05 WS-CTL-WINDOW-DAYS  PIC 9(03) VALUE 007.
           05 WS-CTL-MIN-COUNT    PIC 9(02) VALUE 03.
           05 WS-CTL-DEFAULT-DAYS PIC 9(03) VALUE 030.
           05 WS-NEAR-FLOOR       PIC 9(09)V99.
           05 WS-RUN-INT          PIC 9(07).
      *In-storage copy of the exchange-rate table, loaded at open
      *time, newest effective date winning per currency, the same
      *rule PBEG005 applies.
       01  WS-RTE-FIELDS.
           05 WS-RTE-TABLE.
              10 WS-RTE-CNT       PIC 9(02).
              10 WS-RTE-ENTRY OCCURS 20.
                 15 WS-RTE-CURR     PIC X(03).
                 15 WS-RTE-RATE     PIC 9(03)V9(06).
                 15 WS-RTE-EFF-DATE PIC 9(08).
           05 WS-RTE-IX           PIC 9(02).
           05 WS-RTE-HIT-SW       PIC X(01).
              88 WS-RTE-HIT          VALUE 'Y'.
           05 WS-RTE-MAX          PIC 9(02) VALUE 20.
           05 WS-RTE-PROBE-CURR   PIC X(03).
      *The account whose movements are coming back from the sort:
      *what the master says about it, and whether its movements
      *can be converted at all.
       01  WS-ACCT-FIELDS.
           05 WS-CUR-ACCT-NO      PIC 9(04).
           05 WS-CUR-NAME         PIC X(15).
           05 WS-CUR-SURNAME      PIC X(15).
           05 WS-CUR-BRANCH       PIC X(04).
           05 WS-CUR-CURR         PIC X(03).
           05 WS-CUR-RATE         PIC 9(03)V9(06).
           05 WS-CUR-CONV-SW      PIC X(01).
              88 WS-CUR-CONVERTIBLE  VALUE 'Y'.
           05 WS-CUR-FLAG-SW      PIC X(01).
              88 WS-CUR-FLAGGED      VALUE 'Y'.
           05 WS-CUR-EXCEPTION    PIC X(30).
           05 WS-CONV-AMOUNT      PIC 9(11)V99.
      *Near-threshold movements of the current account, in date
      *order, kept until the account is finished so the rolling
      *window can be laid over them. Past the slot limit a movement
      *is counted and reported but cannot be part of a pattern.
       01  WS-NR-FIELDS.
           05 WS-NR-TABLE.
              10 WS-NR-CNT        PIC 9(03).
              10 WS-NR-ENTRY OCCURS 200.
                 15 WS-NR-DATE       PIC 9(08).
                 15 WS-NR-DAY        PIC 9(07).
                 15 WS-NR-ACTION     PIC X(01).
                 15 WS-NR-AMOUNT     PIC 9(09)V99.
                 15 WS-NR-CONV       PIC 9(11)V99.
           05 WS-NR-IX            PIC 9(03).
           05 WS-NR-END           PIC 9(03).
           05 WS-NR-NEXT          PIC 9(03).
           05 WS-NR-MAX           PIC 9(03) VALUE 200.
           05 WS-NR-OVER          PIC 9(06).
           05 WS-NR-WIN-COUNT     PIC 9(03).
           05 WS-NR-PAT-NO        PIC 9(04).
           05 WS-NR-WIN-TOTAL     PIC 9(13)V99.
           05 WS-NR-WIN-SW        PIC X(01).
              88 WS-NR-WIN-CLOSED    VALUE 'Y'.
      *End of the sorted movements in the output pass.
       01  WS-SORT-FIELDS.
           05 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
              88 WS-SORT-ENDED       VALUE 'Y'.
      *Report header/parameter/pattern/total/check lines, built here
      *(not in the FD) since VALUE clauses on FILE SECTION records
      *are not guaranteed to be present in the record area until
      *something has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(40)
                     VALUE 'LARGE-CASH AND STRUCTURING REPORT'.
           05 RPT-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(62) VALUE SPACES.
       01  WS-RPT-PARM-LINE.
           05 RPT-PRM-LIT1      PIC X(06) VALUE 'FROM: '.
           05 RPT-PRM-FROM      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PRM-LIT2      PIC X(04) VALUE 'TO: '.
           05 RPT-PRM-TO        PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PRM-LIT3      PIC X(11) VALUE 'THRESHOLD: '.
           05 RPT-PRM-THRESHOLD PIC Z(08)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PRM-LIT4      PIC X(10) VALUE 'NEAR PCT: '.
           05 RPT-PRM-PCT       PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PRM-LIT5      PIC X(13) VALUE 'WINDOW DAYS: '.
           05 RPT-PRM-WINDOW    PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PRM-LIT6      PIC X(11) VALUE 'MIN COUNT: '.
           05 RPT-PRM-MIN       PIC Z9.
           05 FILLER            PIC X(19) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05 FILLER            PIC X(30)
                     VALUE 'ACCT  NAME            SURNAME '.
           05 FILLER            PIC X(30)
                     VALUE '         BRNC  DATE      MOVEM'.
           05 FILLER            PIC X(30)
                     VALUE 'ENT          AMOUNT CUR       '.
           05 FILLER            PIC X(30)
                     VALUE 'CONVERTED  FLAG               '.
       01  WS-RPT-PATTERN-LINE.
           05 RPT-PAT-LIT1      PIC X(08) VALUE 'PATTERN '.
           05 RPT-PAT-NO        PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PAT-LIT2      PIC X(08) VALUE 'ACCOUNT '.
           05 RPT-PAT-ACCT-NO   PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PAT-LIT3      PIC X(11) VALUE 'MOVEMENTS: '.
           05 RPT-PAT-COUNT     PIC ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PAT-LIT4      PIC X(07) VALUE 'FIRST: '.
           05 RPT-PAT-FIRST     PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PAT-LIT5      PIC X(06) VALUE 'LAST: '.
           05 RPT-PAT-LAST      PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-PAT-LIT6      PIC X(07) VALUE 'TOTAL: '.
           05 RPT-PAT-TOTAL     PIC Z(12)9.99.
           05 FILLER            PIC X(20) VALUE SPACES.
       01  WS-RPT-EXCEPTION-LINE.
           05 RPT-EXC-ACCT-NO   PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-EXC-TEXT      PIC X(30).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-EXC-LIT       PIC X(06) VALUE 'CURR: '.
           05 RPT-EXC-CURR      PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-EXC-LIT2      PIC X(11) VALUE 'MOVEMENTS: '.
           05 RPT-EXC-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(53) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOT-DESC      PIC X(30).
           05 RPT-TOT-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(83) VALUE SPACES.
      *Sort check line in the expected-versus-actual style the
      *PBEG010 balancing report uses.
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
           05 WS-MOVE-COUNT       PIC 9(06).
      *General purpose date validity checker, same logic as the
      *H215 checker in PBEG005, reused for the card's dates.
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
      *Job run date for the report heading and the default range.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *Return codes: something was flagged for compliance to look
      *at, a movement could not be measured, a check failed, or the
      *control card or a table limit made the run unusable.
       01  WS-RETURN-FIELDS.
           05 WS-FLAGGED-RC      PIC 9(04) VALUE 0004.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-CARD-ERROR-RC   PIC 9(04) VALUE 0012.
           05 WS-LIMIT-ERROR-RC  PIC 9(04) VALUE 0016.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main line of the program: the movements in range are sorted
      *into account and date order and measured one account at a
      *time on the way back out of the sort.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H400-SCAN-HISTORY THRU H400-END.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
           PERFORM H105-READ-CONTROL-CARD THRU H105-END.
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
           OPEN OUTPUT CMP-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CMP-EXTRACT.
           IF (EXT-ST NOT = 0) AND (EXT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' EXT-ST
              MOVE EXT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H104-LOAD-RATE-TABLE.
           PERFORM H106-WRITE-RPT-HEADER.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Pull the whole exchange-rate table into storage, newest
      *effective date winning per currency, same as PBEG005's loader.
       H104-LOAD-RATE-TABLE.
           INITIALIZE WS-RTE-TABLE.
           OPEN INPUT RATE-FILE.
           IF (RTE-ST NOT = 0) AND (RTE-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RTE-ST
              MOVE RTE-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ RATE-FILE.
           PERFORM H104-STORE-RATE UNTIL RTE-EOF.
           CLOSE RATE-FILE.
       H104-END. EXIT.
      *One rate record into the table.
       H104-STORE-RATE.
           MOVE 'N' TO WS-RTE-HIT-SW.
           MOVE 1 TO WS-RTE-IX.
           MOVE RTE-CURR TO WS-RTE-PROBE-CURR.
           PERFORM H109-FIND-RATE-SLOT
              UNTIL WS-RTE-HIT OR WS-RTE-IX > WS-RTE-CNT.
           EVALUATE TRUE
               WHEN WS-RTE-HIT
                   IF RTE-EFF-DATE >=
                          WS-RTE-EFF-DATE (WS-RTE-IX)
                      MOVE RTE-RATE     TO WS-RTE-RATE (WS-RTE-IX)
                      MOVE RTE-EFF-DATE
                        TO WS-RTE-EFF-DATE (WS-RTE-IX)
                   END-IF
               WHEN WS-RTE-CNT < WS-RTE-MAX
                   ADD 1 TO WS-RTE-CNT
                   MOVE WS-RTE-CNT   TO WS-RTE-IX
                   MOVE RTE-CURR     TO WS-RTE-CURR (WS-RTE-IX)
                   MOVE RTE-RATE     TO WS-RTE-RATE (WS-RTE-IX)
                   MOVE RTE-EFF-DATE TO WS-RTE-EFF-DATE (WS-RTE-IX)
               WHEN OTHER
                   DISPLAY 'RATE TABLE PAST SLOT LIMIT: ' RTE-CURR
                   MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
                   PERFORM H999-PROGRAM-EXIT
           END-EVALUATE.
           READ RATE-FILE.
       H104-STORE-END. EXIT.
      *Pick up the optional control card over the defaults, then
      *make sure the date range it leaves is usable. The default
      *range is the 30 days ending on the run date.
       H105-READ-CONTROL-CARD.
           MOVE WS-JOB-START-DATE TO WS-CTL-TO-DATE.
           COMPUTE WS-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-JOB-START-DATE)
                 - WS-CTL-DEFAULT-DAYS + 1.
           COMPUTE WS-CTL-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INT).
           OPEN INPUT CONTROL-CARD.
           IF CTL-ST = 0
              READ CONTROL-CARD
              IF CTL-ST = 0
                 IF CTL-FROM-DATE NOT = ZERO
                    MOVE CTL-FROM-DATE   TO WS-CTL-FROM-DATE
                 END-IF
                 IF CTL-TO-DATE NOT = ZERO
                    MOVE CTL-TO-DATE     TO WS-CTL-TO-DATE
                 END-IF
                 IF CTL-THRESHOLD NOT = ZERO
                    MOVE CTL-THRESHOLD   TO WS-CTL-THRESHOLD
                 END-IF
                 IF CTL-NEAR-PCT NOT = ZERO
                    MOVE CTL-NEAR-PCT    TO WS-CTL-NEAR-PCT
                 END-IF
                 IF CTL-WINDOW-DAYS NOT = ZERO
                    MOVE CTL-WINDOW-DAYS TO WS-CTL-WINDOW-DAYS
                 END-IF
                 IF CTL-MIN-COUNT NOT = ZERO
                    MOVE CTL-MIN-COUNT   TO WS-CTL-MIN-COUNT
                 END-IF
              END-IF
           END-IF.
           CLOSE CONTROL-CARD.
           MOVE WS-CTL-FROM-DATE TO WS-CHK-DATE.
           PERFORM H215-CHECK-DATE.
           IF WS-CHK-DATE-BAD
              DISPLAY 'INVALID FROM DATE ON CONTROL CARD: '
                      WS-CTL-FROM-DATE
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE WS-CTL-TO-DATE TO WS-CHK-DATE.
           PERFORM H215-CHECK-DATE.
           IF WS-CHK-DATE-BAD OR WS-CTL-TO-DATE < WS-CTL-FROM-DATE
              DISPLAY 'INVALID TO DATE ON CONTROL CARD: '
                      WS-CTL-TO-DATE
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF WS-CTL-NEAR-PCT > 100
              DISPLAY 'INVALID NEAR PERCENT ON CONTROL CARD: '
                      WS-CTL-NEAR-PCT
              MOVE WS-CARD-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
                   WS-CTL-THRESHOLD * WS-CTL-NEAR-PCT / 100.
       H105-END. EXIT.
      *Write the report heading, the parameters the run used and the
      *column line, and the matching header record on the extract.
       H106-WRITE-RPT-HEADER.
           MOVE WS-JOB-START-DATE  TO RPT-HDR-DATE.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
           MOVE WS-CTL-FROM-DATE   TO RPT-PRM-FROM.
           MOVE WS-CTL-TO-DATE     TO RPT-PRM-TO.
           MOVE WS-CTL-THRESHOLD   TO RPT-PRM-THRESHOLD.
           MOVE WS-CTL-NEAR-PCT    TO RPT-PRM-PCT.
           MOVE WS-CTL-WINDOW-DAYS TO RPT-PRM-WINDOW.
           MOVE WS-CTL-MIN-COUNT   TO RPT-PRM-MIN.
           WRITE RPT-REC FROM WS-RPT-PARM-LINE.
           WRITE RPT-REC FROM WS-RPT-COLUMN-LINE.
           INITIALIZE EXT-HDR-REC.
           MOVE 'H'                TO EXH-TYPE.
           MOVE WS-JOB-START-DATE  TO EXH-RUN-DATE.
           MOVE WS-CTL-FROM-DATE   TO EXH-FROM-DATE.
           MOVE WS-CTL-TO-DATE     TO EXH-TO-DATE.
           MOVE WS-CTL-THRESHOLD   TO EXH-THRESHOLD.
           MOVE WS-CTL-NEAR-PCT    TO EXH-NEAR-PCT.
           MOVE WS-CTL-WINDOW-DAYS TO EXH-WINDOW-DAYS.
           MOVE WS-CTL-MIN-COUNT   TO EXH-MIN-COUNT.
           WRITE EXT-HDR-REC.
       H106-END. EXIT.
      *One probe of the rate table against WS-RTE-PROBE-CURR; a hit
      *leaves WS-RTE-IX standing on the slot.
       H109-FIND-RATE-SLOT.
           IF WS-RTE-CURR (WS-RTE-IX) = WS-RTE-PROBE-CURR
              SET WS-RTE-HIT TO TRUE
           ELSE
              ADD 1 TO WS-RTE-IX
           END-IF.
       H109-FIND-END. EXIT.
      *Sort the cash movements in range by account and date, and
      *measure them on the way back out.
       H400-SCAN-HISTORY.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-ACCT-NO
                                 SRT-RUN-DATE
                                 SRT-REC-SEQ
                INPUT PROCEDURE  H410-RELEASE-MOVES THRU H410-END
                OUTPUT PROCEDURE H450-MEASURE-MOVES THRU H450-END.
           IF SORT-RETURN NOT = 0
              DISPLAY 'HISTORY SORT FAILED: ' SORT-RETURN
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
           END-IF.
       H400-END. EXIT.
      *Read the whole history and release every deposit and
      *withdrawal dated inside the range.
       H410-RELEASE-MOVES.
           PERFORM H415-READ-HISTORY.
           PERFORM H420-RELEASE-ONE UNTIL HIS-EOF.
       H410-END. EXIT.
      *Next history record, fatal on anything but success or end of
      *file.
       H415-READ-HISTORY.
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
       H415-END. EXIT.
      *One history record: a cash movement in range goes to the
      *sort with the absolute amount moved.
       H420-RELEASE-ONE.
           ADD 1 TO WS-REC-SEQ.
           IF (HIS-DEPOSIT OR HIS-WITHDRAWAL)
                  AND HIS-RUN-DATE NOT < WS-CTL-FROM-DATE
                  AND HIS-RUN-DATE NOT > WS-CTL-TO-DATE
              MOVE HIS-ACCT-NO  TO SRT-ACCT-NO
              MOVE HIS-RUN-DATE TO SRT-RUN-DATE
              MOVE WS-REC-SEQ   TO SRT-REC-SEQ
              MOVE HIS-ACTION   TO SRT-ACTION
              IF HIS-AFT-BALANCE < HIS-BEF-BALANCE
                 COMPUTE SRT-AMOUNT =
                         HIS-BEF-BALANCE - HIS-AFT-BALANCE
              ELSE
                 COMPUTE SRT-AMOUNT =
                         HIS-AFT-BALANCE - HIS-BEF-BALANCE
              END-IF
              RELEASE SRT-REC
              ADD 1 TO WS-MOVES-RELEASED
           END-IF.
           PERFORM H415-READ-HISTORY.
       H420-END. EXIT.
      *Take the sorted movements back one at a time, finishing each
      *account when the next one starts and the last at the end.
       H450-MEASURE-MOVES.
           MOVE 'N' TO WS-SORT-END-SW.
           PERFORM H455-RETURN-MOVE.
           PERFORM H460-MEASURE-ONE UNTIL WS-SORT-ENDED.
           IF WS-ACCTS-SCANNED > 0
              PERFORM H480-FINISH-ACCOUNT THRU H480-END
           END-IF.
       H450-END. EXIT.
      *Next movement back from the sort.
       H455-RETURN-MOVE.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
           IF NOT WS-SORT-ENDED
              ADD 1 TO WS-MOVES-RETURNED
           END-IF.
       H455-END. EXIT.
      *One sorted movement: start a new account where the number
      *changes, then measure the movement against the threshold.
       H460-MEASURE-ONE.
           IF WS-ACCTS-SCANNED = 0
                  OR SRT-ACCT-NO NOT = WS-CUR-ACCT-NO
              IF WS-ACCTS-SCANNED > 0
                 PERFORM H480-FINISH-ACCOUNT THRU H480-END
              END-IF
              PERFORM H465-START-ACCOUNT THRU H465-END
           END-IF.
           PERFORM H470-MEASURE-MOVE THRU H470-END.
           PERFORM H455-RETURN-MOVE.
       H460-END. EXIT.
      *A new account: look it up on the master for its name, branch
      *and currency, and find the rate that currency converts at.
      *An account gone from the master, or a currency with no rate,
      *cannot be measured; its movements are counted and the account
      *is named on an exception line when it is finished.
       H465-START-ACCOUNT.
           ADD 1 TO WS-ACCTS-SCANNED.
           MOVE SRT-ACCT-NO TO WS-CUR-ACCT-NO.
           MOVE SPACES      TO WS-CUR-NAME
                               WS-CUR-SURNAME
                               WS-CUR-BRANCH
                               WS-CUR-CURR
                               WS-CUR-EXCEPTION.
           MOVE ZERO        TO WS-CUR-RATE
                               WS-NR-CNT
                               WS-NR-OVER
                               WS-MOVE-COUNT.
           MOVE 'N'         TO WS-CUR-CONV-SW
                               WS-CUR-FLAG-SW.
           MOVE SRT-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-NOTFND
              MOVE 'ACCOUNT NOT ON MASTER' TO WS-CUR-EXCEPTION
              GO TO H465-END
           END-IF.
           IF NOT ACCT-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE ACCT-NAME    TO WS-CUR-NAME.
           MOVE ACCT-SURNAME TO WS-CUR-SURNAME.
           MOVE ACCT-BRANCH  TO WS-CUR-BRANCH.
           MOVE ACCT-CURR    TO WS-CUR-CURR.
           MOVE 'N' TO WS-RTE-HIT-SW.
           MOVE 1 TO WS-RTE-IX.
           MOVE ACCT-CURR TO WS-RTE-PROBE-CURR.
           PERFORM H109-FIND-RATE-SLOT
              UNTIL WS-RTE-HIT OR WS-RTE-IX > WS-RTE-CNT.
           IF WS-RTE-HIT
              MOVE WS-RTE-RATE (WS-RTE-IX) TO WS-CUR-RATE
              SET WS-CUR-CONVERTIBLE TO TRUE
           ELSE
              MOVE 'NO RATE FOR CURRENCY' TO WS-CUR-EXCEPTION
           END-IF.
       H465-END. EXIT.
      *One movement measured: at or over the threshold it is a
      *breach and reported now; at or over the near-threshold floor
      *it is kept for the window scan at the end of the account.
       H470-MEASURE-MOVE.
           ADD 1 TO WS-MOVE-COUNT.
           IF NOT WS-CUR-CONVERTIBLE
              ADD 1 TO WS-MOVES-UNCONV
              GO TO H470-END
           END-IF.
           ADD 1 TO WS-MOVES-CONVERTED.
           COMPUTE WS-CONV-AMOUNT ROUNDED =
                   SRT-AMOUNT * WS-CUR-RATE.
           EVALUATE TRUE
               WHEN WS-CONV-AMOUNT NOT < WS-CTL-THRESHOLD
                   ADD 1 TO WS-MOVES-BREACH
                   PERFORM H472-REPORT-BREACH
               WHEN WS-CONV-AMOUNT NOT < WS-NEAR-FLOOR
                   ADD 1 TO WS-MOVES-NEAR
                   PERFORM H475-KEEP-NEAR-MOVE THRU H475-END
               WHEN OTHER
                   ADD 1 TO WS-MOVES-BELOW
           END-EVALUATE.
       H470-END. EXIT.
      *A single movement at or over the threshold, on the report and
      *the extract.
       H472-REPORT-BREACH.
           SET WS-CUR-FLAGGED TO TRUE.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE SRT-RUN-DATE   TO RPT-DATE.
           MOVE SRT-ACTION     TO RPT-ACTION.
           MOVE SRT-AMOUNT     TO RPT-AMOUNT.
           MOVE WS-CONV-AMOUNT TO RPT-CONV.
           MOVE 'BREACH'       TO RPT-FLAG.
           PERFORM H490-WRITE-DETAIL-LINE.
           INITIALIZE EXT-REC.
           SET EXT-IS-BREACH   TO TRUE.
           MOVE SRT-RUN-DATE   TO EXT-DATE.
           MOVE SRT-ACTION     TO EXT-ACTION.
           MOVE SRT-AMOUNT     TO EXT-AMOUNT.
           MOVE WS-CONV-AMOUNT TO EXT-CONV.
           MOVE ZERO           TO EXT-PATTERN-NO
                                  EXT-PATTERN-CNT.
           PERFORM H495-WRITE-EXTRACT.
       H472-END. EXIT.
      *Keep a near-threshold movement for the window scan.
       H475-KEEP-NEAR-MOVE.
           IF WS-NR-CNT NOT < WS-NR-MAX
              ADD 1 TO WS-NR-OVER
              ADD 1 TO WS-NEAR-DROPPED
              GO TO H475-END
           END-IF.
           ADD 1 TO WS-NR-CNT.
           MOVE SRT-RUN-DATE   TO WS-NR-DATE (WS-NR-CNT).
           COMPUTE WS-NR-DAY (WS-NR-CNT) =
                   FUNCTION INTEGER-OF-DATE(SRT-RUN-DATE).
           MOVE SRT-ACTION     TO WS-NR-ACTION (WS-NR-CNT).
           MOVE SRT-AMOUNT     TO WS-NR-AMOUNT (WS-NR-CNT).
           MOVE WS-CONV-AMOUNT TO WS-NR-CONV (WS-NR-CNT).
       H475-END. EXIT.
      *End of an account: lay the rolling window over its kept
      *near-threshold movements, then name the account on an
      *exception line if any of its movements could not be measured
      *or kept.
       H480-FINISH-ACCOUNT.
           MOVE 1 TO WS-NR-IX.
           PERFORM H482-TEST-WINDOW UNTIL WS-NR-IX > WS-NR-CNT.
           IF WS-CUR-EXCEPTION NOT = SPACES
              MOVE WS-CUR-ACCT-NO   TO RPT-EXC-ACCT-NO
              MOVE WS-CUR-EXCEPTION TO RPT-EXC-TEXT
              MOVE WS-CUR-CURR      TO RPT-EXC-CURR
              MOVE WS-MOVE-COUNT    TO RPT-EXC-COUNT
              WRITE RPT-REC FROM WS-RPT-EXCEPTION-LINE
           END-IF.
           IF WS-NR-OVER > 0
              MOVE WS-CUR-ACCT-NO   TO RPT-EXC-ACCT-NO
              MOVE 'NEAR MOVES PAST TABLE LIMIT' TO RPT-EXC-TEXT
              MOVE WS-CUR-CURR      TO RPT-EXC-CURR
              MOVE WS-NR-OVER       TO RPT-EXC-COUNT
              WRITE RPT-REC FROM WS-RPT-EXCEPTION-LINE
           END-IF.
           IF WS-CUR-FLAGGED
              ADD 1 TO WS-ACCTS-FLAGGED
           END-IF.
       H480-END. EXIT.
      *Open a window on the kept movement WS-NR-IX and stretch it
      *over every later movement dated less than the window length
      *after it. Enough movements inside make a pattern, reported
      *as a whole, and the scan carries on after its last movement;
      *otherwise the window moves up one movement.
       H482-TEST-WINDOW.
           MOVE WS-NR-IX TO WS-NR-END.
           MOVE 'N' TO WS-NR-WIN-SW.
           PERFORM H484-STRETCH-WINDOW UNTIL WS-NR-WIN-CLOSED.
           COMPUTE WS-NR-WIN-COUNT = WS-NR-END - WS-NR-IX + 1.
           IF WS-NR-WIN-COUNT NOT < WS-CTL-MIN-COUNT
              PERFORM H486-REPORT-PATTERN THRU H486-END
              COMPUTE WS-NR-IX = WS-NR-END + 1
           ELSE
              ADD 1 TO WS-NR-IX
           END-IF.
       H482-END. EXIT.
      *Take the next kept movement into the window if it falls
      *inside it.
       H484-STRETCH-WINDOW.
           IF WS-NR-END < WS-NR-CNT
              COMPUTE WS-NR-NEXT = WS-NR-END + 1
              IF WS-NR-DAY (WS-NR-NEXT) - WS-NR-DAY (WS-NR-IX)
                     < WS-CTL-WINDOW-DAYS
                 MOVE WS-NR-NEXT TO WS-NR-END
              ELSE
                 SET WS-NR-WIN-CLOSED TO TRUE
              END-IF
           ELSE
              SET WS-NR-WIN-CLOSED TO TRUE
           END-IF.
       H484-END. EXIT.
      *A suspected structuring pattern: the pattern line, then one
      *line and one extract record per movement in it.
       H486-REPORT-PATTERN.
           SET WS-CUR-FLAGGED TO TRUE.
           ADD 1 TO WS-PATTERNS-FOUND.
           MOVE ZERO TO WS-NR-WIN-TOTAL.
           MOVE WS-NR-IX TO WS-NR-NEXT.
           PERFORM H487-ADD-TO-TOTAL UNTIL WS-NR-NEXT > WS-NR-END.
           MOVE WS-PATTERNS-FOUND       TO RPT-PAT-NO.
           MOVE WS-CUR-ACCT-NO          TO RPT-PAT-ACCT-NO.
           MOVE WS-NR-WIN-COUNT         TO RPT-PAT-COUNT.
           MOVE WS-NR-DATE (WS-NR-IX)   TO RPT-PAT-FIRST.
           MOVE WS-NR-DATE (WS-NR-END)  TO RPT-PAT-LAST.
           MOVE WS-NR-WIN-TOTAL         TO RPT-PAT-TOTAL.
           WRITE RPT-REC FROM WS-RPT-PATTERN-LINE.
           MOVE WS-NR-IX TO WS-NR-NEXT.
           PERFORM H488-REPORT-PATTERN-MOVE
              UNTIL WS-NR-NEXT > WS-NR-END.
       H486-END. EXIT.
      *Add one movement of the pattern to its converted total.
       H487-ADD-TO-TOTAL.
           ADD WS-NR-CONV (WS-NR-NEXT) TO WS-NR-WIN-TOTAL.
           ADD 1 TO WS-NR-NEXT.
       H487-END. EXIT.
      *One movement of a pattern, on the report and the extract.
       H488-REPORT-PATTERN-MOVE.
           ADD 1 TO WS-MOVES-IN-PATTERN.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-NR-DATE (WS-NR-NEXT)   TO RPT-DATE.
           MOVE WS-NR-ACTION (WS-NR-NEXT) TO RPT-ACTION.
           MOVE WS-NR-AMOUNT (WS-NR-NEXT) TO RPT-AMOUNT.
           MOVE WS-NR-CONV (WS-NR-NEXT)   TO RPT-CONV.
           MOVE 'PATTERN '                TO RPT-FLAG.
           MOVE WS-PATTERNS-FOUND         TO WS-NR-PAT-NO.
           MOVE WS-NR-PAT-NO              TO RPT-FLAG (9:4).
           PERFORM H490-WRITE-DETAIL-LINE.
           INITIALIZE EXT-REC.
           SET EXT-IS-PATTERN             TO TRUE.
           MOVE WS-NR-DATE (WS-NR-NEXT)   TO EXT-DATE.
           MOVE WS-NR-ACTION (WS-NR-NEXT) TO EXT-ACTION.
           MOVE WS-NR-AMOUNT (WS-NR-NEXT) TO EXT-AMOUNT.
           MOVE WS-NR-CONV (WS-NR-NEXT)   TO EXT-CONV.
           MOVE WS-PATTERNS-FOUND         TO EXT-PATTERN-NO.
           MOVE WS-NR-WIN-COUNT           TO EXT-PATTERN-CNT.
           PERFORM H495-WRITE-EXTRACT.
           ADD 1 TO WS-NR-NEXT.
       H488-END. EXIT.
      *Finish a detail line with the account's particulars and the
      *movement's wording, and write it.
       H490-WRITE-DETAIL-LINE.
           MOVE WS-CUR-ACCT-NO TO RPT-ACCT-NO.
           MOVE WS-CUR-NAME    TO RPT-NAME.
           MOVE WS-CUR-SURNAME TO RPT-SURNAME.
           MOVE WS-CUR-BRANCH  TO RPT-BRANCH.
           MOVE WS-CUR-CURR    TO RPT-CURR.
           IF RPT-ACTION = 'D'
              MOVE 'DEPOSIT'    TO RPT-ACTION
           ELSE
              MOVE 'WITHDRAWAL' TO RPT-ACTION
           END-IF.
           WRITE RPT-REC.
       H490-END. EXIT.
      *Finish an extract record with the account's particulars and
      *write it.
       H495-WRITE-EXTRACT.
           MOVE WS-CUR-ACCT-NO TO EXT-ACCT-NO.
           MOVE WS-CUR-NAME    TO EXT-NAME.
           MOVE WS-CUR-SURNAME TO EXT-SURNAME.
           MOVE WS-CUR-BRANCH  TO EXT-BRANCH.
           MOVE WS-CUR-CURR    TO EXT-CURR.
           WRITE EXT-REC.
           ADD 1 TO WS-EXT-WRITTEN.
       H495-END. EXIT.
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
      *One total line.
       H280-WRITE-TOTAL-LINE.
           WRITE RPT-REC FROM WS-RPT-TOTAL-LINE.
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
      *Write the totals, the checks and the extract trailer, then
      *close the files. Every movement released to the sort must
      *come back, and every one returned must be measured or
      *counted as unmeasurable and land in exactly one band. A
      *mismatch is an error; anything flagged, or any movement that
      *could not be measured, is a warning for compliance.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              MOVE 'HISTORY RECORDS READ:' TO RPT-TOT-DESC
              MOVE WS-HIST-READ        TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'CASH MOVEMENTS IN RANGE:' TO RPT-TOT-DESC
              MOVE WS-MOVES-RELEASED   TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'ACCOUNTS SCANNED:' TO RPT-TOT-DESC
              MOVE WS-ACCTS-SCANNED    TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'ACCOUNTS FLAGGED:' TO RPT-TOT-DESC
              MOVE WS-ACCTS-FLAGGED    TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'BREACHES:'         TO RPT-TOT-DESC
              MOVE WS-MOVES-BREACH     TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'NEAR-THRESHOLD MOVEMENTS:' TO RPT-TOT-DESC
              MOVE WS-MOVES-NEAR       TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'PATTERNS FOUND:'   TO RPT-TOT-DESC
              MOVE WS-PATTERNS-FOUND   TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'MOVEMENTS IN PATTERNS:' TO RPT-TOT-DESC
              MOVE WS-MOVES-IN-PATTERN TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'MOVEMENTS NOT MEASURED:' TO RPT-TOT-DESC
              MOVE WS-MOVES-UNCONV     TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'RELEASED VS RETURNED' TO WS-CHK-DESC
              MOVE WS-MOVES-RELEASED TO WS-CHK-EXPECTED
              MOVE WS-MOVES-RETURNED TO WS-CHK-ACTUAL
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'RETURNED VS MEASURED' TO WS-CHK-DESC
              MOVE WS-MOVES-RETURNED TO WS-CHK-EXPECTED
              COMPUTE WS-CHK-ACTUAL =
                      WS-MOVES-CONVERTED + WS-MOVES-UNCONV
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'MEASURED VS BANDS' TO WS-CHK-DESC
              MOVE WS-MOVES-CONVERTED TO WS-CHK-EXPECTED
              COMPUTE WS-CHK-ACTUAL = WS-MOVES-BREACH
                      + WS-MOVES-NEAR + WS-MOVES-BELOW
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'FLAGGED VS EXTRACTED' TO WS-CHK-DESC
              COMPUTE WS-CHK-EXPECTED =
                      WS-MOVES-BREACH + WS-MOVES-IN-PATTERN
              MOVE WS-EXT-WRITTEN TO WS-CHK-ACTUAL
              PERFORM H285-WRITE-CHECK-LINE
              INITIALIZE EXT-TRL-REC
              MOVE 'T'                TO EXT-T-TYPE
              MOVE WS-MOVES-BREACH    TO EXT-T-BREACHES
              MOVE WS-PATTERNS-FOUND  TO EXT-T-PATTERNS
              MOVE WS-EXT-WRITTEN     TO EXT-T-RECORDS
              WRITE EXT-TRL-REC
              IF WS-MISMATCHES > 0 AND RETURN-CODE = 0
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
              IF (WS-ACCTS-FLAGGED > 0 OR WS-MOVES-UNCONV > 0
                     OR WS-NEAR-DROPPED > 0)
                     AND RETURN-CODE = 0
                 MOVE WS-FLAGGED-RC TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE ACCT-HISTORY
                 ACCT-REC
                 CMP-REPORT
                 CMP-EXTRACT.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
