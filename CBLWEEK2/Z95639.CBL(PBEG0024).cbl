       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG024.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC        ASSIGN TO ACCTREC
                                  ORGANIZATION INDEXED
                                  ACCESS SEQUENTIAL
                                  RECORD KEY ACCT-NO
                                  STATUS    ACCT-ST.
           SELECT OPTIONAL CUST-LINK ASSIGN TO CUSTLINK
                                  ORGANIZATION INDEXED
                                  ACCESS RANDOM
                                  RECORD KEY LNK-ACCT-NO
                                  STATUS    LNK-ST.
           SELECT OPTIONAL CUST-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION INDEXED
                                  ACCESS RANDOM
                                  RECORD KEY CUS-NO
                                  STATUS    CUS-ST.
           SELECT RATE-FILE       ASSIGN TO RATEFILE
                                  STATUS    RTE-ST.
           SELECT SORT-WORK       ASSIGN TO SORTWK1.
           SELECT REL-REPORT      ASSIGN TO RELRPT
                                  STATUS    RPT-ST.
       DATA DIVISION.
       FILE SECTION.
      *The keyed account master, same record layout as PBEG005
      *reads, read front to back for the open accounts.
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
      *Account-to-customer link kept by the maintenance run.
       FD  CUST-LINK.
       01  LNK-REC.
           05 LNK-ACCT-NO          PIC 9(04).
           05 LNK-CUST-NO          PIC 9(06).
           05 LNK-DATE             PIC 9(08).
           05 LNK-BRANCH           PIC X(04).
           05 FILLER               PIC X(08).
      *Customer master kept by PBEG023, for the branch that looks
      *after each customer.
       FD  CUST-MASTER.
       01  CUS-REC.
           05 CUS-NO               PIC 9(06).
           05 CUS-STATUS           PIC X(01).
              88 CUS-ACTIVE           VALUE 'A'.
              88 CUS-CLOSED           VALUE 'X'.
           05 CUS-NAME             PIC X(15).
           05 CUS-SURNAME          PIC X(15).
           05 CUS-BDATE            PIC 9(08).
           05 CUS-ID-TYPE          PIC X(02).
           05 CUS-ID-NO            PIC X(15).
           05 CUS-STREET           PIC X(25).
           05 CUS-CITY             PIC X(15).
           05 CUS-POSTAL           PIC X(05).
           05 CUS-BRANCH           PIC X(04).
           05 CUS-OPEN-DATE        PIC 9(08).
           05 CUS-MAINT-DATE       PIC 9(08).
           05 CUS-OPERATOR         PIC X(08).
           05 FILLER               PIC X(15).
      *Exchange-rate table, same layout as the RATEFILE PBEG005
      *reads, so a relationship is measured in the same reporting
      *currency the financial summary uses.
       FD  RATE-FILE RECORDING MODE F.
       01  RTE-REC.
           05 RTE-CURR        PIC X(03).
           05 RTE-RATE        PIC 9(03)V9(06).
           05 RTE-EFF-DATE    PIC 9(08).
      *Sort work: one record per open linked account, by the
      *customer's branch, then the customer, then the account, so
      *each customer's accounts come back together and the
      *branches come back in order.
       SD  SORT-WORK.
       01  SRT-REC.
           05 SRT-BRANCH      PIC X(04).
           05 SRT-CUST-NO     PIC 9(06).
           05 SRT-ACCT-NO     PIC 9(04).
           05 SRT-CONV-SW     PIC X(01).
              88 SRT-CONVERTED   VALUE 'Y'.
           05 SRT-CONV-BAL    PIC S9(13)V99.
      *Relationship-size report: the customers of each branch by
      *number of accounts held, then by the band their converted
      *total balance falls in, each with an all-branches line, then
      *totals and checks. Every line is built in WORKING-STORAGE.
       FD  REL-REPORT RECORDING MODE F.
       01  RPT-REC            PIC X(120).
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-EOF     VALUE 10.
              88 ACCT-SUCCESS VALUE 00
                                    97.
           05 LNK-ST    PIC 9(02).
              88 LNK-FOUND    VALUE 00
                                    97.
              88 LNK-NOTFND   VALUE 23.
           05 CUS-ST    PIC 9(02).
              88 CUS-FOUND    VALUE 00
                                    97.
              88 CUS-NOTFND   VALUE 23.
           05 RTE-ST    PIC 9(02).
              88 RTE-EOF      VALUE 10.
              88 RTE-SUCCESS  VALUE 00
                                    97.
           05 RPT-ST    PIC 9(02).
      *Set once initial file opens have succeeded, so an early abort
      *does not write report totals to a file that was never opened
      *for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Whether the customer files are there at all: until the first
      *account is linked there is nothing to look up.
           05 WS-CUST-FILES-SW        PIC X(01) VALUE 'Y'.
              88 WS-CUST-FILES-PRESENT   VALUE 'Y'.
      *Counters for the report totals and the checks.
       01  WS-COUNTERS.
           05 WS-ACCTS-READ       PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-OPEN       PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-UNLINKED   PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-NO-CUST    PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-RELEASED   PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-RETURNED   PIC 9(06) VALUE ZERO.
           05 WS-ACCTS-UNCONV     PIC 9(06) VALUE ZERO.
           05 WS-CUSTS-FOUND      PIC 9(06) VALUE ZERO.
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
      *The customer whose accounts are coming back from the sort:
      *how many, their converted total, and whether every one of
      *them could be converted.
       01  WS-CUST-FIELDS.
           05 WS-CUR-BRANCH       PIC X(04).
           05 WS-CUR-CUST-NO      PIC 9(06).
           05 WS-CUR-ACCOUNTS     PIC 9(06).
           05 WS-CUR-TOTAL        PIC S9(13)V99.
           05 WS-CUR-CONV-SW      PIC X(01).
              88 WS-CUR-ALL-CONVERTED VALUE 'Y'.
           05 WS-SIZE-IX          PIC 9(02).
           05 WS-BAND-IX          PIC 9(02).
           05 WS-BAND-STEP        PIC 9(02).
      *Lower limits of the balance bands above the first, in the
      *reporting currency: under 1,000, then 1,000, 10,000, 50,000,
      *100,000 and 500,000 upward. Band 7 holds the customers with an
      *account no rate converts, whose total cannot be banded.
       01  WS-BAND-LIMIT-VALUES.
           05 FILLER              PIC 9(09)V99 VALUE 1000.00.
           05 FILLER              PIC 9(09)V99 VALUE 10000.00.
           05 FILLER              PIC 9(09)V99 VALUE 50000.00.
           05 FILLER              PIC 9(09)V99 VALUE 100000.00.
           05 FILLER              PIC 9(09)V99 VALUE 500000.00.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-VALUES.
           05 WS-BAND-LIMIT       PIC 9(09)V99 OCCURS 5.
       01  WS-BAND-FIELDS.
           05 WS-BAND-COUNT       PIC 9(02) VALUE 5.
           05 WS-BAND-UNBANDED    PIC 9(02) VALUE 7.
      *Per-branch counts, in the order the sort returns the
      *branches. A branch past the slot limit ends the run: a
      *branch report missing a branch is no report at all. The
      *converted balance is the total of the banded customers only.
       01  WS-RBR-FIELDS.
           05 WS-RBR-TABLE.
              10 WS-RBR-CNT       PIC 9(02).
              10 WS-RBR-ENTRY OCCURS 50.
                 15 WS-RBR-CODE     PIC X(04).
                 15 WS-RBR-SIZE     PIC 9(06) OCCURS 5.
                 15 WS-RBR-BAND     PIC 9(06) OCCURS 7.
                 15 WS-RBR-CUSTS    PIC 9(06).
                 15 WS-RBR-ACCTS    PIC 9(06).
                 15 WS-RBR-BALANCE  PIC S9(13)V99.
           05 WS-RBR-IX           PIC 9(02).
           05 WS-RBR-HIT-SW       PIC X(01).
              88 WS-RBR-HIT          VALUE 'Y'.
           05 WS-RBR-MAX          PIC 9(02) VALUE 50.
      *All-branches counts, same shape as one branch entry.
       01  WS-ALL-FIELDS.
           05 WS-ALL-CODE         PIC X(04).
           05 WS-ALL-SIZE         PIC 9(06) OCCURS 5.
           05 WS-ALL-BAND         PIC 9(06) OCCURS 7.
           05 WS-ALL-CUSTS        PIC 9(06).
           05 WS-ALL-ACCTS        PIC 9(06).
           05 WS-ALL-BALANCE      PIC S9(13)V99.
      *The row being printed, a branch entry or the all-branches
      *counts moved in whole, same shape again.
       01  WS-ROW-FIELDS.
           05 WS-ROW-CODE         PIC X(04).
           05 WS-ROW-SIZE         PIC 9(06) OCCURS 5.
           05 WS-ROW-BAND         PIC 9(06) OCCURS 7.
           05 WS-ROW-CUSTS        PIC 9(06).
           05 WS-ROW-ACCTS        PIC 9(06).
           05 WS-ROW-BALANCE      PIC S9(13)V99.
      *End of the sorted accounts in the output pass.
       01  WS-SORT-FIELDS.
           05 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
              88 WS-SORT-ENDED       VALUE 'Y'.
      *Report header/column/detail/total/check lines, built here
      *(not in the FD) since VALUE clauses on FILE SECTION records
      *are not guaranteed to be present in the record area until
      *something has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(40)
                     VALUE 'RELATIONSHIP-SIZE REPORT'.
           05 RPT-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(62) VALUE SPACES.
       01  WS-RPT-TITLE-LINE.
           05 RPT-TTL-TEXT      PIC X(40).
           05 FILLER            PIC X(80) VALUE SPACES.
       01  WS-RPT-SIZE-COLUMN-LINE.
           05 FILLER            PIC X(30)
                     VALUE 'BRNC    1 ACCT   2 ACCTS   3 A'.
           05 FILLER            PIC X(30)
                     VALUE 'CCTS   4 ACCTS  5+ ACCTS CUSTO'.
           05 FILLER            PIC X(30)
                     VALUE 'MERS  ACCOUNTS                '.
           05 FILLER            PIC X(30) VALUE SPACES.
       01  WS-RPT-SIZE-LINE.
           05 RPT-SZ-BRANCH     PIC X(04).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-1          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-2          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-3          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-4          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-5          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-CUSTS      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-SZ-ACCTS      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(46) VALUE SPACES.
       01  WS-RPT-BAND-COLUMN-LINE.
           05 FILLER            PIC X(30)
                     VALUE 'BRNC  UNDER 1K    1K-10K   10K'.
           05 FILLER            PIC X(30)
                     VALUE '-50K  50K-100K 100K-500K     5'.
           05 FILLER            PIC X(30)
                     VALUE '00K+   NO RATE CUSTOMERS  CONV'.
           05 FILLER            PIC X(30)
                     VALUE 'ERTED BALANCE                 '.
       01  WS-RPT-BAND-LINE.
           05 RPT-BD-BRANCH     PIC X(04).
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-1          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-2          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-3          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-4          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-5          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-6          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-7          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-CUSTS      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 RPT-BD-BALANCE    PIC -(12)9.99.
           05 FILLER            PIC X(17) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05 RPT-TOT-DESC      PIC X(30).
           05 RPT-TOT-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(83) VALUE SPACES.
      *Check line in the expected-versus-actual style the PBEG010
      *balancing report uses.
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
      *Job run date for the report heading.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *Return codes: an account linked to a customer no longer on
      *file, a check failed, or a table limit made the run unusable.
       01  WS-RETURN-FIELDS.
           05 WS-WARNING-RC      PIC 9(04) VALUE 0004.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-LIMIT-ERROR-RC  PIC 9(04) VALUE 0016.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main line of the program: the open linked accounts are sorted
      *into branch and customer order and each customer is sized up
      *on the way back out of the sort.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H400-SIZE-RELATIONSHIPS THRU H400-END.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
      *The branch table carries no VALUE clauses (it sits under
      *OCCURS), so it must be cleared before the first customer can
      *probe it.
           INITIALIZE WS-RBR-TABLE.
           INITIALIZE WS-ALL-FIELDS.
           MOVE 'ALL ' TO WS-ALL-CODE.
           OPEN INPUT  ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  CUST-LINK.
           IF (LNK-ST NOT = 0) AND (LNK-ST NOT = 97)
                  AND (LNK-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  CUST-MASTER.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
                  AND (CUS-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF LNK-ST = 05 OR CUS-ST = 05
              MOVE 'N' TO WS-CUST-FILES-SW
           END-IF.
           OPEN OUTPUT REL-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
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
      *Write the report heading.
       H106-WRITE-RPT-HEADER.
           MOVE WS-JOB-START-DATE  TO RPT-HDR-DATE.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
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
      *Sort the open linked accounts by branch and customer, and
      *size each customer up on the way back out.
       H400-SIZE-RELATIONSHIPS.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-BRANCH
                                 SRT-CUST-NO
                                 SRT-ACCT-NO
                INPUT PROCEDURE  H410-RELEASE-ACCOUNTS THRU H410-END
                OUTPUT PROCEDURE H450-SIZE-CUSTOMERS THRU H450-END.
           IF SORT-RETURN NOT = 0
              DISPLAY 'RELATIONSHIP SORT FAILED: ' SORT-RETURN
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
           END-IF.
       H400-END. EXIT.
      *Read the whole master and release every open account that is
      *linked to a customer on file.
       H410-RELEASE-ACCOUNTS.
           PERFORM H415-READ-ACCOUNT.
           PERFORM H420-RELEASE-ONE THRU H420-END UNTIL ACCT-EOF.
       H410-END. EXIT.
      *Next master record, fatal on anything but success or end of
      *file.
       H415-READ-ACCOUNT.
           READ ACCT-REC.
           IF ACCT-SUCCESS
              ADD 1 TO WS-ACCTS-READ
           ELSE
              IF NOT ACCT-EOF
                 DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H415-END. EXIT.
      *One master record: an open account goes to the sort under its
      *customer and the customer's branch, with its balance in the
      *reporting currency. An open account with no link, or any
      *open account before the customer files exist, is only counted.
       H420-RELEASE-ONE.
           IF NOT ACCT-OPEN
              GO TO H420-NEXT
           END-IF.
           ADD 1 TO WS-ACCTS-OPEN.
           IF NOT WS-CUST-FILES-PRESENT
              ADD 1 TO WS-ACCTS-UNLINKED
              GO TO H420-NEXT
           END-IF.
           MOVE ACCT-NO TO LNK-ACCT-NO.
           READ CUST-LINK.
           IF LNK-NOTFND
              ADD 1 TO WS-ACCTS-UNLINKED
              GO TO H420-NEXT
           END-IF.
           IF NOT LNK-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LNK-CUST-NO TO CUS-NO.
           READ CUST-MASTER.
           IF CUS-NOTFND
              DISPLAY 'ACCOUNT LINKED TO MISSING CUSTOMER: ' ACCT-NO
              ADD 1 TO WS-ACCTS-NO-CUST
              GO TO H420-NEXT
           END-IF.
           IF NOT CUS-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE CUS-BRANCH  TO SRT-BRANCH.
           MOVE CUS-NO      TO SRT-CUST-NO.
           MOVE ACCT-NO     TO SRT-ACCT-NO.
           MOVE 'N' TO WS-RTE-HIT-SW.
           MOVE 1 TO WS-RTE-IX.
           MOVE ACCT-CURR TO WS-RTE-PROBE-CURR.
           PERFORM H109-FIND-RATE-SLOT
              UNTIL WS-RTE-HIT OR WS-RTE-IX > WS-RTE-CNT.
           IF WS-RTE-HIT
              MOVE 'Y' TO SRT-CONV-SW
              COMPUTE SRT-CONV-BAL ROUNDED =
                      ACCT-BALANCE * WS-RTE-RATE (WS-RTE-IX)
           ELSE
              MOVE 'N' TO SRT-CONV-SW
              MOVE ZERO TO SRT-CONV-BAL
              ADD 1 TO WS-ACCTS-UNCONV
           END-IF.
           RELEASE SRT-REC.
           ADD 1 TO WS-ACCTS-RELEASED.
       H420-NEXT.
           PERFORM H415-READ-ACCOUNT.
       H420-END. EXIT.
      *Take the sorted accounts back one at a time, finishing each
      *customer when the next one starts and the last at the end.
       H450-SIZE-CUSTOMERS.
           MOVE 'N' TO WS-SORT-END-SW.
           PERFORM H455-RETURN-ACCOUNT.
           PERFORM H460-SIZE-ONE UNTIL WS-SORT-ENDED.
           IF WS-CUSTS-FOUND > 0
              PERFORM H480-FINISH-CUSTOMER THRU H480-END
           END-IF.
       H450-END. EXIT.
      *Next account back from the sort.
       H455-RETURN-ACCOUNT.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
           IF NOT WS-SORT-ENDED
              ADD 1 TO WS-ACCTS-RETURNED
           END-IF.
       H455-END. EXIT.
      *One sorted account: start a new customer where the number
      *changes, then add the account into the customer's totals.
       H460-SIZE-ONE.
           IF WS-CUSTS-FOUND = 0
                  OR SRT-CUST-NO NOT = WS-CUR-CUST-NO
                  OR SRT-BRANCH NOT = WS-CUR-BRANCH
              IF WS-CUSTS-FOUND > 0
                 PERFORM H480-FINISH-CUSTOMER THRU H480-END
              END-IF
              ADD 1 TO WS-CUSTS-FOUND
              MOVE SRT-BRANCH  TO WS-CUR-BRANCH
              MOVE SRT-CUST-NO TO WS-CUR-CUST-NO
              MOVE ZERO TO WS-CUR-ACCOUNTS
              MOVE ZERO TO WS-CUR-TOTAL
              SET WS-CUR-ALL-CONVERTED TO TRUE
           END-IF.
           ADD 1 TO WS-CUR-ACCOUNTS.
           IF SRT-CONVERTED
              ADD SRT-CONV-BAL TO WS-CUR-TOTAL
           ELSE
              MOVE 'N' TO WS-CUR-CONV-SW
           END-IF.
           PERFORM H455-RETURN-ACCOUNT.
       H460-END. EXIT.
      *A customer is complete: place them by number of accounts
      *(five and over share the last column) and by balance band,
      *and add them into their branch and the all-branches line.
       H480-FINISH-CUSTOMER.
           IF WS-CUR-ACCOUNTS > 5
              MOVE 5 TO WS-SIZE-IX
           ELSE
              MOVE WS-CUR-ACCOUNTS TO WS-SIZE-IX
           END-IF.
           IF WS-CUR-ALL-CONVERTED
              MOVE 1 TO WS-BAND-IX
              PERFORM H482-STEP-BAND
                 VARYING WS-BAND-STEP FROM 1 BY 1
                 UNTIL WS-BAND-STEP > WS-BAND-COUNT
           ELSE
              MOVE WS-BAND-UNBANDED TO WS-BAND-IX
           END-IF.
           PERFORM H485-FIND-BRANCH THRU H485-END.
           ADD 1 TO WS-RBR-SIZE (WS-RBR-IX WS-SIZE-IX).
           ADD 1 TO WS-RBR-BAND (WS-RBR-IX WS-BAND-IX).
           ADD 1 TO WS-RBR-CUSTS (WS-RBR-IX).
           ADD WS-CUR-ACCOUNTS TO WS-RBR-ACCTS (WS-RBR-IX).
           ADD 1 TO WS-ALL-SIZE (WS-SIZE-IX).
           ADD 1 TO WS-ALL-BAND (WS-BAND-IX).
           ADD 1 TO WS-ALL-CUSTS.
           ADD WS-CUR-ACCOUNTS TO WS-ALL-ACCTS.
           IF WS-CUR-ALL-CONVERTED
              ADD WS-CUR-TOTAL TO WS-RBR-BALANCE (WS-RBR-IX)
              ADD WS-CUR-TOTAL TO WS-ALL-BALANCE
           END-IF.
       H480-END. EXIT.
      *One band limit: a total at or over it belongs to the band
      *above it. The limits run upward, so the last one passed wins.
       H482-STEP-BAND.
           IF WS-CUR-TOTAL NOT < WS-BAND-LIMIT (WS-BAND-STEP)
              COMPUTE WS-BAND-IX = WS-BAND-STEP + 1
           END-IF.
       H482-END. EXIT.
      *Find (or open) the slot for the customer's branch. A branch
      *past the slot limit ends the run.
       H485-FIND-BRANCH.
           MOVE 'N' TO WS-RBR-HIT-SW.
           MOVE 1 TO WS-RBR-IX.
           PERFORM H486-FIND-BRANCH-SLOT
              UNTIL WS-RBR-HIT OR WS-RBR-IX > WS-RBR-CNT.
           IF WS-RBR-HIT
              GO TO H485-END
           END-IF.
           IF WS-RBR-CNT < WS-RBR-MAX
              ADD 1 TO WS-RBR-CNT
              MOVE WS-RBR-CNT TO WS-RBR-IX
              MOVE WS-CUR-BRANCH TO WS-RBR-CODE (WS-RBR-IX)
           ELSE
              DISPLAY 'BRANCH TABLE PAST SLOT LIMIT: ' WS-CUR-BRANCH
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H485-END. EXIT.
      *One probe of the branch table.
       H486-FIND-BRANCH-SLOT.
           IF WS-RBR-CODE (WS-RBR-IX) = WS-CUR-BRANCH
              SET WS-RBR-HIT TO TRUE
           ELSE
              ADD 1 TO WS-RBR-IX
           END-IF.
       H486-END. EXIT.
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
      *The number-of-accounts section: one line per branch, then the
      *all-branches line.
       H310-WRITE-SIZE-SECTION.
           MOVE 'CUSTOMERS BY NUMBER OF ACCOUNTS' TO RPT-TTL-TEXT.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           WRITE RPT-REC FROM WS-RPT-SIZE-COLUMN-LINE.
           PERFORM H312-WRITE-BRANCH-SIZE
              VARYING WS-RBR-IX FROM 1 BY 1
              UNTIL WS-RBR-IX > WS-RBR-CNT.
           MOVE WS-ALL-FIELDS TO WS-ROW-FIELDS.
           PERFORM H315-WRITE-SIZE-LINE.
       H310-END. EXIT.
      *One branch of the number-of-accounts section.
       H312-WRITE-BRANCH-SIZE.
           MOVE WS-RBR-ENTRY (WS-RBR-IX) TO WS-ROW-FIELDS.
           PERFORM H315-WRITE-SIZE-LINE.
       H312-END. EXIT.
      *Number-of-accounts line for the row standing in WS-ROW.
       H315-WRITE-SIZE-LINE.
           MOVE WS-ROW-CODE      TO RPT-SZ-BRANCH.
           MOVE WS-ROW-SIZE (1)  TO RPT-SZ-1.
           MOVE WS-ROW-SIZE (2)  TO RPT-SZ-2.
           MOVE WS-ROW-SIZE (3)  TO RPT-SZ-3.
           MOVE WS-ROW-SIZE (4)  TO RPT-SZ-4.
           MOVE WS-ROW-SIZE (5)  TO RPT-SZ-5.
           MOVE WS-ROW-CUSTS     TO RPT-SZ-CUSTS.
           MOVE WS-ROW-ACCTS     TO RPT-SZ-ACCTS.
           WRITE RPT-REC FROM WS-RPT-SIZE-LINE.
       H315-END. EXIT.
      *The balance-band section: one line per branch, then the
      *all-branches line.
       H320-WRITE-BAND-SECTION.
           MOVE 'CUSTOMERS BY TOTAL BALANCE BAND' TO RPT-TTL-TEXT.
           WRITE RPT-REC FROM WS-RPT-TITLE-LINE.
           WRITE RPT-REC FROM WS-RPT-BAND-COLUMN-LINE.
           PERFORM H322-WRITE-BRANCH-BAND
              VARYING WS-RBR-IX FROM 1 BY 1
              UNTIL WS-RBR-IX > WS-RBR-CNT.
           MOVE WS-ALL-FIELDS TO WS-ROW-FIELDS.
           PERFORM H325-WRITE-BAND-LINE.
       H320-END. EXIT.
      *One branch of the balance-band section.
       H322-WRITE-BRANCH-BAND.
           MOVE WS-RBR-ENTRY (WS-RBR-IX) TO WS-ROW-FIELDS.
           PERFORM H325-WRITE-BAND-LINE.
       H322-END. EXIT.
      *Balance-band line for the row standing in WS-ROW.
       H325-WRITE-BAND-LINE.
           MOVE WS-ROW-CODE      TO RPT-BD-BRANCH.
           MOVE WS-ROW-BAND (1)  TO RPT-BD-1.
           MOVE WS-ROW-BAND (2)  TO RPT-BD-2.
           MOVE WS-ROW-BAND (3)  TO RPT-BD-3.
           MOVE WS-ROW-BAND (4)  TO RPT-BD-4.
           MOVE WS-ROW-BAND (5)  TO RPT-BD-5.
           MOVE WS-ROW-BAND (6)  TO RPT-BD-6.
           MOVE WS-ROW-BAND (7)  TO RPT-BD-7.
           MOVE WS-ROW-CUSTS     TO RPT-BD-CUSTS.
           MOVE WS-ROW-BALANCE   TO RPT-BD-BALANCE.
           WRITE RPT-REC FROM WS-RPT-BAND-LINE.
       H325-END. EXIT.
      *Write the two sections, the totals and the checks, then close
      *the files. Every open account must be released, unlinked or
      *linked to a missing customer; every account released must
      *come back from the sort and land under one customer; every
      *customer must land in exactly one size column and one band.
      *A mismatch is an error; an account linked to a customer no
      *longer on file is a warning for the branch to put right.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              PERFORM H310-WRITE-SIZE-SECTION THRU H310-END
              PERFORM H320-WRITE-BAND-SECTION THRU H320-END
              MOVE 'ACCOUNTS READ:'    TO RPT-TOT-DESC
              MOVE WS-ACCTS-READ       TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'OPEN ACCOUNTS:'    TO RPT-TOT-DESC
              MOVE WS-ACCTS-OPEN       TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'OPEN ACCOUNTS NOT LINKED:' TO RPT-TOT-DESC
              MOVE WS-ACCTS-UNLINKED   TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'LINKED TO MISSING CUSTOMER:' TO RPT-TOT-DESC
              MOVE WS-ACCTS-NO-CUST    TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'ACCOUNTS WITH NO RATE:' TO RPT-TOT-DESC
              MOVE WS-ACCTS-UNCONV     TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'CUSTOMERS SIZED:'  TO RPT-TOT-DESC
              MOVE WS-CUSTS-FOUND      TO RPT-TOT-COUNT
              PERFORM H280-WRITE-TOTAL-LINE
              MOVE 'OPEN VS ACCOUNTED FOR' TO WS-CHK-DESC
              MOVE WS-ACCTS-OPEN TO WS-CHK-EXPECTED
              COMPUTE WS-CHK-ACTUAL = WS-ACCTS-RELEASED
                      + WS-ACCTS-UNLINKED + WS-ACCTS-NO-CUST
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'RELEASED VS RETURNED' TO WS-CHK-DESC
              MOVE WS-ACCTS-RELEASED TO WS-CHK-EXPECTED
              MOVE WS-ACCTS-RETURNED TO WS-CHK-ACTUAL
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'RETURNED VS CUSTOMER ACCTS' TO WS-CHK-DESC
              MOVE WS-ACCTS-RETURNED TO WS-CHK-EXPECTED
              MOVE WS-ALL-ACCTS TO WS-CHK-ACTUAL
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'CUSTOMERS VS SIZE COLUMNS' TO WS-CHK-DESC
              MOVE WS-CUSTS-FOUND TO WS-CHK-EXPECTED
              COMPUTE WS-CHK-ACTUAL = WS-ALL-SIZE (1)
                      + WS-ALL-SIZE (2) + WS-ALL-SIZE (3)
                      + WS-ALL-SIZE (4) + WS-ALL-SIZE (5)
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'CUSTOMERS VS BANDS' TO WS-CHK-DESC
              MOVE WS-CUSTS-FOUND TO WS-CHK-EXPECTED
              COMPUTE WS-CHK-ACTUAL = WS-ALL-BAND (1)
                      + WS-ALL-BAND (2) + WS-ALL-BAND (3)
                      + WS-ALL-BAND (4) + WS-ALL-BAND (5)
                      + WS-ALL-BAND (6) + WS-ALL-BAND (7)
              PERFORM H285-WRITE-CHECK-LINE
              IF WS-MISMATCHES > 0 AND RETURN-CODE = 0
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
              IF WS-ACCTS-NO-CUST > 0 AND RETURN-CODE = 0
                 MOVE WS-WARNING-RC TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE ACCT-REC
                 CUST-LINK
                 CUST-MASTER
                 REL-REPORT.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
