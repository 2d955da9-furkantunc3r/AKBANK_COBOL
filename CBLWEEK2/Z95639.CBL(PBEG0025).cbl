       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG025.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC       ASSIGN TO ACCTREC
                                 ORGANIZATION INDEXED
                                 ACCESS RANDOM
                                 RECORD KEY ACCT-NO
                                 STATUS    ACCT-ST.
           SELECT OPTIONAL CUST-MASTER ASSIGN TO CUSTMAST
                                 ORGANIZATION INDEXED
                                 ACCESS RANDOM
                                 RECORD KEY CUS-NO
                                 STATUS    CUS-ST.
           SELECT OPTIONAL CUST-LINK ASSIGN TO CUSTLINK
                                 ORGANIZATION INDEXED
                                 ACCESS RANDOM
                                 RECORD KEY LNK-ACCT-NO
                                 STATUS    LNK-ST.
           SELECT BATCH-WORK     ASSIGN TO BATCHWK
                                 ORGANIZATION INDEXED
                                 ACCESS DYNAMIC
                                 RECORD KEY BWK-KEY
                                 STATUS    BWK-ST.
           SELECT TRAN-BATCH     ASSIGN TO TRANFILE
                                 STATUS    TRN-ST.
           SELECT BATCH-LIST     ASSIGN TO BATLIST
                                 STATUS    LST-ST.
       DATA DIVISION.
       FILE SECTION.
      *The keyed account master, same record layout as PBEG005
      *reads, looked up live for every entry.
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
      *Customer master kept by PBEG023, for the checks a link entry
      *must pass at night.
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
      *Account-to-customer link kept by the maintenance run.
       FD  CUST-LINK.
       01  LNK-REC.
           05 LNK-ACCT-NO          PIC 9(04).
           05 LNK-CUST-NO          PIC 9(06).
           05 LNK-DATE             PIC 9(08).
           05 LNK-BRANCH           PIC X(04).
           05 FILLER               PIC X(08).
      *The branch's open batch, kept on a small KSDS so a batch can
      *be keyed over as many sessions as the day takes. One control
      *record carries the branch, the date the batch was opened and
      *the count and hash this program has kept; every accepted
      *entry follows under its account number and the order it was
      *keyed in, which is the order PBEG006 will apply it.
       FD  BATCH-WORK.
       01  BWK-REC.
           05 BWK-KEY.
              10 BWK-TYPE         PIC X(01).
                 88 BWK-IS-CONTROL   VALUE 'H'.
                 88 BWK-IS-ENTRY     VALUE 'E'.
              10 BWK-ACCT         PIC 9(04).
              10 BWK-SEQ          PIC 9(04).
           05 BWK-TRAN            PIC X(106).
      *Name and surname on the account as the entry left it, for
      *the listing the supervisor signs.
           05 BWK-SHOWN-NAME      PIC X(15).
           05 BWK-SHOWN-SURNAME   PIC X(15).
           05 BWK-OPERATOR        PIC X(08).
           05 BWK-ENTRY-TIME      PIC 9(08).
           05 FILLER              PIC X(09).
      *Alternate view: the batch control record.
       01  BWC-REC.
           05 BWC-KEY             PIC X(09).
           05 BWC-BRANCH          PIC X(04).
           05 BWC-OPEN-DATE       PIC 9(08).
           05 BWC-NEXT-SEQ        PIC 9(04).
           05 BWC-TRAN-COUNT      PIC 9(06).
           05 BWC-HASH-TOTAL      PIC 9(13)V99.
           05 BWC-OPENED-BY       PIC X(08).
           05 FILLER              PIC X(116).
      *The closed batch, framed the way PBEG012 edits it: header,
      *the transactions in ascending account order, trailer.
       FD  TRAN-BATCH RECORDING MODE F.
       01  TRAN-OUT-REC          PIC X(106).
      *Alternate view: the batch header.
       01  BATCH-HDR-REC.
           05 BHD-REC-TYPE   PIC X(01).
           05 BHD-BRANCH     PIC X(04).
           05 BHD-DATE       PIC 9(08).
           05 FILLER         PIC X(93).
      *Alternate view: the batch trailer.
       01  BATCH-TRL-REC.
           05 BTL-REC-TYPE   PIC X(01).
           05 BTL-TRAN-COUNT PIC 9(06).
           05 BTL-HASH-TOTAL PIC 9(13)V99.
           05 FILLER         PIC X(84).
      *Batch listing printed when the batch is closed, for the
      *supervisor to check and sign before the batch is submitted.
      *Every line is built in WORKING-STORAGE.
       FD  BATCH-LIST RECORDING MODE F.
       01  LST-REC            PIC X(100).
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-FOUND   VALUE 00
                                    97.
              88 ACCT-NOTFND  VALUE 23.
           05 CUS-ST    PIC 9(02).
              88 CUS-FOUND    VALUE 00
                                    97.
              88 CUS-NOTFND   VALUE 23.
           05 LNK-ST    PIC 9(02).
              88 LNK-FOUND    VALUE 00
                                    97.
              88 LNK-NOTFND   VALUE 23.
           05 BWK-ST    PIC 9(02).
              88 BWK-FOUND    VALUE 00
                                    97.
              88 BWK-NOTFND   VALUE 23.
              88 BWK-EOF      VALUE 10.
           05 TRN-ST    PIC 9(02).
           05 LST-ST    PIC 9(02).
      *The entry being keyed, in the transaction layout PBEG006
      *applies at night.
       01  WS-TRAN-REC.
           05 TRN-ACTION     PIC X(01).
              88 TRN-ADD        VALUE 'A'.
              88 TRN-CHANGE     VALUE 'C'.
              88 TRN-CLOSE      VALUE 'X'.
              88 TRN-DEPOSIT    VALUE 'D'.
              88 TRN-WITHDRAW   VALUE 'W'.
              88 TRN-LINK       VALUE 'L'.
           05 TRN-NO         PIC 9(04).
           05 TRN-NAME       PIC X(15).
      *A link carries the customer number where an add or change
      *carries the account holder's first name.
           05 TRN-LINK-DATA REDEFINES TRN-NAME.
              10 TRN-CUST-NO    PIC 9(06).
              10 FILLER         PIC X(09).
           05 TRN-SURNAME    PIC X(15).
           05 TRN-BDATE      PIC 9(08).
           05 TRN-BALANCE    PIC S9(09)V99.
           05 TRN-CURR       PIC X(03).
           05 TRN-BRANCH     PIC X(04).
           05 TRN-STREET     PIC X(25).
           05 TRN-CITY       PIC X(15).
           05 TRN-POSTAL     PIC X(05).
      *Set once the files are open, and while the closed batch and
      *its listing are open for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
           05 WS-OUTPUT-OPEN-SW       PIC X(01) VALUE 'N'.
              88 WS-OUTPUT-OPEN          VALUE 'Y'.
           05 WS-SESSION-SW           PIC X(01) VALUE 'N'.
              88 WS-SESSION-ENDED        VALUE 'Y'.
           05 WS-CUS-PRESENT-SW       PIC X(01) VALUE 'Y'.
              88 WS-CUS-PRESENT          VALUE 'Y'.
           05 WS-LNK-PRESENT-SW       PIC X(01) VALUE 'Y'.
              88 WS-LNK-PRESENT          VALUE 'Y'.
      *Who is keying, for which branch, and the open batch's
      *control figures as this program keeps them.
       01  WS-SESSION-FIELDS.
           05 WS-OPERATOR         PIC X(08).
           05 WS-BRANCH           PIC X(04).
           05 WS-MENU-OPTION      PIC X(01).
           05 WS-ANSWER           PIC X(01).
              88 WS-ANSWER-YES       VALUE 'Y'.
           05 WS-ACTION-WORD      PIC X(08).
           05 WS-ENTRY-ACCT       PIC 9(04).
           05 WS-ENTRY-TIME       PIC 9(08).
       01  WS-BATCH-FIELDS.
           05 WS-BAT-OPEN-DATE    PIC 9(08).
           05 WS-BAT-NEXT-SEQ     PIC 9(04).
           05 WS-BAT-COUNT        PIC 9(06).
           05 WS-BAT-HASH         PIC 9(13)V99.
           05 WS-BAT-OPENED-BY    PIC X(08).
           05 WS-BAT-MAX          PIC 9(04) VALUE 9999.
      *The account as PBEG006 will find it when this entry comes up
      *at night: the master record with every entry already in the
      *batch for it applied in keyed order. Entries are edited
      *against this, not against the bare master, so a second
      *withdrawal or a deposit after a close is refused here too.
       01  WS-VIEW-FIELDS.
           05 WS-VW-ON-FILE-SW    PIC X(01).
              88 WS-VW-ON-FILE       VALUE 'Y'.
           05 WS-VW-ADDED-SW      PIC X(01).
              88 WS-VW-ADDED         VALUE 'Y'.
           05 WS-VW-NAME          PIC X(15).
           05 WS-VW-SURNAME       PIC X(15).
           05 WS-VW-STATUS        PIC X(01).
              88 WS-VW-CLOSED        VALUE 'C'.
           05 WS-VW-BALANCE       PIC S9(09)V99.
           05 WS-VW-CURR          PIC X(03).
           05 WS-VW-LINK-SW       PIC X(01).
              88 WS-VW-LINKED        VALUE 'Y'.
           05 WS-VW-CUST-NO       PIC 9(06).
           05 WS-VW-PENDING       PIC 9(04).
           05 WS-REPLAY-END-SW    PIC X(01).
              88 WS-REPLAY-ENDED     VALUE 'Y'.
      *Entry validation outcome.
       01  WS-VALIDATION-FIELDS.
           05 WS-TRAN-VALID-SW    PIC X(01).
              88 TRAN-IS-VALID      VALUE 'Y'.
              88 TRAN-IS-INVALID    VALUE 'N'.
           05 WS-REJECT-REASON    PIC X(30).
      *Keyed figures arrive as typed text. An amount is digits with
      *an optional point and up to two decimals, keyed from the
      *first position; a number is digits only.
       01  WS-INPUT-FIELDS.
           05 WS-IN-TEXT          PIC X(15).
           05 WS-IN-WHOLE         PIC X(15).
           05 WS-IN-CENTS         PIC X(15).
           05 WS-IN-REST          PIC X(15).
           05 WS-IN-WHOLE-LEN     PIC 9(02).
           05 WS-IN-CENTS-LEN     PIC 9(02).
           05 WS-IN-REST-LEN      PIC 9(02).
           05 WS-IN-DELIM         PIC X(01).
           05 WS-IN-INTEGER       PIC 9(09).
           05 WS-IN-FRACTION      PIC 9(02).
           05 WS-IN-AMOUNT        PIC 9(09)V99.
           05 WS-IN-OK-SW         PIC X(01).
              88 WS-IN-OK            VALUE 'Y'.
              88 WS-IN-BAD           VALUE 'N'.
           05 WS-IN-DATE          PIC X(08).
           05 WS-IN-CURR          PIC X(03).
      *General purpose date validity checker, same logic as the
      *H215 checker in PBEG005, reused for any 9(08) YYYYMMDD date.
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
      *Edited fields for the figures shown on the terminal.
       01  WS-DISPLAY-FIELDS.
           05 WS-DSP-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-DSP-COUNT        PIC ZZZ,ZZ9.
           05 WS-DSP-HASH         PIC Z(12)9.99.
           05 WS-DSP-STATUS       PIC X(06).
      *What the close found on the work file, held against the
      *figures kept on the control record, and the entries by action.
       01  WS-COUNTERS.
           05 WS-ENTRIES-LISTED   PIC 9(06) VALUE ZERO.
           05 WS-HASH-LISTED      PIC 9(13)V99 VALUE ZERO.
           05 WS-ADDS             PIC 9(06) VALUE ZERO.
           05 WS-CHANGES          PIC 9(06) VALUE ZERO.
           05 WS-CLOSES           PIC 9(06) VALUE ZERO.
           05 WS-DEPOSITS         PIC 9(06) VALUE ZERO.
           05 WS-WITHDRAWALS      PIC 9(06) VALUE ZERO.
           05 WS-LINKS            PIC 9(06) VALUE ZERO.
           05 WS-LIST-END-SW      PIC X(01).
              88 WS-LIST-ENDED       VALUE 'Y'.
      *Listing lines, built here (not in the FD) since VALUE clauses
      *on FILE SECTION records are not guaranteed to be present in
      *the record area until something has been moved into it.
       01  WS-LST-HEADER-LINE.
           05 LST-HDR-TITLE     PIC X(26)
                                 VALUE 'BRANCH BATCH LISTING'.
           05 LST-HDR-BRN-LIT   PIC X(08) VALUE 'BRANCH: '.
           05 LST-HDR-BRANCH    PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-HDR-BAT-LIT   PIC X(12) VALUE 'BATCH DATE: '.
           05 LST-HDR-BAT-DATE  PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 LST-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(20) VALUE SPACES.
       01  WS-LST-COLUMN-LINE.
           05 FILLER            PIC X(06) VALUE 'ACCT  '.
           05 FILLER            PIC X(10) VALUE 'ACTION    '.
           05 FILLER            PIC X(16) VALUE 'NAME'.
           05 FILLER            PIC X(17) VALUE 'SURNAME'.
           05 FILLER            PIC X(16) VALUE '          AMOUNT'.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(05) VALUE 'CUR  '.
           05 FILLER            PIC X(08) VALUE 'OPERATOR'.
           05 FILLER            PIC X(20) VALUE SPACES.
       01  WS-LST-DETAIL-LINE.
           05 LST-NO            PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-ACTION        PIC X(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-NAME          PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LST-SURNAME       PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-AMOUNT        PIC Z(12)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-CURR          PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-OPERATOR      PIC X(08).
           05 FILLER            PIC X(20) VALUE SPACES.
      *A link shows the customer in the name column.
       01  WS-LST-CUST-TEXT.
           05 FILLER            PIC X(09) VALUE 'CUSTOMER '.
           05 LST-CUST-NO       PIC 9(06).
       01  WS-LST-TOTAL-LINE.
           05 LST-TOT-DESC      PIC X(30).
           05 LST-TOT-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(63) VALUE SPACES.
      *Count and hash check lines in the expected-versus-actual
      *style the PBEG010 balancing report uses.
       01  WS-LST-CHECK-LINE.
           05 LST-CHK-DESC      PIC X(26).
           05 LST-CHK-LIT1      PIC X(10) VALUE 'EXPECTED: '.
           05 LST-CHK-EXPECTED  PIC Z(12)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-CHK-LIT2      PIC X(08) VALUE 'ACTUAL: '.
           05 LST-CHK-ACTUAL    PIC Z(12)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 LST-CHK-RESULT    PIC X(08).
           05 FILLER            PIC X(12) VALUE SPACES.
       01  WS-LST-SIGN-LINE.
           05 FILLER            PIC X(13) VALUE 'PREPARED BY: '.
           05 LST-SGN-OPERATOR  PIC X(08).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(22)
                                 VALUE 'SUPERVISOR SIGNATURE: '.
           05 FILLER            PIC X(20) VALUE ALL '_'.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 FILLER            PIC X(06) VALUE 'DATE: '.
           05 FILLER            PIC X(10) VALUE ALL '_'.
           05 FILLER            PIC X(13) VALUE SPACES.
      *Check comparison work fields for the listing.
       01  WS-CHECK-FIELDS.
           05 WS-CHK-EXPECTED     PIC 9(13)V99.
           05 WS-CHK-ACTUAL       PIC 9(13)V99.
           05 WS-CHK-DESC         PIC X(26).
           05 WS-MISMATCHES       PIC 9(03) VALUE ZERO.
      *Job run date, the reference for the birth-date edits and the
      *date a new batch is opened under.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *Return codes: a sign-on that cannot go on, or a closed batch
      *that does not agree with the figures kept for it.
       01  WS-RETURN-FIELDS.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-SIGNON-RC       PIC 9(04) VALUE 0012.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program: sign on, then one menu choice at a
      *time until the operator ends the session or closes the batch.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-SIGN-ON THRU H110-END.
           PERFORM H200-MENU THRU H200-END UNTIL WS-SESSION-ENDED.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses. The batch
      *work file is created empty the first time a branch uses it;
      *the customer files may not exist before the first customer.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  CUST-MASTER.
           IF CUS-ST = 05
              MOVE 'N' TO WS-CUS-PRESENT-SW
           ELSE
              IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' CUS-ST
                 MOVE CUS-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN INPUT  CUST-LINK.
           IF LNK-ST = 05
              MOVE 'N' TO WS-LNK-PRESENT-SW
           ELSE
              IF (LNK-ST NOT = 0) AND (LNK-ST NOT = 97)
                 DISPLAY 'UNABLE TO OPEN FILE: ' LNK-ST
                 MOVE LNK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           OPEN I-O BATCH-WORK.
           IF BWK-ST = 35
              OPEN OUTPUT BATCH-WORK
              CLOSE BATCH-WORK
              OPEN I-O BATCH-WORK
           END-IF.
           IF (BWK-ST NOT = 0) AND (BWK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Take the operator and branch, then pick up the branch's open
      *batch or open a new one. A batch is the branch's own: a work
      *file already holding another branch's batch is refused.
       H110-SIGN-ON.
           DISPLAY 'BRANCH TRANSACTION ENTRY'.
           MOVE SPACES TO WS-OPERATOR.
           DISPLAY 'OPERATOR ID       : ' WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           MOVE SPACES TO WS-BRANCH.
           DISPLAY 'BRANCH            : ' WITH NO ADVANCING.
           ACCEPT WS-BRANCH.
           IF WS-OPERATOR = SPACES OR WS-BRANCH = SPACES
              DISPLAY 'OPERATOR AND BRANCH ARE BOTH REQUIRED'
              MOVE WS-SIGNON-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO BWK-REC.
           MOVE 'H'  TO BWK-TYPE.
           MOVE ZERO TO BWK-ACCT.
           MOVE ZERO TO BWK-SEQ.
           READ BATCH-WORK.
           IF BWK-NOTFND
              PERFORM H115-OPEN-NEW-BATCH
              GO TO H110-END
           END-IF.
           IF NOT BWK-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF BWC-BRANCH NOT = WS-BRANCH
              DISPLAY 'OPEN BATCH BELONGS TO BRANCH: ' BWC-BRANCH
              MOVE WS-SIGNON-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE BWC-OPEN-DATE  TO WS-BAT-OPEN-DATE.
           MOVE BWC-NEXT-SEQ   TO WS-BAT-NEXT-SEQ.
           MOVE BWC-TRAN-COUNT TO WS-BAT-COUNT.
           MOVE BWC-HASH-TOTAL TO WS-BAT-HASH.
           MOVE BWC-OPENED-BY  TO WS-BAT-OPENED-BY.
           MOVE WS-BAT-COUNT TO WS-DSP-COUNT.
           MOVE WS-BAT-HASH  TO WS-DSP-HASH.
           DISPLAY 'BATCH OF ' WS-BAT-OPEN-DATE ' RESUMED  ENTRIES: '
                   WS-DSP-COUNT '  HASH: ' WS-DSP-HASH.
       H110-END. EXIT.
      *No batch open for the branch: open one under today's date.
       H115-OPEN-NEW-BATCH.
           MOVE WS-JOB-START-DATE TO WS-BAT-OPEN-DATE.
           MOVE 1                 TO WS-BAT-NEXT-SEQ.
           MOVE ZERO              TO WS-BAT-COUNT.
           MOVE ZERO              TO WS-BAT-HASH.
           MOVE WS-OPERATOR       TO WS-BAT-OPENED-BY.
           PERFORM H117-BUILD-CONTROL.
           WRITE BWK-REC.
           IF BWK-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           DISPLAY 'NEW BATCH OPENED FOR BRANCH: ' WS-BRANCH.
       H115-END. EXIT.
      *Lay the control figures kept in storage into the record area.
       H117-BUILD-CONTROL.
           MOVE SPACES            TO BWC-REC.
           MOVE 'H'               TO BWK-TYPE.
           MOVE ZERO              TO BWK-ACCT.
           MOVE ZERO              TO BWK-SEQ.
           MOVE WS-BRANCH         TO BWC-BRANCH.
           MOVE WS-BAT-OPEN-DATE  TO BWC-OPEN-DATE.
           MOVE WS-BAT-NEXT-SEQ   TO BWC-NEXT-SEQ.
           MOVE WS-BAT-COUNT      TO BWC-TRAN-COUNT.
           MOVE WS-BAT-HASH       TO BWC-HASH-TOTAL.
           MOVE WS-BAT-OPENED-BY  TO BWC-OPENED-BY.
       H117-END. EXIT.
      *Show the menu and act on the choice. A blank choice ends the
      *session the same as E; the batch stays open either way.
       H200-MENU.
           DISPLAY ' '.
           DISPLAY 'A ADD  C CHANGE  X CLOSE  D DEPOSIT  W WITHDRAW'
                   '  L LINK'.
           DISPLAY 'B CLOSE BATCH AND PRINT LISTING  E END SESSION'.
           MOVE SPACES TO WS-MENU-OPTION.
           DISPLAY 'OPTION            : ' WITH NO ADVANCING.
           ACCEPT WS-MENU-OPTION.
           EVALUATE WS-MENU-OPTION
               WHEN 'A' WHEN 'C' WHEN 'X' WHEN 'D' WHEN 'W' WHEN 'L'
                   PERFORM H210-TAKE-ENTRY THRU H210-END
               WHEN 'B'
                   PERFORM H400-CLOSE-BATCH THRU H400-END
               WHEN 'E'
               WHEN SPACE
                   DISPLAY 'SESSION ENDED, BATCH LEFT OPEN'
                   SET WS-SESSION-ENDED TO TRUE
               WHEN OTHER
                   DISPLAY 'INVALID OPTION: ' WS-MENU-OPTION
           END-EVALUATE.
       H200-END. EXIT.
      *One entry screen: the account is looked up and shown as the
      *night run will find it, refused at once if the action cannot
      *apply to it, then the action's fields are keyed, edited with
      *PBEG006's rules and, once the operator confirms, added to
      *the batch.
       H210-TAKE-ENTRY.
           PERFORM H212-SET-ACTION-WORD.
           DISPLAY ' '.
           DISPLAY WS-ACTION-WORD ' ENTRY    BRANCH: ' WS-BRANCH
                   '  OPERATOR: ' WS-OPERATOR.
           IF WS-BAT-COUNT NOT < WS-BAT-MAX
              DISPLAY 'BATCH IS FULL, CLOSE IT FIRST'
              GO TO H210-END
           END-IF.
           DISPLAY 'ACCOUNT NUMBER    : ' WITH NO ADVANCING.
           PERFORM H615-ACCEPT-NUMBER THRU H615-END.
           IF WS-IN-BAD OR WS-IN-INTEGER > 9999
              DISPLAY 'REJECTED: INVALID ACCOUNT NUMBER'
              GO TO H210-END
           END-IF.
           MOVE WS-IN-INTEGER TO WS-ENTRY-ACCT.
           PERFORM H220-BUILD-VIEW THRU H220-END.
           PERFORM H230-SHOW-ACCOUNT THRU H230-END.
           INITIALIZE WS-TRAN-REC.
           MOVE WS-MENU-OPTION TO TRN-ACTION.
           MOVE WS-ENTRY-ACCT  TO TRN-NO.
           MOVE WS-BRANCH      TO TRN-BRANCH.
           PERFORM H240-CHECK-ACCOUNT.
           IF TRAN-IS-INVALID
              DISPLAY 'REJECTED: ' WS-REJECT-REASON
              GO TO H210-END
           END-IF.
           PERFORM H260-ASK-FIELDS THRU H260-END.
           IF TRAN-IS-VALID
              PERFORM H250-EDIT-ENTRY THRU H250-END
           END-IF.
           IF TRAN-IS-INVALID
              DISPLAY 'REJECTED: ' WS-REJECT-REASON
              GO TO H210-END
           END-IF.
           DISPLAY 'AFTER THIS ENTRY  : ' WITH NO ADVANCING.
           PERFORM H232-SHOW-POSITION.
           MOVE SPACES TO WS-ANSWER.
           DISPLAY 'ACCEPT ENTRY (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER-YES
              PERFORM H285-STORE-ENTRY THRU H285-END
           ELSE
              DISPLAY 'ENTRY DISCARDED'
           END-IF.
       H210-END. EXIT.
      *The word the screen and the listing use for the action.
       H212-SET-ACTION-WORD.
           EVALUATE WS-MENU-OPTION
               WHEN 'A'
                   MOVE 'ADD     ' TO WS-ACTION-WORD
               WHEN 'C'
                   MOVE 'CHANGE  ' TO WS-ACTION-WORD
               WHEN 'X'
                   MOVE 'CLOSE   ' TO WS-ACTION-WORD
               WHEN 'D'
                   MOVE 'DEPOSIT ' TO WS-ACTION-WORD
               WHEN 'W'
                   MOVE 'WITHDRAW' TO WS-ACTION-WORD
               WHEN 'L'
                   MOVE 'LINK    ' TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE WS-MENU-OPTION TO WS-ACTION-WORD
           END-EVALUATE.
       H212-END. EXIT.
      *Read the account and its link live, then replay the batch's
      *own entries for it over them.
       H220-BUILD-VIEW.
           MOVE 'N'    TO WS-VW-ON-FILE-SW.
           MOVE 'N'    TO WS-VW-ADDED-SW.
           MOVE 'N'    TO WS-VW-LINK-SW.
           MOVE SPACES TO WS-VW-NAME.
           MOVE SPACES TO WS-VW-SURNAME.
           MOVE SPACES TO WS-VW-STATUS.
           MOVE SPACES TO WS-VW-CURR.
           MOVE ZERO   TO WS-VW-BALANCE.
           MOVE ZERO   TO WS-VW-CUST-NO.
           MOVE ZERO   TO WS-VW-PENDING.
           MOVE WS-ENTRY-ACCT TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-FOUND
              SET WS-VW-ON-FILE TO TRUE
              MOVE ACCT-NAME    TO WS-VW-NAME
              MOVE ACCT-SURNAME TO WS-VW-SURNAME
              MOVE ACCT-STATUS  TO WS-VW-STATUS
              MOVE ACCT-BALANCE TO WS-VW-BALANCE
              MOVE ACCT-CURR    TO WS-VW-CURR
           ELSE
              IF NOT ACCT-NOTFND
                 DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
                 MOVE ACCT-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
           IF WS-LNK-PRESENT
              MOVE WS-ENTRY-ACCT TO LNK-ACCT-NO
              READ CUST-LINK
              IF LNK-FOUND
                 SET WS-VW-LINKED TO TRUE
                 MOVE LNK-CUST-NO TO WS-VW-CUST-NO
              ELSE
                 IF NOT LNK-NOTFND
                    DISPLAY 'UNABLE TO READ FILE: ' LNK-ST
                    MOVE LNK-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
           END-IF.
           MOVE 'N'  TO WS-REPLAY-END-SW.
           MOVE 'E'  TO BWK-TYPE.
           MOVE WS-ENTRY-ACCT TO BWK-ACCT.
           MOVE ZERO TO BWK-SEQ.
           START BATCH-WORK KEY NOT < BWK-KEY.
           IF BWK-NOTFND
              GO TO H220-END
           END-IF.
           IF NOT BWK-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H224-READ-NEXT-ENTRY.
           PERFORM H225-REPLAY-ENTRY THRU H225-END
              UNTIL WS-REPLAY-ENDED.
       H220-END. EXIT.
      *Next record of the batch work file, in key order.
       H224-READ-NEXT-ENTRY.
           READ BATCH-WORK NEXT RECORD.
           IF BWK-EOF
              SET WS-REPLAY-ENDED TO TRUE
           ELSE
              IF NOT BWK-FOUND
                 DISPLAY 'UNABLE TO READ FILE: ' BWK-ST
                 MOVE BWK-ST TO RETURN-CODE
                 PERFORM H999-PROGRAM-EXIT
              END-IF
           END-IF.
       H224-END. EXIT.
      *One entry already in the batch for this account, applied to
      *the view through the same edits it passed when it was keyed.
       H225-REPLAY-ENTRY.
           IF (NOT BWK-IS-ENTRY) OR (BWK-ACCT NOT = WS-ENTRY-ACCT)
              SET WS-REPLAY-ENDED TO TRUE
              GO TO H225-END
           END-IF.
           ADD 1 TO WS-VW-PENDING.
           MOVE BWK-TRAN TO WS-TRAN-REC.
           PERFORM H250-EDIT-ENTRY THRU H250-END.
           PERFORM H224-READ-NEXT-ENTRY.
       H225-END. EXIT.
      *Show the account as the entry will find it.
       H230-SHOW-ACCOUNT.
           IF NOT WS-VW-ON-FILE
              DISPLAY 'ACCOUNT ' WS-ENTRY-ACCT ' IS NOT ON THE MASTER'
              GO TO H230-END
           END-IF.
           DISPLAY 'NAME              : ' WS-VW-NAME ' ' WS-VW-SURNAME.
           DISPLAY 'CURRENT           : ' WITH NO ADVANCING.
           PERFORM H232-SHOW-POSITION.
           IF WS-VW-LINKED
              DISPLAY 'CUSTOMER          : ' WS-VW-CUST-NO
           END-IF.
           IF WS-VW-PENDING > 0
              DISPLAY 'ENTRIES IN BATCH  : ' WS-VW-PENDING
                      ' (INCLUDED ABOVE)'
           END-IF.
       H230-END. EXIT.
      *Status, balance and currency on one line.
       H232-SHOW-POSITION.
           IF WS-VW-CLOSED
              MOVE 'CLOSED' TO WS-DSP-STATUS
           ELSE
              MOVE 'OPEN  ' TO WS-DSP-STATUS
           END-IF.
           MOVE WS-VW-BALANCE TO WS-DSP-BALANCE.
           DISPLAY WS-DSP-STATUS '  BALANCE: ' WS-DSP-BALANCE
                   ' ' WS-VW-CURR.
       H232-END. EXIT.
      *The rejects that depend on the account alone, so the entry
      *is refused before anything else is keyed. The order follows
      *PBEG006: an account added earlier in the batch is not on the
      *master the night run matches against, so nothing but a
      *duplicate add can follow it.
       H240-CHECK-ACCOUNT.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN WS-VW-ADDED AND TRN-ADD
                   MOVE 'DUPLICATE ACCOUNT NUMBER' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN WS-VW-ADDED
                   MOVE 'ACCOUNT ADDED THIS RUN' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-ADD AND WS-VW-ON-FILE
                   MOVE 'DUPLICATE ACCOUNT NUMBER' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-ADD
                   CONTINUE
               WHEN NOT WS-VW-ON-FILE
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-CLOSE AND WS-VW-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN (TRN-CHANGE OR TRN-DEPOSIT OR TRN-WITHDRAW)
                      AND WS-VW-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H240-END. EXIT.
      *The full edit of one entry against the view, and, when it
      *passes, its effect on the view.
       H250-EDIT-ENTRY.
           PERFORM H240-CHECK-ACCOUNT.
           IF TRAN-IS-INVALID
              GO TO H250-END
           END-IF.
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM H252-EDIT-ADD THRU H252-END
               WHEN TRN-CHANGE
                   PERFORM H254-EDIT-CHANGE THRU H254-END
               WHEN TRN-CLOSE
                   MOVE 'C' TO WS-VW-STATUS
               WHEN TRN-DEPOSIT
                   PERFORM H256-EDIT-DEPOSIT THRU H256-END
               WHEN TRN-WITHDRAW
                   PERFORM H257-EDIT-WITHDRAWAL THRU H257-END
               WHEN TRN-LINK
                   PERFORM H258-EDIT-LINK THRU H258-END
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
           END-EVALUATE.
       H250-END. EXIT.
      *The add field checks, word for word the H225 checks PBEG006
      *applies at night.
       H252-EDIT-ADD.
           EVALUATE TRUE
               WHEN TRN-NAME = SPACES
                   MOVE 'BLANK ACCOUNT NAME' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-SURNAME = SPACES
                   MOVE 'BLANK ACCOUNT SURNAME' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-CURR = SPACES
                   MOVE 'BLANK CURRENCY CODE' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN OTHER
                   MOVE TRN-BDATE TO WS-CHK-DATE
                   PERFORM H215-CHECK-DATE
                   EVALUATE TRUE
                       WHEN WS-CHK-DATE-BAD
                           MOVE 'INVALID BIRTH DATE'
                             TO WS-REJECT-REASON
                           SET TRAN-IS-INVALID TO TRUE
                       WHEN TRN-BDATE > WS-JOB-START-DATE
                           MOVE 'BIRTH DATE AFTER TODAY'
                             TO WS-REJECT-REASON
                           SET TRAN-IS-INVALID TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.
           IF TRAN-IS-INVALID
              GO TO H252-END
           END-IF.
           SET WS-VW-ON-FILE TO TRUE.
           SET WS-VW-ADDED   TO TRUE.
           MOVE 'O'          TO WS-VW-STATUS.
           MOVE TRN-NAME     TO WS-VW-NAME.
           MOVE TRN-SURNAME  TO WS-VW-SURNAME.
           MOVE TRN-BALANCE  TO WS-VW-BALANCE.
           MOVE TRN-CURR     TO WS-VW-CURR.
       H252-END. EXIT.
      *A change must carry a good birth date when it carries one at
      *all; blank fields leave the account alone, and a new currency
      *brings the balance restated in it, as PBEG006 applies it.
       H254-EDIT-CHANGE.
           IF TRN-BDATE NOT = ZERO
              MOVE TRN-BDATE TO WS-CHK-DATE
              PERFORM H215-CHECK-DATE
              IF WS-CHK-DATE-BAD
                 MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
                 SET TRAN-IS-INVALID TO TRUE
                 GO TO H254-END
              END-IF
              IF TRN-BDATE > WS-JOB-START-DATE
                 MOVE 'BIRTH DATE AFTER TODAY' TO WS-REJECT-REASON
                 SET TRAN-IS-INVALID TO TRUE
                 GO TO H254-END
              END-IF
           END-IF.
           IF TRN-NAME NOT = SPACES
              MOVE TRN-NAME TO WS-VW-NAME
           END-IF.
           IF TRN-SURNAME NOT = SPACES
              MOVE TRN-SURNAME TO WS-VW-SURNAME
           END-IF.
           IF TRN-CURR NOT = SPACES
              MOVE TRN-BALANCE TO WS-VW-BALANCE
              MOVE TRN-CURR    TO WS-VW-CURR
           END-IF.
       H254-END. EXIT.
      *A deposit must be a positive amount in the account's own
      *currency.
       H256-EDIT-DEPOSIT.
           IF TRN-BALANCE NOT > ZERO
              MOVE 'INVALID TRANSACTION AMOUNT' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H256-END
           END-IF.
           IF TRN-CURR NOT = WS-VW-CURR
              MOVE 'CURRENCY MISMATCH' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H256-END
           END-IF.
           ADD TRN-BALANCE TO WS-VW-BALANCE.
       H256-END. EXIT.
      *A withdrawal, under the deposit rules, may not take the
      *balance below zero.
       H257-EDIT-WITHDRAWAL.
           IF TRN-BALANCE NOT > ZERO
              MOVE 'INVALID TRANSACTION AMOUNT' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H257-END
           END-IF.
           IF TRN-CURR NOT = WS-VW-CURR
              MOVE 'CURRENCY MISMATCH' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H257-END
           END-IF.
           IF TRN-BALANCE > WS-VW-BALANCE
              MOVE 'INSUFFICIENT BALANCE' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H257-END
           END-IF.
           SUBTRACT TRN-BALANCE FROM WS-VW-BALANCE.
       H257-END. EXIT.
      *A link, under PBEG006's H236 rules: an open account to an
      *active customer; customer zero unlinks, which a closed account
      *may still do. A link to the customer the account already has,
      *or an unlink of an account with none, is accepted and changes
      *nothing, as the night run takes it.
       H258-EDIT-LINK.
           IF TRN-CUST-NO NOT NUMERIC
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H258-END
           END-IF.
           IF WS-VW-CLOSED AND TRN-CUST-NO NOT = ZERO
              MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H258-END
           END-IF.
           IF TRN-CUST-NO = ZERO
              MOVE 'N'  TO WS-VW-LINK-SW
              MOVE ZERO TO WS-VW-CUST-NO
              GO TO H258-END
           END-IF.
           IF WS-VW-LINKED AND WS-VW-CUST-NO = TRN-CUST-NO
              GO TO H258-END
           END-IF.
           IF NOT WS-CUS-PRESENT
              MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H258-END
           END-IF.
           MOVE TRN-CUST-NO TO CUS-NO.
           READ CUST-MASTER.
           IF CUS-NOTFND
              MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H258-END
           END-IF.
           IF NOT CUS-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF CUS-CLOSED
              MOVE 'CUSTOMER IS CLOSED' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H258-END
           END-IF.
           SET WS-VW-LINKED TO TRUE.
           MOVE TRN-CUST-NO TO WS-VW-CUST-NO.
       H258-END. EXIT.
      *Key the fields the action needs. Anything keyed in a form
      *that cannot be read is refused here, before the edits.
       H260-ASK-FIELDS.
           SET TRAN-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM H262-ASK-ADD THRU H262-END
               WHEN TRN-CHANGE
                   PERFORM H264-ASK-CHANGE THRU H264-END
               WHEN TRN-DEPOSIT OR TRN-WITHDRAW
                   PERFORM H266-ASK-MONEY-MOVE THRU H266-END
               WHEN TRN-LINK
                   PERFORM H268-ASK-LINK THRU H268-END
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H260-END. EXIT.
      *Add: the holder, the opening balance and the address.
       H262-ASK-ADD.
           DISPLAY 'NAME              : ' WITH NO ADVANCING.
           ACCEPT TRN-NAME.
           DISPLAY 'SURNAME           : ' WITH NO ADVANCING.
           ACCEPT TRN-SURNAME.
           DISPLAY 'BIRTH DATE (YYYYMMDD): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-DATE.
           ACCEPT WS-IN-DATE.
           IF WS-IN-DATE NOT NUMERIC
              MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H262-END
           END-IF.
           MOVE WS-IN-DATE TO TRN-BDATE.
           DISPLAY 'OPENING BALANCE   : ' WITH NO ADVANCING.
           PERFORM H610-ACCEPT-AMOUNT THRU H610-END.
           IF WS-IN-BAD
              MOVE 'INVALID TRANSACTION AMOUNT' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H262-END
           END-IF.
           MOVE WS-IN-AMOUNT TO TRN-BALANCE.
           DISPLAY 'CURRENCY          : ' WITH NO ADVANCING.
           ACCEPT TRN-CURR.
           PERFORM H269-ASK-ADDRESS.
       H262-END. EXIT.
      *Change: every field may be left blank to keep it. A new
      *currency needs the balance restated in it.
       H264-ASK-CHANGE.
           DISPLAY 'LEAVE A FIELD BLANK TO KEEP IT'.
           DISPLAY 'NAME              : ' WITH NO ADVANCING.
           ACCEPT TRN-NAME.
           DISPLAY 'SURNAME           : ' WITH NO ADVANCING.
           ACCEPT TRN-SURNAME.
           DISPLAY 'BIRTH DATE (YYYYMMDD): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-DATE.
           ACCEPT WS-IN-DATE.
           IF WS-IN-DATE NOT = SPACES
              IF WS-IN-DATE NOT NUMERIC
                 MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
                 SET TRAN-IS-INVALID TO TRUE
                 GO TO H264-END
              END-IF
              MOVE WS-IN-DATE TO TRN-BDATE
           END-IF.
           DISPLAY 'NEW CURRENCY      : ' WITH NO ADVANCING.
           ACCEPT TRN-CURR.
           IF TRN-CURR NOT = SPACES
              DISPLAY 'BALANCE IN ' TRN-CURR '    : ' WITH NO ADVANCING
              PERFORM H610-ACCEPT-AMOUNT THRU H610-END
              IF WS-IN-BAD
                 MOVE 'INVALID TRANSACTION AMOUNT'
                   TO WS-REJECT-REASON
                 SET TRAN-IS-INVALID TO TRUE
                 GO TO H264-END
              END-IF
              MOVE WS-IN-AMOUNT TO TRN-BALANCE
           END-IF.
           PERFORM H269-ASK-ADDRESS.
       H264-END. EXIT.
      *Deposit or withdrawal: the amount, and the currency, which
      *left blank is taken as the account's own.
       H266-ASK-MONEY-MOVE.
           DISPLAY 'AMOUNT            : ' WITH NO ADVANCING.
           PERFORM H610-ACCEPT-AMOUNT THRU H610-END.
           IF WS-IN-BAD
              MOVE 'INVALID TRANSACTION AMOUNT' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H266-END
           END-IF.
           MOVE WS-IN-AMOUNT TO TRN-BALANCE.
           DISPLAY 'CURRENCY (' WS-VW-CURR ')    : ' WITH NO ADVANCING.
           MOVE SPACES TO WS-IN-CURR.
           ACCEPT WS-IN-CURR.
           IF WS-IN-CURR = SPACES
              MOVE WS-VW-CURR TO TRN-CURR
           ELSE
              MOVE WS-IN-CURR TO TRN-CURR
           END-IF.
       H266-END. EXIT.
      *Link: the customer number, zero to unlink.
       H268-ASK-LINK.
           DISPLAY 'CUSTOMER (0 UNLINKS): ' WITH NO ADVANCING.
           PERFORM H615-ACCEPT-NUMBER THRU H615-END.
           IF WS-IN-BAD OR WS-IN-INTEGER > 999999
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H268-END
           END-IF.
           MOVE WS-IN-INTEGER TO TRN-CUST-NO.
       H268-END. EXIT.
      *Mailing address lines, for an add or a change.
       H269-ASK-ADDRESS.
           DISPLAY 'STREET            : ' WITH NO ADVANCING.
           ACCEPT TRN-STREET.
           DISPLAY 'CITY              : ' WITH NO ADVANCING.
           ACCEPT TRN-CITY.
           DISPLAY 'POSTAL CODE       : ' WITH NO ADVANCING.
           ACCEPT TRN-POSTAL.
       H269-END. EXIT.
      *Add the confirmed entry to the batch and carry it into the
      *count and hash, over the absolute amount the way PBEG012
      *takes its hash off the file.
       H285-STORE-ENTRY.
           ACCEPT WS-ENTRY-TIME FROM TIME.
           MOVE SPACES          TO BWK-REC.
           MOVE 'E'             TO BWK-TYPE.
           MOVE TRN-NO          TO BWK-ACCT.
           MOVE WS-BAT-NEXT-SEQ TO BWK-SEQ.
           MOVE WS-TRAN-REC     TO BWK-TRAN.
           MOVE WS-VW-NAME      TO BWK-SHOWN-NAME.
           MOVE WS-VW-SURNAME   TO BWK-SHOWN-SURNAME.
           MOVE WS-OPERATOR     TO BWK-OPERATOR.
           MOVE WS-ENTRY-TIME   TO BWK-ENTRY-TIME.
           WRITE BWK-REC.
           IF BWK-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-BAT-NEXT-SEQ.
           ADD 1 TO WS-BAT-COUNT.
           IF TRN-BALANCE < ZERO
              SUBTRACT TRN-BALANCE FROM WS-BAT-HASH
           ELSE
              ADD TRN-BALANCE TO WS-BAT-HASH
           END-IF.
           PERFORM H290-REWRITE-CONTROL.
           MOVE WS-BAT-COUNT TO WS-DSP-COUNT.
           MOVE WS-BAT-HASH  TO WS-DSP-HASH.
           DISPLAY 'ENTRY ACCEPTED    ENTRIES: ' WS-DSP-COUNT
                   '  HASH: ' WS-DSP-HASH.
       H285-END. EXIT.
      *Keep the control record in step with every entry taken.
       H290-REWRITE-CONTROL.
           PERFORM H117-BUILD-CONTROL.
           REWRITE BWK-REC.
           IF BWK-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H290-END. EXIT.
      *Close the batch: print the listing for the supervisor and
      *check the entries on the work file against the count and
      *hash kept on the control record. Only a batch that agrees is
      *written out framed for PBEG012, and the batch file is closed
      *only once the work file has been cleared for the next batch.
      *A batch that does not agree is listed as it stands, left on
      *the work file to be looked into, and the batch file is left
      *empty so nothing half-checked goes forward.
       H400-CLOSE-BATCH.
           IF WS-BAT-COUNT = 0
              DISPLAY 'BATCH IS EMPTY, NOTHING TO CLOSE'
              GO TO H400-END
           END-IF.
           MOVE WS-BAT-COUNT TO WS-DSP-COUNT.
           MOVE SPACES TO WS-ANSWER.
           DISPLAY 'CLOSE BATCH OF ' WS-DSP-COUNT
                   ' ENTRIES (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF NOT WS-ANSWER-YES
              DISPLAY 'BATCH LEFT OPEN'
              GO TO H400-END
           END-IF.
           OPEN OUTPUT TRAN-BATCH.
           IF (TRN-ST NOT = 0) AND (TRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT BATCH-LIST.
           IF (LST-ST NOT = 0) AND (LST-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' LST-ST
              MOVE LST-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-OUTPUT-OPEN TO TRUE.
           MOVE WS-BRANCH         TO LST-HDR-BRANCH.
           MOVE WS-BAT-OPEN-DATE  TO LST-HDR-BAT-DATE.
           MOVE WS-JOB-START-DATE TO LST-HDR-DATE.
           WRITE LST-REC FROM WS-LST-HEADER-LINE.
           WRITE LST-REC FROM WS-LST-COLUMN-LINE.
           PERFORM H405-START-ENTRIES.
           IF BWK-FOUND
              PERFORM H415-READ-LIST-ENTRY THRU H415-END
              PERFORM H410-LIST-ENTRY UNTIL WS-LIST-ENDED
           END-IF.
           PERFORM H420-WRITE-LIST-TOTALS THRU H420-END.
           SET WS-SESSION-ENDED TO TRUE.
           IF WS-MISMATCHES > 0
              CLOSE TRAN-BATCH
                    BATCH-LIST
              MOVE 'N' TO WS-OUTPUT-OPEN-SW
              DISPLAY 'BATCH DOES NOT AGREE WITH ITS CONTROL FIGURES'
              DISPLAY 'BATCH LEFT ON THE WORK FILE, NOTHING RELEASED'
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              GO TO H400-END
           END-IF.
           MOVE SPACES            TO TRAN-OUT-REC.
           MOVE 'H'               TO BHD-REC-TYPE.
           MOVE WS-BRANCH         TO BHD-BRANCH.
           MOVE WS-BAT-OPEN-DATE  TO BHD-DATE.
           WRITE BATCH-HDR-REC.
           PERFORM H405-START-ENTRIES.
           IF BWK-FOUND
              PERFORM H415-READ-LIST-ENTRY THRU H415-END
              PERFORM H440-WRITE-ENTRY UNTIL WS-LIST-ENDED
           END-IF.
           MOVE SPACES         TO TRAN-OUT-REC.
           MOVE 'T'            TO BTL-REC-TYPE.
           MOVE WS-BAT-COUNT   TO BTL-TRAN-COUNT.
           MOVE WS-BAT-HASH    TO BTL-HASH-TOTAL.
           WRITE BATCH-TRL-REC.
           PERFORM H430-CLEAR-WORK-FILE THRU H430-END.
           CLOSE TRAN-BATCH
                 BATCH-LIST.
           MOVE 'N' TO WS-OUTPUT-OPEN-SW.
           MOVE WS-BAT-HASH TO WS-DSP-HASH.
           DISPLAY 'BATCH CLOSED      ENTRIES: ' WS-DSP-COUNT
                   '  HASH: ' WS-DSP-HASH.
           DISPLAY 'LISTING PRINTED FOR SUPERVISOR SIGN-OFF'.
       H400-END. EXIT.
      *Position on the first entry of the batch.
       H405-START-ENTRIES.
           MOVE 'N'  TO WS-LIST-END-SW.
           MOVE 'E'  TO BWK-TYPE.
           MOVE ZERO TO BWK-ACCT.
           MOVE ZERO TO BWK-SEQ.
           START BATCH-WORK KEY NOT < BWK-KEY.
       H405-END. EXIT.
      *One entry onto the listing, counted and hashed for the checks.
       H410-LIST-ENTRY.
           MOVE BWK-TRAN TO WS-TRAN-REC.
           ADD 1 TO WS-ENTRIES-LISTED.
           IF TRN-BALANCE < ZERO
              SUBTRACT TRN-BALANCE FROM WS-HASH-LISTED
           ELSE
              ADD TRN-BALANCE TO WS-HASH-LISTED
           END-IF.
           MOVE TRN-ACTION TO WS-MENU-OPTION.
           PERFORM H212-SET-ACTION-WORD.
           EVALUATE TRUE
               WHEN TRN-ADD
                   ADD 1 TO WS-ADDS
               WHEN TRN-CHANGE
                   ADD 1 TO WS-CHANGES
               WHEN TRN-CLOSE
                   ADD 1 TO WS-CLOSES
               WHEN TRN-DEPOSIT
                   ADD 1 TO WS-DEPOSITS
               WHEN TRN-WITHDRAW
                   ADD 1 TO WS-WITHDRAWALS
               WHEN TRN-LINK
                   ADD 1 TO WS-LINKS
           END-EVALUATE.
           MOVE TRN-NO            TO LST-NO.
           MOVE WS-ACTION-WORD    TO LST-ACTION.
           MOVE BWK-SHOWN-NAME    TO LST-NAME.
           MOVE BWK-SHOWN-SURNAME TO LST-SURNAME.
           IF TRN-LINK
              MOVE TRN-CUST-NO      TO LST-CUST-NO
              MOVE WS-LST-CUST-TEXT TO LST-NAME
           END-IF.
           MOVE TRN-BALANCE       TO LST-AMOUNT.
           MOVE TRN-CURR          TO LST-CURR.
           MOVE BWK-OPERATOR      TO LST-OPERATOR.
           WRITE LST-REC FROM WS-LST-DETAIL-LINE.
           PERFORM H415-READ-LIST-ENTRY THRU H415-END.
       H410-END. EXIT.
      *Next entry for the close, ending at the end of the entries.
       H415-READ-LIST-ENTRY.
           READ BATCH-WORK NEXT RECORD.
           IF BWK-EOF
              SET WS-LIST-ENDED TO TRUE
              GO TO H415-END
           END-IF.
           IF NOT BWK-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT BWK-IS-ENTRY
              SET WS-LIST-ENDED TO TRUE
           END-IF.
       H415-END. EXIT.
      *Listing totals by action, the count and hash checks of what
      *was written against what was kept, and the sign-off line.
       H420-WRITE-LIST-TOTALS.
           MOVE 'ADDS:'           TO LST-TOT-DESC.
           MOVE WS-ADDS           TO LST-TOT-COUNT.
           PERFORM H425-WRITE-TOTAL-LINE.
           MOVE 'CHANGES:'        TO LST-TOT-DESC.
           MOVE WS-CHANGES        TO LST-TOT-COUNT.
           PERFORM H425-WRITE-TOTAL-LINE.
           MOVE 'CLOSES:'         TO LST-TOT-DESC.
           MOVE WS-CLOSES         TO LST-TOT-COUNT.
           PERFORM H425-WRITE-TOTAL-LINE.
           MOVE 'DEPOSITS:'       TO LST-TOT-DESC.
           MOVE WS-DEPOSITS       TO LST-TOT-COUNT.
           PERFORM H425-WRITE-TOTAL-LINE.
           MOVE 'WITHDRAWALS:'    TO LST-TOT-DESC.
           MOVE WS-WITHDRAWALS    TO LST-TOT-COUNT.
           PERFORM H425-WRITE-TOTAL-LINE.
           MOVE 'LINKS:'          TO LST-TOT-DESC.
           MOVE WS-LINKS          TO LST-TOT-COUNT.
           PERFORM H425-WRITE-TOTAL-LINE.
           MOVE 'BATCH COUNT'     TO WS-CHK-DESC.
           MOVE WS-BAT-COUNT      TO WS-CHK-EXPECTED.
           MOVE WS-ENTRIES-LISTED TO WS-CHK-ACTUAL.
           PERFORM H427-WRITE-CHECK-LINE.
           MOVE 'BATCH HASH TOTAL' TO WS-CHK-DESC.
           MOVE WS-BAT-HASH       TO WS-CHK-EXPECTED.
           MOVE WS-HASH-LISTED    TO WS-CHK-ACTUAL.
           PERFORM H427-WRITE-CHECK-LINE.
           MOVE WS-BAT-OPENED-BY  TO LST-SGN-OPERATOR.
           WRITE LST-REC FROM WS-LST-SIGN-LINE.
       H420-END. EXIT.
      *One total line.
       H425-WRITE-TOTAL-LINE.
           WRITE LST-REC FROM WS-LST-TOTAL-LINE.
       H425-END. EXIT.
      *One check line: expected against actual, OK or MISMATCH.
       H427-WRITE-CHECK-LINE.
           MOVE WS-CHK-DESC     TO LST-CHK-DESC.
           MOVE WS-CHK-EXPECTED TO LST-CHK-EXPECTED.
           MOVE WS-CHK-ACTUAL   TO LST-CHK-ACTUAL.
           IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
              MOVE 'OK      ' TO LST-CHK-RESULT
           ELSE
              MOVE 'MISMATCH' TO LST-CHK-RESULT
              ADD 1 TO WS-MISMATCHES
           END-IF.
           WRITE LST-REC FROM WS-LST-CHECK-LINE.
       H427-END. EXIT.
      *The batch is out: remove its entries and its control record
      *so the branch's next session opens a new batch.
       H430-CLEAR-WORK-FILE.
           PERFORM H405-START-ENTRIES.
           IF BWK-FOUND
              PERFORM H415-READ-LIST-ENTRY THRU H415-END
              PERFORM H435-DELETE-ENTRY UNTIL WS-LIST-ENDED
           END-IF.
           MOVE SPACES TO BWK-REC.
           MOVE 'H'  TO BWK-TYPE.
           MOVE ZERO TO BWK-ACCT.
           MOVE ZERO TO BWK-SEQ.
           DELETE BATCH-WORK RECORD.
           IF BWK-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H430-END. EXIT.
      *Remove one entry already written to the closed batch.
       H435-DELETE-ENTRY.
           DELETE BATCH-WORK RECORD.
           IF BWK-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' BWK-ST
              MOVE BWK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H415-READ-LIST-ENTRY THRU H415-END.
       H435-END. EXIT.
      *One checked entry out to the batch file.
       H440-WRITE-ENTRY.
           MOVE BWK-TRAN TO WS-TRAN-REC.
           WRITE TRAN-OUT-REC FROM WS-TRAN-REC.
           PERFORM H415-READ-LIST-ENTRY THRU H415-END.
       H440-END. EXIT.
      *Take a keyed amount: digits, an optional point and up to two
      *decimals. The result comes back in WS-IN-AMOUNT, with
      *WS-IN-OK-SW saying whether the text could be read.
       H610-ACCEPT-AMOUNT.
           MOVE SPACES TO WS-IN-TEXT.
           ACCEPT WS-IN-TEXT.
           PERFORM H620-PARSE-INPUT THRU H620-END.
       H610-END. EXIT.
      *Take a keyed whole number into WS-IN-INTEGER.
       H615-ACCEPT-NUMBER.
           MOVE SPACES TO WS-IN-TEXT.
           ACCEPT WS-IN-TEXT.
           PERFORM H620-PARSE-INPUT THRU H620-END.
           IF WS-IN-DELIM = '.'
              SET WS-IN-BAD TO TRUE
           END-IF.
       H615-END. EXIT.
      *Split WS-IN-TEXT at the point into its whole and decimal
      *parts and check each is all digits.
       H620-PARSE-INPUT.
           SET WS-IN-BAD TO TRUE.
           MOVE SPACES TO WS-IN-WHOLE.
           MOVE SPACES TO WS-IN-CENTS.
           MOVE SPACES TO WS-IN-REST.
           MOVE SPACES TO WS-IN-DELIM.
           MOVE ZERO   TO WS-IN-WHOLE-LEN.
           MOVE ZERO   TO WS-IN-CENTS-LEN.
           MOVE ZERO   TO WS-IN-REST-LEN.
           MOVE ZERO   TO WS-IN-INTEGER.
           MOVE ZERO   TO WS-IN-FRACTION.
           MOVE ZERO   TO WS-IN-AMOUNT.
           UNSTRING WS-IN-TEXT DELIMITED BY '.' OR ALL SPACE
               INTO WS-IN-WHOLE DELIMITER IN WS-IN-DELIM
                                COUNT IN WS-IN-WHOLE-LEN
                    WS-IN-CENTS COUNT IN WS-IN-CENTS-LEN
                    WS-IN-REST  COUNT IN WS-IN-REST-LEN
           END-UNSTRING.
           IF WS-IN-WHOLE-LEN < 1 OR WS-IN-WHOLE-LEN > 9
              GO TO H620-END
           END-IF.
           IF WS-IN-WHOLE (1:WS-IN-WHOLE-LEN) NOT NUMERIC
              GO TO H620-END
           END-IF.
           IF WS-IN-CENTS-LEN > 2 OR WS-IN-REST-LEN > 0
              GO TO H620-END
           END-IF.
           IF WS-IN-CENTS-LEN > 0
              IF WS-IN-DELIM NOT = '.'
                 GO TO H620-END
              END-IF
              IF WS-IN-CENTS (1:WS-IN-CENTS-LEN) NOT NUMERIC
                 GO TO H620-END
              END-IF
              MOVE WS-IN-CENTS (1:WS-IN-CENTS-LEN) TO WS-IN-FRACTION
              IF WS-IN-CENTS-LEN = 1
                 MULTIPLY 10 BY WS-IN-FRACTION
              END-IF
           END-IF.
           MOVE WS-IN-WHOLE (1:WS-IN-WHOLE-LEN) TO WS-IN-INTEGER.
           COMPUTE WS-IN-AMOUNT = WS-IN-INTEGER + WS-IN-FRACTION / 100.
           SET WS-IN-OK TO TRUE.
       H620-END. EXIT.
      *Check WS-CHK-DATE (a 9(08) YYYYMMDD date) for a valid year,
      *month and day-of-month, leap years included. Result comes
      *back in WS-CHK-RESULT-SW. Same checker as PBEG005 and
      *PBEG006 use, so the programs agree on what a good date is.
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
      *Close the files. A batch caught open for output by an early
      *end has not cleared the work file, so its batch file is
      *emptied rather than released; the listing is kept.
       H300-CLOSE-FILES.
           IF WS-OUTPUT-OPEN
              CLOSE TRAN-BATCH
                    BATCH-LIST
              OPEN OUTPUT TRAN-BATCH
              CLOSE TRAN-BATCH
           END-IF.
           CLOSE ACCT-REC
                 CUST-MASTER
                 CUST-LINK
                 BATCH-WORK.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
