       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG023.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER     ASSIGN TO CUSTMAST
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY CUS-NO
                                  STATUS    CUS-ST.
           SELECT OPTIONAL CUST-LINK ASSIGN TO CUSTLINK
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY LNK-ACCT-NO
                                  STATUS    LNK-ST.
           SELECT CUST-REQUESTS   ASSIGN TO CUSTREQ
                                  STATUS    CRQ-ST.
           SELECT CUST-REGISTER   ASSIGN TO CUSTREG
                                  STATUS    REG-ST.
       DATA DIVISION.
       FILE SECTION.
      *Customer master: one record per person the bank deals with,
      *whatever number of accounts they hold. It carries the
      *identity the customer was taken on with and the mailing
      *address every letter to them goes to. A closed customer
      *stays on file, marked, so old links and letters can still be
      *traced to them.
       FD  CUST-MASTER.
       01  CUS-REC.
           05 CUS-NO               PIC 9(06).
           05 CUS-STATUS           PIC X(01).
              88 CUS-ACTIVE           VALUE 'A'.
              88 CUS-CLOSED           VALUE 'X'.
           05 CUS-NAME             PIC X(15).
           05 CUS-SURNAME          PIC X(15).
           05 CUS-BDATE            PIC 9(08).
      *Identity document the customer was taken on with: its type
      *(e.g. NI national identity card, PP passport) and number.
           05 CUS-ID-TYPE          PIC X(02).
           05 CUS-ID-NO            PIC X(15).
           05 CUS-STREET           PIC X(25).
           05 CUS-CITY             PIC X(15).
           05 CUS-POSTAL           PIC X(05).
      *Branch that looks after the customer.
           05 CUS-BRANCH           PIC X(04).
           05 CUS-OPEN-DATE        PIC 9(08).
           05 CUS-MAINT-DATE       PIC 9(08).
           05 CUS-OPERATOR         PIC X(08).
           05 FILLER               PIC X(15).
      *Account-to-customer link, one record per linked account,
      *kept by the maintenance run from its 'L' transactions. Only
      *read here, to stop a customer with accounts still linked to
      *them being closed.
       FD  CUST-LINK.
       01  LNK-REC.
           05 LNK-ACCT-NO          PIC 9(04).
           05 LNK-CUST-NO          PIC 9(06).
           05 LNK-DATE             PIC 9(08).
           05 LNK-BRANCH           PIC X(04).
           05 FILLER               PIC X(08).
      *One maintenance request per card. An add carries every
      *customer field; the customer number is given out here, so
      *any number on an add card is ignored. A change or close names
      *the customer; on a change, blank or zero fields leave the
      *customer's own alone, the same rule the maintenance run uses
      *on the account master. Every request carries the branch and
      *the operator.
       FD  CUST-REQUESTS RECORDING MODE F.
       01  CRQ-REC.
           05 CRQ-ACTION           PIC X(01).
              88 CRQ-ADD              VALUE 'A'.
              88 CRQ-CHANGE           VALUE 'C'.
              88 CRQ-CLOSE            VALUE 'X'.
           05 CRQ-CUST-NO          PIC 9(06).
           05 CRQ-NAME             PIC X(15).
           05 CRQ-SURNAME          PIC X(15).
           05 CRQ-BDATE            PIC 9(08).
           05 CRQ-ID-TYPE          PIC X(02).
           05 CRQ-ID-NO            PIC X(15).
           05 CRQ-STREET           PIC X(25).
           05 CRQ-CITY             PIC X(15).
           05 CRQ-POSTAL           PIC X(05).
           05 CRQ-BRANCH           PIC X(04).
           05 CRQ-OPERATOR         PIC X(08).
           05 FILLER               PIC X(01).
      *Applied/rejected register, one line per request.
       FD  CUST-REGISTER RECORDING MODE F.
       01  REG-REC.
           05 REG-CUST-NO    PIC 9(06).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-BRANCH     PIC X(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-ACTION     PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-DISP       PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-REASON     PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-SURNAME    PIC X(15).
      *FILLER pads the detail line out to the width of the header and
      *trailer records written to the same FD, so a WRITE...FROM
      *across the layouts below never truncates.
           05 FILLER         PIC X(19) VALUE SPACES.
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CUS-ST    PIC 9(02).
              88 CUS-FOUND    VALUE 00
                                    97.
              88 CUS-NOTFND   VALUE 23.
              88 CUS-EOF      VALUE 10.
           05 LNK-ST    PIC 9(02).
              88 LNK-FOUND    VALUE 00
                                    97.
              88 LNK-EOF      VALUE 10.
           05 CRQ-ST    PIC 9(02).
              88 CRQ-EOF      VALUE 10.
           05 REG-ST    PIC 9(02).
      *Set once initial file opens and the first card read have
      *succeeded, so an early abort does not write the trailer line
      *to a file that was never opened for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Counters kept for the register trailer line.
       01  WS-COUNTERS.
           05 WS-REQS-READ        PIC 9(06) VALUE ZERO.
           05 WS-REQS-APPLIED     PIC 9(06) VALUE ZERO.
           05 WS-REQS-REJECTED    PIC 9(06) VALUE ZERO.
      *Request validation outcome.
       01  WS-VALIDATION-FIELDS.
           05 WS-REQ-VALID-SW     PIC X(01).
              88 REQ-IS-VALID       VALUE 'Y'.
              88 REQ-IS-INVALID     VALUE 'N'.
           05 WS-REJECT-REASON    PIC X(30).
      *Customer-number assignment: the highest number on file, found
      *once at open time and moved on by every add.
       01  WS-NUMBER-FIELDS.
           05 WS-LAST-CUST-NO     PIC 9(06) VALUE ZERO.
           05 WS-CUST-NO-MAX      PIC 9(06) VALUE 999999.
      *Whole-file scans: the identity-document search an add or an
      *identity change makes, and the linked-account search a close
      *makes. The link file is optional -- until the maintenance run
      *has linked the first account there is none.
       01  WS-SCAN-FIELDS.
           05 WS-SCAN-END-SW      PIC X(01).
              88 WS-SCAN-ENDED       VALUE 'Y'.
           05 WS-SCAN-HIT-SW      PIC X(01).
              88 WS-SCAN-HIT         VALUE 'Y'.
           05 WS-SCAN-ID-TYPE     PIC X(02).
           05 WS-SCAN-ID-NO       PIC X(15).
           05 WS-SCAN-SKIP-NO     PIC 9(06).
           05 WS-LNK-PRESENT-SW   PIC X(01) VALUE 'Y'.
              88 WS-LNK-PRESENT      VALUE 'Y'.
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
      *Register header/trailer lines, built here (not in the FD) since
      *VALUE clauses on FILE SECTION records are not guaranteed to be
      *present in the record area until something has been moved into
      *it.
       01  WS-REG-HEADER-LINE.
           05 REG-HDR-TITLE     PIC X(40)
                        VALUE 'CUSTOMER MAINTENANCE REGISTER'.
           05 REG-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 REG-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(42) VALUE SPACES.
       01  WS-REG-TRAILER-LINE.
           05 REG-TRL-LIT1      PIC X(15) VALUE 'REQUESTS READ:'.
           05 REG-TRL-READ      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TRL-LIT2      PIC X(09) VALUE 'APPLIED:'.
           05 REG-TRL-APPLIED   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 REG-TRL-LIT3      PIC X(10) VALUE 'REJECTED:'.
           05 REG-TRL-REJECTED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(41) VALUE SPACES.
      *Register detail work fields: the customer the line is about,
      *the number given out on an add.
       01  WS-REG-FIELDS.
           05 WS-REG-CUST-NO    PIC 9(06).
           05 WS-REG-ACTION     PIC X(08).
           05 WS-REG-DISP       PIC X(08).
              88 WS-REG-APPLIED    VALUE 'APPLIED'.
              88 WS-REG-REJECTED   VALUE 'REJECTED'.
           05 WS-REG-SURNAME    PIC X(15).
      *Job run date: no birth date may be later than it.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A rejected request is a warning: the rest went through, and
      *the return code tells the branch to look at the register.
       01  WS-RETURN-FIELDS.
           05 WS-REJECT-RC       PIC 9(04) VALUE 0004.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-PROCESS THRU H200-END UNTIL CRQ-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses. The
      *customer master is created empty the first time it is used.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
           OPEN I-O CUST-MASTER.
           IF CUS-ST = 35
              OPEN OUTPUT CUST-MASTER
              CLOSE CUST-MASTER
              OPEN I-O CUST-MASTER
           END-IF.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
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
           OPEN INPUT  CUST-REQUESTS.
           IF (CRQ-ST NOT = 0) AND (CRQ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' CRQ-ST
              MOVE CRQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT CUST-REGISTER.
           IF (REG-ST NOT = 0) AND (REG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' REG-ST
              MOVE REG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H105-FIND-LAST-CUSTOMER.
           PERFORM H106-WRITE-REG-HEADER.
           PERFORM H140-READ-REQUEST.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Find the highest customer number already given out: read the
      *master forward once from its first key.
       H105-FIND-LAST-CUSTOMER.
           MOVE ZERO TO WS-LAST-CUST-NO.
           MOVE 'N'  TO WS-SCAN-END-SW.
           MOVE ZERO TO CUS-NO.
           START CUST-MASTER KEY NOT < CUS-NO.
           IF CUS-ST NOT = 0
              SET WS-SCAN-ENDED TO TRUE
           END-IF.
           PERFORM H107-LAST-NEXT UNTIL WS-SCAN-ENDED.
       H105-END. EXIT.
      *One read forward through the master.
       H107-LAST-NEXT.
           READ CUST-MASTER NEXT RECORD.
           IF CUS-ST NOT = 0
              SET WS-SCAN-ENDED TO TRUE
           ELSE
              MOVE CUS-NO TO WS-LAST-CUST-NO
           END-IF.
       H107-END. EXIT.
      *Write the one-line register heading.
       H106-WRITE-REG-HEADER.
           MOVE WS-JOB-START-DATE TO REG-HDR-DATE.
           WRITE REG-REC FROM WS-REG-HEADER-LINE.
       H106-END. EXIT.
      *Physical request read.
       H140-READ-REQUEST.
           READ CUST-REQUESTS.
           IF (CRQ-ST NOT = 0) AND (CRQ-ST NOT = 97)
                  AND (NOT CRQ-EOF)
              DISPLAY 'UNABLE TO READ FILE: ' CRQ-ST
              MOVE CRQ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H140-END. EXIT.
      *One request: the branch and operator checks every request
      *shares, then the add, change or close itself.
       H200-PROCESS.
           ADD 1 TO WS-REQS-READ.
           SET REQ-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CRQ-CUST-NO TO WS-REG-CUST-NO.
           MOVE CRQ-SURNAME TO WS-REG-SURNAME.
           EVALUATE TRUE
               WHEN CRQ-BRANCH = SPACES
                   MOVE 'BLANK BRANCH CODE' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN CRQ-OPERATOR = SPACES
                   MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN CRQ-ADD
                   PERFORM H220-APPLY-ADD THRU H220-END
               WHEN CRQ-CHANGE
                   PERFORM H230-APPLY-CHANGE THRU H230-END
               WHEN CRQ-CLOSE
                   PERFORM H240-APPLY-CLOSE THRU H240-END
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
           END-EVALUATE.
           IF REQ-IS-INVALID
              PERFORM H260-WRITE-REGISTER-REJECT
           ELSE
              PERFORM H250-WRITE-REGISTER-APPLIED
           END-IF.
           PERFORM H140-READ-REQUEST.
       H200-END. EXIT.
      *Read the customer a change or close names, and check they are
      *still active.
       H210-READ-CUSTOMER.
           MOVE CRQ-CUST-NO TO CUS-NO.
           READ CUST-MASTER.
           IF CUS-NOTFND
              MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H210-END
           END-IF.
           IF NOT CUS-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF CUS-CLOSED
              MOVE 'CUSTOMER IS CLOSED' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
           END-IF.
       H210-END. EXIT.
      *A birth date the card fills in must be a real date, no later
      *than today.
       H212-CHECK-BIRTH-DATE.
           MOVE CRQ-BDATE TO WS-CHK-DATE.
           PERFORM H215-CHECK-DATE.
           IF WS-CHK-DATE-BAD
              MOVE 'INVALID BIRTH DATE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H212-END
           END-IF.
           IF CRQ-BDATE > WS-JOB-START-DATE
              MOVE 'BIRTH DATE AFTER TODAY' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
           END-IF.
       H212-END. EXIT.
      *Check WS-CHK-DATE (a 9(08) YYYYMMDD date) for a valid year,
      *month and day-of-month, leap years included. Result comes
      *back in WS-CHK-RESULT-SW. Same checker as PBEG005 uses, so
      *the two programs agree on what a good date is.
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
      *An add must carry a name, a surname, a good birth date and an
      *identity document no other customer was taken on with. The
      *customer takes the next free number.
       H220-APPLY-ADD.
           EVALUATE TRUE
               WHEN CRQ-NAME = SPACES
                   MOVE 'BLANK CUSTOMER NAME' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN CRQ-SURNAME = SPACES
                   MOVE 'BLANK CUSTOMER SURNAME' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN CRQ-ID-TYPE = SPACES OR CRQ-ID-NO = SPACES
                   MOVE 'IDENTITY DOCUMENT MISSING'
                     TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN OTHER
                   PERFORM H212-CHECK-BIRTH-DATE THRU H212-END
           END-EVALUATE.
           IF REQ-IS-INVALID
              GO TO H220-END
           END-IF.
           MOVE ZERO TO WS-SCAN-SKIP-NO.
           PERFORM H225-CHECK-IDENTITY THRU H225-END.
           IF REQ-IS-INVALID
              GO TO H220-END
           END-IF.
           IF WS-LAST-CUST-NO >= WS-CUST-NO-MAX
              MOVE 'CUSTOMER NUMBERS EXHAUSTED' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H220-END
           END-IF.
           INITIALIZE CUS-REC WITH FILLER.
           ADD 1 WS-LAST-CUST-NO GIVING CUS-NO.
           SET CUS-ACTIVE         TO TRUE.
           MOVE CRQ-NAME          TO CUS-NAME.
           MOVE CRQ-SURNAME       TO CUS-SURNAME.
           MOVE CRQ-BDATE         TO CUS-BDATE.
           MOVE CRQ-ID-TYPE       TO CUS-ID-TYPE.
           MOVE CRQ-ID-NO         TO CUS-ID-NO.
           MOVE CRQ-STREET        TO CUS-STREET.
           MOVE CRQ-CITY          TO CUS-CITY.
           MOVE CRQ-POSTAL        TO CUS-POSTAL.
           MOVE CRQ-BRANCH        TO CUS-BRANCH.
           MOVE WS-JOB-START-DATE TO CUS-OPEN-DATE.
           MOVE WS-JOB-START-DATE TO CUS-MAINT-DATE.
           MOVE CRQ-OPERATOR      TO CUS-OPERATOR.
           WRITE CUS-REC.
           IF CUS-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE CUS-NO TO WS-LAST-CUST-NO.
           MOVE CUS-NO TO WS-REG-CUST-NO.
       H220-END. EXIT.
      *No two customers may be taken on with the same identity
      *document: scan the master for the card's document type and
      *number, passing over the customer being changed (or nobody,
      *on an add, when WS-SCAN-SKIP-NO is zero).
       H225-CHECK-IDENTITY.
           MOVE CRQ-ID-TYPE TO WS-SCAN-ID-TYPE.
           MOVE CRQ-ID-NO   TO WS-SCAN-ID-NO.
           MOVE 'N' TO WS-SCAN-END-SW.
           MOVE 'N' TO WS-SCAN-HIT-SW.
           MOVE ZERO TO CUS-NO.
           START CUST-MASTER KEY NOT < CUS-NO.
           IF CUS-ST NOT = 0
              SET WS-SCAN-ENDED TO TRUE
           END-IF.
           PERFORM H227-IDENTITY-NEXT
              UNTIL WS-SCAN-ENDED OR WS-SCAN-HIT.
           IF WS-SCAN-HIT
              MOVE 'IDENTITY ALREADY ON FILE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
           END-IF.
       H225-END. EXIT.
      *One read forward through the master in the identity search.
       H227-IDENTITY-NEXT.
           READ CUST-MASTER NEXT RECORD.
           IF CUS-ST NOT = 0
              SET WS-SCAN-ENDED TO TRUE
           ELSE
              IF CUS-ID-TYPE = WS-SCAN-ID-TYPE
                     AND CUS-ID-NO = WS-SCAN-ID-NO
                     AND CUS-NO NOT = WS-SCAN-SKIP-NO
                 SET WS-SCAN-HIT TO TRUE
              END-IF
           END-IF.
       H227-END. EXIT.
      *A change replaces only the fields the branch filled in. The
      *identity document changes as a pair and must still be the
      *customer's alone. The identity search moves the master
      *record area, so the customer is read again after it.
       H230-APPLY-CHANGE.
           PERFORM H210-READ-CUSTOMER THRU H210-END.
           IF REQ-IS-INVALID
              GO TO H230-END
           END-IF.
           IF CRQ-BDATE NOT = ZERO
              PERFORM H212-CHECK-BIRTH-DATE THRU H212-END
              IF REQ-IS-INVALID
                 GO TO H230-END
              END-IF
           END-IF.
           IF (CRQ-ID-TYPE = SPACES AND CRQ-ID-NO NOT = SPACES)
                  OR (CRQ-ID-TYPE NOT = SPACES AND CRQ-ID-NO = SPACES)
              MOVE 'IDENTITY DOCUMENT INCOMPLETE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H230-END
           END-IF.
           IF CRQ-ID-TYPE NOT = SPACES
              MOVE CRQ-CUST-NO TO WS-SCAN-SKIP-NO
              PERFORM H225-CHECK-IDENTITY THRU H225-END
              IF REQ-IS-INVALID
                 GO TO H230-END
              END-IF
              PERFORM H210-READ-CUSTOMER THRU H210-END
           END-IF.
           IF CRQ-NAME NOT = SPACES
              MOVE CRQ-NAME TO CUS-NAME
           END-IF.
           IF CRQ-SURNAME NOT = SPACES
              MOVE CRQ-SURNAME TO CUS-SURNAME
           END-IF.
           IF CRQ-BDATE NOT = ZERO
              MOVE CRQ-BDATE TO CUS-BDATE
           END-IF.
           IF CRQ-ID-TYPE NOT = SPACES
              MOVE CRQ-ID-TYPE TO CUS-ID-TYPE
              MOVE CRQ-ID-NO   TO CUS-ID-NO
           END-IF.
           IF CRQ-STREET NOT = SPACES
              MOVE CRQ-STREET TO CUS-STREET
           END-IF.
           IF CRQ-CITY NOT = SPACES
              MOVE CRQ-CITY TO CUS-CITY
           END-IF.
           IF CRQ-POSTAL NOT = SPACES
              MOVE CRQ-POSTAL TO CUS-POSTAL
           END-IF.
           MOVE CRQ-OPERATOR      TO CUS-OPERATOR.
           MOVE WS-JOB-START-DATE TO CUS-MAINT-DATE.
           PERFORM H245-REWRITE-CUSTOMER.
           MOVE CUS-SURNAME TO WS-REG-SURNAME.
       H230-END. EXIT.
      *A close marks the customer; it stays on file so old links and
      *letters can still be traced to it. A customer with accounts
      *still linked to them cannot be closed until the branch has
      *moved or unlinked those accounts.
       H240-APPLY-CLOSE.
           PERFORM H210-READ-CUSTOMER THRU H210-END.
           IF REQ-IS-INVALID
              GO TO H240-END
           END-IF.
           PERFORM H242-CHECK-LINKS THRU H242-END.
           IF WS-SCAN-HIT
              MOVE 'CUSTOMER HAS LINKED ACCOUNTS' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H240-END
           END-IF.
           SET CUS-CLOSED         TO TRUE.
           MOVE CRQ-OPERATOR      TO CUS-OPERATOR.
           MOVE WS-JOB-START-DATE TO CUS-MAINT-DATE.
           PERFORM H245-REWRITE-CUSTOMER.
           MOVE CUS-SURNAME TO WS-REG-SURNAME.
       H240-END. EXIT.
      *Is any account still linked to the customer? The link file is
      *keyed on the account, so it is read from the front.
       H242-CHECK-LINKS.
           MOVE 'N' TO WS-SCAN-HIT-SW.
           IF NOT WS-LNK-PRESENT
              GO TO H242-END
           END-IF.
           MOVE 'N' TO WS-SCAN-END-SW.
           MOVE ZERO TO LNK-ACCT-NO.
           START CUST-LINK KEY NOT < LNK-ACCT-NO.
           IF LNK-ST NOT = 0
              SET WS-SCAN-ENDED TO TRUE
           END-IF.
           PERFORM H243-LINK-NEXT
              UNTIL WS-SCAN-ENDED OR WS-SCAN-HIT.
       H242-END. EXIT.
      *One read forward through the link file.
       H243-LINK-NEXT.
           READ CUST-LINK NEXT RECORD.
           IF LNK-ST NOT = 0
              SET WS-SCAN-ENDED TO TRUE
           ELSE
              IF LNK-CUST-NO = CRQ-CUST-NO
                 SET WS-SCAN-HIT TO TRUE
              END-IF
           END-IF.
       H243-END. EXIT.
      *Put the changed customer back.
       H245-REWRITE-CUSTOMER.
           REWRITE CUS-REC.
           IF CUS-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H245-END. EXIT.
      *Register line for a request that was applied.
       H250-WRITE-REGISTER-APPLIED.
           ADD 1 TO WS-REQS-APPLIED.
           SET WS-REG-APPLIED TO TRUE.
           PERFORM H270-WRITE-REGISTER-LINE.
       H250-END. EXIT.
      *Register line for a request that was rejected, carrying the
      *reason back to the branch.
       H260-WRITE-REGISTER-REJECT.
           ADD 1 TO WS-REQS-REJECTED.
           SET WS-REG-REJECTED TO TRUE.
           PERFORM H270-WRITE-REGISTER-LINE.
       H260-END. EXIT.
      *Common register detail write.
       H270-WRITE-REGISTER-LINE.
           EVALUATE TRUE
               WHEN CRQ-ADD
                   MOVE 'ADD     ' TO WS-REG-ACTION
               WHEN CRQ-CHANGE
                   MOVE 'CHANGE  ' TO WS-REG-ACTION
               WHEN CRQ-CLOSE
                   MOVE 'CLOSE   ' TO WS-REG-ACTION
               WHEN OTHER
                   MOVE CRQ-ACTION TO WS-REG-ACTION
           END-EVALUATE.
           INITIALIZE REG-REC WITH FILLER.
           MOVE WS-REG-CUST-NO   TO REG-CUST-NO.
           MOVE CRQ-BRANCH       TO REG-BRANCH.
           MOVE WS-REG-ACTION    TO REG-ACTION.
           MOVE WS-REG-DISP      TO REG-DISP.
           MOVE WS-REJECT-REASON TO REG-REASON.
           MOVE WS-REG-SURNAME   TO REG-SURNAME.
           WRITE REG-REC.
       H270-END. EXIT.
      *Write the register trailer line and close the files. Any
      *rejected request comes back as a warning return code.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              MOVE WS-REQS-READ     TO REG-TRL-READ
              MOVE WS-REQS-APPLIED  TO REG-TRL-APPLIED
              MOVE WS-REQS-REJECTED TO REG-TRL-REJECTED
              WRITE REG-REC FROM WS-REG-TRAILER-LINE
              IF WS-REQS-REJECTED > 0 AND RETURN-CODE = 0
                 MOVE WS-REJECT-RC TO RETURN-CODE
              END-IF
           END-IF.
           CLOSE CUST-MASTER
                 CUST-LINK
                 CUST-REQUESTS
                 CUST-REGISTER.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
