       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG017.
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
           SELECT SO-REQUESTS     ASSIGN TO SOREQ
                                  STATUS    SOR-ST.
           SELECT SO-REGISTER     ASSIGN TO SOMREG
                                  STATUS    REG-ST.
       DATA DIVISION.
       FILE SECTION.
      *Standing-order file: one recurring deposit into or withdrawal
      *from an account, keyed by the account and the order's number
      *on it. The nightly generator writes each due order into a
      *framed batch and rolls its next due date forward; a cancelled
      *or ended order stays on file so its history can be shown.
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
      *Day of the month the order falls due on, kept apart from the
      *next due date so an order for the 31st comes back to the 31st
      *after a short month.
           05 SO-DUE-DAY           PIC 9(02).
           05 SO-NEXT-DUE          PIC 9(08).
      *Zero end date means the order runs until it is cancelled.
           05 SO-END-DATE          PIC 9(08).
           05 SO-BRANCH            PIC X(04).
           05 SO-OPERATOR          PIC X(08).
           05 SO-MAINT-DATE        PIC 9(08).
           05 SO-LAST-GEN-DATE     PIC 9(08).
           05 SO-GEN-COUNT         PIC 9(04).
      *The last time PBEG006 rejected a generated item, and why.
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
      *One maintenance request per card. An add names the account
      *and carries every order field; the order number is given out
      *here. A change or cancel names the order by account and
      *number; on a change, blank or zero fields leave the order's
      *own alone, the same rule the maintenance run uses on the
      *master. Every request carries the branch and the operator.
       FD  SO-REQUESTS RECORDING MODE F.
       01  SOR-REC.
           05 SOR-ACTION           PIC X(01).
              88 SOR-ADD              VALUE 'A'.
              88 SOR-CHANGE           VALUE 'C'.
              88 SOR-CANCEL           VALUE 'X'.
           05 SOR-KEY.
              10 SOR-ACCT-NO       PIC 9(04).
              10 SOR-SEQ           PIC 9(02).
           05 SOR-TRN-ACTION       PIC X(01).
           05 SOR-AMOUNT           PIC 9(09)V99.
           05 SOR-CURR             PIC X(03).
           05 SOR-FREQ             PIC X(01).
           05 SOR-NEXT-DUE         PIC 9(08).
           05 SOR-END-DATE         PIC 9(08).
           05 SOR-BRANCH           PIC X(04).
           05 SOR-OPERATOR         PIC X(08).
           05 FILLER               PIC X(29).
      *Applied/rejected register, one line per request.
       FD  SO-REGISTER RECORDING MODE F.
       01  REG-REC.
           05 REG-ORDER-ID   PIC X(07).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-BRANCH     PIC X(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-ACTION     PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-DISP       PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-REASON     PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-NEXT-DUE   PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 REG-AMOUNT     PIC X(14).
      *FILLER pads the detail line out to the width of the header and
      *trailer records written to the same FD, so a WRITE...FROM
      *across the layouts below never truncates.
           05 FILLER         PIC X(09) VALUE SPACES.
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 SO-ST     PIC 9(02).
              88 SO-FOUND     VALUE 00.
              88 SO-NOTFND    VALUE 23.
              88 SO-DUPKEY    VALUE 22.
           05 ACCT-ST   PIC 9(02).
              88 ACCT-FOUND   VALUE 00
                                    97.
              88 ACCT-NOTFND  VALUE 23.
           05 SOR-ST    PIC 9(02).
              88 SOR-EOF      VALUE 10.
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
      *The order as a change would leave it, checked as a whole
      *before any of it is applied.
       01  WS-CHANGE-FIELDS.
           05 WS-NEW-NEXT-DUE     PIC 9(08).
           05 WS-NEW-END-DATE     PIC 9(08).
      *Order-number search for an add: the highest number already
      *on the account.
       01  WS-SEQ-FIELDS.
           05 WS-LAST-SEQ         PIC 9(02).
           05 WS-SEQ-END-SW       PIC X(01).
              88 WS-SEQ-ENDED        VALUE 'Y'.
           05 WS-SEQ-MAX          PIC 9(02) VALUE 99.
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
                        VALUE 'STANDING ORDER MAINTENANCE REGISTER'.
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
      *Register detail work fields: the order id printed as account
      *and order number, and the money and date columns carried as
      *text so a rejected line can leave them blank.
       01  WS-REG-FIELDS.
           05 WS-ORDER-ID.
              10 WS-OID-ACCT    PIC 9(04).
              10 FILLER         PIC X(01) VALUE '-'.
              10 WS-OID-SEQ     PIC 9(02).
           05 WS-REG-ACTION     PIC X(08).
           05 WS-REG-DISP       PIC X(08).
              88 WS-REG-APPLIED    VALUE 'APPLIED'.
              88 WS-REG-REJECTED   VALUE 'REJECTED'.
           05 WS-REG-NEXT-DUE   PIC X(08).
           05 WS-REG-AMOUNT     PIC X(14).
           05 WS-REG-AMT-EDIT   PIC -(09)9.99.
      *Job run date: no order may be set to fall due before it.
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
           PERFORM H200-PROCESS THRU H200-END UNTIL SOR-EOF.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses. The
      *standing-order file is created empty the first time it is
      *used.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
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
           OPEN INPUT  SO-REQUESTS.
           IF (SOR-ST NOT = 0) AND (SOR-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SOR-ST
              MOVE SOR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SO-REGISTER.
           IF (REG-ST NOT = 0) AND (REG-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' REG-ST
              MOVE REG-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-WRITE-REG-HEADER.
           PERFORM H140-READ-REQUEST.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Write the one-line register heading.
       H106-WRITE-REG-HEADER.
           MOVE WS-JOB-START-DATE TO REG-HDR-DATE.
           WRITE REG-REC FROM WS-REG-HEADER-LINE.
       H106-END. EXIT.
      *Physical request read.
       H140-READ-REQUEST.
           READ SO-REQUESTS.
           IF (SOR-ST NOT = 0) AND (SOR-ST NOT = 97)
                  AND (NOT SOR-EOF)
              DISPLAY 'UNABLE TO READ FILE: ' SOR-ST
              MOVE SOR-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H140-END. EXIT.
      *One request: the branch and operator checks every request
      *shares, then the add, change or cancel itself.
       H200-PROCESS.
           ADD 1 TO WS-REQS-READ.
           SET REQ-IS-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-REG-NEXT-DUE.
           MOVE SPACES TO WS-REG-AMOUNT.
           MOVE SOR-ACCT-NO TO WS-OID-ACCT.
           MOVE SOR-SEQ     TO WS-OID-SEQ.
           EVALUATE TRUE
               WHEN SOR-BRANCH = SPACES
                   MOVE 'BLANK BRANCH CODE' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-OPERATOR = SPACES
                   MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-ADD
                   PERFORM H220-APPLY-ADD THRU H220-END
               WHEN SOR-CHANGE
                   PERFORM H230-APPLY-CHANGE THRU H230-END
               WHEN SOR-CANCEL
                   PERFORM H240-APPLY-CANCEL THRU H240-END
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
      *Read the account the request names; a status other than found
      *or not found is fatal.
       H210-READ-ACCOUNT.
           MOVE SOR-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF (NOT ACCT-FOUND) AND (NOT ACCT-NOTFND)
              DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H210-END. EXIT.
      *Read the order a change or cancel names, and check the branch
      *asking owns it and it is still running.
       H212-READ-ORDER.
           MOVE SOR-KEY TO SO-KEY.
           READ STANDING-ORDERS.
           IF SO-NOTFND
              MOVE 'ORDER NOT ON FILE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H212-END
           END-IF.
           IF NOT SO-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT SO-ACTIVE
              MOVE 'ORDER NOT ACTIVE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H212-END
           END-IF.
           IF SO-BRANCH NOT = SOR-BRANCH
              MOVE 'ORDER BELONGS TO OTHER BRANCH' TO WS-REJECT-REASON
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
      *An add must name an open account and carry a complete order
      *that could be applied to it: a deposit or withdrawal of a
      *positive amount in the account's own currency, a frequency,
      *a next due date no earlier than today and an end date, when
      *given, no earlier than that. The order takes the next free
      *number on the account.
       H220-APPLY-ADD.
           PERFORM H210-READ-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-NOTFND
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN ACCT-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-TRN-ACTION NOT = 'D' AND NOT = 'W'
                   MOVE 'INVALID ORDER ACTION' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-AMOUNT NOT > ZERO
                   MOVE 'INVALID ORDER AMOUNT' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-CURR = SPACES
                   MOVE 'BLANK CURRENCY CODE' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-CURR NOT = ACCT-CURR
                   MOVE 'CURRENCY MISMATCH' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN SOR-FREQ NOT = 'W' AND NOT = 'M'
                                   AND NOT = 'Q' AND NOT = 'A'
                   MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON
                   SET REQ-IS-INVALID TO TRUE
               WHEN OTHER
                   MOVE SOR-NEXT-DUE TO WS-NEW-NEXT-DUE
                   MOVE SOR-END-DATE TO WS-NEW-END-DATE
                   PERFORM H225-CHECK-ORDER-DATES THRU H225-END
           END-EVALUATE.
           IF REQ-IS-INVALID
              GO TO H220-END
           END-IF.
           PERFORM H227-FIND-LAST-SEQ.
           IF WS-LAST-SEQ >= WS-SEQ-MAX
              MOVE 'TOO MANY ORDERS ON ACCOUNT' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H220-END
           END-IF.
           INITIALIZE SO-REC WITH FILLER.
           MOVE SOR-ACCT-NO      TO SO-ACCT-NO.
           ADD 1 WS-LAST-SEQ GIVING SO-SEQ.
           SET SO-ACTIVE         TO TRUE.
           MOVE SOR-TRN-ACTION   TO SO-TRN-ACTION.
           MOVE SOR-AMOUNT       TO SO-AMOUNT.
           MOVE SOR-CURR         TO SO-CURR.
           MOVE SOR-FREQ         TO SO-FREQ.
           MOVE SOR-NEXT-DUE     TO SO-NEXT-DUE.
           MOVE SOR-NEXT-DUE     TO WS-CHK-DATE.
           MOVE WS-CHK-DD        TO SO-DUE-DAY.
           MOVE SOR-END-DATE     TO SO-END-DATE.
           MOVE SOR-BRANCH       TO SO-BRANCH.
           MOVE SOR-OPERATOR     TO SO-OPERATOR.
           MOVE WS-JOB-START-DATE TO SO-MAINT-DATE.
           WRITE SO-REC.
           IF SO-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE SO-SEQ TO WS-OID-SEQ.
       H220-END. EXIT.
      *The next due date must be a real date no earlier than today;
      *the end date, when there is one, a real date no earlier than
      *the next due date.
       H225-CHECK-ORDER-DATES.
           MOVE WS-NEW-NEXT-DUE TO WS-CHK-DATE.
           PERFORM H215-CHECK-DATE.
           IF WS-CHK-DATE-BAD
              MOVE 'INVALID NEXT DUE DATE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H225-END
           END-IF.
           IF WS-NEW-NEXT-DUE < WS-JOB-START-DATE
              MOVE 'NEXT DUE DATE BEFORE TODAY' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H225-END
           END-IF.
           IF WS-NEW-END-DATE = ZERO
              GO TO H225-END
           END-IF.
           MOVE WS-NEW-END-DATE TO WS-CHK-DATE.
           PERFORM H215-CHECK-DATE.
           IF WS-CHK-DATE-BAD
              MOVE 'INVALID END DATE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H225-END
           END-IF.
           IF WS-NEW-END-DATE < WS-NEW-NEXT-DUE
              MOVE 'END DATE BEFORE NEXT DUE' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
           END-IF.
       H225-END. EXIT.
      *Find the highest order number already on the account:
      *position on its first possible key and read forward while the
      *account holds.
       H227-FIND-LAST-SEQ.
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE 'N'  TO WS-SEQ-END-SW.
           MOVE SOR-ACCT-NO TO SO-ACCT-NO.
           MOVE ZERO        TO SO-SEQ.
           START STANDING-ORDERS KEY NOT < SO-KEY.
           IF SO-ST NOT = 0
              SET WS-SEQ-ENDED TO TRUE
           END-IF.
           PERFORM H228-SEQ-NEXT UNTIL WS-SEQ-ENDED.
       H227-END. EXIT.
      *One read forward through the account's orders.
       H228-SEQ-NEXT.
           READ STANDING-ORDERS NEXT RECORD.
           IF SO-ST NOT = 0 OR SO-ACCT-NO NOT = SOR-ACCT-NO
              SET WS-SEQ-ENDED TO TRUE
           ELSE
              MOVE SO-SEQ TO WS-LAST-SEQ
           END-IF.
       H228-END. EXIT.
      *A change replaces only the fields the branch filled in. A new
      *currency must still be the account's own; a new next due date
      *resets the day of the month the order keeps to. The dates are
      *checked as the change would leave them.
       H230-APPLY-CHANGE.
           PERFORM H212-READ-ORDER THRU H212-END.
           IF REQ-IS-INVALID
              GO TO H230-END
           END-IF.
           IF SOR-TRN-ACTION NOT = SPACE
                  AND SOR-TRN-ACTION NOT = 'D'
                  AND SOR-TRN-ACTION NOT = 'W'
              MOVE 'INVALID ORDER ACTION' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H230-END
           END-IF.
           IF SOR-FREQ NOT = SPACE
                  AND SOR-FREQ NOT = 'W' AND SOR-FREQ NOT = 'M'
                  AND SOR-FREQ NOT = 'Q' AND SOR-FREQ NOT = 'A'
              MOVE 'INVALID FREQUENCY' TO WS-REJECT-REASON
              SET REQ-IS-INVALID TO TRUE
              GO TO H230-END
           END-IF.
           IF SOR-CURR NOT = SPACES
              PERFORM H210-READ-ACCOUNT
              IF ACCT-NOTFND OR SOR-CURR NOT = ACCT-CURR
                 MOVE 'CURRENCY MISMATCH' TO WS-REJECT-REASON
                 SET REQ-IS-INVALID TO TRUE
                 GO TO H230-END
              END-IF
           END-IF.
           MOVE SO-NEXT-DUE TO WS-NEW-NEXT-DUE.
           MOVE SO-END-DATE TO WS-NEW-END-DATE.
           IF SOR-NEXT-DUE NOT = ZERO
              MOVE SOR-NEXT-DUE TO WS-NEW-NEXT-DUE
           END-IF.
           IF SOR-END-DATE NOT = ZERO
              MOVE SOR-END-DATE TO WS-NEW-END-DATE
           END-IF.
           PERFORM H225-CHECK-ORDER-DATES THRU H225-END.
           IF REQ-IS-INVALID
              GO TO H230-END
           END-IF.
           IF SOR-TRN-ACTION NOT = SPACE
              MOVE SOR-TRN-ACTION TO SO-TRN-ACTION
           END-IF.
           IF SOR-AMOUNT NOT = ZERO
              MOVE SOR-AMOUNT TO SO-AMOUNT
           END-IF.
           IF SOR-CURR NOT = SPACES
              MOVE SOR-CURR TO SO-CURR
           END-IF.
           IF SOR-FREQ NOT = SPACE
              MOVE SOR-FREQ TO SO-FREQ
           END-IF.
           IF SOR-NEXT-DUE NOT = ZERO
              MOVE SOR-NEXT-DUE TO SO-NEXT-DUE
              MOVE SOR-NEXT-DUE TO WS-CHK-DATE
              MOVE WS-CHK-DD    TO SO-DUE-DAY
           END-IF.
           MOVE WS-NEW-END-DATE   TO SO-END-DATE.
           MOVE SOR-OPERATOR      TO SO-OPERATOR.
           MOVE WS-JOB-START-DATE TO SO-MAINT-DATE.
           PERFORM H245-REWRITE-ORDER.
       H230-END. EXIT.
      *A cancel stops the order; it stays on file, marked, so the
      *register of what it generated can still be traced to it.
       H240-APPLY-CANCEL.
           PERFORM H212-READ-ORDER THRU H212-END.
           IF REQ-IS-INVALID
              GO TO H240-END
           END-IF.
           SET SO-CANCELLED       TO TRUE.
           MOVE SOR-OPERATOR      TO SO-OPERATOR.
           MOVE WS-JOB-START-DATE TO SO-MAINT-DATE.
           PERFORM H245-REWRITE-ORDER.
       H240-END. EXIT.
      *Put the changed order back.
       H245-REWRITE-ORDER.
           REWRITE SO-REC.
           IF SO-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' SO-ST
              MOVE SO-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H245-END. EXIT.
      *Register line for a request that was applied, showing the
      *order as it now stands.
       H250-WRITE-REGISTER-APPLIED.
           ADD 1 TO WS-REQS-APPLIED.
           SET WS-REG-APPLIED TO TRUE.
           MOVE SO-NEXT-DUE   TO WS-REG-NEXT-DUE.
           MOVE SO-AMOUNT     TO WS-REG-AMT-EDIT.
           MOVE WS-REG-AMT-EDIT TO WS-REG-AMOUNT.
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
               WHEN SOR-ADD
                   MOVE 'ADD     ' TO WS-REG-ACTION
               WHEN SOR-CHANGE
                   MOVE 'CHANGE  ' TO WS-REG-ACTION
               WHEN SOR-CANCEL
                   MOVE 'CANCEL  ' TO WS-REG-ACTION
               WHEN OTHER
                   MOVE SOR-ACTION TO WS-REG-ACTION
           END-EVALUATE.
           INITIALIZE REG-REC WITH FILLER.
           MOVE WS-ORDER-ID      TO REG-ORDER-ID.
           MOVE SOR-BRANCH       TO REG-BRANCH.
           MOVE WS-REG-ACTION    TO REG-ACTION.
           MOVE WS-REG-DISP      TO REG-DISP.
           MOVE WS-REJECT-REASON TO REG-REASON.
           MOVE WS-REG-NEXT-DUE  TO REG-NEXT-DUE.
           MOVE WS-REG-AMOUNT    TO REG-AMOUNT.
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
           CLOSE STANDING-ORDERS
                 ACCT-REC
                 SO-REQUESTS
                 SO-REGISTER.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           STOP RUN.
       H999-END. EXIT.
      *
