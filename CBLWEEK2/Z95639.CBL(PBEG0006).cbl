                                  STATUS    REG-ST.
           SELECT ACCT-HISTORY    ASSIGN TO ACCTHIST
                                  STATUS    HIS-ST.
           SELECT SUSP-REJECTS    ASSIGN TO SUSPREJ
                                  STATUS    SRJ-ST.
           SELECT RUN-CONTROL     ASSIGN TO RUNCTL
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY RCT-KEY
                                  STATUS    RCT-ST.
           SELECT OPTIONAL OVERRIDE-CARD ASSIGN TO RUNOVR
                                  STATUS    OVR-ST.
           SELECT OVERRIDE-LOG    ASSIGN TO RUNLOG
                                  STATUS    OVL-ST.
           SELECT OPTIONAL CUST-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION INDEXED
                                  ACCESS RANDOM
                                  RECORD KEY CUS-NO
                                  STATUS    CUS-ST.
           SELECT CUST-LINK       ASSIGN TO CUSTLINK
                                  ORGANIZATION INDEXED
                                  ACCESS DYNAMIC
                                  RECORD KEY LNK-ACCT-NO
                                  STATUS    LNK-ST.
       DATA DIVISION.
       FILE SECTION.
      *Current-generation master, same record layout as the ACCTREC
           05 MSTO-STREET    PIC X(25).
           05 MSTO-CITY      PIC X(15).
           05 MSTO-POSTAL    PIC X(05).
      *Daily branch transactions, merged by PBEG015 from the
      *accepted branch batches and sorted ascending on TRN-NO.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRAN-REC.
           05 TRN-ACTION     PIC X(01).
      *no longer overwrite each other with stale 'C' changes.
              88 TRN-DEPOSIT    VALUE 'D'.
              88 TRN-WITHDRAW   VALUE 'W'.
      *A link ties the account to a customer on the customer master
      *(customer number zero unlinks it). It moves no money and
      *changes nothing on the account record itself.
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
      *Balance and currency travel as a pair: an add takes them as
           05 TRN-STREET     PIC X(25).
           05 TRN-CITY       PIC X(15).
           05 TRN-POSTAL     PIC X(05).
      *Batch the transaction came in: collection date and the
      *batch's sequence in that night's collection.
           05 TRN-BATCH-ID.
              10 TRN-BAT-DATE   PIC 9(08).
              10 TRN-BAT-SEQ    PIC 9(04).
      *Applied/rejected register, one line per transaction, so the
      *branches can see what happened to each item they submitted.
       FD  TRAN-REGISTER RECORDING MODE F.
           05 HIS-AFT-BALANCE PIC S9(09)V99.
           05 HIS-BEF-STATUS  PIC X(01).
           05 HIS-AFT-STATUS  PIC X(01).
      *Every transaction rejected tonight, whole, with the reason and
      *the date, for the suspense run to hold until the branch
      *corrects it or writes it off.
       FD  SUSP-REJECTS RECORDING MODE F.
       01  SRJ-REC.
           05 SRJ-FAIL-DATE   PIC 9(08).
           05 SRJ-REASON      PIC X(30).
           05 SRJ-TRAN        PIC X(118).
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
      *Customer master kept by PBEG023, read only to check that a
      *link names a customer who is on file and still active.
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
      *Account-to-customer link, one record per linked account. The
      *'L' transactions are applied to it directly; it is not part
      *of the master generation this program writes.
       FD  CUST-LINK.
       01  LNK-REC.
           05 LNK-ACCT-NO          PIC 9(04).
           05 LNK-CUST-NO          PIC 9(06).
           05 LNK-DATE             PIC 9(08).
           05 LNK-BRANCH           PIC X(04).
           05 FILLER               PIC X(08).
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
                                    97.
           05 REG-ST    PIC 9(02).
           05 HIS-ST    PIC 9(02).
           05 SRJ-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
           05 CUS-ST    PIC 9(02).
              88 CUS-FOUND    VALUE 00
                                    97.
              88 CUS-NOTFND   VALUE 23.
           05 LNK-ST    PIC 9(02).
              88 LNK-FOUND    VALUE 00
                                    97.
              88 LNK-NOTFND   VALUE 23.
      *Counters kept for the register trailer line.
       01  WS-COUNTERS.
           05 WS-MAST-READ        PIC 9(06) VALUE ZERO.
           05 WS-HIST-AFT-BALANCE PIC S9(09)V99.
           05 WS-HIST-BEF-STATUS  PIC X(01).
           05 WS-HIST-AFT-STATUS  PIC X(01).
      *Run-control rules for this step: the step code it records
      *under, the step that must have finished first on the same
      *business date (spaces for none), and whether a finished run
      *anywhere in the month counts as done or only one on the same
      *date.
       01  WS-RCT-FIELDS.
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'MNT '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE 'COL '.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'D'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG006'.
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
      *Business date of the night, off the run-control date row,
      *stamped onto added and changed master records.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A master record out of ascending sequence means the input
      *return code so the scheduler holds the new generation.
       01  WS-RETURN-FIELDS.
           05 WS-SEQ-ABORT-RC    PIC 9(04) VALUE 0012.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses.
       H100-OPEN-FILES.
      *The branch table carries no VALUE clauses (it sits under
      *OCCURS), so it must be cleared before the first transaction
      *can probe it.
           INITIALIZE WS-BRN-TABLE.
           PERFORM H160-CHECK-RUN-CONTROL.
           OPEN INPUT  ACCT-MASTER-IN.
           IF (MSTI-ST NOT = 0) AND (MSTI-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' MSTI-ST
              MOVE HIS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT SUSP-REJECTS.
           IF (SRJ-ST NOT = 0) AND (SRJ-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' SRJ-ST
              MOVE SRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *Until the first customer is taken on there is no customer
      *master; every link is then rejected as naming no customer.
           OPEN INPUT  CUST-MASTER.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
                  AND (CUS-ST NOT = 05)
              DISPLAY 'UNABLE TO OPEN FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *The link file is created empty the first night anything is
      *linked, the same way the run-control file is.
           OPEN I-O CUST-LINK.
           IF LNK-ST = 35
              OPEN OUTPUT CUST-LINK
              CLOSE CUST-LINK
              OPEN I-O CUST-LINK
           END-IF.
           IF (LNK-ST NOT = 0) AND (LNK-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H106-WRITE-REG-HEADER.
           PERFORM H130-READ-MASTER.
           PERFORM H140-READ-TRAN.
           PERFORM H260-WRITE-REGISTER-REJECT.
           PERFORM H141-GET-TRAN.
       H142-END. EXIT.
      *Check the run-control file before anything is opened for
      *output, so a refused run never touches the new generation:
      *this step must not have finished already for the business
      *date (or month), and the step before it must have. A valid
      *override card lets either check through, and is logged. The
      *step is then marked started against the generation it reads.
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
      *Balanced-line match of the sorted master against the sorted
      *transactions. A master below the transaction key rolls over
      *to the new generation unchanged; a transaction below the
               WHEN TRN-WITHDRAW
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-LINK
                   MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN TRN-ADD
                   PERFORM H225-VALIDATE-ADD
               WHEN OTHER
                   PERFORM H238-APPLY-DEPOSIT THRU H238-END
               WHEN TRN-WITHDRAW
                   PERFORM H239-APPLY-WITHDRAWAL THRU H239-END
               WHEN TRN-LINK
                   PERFORM H236-APPLY-LINK THRU H236-END
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
           END-IF.
           MOVE WS-JOB-START-DATE TO MSTI-TODAY.
       H235-END. EXIT.
      *A link ties an open account to an active customer, or moves
      *it from one customer to another; customer number zero unlinks
      *it. A closed account may still be unlinked, so the customer
      *can be closed in turn, but not linked. The link file sits
      *outside the master generations, so a rerun finds its links
      *already made: a link to the customer the account already has,
      *or an unlink of an account with none, is taken as applied and
      *changes nothing. The account record itself is not touched, so
      *its as-of date is not restamped.
       H236-APPLY-LINK.
           IF TRN-CUST-NO NOT NUMERIC
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H236-END
           END-IF.
           IF MSTI-STATUS = 'C' AND TRN-CUST-NO NOT = ZERO
              MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H236-END
           END-IF.
           MOVE TRN-NO TO LNK-ACCT-NO.
           READ CUST-LINK.
           IF (NOT LNK-FOUND) AND (NOT LNK-NOTFND)
              DISPLAY 'UNABLE TO READ FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF TRN-CUST-NO = ZERO
              IF LNK-FOUND
                 DELETE CUST-LINK RECORD
                 IF LNK-ST NOT = 0
                    DISPLAY 'UNABLE TO WRITE FILE: ' LNK-ST
                    MOVE LNK-ST TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
              END-IF
              GO TO H236-END
           END-IF.
           IF LNK-FOUND AND LNK-CUST-NO = TRN-CUST-NO
              GO TO H236-END
           END-IF.
           MOVE TRN-CUST-NO TO CUS-NO.
           READ CUST-MASTER.
           IF CUS-NOTFND
              MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H236-END
           END-IF.
           IF NOT CUS-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF CUS-CLOSED
              MOVE 'CUSTOMER IS CLOSED' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
              GO TO H236-END
           END-IF.
           MOVE TRN-CUST-NO       TO LNK-CUST-NO.
           MOVE WS-JOB-START-DATE TO LNK-DATE.
           MOVE TRN-BRANCH        TO LNK-BRANCH.
           IF LNK-FOUND
              REWRITE LNK-REC
           ELSE
              MOVE TRN-NO TO LNK-ACCT-NO
              WRITE LNK-REC
           END-IF.
           IF LNK-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H236-END. EXIT.
      *A close flips the status byte; the record stays on the master
      *so history is kept, and the report run skips it as before.
       H237-APPLY-CLOSE.
           PERFORM H270-WRITE-REGISTER-LINE.
       H250-END. EXIT.
      *Register line for a transaction that was rejected, carrying
      *the reason back to the submitting branch, and the whole
      *transaction out to suspense so it is not lost if the branch
      *never re-keys it.
       H260-WRITE-REGISTER-REJECT.
           ADD 1 TO WS-TRANS-REJECTED.
           SET WS-REG-REJECTED TO TRUE.
              ADD 1 TO WS-BRN-REJECTED (WS-BRN-IX)
           END-IF.
           PERFORM H270-WRITE-REGISTER-LINE.
           PERFORM H265-WRITE-SUSPENSE.
       H260-END. EXIT.
      *One suspense record for the rejected transaction.
       H265-WRITE-SUSPENSE.
           MOVE WS-JOB-START-DATE TO SRJ-FAIL-DATE.
           MOVE WS-REJECT-REASON  TO SRJ-REASON.
           MOVE TRAN-REC          TO SRJ-TRAN.
           WRITE SRJ-REC.
           IF SRJ-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' SRJ-ST
              MOVE SRJ-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H265-END. EXIT.
      *Find (or open) the branch slot for the transaction being
      *registered; a batch keyed with no branch code collects under
      *the blank slot so it still shows up somewhere.
                   MOVE 'DEPOSIT ' TO WS-REG-ACTION
               WHEN TRN-WITHDRAW
                   MOVE 'WITHDRAW' TO WS-REG-ACTION
               WHEN TRN-LINK
                   MOVE 'LINK    ' TO WS-REG-ACTION
               WHEN OTHER
                   MOVE TRN-ACTION TO WS-REG-ACTION
           END-EVALUATE.
              MOVE WS-MAST-WRITTEN   TO REG-TRL-MWRITTEN
              WRITE REG-REC FROM WS-REG-TRAILER-LINE2
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED AND RETURN-CODE = 0
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE ACCT-MASTER-IN
                 ACCT-MASTER-OUT
                 TRAN-FILE
                 TRAN-REGISTER
                 ACCT-HISTORY
                 SUSP-REJECTS
                 RUN-CONTROL
                 CUST-MASTER
                 CUST-LINK.
       H300-END. EXIT.
      *The per-branch accountability section of the register: one
      *subtotal line per branch that keyed anything tonight, so each
           MOVE WS-BRN-REJECTED (WS-BRN-IX) TO REG-BRN-REJECTED.
           WRITE REG-REC FROM WS-REG-BRN-LINE.
       H295-END. EXIT.
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
