                                  STATUS    REG-ST.
           SELECT OPTIONAL CONTROL-CARD ASSIGN TO SYSIN
                                  STATUS    CTL-ST.
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
       FD  CONTROL-CARD RECORDING MODE F.
       01  CTL-REC.
           05 CTL-RETAIN-YEARS PIC 9(02).
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
           05 ARC-ST    PIC 9(02).
           05 REG-ST    PIC 9(02).
           05 CTL-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
      *Set once initial file opens and the first read have
      *succeeded, so an early abort does not write register trailer
      *lines to a file that was never opened for output.
       01  WS-MATCH-KEYS.
           05 WS-MAST-KEY         PIC 9(05) VALUE ZERO.
           05 WS-PREV-MAST-KEY    PIC 9(05) VALUE ZERO.
      *Retention window: the cutoff is the business date rolled back
      *the configured number of years; a closed account whose as-of
      *date (the date the close was stamped) is older than the cutoff
      *is moved to the archive.
       01  WS-RETAIN-FIELDS.
           05 WS-RETAIN-YEARS     PIC 9(02) VALUE 07.
           05 WS-CUTOFF-DATE      PIC 9(08).
              10 WS-CUTOFF-MMDD   PIC 9(04).
           05 WS-BAL-EDIT         PIC -(09)9.99.
      *Dated archive dataset: one generation per purge run, named by
      *the business date, so no purge can ever overwrite an earlier
      *one.
       01  WS-DSN-FIELDS.
           05 WS-ARC-DSN.
              10 FILLER            PIC X(10) VALUE 'ACCTARCH.D'.
           05 WS-CHK-ACTUAL       PIC 9(06).
           05 WS-CHK-DESC         PIC X(26).
           05 WS-MISMATCHES       PIC 9(03) VALUE ZERO.
      *Run-control rules for this step: the step code it records
      *under, the step that must have finished first on the same
      *business date (spaces for none), and whether a finished run
      *anywhere in the month counts as done or only one on the same
      *date.
       01  WS-RCT-FIELDS.
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'PRG '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE 'MNT '.
      *The step that must not have finished yet for the business
      *date: the general-ledger run posts the date's history once,
      *so a movement written after it would never reach the ledger.
           05 WS-RCT-LATER-STEP   PIC X(04) VALUE 'GL  '.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'D'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG014'.
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
      *the register heading and the cutoff math.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A master record out of ascending sequence means the input
       01  WS-RETURN-FIELDS.
           05 WS-SEQ-ABORT-RC    PIC 9(04) VALUE 0012.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not, or
      *the ledger run has already posted the date.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program
      *Open the necessary files and check their statuses, point the
      *archive at this run's dated generation and set the cutoff.
       H100-OPEN-FILES.
           PERFORM H105-READ-CONTROL-CARD.
           PERFORM H160-CHECK-RUN-CONTROL.
           MOVE WS-JOB-START-DATE TO WS-ARC-DSN-DATE.
           MOVE WS-JOB-START-DATE TO WS-CUTOFF-DATE.
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY.
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
      *One master record: a close stamped before the cutoff moves to
      *the archive with a register line; everything else rolls over
      *to the new generation untouched.
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED AND RETURN-CODE = 0
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE ACCT-MASTER-IN
                 ACCT-MASTER-OUT
                 ARCH-FILE
                 PURGE-REGISTER
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
