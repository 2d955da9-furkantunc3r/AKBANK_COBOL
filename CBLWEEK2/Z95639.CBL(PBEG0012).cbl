                                 STATUS    TRN-ST.
           SELECT EDIT-REPORT    ASSIGN TO EDITRPT
                                 STATUS    RPT-ST.
           SELECT EDIT-LOG       ASSIGN TO EDITLOG
                                 STATUS    EDL-ST.
       DATA DIVISION.
       FILE SECTION.
      *A branch's daytime TRANFILE batch: the transaction layout is
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
      *check records written to the same FD, so a WRITE...FROM
      *across the layouts below never truncates.
           05 FILLER         PIC X(34) VALUE SPACES.
      *Accumulating log of every edit run, one record per batch: the
      *count and hash this run took off the file and whether the
      *batch came through clean. The nightly collection run accepts
      *a batch only when its latest edit here was clean over the
      *same count and hash, so a batch changed after its edit is
      *held back.
       FD  EDIT-LOG RECORDING MODE F.
       01  EDL-REC.
           05 EDL-BRANCH      PIC X(04).
           05 EDL-BATCH-DATE  PIC 9(08).
           05 EDL-TRAN-COUNT  PIC 9(06).
           05 EDL-HASH-TOTAL  PIC 9(13)V99.
           05 EDL-RUN-DATE    PIC 9(08).
           05 EDL-RUN-TIME    PIC 9(08).
           05 EDL-RESULT      PIC X(01).
              88 EDL-CLEAN       VALUE 'C'.
              88 EDL-IN-ERROR    VALUE 'E'.
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
              88 TRN-SUCCESS  VALUE 00
                                    97.
           05 RPT-ST    PIC 9(02).
           05 EDL-ST    PIC 9(02).
      *Set once initial file opens and the first read have
      *succeeded, so an early abort does not write trailer lines to
      *a file that was never opened for output.
           05 WS-TRL-SEEN-SW      PIC X(01) VALUE 'N'.
              88 WS-TRL-SEEN        VALUE 'Y'.
           05 WS-BATCH-BRANCH     PIC X(04) VALUE SPACES.
           05 WS-BATCH-DATE       PIC 9(08) VALUE ZERO.
           05 WS-TRL-TRAN-COUNT   PIC 9(06) VALUE ZERO.
           05 WS-TRL-HASH-TOTAL   PIC 9(13)V99 VALUE ZERO.
      *Sequence state, same rule as the nightly run: transactions
           05 WS-CHK-ACTUAL       PIC 9(13)V99.
           05 WS-CHK-DESC         PIC X(26).
           05 WS-MISMATCHES       PIC 9(03) VALUE ZERO.
      *Job run date, the reference for the birth-date edits, and the
      *start time stamped on the edit log.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
           05 WS-JOB-START-TIME  PIC 9(08).
      *Nonzero return code when the batch carries any error or does
      *not balance to its trailer, so the branch's submit step can
      *hold a bad batch automatically.
      *the batch header off the front of the file.
       H100-OPEN-FILES.
           ACCEPT WS-JOB-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JOB-START-TIME FROM TIME.
           OPEN INPUT  TRAN-BATCH.
           IF (TRN-ST NOT = 0) AND (TRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' TRN-ST
           IF (NOT TRN-EOF) AND BHD-IS-HEADER
              SET WS-HDR-SEEN TO TRUE
              MOVE BHD-BRANCH TO WS-BATCH-BRANCH
              MOVE BHD-DATE   TO WS-BATCH-DATE
              PERFORM H140-READ-BATCH
           END-IF.
       H110-END. EXIT.
           MOVE TRN-NO TO WS-TRAN-KEY.
           EVALUATE TRUE
               WHEN NOT (TRN-ADD OR TRN-CHANGE OR TRN-CLOSE
                      OR TRN-DEPOSIT OR TRN-WITHDRAW OR TRN-LINK)
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
                   SET TRAN-IS-INVALID TO TRUE
               WHEN WS-TRAN-KEY < WS-PREV-TRAN-KEY
                   PERFORM H235-VALIDATE-CHANGE
               WHEN TRN-DEPOSIT OR TRN-WITHDRAW
                   PERFORM H238-VALIDATE-MONEY-MOVE
               WHEN TRN-LINK
                   PERFORM H239-VALIDATE-LINK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   CONTINUE
           END-EVALUATE.
       H238-END. EXIT.
      *The field edit a link must survive at night; whether the
      *customer is on file and active needs the customer master and
      *stays with PBEG006.
       H239-VALIDATE-LINK.
           IF TRN-CUST-NO NOT NUMERIC
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJECT-REASON
              SET TRAN-IS-INVALID TO TRUE
           END-IF.
       H239-END. EXIT.
      *Report line for a transaction that passed every edit.
       H250-WRITE-REPORT-OK.
           ADD 1 TO WS-TRANS-OK.
                   MOVE 'DEPOSIT ' TO WS-RPT-ACTION
               WHEN TRN-WITHDRAW
                   MOVE 'WITHDRAW' TO WS-RPT-ACTION
               WHEN TRN-LINK
                   MOVE 'LINK    ' TO WS-RPT-ACTION
               WHEN OTHER
                   MOVE TRN-ACTION TO WS-RPT-ACTION
           END-EVALUATE.
           END-IF.
           WRITE RPT-REC FROM WS-RPT-CHECK-LINE.
       H285-END. EXIT.
      *Log this edit for the collection run: clean only when the
      *batch had no errors and balanced to its trailer. The log
      *accumulates, extended the same way PBEG005 extends AUDITLOG.
       H290-WRITE-EDIT-LOG.
           MOVE WS-BATCH-BRANCH   TO EDL-BRANCH.
           MOVE WS-BATCH-DATE     TO EDL-BATCH-DATE.
           MOVE WS-TRANS-READ     TO EDL-TRAN-COUNT.
           MOVE WS-HASH-TOTAL     TO EDL-HASH-TOTAL.
           MOVE WS-JOB-START-DATE TO EDL-RUN-DATE.
           MOVE WS-JOB-START-TIME TO EDL-RUN-TIME.
           IF RETURN-CODE = 0
              SET EDL-CLEAN TO TRUE
           ELSE
              SET EDL-IN-ERROR TO TRUE
           END-IF.
           OPEN EXTEND EDIT-LOG.
           IF EDL-ST NOT = 0
              OPEN OUTPUT EDIT-LOG
           END-IF.
           IF (EDL-ST NOT = 0) AND (EDL-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' EDL-ST
              MOVE EDL-ST TO RETURN-CODE
              GO TO H290-END
           END-IF.
           WRITE EDL-REC.
           CLOSE EDIT-LOG.
       H290-END. EXIT.
      *Write the balance section and the counts trailer, then close
      *the files. Any edit error or balance mismatch comes back as a
      *nonzero return code so the branch's submit step holds the
                     AND RETURN-CODE = 0
                 MOVE WS-EDIT-ERROR-RC TO RETURN-CODE
              END-IF
              PERFORM H290-WRITE-EDIT-LOG THRU H290-END
           END-IF.
           CLOSE TRAN-BATCH
                 EDIT-REPORT.
