       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PBEG015.
       AUTHOR.        Furkan TUNCER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-BATCHES  ASSIGN TO BRNBATCH
                                  STATUS    BAT-ST.
           SELECT EDIT-LOG        ASSIGN TO EDITLOG
                                  STATUS    EDL-ST.
           SELECT SORT-WORK       ASSIGN TO SORTWK1.
           SELECT TRAN-FILE       ASSIGN TO TRANFILE
                                  STATUS    TRN-ST.
           SELECT COLL-REPORT     ASSIGN TO COLLRPT
                                  STATUS    RPT-ST.
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
      *The night's branch batches, one after another: each one the
      *framed batch PBEG012 edits during the day, header first,
      *transactions in ascending TRN-NO order, trailer last.
       FD  BRANCH-BATCHES RECORDING MODE F.
       01  TRAN-REC.
           05 TRN-ACTION     PIC X(01).
           05 TRN-NO         PIC 9(04).
           05 TRN-NAME       PIC X(15).
           05 TRN-SURNAME    PIC X(15).
           05 TRN-BDATE      PIC 9(08).
           05 TRN-BALANCE    PIC S9(09)V99.
           05 TRN-CURR       PIC X(03).
           05 TRN-BRANCH     PIC X(04).
           05 TRN-STREET     PIC X(25).
           05 TRN-CITY       PIC X(15).
           05 TRN-POSTAL     PIC X(05).
      *Alternate view: the batch header, carrying who keyed the batch
      *and when.
       01  BATCH-HDR-REC.
           05 BHD-REC-TYPE   PIC X(01).
              88 BHD-IS-HEADER  VALUE 'H'.
           05 BHD-BRANCH     PIC X(04).
           05 BHD-DATE       PIC 9(08).
           05 FILLER         PIC X(93).
      *Alternate view: the batch trailer, carrying the branch's own
      *transaction count and hash total of the amounts.
       01  BATCH-TRL-REC.
           05 BTL-REC-TYPE   PIC X(01).
              88 BTL-IS-TRAILER VALUE 'T'.
           05 BTL-TRAN-COUNT PIC 9(06).
           05 BTL-HASH-TOTAL PIC 9(13)V99.
           05 FILLER         PIC X(84).
      *Edit log PBEG012 appends to, one record per batch edit; the
      *latest edit of a batch with the same count and hash decides
      *whether it was edited clean.
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
      *Sort work for the merge: the transaction as keyed, the batch
      *id it is stamped with, and its position in the input, so the
      *transactions of one account keep the order they were keyed
      *in across the merge.
       SD  SORT-WORK.
       01  SRT-REC.
           05 SRT-TRAN.
              10 SRT-ACTION     PIC X(01).
              10 SRT-NO         PIC 9(04).
              10 FILLER         PIC X(101).
           05 SRT-BATCH-ID.
              10 SRT-BAT-DATE   PIC 9(08).
              10 SRT-BAT-SEQ    PIC 9(04).
           05 SRT-REC-SEQ       PIC 9(06).
      *The merged TRANFILE PBEG006 applies: every accepted
      *transaction, framing stripped, in ascending TRN-NO order, each
      *stamped with the id of the batch it came in.
       FD  TRAN-FILE RECORDING MODE F.
       01  TRO-REC.
           05 TRO-TRAN       PIC X(106).
           05 TRO-BATCH-ID   PIC X(12).
      *Collection report, one line per batch accepted or held plus
      *the run totals and the merge check.
       FD  COLL-REPORT RECORDING MODE F.
       01  RPT-REC.
           05 RPT-BATCH-ID   PIC X(12).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-BRANCH     PIC X(04).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-BAT-DATE   PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-COUNT      PIC ZZZ,ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-HASH       PIC Z(12)9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-DISP       PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 RPT-REASON     PIC X(30).
      *FILLER pads the detail line out to the width of the header and
      *check records written to the same FD, so a WRITE...FROM
      *across the layouts below never truncates.
           05 FILLER         PIC X(03) VALUE SPACES.
      *Business-date run control shared by every step that rebuilds
      *the master; collection records its own step here so the
      *maintenance run can see the night's TRANFILE was built.
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
           05 BAT-ST    PIC 9(02).
              88 BAT-EOF      VALUE 10.
              88 BAT-SUCCESS  VALUE 00
                                    97.
           05 EDL-ST    PIC 9(02).
              88 EDL-EOF      VALUE 10.
           05 TRN-ST    PIC 9(02).
           05 RPT-ST    PIC 9(02).
           05 RCT-ST    PIC 9(02).
           05 OVR-ST    PIC 9(02).
           05 OVL-ST    PIC 9(02).
      *Set once initial file opens and the first read have
      *succeeded, so an early abort does not write report totals to
      *a file that was never opened for output.
       01  WS-RUN-STATUS-FIELDS.
           05 WS-RUN-STATUS-SW        PIC X(01) VALUE 'N'.
              88 WS-RUN-OK               VALUE 'Y'.
      *Counters for the report totals and the merge check.
       01  WS-COUNTERS.
           05 WS-BATCHES-ACCEPTED PIC 9(06) VALUE ZERO.
           05 WS-BATCHES-HELD     PIC 9(06) VALUE ZERO.
           05 WS-TRANS-READ       PIC 9(06) VALUE ZERO.
           05 WS-TRANS-ACCEPTED   PIC 9(06) VALUE ZERO.
           05 WS-TRANS-HELD       PIC 9(06) VALUE ZERO.
           05 WS-TRANS-RELEASED   PIC 9(06) VALUE ZERO.
           05 WS-TRANS-WRITTEN    PIC 9(06) VALUE ZERO.
           05 WS-HASH-ACCEPTED    PIC 9(13)V99 VALUE ZERO.
           05 WS-REC-SEQ          PIC 9(06) VALUE ZERO.
      *One slot per batch found on the input, in the order it was
      *found; the slot number is the batch's sequence in the batch
      *id. The first pass fills in what the batch carried and its
      *disposition, the merge pass reads the disposition back. A
      *batch past the slot limit is fatal -- it could be neither
      *merged nor reported as held.
       01  WS-BAT-FIELDS.
           05 WS-BAT-TABLE.
              10 WS-BAT-CNT       PIC 9(04).
              10 WS-BAT-ENTRY OCCURS 200.
                 15 WS-BAT-BRANCH    PIC X(04).
                 15 WS-BAT-DATE      PIC 9(08).
                 15 WS-BAT-HDR-SW    PIC X(01).
                    88 WS-BAT-HDR-SEEN  VALUE 'Y'.
                 15 WS-BAT-TRL-SW    PIC X(01).
                    88 WS-BAT-TRL-SEEN  VALUE 'Y'.
                 15 WS-BAT-READ      PIC 9(06).
                 15 WS-BAT-HASH      PIC 9(13)V99.
                 15 WS-BAT-TRL-COUNT PIC 9(06).
                 15 WS-BAT-TRL-HASH  PIC 9(13)V99.
                 15 WS-BAT-DISP-SW   PIC X(01).
                    88 WS-BAT-ACCEPTED  VALUE 'A'.
                    88 WS-BAT-HELD      VALUE 'H'.
           05 WS-BAT-IX           PIC 9(04).
           05 WS-BAT-MAX          PIC 9(04) VALUE 200.
           05 WS-BAT-OPEN-SW      PIC X(01) VALUE 'N'.
              88 WS-BAT-OPEN         VALUE 'Y'.
           05 WS-BAT-REASON       PIC X(30).
      *Batch id stamped on every transaction: the business date of
      *the collection and the batch's sequence within it.
       01  WS-BATCH-ID.
           05 WS-BID-DATE         PIC 9(08).
           05 WS-BID-SEQ          PIC 9(04).
      *The recent edit log in storage, one slot per batch edited in
      *the window, keyed the way the collection looks a batch up:
      *branch, batch date, count and hash. A later edit of the same
      *batch overwrites the earlier result. Past the slot limit is
      *fatal, since a dropped edit would hold back a clean batch.
       01  WS-EDL-FIELDS.
           05 WS-EDL-TABLE.
              10 WS-EDL-CNT       PIC 9(04).
              10 WS-EDL-ENTRY OCCURS 500.
                 15 WS-EDL-KEY.
                    20 WS-EDL-BRANCH  PIC X(04).
                    20 WS-EDL-DATE    PIC 9(08).
                    20 WS-EDL-COUNT   PIC 9(06).
                    20 WS-EDL-HASH    PIC 9(13)V99.
                 15 WS-EDL-RESULT    PIC X(01).
           05 WS-EDL-PROBE-KEY.
              10 WS-EDL-PRB-BRANCH PIC X(04).
              10 WS-EDL-PRB-DATE   PIC 9(08).
              10 WS-EDL-PRB-COUNT  PIC 9(06).
              10 WS-EDL-PRB-HASH   PIC 9(13)V99.
           05 WS-EDL-IX           PIC 9(04).
           05 WS-EDL-MAX          PIC 9(04) VALUE 500.
           05 WS-EDL-HIT-SW       PIC X(01).
              88 WS-EDL-HIT          VALUE 'Y'.
      *Edits older than this many days are not loaded; a batch that
      *sat longer than that must be edited again before it is
      *collected.
           05 WS-EDL-WINDOW-DAYS  PIC 9(03) VALUE 007.
           05 WS-EDL-LOW-INT      PIC 9(07).
           05 WS-EDL-RUN-INT      PIC 9(07).
      *End of the sorted transactions in the merge output pass.
       01  WS-SORT-FIELDS.
           05 WS-SORT-END-SW      PIC X(01) VALUE 'N'.
              88 WS-SORT-ENDED       VALUE 'Y'.
      *Report header/total/check lines, built here (not in the FD)
      *since VALUE clauses on FILE SECTION records are not
      *guaranteed to be present in the record area until something
      *has been moved into it.
       01  WS-RPT-HEADER-LINE.
           05 RPT-HDR-TITLE     PIC X(34)
                                 VALUE 'BRANCH BATCH COLLECTION REPORT'.
           05 RPT-HDR-DATE-LIT  PIC X(10) VALUE 'RUN DATE: '.
           05 RPT-HDR-DATE      PIC 9(08).
           05 FILLER            PIC X(48) VALUE SPACES.
       01  WS-RPT-BATCH-LINE.
           05 RPT-BTL-LIT1      PIC X(15) VALUE 'BATCHES READ:'.
           05 RPT-BTL-READ      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-BTL-LIT2      PIC X(10) VALUE 'ACCEPTED:'.
           05 RPT-BTL-ACCEPTED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-BTL-LIT3      PIC X(06) VALUE 'HELD:'.
           05 RPT-BTL-HELD      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(44) VALUE SPACES.
       01  WS-RPT-TRANS-LINE.
           05 RPT-TTL-LIT1      PIC X(15) VALUE 'TRANS READ:'.
           05 RPT-TTL-READ      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-TTL-LIT2      PIC X(10) VALUE 'ACCEPTED:'.
           05 RPT-TTL-ACCEPTED  PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-TTL-LIT3      PIC X(06) VALUE 'HELD:'.
           05 RPT-TTL-HELD      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 RPT-TTL-LIT4      PIC X(15) VALUE 'ACCEPTED HASH:'.
           05 RPT-TTL-HASH      PIC Z(12)9.99.
           05 FILLER            PIC X(11) VALUE SPACES.
      *Merge check line in the expected-versus-actual style the
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
           05 WS-RCT-THIS-STEP    PIC X(04) VALUE 'COL '.
           05 WS-RCT-PRIOR-STEP   PIC X(04) VALUE SPACES.
           05 WS-RCT-PERIOD-SW    PIC X(01) VALUE 'D'.
              88 WS-RCT-MONTHLY      VALUE 'M'.
              88 WS-RCT-DAILY        VALUE 'D'.
           05 WS-RCT-PROGRAM      PIC X(08) VALUE 'PBEG015'.
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
      *Business date of the night, off the run-control date row: the
      *date of the collection and the date half of every batch id.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
      *A held batch is a warning, not a failure: the accepted batches
      *still go forward, and the return code tells the scheduler to
      *alert the branches. A merge that lost or invented records is
      *an error; a batch or edit table past its limit is fatal.
       01  WS-RETURN-FIELDS.
           05 WS-HELD-RC         PIC 9(04) VALUE 0004.
           05 WS-BAL-ERROR-RC    PIC 9(04) VALUE 0008.
           05 WS-LIMIT-ERROR-RC  PIC 9(04) VALUE 0016.
      *Run-control refusals: the step has already finished for this
      *business date (or month), or the step before it has not.
           05 WS-DONE-REFUSE-RC  PIC 9(04) VALUE 0020.
           05 WS-PRIOR-REFUSE-RC PIC 9(04) VALUE 0024.
      *PROGRAM
       PROCEDURE DIVISION.
      *Main loop of the program: a first pass through the batches
      *decides which are accepted, then the merge re-reads them and
      *sorts the accepted transactions into the night's TRANFILE.
       0000-MAIN.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-SCAN-BATCHES THRU H200-END UNTIL BAT-EOF.
           PERFORM H240-END-OF-SCAN.
           PERFORM H400-MERGE-ACCEPTED.
           PERFORM H999-PROGRAM-EXIT.
      *Open the necessary files and check their statuses, load the
      *recent edit log and take the first batch record.
       H100-OPEN-FILES.
      *The batch and edit tables carry no VALUE clauses (they sit
      *under OCCURS), so they must be cleared before the first probe.
           INITIALIZE WS-BAT-TABLE.
           INITIALIZE WS-EDL-TABLE.
           PERFORM H160-CHECK-RUN-CONTROL.
           MOVE WS-JOB-START-DATE TO WS-BID-DATE.
           OPEN INPUT  BRANCH-BATCHES.
           IF (BAT-ST NOT = 0) AND (BAT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' BAT-ST
              MOVE BAT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN OUTPUT COLL-REPORT.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RPT-ST
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H110-LOAD-EDIT-LOG.
           PERFORM H106-WRITE-RPT-HEADER.
           PERFORM H140-READ-BATCH.
           SET WS-RUN-OK TO TRUE.
       H100-END. EXIT.
      *Write the one-line report heading.
       H106-WRITE-RPT-HEADER.
           MOVE WS-JOB-START-DATE TO RPT-HDR-DATE.
           WRITE RPT-REC FROM WS-RPT-HEADER-LINE.
       H106-END. EXIT.
      *Pull the edit log of the last few days into storage.
       H110-LOAD-EDIT-LOG.
           COMPUTE WS-EDL-LOW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-JOB-START-DATE)
                   - WS-EDL-WINDOW-DAYS.
           OPEN INPUT EDIT-LOG.
           IF (EDL-ST NOT = 0) AND (EDL-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' EDL-ST
              MOVE EDL-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           READ EDIT-LOG.
           PERFORM H115-STORE-EDIT UNTIL EDL-EOF.
           CLOSE EDIT-LOG.
       H110-END. EXIT.
      *One edit log record into the table, when it falls inside the
      *window: over the slot of an earlier edit of the same batch,
      *or into a new slot.
       H115-STORE-EDIT.
           COMPUTE WS-EDL-RUN-INT =
                   FUNCTION INTEGER-OF-DATE(EDL-RUN-DATE).
           IF WS-EDL-RUN-INT >= WS-EDL-LOW-INT
              MOVE EDL-BRANCH     TO WS-EDL-PRB-BRANCH
              MOVE EDL-BATCH-DATE TO WS-EDL-PRB-DATE
              MOVE EDL-TRAN-COUNT TO WS-EDL-PRB-COUNT
              MOVE EDL-HASH-TOTAL TO WS-EDL-PRB-HASH
              PERFORM H117-LOOKUP-EDIT
              IF NOT WS-EDL-HIT
                 IF WS-EDL-CNT >= WS-EDL-MAX
                    DISPLAY 'EDIT LOG PAST SLOT LIMIT: ' WS-EDL-MAX
                    MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
                    PERFORM H999-PROGRAM-EXIT
                 END-IF
                 ADD 1 TO WS-EDL-CNT
                 MOVE WS-EDL-CNT TO WS-EDL-IX
                 MOVE WS-EDL-PROBE-KEY TO WS-EDL-KEY (WS-EDL-IX)
              END-IF
              MOVE EDL-RESULT TO WS-EDL-RESULT (WS-EDL-IX)
           END-IF.
           READ EDIT-LOG.
       H115-END. EXIT.
      *Look WS-EDL-PROBE-KEY up in the edit table; a hit leaves
      *WS-EDL-IX standing on the slot.
       H117-LOOKUP-EDIT.
           MOVE 'N' TO WS-EDL-HIT-SW.
           MOVE 1 TO WS-EDL-IX.
           PERFORM H118-FIND-EDIT-SLOT
              UNTIL WS-EDL-HIT OR WS-EDL-IX > WS-EDL-CNT.
       H117-END. EXIT.
      *One probe of the edit table.
       H118-FIND-EDIT-SLOT.
           IF WS-EDL-KEY (WS-EDL-IX) = WS-EDL-PROBE-KEY
              SET WS-EDL-HIT TO TRUE
           ELSE
              ADD 1 TO WS-EDL-IX
           END-IF.
       H118-END. EXIT.
      *Physical batch read.
       H140-READ-BATCH.
           READ BRANCH-BATCHES.
           IF (BAT-ST NOT = 0) AND (BAT-ST NOT = 97)
                  AND (NOT BAT-EOF)
              DISPLAY 'UNABLE TO READ FILE: ' BAT-ST
              MOVE BAT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H140-END. EXIT.
      *Check the run-control file before anything is opened for
      *output, so a refused run never touches the TRANFILE: this
      *step must not have finished already for the business date.
      *A valid override card lets the check through, and is logged.
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
      *Write this step's row -- or rewrite it, on a rerun -- as
      *started. Collection builds the TRANFILE, not a master, so the
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
      *First pass, one batch record: a header opens a new batch
      *(finishing one still open without its trailer), a trailer
      *finishes the open batch, a transaction is counted into it. A
      *trailer or transaction with no batch open starts one that has
      *no header, so it is reported and held instead of lost.
       H200-SCAN-BATCHES.
           EVALUATE TRUE
               WHEN BHD-IS-HEADER
                   IF WS-BAT-OPEN
                      PERFORM H230-FINISH-BATCH THRU H230-END
                   END-IF
                   PERFORM H210-START-BATCH
                   SET WS-BAT-HDR-SEEN (WS-BAT-IX) TO TRUE
                   MOVE BHD-BRANCH TO WS-BAT-BRANCH (WS-BAT-IX)
                   MOVE BHD-DATE   TO WS-BAT-DATE (WS-BAT-IX)
               WHEN BTL-IS-TRAILER
                   IF NOT WS-BAT-OPEN
                      PERFORM H210-START-BATCH
                   END-IF
                   SET WS-BAT-TRL-SEEN (WS-BAT-IX) TO TRUE
                   MOVE BTL-TRAN-COUNT TO WS-BAT-TRL-COUNT (WS-BAT-IX)
                   MOVE BTL-HASH-TOTAL TO WS-BAT-TRL-HASH (WS-BAT-IX)
                   PERFORM H230-FINISH-BATCH THRU H230-END
               WHEN OTHER
                   IF NOT WS-BAT-OPEN
                      PERFORM H210-START-BATCH
                      MOVE TRN-BRANCH TO WS-BAT-BRANCH (WS-BAT-IX)
                   END-IF
                   PERFORM H220-COUNT-TRANSACTION
           END-EVALUATE.
           PERFORM H140-READ-BATCH.
       H200-END. EXIT.
      *Open the next batch slot.
       H210-START-BATCH.
           IF WS-BAT-CNT >= WS-BAT-MAX
              DISPLAY 'BATCH TABLE PAST SLOT LIMIT: ' WS-BAT-MAX
              MOVE WS-LIMIT-ERROR-RC TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-BAT-CNT.
           MOVE WS-BAT-CNT TO WS-BAT-IX.
           SET WS-BAT-OPEN TO TRUE.
       H210-END. EXIT.
      *Fold one transaction into its batch's count and hash, the hash
      *taken the way PBEG012 takes it: the sum of the amounts with
      *the sign dropped.
       H220-COUNT-TRANSACTION.
           ADD 1 TO WS-TRANS-READ.
           ADD 1 TO WS-BAT-READ (WS-BAT-IX).
           IF TRN-BALANCE < ZERO
              SUBTRACT TRN-BALANCE FROM WS-BAT-HASH (WS-BAT-IX)
           ELSE
              ADD TRN-BALANCE TO WS-BAT-HASH (WS-BAT-IX)
           END-IF.
       H220-END. EXIT.
      *Close off the batch: it is accepted only with both header and
      *trailer present, the trailer's count and hash reproduced off
      *the records, and a clean edit of exactly those records on the
      *edit log. Anything else is held with the first reason found.
       H230-FINISH-BATCH.
           MOVE 'N' TO WS-BAT-OPEN-SW.
           MOVE SPACES TO WS-BAT-REASON.
           EVALUATE TRUE
               WHEN NOT WS-BAT-HDR-SEEN (WS-BAT-IX)
                   MOVE 'BATCH HEADER MISSING' TO WS-BAT-REASON
               WHEN NOT WS-BAT-TRL-SEEN (WS-BAT-IX)
                   MOVE 'BATCH TRAILER MISSING' TO WS-BAT-REASON
               WHEN WS-BAT-TRL-COUNT (WS-BAT-IX)
                        NOT = WS-BAT-READ (WS-BAT-IX)
                   MOVE 'TRAILER COUNT MISMATCH' TO WS-BAT-REASON
               WHEN WS-BAT-TRL-HASH (WS-BAT-IX)
                        NOT = WS-BAT-HASH (WS-BAT-IX)
                   MOVE 'TRAILER HASH MISMATCH' TO WS-BAT-REASON
               WHEN OTHER
                   PERFORM H235-CHECK-EDIT-LOG
           END-EVALUATE.
           IF WS-BAT-REASON = SPACES
              SET WS-BAT-ACCEPTED (WS-BAT-IX) TO TRUE
              ADD 1 TO WS-BATCHES-ACCEPTED
              ADD WS-BAT-READ (WS-BAT-IX) TO WS-TRANS-ACCEPTED
              ADD WS-BAT-HASH (WS-BAT-IX) TO WS-HASH-ACCEPTED
           ELSE
              SET WS-BAT-HELD (WS-BAT-IX) TO TRUE
              ADD 1 TO WS-BATCHES-HELD
              ADD WS-BAT-READ (WS-BAT-IX) TO WS-TRANS-HELD
           END-IF.
           PERFORM H270-WRITE-BATCH-LINE.
       H230-END. EXIT.
      *A batch that balances must also have come through PBEG012
      *clean over the same count and hash.
       H235-CHECK-EDIT-LOG.
           MOVE WS-BAT-BRANCH (WS-BAT-IX) TO WS-EDL-PRB-BRANCH.
           MOVE WS-BAT-DATE (WS-BAT-IX)   TO WS-EDL-PRB-DATE.
           MOVE WS-BAT-READ (WS-BAT-IX)   TO WS-EDL-PRB-COUNT.
           MOVE WS-BAT-HASH (WS-BAT-IX)   TO WS-EDL-PRB-HASH.
           PERFORM H117-LOOKUP-EDIT.
           EVALUATE TRUE
               WHEN NOT WS-EDL-HIT
                   MOVE 'BATCH NOT EDITED' TO WS-BAT-REASON
               WHEN WS-EDL-RESULT (WS-EDL-IX) NOT = 'C'
                   MOVE 'BATCH NOT EDITED CLEAN' TO WS-BAT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       H235-END. EXIT.
      *End of the first pass: a batch still open has lost its
      *trailer.
       H240-END-OF-SCAN.
           IF WS-BAT-OPEN
              PERFORM H230-FINISH-BATCH THRU H230-END
           END-IF.
           CLOSE BRANCH-BATCHES.
       H240-END. EXIT.
      *One report line per batch, accepted or held, under the batch
      *id its transactions carry.
       H270-WRITE-BATCH-LINE.
           MOVE WS-BAT-IX TO WS-BID-SEQ.
           INITIALIZE RPT-REC WITH FILLER.
           MOVE WS-BATCH-ID              TO RPT-BATCH-ID.
           MOVE WS-BAT-BRANCH (WS-BAT-IX) TO RPT-BRANCH.
           MOVE WS-BAT-DATE (WS-BAT-IX)   TO RPT-BAT-DATE.
           MOVE WS-BAT-READ (WS-BAT-IX)   TO RPT-COUNT.
           MOVE WS-BAT-HASH (WS-BAT-IX)   TO RPT-HASH.
           IF WS-BAT-ACCEPTED (WS-BAT-IX)
              MOVE 'ACCEPTED' TO RPT-DISP
           ELSE
              MOVE 'HELD'     TO RPT-DISP
           END-IF.
           MOVE WS-BAT-REASON TO RPT-REASON.
           WRITE RPT-REC.
       H270-END. EXIT.
      *Second pass: sort the accepted transactions, each stamped with
      *its batch id, into ascending TRN-NO order on the TRANFILE.
       H400-MERGE-ACCEPTED.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-NO
                                 SRT-BAT-SEQ
                                 SRT-REC-SEQ
                INPUT PROCEDURE  H410-RELEASE-ACCEPTED THRU H410-END
                OUTPUT PROCEDURE H450-WRITE-TRANFILE THRU H450-END.
           IF SORT-RETURN NOT = 0
              DISPLAY 'MERGE SORT FAILED: ' SORT-RETURN
              MOVE WS-BAL-ERROR-RC TO RETURN-CODE
           END-IF.
       H400-END. EXIT.
      *Re-read the batches, numbering them exactly as the first pass
      *did, and release the transactions of every accepted one.
       H410-RELEASE-ACCEPTED.
           OPEN INPUT BRANCH-BATCHES.
           IF (BAT-ST NOT = 0) AND (BAT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' BAT-ST
              MOVE BAT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE ZERO TO WS-BAT-IX.
           MOVE 'N'  TO WS-BAT-OPEN-SW.
           PERFORM H140-READ-BATCH.
           PERFORM H420-RELEASE-ONE UNTIL BAT-EOF.
           CLOSE BRANCH-BATCHES.
       H410-END. EXIT.
      *One batch record on the second pass.
       H420-RELEASE-ONE.
           EVALUATE TRUE
               WHEN BHD-IS-HEADER
                   ADD 1 TO WS-BAT-IX
                   SET WS-BAT-OPEN TO TRUE
               WHEN BTL-IS-TRAILER
                   IF NOT WS-BAT-OPEN
                      ADD 1 TO WS-BAT-IX
                   END-IF
                   MOVE 'N' TO WS-BAT-OPEN-SW
               WHEN OTHER
                   IF NOT WS-BAT-OPEN
                      ADD 1 TO WS-BAT-IX
                      SET WS-BAT-OPEN TO TRUE
                   END-IF
                   IF WS-BAT-ACCEPTED (WS-BAT-IX)
                      PERFORM H430-RELEASE-TRANSACTION
                   END-IF
           END-EVALUATE.
           PERFORM H140-READ-BATCH.
       H420-END. EXIT.
      *Stamp the transaction with its batch id and hand it to the
      *sort.
       H430-RELEASE-TRANSACTION.
           ADD 1 TO WS-REC-SEQ.
           MOVE TRAN-REC          TO SRT-TRAN.
           MOVE WS-JOB-START-DATE TO SRT-BAT-DATE.
           MOVE WS-BAT-IX         TO SRT-BAT-SEQ.
           MOVE WS-REC-SEQ        TO SRT-REC-SEQ.
           RELEASE SRT-REC.
           ADD 1 TO WS-TRANS-RELEASED.
       H430-END. EXIT.
      *Write the sorted transactions to the TRANFILE. An empty night
      *still gets an empty TRANFILE, so the maintenance run rolls the
      *master over unchanged.
       H450-WRITE-TRANFILE.
           OPEN OUTPUT TRAN-FILE.
           IF (TRN-ST NOT = 0) AND (TRN-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' TRN-ST
              MOVE TRN-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE 'N' TO WS-SORT-END-SW.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
           PERFORM H460-WRITE-ONE UNTIL WS-SORT-ENDED.
           CLOSE TRAN-FILE.
       H450-END. EXIT.
      *One merged transaction out, then the next one back.
       H460-WRITE-ONE.
           MOVE SRT-TRAN     TO TRO-TRAN.
           MOVE SRT-BATCH-ID TO TRO-BATCH-ID.
           WRITE TRO-REC.
           ADD 1 TO WS-TRANS-WRITTEN.
           RETURN SORT-WORK
               AT END SET WS-SORT-ENDED TO TRUE
           END-RETURN.
       H460-END. EXIT.
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
      *Write the totals and the merge checks, then close the files.
      *Every transaction of an accepted batch must reach the sort and
      *come back out on the TRANFILE; a mismatch is an error, a held
      *batch only a warning.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
              MOVE WS-BAT-CNT          TO RPT-BTL-READ
              MOVE WS-BATCHES-ACCEPTED TO RPT-BTL-ACCEPTED
              MOVE WS-BATCHES-HELD     TO RPT-BTL-HELD
              WRITE RPT-REC FROM WS-RPT-BATCH-LINE
              MOVE WS-TRANS-READ       TO RPT-TTL-READ
              MOVE WS-TRANS-ACCEPTED   TO RPT-TTL-ACCEPTED
              MOVE WS-TRANS-HELD       TO RPT-TTL-HELD
              MOVE WS-HASH-ACCEPTED    TO RPT-TTL-HASH
              WRITE RPT-REC FROM WS-RPT-TRANS-LINE
              MOVE 'ACCEPTED VS RELEASED' TO WS-CHK-DESC
              MOVE WS-TRANS-ACCEPTED TO WS-CHK-EXPECTED
              MOVE WS-TRANS-RELEASED TO WS-CHK-ACTUAL
              PERFORM H285-WRITE-CHECK-LINE
              MOVE 'RELEASED VS WRITTEN' TO WS-CHK-DESC
              MOVE WS-TRANS-RELEASED TO WS-CHK-EXPECTED
              MOVE WS-TRANS-WRITTEN  TO WS-CHK-ACTUAL
              PERFORM H285-WRITE-CHECK-LINE
              IF WS-MISMATCHES > 0 AND RETURN-CODE = 0
                 MOVE WS-BAL-ERROR-RC TO RETURN-CODE
              END-IF
              IF WS-BATCHES-HELD > 0 AND RETURN-CODE = 0
                 MOVE WS-HELD-RC TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-RUN-OK AND WS-RCT-STARTED
                  AND RETURN-CODE NOT > WS-HELD-RC
              PERFORM H310-MARK-COMPLETE THRU H310-END
           END-IF.
           CLOSE BRANCH-BATCHES
                 COLL-REPORT
                 RUN-CONTROL.
       H300-END. EXIT.
      *A run that got under way and ended with no more than the
      *held-batch warning marks its step complete, with the
      *transactions read and written. The anchor is left alone.
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
           MOVE WS-TRANS-READ    TO RCT-OLD-COUNT.
           MOVE WS-TRANS-WRITTEN TO RCT-NEW-COUNT.
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
