           SELECT DORMANT-EXTRACT ASSIGN TO DYNAMIC
                                 WS-DOR-DSN
                                 STATUS    DOR-ST.
           SELECT RUN-CONTROL    ASSIGN TO RUNCTL
                                 ORGANIZATION INDEXED
                                 ACCESS DYNAMIC
                                 RECORD KEY RCT-KEY
                                 STATUS    RCT-ST.
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
       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-LINE RECORDING MODE F.
           05 BDY-STREET      PIC X(25).
           05 BDY-CITY        PIC X(15).
           05 BDY-POSTAL      PIC X(05).
      *Account-to-customer link kept by the maintenance run. An
      *account linked to a customer has its birthday taken from the
      *customer master, and the customer is written to the birthday
      *extract once however many of their accounts are in the run.
       FD  CUST-LINK.
       01  LNK-REC.
           05 LNK-ACCT-NO          PIC 9(04).
           05 LNK-CUST-NO          PIC 9(06).
           05 LNK-DATE             PIC 9(08).
           05 LNK-BRANCH           PIC X(04).
           05 FILLER               PIC X(08).
      *Customer master kept by PBEG023: the birth date, name and
      *mailing address a linked account's letter goes out under.
       FD  CUST-MASTER.
       01  CUS-REC.
           05 CUS-NO               PIC 9(06).
           05 CUS-STATUS           PIC X(01).
              88 CUS-ACTIVE           VALUE 'A'.
              88 CUS-CLOSED           VALUE 'X'.
           05 CUS-NAME             PIC X(15).
           05 CUS-SURNAME          PIC X(15).
           05 CUS-BDATE            PIC 9(08).
           05 CUS-BDATE-R REDEFINES CUS-BDATE.
              10 CUS-BD-YYYY       PIC 9(04).
              10 CUS-BD-MM         PIC 9(02).
              10 CUS-BD-DD         PIC 9(02).
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
       FD  RESTART-FILE RECORDING MODE F.
       01  RESTART-REC.
           05 RESTART-ACCT-NO  PIC 9(04).
           05 AUD-RUN-ID              PIC X(14).
           05 AUD-RECS-SEQ-ERRS       PIC 9(06).
           05 AUD-RECS-DORMANT        PIC 9(06).
      *Business-date run control the master-updating steps check
      *before they run; the nightly report records its own step
      *here against the master generation it reported on. Layout
      *shared with PBEG006, PBEG013 and PBEG014.
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
      *Variables needed.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 BCS-ST      PIC 9(02).
           05 SUM-ST      PIC 9(02).
           05 DOR-ST      PIC 9(02).
           05 RCT-ST      PIC 9(02).
           05 RTE-ST      PIC 9(02).
              88 RTE-EOF      VALUE 10.
              88 RTE-SUCCESS  VALUE 00
                                    97.
           05 LNK-ST      PIC 9(02).
              88 LNK-FOUND    VALUE 00
                                    97.
              88 LNK-NOTFND   VALUE 23.
           05 CUS-ST      PIC 9(02).
              88 CUS-FOUND    VALUE 00
                                    97.
              88 CUS-NOTFND   VALUE 23.
           05 WS-INT-T PIC 9(07).
      *Counters kept for the trailer lines and the run audit record.
       01  WS-COUNTERS.
              10 WS-BDAY-DD         PIC 9(02).
           05 WS-BDAY-INT-TARGET    PIC 9(07).
           05 WS-BDAY-DIFF          PIC S9(07).
      *The person the birthday belongs to: the account holder, or
      *the customer the account is linked to. Staged here because
      *the birthday extract record is not available after its WRITE
      *and the CSV twin is built from the same values.
           05 WS-BDAY-NO            PIC 9(04).
           05 WS-BDAY-NAME          PIC X(15).
           05 WS-BDAY-SURNAME       PIC X(15).
           05 WS-BDAY-BIRTH-MM      PIC 9(02).
           05 WS-BDAY-BIRTH-DD      PIC 9(02).
           05 WS-BDAY-STREET        PIC X(25).
           05 WS-BDAY-CITY          PIC X(15).
           05 WS-BDAY-POSTAL        PIC X(05).
           05 WS-BDAY-CUST-NO       PIC 9(06).
           05 WS-BDAY-CUST-SW       PIC X(01).
              88 WS-BDAY-FOR-CUSTOMER  VALUE 'Y'.
      *Whether the customer files are there at all: until the first
      *account is linked there is nothing to look up.
           05 WS-CUST-FILES-SW      PIC X(01) VALUE 'Y'.
              88 WS-CUST-FILES-PRESENT VALUE 'Y'.
      *Customers already written to the birthday extract this run, so
      *a customer holding several accounts gets one letter, under
      *their lowest-numbered account (the master is read in account
      *order). A customer past the table limit is written again
      *rather than dropped, and counted for the operator.
       01  WS-BCU-FIELDS.
           05 WS-BCU-TABLE.
              10 WS-BCU-CNT       PIC 9(04).
              10 WS-BCU-ENTRY OCCURS 1000.
                 15 WS-BCU-CUST-NO  PIC 9(06).
           05 WS-BCU-IX           PIC 9(04).
           05 WS-BCU-HIT-SW       PIC X(01).
              88 WS-BCU-HIT          VALUE 'Y'.
           05 WS-BCU-MAX          PIC 9(04) VALUE 1000.
           05 WS-BCU-OVERFLOW     PIC 9(06) VALUE ZERO.
           05 WS-BCU-SKIPPED      PIC 9(06) VALUE ZERO.
      *Dormancy arithmetic: whole calendar months between the
      *record's as-of date (the date the account last moved, since
      *the maintenance run restamps it on every touch) and the run
              10 WS-DORM-RN-MM     PIC 9(02).
              10 WS-DORM-RN-DD     PIC 9(02).
           05 WS-DORM-MONTHS       PIC S9(05).
      *Run-control work fields: whether this step already has a row
      *for the business date, the master generation on the anchor
      *row, and the business date the step is recorded under.
       01  WS-RCT-FIELDS.
           05 WS-RCT-ROW-SW       PIC X(01).
              88 WS-RCT-ROW-FOUND    VALUE 'Y'.
           05 WS-RCT-CUR-GEN      PIC 9(06) VALUE ZERO.
           05 WS-RCT-BUS-DATE     PIC 9(08) VALUE ZERO.
      *Job audit timings.
       01  WS-AUDIT-FIELDS.
           05 WS-JOB-START-DATE  PIC 9(08).
           INITIALIZE WS-DEMO-TABLE.
           INITIALIZE WS-BRN-TABLE.
           INITIALIZE WS-RTE-TABLE.
           INITIALIZE WS-BCU-TABLE.
           OPEN INPUT  ACCT-REC.
           IF (ACCT-ST NOT = 0) AND (ACCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' ACCT-ST
              MOVE DOR-ST TO RETURN-CODE
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
           PERFORM H104-LOAD-RATE-TABLE.
           PERFORM H105-READ-CONTROL-CARD.
           PERFORM H107-OPEN-CSV-FILES THRU H107-END.
           PERFORM H249-CHECK-RATE-COVER.
           PERFORM H245-WRITE-BRACKET-EXTRACT.
           PERFORM H235-COLLECT-DEMOGRAPHICS.
           PERFORM H247-CHECK-BIRTHDAY THRU H247-END.
           PERFORM H252-CHECK-DORMANCY.
           PERFORM H250-CHECKPOINT-IF-DUE.
       H200-SKIP-RECORD.
       H249-END. EXIT.
      *Flag accounts whose next birthday falls within the configured
      *(or default 7-day) window from ACCT-TODAY, for the branch
      *outreach list. A linked account stands for its customer: the
      *customer's birthday is the one tested, and a customer already
      *on the extract from an earlier account is not written again.
       H247-CHECK-BIRTHDAY.
           PERFORM H253-SET-BDAY-HOLDER THRU H253-END.
           MOVE WS-AGE-TD-YYYY TO WS-BDAY-YYYY.
           PERFORM H248-ADJUST-FEB29-BDAY.
           COMPUTE WS-BDAY-INT-TARGET =
                      FUNCTION INTEGER-OF-DATE(WS-BDAY-TARGET)
              COMPUTE WS-BDAY-DIFF = WS-BDAY-INT-TARGET - WS-INT-T
           END-IF.
           IF WS-BDAY-DIFF > WS-CTL-BDAY-WINDOW
              GO TO H247-END
           END-IF.
           IF WS-BDAY-FOR-CUSTOMER
              PERFORM H254-NOTE-BDAY-CUSTOMER
              IF WS-BCU-HIT
                 ADD 1 TO WS-BCU-SKIPPED
                 GO TO H247-END
              END-IF
           END-IF.
           MOVE WS-BDAY-NO       TO BDY-NO.
           MOVE WS-BDAY-NAME     TO BDY-NAME.
           MOVE WS-BDAY-SURNAME  TO BDY-SURNAME.
           MOVE WS-BDAY-BIRTH-MM TO BDY-BDATE-MM.
           MOVE WS-BDAY-BIRTH-DD TO BDY-BDATE-DD.
           MOVE WS-BDAY-DIFF     TO BDY-DAYS-UNTIL.
           MOVE WS-BDAY-STREET   TO BDY-STREET.
           MOVE WS-BDAY-CITY     TO BDY-CITY.
           MOVE WS-BDAY-POSTAL   TO BDY-POSTAL.
           WRITE BDY-REC.
           ADD 1 TO WS-BDY-WRITTEN.
           IF WS-CSV-REQUESTED
              PERFORM H256-WRITE-BDAY-CSV
           END-IF.
       H247-END. EXIT.
      *Set the target month/day from the account's birth date, rolling
      *a February 29 birthday back to February 28 when WS-BDAY-YYYY
      *forward, since a Feb-29 birthday can land on a leap year one
      *attempt and not the other.
       H248-ADJUST-FEB29-BDAY.
           MOVE WS-BDAY-BIRTH-MM TO WS-BDAY-MM.
           MOVE WS-BDAY-BIRTH-DD TO WS-BDAY-DD.
           IF WS-BDAY-MM = 2 AND WS-BDAY-DD = 29
              MOVE WS-BDAY-YYYY TO WS-CHK-YYYY
              MOVE 02 TO WS-CHK-MM
              END-IF
           END-IF.
       H248-END. EXIT.
      *Stage whose birthday this account stands for: the account
      *holder's own, unless the account is linked to a customer on
      *the customer master, in which case the customer's birth date,
      *name and mailing address are used.
       H253-SET-BDAY-HOLDER.
           MOVE 'N'          TO WS-BDAY-CUST-SW.
           MOVE ACCT-NO      TO WS-BDAY-NO.
           MOVE ACCT-NAME    TO WS-BDAY-NAME.
           MOVE ACCT-SURNAME TO WS-BDAY-SURNAME.
           MOVE WS-AGE-BD-MM TO WS-BDAY-BIRTH-MM.
           MOVE WS-AGE-BD-DD TO WS-BDAY-BIRTH-DD.
           MOVE ACCT-STREET  TO WS-BDAY-STREET.
           MOVE ACCT-CITY    TO WS-BDAY-CITY.
           MOVE ACCT-POSTAL  TO WS-BDAY-POSTAL.
           IF NOT WS-CUST-FILES-PRESENT
              GO TO H253-END
           END-IF.
           MOVE ACCT-NO TO LNK-ACCT-NO.
           READ CUST-LINK.
           IF LNK-NOTFND
              GO TO H253-END
           END-IF.
           IF NOT LNK-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE LNK-CUST-NO TO CUS-NO.
           READ CUST-MASTER.
           IF CUS-NOTFND
              GO TO H253-END
           END-IF.
           IF NOT CUS-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           SET WS-BDAY-FOR-CUSTOMER TO TRUE.
           MOVE CUS-NO       TO WS-BDAY-CUST-NO.
           MOVE CUS-NAME     TO WS-BDAY-NAME.
           MOVE CUS-SURNAME  TO WS-BDAY-SURNAME.
           MOVE CUS-BD-MM    TO WS-BDAY-BIRTH-MM.
           MOVE CUS-BD-DD    TO WS-BDAY-BIRTH-DD.
           MOVE CUS-STREET   TO WS-BDAY-STREET.
           MOVE CUS-CITY     TO WS-BDAY-CITY.
           MOVE CUS-POSTAL   TO WS-BDAY-POSTAL.
       H253-END. EXIT.
      *Look the customer up among those already on the birthday
      *extract; one not yet there is added, so WS-BCU-HIT comes back
      *set only for a customer written before.
       H254-NOTE-BDAY-CUSTOMER.
           MOVE 'N' TO WS-BCU-HIT-SW.
           MOVE 1 TO WS-BCU-IX.
           PERFORM H260-FIND-BDAY-CUSTOMER
              UNTIL WS-BCU-HIT OR WS-BCU-IX > WS-BCU-CNT.
           IF NOT WS-BCU-HIT
              IF WS-BCU-CNT < WS-BCU-MAX
                 ADD 1 TO WS-BCU-CNT
                 MOVE WS-BDAY-CUST-NO TO WS-BCU-CUST-NO (WS-BCU-CNT)
              ELSE
                 ADD 1 TO WS-BCU-OVERFLOW
              END-IF
           END-IF.
       H254-END. EXIT.
      *One probe of the birthday customer table.
       H260-FIND-BDAY-CUSTOMER.
           IF WS-BCU-CUST-NO (WS-BCU-IX) = WS-BDAY-CUST-NO
              SET WS-BCU-HIT TO TRUE
           ELSE
              ADD 1 TO WS-BCU-IX
           END-IF.
       H260-END. EXIT.
      *Flag open accounts whose as-of date has not moved for the
      *configured number of whole calendar months, onto the dormant
      *extract compliance builds its quarterly list from.
               WHEN OTHER WRITE SCS-REC FROM WS-CSV-LINE
           END-EVALUATE.
       H255-END. EXIT.
      *Delimited record for the account (or customer) just written
      *to the birthday extract, from the same staged values.
       H256-WRITE-BDAY-CSV.
           MOVE WS-BDAY-NAME TO WS-TRIM-FIELD.
           PERFORM H258-TRIM-FIELD.
           MOVE WS-TRIM-LEN TO WS-NAME-LEN.
           MOVE WS-BDAY-SURNAME TO WS-TRIM-FIELD.
           PERFORM H258-TRIM-FIELD.
           MOVE WS-TRIM-LEN TO WS-SURNAME-LEN.
           MOVE WS-BDAY-STREET TO WS-TRIM25-FIELD.
           PERFORM H261-TRIM25-FIELD.
           MOVE WS-TRIM25-LEN TO WS-STREET-LEN.
           MOVE WS-BDAY-CITY TO WS-TRIM-FIELD.
           PERFORM H258-TRIM-FIELD.
           MOVE WS-TRIM-LEN TO WS-CITY-LEN.
           MOVE WS-BDAY-DIFF TO WS-CSV-DAYS.
           MOVE SPACES TO WS-CSV-LINE.
           STRING WS-BDAY-NO ',"'
                  WS-BDAY-NAME (1:WS-NAME-LEN) '","'
                  WS-BDAY-SURNAME (1:WS-SURNAME-LEN) '",'
                  WS-BDAY-BIRTH-MM ','
                  WS-BDAY-BIRTH-DD ','
                  WS-CSV-DAYS ',"'
                  WS-BDAY-STREET (1:WS-STREET-LEN) '","'
                  WS-BDAY-CITY (1:WS-CITY-LEN) '",'
                  WS-BDAY-POSTAL
                  DELIMITED BY SIZE
                  INTO WS-CSV-LINE.
           WRITE BCS-REC FROM WS-CSV-LINE.
                 ADULT-EXTRACT
                 SENIOR-EXTRACT
                 BDAY-EXTRACT
                 DORMANT-EXTRACT
                 CUST-LINK
                 CUST-MASTER.
           IF WS-CSV-REQUESTED
              CLOSE MINOR-CSV
                    ADULT-CSV
           WRITE SEN-REC FROM WS-EXT-TRAILER-LINE.
           MOVE WS-BDY-WRITTEN TO EXT-TRL-COUNT.
           WRITE BDY-REC FROM WS-EXT-TRAILER-LINE.
           IF WS-BCU-SKIPPED > 0
              DISPLAY 'BIRTHDAYS SHARED BY A CUSTOMER: '
                      WS-BCU-SKIPPED
           END-IF.
           IF WS-BCU-OVERFLOW > 0
              DISPLAY 'BIRTHDAY CUSTOMERS PAST TABLE LIMIT: '
                      WS-BCU-OVERFLOW
           END-IF.
           MOVE WS-RECS-DORMANT TO EXT-TRL-COUNT.
           WRITE DOR-REC FROM WS-EXT-TRAILER-LINE.
       H325-END. EXIT.
           WRITE AUD-REC.
           CLOSE AUDIT-LOG.
       H900-END. EXIT.
      *A clean run records the nightly report step complete on the
      *run-control file, against the master generation it reported
      *on, so the business date shows every step that ran. The step
      *is recorded under the business date on the date row the
      *standing-order run opened the night with, or under the job
      *date when no night has been opened. Reports are versioned by
      *run id, so a rerun is recorded, not refused.
       H910-MARK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL.
           IF RCT-ST = 35
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF.
           IF (RCT-ST NOT = 0) AND (RCT-ST NOT = 97)
              DISPLAY 'UNABLE TO OPEN FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
              GO TO H910-END
           END-IF.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'GEN ' TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              MOVE RCT-NEW-GEN TO WS-RCT-CUR-GEN
           END-IF.
           MOVE WS-JOB-START-DATE TO WS-RCT-BUS-DATE.
           MOVE ZERO   TO RCT-BUS-DATE.
           MOVE 'DATE' TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              MOVE RCT-CUR-BUS-DATE TO WS-RCT-BUS-DATE
           END-IF.
           MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE.
           MOVE 'RPT '            TO RCT-STEP.
           READ RUN-CONTROL.
           IF RCT-ST = 0
              SET WS-RCT-ROW-FOUND TO TRUE
           ELSE
              MOVE 'N' TO WS-RCT-ROW-SW
              INITIALIZE RCT-REC WITH FILLER
              MOVE WS-RCT-BUS-DATE   TO RCT-BUS-DATE
              MOVE 'RPT '            TO RCT-STEP
           END-IF.
           ADD 1 TO RCT-RUN-COUNT.
           MOVE 'PBEG005'         TO RCT-PROGRAM.
           SET RCT-COMPLETE       TO TRUE.
           MOVE WS-JOB-START-TIME TO RCT-START-TIME.
           MOVE WS-JOB-END-TIME   TO RCT-END-TIME.
           MOVE WS-RCT-CUR-GEN    TO RCT-OLD-GEN.
           MOVE WS-RCT-CUR-GEN    TO RCT-NEW-GEN.
           MOVE WS-RECS-READ      TO RCT-OLD-COUNT.
           MOVE WS-RECS-READ      TO RCT-NEW-COUNT.
           IF WS-RCT-ROW-FOUND
              REWRITE RCT-REC
           ELSE
              WRITE RCT-REC
           END-IF.
           IF RCT-ST NOT = 0
              DISPLAY 'UNABLE TO WRITE FILE: ' RCT-ST
              MOVE RCT-ST TO RETURN-CODE
           END-IF.
           CLOSE RUN-CONTROL.
       H910-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
           PERFORM H300-CLOSE-FILES.
           IF WS-SEQ-ERRORS > 0 AND RETURN-CODE = 0
              MOVE WS-SEQ-ERROR-RC TO RETURN-CODE
           END-IF.
           IF WS-RUN-OK AND RETURN-CODE = 0
              PERFORM H910-MARK-RUN-CONTROL THRU H910-END
           END-IF.
           STOP RUN.
       H999-END. EXIT.
      *
