                                 STATUS    RPT-ST.
           SELECT RATE-FILE      ASSIGN TO RATEFILE
                                 STATUS    RTE-ST.
           SELECT OPTIONAL CUST-MASTER ASSIGN TO CUSTMAST
                                 ORGANIZATION INDEXED
                                 ACCESS RANDOM
                                 RECORD KEY CUS-NO
                                 STATUS    CUS-ST.
           SELECT OPTIONAL CUST-LINK ASSIGN TO CUSTLINK
                                 ORGANIZATION INDEXED
                                 ACCESS DYNAMIC
                                 RECORD KEY LNK-ACCT-NO
                                 STATUS    LNK-ST.
       DATA DIVISION.
       FILE SECTION.
      *The keyed account master, same record layout as PBEG005 reads.
      *classic account-number inquiry; an 'S' card carries a full or
      *partial surname (and optionally a name) to search the master
      *for; a 'C' card carries status, balance-range and currency
      *criteria; an 'R' card carries a customer number and answers
      *with the customer's whole relationship. The four views below
      *share the record area.
       FD  INQUIRY-CARDS RECORDING MODE F.
       01  INQ-CARD.
           05 INQ-ACCT-NO    PIC 9(04).
           05 INQ-C-HIGH-BAL PIC 9(09)V99.
           05 INQ-C-CURR     PIC X(03).
           05 FILLER         PIC X(04).
      *Relationship card: every account linked to the customer,
      *closed with the relationship total in the reporting currency.
       01  INQ-REL-CARD.
           05 INQ-R-TYPE     PIC X(01).
              88 INQ-IS-RELATION VALUE 'R'.
           05 INQ-R-CUST-NO  PIC 9(06).
           05 FILLER         PIC X(24).
      *Exchange-rate table, same layout as the RATEFILE PBEG005
      *reads, so an inquiry answer shows the same converted balance
      *the nightly financial summary is built from.
           05 RTE-CURR        PIC X(03).
           05 RTE-RATE        PIC 9(03)V9(06).
           05 RTE-EFF-DATE    PIC 9(08).
      *Customer master kept by PBEG023.
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
      *Account-to-customer link kept by the maintenance run, keyed on
      *the account, so a relationship inquiry reads it from the front.
       FD  CUST-LINK.
       01  LNK-REC.
           05 LNK-ACCT-NO          PIC 9(04).
           05 LNK-CUST-NO          PIC 9(06).
           05 LNK-DATE             PIC 9(08).
           05 LNK-BRANCH           PIC X(04).
           05 FILLER               PIC X(08).
       FD  INQ-REPORT RECORDING MODE F.
       01  INQ-REC.
           05 INQ-NO         PIC 9(04).
              88 RTE-EOF      VALUE 10.
              88 RTE-SUCCESS  VALUE 00
                                    97.
           05 CUS-ST    PIC 9(02).
              88 CUS-FOUND    VALUE 00
                                    97.
              88 CUS-NOTFND   VALUE 23.
           05 LNK-ST    PIC 9(02).
              88 LNK-FOUND    VALUE 00
                                    97.
              88 LNK-NOTFND   VALUE 23.
              88 LNK-EOF      VALUE 10.
           05 WS-INT-T PIC 9(07).
      *Set once initial file opens and the first card read have
      *succeeded, so an early abort does not write the trailer line
           05 WS-ARG-CURR         PIC X(03).
           05 WS-HIT-SW           PIC X(01).
              88 WS-RECORD-HITS     VALUE 'Y'.
      *Relationship state for the 'R' card: the linked accounts
      *found, their converted total (open accounts only) and how
      *many could not be converted for want of a rate. Until the
      *first account is linked there is no link file to read.
       01  WS-REL-FIELDS.
           05 WS-REL-ACCOUNTS     PIC 9(06).
           05 WS-REL-TOTAL        PIC S9(13)V99.
           05 WS-REL-NO-RATE      PIC 9(06).
           05 WS-LNK-PRESENT-SW   PIC X(01) VALUE 'Y'.
              88 WS-LNK-PRESENT      VALUE 'Y'.
      *Trailing-blank trimmer for the search arguments, the same
      *right-to-left scan PBEG005 uses on its name fields.
       01  WS-TRIM-FIELDS.
           05 INQ-MTCH-LIT      PIC X(15) VALUE 'MATCHES FOUND:'.
           05 INQ-MTCH-COUNT    PIC ZZZ,ZZ9.
           05 FILLER            PIC X(60) VALUE SPACES.
      *Customer heading, customer message and relationship total
      *lines for the 'R' card.
       01  WS-INQ-CUST-LINE.
           05 INQ-CUS-LIT       PIC X(10) VALUE 'CUSTOMER: '.
           05 INQ-CUS-NO        PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 INQ-CUS-NAME      PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 INQ-CUS-SURNAME   PIC X(15).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 INQ-CUS-STATUS    PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 INQ-CUS-ID-TYPE   PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 INQ-CUS-ID-NO     PIC X(15).
           05 FILLER            PIC X(10) VALUE SPACES.
       01  WS-INQ-CUST-MSG-LINE.
           05 INQ-CMS-LIT       PIC X(10) VALUE 'CUSTOMER: '.
           05 INQ-CMS-NO        PIC 9(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 INQ-CMS-TEXT      PIC X(30).
           05 FILLER            PIC X(34) VALUE SPACES.
       01  WS-INQ-REL-LINE.
           05 INQ-REL-LIT1      PIC X(15) VALUE 'ACCOUNTS HELD:'.
           05 INQ-REL-COUNT     PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 INQ-REL-LIT2      PIC X(20) VALUE 'RELATIONSHIP TOTAL:'.
           05 INQ-REL-TOTAL     PIC -(12)9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 INQ-REL-LIT3      PIC X(09) VALUE 'NO RATE:'.
           05 INQ-REL-NO-RATE   PIC ZZZ,ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
      *General purpose date validity checker, same logic as the
      *H215 checker in PBEG005, reused for any 9(08) YYYYMMDD date.
       01  WS-DATE-CHECK-FIELDS.
              MOVE RPT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           OPEN INPUT  CUST-MASTER.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
                  AND (CUS-ST NOT = 05)
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
           PERFORM H104-LOAD-RATE-TABLE.
           PERFORM H106-WRITE-RPT-HEADER.
           READ INQUIRY-CARDS.
       H106-END. EXIT.
      *One inquiry card, dispatched on its type: an account-number
      *card answers with a direct keyed read, a surname or criteria
      *card scans the whole master and lists every hit, a
      *relationship card lists every account linked to the customer.
       H200-PROCESS.
           ADD 1 TO WS-CARDS-READ.
           EVALUATE TRUE
               WHEN INQ-IS-CRITERIA
                   PERFORM H247-PREP-CRITERIA-SEARCH
                   PERFORM H250-SCAN-SEARCH THRU H250-END
               WHEN INQ-IS-RELATION
                   PERFORM H260-ANSWER-BY-CUSTOMER THRU H260-END
               WHEN INQ-ACCT-NO IS NUMERIC
                   PERFORM H205-ANSWER-BY-NUMBER THRU H205-END
               WHEN OTHER
              MOVE 'NO RATE' TO INQ-CONV-BAL
           END-IF.
       H246-END. EXIT.
      *The relationship inquiry: the customer's heading line, then
      *every account linked to them in account order, answered the
      *same way as a number card, then the relationship total.
       H260-ANSWER-BY-CUSTOMER.
           MOVE INQ-CARD TO INQ-SRCH-CARD.
           WRITE INQ-REC FROM WS-INQ-SEARCH-LINE.
           IF INQ-R-CUST-NO NOT NUMERIC
              ADD 1 TO WS-ACCTS-NOT-FOUND
              MOVE ZERO TO INQ-CMS-NO
              MOVE 'INVALID CUSTOMER NUMBER' TO INQ-CMS-TEXT
              WRITE INQ-REC FROM WS-INQ-CUST-MSG-LINE
              GO TO H260-END
           END-IF.
           MOVE INQ-R-CUST-NO TO CUS-NO.
           READ CUST-MASTER.
           IF CUS-NOTFND
              ADD 1 TO WS-ACCTS-NOT-FOUND
              MOVE INQ-R-CUST-NO TO INQ-CMS-NO
              MOVE 'CUSTOMER NOT ON FILE' TO INQ-CMS-TEXT
              WRITE INQ-REC FROM WS-INQ-CUST-MSG-LINE
              GO TO H260-END
           END-IF.
           IF NOT CUS-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' CUS-ST
              MOVE CUS-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           MOVE CUS-NO       TO INQ-CUS-NO.
           MOVE CUS-NAME     TO INQ-CUS-NAME.
           MOVE CUS-SURNAME  TO INQ-CUS-SURNAME.
           MOVE CUS-STATUS   TO INQ-CUS-STATUS.
           MOVE CUS-ID-TYPE  TO INQ-CUS-ID-TYPE.
           MOVE CUS-ID-NO    TO INQ-CUS-ID-NO.
           WRITE INQ-REC FROM WS-INQ-CUST-LINE.
           MOVE ZERO TO WS-REL-ACCOUNTS.
           MOVE ZERO TO WS-REL-TOTAL.
           MOVE ZERO TO WS-REL-NO-RATE.
           IF NOT WS-LNK-PRESENT
              GO TO H260-WRAP-UP
           END-IF.
           MOVE ZERO TO LNK-ACCT-NO.
           START CUST-LINK KEY NOT < LNK-ACCT-NO.
           IF LNK-NOTFND OR LNK-EOF
              GO TO H260-WRAP-UP
           END-IF.
           IF NOT LNK-FOUND
              DISPLAY 'UNABLE TO START FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           PERFORM H263-READ-NEXT-LINK.
           PERFORM H262-SCAN-LINK UNTIL LNK-EOF.
       H260-WRAP-UP.
           MOVE WS-REL-ACCOUNTS TO INQ-REL-COUNT.
           MOVE WS-REL-TOTAL    TO INQ-REL-TOTAL.
           MOVE WS-REL-NO-RATE  TO INQ-REL-NO-RATE.
           WRITE INQ-REC FROM WS-INQ-REL-LINE.
       H260-END. EXIT.
      *One link record of the scan: answer the account when it
      *belongs to the customer asked about.
       H262-SCAN-LINK.
           IF LNK-CUST-NO = INQ-R-CUST-NO
              PERFORM H264-ANSWER-LINKED-ACCOUNT THRU H264-END
           END-IF.
           PERFORM H263-READ-NEXT-LINK.
       H262-END. EXIT.
      *Sequential read of the link scan, fatal on anything but
      *success or end of file.
       H263-READ-NEXT-LINK.
           READ CUST-LINK NEXT.
           IF (NOT LNK-FOUND) AND (NOT LNK-EOF)
              DISPLAY 'UNABLE TO READ FILE: ' LNK-ST
              MOVE LNK-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
       H263-END. EXIT.
      *One linked account: read it off the master and answer it as a
      *number card would, then add it into the relationship total.
       H264-ANSWER-LINKED-ACCOUNT.
           ADD 1 TO WS-REL-ACCOUNTS.
           MOVE LNK-ACCT-NO TO ACCT-NO.
           READ ACCT-REC.
           IF ACCT-NOTFND
              MOVE LNK-ACCT-NO TO INQ-MSG-NO
              MOVE 'ACCOUNT NOT ON MASTER' TO INQ-MSG-TEXT
              WRITE INQ-REC FROM WS-INQ-MSG-LINE
              GO TO H264-END
           END-IF.
           IF NOT ACCT-FOUND
              DISPLAY 'UNABLE TO READ FILE: ' ACCT-ST
              MOVE ACCT-ST TO RETURN-CODE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           ADD 1 TO WS-ACCTS-FOUND.
           PERFORM H207-WRITE-ONE-ANSWER.
           PERFORM H266-ADD-TO-RELATIONSHIP.
       H264-END. EXIT.
      *Converted balance of an open linked account into the
      *relationship total, through the same rate table as the answer
      *line; one with no rate is counted instead of guessed at.
       H266-ADD-TO-RELATIONSHIP.
           IF ACCT-OPEN
              MOVE 'N' TO WS-RTE-HIT-SW
              MOVE 1 TO WS-RTE-IX
              MOVE ACCT-CURR TO WS-RTE-PROBE-CURR
              PERFORM H109-FIND-RATE-SLOT
                 UNTIL WS-RTE-HIT OR WS-RTE-IX > WS-RTE-CNT
              IF WS-RTE-HIT
                 COMPUTE WS-CONV-BALANCE ROUNDED =
                         ACCT-BALANCE * WS-RTE-RATE (WS-RTE-IX)
                 ADD WS-CONV-BALANCE TO WS-REL-TOTAL
              ELSE
                 ADD 1 TO WS-REL-NO-RATE
              END-IF
           END-IF.
       H266-END. EXIT.
      *Write the inquiry-count trailer line and close the files.
       H300-CLOSE-FILES.
           IF WS-RUN-OK
           END-IF.
           CLOSE ACCT-REC
                 INQUIRY-CARDS
                 INQ-REPORT
                 CUST-MASTER
                 CUST-LINK.
       H300-END. EXIT.
      *End the program.
       H999-PROGRAM-EXIT.
