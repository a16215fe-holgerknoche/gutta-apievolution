123456*Closed-customer retention-expiry sweep: finds the customers
      *closed longer than the retention period of their client code,
      *leaves out everyone under legal hold, on an open watch-list
      *hold or still carrying a balance, and keeps the rest on the
      *candidate register for compliance. Once compliance's approval
      *card is in, the approved candidates are checked once more
      *and issued as purge cards for APIPURGE; every run reads the
      *erasure log back, so the register shows which candidates
      *were actually erased and which purges were refused

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Retention period per client code, '****' for every client
      *    without a row of its own
           SELECT RETENTION-SCHEDULE-FILE ASSIGN TO WS-RETN-SCHED-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETN-SCHED-STATUS.
      *    Compliance's approval: an 'A' card naming the sweep and
      *    the approver's ticket, then a 'W' card for each candidate
      *    compliance withdraws. Its presence makes this an approval
      *    run instead of a sweep
           SELECT APPROVAL-CARD-FILE ASSIGN TO WS-APPROVAL-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-CARD-STATUS.
      *    Candidate register, carried from run to run and rebuilt
      *    through the work file
           SELECT CANDIDATE-REGISTER-FILE ASSIGN TO WS-CANDIDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-STATUS.
           SELECT CANDIDATE-NEW-FILE ASSIGN TO WS-CANDIDATE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATE-NEW-STATUS.
      *    Published provider master, in customer-number order
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Legal-hold register and the screening hold file: a held
      *    customer is never a candidate
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-LEGALHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
           SELECT WATCH-HOLD-FILE ASSIGN TO WS-WATCHHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHHOLD-STATUS.
      *    Authorized operators; the approver must be one of them
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    The purge cards APIPURGE works, one per approved customer
           SELECT PURGE-CARD-FILE ASSIGN TO WS-PURGE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-CARD-STATUS.
      *    APIPURGE's erasure log, read back for the outcomes
           SELECT ERASURE-LOG-FILE ASSIGN TO WS-ERASURE-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    The run's report for compliance
           SELECT SWEEP-REPORT-FILE ASSIGN TO WS-SWEEP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETENTION-SCHEDULE-FILE.
       01 RETENTION-SCHEDULE-RECORD.
           05 RSC-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 RSC-RETENTION-MONTHS PIC 9(03).
           05 FILLER PIC X(72).

       FD APPROVAL-CARD-FILE.
       01 APPROVAL-CARD-RECORD.
           05 APC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 APC-DETAIL PIC X(78).
           05 APC-APPROVAL REDEFINES APC-DETAIL.
             10 APC-SWEEP-DATE PIC 9(08).
             10 FILLER PIC X(01).
             10 APC-APPROVER-ID PIC X(08).
             10 FILLER PIC X(01).
             10 APC-TICKET PIC X(12).
             10 FILLER PIC X(48).
           05 APC-WITHDRAWAL REDEFINES APC-DETAIL.
             10 APC-CUSTOMER-NUMBER PIC 9(09).
             10 FILLER PIC X(01).
             10 APC-REASON PIC X(36).
             10 FILLER PIC X(32).

      *    Status 'P' pending approval, 'W' withdrawn, 'Q' purge card
      *    issued, 'E' erased, 'F' purge refused; the outcome says
      *    why a candidate was withdrawn or its purge refused
       FD CANDIDATE-REGISTER-FILE.
       01 CANDIDATE-REGISTER-RECORD.
           05 RCN-SWEEP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RCN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RCN-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 RCN-CLOSED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RCN-RETENTION-MONTHS PIC 9(03).
           05 FILLER PIC X(01).
           05 RCN-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 RCN-STATUS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RCN-APPROVER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 RCN-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 RCN-OUTCOME PIC X(08).
           05 FILLER PIC X(02).

       FD CANDIDATE-NEW-FILE.
       01 CANDIDATE-NEW-RECORD PIC X(80).

       FD PROVIDER-MASTER-IN.
       01 PROVIDER-MASTER-IN-RECORD.
           05 PMI-FIRST-NAME PIC X(20).
           05 PMI-LAST-NAME PIC X(20).
           05 PMI-GENDER PIC 9(01).
           05 PMI-GENDER-NEW PIC 9(01).
           05 PMI-STREET PIC X(20).
           05 PMI-NUMBER PIC X(05).
           05 PMI-POSTAL-CODE PIC X(09).
           05 PMI-CITY PIC X(20).
           05 PMI-CUSTOMER-NUMBER PIC 9(09).
           05 PMI-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 PMI-ADDR-KIND PIC X(01).
           05 PMI-BOX-NO PIC 9(09).
           05 PMI-COUNTRY-CODE PIC X(03).
           05 PMI-FOREIGN-POSTAL-CODE PIC X(09).
           05 PMI-ADDRESS-LINE PIC X(08).
           05 PMI-SEC-ADDR-COUNT PIC 9(02).
           05 PMI-CUSTOMER-KIND PIC X(01).
           05 PMI-COMPANY-NAME PIC X(30).
           05 PMI-REGISTRATION-NO PIC X(10).
           05 PMI-CONTACT-PERSON PIC X(20).
           05 PMI-DO-NOT-MAIL PIC X(01).
           05 PMI-RETURN-REASON PIC X(20).
           05 PMI-DATE-OF-BIRTH PIC X(10).
           05 PMI-CLIENT-CODE PIC X(04).
           05 PMI-LIFECYCLE-STATUS PIC X(01).
             88 PMI-CLOSED VALUE 'C'.
           05 PMI-STATUS-DATE PIC 9(08).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LGH-HOLD-REFERENCE PIC X(12).
           05 FILLER PIC X(01).
           05 LGH-START-DATE PIC 9(08).

      *    Every line still on the hold file is undecided
       FD WATCH-HOLD-FILE.
       01 WATCH-HOLD-RECORD.
           05 WLH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(544).

       FD OPERATOR-AUTH-FILE.
       01 OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(72).

       FD PURGE-CARD-FILE.
       01 PURGE-CARD-RECORD.
           05 PGC-CUSTOMER-NUMBER PIC 9(09).
           05 PGC-FIRST-NAME PIC X(20).
           05 PGC-LAST-NAME PIC X(20).
           05 PGC-CHECK-OVERRIDE PIC X(01).
           05 PGC-OPERATOR-ID PIC X(08).
           05 PGC-TICKET PIC X(12).
           05 FILLER PIC X(10).

       FD ERASURE-LOG-FILE.
       01 ERASURE-LOG-RECORD.
           COPY CPURGLG REPLACING '*-' BY PLG-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD SWEEP-REPORT-FILE.
       01 SWEEP-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 SWEEP-CONTROLS.
           05 WS-RETN-SCHED-NAME PIC X(30) VALUE 'RETNSCHD.DAT'.
           05 WS-RETN-SCHED-STATUS PIC X(02).
             88 RETN-SCHED-OK VALUE '00'.
           05 WS-RETN-SCHED-EOF-FLAG PIC X VALUE 'N'.
             88 RETN-SCHED-AT-EOF VALUE 'Y'.
           05 WS-APPROVAL-CARD-NAME PIC X(30) VALUE 'RETNAPPR.DAT'.
           05 WS-APPROVAL-CARD-STATUS PIC X(02).
             88 APPROVAL-CARD-OK VALUE '00'.
           05 WS-APPROVAL-EOF-FLAG PIC X VALUE 'N'.
             88 APPROVAL-AT-EOF VALUE 'Y'.
           05 WS-CANDIDATE-NAME PIC X(30) VALUE 'RETNCAND.DAT'.
           05 WS-CANDIDATE-STATUS PIC X(02).
             88 CANDIDATE-OK VALUE '00'.
           05 WS-CANDIDATE-EOF-FLAG PIC X VALUE 'N'.
             88 CANDIDATE-AT-EOF VALUE 'Y'.
           05 WS-CANDIDATE-NEW-NAME PIC X(30) VALUE 'RETNCAND.NEW'.
           05 WS-CANDIDATE-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-LEGALHOLD-NAME PIC X(30) VALUE 'LEGALHLD.DAT'.
           05 WS-LEGALHOLD-STATUS PIC X(02).
             88 LEGALHOLD-OK VALUE '00'.
           05 WS-LEGALHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 LEGALHOLD-AT-EOF VALUE 'Y'.
           05 WS-WATCHHOLD-NAME PIC X(30) VALUE 'WLHOLD.DAT'.
           05 WS-WATCHHOLD-STATUS PIC X(02).
             88 WATCHHOLD-OK VALUE '00'.
           05 WS-WATCHHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 WATCHHOLD-AT-EOF VALUE 'Y'.
           05 WS-OPERAUTH-NAME PIC X(30) VALUE 'OPERAUTH.DAT'.
           05 WS-OPERAUTH-STATUS PIC X(02).
             88 OPERAUTH-OK VALUE '00'.
           05 WS-OPERAUTH-EOF-FLAG PIC X VALUE 'N'.
             88 OPERAUTH-AT-EOF VALUE 'Y'.
           05 WS-PURGE-CARD-NAME PIC X(30) VALUE 'PURGCARD.DAT'.
           05 WS-PURGE-CARD-STATUS PIC X(02).
           05 WS-ERASURE-LOG-NAME PIC X(30) VALUE 'PURGLOG.DAT'.
           05 WS-ERASURE-LOG-STATUS PIC X(02).
             88 ERASURE-LOG-OK VALUE '00'.
           05 WS-ERASURE-LOG-EOF-FLAG PIC X VALUE 'N'.
             88 ERASURE-LOG-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-SWEEP-REPORT-NAME PIC X(30) VALUE 'RETNRPT.DAT'.
           05 WS-SWEEP-REPORT-STATUS PIC X(02).
           05 RENAME-STATUS PIC S9(9) BINARY.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
             10 BUSINESS-YEAR PIC 9(04).
             10 BUSINESS-MONTH PIC 9(02).
             10 BUSINESS-DAY PIC 9(02).
           05 REGISTER-CHANGED-FLAG PIC X(01) VALUE 'N'.
             88 REGISTER-CHANGED VALUE 'Y'.

           05 CUSTOMERS-READ PIC S9(9) BINARY VALUE 0.
           05 CLOSED-CUSTOMERS PIC S9(9) BINARY VALUE 0.
           05 CLOSED-NOT-EXPIRED PIC S9(9) BINARY VALUE 0.
           05 CLOSED-NO-RULE PIC S9(9) BINARY VALUE 0.
           05 EXCLUDED-LEGAL-HOLD PIC S9(9) BINARY VALUE 0.
           05 EXCLUDED-WATCH-HOLD PIC S9(9) BINARY VALUE 0.
           05 EXCLUDED-BALANCE PIC S9(9) BINARY VALUE 0.
           05 ALREADY-IN-HAND PIC S9(9) BINARY VALUE 0.
           05 ALREADY-ERASED PIC S9(9) BINARY VALUE 0.
           05 WITHDRAWN-BY-COMPLIANCE PIC S9(9) BINARY VALUE 0.
           05 CANDIDATES-ADDED PIC S9(9) BINARY VALUE 0.
           05 CANDIDATES-APPROVED PIC S9(9) BINARY VALUE 0.
           05 CANDIDATES-WITHDRAWN PIC S9(9) BINARY VALUE 0.
           05 WITHDRAWALS-UNMATCHED PIC S9(9) BINARY VALUE 0.
           05 ERASURES-CONFIRMED PIC S9(9) BINARY VALUE 0.
           05 PURGES-REFUSED PIC S9(9) BINARY VALUE 0.

      *    Retention schedule held in memory, with the closing date
      *    before which a customer of the client is past retention:
      *    the business date the period's months back
       01 SCHEDULE-CONTROLS.
           05 MAX-SCHEDULE-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 SCHEDULE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 SCHEDULE-IX PIC S9(4) BINARY.
           05 SCHEDULE-FOUND-IX PIC S9(4) BINARY.
           05 DEFAULT-SCHEDULE-IX PIC S9(4) BINARY VALUE 0.
           05 SCHEDULE-ROWS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 CUTOFF-MONTH-COUNT PIC S9(9) BINARY.
           05 RETENTION-CUTOFF-DATE PIC 9(08).
           05 RETENTION-CUTOFF-PARTS
              REDEFINES RETENTION-CUTOFF-DATE.
             10 CUTOFF-YEAR PIC 9(04).
             10 CUTOFF-MONTH PIC 9(02).
             10 CUTOFF-DAY PIC 9(02).
       01 SCHEDULE-TABLE.
           05 SCHEDULE-ENTRY OCCURS 500.
             10 RST-CLIENT-CODE PIC X(04).
             10 RST-RETENTION-MONTHS PIC 9(03).
             10 RST-CUTOFF-DATE PIC 9(08).

      *    Customers under legal hold and on the screening hold file
       01 HOLD-CONTROLS.
           05 MAX-HOLD-ENTRIES PIC S9(4) BINARY VALUE 2000.
           05 HOLD-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 MAX-WATCH-ENTRIES PIC S9(4) BINARY VALUE 5000.
           05 WATCH-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 HOLD-IX PIC S9(4) BINARY.
           05 HOLD-CUSTOMER PIC 9(09).
           05 HOLD-REASON PIC X(08).
       01 LEGAL-HOLD-TABLE.
           05 LEGAL-HOLD-ENTRY OCCURS 2000.
             10 LHT-CUSTOMER-NUMBER PIC 9(09).
       01 WATCH-HOLD-TABLE.
           05 WATCH-HOLD-ENTRY OCCURS 5000.
             10 WHT-CUSTOMER-NUMBER PIC 9(09).

      *    The candidate register in memory. A sweep's candidates
      *    are appended in customer-number order, so the candidates
      *    of one sweep lie together in ascending order
       01 CANDIDATE-CONTROLS.
           05 MAX-CANDIDATE-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 CANDIDATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 CANDIDATE-IX PIC S9(9) BINARY.
           05 CANDIDATE-FOUND-IX PIC S9(9) BINARY.
           05 SWEEP-FIRST-IX PIC S9(9) BINARY.
           05 SWEEP-LAST-IX PIC S9(9) BINARY.
           05 SEARCH-LOW-IX PIC S9(9) BINARY.
           05 SEARCH-HIGH-IX PIC S9(9) BINARY.
           05 SEARCH-MID-IX PIC S9(9) BINARY.
           05 PENDING-CANDIDATES PIC S9(9) BINARY VALUE 0.
           05 QUEUED-CANDIDATES PIC S9(9) BINARY VALUE 0.
           05 ERASED-CANDIDATES PIC S9(9) BINARY VALUE 0.
           05 REFUSED-CANDIDATES PIC S9(9) BINARY VALUE 0.
           05 WITHDRAWN-CANDIDATES PIC S9(9) BINARY VALUE 0.
       01 CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 20000.
             10 CRT-SWEEP-DATE PIC 9(08).
             10 CRT-CUSTOMER-NUMBER PIC 9(09).
             10 CRT-CLIENT-CODE PIC X(04).
             10 CRT-CLOSED-DATE PIC 9(08).
             10 CRT-RETENTION-MONTHS PIC 9(03).
             10 CRT-STATUS PIC X(01).
               88 CRT-PENDING VALUE 'P'.
               88 CRT-WITHDRAWN VALUE 'W'.
               88 CRT-QUEUED VALUE 'Q'.
               88 CRT-ERASED VALUE 'E'.
               88 CRT-REFUSED VALUE 'F'.
             10 CRT-STATUS-DATE PIC 9(08).
             10 CRT-APPROVER-ID PIC X(08).
             10 CRT-TICKET PIC X(12).
             10 CRT-OUTCOME PIC X(08).
             10 CRT-REFUSED-FLAG PIC X(01).
               88 CRT-REFUSED-THIS-RUN VALUE 'Y'.

      *    Approval tickets whose purges are still to be accounted
      *    for; the erasure log is only searched under these
       01 OPEN-TICKET-CONTROLS.
           05 MAX-TICKET-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 TICKET-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 TICKET-IX PIC S9(4) BINARY.
           05 TICKET-FOUND-FLAG PIC X(01).
             88 TICKET-FOUND VALUE 'Y'.
       01 OPEN-TICKET-TABLE.
           05 OPEN-TICKET-ENTRY OCCURS 200.
             10 OTT-TICKET PIC X(12).

      *    The approval in hand
       01 APPROVAL-FIELDS.
           05 APPROVAL-SWEEP-DATE PIC 9(08) VALUE 0.
           05 APPROVAL-APPROVER-ID PIC X(08) VALUE SPACES.
           05 APPROVAL-TICKET PIC X(12) VALUE SPACES.
           05 APPROVER-VALID-FLAG PIC X(01) VALUE 'N'.
             88 APPROVER-AUTHORIZED VALUE 'Y'.
           05 WITHDRAW-OUTCOME PIC X(08).

       01 SWEEP-DETAIL-LINE.
           05 SDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SDL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SDL-CLOSED-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SDL-RETENTION-MONTHS PIC ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 SDL-DISPOSITION PIC X(48).

       01 SWEEP-SUMMARY-LINE.
           05 SSL-LABEL PIC X(40).
           05 SSL-VALUE PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-CANDIDATE-REGISTER
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-WATCH-HOLDS

           OPEN OUTPUT SWEEP-REPORT-FILE
           PERFORM TRACK-ERASURES

           OPEN INPUT APPROVAL-CARD-FILE
           IF APPROVAL-CARD-OK
               PERFORM APPLY-APPROVAL
               CLOSE APPROVAL-CARD-FILE
           ELSE
               PERFORM SWEEP-CLOSED-CUSTOMERS
           END-IF

           IF REGISTER-CHANGED
               PERFORM REWRITE-CANDIDATE-REGISTER
           END-IF
           PERFORM WRITE-REGISTER-SUMMARY
           CLOSE SWEEP-REPORT-FILE

           DISPLAY 'Candidates added:          ' CANDIDATES-ADDED
              UPON CONSOLE
           DISPLAY 'Purge cards issued:        ' CANDIDATES-APPROVED
              UPON CONSOLE
           DISPLAY 'Candidates withdrawn:      ' CANDIDATES-WITHDRAWN
              UPON CONSOLE
           DISPLAY 'Erasures confirmed:        ' ERASURES-CONFIRMED
              UPON CONSOLE
           DISPLAY 'Purges refused:            ' PURGES-REFUSED
              UPON CONSOLE
           IF PURGES-REFUSED > 0
               OR CLOSED-NO-RULE > 0
               OR SCHEDULE-ROWS-REFUSED > 0
               OR WITHDRAWALS-UNMATCHED > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * ---
      * The run is dated with the business date, the system date
      * when none is on file
       LOAD-BUSINESS-DATE SECTION.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF BUSINESS-DATE = 0
               ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF

           EXIT.

       LOAD-CANDIDATE-REGISTER SECTION.
           OPEN INPUT CANDIDATE-REGISTER-FILE
           IF NOT CANDIDATE-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL CANDIDATE-AT-EOF
               READ CANDIDATE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-CANDIDATE-EOF-FLAG
                   NOT AT END
                       IF RCN-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM KEEP-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-REGISTER-FILE

           EXIT.

       KEEP-REGISTER-LINE SECTION.
           IF CANDIDATE-ENTRY-COUNT >= MAX-CANDIDATE-ENTRIES
               DISPLAY '*** CANDIDATE TABLE FULL AT '
                       MAX-CANDIDATE-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CANDIDATE-ENTRY-COUNT
           MOVE CANDIDATE-ENTRY-COUNT TO CANDIDATE-IX
           MOVE RCN-SWEEP-DATE TO CRT-SWEEP-DATE (CANDIDATE-IX)
           MOVE RCN-CUSTOMER-NUMBER
             TO CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
           MOVE RCN-CLIENT-CODE TO CRT-CLIENT-CODE (CANDIDATE-IX)
           MOVE RCN-CLOSED-DATE TO CRT-CLOSED-DATE (CANDIDATE-IX)
           MOVE RCN-RETENTION-MONTHS
             TO CRT-RETENTION-MONTHS (CANDIDATE-IX)
           MOVE RCN-STATUS TO CRT-STATUS (CANDIDATE-IX)
           MOVE RCN-STATUS-DATE TO CRT-STATUS-DATE (CANDIDATE-IX)
           MOVE RCN-APPROVER-ID TO CRT-APPROVER-ID (CANDIDATE-IX)
           MOVE RCN-TICKET TO CRT-TICKET (CANDIDATE-IX)
           MOVE RCN-OUTCOME TO CRT-OUTCOME (CANDIDATE-IX)
           MOVE 'N' TO CRT-REFUSED-FLAG (CANDIDATE-IX)

           EXIT.

      * ---
      * Load the legal-hold register; with no register on disk
      * nothing is exempt
       LOAD-LEGAL-HOLDS SECTION.
           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT LEGALHOLD-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL LEGALHOLD-AT-EOF
                      OR HOLD-ENTRY-COUNT >= MAX-HOLD-ENTRIES
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-LEGALHOLD-EOF-FLAG
                   NOT AT END
                       IF LGH-CUSTOMER-NUMBER IS NUMERIC
                           ADD 1 TO HOLD-ENTRY-COUNT
                           MOVE LGH-CUSTOMER-NUMBER
                             TO LHT-CUSTOMER-NUMBER
                                (HOLD-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE

           EXIT.

      * ---
      * Load the customers still held by screening; a hold leaves
      * the file only through compliance's review
       LOAD-WATCH-HOLDS SECTION.
           OPEN INPUT WATCH-HOLD-FILE
           IF NOT WATCHHOLD-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL WATCHHOLD-AT-EOF
                      OR WATCH-ENTRY-COUNT >= MAX-WATCH-ENTRIES
               READ WATCH-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-WATCHHOLD-EOF-FLAG
                   NOT AT END
                       IF WLH-CUSTOMER-NUMBER IS NUMERIC
                           ADD 1 TO WATCH-ENTRY-COUNT
                           MOVE WLH-CUSTOMER-NUMBER
                             TO WHT-CUSTOMER-NUMBER
                                (WATCH-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-HOLD-FILE

           EXIT.

      * ---
      * HOLD-REASON for HOLD-CUSTOMER: LEGALHLD under legal hold,
      * WATCHHLD on an open watch-list hold, spaces when free
       CHECK-CUSTOMER-HOLDS SECTION.
           MOVE SPACES TO HOLD-REASON
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ENTRY-COUNT
                      OR HOLD-REASON NOT = SPACES
               IF LHT-CUSTOMER-NUMBER (HOLD-IX) = HOLD-CUSTOMER
                   MOVE 'LEGALHLD' TO HOLD-REASON
               END-IF
           END-PERFORM
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > WATCH-ENTRY-COUNT
                      OR HOLD-REASON NOT = SPACES
               IF WHT-CUSTOMER-NUMBER (HOLD-IX) = HOLD-CUSTOMER
                   MOVE 'WATCHHLD' TO HOLD-REASON
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Read APIPURGE's erasure log back for every candidate whose
      * purge card is out or was refused: an ERASED line under the
      * approval ticket settles the candidate, any other outcome
      * marks its purge refused until a later run erases it
       TRACK-ERASURES SECTION.
           MOVE 0 TO TICKET-ENTRY-COUNT
           PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
               IF CRT-QUEUED (CANDIDATE-IX)
                   OR CRT-REFUSED (CANDIDATE-IX)
                   PERFORM KEEP-OPEN-TICKET
               END-IF
           END-PERFORM
           IF TICKET-ENTRY-COUNT = 0
               EXIT SECTION
           END-IF

           OPEN INPUT ERASURE-LOG-FILE
           IF NOT ERASURE-LOG-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL ERASURE-LOG-AT-EOF
               READ ERASURE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ERASURE-LOG-EOF-FLAG
                   NOT AT END
                       PERFORM MATCH-ERASURE-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE ERASURE-LOG-FILE

           EXIT.

       KEEP-OPEN-TICKET SECTION.
           MOVE 'N' TO TICKET-FOUND-FLAG
           PERFORM VARYING TICKET-IX FROM 1 BY 1
                   UNTIL TICKET-IX > TICKET-ENTRY-COUNT
                      OR TICKET-FOUND
               IF OTT-TICKET (TICKET-IX) = CRT-TICKET (CANDIDATE-IX)
                   SET TICKET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT TICKET-FOUND
               AND TICKET-ENTRY-COUNT < MAX-TICKET-ENTRIES
               ADD 1 TO TICKET-ENTRY-COUNT
               MOVE CRT-TICKET (CANDIDATE-IX)
                 TO OTT-TICKET (TICKET-ENTRY-COUNT)
           END-IF

           EXIT.

       MATCH-ERASURE-LOG-LINE SECTION.
           MOVE 'N' TO TICKET-FOUND-FLAG
           PERFORM VARYING TICKET-IX FROM 1 BY 1
                   UNTIL TICKET-IX > TICKET-ENTRY-COUNT
                      OR TICKET-FOUND
               IF OTT-TICKET (TICKET-IX) = PLG-TICKET
                   SET TICKET-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT TICKET-FOUND
               OR PLG-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
               IF CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
                       = PLG-CUSTOMER-NUMBER
                   AND CRT-TICKET (CANDIDATE-IX) = PLG-TICKET
                   AND (CRT-QUEUED (CANDIDATE-IX)
                        OR CRT-REFUSED (CANDIDATE-IX))
                   PERFORM RECORD-PURGE-OUTCOME
               END-IF
           END-PERFORM

           EXIT.

       RECORD-PURGE-OUTCOME SECTION.
           IF PLG-OUTCOME = 'ERASED'
               MOVE 'E' TO CRT-STATUS (CANDIDATE-IX)
               ADD 1 TO ERASURES-CONFIRMED
               IF CRT-REFUSED-THIS-RUN (CANDIDATE-IX)
                   SUBTRACT 1 FROM PURGES-REFUSED
               END-IF
           ELSE
               IF CRT-REFUSED (CANDIDATE-IX)
                   EXIT SECTION
               END-IF
               MOVE 'F' TO CRT-STATUS (CANDIDATE-IX)
               MOVE 'Y' TO CRT-REFUSED-FLAG (CANDIDATE-IX)
               ADD 1 TO PURGES-REFUSED
               DISPLAY '*** PURGE OF CANDIDATE '
                       CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
                       ' REFUSED - ' PLG-OUTCOME
                  UPON CONSOLE
           END-IF
           MOVE PLG-OUTCOME TO CRT-OUTCOME (CANDIDATE-IX)
           MOVE BUSINESS-DATE TO CRT-STATUS-DATE (CANDIDATE-IX)
           SET REGISTER-CHANGED TO TRUE

           EXIT.

      * ---
      * The monthly sweep: every closed customer past its client's
      * retention period is a candidate unless held, still owing or
      * owed, or already on the register
       SWEEP-CLOSED-CUSTOMERS SECTION.
           PERFORM LOAD-RETENTION-SCHEDULE
           IF SCHEDULE-ENTRY-COUNT = 0
               DISPLAY 'NO RETENTION SCHEDULE PRESENT - NOTHING '
                       'TO SWEEP'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'NO PROVIDER OUTPUT PRESENT - NOTHING TO '
                       'SWEEP'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE SPACES TO SWEEP-REPORT-RECORD
           STRING 'RETENTION-EXPIRY SWEEP OF ' DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - CANDIDATES FOR COMPLIANCE APPROVAL'
                  DELIMITED BY SIZE
             INTO SWEEP-REPORT-RECORD
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'CUSTOMER   CLNT  CLOSED    MTH  DISPOSITION'
             TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CUSTOMERS-READ
                       IF PMI-CLOSED
                           AND PMI-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM SWEEP-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'CLOSED CUSTOMERS' TO SSL-LABEL
           MOVE CLOSED-CUSTOMERS TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'STILL INSIDE RETENTION' TO SSL-LABEL
           MOVE CLOSED-NOT-EXPIRED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NO RETENTION RULE FOR THE CLIENT' TO SSL-LABEL
           MOVE CLOSED-NO-RULE TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'EXCLUDED - LEGAL HOLD' TO SSL-LABEL
           MOVE EXCLUDED-LEGAL-HOLD TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'EXCLUDED - WATCH-LIST HOLD' TO SSL-LABEL
           MOVE EXCLUDED-WATCH-HOLD TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'EXCLUDED - NON-ZERO BALANCE' TO SSL-LABEL
           MOVE EXCLUDED-BALANCE TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'WITHDRAWN BY COMPLIANCE BEFORE' TO SSL-LABEL
           MOVE WITHDRAWN-BY-COMPLIANCE TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ALREADY AWAITING APPROVAL OR PURGE' TO SSL-LABEL
           MOVE ALREADY-IN-HAND TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ALREADY ERASED' TO SSL-LABEL
           MOVE ALREADY-ERASED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NEW CANDIDATES' TO SSL-LABEL
           MOVE CANDIDATES-ADDED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE

           EXIT.

      * ---
      * Hold the retention schedule with each row's closing-date
      * cutoff; a row with no period in months is refused
       LOAD-RETENTION-SCHEDULE SECTION.
           OPEN INPUT RETENTION-SCHEDULE-FILE
           IF NOT RETN-SCHED-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RETN-SCHED-AT-EOF
               READ RETENTION-SCHEDULE-FILE
                   AT END
                       MOVE 'Y' TO WS-RETN-SCHED-EOF-FLAG
                   NOT AT END
                       IF RSC-CLIENT-CODE NOT = SPACES
                           PERFORM KEEP-SCHEDULE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENTION-SCHEDULE-FILE

           EXIT.

       KEEP-SCHEDULE-ROW SECTION.
           IF RSC-RETENTION-MONTHS IS NOT NUMERIC
               OR RSC-RETENTION-MONTHS = 0
               DISPLAY '*** RETENTION ROW FOR ' RSC-CLIENT-CODE
                       ' HAS NO PERIOD - IGNORED'
                  UPON CONSOLE
               ADD 1 TO SCHEDULE-ROWS-REFUSED
               EXIT SECTION
           END-IF
           IF SCHEDULE-ENTRY-COUNT >= MAX-SCHEDULE-ENTRIES
               DISPLAY '*** RETENTION SCHEDULE FULL AT '
                       MAX-SCHEDULE-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO SCHEDULE-ENTRY-COUNT
           MOVE SCHEDULE-ENTRY-COUNT TO SCHEDULE-IX
           MOVE RSC-CLIENT-CODE TO RST-CLIENT-CODE (SCHEDULE-IX)
           MOVE RSC-RETENTION-MONTHS
             TO RST-RETENTION-MONTHS (SCHEDULE-IX)
           COMPUTE CUTOFF-MONTH-COUNT =
               BUSINESS-YEAR * 12 + BUSINESS-MONTH - 1
             - RSC-RETENTION-MONTHS
           DIVIDE CUTOFF-MONTH-COUNT BY 12
               GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH
           ADD 1 TO CUTOFF-MONTH
           MOVE BUSINESS-DAY TO CUTOFF-DAY
           MOVE RETENTION-CUTOFF-DATE TO RST-CUTOFF-DATE (SCHEDULE-IX)
           IF RSC-CLIENT-CODE = '****'
               MOVE SCHEDULE-IX TO DEFAULT-SCHEDULE-IX
           END-IF

           EXIT.

       SWEEP-ONE-CUSTOMER SECTION.
           ADD 1 TO CLOSED-CUSTOMERS
           MOVE SPACES TO SWEEP-DETAIL-LINE
           MOVE PMI-CUSTOMER-NUMBER TO SDL-CUSTOMER-NUMBER
           MOVE PMI-CLIENT-CODE TO SDL-CLIENT-CODE
           MOVE PMI-STATUS-DATE TO SDL-CLOSED-DATE

           MOVE 0 TO SCHEDULE-FOUND-IX
           PERFORM VARYING SCHEDULE-IX FROM 1 BY 1
                   UNTIL SCHEDULE-IX > SCHEDULE-ENTRY-COUNT
                      OR SCHEDULE-FOUND-IX > 0
               IF RST-CLIENT-CODE (SCHEDULE-IX) = PMI-CLIENT-CODE
                   MOVE SCHEDULE-IX TO SCHEDULE-FOUND-IX
               END-IF
           END-PERFORM
           IF SCHEDULE-FOUND-IX = 0
               MOVE DEFAULT-SCHEDULE-IX TO SCHEDULE-FOUND-IX
           END-IF
           IF SCHEDULE-FOUND-IX = 0
               ADD 1 TO CLOSED-NO-RULE
               MOVE 'NOT SWEPT - NO RETENTION RULE FOR THE CLIENT'
                 TO SDL-DISPOSITION
               PERFORM WRITE-SWEEP-DETAIL
               EXIT SECTION
           END-IF
           MOVE RST-RETENTION-MONTHS (SCHEDULE-FOUND-IX)
             TO SDL-RETENTION-MONTHS

           IF PMI-STATUS-DATE IS NOT NUMERIC
               OR PMI-STATUS-DATE = 0
               OR PMI-STATUS-DATE
                    NOT < RST-CUTOFF-DATE (SCHEDULE-FOUND-IX)
               ADD 1 TO CLOSED-NOT-EXPIRED
               EXIT SECTION
           END-IF

           MOVE PMI-CUSTOMER-NUMBER TO HOLD-CUSTOMER
           PERFORM CHECK-CUSTOMER-HOLDS
           IF HOLD-REASON = 'LEGALHLD'
               ADD 1 TO EXCLUDED-LEGAL-HOLD
               MOVE 'EXCLUDED - UNDER LEGAL HOLD' TO SDL-DISPOSITION
               PERFORM WRITE-SWEEP-DETAIL
               EXIT SECTION
           END-IF
           IF HOLD-REASON = 'WATCHHLD'
               ADD 1 TO EXCLUDED-WATCH-HOLD
               MOVE 'EXCLUDED - OPEN WATCH-LIST HOLD'
                 TO SDL-DISPOSITION
               PERFORM WRITE-SWEEP-DETAIL
               EXIT SECTION
           END-IF
           IF PMI-ACCOUNT-BALANCE IS NOT NUMERIC
               OR PMI-ACCOUNT-BALANCE NOT = 0
               ADD 1 TO EXCLUDED-BALANCE
               MOVE 'EXCLUDED - BALANCE NOT ZERO' TO SDL-DISPOSITION
               PERFORM WRITE-SWEEP-DETAIL
               EXIT SECTION
           END-IF

      *    The provider master keeps an erased customer's closed
      *    record, so the register decides who is already done. A
      *    refused purge stays with compliance until it is settled,
      *    and compliance's own withdrawal holds for this closure;
      *    a candidate withdrawn because it reopened, fell under a
      *    hold or carried a balance is proposed again once it
      *    qualifies
           MOVE 0 TO CANDIDATE-FOUND-IX
           PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
               IF CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
                       = PMI-CUSTOMER-NUMBER
                   IF NOT CRT-WITHDRAWN (CANDIDATE-IX)
                       OR (CRT-OUTCOME (CANDIDATE-IX) = 'COMPLNCE'
                           AND CRT-CLOSED-DATE (CANDIDATE-IX)
                               = PMI-STATUS-DATE)
                       MOVE CANDIDATE-IX TO CANDIDATE-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM
           IF CANDIDATE-FOUND-IX > 0
               EVALUATE TRUE
                   WHEN CRT-ERASED (CANDIDATE-FOUND-IX)
                       ADD 1 TO ALREADY-ERASED
                   WHEN CRT-WITHDRAWN (CANDIDATE-FOUND-IX)
                       ADD 1 TO WITHDRAWN-BY-COMPLIANCE
                       MOVE 'WITHDRAWN BY COMPLIANCE - NOT RE-PROPOSED'
                         TO SDL-DISPOSITION
                       PERFORM WRITE-SWEEP-DETAIL
                   WHEN OTHER
                       ADD 1 TO ALREADY-IN-HAND
                       MOVE 'ALREADY ON THE REGISTER - NOT ADDED AGAIN'
                         TO SDL-DISPOSITION
                       PERFORM WRITE-SWEEP-DETAIL
               END-EVALUATE
               EXIT SECTION
           END-IF

           IF CANDIDATE-ENTRY-COUNT >= MAX-CANDIDATE-ENTRIES
               DISPLAY '*** CANDIDATE TABLE FULL AT '
                       MAX-CANDIDATE-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CANDIDATE-ENTRY-COUNT
           MOVE CANDIDATE-ENTRY-COUNT TO CANDIDATE-IX
           MOVE BUSINESS-DATE TO CRT-SWEEP-DATE (CANDIDATE-IX)
           MOVE PMI-CUSTOMER-NUMBER
             TO CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
           MOVE PMI-CLIENT-CODE TO CRT-CLIENT-CODE (CANDIDATE-IX)
           MOVE PMI-STATUS-DATE TO CRT-CLOSED-DATE (CANDIDATE-IX)
           MOVE RST-RETENTION-MONTHS (SCHEDULE-FOUND-IX)
             TO CRT-RETENTION-MONTHS (CANDIDATE-IX)
           MOVE 'P' TO CRT-STATUS (CANDIDATE-IX)
           MOVE BUSINESS-DATE TO CRT-STATUS-DATE (CANDIDATE-IX)
           MOVE SPACES TO CRT-APPROVER-ID (CANDIDATE-IX)
           MOVE SPACES TO CRT-TICKET (CANDIDATE-IX)
           MOVE SPACES TO CRT-OUTCOME (CANDIDATE-IX)
           MOVE 'N' TO CRT-REFUSED-FLAG (CANDIDATE-IX)
           SET REGISTER-CHANGED TO TRUE
           ADD 1 TO CANDIDATES-ADDED
           MOVE 'CANDIDATE - AWAITING APPROVAL' TO SDL-DISPOSITION
           PERFORM WRITE-SWEEP-DETAIL

           EXIT.

      * ---
      * Compliance's approval of one sweep: the 'W' cards withdraw
      * their candidates, every other pending candidate of the sweep
      * is checked once more against the master and the holds and
      * issued as a purge card under the approver's ticket
       APPLY-APPROVAL SECTION.
           READ APPROVAL-CARD-FILE
               AT END
                   MOVE 'Y' TO WS-APPROVAL-EOF-FLAG
           END-READ
           IF APPROVAL-AT-EOF
               OR APC-ACTION NOT = 'A'
               OR APC-SWEEP-DATE IS NOT NUMERIC
               OR APC-APPROVER-ID = SPACES
               OR APC-TICKET = SPACES
               DISPLAY '*** APPROVAL CARD MUST START WITH AN ''A'' '
                       'CARD: SWEEP DATE, APPROVER AND TICKET'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE APC-SWEEP-DATE TO APPROVAL-SWEEP-DATE
           MOVE APC-APPROVER-ID TO APPROVAL-APPROVER-ID
           MOVE APC-TICKET TO APPROVAL-TICKET

           PERFORM VERIFY-APPROVER
           IF NOT APPROVER-AUTHORIZED
               DISPLAY '*** APPROVER ' APPROVAL-APPROVER-ID
                       ' IS NOT AUTHORIZED - APPROVAL REFUSED'
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 0 TO SWEEP-FIRST-IX
           MOVE 0 TO SWEEP-LAST-IX
           PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
               IF CRT-SWEEP-DATE (CANDIDATE-IX) = APPROVAL-SWEEP-DATE
                   IF SWEEP-FIRST-IX = 0
                       MOVE CANDIDATE-IX TO SWEEP-FIRST-IX
                   END-IF
                   MOVE CANDIDATE-IX TO SWEEP-LAST-IX
               END-IF
           END-PERFORM
           IF SWEEP-FIRST-IX = 0
               DISPLAY '*** NO SWEEP OF ' APPROVAL-SWEEP-DATE
                       ' ON THE CANDIDATE REGISTER'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE SPACES TO SWEEP-REPORT-RECORD
           STRING 'APPROVAL OF THE SWEEP OF ' DELIMITED BY SIZE
                  APPROVAL-SWEEP-DATE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  APPROVAL-APPROVER-ID DELIMITED BY SIZE
                  ' TICKET ' DELIMITED BY SIZE
                  APPROVAL-TICKET DELIMITED BY SIZE
             INTO SWEEP-REPORT-RECORD
           END-STRING
           WRITE SWEEP-REPORT-RECORD
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'CUSTOMER   CLNT  CLOSED    MTH  DISPOSITION'
             TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD

           PERFORM UNTIL APPROVAL-AT-EOF
               READ APPROVAL-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-APPROVAL-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-WITHDRAWAL-CARD
               END-READ
           END-PERFORM

           PERFORM RECHECK-SWEEP-CANDIDATES

           PERFORM VARYING CANDIDATE-IX FROM SWEEP-FIRST-IX BY 1
                   UNTIL CANDIDATE-IX > SWEEP-LAST-IX
               IF CRT-SWEEP-DATE (CANDIDATE-IX) = APPROVAL-SWEEP-DATE
                   AND CRT-PENDING (CANDIDATE-IX)
                   PERFORM ISSUE-PURGE-CARD
               END-IF
           END-PERFORM
           IF CANDIDATES-APPROVED > 0
               CLOSE PURGE-CARD-FILE
           END-IF

           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'PURGE CARDS ISSUED' TO SSL-LABEL
           MOVE CANDIDATES-APPROVED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CANDIDATES WITHDRAWN' TO SSL-LABEL
           MOVE CANDIDATES-WITHDRAWN TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'WITHDRAWALS MATCHING NO CANDIDATE' TO SSL-LABEL
           MOVE WITHDRAWALS-UNMATCHED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE

           EXIT.

      * ---
      * The approver must be on the authorized-operator file; with
      * no file on disk the approval is taken with a console warning
       VERIFY-APPROVER SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               DISPLAY 'NO OPERATOR AUTHORIZATION FILE - APPROVER '
                       'NOT VALIDATED'
                  UPON CONSOLE
               SET APPROVER-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM UNTIL OPERAUTH-AT-EOF OR APPROVER-AUTHORIZED
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
                   NOT AT END
                       IF OPA-OPERATOR-ID = APPROVAL-APPROVER-ID
                           SET APPROVER-AUTHORIZED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           EXIT.

       APPLY-WITHDRAWAL-CARD SECTION.
           IF APC-ACTION NOT = 'W'
               OR APC-CUSTOMER-NUMBER IS NOT NUMERIC
               DISPLAY '*** APPROVAL CARD IGNORED - ONLY ''W'' '
                       'CARDS MAY FOLLOW THE ''A'' CARD'
                  UPON CONSOLE
               ADD 1 TO WITHDRAWALS-UNMATCHED
               EXIT SECTION
           END-IF

           MOVE 0 TO CANDIDATE-FOUND-IX
           PERFORM VARYING CANDIDATE-IX FROM SWEEP-FIRST-IX BY 1
                   UNTIL CANDIDATE-IX > SWEEP-LAST-IX
                      OR CANDIDATE-FOUND-IX > 0
               IF CRT-SWEEP-DATE (CANDIDATE-IX) = APPROVAL-SWEEP-DATE
                   AND CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
                       = APC-CUSTOMER-NUMBER
                   AND CRT-PENDING (CANDIDATE-IX)
                   MOVE CANDIDATE-IX TO CANDIDATE-FOUND-IX
               END-IF
           END-PERFORM
           IF CANDIDATE-FOUND-IX = 0
               DISPLAY '*** WITHDRAWAL OF ' APC-CUSTOMER-NUMBER
                       ' MATCHES NO PENDING CANDIDATE OF THE SWEEP'
                  UPON CONSOLE
               ADD 1 TO WITHDRAWALS-UNMATCHED
               EXIT SECTION
           END-IF

           MOVE CANDIDATE-FOUND-IX TO CANDIDATE-IX
           MOVE 'COMPLNCE' TO WITHDRAW-OUTCOME
           PERFORM WITHDRAW-CANDIDATE
           MOVE SPACES TO SDL-DISPOSITION
           STRING 'WITHDRAWN - ' DELIMITED BY SIZE
                  APC-REASON DELIMITED BY SIZE
             INTO SDL-DISPOSITION
           END-STRING
           PERFORM WRITE-CANDIDATE-DETAIL

           EXIT.

      * ---
      * The master and the holds may have moved since the sweep: a
      * pending candidate reopened, carrying a balance again or
      * newly held is withdrawn rather than erased. The sweep's
      * candidates are in customer order, so each master record is
      * found among them by halving
       RECHECK-SWEEP-CANDIDATES SECTION.
           PERFORM VARYING CANDIDATE-IX FROM SWEEP-FIRST-IX BY 1
                   UNTIL CANDIDATE-IX > SWEEP-LAST-IX
               IF CRT-SWEEP-DATE (CANDIDATE-IX) = APPROVAL-SWEEP-DATE
                   AND CRT-PENDING (CANDIDATE-IX)
                   MOVE CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
                     TO HOLD-CUSTOMER
                   PERFORM CHECK-CUSTOMER-HOLDS
                   IF HOLD-REASON NOT = SPACES
                       MOVE HOLD-REASON TO WITHDRAW-OUTCOME
                       PERFORM WITHDRAW-CANDIDATE
                       MOVE 'WITHDRAWN - HOLD PLACED SINCE THE SWEEP'
                         TO SDL-DISPOSITION
                       PERFORM WRITE-CANDIDATE-DETAIL
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM RECHECK-ONE-MASTER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

       RECHECK-ONE-MASTER-RECORD SECTION.
           MOVE 0 TO CANDIDATE-FOUND-IX
           MOVE SWEEP-FIRST-IX TO SEARCH-LOW-IX
           MOVE SWEEP-LAST-IX TO SEARCH-HIGH-IX
           PERFORM UNTIL SEARCH-LOW-IX > SEARCH-HIGH-IX
                      OR CANDIDATE-FOUND-IX > 0
               COMPUTE SEARCH-MID-IX =
                   (SEARCH-LOW-IX + SEARCH-HIGH-IX) / 2
               EVALUATE TRUE
                   WHEN CRT-CUSTOMER-NUMBER (SEARCH-MID-IX)
                           = PMI-CUSTOMER-NUMBER
                       MOVE SEARCH-MID-IX TO CANDIDATE-FOUND-IX
                   WHEN CRT-CUSTOMER-NUMBER (SEARCH-MID-IX)
                           < PMI-CUSTOMER-NUMBER
                       COMPUTE SEARCH-LOW-IX = SEARCH-MID-IX + 1
                   WHEN OTHER
                       COMPUTE SEARCH-HIGH-IX = SEARCH-MID-IX - 1
               END-EVALUATE
           END-PERFORM
           IF CANDIDATE-FOUND-IX = 0
               EXIT SECTION
           END-IF
           MOVE CANDIDATE-FOUND-IX TO CANDIDATE-IX
           IF NOT CRT-PENDING (CANDIDATE-IX)
               OR CRT-SWEEP-DATE (CANDIDATE-IX)
                  NOT = APPROVAL-SWEEP-DATE
               EXIT SECTION
           END-IF

           IF NOT PMI-CLOSED
               MOVE 'REOPENED' TO WITHDRAW-OUTCOME
               PERFORM WITHDRAW-CANDIDATE
               MOVE 'WITHDRAWN - NO LONGER CLOSED' TO SDL-DISPOSITION
               PERFORM WRITE-CANDIDATE-DETAIL
               EXIT SECTION
           END-IF
           IF PMI-ACCOUNT-BALANCE IS NOT NUMERIC
               OR PMI-ACCOUNT-BALANCE NOT = 0
               MOVE 'BALANCE' TO WITHDRAW-OUTCOME
               PERFORM WITHDRAW-CANDIDATE
               MOVE 'WITHDRAWN - BALANCE NOT ZERO' TO SDL-DISPOSITION
               PERFORM WRITE-CANDIDATE-DETAIL
           END-IF

           EXIT.

       WITHDRAW-CANDIDATE SECTION.
           MOVE 'W' TO CRT-STATUS (CANDIDATE-IX)
           MOVE BUSINESS-DATE TO CRT-STATUS-DATE (CANDIDATE-IX)
           MOVE APPROVAL-APPROVER-ID TO CRT-APPROVER-ID (CANDIDATE-IX)
           MOVE APPROVAL-TICKET TO CRT-TICKET (CANDIDATE-IX)
           MOVE WITHDRAW-OUTCOME TO CRT-OUTCOME (CANDIDATE-IX)
           ADD 1 TO CANDIDATES-WITHDRAWN
           SET REGISTER-CHANGED TO TRUE

           EXIT.

      * ---
      * One purge card per approved candidate, by customer number
      * alone so the erasure reaches nobody else, under the
      * approver and ticket the erasure log will carry back
       ISSUE-PURGE-CARD SECTION.
           IF CANDIDATES-APPROVED = 0
               OPEN OUTPUT PURGE-CARD-FILE
           END-IF
           MOVE SPACES TO PURGE-CARD-RECORD
           MOVE CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
             TO PGC-CUSTOMER-NUMBER
           MOVE APPROVAL-APPROVER-ID TO PGC-OPERATOR-ID
           MOVE APPROVAL-TICKET TO PGC-TICKET
           WRITE PURGE-CARD-RECORD

           MOVE 'Q' TO CRT-STATUS (CANDIDATE-IX)
           MOVE BUSINESS-DATE TO CRT-STATUS-DATE (CANDIDATE-IX)
           MOVE APPROVAL-APPROVER-ID TO CRT-APPROVER-ID (CANDIDATE-IX)
           MOVE APPROVAL-TICKET TO CRT-TICKET (CANDIDATE-IX)
           ADD 1 TO CANDIDATES-APPROVED
           SET REGISTER-CHANGED TO TRUE
           MOVE 'APPROVED - PURGE CARD ISSUED' TO SDL-DISPOSITION
           PERFORM WRITE-CANDIDATE-DETAIL

           EXIT.

       WRITE-CANDIDATE-DETAIL SECTION.
           MOVE CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
             TO SDL-CUSTOMER-NUMBER
           MOVE CRT-CLIENT-CODE (CANDIDATE-IX) TO SDL-CLIENT-CODE
           MOVE CRT-CLOSED-DATE (CANDIDATE-IX) TO SDL-CLOSED-DATE
           MOVE CRT-RETENTION-MONTHS (CANDIDATE-IX)
             TO SDL-RETENTION-MONTHS
           PERFORM WRITE-SWEEP-DETAIL

           EXIT.

       WRITE-SWEEP-DETAIL SECTION.
           MOVE SWEEP-DETAIL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD

           EXIT.

       WRITE-SUMMARY-LINE SECTION.
           MOVE SWEEP-SUMMARY-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD

           EXIT.

      * ---
      * Where every candidate on the register stands, after this
      * run's tracking, sweep or approval
       WRITE-REGISTER-SUMMARY SECTION.
           PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN CRT-PENDING (CANDIDATE-IX)
                       ADD 1 TO PENDING-CANDIDATES
                   WHEN CRT-QUEUED (CANDIDATE-IX)
                       ADD 1 TO QUEUED-CANDIDATES
                   WHEN CRT-ERASED (CANDIDATE-IX)
                       ADD 1 TO ERASED-CANDIDATES
                   WHEN CRT-REFUSED (CANDIDATE-IX)
                       ADD 1 TO REFUSED-CANDIDATES
                   WHEN CRT-WITHDRAWN (CANDIDATE-IX)
                       ADD 1 TO WITHDRAWN-CANDIDATES
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'CANDIDATE REGISTER' TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'ERASURES CONFIRMED THIS RUN' TO SSL-LABEL
           MOVE ERASURES-CONFIRMED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'PURGES REFUSED THIS RUN' TO SSL-LABEL
           MOVE PURGES-REFUSED TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'AWAITING APPROVAL' TO SSL-LABEL
           MOVE PENDING-CANDIDATES TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'PURGE CARD ISSUED, NOT YET ERASED' TO SSL-LABEL
           MOVE QUEUED-CANDIDATES TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ERASED' TO SSL-LABEL
           MOVE ERASED-CANDIDATES TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'PURGE REFUSED' TO SSL-LABEL
           MOVE REFUSED-CANDIDATES TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'WITHDRAWN' TO SSL-LABEL
           MOVE WITHDRAWN-CANDIDATES TO SSL-VALUE
           PERFORM WRITE-SUMMARY-LINE

           EXIT.

      * ---
      * The register is rebuilt from memory and only replaces the
      * kept one after a complete pass
       REWRITE-CANDIDATE-REGISTER SECTION.
           OPEN OUTPUT CANDIDATE-NEW-FILE
           PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                   UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
               MOVE SPACES TO CANDIDATE-REGISTER-RECORD
               MOVE CRT-SWEEP-DATE (CANDIDATE-IX) TO RCN-SWEEP-DATE
               MOVE CRT-CUSTOMER-NUMBER (CANDIDATE-IX)
                 TO RCN-CUSTOMER-NUMBER
               MOVE CRT-CLIENT-CODE (CANDIDATE-IX) TO RCN-CLIENT-CODE
               MOVE CRT-CLOSED-DATE (CANDIDATE-IX) TO RCN-CLOSED-DATE
               MOVE CRT-RETENTION-MONTHS (CANDIDATE-IX)
                 TO RCN-RETENTION-MONTHS
               MOVE CRT-STATUS (CANDIDATE-IX) TO RCN-STATUS
               MOVE CRT-STATUS-DATE (CANDIDATE-IX) TO RCN-STATUS-DATE
               MOVE CRT-APPROVER-ID (CANDIDATE-IX) TO RCN-APPROVER-ID
               MOVE CRT-TICKET (CANDIDATE-IX) TO RCN-TICKET
               MOVE CRT-OUTCOME (CANDIDATE-IX) TO RCN-OUTCOME
               MOVE CANDIDATE-REGISTER-RECORD TO CANDIDATE-NEW-RECORD
               WRITE CANDIDATE-NEW-RECORD
           END-PERFORM
           CLOSE CANDIDATE-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-CANDIDATE-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-CANDIDATE-NEW-NAME
                WS-CANDIDATE-NAME
              RETURNING RENAME-STATUS

           EXIT.
