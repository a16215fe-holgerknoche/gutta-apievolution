123456*Daily interest accrual and month-end capitalization: every
      *business day each customer's balance on the provider master
      *accrues credit interest (positive balance) or debit interest
      *(overdrawn) at the rate its client code, currency and balance
      *sign select, into a per-customer accrual store. The first run
      *in a new month capitalizes the month just ended into a
      *posting file in the balance-feed layout, which the next
      *conversion adds to the balance the feed delivers, and a
      *control report carries the totals accrued and posted

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIINTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    The cycle's balance feed, read only for the account
      *    currency each customer's movements carry
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
      *    Business date the accrual runs for
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Rate table keyed by client code, currency and balance
      *    sign
           SELECT INTEREST-RATE-FILE ASSIGN TO WS-INTRATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTRATE-STATUS.
      *    Per-customer accrual store, sorted by customer number and
      *    rewritten through the work file every run
           SELECT ACCRUAL-STORE-FILE ASSIGN TO WS-ACCRUAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT ACCRUAL-STORE-NEW ASSIGN TO WS-ACCRUAL-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-NEW-STATUS.
      *    Capitalized interest in the balance-feed layout, built
      *    in a work file, and the capitalization history the ledger
      *    and tax jobs read
           SELECT INTEREST-POSTING-FILE ASSIGN TO WS-INTPOST-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTPOST-STATUS.
           SELECT CAPITALIZATION-HISTORY
               ASSIGN TO WS-CAPHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.
      *    Control report of the totals accrued and posted
           SELECT INTEREST-CONTROL-REPORT ASSIGN TO WS-INTCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 PMI-STATUS-DATE PIC 9(08).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-CUSTOMER-NUMBER PIC 9(09).
           05 BAL-AMOUNT-SIGN PIC X(01).
             88 BALANCE-IS-NEGATIVE VALUE '-'.
           05 BAL-AMOUNT PIC 9(07)V99.
           05 BAL-CURRENCY-CODE PIC X(03).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    Blank client code or currency matches any; the most
      *    specific entry for the balance sign wins. The rate is an
      *    annual percentage over the entry's day basis
       FD INTEREST-RATE-FILE.
       01 INTEREST-RATE-RECORD.
           05 IRT-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 IRT-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 IRT-BALANCE-SIGN PIC X(01).
           05 FILLER PIC X(01).
           05 IRT-ANNUAL-RATE PIC 9(02)V9(04).
           05 FILLER PIC X(01).
           05 IRT-DAY-BASIS PIC 9(03).
           05 FILLER PIC X(59).

      *    Credit and debit interest accrue separately, unrounded,
      *    since the last capitalization; the capitalized cents are
      *    taken out and the sub-cent remainder carries forward
       FD ACCRUAL-STORE-FILE.
       01 ACCRUAL-STORE-RECORD.
           05 ACR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ACR-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 ACR-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 ACR-CREDIT-ACCRUED PIC 9(07)V9(06).
           05 FILLER PIC X(01).
           05 ACR-DEBIT-ACCRUED PIC 9(07)V9(06).
           05 FILLER PIC X(01).
           05 ACR-LAST-ACCRUAL-DATE PIC 9(08).

       FD ACCRUAL-STORE-NEW.
       01 ACCRUAL-STORE-NEW-RECORD.
           05 ACN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ACN-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 ACN-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 ACN-CREDIT-ACCRUED PIC 9(07)V9(06).
           05 FILLER PIC X(01).
           05 ACN-DEBIT-ACCRUED PIC 9(07)V9(06).
           05 FILLER PIC X(01).
           05 ACN-LAST-ACCRUAL-DATE PIC 9(08).

       FD INTEREST-POSTING-FILE.
       01 INTEREST-POSTING-RECORD.
           05 IPO-CUSTOMER-NUMBER PIC 9(09).
           05 IPO-AMOUNT-SIGN PIC X(01).
           05 IPO-AMOUNT PIC 9(07)V99.
           05 IPO-CURRENCY-CODE PIC X(03).

      *    One line per customer per capitalization, the interest
      *    credited and the interest charged kept apart
       FD CAPITALIZATION-HISTORY.
       01 CAPITALIZATION-HISTORY-RECORD.
           05 ICH-POSTING-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ICH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ICH-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 ICH-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 ICH-CREDIT-INTEREST PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 ICH-DEBIT-INTEREST PIC 9(07)V99.

       FD INTEREST-CONTROL-REPORT.
       01 INTEREST-CONTROL-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 INTEREST-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-BALANCE-FILE-NAME PIC X(30) VALUE 'BALANCES.DAT'.
           05 WS-BALANCE-FILE-STATUS PIC X(02).
             88 BALANCE-FILE-OK VALUE '00'.
             88 BALANCE-FILE-EOF VALUE '10'.
           05 WS-BALANCE-EOF-FLAG PIC X(01) VALUE 'Y'.
             88 BALANCE-FILE-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-INTRATE-NAME PIC X(30) VALUE 'INTRATE.DAT'.
           05 WS-INTRATE-STATUS PIC X(02).
             88 INTRATE-OK VALUE '00'.
           05 WS-INTRATE-EOF-FLAG PIC X VALUE 'N'.
             88 INTRATE-AT-EOF VALUE 'Y'.
           05 WS-ACCRUAL-NAME PIC X(30) VALUE 'ACCRUAL.DAT'.
           05 WS-ACCRUAL-STATUS PIC X(02).
             88 ACCRUAL-OK VALUE '00'.
             88 ACCRUAL-EOF VALUE '10'.
           05 WS-ACCRUAL-EOF-FLAG PIC X VALUE 'Y'.
             88 ACCRUAL-AT-EOF VALUE 'Y'.
           05 WS-ACCRUAL-NEW-NAME PIC X(30) VALUE 'ACCRUAL.NEW'.
           05 WS-ACCRUAL-NEW-STATUS PIC X(02).
           05 WS-INTPOST-NAME PIC X(30) VALUE 'INTPOST.DAT'.
           05 WS-INTPOST-STATUS PIC X(02).
           05 WS-INTPOST-NEW-NAME PIC X(30) VALUE 'INTPOST.NEW'.
           05 WS-CAPHIST-NAME PIC X(30) VALUE 'INTCAPH.DAT'.
           05 WS-CAPHIST-STATUS PIC X(02).
             88 CAPHIST-OK VALUE '00'.
           05 WS-INTCTL-NAME PIC X(30) VALUE 'INTCTL.DAT'.
           05 WS-INTCTL-STATUS PIC X(02).

           05 LEDGER-CURRENCY-CODE PIC X(03) VALUE 'EUR'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ACCRUED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ALREADY-ACCRUED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-WITHOUT-RATE PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-CLOSED-SKIPPED PIC S9(9) BINARY VALUE 0.
           05 ORPHAN-ACCRUALS PIC S9(9) BINARY VALUE 0.
           05 POSTINGS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 CREDIT-ACCRUED-TODAY PIC S9(9)V9(06) COMP-3 VALUE 0.
           05 DEBIT-ACCRUED-TODAY PIC S9(9)V9(06) COMP-3 VALUE 0.
           05 CREDIT-POSTED-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 DEBIT-POSTED-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 CREDIT-OUTSTANDING-TOTAL PIC S9(9)V9(06) COMP-3
              VALUE 0.
           05 DEBIT-OUTSTANDING-TOTAL PIC S9(9)V9(06) COMP-3
              VALUE 0.
           05 CAPITALIZED-MONTH-END PIC 9(08) VALUE 0.

      *    Rate table held in memory
       01 RATE-TABLE-CONTROLS.
           05 MAX-RATE-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 RATE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RATE-IX PIC S9(4) BINARY.
           05 RATE-FOUND-IX PIC S9(4) BINARY.
           05 RATE-MATCH-SCORE PIC S9(4) BINARY.
           05 RATE-BEST-SCORE PIC S9(4) BINARY.
           05 WANTED-BALANCE-SIGN PIC X(01).
       01 INTEREST-RATE-TABLE.
           05 INTEREST-RATE-ENTRY OCCURS 200.
             10 RTE-CLIENT-CODE PIC X(04).
             10 RTE-CURRENCY-CODE PIC X(03).
             10 RTE-BALANCE-SIGN PIC X(01).
             10 RTE-ANNUAL-RATE PIC 9(02)V9(04).
             10 RTE-DAY-BASIS PIC 9(03).

      *    The customer being accrued: its store entry, or a fresh
      *    one for a customer accruing for the first time
       01 CURRENT-ACCRUAL.
           05 CAC-CURRENCY-CODE PIC X(03).
           05 CAC-CREDIT-ACCRUED PIC S9(7)V9(06) COMP-3.
           05 CAC-DEBIT-ACCRUED PIC S9(7)V9(06) COMP-3.
           05 CAC-LAST-ACCRUAL-DATE PIC 9(08).
           05 CAC-CREDIT-POSTED PIC S9(7)V99 COMP-3.
           05 CAC-DEBIT-POSTED PIC S9(7)V99 COMP-3.
           05 CAC-NET-POSTED PIC S9(7)V99 COMP-3.
           05 CAC-DAY-INTEREST PIC S9(7)V9(06) COMP-3.
           05 ACCRUAL-DAYS PIC S9(9) BINARY.

      *    Calendar arithmetic: a date is turned into a running day
      *    number so day counts and month ends fall out of plain
      *    subtraction
       01 DAY-NUMBER-WORK-FIELDS.
           05 DNW-DATE-PARTS.
             10 DNW-YEAR PIC 9(04).
             10 DNW-MONTH PIC 9(02).
             10 DNW-DAY PIC 9(02).
           05 DNW-DATE REDEFINES DNW-DATE-PARTS PIC 9(08).
           05 DNW-ADJ-YEAR PIC S9(9) BINARY.
           05 DNW-ERA PIC S9(9) BINARY.
           05 DNW-YEAR-OF-ERA PIC S9(9) BINARY.
           05 DNW-SHIFTED-MONTH PIC S9(9) BINARY.
           05 DNW-DAY-OF-YEAR PIC S9(9) BINARY.
           05 DNW-WORK PIC S9(9) BINARY.
           05 DNW-DAY-NUMBER PIC S9(9) BINARY.
           05 BUSINESS-DAY-NUMBER PIC S9(9) BINARY.
           05 BUSINESS-MONTH PIC 9(06).
           05 LAST-ACCRUAL-DAY-NUMBER PIC S9(9) BINARY.
           05 LAST-ACCRUAL-MONTH PIC 9(06).
           05 MONTH-END-DAY-NUMBER PIC S9(9) BINARY.
           05 MONTH-END-DATE PIC 9(08).
           05 MONTH-END-PARTS REDEFINES MONTH-END-DATE.
             10 FILLER PIC 9(06).
             10 MONTH-END-DAY PIC 9(02).
           05 MONTH-START-DAY-NUMBER PIC S9(9) BINARY.

      *    Label/value line in the conversion report's print shape
       01 CONTROL-DETAIL-LINE.
           05 CRL-LABEL PIC X(28).
           05 CRL-VALUE PIC X(40).
           05 CRL-VALUE-NUM REDEFINES CRL-VALUE PIC -9(9).
       01 CONTROL-AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.999999.
       01 CONTROL-POSTED-EDIT PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-INTEREST-RATES
           IF RATE-ENTRY-COUNT = 0
               DISPLAY 'NO INTEREST RATES PRESENT - NOTHING TO '
                       'ACCRUE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE BUSINESS-DATE TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DNW-DAY-NUMBER TO BUSINESS-DAY-NUMBER
           MOVE BUSINESS-DATE (1:6) TO BUSINESS-MONTH

           DISPLAY 'Accruing interest for business date '
                   BUSINESS-DATE '...'
              UPON CONSOLE

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'accrue'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-BALANCE-FILE
           PERFORM OPEN-ACCRUAL-STORE
           OPEN OUTPUT ACCRUAL-STORE-NEW
           OPEN OUTPUT INTEREST-POSTING-FILE
           OPEN EXTEND CAPITALIZATION-HISTORY
           IF NOT CAPHIST-OK
               OPEN OUTPUT CAPITALIZATION-HISTORY
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM ACCRUE-ONE-CUSTOMER
               END-READ
           END-PERFORM

      *    Store entries past the last master customer belong to
      *    customers no longer published; they are carried forward
      *    untouched for finance to resolve
           PERFORM UNTIL ACCRUAL-AT-EOF
               PERFORM CARRY-ORPHAN-ACCRUAL
           END-PERFORM

           CLOSE CAPITALIZATION-HISTORY
           CLOSE INTEREST-POSTING-FILE
           CLOSE ACCRUAL-STORE-NEW
           PERFORM CLOSE-ACCRUAL-STORE
           PERFORM CLOSE-BALANCE-FILE
           CLOSE PROVIDER-MASTER-IN

      *    The updated store replaces the old one only after a
      *    complete pass
           CALL 'CBL_DELETE_FILE' USING WS-ACCRUAL-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-ACCRUAL-NEW-NAME
                WS-ACCRUAL-NAME
              RETURNING RENAME-STATUS

      *    The postings replace the last run's as well - unless this
      *    run repeats a business date already accrued, when nothing
      *    capitalizes and the postings the first run made for the
      *    date must stay for the conversion to apply
           IF CUSTOMERS-ALREADY-ACCRUED > 0
              AND POSTINGS-WRITTEN = 0
               CALL 'CBL_DELETE_FILE' USING WS-INTPOST-NEW-NAME
                  RETURNING RENAME-STATUS
               DISPLAY 'Business date already accrued - earlier '
                       'postings kept'
                  UPON CONSOLE
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-INTPOST-NAME
                  RETURNING RENAME-STATUS
               CALL 'CBL_RENAME_FILE' USING
                    WS-INTPOST-NEW-NAME
                    WS-INTPOST-NAME
                  RETURNING RENAME-STATUS
           END-IF

           PERFORM WRITE-CONTROL-REPORT

           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers accrued:        ' CUSTOMERS-ACCRUED
              UPON CONSOLE
           DISPLAY 'Already accrued today:    '
                   CUSTOMERS-ALREADY-ACCRUED
              UPON CONSOLE
           DISPLAY 'No rate for balance:      '
                   CUSTOMERS-WITHOUT-RATE
              UPON CONSOLE
           DISPLAY 'Interest postings:        ' POSTINGS-WRITTEN
              UPON CONSOLE
           DISPLAY 'Orphaned accruals:        ' ORPHAN-ACCRUALS
              UPON CONSOLE
           IF CUSTOMERS-WITHOUT-RATE > 0 OR ORPHAN-ACCRUALS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The accrual runs for the business date when a card names
      * one, the system date otherwise
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

       LOAD-INTEREST-RATES SECTION.
           OPEN INPUT INTEREST-RATE-FILE
           IF NOT INTRATE-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL INTRATE-AT-EOF
                      OR RATE-ENTRY-COUNT >= MAX-RATE-ENTRIES
               READ INTEREST-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-INTRATE-EOF-FLAG
                   NOT AT END
                       IF (IRT-BALANCE-SIGN = 'C' OR 'D')
                          AND IRT-ANNUAL-RATE IS NUMERIC
                          AND IRT-DAY-BASIS IS NUMERIC
                          AND IRT-DAY-BASIS > 0
                           ADD 1 TO RATE-ENTRY-COUNT
                           MOVE IRT-CLIENT-CODE
                             TO RTE-CLIENT-CODE (RATE-ENTRY-COUNT)
                           MOVE IRT-CURRENCY-CODE
                             TO RTE-CURRENCY-CODE (RATE-ENTRY-COUNT)
                           MOVE IRT-BALANCE-SIGN
                             TO RTE-BALANCE-SIGN (RATE-ENTRY-COUNT)
                           MOVE IRT-ANNUAL-RATE
                             TO RTE-ANNUAL-RATE (RATE-ENTRY-COUNT)
                           MOVE IRT-DAY-BASIS
                             TO RTE-DAY-BASIS (RATE-ENTRY-COUNT)
                       ELSE
                           DISPLAY '*** UNUSABLE RATE ENTRY FOR '
                                   'CLIENT ' IRT-CLIENT-CODE
                                   ' CURRENCY ' IRT-CURRENCY-CODE
                                   ' - IGNORED'
                              UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-RATE-FILE

           EXIT.

       OPEN-BALANCE-FILE SECTION.
           MOVE 'Y' TO WS-BALANCE-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF BALANCE-FILE-OK
               MOVE 'N' TO WS-BALANCE-EOF-FLAG
               PERFORM READ-BALANCE-RECORD
           END-IF

           EXIT.

       CLOSE-BALANCE-FILE SECTION.
           IF BALANCE-FILE-OK OR BALANCE-FILE-EOF
               CLOSE BALANCE-FILE
           END-IF

           EXIT.

       READ-BALANCE-RECORD SECTION.
           IF NOT BALANCE-FILE-AT-EOF
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF-FLAG
               END-READ
           END-IF

           EXIT.

      * ---
      * Open the accrual store and buffer its first entry; the
      * first run ever starts with an empty store
       OPEN-ACCRUAL-STORE SECTION.
           MOVE 'Y' TO WS-ACCRUAL-EOF-FLAG
           OPEN INPUT ACCRUAL-STORE-FILE
           IF ACCRUAL-OK
               MOVE 'N' TO WS-ACCRUAL-EOF-FLAG
               PERFORM READ-ACCRUAL-STORE
           END-IF

           EXIT.

       CLOSE-ACCRUAL-STORE SECTION.
           IF ACCRUAL-OK OR ACCRUAL-EOF
               CLOSE ACCRUAL-STORE-FILE
           END-IF

           EXIT.

       READ-ACCRUAL-STORE SECTION.
           IF NOT ACCRUAL-AT-EOF
               READ ACCRUAL-STORE-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCRUAL-EOF-FLAG
               END-READ
           END-IF

           EXIT.

      * ---
      * Sequential merge of the master against the sorted store and
      * balance feed. Every calendar day since the customer's last
      * accrual accrues on the balance the master shows today; when
      * the last accrual lies in an earlier month, that month is
      * accrued through its last day and capitalized first
       ACCRUE-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           PERFORM UNTIL ACCRUAL-AT-EOF
                      OR ACR-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM CARRY-ORPHAN-ACCRUAL
           END-PERFORM

           IF NOT ACCRUAL-AT-EOF
              AND ACR-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
               MOVE ACR-CURRENCY-CODE TO CAC-CURRENCY-CODE
               MOVE ACR-CREDIT-ACCRUED TO CAC-CREDIT-ACCRUED
               MOVE ACR-DEBIT-ACCRUED TO CAC-DEBIT-ACCRUED
               MOVE ACR-LAST-ACCRUAL-DATE TO CAC-LAST-ACCRUAL-DATE
               PERFORM READ-ACCRUAL-STORE
               MOVE CAC-LAST-ACCRUAL-DATE TO DNW-DATE
               PERFORM COMPUTE-DAY-NUMBER
               MOVE DNW-DAY-NUMBER TO LAST-ACCRUAL-DAY-NUMBER
           ELSE
      *        A customer new to the store accrues for today only
               MOVE SPACES TO CAC-CURRENCY-CODE
               MOVE 0 TO CAC-CREDIT-ACCRUED
               MOVE 0 TO CAC-DEBIT-ACCRUED
               MOVE BUSINESS-DATE TO CAC-LAST-ACCRUAL-DATE
               COMPUTE LAST-ACCRUAL-DAY-NUMBER =
                   BUSINESS-DAY-NUMBER - 1
           END-IF
           MOVE CAC-LAST-ACCRUAL-DATE (1:6) TO LAST-ACCRUAL-MONTH

      *    The account currency rides on the customer's movements;
      *    without any this cycle the stored one stands
           PERFORM UNTIL BALANCE-FILE-AT-EOF
                      OR BAL-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM READ-BALANCE-RECORD
           END-PERFORM
           IF NOT BALANCE-FILE-AT-EOF
              AND BAL-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
              AND BAL-CURRENCY-CODE NOT = SPACES
               MOVE BAL-CURRENCY-CODE TO CAC-CURRENCY-CODE
           END-IF
           PERFORM UNTIL BALANCE-FILE-AT-EOF
                      OR BAL-CUSTOMER-NUMBER > PMI-CUSTOMER-NUMBER
               PERFORM READ-BALANCE-RECORD
           END-PERFORM
           IF CAC-CURRENCY-CODE = SPACES
               MOVE LEDGER-CURRENCY-CODE TO CAC-CURRENCY-CODE
           END-IF

           IF LAST-ACCRUAL-DAY-NUMBER >= BUSINESS-DAY-NUMBER
               ADD 1 TO CUSTOMERS-ALREADY-ACCRUED
               PERFORM WRITE-ACCRUAL-ENTRY
               EXIT SECTION
           END-IF

           IF LAST-ACCRUAL-MONTH NOT = BUSINESS-MONTH
               PERFORM FIND-LAST-ACCRUAL-MONTH-END
               COMPUTE ACCRUAL-DAYS =
                   MONTH-END-DAY-NUMBER - LAST-ACCRUAL-DAY-NUMBER
               PERFORM ACCRUE-DAYS
               PERFORM CAPITALIZE-CURRENT-ACCRUAL
               COMPUTE ACCRUAL-DAYS =
                   BUSINESS-DAY-NUMBER - MONTH-END-DAY-NUMBER
           ELSE
               COMPUTE ACCRUAL-DAYS =
                   BUSINESS-DAY-NUMBER - LAST-ACCRUAL-DAY-NUMBER
           END-IF
           PERFORM ACCRUE-DAYS
           ADD 1 TO CUSTOMERS-ACCRUED

           MOVE BUSINESS-DATE TO CAC-LAST-ACCRUAL-DATE
           PERFORM WRITE-ACCRUAL-ENTRY

           EXIT.

      * ---
      * Accrue ACCRUAL-DAYS days on today's balance at the rate its
      * sign selects; a closed customer and a zero balance accrue
      * nothing, though the days still count as accrued
       ACCRUE-DAYS SECTION.
           IF ACCRUAL-DAYS <= 0
               EXIT SECTION
           END-IF
           IF PMI-LIFECYCLE-STATUS = 'C'
               ADD 1 TO CUSTOMERS-CLOSED-SKIPPED
               EXIT SECTION
           END-IF
           IF PMI-ACCOUNT-BALANCE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF PMI-ACCOUNT-BALANCE = 0
               EXIT SECTION
           END-IF

           IF PMI-ACCOUNT-BALANCE > 0
               MOVE 'C' TO WANTED-BALANCE-SIGN
           ELSE
               MOVE 'D' TO WANTED-BALANCE-SIGN
           END-IF
           PERFORM FIND-INTEREST-RATE
           IF RATE-FOUND-IX = 0
               ADD 1 TO CUSTOMERS-WITHOUT-RATE
               EXIT SECTION
           END-IF

           COMPUTE CAC-DAY-INTEREST ROUNDED =
               PMI-ACCOUNT-BALANCE
             * RTE-ANNUAL-RATE (RATE-FOUND-IX) / 100
             * ACCRUAL-DAYS / RTE-DAY-BASIS (RATE-FOUND-IX)
           IF WANTED-BALANCE-SIGN = 'C'
               ADD CAC-DAY-INTEREST TO CAC-CREDIT-ACCRUED
               ADD CAC-DAY-INTEREST TO CREDIT-ACCRUED-TODAY
           ELSE
               SUBTRACT CAC-DAY-INTEREST FROM CAC-DEBIT-ACCRUED
               SUBTRACT CAC-DAY-INTEREST FROM DEBIT-ACCRUED-TODAY
           END-IF

           EXIT.

      * ---
      * Pick the most specific rate for the customer's client code,
      * currency and balance sign: an exact client code outranks an
      * exact currency, and either outranks a blank wildcard
       FIND-INTEREST-RATE SECTION.
           MOVE 0 TO RATE-FOUND-IX
           MOVE -1 TO RATE-BEST-SCORE
           PERFORM VARYING RATE-IX FROM 1 BY 1
                   UNTIL RATE-IX > RATE-ENTRY-COUNT
               IF RTE-BALANCE-SIGN (RATE-IX) = WANTED-BALANCE-SIGN
                  AND (RTE-CLIENT-CODE (RATE-IX) = SPACES
                       OR RTE-CLIENT-CODE (RATE-IX) = PMI-CLIENT-CODE)
                  AND (RTE-CURRENCY-CODE (RATE-IX) = SPACES
                       OR RTE-CURRENCY-CODE (RATE-IX)
                          = CAC-CURRENCY-CODE)
                   MOVE 0 TO RATE-MATCH-SCORE
                   IF RTE-CLIENT-CODE (RATE-IX) NOT = SPACES
                       ADD 2 TO RATE-MATCH-SCORE
                   END-IF
                   IF RTE-CURRENCY-CODE (RATE-IX) NOT = SPACES
                       ADD 1 TO RATE-MATCH-SCORE
                   END-IF
                   IF RATE-MATCH-SCORE > RATE-BEST-SCORE
                       MOVE RATE-MATCH-SCORE TO RATE-BEST-SCORE
                       MOVE RATE-IX TO RATE-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Day number and date of the last day of the month the last
      * accrual fell in: the day before the first of the next month
       FIND-LAST-ACCRUAL-MONTH-END SECTION.
           MOVE CAC-LAST-ACCRUAL-DATE TO DNW-DATE
           MOVE 1 TO DNW-DAY
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DNW-DAY-NUMBER TO MONTH-START-DAY-NUMBER
           IF DNW-MONTH = 12
               ADD 1 TO DNW-YEAR
               MOVE 1 TO DNW-MONTH
           ELSE
               ADD 1 TO DNW-MONTH
           END-IF
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE MONTH-END-DAY-NUMBER = DNW-DAY-NUMBER - 1

           MOVE CAC-LAST-ACCRUAL-DATE TO MONTH-END-DATE
           COMPUTE MONTH-END-DAY =
               MONTH-END-DAY-NUMBER - MONTH-START-DAY-NUMBER + 1

           EXIT.

      * ---
      * Turn DNW-DATE into a running day number (days since the
      * civil calendar's epoch, March-based years so the leap day
      * falls last); integer divisions truncate as the rule needs
       COMPUTE-DAY-NUMBER SECTION.
           IF DNW-MONTH > 2
               MOVE DNW-YEAR TO DNW-ADJ-YEAR
               COMPUTE DNW-SHIFTED-MONTH = DNW-MONTH - 3
           ELSE
               COMPUTE DNW-ADJ-YEAR = DNW-YEAR - 1
               COMPUTE DNW-SHIFTED-MONTH = DNW-MONTH + 9
           END-IF
           DIVIDE DNW-ADJ-YEAR BY 400 GIVING DNW-ERA
           COMPUTE DNW-YEAR-OF-ERA = DNW-ADJ-YEAR - DNW-ERA * 400
           COMPUTE DNW-WORK = 153 * DNW-SHIFTED-MONTH + 2
           DIVIDE DNW-WORK BY 5 GIVING DNW-DAY-OF-YEAR
           COMPUTE DNW-DAY-OF-YEAR = DNW-DAY-OF-YEAR + DNW-DAY - 1
           COMPUTE DNW-DAY-NUMBER =
               DNW-ERA * 146097 + DNW-YEAR-OF-ERA * 365
             + DNW-DAY-OF-YEAR
           DIVIDE DNW-YEAR-OF-ERA BY 4 GIVING DNW-WORK
           ADD DNW-WORK TO DNW-DAY-NUMBER
           DIVIDE DNW-YEAR-OF-ERA BY 100 GIVING DNW-WORK
           SUBTRACT DNW-WORK FROM DNW-DAY-NUMBER

           EXIT.

      * ---
      * Capitalize the month just ended: the credit and debit
      * interest are rounded to the cent, netted into one movement
      * in the balance-feed layout and recorded apart in the
      * history; the sub-cent remainder stays in the store. The
      * amounts are ledger-currency amounts, so the posting carries
      * the blank (ledger) currency code
       CAPITALIZE-CURRENT-ACCRUAL SECTION.
           COMPUTE CAC-CREDIT-POSTED ROUNDED = CAC-CREDIT-ACCRUED
           COMPUTE CAC-DEBIT-POSTED ROUNDED = CAC-DEBIT-ACCRUED
           IF CAC-CREDIT-POSTED = 0 AND CAC-DEBIT-POSTED = 0
               EXIT SECTION
           END-IF
           SUBTRACT CAC-CREDIT-POSTED FROM CAC-CREDIT-ACCRUED
           SUBTRACT CAC-DEBIT-POSTED FROM CAC-DEBIT-ACCRUED
           COMPUTE CAC-NET-POSTED =
               CAC-CREDIT-POSTED - CAC-DEBIT-POSTED

           MOVE SPACES TO INTEREST-POSTING-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO IPO-CUSTOMER-NUMBER
           IF CAC-NET-POSTED < 0
               MOVE '-' TO IPO-AMOUNT-SIGN
               COMPUTE IPO-AMOUNT = 0 - CAC-NET-POSTED
           ELSE
               MOVE '+' TO IPO-AMOUNT-SIGN
               MOVE CAC-NET-POSTED TO IPO-AMOUNT
           END-IF
           WRITE INTEREST-POSTING-RECORD
           ADD 1 TO POSTINGS-WRITTEN
           ADD CAC-CREDIT-POSTED TO CREDIT-POSTED-TOTAL
           ADD CAC-DEBIT-POSTED TO DEBIT-POSTED-TOTAL
           MOVE MONTH-END-DATE TO CAPITALIZED-MONTH-END

           MOVE SPACES TO CAPITALIZATION-HISTORY-RECORD
           MOVE MONTH-END-DATE TO ICH-POSTING-DATE
           MOVE PMI-CUSTOMER-NUMBER TO ICH-CUSTOMER-NUMBER
           MOVE PMI-CLIENT-CODE TO ICH-CLIENT-CODE
           MOVE CAC-CURRENCY-CODE TO ICH-CURRENCY-CODE
           MOVE CAC-CREDIT-POSTED TO ICH-CREDIT-INTEREST
           MOVE CAC-DEBIT-POSTED TO ICH-DEBIT-INTEREST
           WRITE CAPITALIZATION-HISTORY-RECORD

           EXIT.

       WRITE-ACCRUAL-ENTRY SECTION.
           MOVE SPACES TO ACCRUAL-STORE-NEW-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO ACN-CUSTOMER-NUMBER
           MOVE PMI-CLIENT-CODE TO ACN-CLIENT-CODE
           MOVE CAC-CURRENCY-CODE TO ACN-CURRENCY-CODE
           MOVE CAC-CREDIT-ACCRUED TO ACN-CREDIT-ACCRUED
           MOVE CAC-DEBIT-ACCRUED TO ACN-DEBIT-ACCRUED
           MOVE CAC-LAST-ACCRUAL-DATE TO ACN-LAST-ACCRUAL-DATE
           WRITE ACCRUAL-STORE-NEW-RECORD
           ADD CAC-CREDIT-ACCRUED TO CREDIT-OUTSTANDING-TOTAL
           ADD CAC-DEBIT-ACCRUED TO DEBIT-OUTSTANDING-TOTAL

           EXIT.

      * ---
      * Carry a store entry whose customer is no longer on the
      * master forward unchanged, and advance the store
       CARRY-ORPHAN-ACCRUAL SECTION.
           ADD 1 TO ORPHAN-ACCRUALS
           DISPLAY '*** ACCRUAL HELD FOR CUSTOMER '
                   ACR-CUSTOMER-NUMBER ' NOT ON THE MASTER'
              UPON CONSOLE
           MOVE ACCRUAL-STORE-RECORD TO ACCRUAL-STORE-NEW-RECORD
           WRITE ACCRUAL-STORE-NEW-RECORD
           IF ACR-CREDIT-ACCRUED IS NUMERIC
               ADD ACR-CREDIT-ACCRUED TO CREDIT-OUTSTANDING-TOTAL
           END-IF
           IF ACR-DEBIT-ACCRUED IS NUMERIC
               ADD ACR-DEBIT-ACCRUED TO DEBIT-OUTSTANDING-TOTAL
           END-IF
           PERFORM READ-ACCRUAL-STORE

           EXIT.

      * ---
      * The control report: what accrued today, what was posted
      * and what stays accrued in the store
       WRITE-CONTROL-REPORT SECTION.
           OPEN OUTPUT INTEREST-CONTROL-REPORT

           MOVE SPACES TO INTEREST-CONTROL-RECORD
           STRING 'INTEREST ACCRUAL CONTROL - BUSINESS DATE '
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO INTEREST-CONTROL-RECORD
           END-STRING
           WRITE INTEREST-CONTROL-RECORD
           MOVE SPACES TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'CUSTOMERS ACCRUED' TO CRL-LABEL
           MOVE CUSTOMERS-ACCRUED TO CRL-VALUE-NUM
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'CUSTOMERS WITHOUT A RATE' TO CRL-LABEL
           MOVE CUSTOMERS-WITHOUT-RATE TO CRL-VALUE-NUM
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'CREDIT INTEREST ACCRUED' TO CRL-LABEL
           MOVE CREDIT-ACCRUED-TODAY TO CONTROL-AMOUNT-EDIT
           MOVE CONTROL-AMOUNT-EDIT TO CRL-VALUE
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'DEBIT INTEREST ACCRUED' TO CRL-LABEL
           MOVE DEBIT-ACCRUED-TODAY TO CONTROL-AMOUNT-EDIT
           MOVE CONTROL-AMOUNT-EDIT TO CRL-VALUE
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'POSTINGS WRITTEN' TO CRL-LABEL
           MOVE POSTINGS-WRITTEN TO CRL-VALUE-NUM
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           IF POSTINGS-WRITTEN > 0
               MOVE SPACES TO CONTROL-DETAIL-LINE
               MOVE 'CAPITALIZED FOR MONTH END' TO CRL-LABEL
               MOVE CAPITALIZED-MONTH-END TO CRL-VALUE
               MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
               WRITE INTEREST-CONTROL-RECORD
           END-IF

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'CREDIT INTEREST POSTED' TO CRL-LABEL
           MOVE CREDIT-POSTED-TOTAL TO CONTROL-POSTED-EDIT
           MOVE CONTROL-POSTED-EDIT TO CRL-VALUE
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'DEBIT INTEREST POSTED' TO CRL-LABEL
           MOVE DEBIT-POSTED-TOTAL TO CONTROL-POSTED-EDIT
           MOVE CONTROL-POSTED-EDIT TO CRL-VALUE
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'CREDIT INTEREST IN STORE' TO CRL-LABEL
           MOVE CREDIT-OUTSTANDING-TOTAL TO CONTROL-AMOUNT-EDIT
           MOVE CONTROL-AMOUNT-EDIT TO CRL-VALUE
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'DEBIT INTEREST IN STORE' TO CRL-LABEL
           MOVE DEBIT-OUTSTANDING-TOTAL TO CONTROL-AMOUNT-EDIT
           MOVE CONTROL-AMOUNT-EDIT TO CRL-VALUE
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'ORPHANED STORE ENTRIES' TO CRL-LABEL
           MOVE ORPHAN-ACCRUALS TO CRL-VALUE-NUM
           MOVE CONTROL-DETAIL-LINE TO INTEREST-CONTROL-RECORD
           WRITE INTEREST-CONTROL-RECORD

           CLOSE INTEREST-CONTROL-REPORT

           EXIT.
