           SELECT ENV-PROFILE-FILE ASSIGN TO WS-ENV-PROFILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENV-PROFILE-STATUS.
      *    Partition plan for a production conversion split into
      *    concurrent steps: one card per customer-number range,
      *    claimed by the next step to start and marked with that
      *    step's outcome and control totals when it ends
           SELECT CONV-PARTITION-FILE ASSIGN TO WS-CONV-PART-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-PART-STATUS.
      *    Real customer extracts driving the v1/v3/v6 benchmarks
           SELECT CUSTOMER-MASTER-V1 ASSIGN TO WS-CUSTMAST-V1-NAME
               ORGANIZATION LINE SEQUENTIAL
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
      *    Month-end interest APIINTR capitalized, one net movement
      *    per customer sorted by customer number; it is added to
      *    the balance the feed delivers, not taken as a balance
           SELECT INTEREST-POSTING-FILE ASSIGN TO WS-INTPOST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTPOST-STATUS.
      *    Daily exchange rates to the ledger currency, so the
      *    Swiss subsidiary's balances convert before any total is
      *    built - mixed-currency cents in one hash total would
           SELECT WATCH-HOLD-FILE ASSIGN TO WS-WATCHHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHHOLD-STATUS.
      *    Fraud-hold register the account-takeover detection
      *    places customers on; a held customer's lines go to the
      *    screening hold file until fraud operations release them
           SELECT FRAUD-HOLD-FILE ASSIGN TO WS-FRAUDHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHOLD-STATUS.
      *    Estate-hold register the deceased-customer match places
      *    customers on; their lines are held the same way until
      *    the estate is settled and the line taken off the register
           SELECT ESTATE-HOLD-FILE ASSIGN TO WS-ESTATE-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-HOLD-STATUS.
      *    Per-source quality scorecard, appended with one line per
      *    processed extract so the monthly report can show each
      *    sending system its own numbers
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-MISS-STATUS.

      *    Token card flagging the fields this feed carries as
      *    tokens, and the token vault pairing tokens with values
           SELECT TOKEN-CARD-FILE ASSIGN TO WS-TOKEN-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CARD-STATUS.
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKV-VAULT-KEY
               ALTERNATE RECORD KEY IS TKV-TOKEN-KEY
               FILE STATUS IS WS-TOKEN-VAULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-LOCK-FILE.
           05 EPR-DATASET-NAME PIC X(30).
           05 FILLER PIC X(38).

       FD CONV-PARTITION-FILE.
       01 CONV-PARTITION-RECORD PIC X(138).

       FD CUSTOMER-MASTER-V1.
       01 CUSTOMER-MASTER-V1-RECORD.
           05 CMV1-FIRST-NAME PIC X(20).
      *    lines arrive space-padded, meaning the ledger currency
           05 BAL-CURRENCY-CODE PIC X(03).

      *    Balance-feed layout, but a movement in the ledger
      *    currency rather than a replacement balance
       FD INTEREST-POSTING-FILE.
       01 INTEREST-POSTING-RECORD.
           05 IPO-CUSTOMER-NUMBER PIC 9(09).
           05 IPO-AMOUNT-SIGN PIC X(01).
             88 INTEREST-IS-NEGATIVE VALUE '-'.
           05 IPO-AMOUNT PIC 9(07)V99.
           05 IPO-CURRENCY-CODE PIC X(03).

      *    One rate per currency: how many ledger units one foreign
      *    unit is worth today
       FD EXCHANGE-RATE-FILE.
      *    One country per record: the ISO alpha-3 code and the
      *    postal shape its foreign postal codes must match ('9'
      *    digit, 'A' letter, 'X' any, trailing spaces unused); a
      *    blank shape accepts any value. The risk class ('H', 'M',
      *    'L') behind it is compliance's, read by the risk rating
       FD COUNTRY-REFERENCE-FILE.
       01 COUNTRY-REFERENCE-RECORD.
           05 CRF-COUNTRY-CODE PIC X(03).
           05 CRF-POSTAL-SHAPE PIC X(09).
           05 CRF-RISK-CLASS PIC X(01).

      *    One register line per inbound extract: who sent it, which
      *    version, its extract date, the detail count, whether it
           05 FILLER PIC X(01) VALUE SPACE.
           05 WLH-FEED-LINE PIC X(512).

      *    Only the customer and whether the hold is still in place
      *    ('H') or released ('R') matter here
       FD FRAUD-HOLD-FILE.
       01 FRAUD-HOLD-RECORD.
           05 FRH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 FRH-HOLD-STATUS PIC X(01).
           05 FILLER PIC X(62).

      *    Only the customer matters here; the balance, notification
      *    and confirmation are APIDECD's
       FD ESTATE-HOLD-FILE.
       01 ESTATE-HOLD-RECORD.
           05 EST-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(51).

      *    One scorecard line per processed extract: the sender,
      *    the version, the extract date and this delivery's
      *    quality numbers
           05 CAL-CUTOFF-TIME PIC 9(06).
           05 FILLER PIC X(63).

       FD TOKEN-CARD-FILE.
       01 TOKEN-CARD-RECORD.
           COPY CTOKCRD REPLACING '*-' BY TKC-.

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           COPY CTOKVLT REPLACING '*-' BY TKV-.

       WORKING-STORAGE SECTION.
      *    Run-control lock state: the lock is held only across the
      *    read-increment-rewrite of the run-control file, so its
             88 RUN-CONTROL-OK VALUE '00'.
           05 CURRENT-RUN-ID PIC 9(09) VALUE 0.

      *    Partition this step converts when the partition plan is
      *    present; with no plan the step converts every customer
       01 CONV-PARTITION-CONTROLS.
           05 WS-CONV-PART-NAME PIC X(30) VALUE 'CONVPART.DAT'.
           05 WS-CONV-PART-STATUS PIC X(02).
             88 CONV-PART-OK VALUE '00'.
           05 WS-CONV-PART-EOF-FLAG PIC X VALUE 'N'.
             88 CONV-PART-AT-EOF VALUE 'Y'.
           05 CONV-PART-ACTIVE-FLAG PIC X VALUE 'N'.
             88 CONVERSION-PARTITION-ACTIVE VALUE 'Y'.
           05 CONV-PART-PENDING-FLAG PIC X VALUE 'N'.
             88 PARTITION-OUTCOME-PENDING VALUE 'Y'.
           05 CONV-PART-ABORT-FLAG PIC X VALUE 'N'.
             88 PARTITION-STEP-ABORTED VALUE 'Y'.
           05 PARTITION-NUMBER PIC 9(02) VALUE 0.
           05 PARTITION-LOW-KEY PIC 9(09) VALUE 0.
           05 PARTITION-HIGH-KEY PIC 9(09) VALUE 999999999.
           05 PARTITION-CHECK-KEY PIC X(09).
           05 PARTITION-CHECK-NUMBER REDEFINES PARTITION-CHECK-KEY
              PIC 9(09).
           05 PARTITION-RANGE-FLAG PIC X VALUE 'Y'.
             88 CUSTOMER-IN-PARTITION VALUE 'Y'.
             88 CUSTOMER-OUTSIDE-PARTITION VALUE 'N'.
           05 PARTITION-RECORDS-SKIPPED PIC S9(9) BINARY VALUE 0.
           05 PARTITION-CARD-COUNT PIC S9(4) BINARY VALUE 0.
           05 MAX-PARTITION-CARDS PIC S9(4) BINARY VALUE 16.
           05 PARTITION-IX PIC S9(4) BINARY.
           05 CLAIMED-PARTITION-IX PIC S9(4) BINARY.
           05 PARTITION-LOCK-TRIES PIC S9(4) BINARY.
           05 PARTITION-LOCK-RETRY-LIMIT PIC S9(4) BINARY VALUE 30.
           05 PARTITION-LOCK-SLEEP-SECONDS PIC 9(04) BINARY VALUE 1.
           05 PARTITION-FINAL-RC PIC S9(4) BINARY.
           05 PARTITION-NAME-WORK PIC X(30).
           05 PARTITION-NAME-IX PIC S9(4) BINARY.
           05 PARTITION-DOT-IX PIC S9(4) BINARY.
       01 PARTITION-CARD-TABLE.
           05 PCT-CARD-IMAGE PIC X(138) OCCURS 16 TIMES.
      *    One partition card: the range, the claim status and run
      *    identifier, and - once the step has ended - its return
      *    code and the control totals the consolidation checks
       01 PARTITION-CARD-WORK.
           05 PCW-PARTITION-NUMBER PIC 9(02).
           05 FILLER PIC X(01).
           05 PCW-LOW-KEY PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-HIGH-KEY PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-PARTITION-STATUS PIC X(01).
             88 PCW-PARTITION-OPEN VALUE SPACE.
             88 PCW-PARTITION-CLAIMED VALUE 'C'.
             88 PCW-PARTITION-ENDED VALUE 'E'.
             88 PCW-PARTITION-FAILED VALUE 'F'.
           05 FILLER PIC X(01).
           05 PCW-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-RETURN-CODE PIC 9(03).
           05 FILLER PIC X(01).
           05 PCW-CONSUMER-TOTAL PIC S9(11)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 PCW-PROVIDER-TOTAL PIC S9(11)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 PCW-CONTROL-MISMATCHES PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-RECORDS-CONVERTED PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-GOLDEN-RECORDS PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-GATEWAY-RECORDS PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-AUDIT-RECORDS PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-REJECTS-WRITTEN PIC 9(09).
           05 FILLER PIC X(01).
           05 PCW-QUARANTINED PIC 9(09).

       01 ENV-PROFILE-CONTROLS.
           05 WS-ENV-PROFILE-NAME PIC X(30) VALUE 'ENVPROF.DAT'.
           05 WS-ENV-PROFILE-STATUS PIC X(02).
           05 CLOSED-CUSTOMER-ENTRY OCCURS 10000.
             10 CLC-CUSTOMER-NUMBER PIC 9(09).

      *    Customers on fraud hold, loaded at start of job; their
      *    lines are held the way a screening hit's are
       01 FRAUD-HOLD-CONTROLS.
           05 WS-FRAUDHOLD-NAME PIC X(30) VALUE 'FRDHOLD.DAT'.
           05 WS-FRAUDHOLD-STATUS PIC X(02).
             88 FRAUDHOLD-OK VALUE '00'.
           05 WS-FRAUDHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 FRAUDHOLD-AT-EOF VALUE 'Y'.
           05 MAX-FRAUD-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 FRAUD-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 FRAUD-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 FRAUD-IX PIC S9(9) BINARY.

       01 FRAUD-HOLD-TABLE.
           05 FRAUD-HOLD-ENTRY OCCURS 2000.
             10 FHT-CUSTOMER-NUMBER PIC 9(09).

      *    Customers on estate hold, loaded at start of job and held
      *    like the fraud-hold ones
       01 ESTATE-HOLD-CONTROLS.
           05 WS-ESTATE-HOLD-NAME PIC X(30) VALUE 'ESTHOLD.DAT'.
           05 WS-ESTATE-HOLD-STATUS PIC X(02).
             88 ESTATE-HOLD-OK VALUE '00'.
           05 WS-ESTATE-HOLD-EOF-FLAG PIC X VALUE 'N'.
             88 ESTATE-HOLD-AT-EOF VALUE 'Y'.
           05 MAX-ESTATE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 ESTATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 ESTATE-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 ESTATE-IX PIC S9(9) BINARY.

       01 ESTATE-HOLD-TABLE.
           05 ESTATE-HOLD-ENTRY OCCURS 5000.
             10 EHT-CUSTOMER-NUMBER PIC 9(09).

      *    Scorecard bases: the run counters as they stood when the
      *    extract's header armed them; the deltas at the trailer
      *    are this delivery's own numbers, since one suite runs at
           05 CURRENCY-REJECTS PIC S9(9) BINARY VALUE 0.
           05 BALANCE-USABLE-FLAG PIC X(01).
             88 BALANCE-USABLE VALUE 'Y'.
      *    Capitalized interest merged in beside the balance feed
           05 WS-INTPOST-NAME PIC X(30) VALUE 'INTPOST.DAT'.
           05 WS-INTPOST-STATUS PIC X(02).
             88 INTPOST-OK VALUE '00'.
             88 INTPOST-EOF VALUE '10'.
           05 WS-INTPOST-EOF-FLAG PIC X(01) VALUE 'Y'.
             88 INTPOST-AT-EOF VALUE 'Y'.
           05 INTEREST-POSTING-AMOUNT PIC S9(7)V99 COMP-3.
           05 INTEREST-POSTINGS-APPLIED PIC S9(9) BINARY VALUE 0.
           05 INTEREST-POSTINGS-UNAPPLIED PIC S9(9) BINARY VALUE 0.

           05 CURRENT-BALANCE PIC S9(7)V99 COMP-3 VALUE 0.
           05 BALANCE-RECORDS-MATCHED PIC S9(9) BINARY VALUE 0.
              'nopqrstuvwxyzabcdefghijklmNOPQRSTUVWXYZABCDEFGHIJKLM'.
           05 MASK-LABEL-HITS PIC S9(4) BINARY.

      *    Format-preserving tokenization of the sensitive fields the
      *    token card flags for this feed: a clear value is replaced
      *    by a token of the same shape - a digit for a digit, a
      *    letter for a letter, punctuation kept - and the pairing is
      *    held in the token vault, so a customer's value keeps its
      *    token run after run and only the vault resolves it
       01 TOKEN-CONTROLS.
           05 WS-TOKEN-CARD-NAME PIC X(30) VALUE 'TOKNCARD.DAT'.
           05 WS-TOKEN-CARD-STATUS PIC X(02).
             88 TOKEN-CARD-OK VALUE '00'.
           05 WS-TOKEN-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 TOKEN-CARD-AT-EOF VALUE 'Y'.
           05 WS-TOKEN-VAULT-NAME PIC X(30) VALUE 'TOKVAULT.DAT'.
           05 WS-TOKEN-VAULT-STATUS PIC X(02).
             88 TOKEN-VAULT-OK VALUE '00'.
             88 TOKEN-VAULT-DUPLICATE VALUE '22'.
             88 TOKEN-VAULT-ABSENT VALUE '35'.
           05 TOKEN-FEED-NAME PIC X(08) VALUE 'GATEWAY'.
           05 TOKEN-PROGRAM-NAME PIC X(08) VALUE 'APICONV'.
           05 TOKENIZE-DOB-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-DOB VALUE 'Y'.
           05 TOKENIZE-REGNO-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-REGNO VALUE 'Y'.
           05 TOKENIZE-CONTACT-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-CONTACT VALUE 'Y'.
           05 TOKEN-VAULT-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 TOKEN-VAULT-IS-OPEN VALUE 'Y'.
           05 TOKEN-CUSTOMER-NUMBER PIC 9(09).
           05 TOKEN-FIELD-CODE PIC X(08).
           05 TOKEN-CLEAR-VALUE PIC X(40).
           05 TOKEN-CLEAR-BYTES REDEFINES TOKEN-CLEAR-VALUE.
             10 TOKEN-CLEAR-BYTE PIC 9(2) COMP-X OCCURS 40.
           05 TOKEN-RESULT PIC X(40).
           05 TOKEN-POS PIC S9(4) BINARY.
           05 TOKEN-ATTEMPT PIC S9(4) BINARY.
           05 TOKEN-CLASH-FLAG PIC X(01).
             88 TOKEN-CLASHES VALUE 'Y'.
           05 TOKEN-SEED PIC S9(18) BINARY.
           05 TOKEN-QUOTIENT PIC S9(18) BINARY.
           05 TOKEN-PICK PIC S9(4) BINARY.
           05 TOKEN-TIME PIC 9(08).
           05 TOKEN-DATE PIC 9(08) VALUE 0.
           05 TOKEN-DIGITS PIC X(10) VALUE '0123456789'.
           05 TOKEN-LOWER-LETTERS PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 TOKEN-UPPER-LETTERS PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 TOKENS-ISSUED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-REUSED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-REFUSED PIC S9(9) BINARY VALUE 0.

      *    Standardization of the extract's mixed-case, inconsistently
      *    abbreviated text fields ahead of the mapper: case folding,
      *    street-abbreviation expansion and leading-padding trim, so
           CALL 'apimapper'

           PERFORM LOAD-ENVIRONMENT-PROFILE
      *    A step of a partitioned run takes its range and the whole
      *    run's identifier from the partition plan instead
           PERFORM CLAIM-CONVERSION-PARTITION
           IF NOT CONVERSION-PARTITION-ACTIVE
               PERFORM ISSUE-RUN-IDENTIFIER
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           MOVE 'Y' TO RUN-LOG-OPEN-FLAG
           PERFORM LOAD-EDIT-RULES
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PROCESSING-CALENDAR
           PERFORM LOAD-WATCH-LIST
           PERFORM LOAD-FRAUD-HOLDS
           PERFORM LOAD-ESTATE-HOLDS
           PERFORM LOAD-CLOSED-CUSTOMERS
      *    Masked runs are not production and already carry no real
      *    values, so they never issue tokens into the vault
           IF NOT MASKED-OUTPUT-MODE
               PERFORM LOAD-TOKEN-CARD
           END-IF
           PERFORM LOAD-SCRIPT-CONFIG
           PERFORM LOAD-SCRIPT-MANIFEST
           PERFORM START-OF-JOB-BANNER
           DISPLAY 'Balances dropped for unknown currency: '
                   CURRENCY-REJECTS
              UPON CONSOLE
           DISPLAY 'Interest postings applied: '
                   INTEREST-POSTINGS-APPLIED
              UPON CONSOLE
           DISPLAY 'Interest postings not applied: '
                   INTEREST-POSTINGS-UNAPPLIED
              UPON CONSOLE
           DISPLAY 'Duplicate customers found: ' DUPLICATES-FOUND
              UPON CONSOLE
           DISPLAY 'Duplicate customers suppressed: '
           DISPLAY 'Feed records excluded (closed): '
                   FEED-RECORDS-EXCLUDED-CLOSED
              UPON CONSOLE
           IF TOKENIZE-REGNO OR TOKENIZE-CONTACT
               DISPLAY 'Feed tokens issued: ' TOKENS-ISSUED
                       ', reused: ' TOKENS-REUSED
                       ', values blanked: ' TOKENS-REFUSED
                  UPON CONSOLE
           END-IF
           DISPLAY 'Print report customers: '
                   PRINT-REPORT-CUSTOMER-COUNT
              UPON CONSOLE
           MOVE SPACES TO CURRENT-SOURCE-VERSION

      *    A continuous-mode service is a conversion service only;
      *    the size benchmarks stay with the batch runs, and a
      *    partition step leaves them to an unpartitioned run
           IF CONTINUOUS-MODE OR CONVERSION-PARTITION-ACTIVE
               MOVE 'N' TO SEL-RUN-SIZE-0
               MOVE 'N' TO SEL-RUN-SIZE-10
               MOVE 'N' TO SEL-RUN-SIZE-25
      *    In continuous mode a tripped arrival already set its own
      *    work files aside; quarantining here would overwrite that
      *    capture with the empty reopened work files
      *    A partition step's work files are published by the
      *    consolidation once every partition has ended cleanly
           IF BREAKER-TRIPPED
               IF NOT CONTINUOUS-MODE
                   PERFORM QUARANTINE-OUTPUT-FILES
               END-IF
           ELSE
               IF NOT CONVERSION-PARTITION-ACTIVE
                   PERFORM PUBLISH-OUTPUT-FILES
               END-IF
           END-IF
           PERFORM END-OF-JOB-BANNER
           IF PARTITION-OUTCOME-PENDING
               PERFORM RECORD-PARTITION-OUTCOME
           END-IF
           MOVE 'APC002I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE 'CONVERSION RUN ENDED' TO RUN-LOG-TEXT
           IF RUN-CLIENT-CODE NOT = SPACES
               DISPLAY '  Client: ' RUN-CLIENT-CODE UPON CONSOLE
           END-IF
           IF CONVERSION-PARTITION-ACTIVE
               DISPLAY '  Partition ' PARTITION-NUMBER
                       ': customers ' PARTITION-LOW-KEY
                       ' to ' PARTITION-HIGH-KEY
                  UPON CONSOLE
           END-IF

           EXIT.

                   MOVE 8 TO POLICY-RETURN-CODE
               END-IF
           END-IF
           IF TOKENS-REFUSED > 0 AND POLICY-RETURN-CODE < 4
               MOVE 4 TO POLICY-RETURN-CODE
           END-IF
           IF POLICY-RETURN-CODE > RETURN-CODE
               MOVE POLICY-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY '  Throughput regression warnings: '
                   REGRESSION-WARNINGS
              UPON CONSOLE
           IF CONVERSION-PARTITION-ACTIVE
               DISPLAY '  Partition ' PARTITION-NUMBER
                       ' work files left for consolidation: '
                       WS-GOLDEN-WORK-NAME ' ' WS-GATEWAY-WORK-NAME
                  UPON CONSOLE
               DISPLAY '  Customers outside the partition: '
                       PARTITION-RECORDS-SKIPPED
                  UPON CONSOLE
           ELSE
               DISPLAY '  Published to ' WS-GOLDEN-MASTER-NAME ': '
                       GOLDEN-RECORDS-PUBLISHED ' record(s)'
                  UPON CONSOLE
               DISPLAY '  Published to ' WS-GATEWAY-FEED-NAME ': '
                       GATEWAY-RECORDS-PUBLISHED ' record(s)'
                  UPON CONSOLE
               IF GOLDEN-RECORDS-PUBLISHED
                      NOT = GOLDEN-MASTER-RECORDS-WRITTEN
                   OR GATEWAY-RECORDS-PUBLISHED
                      NOT = GATEWAY-FEED-RECORDS-WRITTEN
                   DISPLAY '  *** WORK FILES DISCARDED OR SHORT - '
                           'SEE WORK DATASETS ***'
                      UPON CONSOLE
               END-IF
           END-IF
           IF JOB-STATUS-GO
               DISPLAY '  Status: GO' UPON CONSOLE
               MOVE 'N' TO WS-BALANCE-EOF-FLAG
               PERFORM READ-BALANCE-RECORD
           END-IF
           MOVE 'Y' TO WS-INTPOST-EOF-FLAG
           OPEN INPUT INTEREST-POSTING-FILE
           IF INTPOST-OK
               MOVE 'N' TO WS-INTPOST-EOF-FLAG
               PERFORM READ-INTEREST-POSTING
           END-IF

           EXIT.

           IF BALANCE-FILE-OK OR BALANCE-FILE-EOF
               CLOSE BALANCE-FILE
           END-IF
           IF INTPOST-OK OR INTPOST-EOF
               CLOSE INTEREST-POSTING-FILE
           END-IF

           EXIT.

       READ-INTEREST-POSTING SECTION.
           IF NOT INTPOST-AT-EOF
               READ INTEREST-POSTING-FILE
                   AT END
                       MOVE 'Y' TO WS-INTPOST-EOF-FLAG
               END-READ
           END-IF

           EXIT.

               IF NOT BALANCE-USABLE
                   MOVE 0 TO CURRENT-BALANCE
                   PERFORM READ-BALANCE-RECORD
                   PERFORM APPLY-INTEREST-POSTING
                   EXIT SECTION
               END-IF
               SET BALANCE-FOUND TO TRUE
               ADD 1 TO BALANCE-RECORDS-MATCHED
               ADD CURRENT-BALANCE TO CONSUMER-BALANCE-TOTAL
           END-IF
           PERFORM APPLY-INTEREST-POSTING

           EXIT.

      * ---
      * Add the customer's capitalized interest to the balance just
      * matched; the posting is already in the ledger currency, so
      * it is added after the conversion and counts in the feed
      * total like the balance it lands on. A posting with no
      * usable balance to land on is reported and left for the
      * interest team, never taken as the balance itself
       APPLY-INTEREST-POSTING SECTION.
           PERFORM UNTIL INTPOST-AT-EOF
                      OR IPO-CUSTOMER-NUMBER >=
                         CURRENT-CUSTOMER-NUMBER
               PERFORM READ-INTEREST-POSTING
           END-PERFORM

           PERFORM UNTIL INTPOST-AT-EOF
                      OR IPO-CUSTOMER-NUMBER NOT =
                         CURRENT-CUSTOMER-NUMBER
               IF IPO-AMOUNT IS NUMERIC
                   MOVE IPO-AMOUNT TO INTEREST-POSTING-AMOUNT
                   IF INTEREST-IS-NEGATIVE
                       COMPUTE INTEREST-POSTING-AMOUNT =
                           0 - INTEREST-POSTING-AMOUNT
                   END-IF
                   IF BALANCE-FOUND
                       ADD INTEREST-POSTING-AMOUNT TO CURRENT-BALANCE
                       ADD INTEREST-POSTING-AMOUNT
                         TO CONSUMER-BALANCE-TOTAL
                       ADD 1 TO INTEREST-POSTINGS-APPLIED
                   ELSE
                       ADD 1 TO INTEREST-POSTINGS-UNAPPLIED
                       DISPLAY 'INTEREST POSTING FOR '
                               IPO-CUSTOMER-NUMBER
                               ' NOT APPLIED - NO USABLE BALANCE'
                          UPON CONSOLE
                   END-IF
               END-IF
               PERFORM READ-INTEREST-POSTING
           END-PERFORM

           EXIT.

                                   ADD CMV1-CUSTOMER-NUMBER
                                     TO V1-HASH-TOTAL
                               END-IF
      *    Another partition's customer still counts toward the
      *    trailer but is read past here
                               MOVE CMV1-CUSTOMER-NUMBER
                                 TO PARTITION-CHECK-KEY
                               PERFORM CHECK-PARTITION-RANGE
      *    Canonical encoding before any validation sees the record
                               IF CODEPAGE-ACTIVE
                                   AND CUSTOMER-IN-PARTITION
                                   INSPECT
                                    CUSTOMER-MASTER-V1-RECORD
                                    CONVERTING ACTIVE-CP-FROM
                                            TO ACTIVE-CP-TO
                                   ADD 1 TO RECORDS-TRANSLATED
                               END-IF
                               IF CUSTOMER-IN-PARTITION
                                   EXIT SECTION
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
                                   ADD 1 TO RECORDS-TRANSLATED
                               END-IF
                               EXIT SECTION
                           WHEN CMV3X-CONTINUATION
                               AND CMV3X-CUSTOMER-NUMBER IS NUMERIC
                               AND CONVERSION-PARTITION-ACTIVE
                               AND (CMV3X-CUSTOMER-NUMBER
                                       < PARTITION-LOW-KEY
                                 OR CMV3X-CUSTOMER-NUMBER
                                       > PARTITION-HIGH-KEY)
                               CONTINUE
                           WHEN CMV3X-CONTINUATION
                               AND CMV3X-CUSTOMER-NUMBER IS NUMERIC
                               PERFORM REJECT-ORPHAN-CONT-V3
                                   ADD CMV3-CUSTOMER-NUMBER
                                     TO V3-HASH-TOTAL
                               END-IF
      *    Another partition's customer still counts toward the
      *    trailer but is read past here
                               MOVE CMV3-CUSTOMER-NUMBER
                                 TO PARTITION-CHECK-KEY
                               PERFORM CHECK-PARTITION-RANGE
      *    Canonical encoding before any validation sees the record
                               IF CODEPAGE-ACTIVE
                                   AND CUSTOMER-IN-PARTITION
                                   INSPECT
                                    CUSTOMER-MASTER-V3-RECORD
                                    CONVERTING ACTIVE-CP-FROM
                                            TO ACTIVE-CP-TO
                                   ADD 1 TO RECORDS-TRANSLATED
                               END-IF
                               IF CUSTOMER-IN-PARTITION
                                   EXIT SECTION
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
                                   ADD 1 TO RECORDS-TRANSLATED
                               END-IF
                               EXIT SECTION
                           WHEN CMV6X-CONTINUATION
                               AND CMV6X-CUSTOMER-NUMBER IS NUMERIC
                               AND CONVERSION-PARTITION-ACTIVE
                               AND (CMV6X-CUSTOMER-NUMBER
                                       < PARTITION-LOW-KEY
                                 OR CMV6X-CUSTOMER-NUMBER
                                       > PARTITION-HIGH-KEY)
                               CONTINUE
                           WHEN CMV6X-CONTINUATION
                               AND CMV6X-CUSTOMER-NUMBER IS NUMERIC
                               PERFORM REJECT-ORPHAN-CONT-V6
                                   ADD CMV6-CUSTOMER-NUMBER
                                     TO V6-HASH-TOTAL
                               END-IF
      *    Another partition's customer still counts toward the
      *    trailer but is read past here
                               MOVE CMV6-CUSTOMER-NUMBER
                                 TO PARTITION-CHECK-KEY
                               PERFORM CHECK-PARTITION-RANGE
      *    Canonical encoding before any validation sees the record
                               IF CODEPAGE-ACTIVE
                                   AND CUSTOMER-IN-PARTITION
                                   INSPECT
                                    CUSTOMER-MASTER-V6-RECORD
                                    CONVERTING ACTIVE-CP-FROM
                                            TO ACTIVE-CP-TO
                                   ADD 1 TO RECORDS-TRANSLATED
                               END-IF
                               IF CUSTOMER-IN-PARTITION
                                   EXIT SECTION
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
                                   ADD CMV7-CUSTOMER-NUMBER
                                     TO V7-HASH-TOTAL
                               END-IF
      *    Another partition's customer still counts toward the
      *    trailer but is read past here
                               MOVE CMV7-CUSTOMER-NUMBER
                                 TO PARTITION-CHECK-KEY
                               PERFORM CHECK-PARTITION-RANGE
      *    Canonical encoding before any validation sees the record
                               IF CODEPAGE-ACTIVE
                                   AND CUSTOMER-IN-PARTITION
                                   INSPECT
                                    CUSTOMER-MASTER-V7-RECORD
                                    CONVERTING ACTIVE-CP-FROM
                                            TO ACTIVE-CP-TO
                                   ADD 1 TO RECORDS-TRANSLATED
                               END-IF
                               IF CUSTOMER-IN-PARTITION
                                   EXIT SECTION
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           OPEN OUTPUT GATEWAY-WORK-FILE

           OPEN EXTEND WATCH-HOLD-FILE
           IF NOT WATCHHOLD-OK
               OPEN OUTPUT WATCH-HOLD-FILE
           END-IF

           EXIT.

       CLOSE-GATEWAY-FEED-FILE SECTION.
           CLOSE GATEWAY-WORK-FILE
      *    The vault holds every token the closed work file carries
      *    before that file can be published
           PERFORM CLOSE-TOKEN-VAULT

           CLOSE WATCH-HOLD-FILE

           END-IF

           PERFORM SCREEN-WATCH-LIST
           IF NOT WATCH-LIST-HIT
               PERFORM CHECK-FRAUD-HOLD
           END-IF
           IF NOT WATCH-LIST-HIT
               PERFORM CHECK-ESTATE-HOLD
           END-IF

           MOVE CURRENT-CUSTOMER-NUMBER TO JSON-NUMERIC-EDIT
           PERFORM TRIM-JSON-NUMBER
               MOVE CSPI-COMPANY-NAME TO JSON-COMPANY-RAW
               MOVE CSPI-REGISTRATION-NO TO JSON-REGNO-RAW
               MOVE CSPI-CONTACT-PERSON TO JSON-CONTACT-RAW
               IF TOKENIZE-REGNO
                   MOVE CURRENT-CUSTOMER-NUMBER
                     TO TOKEN-CUSTOMER-NUMBER
                   MOVE 'REGNO' TO TOKEN-FIELD-CODE
                   MOVE CSPI-REGISTRATION-NO TO TOKEN-CLEAR-VALUE
                   PERFORM TOKENIZE-FIELD-VALUE
                   MOVE TOKEN-RESULT TO JSON-REGNO-RAW
               END-IF
               IF MASKED-OUTPUT-MODE
                   INSPECT JSON-COMPANY-RAW
                       CONVERTING SCRAMBLE-FROM-LETTERS
               END-EVALUATE
               MOVE CSPI-CONTACT-VALUE (CONTACT-IX)
                 TO JSON-CONTACT-VAL-RAW
               IF TOKENIZE-CONTACT
                   MOVE CURRENT-CUSTOMER-NUMBER
                     TO TOKEN-CUSTOMER-NUMBER
                   MOVE 'CONTACT' TO TOKEN-FIELD-CODE
                   MOVE CSPI-CONTACT-VALUE (CONTACT-IX)
                     TO TOKEN-CLEAR-VALUE
                   PERFORM TOKENIZE-FIELD-VALUE
                   MOVE TOKEN-RESULT TO JSON-CONTACT-VAL-RAW
               END-IF
               IF MASKED-OUTPUT-MODE
                   INSPECT JSON-CONTACT-VAL-RAW
                       CONVERTING SCRAMBLE-FROM-LETTERS

           EXIT.

      * ---
      * Load the customers still on fraud hold; with no register
      * on disk nobody is held
       LOAD-FRAUD-HOLDS SECTION.
           MOVE 'N' TO WS-FRAUDHOLD-EOF-FLAG
           OPEN INPUT FRAUD-HOLD-FILE
           IF NOT FRAUDHOLD-OK
               MOVE 'Y' TO WS-FRAUDHOLD-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL FRAUDHOLD-AT-EOF
               READ FRAUD-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-FRAUDHOLD-EOF-FLAG
                   NOT AT END
                       IF FRH-HOLD-STATUS = 'H'
                           AND FRH-CUSTOMER-NUMBER IS NUMERIC
                           IF FRAUD-ENTRY-COUNT < MAX-FRAUD-ENTRIES
                               ADD 1 TO FRAUD-ENTRY-COUNT
                               MOVE FRH-CUSTOMER-NUMBER
                                 TO FHT-CUSTOMER-NUMBER
                                    (FRAUD-ENTRY-COUNT)
                           ELSE
                               ADD 1 TO FRAUD-OVERFLOWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-HOLD-FILE

           IF FRAUD-ENTRY-COUNT > 0
               DISPLAY 'Customers on fraud hold: '
                       FRAUD-ENTRY-COUNT
                  UPON CONSOLE
           END-IF
           IF FRAUD-OVERFLOWS > 0
               DISPLAY '*** FRAUD-HOLD TABLE FULL - '
                       FRAUD-OVERFLOWS ' CUSTOMER(S) NOT HELD,'
                       ' THE FEED MAY CARRY HELD CUSTOMERS'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXIT.

      * ---
      * A customer on fraud hold is held as a screening hit would
      * be, under the register's name, for the review utility to
      * release
       CHECK-FRAUD-HOLD SECTION.
           PERFORM VARYING FRAUD-IX FROM 1 BY 1
                   UNTIL FRAUD-IX > FRAUD-ENTRY-COUNT
                      OR WATCH-LIST-HIT
               IF FHT-CUSTOMER-NUMBER (FRAUD-IX)
                       = CURRENT-CUSTOMER-NUMBER
                   SET WATCH-LIST-HIT TO TRUE
                   MOVE 'FRAUD HOLD' TO WATCH-HIT-NAME
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Load the customers whose balance is held for their estate;
      * a customer stays held while the line is on the register.
      * With no register on disk nobody is held
       LOAD-ESTATE-HOLDS SECTION.
           MOVE 'N' TO WS-ESTATE-HOLD-EOF-FLAG
           OPEN INPUT ESTATE-HOLD-FILE
           IF NOT ESTATE-HOLD-OK
               MOVE 'Y' TO WS-ESTATE-HOLD-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL ESTATE-HOLD-AT-EOF
               READ ESTATE-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-ESTATE-HOLD-EOF-FLAG
                   NOT AT END
                       IF EST-CUSTOMER-NUMBER IS NUMERIC
                           IF ESTATE-ENTRY-COUNT < MAX-ESTATE-ENTRIES
                               ADD 1 TO ESTATE-ENTRY-COUNT
                               MOVE EST-CUSTOMER-NUMBER
                                 TO EHT-CUSTOMER-NUMBER
                                    (ESTATE-ENTRY-COUNT)
                           ELSE
                               ADD 1 TO ESTATE-OVERFLOWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTATE-HOLD-FILE

           IF ESTATE-ENTRY-COUNT > 0
               DISPLAY 'Customers on estate hold: '
                       ESTATE-ENTRY-COUNT
                  UPON CONSOLE
           END-IF
           IF ESTATE-OVERFLOWS > 0
               DISPLAY '*** ESTATE-HOLD TABLE FULL - '
                       ESTATE-OVERFLOWS ' CUSTOMER(S) NOT HELD,'
                       ' THE FEED MAY CARRY HELD CUSTOMERS'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF

           EXIT.

      * ---
      * A customer on estate hold is held as a fraud hold is, under
      * the estate-hold name, so nothing moves the balance before
      * the estate is settled
       CHECK-ESTATE-HOLD SECTION.
           PERFORM VARYING ESTATE-IX FROM 1 BY 1
                   UNTIL ESTATE-IX > ESTATE-ENTRY-COUNT
                      OR WATCH-LIST-HIT
               IF EHT-CUSTOMER-NUMBER (ESTATE-IX)
                       = CURRENT-CUSTOMER-NUMBER
                   SET WATCH-LIST-HIT TO TRUE
                   MOVE 'ESTATE HOLD' TO WATCH-HIT-NAME
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Load the sanctions watch list; with no file on disk nothing
      * screens, the way runs before the list existed behaved
                           WHEN 'EXCHRATE'
                               MOVE EPR-DATASET-NAME
                                 TO WS-EXCHRATE-NAME
                           WHEN 'INTPOST'
                               MOVE EPR-DATASET-NAME
                                 TO WS-INTPOST-NAME
                           WHEN 'XREFMISS'
                               MOVE EPR-DATASET-NAME
                                 TO WS-XREF-MISS-NAME
                           WHEN 'DLTAV7'
                               MOVE EPR-DATASET-NAME
                                 TO WS-DELTA-V7-NAME
                           WHEN 'CONVPART'
                               MOVE EPR-DATASET-NAME
                                 TO WS-CONV-PART-NAME
      *    Keys owned by the other programs sharing this profile
      *    card are legitimate here; only a key no suite program
      *    knows deserves the unknown-key warning
      * its buffered messages intact. The caller has already set
      * RETURN-CODE and explained itself on the console
       ABORT-RUN SECTION.
           IF PARTITION-OUTCOME-PENDING
               MOVE 'Y' TO CONV-PART-ABORT-FLAG
               PERFORM RECORD-PARTITION-OUTCOME
           END-IF
           IF RUN-LOG-IS-OPEN
               MOVE 'N' TO RUN-LOG-OPEN-FLAG
               CLOSE RUN-LOG-FILE
      * written back so the next run gets the next number
       ISSUE-RUN-IDENTIFIER SECTION.
           PERFORM ACQUIRE-RUN-CONTROL-LOCK
           PERFORM ADVANCE-RUN-IDENTIFIER
           PERFORM RELEASE-RUN-CONTROL-LOCK

           EXIT.

      * ---
      * Read-increment-rewrite of the run-control file; the caller
      * holds the run-control lock
       ADVANCE-RUN-IDENTIFIER SECTION.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE

           EXIT.

      * ---
              RETURNING RLK-EXIST-STATUS

           EXIT.

      * ---
      * Claim this step's partition when a partition plan is
      * present: under the run-control lock the first card not yet
      * claimed - or left failed by an earlier attempt, which is
      * how a failed partition is rerun - is marked claimed. The
      * first step of the run issues the run identifier and stamps
      * it on every card; the later steps and any rerun adopt it,
      * so the whole partitioned run carries one identifier
       CLAIM-CONVERSION-PARTITION SECTION.
           OPEN INPUT CONV-PARTITION-FILE
           IF NOT CONV-PART-OK
               EXIT SECTION
           END-IF
           CLOSE CONV-PARTITION-FILE

           PERFORM WAIT-FOR-RUN-CONTROL-LOCK
           PERFORM ACQUIRE-RUN-CONTROL-LOCK
           PERFORM LOAD-PARTITION-PLAN

           MOVE 0 TO CLAIMED-PARTITION-IX
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (PARTITION-IX)
                 TO PARTITION-CARD-WORK
               IF PCW-RUN-ID IS NUMERIC
                   AND PCW-RUN-ID > 0
                   MOVE PCW-RUN-ID TO CURRENT-RUN-ID
               END-IF
               IF CLAIMED-PARTITION-IX = 0
                   AND (PCW-PARTITION-OPEN OR PCW-PARTITION-FAILED)
                   MOVE PARTITION-IX TO CLAIMED-PARTITION-IX
               END-IF
           END-PERFORM

           IF CLAIMED-PARTITION-IX = 0
               PERFORM RELEASE-RUN-CONTROL-LOCK
               DISPLAY 'NO OPEN PARTITION LEFT ON '
                       WS-CONV-PART-NAME ' - NOTHING TO CONVERT'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF

           MOVE PCT-CARD-IMAGE (CLAIMED-PARTITION-IX)
             TO PARTITION-CARD-WORK
           IF PCW-PARTITION-NUMBER IS NOT NUMERIC
               OR PCW-LOW-KEY IS NOT NUMERIC
               OR PCW-HIGH-KEY IS NOT NUMERIC
               OR PCW-LOW-KEY > PCW-HIGH-KEY
               PERFORM RELEASE-RUN-CONTROL-LOCK
               DISPLAY '*** PARTITION CARD ' CLAIMED-PARTITION-IX
                       ' ON ' WS-CONV-PART-NAME ' IS UNUSABLE: '
                       PCT-CARD-IMAGE (CLAIMED-PARTITION-IX) (1:22)
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               PERFORM ABORT-RUN
           END-IF
           MOVE PCW-PARTITION-NUMBER TO PARTITION-NUMBER
           MOVE PCW-LOW-KEY TO PARTITION-LOW-KEY
           MOVE PCW-HIGH-KEY TO PARTITION-HIGH-KEY

           IF CURRENT-RUN-ID = 0
               PERFORM ADVANCE-RUN-IDENTIFIER
           END-IF

           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (PARTITION-IX)
                 TO PARTITION-CARD-WORK
               MOVE CURRENT-RUN-ID TO PCW-RUN-ID
               IF PARTITION-IX = CLAIMED-PARTITION-IX
                   SET PCW-PARTITION-CLAIMED TO TRUE
                   MOVE 0 TO PCW-RETURN-CODE
                   MOVE 0 TO PCW-CONSUMER-TOTAL
                   MOVE 0 TO PCW-PROVIDER-TOTAL
                   MOVE 0 TO PCW-CONTROL-MISMATCHES
                   MOVE 0 TO PCW-RECORDS-CONVERTED
                   MOVE 0 TO PCW-GOLDEN-RECORDS
                   MOVE 0 TO PCW-GATEWAY-RECORDS
                   MOVE 0 TO PCW-AUDIT-RECORDS
                   MOVE 0 TO PCW-REJECTS-WRITTEN
                   MOVE 0 TO PCW-QUARANTINED
               END-IF
               MOVE PARTITION-CARD-WORK
                 TO PCT-CARD-IMAGE (PARTITION-IX)
           END-PERFORM
           PERFORM REWRITE-PARTITION-PLAN
           PERFORM RELEASE-RUN-CONTROL-LOCK

           MOVE 'Y' TO CONV-PART-ACTIVE-FLAG
           MOVE 'Y' TO CONV-PART-PENDING-FLAG
           PERFORM APPLY-PARTITION-DATASET-NAMES
      *    The partition's audit trail is appended to like the
      *    shared one; a failed attempt's records must not survive
      *    into the rerun
           CALL 'CBL_DELETE_FILE' USING WS-AUDIT-LOG-NAME
              RETURNING LCK-DELETE-STATUS

           DISPLAY 'Conversion partition ' PARTITION-NUMBER
                   ' claimed: customers ' PARTITION-LOW-KEY
                   ' to ' PARTITION-HIGH-KEY
                   ', run ' CURRENT-RUN-ID
              UPON CONSOLE

           EXIT.

      * ---
      * Steps of one partitioned run start together and all want
      * the run-control lock at once; a step finding it held waits
      * for it rather than failing, and only a holder that outlasts
      * the wait falls through to the normal stale-lock handling
       WAIT-FOR-RUN-CONTROL-LOCK SECTION.
           MOVE 0 TO PARTITION-LOCK-TRIES
           PERFORM UNTIL PARTITION-LOCK-TRIES
                         >= PARTITION-LOCK-RETRY-LIMIT
               CALL 'CBL_CHECK_FILE_EXIST' USING
                    WS-RUN-LOCK-NAME
                    RLK-FILE-DETAILS
                  RETURNING RLK-EXIST-STATUS
               IF RLK-EXIST-STATUS NOT = 0
                   EXIT SECTION
               END-IF
               ADD 1 TO PARTITION-LOCK-TRIES
               CALL 'C$SLEEP' USING PARTITION-LOCK-SLEEP-SECONDS
           END-PERFORM

           EXIT.

      * ---
      * Read the partition plan into the card table
       LOAD-PARTITION-PLAN SECTION.
           MOVE 0 TO PARTITION-CARD-COUNT
           MOVE 'N' TO WS-CONV-PART-EOF-FLAG
           OPEN INPUT CONV-PARTITION-FILE
           IF NOT CONV-PART-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL CONV-PART-AT-EOF
               READ CONV-PARTITION-FILE
                   AT END
                       MOVE 'Y' TO WS-CONV-PART-EOF-FLAG
                   NOT AT END
                       IF CONV-PARTITION-RECORD NOT = SPACES
                           IF PARTITION-CARD-COUNT
                                   >= MAX-PARTITION-CARDS
                               DISPLAY '*** PARTITION PLAN '
                                       WS-CONV-PART-NAME
                                       ' HAS MORE THAN '
                                       MAX-PARTITION-CARDS
                                       ' CARDS - EXTRA CARDS IGNORED'
                                  UPON CONSOLE
                               MOVE 'Y' TO WS-CONV-PART-EOF-FLAG
                           ELSE
                               ADD 1 TO PARTITION-CARD-COUNT
                               MOVE CONV-PARTITION-RECORD
                                 TO PCT-CARD-IMAGE
                                    (PARTITION-CARD-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONV-PARTITION-FILE

           EXIT.

      * ---
      * Write the card table back over the partition plan; the
      * caller holds the run-control lock, as it does for the
      * run-control file itself
       REWRITE-PARTITION-PLAN SECTION.
           OPEN OUTPUT CONV-PARTITION-FILE
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (PARTITION-IX)
                 TO CONV-PARTITION-RECORD
               WRITE CONV-PARTITION-RECORD
           END-PERFORM
           CLOSE CONV-PARTITION-FILE

           EXIT.

      * ---
      * Give every output this step writes for itself a name of its
      * own - the dataset name with the extension replaced by the
      * partition number, REJECTS.DAT becoming REJECTS.P03 - so the
      * concurrent steps never write over one another and the
      * consolidation can find each partition's files
       APPLY-PARTITION-DATASET-NAMES SECTION.
           MOVE WS-REJECT-FILE-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-REJECT-FILE-NAME
           MOVE WS-QUARANTINE-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-QUARANTINE-NAME
           MOVE WS-AUDIT-LOG-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-AUDIT-LOG-NAME
           MOVE WS-AUDIT-LOCK-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-AUDIT-LOCK-NAME
           MOVE WS-GOLDEN-WORK-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-GOLDEN-WORK-NAME
           MOVE WS-GATEWAY-WORK-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-GATEWAY-WORK-NAME
           MOVE WS-GOLDEN-QUAR-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-GOLDEN-QUAR-NAME
           MOVE WS-GATEWAY-QUAR-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-GATEWAY-QUAR-NAME
           MOVE WS-PRINT-REPORT-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-PRINT-REPORT-NAME
           MOVE WS-SHADOW-OUTPUT-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-SHADOW-OUTPUT-NAME
           MOVE WS-LETTER-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-LETTER-NAME
           MOVE WS-LETTER-REG-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-LETTER-REG-NAME
           MOVE WS-DUP-REPORT-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-DUP-REPORT-NAME
           MOVE WS-STD-REPORT-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-STD-REPORT-NAME
           MOVE WS-XREF-MISS-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-XREF-MISS-NAME
           MOVE WS-CHKTRANS-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-CHKTRANS-NAME
           MOVE WS-RUN-METRICS-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-RUN-METRICS-NAME
           MOVE WS-WATCHHOLD-NAME TO PARTITION-NAME-WORK
           PERFORM SUFFIX-PARTITION-NAME
           MOVE PARTITION-NAME-WORK TO WS-WATCHHOLD-NAME

           EXIT.

      * ---
      * Replace the extension of PARTITION-NAME-WORK - or append,
      * for a name without one - with .Pnn for this partition
       SUFFIX-PARTITION-NAME SECTION.
           MOVE 0 TO PARTITION-DOT-IX
           PERFORM VARYING PARTITION-NAME-IX FROM 1 BY 1
                   UNTIL PARTITION-NAME-IX > 27
                      OR PARTITION-DOT-IX > 0
               IF PARTITION-NAME-WORK (PARTITION-NAME-IX:1) = '.'
                   OR PARTITION-NAME-WORK (PARTITION-NAME-IX:1)
                      = SPACE
                   MOVE PARTITION-NAME-IX TO PARTITION-DOT-IX
               END-IF
           END-PERFORM
           IF PARTITION-DOT-IX = 0
               MOVE 27 TO PARTITION-DOT-IX
           END-IF

           MOVE SPACES TO PARTITION-NAME-WORK (PARTITION-DOT-IX:)
           STRING '.P' DELIMITED BY SIZE
                  PARTITION-NUMBER DELIMITED BY SIZE
             INTO PARTITION-NAME-WORK
             WITH POINTER PARTITION-DOT-IX
           END-STRING

           EXIT.

      * ---
      * Decide whether the customer in PARTITION-CHECK-KEY belongs
      * to this step; with no partition claimed every customer
      * does. A record without a usable number goes to the
      * partition starting at zero, so it is rejected exactly once
       CHECK-PARTITION-RANGE SECTION.
           SET CUSTOMER-IN-PARTITION TO TRUE
           IF NOT CONVERSION-PARTITION-ACTIVE
               EXIT SECTION
           END-IF

           IF PARTITION-CHECK-NUMBER IS NUMERIC
               IF PARTITION-CHECK-NUMBER < PARTITION-LOW-KEY
                   OR PARTITION-CHECK-NUMBER > PARTITION-HIGH-KEY
                   SET CUSTOMER-OUTSIDE-PARTITION TO TRUE
               END-IF
           ELSE
               IF PARTITION-LOW-KEY > 0
                   SET CUSTOMER-OUTSIDE-PARTITION TO TRUE
               END-IF
           END-IF
           IF CUSTOMER-OUTSIDE-PARTITION
               ADD 1 TO PARTITION-RECORDS-SKIPPED
           END-IF

           EXIT.

      * ---
      * Mark this step's card with its outcome: ended, or failed
      * when the step aborted or ended at return code 8 or above -
      * a failed card is claimed again by the rerun. The step's
      * control totals and output counts go on the card for the
      * consolidation to add up and check against the work files
       RECORD-PARTITION-OUTCOME SECTION.
           MOVE 'N' TO CONV-PART-PENDING-FLAG
           MOVE RETURN-CODE TO PARTITION-FINAL-RC

           PERFORM WAIT-FOR-RUN-CONTROL-LOCK
           PERFORM ACQUIRE-RUN-CONTROL-LOCK
           PERFORM LOAD-PARTITION-PLAN

           MOVE 0 TO CLAIMED-PARTITION-IX
           PERFORM VARYING PARTITION-IX FROM 1 BY 1
                   UNTIL PARTITION-IX > PARTITION-CARD-COUNT
               MOVE PCT-CARD-IMAGE (PARTITION-IX)
                 TO PARTITION-CARD-WORK
               IF PCW-PARTITION-NUMBER = PARTITION-NUMBER
                   AND CLAIMED-PARTITION-IX = 0
                   MOVE PARTITION-IX TO CLAIMED-PARTITION-IX
               END-IF
           END-PERFORM

           IF CLAIMED-PARTITION-IX = 0
               PERFORM RELEASE-RUN-CONTROL-LOCK
               DISPLAY '*** PARTITION ' PARTITION-NUMBER
                       ' NO LONGER ON ' WS-CONV-PART-NAME
                       ' - OUTCOME NOT RECORDED'
                  UPON CONSOLE
               MOVE PARTITION-FINAL-RC TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE PCT-CARD-IMAGE (CLAIMED-PARTITION-IX)
             TO PARTITION-CARD-WORK
           IF PARTITION-STEP-ABORTED
               OR PARTITION-FINAL-RC >= 8
               SET PCW-PARTITION-FAILED TO TRUE
           ELSE
               SET PCW-PARTITION-ENDED TO TRUE
           END-IF
           MOVE PARTITION-FINAL-RC TO PCW-RETURN-CODE
           MOVE CONSUMER-BALANCE-TOTAL TO PCW-CONSUMER-TOTAL
           MOVE PROVIDER-BALANCE-TOTAL TO PCW-PROVIDER-TOTAL
           MOVE CONTROL-TOTAL-MISMATCHES TO PCW-CONTROL-MISMATCHES
           COMPUTE PCW-RECORDS-CONVERTED =
               RECORDS-CONVERTED-V1 + RECORDS-CONVERTED-V3
                                    + RECORDS-CONVERTED-V6
                                    + RECORDS-CONVERTED-V7
           MOVE GOLDEN-MASTER-RECORDS-WRITTEN TO PCW-GOLDEN-RECORDS
           MOVE GATEWAY-FEED-RECORDS-WRITTEN TO PCW-GATEWAY-RECORDS
           MOVE AUDIT-RECORDS-WRITTEN TO PCW-AUDIT-RECORDS
           MOVE REJECTS-WRITTEN TO PCW-REJECTS-WRITTEN
           MOVE CONVERT-FAILURES TO PCW-QUARANTINED
           MOVE PARTITION-CARD-WORK
             TO PCT-CARD-IMAGE (CLAIMED-PARTITION-IX)
           PERFORM REWRITE-PARTITION-PLAN
           PERFORM RELEASE-RUN-CONTROL-LOCK

           DISPLAY 'Conversion partition ' PARTITION-NUMBER
                   ' recorded as ' PCW-PARTITION-STATUS
                   ' with return code ' PCW-RETURN-CODE
              UPON CONSOLE
           MOVE PARTITION-FINAL-RC TO RETURN-CODE

           EXIT.

      * ---
      * Read the token card for this feed's flags; with any field
      * flagged the vault is opened so existing tokens are reused.
      * With no card, or no line for this feed, nothing is tokenized
       LOAD-TOKEN-CARD SECTION.
           MOVE 'N' TO WS-TOKEN-CARD-EOF-FLAG
           OPEN INPUT TOKEN-CARD-FILE
           IF NOT TOKEN-CARD-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL TOKEN-CARD-AT-EOF
               READ TOKEN-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-TOKEN-CARD-EOF-FLAG
                   NOT AT END
                       IF TKC-FEED-NAME = TOKEN-FEED-NAME
                           OR TKC-FEED-NAME = 'ALL'
                           IF TKC-TOKENIZE-DOB = 'Y'
                               MOVE 'Y' TO TOKENIZE-DOB-FLAG
                           END-IF
                           IF TKC-TOKENIZE-REGNO = 'Y'
                               MOVE 'Y' TO TOKENIZE-REGNO-FLAG
                           END-IF
                           IF TKC-TOKENIZE-CONTACT = 'Y'
                               MOVE 'Y' TO TOKENIZE-CONTACT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOKEN-CARD-FILE

           IF TOKENIZE-DOB OR TOKENIZE-REGNO OR TOKENIZE-CONTACT
               DISPLAY '  Tokenized fields: date of birth '
                       TOKENIZE-DOB-FLAG ', registration no '
                       TOKENIZE-REGNO-FLAG ', contacts '
                       TOKENIZE-CONTACT-FLAG
                  UPON CONSOLE
               PERFORM OPEN-TOKEN-VAULT
           END-IF

           EXIT.

      * ---
      * Open the vault for update. The first run ever creates it,
      * under the run-control lock so that concurrent partitions
      * cannot both create it; a vault that cannot be opened
      * leaves every value to be tokenized blanked, never sent in
      * clear. The partitions share the one vault: its unique keys
      * are what keeps two of them from issuing the same token
       OPEN-TOKEN-VAULT SECTION.
           ACCEPT TOKEN-DATE FROM DATE YYYYMMDD
           OPEN I-O TOKEN-VAULT-FILE
           IF TOKEN-VAULT-ABSENT
               PERFORM WAIT-FOR-RUN-CONTROL-LOCK
               PERFORM ACQUIRE-RUN-CONTROL-LOCK
               OPEN I-O TOKEN-VAULT-FILE
               IF TOKEN-VAULT-ABSENT
                   OPEN OUTPUT TOKEN-VAULT-FILE
                   CLOSE TOKEN-VAULT-FILE
                   OPEN I-O TOKEN-VAULT-FILE
               END-IF
               PERFORM RELEASE-RUN-CONTROL-LOCK
           END-IF
           IF TOKEN-VAULT-OK
               MOVE 'Y' TO TOKEN-VAULT-OPEN-FLAG
           ELSE
               DISPLAY '*** TOKEN VAULT ' WS-TOKEN-VAULT-NAME
                       ' NOT AVAILABLE, STATUS '
                       WS-TOKEN-VAULT-STATUS
                       ' - TOKENIZED VALUES ARE BLANKED'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Replace TOKEN-CLEAR-VALUE (field TOKEN-FIELD-CODE of
      * customer TOKEN-CUSTOMER-NUMBER) by its token in
      * TOKEN-RESULT: the vault's token when the value has one,
      * otherwise a new one entered in the vault. A value that
      * cannot be given a token is blanked, never sent in clear
       TOKENIZE-FIELD-VALUE SECTION.
           MOVE SPACES TO TOKEN-RESULT
           IF TOKEN-CLEAR-VALUE = SPACES
               EXIT SECTION
           END-IF
           IF NOT TOKEN-VAULT-IS-OPEN
               ADD 1 TO TOKENS-REFUSED
               EXIT SECTION
           END-IF

           PERFORM FIND-VAULT-TOKEN
           IF TOKEN-RESULT NOT = SPACES
               ADD 1 TO TOKENS-REUSED
               EXIT SECTION
           END-IF

      *    A new token must differ from the value; the vault itself
      *    refuses a token already issued for the field, so each
      *    token resolves to exactly one value
           MOVE 'Y' TO TOKEN-CLASH-FLAG
           PERFORM VARYING TOKEN-ATTEMPT FROM 1 BY 1
                   UNTIL TOKEN-ATTEMPT > 20
                      OR NOT TOKEN-CLASHES
                      OR NOT TOKEN-VAULT-IS-OPEN
               PERFORM GENERATE-TOKEN
               IF TOKEN-RESULT NOT = TOKEN-CLEAR-VALUE
                   PERFORM ENTER-VAULT-TOKEN
               END-IF
           END-PERFORM
           IF TOKEN-CLASHES
               MOVE SPACES TO TOKEN-RESULT
               ADD 1 TO TOKENS-REFUSED
           END-IF

           EXIT.

      * ---
      * The vault's token for the value, spaces when it has none
       FIND-VAULT-TOKEN SECTION.
           MOVE SPACES TO TOKEN-RESULT
           MOVE TOKEN-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
           MOVE TOKEN-FIELD-CODE TO TKV-FIELD-CODE
           MOVE TOKEN-CLEAR-VALUE TO TKV-CLEAR-VALUE
           READ TOKEN-VAULT-FILE KEY IS TKV-VAULT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TKV-TOKEN TO TOKEN-RESULT
           END-READ

           EXIT.

      * ---
      * Enter the candidate token in TOKEN-RESULT in the vault. A
      * duplicate is either a token already issued for the field -
      * the next candidate is tried - or a value another writer has
      * just tokenized, whose token is then taken from the vault
       ENTER-VAULT-TOKEN SECTION.
           MOVE TOKEN-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
           MOVE TOKEN-FIELD-CODE TO TKV-FIELD-CODE
           MOVE TOKEN-CLEAR-VALUE TO TKV-CLEAR-VALUE
           MOVE TOKEN-FIELD-CODE TO TKV-TOKEN-FIELD-CODE
           MOVE TOKEN-RESULT TO TKV-TOKEN
           MOVE TOKEN-DATE TO TKV-CREATED-DATE
           MOVE TOKEN-PROGRAM-NAME TO TKV-PROGRAM-NAME
           WRITE TOKEN-VAULT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE TRUE
               WHEN TOKEN-VAULT-OK
                   MOVE 'N' TO TOKEN-CLASH-FLAG
                   ADD 1 TO TOKENS-ISSUED
               WHEN TOKEN-VAULT-DUPLICATE
                   PERFORM FIND-VAULT-TOKEN
                   IF TOKEN-RESULT NOT = SPACES
                       MOVE 'N' TO TOKEN-CLASH-FLAG
                       ADD 1 TO TOKENS-REUSED
                   END-IF
               WHEN OTHER
                   DISPLAY '*** TOKEN VAULT WRITE FAILED, STATUS '
                           WS-TOKEN-VAULT-STATUS
                           ' - FURTHER TOKENIZED VALUES ARE BLANKED'
                      UPON CONSOLE
                   CLOSE TOKEN-VAULT-FILE
                   MOVE 'N' TO TOKEN-VAULT-OPEN-FLAG
           END-EVALUATE

           EXIT.

      * ---
      * One candidate token: each digit and letter of the value is
      * replaced from a pseudo-random sequence seeded from the
      * customer, the value, the time of day and the attempt, so
      * the token cannot be worked back to the value without the
      * vault; everything else is kept where it stands
       GENERATE-TOKEN SECTION.
           ACCEPT TOKEN-TIME FROM TIME
           COMPUTE TOKEN-SEED = TOKEN-CUSTOMER-NUMBER
                              + TOKEN-TIME * 7
                              + TOKEN-ATTEMPT * 7919
                              + TOKENS-ISSUED * 131
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > 40
               COMPUTE TOKEN-SEED = TOKEN-SEED
                   + TOKEN-CLEAR-BYTE (TOKEN-POS) * TOKEN-POS
           END-PERFORM
           DIVIDE TOKEN-SEED BY 2147483647
               GIVING TOKEN-QUOTIENT
               REMAINDER TOKEN-SEED
           IF TOKEN-SEED = 0
               MOVE 1 TO TOKEN-SEED
           END-IF

           MOVE TOKEN-CLEAR-VALUE TO TOKEN-RESULT
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > 40
               COMPUTE TOKEN-SEED = TOKEN-SEED * 48271
               DIVIDE TOKEN-SEED BY 2147483647
                   GIVING TOKEN-QUOTIENT
                   REMAINDER TOKEN-SEED
               EVALUATE TRUE
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1) IS NUMERIC
                   DIVIDE TOKEN-SEED BY 10
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-DIGITS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1) = SPACE
                   CONTINUE
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1)
                        IS ALPHABETIC-LOWER
                   DIVIDE TOKEN-SEED BY 26
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-LOWER-LETTERS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1)
                        IS ALPHABETIC-UPPER
                   DIVIDE TOKEN-SEED BY 26
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-UPPER-LETTERS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               END-EVALUATE
           END-PERFORM

           EXIT.

      * ---
      * Every token is in the vault from the moment it is issued;
      * closing it is all that is left
       CLOSE-TOKEN-VAULT SECTION.
           IF TOKEN-VAULT-IS-OPEN
               CLOSE TOKEN-VAULT-FILE
               MOVE 'N' TO TOKEN-VAULT-OPEN-FLAG
           END-IF

           EXIT.
