123456*Balance-history capture: each day's balance feed is appended
      *to a rolling history store under the business date and this
      *run's identifier - the amount and sign as received, the
      *currency, and the amount converted to the ledger currency at
      *the day's rate - so a disputed balance can be traced back to
      *what the source sent on which day. Entries older than the
      *retention window roll off as the store is carried forward,
      *except for customers under legal hold, and a rerun for the
      *same business date replaces that date's entries

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIBHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Today's balance feed, the one APICONV and APISTMT read
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
      *    Day's exchange rates, as the conversion job loads them
           SELECT EXCHANGE-RATE-FILE ASSIGN TO WS-EXCHRATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHRATE-STATUS.
      *    Old-to-new customer-number cross reference for the
      *    billing source's renumbering
           SELECT CUSTOMER-XREF-FILE ASSIGN TO WS-XREF-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
      *    The balance-history store, carried forward through the
      *    work file with today's feed appended
           SELECT BALANCE-HISTORY-FILE ASSIGN TO WS-BALHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT BALANCE-HISTORY-NEW ASSIGN TO WS-BALHIST-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-NEW-STATUS.
      *    Customers whose records must not roll off
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-LEGALHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
      *    Business date the entries are filed under
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Short-held lock serializing run-identifier issuance, so
      *    two overlapping jobs can never be issued the same number
           SELECT RUN-LOCK-FILE ASSIGN TO WS-RUN-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
      *    Run-control file issuing this run's identifier
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One balance per customer, same layout as the feed the
      *    conversion job merges
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-CUSTOMER-NUMBER PIC 9(09).
           05 BAL-AMOUNT-SIGN PIC X(01).
             88 BALANCE-IS-NEGATIVE VALUE '-'.
           05 BAL-AMOUNT PIC 9(07)V99.
      *    Currency code, appended; blank means ledger currency
           05 BAL-CURRENCY-CODE PIC X(03).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           05 EXR-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 EXR-RATE PIC 9(03)V9(06).

       FD CUSTOMER-XREF-FILE.
       01 CUSTOMER-XREF-RECORD.
           05 XRF-OLD-NUMBER PIC 9(09).
           05 XRF-NEW-NUMBER PIC 9(09).

      *    One entry per customer per business date, customer first
      *    so the erasure job can find them. The conversion status
      *    says how the ledger amount was reached: L the feed was
      *    already in the ledger currency, C converted at the day's
      *    rate, N no rate on file and no ledger amount
       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BHS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BHS-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 BHS-AMOUNT-SIGN PIC X(01).
           05 BHS-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 BHS-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 BHS-LEDGER-AMOUNT PIC S9(9)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 BHS-CONVERSION-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 BHS-RUN-ID PIC 9(09).

       FD BALANCE-HISTORY-NEW.
       01 BALANCE-HISTORY-NEW-RECORD PIC X(58).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LGH-HOLD-REFERENCE PIC X(12).
           05 FILLER PIC X(01).
           05 LGH-START-DATE PIC 9(08).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD.
           05 RLK-OWNER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLK-TIMESTAMP-MS PIC 9(18).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(71).

       WORKING-STORAGE SECTION.
       01 HISTORY-CONTROLS.
           05 WS-BALANCE-FILE-NAME PIC X(30) VALUE 'BALANCES.DAT'.
           05 WS-BALANCE-FILE-STATUS PIC X(02).
             88 BALANCE-FILE-OK VALUE '00'.
           05 WS-BALANCE-EOF-FLAG PIC X VALUE 'N'.
             88 BALANCE-FILE-AT-EOF VALUE 'Y'.
           05 WS-EXCHRATE-NAME PIC X(30) VALUE 'EXCHRATE.DAT'.
           05 WS-EXCHRATE-STATUS PIC X(02).
             88 EXCHRATE-OK VALUE '00'.
           05 WS-EXCHRATE-EOF-FLAG PIC X VALUE 'N'.
             88 EXCHRATE-AT-EOF VALUE 'Y'.
           05 WS-BALHIST-NAME PIC X(30) VALUE 'BALHIST.DAT'.
           05 WS-BALHIST-STATUS PIC X(02).
             88 BALHIST-OK VALUE '00'.
           05 WS-BALHIST-EOF-FLAG PIC X VALUE 'N'.
             88 BALHIST-AT-EOF VALUE 'Y'.
           05 WS-BALHIST-NEW-NAME PIC X(30) VALUE 'BALHIST.NEW'.
           05 WS-BALHIST-NEW-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
             10 BUSINESS-YEAR PIC 9(04).
             10 BUSINESS-MONTH PIC 9(02).
             10 BUSINESS-DAY PIC 9(02).
           05 HISTORY-RENAME-STATUS PIC S9(9) BINARY.

      *    Entries roll off once they are older than the retention
      *    window, counted back in months from the business date
           05 RETENTION-MONTHS PIC S9(4) BINARY VALUE 13.
           05 RETENTION-MONTH-COUNT PIC S9(9) BINARY.
           05 RETENTION-CUTOFF-DATE PIC 9(08) VALUE 0.
           05 RETENTION-CUTOFF-PARTS REDEFINES RETENTION-CUTOFF-DATE.
             10 CUTOFF-YEAR PIC 9(04).
             10 CUTOFF-MONTH PIC 9(02).
             10 CUTOFF-DAY PIC 9(02).

           05 FEED-RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 FEED-RECORDS-REJECTED PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-ADDED PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-CONVERTED PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-WITHOUT-RATE PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-KEPT PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-REPLACED PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-EXPIRED PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-HELD PIC S9(9) BINARY VALUE 0.

      *    The feed amount as a signed value, before and after the
      *    conversion to the ledger currency
           05 FEED-BALANCE PIC S9(9)V99 COMP-3.
           05 LEDGER-BALANCE PIC S9(9)V99 COMP-3.

      *    Exchange rates held in memory, as the conversion job
      *    holds them
       01 CURRENCY-CONTROLS.
           05 LEDGER-CURRENCY-CODE PIC X(03) VALUE 'EUR'.
           05 MAX-CURRENCY-ENTRIES PIC S9(4) BINARY VALUE 20.
           05 CURRENCY-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 CURRENCY-IX PIC S9(4) BINARY.
           05 CURRENCY-FOUND-IX PIC S9(4) BINARY.
       01 CURRENCY-RATE-TABLE.
           05 CURRENCY-RATE-ENTRY OCCURS 20.
             10 CRE-CURRENCY-CODE PIC X(03).
             10 CRE-RATE PIC 9(03)V9(06).

      *    Old-to-new customer-number cross reference held in
      *    memory; with no file present every number passes through
      *    untranslated
       01 XREF-CONTROLS.
           05 WS-XREF-NAME PIC X(30) VALUE 'CUSTXREF.DAT'.
           05 WS-XREF-STATUS PIC X(02).
             88 XREF-FILE-OK VALUE '00'.
           05 WS-XREF-EOF-FLAG PIC X VALUE 'N'.
             88 XREF-AT-EOF VALUE 'Y'.
           05 MAX-XREF-ENTRIES PIC S9(9) BINARY VALUE 50000.
           05 XREF-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 XREF-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 XREF-IX PIC S9(9) BINARY.
           05 XREF-FOUND-FLAG PIC X(01).
             88 XREF-ENTRY-FOUND VALUE 'Y'.

       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 50000.
             10 XRT-OLD-NUMBER PIC 9(09).
             10 XRT-NEW-NUMBER PIC 9(09).

      *    Customers under legal hold keep every entry
       01 LEGAL-HOLD-CONTROLS.
           05 WS-LEGALHOLD-NAME PIC X(30) VALUE 'LEGALHLD.DAT'.
           05 WS-LEGALHOLD-STATUS PIC X(02).
             88 LEGALHOLD-OK VALUE '00'.
           05 WS-LEGALHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 LEGALHOLD-AT-EOF VALUE 'Y'.
           05 MAX-HOLD-ENTRIES PIC S9(4) BINARY VALUE 2000.
           05 HOLD-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 HOLD-IX PIC S9(4) BINARY.
           05 HOLD-MATCH-FLAG PIC X(01).
             88 RECORD-UNDER-HOLD VALUE 'Y'.

       01 LEGAL-HOLD-TABLE.
           05 LEGAL-HOLD-ENTRY OCCURS 2000.
             10 LHT-CUSTOMER-NUMBER PIC 9(09).

      *    Run-control lock state: the lock is held only across the
      *    read-increment-rewrite of the run-control file, so its
      *    stale limit is short
       01 RUN-LOCK-CONTROLS.
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-RUN-LOCK-STATUS PIC X(02).
             88 RUN-LOCK-OK VALUE '00'.
           05 RLK-OWNER-NAME PIC X(08) VALUE 'APIBHIST'.
           05 RUN-LOCK-STALE-LIMIT-MS PIC S9(18) BINARY
              VALUE 60000.
           05 RLK-HELD-OWNER PIC X(08).
           05 RLK-HELD-TIMESTAMP PIC S9(18) BINARY.
           05 RLK-HELD-AGE-MS PIC S9(18) BINARY.
           05 RLK-CURRENT-TIME-MS PIC 9(18).
           05 RLK-FILE-DETAILS.
             10 RLK-FILE-SIZE PIC 9(8) COMP-X.
             10 RLK-FILE-DAY PIC 9(2) COMP-X.
             10 RLK-FILE-MONTH PIC 9(2) COMP-X.
             10 RLK-FILE-YEAR PIC 9(4) COMP-X.
             10 RLK-FILE-HOURS PIC 9(2) COMP-X.
             10 RLK-FILE-MINUTES PIC 9(2) COMP-X.
             10 RLK-FILE-SECONDS PIC 9(2) COMP-X.
             10 RLK-FILE-HUNDREDTHS PIC 9(2) COMP-X.
           05 RLK-EXIST-STATUS PIC S9(9) BINARY.

      *    This run's identifier, issued from the run-control file
      *    once the feed is known to be there
       01 RUN-IDENTIFIER-CONTROLS.
           05 WS-RUN-CONTROL-NAME PIC X(30) VALUE 'RUNCTL.DAT'.
           05 WS-RUN-CONTROL-STATUS PIC X(02).
             88 RUN-CONTROL-OK VALUE '00'.
           05 CURRENT-RUN-ID PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE

           OPEN INPUT BALANCE-FILE
           IF NOT BALANCE-FILE-OK
               DISPLAY 'No balance feed present - history unchanged'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ISSUE-RUN-IDENTIFIER
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-CUSTOMER-XREF
           PERFORM LOAD-LEGAL-HOLDS

           COMPUTE RETENTION-MONTH-COUNT =
               BUSINESS-YEAR * 12 + BUSINESS-MONTH - 1
             - RETENTION-MONTHS
           DIVIDE RETENTION-MONTH-COUNT BY 12
               GIVING CUTOFF-YEAR
               REMAINDER CUTOFF-MONTH
           ADD 1 TO CUTOFF-MONTH
           MOVE BUSINESS-DAY TO CUTOFF-DAY

           DISPLAY 'Filing balance feed for ' BUSINESS-DATE
                   ' under run ' CURRENT-RUN-ID
                   ', keeping entries from ' RETENTION-CUTOFF-DATE
              UPON CONSOLE

           PERFORM CARRY-FORWARD-HISTORY

           PERFORM UNTIL BALANCE-FILE-AT-EOF
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO FEED-RECORDS-READ
                       PERFORM FILE-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE

           PERFORM REPLACE-BALANCE-HISTORY

           DISPLAY 'Feed records read:        ' FEED-RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Feed records rejected:    ' FEED-RECORDS-REJECTED
              UPON CONSOLE
           DISPLAY 'Entries added:            ' ENTRIES-ADDED
              UPON CONSOLE
           DISPLAY 'Converted at day rate:    ' ENTRIES-CONVERTED
              UPON CONSOLE
           DISPLAY 'Without an exchange rate: ' ENTRIES-WITHOUT-RATE
              UPON CONSOLE
           DISPLAY 'Entries carried forward:  ' ENTRIES-KEPT
              UPON CONSOLE
           DISPLAY 'Entries replaced (rerun): ' ENTRIES-REPLACED
              UPON CONSOLE
           DISPLAY 'Entries rolled off:       ' ENTRIES-EXPIRED
              UPON CONSOLE
           DISPLAY 'Kept under legal hold:    ' ENTRIES-HELD
              UPON CONSOLE
           DISPLAY 'Run identifier:           ' CURRENT-RUN-ID
              UPON CONSOLE
           IF FEED-RECORDS-REJECTED > 0 OR ENTRIES-WITHOUT-RATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Entries are filed under the business date when one is on
      * file, the system date otherwise
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

      * ---
      * The day's rates, one per currency; with no rate file every
      * foreign-currency entry is filed without a ledger amount
       LOAD-EXCHANGE-RATES SECTION.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHRATE-OK
               MOVE 'Y' TO WS-EXCHRATE-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL EXCHRATE-AT-EOF
                      OR CURRENCY-ENTRY-COUNT
                         >= MAX-CURRENCY-ENTRIES
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EXCHRATE-EOF-FLAG
                   NOT AT END
                       IF EXR-CURRENCY-CODE NOT = SPACES
                           AND EXR-RATE IS NUMERIC
                           ADD 1 TO CURRENCY-ENTRY-COUNT
                           MOVE EXR-CURRENCY-CODE
                             TO CRE-CURRENCY-CODE
                                (CURRENCY-ENTRY-COUNT)
                           MOVE EXR-RATE
                             TO CRE-RATE (CURRENCY-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE

           EXIT.

      * ---
      * Load the optional customer-number cross reference into the
      * table; with no file present every number passes through
      * untranslated
       LOAD-CUSTOMER-XREF SECTION.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF NOT XREF-FILE-OK
               MOVE 'Y' TO WS-XREF-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL XREF-AT-EOF
               READ CUSTOMER-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-FLAG
                   NOT AT END
                       IF XRF-OLD-NUMBER IS NUMERIC
                           AND XRF-NEW-NUMBER IS NUMERIC
                           IF XREF-ENTRY-COUNT
                                  < MAX-XREF-ENTRIES
                               ADD 1 TO XREF-ENTRY-COUNT
                               MOVE XRF-OLD-NUMBER
                                 TO XRT-OLD-NUMBER
                                    (XREF-ENTRY-COUNT)
                               MOVE XRF-NEW-NUMBER
                                 TO XRT-NEW-NUMBER
                                    (XREF-ENTRY-COUNT)
                           ELSE
                               ADD 1 TO XREF-OVERFLOWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-XREF-FILE

           IF XREF-OVERFLOWS > 0
               DISPLAY '*** CROSS-REFERENCE TABLE FULL - '
                       XREF-OVERFLOWS ' ENTRY(S) NOT LOADED,'
                       ' THOSE NUMBERS WOULD PASS UNTRANSLATED'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
           END-IF

           EXIT.

      * ---
      * Load the legal-hold register; with no register on disk
      * nothing is exempt
       LOAD-LEGAL-HOLDS SECTION.
           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT LEGALHOLD-OK
               MOVE 'Y' TO WS-LEGALHOLD-EOF-FLAG
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

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'N' TO HOLD-MATCH-FLAG
           IF HOLD-ENTRY-COUNT = 0
               OR BHS-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ENTRY-COUNT
                      OR RECORD-UNDER-HOLD
               IF LHT-CUSTOMER-NUMBER (HOLD-IX)
                       = BHS-CUSTOMER-NUMBER
                   SET RECORD-UNDER-HOLD TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Start the new store with the entries it keeps: an entry
      * past the retention cutoff rolls off unless its customer is
      * under legal hold, and a rerun's own business date drops out
      * so the rerun replaces it. The work file stays open for
      * today's entries
       CARRY-FORWARD-HISTORY SECTION.
           OPEN OUTPUT BALANCE-HISTORY-NEW
           OPEN INPUT BALANCE-HISTORY-FILE
           IF NOT BALHIST-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL BALHIST-AT-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-BALHIST-EOF-FLAG
                   NOT AT END
                       PERFORM CARRY-ONE-HISTORY-ENTRY
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE

           EXIT.

       CARRY-ONE-HISTORY-ENTRY SECTION.
           IF BHS-BUSINESS-DATE = BUSINESS-DATE
               ADD 1 TO ENTRIES-REPLACED
               EXIT SECTION
           END-IF
           IF BHS-BUSINESS-DATE IS NUMERIC
              AND BHS-BUSINESS-DATE < RETENTION-CUTOFF-DATE
               PERFORM CHECK-LEGAL-HOLD
               IF NOT RECORD-UNDER-HOLD
                   ADD 1 TO ENTRIES-EXPIRED
                   EXIT SECTION
               END-IF
               ADD 1 TO ENTRIES-HELD
           END-IF

           MOVE BALANCE-HISTORY-RECORD TO BALANCE-HISTORY-NEW-RECORD
           WRITE BALANCE-HISTORY-NEW-RECORD
           ADD 1 TO ENTRIES-KEPT

           EXIT.

      * ---
      * File one feed line: renumbered customers go under the
      * number this system carries, and the amount is converted
      * the way the conversion job converts it - a blank or ledger
      * code passes through at one, a listed currency converts at
      * the day's rate, and an unlisted code is filed with the
      * amount as received but no ledger amount
       FILE-ONE-BALANCE SECTION.
           IF BAL-CUSTOMER-NUMBER IS NOT NUMERIC
              OR BAL-AMOUNT IS NOT NUMERIC
               ADD 1 TO FEED-RECORDS-REJECTED
               DISPLAY 'BALANCE FEED LINE ' FEED-RECORDS-READ
                       ' UNREADABLE - NOT FILED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE SPACES TO BALANCE-HISTORY-RECORD
           MOVE BAL-CUSTOMER-NUMBER TO BHS-CUSTOMER-NUMBER
           IF XREF-ENTRY-COUNT > 0
               MOVE 'N' TO XREF-FOUND-FLAG
               PERFORM VARYING XREF-IX FROM 1 BY 1
                       UNTIL XREF-IX > XREF-ENTRY-COUNT
                          OR XREF-ENTRY-FOUND
                   IF XRT-OLD-NUMBER (XREF-IX) = BAL-CUSTOMER-NUMBER
                       SET XREF-ENTRY-FOUND TO TRUE
                       MOVE XRT-NEW-NUMBER (XREF-IX)
                         TO BHS-CUSTOMER-NUMBER
                   END-IF
               END-PERFORM
           END-IF

           MOVE BUSINESS-DATE TO BHS-BUSINESS-DATE
           MOVE '+' TO BHS-AMOUNT-SIGN
           IF BALANCE-IS-NEGATIVE
               MOVE '-' TO BHS-AMOUNT-SIGN
           END-IF
           MOVE BAL-AMOUNT TO BHS-AMOUNT
           MOVE CURRENT-RUN-ID TO BHS-RUN-ID

           MOVE BAL-AMOUNT TO FEED-BALANCE
           IF BALANCE-IS-NEGATIVE
               COMPUTE FEED-BALANCE = 0 - FEED-BALANCE
           END-IF

           IF BAL-CURRENCY-CODE = SPACES
               OR BAL-CURRENCY-CODE = LEDGER-CURRENCY-CODE
               MOVE LEDGER-CURRENCY-CODE TO BHS-CURRENCY-CODE
               MOVE FEED-BALANCE TO BHS-LEDGER-AMOUNT
               MOVE 'L' TO BHS-CONVERSION-STATUS
           ELSE
               MOVE BAL-CURRENCY-CODE TO BHS-CURRENCY-CODE
               MOVE 0 TO CURRENCY-FOUND-IX
               PERFORM VARYING CURRENCY-IX FROM 1 BY 1
                       UNTIL CURRENCY-IX > CURRENCY-ENTRY-COUNT
                          OR CURRENCY-FOUND-IX > 0
                   IF CRE-CURRENCY-CODE (CURRENCY-IX)
                           = BAL-CURRENCY-CODE
                       MOVE CURRENCY-IX TO CURRENCY-FOUND-IX
                   END-IF
               END-PERFORM
               IF CURRENCY-FOUND-IX = 0
                   MOVE 0 TO BHS-LEDGER-AMOUNT
                   MOVE 'N' TO BHS-CONVERSION-STATUS
                   ADD 1 TO ENTRIES-WITHOUT-RATE
                   DISPLAY 'NO EXCHANGE RATE FOR CURRENCY '
                           BAL-CURRENCY-CODE ' - BALANCE FOR '
                           BHS-CUSTOMER-NUMBER
                           ' FILED WITHOUT A LEDGER AMOUNT'
                      UPON CONSOLE
               ELSE
                   COMPUTE LEDGER-BALANCE ROUNDED =
                       FEED-BALANCE
                       * CRE-RATE (CURRENCY-FOUND-IX)
                   MOVE LEDGER-BALANCE TO BHS-LEDGER-AMOUNT
                   MOVE 'C' TO BHS-CONVERSION-STATUS
                   ADD 1 TO ENTRIES-CONVERTED
               END-IF
           END-IF

           MOVE BALANCE-HISTORY-RECORD TO BALANCE-HISTORY-NEW-RECORD
           WRITE BALANCE-HISTORY-NEW-RECORD
           ADD 1 TO ENTRIES-ADDED

           EXIT.

      * ---
      * The new store replaces the kept one only after the whole
      * feed has been filed
       REPLACE-BALANCE-HISTORY SECTION.
           CLOSE BALANCE-HISTORY-NEW
           CALL 'CBL_DELETE_FILE' USING WS-BALHIST-NAME
              RETURNING HISTORY-RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-BALHIST-NEW-NAME
                WS-BALHIST-NAME
              RETURNING HISTORY-RENAME-STATUS

           EXIT.

      * ---
      * Issue this run's identifier under the run-control lock
       ISSUE-RUN-IDENTIFIER SECTION.
           PERFORM ACQUIRE-RUN-CONTROL-LOCK

           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-LAST-RUN-ID IS NUMERIC
                           MOVE RCT-LAST-RUN-ID TO CURRENT-RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           ADD 1 TO CURRENT-RUN-ID

           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE CURRENT-RUN-ID TO RCT-LAST-RUN-ID
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE

           PERFORM RELEASE-RUN-CONTROL-LOCK

           EXIT.

      * ---
      * Acquire the lock serializing run-identifier issuance; a
      * holder older than the short stale limit abended mid-issue
      * and is taken over
       ACQUIRE-RUN-CONTROL-LOCK SECTION.
           CALL 'CBL_CHECK_FILE_EXIST' USING
                WS-RUN-LOCK-NAME
                RLK-FILE-DETAILS
              RETURNING RLK-EXIST-STATUS

           IF RLK-EXIST-STATUS = 0
               OPEN INPUT RUN-LOCK-FILE
               MOVE 0 TO RLK-HELD-TIMESTAMP
               MOVE SPACES TO RLK-HELD-OWNER
               IF RUN-LOCK-OK
                   READ RUN-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RLK-OWNER TO RLK-HELD-OWNER
                           IF RLK-TIMESTAMP-MS IS NUMERIC
                               MOVE RLK-TIMESTAMP-MS
                                 TO RLK-HELD-TIMESTAMP
                           END-IF
                   END-READ
                   CLOSE RUN-LOCK-FILE
               END-IF

               CALL 'getCurrentTimeMs' USING
                    BY REFERENCE RLK-CURRENT-TIME-MS
               COMPUTE RLK-HELD-AGE-MS =
                   RLK-CURRENT-TIME-MS - RLK-HELD-TIMESTAMP
               IF RLK-HELD-AGE-MS < RUN-LOCK-STALE-LIMIT-MS
                   DISPLAY '*** RUN-IDENTIFIER ISSUANCE LOCKED BY '
                           RLK-HELD-OWNER
                           ' - A SHARED NUMBER WOULD MAKE BOTH '
                           'RUNS INDISTINGUISHABLE'
                      UPON CONSOLE
                   DISPLAY 'ENDING - RERUN IN A MOMENT'
                      UPON CONSOLE
                   CLOSE BALANCE-FILE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'STALE RUN-CONTROL LOCK FROM '
                       RLK-HELD-OWNER ' TAKEN OVER'
                  UPON CONSOLE
           END-IF

           OPEN OUTPUT RUN-LOCK-FILE
           MOVE RLK-OWNER-NAME TO RLK-OWNER
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLK-CURRENT-TIME-MS
           MOVE RLK-CURRENT-TIME-MS TO RLK-TIMESTAMP-MS
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE

           EXIT.

       RELEASE-RUN-CONTROL-LOCK SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-NAME
              RETURNING RLK-EXIST-STATUS

           EXIT.
