           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.
      *    Balance-history store APIBHIST files each day's feed into
           SELECT BALANCE-HISTORY-FILE ASSIGN TO WS-BALHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
      *    Marketing consent and statement preference register
           SELECT CONSENT-REGISTER-FILE ASSIGN TO WS-CONSENT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-REG-STATUS.
      *    Service-desk notes register APINOTE maintains, and the
      *    business date that decides which notes are still active
           SELECT NOTE-REGISTER-FILE ASSIGN TO WS-NOTE-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-REG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Old-to-new customer-number cross reference for the
      *    billing source's renumbering; an inquiry card carrying an
      *    old number is translated before the lookup runs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
      *    Restricted-customer register and the privilege each
      *    restricted customer needs
           SELECT RESTRICT-REGISTER-FILE ASSIGN TO WS-RESTRICT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-REG-STATUS.
      *    Provider-master history kept by the migration as runs
      *    replace the published master; the as-of mode answers
      *    "what did we hold on date X" from it
       FD OPERATOR-AUTH-FILE.
       01 OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID PIC X(08).
      *    Privilege level 0-9 (blank = 0): opens restricted
      *    customers of that class and below
           05 FILLER PIC X(01).
           05 OPA-PRIVILEGE-LEVEL PIC X(01).
           05 FILLER PIC X(70).

       FD RESTRICT-REGISTER-FILE.
       01 RESTRICT-REGISTER-RECORD.
           COPY CRSTREG REPLACING '*-' BY RSR-.

      *    One line per inquiry or change: who, when, under which
      *    ticket, which customer, doing what
      *    Currency code, appended; blank means ledger currency
           05 BAL-CURRENCY-CODE PIC X(03).

      *    Same layout as the store APIBHIST writes
       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BHS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BHS-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 BHS-AMOUNT-SIGN PIC X(01).
             88 BHS-AMOUNT-NEGATIVE VALUE '-'.
           05 BHS-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 BHS-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 BHS-LEDGER-AMOUNT PIC S9(9)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 BHS-CONVERSION-STATUS PIC X(01).
             88 BHS-WITHOUT-RATE VALUE 'N'.
           05 FILLER PIC X(01).
           05 BHS-RUN-ID PIC 9(09).

      *    Same layout as the audit log APICONV and APIMIGR write
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 REJ-CUSTOMER-NUMBER PIC 9(09).
           05 REJ-RUN-ID PIC 9(09).

      *    Same layout as the register APICONS maintains
       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           05 CNS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CNS-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CNS-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CNS-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CNS-SOURCE PIC X(08).

      *    Same layout as the register APINOTE maintains
       FD NOTE-REGISTER-FILE.
       01 NOTE-REGISTER-RECORD.
           05 NTR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 NTR-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01).
           05 NTR-CATEGORY PIC X(08).
           05 FILLER PIC X(01).
           05 NTR-NOTE-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 NTR-CREATED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NTR-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NTR-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 NTR-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 NTR-TEXT PIC X(60).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    Same layout as the quarantine the conversion job writes
       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD.
           05 WS-QUARANTINE-STATUS PIC X(02).
             88 QUARANTINE-OK VALUE '00'.
             88 QUARANTINE-EOF VALUE '10'.
           05 WS-CONSENT-REG-NAME PIC X(30) VALUE 'CONSENT.DAT'.
           05 WS-CONSENT-REG-STATUS PIC X(02).
             88 CONSENT-REG-OK VALUE '00'.
           05 CONSENT-STATUS-TEXT PIC X(10).
           05 WS-NOTE-REG-NAME PIC X(30) VALUE 'CUSTNOTE.DAT'.
           05 WS-NOTE-REG-STATUS PIC X(02).
             88 NOTE-REG-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 PROFILE-EOF-FLAG PIC X(01).
             88 PROFILE-SOURCE-AT-EOF VALUE 'Y'.
           05 PROFILE-MATCHES PIC S9(9) BINARY.
           05 PROFILE-LINES-SHOWN PIC S9(4) BINARY.
           05 PROFILE-LINE-LIMIT PIC S9(4) BINARY VALUE 5.
           05 WS-BALHIST-NAME PIC X(30) VALUE 'BALHIST.DAT'.
           05 WS-BALHIST-STATUS PIC X(02).
             88 BALHIST-OK VALUE '00'.

      *    The customer's latest balance-history entries: the store
      *    is in filing order, so the last few read are kept, the
      *    oldest giving way as a newer one arrives
       01 RECENT-HISTORY-CONTROLS.
           05 RECENT-ENTRY-COUNT PIC S9(4) BINARY.
           05 RECENT-IX PIC S9(4) BINARY.
       01 RECENT-HISTORY-TABLE.
           05 RECENT-HISTORY-ENTRY OCCURS 5.
             10 RHT-ENTRY-IMAGE PIC X(58).

       01 BALANCE-EDIT PIC -Z,ZZZ,ZZ9.99.
       01 PROFILE-BALANCE PIC S9(7)V99 COMP-3.
           05 ACCESS-TIME-MS PIC 9(18).
           05 ACCESS-ENTRIES-WRITTEN PIC S9(9) BINARY VALUE 0.

      *    Restricted customers held in memory, the privilege level
      *    the operator carries, and the restricted customers already
      *    entered on the access log this run
       01 RESTRICTION-CONTROLS.
           05 WS-RESTRICT-REG-NAME PIC X(30) VALUE 'RESTRICT.DAT'.
           05 WS-RESTRICT-REG-STATUS PIC X(02).
             88 RESTRICT-REG-OK VALUE '00'.
           05 WS-RESTRICT-REG-EOF-FLAG PIC X VALUE 'N'.
             88 RESTRICT-REG-AT-EOF VALUE 'Y'.
           05 RUN-PRIVILEGE-LEVEL PIC 9(01) VALUE 0.
           05 RESTRICT-CUSTOMER PIC 9(09).
           05 RESTRICT-CLASS PIC 9(01).
           05 RESTRICT-ACTION PIC X(08).
           05 RESTRICT-RESULT-FLAG PIC X(01).
             88 CUSTOMER-UNRESTRICTED VALUE 'U'.
             88 RESTRICTED-ACCESS-GRANTED VALUE 'G'.
             88 RESTRICTED-ACCESS-REFUSED VALUE 'R'.
           05 RESTRICT-LOG-FLAG PIC X(01).
             88 RESTRICT-LOG-NEEDED VALUE 'Y'.
           05 RESTRICTED-GRANTS PIC S9(9) BINARY VALUE 0.
           05 RESTRICTED-REFUSALS PIC S9(9) BINARY VALUE 0.
           05 MAX-RESTRICT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 RESTRICT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-IX PIC S9(9) BINARY.
           05 MAX-RESTRICT-NOTED PIC S9(9) BINARY VALUE 500.
           05 RESTRICT-NOTED-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-NOTED-IX PIC S9(9) BINARY.

       01 RESTRICT-TABLE.
           05 RESTRICT-ENTRY OCCURS 5000.
             10 RST-CUSTOMER-NUMBER PIC 9(09).
             10 RST-RESTRICTION-CLASS PIC 9(01).

       01 RESTRICT-NOTED-TABLE.
           05 RESTRICT-NOTED-ENTRY OCCURS 500.
             10 RSN-CUSTOMER-NUMBER PIC 9(09).
             10 RSN-ACTION PIC X(08).

      *    Check-digit verification state: the customer number's
      *    last digit is a Luhn check digit on new numbers; digits
      *    doubled from the right, nines cast out, sum mod ten zero
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-CUSTOMER-XREF
           PERFORM TRANSLATE-TARGET-CUSTOMER
           PERFORM LOAD-RESTRICTED-REGISTER

      *    A mis-keyed number usually fails its check digit; the
      *    inquiry still answers (pre-scheme numbers fail too) but
                   ' ' TARGET-FIRST-NAME ' ' TARGET-LAST-NAME
              UPON CONSOLE

      *    A restricted customer named on the card is refused
      *    outright to an operator without the privilege
           IF TARGET-CUSTOMER-NUMBER > 0
               MOVE TARGET-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
               PERFORM SCREEN-RESTRICTED-CUSTOMER
               IF RESTRICTED-ACCESS-REFUSED
                   DISPLAY '*** CUSTOMER ' TARGET-CUSTOMER-NUMBER
                           ' IS RESTRICTED - INQUIRY REFUSED TO '
                           RUN-OPERATOR-ID
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 'INQUIRY' TO ACCESS-ACTION
           MOVE TARGET-CUSTOMER-NUMBER TO ACCESS-CUSTOMER
           PERFORM WRITE-ACCESS-LOG-ENTRY
               PERFORM SCAN-PROVIDER-MASTER
           END-IF

      *    Restricted customers a name search met were held back
           IF RESTRICTED-REFUSALS > 0
               DISPLAY 'RESTRICTED CUSTOMER(S) WITHHELD: '
                       RESTRICTED-REFUSALS
                  UPON CONSOLE
               IF CUSTOMERS-FOUND = 0
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           IF CUSTOMERS-FOUND = 0
               DISPLAY 'CUSTOMER NOT FOUND IN ' RECORDS-READ
                       ' PROVIDER RECORD(S)'
                       IF OPA-OPERATOR-ID = RUN-OPERATOR-ID
                           AND RUN-OPERATOR-ID NOT = SPACES
                           SET OPERATOR-AUTHORIZED TO TRUE
                           IF OPA-PRIVILEGE-LEVEL IS NUMERIC
                               MOVE OPA-PRIVILEGE-LEVEL
                                 TO RUN-PRIVILEGE-LEVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ---
      * Hold the restricted-customer register in memory; with no
      * register on disk no customer is restricted
       LOAD-RESTRICTED-REGISTER SECTION.
           OPEN INPUT RESTRICT-REGISTER-FILE
           IF NOT RESTRICT-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RESTRICT-REG-AT-EOF
               READ RESTRICT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-RESTRICT-REG-EOF-FLAG
                   NOT AT END
                       IF RSR-CUSTOMER-NUMBER IS NUMERIC
                           AND RSR-CUSTOMER-NUMBER > 0
                           PERFORM KEEP-RESTRICTED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICT-REGISTER-FILE

           EXIT.

      * ---
      * A register too big for the table stops the run rather than
      * leave customers unprotected; an unreadable class restricts
      * at the highest level rather than not at all
       KEEP-RESTRICTED-CUSTOMER SECTION.
           IF RESTRICT-ENTRY-COUNT >= MAX-RESTRICT-ENTRIES
               DISPLAY '*** RESTRICTED-CUSTOMER TABLE FULL AT '
                       MAX-RESTRICT-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO RESTRICT-ENTRY-COUNT
           MOVE RSR-CUSTOMER-NUMBER
             TO RST-CUSTOMER-NUMBER (RESTRICT-ENTRY-COUNT)
           IF RSR-RESTRICTION-CLASS IS NUMERIC
               MOVE RSR-RESTRICTION-CLASS
                 TO RST-RESTRICTION-CLASS (RESTRICT-ENTRY-COUNT)
           ELSE
               MOVE 9 TO RST-RESTRICTION-CLASS (RESTRICT-ENTRY-COUNT)
           END-IF

           EXIT.

      * ---
      * Judge RESTRICT-CUSTOMER against the register for the run's
      * privilege level: unrestricted, restricted and granted, or
      * restricted and refused; for the last two RESTRICT-ACTION
      * carries the access-log action
       CHECK-CUSTOMER-RESTRICTION SECTION.
           SET CUSTOMER-UNRESTRICTED TO TRUE
           MOVE SPACES TO RESTRICT-ACTION
           PERFORM VARYING RESTRICT-IX FROM 1 BY 1
                   UNTIL RESTRICT-IX > RESTRICT-ENTRY-COUNT
                      OR NOT CUSTOMER-UNRESTRICTED
               IF RST-CUSTOMER-NUMBER (RESTRICT-IX)
                       = RESTRICT-CUSTOMER
                   MOVE RST-RESTRICTION-CLASS (RESTRICT-IX)
                     TO RESTRICT-CLASS
                   IF RUN-PRIVILEGE-LEVEL >= RESTRICT-CLASS
                       SET RESTRICTED-ACCESS-GRANTED TO TRUE
                   ELSE
                       SET RESTRICTED-ACCESS-REFUSED TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RESTRICTED-ACCESS-GRANTED
                   ADD 1 TO RESTRICTED-GRANTS
                   MOVE 'RSTGRANT' TO RESTRICT-ACTION
               WHEN RESTRICTED-ACCESS-REFUSED
                   ADD 1 TO RESTRICTED-REFUSALS
                   MOVE 'RSTREFSD' TO RESTRICT-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ---
      * A restricted customer goes on the access log once per run
      * and action, not once per record a scan meets; a customer not
      * yet noted sets RESTRICT-LOG-NEEDED
       NOTE-RESTRICTED-ACCESS SECTION.
           MOVE 'N' TO RESTRICT-LOG-FLAG
           IF CUSTOMER-UNRESTRICTED
               EXIT SECTION
           END-IF
           PERFORM VARYING RESTRICT-NOTED-IX FROM 1 BY 1
                   UNTIL RESTRICT-NOTED-IX > RESTRICT-NOTED-COUNT
               IF RSN-CUSTOMER-NUMBER (RESTRICT-NOTED-IX)
                       = RESTRICT-CUSTOMER
                   AND RSN-ACTION (RESTRICT-NOTED-IX)
                       = RESTRICT-ACTION
                   EXIT SECTION
               END-IF
           END-PERFORM

           SET RESTRICT-LOG-NEEDED TO TRUE
           IF RESTRICT-NOTED-COUNT < MAX-RESTRICT-NOTED
               ADD 1 TO RESTRICT-NOTED-COUNT
               MOVE RESTRICT-CUSTOMER
                 TO RSN-CUSTOMER-NUMBER (RESTRICT-NOTED-COUNT)
               MOVE RESTRICT-ACTION
                 TO RSN-ACTION (RESTRICT-NOTED-COUNT)
           END-IF

           EXIT.

      * ---
      * Check RESTRICT-CUSTOMER and put a privileged or refused
      * access on the access log
       SCREEN-RESTRICTED-CUSTOMER SECTION.
           PERFORM CHECK-CUSTOMER-RESTRICTION
           PERFORM NOTE-RESTRICTED-ACCESS
           IF RESTRICT-LOG-NEEDED
               MOVE RESTRICT-ACTION TO ACCESS-ACTION
               MOVE RESTRICT-CUSTOMER TO ACCESS-CUSTOMER
               PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF

           EXIT.

      * ---
      * Load the optional customer-number cross reference into the
      * table; with no file present every number passes through
                           AND (TARGET-FIRST-NAME = SPACES
                                OR PHX-FIRST-SOUNDEX
                                   = TARGET-FIRST-SOUNDEX)
                           PERFORM LIST-PHONETIC-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      * ---
      * One phonetic candidate; a restricted customer the operator
      * may not see is left off the list
       LIST-PHONETIC-CANDIDATE SECTION.
           MOVE PHX-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
           PERFORM SCREEN-RESTRICTED-CUSTOMER
           IF RESTRICTED-ACCESS-REFUSED
               EXIT SECTION
           END-IF

           ADD 1 TO PHONETIC-CANDIDATES
           ADD 1 TO CUSTOMERS-FOUND
           DISPLAY 'CANDIDATE '
                   PHX-CUSTOMER-NUMBER ' '
                   PHX-LAST-NAME ' '
                   PHX-FIRST-NAME ' '
                   PHX-CITY
              UPON CONSOLE

           EXIT.

      * ---
      * Classic soundex, matching the index build: keep the first
      * letter, code the consonant classes, skip vowels and H/W/Y,
           EXIT.

      * ---
      * Formatted view of the found provider record; a restricted
      * customer a name search met is withheld from an operator
      * without the privilege
       PRINT-PROVIDER-VIEW SECTION.
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
               MOVE PMI-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
               PERFORM SCREEN-RESTRICTED-CUSTOMER
               IF RESTRICTED-ACCESS-REFUSED
                   EXIT SECTION
               END-IF
           END-IF

           ADD 1 TO CUSTOMERS-FOUND
           DISPLAY '----------------------------------------'
              UPON CONSOLE
               MOVE PMI-CUSTOMER-NUMBER TO MATCHED-CUSTOMER-NUMBER
               PERFORM PRINT-SECONDARY-ADDRESSES
               PERFORM PRINT-BALANCE-PROFILE
               PERFORM PRINT-BALANCE-HISTORY-PROFILE
               PERFORM PRINT-AUDIT-PROFILE
               PERFORM PRINT-REJECT-PROFILE
               PERFORM PRINT-QUARANTINE-PROFILE
               PERFORM PRINT-CONSENT-PROFILE
               PERFORM PRINT-NOTES-PROFILE
           END-IF

           EXIT.

           EXIT.

      * ---
      * Balance-history leg: the latest few balances the feed
      * delivered, with the total the store holds for the customer
       PRINT-BALANCE-HISTORY-PROFILE SECTION.
           OPEN INPUT BALANCE-HISTORY-FILE
           IF NOT BALHIST-OK
               DISPLAY 'BALANCE HISTORY : SOURCE NOT PRESENT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 0 TO PROFILE-MATCHES
           MOVE 0 TO RECENT-ENTRY-COUNT
           MOVE 'N' TO PROFILE-EOF-FLAG
           PERFORM UNTIL PROFILE-SOURCE-AT-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO PROFILE-EOF-FLAG
                   NOT AT END
                       IF BHS-CUSTOMER-NUMBER IS NUMERIC
                           AND BHS-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           AND BHS-AMOUNT IS NUMERIC
                           ADD 1 TO PROFILE-MATCHES
                           PERFORM KEEP-RECENT-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE

           IF PROFILE-MATCHES = 0
               DISPLAY 'BALANCE HISTORY : NO ENTRY' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM VARYING RECENT-IX FROM 1 BY 1
                   UNTIL RECENT-IX > RECENT-ENTRY-COUNT
               MOVE RHT-ENTRY-IMAGE (RECENT-IX)
                 TO BALANCE-HISTORY-RECORD
               MOVE BHS-AMOUNT TO PROFILE-BALANCE
               IF BHS-AMOUNT-NEGATIVE
                   COMPUTE PROFILE-BALANCE = 0 - PROFILE-BALANCE
               END-IF
               MOVE PROFILE-BALANCE TO BALANCE-EDIT
               IF BHS-WITHOUT-RATE
                   DISPLAY 'BALANCE HISTORY : '
                           BHS-BUSINESS-DATE ' '
                           BALANCE-EDIT ' '
                           BHS-CURRENCY-CODE ' NO RATE'
                      UPON CONSOLE
               ELSE
                   DISPLAY 'BALANCE HISTORY : '
                           BHS-BUSINESS-DATE ' '
                           BALANCE-EDIT ' '
                           BHS-CURRENCY-CODE ' RUN '
                           BHS-RUN-ID
                      UPON CONSOLE
               END-IF
           END-PERFORM
           DISPLAY 'BALANCE HISTORY : '
                   PROFILE-MATCHES ' ENTRY(S) IN TOTAL'
              UPON CONSOLE

           EXIT.

       KEEP-RECENT-HISTORY-ENTRY SECTION.
           IF RECENT-ENTRY-COUNT < PROFILE-LINE-LIMIT
               ADD 1 TO RECENT-ENTRY-COUNT
           ELSE
               PERFORM VARYING RECENT-IX FROM 2 BY 1
                       UNTIL RECENT-IX > RECENT-ENTRY-COUNT
                   MOVE RHT-ENTRY-IMAGE (RECENT-IX)
                     TO RHT-ENTRY-IMAGE (RECENT-IX - 1)
               END-PERFORM
           END-IF
           MOVE BALANCE-HISTORY-RECORD
             TO RHT-ENTRY-IMAGE (RECENT-ENTRY-COUNT)

           EXIT.

      * ---
      * Conversion-history leg: the latest audit entries for the
      * customer, capped so a long history stays readable

           EXIT.

      * ---
      * Consent leg: each channel the register holds for the
      * customer, with the date and source of the capture
       PRINT-CONSENT-PROFILE SECTION.
           OPEN INPUT CONSENT-REGISTER-FILE
           IF NOT CONSENT-REG-OK
               DISPLAY 'CONSENT         : SOURCE NOT PRESENT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 0 TO PROFILE-MATCHES
           MOVE 'N' TO PROFILE-EOF-FLAG
           PERFORM UNTIL PROFILE-SOURCE-AT-EOF
               READ CONSENT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO PROFILE-EOF-FLAG
                   NOT AT END
                       IF CNS-CUSTOMER-NUMBER IS NUMERIC
                           AND CNS-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           ADD 1 TO PROFILE-MATCHES
                           EVALUATE CNS-CONSENT-STATUS
                               WHEN 'G'
                                   MOVE 'GRANTED' TO CONSENT-STATUS-TEXT
                               WHEN 'W'
                                   MOVE 'WITHDRAWN'
                                     TO CONSENT-STATUS-TEXT
                               WHEN 'P'
                                   MOVE 'PAPER' TO CONSENT-STATUS-TEXT
                               WHEN 'E'
                                   MOVE 'ELECTRONIC'
                                     TO CONSENT-STATUS-TEXT
                               WHEN OTHER
                                   MOVE CNS-CONSENT-STATUS
                                     TO CONSENT-STATUS-TEXT
                           END-EVALUATE
                           DISPLAY 'CONSENT         : '
                                   CNS-CHANNEL ' '
                                   CONSENT-STATUS-TEXT ' '
                                   CNS-CAPTURE-DATE ' '
                                   CNS-SOURCE
                              UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-REGISTER-FILE

           IF PROFILE-MATCHES = 0
               DISPLAY 'CONSENT         : NO ENTRY' UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Service-desk notes still in force - not expired by a card
      * and not past their own expiry date - shown with the
      * category, who wrote them and under which ticket
       PRINT-NOTES-PROFILE SECTION.
           OPEN INPUT NOTE-REGISTER-FILE
           IF NOT NOTE-REG-OK
               DISPLAY 'NOTES           : SOURCE NOT PRESENT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF BUSINESS-DATE = 0
               PERFORM LOAD-BUSINESS-DATE
           END-IF

           MOVE 0 TO PROFILE-MATCHES
           MOVE 'N' TO PROFILE-EOF-FLAG
           PERFORM UNTIL PROFILE-SOURCE-AT-EOF
               READ NOTE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO PROFILE-EOF-FLAG
                   NOT AT END
                       IF NTR-CUSTOMER-NUMBER IS NUMERIC
                           AND NTR-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           AND NTR-NOTE-STATUS = 'A'
                           IF NTR-EXPIRY-DATE IS NOT NUMERIC
                               MOVE 0 TO NTR-EXPIRY-DATE
                           END-IF
                           IF NTR-EXPIRY-DATE = 0
                               OR NTR-EXPIRY-DATE >= BUSINESS-DATE
                               ADD 1 TO PROFILE-MATCHES
                               DISPLAY 'NOTE            : '
                                       NTR-SEQUENCE ' '
                                       NTR-CATEGORY ' '
                                       NTR-CREATED-DATE ' '
                                       NTR-OPERATOR-ID ' '
                                       NTR-TICKET
                                  UPON CONSOLE
                               DISPLAY '                  '
                                       NTR-TEXT
                                  UPON CONSOLE
                               IF NTR-EXPIRY-DATE > 0
                                   DISPLAY '                  '
                                           'UNTIL '
                                           NTR-EXPIRY-DATE
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-REGISTER-FILE

           IF PROFILE-MATCHES = 0
               DISPLAY 'NOTES           : NO ACTIVE NOTE' UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Notes are judged against the business date, the system date
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

      * ---
      * Scan the child file for the matched customer's secondary
      * addresses and print each one with its address kind
