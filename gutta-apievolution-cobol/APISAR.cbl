123456*Subject-access request register: records each request a
      *customer makes for a copy of everything we hold about them -
      *received date, statutory due date, how their identity was
      *verified and where the request stands - one action card per
      *step, every applied card on the access log. Each run closes
      *with the overdue and near-due report off the register, so a
      *request never runs past its month unnoticed

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One action card per step: 'R' register a request, 'V'
      *    identity verified, 'E' extend as complex, 'S' pack sent,
      *    'W' withdrawn or refused - the customer, the request
      *    sequence (all but register), the date of the step, a
      *    detail (channel received on, or identity document seen),
      *    operator, ticket and a reason
           SELECT SAR-CARD-FILE ASSIGN TO WS-SAR-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-CARD-STATUS.
      *    The request register the disclosure-pack job reads
           SELECT SAR-REGISTER-FILE ASSIGN TO WS-SAR-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-REG-STATUS.
           SELECT SAR-NEW-FILE ASSIGN TO WS-SAR-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-NEW-STATUS.
      *    Overdue and near-due report for the privacy office
           SELECT SAR-DUE-REPORT-FILE ASSIGN TO WS-SAR-DUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-DUE-STATUS.
      *    Business date the steps are dated and judged with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Operators allowed to work requests
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
      *    Restricted-customer register and the privilege each
      *    restricted customer needs
           SELECT RESTRICT-REGISTER-FILE ASSIGN TO WS-RESTRICT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SAR-CARD-FILE.
       01 SAR-CARD-RECORD.
           05 SRC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 SRC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SRC-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01).
      *    Zero or blank dates the step with the business date
           05 SRC-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SRC-DETAIL PIC X(08).
           05 FILLER PIC X(01).
           05 SRC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 SRC-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 SRC-REASON PIC X(30).

       FD SAR-REGISTER-FILE.
       01 SAR-REGISTER-RECORD.
           COPY CSARREG REPLACING '*-' BY SRR-.

       FD SAR-NEW-FILE.
       01 SAR-NEW-RECORD PIC X(150).

       FD SAR-DUE-REPORT-FILE.
       01 SAR-DUE-REPORT-RECORD PIC X(132).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

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
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           05 ACC-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-ACTION PIC X(08).

       WORKING-STORAGE SECTION.
       01 SAR-MAINT-CONTROLS.
           05 WS-SAR-CARD-NAME PIC X(30) VALUE 'SARCARD.DAT'.
           05 WS-SAR-CARD-STATUS PIC X(02).
             88 SAR-CARD-OK VALUE '00'.
           05 WS-SAR-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 SAR-CARD-AT-EOF VALUE 'Y'.
           05 WS-SAR-REG-NAME PIC X(30) VALUE 'SARREG.DAT'.
           05 WS-SAR-REG-STATUS PIC X(02).
             88 SAR-REG-OK VALUE '00'.
           05 WS-SAR-REG-EOF-FLAG PIC X VALUE 'N'.
             88 SAR-REG-AT-EOF VALUE 'Y'.
           05 WS-SAR-NEW-NAME PIC X(30) VALUE 'SARREG.NEW'.
           05 WS-SAR-NEW-STATUS PIC X(02).
           05 WS-SAR-DUE-NAME PIC X(30) VALUE 'SARDUE.DAT'.
           05 WS-SAR-DUE-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 EVENT-DATE PIC 9(08).
           05 REQUESTS-REGISTERED PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-VERIFIED PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-EXTENDED PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-SENT PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-WITHDRAWN PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 NEXT-SEQUENCE PIC 9(03).
           05 RENAME-STATUS PIC S9(9) BINARY.

      *    Statutory period: one calendar month from receipt, three
      *    for a request extended as complex; the report warns this
      *    many days ahead of the due date
       01 SAR-PERIOD-CONTROLS.
           05 STANDARD-PERIOD-MONTHS PIC S9(4) BINARY VALUE 1.
           05 EXTENDED-PERIOD-MONTHS PIC S9(4) BINARY VALUE 3.
           05 NEAR-DUE-DAYS PIC S9(9) BINARY VALUE 7.

      *    Month arithmetic on YYYYMMDD dates: months added to a
      *    date with the day held inside the target month
       01 DATE-WORK-FIELDS.
           05 DATE-WORK PIC 9(08).
           05 DATE-WORK-PARTS REDEFINES DATE-WORK.
             10 DTW-YEAR PIC 9(04).
             10 DTW-MONTH PIC 9(02).
             10 DTW-DAY PIC 9(02).
           05 MONTH-INDEX PIC S9(9) BINARY.
           05 MONTHS-TO-ADD PIC S9(4) BINARY.
           05 DAYS-IN-MONTH PIC S9(4) BINARY.
           05 LEAP-QUOTIENT PIC S9(9) BINARY.
           05 LEAP-REMAINDER PIC S9(4) BINARY.
           05 MONTH-LENGTH-VALUES PIC X(24)
              VALUE '312831303130313130313031'.
           05 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
             10 MONTH-LENGTH PIC 9(02) OCCURS 12.

      *    Running day numbers, for the days left to a due date
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

      *    Authorized operators, as the maker-checker job holds them
       01 OPERATOR-CONTROLS.
           05 WS-OPERAUTH-NAME PIC X(30) VALUE 'OPERAUTH.DAT'.
           05 WS-OPERAUTH-STATUS PIC X(02).
             88 OPERAUTH-OK VALUE '00'.
           05 WS-OPERAUTH-EOF-FLAG PIC X VALUE 'N'.
             88 OPERAUTH-AT-EOF VALUE 'Y'.
           05 WS-ACCESS-LOG-NAME PIC X(30) VALUE 'ACCESS.DAT'.
           05 WS-ACCESS-LOG-STATUS PIC X(02).
             88 ACCESS-LOG-OK VALUE '00'.
           05 AUTH-FILE-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 AUTH-FILE-PRESENT VALUE 'Y'.
           05 OPERATOR-VALID-FLAG PIC X(01).
             88 OPERATOR-AUTHORIZED VALUE 'Y'.
           05 MAX-OPERATOR-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 OPERATOR-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 OPERATOR-IX PIC S9(4) BINARY.
           05 OPERATOR-TABLE.
             10 OPT-OPERATOR-ID PIC X(08) OCCURS 500.
             10 OPT-PRIVILEGE-LEVEL PIC 9(01) OCCURS 500.
           05 ACCESS-ACTION PIC X(08).
           05 ACCESS-TIME-MS PIC 9(18).

      *    Restricted customers held in memory and the privilege
      *    level the card's operator carries
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
           05 RESTRICTED-GRANTS PIC S9(9) BINARY VALUE 0.
           05 RESTRICTED-REFUSALS PIC S9(9) BINARY VALUE 0.
           05 MAX-RESTRICT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 RESTRICT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-IX PIC S9(9) BINARY.

       01 RESTRICT-TABLE.
           05 RESTRICT-ENTRY OCCURS 5000.
             10 RST-CUSTOMER-NUMBER PIC 9(09).
             10 RST-RESTRICTION-CLASS PIC 9(01).

      *    The register held in memory while the cards apply
       01 SAR-TABLE-CONTROLS.
           05 MAX-SAR-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 SAR-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 SAR-IX PIC S9(9) BINARY.
           05 SAR-FOUND-IX PIC S9(9) BINARY.

       01 SAR-TABLE.
           05 SAR-ENTRY OCCURS 5000.
             10 SAT-CUSTOMER-NUMBER PIC 9(09).
             10 SAT-SEQUENCE PIC 9(03).
             10 SAT-REQUEST-STATUS PIC X(01).
               88 SAT-OPEN VALUE 'O'.
               88 SAT-VERIFIED VALUE 'V'.
               88 SAT-PACK-PRODUCED VALUE 'P'.
               88 SAT-IN-PROGRESS VALUE 'O' 'V' 'P'.
             10 SAT-RECEIVED-DATE PIC 9(08).
             10 SAT-DUE-DATE PIC 9(08).
             10 SAT-EXTENDED-FLAG PIC X(01).
               88 SAT-EXTENDED VALUE 'Y'.
             10 SAT-CHANNEL PIC X(08).
             10 SAT-VERIFIED-DATE PIC 9(08).
             10 SAT-IDENTITY-METHOD PIC X(08).
             10 SAT-VERIFIED-BY PIC X(08).
             10 SAT-PACK-DATE PIC 9(08).
             10 SAT-PACK-ITEMS PIC 9(07).
             10 SAT-CLOSED-DATE PIC 9(08).
             10 SAT-OPERATOR-ID PIC X(08).
             10 SAT-TICKET PIC X(12).
             10 SAT-REASON PIC X(30).

      *    Due-report state: the band being printed (O overdue, N
      *    due within the warning days, R the rest still open), the
      *    band each request falls in and the counts per band
       01 DUE-REPORT-CONTROLS.
           05 REPORT-BAND PIC X(01).
             88 BAND-OVERDUE VALUE 'O'.
             88 BAND-NEAR-DUE VALUE 'N'.
             88 BAND-OTHER-OPEN VALUE 'R'.
           05 REQUEST-BAND PIC X(01).
           05 BAND-TITLE PIC X(32).
           05 BAND-LINES PIC S9(9) BINARY.
           05 DAYS-LEFT PIC S9(9) BINARY.
           05 REQUESTS-OPEN PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-OVERDUE PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-NEAR-DUE PIC S9(9) BINARY VALUE 0.
           05 REQUESTS-CLOSED PIC S9(9) BINARY VALUE 0.
           05 DUE-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 DUE-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 DUE-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.

       01 DUE-DETAIL-LINE.
           05 DDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 DDL-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01).
           05 DDL-RECEIVED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 DDL-DUE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 DDL-EXTENDED PIC X(08).
           05 FILLER PIC X(01).
           05 DDL-DAYS-LEFT PIC -ZZZ9.
           05 FILLER PIC X(01).
           05 DDL-STATUS PIC X(11).
           05 FILLER PIC X(01).
           05 DDL-VERIFIED PIC X(08).
           05 FILLER PIC X(01).
           05 DDL-CHANNEL PIC X(08).
           05 FILLER PIC X(01).
           05 DDL-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 DDL-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 DDL-REASON PIC X(30).

       01 DUE-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER PIC X(04) VALUE 'SEQ'.
           05 FILLER PIC X(09) VALUE 'RECEIVED'.
           05 FILLER PIC X(09) VALUE 'DUE'.
           05 FILLER PIC X(09) VALUE SPACES.
           05 FILLER PIC X(06) VALUE ' DAYS'.
           05 FILLER PIC X(12) VALUE 'STATUS'.
           05 FILLER PIC X(09) VALUE 'VERIFIED'.
           05 FILLER PIC X(09) VALUE 'CHANNEL'.
           05 FILLER PIC X(09) VALUE 'OPERATOR'.
           05 FILLER PIC X(13) VALUE 'TICKET'.
           05 FILLER PIC X(30) VALUE 'REASON'.

       01 DUE-TOTAL-LINE.
           05 DTL-LABEL PIC X(40).
           05 DTL-COUNT PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS
           PERFORM LOAD-RESTRICTED-REGISTER
           PERFORM LOAD-SAR-REGISTER

      *    With no cards the run still produces the day's report
           OPEN INPUT SAR-CARD-FILE
           IF SAR-CARD-OK
               PERFORM UNTIL SAR-CARD-AT-EOF
                   READ SAR-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-SAR-CARD-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-ONE-SAR-CARD
                   END-READ
               END-PERFORM
               CLOSE SAR-CARD-FILE
               PERFORM REWRITE-SAR-REGISTER
           ELSE
               DISPLAY 'NO SUBJECT-ACCESS CARDS PRESENT - DUE '
                       'REPORT ONLY'
                  UPON CONSOLE
           END-IF

           PERFORM WRITE-DUE-REPORT

           DISPLAY 'Requests registered: ' REQUESTS-REGISTERED
              UPON CONSOLE
           DISPLAY 'Identities verified: ' REQUESTS-VERIFIED
              UPON CONSOLE
           DISPLAY 'Requests extended:   ' REQUESTS-EXTENDED
              UPON CONSOLE
           DISPLAY 'Packs sent:          ' REQUESTS-SENT
              UPON CONSOLE
           DISPLAY 'Requests withdrawn:  ' REQUESTS-WITHDRAWN
              UPON CONSOLE
           DISPLAY 'Cards refused:       ' CARDS-REFUSED
              UPON CONSOLE
           DISPLAY 'Requests open:       ' REQUESTS-OPEN
              UPON CONSOLE
           DISPLAY 'Requests overdue:    ' REQUESTS-OVERDUE
              UPON CONSOLE
           DISPLAY 'Due within ' NEAR-DUE-DAYS ' days: '
                   REQUESTS-NEAR-DUE
              UPON CONSOLE
           IF REQUESTS-OVERDUE > 0
               DISPLAY '*** ' REQUESTS-OVERDUE ' SUBJECT-ACCESS '
                       'REQUEST(S) PAST THEIR DUE DATE'
                  UPON CONSOLE
           END-IF
           IF CARDS-REFUSED > 0 OR REQUESTS-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Steps are dated and the due dates judged with the business
      * date, the system date when none is on file
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

           MOVE BUSINESS-DATE TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DNW-DAY-NUMBER TO BUSINESS-DAY-NUMBER

           EXIT.

      * ---
      * Hold the authorized-operator file in memory; with no file
      * on disk every operator is accepted with a console warning
      * and the access log still records who worked the request
       LOAD-AUTHORIZED-OPERATORS SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               DISPLAY 'NO OPERATOR AUTHORIZATION FILE - OPERATORS '
                       'NOT VALIDATED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           SET AUTH-FILE-PRESENT TO TRUE

           PERFORM UNTIL OPERAUTH-AT-EOF
                      OR OPERATOR-ENTRY-COUNT >= MAX-OPERATOR-ENTRIES
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
                   NOT AT END
                       IF OPA-OPERATOR-ID NOT = SPACES
                           ADD 1 TO OPERATOR-ENTRY-COUNT
                           MOVE OPA-OPERATOR-ID
                             TO OPT-OPERATOR-ID
                                (OPERATOR-ENTRY-COUNT)
                           MOVE 0
                             TO OPT-PRIVILEGE-LEVEL
                                (OPERATOR-ENTRY-COUNT)
                           IF OPA-PRIVILEGE-LEVEL IS NUMERIC
                               MOVE OPA-PRIVILEGE-LEVEL
                                 TO OPT-PRIVILEGE-LEVEL
                                    (OPERATOR-ENTRY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           EXIT.

      * ---
      * A register too big for the table stops the run before any
      * card is applied or any report is printed - a short report
      * would hide requests running out of time
       LOAD-SAR-REGISTER SECTION.
           OPEN INPUT SAR-REGISTER-FILE
           IF NOT SAR-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL SAR-REG-AT-EOF
                      OR SAR-ENTRY-COUNT >= MAX-SAR-ENTRIES
               READ SAR-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SAR-REG-EOF-FLAG
                   NOT AT END
                       IF SRR-CUSTOMER-NUMBER IS NUMERIC
                          AND SRR-SEQUENCE IS NUMERIC
                           PERFORM KEEP-SAR-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAR-REGISTER-FILE

           IF NOT SAR-REG-AT-EOF
               DISPLAY '*** SUBJECT-ACCESS REGISTER FULL - RUN '
                       'STOPPED BEFORE ANY CARD IS APPLIED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Unreadable dates and counts load as zero; a request whose
      * due date is missing has it worked out again from receipt
       KEEP-SAR-ENTRY SECTION.
           ADD 1 TO SAR-ENTRY-COUNT
           MOVE SRR-CUSTOMER-NUMBER
             TO SAT-CUSTOMER-NUMBER (SAR-ENTRY-COUNT)
           MOVE SRR-SEQUENCE TO SAT-SEQUENCE (SAR-ENTRY-COUNT)
           MOVE SRR-REQUEST-STATUS
             TO SAT-REQUEST-STATUS (SAR-ENTRY-COUNT)
           IF SRR-RECEIVED-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-RECEIVED-DATE
           END-IF
           IF SRR-DUE-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-DUE-DATE
           END-IF
           IF SRR-VERIFIED-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-VERIFIED-DATE
           END-IF
           IF SRR-PACK-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-PACK-DATE
           END-IF
           IF SRR-PACK-ITEMS IS NOT NUMERIC
               MOVE 0 TO SRR-PACK-ITEMS
           END-IF
           IF SRR-CLOSED-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-CLOSED-DATE
           END-IF
           MOVE SRR-RECEIVED-DATE
             TO SAT-RECEIVED-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-DUE-DATE TO SAT-DUE-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-EXTENDED-FLAG
             TO SAT-EXTENDED-FLAG (SAR-ENTRY-COUNT)
           MOVE SRR-CHANNEL TO SAT-CHANNEL (SAR-ENTRY-COUNT)
           MOVE SRR-VERIFIED-DATE
             TO SAT-VERIFIED-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-IDENTITY-METHOD
             TO SAT-IDENTITY-METHOD (SAR-ENTRY-COUNT)
           MOVE SRR-VERIFIED-BY TO SAT-VERIFIED-BY (SAR-ENTRY-COUNT)
           MOVE SRR-PACK-DATE TO SAT-PACK-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-PACK-ITEMS TO SAT-PACK-ITEMS (SAR-ENTRY-COUNT)
           MOVE SRR-CLOSED-DATE TO SAT-CLOSED-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-OPERATOR-ID TO SAT-OPERATOR-ID (SAR-ENTRY-COUNT)
           MOVE SRR-TICKET TO SAT-TICKET (SAR-ENTRY-COUNT)
           MOVE SRR-REASON TO SAT-REASON (SAR-ENTRY-COUNT)

           IF SAT-DUE-DATE (SAR-ENTRY-COUNT) = 0
               AND SAT-RECEIVED-DATE (SAR-ENTRY-COUNT) > 0
               MOVE SAT-RECEIVED-DATE (SAR-ENTRY-COUNT) TO DATE-WORK
               IF SAT-EXTENDED (SAR-ENTRY-COUNT)
                   MOVE EXTENDED-PERIOD-MONTHS TO MONTHS-TO-ADD
               ELSE
                   MOVE STANDARD-PERIOD-MONTHS TO MONTHS-TO-ADD
               END-IF
               PERFORM ADD-MONTHS-TO-DATE
               MOVE DATE-WORK TO SAT-DUE-DATE (SAR-ENTRY-COUNT)
           END-IF

           EXIT.

      * ---
      * Apply one card. A card without a ticket, from an operator
      * not authorized, or for a restricted customer the operator
      * may not see is refused before its action is looked at; a
      * step dated after the business date is refused too
       APPLY-ONE-SAR-CARD SECTION.
           IF SRC-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SAR CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SRC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SAR CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SAR CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - OPERATOR ' SRC-OPERATOR-ID
                       ' NOT AUTHORIZED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
      *    A restricted customer's request is only worked by an
      *    operator with the privilege; either way the card is on
      *    the access log
           MOVE SRC-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
           PERFORM CHECK-CUSTOMER-RESTRICTION
           IF NOT CUSTOMER-UNRESTRICTED
               MOVE RESTRICT-ACTION TO ACCESS-ACTION
               PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF
           IF RESTRICTED-ACCESS-REFUSED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SAR CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - CUSTOMER RESTRICTED FROM '
                       SRC-OPERATOR-ID
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           IF SRC-EVENT-DATE IS NOT NUMERIC
               MOVE 0 TO SRC-EVENT-DATE
           END-IF
           IF SRC-EVENT-DATE = 0
               MOVE BUSINESS-DATE TO EVENT-DATE
           ELSE
               MOVE SRC-EVENT-DATE TO EVENT-DATE
           END-IF
           IF EVENT-DATE > BUSINESS-DATE
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SAR CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - DATE ' EVENT-DATE
                       ' IS AFTER THE BUSINESS DATE'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           IF SRC-ACTION = 'R'
               PERFORM REGISTER-CARD-REQUEST
               EXIT SECTION
           END-IF

           PERFORM FIND-CARD-REQUEST
           IF SAR-FOUND-IX = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NO REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER ' - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NOT SAT-IN-PROGRESS (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER ' IS ALREADY CLOSED - '
                       'CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF EVENT-DATE < SAT-RECEIVED-DATE (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SAR CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - DATE ' EVENT-DATE
                       ' IS BEFORE THE REQUEST WAS RECEIVED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           EVALUATE SRC-ACTION
               WHEN 'V'
                   PERFORM VERIFY-CARD-REQUEST
               WHEN 'E'
                   PERFORM EXTEND-CARD-REQUEST
               WHEN 'S'
                   PERFORM SEND-CARD-REQUEST
               WHEN 'W'
                   PERFORM WITHDRAW-CARD-REQUEST
               WHEN OTHER
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'UNKNOWN SAR ACTION ' SRC-ACTION
                           ' - CARD REFUSED'
                      UPON CONSOLE
           END-EVALUATE

           EXIT.

       FIND-CARD-REQUEST SECTION.
           MOVE 0 TO SAR-FOUND-IX
           IF SRC-SEQUENCE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM VARYING SAR-IX FROM 1 BY 1
                   UNTIL SAR-IX > SAR-ENTRY-COUNT
                      OR SAR-FOUND-IX > 0
               IF SAT-CUSTOMER-NUMBER (SAR-IX) = SRC-CUSTOMER-NUMBER
                   AND SAT-SEQUENCE (SAR-IX) = SRC-SEQUENCE
                   MOVE SAR-IX TO SAR-FOUND-IX
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * A new request goes on under the customer's next sequence,
      * due one calendar month after the date it was received. A
      * customer with a request still in progress is refused a
      * second one - the open request already covers everything
       REGISTER-CARD-REQUEST SECTION.
           IF SAR-ENTRY-COUNT >= MAX-SAR-ENTRIES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SUBJECT-ACCESS REGISTER FULL - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 0 TO NEXT-SEQUENCE
           MOVE 0 TO SAR-FOUND-IX
           PERFORM VARYING SAR-IX FROM 1 BY 1
                   UNTIL SAR-IX > SAR-ENTRY-COUNT
               IF SAT-CUSTOMER-NUMBER (SAR-IX) = SRC-CUSTOMER-NUMBER
                   IF SAT-SEQUENCE (SAR-IX) > NEXT-SEQUENCE
                       MOVE SAT-SEQUENCE (SAR-IX) TO NEXT-SEQUENCE
                   END-IF
                   IF SAT-IN-PROGRESS (SAR-IX)
                       MOVE SAR-IX TO SAR-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM
           IF SAR-FOUND-IX > 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SAT-SEQUENCE (SAR-FOUND-IX)
                       ' FOR ' SRC-CUSTOMER-NUMBER
                       ' IS STILL OPEN - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NEXT-SEQUENCE >= 999
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST SEQUENCE EXHAUSTED FOR '
                       SRC-CUSTOMER-NUMBER ' - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           ADD 1 TO NEXT-SEQUENCE

           ADD 1 TO SAR-ENTRY-COUNT
           MOVE SRC-CUSTOMER-NUMBER
             TO SAT-CUSTOMER-NUMBER (SAR-ENTRY-COUNT)
           MOVE NEXT-SEQUENCE TO SAT-SEQUENCE (SAR-ENTRY-COUNT)
           MOVE 'O' TO SAT-REQUEST-STATUS (SAR-ENTRY-COUNT)
           MOVE EVENT-DATE TO SAT-RECEIVED-DATE (SAR-ENTRY-COUNT)
           MOVE EVENT-DATE TO DATE-WORK
           MOVE STANDARD-PERIOD-MONTHS TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE DATE-WORK TO SAT-DUE-DATE (SAR-ENTRY-COUNT)
           MOVE 'N' TO SAT-EXTENDED-FLAG (SAR-ENTRY-COUNT)
           MOVE SRC-DETAIL TO SAT-CHANNEL (SAR-ENTRY-COUNT)
           MOVE 0 TO SAT-VERIFIED-DATE (SAR-ENTRY-COUNT)
           MOVE SPACES TO SAT-IDENTITY-METHOD (SAR-ENTRY-COUNT)
           MOVE SPACES TO SAT-VERIFIED-BY (SAR-ENTRY-COUNT)
           MOVE 0 TO SAT-PACK-DATE (SAR-ENTRY-COUNT)
           MOVE 0 TO SAT-PACK-ITEMS (SAR-ENTRY-COUNT)
           MOVE 0 TO SAT-CLOSED-DATE (SAR-ENTRY-COUNT)
           MOVE SRC-OPERATOR-ID TO SAT-OPERATOR-ID (SAR-ENTRY-COUNT)
           MOVE SRC-TICKET TO SAT-TICKET (SAR-ENTRY-COUNT)
           MOVE SRC-REASON TO SAT-REASON (SAR-ENTRY-COUNT)
           ADD 1 TO REQUESTS-REGISTERED
           DISPLAY 'REQUEST REGISTERED FOR ' SRC-CUSTOMER-NUMBER
                   ' SEQUENCE ' NEXT-SEQUENCE
                   ' DUE ' SAT-DUE-DATE (SAR-ENTRY-COUNT)
              UPON CONSOLE
           MOVE 'SARRECV' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * Identity verified: the detail names the document or check
      * that proved it; the pack is only produced after this step
       VERIFY-CARD-REQUEST SECTION.
           IF NOT SAT-OPEN (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER
                       ' ALREADY VERIFIED - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SRC-DETAIL = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'VERIFY CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - NO IDENTITY METHOD'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'V' TO SAT-REQUEST-STATUS (SAR-FOUND-IX)
           MOVE EVENT-DATE TO SAT-VERIFIED-DATE (SAR-FOUND-IX)
           MOVE SRC-DETAIL TO SAT-IDENTITY-METHOD (SAR-FOUND-IX)
           MOVE SRC-OPERATOR-ID TO SAT-VERIFIED-BY (SAR-FOUND-IX)
           ADD 1 TO REQUESTS-VERIFIED
           MOVE 'SARVERIF' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * A complex request may be extended once, to three months
      * from receipt, and only while the first month is still
      * running; the reason is kept for the customer's letter
       EXTEND-CARD-REQUEST SECTION.
           IF SAT-EXTENDED (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER
                       ' ALREADY EXTENDED - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF BUSINESS-DATE > SAT-DUE-DATE (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER ' WAS DUE '
                       SAT-DUE-DATE (SAR-FOUND-IX)
                       ' - TOO LATE TO EXTEND'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SRC-REASON = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'EXTEND CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - NO REASON'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE SAT-RECEIVED-DATE (SAR-FOUND-IX) TO DATE-WORK
           MOVE EXTENDED-PERIOD-MONTHS TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE DATE-WORK TO SAT-DUE-DATE (SAR-FOUND-IX)
           MOVE 'Y' TO SAT-EXTENDED-FLAG (SAR-FOUND-IX)
           MOVE SRC-REASON TO SAT-REASON (SAR-FOUND-IX)
           ADD 1 TO REQUESTS-EXTENDED
           DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                   SRC-CUSTOMER-NUMBER ' NOW DUE '
                   SAT-DUE-DATE (SAR-FOUND-IX)
              UPON CONSOLE
           MOVE 'SAREXTND' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * The pack went out to the customer: only a request whose
      * pack has been produced can be sent, and not before it was
       SEND-CARD-REQUEST SECTION.
           IF NOT SAT-PACK-PRODUCED (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER
                       ' HAS NO PACK PRODUCED - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF EVENT-DATE < SAT-PACK-DATE (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'SEND CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - DATE ' EVENT-DATE
                       ' IS BEFORE THE PACK WAS PRODUCED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'S' TO SAT-REQUEST-STATUS (SAR-FOUND-IX)
           MOVE EVENT-DATE TO SAT-CLOSED-DATE (SAR-FOUND-IX)
           ADD 1 TO REQUESTS-SENT
           IF EVENT-DATE > SAT-DUE-DATE (SAR-FOUND-IX)
               DISPLAY 'REQUEST ' SRC-SEQUENCE ' FOR '
                       SRC-CUSTOMER-NUMBER ' SENT ' EVENT-DATE
                       ' AFTER ITS DUE DATE '
                       SAT-DUE-DATE (SAR-FOUND-IX)
                  UPON CONSOLE
           END-IF
           MOVE 'SARSENT' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * Withdrawn by the customer or refused by us (manifestly
      * unfounded, identity never proved): the reason is required
       WITHDRAW-CARD-REQUEST SECTION.
           IF SRC-REASON = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'WITHDRAW CARD FOR ' SRC-CUSTOMER-NUMBER
                       ' REFUSED - NO REASON'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'W' TO SAT-REQUEST-STATUS (SAR-FOUND-IX)
           MOVE EVENT-DATE TO SAT-CLOSED-DATE (SAR-FOUND-IX)
           MOVE SRC-REASON TO SAT-REASON (SAR-FOUND-IX)
           ADD 1 TO REQUESTS-WITHDRAWN
           MOVE 'SARWDRAW' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           MOVE 0 TO RUN-PRIVILEGE-LEVEL
           IF SRC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = SRC-OPERATOR-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
                   MOVE OPT-PRIVILEGE-LEVEL (OPERATOR-IX)
                     TO RUN-PRIVILEGE-LEVEL
               END-IF
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
      * One access-log line per applied card; the caller has set
      * ACCESS-ACTION, the card supplies the rest
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APISAR  ' TO ACC-PROGRAM-NAME
           MOVE SRC-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE SRC-TICKET TO ACC-TICKET
           MOVE SRC-CUSTOMER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

      * ---
      * The register only replaces the kept one after a complete
      * pass
       REWRITE-SAR-REGISTER SECTION.
           OPEN OUTPUT SAR-NEW-FILE
           PERFORM VARYING SAR-IX FROM 1 BY 1
                   UNTIL SAR-IX > SAR-ENTRY-COUNT
               MOVE SPACES TO SAR-REGISTER-RECORD
               MOVE SAT-CUSTOMER-NUMBER (SAR-IX)
                 TO SRR-CUSTOMER-NUMBER
               MOVE SAT-SEQUENCE (SAR-IX) TO SRR-SEQUENCE
               MOVE SAT-REQUEST-STATUS (SAR-IX)
                 TO SRR-REQUEST-STATUS
               MOVE SAT-RECEIVED-DATE (SAR-IX) TO SRR-RECEIVED-DATE
               MOVE SAT-DUE-DATE (SAR-IX) TO SRR-DUE-DATE
               MOVE SAT-EXTENDED-FLAG (SAR-IX) TO SRR-EXTENDED-FLAG
               MOVE SAT-CHANNEL (SAR-IX) TO SRR-CHANNEL
               MOVE SAT-VERIFIED-DATE (SAR-IX) TO SRR-VERIFIED-DATE
               MOVE SAT-IDENTITY-METHOD (SAR-IX)
                 TO SRR-IDENTITY-METHOD
               MOVE SAT-VERIFIED-BY (SAR-IX) TO SRR-VERIFIED-BY
               MOVE SAT-PACK-DATE (SAR-IX) TO SRR-PACK-DATE
               MOVE SAT-PACK-ITEMS (SAR-IX) TO SRR-PACK-ITEMS
               MOVE SAT-CLOSED-DATE (SAR-IX) TO SRR-CLOSED-DATE
               MOVE SAT-OPERATOR-ID (SAR-IX) TO SRR-OPERATOR-ID
               MOVE SAT-TICKET (SAR-IX) TO SRR-TICKET
               MOVE SAT-REASON (SAR-IX) TO SRR-REASON
               MOVE SAR-REGISTER-RECORD TO SAR-NEW-RECORD
               WRITE SAR-NEW-RECORD
           END-PERFORM
           CLOSE SAR-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-SAR-REG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-SAR-NEW-NAME
                WS-SAR-REG-NAME
              RETURNING RENAME-STATUS

           EXIT.

      * ---
      * The day's report off the register: requests past their due
      * date first, then those due within the warning days, then
      * the rest still open - each with the days left (negative
      * once overdue) - and the totals
       WRITE-DUE-REPORT SECTION.
           OPEN OUTPUT SAR-DUE-REPORT-FILE

           MOVE 'O' TO REPORT-BAND
           MOVE 'OVERDUE' TO BAND-TITLE
           PERFORM WRITE-DUE-BAND
           MOVE 'N' TO REPORT-BAND
           MOVE 'DUE WITHIN THE WARNING PERIOD' TO BAND-TITLE
           PERFORM WRITE-DUE-BAND
           MOVE 'R' TO REPORT-BAND
           MOVE 'OTHER OPEN REQUESTS' TO BAND-TITLE
           PERFORM WRITE-DUE-BAND

           PERFORM VARYING SAR-IX FROM 1 BY 1
                   UNTIL SAR-IX > SAR-ENTRY-COUNT
               IF SAT-IN-PROGRESS (SAR-IX)
                   ADD 1 TO REQUESTS-OPEN
               ELSE
                   ADD 1 TO REQUESTS-CLOSED
               END-IF
           END-PERFORM

           MOVE SPACES TO SAR-DUE-REPORT-RECORD
           WRITE SAR-DUE-REPORT-RECORD
           MOVE 'REQUESTS OPEN' TO DTL-LABEL
           MOVE REQUESTS-OPEN TO DTL-COUNT
           PERFORM WRITE-DUE-TOTAL-LINE
           MOVE '  OVERDUE' TO DTL-LABEL
           MOVE REQUESTS-OVERDUE TO DTL-COUNT
           PERFORM WRITE-DUE-TOTAL-LINE
           MOVE '  DUE WITHIN THE WARNING PERIOD' TO DTL-LABEL
           MOVE REQUESTS-NEAR-DUE TO DTL-COUNT
           PERFORM WRITE-DUE-TOTAL-LINE
           MOVE 'REQUESTS CLOSED (SENT OR WITHDRAWN)' TO DTL-LABEL
           MOVE REQUESTS-CLOSED TO DTL-COUNT
           PERFORM WRITE-DUE-TOTAL-LINE

           CLOSE SAR-DUE-REPORT-FILE

           EXIT.

       WRITE-DUE-BAND SECTION.
           MOVE 0 TO BAND-LINES
           PERFORM WRITE-DUE-HEADING
           PERFORM VARYING SAR-IX FROM 1 BY 1
                   UNTIL SAR-IX > SAR-ENTRY-COUNT
               IF SAT-IN-PROGRESS (SAR-IX)
                   PERFORM CLASSIFY-REQUEST
                   IF REQUEST-BAND = REPORT-BAND
                       PERFORM WRITE-ONE-DUE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF BAND-LINES = 0
               MOVE '  NONE' TO SAR-DUE-REPORT-RECORD
               PERFORM WRITE-DUE-LINE
           END-IF

           EXIT.

      * ---
      * Days left to the due date from the business date, and the
      * band that puts the request in
       CLASSIFY-REQUEST SECTION.
           MOVE SAT-DUE-DATE (SAR-IX) TO DNW-DATE
           PERFORM COMPUTE-DAY-NUMBER
           COMPUTE DAYS-LEFT = DNW-DAY-NUMBER - BUSINESS-DAY-NUMBER
           EVALUATE TRUE
               WHEN DAYS-LEFT < 0
                   MOVE 'O' TO REQUEST-BAND
               WHEN DAYS-LEFT <= NEAR-DUE-DAYS
                   MOVE 'N' TO REQUEST-BAND
               WHEN OTHER
                   MOVE 'R' TO REQUEST-BAND
           END-EVALUATE

           EXIT.

       WRITE-ONE-DUE-LINE SECTION.
           ADD 1 TO BAND-LINES
           EVALUATE TRUE
               WHEN BAND-OVERDUE
                   ADD 1 TO REQUESTS-OVERDUE
               WHEN BAND-NEAR-DUE
                   ADD 1 TO REQUESTS-NEAR-DUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO DUE-DETAIL-LINE
           MOVE SAT-CUSTOMER-NUMBER (SAR-IX) TO DDL-CUSTOMER-NUMBER
           MOVE SAT-SEQUENCE (SAR-IX) TO DDL-SEQUENCE
           MOVE SAT-RECEIVED-DATE (SAR-IX) TO DDL-RECEIVED-DATE
           MOVE SAT-DUE-DATE (SAR-IX) TO DDL-DUE-DATE
           IF SAT-EXTENDED (SAR-IX)
               MOVE 'EXTENDED' TO DDL-EXTENDED
           END-IF
           MOVE DAYS-LEFT TO DDL-DAYS-LEFT
           EVALUATE TRUE
               WHEN SAT-OPEN (SAR-IX)
                   MOVE 'AWAITING ID' TO DDL-STATUS
               WHEN SAT-VERIFIED (SAR-IX)
                   MOVE 'ID VERIFIED' TO DDL-STATUS
               WHEN OTHER
                   MOVE 'PACK READY' TO DDL-STATUS
           END-EVALUATE
           IF SAT-VERIFIED-DATE (SAR-IX) = 0
               MOVE 'NO' TO DDL-VERIFIED
           ELSE
               MOVE SAT-VERIFIED-DATE (SAR-IX) TO DDL-VERIFIED
           END-IF
           MOVE SAT-CHANNEL (SAR-IX) TO DDL-CHANNEL
           MOVE SAT-OPERATOR-ID (SAR-IX) TO DDL-OPERATOR-ID
           MOVE SAT-TICKET (SAR-IX) TO DDL-TICKET
           MOVE SAT-REASON (SAR-IX) TO DDL-REASON
           MOVE DUE-DETAIL-LINE TO SAR-DUE-REPORT-RECORD
           PERFORM WRITE-DUE-LINE

           EXIT.

       WRITE-DUE-HEADING SECTION.
           ADD 1 TO DUE-PAGE-NUMBER

           MOVE SPACES TO SAR-DUE-REPORT-RECORD
           WRITE SAR-DUE-REPORT-RECORD

           MOVE SPACES TO SAR-DUE-REPORT-RECORD
           STRING 'SUBJECT-ACCESS REQUESTS AS AT ' DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  BAND-TITLE DELIMITED BY '  '
                  ' - PAGE ' DELIMITED BY SIZE
                  DUE-PAGE-NUMBER DELIMITED BY SIZE
             INTO SAR-DUE-REPORT-RECORD
           END-STRING
           WRITE SAR-DUE-REPORT-RECORD

           MOVE SPACES TO SAR-DUE-REPORT-RECORD
           WRITE SAR-DUE-REPORT-RECORD

           MOVE DUE-COLUMN-LINE TO SAR-DUE-REPORT-RECORD
           WRITE SAR-DUE-REPORT-RECORD

           MOVE 0 TO DUE-LINE-COUNT

           EXIT.

       WRITE-DUE-LINE SECTION.
           IF DUE-LINE-COUNT >= DUE-LINES-PER-PAGE
               PERFORM WRITE-DUE-HEADING
           END-IF
           WRITE SAR-DUE-REPORT-RECORD
           ADD 1 TO DUE-LINE-COUNT

           EXIT.

       WRITE-DUE-TOTAL-LINE SECTION.
           MOVE DUE-TOTAL-LINE TO SAR-DUE-REPORT-RECORD
           WRITE SAR-DUE-REPORT-RECORD

           EXIT.

      * ---
      * Add MONTHS-TO-ADD months to the date in DATE-WORK; a day
      * past the end of the target month falls back to its last
       ADD-MONTHS-TO-DATE SECTION.
           COMPUTE MONTH-INDEX =
               DTW-YEAR * 12 + DTW-MONTH - 1 + MONTHS-TO-ADD
           DIVIDE MONTH-INDEX BY 12 GIVING DTW-YEAR
               REMAINDER DTW-MONTH
           ADD 1 TO DTW-MONTH
           PERFORM FIND-DAYS-IN-MONTH
           IF DTW-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DTW-DAY
           END-IF

           EXIT.

       FIND-DAYS-IN-MONTH SECTION.
           MOVE MONTH-LENGTH (DTW-MONTH) TO DAYS-IN-MONTH
           IF DTW-MONTH = 2
               DIVIDE DTW-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO DAYS-IN-MONTH
                   DIVIDE DTW-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 28 TO DAYS-IN-MONTH
                       DIVIDE DTW-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0
                           MOVE 29 TO DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF

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
