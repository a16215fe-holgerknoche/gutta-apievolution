123456*Customer memo and service-notes maintenance: adds and expires
      *the notes the service desk keeps against a customer, one
      *action card per note. The register is keyed by customer and
      *sequence, carries the category, text, ticket, operator and
      *dates of every note, and every applied action lands on the
      *access log - the next agent sees what the last one learned

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One action card per note: 'A' add or 'X' expire, the
      *    customer, the sequence (expire only), category, optional
      *    expiry date, operator, ticket and the note text
           SELECT NOTE-CARD-FILE ASSIGN TO WS-NOTE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-CARD-STATUS.
      *    The notes register the inquiry consults
           SELECT NOTE-REGISTER-FILE ASSIGN TO WS-NOTE-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-REG-STATUS.
           SELECT NOTE-NEW-FILE ASSIGN TO WS-NOTE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-NEW-STATUS.
      *    Business date the actions are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Operators allowed to keep notes
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
       FD NOTE-CARD-FILE.
       01 NOTE-CARD-RECORD.
           05 NTC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 NTC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 NTC-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01).
           05 NTC-CATEGORY PIC X(08).
           05 FILLER PIC X(01).
           05 NTC-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NTC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 NTC-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 NTC-TEXT PIC X(60).

      *    Customer number leads the record so the erasure purge
      *    treats the register like the other customer-keyed ones.
      *    An expiry date of zero is an open-ended note. An expired
      *    note stays on the register, status X, as the history of
      *    what the desk was told
       FD NOTE-REGISTER-FILE.
       01 NOTE-REGISTER-RECORD.
           05 NTR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-CATEGORY PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-NOTE-STATUS PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-CREATED-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NTR-TEXT PIC X(60).

       FD NOTE-NEW-FILE.
       01 NOTE-NEW-RECORD PIC X(125).

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
       01 NOTE-MAINT-CONTROLS.
           05 WS-NOTE-CARD-NAME PIC X(30) VALUE 'NOTECARD.DAT'.
           05 WS-NOTE-CARD-STATUS PIC X(02).
             88 NOTE-CARD-OK VALUE '00'.
           05 WS-NOTE-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 NOTE-CARD-AT-EOF VALUE 'Y'.
           05 WS-NOTE-REG-NAME PIC X(30) VALUE 'CUSTNOTE.DAT'.
           05 WS-NOTE-REG-STATUS PIC X(02).
             88 NOTE-REG-OK VALUE '00'.
           05 WS-NOTE-REG-EOF-FLAG PIC X VALUE 'N'.
             88 NOTE-REG-AT-EOF VALUE 'Y'.
           05 WS-NOTE-NEW-NAME PIC X(30) VALUE 'CUSTNOTE.NEW'.
           05 WS-NOTE-NEW-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 NOTES-ADDED PIC S9(9) BINARY VALUE 0.
           05 NOTES-EXPIRED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 NEXT-SEQUENCE PIC 9(03).
           05 RENAME-STATUS PIC S9(9) BINARY.

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
       01 NOTE-TABLE-CONTROLS.
           05 MAX-NOTE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 NOTE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 NOTE-IX PIC S9(9) BINARY.
           05 NOTE-FOUND-IX PIC S9(9) BINARY.

       01 NOTE-TABLE.
           05 NOTE-ENTRY OCCURS 5000.
             10 NTT-CUSTOMER-NUMBER PIC 9(09).
             10 NTT-SEQUENCE PIC 9(03).
             10 NTT-CATEGORY PIC X(08).
             10 NTT-NOTE-STATUS PIC X(01).
               88 NTT-ACTIVE VALUE 'A'.
             10 NTT-CREATED-DATE PIC 9(08).
             10 NTT-EXPIRY-DATE PIC 9(08).
             10 NTT-OPERATOR-ID PIC X(08).
             10 NTT-TICKET PIC X(12).
             10 NTT-TEXT PIC X(60).

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS
           PERFORM LOAD-RESTRICTED-REGISTER
           PERFORM LOAD-NOTE-REGISTER

           OPEN INPUT NOTE-CARD-FILE
           IF NOT NOTE-CARD-OK
               DISPLAY 'NO NOTE CARDS PRESENT - NOTHING TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL NOTE-CARD-AT-EOF
               READ NOTE-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-NOTE-CARD-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-NOTE-CARD
               END-READ
           END-PERFORM
           CLOSE NOTE-CARD-FILE

           PERFORM REWRITE-NOTE-REGISTER

           DISPLAY 'Notes added:    ' NOTES-ADDED UPON CONSOLE
           DISPLAY 'Notes expired:  ' NOTES-EXPIRED UPON CONSOLE
           DISPLAY 'Cards refused:  ' CARDS-REFUSED UPON CONSOLE
           IF CARDS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Actions are dated with the business date, the system date
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
      * Hold the authorized-operator file in memory; with no file
      * on disk every operator is accepted with a console warning
      * and the access log still records who kept the note
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

       LOAD-NOTE-REGISTER SECTION.
           OPEN INPUT NOTE-REGISTER-FILE
           IF NOT NOTE-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL NOTE-REG-AT-EOF
                      OR NOTE-ENTRY-COUNT >= MAX-NOTE-ENTRIES
               READ NOTE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-NOTE-REG-EOF-FLAG
                   NOT AT END
                       IF NTR-CUSTOMER-NUMBER IS NUMERIC
                          AND NTR-SEQUENCE IS NUMERIC
                           ADD 1 TO NOTE-ENTRY-COUNT
                           MOVE NTR-CUSTOMER-NUMBER
                             TO NTT-CUSTOMER-NUMBER
                                (NOTE-ENTRY-COUNT)
                           MOVE NTR-SEQUENCE
                             TO NTT-SEQUENCE (NOTE-ENTRY-COUNT)
                           MOVE NTR-CATEGORY
                             TO NTT-CATEGORY (NOTE-ENTRY-COUNT)
                           MOVE NTR-NOTE-STATUS
                             TO NTT-NOTE-STATUS (NOTE-ENTRY-COUNT)
                           MOVE NTR-CREATED-DATE
                             TO NTT-CREATED-DATE (NOTE-ENTRY-COUNT)
                           IF NTR-EXPIRY-DATE IS NUMERIC
                               MOVE NTR-EXPIRY-DATE
                                 TO NTT-EXPIRY-DATE
                                    (NOTE-ENTRY-COUNT)
                           ELSE
                               MOVE 0 TO NTT-EXPIRY-DATE
                                         (NOTE-ENTRY-COUNT)
                           END-IF
                           MOVE NTR-OPERATOR-ID
                             TO NTT-OPERATOR-ID (NOTE-ENTRY-COUNT)
                           MOVE NTR-TICKET
                             TO NTT-TICKET (NOTE-ENTRY-COUNT)
                           MOVE NTR-TEXT
                             TO NTT-TEXT (NOTE-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-REGISTER-FILE

           IF NOT NOTE-REG-AT-EOF
               DISPLAY '*** NOTES REGISTER FULL - RUN STOPPED '
                       'BEFORE ANY CARD IS APPLIED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Apply one card. A note is added under the customer's next
      * sequence; an expiry names the sequence of a note still in
      * force. A card without a ticket or from an operator not
      * authorized is refused, as is an add without category or
      * text or with an expiry date already behind the business date
       APPLY-ONE-NOTE-CARD SECTION.
           IF NTC-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NTC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE CARD FOR ' NTC-CUSTOMER-NUMBER
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE CARD FOR ' NTC-CUSTOMER-NUMBER
                       ' REFUSED - OPERATOR ' NTC-OPERATOR-ID
                       ' NOT AUTHORIZED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
      *    A restricted customer's notes are only kept by an
      *    operator with the privilege; either way the card is on
      *    the access log
           MOVE NTC-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
           PERFORM CHECK-CUSTOMER-RESTRICTION
           IF NOT CUSTOMER-UNRESTRICTED
               MOVE RESTRICT-ACTION TO ACCESS-ACTION
               PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF
           IF RESTRICTED-ACCESS-REFUSED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE CARD FOR ' NTC-CUSTOMER-NUMBER
                       ' REFUSED - CUSTOMER RESTRICTED FROM '
                       NTC-OPERATOR-ID
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           EVALUATE NTC-ACTION
               WHEN 'A'
                   PERFORM ADD-CARD-NOTE
               WHEN 'X'
                   PERFORM EXPIRE-CARD-NOTE
               WHEN OTHER
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'UNKNOWN NOTE ACTION ' NTC-ACTION
                           ' - CARD REFUSED'
                      UPON CONSOLE
           END-EVALUATE

           EXIT.

       ADD-CARD-NOTE SECTION.
           IF NTC-CATEGORY = SPACES
               OR NTC-TEXT = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE CARD FOR ' NTC-CUSTOMER-NUMBER
                       ' REFUSED - NO CATEGORY OR TEXT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NTC-EXPIRY-DATE IS NOT NUMERIC
               MOVE 0 TO NTC-EXPIRY-DATE
           END-IF
           IF NTC-EXPIRY-DATE > 0
               AND NTC-EXPIRY-DATE < BUSINESS-DATE
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE CARD FOR ' NTC-CUSTOMER-NUMBER
                       ' REFUSED - EXPIRY ' NTC-EXPIRY-DATE
                       ' ALREADY PASSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NOTE-ENTRY-COUNT >= MAX-NOTE-ENTRIES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTES REGISTER FULL - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 0 TO NEXT-SEQUENCE
           PERFORM VARYING NOTE-IX FROM 1 BY 1
                   UNTIL NOTE-IX > NOTE-ENTRY-COUNT
               IF NTT-CUSTOMER-NUMBER (NOTE-IX) = NTC-CUSTOMER-NUMBER
                   AND NTT-SEQUENCE (NOTE-IX) > NEXT-SEQUENCE
                   MOVE NTT-SEQUENCE (NOTE-IX) TO NEXT-SEQUENCE
               END-IF
           END-PERFORM
           IF NEXT-SEQUENCE >= 999
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE SEQUENCE EXHAUSTED FOR '
                       NTC-CUSTOMER-NUMBER ' - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           ADD 1 TO NEXT-SEQUENCE

           ADD 1 TO NOTE-ENTRY-COUNT
           MOVE NTC-CUSTOMER-NUMBER
             TO NTT-CUSTOMER-NUMBER (NOTE-ENTRY-COUNT)
           MOVE NEXT-SEQUENCE TO NTT-SEQUENCE (NOTE-ENTRY-COUNT)
           MOVE NTC-CATEGORY TO NTT-CATEGORY (NOTE-ENTRY-COUNT)
           MOVE 'A' TO NTT-NOTE-STATUS (NOTE-ENTRY-COUNT)
           MOVE BUSINESS-DATE TO NTT-CREATED-DATE (NOTE-ENTRY-COUNT)
           MOVE NTC-EXPIRY-DATE TO NTT-EXPIRY-DATE (NOTE-ENTRY-COUNT)
           MOVE NTC-OPERATOR-ID TO NTT-OPERATOR-ID (NOTE-ENTRY-COUNT)
           MOVE NTC-TICKET TO NTT-TICKET (NOTE-ENTRY-COUNT)
           MOVE NTC-TEXT TO NTT-TEXT (NOTE-ENTRY-COUNT)
           ADD 1 TO NOTES-ADDED
           DISPLAY 'NOTE ADDED FOR ' NTC-CUSTOMER-NUMBER
                   ' SEQUENCE ' NEXT-SEQUENCE
              UPON CONSOLE
           MOVE 'NOTEADD' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

       EXPIRE-CARD-NOTE SECTION.
           MOVE 0 TO NOTE-FOUND-IX
           IF NTC-SEQUENCE IS NUMERIC
               PERFORM VARYING NOTE-IX FROM 1 BY 1
                       UNTIL NOTE-IX > NOTE-ENTRY-COUNT
                          OR NOTE-FOUND-IX > 0
                   IF NTT-CUSTOMER-NUMBER (NOTE-IX)
                           = NTC-CUSTOMER-NUMBER
                       AND NTT-SEQUENCE (NOTE-IX) = NTC-SEQUENCE
                       MOVE NOTE-IX TO NOTE-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           IF NOTE-FOUND-IX = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NO NOTE ' NTC-SEQUENCE ' FOR '
                       NTC-CUSTOMER-NUMBER ' - EXPIRY REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NOT NTT-ACTIVE (NOTE-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NOTE ' NTC-SEQUENCE ' FOR '
                       NTC-CUSTOMER-NUMBER
                       ' ALREADY EXPIRED - EXPIRY REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'X' TO NTT-NOTE-STATUS (NOTE-FOUND-IX)
           MOVE BUSINESS-DATE TO NTT-EXPIRY-DATE (NOTE-FOUND-IX)
           ADD 1 TO NOTES-EXPIRED
           MOVE 'NOTEEXP' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           MOVE 0 TO RUN-PRIVILEGE-LEVEL
           IF NTC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = NTC-OPERATOR-ID
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
           MOVE 'APINOTE ' TO ACC-PROGRAM-NAME
           MOVE NTC-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE NTC-TICKET TO ACC-TICKET
           MOVE NTC-CUSTOMER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

      * ---
      * The register only replaces the kept one after a complete
      * pass
       REWRITE-NOTE-REGISTER SECTION.
           OPEN OUTPUT NOTE-NEW-FILE
           PERFORM VARYING NOTE-IX FROM 1 BY 1
                   UNTIL NOTE-IX > NOTE-ENTRY-COUNT
               MOVE SPACES TO NOTE-REGISTER-RECORD
               MOVE NTT-CUSTOMER-NUMBER (NOTE-IX)
                 TO NTR-CUSTOMER-NUMBER
               MOVE NTT-SEQUENCE (NOTE-IX) TO NTR-SEQUENCE
               MOVE NTT-CATEGORY (NOTE-IX) TO NTR-CATEGORY
               MOVE NTT-NOTE-STATUS (NOTE-IX) TO NTR-NOTE-STATUS
               MOVE NTT-CREATED-DATE (NOTE-IX) TO NTR-CREATED-DATE
               MOVE NTT-EXPIRY-DATE (NOTE-IX) TO NTR-EXPIRY-DATE
               MOVE NTT-OPERATOR-ID (NOTE-IX) TO NTR-OPERATOR-ID
               MOVE NTT-TICKET (NOTE-IX) TO NTR-TICKET
               MOVE NTT-TEXT (NOTE-IX) TO NTR-TEXT
               MOVE NOTE-REGISTER-RECORD TO NOTE-NEW-RECORD
               WRITE NOTE-NEW-RECORD
           END-PERFORM
           CLOSE NOTE-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-NOTE-REG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-NOTE-NEW-NAME
                WS-NOTE-REG-NAME
              RETURNING RENAME-STATUS

           EXIT.
