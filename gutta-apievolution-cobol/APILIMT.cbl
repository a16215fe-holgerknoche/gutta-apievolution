123456*Overdraft limit maintenance: sets, changes and expires the
      *limits on the register the nightly breach report measures
      *negative balances against, one action card per limit. Every
      *card carries the approver and the ticket it was approved
      *under, and every applied action lands on the access log

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APILIMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One action card per limit: 'S' set, 'C' change or 'X'
      *    expire, the customer, the limit and its expiry, and the
      *    approver and ticket
           SELECT LIMIT-CARD-FILE ASSIGN TO WS-LIMIT-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-CARD-STATUS.
      *    The limit register the breach report consults
           SELECT LIMIT-REGISTER-FILE ASSIGN TO WS-LIMIT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-REG-STATUS.
           SELECT LIMIT-NEW-FILE ASSIGN TO WS-LIMIT-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-NEW-STATUS.
      *    Business date the actions are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Operators allowed to approve a limit
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-CARD-FILE.
       01 LIMIT-CARD-RECORD.
           05 LMC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 LMC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LMC-LIMIT-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 LMC-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 LMC-APPROVER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 LMC-TICKET PIC X(12).
           05 FILLER PIC X(28).

      *    An expiry date of zero is an open-ended limit. An expired
      *    limit stays on the register, status X, so a balance still
      *    drawn against it can be chased
       FD LIMIT-REGISTER-FILE.
       01 LIMIT-REGISTER-RECORD.
           05 OLR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OLR-LIMIT-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 OLR-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OLR-LIMIT-STATUS PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OLR-APPROVER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OLR-TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 OLR-CHANGE-DATE PIC 9(08).

       FD LIMIT-NEW-FILE.
       01 LIMIT-NEW-RECORD PIC X(61).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD OPERATOR-AUTH-FILE.
       01 OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(72).

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
       01 LIMIT-MAINT-CONTROLS.
           05 WS-LIMIT-CARD-NAME PIC X(30) VALUE 'LIMCARD.DAT'.
           05 WS-LIMIT-CARD-STATUS PIC X(02).
             88 LIMIT-CARD-OK VALUE '00'.
           05 WS-LIMIT-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 LIMIT-CARD-AT-EOF VALUE 'Y'.
           05 WS-LIMIT-REG-NAME PIC X(30) VALUE 'ODLIMIT.DAT'.
           05 WS-LIMIT-REG-STATUS PIC X(02).
             88 LIMIT-REG-OK VALUE '00'.
           05 WS-LIMIT-REG-EOF-FLAG PIC X VALUE 'N'.
             88 LIMIT-REG-AT-EOF VALUE 'Y'.
           05 WS-LIMIT-NEW-NAME PIC X(30) VALUE 'ODLIMIT.NEW'.
           05 WS-LIMIT-NEW-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 LIMITS-SET PIC S9(9) BINARY VALUE 0.
           05 LIMITS-CHANGED PIC S9(9) BINARY VALUE 0.
           05 LIMITS-EXPIRED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.

      *    Authorized approvers, as the maker-checker job holds them
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
           05 ACCESS-ACTION PIC X(08).
           05 ACCESS-TIME-MS PIC 9(18).

      *    The register held in memory while the cards apply
       01 LIMIT-TABLE-CONTROLS.
           05 MAX-LIMIT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 LIMIT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LIMIT-IX PIC S9(9) BINARY.
           05 LIMIT-FOUND-IX PIC S9(9) BINARY.

       01 LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 5000.
             10 LMT-CUSTOMER-NUMBER PIC 9(09).
             10 LMT-LIMIT-AMOUNT PIC 9(07)V99.
             10 LMT-EXPIRY-DATE PIC 9(08).
             10 LMT-LIMIT-STATUS PIC X(01).
               88 LMT-ACTIVE VALUE 'A'.
             10 LMT-APPROVER-ID PIC X(08).
             10 LMT-TICKET PIC X(12).
             10 LMT-CHANGE-DATE PIC 9(08).

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS
           PERFORM LOAD-LIMIT-REGISTER

           OPEN INPUT LIMIT-CARD-FILE
           IF NOT LIMIT-CARD-OK
               DISPLAY 'NO LIMIT CARDS PRESENT - NOTHING TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL LIMIT-CARD-AT-EOF
               READ LIMIT-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-LIMIT-CARD-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-LIMIT-CARD
               END-READ
           END-PERFORM
           CLOSE LIMIT-CARD-FILE

           PERFORM REWRITE-LIMIT-REGISTER

           DISPLAY 'Limits set:     ' LIMITS-SET UPON CONSOLE
           DISPLAY 'Limits changed: ' LIMITS-CHANGED UPON CONSOLE
           DISPLAY 'Limits expired: ' LIMITS-EXPIRED UPON CONSOLE
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
      * on disk every approver is accepted with a console warning
      * and the access log still records who approved
       LOAD-AUTHORIZED-OPERATORS SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               DISPLAY 'NO OPERATOR AUTHORIZATION FILE - APPROVERS '
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           EXIT.

       LOAD-LIMIT-REGISTER SECTION.
           OPEN INPUT LIMIT-REGISTER-FILE
           IF NOT LIMIT-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL LIMIT-REG-AT-EOF
                      OR LIMIT-ENTRY-COUNT >= MAX-LIMIT-ENTRIES
               READ LIMIT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-LIMIT-REG-EOF-FLAG
                   NOT AT END
                       IF OLR-CUSTOMER-NUMBER IS NUMERIC
                          AND OLR-LIMIT-AMOUNT IS NUMERIC
                           ADD 1 TO LIMIT-ENTRY-COUNT
                           MOVE OLR-CUSTOMER-NUMBER
                             TO LMT-CUSTOMER-NUMBER
                                (LIMIT-ENTRY-COUNT)
                           MOVE OLR-LIMIT-AMOUNT
                             TO LMT-LIMIT-AMOUNT (LIMIT-ENTRY-COUNT)
                           IF OLR-EXPIRY-DATE IS NUMERIC
                               MOVE OLR-EXPIRY-DATE
                                 TO LMT-EXPIRY-DATE
                                    (LIMIT-ENTRY-COUNT)
                           ELSE
                               MOVE 0 TO LMT-EXPIRY-DATE
                                         (LIMIT-ENTRY-COUNT)
                           END-IF
                           MOVE OLR-LIMIT-STATUS
                             TO LMT-LIMIT-STATUS (LIMIT-ENTRY-COUNT)
                           MOVE OLR-APPROVER-ID
                             TO LMT-APPROVER-ID (LIMIT-ENTRY-COUNT)
                           MOVE OLR-TICKET
                             TO LMT-TICKET (LIMIT-ENTRY-COUNT)
                           MOVE OLR-CHANGE-DATE
                             TO LMT-CHANGE-DATE (LIMIT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-REGISTER-FILE

           IF NOT LIMIT-REG-AT-EOF
               DISPLAY '*** LIMIT REGISTER FULL - RUN STOPPED '
                       'BEFORE ANY CARD IS APPLIED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Apply one card. Setting a limit where one is in force, or
      * changing or expiring one that is not, is refused; so is a
      * card without a ticket or from an approver not authorized
       APPLY-ONE-LIMIT-CARD SECTION.
           IF LMC-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'LIMIT CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF LMC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'LIMIT CARD FOR ' LMC-CUSTOMER-NUMBER
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-APPROVER
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'LIMIT CARD FOR ' LMC-CUSTOMER-NUMBER
                       ' REFUSED - APPROVER ' LMC-APPROVER-ID
                       ' NOT AUTHORIZED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF LMC-ACTION = 'S' OR 'C'
               IF LMC-LIMIT-AMOUNT IS NOT NUMERIC
                  OR LMC-LIMIT-AMOUNT = 0
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'LIMIT CARD FOR ' LMC-CUSTOMER-NUMBER
                           ' REFUSED - NO LIMIT AMOUNT'
                      UPON CONSOLE
                   EXIT SECTION
               END-IF
               IF LMC-EXPIRY-DATE IS NOT NUMERIC
                   MOVE 0 TO LMC-EXPIRY-DATE
               END-IF
           END-IF

           MOVE 0 TO LIMIT-FOUND-IX
           PERFORM VARYING LIMIT-IX FROM 1 BY 1
                   UNTIL LIMIT-IX > LIMIT-ENTRY-COUNT
                      OR LIMIT-FOUND-IX > 0
               IF LMT-CUSTOMER-NUMBER (LIMIT-IX) = LMC-CUSTOMER-NUMBER
                   MOVE LIMIT-IX TO LIMIT-FOUND-IX
               END-IF
           END-PERFORM

           EVALUATE LMC-ACTION
               WHEN 'S'
                   IF LIMIT-FOUND-IX > 0
                       IF LMT-ACTIVE (LIMIT-FOUND-IX)
                           ADD 1 TO CARDS-REFUSED
                           DISPLAY 'LIMIT ALREADY IN FORCE FOR '
                                   LMC-CUSTOMER-NUMBER
                                   ' - USE A CHANGE CARD'
                              UPON CONSOLE
                           EXIT SECTION
                       END-IF
                   ELSE
                       IF LIMIT-ENTRY-COUNT >= MAX-LIMIT-ENTRIES
                           ADD 1 TO CARDS-REFUSED
                           DISPLAY 'LIMIT REGISTER FULL - CARD '
                                   'REFUSED'
                              UPON CONSOLE
                           EXIT SECTION
                       END-IF
                       ADD 1 TO LIMIT-ENTRY-COUNT
                       MOVE LIMIT-ENTRY-COUNT TO LIMIT-FOUND-IX
                       MOVE LMC-CUSTOMER-NUMBER
                         TO LMT-CUSTOMER-NUMBER (LIMIT-FOUND-IX)
                   END-IF
                   PERFORM STORE-CARD-LIMIT
                   ADD 1 TO LIMITS-SET
                   MOVE 'LIMSET' TO ACCESS-ACTION
                   PERFORM WRITE-ACCESS-LOG-ENTRY
               WHEN 'C'
                   IF LIMIT-FOUND-IX = 0
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'NO LIMIT IN FORCE FOR '
                               LMC-CUSTOMER-NUMBER
                               ' - CHANGE REFUSED'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
                   IF NOT LMT-ACTIVE (LIMIT-FOUND-IX)
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'NO LIMIT IN FORCE FOR '
                               LMC-CUSTOMER-NUMBER
                               ' - CHANGE REFUSED'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
                   PERFORM STORE-CARD-LIMIT
                   ADD 1 TO LIMITS-CHANGED
                   MOVE 'LIMCHG' TO ACCESS-ACTION
                   PERFORM WRITE-ACCESS-LOG-ENTRY
               WHEN 'X'
                   IF LIMIT-FOUND-IX = 0
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'NO LIMIT IN FORCE FOR '
                               LMC-CUSTOMER-NUMBER
                               ' - EXPIRY REFUSED'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
                   IF NOT LMT-ACTIVE (LIMIT-FOUND-IX)
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'NO LIMIT IN FORCE FOR '
                               LMC-CUSTOMER-NUMBER
                               ' - EXPIRY REFUSED'
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
                   MOVE 'X' TO LMT-LIMIT-STATUS (LIMIT-FOUND-IX)
                   MOVE BUSINESS-DATE
                     TO LMT-EXPIRY-DATE (LIMIT-FOUND-IX)
                   MOVE LMC-APPROVER-ID
                     TO LMT-APPROVER-ID (LIMIT-FOUND-IX)
                   MOVE LMC-TICKET TO LMT-TICKET (LIMIT-FOUND-IX)
                   MOVE BUSINESS-DATE
                     TO LMT-CHANGE-DATE (LIMIT-FOUND-IX)
                   ADD 1 TO LIMITS-EXPIRED
                   MOVE 'LIMEXP' TO ACCESS-ACTION
                   PERFORM WRITE-ACCESS-LOG-ENTRY
               WHEN OTHER
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'UNKNOWN LIMIT ACTION ' LMC-ACTION
                           ' - CARD REFUSED'
                      UPON CONSOLE
           END-EVALUATE

           EXIT.

       STORE-CARD-LIMIT SECTION.
           MOVE LMC-LIMIT-AMOUNT TO LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX)
           MOVE LMC-EXPIRY-DATE TO LMT-EXPIRY-DATE (LIMIT-FOUND-IX)
           MOVE 'A' TO LMT-LIMIT-STATUS (LIMIT-FOUND-IX)
           MOVE LMC-APPROVER-ID TO LMT-APPROVER-ID (LIMIT-FOUND-IX)
           MOVE LMC-TICKET TO LMT-TICKET (LIMIT-FOUND-IX)
           MOVE BUSINESS-DATE TO LMT-CHANGE-DATE (LIMIT-FOUND-IX)

           EXIT.

       VERIFY-CARD-APPROVER SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           IF LMC-APPROVER-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = LMC-APPROVER-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM

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
           MOVE 'APILIMT ' TO ACC-PROGRAM-NAME
           MOVE LMC-APPROVER-ID TO ACC-OPERATOR-ID
           MOVE LMC-TICKET TO ACC-TICKET
           MOVE LMC-CUSTOMER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

      * ---
      * The register only replaces the kept one after a complete
      * pass
       REWRITE-LIMIT-REGISTER SECTION.
           OPEN OUTPUT LIMIT-NEW-FILE
           PERFORM VARYING LIMIT-IX FROM 1 BY 1
                   UNTIL LIMIT-IX > LIMIT-ENTRY-COUNT
               MOVE SPACES TO LIMIT-REGISTER-RECORD
               MOVE LMT-CUSTOMER-NUMBER (LIMIT-IX)
                 TO OLR-CUSTOMER-NUMBER
               MOVE LMT-LIMIT-AMOUNT (LIMIT-IX) TO OLR-LIMIT-AMOUNT
               MOVE LMT-EXPIRY-DATE (LIMIT-IX) TO OLR-EXPIRY-DATE
               MOVE LMT-LIMIT-STATUS (LIMIT-IX) TO OLR-LIMIT-STATUS
               MOVE LMT-APPROVER-ID (LIMIT-IX) TO OLR-APPROVER-ID
               MOVE LMT-TICKET (LIMIT-IX) TO OLR-TICKET
               MOVE LMT-CHANGE-DATE (LIMIT-IX) TO OLR-CHANGE-DATE
               MOVE LIMIT-REGISTER-RECORD TO LIMIT-NEW-RECORD
               WRITE LIMIT-NEW-RECORD
           END-PERFORM
           CLOSE LIMIT-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-LIMIT-REG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-LIMIT-NEW-NAME
                WS-LIMIT-REG-NAME
              RETURNING RENAME-STATUS

           EXIT.
