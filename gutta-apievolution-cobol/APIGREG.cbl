123456*Corporate group register maintenance: links company customers
      *to the parent company they belong to, one action card per
      *change - link, move to another parent, unlink - each with the
      *date it takes effect. A subsidiary or parent may be named by
      *customer number or by company registration number. Links are
      *never deleted: an ended link keeps its dates as the group's
      *history, and every applied action lands on the access log

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIGREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One action card per change: 'L' link, 'M' move to another
      *    parent, 'U' unlink; the subsidiary and the parent each as
      *    'N' customer number or 'R' registration number, the
      *    effective date, operator and ticket
           SELECT GROUP-CARD-FILE ASSIGN TO WS-GROUP-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-CARD-STATUS.
      *    The group register APIGEXP rolls exposure up
           SELECT GROUP-REGISTER-FILE ASSIGN TO WS-GROUP-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-REG-STATUS.
           SELECT GROUP-NEW-FILE ASSIGN TO WS-GROUP-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-NEW-STATUS.
      *    Provider-layout extract, to find the subsidiary
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Business date a card without a date takes effect on
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Operators allowed to maintain the register
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GROUP-CARD-FILE.
       01 GROUP-CARD-RECORD.
           05 GRC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 GRC-MEMBER-KIND PIC X(01).
           05 FILLER PIC X(01).
           05 GRC-MEMBER-KEY PIC X(10).
           05 FILLER PIC X(01).
           05 GRC-PARENT-KIND PIC X(01).
           05 FILLER PIC X(01).
           05 GRC-PARENT-KEY PIC X(10).
           05 FILLER PIC X(01).
           05 GRC-EFFECTIVE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 GRC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 GRC-TICKET PIC X(12).

      *    Subsidiary customer number leads the record so the erasure
      *    purge treats the register like the other customer-keyed
      *    ones. A link holds from its effective date up to, not
      *    including, its end date; an end date of zero is a link
      *    still in force. The parent is kept as the card named it
      *    and is resolved against the provider output when the
      *    exposure is rolled up
       FD GROUP-REGISTER-FILE.
       01 GROUP-REGISTER-RECORD.
           05 GRR-MEMBER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-PARENT-KIND PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-PARENT-KEY PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-EFFECTIVE-FROM PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-EFFECTIVE-TO PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-RECORDED-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 GRR-TICKET PIC X(12).

       FD GROUP-NEW-FILE.
       01 GROUP-NEW-RECORD PIC X(71).

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
       01 GROUP-MAINT-CONTROLS.
           05 WS-GROUP-CARD-NAME PIC X(30) VALUE 'GROUPCRD.DAT'.
           05 WS-GROUP-CARD-STATUS PIC X(02).
             88 GROUP-CARD-OK VALUE '00'.
           05 WS-GROUP-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 GROUP-CARD-AT-EOF VALUE 'Y'.
           05 WS-GROUP-REG-NAME PIC X(30) VALUE 'GROUPREG.DAT'.
           05 WS-GROUP-REG-STATUS PIC X(02).
             88 GROUP-REG-OK VALUE '00'.
           05 WS-GROUP-REG-EOF-FLAG PIC X VALUE 'N'.
             88 GROUP-REG-AT-EOF VALUE 'Y'.
           05 WS-GROUP-NEW-NAME PIC X(30) VALUE 'GROUPREG.NEW'.
           05 WS-GROUP-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 LINKS-ADDED PIC S9(9) BINARY VALUE 0.
           05 LINKS-MOVED PIC S9(9) BINARY VALUE 0.
           05 LINKS-ENDED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 CARD-MEMBER-NUMBER PIC 9(09).
           05 CARD-EFFECTIVE-DATE PIC 9(08).
           05 REFUSE-REASON PIC X(40).

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
           05 ACCESS-ACTION PIC X(08).
           05 ACCESS-TIME-MS PIC 9(18).

      *    The provider's company customers, to check a subsidiary
      *    and turn a registration number into a customer number
       01 COMPANY-TABLE-CONTROLS.
           05 MAX-COMPANY-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 COMPANY-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 COMPANY-IX PIC S9(9) BINARY.
           05 COMPANY-FOUND-IX PIC S9(9) BINARY.
       01 COMPANY-TABLE.
           05 COMPANY-ENTRY OCCURS 20000.
             10 CMP-CUSTOMER-NUMBER PIC 9(09).
             10 CMP-REGISTRATION-NO PIC X(10).

      *    The register held in memory while the cards apply
       01 LINK-TABLE-CONTROLS.
           05 MAX-LINK-ENTRIES PIC S9(9) BINARY VALUE 10000.
           05 LINK-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LINK-IX PIC S9(9) BINARY.
           05 LINK-FOUND-IX PIC S9(9) BINARY.
       01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 10000.
             10 LNK-MEMBER-NUMBER PIC 9(09).
             10 LNK-PARENT-KIND PIC X(01).
             10 LNK-PARENT-KEY PIC X(10).
             10 LNK-EFFECTIVE-FROM PIC 9(08).
             10 LNK-EFFECTIVE-TO PIC 9(08).
             10 LNK-RECORDED-DATE PIC 9(08).
             10 LNK-OPERATOR-ID PIC X(08).
             10 LNK-TICKET PIC X(12).

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS
           PERFORM LOAD-COMPANY-CUSTOMERS
           PERFORM LOAD-GROUP-REGISTER

           OPEN INPUT GROUP-CARD-FILE
           IF NOT GROUP-CARD-OK
               DISPLAY 'NO GROUP CARDS PRESENT - NOTHING TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL GROUP-CARD-AT-EOF
               READ GROUP-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-GROUP-CARD-EOF-FLAG
                   NOT AT END
                       IF GROUP-CARD-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-GROUP-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-CARD-FILE

           PERFORM REWRITE-GROUP-REGISTER

           DISPLAY 'Links added:    ' LINKS-ADDED UPON CONSOLE
           DISPLAY 'Links moved:    ' LINKS-MOVED UPON CONSOLE
           DISPLAY 'Links ended:    ' LINKS-ENDED UPON CONSOLE
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
      * and the access log still records who made the change
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           EXIT.

      * ---
      * Only company customers can be the subsidiary of a group
       LOAD-COMPANY-CUSTOMERS SECTION.
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - subsidiaries '
                       'cannot be checked'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       IF PMI-CUSTOMER-KIND = 'C'
                          AND PMI-CUSTOMER-NUMBER IS NUMERIC
                           IF COMPANY-ENTRY-COUNT
                                  < MAX-COMPANY-ENTRIES
                               ADD 1 TO COMPANY-ENTRY-COUNT
                               MOVE PMI-CUSTOMER-NUMBER
                                 TO CMP-CUSTOMER-NUMBER
                                    (COMPANY-ENTRY-COUNT)
                               MOVE PMI-REGISTRATION-NO
                                 TO CMP-REGISTRATION-NO
                                    (COMPANY-ENTRY-COUNT)
                           ELSE
                               DISPLAY '*** COMPANY TABLE FULL - RUN '
                                       'STOPPED BEFORE ANY CARD IS '
                                       'APPLIED'
                                  UPON CONSOLE
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

       LOAD-GROUP-REGISTER SECTION.
           OPEN INPUT GROUP-REGISTER-FILE
           IF NOT GROUP-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL GROUP-REG-AT-EOF
                      OR LINK-ENTRY-COUNT >= MAX-LINK-ENTRIES
               READ GROUP-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-GROUP-REG-EOF-FLAG
                   NOT AT END
                       IF GRR-MEMBER-NUMBER IS NUMERIC
                           ADD 1 TO LINK-ENTRY-COUNT
                           MOVE LINK-ENTRY-COUNT TO LINK-IX
                           MOVE GRR-MEMBER-NUMBER
                             TO LNK-MEMBER-NUMBER (LINK-IX)
                           MOVE GRR-PARENT-KIND
                             TO LNK-PARENT-KIND (LINK-IX)
                           MOVE GRR-PARENT-KEY
                             TO LNK-PARENT-KEY (LINK-IX)
                           MOVE GRR-EFFECTIVE-FROM
                             TO LNK-EFFECTIVE-FROM (LINK-IX)
                           IF GRR-EFFECTIVE-TO IS NUMERIC
                               MOVE GRR-EFFECTIVE-TO
                                 TO LNK-EFFECTIVE-TO (LINK-IX)
                           ELSE
                               MOVE 0 TO LNK-EFFECTIVE-TO (LINK-IX)
                           END-IF
                           MOVE GRR-RECORDED-DATE
                             TO LNK-RECORDED-DATE (LINK-IX)
                           MOVE GRR-OPERATOR-ID
                             TO LNK-OPERATOR-ID (LINK-IX)
                           MOVE GRR-TICKET TO LNK-TICKET (LINK-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-REGISTER-FILE

           IF NOT GROUP-REG-AT-EOF
               DISPLAY '*** GROUP REGISTER FULL - RUN STOPPED '
                       'BEFORE ANY CARD IS APPLIED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Apply one card. The subsidiary must be a company customer on
      * the provider output; the parent need not be a customer yet
      * - a parent the output does not carry is flagged as an
      * orphan by the exposure roll-up until it is. A card without a
      * ticket or from an operator not authorized is refused
       APPLY-ONE-GROUP-CARD SECTION.
           MOVE SPACES TO REFUSE-REASON
           IF GRC-TICKET = SPACES
               MOVE 'NO TICKET' TO REFUSE-REASON
               PERFORM REFUSE-GROUP-CARD
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               MOVE 'OPERATOR NOT AUTHORIZED' TO REFUSE-REASON
               PERFORM REFUSE-GROUP-CARD
               EXIT SECTION
           END-IF

           PERFORM FIND-CARD-MEMBER
           IF COMPANY-FOUND-IX = 0
               MOVE 'SUBSIDIARY IS NOT A COMPANY CUSTOMER'
                 TO REFUSE-REASON
               PERFORM REFUSE-GROUP-CARD
               EXIT SECTION
           END-IF

           IF GRC-EFFECTIVE-DATE IS NUMERIC
              AND GRC-EFFECTIVE-DATE > 0
               MOVE GRC-EFFECTIVE-DATE TO CARD-EFFECTIVE-DATE
           ELSE
               MOVE BUSINESS-DATE TO CARD-EFFECTIVE-DATE
           END-IF

      *    The link in force on or after the effective date, if any
           MOVE 0 TO LINK-FOUND-IX
           PERFORM VARYING LINK-IX FROM 1 BY 1
                   UNTIL LINK-IX > LINK-ENTRY-COUNT
               IF LNK-MEMBER-NUMBER (LINK-IX) = CARD-MEMBER-NUMBER
                  AND (LNK-EFFECTIVE-TO (LINK-IX) = 0
                       OR LNK-EFFECTIVE-TO (LINK-IX)
                              > CARD-EFFECTIVE-DATE)
                   MOVE LINK-IX TO LINK-FOUND-IX
               END-IF
           END-PERFORM

           EVALUATE GRC-ACTION
               WHEN 'L'
                   IF LINK-FOUND-IX > 0
                       MOVE 'ALREADY LINKED - USE A MOVE CARD'
                         TO REFUSE-REASON
                       PERFORM REFUSE-GROUP-CARD
                   ELSE
                       PERFORM ADD-CARD-LINK
                       IF REFUSE-REASON = SPACES
                           ADD 1 TO LINKS-ADDED
                           MOVE 'GRPLINK' TO ACCESS-ACTION
                           PERFORM WRITE-ACCESS-LOG-ENTRY
                       END-IF
                   END-IF
               WHEN 'M'
                   PERFORM CHECK-LINK-TO-END
                   IF REFUSE-REASON = SPACES
                       PERFORM ADD-CARD-LINK
                   END-IF
                   IF REFUSE-REASON = SPACES
                       MOVE CARD-EFFECTIVE-DATE
                         TO LNK-EFFECTIVE-TO (LINK-FOUND-IX)
                       ADD 1 TO LINKS-MOVED
                       MOVE 'GRPMOVE' TO ACCESS-ACTION
                       PERFORM WRITE-ACCESS-LOG-ENTRY
                   ELSE
                       PERFORM REFUSE-GROUP-CARD
                   END-IF
               WHEN 'U'
                   PERFORM CHECK-LINK-TO-END
                   IF REFUSE-REASON = SPACES
                       MOVE CARD-EFFECTIVE-DATE
                         TO LNK-EFFECTIVE-TO (LINK-FOUND-IX)
                       ADD 1 TO LINKS-ENDED
                       MOVE 'GRPUNLNK' TO ACCESS-ACTION
                       PERFORM WRITE-ACCESS-LOG-ENTRY
                   ELSE
                       PERFORM REFUSE-GROUP-CARD
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO REFUSE-REASON
                   PERFORM REFUSE-GROUP-CARD
           END-EVALUATE

           EXIT.

      * ---
      * Resolve the card's subsidiary to a company customer
       FIND-CARD-MEMBER SECTION.
           MOVE 0 TO COMPANY-FOUND-IX
           MOVE 0 TO CARD-MEMBER-NUMBER
           EVALUATE GRC-MEMBER-KIND
               WHEN 'N'
                   IF GRC-MEMBER-KEY (1:9) IS NUMERIC
                       MOVE GRC-MEMBER-KEY (1:9) TO CARD-MEMBER-NUMBER
                       PERFORM VARYING COMPANY-IX FROM 1 BY 1
                               UNTIL COMPANY-IX > COMPANY-ENTRY-COUNT
                                  OR COMPANY-FOUND-IX > 0
                           IF CMP-CUSTOMER-NUMBER (COMPANY-IX)
                                  = CARD-MEMBER-NUMBER
                               MOVE COMPANY-IX TO COMPANY-FOUND-IX
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN 'R'
                   IF GRC-MEMBER-KEY NOT = SPACES
                       PERFORM VARYING COMPANY-IX FROM 1 BY 1
                               UNTIL COMPANY-IX > COMPANY-ENTRY-COUNT
                                  OR COMPANY-FOUND-IX > 0
                           IF CMP-REGISTRATION-NO (COMPANY-IX)
                                  = GRC-MEMBER-KEY
                               MOVE COMPANY-IX TO COMPANY-FOUND-IX
                               MOVE CMP-CUSTOMER-NUMBER (COMPANY-IX)
                                 TO CARD-MEMBER-NUMBER
                           END-IF
                       END-PERFORM
                   END-IF
           END-EVALUATE

           EXIT.

      * ---
      * A move or unlink ends the link in force, which must have
      * started before the effective date
       CHECK-LINK-TO-END SECTION.
           IF LINK-FOUND-IX = 0
               MOVE 'NO LINK IN FORCE' TO REFUSE-REASON
               EXIT SECTION
           END-IF
           IF LNK-EFFECTIVE-FROM (LINK-FOUND-IX) >= CARD-EFFECTIVE-DATE
               MOVE 'LINK STARTS ON OR AFTER EFFECTIVE DATE'
                 TO REFUSE-REASON
           END-IF

           EXIT.

      * ---
      * Add the card's link from the effective date; the subsidiary
      * may not be its own parent
       ADD-CARD-LINK SECTION.
           IF (GRC-PARENT-KIND NOT = 'N' AND GRC-PARENT-KIND NOT = 'R')
              OR GRC-PARENT-KEY = SPACES
              OR (GRC-PARENT-KIND = 'N'
                  AND GRC-PARENT-KEY (1:9) IS NOT NUMERIC)
               MOVE 'NO PARENT' TO REFUSE-REASON
               EXIT SECTION
           END-IF
           IF (GRC-PARENT-KIND = 'N'
               AND GRC-PARENT-KEY (1:9) = CARD-MEMBER-NUMBER)
              OR (GRC-PARENT-KIND = 'R'
                  AND GRC-PARENT-KEY
                      = CMP-REGISTRATION-NO (COMPANY-FOUND-IX))
               MOVE 'SUBSIDIARY NAMED AS ITS OWN PARENT'
                 TO REFUSE-REASON
               EXIT SECTION
           END-IF
           IF LINK-ENTRY-COUNT >= MAX-LINK-ENTRIES
               MOVE 'GROUP REGISTER FULL' TO REFUSE-REASON
               EXIT SECTION
           END-IF

           ADD 1 TO LINK-ENTRY-COUNT
           MOVE LINK-ENTRY-COUNT TO LINK-IX
           MOVE CARD-MEMBER-NUMBER TO LNK-MEMBER-NUMBER (LINK-IX)
           MOVE GRC-PARENT-KIND TO LNK-PARENT-KIND (LINK-IX)
           MOVE SPACES TO LNK-PARENT-KEY (LINK-IX)
           IF GRC-PARENT-KIND = 'N'
               MOVE GRC-PARENT-KEY (1:9) TO LNK-PARENT-KEY (LINK-IX)
           ELSE
               MOVE GRC-PARENT-KEY TO LNK-PARENT-KEY (LINK-IX)
           END-IF
           MOVE CARD-EFFECTIVE-DATE TO LNK-EFFECTIVE-FROM (LINK-IX)
           MOVE 0 TO LNK-EFFECTIVE-TO (LINK-IX)
           MOVE BUSINESS-DATE TO LNK-RECORDED-DATE (LINK-IX)
           MOVE GRC-OPERATOR-ID TO LNK-OPERATOR-ID (LINK-IX)
           MOVE GRC-TICKET TO LNK-TICKET (LINK-IX)

           EXIT.

       REFUSE-GROUP-CARD SECTION.
           ADD 1 TO CARDS-REFUSED
           DISPLAY 'GROUP CARD ' GRC-ACTION ' ' GRC-MEMBER-KEY
                   ' REFUSED - ' REFUSE-REASON
              UPON CONSOLE

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           IF GRC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = GRC-OPERATOR-ID
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
           MOVE 'APIGREG ' TO ACC-PROGRAM-NAME
           MOVE GRC-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE GRC-TICKET TO ACC-TICKET
           MOVE CARD-MEMBER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

      * ---
      * The register only replaces the kept one after a complete
      * pass
       REWRITE-GROUP-REGISTER SECTION.
           OPEN OUTPUT GROUP-NEW-FILE
           PERFORM VARYING LINK-IX FROM 1 BY 1
                   UNTIL LINK-IX > LINK-ENTRY-COUNT
               MOVE SPACES TO GROUP-REGISTER-RECORD
               MOVE LNK-MEMBER-NUMBER (LINK-IX) TO GRR-MEMBER-NUMBER
               MOVE LNK-PARENT-KIND (LINK-IX) TO GRR-PARENT-KIND
               MOVE LNK-PARENT-KEY (LINK-IX) TO GRR-PARENT-KEY
               MOVE LNK-EFFECTIVE-FROM (LINK-IX) TO GRR-EFFECTIVE-FROM
               MOVE LNK-EFFECTIVE-TO (LINK-IX) TO GRR-EFFECTIVE-TO
               MOVE LNK-RECORDED-DATE (LINK-IX) TO GRR-RECORDED-DATE
               MOVE LNK-OPERATOR-ID (LINK-IX) TO GRR-OPERATOR-ID
               MOVE LNK-TICKET (LINK-IX) TO GRR-TICKET
               MOVE GROUP-REGISTER-RECORD TO GROUP-NEW-RECORD
               WRITE GROUP-NEW-RECORD
           END-PERFORM
           CLOSE GROUP-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-GROUP-REG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-GROUP-NEW-NAME
                WS-GROUP-REG-NAME
              RETURNING RENAME-STATUS

           EXIT.
