           SELECT ACCESS-REPORT-FILE ASSIGN TO WS-ACCESS-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-RPT-STATUS.
      *    Authorized operators and the privilege each one carries
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Restricted-customer register and the privilege each
      *    restricted customer needs
           SELECT RESTRICT-REGISTER-FILE ASSIGN TO WS-RESTRICT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 INQ-TICKET PIC X(12).
           05 INQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(15).
      *    Operator running the inquiry and the ticket it answers,
      *    appended after every existing column; the operator's
      *    privilege decides which restricted customers are shown
           05 INQ-REQUESTOR-ID PIC X(08).
           05 INQ-REQUESTOR-TICKET PIC X(12).

       FD ACCESS-REPORT-FILE.
       01 ACCESS-REPORT-RECORD PIC X(80).

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

       WORKING-STORAGE SECTION.
       01 INQUIRY-CONTROLS.
           05 WS-ACCESS-LOG-NAME PIC X(30) VALUE 'ACCESS.DAT'.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 RECORDS-SELECTED PIC S9(9) BINARY VALUE 0.
           05 RECORDS-WITHHELD PIC S9(9) BINARY VALUE 0.
           05 RECORD-SELECTED-FLAG PIC X(01).
             88 RECORD-SELECTED VALUE 'Y'.

           05 ACCESS-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 ACCESS-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.

      *    The requesting operator; restricted-customer access is
      *    entered on the access log once the trail has been read
       01 OPERATOR-CONTROLS.
           05 WS-OPERAUTH-NAME PIC X(30) VALUE 'OPERAUTH.DAT'.
           05 WS-OPERAUTH-STATUS PIC X(02).
             88 OPERAUTH-OK VALUE '00'.
           05 WS-OPERAUTH-EOF-FLAG PIC X VALUE 'N'.
             88 OPERAUTH-AT-EOF VALUE 'Y'.
           05 RUN-OPERATOR-ID PIC X(08) VALUE SPACES.
           05 RUN-TICKET PIC X(12) VALUE SPACES.
           05 OPERATOR-VALID-FLAG PIC X(01) VALUE 'N'.
             88 OPERATOR-AUTHORIZED VALUE 'Y'.
           05 ACCESS-ACTION PIC X(08).
           05 ACCESS-CUSTOMER PIC 9(09).
           05 ACCESS-TIME-MS PIC 9(18).

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

       01 ACCESS-DETAIL-LINE.
           05 ADL-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ASL-VALUE PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           CALL 'timer'
           DISPLAY 'Running access-log inquiry...' UPON CONSOLE

           PERFORM LOAD-INQUIRY-CARD
           PERFORM LOAD-REQUESTOR-PRIVILEGE
           PERFORM LOAD-RESTRICTED-REGISTER

      *    A restricted customer named on the card is refused
      *    outright to an operator without the privilege
           IF SEL-CUSTOMER-NUMBER > 0
               MOVE SEL-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
               PERFORM CHECK-CUSTOMER-RESTRICTION
               IF RESTRICTED-ACCESS-REFUSED
                   DISPLAY '*** CUSTOMER ' SEL-CUSTOMER-NUMBER
                           ' IS RESTRICTED - INQUIRY REFUSED TO '
                           RUN-OPERATOR-ID
                      UPON CONSOLE
                   MOVE RESTRICT-ACTION TO ACCESS-ACTION
                   MOVE RESTRICT-CUSTOMER TO ACCESS-CUSTOMER
                   PERFORM WRITE-ACCESS-LOG-ENTRY
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT ACCESS-REPORT-FILE
           PERFORM WRITE-ACCESS-REPORT-HEADING
           IF ACCESS-LOG-OK OR ACCESS-LOG-EOF
               CLOSE ACCESS-LOG-FILE
           END-IF
           PERFORM LOG-RESTRICTED-ACCESS

           PERFORM WRITE-SELECTION-TOTALS
           CLOSE ACCESS-REPORT-FILE
              UPON CONSOLE
           DISPLAY 'Access records selected: ' RECORDS-SELECTED
              UPON CONSOLE
           DISPLAY 'Access records withheld: ' RECORDS-WITHHELD
              UPON CONSOLE
           IF RECORDS-WITHHELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

                           MOVE INQ-CUSTOMER-NUMBER
                             TO SEL-CUSTOMER-NUMBER
                       END-IF
                       MOVE INQ-REQUESTOR-ID TO RUN-OPERATOR-ID
                       MOVE INQ-REQUESTOR-TICKET TO RUN-TICKET
               END-READ
               CLOSE INQUIRY-CARD-FILE
           END-IF
               MOVE 'N' TO RECORD-SELECTED-FLAG
           END-IF

      *    A selected record of a restricted customer the operator
      *    may not see is withheld and counted
           IF RECORD-SELECTED
               AND ACC-CUSTOMER-NUMBER IS NUMERIC
               AND ACC-CUSTOMER-NUMBER > 0
               MOVE ACC-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
               PERFORM CHECK-CUSTOMER-RESTRICTION
               PERFORM NOTE-RESTRICTED-ACCESS
               IF RESTRICTED-ACCESS-REFUSED
                   MOVE 'N' TO RECORD-SELECTED-FLAG
                   ADD 1 TO RECORDS-WITHHELD
               END-IF
           END-IF

           EXIT.

      * ---
      * The requesting operator's privilege level from the
      * authorized-operator file; an operator not on it, or no file
      * at all, sees no restricted customer
       LOAD-REQUESTOR-PRIVILEGE SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL OPERAUTH-AT-EOF OR OPERATOR-AUTHORIZED
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
                   NOT AT END
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
           CLOSE OPERATOR-AUTH-FILE

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
      * The restricted customers the inquiry met, each entered once
      * on the access log now the trail is closed again
       LOG-RESTRICTED-ACCESS SECTION.
           PERFORM VARYING RESTRICT-NOTED-IX FROM 1 BY 1
                   UNTIL RESTRICT-NOTED-IX > RESTRICT-NOTED-COUNT
               MOVE RSN-ACTION (RESTRICT-NOTED-IX) TO ACCESS-ACTION
               MOVE RSN-CUSTOMER-NUMBER (RESTRICT-NOTED-IX)
                 TO ACCESS-CUSTOMER
               PERFORM WRITE-ACCESS-LOG-ENTRY
           END-PERFORM
           IF RESTRICT-NOTED-COUNT >= MAX-RESTRICT-NOTED
               DISPLAY '*** MORE THAN ' MAX-RESTRICT-NOTED
                       ' RESTRICTED CUSTOMERS MET - ACCESS LOG '
                       'CARRIES THE FIRST ONLY'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * One access-log line; the caller has set ACCESS-ACTION and
      * ACCESS-CUSTOMER
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APIACCRP' TO ACC-PROGRAM-NAME
           MOVE RUN-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE RUN-TICKET TO ACC-TICKET
           MOVE ACCESS-CUSTOMER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

       WRITE-ACCESS-DETAIL-LINE SECTION.
           MOVE ACCESS-SUMMARY-LINE TO ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-REPORT-LINE

           MOVE 'RESTRICTED RECORDS WITHHELD' TO ASL-LABEL
           MOVE RECORDS-WITHHELD TO ASL-VALUE
           MOVE ACCESS-SUMMARY-LINE TO ACCESS-REPORT-RECORD
           PERFORM WRITE-ACCESS-REPORT-LINE

           EXIT.
