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

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 RECORDS-SELECTED PIC S9(9) BINARY VALUE 0.
           05 RECORDS-WITHHELD PIC S9(9) BINARY VALUE 0.
           05 RECORD-SELECTED-FLAG PIC X(01).
             88 RECORD-SELECTED VALUE 'Y'.

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

       PROCEDURE DIVISION.
           DISPLAY 'Running audit-log inquiry...' UPON CONSOLE

           PERFORM LOAD-INQUIRY-CARD
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-RESTRICTED-REGISTER

      *    A restricted customer named on the card is refused
      *    outright to an operator without the privilege
           IF SEL-CUSTOMER-NUMBER > 0
               MOVE SEL-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
               PERFORM SCREEN-RESTRICTED-CUSTOMER
               IF RESTRICTED-ACCESS-REFUSED
                   DISPLAY '*** CUSTOMER ' SEL-CUSTOMER-NUMBER
                           ' IS RESTRICTED - INQUIRY REFUSED TO '
                           RUN-OPERATOR-ID
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 'AUDITRPT' TO ACCESS-ACTION
           MOVE SEL-CUSTOMER-NUMBER TO ACCESS-CUSTOMER
              UPON CONSOLE
           DISPLAY 'Audit records selected: ' RECORDS-SELECTED
              UPON CONSOLE
           DISPLAY 'Audit records withheld: ' RECORDS-WITHHELD
              UPON CONSOLE
           IF RECORDS-WITHHELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

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
      * Apply every filter the card named; a record survives only if
      * it passes all of them
               MOVE 'N' TO RECORD-SELECTED-FLAG
           END-IF

      *    A selected record of a restricted customer the operator
      *    may not see is withheld and counted
           IF RECORD-SELECTED
               AND AUD-CUSTOMER-NUMBER IS NUMERIC
               AND AUD-CUSTOMER-NUMBER > 0
               MOVE AUD-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
               PERFORM SCREEN-RESTRICTED-CUSTOMER
               IF RESTRICTED-ACCESS-REFUSED
                   MOVE 'N' TO RECORD-SELECTED-FLAG
                   ADD 1 TO RECORDS-WITHHELD
               END-IF
           END-IF

           EXIT.

      * ---
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-REPORT-RECORD
           PERFORM WRITE-AUDIT-REPORT-LINE

           MOVE 'RESTRICTED RECORDS WITHHELD' TO ASL-LABEL
           MOVE RECORDS-WITHHELD TO ASL-VALUE
           MOVE AUDIT-SUMMARY-LINE TO AUDIT-REPORT-RECORD
           PERFORM WRITE-AUDIT-REPORT-LINE

           EXIT.
