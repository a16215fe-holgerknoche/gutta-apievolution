123456*Balance-history inquiry: one card per service-desk request
      *names the customer and a date range, and every balance the
      *feed delivered for that customer in the range is printed out
      *of the history store APIBHIST keeps - the amount and currency
      *as received, the ledger amount and the run that filed it.
      *Every inquiry lands on the access log under the card's
      *operator and ticket

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIBHINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card per inquiry
           SELECT INQUIRY-CARD-FILE ASSIGN TO WS-INQUIRY-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-CARD-STATUS.
      *    Balance-history store APIBHIST carries forward daily
           SELECT BALANCE-HISTORY-FILE ASSIGN TO WS-BALHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
      *    Printed history, one block per card
           SELECT HISTORY-REPORT-FILE ASSIGN TO WS-HISTORY-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-RPT-STATUS.
      *    Operators allowed to inquire
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A zero from-date reaches back to the oldest entry kept, a
      *    zero to-date up to the latest
       FD INQUIRY-CARD-FILE.
       01 INQUIRY-CARD-RECORD.
           05 BHQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BHQ-FROM-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 BHQ-TO-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 BHQ-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 BHQ-TICKET PIC X(12).

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

       FD HISTORY-REPORT-FILE.
       01 HISTORY-REPORT-RECORD PIC X(80).

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
       01 INQUIRY-CONTROLS.
           05 WS-INQUIRY-CARD-NAME PIC X(30) VALUE 'BHISTCRD.DAT'.
           05 WS-INQUIRY-CARD-STATUS PIC X(02).
             88 INQUIRY-CARD-OK VALUE '00'.
           05 WS-INQUIRY-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 INQUIRY-CARD-AT-EOF VALUE 'Y'.
           05 WS-BALHIST-NAME PIC X(30) VALUE 'BALHIST.DAT'.
           05 WS-BALHIST-STATUS PIC X(02).
             88 BALHIST-OK VALUE '00'.
           05 WS-BALHIST-EOF-FLAG PIC X VALUE 'N'.
             88 BALHIST-AT-EOF VALUE 'Y'.
           05 WS-HISTORY-RPT-NAME PIC X(30) VALUE 'BHISTRPT.DAT'.
           05 WS-HISTORY-RPT-STATUS PIC X(02).

           05 CARDS-READ PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 INQUIRIES-ANSWERED PIC S9(9) BINARY VALUE 0.
           05 ENTRIES-PRINTED PIC S9(9) BINARY VALUE 0.
           05 CARD-ENTRIES-FOUND PIC S9(9) BINARY.
           05 CARD-TO-DATE PIC 9(08).

       01 HISTORY-AMOUNTS.
           05 HISTORY-BALANCE PIC S9(7)V99 COMP-3.

       01 HISTORY-HEADING-LINE.
           05 FILLER PIC X(26) VALUE 'BALANCE HISTORY - CUSTOMER'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 HHL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(06) VALUE ' FROM '.
           05 HHL-FROM-DATE PIC 9(08).
           05 FILLER PIC X(04) VALUE ' TO '.
           05 HHL-TO-DATE PIC 9(08).

       01 HISTORY-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'DATE'.
           05 FILLER PIC X(15) VALUE '  AMOUNT REC''D'.
           05 FILLER PIC X(05) VALUE 'CCY'.
           05 FILLER PIC X(17) VALUE '  LEDGER AMOUNT'.
           05 FILLER PIC X(09) VALUE 'RUN'.

       01 HISTORY-DETAIL-LINE.
           05 HDL-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 HDL-AMOUNT PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 HDL-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 HDL-LEDGER-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
           05 HDL-LEDGER-TEXT REDEFINES HDL-LEDGER-AMOUNT
              PIC X(15).
           05 FILLER PIC X(02) VALUE SPACES.
           05 HDL-RUN-ID PIC 9(09).

       01 HISTORY-TOTAL-LINE.
           05 FILLER PIC X(10) VALUE 'ENTRIES: '.
           05 HTL-ENTRY-COUNT PIC ZZZ,ZZ9.

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
           05 ACCESS-TIME-MS PIC 9(18).

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-AUTHORIZED-OPERATORS

           OPEN INPUT INQUIRY-CARD-FILE
           IF NOT INQUIRY-CARD-OK
               DISPLAY 'NO HISTORY INQUIRY CARDS PRESENT - NOTHING '
                       'TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HISTORY-REPORT-FILE

           PERFORM UNTIL INQUIRY-CARD-AT-EOF
               READ INQUIRY-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-INQUIRY-CARD-EOF-FLAG
                   NOT AT END
                       IF INQUIRY-CARD-RECORD NOT = SPACES
                           ADD 1 TO CARDS-READ
                           PERFORM ANSWER-ONE-INQUIRY-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INQUIRY-CARD-FILE
           CLOSE HISTORY-REPORT-FILE

           DISPLAY 'Inquiry cards read:    ' CARDS-READ UPON CONSOLE
           DISPLAY 'Cards refused:         ' CARDS-REFUSED
              UPON CONSOLE
           DISPLAY 'Inquiries answered:    ' INQUIRIES-ANSWERED
              UPON CONSOLE
           DISPLAY 'Entries printed:       ' ENTRIES-PRINTED
              UPON CONSOLE
           IF CARDS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Hold the authorized-operator file in memory; with no file
      * on disk every operator is accepted with a console warning
      * and the access log still records who asked
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
      * A card without a ticket, from an operator not authorized,
      * or with a range ending before it starts is refused; an
      * accepted card is answered with one pass over the store
       ANSWER-ONE-INQUIRY-CARD SECTION.
           IF BHQ-CUSTOMER-NUMBER IS NOT NUMERIC
              OR BHQ-CUSTOMER-NUMBER = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'HISTORY CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF BHQ-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'HISTORY CARD FOR ' BHQ-CUSTOMER-NUMBER
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'HISTORY CARD FOR ' BHQ-CUSTOMER-NUMBER
                       ' REFUSED - OPERATOR ' BHQ-OPERATOR-ID
                       ' NOT AUTHORIZED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF BHQ-FROM-DATE IS NOT NUMERIC
               MOVE 0 TO BHQ-FROM-DATE
           END-IF
           IF BHQ-TO-DATE IS NOT NUMERIC
               MOVE 0 TO BHQ-TO-DATE
           END-IF
           MOVE BHQ-TO-DATE TO CARD-TO-DATE
           IF CARD-TO-DATE = 0
               MOVE 99999999 TO CARD-TO-DATE
           END-IF
           IF BHQ-FROM-DATE > CARD-TO-DATE
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'HISTORY CARD FOR ' BHQ-CUSTOMER-NUMBER
                       ' REFUSED - RANGE ENDS BEFORE IT STARTS'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO INQUIRIES-ANSWERED
           PERFORM WRITE-ACCESS-LOG-ENTRY

           MOVE SPACES TO HISTORY-REPORT-RECORD
           WRITE HISTORY-REPORT-RECORD
           MOVE BHQ-CUSTOMER-NUMBER TO HHL-CUSTOMER-NUMBER
           MOVE BHQ-FROM-DATE TO HHL-FROM-DATE
           MOVE CARD-TO-DATE TO HHL-TO-DATE
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-HEADING-LINE
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-COLUMN-LINE

           MOVE 0 TO CARD-ENTRIES-FOUND
           MOVE 'N' TO WS-BALHIST-EOF-FLAG
           OPEN INPUT BALANCE-HISTORY-FILE
           IF BALHIST-OK
               PERFORM UNTIL BALHIST-AT-EOF
                   READ BALANCE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-BALHIST-EOF-FLAG
                       NOT AT END
                           PERFORM PRINT-ONE-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-FILE
           END-IF

           IF CARD-ENTRIES-FOUND = 0
               MOVE 'NO BALANCE ON FILE FOR THIS CUSTOMER IN THE RANGE'
                 TO HISTORY-REPORT-RECORD
               WRITE HISTORY-REPORT-RECORD
           ELSE
               MOVE CARD-ENTRIES-FOUND TO HTL-ENTRY-COUNT
               WRITE HISTORY-REPORT-RECORD FROM HISTORY-TOTAL-LINE
           END-IF

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           IF BHQ-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = BHQ-OPERATOR-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One store entry, printed when it is the card's customer and
      * falls inside the range; an entry filed without an exchange
      * rate shows that in place of a ledger amount
       PRINT-ONE-HISTORY-ENTRY SECTION.
           IF BHS-CUSTOMER-NUMBER IS NOT NUMERIC
              OR BHS-BUSINESS-DATE IS NOT NUMERIC
              OR BHS-AMOUNT IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF BHS-CUSTOMER-NUMBER NOT = BHQ-CUSTOMER-NUMBER
              OR BHS-BUSINESS-DATE < BHQ-FROM-DATE
              OR BHS-BUSINESS-DATE > CARD-TO-DATE
               EXIT SECTION
           END-IF

           ADD 1 TO CARD-ENTRIES-FOUND
           ADD 1 TO ENTRIES-PRINTED
           MOVE BHS-BUSINESS-DATE TO HDL-BUSINESS-DATE
           MOVE BHS-AMOUNT TO HISTORY-BALANCE
           IF BHS-AMOUNT-NEGATIVE
               COMPUTE HISTORY-BALANCE = 0 - HISTORY-BALANCE
           END-IF
           MOVE HISTORY-BALANCE TO HDL-AMOUNT
           MOVE BHS-CURRENCY-CODE TO HDL-CURRENCY-CODE
           IF BHS-WITHOUT-RATE OR BHS-LEDGER-AMOUNT IS NOT NUMERIC
               MOVE '   NO RATE' TO HDL-LEDGER-TEXT
           ELSE
               MOVE BHS-LEDGER-AMOUNT TO HDL-LEDGER-AMOUNT
           END-IF
           MOVE BHS-RUN-ID TO HDL-RUN-ID
           WRITE HISTORY-REPORT-RECORD FROM HISTORY-DETAIL-LINE

           EXIT.

      * ---
      * One access-log line per answered card
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APIBHINQ' TO ACC-PROGRAM-NAME
           MOVE BHQ-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE BHQ-TICKET TO ACC-TICKET
           MOVE BHQ-CUSTOMER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE 'BALHIST' TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.
