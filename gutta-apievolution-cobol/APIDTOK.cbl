123456*Detokenization on demand: one card per partner query names the
      *operator, the ticket, the field and the token the partner
      *quoted, and the token is resolved back to its customer and
      *clear value out of the token vault the feed writers keep.
      *Only operators on the authorization file may resolve a token,
      *and every resolution attempt lands on the access log under
      *the card's operator and ticket

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIDTOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card per token to resolve
           SELECT DETOKEN-CARD-FILE ASSIGN TO WS-DETOKEN-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DETOKEN-CARD-STATUS.
      *    Token vault the feed writers keep, read here on its field
      *    and token key
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKV-VAULT-KEY
               ALTERNATE RECORD KEY IS TKV-TOKEN-KEY
               FILE STATUS IS WS-TOKEN-VAULT-STATUS.
      *    Resolutions for the operator answering the query
           SELECT DETOKEN-REPORT-FILE ASSIGN TO WS-DETOKEN-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DETOKEN-RPT-STATUS.
      *    Operators allowed to resolve tokens
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The field is 'DOB', 'REGNO' or 'CONTACT'; a token is
      *    unique only within its field
       FD DETOKEN-CARD-FILE.
       01 DETOKEN-CARD-RECORD.
           05 DTC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 DTC-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 DTC-FIELD-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 DTC-TOKEN PIC X(40).

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           COPY CTOKVLT REPLACING '*-' BY TKV-.

       FD DETOKEN-REPORT-FILE.
       01 DETOKEN-REPORT-RECORD PIC X(132).

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
       01 DETOKEN-CONTROLS.
           05 WS-DETOKEN-CARD-NAME PIC X(30) VALUE 'DTOKCARD.DAT'.
           05 WS-DETOKEN-CARD-STATUS PIC X(02).
             88 DETOKEN-CARD-OK VALUE '00'.
           05 WS-DETOKEN-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 DETOKEN-CARD-AT-EOF VALUE 'Y'.
           05 WS-TOKEN-VAULT-NAME PIC X(30) VALUE 'TOKVAULT.DAT'.
           05 WS-TOKEN-VAULT-STATUS PIC X(02).
             88 TOKEN-VAULT-OK VALUE '00'.
           05 WS-DETOKEN-RPT-NAME PIC X(30) VALUE 'DTOKRPT.DAT'.
           05 WS-DETOKEN-RPT-STATUS PIC X(02).

           05 CARDS-READ PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-RESOLVED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-NOT-FOUND PIC S9(9) BINARY VALUE 0.

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
           05 OPERATOR-VALID-FLAG PIC X(01).
             88 OPERATOR-AUTHORIZED VALUE 'Y'.
           05 MAX-OPERATOR-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 OPERATOR-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 OPERATOR-IX PIC S9(4) BINARY.
           05 OPERATOR-TABLE.
             10 OPT-OPERATOR-ID PIC X(08) OCCURS 500.
           05 ACCESS-TIME-MS PIC 9(18).
           05 ACCESS-OPERATOR-ID PIC X(08).
           05 ACCESS-TICKET PIC X(12).
           05 ACCESS-CUSTOMER PIC 9(09).
           05 ACCESS-ACTION PIC X(08).

      *    The accepted cards, resolved once all are read
       01 REQUEST-TABLE-CONTROLS.
           05 MAX-REQUEST-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 REQUEST-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 REQUEST-IX PIC S9(4) BINARY.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 500.
             10 RQT-OPERATOR-ID PIC X(08).
             10 RQT-TICKET PIC X(12).
             10 RQT-FIELD-CODE PIC X(08).
             10 RQT-TOKEN PIC X(40).
             10 RQT-FOUND-FLAG PIC X(01).
               88 RQT-RESOLVED VALUE 'Y'.
             10 RQT-CUSTOMER-NUMBER PIC 9(09).
             10 RQT-CLEAR-VALUE PIC X(40).

       01 DETOKEN-REPORT-DETAIL.
           05 DRD-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-FIELD-CODE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-TOKEN PIC X(40).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-CLEAR-VALUE PIC X(40).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DRD-TICKET PIC X(12).

       01 DETOKEN-REPORT-HEADING.
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER PIC X(09) VALUE 'FIELD'.
           05 FILLER PIC X(41) VALUE 'TOKEN'.
           05 FILLER PIC X(41) VALUE 'CLEAR VALUE'.
           05 FILLER PIC X(09) VALUE 'OPERATOR'.
           05 FILLER PIC X(12) VALUE 'TICKET'.

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-AUTHORIZED-OPERATORS
           IF OPERATOR-ENTRY-COUNT = 0
               DISPLAY '*** NO AUTHORIZED OPERATORS ON '
                       WS-OPERAUTH-NAME
                       ' - NO TOKEN MAY BE RESOLVED'
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DETOKEN-CARD-FILE
           IF NOT DETOKEN-CARD-OK
               DISPLAY 'NO DETOKENIZATION CARDS PRESENT - NOTHING TO '
                       'DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL DETOKEN-CARD-AT-EOF
               READ DETOKEN-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-DETOKEN-CARD-EOF-FLAG
                   NOT AT END
                       IF DETOKEN-CARD-RECORD NOT = SPACES
                           ADD 1 TO CARDS-READ
                           PERFORM ACCEPT-ONE-DETOKEN-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DETOKEN-CARD-FILE

           OPEN INPUT TOKEN-VAULT-FILE
           IF NOT TOKEN-VAULT-OK
               DISPLAY 'No token vault present - nothing to resolve'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               PERFORM RESOLVE-ONE-REQUEST
           END-PERFORM
           CLOSE TOKEN-VAULT-FILE

           OPEN OUTPUT DETOKEN-REPORT-FILE
           MOVE DETOKEN-REPORT-HEADING TO DETOKEN-REPORT-RECORD
           WRITE DETOKEN-REPORT-RECORD
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               PERFORM REPORT-ONE-REQUEST
           END-PERFORM
           CLOSE DETOKEN-REPORT-FILE

           DISPLAY 'Detokenization cards read: ' CARDS-READ
              UPON CONSOLE
           DISPLAY 'Cards refused:             ' CARDS-REFUSED
              UPON CONSOLE
           DISPLAY 'Tokens resolved:           ' TOKENS-RESOLVED
              UPON CONSOLE
           DISPLAY 'Tokens not in the vault:   ' TOKENS-NOT-FOUND
              UPON CONSOLE
           IF CARDS-REFUSED > 0 OR TOKENS-NOT-FOUND > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Hold the authorized-operator file in memory. Unlike the
      * inquiry jobs there is no fallback: with no file on disk
      * nobody is authorized to see a clear value
       LOAD-AUTHORIZED-OPERATORS SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               EXIT SECTION
           END-IF

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
      * or without a known field and a token is refused; a refused
      * operator's attempt is still logged
       ACCEPT-ONE-DETOKEN-CARD SECTION.
           IF DTC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'DETOKENIZATION CARD FROM ' DTC-OPERATOR-ID
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'DETOKENIZATION CARD REFUSED - OPERATOR '
                       DTC-OPERATOR-ID ' NOT AUTHORIZED'
                  UPON CONSOLE
               MOVE DTC-OPERATOR-ID TO ACCESS-OPERATOR-ID
               MOVE DTC-TICKET TO ACCESS-TICKET
               MOVE 0 TO ACCESS-CUSTOMER
               MOVE 'DETOKREF' TO ACCESS-ACTION
               PERFORM WRITE-ACCESS-LOG-ENTRY
               EXIT SECTION
           END-IF
           IF (DTC-FIELD-CODE NOT = 'DOB'
               AND DTC-FIELD-CODE NOT = 'REGNO'
               AND DTC-FIELD-CODE NOT = 'CONTACT')
              OR DTC-TOKEN = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'DETOKENIZATION CARD FROM ' DTC-OPERATOR-ID
                       ' REFUSED - NO FIELD OR TOKEN'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF REQUEST-ENTRY-COUNT >= MAX-REQUEST-ENTRIES
               ADD 1 TO CARDS-REFUSED
               DISPLAY '*** DETOKENIZATION TABLE FULL AT '
                       MAX-REQUEST-ENTRIES ' - CARD FROM '
                       DTC-OPERATOR-ID ' NOT TAKEN'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO REQUEST-ENTRY-COUNT
           MOVE REQUEST-ENTRY-COUNT TO REQUEST-IX
           MOVE DTC-OPERATOR-ID TO RQT-OPERATOR-ID (REQUEST-IX)
           MOVE DTC-TICKET TO RQT-TICKET (REQUEST-IX)
           MOVE DTC-FIELD-CODE TO RQT-FIELD-CODE (REQUEST-IX)
           MOVE DTC-TOKEN TO RQT-TOKEN (REQUEST-IX)
           MOVE 'N' TO RQT-FOUND-FLAG (REQUEST-IX)
           MOVE 0 TO RQT-CUSTOMER-NUMBER (REQUEST-IX)
           MOVE SPACES TO RQT-CLEAR-VALUE (REQUEST-IX)

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           IF DTC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = DTC-OPERATOR-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One accepted card: the token is looked up under its field,
      * where the vault holds it at most once
       RESOLVE-ONE-REQUEST SECTION.
           MOVE RQT-FIELD-CODE (REQUEST-IX) TO TKV-TOKEN-FIELD-CODE
           MOVE RQT-TOKEN (REQUEST-IX) TO TKV-TOKEN
           READ TOKEN-VAULT-FILE KEY IS TKV-TOKEN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO RQT-FOUND-FLAG (REQUEST-IX)
                   MOVE TKV-CUSTOMER-NUMBER
                     TO RQT-CUSTOMER-NUMBER (REQUEST-IX)
                   MOVE TKV-CLEAR-VALUE
                     TO RQT-CLEAR-VALUE (REQUEST-IX)
           END-READ

           EXIT.

      * ---
      * Report line and access-log line for one accepted card. A
      * token the vault no longer holds - never issued, or erased
      * with its customer - is reported as not found
       REPORT-ONE-REQUEST SECTION.
           MOVE RQT-FIELD-CODE (REQUEST-IX) TO DRD-FIELD-CODE
           MOVE RQT-TOKEN (REQUEST-IX) TO DRD-TOKEN
           MOVE RQT-OPERATOR-ID (REQUEST-IX) TO DRD-OPERATOR-ID
           MOVE RQT-TICKET (REQUEST-IX) TO DRD-TICKET
           MOVE RQT-OPERATOR-ID (REQUEST-IX) TO ACCESS-OPERATOR-ID
           MOVE RQT-TICKET (REQUEST-IX) TO ACCESS-TICKET
           IF RQT-RESOLVED (REQUEST-IX)
               MOVE RQT-CUSTOMER-NUMBER (REQUEST-IX)
                 TO DRD-CUSTOMER-NUMBER
               MOVE RQT-CLEAR-VALUE (REQUEST-IX) TO DRD-CLEAR-VALUE
               MOVE RQT-CUSTOMER-NUMBER (REQUEST-IX)
                 TO ACCESS-CUSTOMER
               MOVE 'DETOKEN' TO ACCESS-ACTION
               ADD 1 TO TOKENS-RESOLVED
           ELSE
               MOVE 0 TO DRD-CUSTOMER-NUMBER
               MOVE '*** NOT IN THE TOKEN VAULT' TO DRD-CLEAR-VALUE
               MOVE 0 TO ACCESS-CUSTOMER
               MOVE 'DETOKNF' TO ACCESS-ACTION
               ADD 1 TO TOKENS-NOT-FOUND
           END-IF
           MOVE DETOKEN-REPORT-DETAIL TO DETOKEN-REPORT-RECORD
           WRITE DETOKEN-REPORT-RECORD
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * One access-log line from the ACCESS- fields
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APIDTOK ' TO ACC-PROGRAM-NAME
           MOVE ACCESS-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE ACCESS-TICKET TO ACC-TICKET
           MOVE ACCESS-CUSTOMER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.
