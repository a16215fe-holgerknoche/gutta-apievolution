      *retained output - audit log, golden master, gateway feed,
      *print report and shadow file - in one pass, and produces a
      *certificate listing exactly which records were removed from
      *which file. A card file carrying several cards, such as the
      *deck the retention sweep issues, is worked card by card, and
      *every card's outcome is appended to the erasure log

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Card naming the customer to erase, or a deck of them
           SELECT PURGE-CARD-FILE ASSIGN TO WS-PURGE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-CARD-STATUS.
           SELECT SHADOW-OUTPUT-FILE ASSIGN TO WS-SHADOW-OUTPUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-OUTPUT-STATUS.
      *    Customer-keyed registers - customer number in the first
      *    nine bytes - purged one after another under this one name
           SELECT KEYED-STORE-FILE ASSIGN TO WS-KEYED-STORE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEYED-STORE-STATUS.
      *    Token vault: keyed on customer first, so the customer's
      *    entries are reached with one positioning and deleted in
      *    place
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TKV-VAULT-KEY
               ALTERNATE RECORD KEY IS TKV-TOKEN-KEY
               FILE STATUS IS WS-TOKEN-VAULT-STATUS.
      *    Kept records are staged here, then copied back over the
      *    original once the pass over it completes
           SELECT PURGE-WORK-FILE ASSIGN TO WS-PURGE-WORK-NAME
           SELECT PURGE-CERT-FILE ASSIGN TO WS-PURGE-CERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PURGE-CERT-STATUS.
      *    Erasure log: every card's outcome, appended run after run
           SELECT ERASURE-LOG-FILE ASSIGN TO WS-ERASURE-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(01).
           05 SHDW-RUN-ID PIC 9(09).

       FD KEYED-STORE-FILE.
       01 KEYED-STORE-RECORD.
           05 KST-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(503).

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           COPY CTOKVLT REPLACING '*-' BY TKV-.

       FD PURGE-WORK-FILE.
       01 PURGE-WORK-RECORD PIC X(512).

       FD PURGE-CERT-FILE.
       01 PURGE-CERT-RECORD PIC X(80).

       FD ERASURE-LOG-FILE.
       01 ERASURE-LOG-RECORD.
           COPY CPURGLG REPLACING '*-' BY PLG-.

       WORKING-STORAGE SECTION.
      *    Run-lock state: owner, timestamps and the stale limit
      *    after which an abended holder's lock is taken over
           05 WS-PURGE-CARD-NAME PIC X(30) VALUE 'PURGCARD.DAT'.
           05 WS-PURGE-CARD-STATUS PIC X(02).
             88 PURGE-CARD-OK VALUE '00'.
           05 WS-PURGE-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 PURGE-CARD-AT-EOF VALUE 'Y'.
           05 WS-AUDIT-LOG-NAME PIC X(30) VALUE 'AUDITLOG.DAT'.
           05 WS-AUDIT-LOG-STATUS PIC X(02).
             88 AUDIT-LOG-OK VALUE '00'.
           05 WS-SHADOW-OUTPUT-STATUS PIC X(02).
             88 SHADOW-OUTPUT-OK VALUE '00'.
             88 SHADOW-OUTPUT-EOF VALUE '10'.
           05 WS-KEYED-STORE-NAME PIC X(30).
           05 WS-KEYED-STORE-STATUS PIC X(02).
             88 KEYED-STORE-OK VALUE '00'.
           05 WS-CONSENT-REG-NAME PIC X(30) VALUE 'CONSENT.DAT'.
           05 WS-CONSENT-AUDIT-NAME PIC X(30) VALUE 'CONSAUD.DAT'.
           05 WS-NOTE-REG-NAME PIC X(30) VALUE 'CUSTNOTE.DAT'.
           05 WS-COMMLOG-NAME PIC X(30) VALUE 'COMMLOG.DAT'.
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-PORTFOLIO-NAME PIC X(30) VALUE 'PORTFOLIO.DAT'.
           05 WS-SEGMENT-NAME PIC X(30) VALUE 'SEGMENT.DAT'.
           05 WS-SEGPREV-NAME PIC X(30) VALUE 'SEGPREV.DAT'.
           05 WS-GROUPREG-NAME PIC X(30) VALUE 'GROUPREG.DAT'.
           05 WS-GROUPMBR-NAME PIC X(30) VALUE 'GROUPMBR.DAT'.
           05 WS-STMTREG-NAME PIC X(30) VALUE 'STMTREG.DAT'.
           05 WS-STMTRECN-NAME PIC X(30) VALUE 'STMTRECN.DAT'.
           05 WS-STMTRPRQ-NAME PIC X(30) VALUE 'STMTRPRQ.DAT'.
           05 WS-STMTARCH-NAME PIC X(30) VALUE 'STMTARCH.DAT'.
           05 WS-BALHIST-NAME PIC X(30) VALUE 'BALHIST.DAT'.
           05 WS-BALSUSP-NAME PIC X(30) VALUE 'BALSUSP.DAT'.
           05 WS-SARREG-NAME PIC X(30) VALUE 'SARREG.DAT'.
           05 WS-TOKEN-VAULT-NAME PIC X(30) VALUE 'TOKVAULT.DAT'.
           05 WS-TOKEN-VAULT-STATUS PIC X(02).
             88 TOKEN-VAULT-OK VALUE '00'.
           05 WS-PURGE-WORK-NAME PIC X(30) VALUE 'PURGWORK.DAT'.
           05 WS-PURGE-WORK-STATUS PIC X(02).
             88 PURGE-WORK-OK VALUE '00'.
             88 PURGE-WORK-AT-EOF VALUE 'Y'.
           05 WS-PURGE-CERT-NAME PIC X(30) VALUE 'PURGCERT.DAT'.
           05 WS-PURGE-CERT-STATUS PIC X(02).
           05 PURGE-CERT-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 PURGE-CERT-OPEN VALUE 'Y'.
           05 WS-ERASURE-LOG-NAME PIC X(30) VALUE 'PURGLOG.DAT'.
           05 WS-ERASURE-LOG-STATUS PIC X(02).
           05 PURGE-CARDS-READ PIC S9(9) BINARY VALUE 0.
           05 PURGE-CARDS-ERASED PIC S9(9) BINARY VALUE 0.
           05 PURGE-CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
      *    Highest return code of the cards worked so far; the calls
      *    made for the next card would otherwise overwrite it
           05 PURGE-RUN-RC PIC S9(4) BINARY VALUE 0.
      *    Outcome of the card in hand for the erasure log; spaces
      *    until a refusal or the erasure decides it
           05 CARD-OUTCOME PIC X(08).

           05 TARGET-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
           05 TARGET-FIRST-NAME PIC X(20) VALUE SPACES.
             88 LEGALHOLD-AT-EOF VALUE 'Y'.
           05 WS-HOLDCONF-NAME PIC X(30) VALUE 'HOLDCONF.DAT'.
           05 WS-HOLDCONF-STATUS PIC X(02).
           05 HOLD-CONFLICT-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 HOLD-CONFLICT-OPEN VALUE 'Y'.
           05 HOLD-MATCH-FLAG PIC X(01) VALUE 'N'.
             88 TARGET-UNDER-HOLD VALUE 'Y'.
           05 HELD-REFERENCE PIC X(12).
       PROCEDURE DIVISION.
           CALL 'timer'

           PERFORM LOAD-CUSTOMER-XREF

      *    Each card on the file is one erasure; a refused card is
      *    logged and the next one worked
           OPEN INPUT PURGE-CARD-FILE
           IF PURGE-CARD-OK
               PERFORM UNTIL PURGE-CARD-AT-EOF
                   READ PURGE-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-PURGE-CARD-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PURGE-CARDS-READ
                           PERFORM LOAD-PURGE-CARD
                           PERFORM ERASE-CARD-CUSTOMER
                           IF RETURN-CODE > PURGE-RUN-RC
                               MOVE RETURN-CODE TO PURGE-RUN-RC
                           END-IF
                           PERFORM WRITE-ERASURE-LOG-ENTRY
                           MOVE PURGE-RUN-RC TO RETURN-CODE
                   END-READ
               END-PERFORM
               CLOSE PURGE-CARD-FILE
           END-IF

           IF PURGE-CARDS-READ = 0
               DISPLAY 'NO CUSTOMER NAMED ON THE PURGE CARD - '
                       'NOTHING TO ERASE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF PURGE-CERT-OPEN
               CLOSE PURGE-CERT-FILE
           END-IF
           IF HOLD-CONFLICT-OPEN
               CLOSE HOLD-CONFLICT-FILE
           END-IF

           IF PURGE-CARDS-READ > 1
               DISPLAY 'Purge cards worked:    ' PURGE-CARDS-READ
                  UPON CONSOLE
               DISPLAY 'Customers erased:      ' PURGE-CARDS-ERASED
                  UPON CONSOLE
               DISPLAY 'Cards refused:         ' PURGE-CARDS-REFUSED
                  UPON CONSOLE
           END-IF

           GOBACK.

      * ---
      * Erase the customer the card in hand names, unless one of
      * the gates refuses it; CARD-OUTCOME says which
       ERASE-CARD-CUSTOMER SECTION.
           PERFORM VERIFY-OPERATOR
           IF CARD-OUTCOME NOT = SPACES
               ADD 1 TO PURGE-CARDS-REFUSED
               EXIT SECTION
           END-IF
           PERFORM TRANSLATE-TARGET-CUSTOMER

      *    A transposed digit on a purge card is the nightmare
                   DISPLAY 'OVERRIDE ON THE CARD ONLY FOR A '
                           'VERIFIED PRE-SCHEME NUMBER'
                      UPON CONSOLE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE 'CHECKDIG' TO CARD-OUTCOME
                   ADD 1 TO PURGE-CARDS-REFUSED
                   EXIT SECTION
               END-IF
           END-IF

               DISPLAY 'NO CUSTOMER NAMED ON THE PURGE CARD - '
                       'NOTHING TO ERASE'
                  UPON CONSOLE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'NOTARGET' TO CARD-OUTCOME
               ADD 1 TO PURGE-CARDS-REFUSED
               EXIT SECTION
           END-IF

      *    The legal-hold gate comes before anything is touched: a
           PERFORM CHECK-LEGAL-HOLD
           IF TARGET-UNDER-HOLD
               PERFORM WRITE-HOLD-CONFLICT-REPORT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 'HELD' TO CARD-OUTCOME
               ADD 1 TO PURGE-CARDS-REFUSED
               EXIT SECTION
           END-IF

           DISPLAY 'Erasing customer ' TARGET-CUSTOMER-NUMBER ' '
           MOVE TARGET-CUSTOMER-NUMBER TO ACCESS-CUSTOMER
           PERFORM WRITE-ACCESS-LOG-ENTRY

      *    One certificate after another when a deck is worked
           IF PURGE-CERT-OPEN
               MOVE SPACES TO PURGE-CERT-RECORD
               WRITE PURGE-CERT-RECORD
           ELSE
               OPEN OUTPUT PURGE-CERT-FILE
               SET PURGE-CERT-OPEN TO TRUE
           END-IF
           MOVE SPACES TO PURGE-CERT-RECORD
           STRING 'ERASURE CERTIFICATE FOR CUSTOMER '
                  DELIMITED BY SIZE
           PERFORM PURGE-GATEWAY-FEED
           PERFORM PURGE-PRINT-REPORT
           PERFORM PURGE-SHADOW-OUTPUT
           MOVE WS-CONSENT-REG-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-CONSENT-AUDIT-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-NOTE-REG-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-COMMLOG-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-CORRREQ-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-PORTFOLIO-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-SEGMENT-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-SEGPREV-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-GROUPREG-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-GROUPMBR-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-STMTREG-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-STMTRECN-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-STMTRPRQ-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-STMTARCH-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-BALHIST-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-BALSUSP-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
           MOVE WS-SARREG-NAME TO WS-KEYED-STORE-NAME
           PERFORM PURGE-KEYED-STORE
      *    Erasing the vault entries leaves any token already sent
      *    to a partner unresolvable
           PERFORM PURGE-TOKEN-VAULT

           MOVE SPACES TO PURGE-CERT-RECORD
           WRITE PURGE-CERT-RECORD
           MOVE TOTAL-RECORDS-REMOVED TO CDL-REMOVED
           MOVE CERT-DETAIL-LINE TO PURGE-CERT-RECORD
           WRITE PURGE-CERT-RECORD

           DISPLAY 'Total records removed: ' TOTAL-RECORDS-REMOVED
              UPON CONSOLE
           MOVE 'ERASED' TO CARD-OUTCOME
           ADD 1 TO PURGE-CARDS-ERASED

           EXIT.

      * ---
      * Take the customer to erase from the card in hand; nothing
      * of the previous card carries over
       LOAD-PURGE-CARD SECTION.
           MOVE 0 TO TARGET-CUSTOMER-NUMBER
           MOVE 'N' TO CHECK-OVERRIDE-FLAG
           MOVE 0 TO TOTAL-RECORDS-REMOVED
           MOVE SPACES TO CARD-OUTCOME
           IF PGC-CUSTOMER-NUMBER IS NUMERIC
               MOVE PGC-CUSTOMER-NUMBER TO TARGET-CUSTOMER-NUMBER
           END-IF
           MOVE PGC-FIRST-NAME TO TARGET-FIRST-NAME
           MOVE PGC-LAST-NAME TO TARGET-LAST-NAME
           IF PGC-CHECK-OVERRIDE = 'Y'
               SET CHECK-OVERRIDE-GIVEN TO TRUE
           END-IF
           MOVE PGC-OPERATOR-ID TO RUN-OPERATOR-ID
           MOVE PGC-TICKET TO RUN-TICKET

           EXIT.

      * ---
      * The card's outcome on the erasure log, under the card's
      * operator and ticket
       WRITE-ERASURE-LOG-ENTRY SECTION.
           OPEN EXTEND ERASURE-LOG-FILE
           MOVE SPACES TO ERASURE-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE PLG-TIMESTAMP-MS
           MOVE TARGET-CUSTOMER-NUMBER TO PLG-CUSTOMER-NUMBER
           MOVE CARD-OUTCOME TO PLG-OUTCOME
           MOVE RUN-OPERATOR-ID TO PLG-OPERATOR-ID
           MOVE RUN-TICKET TO PLG-TICKET
           MOVE TOTAL-RECORDS-REMOVED TO PLG-RECORDS-REMOVED
           WRITE ERASURE-LOG-RECORD
           CLOSE ERASURE-LOG-FILE

           EXIT.

      * operator refuses the run; with no file on disk the access
      * log still records whoever ran, with a console warning
       VERIFY-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           MOVE 'N' TO WS-OPERAUTH-EOF-FLAG
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG

           IF NOT OPERATOR-AUTHORIZED
               DISPLAY '*** OPERATOR ' RUN-OPERATOR-ID
                       ' IS NOT AUTHORIZED - PURGE REFUSED'
                  UPON CONSOLE
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'OPERATOR' TO CARD-OUTCOME
           END-IF

           EXIT.
                   ' IS UNDER LEGAL HOLD ' HELD-REFERENCE
              UPON CONSOLE

           IF HOLD-CONFLICT-OPEN
               MOVE SPACES TO HOLD-CONFLICT-RECORD
               WRITE HOLD-CONFLICT-RECORD
           ELSE
               OPEN OUTPUT HOLD-CONFLICT-FILE
               SET HOLD-CONFLICT-OPEN TO TRUE
           END-IF
           MOVE SPACES TO HOLD-CONFLICT-RECORD
           STRING 'HOLD CONFLICT - PURGE REFUSED FOR CUSTOMER '
                  DELIMITED BY SIZE
           WRITE HOLD-CONFLICT-RECORD
           MOVE 'NOTHING WAS ERASED' TO HOLD-CONFLICT-RECORD
           WRITE HOLD-CONFLICT-RECORD

           EXIT.


           EXIT.

      * ---
      * Purge the customer-keyed register named in
      * WS-KEYED-STORE-NAME; these carry no names, so only a
      * customer number removes anything
       PURGE-KEYED-STORE SECTION.
           MOVE WS-KEYED-STORE-NAME TO CDL-FILE-NAME
           MOVE 0 TO RECORDS-READ
           MOVE 0 TO RECORDS-REMOVED
           MOVE 'N' TO FILE-EOF-FLAG
           OPEN INPUT KEYED-STORE-FILE
           IF NOT KEYED-STORE-OK
               PERFORM CERTIFY-FILE-SKIPPED
               EXIT SECTION
           END-IF
           OPEN OUTPUT PURGE-WORK-FILE

           PERFORM UNTIL CURRENT-FILE-AT-EOF
               READ KEYED-STORE-FILE
                   AT END
                       MOVE 'Y' TO FILE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF TARGET-CUSTOMER-NUMBER > 0
                           AND KST-CUSTOMER-NUMBER IS NUMERIC
                           AND KST-CUSTOMER-NUMBER
                               = TARGET-CUSTOMER-NUMBER
                           ADD 1 TO RECORDS-REMOVED
                       ELSE
                           MOVE KEYED-STORE-RECORD
                             TO PURGE-WORK-RECORD
                           WRITE PURGE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE KEYED-STORE-FILE

           IF RECORDS-REMOVED > 0
               PERFORM REWRITE-KEYED-STORE
           END-IF
           PERFORM CERTIFY-ONE-FILE

           EXIT.

       REWRITE-KEYED-STORE SECTION.
           MOVE 'N' TO WS-PURGE-WORK-EOF-FLAG
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT KEYED-STORE-FILE
           PERFORM UNTIL PURGE-WORK-AT-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-PURGE-WORK-EOF-FLAG
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO KEYED-STORE-RECORD
                       WRITE KEYED-STORE-RECORD
               END-READ
           END-PERFORM
           CLOSE KEYED-STORE-FILE
           CLOSE PURGE-WORK-FILE

           EXIT.

      * ---
      * Purge the customer's token-vault entries. The vault is keyed
      * on customer, field and value, so the entries sit together:
      * the file is positioned at the customer's first key and read
      * forward until another customer's entry turns up. Only the
      * customer's own entries are read, so the certificate shows
      * them as both read and removed
       PURGE-TOKEN-VAULT SECTION.
           MOVE WS-TOKEN-VAULT-NAME TO CDL-FILE-NAME
           MOVE 0 TO RECORDS-READ
           MOVE 0 TO RECORDS-REMOVED
           MOVE 'N' TO FILE-EOF-FLAG
           OPEN I-O TOKEN-VAULT-FILE
           IF NOT TOKEN-VAULT-OK
               PERFORM CERTIFY-FILE-SKIPPED
               EXIT SECTION
           END-IF

           IF TARGET-CUSTOMER-NUMBER = 0
               MOVE 'Y' TO FILE-EOF-FLAG
           ELSE
               MOVE LOW-VALUES TO TKV-VAULT-KEY
               MOVE TARGET-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
               START TOKEN-VAULT-FILE
                   KEY IS NOT LESS THAN TKV-VAULT-KEY
                   INVALID KEY
                       MOVE 'Y' TO FILE-EOF-FLAG
               END-START
           END-IF

           PERFORM UNTIL CURRENT-FILE-AT-EOF
               READ TOKEN-VAULT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO FILE-EOF-FLAG
                   NOT AT END
                       IF TKV-CUSTOMER-NUMBER
                          NOT = TARGET-CUSTOMER-NUMBER
                           MOVE 'Y' TO FILE-EOF-FLAG
                       ELSE
                           ADD 1 TO RECORDS-READ
                           DELETE TOKEN-VAULT-FILE RECORD
                               INVALID KEY
                                   DISPLAY '*** TOKEN VAULT DELETE '
                                           'FAILED STATUS '
                                           WS-TOKEN-VAULT-STATUS
                                      UPON CONSOLE
                               NOT INVALID KEY
                                   ADD 1 TO RECORDS-REMOVED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOKEN-VAULT-FILE
           PERFORM CERTIFY-ONE-FILE

           EXIT.

      * ---
      * One certificate line per file: removed count against records
      * read, so the privacy office sees exactly what left each file
