123456*Maker-checker maintenance of the provider master: one
      *operator queues a change to a customer (name, primary street,
      *city or postal code, a balance correction, the lifecycle
      *status) and a second, different operator approves or rejects
      *it; only approved changes reach the keyed and the sequential
      *master, with the superseded record archived to the history
      *first - no single person changes customer data on their own

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIMKCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card per maker or checker action: 'Q' queue a change,
      *    'A' approve or 'R' reject a queued one
           SELECT CHANGE-CARD-FILE ASSIGN TO WS-CHANGE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-CARD-STATUS.
      *    The pending-change queue, kept with its decisions and
      *    rewritten through the work file after every run
           SELECT PENDING-CHANGE-FILE ASSIGN TO WS-PENDCHG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-STATUS.
           SELECT PENDING-CHANGE-NEW ASSIGN TO WS-PENDCHG-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDCHG-NEW-STATUS.
      *    Published provider master, rewritten in place through
      *    the work file once the approved changes are applied
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
           SELECT PROVIDER-MASTER-NEW ASSIGN TO WS-PROVMAST-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-NEW-STATUS.
      *    Keyed provider master built by APIPMIDX; an approved
      *    change replaces the customer's keyed record directly
           SELECT PROVIDER-MASTER-IDX ASSIGN TO WS-PROVMAST-IDX-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMX-CUSTOMER-NUMBER
               FILE STATUS IS WS-PROVMAST-IDX-STATUS.
      *    Provider-master history the migration keeps; the record
      *    an approved change supersedes is appended here
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    Business date the history stamps carry
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Short-held lock serializing run-identifier issuance, so
      *    two overlapping jobs can never be issued the same number
           SELECT RUN-LOCK-FILE ASSIGN TO WS-RUN-LOCK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
      *    Run-control file issuing this run's identifier
           SELECT RUN-CONTROL-FILE ASSIGN TO WS-RUN-CONTROL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
      *    Authorized operators and the shared access log the
      *    compliance team queries
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
      *    Publish control record written next to the provider
      *    output, proving its generation and totals to every reader
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    The maker names the customer, the field and the new
      *    value; the checker names the change identifier the queue
      *    issued. A balance correction carries its sign and amount
      *    in the balance-feed layout at the front of the value
       FD CHANGE-CARD-FILE.
       01 CHANGE-CARD-RECORD.
           05 MKC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 MKC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 MKC-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 MKC-CHANGE-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 MKC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 MKC-FIELD-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 MKC-NEW-VALUE PIC X(20).
           05 MKC-NEW-BALANCE REDEFINES MKC-NEW-VALUE.
             10 MKC-BALANCE-SIGN PIC X(01).
             10 MKC-BALANCE-AMOUNT PIC 9(07)V99.
             10 FILLER PIC X(10).
           05 FILLER PIC X(07).

      *    One line per queued change: who keyed it under which
      *    ticket, and who decided it when
       FD PENDING-CHANGE-FILE.
       01 PENDING-CHANGE-RECORD.
           05 PCQ-CHANGE-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-STATE PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-FIELD-CODE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-NEW-VALUE PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-MAKER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-QUEUED-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-CHECKER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PCQ-DECIDED-DATE PIC 9(08).

       FD PENDING-CHANGE-NEW.
       01 PENDING-CHANGE-NEW-RECORD PIC X(100).

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

       FD PROVIDER-MASTER-NEW.
       01 PROVIDER-MASTER-NEW-RECORD PIC X(252).

      *    Same columns as the sequential record, keyed on the
      *    customer number at its existing offset
       FD PROVIDER-MASTER-IDX.
       01 PROVIDER-MASTER-IDX-RECORD.
           05 FILLER PIC X(96).
           05 PMX-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(147).

      *    One history line per superseded provider record, as the
      *    migration writes them
       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE PIC X(252).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-RECORD.
           05 RLK-OWNER PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLK-TIMESTAMP-MS PIC 9(18).

       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RCT-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(71).

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

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       WORKING-STORAGE SECTION.
       01 MAKER-CHECKER-CONTROLS.
           05 WS-CHANGE-CARD-NAME PIC X(30) VALUE 'MKCKCARD.DAT'.
           05 WS-CHANGE-CARD-STATUS PIC X(02).
             88 CHANGE-CARD-OK VALUE '00'.
           05 WS-CHANGE-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 CHANGE-CARD-AT-EOF VALUE 'Y'.
           05 WS-PENDCHG-NAME PIC X(30) VALUE 'PENDCHG.DAT'.
           05 WS-PENDCHG-STATUS PIC X(02).
             88 PENDCHG-OK VALUE '00'.
           05 WS-PENDCHG-EOF-FLAG PIC X VALUE 'N'.
             88 PENDCHG-AT-EOF VALUE 'Y'.
           05 WS-PENDCHG-NEW-NAME PIC X(30) VALUE 'PENDCHG.NEW'.
           05 WS-PENDCHG-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-NEW-NAME PIC X(30) VALUE 'PROVOUT.NEW'.
           05 WS-PROVMAST-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IDX-NAME PIC X(30) VALUE 'PROVMAST.IDX'.
           05 WS-PROVMAST-IDX-STATUS PIC X(02).
             88 PROVMAST-IDX-OK VALUE '00'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 KEYED-MASTER-FLAG PIC X(01) VALUE 'N'.
             88 KEYED-MASTER-OPEN VALUE 'Y'.
           05 CUSTOMER-CHANGED-FLAG PIC X(01).
             88 CUSTOMER-CHANGED VALUE 'Y'.

           05 CARDS-READ PIC S9(9) BINARY VALUE 0.
           05 CHANGES-QUEUED PIC S9(9) BINARY VALUE 0.
           05 CHANGES-APPROVED PIC S9(9) BINARY VALUE 0.
           05 CHANGES-REJECTED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 CHANGES-APPLIED PIC S9(9) BINARY VALUE 0.
           05 CHANGES-UNAPPLIED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ARCHIVED PIC S9(9) BINARY VALUE 0.
           05 KEYED-REWRITE-MISSES PIC S9(9) BINARY VALUE 0.

      *    The queue held in memory while the cards apply; the
      *    apply flag marks the approvals of this run
       01 CHANGE-TABLE-CONTROLS.
           05 MAX-CHANGE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 CHANGE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 CHANGE-IX PIC S9(9) BINARY.
           05 CHANGE-FOUND-IX PIC S9(9) BINARY.
           05 LAST-CHANGE-ID PIC 9(09) VALUE 0.

       01 PENDING-CHANGE-TABLE.
           05 PENDING-CHANGE-ENTRY OCCURS 5000.
             10 PCT-CHANGE-ID PIC 9(09).
             10 PCT-STATE PIC X(01).
               88 CHANGE-PENDING VALUE 'P'.
               88 CHANGE-APPROVED VALUE 'A'.
               88 CHANGE-REJECTED VALUE 'R'.
               88 CHANGE-NOT-APPLIED VALUE 'U'.
             10 PCT-CUSTOMER-NUMBER PIC 9(09).
             10 PCT-FIELD-CODE PIC X(08).
             10 PCT-NEW-VALUE PIC X(20).
             10 PCT-NEW-BALANCE REDEFINES PCT-NEW-VALUE.
               15 PCT-BALANCE-SIGN PIC X(01).
               15 PCT-BALANCE-AMOUNT PIC 9(07)V99.
               15 FILLER PIC X(10).
             10 PCT-MAKER-ID PIC X(08).
             10 PCT-TICKET PIC X(12).
             10 PCT-QUEUED-DATE PIC 9(08).
             10 PCT-CHECKER-ID PIC X(08).
             10 PCT-DECIDED-DATE PIC 9(08).
             10 PCT-APPLY-FLAG PIC X(01).
               88 CHANGE-TO-APPLY VALUE 'Y'.

      *    Authorized operators held in memory: every card is
      *    checked against them, maker and checker alike
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
           05 ACCESS-CUSTOMER PIC 9(09).
           05 ACCESS-OPERATOR PIC X(08).
           05 ACCESS-TICKET PIC X(12).
           05 ACCESS-TIME-MS PIC 9(18).

      *    Run-control lock state: the lock is held only across the
      *    read-increment-rewrite of the run-control file, so its
      *    stale limit is short
       01 RUN-LOCK-CONTROLS.
           05 WS-RUN-LOCK-NAME PIC X(30) VALUE 'RUNLOCK.DAT'.
           05 WS-RUN-LOCK-STATUS PIC X(02).
             88 RUN-LOCK-OK VALUE '00'.
           05 RLK-OWNER-NAME PIC X(08) VALUE 'APIMKCK'.
           05 RUN-LOCK-STALE-LIMIT-MS PIC S9(18) BINARY
              VALUE 60000.
           05 RLK-HELD-OWNER PIC X(08).
           05 RLK-HELD-TIMESTAMP PIC S9(18) BINARY.
           05 RLK-HELD-AGE-MS PIC S9(18) BINARY.
           05 RLK-CURRENT-TIME-MS PIC 9(18).
           05 RLK-FILE-DETAILS.
             10 RLK-FILE-SIZE PIC 9(8) COMP-X.
             10 RLK-FILE-DAY PIC 9(2) COMP-X.
             10 RLK-FILE-MONTH PIC 9(2) COMP-X.
             10 RLK-FILE-YEAR PIC 9(4) COMP-X.
             10 RLK-FILE-HOURS PIC 9(2) COMP-X.
             10 RLK-FILE-MINUTES PIC 9(2) COMP-X.
             10 RLK-FILE-SECONDS PIC 9(2) COMP-X.
             10 RLK-FILE-HUNDREDTHS PIC 9(2) COMP-X.
           05 RLK-EXIST-STATUS PIC S9(9) BINARY.

      *    This run's identifier, issued from the run-control file
      *    before any card is worked
       01 RUN-IDENTIFIER-CONTROLS.
           05 WS-RUN-CONTROL-NAME PIC X(30) VALUE 'RUNCTL.DAT'.
           05 WS-RUN-CONTROL-STATUS PIC X(02).
             88 RUN-CONTROL-OK VALUE '00'.
           05 CURRENT-RUN-ID PIC 9(09) VALUE 0.

      *    Publish control written next to the provider output: the
      *    totals are taken from the file as it was published
       01 PUBLISH-CONTROL-CONTROLS.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 PUBLISH-CONTROL-STEM PIC X(30).
           05 PUBLISH-EOF-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-AT-EOF VALUE 'Y'.
           05 PUBLISH-RUN-ID PIC 9(09) VALUE 0.
           05 PUBLISH-BUSINESS-DATE PIC 9(08) VALUE 0.
           05 PUBLISH-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
           05 PUBLISH-HASH-TOTAL PIC 9(18) VALUE 0.
           05 PUBLISH-BALANCE-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS
           PERFORM LOAD-CHANGE-QUEUE

           MOVE 'N' TO WS-CHANGE-CARD-EOF-FLAG
           OPEN INPUT CHANGE-CARD-FILE
           IF NOT CHANGE-CARD-OK
               DISPLAY 'NO MAKER-CHECKER CARDS PRESENT - NOTHING '
                       'TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    The identifier is issued before any decision is logged,
      *    so a busy run-control lock ends the run with the queue
      *    and the access log still in step
           PERFORM ISSUE-RUN-IDENTIFIER

           PERFORM UNTIL CHANGE-CARD-AT-EOF
               READ CHANGE-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-CHANGE-CARD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO CARDS-READ
                       PERFORM APPLY-ONE-CHANGE-CARD
               END-READ
           END-PERFORM
           CLOSE CHANGE-CARD-FILE

      *    Approved changes reach the masters only in one pass,
      *    under the run identifier the history lines carry
           IF CHANGES-APPROVED > 0
               PERFORM APPLY-APPROVED-CHANGES
           END-IF

           PERFORM REWRITE-CHANGE-QUEUE

           DISPLAY 'Cards read:               ' CARDS-READ
              UPON CONSOLE
           DISPLAY 'Changes queued:           ' CHANGES-QUEUED
              UPON CONSOLE
           DISPLAY 'Changes approved:         ' CHANGES-APPROVED
              UPON CONSOLE
           DISPLAY 'Changes rejected:         ' CHANGES-REJECTED
              UPON CONSOLE
           DISPLAY 'Cards refused:            ' CARDS-REFUSED
              UPON CONSOLE
           DISPLAY 'Changes applied:          ' CHANGES-APPLIED
              UPON CONSOLE
           DISPLAY 'Approved but not applied: ' CHANGES-UNAPPLIED
              UPON CONSOLE
           DISPLAY 'Records archived:         ' CUSTOMERS-ARCHIVED
              UPON CONSOLE
           IF CHANGES-APPROVED > 0
               DISPLAY 'Run identifier:           ' CURRENT-RUN-ID
                  UPON CONSOLE
           END-IF
           IF CARDS-REFUSED > 0 OR CHANGES-UNAPPLIED > 0
               OR KEYED-REWRITE-MISSES > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      * ---
      * The history stamps carry the business date when a card
      * names one, the system date otherwise
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
      * on disk every card is accepted with a console warning and
      * the access log still records whoever keyed it
       LOAD-AUTHORIZED-OPERATORS SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               DISPLAY 'NO OPERATOR AUTHORIZATION FILE - ACCESS '
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

       LOAD-CHANGE-QUEUE SECTION.
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT PENDCHG-OK
               MOVE 'Y' TO WS-PENDCHG-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL PENDCHG-AT-EOF
                      OR CHANGE-ENTRY-COUNT >= MAX-CHANGE-ENTRIES
               READ PENDING-CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-PENDCHG-EOF-FLAG
                   NOT AT END
                       IF PCQ-CHANGE-ID IS NUMERIC
                           AND PCQ-CUSTOMER-NUMBER IS NUMERIC
                           ADD 1 TO CHANGE-ENTRY-COUNT
                           PERFORM LOAD-ONE-QUEUED-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-CHANGE-FILE

           EXIT.

       LOAD-ONE-QUEUED-CHANGE SECTION.
           MOVE CHANGE-ENTRY-COUNT TO CHANGE-IX
           MOVE PCQ-CHANGE-ID TO PCT-CHANGE-ID (CHANGE-IX)
           MOVE PCQ-STATE TO PCT-STATE (CHANGE-IX)
           MOVE PCQ-CUSTOMER-NUMBER TO PCT-CUSTOMER-NUMBER (CHANGE-IX)
           MOVE PCQ-FIELD-CODE TO PCT-FIELD-CODE (CHANGE-IX)
           MOVE PCQ-NEW-VALUE TO PCT-NEW-VALUE (CHANGE-IX)
           MOVE PCQ-MAKER-ID TO PCT-MAKER-ID (CHANGE-IX)
           MOVE PCQ-TICKET TO PCT-TICKET (CHANGE-IX)
           MOVE PCQ-CHECKER-ID TO PCT-CHECKER-ID (CHANGE-IX)
           IF PCQ-QUEUED-DATE IS NUMERIC
               MOVE PCQ-QUEUED-DATE TO PCT-QUEUED-DATE (CHANGE-IX)
           ELSE
               MOVE 0 TO PCT-QUEUED-DATE (CHANGE-IX)
           END-IF
           IF PCQ-DECIDED-DATE IS NUMERIC
               MOVE PCQ-DECIDED-DATE TO PCT-DECIDED-DATE (CHANGE-IX)
           ELSE
               MOVE 0 TO PCT-DECIDED-DATE (CHANGE-IX)
           END-IF
           MOVE 'N' TO PCT-APPLY-FLAG (CHANGE-IX)
           IF PCQ-CHANGE-ID > LAST-CHANGE-ID
               MOVE PCQ-CHANGE-ID TO LAST-CHANGE-ID
           END-IF

           EXIT.

      * ---
      * One card: the operator is validated first, then the maker's
      * change is queued or the checker's decision recorded. Every
      * refusal is counted and explained on the console
       APPLY-ONE-CHANGE-CARD SECTION.
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY '*** OPERATOR ' MKC-OPERATOR-ID
                       ' IS NOT AUTHORIZED - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           EVALUATE MKC-ACTION
               WHEN 'Q'
                   PERFORM QUEUE-ONE-CHANGE
               WHEN 'A'
                   PERFORM DECIDE-ONE-CHANGE
               WHEN 'R'
                   PERFORM DECIDE-ONE-CHANGE
               WHEN OTHER
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'UNKNOWN MAKER-CHECKER ACTION '
                           MKC-ACTION ' - CARD REFUSED'
                      UPON CONSOLE
           END-EVALUATE

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           IF MKC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = MKC-OPERATOR-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The maker's card: the customer, a field the queue knows and
      * a value that suits it; a change needs a ticket to be traced
      * by
       QUEUE-ONE-CHANGE SECTION.
           IF MKC-CUSTOMER-NUMBER IS NOT NUMERIC
               OR MKC-CUSTOMER-NUMBER = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'CHANGE CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF MKC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'CHANGE CARD REFUSED - NO TICKET FOR '
                       MKC-CUSTOMER-NUMBER
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           EVALUATE MKC-FIELD-CODE
               WHEN 'FIRSTNM'
               WHEN 'LASTNM'
               WHEN 'STREET'
               WHEN 'CITY'
               WHEN 'POSTCODE'
                   IF MKC-NEW-VALUE = SPACES
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'CHANGE CARD REFUSED - BLANK '
                               MKC-FIELD-CODE ' FOR '
                               MKC-CUSTOMER-NUMBER
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
               WHEN 'BALANCE'
                   IF MKC-BALANCE-AMOUNT IS NOT NUMERIC
                       OR (MKC-BALANCE-SIGN NOT = '+'
                           AND MKC-BALANCE-SIGN NOT = '-'
                           AND MKC-BALANCE-SIGN NOT = SPACE)
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'CHANGE CARD REFUSED - BALANCE NOT '
                               'NUMERIC FOR ' MKC-CUSTOMER-NUMBER
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
               WHEN 'STATUS'
                   IF MKC-NEW-VALUE (1:1) NOT = 'A'
                       AND MKC-NEW-VALUE (1:1) NOT = 'D'
                       AND MKC-NEW-VALUE (1:1) NOT = 'C'
                       ADD 1 TO CARDS-REFUSED
                       DISPLAY 'CHANGE CARD REFUSED - LIFECYCLE '
                               'STATUS MUST BE A, D OR C FOR '
                               MKC-CUSTOMER-NUMBER
                          UPON CONSOLE
                       EXIT SECTION
                   END-IF
               WHEN OTHER
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'CHANGE CARD REFUSED - UNKNOWN FIELD '
                           MKC-FIELD-CODE
                      UPON CONSOLE
                   EXIT SECTION
           END-EVALUATE

           IF CHANGE-ENTRY-COUNT >= MAX-CHANGE-ENTRIES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'CHANGE QUEUE FULL - CARD REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO LAST-CHANGE-ID
           ADD 1 TO CHANGE-ENTRY-COUNT
           MOVE CHANGE-ENTRY-COUNT TO CHANGE-IX
           MOVE LAST-CHANGE-ID TO PCT-CHANGE-ID (CHANGE-IX)
           MOVE 'P' TO PCT-STATE (CHANGE-IX)
           MOVE MKC-CUSTOMER-NUMBER TO PCT-CUSTOMER-NUMBER (CHANGE-IX)
           MOVE MKC-FIELD-CODE TO PCT-FIELD-CODE (CHANGE-IX)
           MOVE MKC-NEW-VALUE TO PCT-NEW-VALUE (CHANGE-IX)
           MOVE MKC-OPERATOR-ID TO PCT-MAKER-ID (CHANGE-IX)
           MOVE MKC-TICKET TO PCT-TICKET (CHANGE-IX)
           MOVE BUSINESS-DATE TO PCT-QUEUED-DATE (CHANGE-IX)
           MOVE SPACES TO PCT-CHECKER-ID (CHANGE-IX)
           MOVE 0 TO PCT-DECIDED-DATE (CHANGE-IX)
           MOVE 'N' TO PCT-APPLY-FLAG (CHANGE-IX)
           ADD 1 TO CHANGES-QUEUED

           DISPLAY 'CHANGE ' LAST-CHANGE-ID ' QUEUED FOR '
                   MKC-CUSTOMER-NUMBER ' ' MKC-FIELD-CODE
                   ' - AWAITING A SECOND OPERATOR'
              UPON CONSOLE

           MOVE 'CHGQUEUE' TO ACCESS-ACTION
           MOVE MKC-CUSTOMER-NUMBER TO ACCESS-CUSTOMER
           MOVE MKC-OPERATOR-ID TO ACCESS-OPERATOR
           MOVE MKC-TICKET TO ACCESS-TICKET
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * The checker's card: the named change must still be pending
      * and the checker must not be the operator who keyed it. The
      * access line carries the change's own ticket so maker and
      * checker trace under the same reference
       DECIDE-ONE-CHANGE SECTION.
           MOVE 0 TO CHANGE-FOUND-IX
           IF MKC-CHANGE-ID IS NUMERIC
               PERFORM VARYING CHANGE-IX FROM 1 BY 1
                       UNTIL CHANGE-IX > CHANGE-ENTRY-COUNT
                          OR CHANGE-FOUND-IX > 0
                   IF PCT-CHANGE-ID (CHANGE-IX) = MKC-CHANGE-ID
                       MOVE CHANGE-IX TO CHANGE-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           IF CHANGE-FOUND-IX = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NO QUEUED CHANGE ' MKC-CHANGE-ID
                       ' - DECISION REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           MOVE CHANGE-FOUND-IX TO CHANGE-IX

           IF NOT CHANGE-PENDING (CHANGE-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'CHANGE ' MKC-CHANGE-ID ' ALREADY DECIDED ('
                       PCT-STATE (CHANGE-IX) ') - DECISION REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           IF PCT-MAKER-ID (CHANGE-IX) = MKC-OPERATOR-ID
               ADD 1 TO CARDS-REFUSED
               DISPLAY '*** OPERATOR ' MKC-OPERATOR-ID
                       ' KEYED CHANGE ' MKC-CHANGE-ID
                       ' - A SECOND OPERATOR MUST DECIDE IT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE MKC-OPERATOR-ID TO PCT-CHECKER-ID (CHANGE-IX)
           MOVE BUSINESS-DATE TO PCT-DECIDED-DATE (CHANGE-IX)
           IF MKC-ACTION = 'A'
               MOVE 'A' TO PCT-STATE (CHANGE-IX)
               MOVE 'Y' TO PCT-APPLY-FLAG (CHANGE-IX)
               ADD 1 TO CHANGES-APPROVED
               MOVE 'CHGAPPRV' TO ACCESS-ACTION
           ELSE
               MOVE 'R' TO PCT-STATE (CHANGE-IX)
               ADD 1 TO CHANGES-REJECTED
               MOVE 'CHGREJCT' TO ACCESS-ACTION
           END-IF

           MOVE PCT-CUSTOMER-NUMBER (CHANGE-IX) TO ACCESS-CUSTOMER
           MOVE MKC-OPERATOR-ID TO ACCESS-OPERATOR
           MOVE PCT-TICKET (CHANGE-IX) TO ACCESS-TICKET
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * One pass over the published master: a customer with
      * approved changes has the record as it stood archived to the
      * history, the changes applied in the order they were queued,
      * and the keyed record replaced; everything else copies
      * through. The master is only replaced after a complete pass
       APPLY-APPROVED-CHANGES SECTION.
           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY '*** NO PROVIDER OUTPUT PRESENT - APPROVED '
                       'CHANGES NOT APPLIED'
                  UPON CONSOLE
               PERFORM MARK-UNAPPLIED-CHANGES
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT PROVIDER-MASTER-NEW
           OPEN EXTEND PROVIDER-HISTORY-FILE

           OPEN I-O PROVIDER-MASTER-IDX
           IF PROVMAST-IDX-OK
               SET KEYED-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'NO KEYED MASTER PRESENT - ONLY THE '
                       'SEQUENTIAL MASTER IS CHANGED'
                  UPON CONSOLE
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-CHANGES-TO-CUSTOMER
               END-READ
           END-PERFORM

           IF KEYED-MASTER-OPEN
               CLOSE PROVIDER-MASTER-IDX
           END-IF
           CLOSE PROVIDER-HISTORY-FILE
           CLOSE PROVIDER-MASTER-NEW
           CLOSE PROVIDER-MASTER-IN

           CALL 'CBL_DELETE_FILE' USING WS-PROVMAST-IN-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-PROVMAST-NEW-NAME
                WS-PROVMAST-IN-NAME
              RETURNING RENAME-STATUS
           PERFORM WRITE-PUBLISH-CONTROL

           PERFORM MARK-UNAPPLIED-CHANGES

           EXIT.

       APPLY-CHANGES-TO-CUSTOMER SECTION.
           MOVE 'N' TO CUSTOMER-CHANGED-FLAG
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
               PERFORM VARYING CHANGE-IX FROM 1 BY 1
                       UNTIL CHANGE-IX > CHANGE-ENTRY-COUNT
                   IF CHANGE-TO-APPLY (CHANGE-IX)
                       AND PCT-CUSTOMER-NUMBER (CHANGE-IX)
                           = PMI-CUSTOMER-NUMBER
                       IF NOT CUSTOMER-CHANGED
                           PERFORM ARCHIVE-SUPERSEDED-RECORD
                           SET CUSTOMER-CHANGED TO TRUE
                       END-IF
                       PERFORM APPLY-ONE-APPROVED-CHANGE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO PROVIDER-MASTER-NEW-RECORD
           MOVE PROVIDER-MASTER-IN-RECORD
             TO PROVIDER-MASTER-NEW-RECORD
           WRITE PROVIDER-MASTER-NEW-RECORD

           IF CUSTOMER-CHANGED AND KEYED-MASTER-OPEN
               MOVE PROVIDER-MASTER-IN-RECORD
                 TO PROVIDER-MASTER-IDX-RECORD
               REWRITE PROVIDER-MASTER-IDX-RECORD
                   INVALID KEY
                       ADD 1 TO KEYED-REWRITE-MISSES
                       DISPLAY 'CUSTOMER ' PMI-CUSTOMER-NUMBER
                               ' NOT ON THE KEYED MASTER - REBUILD '
                               'IT WITH APIPMIDX'
                          UPON CONSOLE
               END-REWRITE
           END-IF

           EXIT.

       ARCHIVE-SUPERSEDED-RECORD SECTION.
           MOVE SPACES TO PROVIDER-HISTORY-RECORD
           MOVE BUSINESS-DATE TO HIS-REPLACED-DATE
           MOVE CURRENT-RUN-ID TO HIS-RUN-ID
           MOVE PROVIDER-MASTER-IN-RECORD TO HIS-RECORD-IMAGE
           WRITE PROVIDER-HISTORY-RECORD
           ADD 1 TO CUSTOMERS-ARCHIVED

           EXIT.

      * ---
      * A lifecycle change stamps the status date the same way the
      * lifecycle maintenance does
       APPLY-ONE-APPROVED-CHANGE SECTION.
           EVALUATE PCT-FIELD-CODE (CHANGE-IX)
               WHEN 'FIRSTNM'
                   MOVE PCT-NEW-VALUE (CHANGE-IX) TO PMI-FIRST-NAME
               WHEN 'LASTNM'
                   MOVE PCT-NEW-VALUE (CHANGE-IX) TO PMI-LAST-NAME
               WHEN 'STREET'
                   MOVE PCT-NEW-VALUE (CHANGE-IX) TO PMI-STREET
               WHEN 'CITY'
                   MOVE PCT-NEW-VALUE (CHANGE-IX) TO PMI-CITY
               WHEN 'POSTCODE'
                   MOVE PCT-NEW-VALUE (CHANGE-IX) TO PMI-POSTAL-CODE
               WHEN 'BALANCE'
                   IF PCT-BALANCE-SIGN (CHANGE-IX) = '-'
                       COMPUTE PMI-ACCOUNT-BALANCE =
                           0 - PCT-BALANCE-AMOUNT (CHANGE-IX)
                   ELSE
                       MOVE PCT-BALANCE-AMOUNT (CHANGE-IX)
                         TO PMI-ACCOUNT-BALANCE
                   END-IF
               WHEN 'STATUS'
                   MOVE PCT-NEW-VALUE (CHANGE-IX) (1:1)
                     TO PMI-LIFECYCLE-STATUS
                   MOVE BUSINESS-DATE TO PMI-STATUS-DATE
           END-EVALUATE
           MOVE 'N' TO PCT-APPLY-FLAG (CHANGE-IX)
           ADD 1 TO CHANGES-APPLIED

           EXIT.

      * ---
      * An approval whose customer is not on the published master
      * is kept on the queue as not applied, for the makers to
      * raise again once the customer is published
       MARK-UNAPPLIED-CHANGES SECTION.
           PERFORM VARYING CHANGE-IX FROM 1 BY 1
                   UNTIL CHANGE-IX > CHANGE-ENTRY-COUNT
               IF CHANGE-TO-APPLY (CHANGE-IX)
                   MOVE 'U' TO PCT-STATE (CHANGE-IX)
                   MOVE 'N' TO PCT-APPLY-FLAG (CHANGE-IX)
                   ADD 1 TO CHANGES-UNAPPLIED
                   DISPLAY 'APPROVED CHANGE '
                           PCT-CHANGE-ID (CHANGE-IX)
                           ' NOT APPLIED - CUSTOMER '
                           PCT-CUSTOMER-NUMBER (CHANGE-IX)
                           ' NOT ON THE MASTER'
                      UPON CONSOLE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The queue is rewritten with every change and its decision,
      * pending and decided alike, and only replaces the kept one
      * after a complete pass
       REWRITE-CHANGE-QUEUE SECTION.
           OPEN OUTPUT PENDING-CHANGE-NEW
           PERFORM VARYING CHANGE-IX FROM 1 BY 1
                   UNTIL CHANGE-IX > CHANGE-ENTRY-COUNT
               MOVE SPACES TO PENDING-CHANGE-RECORD
               MOVE PCT-CHANGE-ID (CHANGE-IX) TO PCQ-CHANGE-ID
               MOVE PCT-STATE (CHANGE-IX) TO PCQ-STATE
               MOVE PCT-CUSTOMER-NUMBER (CHANGE-IX)
                 TO PCQ-CUSTOMER-NUMBER
               MOVE PCT-FIELD-CODE (CHANGE-IX) TO PCQ-FIELD-CODE
               MOVE PCT-NEW-VALUE (CHANGE-IX) TO PCQ-NEW-VALUE
               MOVE PCT-MAKER-ID (CHANGE-IX) TO PCQ-MAKER-ID
               MOVE PCT-TICKET (CHANGE-IX) TO PCQ-TICKET
               MOVE PCT-QUEUED-DATE (CHANGE-IX) TO PCQ-QUEUED-DATE
               MOVE PCT-CHECKER-ID (CHANGE-IX) TO PCQ-CHECKER-ID
               MOVE PCT-DECIDED-DATE (CHANGE-IX) TO PCQ-DECIDED-DATE
               MOVE PENDING-CHANGE-RECORD TO PENDING-CHANGE-NEW-RECORD
               WRITE PENDING-CHANGE-NEW-RECORD
           END-PERFORM
           CLOSE PENDING-CHANGE-NEW

           CALL 'CBL_DELETE_FILE' USING WS-PENDCHG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-PENDCHG-NEW-NAME
                WS-PENDCHG-NAME
              RETURNING RENAME-STATUS

           EXIT.

      * ---
      * One access-log line per touch of personal data; the caller
      * has set the action, customer, operator and ticket
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APIMKCK ' TO ACC-PROGRAM-NAME
           MOVE ACCESS-OPERATOR TO ACC-OPERATOR-ID
           MOVE ACCESS-TICKET TO ACC-TICKET
           MOVE ACCESS-CUSTOMER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

       ISSUE-RUN-IDENTIFIER SECTION.
           PERFORM ACQUIRE-RUN-CONTROL-LOCK

           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-OK
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-LAST-RUN-ID IS NUMERIC
                           MOVE RCT-LAST-RUN-ID TO CURRENT-RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           ADD 1 TO CURRENT-RUN-ID

           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE CURRENT-RUN-ID TO RCT-LAST-RUN-ID
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE

           PERFORM RELEASE-RUN-CONTROL-LOCK

           EXIT.

      * ---
      * Acquire the lock serializing run-identifier issuance; a
      * holder older than the short stale limit abended mid-issue
      * and is taken over
       ACQUIRE-RUN-CONTROL-LOCK SECTION.
           CALL 'CBL_CHECK_FILE_EXIST' USING
                WS-RUN-LOCK-NAME
                RLK-FILE-DETAILS
              RETURNING RLK-EXIST-STATUS

           IF RLK-EXIST-STATUS = 0
               OPEN INPUT RUN-LOCK-FILE
               MOVE 0 TO RLK-HELD-TIMESTAMP
               MOVE SPACES TO RLK-HELD-OWNER
               IF RUN-LOCK-OK
                   READ RUN-LOCK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RLK-OWNER TO RLK-HELD-OWNER
                           IF RLK-TIMESTAMP-MS IS NUMERIC
                               MOVE RLK-TIMESTAMP-MS
                                 TO RLK-HELD-TIMESTAMP
                           END-IF
                   END-READ
                   CLOSE RUN-LOCK-FILE
               END-IF

               CALL 'getCurrentTimeMs' USING
                    BY REFERENCE RLK-CURRENT-TIME-MS
               COMPUTE RLK-HELD-AGE-MS =
                   RLK-CURRENT-TIME-MS - RLK-HELD-TIMESTAMP
               IF RLK-HELD-AGE-MS < RUN-LOCK-STALE-LIMIT-MS
                   DISPLAY '*** RUN-IDENTIFIER ISSUANCE LOCKED BY '
                           RLK-HELD-OWNER
                           ' - A SHARED NUMBER WOULD MAKE BOTH '
                           'RUNS INDISTINGUISHABLE'
                      UPON CONSOLE
                   DISPLAY 'ENDING - RERUN IN A MOMENT'
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY 'STALE RUN-CONTROL LOCK FROM '
                       RLK-HELD-OWNER ' TAKEN OVER'
                  UPON CONSOLE
           END-IF

           OPEN OUTPUT RUN-LOCK-FILE
           MOVE RLK-OWNER-NAME TO RLK-OWNER
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLK-CURRENT-TIME-MS
           MOVE RLK-CURRENT-TIME-MS TO RLK-TIMESTAMP-MS
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE

           EXIT.

       RELEASE-RUN-CONTROL-LOCK SECTION.
           CALL 'CBL_DELETE_FILE' USING WS-RUN-LOCK-NAME
              RETURNING RLK-EXIST-STATUS

           EXIT.

      * ---
      * Write the publish control record next to the provider
      * output, read back as it now stands after the replace
       WRITE-PUBLISH-CONTROL SECTION.
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-IN-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE CURRENT-RUN-ID TO PUBLISH-RUN-ID
           MOVE BUSINESS-DATE TO PUBLISH-BUSINESS-DATE
           MOVE 0 TO PUBLISH-RECORD-COUNT
           MOVE 0 TO PUBLISH-HASH-TOTAL
           MOVE 0 TO PUBLISH-BALANCE-TOTAL
           MOVE 'N' TO PUBLISH-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF PROVMAST-IN-OK
               PERFORM UNTIL PUBLISH-AT-EOF
                   READ PROVIDER-MASTER-IN
                       AT END
                           MOVE 'Y' TO PUBLISH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PUBLISH-RECORD-COUNT
                           IF PMI-CUSTOMER-NUMBER IS NUMERIC
                               ADD PMI-CUSTOMER-NUMBER
                                 TO PUBLISH-HASH-TOTAL
                           END-IF
                           IF PMI-ACCOUNT-BALANCE IS NUMERIC
                               ADD PMI-ACCOUNT-BALANCE
                                 TO PUBLISH-BALANCE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-MASTER-IN
           END-IF

           OPEN OUTPUT PUBLISH-CONTROL-FILE
           MOVE SPACES TO PUBLISH-CONTROL-RECORD
           MOVE PUBLISH-RUN-ID TO PBC-RUN-ID
           MOVE PUBLISH-BUSINESS-DATE TO PBC-BUSINESS-DATE
           MOVE PUBLISH-RECORD-COUNT TO PBC-RECORD-COUNT
           MOVE PUBLISH-HASH-TOTAL TO PBC-HASH-TOTAL
           MOVE PUBLISH-BALANCE-TOTAL TO PBC-BALANCE-TOTAL
           MOVE 'APIMKCK' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.
