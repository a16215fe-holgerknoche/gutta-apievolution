      *back through an explicit reopen - and ages long-inactive
      *active customers to dormant by the card's cutoff date, so
      *every downstream stops inventing its own guess at who is
      *really a customer. Queues the closure confirmation for every
      *customer closed and the dormancy pre-notice for every active
      *customer inside the card's notice window for APICORR

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APILIFE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Lifecycle transactions: customer number and the action
      *    ('C' close, 'R' reopen, 'D' dormant, 'A' activate,
      *    'X' deceased - queued by the death-register match)
           SELECT LIFECYCLE-TRAN-FILE ASSIGN TO WS-LIFETRAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIFETRAN-STATUS.
      *    Card with the inactivity rule: active customers whose
      *    status date predates the cutoff go dormant, and those
      *    whose status date predates the notice date are warned
           SELECT LIFECYCLE-CARD-FILE ASSIGN TO WS-LIFECARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIFECARD-STATUS.
           SELECT LIFECYCLE-REJECT-FILE ASSIGN TO WS-LIFEREJ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIFEREJ-STATUS.
      *    Letter requests queued for the correspondence run
           SELECT LETTER-REQUEST-FILE ASSIGN TO WS-CORRREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREQ-STATUS.
      *    Publish control record written next to the provider
      *    output, proving its generation and totals to every reader
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIFECYCLE-CARD-FILE.
       01 LIFECYCLE-CARD-RECORD.
           05 LFC-DORMANT-BEFORE PIC 9(08).
           05 FILLER PIC X(01).
           05 LFC-NOTICE-BEFORE PIC 9(08).
           05 FILLER PIC X(63).

       FD PROVIDER-MASTER-IN.
       01 PROVIDER-MASTER-IN-RECORD.
           05 FILLER PIC X(01) VALUE SPACE.
           05 LFR-REASON PIC X(40).

       FD LETTER-REQUEST-FILE.
       01 LETTER-REQUEST-RECORD.
           05 CRQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CRQ-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 CRQ-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(01).
           05 CRQ-REQUEST-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CRQ-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CRQ-AMOUNT PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 CRQ-REFERENCE PIC X(12).
           05 FILLER PIC X(11).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 LIFECYCLE-CONTROLS.
           05 WS-LIFETRAN-NAME PIC X(30) VALUE 'LIFETRAN.DAT'.
           05 WS-LIFEREJ-NAME PIC X(30) VALUE 'LIFEREJ.DAT'.
           05 WS-LIFEREJ-STATUS PIC X(02).
             88 LIFEREJ-OK VALUE '00'.
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-CORRREQ-STATUS PIC X(02).
             88 CORRREQ-OK VALUE '00'.

           05 DORMANT-BEFORE-DATE PIC 9(08) VALUE 0.
           05 NOTICE-BEFORE-DATE PIC 9(08) VALUE 0.
           05 RUN-DATE-YYYYMMDD PIC 9(08).
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 TRANSITIONS-APPLIED PIC S9(9) BINARY VALUE 0.
           05 TRANSITIONS-REJECTED PIC S9(9) BINARY VALUE 0.
           05 DORMANTED-BY-RULE PIC S9(9) BINARY VALUE 0.
           05 TRANS-UNMATCHED PIC S9(9) BINARY VALUE 0.
           05 LETTERS-REQUESTED PIC S9(9) BINARY VALUE 0.
           05 REQUEST-LETTER-CODE PIC X(08).
           05 REQUEST-EVENT-DATE PIC 9(08).
           05 RENAME-STATUS PIC S9(9) BINARY.

      *    The run's lifecycle transactions held in memory
             10 LTE-ACTION PIC X(01).
             10 LTE-MATCHED-FLAG PIC X(01).

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
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

       PROCEDURE DIVISION.
           ACCEPT RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM LOAD-LIFECYCLE-CARD
           PERFORM LOAD-LIFECYCLE-TRANSACTIONS

           IF LIFE-ENTRY-COUNT = 0 AND DORMANT-BEFORE-DATE = 0
              AND NOTICE-BEFORE-DATE = 0
               DISPLAY 'NO LIFECYCLE TRANSACTIONS AND NO '
                       'INACTIVITY RULE - NOTHING TO DO'
                  UPON CONSOLE
           END-IF
           OPEN OUTPUT PROVIDER-MASTER-NEW
           OPEN OUTPUT LIFECYCLE-REJECT-FILE
           OPEN EXTEND LETTER-REQUEST-FILE
           IF NOT CORRREQ-OK
               OPEN OUTPUT LETTER-REQUEST-FILE
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
               END-READ
           END-PERFORM

           CLOSE LETTER-REQUEST-FILE
           CLOSE LIFECYCLE-REJECT-FILE
           CLOSE PROVIDER-MASTER-NEW
           CLOSE PROVIDER-MASTER-IN
                WS-PROVMAST-NEW-NAME
                WS-PROVMAST-IN-NAME
              RETURNING RENAME-STATUS
           PERFORM WRITE-PUBLISH-CONTROL

           PERFORM COUNT-UNMATCHED-TRANSACTIONS

              UPON CONSOLE
           DISPLAY 'Transactions unmatched:   ' TRANS-UNMATCHED
              UPON CONSOLE
           DISPLAY 'Letters requested:        ' LETTERS-REQUESTED
              UPON CONSOLE
           IF TRANSITIONS-REJECTED > 0 OR TRANS-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
                           MOVE LFC-DORMANT-BEFORE
                             TO DORMANT-BEFORE-DATE
                       END-IF
                       IF LFC-NOTICE-BEFORE IS NUMERIC
                           MOVE LFC-NOTICE-BEFORE
                             TO NOTICE-BEFORE-DATE
                       END-IF
               END-READ
               CLOSE LIFECYCLE-CARD-FILE
           END-IF
               ADD 1 TO DORMANTED-BY-RULE
           END-IF

      *    Pre-notice: an active customer untouched since the notice
      *    date is told before the cutoff reaches them; the status
      *    date is the reference, so each spell of inactivity is
      *    only written about once
           IF NOTICE-BEFORE-DATE > 0
               AND CUSTOMER-ACTIVE
               AND PMI-CUSTOMER-NUMBER IS NUMERIC
               AND PMI-STATUS-DATE IS NUMERIC
               AND PMI-STATUS-DATE < NOTICE-BEFORE-DATE
               MOVE 'DORMNT01' TO REQUEST-LETTER-CODE
               MOVE PMI-STATUS-DATE TO REQUEST-EVENT-DATE
               PERFORM QUEUE-LETTER-REQUEST
           END-IF

           MOVE SPACES TO PROVIDER-MASTER-NEW-RECORD
           MOVE PROVIDER-MASTER-IN-RECORD
             TO PROVIDER-MASTER-NEW-RECORD
      * The transition rules: close serves active and dormant
      * customers, dormant and activate move between active and
      * dormant, and a closed customer only returns through an
      * explicit reopen - anything else rejects with its reason. A
      * deceased customer is closed and stops being mailed; one
      * already closed keeps its closing date
       APPLY-ONE-TRANSITION SECTION.
           EVALUATE LTE-ACTION (LIFE-FOUND-IX)
               WHEN 'C'
                   ELSE
                       MOVE 'C' TO PMI-LIFECYCLE-STATUS
                       PERFORM STAMP-ONE-TRANSITION
                       MOVE 'CLOSED01' TO REQUEST-LETTER-CODE
                       MOVE RUN-DATE-YYYYMMDD
                         TO REQUEST-EVENT-DATE
                       PERFORM QUEUE-LETTER-REQUEST
                   END-IF
               WHEN 'R'
                   IF CUSTOMER-CLOSED
                       END-IF
                       PERFORM REJECT-ONE-TRANSITION
                   END-IF
               WHEN 'X'
                   MOVE 'Y' TO PMI-DO-NOT-MAIL
                   MOVE 'DECEASED' TO PMI-RETURN-REASON
                   IF CUSTOMER-CLOSED
                       ADD 1 TO TRANSITIONS-APPLIED
                   ELSE
                       MOVE 'C' TO PMI-LIFECYCLE-STATUS
                       PERFORM STAMP-ONE-TRANSITION
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN LIFECYCLE ACTION'
                     TO LFR-REASON
           END-PERFORM

           EXIT.

      * ---
      * Queue one letter for the correspondence run; the caller has
      * set the letter code and the event date, which also serves
      * as the reference the letter is only sent once for
       QUEUE-LETTER-REQUEST SECTION.
           MOVE SPACES TO LETTER-REQUEST-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO CRQ-CUSTOMER-NUMBER
           MOVE REQUEST-LETTER-CODE TO CRQ-LETTER-CODE
           MOVE 'APILIFE ' TO CRQ-SOURCE-PROGRAM
           MOVE RUN-DATE-YYYYMMDD TO CRQ-REQUEST-DATE
           MOVE REQUEST-EVENT-DATE TO CRQ-EVENT-DATE
           MOVE 0 TO CRQ-AMOUNT
           MOVE REQUEST-EVENT-DATE TO CRQ-REFERENCE
           WRITE LETTER-REQUEST-RECORD
           ADD 1 TO LETTERS-REQUESTED

           EXIT.

      * ---
      * Write the publish control record next to the provider
      * output, read back as it now stands after the replace. The
      * job issues no run identifier of its own, so the republished
      * file keeps the run identifier of the control it replaces
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
           MOVE 0 TO PUBLISH-RUN-ID
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PBC-RUN-ID IS NUMERIC
                           MOVE PBC-RUN-ID TO PUBLISH-RUN-ID
                       END-IF
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF
           MOVE 0 TO PUBLISH-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE
                             TO PUBLISH-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF PUBLISH-BUSINESS-DATE = 0
               ACCEPT PUBLISH-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
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
           MOVE 'APILIFE' TO PBC-PROGRAM-NAME
           WRITE PUBLISH-CONTROL-RECORD
           CLOSE PUBLISH-CONTROL-FILE

           DISPLAY 'Publish control written: ' WS-PUBCTL-NAME
                   ' (' PUBLISH-RECORD-COUNT ' records)'
              UPON CONSOLE

           EXIT.
