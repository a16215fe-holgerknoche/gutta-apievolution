123456*Month-end foreign-currency revaluation: every customer balance
      *held in a foreign currency is valued at the month-end rate and
      *at the rate it was carried at - the rate of the previous
      *month-end revaluation - and the unrealized gain or loss is
      *reported per currency and client code with the opening and
      *closing rates and the foreign exposure. The revaluation
      *amounts go to the GL interface as journal lines in the
      *journal-upload layout. A currency held by any customer with
      *no month-end rate stops the run before anything is written

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIFXRV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number; it supplies each customer's client code
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Customer balances with their currency, sorted by customer
      *    number
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
      *    The exchange rates as they stand at month-end
           SELECT EXCHANGE-RATE-FILE ASSIGN TO WS-EXCHRATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHRATE-STATUS.
      *    Revaluation-rate register: the rate each currency was
      *    last revalued at, carried from month-end to month-end
      *    and rebuilt through the work file
           SELECT REVALUATION-RATE-FILE ASSIGN TO WS-FXRVRATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FXRVRATE-STATUS.
           SELECT REVALUATION-RATE-NEW ASSIGN TO WS-FXRVRATE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FXRVRATE-NEW-STATUS.
      *    Business date the revaluation is dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    GL mapping table shared with the journal job
           SELECT GL-MAPPING-FILE ASSIGN TO WS-GLMAP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *    Revaluation journal for the ledger's upload
           SELECT GL-JOURNAL-FILE ASSIGN TO WS-FXJOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FXJOURNAL-STATUS.
      *    Paginated revaluation report for finance
           SELECT REVALUATION-REPORT-FILE ASSIGN TO WS-FXREPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FXREPORT-STATUS.
      *    Shared message-numbered run log
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    Blank currency means the ledger currency
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-CUSTOMER-NUMBER PIC 9(09).
           05 BAL-AMOUNT-SIGN PIC X(01).
             88 BALANCE-IS-NEGATIVE VALUE '-'.
           05 BAL-AMOUNT PIC 9(07)V99.
           05 BAL-CURRENCY-CODE PIC X(03).

      *    How many ledger units one foreign unit is worth
       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           05 EXR-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 EXR-RATE PIC 9(03)V9(06).

      *    One line per currency: the month-end it was last revalued
      *    at, the rate its balances were carried at before that
      *    revaluation, the rate they were revalued to and whether
      *    the opening rate was carried (Y) or the currency was being
      *    revalued for the first time (N). A rerun for the same
      *    month-end starts again from the opening rate
       FD REVALUATION-RATE-FILE.
       01 REVALUATION-RATE-RECORD.
           05 RVR-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 RVR-REVALUATION-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RVR-OPENING-RATE PIC 9(03)V9(06).
           05 FILLER PIC X(01).
           05 RVR-CLOSING-RATE PIC 9(03)V9(06).
           05 FILLER PIC X(01).
           05 RVR-CARRIED-FLAG PIC X(01).

       FD REVALUATION-RATE-NEW.
       01 REVALUATION-RATE-NEW-RECORD PIC X(34).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    Only source FXRV rows are used here: the control account
      *    the customers' balances sit on and the offset account the
      *    unrealized revaluation is booked to
       FD GL-MAPPING-FILE.
       01 GL-MAPPING-RECORD.
           05 GLM-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 GLM-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 GLM-SOURCE PIC X(04).
           05 FILLER PIC X(01).
           05 GLM-CONTROL-ACCOUNT PIC X(10).
           05 FILLER PIC X(01).
           05 GLM-OFFSET-ACCOUNT PIC X(10).
           05 FILLER PIC X(45).

      *    Journal-upload layout, as the journal job writes it: the
      *    currency is the account currency, the amount is in the
      *    ledger currency
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
           05 GLJ-JOURNAL-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 GLJ-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 GLJ-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 GLJ-GL-ACCOUNT PIC X(10).
           05 FILLER PIC X(01).
           05 GLJ-DEBIT-CREDIT PIC X(01).
           05 FILLER PIC X(01).
           05 GLJ-AMOUNT PIC 9(11)V99.
           05 FILLER PIC X(01).
           05 GLJ-SOURCE PIC X(04).
           05 FILLER PIC X(01).
           05 GLJ-ITEM-COUNT PIC 9(07).

       FD REVALUATION-REPORT-FILE.
       01 REVALUATION-REPORT-RECORD PIC X(132).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       WORKING-STORAGE SECTION.
       01 REVALUATION-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-BALANCE-FILE-NAME PIC X(30) VALUE 'BALANCES.DAT'.
           05 WS-BALANCE-FILE-STATUS PIC X(02).
             88 BALANCE-FILE-OK VALUE '00'.
           05 WS-BALANCE-EOF-FLAG PIC X(01) VALUE 'Y'.
             88 BALANCE-FILE-AT-EOF VALUE 'Y'.
           05 WS-EXCHRATE-NAME PIC X(30) VALUE 'EXCHRATE.DAT'.
           05 WS-EXCHRATE-STATUS PIC X(02).
             88 EXCHRATE-OK VALUE '00'.
           05 WS-EXCHRATE-EOF-FLAG PIC X VALUE 'N'.
             88 EXCHRATE-AT-EOF VALUE 'Y'.
           05 WS-FXRVRATE-NAME PIC X(30) VALUE 'FXRVRATE.DAT'.
           05 WS-FXRVRATE-STATUS PIC X(02).
             88 FXRVRATE-OK VALUE '00'.
           05 WS-FXRVRATE-EOF-FLAG PIC X VALUE 'N'.
             88 FXRVRATE-AT-EOF VALUE 'Y'.
           05 WS-FXRVRATE-NEW-NAME PIC X(30) VALUE 'FXRVRATE.NEW'.
           05 WS-FXRVRATE-NEW-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-GLMAP-NAME PIC X(30) VALUE 'GLMAP.DAT'.
           05 WS-GLMAP-STATUS PIC X(02).
             88 GLMAP-OK VALUE '00'.
           05 WS-GLMAP-EOF-FLAG PIC X VALUE 'N'.
             88 GLMAP-AT-EOF VALUE 'Y'.
           05 WS-FXJOURNAL-NAME PIC X(30) VALUE 'FXJOURNL.DAT'.
           05 WS-FXJOURNAL-STATUS PIC X(02).
           05 WS-FXREPORT-NAME PIC X(30) VALUE 'FXREVAL.DAT'.
           05 WS-FXREPORT-STATUS PIC X(02).
           05 RENAME-STATUS PIC S9(9) BINARY.

           05 LEDGER-CURRENCY-CODE PIC X(03) VALUE 'EUR'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 BALANCES-READ PIC S9(9) BINARY VALUE 0.
           05 LEDGER-BALANCES PIC S9(9) BINARY VALUE 0.
           05 FOREIGN-BALANCES PIC S9(9) BINARY VALUE 0.
           05 UNREADABLE-BALANCES PIC S9(9) BINARY VALUE 0.
           05 UNMATCHED-BALANCES PIC S9(9) BINARY VALUE 0.
           05 JOURNAL-LINES-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 UNMAPPED-BUCKETS PIC S9(9) BINARY VALUE 0.
           05 CARRIED-VALUE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 REVALUED-VALUE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 REVALUATION-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.

      *    The customer being merged and the balance in hand
       01 CURRENT-BALANCE-FIELDS.
           05 CURRENT-CLIENT-CODE PIC X(04).
           05 CURRENT-BALANCE PIC S9(7)V99 COMP-3.
           05 CURRENT-CARRIED-VALUE PIC S9(9)V99 COMP-3.
           05 CURRENT-REVALUED-VALUE PIC S9(9)V99 COMP-3.

      *    Month-end rates, the opening rate each currency is carried
      *    at (the closing rate when the register has never seen the
      *    currency) and the customers found holding it
       01 CURRENCY-CONTROLS.
           05 MAX-CURRENCY-ENTRIES PIC S9(4) BINARY VALUE 20.
           05 CURRENCY-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 CURRENCY-IX PIC S9(4) BINARY.
           05 CURRENCY-FOUND-IX PIC S9(4) BINARY.
       01 CURRENCY-RATE-TABLE.
           05 CURRENCY-RATE-ENTRY OCCURS 20.
             10 CRE-CURRENCY-CODE PIC X(03).
             10 CRE-RATE PIC 9(03)V9(06).
             10 CRE-OPENING-RATE PIC 9(03)V9(06).
             10 CRE-CARRIED-FLAG PIC X(01).
               88 CRE-FIRST-REVALUATION VALUE 'N'.

      *    Currencies held with no month-end rate; any one of them
      *    stops the run
       01 MISSING-RATE-CONTROLS.
           05 MAX-MISSING-ENTRIES PIC S9(4) BINARY VALUE 50.
           05 MISSING-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 MISSING-IX PIC S9(4) BINARY.
           05 MISSING-FOUND-IX PIC S9(4) BINARY.
       01 MISSING-RATE-TABLE.
           05 MISSING-RATE-ENTRY OCCURS 50.
             10 MRT-CURRENCY-CODE PIC X(03).
             10 MRT-HOLDERS PIC S9(9) BINARY.

      *    Register lines for currencies no longer on the rate file,
      *    carried forward unchanged
       01 REGISTER-CONTROLS.
           05 MAX-REGISTER-ENTRIES PIC S9(4) BINARY VALUE 100.
           05 REGISTER-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 REGISTER-IX PIC S9(4) BINARY.
       01 REGISTER-TABLE.
           05 REGISTER-ENTRY OCCURS 100.
             10 RGT-LINE PIC X(34).

      *    GL mapping rows for the revaluation source
       01 GL-MAP-TABLE-CONTROLS.
           05 MAX-GL-MAP-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 GL-MAP-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 GL-MAP-IX PIC S9(4) BINARY.
           05 GL-MAP-FOUND-IX PIC S9(4) BINARY.
           05 GL-MAP-MATCH-SCORE PIC S9(4) BINARY.
           05 GL-MAP-BEST-SCORE PIC S9(4) BINARY.
           05 WANTED-CLIENT-CODE PIC X(04).
           05 WANTED-CURRENCY-CODE PIC X(03).
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 200.
             10 GMT-CLIENT-CODE PIC X(04).
             10 GMT-CURRENCY-CODE PIC X(03).
             10 GMT-CONTROL-ACCOUNT PIC X(10).
             10 GMT-OFFSET-ACCOUNT PIC X(10).

      *    Revaluation buckets, one per currency and client code,
      *    kept in currency and client order for the report
       01 BUCKET-TABLE-CONTROLS.
           05 MAX-BUCKET-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 BUCKET-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 BUCKET-IX PIC S9(4) BINARY.
           05 BUCKET-FOUND-IX PIC S9(4) BINARY.
           05 BUCKET-SHIFT-IX PIC S9(4) BINARY.
       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 500.
             10 RBT-CURRENCY-CODE PIC X(03).
             10 RBT-CLIENT-CODE PIC X(04).
             10 RBT-CURRENCY-IX PIC S9(4) BINARY.
             10 RBT-HOLDERS PIC S9(9) BINARY.
             10 RBT-EXPOSURE PIC S9(11)V99 COMP-3.
             10 RBT-CARRIED-VALUE PIC S9(11)V99 COMP-3.
             10 RBT-REVALUED-VALUE PIC S9(11)V99 COMP-3.

      *    Currency subtotal while the report is written
       01 CURRENCY-SUBTOTAL-FIELDS.
           05 SUBTOTAL-CURRENCY-CODE PIC X(03).
           05 SUBTOTAL-CURRENCY-IX PIC S9(4) BINARY.
           05 SUBTOTAL-HOLDERS PIC S9(9) BINARY.
           05 SUBTOTAL-EXPOSURE PIC S9(11)V99 COMP-3.
           05 SUBTOTAL-CARRIED-VALUE PIC S9(11)V99 COMP-3.
           05 SUBTOTAL-REVALUED-VALUE PIC S9(11)V99 COMP-3.
           05 BUCKET-REVALUATION PIC S9(11)V99 COMP-3.

      *    Report pagination
       01 REVALUATION-REPORT-CONTROLS.
           05 FXRPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 FXRPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 FXRPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 FXRPT-PENDING-LINE PIC X(132).

       01 REVALUATION-COLUMN-HEADING.
           05 FILLER PIC X(03) VALUE 'CUR'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE 'CLNT'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(07) VALUE '  CUSTS'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE ' OPEN RATE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'CLOSE RATE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE '  FOREIGN EXPOSURE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE '     CARRIED VALUE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE '    REVALUED VALUE'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE '  UNREALIZED GAIN'.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(08) VALUE 'NOTE'.

       01 REVALUATION-DETAIL-LINE.
           05 RDL-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-HOLDERS PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-OPENING-RATE PIC ZZ9.999999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-CLOSING-RATE PIC ZZ9.999999.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-EXPOSURE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-CARRIED-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-REVALUED-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-REVALUATION PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-NOTE PIC X(08).

       01 REVALUATION-TOTAL-LINE.
           05 RTL-LABEL PIC X(62).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RTL-CARRIED-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RTL-REVALUED-VALUE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RTL-REVALUATION PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 REVALUATION-AMOUNT-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      *    Run-log state: the message id, severity and text the
      *    writer stamps on the next line
       01 RUN-LOG-CONTROLS.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-STATUS PIC X(02).
             88 RUN-LOG-OK VALUE '00'.
           05 RUN-LOG-MESSAGE-ID PIC X(07).
           05 RUN-LOG-SEVERITY PIC X(01).
           05 RUN-LOG-TEXT PIC X(80).

       PROCEDURE DIVISION.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUN-LOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'APX001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE 'RUN STARTED' TO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG-MESSAGE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-EXCHANGE-RATES
           IF CURRENCY-ENTRY-COUNT = 0
               DISPLAY 'NO MONTH-END EXCHANGE RATES PRESENT - '
                       'NOTHING REVALUED'
                  UPON CONSOLE
               MOVE 'APX901S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO MONTH-END EXCHANGE RATES - NOT REVALUED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-REVALUATION-RATES
           PERFORM LOAD-GL-MAPPING

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'revalue'
                  UPON CONSOLE
               MOVE 'APX902S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO PROVIDER MASTER - NOT REVALUED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-FILE
           IF NOT BALANCE-FILE-OK
               CLOSE PROVIDER-MASTER-IN
               DISPLAY 'NO BALANCE FILE PRESENT - NOTHING TO '
                       'REVALUE'
                  UPON CONSOLE
               MOVE 'APX903S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO BALANCE FILE - NOT REVALUED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Revaluing foreign-currency balances at '
                   BUSINESS-DATE '...'
              UPON CONSOLE

      *    Merge the balances against the master for their client
      *    codes, valuing each foreign balance both ways
           MOVE 'N' TO WS-BALANCE-EOF-FLAG
           PERFORM READ-BALANCE-RECORD
           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM REVALUE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           MOVE SPACES TO CURRENT-CLIENT-CODE
           PERFORM UNTIL BALANCE-FILE-AT-EOF
               PERFORM TAKE-UNMATCHED-BALANCE
           END-PERFORM
           CLOSE BALANCE-FILE
           CLOSE PROVIDER-MASTER-IN

      *    A currency with no month-end rate leaves part of the book
      *    unvalued: nothing is reported, journalled or registered
           IF MISSING-ENTRY-COUNT > 0
               PERFORM RAISE-MISSING-RATES
               DISPLAY '*** REVALUATION STOPPED - NO REPORT OR '
                       'JOURNAL WRITTEN'
                  UPON CONSOLE
               MOVE 'APX002I' TO RUN-LOG-MESSAGE-ID
               MOVE 'I' TO RUN-LOG-SEVERITY
               MOVE 'RUN ENDED' TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REVALUATION-REPORT
           PERFORM WRITE-REVALUATION-JOURNAL
           PERFORM REWRITE-REVALUATION-RATES

           MOVE REVALUATION-TOTAL TO REVALUATION-AMOUNT-EDIT
           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Balances read:            ' BALANCES-READ
              UPON CONSOLE
           DISPLAY 'Foreign balances valued:  ' FOREIGN-BALANCES
              UPON CONSOLE
           DISPLAY 'Balances for unknown custs: ' UNMATCHED-BALANCES
              UPON CONSOLE
           DISPLAY 'Unreadable balances:      ' UNREADABLE-BALANCES
              UPON CONSOLE
           DISPLAY 'Journal lines written:    ' JOURNAL-LINES-WRITTEN
              UPON CONSOLE
           DISPLAY 'Unmapped buckets:         ' UNMAPPED-BUCKETS
              UPON CONSOLE
           DISPLAY 'Unrealized gain or loss:  '
                   REVALUATION-AMOUNT-EDIT ' ' LEDGER-CURRENCY-CODE
              UPON CONSOLE

           MOVE 'APX002I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING 'RUN ENDED - UNREALIZED ' DELIMITED BY SIZE
                  REVALUATION-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LEDGER-CURRENCY-CODE DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE
           CLOSE RUN-LOG-FILE

           IF UNMAPPED-BUCKETS > 0 OR UNMATCHED-BALANCES > 0
              OR UNREADABLE-BALANCES > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The revaluation is dated with the business date when a card
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
      * The month-end rates, one per currency, as the conversion
      * job loads them
       LOAD-EXCHANGE-RATES SECTION.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT EXCHRATE-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL EXCHRATE-AT-EOF
                      OR CURRENCY-ENTRY-COUNT
                         >= MAX-CURRENCY-ENTRIES
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EXCHRATE-EOF-FLAG
                   NOT AT END
                       IF EXR-CURRENCY-CODE NOT = SPACES
                           AND EXR-CURRENCY-CODE
                               NOT = LEDGER-CURRENCY-CODE
                           AND EXR-RATE IS NUMERIC
                           AND EXR-RATE > 0
                           ADD 1 TO CURRENCY-ENTRY-COUNT
                           MOVE CURRENCY-ENTRY-COUNT TO CURRENCY-IX
                           MOVE EXR-CURRENCY-CODE
                             TO CRE-CURRENCY-CODE (CURRENCY-IX)
                           MOVE EXR-RATE TO CRE-RATE (CURRENCY-IX)
                           MOVE EXR-RATE
                             TO CRE-OPENING-RATE (CURRENCY-IX)
                           MOVE 'N' TO CRE-CARRIED-FLAG (CURRENCY-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE

           EXIT.

      * ---
      * Take each currency's opening rate from the register: the
      * rate of its last revaluation, or the rate it was carried at
      * before this month-end's revaluation when this is a rerun.
      * Lines for currencies off the rate file are kept as they are
       LOAD-REVALUATION-RATES SECTION.
           OPEN INPUT REVALUATION-RATE-FILE
           IF NOT FXRVRATE-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL FXRVRATE-AT-EOF
               READ REVALUATION-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-FXRVRATE-EOF-FLAG
                   NOT AT END
                       IF RVR-CURRENCY-CODE NOT = SPACES
                           AND RVR-REVALUATION-DATE IS NUMERIC
                           AND RVR-OPENING-RATE IS NUMERIC
                           AND RVR-CLOSING-RATE IS NUMERIC
                           PERFORM TAKE-REVALUATION-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVALUATION-RATE-FILE

           EXIT.

       TAKE-REVALUATION-RATE SECTION.
           MOVE 0 TO CURRENCY-FOUND-IX
           PERFORM VARYING CURRENCY-IX FROM 1 BY 1
                   UNTIL CURRENCY-IX > CURRENCY-ENTRY-COUNT
                      OR CURRENCY-FOUND-IX > 0
               IF CRE-CURRENCY-CODE (CURRENCY-IX) = RVR-CURRENCY-CODE
                   MOVE CURRENCY-IX TO CURRENCY-FOUND-IX
               END-IF
           END-PERFORM

           IF CURRENCY-FOUND-IX = 0
               IF REGISTER-ENTRY-COUNT < MAX-REGISTER-ENTRIES
                   ADD 1 TO REGISTER-ENTRY-COUNT
                   MOVE REVALUATION-RATE-RECORD
                     TO RGT-LINE (REGISTER-ENTRY-COUNT)
               END-IF
               EXIT SECTION
           END-IF

           IF RVR-REVALUATION-DATE = BUSINESS-DATE
               MOVE RVR-OPENING-RATE
                 TO CRE-OPENING-RATE (CURRENCY-FOUND-IX)
               IF RVR-CARRIED-FLAG = 'N'
                   MOVE 'N' TO CRE-CARRIED-FLAG (CURRENCY-FOUND-IX)
               ELSE
                   MOVE 'Y' TO CRE-CARRIED-FLAG (CURRENCY-FOUND-IX)
               END-IF
           ELSE
               MOVE RVR-CLOSING-RATE
                 TO CRE-OPENING-RATE (CURRENCY-FOUND-IX)
               MOVE 'Y' TO CRE-CARRIED-FLAG (CURRENCY-FOUND-IX)
           END-IF

           EXIT.

       LOAD-GL-MAPPING SECTION.
           OPEN INPUT GL-MAPPING-FILE
           IF NOT GLMAP-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL GLMAP-AT-EOF
                      OR GL-MAP-ENTRY-COUNT >= MAX-GL-MAP-ENTRIES
               READ GL-MAPPING-FILE
                   AT END
                       MOVE 'Y' TO WS-GLMAP-EOF-FLAG
                   NOT AT END
                       IF GLM-SOURCE = 'FXRV'
                           AND GLM-CONTROL-ACCOUNT NOT = SPACES
                           AND GLM-OFFSET-ACCOUNT NOT = SPACES
                           ADD 1 TO GL-MAP-ENTRY-COUNT
                           MOVE GLM-CLIENT-CODE
                             TO GMT-CLIENT-CODE (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-CURRENCY-CODE
                             TO GMT-CURRENCY-CODE (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-CONTROL-ACCOUNT
                             TO GMT-CONTROL-ACCOUNT
                                (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-OFFSET-ACCOUNT
                             TO GMT-OFFSET-ACCOUNT
                                (GL-MAP-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE

           EXIT.

       READ-BALANCE-RECORD SECTION.
           IF NOT BALANCE-FILE-AT-EOF
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF-FLAG
               END-READ
           END-IF

           EXIT.

      * ---
      * Merge one master customer: balances for customers the
      * master skipped past are revalued without a client code, the
      * customer's own under its client code
       REVALUE-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE SPACES TO CURRENT-CLIENT-CODE
           PERFORM UNTIL BALANCE-FILE-AT-EOF
                      OR BAL-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM TAKE-UNMATCHED-BALANCE
           END-PERFORM

           MOVE PMI-CLIENT-CODE TO CURRENT-CLIENT-CODE
           PERFORM UNTIL BALANCE-FILE-AT-EOF
                      OR BAL-CUSTOMER-NUMBER > PMI-CUSTOMER-NUMBER
               PERFORM TAKE-BALANCE
           END-PERFORM

           EXIT.

       TAKE-UNMATCHED-BALANCE SECTION.
           IF BAL-CURRENCY-CODE NOT = SPACES
               AND BAL-CURRENCY-CODE NOT = LEDGER-CURRENCY-CODE
               ADD 1 TO UNMATCHED-BALANCES
               DISPLAY '*** BALANCE FOR CUSTOMER ' BAL-CUSTOMER-NUMBER
                       ' NOT ON THE MASTER - REVALUED WITHOUT CLIENT'
                  UPON CONSOLE
           END-IF
           PERFORM TAKE-BALANCE

           EXIT.

      * ---
      * Value the buffered balance at its carrying and month-end
      * rates into its bucket and read the next. Amounts are the
      * balances' worth in the ledger currency, so a rise is shown
      * as a gain
       TAKE-BALANCE SECTION.
           ADD 1 TO BALANCES-READ
           IF BAL-CURRENCY-CODE = SPACES
               OR BAL-CURRENCY-CODE = LEDGER-CURRENCY-CODE
               ADD 1 TO LEDGER-BALANCES
               PERFORM READ-BALANCE-RECORD
               EXIT SECTION
           END-IF
           IF BAL-AMOUNT IS NOT NUMERIC
               ADD 1 TO UNREADABLE-BALANCES
               DISPLAY '*** UNREADABLE BALANCE FOR CUSTOMER '
                       BAL-CUSTOMER-NUMBER ' - NOT REVALUED'
                  UPON CONSOLE
               PERFORM READ-BALANCE-RECORD
               EXIT SECTION
           END-IF

           MOVE 0 TO CURRENCY-FOUND-IX
           PERFORM VARYING CURRENCY-IX FROM 1 BY 1
                   UNTIL CURRENCY-IX > CURRENCY-ENTRY-COUNT
                      OR CURRENCY-FOUND-IX > 0
               IF CRE-CURRENCY-CODE (CURRENCY-IX) = BAL-CURRENCY-CODE
                   MOVE CURRENCY-IX TO CURRENCY-FOUND-IX
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND-IX = 0
               PERFORM NOTE-MISSING-RATE
               PERFORM READ-BALANCE-RECORD
               EXIT SECTION
           END-IF

           ADD 1 TO FOREIGN-BALANCES
           MOVE BAL-AMOUNT TO CURRENT-BALANCE
           IF BALANCE-IS-NEGATIVE
               COMPUTE CURRENT-BALANCE = 0 - CURRENT-BALANCE
           END-IF
           COMPUTE CURRENT-CARRIED-VALUE ROUNDED =
               CURRENT-BALANCE * CRE-OPENING-RATE (CURRENCY-FOUND-IX)
           COMPUTE CURRENT-REVALUED-VALUE ROUNDED =
               CURRENT-BALANCE * CRE-RATE (CURRENCY-FOUND-IX)

           PERFORM FIND-BUCKET
           IF BUCKET-FOUND-IX > 0
               ADD 1 TO RBT-HOLDERS (BUCKET-FOUND-IX)
               ADD CURRENT-BALANCE TO RBT-EXPOSURE (BUCKET-FOUND-IX)
               ADD CURRENT-CARRIED-VALUE
                 TO RBT-CARRIED-VALUE (BUCKET-FOUND-IX)
               ADD CURRENT-REVALUED-VALUE
                 TO RBT-REVALUED-VALUE (BUCKET-FOUND-IX)
           END-IF
           PERFORM READ-BALANCE-RECORD

           EXIT.

       NOTE-MISSING-RATE SECTION.
           MOVE 0 TO MISSING-FOUND-IX
           PERFORM VARYING MISSING-IX FROM 1 BY 1
                   UNTIL MISSING-IX > MISSING-ENTRY-COUNT
                      OR MISSING-FOUND-IX > 0
               IF MRT-CURRENCY-CODE (MISSING-IX) = BAL-CURRENCY-CODE
                   MOVE MISSING-IX TO MISSING-FOUND-IX
               END-IF
           END-PERFORM
           IF MISSING-FOUND-IX = 0
               IF MISSING-ENTRY-COUNT >= MAX-MISSING-ENTRIES
                   EXIT SECTION
               END-IF
               ADD 1 TO MISSING-ENTRY-COUNT
               MOVE MISSING-ENTRY-COUNT TO MISSING-FOUND-IX
               MOVE BAL-CURRENCY-CODE
                 TO MRT-CURRENCY-CODE (MISSING-FOUND-IX)
               MOVE 0 TO MRT-HOLDERS (MISSING-FOUND-IX)
           END-IF
           ADD 1 TO MRT-HOLDERS (MISSING-FOUND-IX)

           EXIT.

      * ---
      * Find the bucket for the balance's currency and the current
      * client code, opening it in currency and client order when
      * it is new
       FIND-BUCKET SECTION.
           MOVE 0 TO BUCKET-FOUND-IX
           PERFORM VARYING BUCKET-IX FROM 1 BY 1
                   UNTIL BUCKET-IX > BUCKET-ENTRY-COUNT
                      OR BUCKET-FOUND-IX > 0
               IF RBT-CURRENCY-CODE (BUCKET-IX) = BAL-CURRENCY-CODE
                   AND RBT-CLIENT-CODE (BUCKET-IX)
                       = CURRENT-CLIENT-CODE
                   MOVE BUCKET-IX TO BUCKET-FOUND-IX
               END-IF
           END-PERFORM
           IF BUCKET-FOUND-IX > 0
               EXIT SECTION
           END-IF

           IF BUCKET-ENTRY-COUNT >= MAX-BUCKET-ENTRIES
               DISPLAY '*** REVALUATION TABLE FULL AT '
                       MAX-BUCKET-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               CLOSE BALANCE-FILE
               CLOSE PROVIDER-MASTER-IN
               CLOSE RUN-LOG-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *    Make room at the first bucket that sorts after this one
           MOVE 1 TO BUCKET-IX
           PERFORM UNTIL BUCKET-IX > BUCKET-ENTRY-COUNT
                      OR RBT-CURRENCY-CODE (BUCKET-IX)
                         > BAL-CURRENCY-CODE
                      OR (RBT-CURRENCY-CODE (BUCKET-IX)
                          = BAL-CURRENCY-CODE
                          AND RBT-CLIENT-CODE (BUCKET-IX)
                              > CURRENT-CLIENT-CODE)
               ADD 1 TO BUCKET-IX
           END-PERFORM
           PERFORM VARYING BUCKET-SHIFT-IX FROM BUCKET-ENTRY-COUNT
                   BY -1 UNTIL BUCKET-SHIFT-IX < BUCKET-IX
               MOVE BUCKET-ENTRY (BUCKET-SHIFT-IX)
                 TO BUCKET-ENTRY (BUCKET-SHIFT-IX + 1)
           END-PERFORM
           ADD 1 TO BUCKET-ENTRY-COUNT

           MOVE BUCKET-IX TO BUCKET-FOUND-IX
           MOVE BAL-CURRENCY-CODE TO RBT-CURRENCY-CODE (BUCKET-FOUND-IX)
           MOVE CURRENT-CLIENT-CODE
             TO RBT-CLIENT-CODE (BUCKET-FOUND-IX)
           MOVE CURRENCY-FOUND-IX TO RBT-CURRENCY-IX (BUCKET-FOUND-IX)
           MOVE 0 TO RBT-HOLDERS (BUCKET-FOUND-IX)
           MOVE 0 TO RBT-EXPOSURE (BUCKET-FOUND-IX)
           MOVE 0 TO RBT-CARRIED-VALUE (BUCKET-FOUND-IX)
           MOVE 0 TO RBT-REVALUED-VALUE (BUCKET-FOUND-IX)

           EXIT.

      * ---
      * Every currency held without a month-end rate goes to the
      * console and the run log with the number of holders
       RAISE-MISSING-RATES SECTION.
           PERFORM VARYING MISSING-IX FROM 1 BY 1
                   UNTIL MISSING-IX > MISSING-ENTRY-COUNT
               MOVE MRT-HOLDERS (MISSING-IX) TO RDL-HOLDERS
               DISPLAY '*** NO MONTH-END RATE FOR CURRENCY '
                       MRT-CURRENCY-CODE (MISSING-IX)
                       ' - HELD BY ' RDL-HOLDERS ' BALANCES'
                  UPON CONSOLE
               MOVE 'APX101S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING 'NO MONTH-END RATE FOR CURRENCY '
                      DELIMITED BY SIZE
                      MRT-CURRENCY-CODE (MISSING-IX)
                      DELIMITED BY SIZE
                      ' HELD BY ' DELIMITED BY SIZE
                      RDL-HOLDERS DELIMITED BY SIZE
                      ' BALANCES - NOT REVALUED' DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
           END-PERFORM

           EXIT.

      * ---
      * One line per currency and client code with a subtotal line
      * per currency, then the total in the ledger currency
       WRITE-REVALUATION-REPORT SECTION.
           OPEN OUTPUT REVALUATION-REPORT-FILE
           PERFORM WRITE-REVALUATION-HEADING

           MOVE SPACES TO SUBTOTAL-CURRENCY-CODE
           PERFORM VARYING BUCKET-IX FROM 1 BY 1
                   UNTIL BUCKET-IX > BUCKET-ENTRY-COUNT
               IF RBT-CURRENCY-CODE (BUCKET-IX)
                   NOT = SUBTOTAL-CURRENCY-CODE
                   IF SUBTOTAL-CURRENCY-CODE NOT = SPACES
                       PERFORM WRITE-CURRENCY-SUBTOTAL
                   END-IF
                   MOVE RBT-CURRENCY-CODE (BUCKET-IX)
                     TO SUBTOTAL-CURRENCY-CODE
                   MOVE RBT-CURRENCY-IX (BUCKET-IX)
                     TO SUBTOTAL-CURRENCY-IX
                   MOVE 0 TO SUBTOTAL-HOLDERS
                   MOVE 0 TO SUBTOTAL-EXPOSURE
                   MOVE 0 TO SUBTOTAL-CARRIED-VALUE
                   MOVE 0 TO SUBTOTAL-REVALUED-VALUE
               END-IF
               PERFORM REPORT-ONE-BUCKET
           END-PERFORM
           IF SUBTOTAL-CURRENCY-CODE NOT = SPACES
               PERFORM WRITE-CURRENCY-SUBTOTAL
           ELSE
               MOVE 'NO FOREIGN-CURRENCY BALANCES HELD'
                 TO REVALUATION-REPORT-RECORD
               PERFORM WRITE-REVALUATION-LINE
           END-IF

           MOVE SPACES TO REVALUATION-REPORT-RECORD
           PERFORM WRITE-REVALUATION-LINE
           MOVE SPACES TO REVALUATION-TOTAL-LINE
           STRING 'TOTAL IN LEDGER CURRENCY ' DELIMITED BY SIZE
                  LEDGER-CURRENCY-CODE DELIMITED BY SIZE
             INTO RTL-LABEL
           END-STRING
           MOVE CARRIED-VALUE-TOTAL TO RTL-CARRIED-VALUE
           MOVE REVALUED-VALUE-TOTAL TO RTL-REVALUED-VALUE
           MOVE REVALUATION-TOTAL TO RTL-REVALUATION
           MOVE REVALUATION-TOTAL-LINE TO REVALUATION-REPORT-RECORD
           PERFORM WRITE-REVALUATION-LINE

           CLOSE REVALUATION-REPORT-FILE

           EXIT.

       REPORT-ONE-BUCKET SECTION.
           COMPUTE BUCKET-REVALUATION =
               RBT-REVALUED-VALUE (BUCKET-IX)
             - RBT-CARRIED-VALUE (BUCKET-IX)
           ADD RBT-HOLDERS (BUCKET-IX) TO SUBTOTAL-HOLDERS
           ADD RBT-EXPOSURE (BUCKET-IX) TO SUBTOTAL-EXPOSURE
           ADD RBT-CARRIED-VALUE (BUCKET-IX) TO SUBTOTAL-CARRIED-VALUE
           ADD RBT-REVALUED-VALUE (BUCKET-IX)
             TO SUBTOTAL-REVALUED-VALUE
           ADD RBT-CARRIED-VALUE (BUCKET-IX) TO CARRIED-VALUE-TOTAL
           ADD RBT-REVALUED-VALUE (BUCKET-IX) TO REVALUED-VALUE-TOTAL
           ADD BUCKET-REVALUATION TO REVALUATION-TOTAL

           MOVE RBT-CURRENCY-IX (BUCKET-IX) TO CURRENCY-IX
           MOVE SPACES TO RDL-NOTE
           MOVE RBT-CURRENCY-CODE (BUCKET-IX) TO RDL-CURRENCY-CODE
           MOVE RBT-CLIENT-CODE (BUCKET-IX) TO RDL-CLIENT-CODE
           MOVE RBT-HOLDERS (BUCKET-IX) TO RDL-HOLDERS
           MOVE CRE-OPENING-RATE (CURRENCY-IX) TO RDL-OPENING-RATE
           MOVE CRE-RATE (CURRENCY-IX) TO RDL-CLOSING-RATE
           MOVE RBT-EXPOSURE (BUCKET-IX) TO RDL-EXPOSURE
           MOVE RBT-CARRIED-VALUE (BUCKET-IX) TO RDL-CARRIED-VALUE
           MOVE RBT-REVALUED-VALUE (BUCKET-IX) TO RDL-REVALUED-VALUE
           MOVE BUCKET-REVALUATION TO RDL-REVALUATION
           IF RBT-CLIENT-CODE (BUCKET-IX) = SPACES
               MOVE 'NO CLNT' TO RDL-NOTE
           END-IF
           IF CRE-FIRST-REVALUATION (CURRENCY-IX)
               MOVE 'FIRST' TO RDL-NOTE
           END-IF
           MOVE REVALUATION-DETAIL-LINE TO REVALUATION-REPORT-RECORD
           PERFORM WRITE-REVALUATION-LINE

           EXIT.

       WRITE-CURRENCY-SUBTOTAL SECTION.
           MOVE SPACES TO RDL-NOTE
           MOVE SUBTOTAL-CURRENCY-CODE TO RDL-CURRENCY-CODE
           MOVE 'ALL' TO RDL-CLIENT-CODE
           MOVE SUBTOTAL-HOLDERS TO RDL-HOLDERS
           MOVE CRE-OPENING-RATE (SUBTOTAL-CURRENCY-IX)
             TO RDL-OPENING-RATE
           MOVE CRE-RATE (SUBTOTAL-CURRENCY-IX) TO RDL-CLOSING-RATE
           MOVE SUBTOTAL-EXPOSURE TO RDL-EXPOSURE
           MOVE SUBTOTAL-CARRIED-VALUE TO RDL-CARRIED-VALUE
           MOVE SUBTOTAL-REVALUED-VALUE TO RDL-REVALUED-VALUE
           COMPUTE BUCKET-REVALUATION =
               SUBTOTAL-REVALUED-VALUE - SUBTOTAL-CARRIED-VALUE
           MOVE BUCKET-REVALUATION TO RDL-REVALUATION
           MOVE 'CURRENCY' TO RDL-NOTE
           MOVE REVALUATION-DETAIL-LINE TO REVALUATION-REPORT-RECORD
           PERFORM WRITE-REVALUATION-LINE
           MOVE SPACES TO REVALUATION-REPORT-RECORD
           PERFORM WRITE-REVALUATION-LINE

           EXIT.

       WRITE-REVALUATION-HEADING SECTION.
           ADD 1 TO FXRPT-PAGE-NUMBER

           MOVE SPACES TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD

           MOVE SPACES TO REVALUATION-REPORT-RECORD
           STRING 'MONTH-END FOREIGN-CURRENCY REVALUATION '
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - VALUES IN ' DELIMITED BY SIZE
                  LEDGER-CURRENCY-CODE DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  FXRPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO REVALUATION-REPORT-RECORD
           END-STRING
           WRITE REVALUATION-REPORT-RECORD

           MOVE SPACES TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD
           MOVE REVALUATION-COLUMN-HEADING
             TO REVALUATION-REPORT-RECORD
           WRITE REVALUATION-REPORT-RECORD

           MOVE 0 TO FXRPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-REVALUATION-LINE SECTION.
           IF FXRPT-LINE-COUNT >= FXRPT-LINES-PER-PAGE
               MOVE REVALUATION-REPORT-RECORD TO FXRPT-PENDING-LINE
               PERFORM WRITE-REVALUATION-HEADING
               MOVE FXRPT-PENDING-LINE TO REVALUATION-REPORT-RECORD
           END-IF
           WRITE REVALUATION-REPORT-RECORD
           ADD 1 TO FXRPT-LINE-COUNT

           EXIT.

      * ---
      * One debit and one credit line per bucket that moved. A rise
      * in what the customers' balances are worth credits the
      * control account, as money credited to customers does in the
      * journal job, against the revaluation offset account; a fall
      * the reverse. A bucket with no FXRV mapping row is raised on
      * the run log for finance to add the mapping
       WRITE-REVALUATION-JOURNAL SECTION.
           OPEN OUTPUT GL-JOURNAL-FILE

           PERFORM VARYING BUCKET-IX FROM 1 BY 1
                   UNTIL BUCKET-IX > BUCKET-ENTRY-COUNT
               COMPUTE BUCKET-REVALUATION =
                   RBT-REVALUED-VALUE (BUCKET-IX)
                 - RBT-CARRIED-VALUE (BUCKET-IX)
               IF BUCKET-REVALUATION NOT = 0
                   MOVE RBT-CLIENT-CODE (BUCKET-IX)
                     TO WANTED-CLIENT-CODE
                   MOVE RBT-CURRENCY-CODE (BUCKET-IX)
                     TO WANTED-CURRENCY-CODE
                   PERFORM FIND-GL-MAPPING
                   IF GL-MAP-FOUND-IX = 0
                       PERFORM RAISE-UNMAPPED-BUCKET
                   ELSE
                       PERFORM WRITE-JOURNAL-PAIR
                   END-IF
               END-IF
           END-PERFORM

           CLOSE GL-JOURNAL-FILE

           EXIT.

      * ---
      * Pick the most specific FXRV mapping row: an exact client
      * code outranks an exact currency, and either outranks a
      * blank wildcard
       FIND-GL-MAPPING SECTION.
           MOVE 0 TO GL-MAP-FOUND-IX
           MOVE -1 TO GL-MAP-BEST-SCORE
           PERFORM VARYING GL-MAP-IX FROM 1 BY 1
                   UNTIL GL-MAP-IX > GL-MAP-ENTRY-COUNT
               IF (GMT-CLIENT-CODE (GL-MAP-IX) = SPACES
                   OR GMT-CLIENT-CODE (GL-MAP-IX)
                      = WANTED-CLIENT-CODE)
                  AND (GMT-CURRENCY-CODE (GL-MAP-IX) = SPACES
                       OR GMT-CURRENCY-CODE (GL-MAP-IX)
                          = WANTED-CURRENCY-CODE)
                   MOVE 0 TO GL-MAP-MATCH-SCORE
                   IF GMT-CLIENT-CODE (GL-MAP-IX) NOT = SPACES
                       ADD 2 TO GL-MAP-MATCH-SCORE
                   END-IF
                   IF GMT-CURRENCY-CODE (GL-MAP-IX) NOT = SPACES
                       ADD 1 TO GL-MAP-MATCH-SCORE
                   END-IF
                   IF GL-MAP-MATCH-SCORE > GL-MAP-BEST-SCORE
                       MOVE GL-MAP-MATCH-SCORE TO GL-MAP-BEST-SCORE
                       MOVE GL-MAP-IX TO GL-MAP-FOUND-IX
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

       WRITE-JOURNAL-PAIR SECTION.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE BUSINESS-DATE TO GLJ-JOURNAL-DATE
           MOVE RBT-CLIENT-CODE (BUCKET-IX) TO GLJ-CLIENT-CODE
           MOVE RBT-CURRENCY-CODE (BUCKET-IX) TO GLJ-CURRENCY-CODE
           MOVE 'FXRV' TO GLJ-SOURCE
           MOVE RBT-HOLDERS (BUCKET-IX) TO GLJ-ITEM-COUNT
           IF BUCKET-REVALUATION < 0
               COMPUTE GLJ-AMOUNT = 0 - BUCKET-REVALUATION
           ELSE
               MOVE BUCKET-REVALUATION TO GLJ-AMOUNT
           END-IF

           MOVE GMT-OFFSET-ACCOUNT (GL-MAP-FOUND-IX) TO GLJ-GL-ACCOUNT
           IF BUCKET-REVALUATION > 0
               MOVE 'D' TO GLJ-DEBIT-CREDIT
           ELSE
               MOVE 'C' TO GLJ-DEBIT-CREDIT
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINES-WRITTEN

           MOVE GMT-CONTROL-ACCOUNT (GL-MAP-FOUND-IX)
             TO GLJ-GL-ACCOUNT
           IF BUCKET-REVALUATION > 0
               MOVE 'C' TO GLJ-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO GLJ-DEBIT-CREDIT
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINES-WRITTEN

           EXIT.

       RAISE-UNMAPPED-BUCKET SECTION.
           ADD 1 TO UNMAPPED-BUCKETS
           MOVE BUCKET-REVALUATION TO REVALUATION-AMOUNT-EDIT
           DISPLAY '*** NO FXRV GL MAPPING FOR CLIENT '
                   RBT-CLIENT-CODE (BUCKET-IX)
                   ' CURRENCY ' RBT-CURRENCY-CODE (BUCKET-IX)
                   ' - ' REVALUATION-AMOUNT-EDIT ' NOT JOURNALLED'
              UPON CONSOLE
           MOVE 'APX102E' TO RUN-LOG-MESSAGE-ID
           MOVE 'E' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING 'NO GL MAPPING CLIENT ' DELIMITED BY SIZE
                  RBT-CLIENT-CODE (BUCKET-IX) DELIMITED BY SIZE
                  ' CUR ' DELIMITED BY SIZE
                  RBT-CURRENCY-CODE (BUCKET-IX) DELIMITED BY SIZE
                  ' SRC FXRV AMT ' DELIMITED BY SIZE
                  REVALUATION-AMOUNT-EDIT DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE

           EXIT.

      * ---
      * Every currency on the month-end rate file is now carried at
      * its closing rate, held this month or not, so a balance that
      * appears next month is carried from this month-end
       REWRITE-REVALUATION-RATES SECTION.
           OPEN OUTPUT REVALUATION-RATE-NEW
           PERFORM VARYING CURRENCY-IX FROM 1 BY 1
                   UNTIL CURRENCY-IX > CURRENCY-ENTRY-COUNT
               MOVE SPACES TO REVALUATION-RATE-RECORD
               MOVE CRE-CURRENCY-CODE (CURRENCY-IX)
                 TO RVR-CURRENCY-CODE
               MOVE BUSINESS-DATE TO RVR-REVALUATION-DATE
               MOVE CRE-OPENING-RATE (CURRENCY-IX) TO RVR-OPENING-RATE
               MOVE CRE-RATE (CURRENCY-IX) TO RVR-CLOSING-RATE
               MOVE CRE-CARRIED-FLAG (CURRENCY-IX) TO RVR-CARRIED-FLAG
               MOVE REVALUATION-RATE-RECORD
                 TO REVALUATION-RATE-NEW-RECORD
               WRITE REVALUATION-RATE-NEW-RECORD
           END-PERFORM
           PERFORM VARYING REGISTER-IX FROM 1 BY 1
                   UNTIL REGISTER-IX > REGISTER-ENTRY-COUNT
               MOVE RGT-LINE (REGISTER-IX)
                 TO REVALUATION-RATE-NEW-RECORD
               WRITE REVALUATION-RATE-NEW-RECORD
           END-PERFORM
           CLOSE REVALUATION-RATE-NEW

           CALL 'CBL_DELETE_FILE' USING WS-FXRVRATE-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-FXRVRATE-NEW-NAME
                WS-FXRVRATE-NAME
              RETURNING RENAME-STATUS

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT
       WRITE-RUN-LOG-MESSAGE SECTION.
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APIFXRV' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD

           EXIT.
