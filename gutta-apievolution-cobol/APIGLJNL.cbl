123456*General-ledger journal and balance-to-GL reconciliation: the
      *cycle's balance movements - each customer's published balance
      *against the balance the newest archived generation holding
      *the customer kept, since the feed delivers replacement
      *balances - and interest postings
      *are summed per client code, currency and posting source into
      *balanced journal lines on the GL accounts the mapping table
      *names, in the journal-upload file. A second pass reads the
      *GL trial-balance extract and ties the customer-balance
      *control account of every client and currency to the
      *master's total; each break is printed with its amount and
      *raised on the run log for the scheduler

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIGLJNL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    The cycle's balance feed, sorted by customer number; its
      *    balances replace the master's, so it is read only for the
      *    account currency and to find customers not on the master
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
      *    The generations the publishes archived, holding each
      *    customer's balance before it was replaced, and the
      *    publish control naming the newest generation to take
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Work file built from the history each run: one entry per
      *    customer, the balance from the newest generation holding
      *    it, read by customer as the master streams past
           SELECT PRIOR-BALANCE-FILE ASSIGN TO WS-PRIORBAL-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRB-CUSTOMER-NUMBER
               FILE STATUS IS WS-PRIORBAL-STATUS.
      *    Capitalized interest written by APIINTR, same layout
           SELECT INTEREST-POSTING-FILE ASSIGN TO WS-INTPOST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INTPOST-STATUS.
      *    Business date the journal is dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    GL mapping table: the accounts each client code, currency
      *    and posting source book to
           SELECT GL-MAPPING-FILE ASSIGN TO WS-GLMAP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
      *    GL trial-balance extract delivered by finance
           SELECT GL-TRIAL-BALANCE-FILE ASSIGN TO WS-GLTRIAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLTRIAL-STATUS.
      *    Journal-upload file for the ledger
           SELECT GL-JOURNAL-FILE ASSIGN TO WS-GLJOURNAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLJOURNAL-STATUS.
      *    Paginated reconciliation report
           SELECT GL-RECON-REPORT-FILE ASSIGN TO WS-GLRECON-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GLRECON-STATUS.
      *    Shared message-numbered run log, appended to by every
      *    program in the suite so automation can trap a condition
      *    by its stable message id
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

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-CUSTOMER-NUMBER PIC 9(09).
           05 BAL-AMOUNT-SIGN PIC X(01).
             88 BALANCE-IS-NEGATIVE VALUE '-'.
           05 BAL-AMOUNT PIC 9(07)V99.
           05 BAL-CURRENCY-CODE PIC X(03).

      *    Only the customer number and balance of the archived
      *    image matter here
       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE.
             10 FILLER PIC X(96).
             10 HIS-CUSTOMER-NUMBER PIC 9(09).
             10 HIS-ACCOUNT-BALANCE PIC S9(7)V99
                SIGN LEADING SEPARATE.
             10 FILLER PIC X(137).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD PRIOR-BALANCE-FILE.
       01 PRIOR-BALANCE-RECORD.
           05 PRB-CUSTOMER-NUMBER PIC 9(09).
           05 PRB-RUN-ID PIC 9(09).
           05 PRB-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.

       FD INTEREST-POSTING-FILE.
       01 INTEREST-POSTING-RECORD.
           05 IPO-CUSTOMER-NUMBER PIC 9(09).
           05 IPO-AMOUNT-SIGN PIC X(01).
             88 POSTING-IS-NEGATIVE VALUE '-'.
           05 IPO-AMOUNT PIC 9(07)V99.
           05 IPO-CURRENCY-CODE PIC X(03).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    Blank client code or currency matches any; the most
      *    specific row wins. Source MOVE books the balance
      *    movements, INTR the capitalized interest; the MOVE row's
      *    control account is the one the trial balance is tied on.
      *    A net credit to customers credits the control account and
      *    debits the offset account, a net debit the reverse
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

      *    One closing balance per GL account, client code and
      *    account currency, stated in the ledger currency the
      *    master balances are kept in; C is a credit balance
       FD GL-TRIAL-BALANCE-FILE.
       01 GL-TRIAL-BALANCE-RECORD.
           05 GTB-GL-ACCOUNT PIC X(10).
           05 FILLER PIC X(01).
           05 GTB-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 GTB-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 GTB-BALANCE-SIGN PIC X(01).
             88 GTB-IS-DEBIT VALUE 'D'.
           05 GTB-BALANCE PIC 9(11)V99.

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

       FD GL-RECON-REPORT-FILE.
       01 GL-RECON-REPORT-RECORD PIC X(100).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       WORKING-STORAGE SECTION.
       01 GL-JOURNAL-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-BALANCE-FILE-NAME PIC X(30) VALUE 'BALANCES.DAT'.
           05 WS-BALANCE-FILE-STATUS PIC X(02).
             88 BALANCE-FILE-OK VALUE '00'.
             88 BALANCE-FILE-EOF VALUE '10'.
           05 WS-BALANCE-EOF-FLAG PIC X(01) VALUE 'Y'.
             88 BALANCE-FILE-AT-EOF VALUE 'Y'.
           05 WS-INTPOST-NAME PIC X(30) VALUE 'INTPOST.DAT'.
           05 WS-INTPOST-STATUS PIC X(02).
             88 INTPOST-OK VALUE '00'.
             88 INTPOST-EOF VALUE '10'.
           05 WS-INTPOST-EOF-FLAG PIC X(01) VALUE 'Y'.
             88 INTPOST-AT-EOF VALUE 'Y'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-PROVHIST-EOF-FLAG PIC X(01) VALUE 'Y'.
             88 PROVHIST-AT-EOF VALUE 'Y'.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 WS-PRIORBAL-NAME PIC X(30) VALUE 'GLPRIOR.IDX'.
           05 WS-PRIORBAL-STATUS PIC X(02).
             88 PRIORBAL-OK VALUE '00'.
           05 PRIOR-BALANCE-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 PRIOR-BALANCES-OPEN VALUE 'Y'.
           05 PRIOR-BALANCE-FAILED-FLAG PIC X(01) VALUE 'N'.
             88 PRIOR-BALANCES-FAILED VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-GLMAP-NAME PIC X(30) VALUE 'GLMAP.DAT'.
           05 WS-GLMAP-STATUS PIC X(02).
             88 GLMAP-OK VALUE '00'.
           05 WS-GLMAP-EOF-FLAG PIC X VALUE 'N'.
             88 GLMAP-AT-EOF VALUE 'Y'.
           05 WS-GLTRIAL-NAME PIC X(30) VALUE 'GLTRIAL.DAT'.
           05 WS-GLTRIAL-STATUS PIC X(02).
             88 GLTRIAL-OK VALUE '00'.
           05 WS-GLTRIAL-EOF-FLAG PIC X VALUE 'N'.
             88 GLTRIAL-AT-EOF VALUE 'Y'.
           05 WS-GLJOURNAL-NAME PIC X(30) VALUE 'GLJOURNL.DAT'.
           05 WS-GLJOURNAL-STATUS PIC X(02).
           05 WS-GLRECON-NAME PIC X(30) VALUE 'GLRECON.DAT'.
           05 WS-GLRECON-STATUS PIC X(02).

           05 LEDGER-CURRENCY-CODE PIC X(03) VALUE 'EUR'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 MOVEMENTS-READ PIC S9(9) BINARY VALUE 0.
           05 POSTINGS-READ PIC S9(9) BINARY VALUE 0.
           05 BALANCE-CHANGES PIC S9(9) BINARY VALUE 0.
           05 PRIOR-GENERATION-RUN-ID PIC 9(09) VALUE 0.
           05 PRIOR-BALANCES-TAKEN PIC S9(9) BINARY VALUE 0.
           05 UNMATCHED-ITEMS PIC S9(9) BINARY VALUE 0.
           05 JOURNAL-LINES-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 UNMAPPED-SUMMARIES PIC S9(9) BINARY VALUE 0.
           05 TRIAL-BALANCE-ROWS PIC S9(9) BINARY VALUE 0.
           05 RECON-BREAKS PIC S9(9) BINARY VALUE 0.
           05 JOURNAL-DEBIT-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 JOURNAL-CREDIT-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 BREAK-AMOUNT-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.

      *    The customer being merged and the posting in hand
       01 CURRENT-CUSTOMER-FIELDS.
           05 CURRENT-CLIENT-CODE PIC X(04).
           05 CURRENT-CURRENCY-CODE PIC X(03).
           05 ITEM-SOURCE PIC X(04).
           05 ITEM-CURRENCY-CODE PIC X(03).
           05 ITEM-AMOUNT PIC S9(9)V99 COMP-3.
           05 PRIOR-BALANCE PIC S9(9)V99 COMP-3.
           05 CUSTOMER-INTEREST PIC S9(9)V99 COMP-3.

      *    GL mapping table held in memory
       01 GL-MAP-TABLE-CONTROLS.
           05 MAX-GL-MAP-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 GL-MAP-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 GL-MAP-IX PIC S9(4) BINARY.
           05 GL-MAP-FOUND-IX PIC S9(4) BINARY.
           05 GL-MAP-MATCH-SCORE PIC S9(4) BINARY.
           05 GL-MAP-BEST-SCORE PIC S9(4) BINARY.
           05 WANTED-CLIENT-CODE PIC X(04).
           05 WANTED-CURRENCY-CODE PIC X(03).
           05 WANTED-SOURCE PIC X(04).
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 200.
             10 GMT-CLIENT-CODE PIC X(04).
             10 GMT-CURRENCY-CODE PIC X(03).
             10 GMT-SOURCE PIC X(04).
             10 GMT-CONTROL-ACCOUNT PIC X(10).
             10 GMT-OFFSET-ACCOUNT PIC X(10).

      *    Journal summary: one bucket per client code, currency and
      *    posting source, netted over the cycle
       01 JOURNAL-TABLE-CONTROLS.
           05 MAX-JOURNAL-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 JOURNAL-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 JOURNAL-IX PIC S9(4) BINARY.
           05 JOURNAL-FOUND-IX PIC S9(4) BINARY.
           05 JOURNAL-FULL-FLAG PIC X(01) VALUE 'N'.
             88 JOURNAL-TABLE-FULL VALUE 'Y'.
       01 JOURNAL-TABLE.
           05 JOURNAL-ENTRY OCCURS 500.
             10 JNT-CLIENT-CODE PIC X(04).
             10 JNT-CURRENCY-CODE PIC X(03).
             10 JNT-SOURCE PIC X(04).
             10 JNT-NET-AMOUNT PIC S9(11)V99 COMP-3.
             10 JNT-ITEM-COUNT PIC S9(9) BINARY.

      *    Reconciliation buckets: the master's total and the GL
      *    control account's balance per client code and currency
       01 RECON-TABLE-CONTROLS.
           05 MAX-RECON-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 RECON-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RECON-IX PIC S9(4) BINARY.
           05 RECON-FOUND-IX PIC S9(4) BINARY.
           05 RECON-FULL-FLAG PIC X(01) VALUE 'N'.
             88 RECON-TABLE-FULL VALUE 'Y'.
       01 RECON-TABLE.
           05 RECON-ENTRY OCCURS 500.
             10 RCT-CLIENT-CODE PIC X(04).
             10 RCT-CURRENCY-CODE PIC X(03).
             10 RCT-GL-ACCOUNT PIC X(10).
             10 RCT-MASTER-TOTAL PIC S9(11)V99 COMP-3.
             10 RCT-GL-TOTAL PIC S9(11)V99 COMP-3.
             10 RCT-GL-SEEN-FLAG PIC X(01).
               88 RCT-GL-SEEN VALUE 'Y'.

      *    Report pagination
       01 GL-RECON-REPORT-CONTROLS.
           05 RECON-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RECON-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RECON-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 RECON-RPT-PENDING-LINE PIC X(100).
           05 RECON-DIFFERENCE PIC S9(11)V99 COMP-3.

       01 RECON-DETAIL-LINE.
           05 RDL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-GL-ACCOUNT PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-MASTER-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-GL-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-DIFFERENCE PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RDL-NOTE PIC X(12).

       01 RECON-TOTAL-LINE.
           05 FILLER PIC X(11) VALUE 'BREAKS:    '.
           05 RTL-BREAK-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(14) VALUE SPACES.
           05 FILLER PIC X(17) VALUE 'TOTAL DIFFERENCE:'.
           05 FILLER PIC X(13) VALUE SPACES.
           05 RTL-BREAK-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 BREAK-AMOUNT-EDIT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

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
           MOVE 'APG001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE 'RUN STARTED' TO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG-MESSAGE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-GL-MAPPING
           IF GL-MAP-ENTRY-COUNT = 0
               DISPLAY 'NO GL MAPPING PRESENT - NOTHING TO JOURNAL'
                  UPON CONSOLE
               MOVE 'APG901S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO GL MAPPING TABLE - JOURNAL NOT PRODUCED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'reconcile'
                  UPON CONSOLE
               MOVE 'APG902S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO PROVIDER MASTER - JOURNAL NOT PRODUCED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Journalling the cycle for business date '
                   BUSINESS-DATE '...'
              UPON CONSOLE

      *    First pass: merge the feed and the interest postings
      *    against the master, each customer's prior balance read
      *    from the work file, summing the journal buckets and the
      *    master's totals together
           PERFORM FIND-PRIOR-GENERATION
           PERFORM LOAD-PRIOR-BALANCES
           IF PRIOR-BALANCES-FAILED
               CLOSE PROVIDER-MASTER-IN
               CLOSE RUN-LOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-BALANCE-FILE
           PERFORM OPEN-INTPOST-FILE
           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM SUMMARIZE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           MOVE SPACES TO CURRENT-CLIENT-CODE
           MOVE SPACES TO CURRENT-CURRENCY-CODE
           PERFORM UNTIL BALANCE-FILE-AT-EOF
               PERFORM TAKE-UNMATCHED-MOVEMENT
           END-PERFORM
           PERFORM UNTIL INTPOST-AT-EOF
               PERFORM TAKE-UNMATCHED-POSTING
           END-PERFORM
           PERFORM CLOSE-INTPOST-FILE
           PERFORM CLOSE-PRIOR-BALANCES
           PERFORM CLOSE-BALANCE-FILE
           CLOSE PROVIDER-MASTER-IN

           PERFORM WRITE-JOURNAL-FILE

      *    Second pass: tie the trial balance to the master
           PERFORM LOAD-TRIAL-BALANCE
           PERFORM WRITE-RECON-REPORT

           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Balance records read:     ' MOVEMENTS-READ
              UPON CONSOLE
           DISPLAY 'Prior balances taken:     ' PRIOR-BALANCES-TAKEN
              UPON CONSOLE
           DISPLAY 'Balance changes:          ' BALANCE-CHANGES
              UPON CONSOLE
           DISPLAY 'Interest postings read:   ' POSTINGS-READ
              UPON CONSOLE
           DISPLAY 'Items for unknown custs:  ' UNMATCHED-ITEMS
              UPON CONSOLE
           DISPLAY 'Journal lines written:    ' JOURNAL-LINES-WRITTEN
              UPON CONSOLE
           DISPLAY 'Unmapped summaries:       ' UNMAPPED-SUMMARIES
              UPON CONSOLE
           DISPLAY 'Trial-balance rows:       ' TRIAL-BALANCE-ROWS
              UPON CONSOLE
           DISPLAY 'Reconciliation breaks:    ' RECON-BREAKS
              UPON CONSOLE

           MOVE 'APG002I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE 'RUN ENDED' TO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG-MESSAGE
           CLOSE RUN-LOG-FILE

           IF RECON-BREAKS > 0 OR UNMAPPED-SUMMARIES > 0
              OR UNMATCHED-ITEMS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The journal is dated with the business date when a card
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
                       IF (GLM-SOURCE = 'MOVE' OR 'INTR')
                          AND GLM-CONTROL-ACCOUNT NOT = SPACES
                          AND GLM-OFFSET-ACCOUNT NOT = SPACES
                           ADD 1 TO GL-MAP-ENTRY-COUNT
                           MOVE GLM-CLIENT-CODE
                             TO GMT-CLIENT-CODE (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-CURRENCY-CODE
                             TO GMT-CURRENCY-CODE (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-SOURCE
                             TO GMT-SOURCE (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-CONTROL-ACCOUNT
                             TO GMT-CONTROL-ACCOUNT
                                (GL-MAP-ENTRY-COUNT)
                           MOVE GLM-OFFSET-ACCOUNT
                             TO GMT-OFFSET-ACCOUNT
                                (GL-MAP-ENTRY-COUNT)
                       ELSE
                           DISPLAY '*** UNUSABLE GL MAPPING FOR '
                                   'CLIENT ' GLM-CLIENT-CODE
                                   ' SOURCE ' GLM-SOURCE
                                   ' - IGNORED'
                              UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAPPING-FILE

           EXIT.

       OPEN-BALANCE-FILE SECTION.
           MOVE 'Y' TO WS-BALANCE-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF BALANCE-FILE-OK
               MOVE 'N' TO WS-BALANCE-EOF-FLAG
               PERFORM READ-BALANCE-RECORD
           END-IF

           EXIT.

       CLOSE-BALANCE-FILE SECTION.
           IF BALANCE-FILE-OK OR BALANCE-FILE-EOF
               CLOSE BALANCE-FILE
           END-IF

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
      * The newest generation to take balances from: the run the
      * publish control names, or with no control the newest
      * generation in the history, as the change-event feed takes
      * it. With no history every balance is new to the ledger
       FIND-PRIOR-GENERATION SECTION.
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PBC-RUN-ID IS NUMERIC
                           MOVE PBC-RUN-ID TO PRIOR-GENERATION-RUN-ID
                       END-IF
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF
           IF PRIOR-GENERATION-RUN-ID > 0
               EXIT SECTION
           END-IF

           MOVE 'N' TO WS-PROVHIST-EOF-FLAG
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               DISPLAY 'NO PROVIDER HISTORY PRESENT - EVERY BALANCE '
                       'IS JOURNALLED IN FULL'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM UNTIL PROVHIST-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PROVHIST-EOF-FLAG
                   NOT AT END
                       IF HIS-RUN-ID IS NUMERIC
                           AND HIS-RUN-ID > PRIOR-GENERATION-RUN-ID
                           MOVE HIS-RUN-ID TO PRIOR-GENERATION-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

      * ---
      * Each customer's prior balance into the work file. The
      * maker-checker, mover and rename publishes archive only the
      * customers they changed, so the generation the control names
      * may hold only some customers; every other customer's prior
      * balance is the one the newest earlier generation holding it
      * kept. Generations later than the control's run are passed
      * over, and a customer a generation holds twice keeps its
      * last image
       LOAD-PRIOR-BALANCES SECTION.
           IF PRIOR-GENERATION-RUN-ID = 0
               EXIT SECTION
           END-IF

           OPEN OUTPUT PRIOR-BALANCE-FILE
           IF PRIORBAL-OK
               CLOSE PRIOR-BALANCE-FILE
               OPEN I-O PRIOR-BALANCE-FILE
           END-IF
           IF NOT PRIORBAL-OK
               DISPLAY '*** PRIOR BALANCE WORK FILE '
                       WS-PRIORBAL-NAME ' NOT AVAILABLE, STATUS '
                       WS-PRIORBAL-STATUS
                  UPON CONSOLE
               MOVE 'APG903S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'PRIOR BALANCE WORK FILE FAILED - NO JOURNAL'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PRIOR-BALANCE-FAILED-FLAG
               EXIT SECTION
           END-IF
           MOVE 'Y' TO PRIOR-BALANCE-OPEN-FLAG

           MOVE 'N' TO WS-PROVHIST-EOF-FLAG
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL PROVHIST-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PROVHIST-EOF-FLAG
                   NOT AT END
                       IF HIS-RUN-ID IS NUMERIC
                           AND HIS-RUN-ID NOT > PRIOR-GENERATION-RUN-ID
                           AND HIS-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM TAKE-ARCHIVED-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

       TAKE-ARCHIVED-BALANCE SECTION.
           MOVE HIS-CUSTOMER-NUMBER TO PRB-CUSTOMER-NUMBER
           READ PRIOR-BALANCE-FILE
               INVALID KEY
                   MOVE HIS-RUN-ID TO PRB-RUN-ID
                   MOVE 0 TO PRB-ACCOUNT-BALANCE
                   IF HIS-ACCOUNT-BALANCE IS NUMERIC
                       MOVE HIS-ACCOUNT-BALANCE TO PRB-ACCOUNT-BALANCE
                   END-IF
                   WRITE PRIOR-BALANCE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF HIS-RUN-ID NOT < PRB-RUN-ID
                       MOVE HIS-RUN-ID TO PRB-RUN-ID
                       MOVE 0 TO PRB-ACCOUNT-BALANCE
                       IF HIS-ACCOUNT-BALANCE IS NUMERIC
                           MOVE HIS-ACCOUNT-BALANCE
                             TO PRB-ACCOUNT-BALANCE
                       END-IF
                       REWRITE PRIOR-BALANCE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ

           EXIT.

       CLOSE-PRIOR-BALANCES SECTION.
           IF PRIOR-BALANCES-OPEN
               CLOSE PRIOR-BALANCE-FILE
               MOVE 'N' TO PRIOR-BALANCE-OPEN-FLAG
           END-IF

           EXIT.

       OPEN-INTPOST-FILE SECTION.
           MOVE 'Y' TO WS-INTPOST-EOF-FLAG
           OPEN INPUT INTEREST-POSTING-FILE
           IF INTPOST-OK
               MOVE 'N' TO WS-INTPOST-EOF-FLAG
               PERFORM READ-INTPOST-RECORD
           END-IF

           EXIT.

       CLOSE-INTPOST-FILE SECTION.
           IF INTPOST-OK OR INTPOST-EOF
               CLOSE INTEREST-POSTING-FILE
           END-IF

           EXIT.

       READ-INTPOST-RECORD SECTION.
           IF NOT INTPOST-AT-EOF
               READ INTEREST-POSTING-FILE
                   AT END
                       MOVE 'Y' TO WS-INTPOST-EOF-FLAG
               END-READ
           END-IF

           EXIT.

      * ---
      * Merge one master customer: feed balances for customers the
      * master skipped past never reached it and are only reported,
      * interest for them is journalled without a client code. The
      * customer's interest is journalled under its client code;
      * its balance movement is the published balance less its
      * prior balance from the history and less the interest
      * the conversion added to it, journalled in the account
      * currency (the currency its feed line carries, the ledger
      * currency without one). Its balance is added to the master's
      * total for that client code and currency
       SUMMARIZE-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE SPACES TO CURRENT-CLIENT-CODE
           MOVE SPACES TO CURRENT-CURRENCY-CODE
           PERFORM UNTIL BALANCE-FILE-AT-EOF
                      OR BAL-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM TAKE-UNMATCHED-MOVEMENT
           END-PERFORM
           PERFORM UNTIL INTPOST-AT-EOF
                      OR IPO-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM TAKE-UNMATCHED-POSTING
           END-PERFORM

           MOVE PMI-CLIENT-CODE TO CURRENT-CLIENT-CODE
           PERFORM UNTIL BALANCE-FILE-AT-EOF
                      OR BAL-CUSTOMER-NUMBER > PMI-CUSTOMER-NUMBER
               IF CURRENT-CURRENCY-CODE = SPACES
                   MOVE BAL-CURRENCY-CODE TO CURRENT-CURRENCY-CODE
               END-IF
               PERFORM TAKE-MOVEMENT
           END-PERFORM
           MOVE 0 TO CUSTOMER-INTEREST
           PERFORM UNTIL INTPOST-AT-EOF
                      OR IPO-CUSTOMER-NUMBER > PMI-CUSTOMER-NUMBER
               PERFORM TAKE-POSTING
           END-PERFORM

           MOVE 0 TO PRIOR-BALANCE
           IF PRIOR-BALANCES-OPEN
               MOVE PMI-CUSTOMER-NUMBER TO PRB-CUSTOMER-NUMBER
               READ PRIOR-BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRB-ACCOUNT-BALANCE TO PRIOR-BALANCE
                       ADD 1 TO PRIOR-BALANCES-TAKEN
               END-READ
           END-IF

           IF CURRENT-CURRENCY-CODE = SPACES
               MOVE LEDGER-CURRENCY-CODE TO CURRENT-CURRENCY-CODE
           END-IF
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               COMPUTE ITEM-AMOUNT = PMI-ACCOUNT-BALANCE
                   - PRIOR-BALANCE - CUSTOMER-INTEREST
               IF ITEM-AMOUNT NOT = 0
                   ADD 1 TO BALANCE-CHANGES
                   MOVE 'MOVE' TO ITEM-SOURCE
                   MOVE CURRENT-CURRENCY-CODE TO ITEM-CURRENCY-CODE
                   PERFORM ADD-TO-JOURNAL-BUCKET
               END-IF
               PERFORM FIND-RECON-ENTRY
               IF RECON-FOUND-IX > 0
                   ADD PMI-ACCOUNT-BALANCE
                     TO RCT-MASTER-TOTAL (RECON-FOUND-IX)
               END-IF
           END-IF

           EXIT.

       TAKE-UNMATCHED-MOVEMENT SECTION.
           ADD 1 TO UNMATCHED-ITEMS
           DISPLAY '*** BALANCE FOR CUSTOMER ' BAL-CUSTOMER-NUMBER
                   ' NOT ON THE MASTER - NOTHING TO JOURNAL'
              UPON CONSOLE
           PERFORM TAKE-MOVEMENT

           EXIT.

       TAKE-UNMATCHED-POSTING SECTION.
           ADD 1 TO UNMATCHED-ITEMS
           DISPLAY '*** INTEREST FOR CUSTOMER ' IPO-CUSTOMER-NUMBER
                   ' NOT ON THE MASTER - JOURNALLED WITHOUT CLIENT'
              UPON CONSOLE
           PERFORM TAKE-POSTING

           EXIT.

      * ---
      * Count the buffered feed balance and read the next; the
      * movement it causes is taken from the master
       TAKE-MOVEMENT SECTION.
           IF BAL-AMOUNT IS NUMERIC
               ADD 1 TO MOVEMENTS-READ
           END-IF
           PERFORM READ-BALANCE-RECORD

           EXIT.

       TAKE-POSTING SECTION.
           IF IPO-AMOUNT IS NUMERIC
               ADD 1 TO POSTINGS-READ
               MOVE 'INTR' TO ITEM-SOURCE
               MOVE IPO-CURRENCY-CODE TO ITEM-CURRENCY-CODE
               IF POSTING-IS-NEGATIVE
                   COMPUTE ITEM-AMOUNT = 0 - IPO-AMOUNT
               ELSE
                   MOVE IPO-AMOUNT TO ITEM-AMOUNT
               END-IF
               ADD ITEM-AMOUNT TO CUSTOMER-INTEREST
               PERFORM ADD-TO-JOURNAL-BUCKET
           END-IF
           PERFORM READ-INTPOST-RECORD

           EXIT.

      * ---
      * Find or open the bucket for the current client code, the
      * item's currency and its source, and add the item to it
       ADD-TO-JOURNAL-BUCKET SECTION.
           IF ITEM-CURRENCY-CODE = SPACES
               MOVE LEDGER-CURRENCY-CODE TO ITEM-CURRENCY-CODE
           END-IF

           MOVE 0 TO JOURNAL-FOUND-IX
           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > JOURNAL-ENTRY-COUNT
                      OR JOURNAL-FOUND-IX > 0
               IF JNT-CLIENT-CODE (JOURNAL-IX) = CURRENT-CLIENT-CODE
                  AND JNT-CURRENCY-CODE (JOURNAL-IX)
                      = ITEM-CURRENCY-CODE
                  AND JNT-SOURCE (JOURNAL-IX) = ITEM-SOURCE
                   MOVE JOURNAL-IX TO JOURNAL-FOUND-IX
               END-IF
           END-PERFORM

           IF JOURNAL-FOUND-IX = 0
               IF JOURNAL-ENTRY-COUNT >= MAX-JOURNAL-ENTRIES
                   IF NOT JOURNAL-TABLE-FULL
                       MOVE 'Y' TO JOURNAL-FULL-FLAG
                       DISPLAY '*** JOURNAL SUMMARY TABLE FULL - '
                               'FURTHER BUCKETS DROPPED'
                          UPON CONSOLE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO JOURNAL-ENTRY-COUNT
               MOVE JOURNAL-ENTRY-COUNT TO JOURNAL-FOUND-IX
               MOVE CURRENT-CLIENT-CODE
                 TO JNT-CLIENT-CODE (JOURNAL-FOUND-IX)
               MOVE ITEM-CURRENCY-CODE
                 TO JNT-CURRENCY-CODE (JOURNAL-FOUND-IX)
               MOVE ITEM-SOURCE TO JNT-SOURCE (JOURNAL-FOUND-IX)
               MOVE 0 TO JNT-NET-AMOUNT (JOURNAL-FOUND-IX)
               MOVE 0 TO JNT-ITEM-COUNT (JOURNAL-FOUND-IX)
           END-IF

           ADD ITEM-AMOUNT TO JNT-NET-AMOUNT (JOURNAL-FOUND-IX)
           ADD 1 TO JNT-ITEM-COUNT (JOURNAL-FOUND-IX)

           EXIT.

      * ---
      * Pick the most specific mapping row for WANTED-CLIENT-CODE,
      * WANTED-CURRENCY-CODE and WANTED-SOURCE: an exact client
      * code outranks an exact currency, and either outranks a
      * blank wildcard
       FIND-GL-MAPPING SECTION.
           MOVE 0 TO GL-MAP-FOUND-IX
           MOVE -1 TO GL-MAP-BEST-SCORE
           PERFORM VARYING GL-MAP-IX FROM 1 BY 1
                   UNTIL GL-MAP-IX > GL-MAP-ENTRY-COUNT
               IF GMT-SOURCE (GL-MAP-IX) = WANTED-SOURCE
                  AND (GMT-CLIENT-CODE (GL-MAP-IX) = SPACES
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

      * ---
      * Find or open the reconciliation bucket for the current
      * client code and currency; a new bucket takes the control
      * account its MOVE mapping names
       FIND-RECON-ENTRY SECTION.
           MOVE 0 TO RECON-FOUND-IX
           PERFORM VARYING RECON-IX FROM 1 BY 1
                   UNTIL RECON-IX > RECON-ENTRY-COUNT
                      OR RECON-FOUND-IX > 0
               IF RCT-CLIENT-CODE (RECON-IX) = CURRENT-CLIENT-CODE
                  AND RCT-CURRENCY-CODE (RECON-IX)
                      = CURRENT-CURRENCY-CODE
                   MOVE RECON-IX TO RECON-FOUND-IX
               END-IF
           END-PERFORM
           IF RECON-FOUND-IX > 0
               EXIT SECTION
           END-IF

           IF RECON-ENTRY-COUNT >= MAX-RECON-ENTRIES
               IF NOT RECON-TABLE-FULL
                   MOVE 'Y' TO RECON-FULL-FLAG
                   DISPLAY '*** RECONCILIATION TABLE FULL - '
                           'FURTHER CLIENTS NOT RECONCILED'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO RECON-ENTRY-COUNT
           MOVE RECON-ENTRY-COUNT TO RECON-FOUND-IX
           MOVE CURRENT-CLIENT-CODE
             TO RCT-CLIENT-CODE (RECON-FOUND-IX)
           MOVE CURRENT-CURRENCY-CODE
             TO RCT-CURRENCY-CODE (RECON-FOUND-IX)
           MOVE 0 TO RCT-MASTER-TOTAL (RECON-FOUND-IX)
           MOVE 0 TO RCT-GL-TOTAL (RECON-FOUND-IX)
           MOVE 'N' TO RCT-GL-SEEN-FLAG (RECON-FOUND-IX)

           MOVE CURRENT-CLIENT-CODE TO WANTED-CLIENT-CODE
           MOVE CURRENT-CURRENCY-CODE TO WANTED-CURRENCY-CODE
           MOVE 'MOVE' TO WANTED-SOURCE
           PERFORM FIND-GL-MAPPING
           IF GL-MAP-FOUND-IX > 0
               MOVE GMT-CONTROL-ACCOUNT (GL-MAP-FOUND-IX)
                 TO RCT-GL-ACCOUNT (RECON-FOUND-IX)
           ELSE
               MOVE SPACES TO RCT-GL-ACCOUNT (RECON-FOUND-IX)
           END-IF

           EXIT.

      * ---
      * One debit and one credit line per mapped bucket; a bucket
      * with no mapping row cannot be journalled and is raised on
      * the run log for finance to add the mapping
       WRITE-JOURNAL-FILE SECTION.
           OPEN OUTPUT GL-JOURNAL-FILE

           PERFORM VARYING JOURNAL-IX FROM 1 BY 1
                   UNTIL JOURNAL-IX > JOURNAL-ENTRY-COUNT
               IF JNT-NET-AMOUNT (JOURNAL-IX) NOT = 0
                   MOVE JNT-CLIENT-CODE (JOURNAL-IX)
                     TO WANTED-CLIENT-CODE
                   MOVE JNT-CURRENCY-CODE (JOURNAL-IX)
                     TO WANTED-CURRENCY-CODE
                   MOVE JNT-SOURCE (JOURNAL-IX) TO WANTED-SOURCE
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

       WRITE-JOURNAL-PAIR SECTION.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE BUSINESS-DATE TO GLJ-JOURNAL-DATE
           MOVE JNT-CLIENT-CODE (JOURNAL-IX) TO GLJ-CLIENT-CODE
           MOVE JNT-CURRENCY-CODE (JOURNAL-IX) TO GLJ-CURRENCY-CODE
           MOVE JNT-SOURCE (JOURNAL-IX) TO GLJ-SOURCE
           MOVE JNT-ITEM-COUNT (JOURNAL-IX) TO GLJ-ITEM-COUNT
           IF JNT-NET-AMOUNT (JOURNAL-IX) < 0
               COMPUTE GLJ-AMOUNT = 0 - JNT-NET-AMOUNT (JOURNAL-IX)
           ELSE
               MOVE JNT-NET-AMOUNT (JOURNAL-IX) TO GLJ-AMOUNT
           END-IF

      *    Money credited to customers raises the control account
      *    (a liability) against the offset account
           MOVE GMT-OFFSET-ACCOUNT (GL-MAP-FOUND-IX) TO GLJ-GL-ACCOUNT
           IF JNT-NET-AMOUNT (JOURNAL-IX) > 0
               MOVE 'D' TO GLJ-DEBIT-CREDIT
           ELSE
               MOVE 'C' TO GLJ-DEBIT-CREDIT
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINES-WRITTEN

           MOVE GMT-CONTROL-ACCOUNT (GL-MAP-FOUND-IX)
             TO GLJ-GL-ACCOUNT
           IF JNT-NET-AMOUNT (JOURNAL-IX) > 0
               MOVE 'C' TO GLJ-DEBIT-CREDIT
           ELSE
               MOVE 'D' TO GLJ-DEBIT-CREDIT
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO JOURNAL-LINES-WRITTEN

           ADD GLJ-AMOUNT TO JOURNAL-DEBIT-TOTAL
           ADD GLJ-AMOUNT TO JOURNAL-CREDIT-TOTAL

           EXIT.

       RAISE-UNMAPPED-BUCKET SECTION.
           ADD 1 TO UNMAPPED-SUMMARIES
           MOVE JNT-NET-AMOUNT (JOURNAL-IX) TO BREAK-AMOUNT-EDIT
           DISPLAY '*** NO GL MAPPING FOR CLIENT '
                   JNT-CLIENT-CODE (JOURNAL-IX)
                   ' CURRENCY ' JNT-CURRENCY-CODE (JOURNAL-IX)
                   ' SOURCE ' JNT-SOURCE (JOURNAL-IX)
                   ' - ' BREAK-AMOUNT-EDIT ' NOT JOURNALLED'
              UPON CONSOLE
           MOVE 'APG102E' TO RUN-LOG-MESSAGE-ID
           MOVE 'E' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING 'NO GL MAPPING CLIENT ' DELIMITED BY SIZE
                  JNT-CLIENT-CODE (JOURNAL-IX) DELIMITED BY SIZE
                  ' CUR ' DELIMITED BY SIZE
                  JNT-CURRENCY-CODE (JOURNAL-IX) DELIMITED BY SIZE
                  ' SRC ' DELIMITED BY SIZE
                  JNT-SOURCE (JOURNAL-IX) DELIMITED BY SIZE
                  ' AMT ' DELIMITED BY SIZE
                  BREAK-AMOUNT-EDIT DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE

           EXIT.

      * ---
      * Read the trial-balance extract; only rows on the control
      * account a client and currency reconcile against count, the
      * rest of the ledger is not ours to tie. A control-account
      * row for a client and currency the master never showed
      * opens a bucket of its own so the balance still breaks
       LOAD-TRIAL-BALANCE SECTION.
           OPEN INPUT GL-TRIAL-BALANCE-FILE
           IF NOT GLTRIAL-OK
               DISPLAY '*** NO GL TRIAL BALANCE PRESENT - '
                       'RECONCILIATION AGAINST ZERO'
                  UPON CONSOLE
               MOVE 'APG103W' TO RUN-LOG-MESSAGE-ID
               MOVE 'W' TO RUN-LOG-SEVERITY
               MOVE 'NO GL TRIAL BALANCE EXTRACT PRESENT'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               EXIT SECTION
           END-IF

           PERFORM UNTIL GLTRIAL-AT-EOF
               READ GL-TRIAL-BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-GLTRIAL-EOF-FLAG
                   NOT AT END
                       IF GTB-BALANCE IS NUMERIC
                           PERFORM TAKE-TRIAL-BALANCE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-TRIAL-BALANCE-FILE

           EXIT.

       TAKE-TRIAL-BALANCE-ROW SECTION.
           MOVE GTB-CLIENT-CODE TO WANTED-CLIENT-CODE
           MOVE GTB-CURRENCY-CODE TO WANTED-CURRENCY-CODE
           MOVE 'MOVE' TO WANTED-SOURCE
           PERFORM FIND-GL-MAPPING
           IF GL-MAP-FOUND-IX = 0
               EXIT SECTION
           END-IF
           IF GMT-CONTROL-ACCOUNT (GL-MAP-FOUND-IX)
              NOT = GTB-GL-ACCOUNT
               EXIT SECTION
           END-IF

           ADD 1 TO TRIAL-BALANCE-ROWS
           MOVE GTB-CLIENT-CODE TO CURRENT-CLIENT-CODE
           MOVE GTB-CURRENCY-CODE TO CURRENT-CURRENCY-CODE
           PERFORM FIND-RECON-ENTRY
           IF RECON-FOUND-IX = 0
               EXIT SECTION
           END-IF
           MOVE 'Y' TO RCT-GL-SEEN-FLAG (RECON-FOUND-IX)
           IF GTB-IS-DEBIT
               SUBTRACT GTB-BALANCE FROM RCT-GL-TOTAL (RECON-FOUND-IX)
           ELSE
               ADD GTB-BALANCE TO RCT-GL-TOTAL (RECON-FOUND-IX)
           END-IF

           EXIT.

      * ---
      * One line per client code and currency; any difference is
      * a break, printed with its amount and raised on the run log
       WRITE-RECON-REPORT SECTION.
           OPEN OUTPUT GL-RECON-REPORT-FILE
           PERFORM WRITE-RECON-REPORT-HEADING

           MOVE SPACES TO GL-RECON-REPORT-RECORD
           STRING 'CLNT  CUR  GL ACCOUNT         MASTER TOTAL'
                  DELIMITED BY SIZE
                  '           GL BALANCE           DIFFERENCE'
                  DELIMITED BY SIZE
             INTO GL-RECON-REPORT-RECORD
           END-STRING
           PERFORM WRITE-RECON-REPORT-LINE

           PERFORM VARYING RECON-IX FROM 1 BY 1
                   UNTIL RECON-IX > RECON-ENTRY-COUNT
               PERFORM REPORT-ONE-RECON-ENTRY
           END-PERFORM

           MOVE SPACES TO GL-RECON-REPORT-RECORD
           PERFORM WRITE-RECON-REPORT-LINE
           MOVE RECON-BREAKS TO RTL-BREAK-COUNT
           MOVE BREAK-AMOUNT-TOTAL TO RTL-BREAK-TOTAL
           MOVE RECON-TOTAL-LINE TO GL-RECON-REPORT-RECORD
           PERFORM WRITE-RECON-REPORT-LINE

           CLOSE GL-RECON-REPORT-FILE

           EXIT.

       REPORT-ONE-RECON-ENTRY SECTION.
           COMPUTE RECON-DIFFERENCE =
               RCT-MASTER-TOTAL (RECON-IX) - RCT-GL-TOTAL (RECON-IX)

           MOVE SPACES TO RDL-NOTE
           MOVE RCT-CLIENT-CODE (RECON-IX) TO RDL-CLIENT-CODE
           MOVE RCT-CURRENCY-CODE (RECON-IX) TO RDL-CURRENCY-CODE
           MOVE RCT-GL-ACCOUNT (RECON-IX) TO RDL-GL-ACCOUNT
           MOVE RCT-MASTER-TOTAL (RECON-IX) TO RDL-MASTER-TOTAL
           MOVE RCT-GL-TOTAL (RECON-IX) TO RDL-GL-TOTAL
           MOVE RECON-DIFFERENCE TO RDL-DIFFERENCE
           IF RCT-GL-ACCOUNT (RECON-IX) = SPACES
               MOVE 'NO MAPPING' TO RDL-NOTE
           ELSE
               IF NOT RCT-GL-SEEN (RECON-IX)
                   MOVE 'NOT IN GL' TO RDL-NOTE
               END-IF
           END-IF
           IF RECON-DIFFERENCE NOT = 0
               IF RDL-NOTE = SPACES
                   MOVE 'BREAK' TO RDL-NOTE
               END-IF
               ADD 1 TO RECON-BREAKS
               ADD RECON-DIFFERENCE TO BREAK-AMOUNT-TOTAL
               PERFORM RAISE-RECON-BREAK
           END-IF
           MOVE RECON-DETAIL-LINE TO GL-RECON-REPORT-RECORD
           PERFORM WRITE-RECON-REPORT-LINE

           EXIT.

       RAISE-RECON-BREAK SECTION.
           MOVE RECON-DIFFERENCE TO BREAK-AMOUNT-EDIT
           DISPLAY '*** GL BREAK CLIENT ' RCT-CLIENT-CODE (RECON-IX)
                   ' CURRENCY ' RCT-CURRENCY-CODE (RECON-IX)
                   ' DIFFERENCE ' BREAK-AMOUNT-EDIT
              UPON CONSOLE
           MOVE 'APG101E' TO RUN-LOG-MESSAGE-ID
           MOVE 'E' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING 'GL BREAK CLIENT ' DELIMITED BY SIZE
                  RCT-CLIENT-CODE (RECON-IX) DELIMITED BY SIZE
                  ' CUR ' DELIMITED BY SIZE
                  RCT-CURRENCY-CODE (RECON-IX) DELIMITED BY SIZE
                  ' ACCT ' DELIMITED BY SIZE
                  RCT-GL-ACCOUNT (RECON-IX) DELIMITED BY SIZE
                  ' DIFF ' DELIMITED BY SIZE
                  BREAK-AMOUNT-EDIT DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE

           EXIT.

       WRITE-RECON-REPORT-HEADING SECTION.
           ADD 1 TO RECON-RPT-PAGE-NUMBER

           MOVE SPACES TO GL-RECON-REPORT-RECORD
           WRITE GL-RECON-REPORT-RECORD

           MOVE SPACES TO GL-RECON-REPORT-RECORD
           STRING 'CUSTOMER BALANCE TO GL RECONCILIATION '
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  RECON-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO GL-RECON-REPORT-RECORD
           END-STRING
           WRITE GL-RECON-REPORT-RECORD

           MOVE SPACES TO GL-RECON-REPORT-RECORD
           WRITE GL-RECON-REPORT-RECORD

           MOVE 0 TO RECON-RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-RECON-REPORT-LINE SECTION.
           IF RECON-RPT-LINE-COUNT >= RECON-RPT-LINES-PER-PAGE
               MOVE GL-RECON-REPORT-RECORD TO RECON-RPT-PENDING-LINE
               PERFORM WRITE-RECON-REPORT-HEADING
               MOVE RECON-RPT-PENDING-LINE TO GL-RECON-REPORT-RECORD
           END-IF
           WRITE GL-RECON-REPORT-RECORD
           ADD 1 TO RECON-RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT
       WRITE-RUN-LOG-MESSAGE SECTION.
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APIGLJNL' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD

           EXIT.
