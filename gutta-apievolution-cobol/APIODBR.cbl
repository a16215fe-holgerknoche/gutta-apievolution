123456*Nightly overdraft limit-breach report: measures every negative
      *balance on the provider output against the limit recorded for
      *the customer on the limit register. Lists the overdrafts with
      *no limit at all, the ones over their limit and the ones above
      *90% of it, then separately the balances still drawn against a
      *limit that has expired, and totals each kind per postal-code
      *region band and per client code. Every customer over the
      *limit has a breach letter queued for APICORR

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIODBR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR, with the
      *    balance feed already merged into PMO-ACCOUNT-BALANCE
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Limit register kept by APILIMT
           SELECT LIMIT-REGISTER-FILE ASSIGN TO WS-LIMIT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-REG-STATUS.
      *    Business date a limit's expiry is judged against
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Paginated breach report for the risk desk
           SELECT BREACH-REPORT-FILE ASSIGN TO WS-BREACH-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BREACH-RPT-STATUS.
      *    Letter requests queued for the correspondence run
           SELECT LETTER-REQUEST-FILE ASSIGN TO WS-CORRREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREQ-STATUS.

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

       FD LIMIT-REGISTER-FILE.
       01 LIMIT-REGISTER-RECORD.
           05 OLR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 OLR-LIMIT-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 OLR-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 OLR-LIMIT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 OLR-APPROVER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 OLR-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 OLR-CHANGE-DATE PIC 9(08).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD BREACH-REPORT-FILE.
       01 BREACH-REPORT-RECORD PIC X(132).

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

       WORKING-STORAGE SECTION.
       01 BREACH-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-LIMIT-REG-NAME PIC X(30) VALUE 'ODLIMIT.DAT'.
           05 WS-LIMIT-REG-STATUS PIC X(02).
             88 LIMIT-REG-OK VALUE '00'.
           05 WS-LIMIT-REG-EOF-FLAG PIC X VALUE 'N'.
             88 LIMIT-REG-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-BREACH-RPT-NAME PIC X(30) VALUE 'ODBREACH.DAT'.
           05 WS-BREACH-RPT-STATUS PIC X(02).
             88 BREACH-RPT-OK VALUE '00'.
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-CORRREQ-STATUS PIC X(02).
             88 CORRREQ-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 NEGATIVE-CUSTOMERS PIC S9(9) BINARY VALUE 0.
           05 WITHIN-LIMIT-CUSTOMERS PIC S9(9) BINARY VALUE 0.
           05 LETTERS-REQUESTED PIC S9(9) BINARY VALUE 0.
           05 BREACH-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 BREACH-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 BREACH-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 BREACH-RPT-PENDING-LINE PIC X(132).
           05 BREACH-RPT-TITLE PIC X(40).
           05 REPORT-PASS PIC X(01).
             88 LISTING-LIMIT-PASS VALUE 'L'.
             88 LISTING-EXPIRED-PASS VALUE 'E'.

      *    How one negative balance stands against its limit
       01 BREACH-WORK-FIELDS.
           05 BREACH-CATEGORY PIC X(01).
             88 CATEGORY-UNAUTHORIZED VALUE 'U'.
             88 CATEGORY-BREACH VALUE 'B'.
             88 CATEGORY-NEAR-LIMIT VALUE 'N'.
             88 CATEGORY-EXPIRED VALUE 'E'.
             88 CATEGORY-WITHIN VALUE 'W'.
           05 CATEGORY-IX PIC S9(4) BINARY.
           05 DRAWN-AMOUNT PIC S9(9)V99 COMP-3.
           05 EXCESS-AMOUNT PIC S9(9)V99 COMP-3.
           05 UTILIZATION-PCT PIC S9(5)V9 COMP-3.

      *    The register held in memory for the scan
       01 LIMIT-TABLE-CONTROLS.
           05 MAX-LIMIT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 LIMIT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LIMIT-IX PIC S9(9) BINARY.
           05 LIMIT-FOUND-IX PIC S9(9) BINARY.
           05 LIMIT-TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
             88 LIMIT-TABLE-FULL VALUE 'Y'.

       01 LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 5000.
             10 LMT-CUSTOMER-NUMBER PIC 9(09).
             10 LMT-LIMIT-AMOUNT PIC 9(07)V99.
             10 LMT-EXPIRY-DATE PIC 9(08).
             10 LMT-LIMIT-STATUS PIC X(01).
               88 LMT-ACTIVE VALUE 'A'.
             10 LMT-APPROVER-ID PIC X(08).
             10 LMT-TICKET PIC X(12).

      *    Category accumulators: 1 unauthorized, 2 breach, 3 near
      *    limit, 4 expired. Amounts are the amounts drawn; for a
      *    breach the excess over the limit is carried as well.
      *    One set per postal-code band in region order, the same
      *    banding the regional summary uses, plus an eleventh for
      *    postal codes that carry no band
       01 REGION-BAND-TABLE.
           05 REGION-BAND OCCURS 11.
             10 RGB-CATEGORY OCCURS 4.
               15 RGB-CUSTOMER-COUNT PIC S9(9) BINARY.
               15 RGB-DRAWN-TOTAL PIC S9(11)V99 COMP-3.
             10 RGB-EXCESS-TOTAL PIC S9(11)V99 COMP-3.
       01 BAND-WORK-FIELDS.
           05 BAND-INDEX PIC S9(4) BINARY.
           05 BAND-DIGIT PIC 9(01).
           05 BAND-POSTAL-VALUE PIC S9(9) BINARY.

       01 CLIENT-TABLE-CONTROLS.
           05 MAX-CLIENT-ENTRIES PIC S9(4) BINARY VALUE 100.
           05 CLIENT-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 CLIENT-IX PIC S9(4) BINARY.
           05 CLIENT-FOUND-IX PIC S9(4) BINARY.
           05 CLIENT-TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
             88 CLIENT-TABLE-FULL VALUE 'Y'.

       01 CLIENT-TOTAL-TABLE.
           05 CLIENT-TOTAL OCCURS 100.
             10 CLT-CLIENT-CODE PIC X(04).
             10 CLT-CATEGORY OCCURS 4.
               15 CLT-CUSTOMER-COUNT PIC S9(9) BINARY.
               15 CLT-DRAWN-TOTAL PIC S9(11)V99 COMP-3.
             10 CLT-EXCESS-TOTAL PIC S9(11)V99 COMP-3.

       01 GRAND-TOTALS.
           05 GT-CATEGORY OCCURS 4.
             10 GT-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 GT-DRAWN-TOTAL PIC S9(11)V99 COMP-3.
           05 GT-EXCESS-TOTAL PIC S9(11)V99 COMP-3.

       01 BREACH-DETAIL-LINE.
           05 BDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-LAST-NAME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-CATEGORY PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-BALANCE PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-LIMIT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-UTILIZATION PIC ZZZZ9.9.
           05 FILLER PIC X(01) VALUE '%'.
           05 BDL-EXCESS PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-EXPIRY-DATE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-APPROVER-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 BDL-TICKET PIC X(12).

       01 BREACH-COLUMN-LINE.
           05 FILLER PIC X(31) VALUE 'CUSTOMER  NAME'.
           05 FILLER PIC X(18) VALUE 'CLNT CATEGORY'.
           05 FILLER PIC X(14) VALUE '      BALANCE'.
           05 FILLER PIC X(13) VALUE '       LIMIT'.
           05 FILLER PIC X(08) VALUE '   UTIL'.
           05 FILLER PIC X(13) VALUE '      EXCESS'.
           05 FILLER PIC X(09) VALUE 'EXPIRES'.
           05 FILLER PIC X(09) VALUE 'APPROVER'.
           05 FILLER PIC X(12) VALUE 'TICKET'.

       01 TOTAL-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(23) VALUE '  UNAUTH          DRAWN'.
           05 FILLER PIC X(23) VALUE '  BREACH         EXCESS'.
           05 FILLER PIC X(23) VALUE '    NEAR          DRAWN'.
           05 FILLER PIC X(23) VALUE ' EXPIRED          DRAWN'.

       01 CATEGORY-TOTAL-LINE.
           05 CTL-LABEL PIC X(12).
           05 CTL-CATEGORY OCCURS 4.
             10 FILLER PIC X(01).
             10 CTL-CUSTOMER-COUNT PIC ZZZ,ZZ9.
             10 FILLER PIC X(01).
             10 CTL-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 CATEGORY-LABEL-LINE.
           05 CLL-REGION-LABEL PIC X(07).
           05 CLL-REGION-BAND PIC 9(01).
           05 FILLER PIC X(04).
       01 CLIENT-LABEL-LINE REDEFINES CATEGORY-LABEL-LINE.
           05 CLL-CLIENT-LABEL PIC X(07).
           05 CLL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).

       PROCEDURE DIVISION.
           DISPLAY 'Measuring negative balances against their '
                   'limits...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-LIMIT-REGISTER

           INITIALIZE REGION-BAND-TABLE
           INITIALIZE CLIENT-TOTAL-TABLE
           INITIALIZE GRAND-TOTALS

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'measure'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BREACH-REPORT-FILE
           OPEN EXTEND LETTER-REQUEST-FILE
           IF NOT CORRREQ-OK
               OPEN OUTPUT LETTER-REQUEST-FILE
           END-IF

      *    First pass lists the customers outside or close to their
      *    limit and gathers every total; the second lists only the
      *    balances drawn against an expired limit, so the desk can
      *    chase those on their own page
           SET LISTING-LIMIT-PASS TO TRUE
           MOVE 'OVERDRAFT LIMIT BREACHES' TO BREACH-RPT-TITLE
           PERFORM WRITE-BREACH-REPORT-HEADING
           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM MEASURE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           SET LISTING-EXPIRED-PASS TO TRUE
           MOVE 'DRAWN AGAINST EXPIRED LIMIT' TO BREACH-RPT-TITLE
           PERFORM WRITE-BREACH-REPORT-HEADING
           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       PERFORM MEASURE-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           MOVE 'OVERDRAFT LIMIT TOTALS' TO BREACH-RPT-TITLE
           PERFORM WRITE-BREACH-REPORT-HEADING
           PERFORM WRITE-REGION-TOTALS
           PERFORM WRITE-CLIENT-TOTALS
           PERFORM WRITE-GRAND-TOTAL

           CLOSE LETTER-REQUEST-FILE
           CLOSE BREACH-REPORT-FILE

           DISPLAY 'Provider records read:  ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers in overdraft: ' NEGATIVE-CUSTOMERS
              UPON CONSOLE
           DISPLAY 'Unauthorized:           ' GT-CUSTOMER-COUNT (1)
              UPON CONSOLE
           DISPLAY 'Over limit:             ' GT-CUSTOMER-COUNT (2)
              UPON CONSOLE
           DISPLAY 'Above 90% of limit:     ' GT-CUSTOMER-COUNT (3)
              UPON CONSOLE
           DISPLAY 'Expired limit drawn:    ' GT-CUSTOMER-COUNT (4)
              UPON CONSOLE
           DISPLAY 'Within limit:           ' WITHIN-LIMIT-CUSTOMERS
              UPON CONSOLE
           DISPLAY 'Breach letters queued:  ' LETTERS-REQUESTED
              UPON CONSOLE

           GOBACK.

      * ---
      * Expiry is judged against the business date, the system date
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
      * Load the limit register; with none on disk every negative
      * balance reports as unauthorized
       LOAD-LIMIT-REGISTER SECTION.
           OPEN INPUT LIMIT-REGISTER-FILE
           IF NOT LIMIT-REG-OK
               DISPLAY 'NO LIMIT REGISTER - EVERY OVERDRAFT IS '
                       'REPORTED AS UNAUTHORIZED'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF

           PERFORM UNTIL LIMIT-REG-AT-EOF
               READ LIMIT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-LIMIT-REG-EOF-FLAG
                   NOT AT END
                       IF OLR-CUSTOMER-NUMBER IS NUMERIC
                          AND OLR-LIMIT-AMOUNT IS NUMERIC
                           PERFORM ADD-LIMIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-REGISTER-FILE

           EXIT.

       ADD-LIMIT-ENTRY SECTION.
           IF LIMIT-ENTRY-COUNT >= MAX-LIMIT-ENTRIES
               IF NOT LIMIT-TABLE-FULL
                   SET LIMIT-TABLE-FULL TO TRUE
                   DISPLAY '*** LIMIT TABLE FULL - LATER LIMITS '
                           'NOT HELD, THOSE CUSTOMERS REPORT AS '
                           'UNAUTHORIZED'
                      UPON CONSOLE
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO LIMIT-ENTRY-COUNT
           MOVE OLR-CUSTOMER-NUMBER
             TO LMT-CUSTOMER-NUMBER (LIMIT-ENTRY-COUNT)
           MOVE OLR-LIMIT-AMOUNT TO LMT-LIMIT-AMOUNT (LIMIT-ENTRY-COUNT)
           IF OLR-EXPIRY-DATE IS NUMERIC
               MOVE OLR-EXPIRY-DATE
                 TO LMT-EXPIRY-DATE (LIMIT-ENTRY-COUNT)
           ELSE
               MOVE 0 TO LMT-EXPIRY-DATE (LIMIT-ENTRY-COUNT)
           END-IF
           MOVE OLR-LIMIT-STATUS TO LMT-LIMIT-STATUS (LIMIT-ENTRY-COUNT)
           MOVE OLR-APPROVER-ID TO LMT-APPROVER-ID (LIMIT-ENTRY-COUNT)
           MOVE OLR-TICKET TO LMT-TICKET (LIMIT-ENTRY-COUNT)

           EXIT.

      * ---
      * Classify one negative balance. With no limit it is
      * unauthorized; against a limit expired by card or by date it
      * is expired; against a limit in force it is a breach over
      * 100% of the limit, near the limit over 90%, within otherwise
       MEASURE-ONE-CUSTOMER SECTION.
           IF PMI-ACCOUNT-BALANCE IS NOT NUMERIC
               OR PMI-ACCOUNT-BALANCE >= 0
               EXIT SECTION
           END-IF

           COMPUTE DRAWN-AMOUNT = 0 - PMI-ACCOUNT-BALANCE
           MOVE 0 TO EXCESS-AMOUNT
           MOVE 0 TO UTILIZATION-PCT

           MOVE 0 TO LIMIT-FOUND-IX
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
               PERFORM VARYING LIMIT-IX FROM 1 BY 1
                       UNTIL LIMIT-IX > LIMIT-ENTRY-COUNT
                          OR LIMIT-FOUND-IX > 0
                   IF LMT-CUSTOMER-NUMBER (LIMIT-IX)
                           = PMI-CUSTOMER-NUMBER
                       MOVE LIMIT-IX TO LIMIT-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           EVALUATE TRUE
               WHEN LIMIT-FOUND-IX = 0
                   SET CATEGORY-UNAUTHORIZED TO TRUE
               WHEN NOT LMT-ACTIVE (LIMIT-FOUND-IX)
                   SET CATEGORY-EXPIRED TO TRUE
               WHEN LMT-EXPIRY-DATE (LIMIT-FOUND-IX) > 0
                AND LMT-EXPIRY-DATE (LIMIT-FOUND-IX) < BUSINESS-DATE
                   SET CATEGORY-EXPIRED TO TRUE
               WHEN DRAWN-AMOUNT > LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX)
                   SET CATEGORY-BREACH TO TRUE
                   COMPUTE EXCESS-AMOUNT = DRAWN-AMOUNT
                         - LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX)
               WHEN DRAWN-AMOUNT * 10
                       > LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX) * 9
                   SET CATEGORY-NEAR-LIMIT TO TRUE
               WHEN OTHER
                   SET CATEGORY-WITHIN TO TRUE
           END-EVALUATE

           IF LIMIT-FOUND-IX > 0
               IF LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX) > 0
                   COMPUTE UTILIZATION-PCT ROUNDED =
                       DRAWN-AMOUNT * 100
                       / LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX)
                       ON SIZE ERROR
                           MOVE 99999.9 TO UTILIZATION-PCT
                   END-COMPUTE
               ELSE
                   MOVE 99999.9 TO UTILIZATION-PCT
               END-IF
           END-IF

           IF LISTING-EXPIRED-PASS
               IF CATEGORY-EXPIRED
                   PERFORM WRITE-BREACH-DETAIL
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO NEGATIVE-CUSTOMERS
           IF CATEGORY-WITHIN
               ADD 1 TO WITHIN-LIMIT-CUSTOMERS
               EXIT SECTION
           END-IF

           EVALUATE TRUE
               WHEN CATEGORY-UNAUTHORIZED
                   MOVE 1 TO CATEGORY-IX
               WHEN CATEGORY-BREACH
                   MOVE 2 TO CATEGORY-IX
               WHEN CATEGORY-NEAR-LIMIT
                   MOVE 3 TO CATEGORY-IX
               WHEN CATEGORY-EXPIRED
                   MOVE 4 TO CATEGORY-IX
           END-EVALUATE
           PERFORM ACCUMULATE-CATEGORY-TOTALS

           IF CATEGORY-BREACH
               PERFORM QUEUE-BREACH-LETTER
           END-IF

           IF NOT CATEGORY-EXPIRED
               PERFORM WRITE-BREACH-DETAIL
           END-IF

           EXIT.

      * ---
      * Queue the breach letter for the correspondence run. The
      * limit's ticket is the reference, so the customer is written
      * to once per limit granted however many nights the breach
      * stands
       QUEUE-BREACH-LETTER SECTION.
           MOVE SPACES TO LETTER-REQUEST-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO CRQ-CUSTOMER-NUMBER
           MOVE 'LIMBRC01' TO CRQ-LETTER-CODE
           MOVE 'APIODBR ' TO CRQ-SOURCE-PROGRAM
           MOVE BUSINESS-DATE TO CRQ-REQUEST-DATE
           MOVE BUSINESS-DATE TO CRQ-EVENT-DATE
           MOVE LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX) TO CRQ-AMOUNT
           IF LMT-TICKET (LIMIT-FOUND-IX) = SPACES
               MOVE 'NO TICKET' TO CRQ-REFERENCE
           ELSE
               MOVE LMT-TICKET (LIMIT-FOUND-IX) TO CRQ-REFERENCE
           END-IF
           WRITE LETTER-REQUEST-RECORD
           ADD 1 TO LETTERS-REQUESTED

           EXIT.

      * ---
      * Add the balance to its region band, its client code and the
      * grand total
       ACCUMULATE-CATEGORY-TOTALS SECTION.
           ADD 1 TO GT-CUSTOMER-COUNT (CATEGORY-IX)
           ADD DRAWN-AMOUNT TO GT-DRAWN-TOTAL (CATEGORY-IX)
           ADD EXCESS-AMOUNT TO GT-EXCESS-TOTAL

           IF PMI-POSTAL-CODE IS NUMERIC
               MOVE PMI-POSTAL-CODE TO BAND-POSTAL-VALUE
               PERFORM UNTIL BAND-POSTAL-VALUE < 10
                   DIVIDE BAND-POSTAL-VALUE BY 10
                     GIVING BAND-POSTAL-VALUE
               END-PERFORM
               MOVE BAND-POSTAL-VALUE TO BAND-DIGIT
               COMPUTE BAND-INDEX = BAND-DIGIT + 1
           ELSE
               MOVE 11 TO BAND-INDEX
           END-IF
           ADD 1 TO RGB-CUSTOMER-COUNT (BAND-INDEX CATEGORY-IX)
           ADD DRAWN-AMOUNT TO RGB-DRAWN-TOTAL (BAND-INDEX CATEGORY-IX)
           ADD EXCESS-AMOUNT TO RGB-EXCESS-TOTAL (BAND-INDEX)

           MOVE 0 TO CLIENT-FOUND-IX
           PERFORM VARYING CLIENT-IX FROM 1 BY 1
                   UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
                      OR CLIENT-FOUND-IX > 0
               IF CLT-CLIENT-CODE (CLIENT-IX) = PMI-CLIENT-CODE
                   MOVE CLIENT-IX TO CLIENT-FOUND-IX
               END-IF
           END-PERFORM
           IF CLIENT-FOUND-IX = 0
               IF CLIENT-ENTRY-COUNT >= MAX-CLIENT-ENTRIES
                   IF NOT CLIENT-TABLE-FULL
                       SET CLIENT-TABLE-FULL TO TRUE
                       DISPLAY '*** CLIENT TABLE FULL - LATER CLIENT '
                               'CODES LEFT OUT OF THE CLIENT TOTALS'
                          UPON CONSOLE
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO CLIENT-ENTRY-COUNT
               MOVE CLIENT-ENTRY-COUNT TO CLIENT-FOUND-IX
               MOVE PMI-CLIENT-CODE
                 TO CLT-CLIENT-CODE (CLIENT-FOUND-IX)
           END-IF
           ADD 1 TO CLT-CUSTOMER-COUNT (CLIENT-FOUND-IX CATEGORY-IX)
           ADD DRAWN-AMOUNT
             TO CLT-DRAWN-TOTAL (CLIENT-FOUND-IX CATEGORY-IX)
           ADD EXCESS-AMOUNT TO CLT-EXCESS-TOTAL (CLIENT-FOUND-IX)

           EXIT.

       WRITE-BREACH-DETAIL SECTION.
           MOVE PMI-CUSTOMER-NUMBER TO BDL-CUSTOMER-NUMBER
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO BDL-LAST-NAME
           ELSE
               MOVE PMI-LAST-NAME TO BDL-LAST-NAME
           END-IF
           MOVE PMI-CLIENT-CODE TO BDL-CLIENT-CODE
           MOVE PMI-ACCOUNT-BALANCE TO BDL-BALANCE
           EVALUATE TRUE
               WHEN CATEGORY-UNAUTHORIZED
                   MOVE 'UNAUTHORIZED' TO BDL-CATEGORY
               WHEN CATEGORY-BREACH
                   MOVE 'OVER LIMIT' TO BDL-CATEGORY
               WHEN CATEGORY-NEAR-LIMIT
                   MOVE 'NEAR LIMIT' TO BDL-CATEGORY
               WHEN CATEGORY-EXPIRED
                   MOVE 'EXPIRED' TO BDL-CATEGORY
           END-EVALUATE
           IF LIMIT-FOUND-IX > 0
               MOVE LMT-LIMIT-AMOUNT (LIMIT-FOUND-IX) TO BDL-LIMIT
               MOVE UTILIZATION-PCT TO BDL-UTILIZATION
               IF LMT-EXPIRY-DATE (LIMIT-FOUND-IX) > 0
                   MOVE LMT-EXPIRY-DATE (LIMIT-FOUND-IX)
                     TO BDL-EXPIRY-DATE
               ELSE
                   MOVE 'OPEN' TO BDL-EXPIRY-DATE
               END-IF
               MOVE LMT-APPROVER-ID (LIMIT-FOUND-IX)
                 TO BDL-APPROVER-ID
               MOVE LMT-TICKET (LIMIT-FOUND-IX) TO BDL-TICKET
           ELSE
               MOVE 0 TO BDL-LIMIT
               MOVE 0 TO BDL-UTILIZATION
               MOVE SPACES TO BDL-EXPIRY-DATE
               MOVE SPACES TO BDL-APPROVER-ID
               MOVE SPACES TO BDL-TICKET
           END-IF
           MOVE EXCESS-AMOUNT TO BDL-EXCESS
           MOVE BREACH-DETAIL-LINE TO BREACH-REPORT-RECORD
           PERFORM WRITE-BREACH-REPORT-LINE

           EXIT.

      * ---
      * Totals per postal-code region band, region order, then the
      * band-less postal codes
       WRITE-REGION-TOTALS SECTION.
           MOVE TOTAL-COLUMN-LINE TO BREACH-REPORT-RECORD
           PERFORM WRITE-BREACH-REPORT-LINE

           PERFORM VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > 11
               MOVE SPACES TO CATEGORY-TOTAL-LINE
               MOVE SPACES TO CATEGORY-LABEL-LINE
               IF BAND-INDEX > 10
                   MOVE 'NO BAND' TO CLL-REGION-LABEL
               ELSE
                   MOVE 'REGION ' TO CLL-REGION-LABEL
                   COMPUTE CLL-REGION-BAND = BAND-INDEX - 1
               END-IF
               MOVE CATEGORY-LABEL-LINE TO CTL-LABEL
               PERFORM VARYING CATEGORY-IX FROM 1 BY 1
                       UNTIL CATEGORY-IX > 4
                   MOVE RGB-CUSTOMER-COUNT (BAND-INDEX CATEGORY-IX)
                     TO CTL-CUSTOMER-COUNT (CATEGORY-IX)
                   MOVE RGB-DRAWN-TOTAL (BAND-INDEX CATEGORY-IX)
                     TO CTL-AMOUNT (CATEGORY-IX)
               END-PERFORM
               MOVE RGB-EXCESS-TOTAL (BAND-INDEX) TO CTL-AMOUNT (2)
               MOVE CATEGORY-TOTAL-LINE TO BREACH-REPORT-RECORD
               PERFORM WRITE-BREACH-REPORT-LINE
           END-PERFORM

           EXIT.

      * ---
      * Totals per client code, in order of first appearance
       WRITE-CLIENT-TOTALS SECTION.
           MOVE SPACES TO BREACH-REPORT-RECORD
           PERFORM WRITE-BREACH-REPORT-LINE
           MOVE TOTAL-COLUMN-LINE TO BREACH-REPORT-RECORD
           PERFORM WRITE-BREACH-REPORT-LINE

           PERFORM VARYING CLIENT-IX FROM 1 BY 1
                   UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
               MOVE SPACES TO CATEGORY-TOTAL-LINE
               MOVE SPACES TO CLIENT-LABEL-LINE
               MOVE 'CLIENT ' TO CLL-CLIENT-LABEL
               MOVE CLT-CLIENT-CODE (CLIENT-IX) TO CLL-CLIENT-CODE
               MOVE CLIENT-LABEL-LINE TO CTL-LABEL
               PERFORM VARYING CATEGORY-IX FROM 1 BY 1
                       UNTIL CATEGORY-IX > 4
                   MOVE CLT-CUSTOMER-COUNT (CLIENT-IX CATEGORY-IX)
                     TO CTL-CUSTOMER-COUNT (CATEGORY-IX)
                   MOVE CLT-DRAWN-TOTAL (CLIENT-IX CATEGORY-IX)
                     TO CTL-AMOUNT (CATEGORY-IX)
               END-PERFORM
               MOVE CLT-EXCESS-TOTAL (CLIENT-IX) TO CTL-AMOUNT (2)
               MOVE CATEGORY-TOTAL-LINE TO BREACH-REPORT-RECORD
               PERFORM WRITE-BREACH-REPORT-LINE
           END-PERFORM

           EXIT.

       WRITE-GRAND-TOTAL SECTION.
           MOVE SPACES TO BREACH-REPORT-RECORD
           PERFORM WRITE-BREACH-REPORT-LINE

           MOVE SPACES TO CATEGORY-TOTAL-LINE
           MOVE 'TOTAL' TO CTL-LABEL
           PERFORM VARYING CATEGORY-IX FROM 1 BY 1
                   UNTIL CATEGORY-IX > 4
               MOVE GT-CUSTOMER-COUNT (CATEGORY-IX)
                 TO CTL-CUSTOMER-COUNT (CATEGORY-IX)
               MOVE GT-DRAWN-TOTAL (CATEGORY-IX)
                 TO CTL-AMOUNT (CATEGORY-IX)
           END-PERFORM
           MOVE GT-EXCESS-TOTAL TO CTL-AMOUNT (2)
           MOVE CATEGORY-TOTAL-LINE TO BREACH-REPORT-RECORD
           PERFORM WRITE-BREACH-REPORT-LINE

           EXIT.

      * ---
      * Start a new report page under the title of the listing in
      * progress, with the column line for the detail listings
       WRITE-BREACH-REPORT-HEADING SECTION.
           ADD 1 TO BREACH-RPT-PAGE-NUMBER

           MOVE SPACES TO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD

           MOVE SPACES TO BREACH-REPORT-RECORD
           STRING BREACH-RPT-TITLE
                  DELIMITED BY '  '
                  ' - PAGE '
                  DELIMITED BY SIZE
                  BREACH-RPT-PAGE-NUMBER
                  DELIMITED BY SIZE
             INTO BREACH-REPORT-RECORD
           END-STRING
           WRITE BREACH-REPORT-RECORD

           MOVE SPACES TO BREACH-REPORT-RECORD
           WRITE BREACH-REPORT-RECORD
           MOVE 0 TO BREACH-RPT-LINE-COUNT

           IF BREACH-RPT-TITLE (1:22) NOT = 'OVERDRAFT LIMIT TOTALS'
               MOVE BREACH-COLUMN-LINE TO BREACH-REPORT-RECORD
               WRITE BREACH-REPORT-RECORD
               MOVE 1 TO BREACH-RPT-LINE-COUNT
           END-IF

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full; the pending line is kept aside while
      * the heading goes out
       WRITE-BREACH-REPORT-LINE SECTION.
           IF BREACH-RPT-LINE-COUNT >= BREACH-RPT-LINES-PER-PAGE
               MOVE BREACH-REPORT-RECORD TO BREACH-RPT-PENDING-LINE
               PERFORM WRITE-BREACH-REPORT-HEADING
               MOVE BREACH-RPT-PENDING-LINE TO BREACH-REPORT-RECORD
           END-IF
           WRITE BREACH-REPORT-RECORD
           ADD 1 TO BREACH-RPT-LINE-COUNT
           MOVE SPACES TO BREACH-REPORT-RECORD

           EXIT.
