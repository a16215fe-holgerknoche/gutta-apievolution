123456*Year-end tax certificates: the interest each customer had
      *capitalized during the tax year is totalled from the
      *capitalization history, tax withheld is worked out at the
      *rate the tax card states, and every customer with interest
      *gets a printed certificate addressed with the statement
      *mailing block. The same figures go to the tax authority in
      *its fixed-format reporting file, closed by a trailer of the
      *record count and amount totals. Companies are certified
      *under their company name and registration number

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITAXC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Tax card: the tax year, the withholding rate and the
      *    payer's reference at the authority
           SELECT TAX-CARD-FILE ASSIGN TO WS-TAX-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-CARD-STATUS.
      *    Business date the run is made on
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Capitalization history appended by APIINTR
           SELECT CAPITALIZATION-HISTORY
               ASSIGN TO WS-CAPHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAPHIST-STATUS.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Printed certificates and the authority reporting file
           SELECT CERTIFICATE-PRINT-FILE ASSIGN TO WS-TAXCERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TAXCERT-STATUS.
           SELECT AUTHORITY-REPORT-FILE ASSIGN TO WS-TAXAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TAXAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-CARD-FILE.
       01 TAX-CARD-RECORD.
           05 TXC-TAX-YEAR PIC 9(04).
           05 FILLER PIC X(01).
           05 TXC-WITHHOLDING-RATE PIC 9(02)V9(04).
           05 FILLER PIC X(01).
           05 TXC-PAYER-REFERENCE PIC X(15).
           05 FILLER PIC X(53).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD CAPITALIZATION-HISTORY.
       01 CAPITALIZATION-HISTORY-RECORD.
           05 ICH-POSTING-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ICH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ICH-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 ICH-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 ICH-CREDIT-INTEREST PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 ICH-DEBIT-INTEREST PIC 9(07)V99.

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
             88 PMI-IS-COMPANY VALUE 'C'.
           05 PMI-COMPANY-NAME PIC X(30).
           05 PMI-REGISTRATION-NO PIC X(10).
           05 PMI-CONTACT-PERSON PIC X(20).
           05 PMI-DO-NOT-MAIL PIC X(01).
           05 PMI-RETURN-REASON PIC X(20).
           05 PMI-DATE-OF-BIRTH PIC X(10).
           05 PMI-CLIENT-CODE PIC X(04).
           05 PMI-LIFECYCLE-STATUS PIC X(01).
           05 PMI-STATUS-DATE PIC 9(08).

       FD CERTIFICATE-PRINT-FILE.
       01 CERTIFICATE-PRINT-RECORD PIC X(68).

      *    Header, one detail per customer, trailer; the record
      *    type in the first byte tells them apart
       FD AUTHORITY-REPORT-FILE.
       01 AUTHORITY-HEADER-RECORD.
           05 TAH-RECORD-TYPE PIC X(01).
           05 TAH-TAX-YEAR PIC 9(04).
           05 TAH-PAYER-REFERENCE PIC X(15).
           05 TAH-CREATION-DATE PIC 9(08).
           05 FILLER PIC X(124).
       01 AUTHORITY-DETAIL-RECORD.
           05 TAD-RECORD-TYPE PIC X(01).
           05 TAD-CUSTOMER-NUMBER PIC 9(09).
           05 TAD-CUSTOMER-KIND PIC X(01).
           05 TAD-NAME PIC X(41).
           05 TAD-IDENTIFIER PIC X(10).
           05 TAD-STREET PIC X(20).
           05 TAD-NUMBER PIC X(05).
           05 TAD-POSTAL-CODE PIC X(09).
           05 TAD-CITY PIC X(20).
           05 TAD-COUNTRY-CODE PIC X(03).
           05 TAD-INTEREST-EARNED PIC 9(09)V99.
           05 TAD-TAX-WITHHELD PIC 9(09)V99.
           05 TAD-INTEREST-CHARGED PIC 9(09)V99.
       01 AUTHORITY-TRAILER-RECORD.
           05 TAT-RECORD-TYPE PIC X(01).
           05 TAT-RECORD-COUNT PIC 9(09).
           05 TAT-INTEREST-EARNED-TOTAL PIC 9(11)V99.
           05 TAT-TAX-WITHHELD-TOTAL PIC 9(11)V99.
           05 TAT-INTEREST-CHARGED-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(103).

       WORKING-STORAGE SECTION.
       01 TAX-CERTIFICATE-CONTROLS.
           05 WS-TAX-CARD-NAME PIC X(30) VALUE 'TAXCARD.DAT'.
           05 WS-TAX-CARD-STATUS PIC X(02).
             88 TAX-CARD-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-CAPHIST-NAME PIC X(30) VALUE 'INTCAPH.DAT'.
           05 WS-CAPHIST-STATUS PIC X(02).
             88 CAPHIST-OK VALUE '00'.
           05 WS-CAPHIST-EOF-FLAG PIC X VALUE 'N'.
             88 CAPHIST-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-TAXCERT-NAME PIC X(30) VALUE 'TAXCERT.DAT'.
           05 WS-TAXCERT-STATUS PIC X(02).
           05 WS-TAXAUTH-NAME PIC X(30) VALUE 'TAXAUTH.DAT'.
           05 WS-TAXAUTH-STATUS PIC X(02).

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
             10 BUSINESS-YEAR PIC 9(04).
             10 FILLER PIC 9(04).
           05 TAX-YEAR PIC 9(04) VALUE 0.
           05 WITHHOLDING-RATE PIC 9(02)V9(04) VALUE 0.
           05 PAYER-REFERENCE PIC X(15) VALUE SPACES.
           05 HISTORY-RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 HISTORY-RECORDS-IN-YEAR PIC S9(9) BINARY VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CERTIFICATES-PRINTED PIC S9(9) BINARY VALUE 0.
           05 CERTIFICATES-SUPPRESSED PIC S9(9) BINARY VALUE 0.
           05 AUTHORITY-RECORDS PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-NOT-ON-MASTER PIC S9(9) BINARY VALUE 0.
           05 INTEREST-EARNED-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 TAX-WITHHELD-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 INTEREST-CHARGED-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 CURRENT-TAX-WITHHELD PIC S9(9)V99 COMP-3.
           05 CURRENT-NET-INTEREST PIC S9(9)V99 COMP-3.
           05 CERT-PAGE-NUMBER PIC S9(9) BINARY VALUE 0.
           05 CERT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 CERT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.

      *    Interest per customer for the tax year; the history is
      *    appended month by month, so customers come back in every
      *    month's block and are totalled here
       01 TAX-TABLE-CONTROLS.
           05 MAX-TAX-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 TAX-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 TAX-IX PIC S9(9) BINARY.
           05 TAX-FOUND-IX PIC S9(9) BINARY.
           05 TAX-FULL-FLAG PIC X(01) VALUE 'N'.
             88 TAX-TABLE-FULL VALUE 'Y'.
       01 TAX-TABLE.
           05 TAX-ENTRY OCCURS 5000.
             10 TXT-CUSTOMER-NUMBER PIC 9(09).
             10 TXT-INTEREST-EARNED PIC S9(9)V99 COMP-3.
             10 TXT-INTEREST-CHARGED PIC S9(9)V99 COMP-3.
             10 TXT-REPORTED-FLAG PIC X(01).
               88 TXT-REPORTED VALUE 'Y'.

      *    Label/value line in the conversion report's print shape
       01 CERT-DETAIL-LINE.
           05 CDL-LABEL PIC X(28).
           05 CDL-VALUE PIC X(40).
           05 CDL-VALUE-NUM REDEFINES CDL-VALUE PIC -9(9).

      *    Holding area so a page turn's own heading lines do not
      *    clobber a caller's detail line while it is in progress
       01 CERT-DETAIL-LINE-SAVE PIC X(68).

       01 AMOUNT-EDIT PIC -ZZZ,ZZZ,ZZ9.99.
       01 RATE-EDIT PIC Z9.9999.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-TAX-CARD

           DISPLAY 'Producing tax certificates for tax year '
                   TAX-YEAR '...'
              UPON CONSOLE

           PERFORM LOAD-CAPITALIZED-INTEREST
           IF NOT CAPHIST-OK AND HISTORY-RECORDS-READ = 0
               DISPLAY 'No capitalization history present - '
                       'nothing to certify'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'certify'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CERTIFICATE-PRINT-FILE
           OPEN OUTPUT AUTHORITY-REPORT-FILE

           MOVE SPACES TO AUTHORITY-HEADER-RECORD
           MOVE 'H' TO TAH-RECORD-TYPE
           MOVE TAX-YEAR TO TAH-TAX-YEAR
           MOVE PAYER-REFERENCE TO TAH-PAYER-REFERENCE
           MOVE BUSINESS-DATE TO TAH-CREATION-DATE
           WRITE AUTHORITY-HEADER-RECORD

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM CERTIFY-ONE-CUSTOMER
               END-READ
           END-PERFORM

      *    Interest capitalized for a customer since taken off the
      *    master is still reportable; the authority gets it with
      *    the customer number alone and operations get a warning
           PERFORM VARYING TAX-IX FROM 1 BY 1
                   UNTIL TAX-IX > TAX-ENTRY-COUNT
               IF NOT TXT-REPORTED (TAX-IX)
                   PERFORM REPORT-UNADDRESSED-CUSTOMER
               END-IF
           END-PERFORM

           MOVE SPACES TO AUTHORITY-TRAILER-RECORD
           MOVE 'T' TO TAT-RECORD-TYPE
           MOVE AUTHORITY-RECORDS TO TAT-RECORD-COUNT
           MOVE INTEREST-EARNED-TOTAL TO TAT-INTEREST-EARNED-TOTAL
           MOVE TAX-WITHHELD-TOTAL TO TAT-TAX-WITHHELD-TOTAL
           MOVE INTEREST-CHARGED-TOTAL
             TO TAT-INTEREST-CHARGED-TOTAL
           WRITE AUTHORITY-TRAILER-RECORD

           CLOSE AUTHORITY-REPORT-FILE
           CLOSE CERTIFICATE-PRINT-FILE
           CLOSE PROVIDER-MASTER-IN

           DISPLAY 'History records in year:  '
                   HISTORY-RECORDS-IN-YEAR
              UPON CONSOLE
           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Certificates printed:     ' CERTIFICATES-PRINTED
              UPON CONSOLE
           DISPLAY 'Certificates suppressed (do-not-mail): '
                   CERTIFICATES-SUPPRESSED
              UPON CONSOLE
           DISPLAY 'Authority records:        ' AUTHORITY-RECORDS
              UPON CONSOLE
           DISPLAY 'Customers not on master:  '
                   CUSTOMERS-NOT-ON-MASTER
              UPON CONSOLE
           IF CUSTOMERS-NOT-ON-MASTER > 0 OR TAX-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The run is dated with the business date when a card names
      * one, the system date otherwise
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
      * The tax card names the year being certified; without one
      * the run certifies the year before the business date's, as
      * a run made after the turn of the year would. No card means
      * no withholding
       LOAD-TAX-CARD SECTION.
           OPEN INPUT TAX-CARD-FILE
           IF TAX-CARD-OK
               READ TAX-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TXC-TAX-YEAR IS NUMERIC
                           MOVE TXC-TAX-YEAR TO TAX-YEAR
                       END-IF
                       IF TXC-WITHHOLDING-RATE IS NUMERIC
                           MOVE TXC-WITHHOLDING-RATE
                             TO WITHHOLDING-RATE
                       END-IF
                       MOVE TXC-PAYER-REFERENCE TO PAYER-REFERENCE
               END-READ
               CLOSE TAX-CARD-FILE
           END-IF
           IF TAX-YEAR = 0
               COMPUTE TAX-YEAR = BUSINESS-YEAR - 1
           END-IF

           EXIT.

      * ---
      * Total the capitalized credit and debit interest of every
      * customer for the postings dated in the tax year
       LOAD-CAPITALIZED-INTEREST SECTION.
           OPEN INPUT CAPITALIZATION-HISTORY
           IF NOT CAPHIST-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL CAPHIST-AT-EOF
               READ CAPITALIZATION-HISTORY
                   AT END
                       MOVE 'Y' TO WS-CAPHIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HISTORY-RECORDS-READ
                       IF ICH-POSTING-DATE (1:4) = TAX-YEAR
                          AND ICH-CUSTOMER-NUMBER IS NUMERIC
                          AND ICH-CREDIT-INTEREST IS NUMERIC
                          AND ICH-DEBIT-INTEREST IS NUMERIC
                           ADD 1 TO HISTORY-RECORDS-IN-YEAR
                           PERFORM ADD-TO-TAX-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPITALIZATION-HISTORY

           EXIT.

       ADD-TO-TAX-TABLE SECTION.
           MOVE 0 TO TAX-FOUND-IX
           PERFORM VARYING TAX-IX FROM 1 BY 1
                   UNTIL TAX-IX > TAX-ENTRY-COUNT
                      OR TAX-FOUND-IX > 0
               IF TXT-CUSTOMER-NUMBER (TAX-IX) = ICH-CUSTOMER-NUMBER
                   MOVE TAX-IX TO TAX-FOUND-IX
               END-IF
           END-PERFORM

           IF TAX-FOUND-IX = 0
               IF TAX-ENTRY-COUNT >= MAX-TAX-ENTRIES
                   IF NOT TAX-TABLE-FULL
                       MOVE 'Y' TO TAX-FULL-FLAG
                       DISPLAY '*** TAX TABLE FULL - FURTHER '
                               'CUSTOMERS NOT CERTIFIED'
                          UPON CONSOLE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO TAX-ENTRY-COUNT
               MOVE TAX-ENTRY-COUNT TO TAX-FOUND-IX
               MOVE ICH-CUSTOMER-NUMBER
                 TO TXT-CUSTOMER-NUMBER (TAX-FOUND-IX)
               MOVE 0 TO TXT-INTEREST-EARNED (TAX-FOUND-IX)
               MOVE 0 TO TXT-INTEREST-CHARGED (TAX-FOUND-IX)
               MOVE 'N' TO TXT-REPORTED-FLAG (TAX-FOUND-IX)
           END-IF

           ADD ICH-CREDIT-INTEREST
             TO TXT-INTEREST-EARNED (TAX-FOUND-IX)
           ADD ICH-DEBIT-INTEREST
             TO TXT-INTEREST-CHARGED (TAX-FOUND-IX)

           EXIT.

      * ---
      * One certificate per master customer with interest in the
      * year. A customer the mail house bounced is not printed but
      * is still reported to the authority
       CERTIFY-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE 0 TO TAX-FOUND-IX
           PERFORM VARYING TAX-IX FROM 1 BY 1
                   UNTIL TAX-IX > TAX-ENTRY-COUNT
                      OR TAX-FOUND-IX > 0
               IF TXT-CUSTOMER-NUMBER (TAX-IX) = PMI-CUSTOMER-NUMBER
                   MOVE TAX-IX TO TAX-FOUND-IX
               END-IF
           END-PERFORM
           IF TAX-FOUND-IX = 0
               EXIT SECTION
           END-IF
           IF TXT-REPORTED (TAX-FOUND-IX)
               EXIT SECTION
           END-IF
           MOVE 'Y' TO TXT-REPORTED-FLAG (TAX-FOUND-IX)

           COMPUTE CURRENT-TAX-WITHHELD ROUNDED =
               TXT-INTEREST-EARNED (TAX-FOUND-IX)
             * WITHHOLDING-RATE / 100
           COMPUTE CURRENT-NET-INTEREST =
               TXT-INTEREST-EARNED (TAX-FOUND-IX)
             - CURRENT-TAX-WITHHELD

           PERFORM WRITE-AUTHORITY-DETAIL

           IF PMI-DO-NOT-MAIL = 'Y'
               ADD 1 TO CERTIFICATES-SUPPRESSED
               EXIT SECTION
           END-IF
           PERFORM PRINT-CERTIFICATE

           EXIT.

      * ---
      * The certificate: the statement's mailing block under the
      * company name for a company, then the year's figures
       PRINT-CERTIFICATE SECTION.
           ADD 1 TO CERTIFICATES-PRINTED
           PERFORM WRITE-CERT-HEADING

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'TAX YEAR' TO CDL-LABEL
           MOVE TAX-YEAR TO CDL-VALUE
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'CUSTOMER NUMBER' TO CDL-LABEL
           MOVE PMI-CUSTOMER-NUMBER TO CDL-VALUE-NUM
           PERFORM WRITE-CERT-DETAIL-LINE

      *    Mailing block: name, then the primary address in its
      *    kind-specific shape
           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'NAME' TO CDL-LABEL
           MOVE SPACES TO CDL-VALUE
           IF PMI-IS-COMPANY
               MOVE PMI-COMPANY-NAME TO CDL-VALUE
           ELSE
               STRING PMI-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY '  '
                 INTO CDL-VALUE
               END-STRING
           END-IF
           PERFORM WRITE-CERT-DETAIL-LINE

           IF PMI-IS-COMPANY AND PMI-CONTACT-PERSON NOT = SPACES
               MOVE SPACES TO CERT-DETAIL-LINE
               MOVE 'FOR THE ATTENTION OF' TO CDL-LABEL
               MOVE PMI-CONTACT-PERSON TO CDL-VALUE
               PERFORM WRITE-CERT-DETAIL-LINE
           END-IF

           EVALUATE PMI-ADDR-KIND
               WHEN 'P'
                   MOVE SPACES TO CERT-DETAIL-LINE
                   MOVE 'PO BOX' TO CDL-LABEL
                   MOVE PMI-BOX-NO TO CDL-VALUE-NUM
                   PERFORM WRITE-CERT-DETAIL-LINE
               WHEN 'I'
                   MOVE SPACES TO CERT-DETAIL-LINE
                   MOVE 'ADDRESS LINE' TO CDL-LABEL
                   MOVE PMI-ADDRESS-LINE TO CDL-VALUE
                   PERFORM WRITE-CERT-DETAIL-LINE
                   MOVE SPACES TO CERT-DETAIL-LINE
                   MOVE 'COUNTRY' TO CDL-LABEL
                   MOVE PMI-COUNTRY-CODE TO CDL-VALUE
                   PERFORM WRITE-CERT-DETAIL-LINE
                   MOVE SPACES TO CERT-DETAIL-LINE
                   MOVE 'FOREIGN POSTAL CODE' TO CDL-LABEL
                   MOVE PMI-FOREIGN-POSTAL-CODE TO CDL-VALUE
                   PERFORM WRITE-CERT-DETAIL-LINE
               WHEN OTHER
                   MOVE SPACES TO CERT-DETAIL-LINE
                   MOVE 'STREET' TO CDL-LABEL
                   MOVE SPACES TO CDL-VALUE
                   STRING PMI-STREET DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          PMI-NUMBER DELIMITED BY '  '
                     INTO CDL-VALUE
                   END-STRING
                   PERFORM WRITE-CERT-DETAIL-LINE
           END-EVALUATE

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'POSTAL CODE / CITY' TO CDL-LABEL
           MOVE SPACES TO CDL-VALUE
           STRING PMI-POSTAL-CODE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PMI-CITY DELIMITED BY '  '
             INTO CDL-VALUE
           END-STRING
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           IF PMI-IS-COMPANY
               MOVE 'REGISTRATION NUMBER' TO CDL-LABEL
               MOVE PMI-REGISTRATION-NO TO CDL-VALUE
           ELSE
               MOVE 'DATE OF BIRTH' TO CDL-LABEL
               MOVE PMI-DATE-OF-BIRTH TO CDL-VALUE
           END-IF
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'INTEREST EARNED' TO CDL-LABEL
           MOVE TXT-INTEREST-EARNED (TAX-FOUND-IX) TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO CDL-VALUE
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'WITHHOLDING RATE (PERCENT)' TO CDL-LABEL
           MOVE WITHHOLDING-RATE TO RATE-EDIT
           MOVE RATE-EDIT TO CDL-VALUE
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'TAX WITHHELD' TO CDL-LABEL
           MOVE CURRENT-TAX-WITHHELD TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO CDL-VALUE
           PERFORM WRITE-CERT-DETAIL-LINE

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'NET INTEREST CREDITED' TO CDL-LABEL
           MOVE CURRENT-NET-INTEREST TO AMOUNT-EDIT
           MOVE AMOUNT-EDIT TO CDL-VALUE
           PERFORM WRITE-CERT-DETAIL-LINE

           IF TXT-INTEREST-CHARGED (TAX-FOUND-IX) NOT = 0
               MOVE SPACES TO CERT-DETAIL-LINE
               MOVE 'DEBIT INTEREST CHARGED' TO CDL-LABEL
               MOVE TXT-INTEREST-CHARGED (TAX-FOUND-IX)
                 TO AMOUNT-EDIT
               MOVE AMOUNT-EDIT TO CDL-VALUE
               PERFORM WRITE-CERT-DETAIL-LINE
           END-IF

           EXIT.

      * ---
      * The authority's detail for the customer in hand: personal
      * name and date of birth, or company name and registration
      * number for a company
       WRITE-AUTHORITY-DETAIL SECTION.
           MOVE SPACES TO AUTHORITY-DETAIL-RECORD
           MOVE 'D' TO TAD-RECORD-TYPE
           MOVE PMI-CUSTOMER-NUMBER TO TAD-CUSTOMER-NUMBER
           IF PMI-IS-COMPANY
               MOVE 'C' TO TAD-CUSTOMER-KIND
               MOVE PMI-COMPANY-NAME TO TAD-NAME
               MOVE PMI-REGISTRATION-NO TO TAD-IDENTIFIER
           ELSE
               MOVE 'P' TO TAD-CUSTOMER-KIND
               STRING PMI-LAST-NAME DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      PMI-FIRST-NAME DELIMITED BY '  '
                 INTO TAD-NAME
               END-STRING
               MOVE PMI-DATE-OF-BIRTH TO TAD-IDENTIFIER
           END-IF
           IF PMI-ADDR-KIND = 'P'
               MOVE 'PO BOX' TO TAD-STREET
               MOVE PMI-BOX-NO TO TAD-STREET (8:9)
           ELSE
               IF PMI-ADDR-KIND = 'I'
                   MOVE PMI-ADDRESS-LINE TO TAD-STREET
               ELSE
                   MOVE PMI-STREET TO TAD-STREET
                   MOVE PMI-NUMBER TO TAD-NUMBER
               END-IF
           END-IF
           IF PMI-ADDR-KIND = 'I'
               MOVE PMI-FOREIGN-POSTAL-CODE TO TAD-POSTAL-CODE
           ELSE
               MOVE PMI-POSTAL-CODE TO TAD-POSTAL-CODE
           END-IF
           MOVE PMI-CITY TO TAD-CITY
           MOVE PMI-COUNTRY-CODE TO TAD-COUNTRY-CODE
           PERFORM WRITE-AUTHORITY-AMOUNTS

           EXIT.

       REPORT-UNADDRESSED-CUSTOMER SECTION.
           ADD 1 TO CUSTOMERS-NOT-ON-MASTER
           DISPLAY '*** INTEREST FOR CUSTOMER '
                   TXT-CUSTOMER-NUMBER (TAX-IX)
                   ' NOT ON THE MASTER - REPORTED WITHOUT ADDRESS'
              UPON CONSOLE
           MOVE TAX-IX TO TAX-FOUND-IX
           MOVE 'Y' TO TXT-REPORTED-FLAG (TAX-FOUND-IX)
           COMPUTE CURRENT-TAX-WITHHELD ROUNDED =
               TXT-INTEREST-EARNED (TAX-FOUND-IX)
             * WITHHOLDING-RATE / 100

           MOVE SPACES TO AUTHORITY-DETAIL-RECORD
           MOVE 'D' TO TAD-RECORD-TYPE
           MOVE TXT-CUSTOMER-NUMBER (TAX-FOUND-IX)
             TO TAD-CUSTOMER-NUMBER
           PERFORM WRITE-AUTHORITY-AMOUNTS

           EXIT.

      * ---
      * Complete the detail in hand with the year's amounts, write
      * it and add it to the trailer totals
       WRITE-AUTHORITY-AMOUNTS SECTION.
           MOVE TXT-INTEREST-EARNED (TAX-FOUND-IX)
             TO TAD-INTEREST-EARNED
           MOVE CURRENT-TAX-WITHHELD TO TAD-TAX-WITHHELD
           MOVE TXT-INTEREST-CHARGED (TAX-FOUND-IX)
             TO TAD-INTEREST-CHARGED
           WRITE AUTHORITY-DETAIL-RECORD
           ADD 1 TO AUTHORITY-RECORDS
           ADD TXT-INTEREST-EARNED (TAX-FOUND-IX)
             TO INTEREST-EARNED-TOTAL
           ADD CURRENT-TAX-WITHHELD TO TAX-WITHHELD-TOTAL
           ADD TXT-INTEREST-CHARGED (TAX-FOUND-IX)
             TO INTEREST-CHARGED-TOTAL

           EXIT.

      * ---
      * Start a new certificate page: bump the page number, write
      * the title lines, and reset the page line count
       WRITE-CERT-HEADING SECTION.
           ADD 1 TO CERT-PAGE-NUMBER

           MOVE SPACES TO CERTIFICATE-PRINT-RECORD
           WRITE CERTIFICATE-PRINT-RECORD

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'INTEREST TAX CERTIFICATE' TO CDL-LABEL
           MOVE 'PAGE' TO CDL-VALUE
           MOVE CERT-DETAIL-LINE TO CERTIFICATE-PRINT-RECORD
           WRITE CERTIFICATE-PRINT-RECORD

           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE 'PAGE NUMBER' TO CDL-LABEL
           MOVE CERT-PAGE-NUMBER TO CDL-VALUE-NUM
           MOVE CERT-DETAIL-LINE TO CERTIFICATE-PRINT-RECORD
           WRITE CERTIFICATE-PRINT-RECORD

           MOVE SPACES TO CERTIFICATE-PRINT-RECORD
           WRITE CERTIFICATE-PRINT-RECORD

           MOVE 0 TO CERT-LINE-COUNT

           EXIT.

      * ---
      * Write one label/value detail line, starting a new page first
      * if the current one is full; caller has already moved
      * CDL-LABEL and either CDL-VALUE or CDL-VALUE-NUM
       WRITE-CERT-DETAIL-LINE SECTION.
           IF CERT-LINE-COUNT >= CERT-LINES-PER-PAGE
               MOVE CERT-DETAIL-LINE TO CERT-DETAIL-LINE-SAVE
               PERFORM WRITE-CERT-HEADING
               MOVE CERT-DETAIL-LINE-SAVE TO CERT-DETAIL-LINE
           END-IF

           MOVE CERT-DETAIL-LINE TO CERTIFICATE-PRINT-RECORD
           WRITE CERTIFICATE-PRINT-RECORD
           ADD 1 TO CERT-LINE-COUNT

           EXIT.
