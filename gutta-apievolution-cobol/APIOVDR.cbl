      *each one by how many successive feeds it has stayed negative
      *(carried in a small state file between runs), and totals the
      *exposure per aging bucket and per postal-code region band the
      *way the regional summary totals its counts. A customer moving
      *into a further aging bucket has an overdraft notice queued
      *for APICORR. Each line carries the customer's branch and RM
      *from the APIPORT portfolio, and the exposure is totalled per
      *branch so the list can be split between the branches

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIOVDR.
           SELECT OVERDRAFT-REPORT-FILE ASSIGN TO WS-OVDR-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVDR-RPT-STATUS.
      *    Business date the notices are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Letter requests queued for the correspondence run
           SELECT LETTER-REQUEST-FILE ASSIGN TO WS-CORRREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREQ-STATUS.
      *    Branch and RM portfolio from APIPORT, in provider order
           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.
      *    Publish control record beside the provider output; the
      *    input is proved against it before a record is processed
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Shared run log for the numbered verification messages
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERDRAFT-REPORT-FILE.
       01 OVERDRAFT-REPORT-RECORD PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

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

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           05 PFL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 PFL-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PFL-RM-ID PIC X(08).
           05 FILLER PIC X(01).
           05 PFL-ASSIGNED-BY PIC X(01).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       WORKING-STORAGE SECTION.
       01 OVERDRAFT-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-OVDR-RPT-STATUS PIC X(02).
             88 OVDR-RPT-OK VALUE '00'.

           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-CORRREQ-STATUS PIC X(02).
             88 CORRREQ-OK VALUE '00'.
           05 WS-PORTFOLIO-NAME PIC X(30) VALUE 'PORTFOLIO.DAT'.
           05 WS-PORTFOLIO-STATUS PIC X(02).
             88 PORTFOLIO-OK VALUE '00'.
           05 WS-PORTFOLIO-EOF-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-AT-EOF VALUE 'Y'.
           05 WS-PORTFOLIO-OPEN-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-OPEN VALUE 'Y'.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 NEGATIVE-CUSTOMERS PIC S9(9) BINARY VALUE 0.
           05 NOTICES-REQUESTED PIC S9(9) BINARY VALUE 0.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 NOTICE-BUCKET PIC 9(01).
           05 OVDR-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 OVDR-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 OVDR-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 BAND-DIGIT PIC 9(01).
           05 BAND-POSTAL-VALUE PIC S9(9) BINARY.

      *    One accumulator per branch, kept in branch order as the
      *    branches are met
       01 BRANCH-TABLE-CONTROLS.
           05 MAX-BRANCH-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 BRANCH-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 BRANCH-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 BRANCH-IX PIC S9(4) BINARY.
           05 BRANCH-SORT-IX PIC S9(4) BINARY.
           05 BRANCH-FOUND-IX PIC S9(4) BINARY.
           05 BRANCH-HOLD PIC X(20).
       01 BRANCH-TABLE.
           05 BRANCH-ENTRY OCCURS 200.
             10 BRE-BRANCH PIC X(04).
             10 BRE-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 BRE-EXPOSURE-TOTAL PIC S9(11)V99 COMP-3.
             10 FILLER PIC X(05).
       01 PORTFOLIO-WORK-FIELDS.
           05 CUSTOMER-BRANCH PIC X(04).
           05 CUSTOMER-RM-ID PIC X(08).

       01 OVERDRAFT-DETAIL-LINE.
           05 ODL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ODL-FEEDS-NEGATIVE PIC ZZZ9.
           05 FILLER PIC X(08) VALUE ' BUCKET '.
           05 ODL-BUCKET PIC 9(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ODL-BRANCH PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ODL-RM-ID PIC X(08).

       01 BUCKET-TOTAL-LINE.
           05 BTL-LABEL PIC X(18).
           05 FILLER PIC X(11) VALUE ' EXPOSURE '.
           05 RTL-EXPOSURE PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 BRANCH-TOTAL-LINE.
           05 BTL-BRANCH-LABEL PIC X(07) VALUE 'BRANCH '.
           05 BTL-BRANCH PIC X(04).
           05 FILLER PIC X(10) VALUE ' NEGATIVE '.
           05 BTL-BRANCH-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE ' EXPOSURE '.
           05 BTL-BRANCH-EXPOSURE PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 GRAND-TOTALS.
           05 GT-CUSTOMER-COUNT PIC S9(9) BINARY VALUE 0.
           05 GT-EXPOSURE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.

      *    Verification of the input against its publish control:
      *    the control must be for the business date being run and
      *    its count and totals must match the file as it stands
       01 PUBLISH-CONTROL-CONTROLS.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 PUBLISH-CONTROL-STEM PIC X(30).
           05 PUBLISH-EOF-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-AT-EOF VALUE 'Y'.
           05 PUBLISH-CONTROL-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-CONTROL-FOUND VALUE 'Y'.
           05 PUBLISH-REFUSED-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-INPUT-REFUSED VALUE 'Y'.
           05 PUBLISH-EXPECTED-DATE PIC 9(08) VALUE 0.
           05 PUBLISH-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
           05 PUBLISH-HASH-TOTAL PIC 9(18) VALUE 0.
           05 PUBLISH-BALANCE-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
           05 PUBLISH-COUNT-DISP PIC 9(09).
           05 PUBLISH-CONTROL-COUNT-DISP PIC 9(09).

      *    The control line as it was read; the file is closed
      *    before the line is proved
       01 PUBLISH-CONTROL-LINE.
           COPY CPUBCTL REPLACING '*-' BY PCL-.

       01 RUN-LOG-CONTROLS.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-STATUS PIC X(02).
             88 RUN-LOG-OK VALUE '00'.
           05 RUN-LOG-MESSAGE-ID PIC X(07).
           05 RUN-LOG-SEVERITY PIC X(01).
           05 RUN-LOG-TEXT PIC X(80).

       PROCEDURE DIVISION.
           DISPLAY 'Aging negative balances over the provider '
                   'output...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-OVERDRAFT-STATE

           PERFORM VARYING AGING-BUCKET-IX FROM 1 BY 1
               MOVE 0 TO RGB-EXPOSURE-TOTAL (BAND-INDEX)
           END-PERFORM

           PERFORM VERIFY-PUBLISH-CONTROL
           IF PUBLISH-INPUT-REFUSED
               GOBACK
           END-IF

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
           END-IF
           OPEN OUTPUT OVERDRAFT-NEWSTATE-FILE
           OPEN OUTPUT OVERDRAFT-REPORT-FILE
           OPEN EXTEND LETTER-REQUEST-FILE
           IF NOT CORRREQ-OK
               OPEN OUTPUT LETTER-REQUEST-FILE
           END-IF
           OPEN INPUT PORTFOLIO-FILE
           IF PORTFOLIO-OK
               MOVE 'Y' TO WS-PORTFOLIO-OPEN-FLAG
               MOVE ZEROS TO PFL-CUSTOMER-NUMBER
           ELSE
               MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
           END-IF
           PERFORM WRITE-OVDR-REPORT-HEADING

           PERFORM UNTIL PROVMAST-IN-AT-EOF

           PERFORM WRITE-BUCKET-TOTALS
           PERFORM WRITE-REGION-TOTALS
           PERFORM WRITE-BRANCH-TOTALS

           IF PORTFOLIO-OPEN
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE LETTER-REQUEST-FILE
           CLOSE OVERDRAFT-REPORT-FILE
           CLOSE OVERDRAFT-NEWSTATE-FILE
           CLOSE PROVIDER-MASTER-IN
              UPON CONSOLE
           DISPLAY 'Customers in overdraft: ' NEGATIVE-CUSTOMERS
              UPON CONSOLE
           DISPLAY 'Notices requested:      ' NOTICES-REQUESTED
              UPON CONSOLE

           GOBACK.

      * ---
      * Notices are dated with the business date, the system date
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
      * Load the prior run's aging state; with no state on disk
      * (first run, or a cleaned environment) every negative
           END-IF

           ADD 1 TO NEGATIVE-CUSTOMERS
           PERFORM FIND-CUSTOMER-PORTFOLIO

           MOVE 1 TO FEEDS-NEGATIVE-NOW
           MOVE 0 TO STATE-FOUND-IX
                   MOVE 4 TO AGING-BUCKET-IX
           END-EVALUATE

      *    The customer is written to on the first negative feed
      *    and again on reaching each further bucket
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
              AND (FEEDS-NEGATIVE-NOW = 1 OR 2 OR 5 OR 13)
               PERFORM QUEUE-OVERDRAFT-NOTICE
           END-IF

      *    Exposure totals carry the negative amounts as they stand,
      *    so the grand total is the book's signed exposure
           MOVE PMI-ACCOUNT-BALANCE TO EXPOSURE-AMOUNT
             TO AGB-EXPOSURE-TOTAL (AGING-BUCKET-IX)
           ADD 1 TO GT-CUSTOMER-COUNT
           ADD EXPOSURE-AMOUNT TO GT-EXPOSURE-TOTAL
           PERFORM ADD-TO-BRANCH-TOTAL

           IF PMI-POSTAL-CODE IS NUMERIC
               MOVE PMI-POSTAL-CODE TO BAND-POSTAL-VALUE
           MOVE PMI-ACCOUNT-BALANCE TO ODL-BALANCE
           MOVE FEEDS-NEGATIVE-NOW TO ODL-FEEDS-NEGATIVE
           MOVE AGING-BUCKET-IX TO ODL-BUCKET
           MOVE CUSTOMER-BRANCH TO ODL-BRANCH
           MOVE CUSTOMER-RM-ID TO ODL-RM-ID
           MOVE OVERDRAFT-DETAIL-LINE TO OVERDRAFT-REPORT-RECORD
           PERFORM WRITE-OVDR-REPORT-LINE

           EXIT.

      * ---
      * Find the customer's branch and RM: the portfolio is in
      * provider order, so it is read forward in step with the
      * provider output. A customer the portfolio does not carry
      * (no APIPORT run yet, or one since) shows branch NONE
       FIND-CUSTOMER-PORTFOLIO SECTION.
           MOVE 'NONE' TO CUSTOMER-BRANCH
           MOVE SPACES TO CUSTOMER-RM-ID
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           PERFORM UNTIL PORTFOLIO-AT-EOF
                      OR PFL-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               READ PORTFOLIO-FILE
                   AT END
                       MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
               END-READ
           END-PERFORM

           IF NOT PORTFOLIO-AT-EOF
              AND PFL-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
               MOVE PFL-BRANCH TO CUSTOMER-BRANCH
               MOVE PFL-RM-ID TO CUSTOMER-RM-ID
           END-IF

           EXIT.

      * ---
      * Add the customer's exposure to its branch, opening the
      * branch in order when it is first met
       ADD-TO-BRANCH-TOTAL SECTION.
           MOVE 0 TO BRANCH-FOUND-IX
           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
                      OR BRANCH-FOUND-IX > 0
               IF BRE-BRANCH (BRANCH-IX) = CUSTOMER-BRANCH
                   MOVE BRANCH-IX TO BRANCH-FOUND-IX
               END-IF
           END-PERFORM

           IF BRANCH-FOUND-IX = 0
               IF BRANCH-ENTRY-COUNT >= MAX-BRANCH-ENTRIES
                   ADD 1 TO BRANCH-OVERFLOWS
                   EXIT SECTION
               END-IF
               ADD 1 TO BRANCH-ENTRY-COUNT
               MOVE BRANCH-ENTRY-COUNT TO BRANCH-IX
               MOVE CUSTOMER-BRANCH TO BRE-BRANCH (BRANCH-IX)
               MOVE 0 TO BRE-CUSTOMER-COUNT (BRANCH-IX)
               MOVE 0 TO BRE-EXPOSURE-TOTAL (BRANCH-IX)
               PERFORM UNTIL BRANCH-IX <= 1
                   COMPUTE BRANCH-SORT-IX = BRANCH-IX - 1
                   IF BRE-BRANCH (BRANCH-SORT-IX)
                          <= BRE-BRANCH (BRANCH-IX)
                       MOVE 1 TO BRANCH-IX
                   ELSE
                       MOVE BRANCH-ENTRY (BRANCH-SORT-IX)
                         TO BRANCH-HOLD
                       MOVE BRANCH-ENTRY (BRANCH-IX)
                         TO BRANCH-ENTRY (BRANCH-SORT-IX)
                       MOVE BRANCH-HOLD TO BRANCH-ENTRY (BRANCH-IX)
                       MOVE BRANCH-SORT-IX TO BRANCH-IX
                   END-IF
               END-PERFORM
               PERFORM VARYING BRANCH-IX FROM 1 BY 1
                       UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
                          OR BRANCH-FOUND-IX > 0
                   IF BRE-BRANCH (BRANCH-IX) = CUSTOMER-BRANCH
                       MOVE BRANCH-IX TO BRANCH-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           ADD 1 TO BRE-CUSTOMER-COUNT (BRANCH-FOUND-IX)
           ADD EXPOSURE-AMOUNT TO BRE-EXPOSURE-TOTAL (BRANCH-FOUND-IX)

           EXIT.

      * ---
      * Queue the overdraft notice for the correspondence run; the
      * bucket and date it was reached are the reference, so a
      * rerun of the same feed does not write twice
       QUEUE-OVERDRAFT-NOTICE SECTION.
           MOVE SPACES TO LETTER-REQUEST-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO CRQ-CUSTOMER-NUMBER
           MOVE 'OVRDRF01' TO CRQ-LETTER-CODE
           MOVE 'APIOVDR ' TO CRQ-SOURCE-PROGRAM
           MOVE BUSINESS-DATE TO CRQ-REQUEST-DATE
           MOVE BUSINESS-DATE TO CRQ-EVENT-DATE
           MOVE PMI-ACCOUNT-BALANCE TO CRQ-AMOUNT
           MOVE AGING-BUCKET-IX TO NOTICE-BUCKET
           STRING 'B' DELIMITED BY SIZE
                  NOTICE-BUCKET DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO CRQ-REFERENCE
           END-STRING
           WRITE LETTER-REQUEST-RECORD
           ADD 1 TO NOTICES-REQUESTED

           EXIT.

      * ---
      * Exposure totals per aging bucket, then the grand total
       WRITE-BUCKET-TOTALS SECTION.

           EXIT.

      * ---
      * Exposure totals per branch, branch order
       WRITE-BRANCH-TOTALS SECTION.
           MOVE SPACES TO OVERDRAFT-REPORT-RECORD
           PERFORM WRITE-OVDR-REPORT-LINE

           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
               MOVE BRE-BRANCH (BRANCH-IX) TO BTL-BRANCH
               MOVE BRE-CUSTOMER-COUNT (BRANCH-IX)
                 TO BTL-BRANCH-COUNT
               MOVE BRE-EXPOSURE-TOTAL (BRANCH-IX)
                 TO BTL-BRANCH-EXPOSURE
               MOVE BRANCH-TOTAL-LINE TO OVERDRAFT-REPORT-RECORD
               PERFORM WRITE-OVDR-REPORT-LINE
           END-PERFORM

           IF BRANCH-OVERFLOWS > 0
               DISPLAY '*** BRANCH TABLE FULL - ' BRANCH-OVERFLOWS
                       ' CUSTOMER(S) LEFT OUT OF THE BRANCH TOTALS'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Start a new report page: bump the page number, write the
      * report title line, and reset the page line count
           MOVE SPACES TO OVERDRAFT-REPORT-RECORD

           EXIT.

      * ---
      * Prove the provider output against the publish control
      * written beside it before processing a record. A missing
      * control, or one for another business date, means the step
      * is running early or against an old generation (8); a file
      * that disagrees with its own control is damaged or
      * incomplete (12)
       VERIFY-PUBLISH-CONTROL SECTION.
           MOVE 'N' TO PUBLISH-REFUSED-FLAG
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-IN-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE BUSINESS-DATE TO PUBLISH-EXPECTED-DATE
           MOVE 'N' TO PUBLISH-CONTROL-FOUND-FLAG
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO PUBLISH-CONTROL-FOUND-FLAG
                       MOVE PUBLISH-CONTROL-RECORD
                         TO PUBLISH-CONTROL-LINE
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF

           IF NOT PUBLISH-CONTROL-FOUND
               MOVE 'APV101E' TO RUN-LOG-MESSAGE-ID
               MOVE 'E' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING 'NO PUBLISH CONTROL ' DELIMITED BY SIZE
                      WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' - INPUT CANNOT BE VERIFIED'
                          DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           IF PCL-BUSINESS-DATE NOT NUMERIC
               OR PCL-BUSINESS-DATE NOT = PUBLISH-EXPECTED-DATE
               MOVE 'APV102E' TO RUN-LOG-MESSAGE-ID
               MOVE 'E' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' IS FOR BUSINESS DATE ' DELIMITED BY SIZE
                      PCL-BUSINESS-DATE DELIMITED BY SIZE
                      ', EXPECTED ' DELIMITED BY SIZE
                      PUBLISH-EXPECTED-DATE DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
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

      *    A missing output is reported by the open that follows
           IF NOT PROVMAST-IN-OK
               EXIT SECTION
           END-IF
           MOVE PUBLISH-RECORD-COUNT TO PUBLISH-COUNT-DISP
           MOVE PCL-RECORD-COUNT TO PUBLISH-CONTROL-COUNT-DISP
           IF PCL-RECORD-COUNT NOT NUMERIC
               OR PCL-HASH-TOTAL NOT NUMERIC
               OR PCL-BALANCE-TOTAL NOT NUMERIC
               OR PCL-RECORD-COUNT NOT = PUBLISH-RECORD-COUNT
               OR PCL-HASH-TOTAL NOT = PUBLISH-HASH-TOTAL
               OR PCL-BALANCE-TOTAL NOT = PUBLISH-BALANCE-TOTAL
               MOVE 'APV103S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING WS-PROVMAST-IN-NAME DELIMITED BY SPACE
                      ' DISAGREES WITH ITS CONTROL - '
                          DELIMITED BY SIZE
                      PUBLISH-COUNT-DISP DELIMITED BY SIZE
                      ' RECORDS, CONTROL ' DELIMITED BY SIZE
                      PUBLISH-CONTROL-COUNT-DISP DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               DISPLAY '    HASH    ' PUBLISH-HASH-TOTAL
                       ' CONTROL ' PCL-HASH-TOTAL
                  UPON CONSOLE
               DISPLAY '    BALANCE ' PUBLISH-BALANCE-TOTAL
                       ' CONTROL ' PCL-BALANCE-TOTAL
                  UPON CONSOLE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 'APV001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING WS-PROVMAST-IN-NAME DELIMITED BY SPACE
                  ' VERIFIED AGAINST ' DELIMITED BY SIZE
                  WS-PUBCTL-NAME DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  PUBLISH-COUNT-DISP DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT.
      * Anything but an informational message goes to the console
      * as well
       WRITE-RUN-LOG-MESSAGE SECTION.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUN-LOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APIOVDR' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           IF RUN-LOG-SEVERITY NOT = 'I'
               DISPLAY '*** ' RUN-LOG-MESSAGE-ID ' ' RUN-LOG-TEXT
                  UPON CONSOLE
           END-IF

           EXIT.
