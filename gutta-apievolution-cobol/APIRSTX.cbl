123456*Restricted-customer access exceptions for the security
      *officer: every access-log line touching a customer on the
      *restricted register since the previous report - refused
      *attempts, privileged views and any other touch - listed with
      *the customer's class and category, so who looked at an
      *employee's own account or a high-profile customer is seen the
      *next morning instead of never

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIRSTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Restricted-customer register the security officer keeps
           SELECT RESTRICT-REGISTER-FILE ASSIGN TO WS-RESTRICT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-REG-STATUS.
      *    Shared access trail written by the sensitive utilities
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
      *    Newest access-log timestamp the previous report covered
           SELECT REPORT-POSITION-FILE ASSIGN TO WS-RSTX-POS-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSTX-POS-STATUS.
      *    Optional card restarting the report from a timestamp
           SELECT RSTX-CARD-FILE ASSIGN TO WS-RSTX-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSTX-CARD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Paginated exception report
           SELECT RSTX-REPORT-FILE ASSIGN TO WS-RSTX-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RSTX-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICT-REGISTER-FILE.
       01 RESTRICT-REGISTER-RECORD.
           COPY CRSTREG REPLACING '*-' BY RSR-.

       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           05 ACC-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 ACC-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01).
           05 ACC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 ACC-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 ACC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ACC-ACTION PIC X(08).

       FD REPORT-POSITION-FILE.
       01 REPORT-POSITION-RECORD.
           05 RXP-LAST-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(62).

      *    A from-timestamp of zero reports the whole trail
       FD RSTX-CARD-FILE.
       01 RSTX-CARD-RECORD.
           05 RXC-FROM-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(62).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD RSTX-REPORT-FILE.
       01 RSTX-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 EXCEPTION-CONTROLS.
           05 WS-RESTRICT-REG-NAME PIC X(30) VALUE 'RESTRICT.DAT'.
           05 WS-RESTRICT-REG-STATUS PIC X(02).
             88 RESTRICT-REG-OK VALUE '00'.
           05 WS-RESTRICT-REG-EOF-FLAG PIC X VALUE 'N'.
             88 RESTRICT-REG-AT-EOF VALUE 'Y'.
           05 WS-ACCESS-LOG-NAME PIC X(30) VALUE 'ACCESS.DAT'.
           05 WS-ACCESS-LOG-STATUS PIC X(02).
             88 ACCESS-LOG-OK VALUE '00'.
             88 ACCESS-LOG-EOF VALUE '10'.
           05 WS-ACCESS-EOF-FLAG PIC X VALUE 'N'.
             88 ACCESS-AT-EOF VALUE 'Y'.
           05 WS-RSTX-POS-NAME PIC X(30) VALUE 'RSTXPOS.DAT'.
           05 WS-RSTX-POS-STATUS PIC X(02).
             88 RSTX-POS-OK VALUE '00'.
           05 WS-RSTX-CARD-NAME PIC X(30) VALUE 'RSTXCARD.DAT'.
           05 WS-RSTX-CARD-STATUS PIC X(02).
             88 RSTX-CARD-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-RSTX-RPT-NAME PIC X(30) VALUE 'RSTXRPT.DAT'.
           05 WS-RSTX-RPT-STATUS PIC X(02).

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 FROM-TIMESTAMP-MS PIC 9(18) VALUE 0.
           05 NEWEST-TIMESTAMP-MS PIC 9(18) VALUE 0.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 RECORDS-IN-PERIOD PIC S9(9) BINARY VALUE 0.
           05 EXCEPTIONS-LISTED PIC S9(9) BINARY VALUE 0.
           05 REFUSED-ATTEMPTS PIC S9(9) BINARY VALUE 0.
           05 PRIVILEGED-ACCESSES PIC S9(9) BINARY VALUE 0.
           05 OTHER-ACCESSES PIC S9(9) BINARY VALUE 0.

           05 RSTX-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RSTX-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RSTX-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.

      *    The register held in memory for the pass over the trail
       01 RESTRICT-TABLE-CONTROLS.
           05 MAX-RESTRICT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 RESTRICT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-IX PIC S9(9) BINARY.
           05 RESTRICT-FOUND-IX PIC S9(9) BINARY.

       01 RESTRICT-TABLE.
           05 RESTRICT-ENTRY OCCURS 5000.
             10 RST-CUSTOMER-NUMBER PIC 9(09).
             10 RST-RESTRICTION-CLASS PIC X(01).
             10 RST-CATEGORY PIC X(08).

       01 RSTX-DETAIL-LINE.
           05 RDL-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-PROGRAM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-OPERATOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-CLASS PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-CATEGORY PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-ACTION PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RDL-EXCEPTION PIC X(10).

       01 RSTX-SUMMARY-LINE.
           05 RSL-LABEL PIC X(30).
           05 RSL-VALUE PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           DISPLAY 'Running restricted-customer access exceptions...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-RESTRICTED-REGISTER
           PERFORM LOAD-REPORT-POSITION

           OPEN OUTPUT RSTX-REPORT-FILE
           PERFORM WRITE-RSTX-REPORT-HEADING

           IF RESTRICT-ENTRY-COUNT = 0
               MOVE 'NO CUSTOMER ON THE RESTRICTED REGISTER'
                 TO RSTX-REPORT-RECORD
               PERFORM WRITE-RSTX-REPORT-LINE
               CLOSE RSTX-REPORT-FILE
               DISPLAY 'No restricted-customer register present'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               DISPLAY 'No access log present' UPON CONSOLE
               MOVE 'Y' TO WS-ACCESS-EOF-FLAG
           END-IF
           PERFORM UNTIL ACCESS-AT-EOF
               READ ACCESS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ACCESS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM CHECK-ONE-ACCESS-RECORD
               END-READ
           END-PERFORM
           IF ACCESS-LOG-OK OR ACCESS-LOG-EOF
               CLOSE ACCESS-LOG-FILE
           END-IF

           PERFORM WRITE-EXCEPTION-TOTALS
           CLOSE RSTX-REPORT-FILE
           PERFORM SAVE-REPORT-POSITION

           DISPLAY 'Access records read:       ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Restricted-customer access: ' EXCEPTIONS-LISTED
              UPON CONSOLE
           DISPLAY 'Refused attempts:          ' REFUSED-ATTEMPTS
              UPON CONSOLE
           IF REFUSED-ATTEMPTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The report is dated with the business date, the system date
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
      * Hold the register in memory with each customer's class and
      * category for the report lines
       LOAD-RESTRICTED-REGISTER SECTION.
           OPEN INPUT RESTRICT-REGISTER-FILE
           IF NOT RESTRICT-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RESTRICT-REG-AT-EOF
               READ RESTRICT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-RESTRICT-REG-EOF-FLAG
                   NOT AT END
                       IF RSR-CUSTOMER-NUMBER IS NUMERIC
                           AND RSR-CUSTOMER-NUMBER > 0
                           PERFORM KEEP-RESTRICTED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICT-REGISTER-FILE

           EXIT.

       KEEP-RESTRICTED-CUSTOMER SECTION.
           IF RESTRICT-ENTRY-COUNT >= MAX-RESTRICT-ENTRIES
               DISPLAY '*** RESTRICTED-CUSTOMER TABLE FULL AT '
                       MAX-RESTRICT-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO RESTRICT-ENTRY-COUNT
           MOVE RSR-CUSTOMER-NUMBER
             TO RST-CUSTOMER-NUMBER (RESTRICT-ENTRY-COUNT)
           MOVE RSR-RESTRICTION-CLASS
             TO RST-RESTRICTION-CLASS (RESTRICT-ENTRY-COUNT)
           MOVE RSR-CATEGORY TO RST-CATEGORY (RESTRICT-ENTRY-COUNT)

           EXIT.

      * ---
      * The report starts after the newest entry the previous one
      * covered; a card restarts it from its own timestamp, so a
      * lost report can be cut again
       LOAD-REPORT-POSITION SECTION.
           OPEN INPUT REPORT-POSITION-FILE
           IF RSTX-POS-OK
               READ REPORT-POSITION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RXP-LAST-TIMESTAMP-MS IS NUMERIC
                           MOVE RXP-LAST-TIMESTAMP-MS
                             TO FROM-TIMESTAMP-MS
                       END-IF
               END-READ
               CLOSE REPORT-POSITION-FILE
           END-IF
           MOVE FROM-TIMESTAMP-MS TO NEWEST-TIMESTAMP-MS

           OPEN INPUT RSTX-CARD-FILE
           IF RSTX-CARD-OK
               READ RSTX-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RXC-FROM-TIMESTAMP-MS IS NUMERIC
                           MOVE RXC-FROM-TIMESTAMP-MS
                             TO FROM-TIMESTAMP-MS
                           DISPLAY 'Restarting from ' FROM-TIMESTAMP-MS
                              UPON CONSOLE
                       END-IF
               END-READ
               CLOSE RSTX-CARD-FILE
           END-IF

           EXIT.

      * ---
      * One access-log line: past the report position and naming a
      * restricted customer, it goes on the report
       CHECK-ONE-ACCESS-RECORD SECTION.
           IF ACC-TIMESTAMP-MS IS NOT NUMERIC
               OR ACC-TIMESTAMP-MS NOT > FROM-TIMESTAMP-MS
               EXIT SECTION
           END-IF
           ADD 1 TO RECORDS-IN-PERIOD
           IF ACC-TIMESTAMP-MS > NEWEST-TIMESTAMP-MS
               MOVE ACC-TIMESTAMP-MS TO NEWEST-TIMESTAMP-MS
           END-IF
           IF ACC-CUSTOMER-NUMBER IS NOT NUMERIC
               OR ACC-CUSTOMER-NUMBER = 0
               EXIT SECTION
           END-IF

           MOVE 0 TO RESTRICT-FOUND-IX
           PERFORM VARYING RESTRICT-IX FROM 1 BY 1
                   UNTIL RESTRICT-IX > RESTRICT-ENTRY-COUNT
                      OR RESTRICT-FOUND-IX > 0
               IF RST-CUSTOMER-NUMBER (RESTRICT-IX)
                       = ACC-CUSTOMER-NUMBER
                   MOVE RESTRICT-IX TO RESTRICT-FOUND-IX
               END-IF
           END-PERFORM
           IF RESTRICT-FOUND-IX = 0
               EXIT SECTION
           END-IF

           ADD 1 TO EXCEPTIONS-LISTED
           MOVE ACC-TIMESTAMP-MS TO RDL-TIMESTAMP-MS
           MOVE ACC-PROGRAM-NAME TO RDL-PROGRAM
           MOVE ACC-OPERATOR-ID TO RDL-OPERATOR
           MOVE ACC-TICKET TO RDL-TICKET
           MOVE ACC-CUSTOMER-NUMBER TO RDL-CUSTOMER-NUMBER
           MOVE RST-RESTRICTION-CLASS (RESTRICT-FOUND-IX) TO RDL-CLASS
           MOVE RST-CATEGORY (RESTRICT-FOUND-IX) TO RDL-CATEGORY
           MOVE ACC-ACTION TO RDL-ACTION
           EVALUATE ACC-ACTION
               WHEN 'RSTREFSD'
                   ADD 1 TO REFUSED-ATTEMPTS
                   MOVE 'REFUSED' TO RDL-EXCEPTION
               WHEN 'RSTGRANT'
                   ADD 1 TO PRIVILEGED-ACCESSES
                   MOVE 'PRIVILEGED' TO RDL-EXCEPTION
               WHEN OTHER
                   ADD 1 TO OTHER-ACCESSES
                   MOVE SPACES TO RDL-EXCEPTION
           END-EVALUATE
           MOVE RSTX-DETAIL-LINE TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           EXIT.

      * ---
      * The newest entry seen becomes the next report's starting
      * point
       SAVE-REPORT-POSITION SECTION.
           OPEN OUTPUT REPORT-POSITION-FILE
           MOVE SPACES TO REPORT-POSITION-RECORD
           MOVE NEWEST-TIMESTAMP-MS TO RXP-LAST-TIMESTAMP-MS
           WRITE REPORT-POSITION-RECORD
           CLOSE REPORT-POSITION-FILE

           EXIT.

       WRITE-RSTX-REPORT-HEADING SECTION.
           ADD 1 TO RSTX-RPT-PAGE-NUMBER

           MOVE SPACES TO RSTX-REPORT-RECORD
           WRITE RSTX-REPORT-RECORD

           MOVE SPACES TO RSTX-REPORT-RECORD
           STRING 'RESTRICTED-CUSTOMER ACCESS EXCEPTIONS - '
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  RSTX-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO RSTX-REPORT-RECORD
           END-STRING
           WRITE RSTX-REPORT-RECORD

           MOVE SPACES TO RSTX-REPORT-RECORD
           STRING 'TIMESTAMP-MS       PROGRAM  OPERATOR '
                  'TICKET       CUSTNO    C CATEGORY ACTION   '
                  'EXCEPTION'
                  DELIMITED BY SIZE
             INTO RSTX-REPORT-RECORD
           END-STRING
           WRITE RSTX-REPORT-RECORD

           MOVE SPACES TO RSTX-REPORT-RECORD
           WRITE RSTX-REPORT-RECORD

           MOVE 0 TO RSTX-RPT-LINE-COUNT

           EXIT.

       WRITE-RSTX-REPORT-LINE SECTION.
           IF RSTX-RPT-LINE-COUNT >= RSTX-RPT-LINES-PER-PAGE
               PERFORM WRITE-RSTX-REPORT-HEADING
           END-IF
           WRITE RSTX-REPORT-RECORD
           ADD 1 TO RSTX-RPT-LINE-COUNT

           EXIT.

      * ---
      * Totals close the report: how much of the trail the period
      * held and how the restricted access splits
       WRITE-EXCEPTION-TOTALS SECTION.
           MOVE SPACES TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           MOVE 'ACCESS RECORDS IN PERIOD' TO RSL-LABEL
           MOVE RECORDS-IN-PERIOD TO RSL-VALUE
           MOVE RSTX-SUMMARY-LINE TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           MOVE 'RESTRICTED-CUSTOMER ACCESS' TO RSL-LABEL
           MOVE EXCEPTIONS-LISTED TO RSL-VALUE
           MOVE RSTX-SUMMARY-LINE TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           MOVE '  REFUSED ATTEMPTS' TO RSL-LABEL
           MOVE REFUSED-ATTEMPTS TO RSL-VALUE
           MOVE RSTX-SUMMARY-LINE TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           MOVE '  PRIVILEGED ACCESS' TO RSL-LABEL
           MOVE PRIVILEGED-ACCESSES TO RSL-VALUE
           MOVE RSTX-SUMMARY-LINE TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           MOVE '  OTHER ACCESS' TO RSL-LABEL
           MOVE OTHER-ACCESSES TO RSL-VALUE
           MOVE RSTX-SUMMARY-LINE TO RSTX-REPORT-RECORD
           PERFORM WRITE-RSTX-REPORT-LINE

           EXIT.
