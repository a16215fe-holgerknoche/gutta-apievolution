123456*Unclaimed-property (escheatment) run over the provider
      *master: dormant customers still holding a credit balance are
      *measured against the statutory dormancy period their client
      *code carries. Those entering the due-diligence window are
      *listed and sent the owner letter once; those past the
      *deadline without reactivation go on the remittance report
      *and the state filing file. Customers under legal hold are
      *listed on their own and reported nowhere else

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIESCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card per client code: the statutory dormancy period
      *    and the length of the due-diligence window before it,
      *    both in months; a blank client code is the default
           SELECT ESCHEAT-CARD-FILE ASSIGN TO WS-ESCHEAT-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-CARD-STATUS.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Business date the windows are measured from
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Legal-hold register maintained by APIHOLD
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-LEGALHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
      *    Register of owner letters already sent, so a customer
      *    sitting in the window is written to only once
           SELECT LETTER-REGISTER-FILE ASSIGN TO WS-ESCHSENT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHSENT-STATUS.
      *    Due-diligence listing and the owner-letter file the
      *    print bureau renders
           SELECT DUE-DILIGENCE-FILE ASSIGN TO WS-ESCHDUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHDUE-STATUS.
           SELECT OWNER-LETTER-FILE ASSIGN TO WS-ESCHLTR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHLTR-STATUS.
      *    Paginated remittance report and the filing file sent to
      *    the state, header and trailer framing the property lines
           SELECT REMITTANCE-REPORT-FILE ASSIGN TO WS-ESCHREM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHREM-STATUS.
           SELECT FILING-FILE ASSIGN TO WS-ESCHFILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHFILE-STATUS.
      *    Customers held back because counsel has them on hold
           SELECT HOLD-LISTING-FILE ASSIGN TO WS-ESCHHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESCHEAT-CARD-FILE.
       01 ESCHEAT-CARD-RECORD.
           05 ESC-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 ESC-DORMANCY-MONTHS PIC 9(03).
           05 FILLER PIC X(01).
           05 ESC-NOTICE-MONTHS PIC 9(03).
           05 FILLER PIC X(68).

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
             88 CUSTOMER-ACTIVE VALUE 'A' ' '.
             88 CUSTOMER-DORMANT VALUE 'D'.
             88 CUSTOMER-CLOSED VALUE 'C'.
           05 PMI-STATUS-DATE PIC 9(08).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LGH-HOLD-REFERENCE PIC X(12).
           05 FILLER PIC X(01).
           05 LGH-START-DATE PIC 9(08).

       FD LETTER-REGISTER-FILE.
       01 LETTER-REGISTER-RECORD.
           05 ELR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ELR-LETTER-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ELR-DEADLINE-DATE PIC 9(08).

       FD DUE-DILIGENCE-FILE.
       01 DUE-DILIGENCE-RECORD PIC X(80).

      *    One owner letter per customer: the addressee, the amount
      *    held and the date it will be turned over to the state
       FD OWNER-LETTER-FILE.
       01 OWNER-LETTER-RECORD.
           05 ELT-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ELT-LETTER-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ELT-ADDRESSEE PIC X(41).
           05 FILLER PIC X(01).
           05 ELT-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 ELT-NUMBER PIC X(05).
           05 FILLER PIC X(01).
           05 ELT-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 ELT-CITY PIC X(20).
           05 FILLER PIC X(01).
           05 ELT-COUNTRY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 ELT-BALANCE PIC -9(7).99.
           05 FILLER PIC X(01).
           05 ELT-DEADLINE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ELT-CLIENT-CODE PIC X(04).

       FD REMITTANCE-REPORT-FILE.
       01 REMITTANCE-REPORT-RECORD PIC X(80).

      *    Filing detail, with the header and trailer sharing the
      *    record area in the extract control-record style
       FD FILING-FILE.
       01 FILING-DETAIL-RECORD.
           05 EFD-RECORD-TYPE PIC X(01).
           05 EFD-CUSTOMER-NUMBER PIC 9(09).
           05 EFD-OWNER-NAME PIC X(41).
           05 EFD-STREET PIC X(20).
           05 EFD-NUMBER PIC X(05).
           05 EFD-POSTAL-CODE PIC X(09).
           05 EFD-CITY PIC X(20).
           05 EFD-COUNTRY-CODE PIC X(03).
           05 EFD-LAST-ACTIVITY-DATE PIC 9(08).
           05 EFD-AMOUNT PIC 9(7)V99.
           05 EFD-CLIENT-CODE PIC X(04).
       01 FILING-CONTROL-RECORD.
           05 EFC-RECORD-TYPE PIC X(01).
           05 EFC-REPORT-DATE PIC 9(08).
           05 EFC-RECORD-COUNT PIC 9(09).
           05 EFC-AMOUNT-TOTAL PIC 9(11)V99.
           05 EFC-HASH-TOTAL PIC 9(18).
           05 FILLER PIC X(80).

       FD HOLD-LISTING-FILE.
       01 HOLD-LISTING-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 ESCHEATMENT-CONTROLS.
           05 WS-ESCHEAT-CARD-NAME PIC X(30) VALUE 'ESCHCARD.DAT'.
           05 WS-ESCHEAT-CARD-STATUS PIC X(02).
             88 ESCHEAT-CARD-OK VALUE '00'.
           05 WS-ESCHEAT-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 ESCHEAT-CARD-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-LEGALHOLD-NAME PIC X(30) VALUE 'LEGALHLD.DAT'.
           05 WS-LEGALHOLD-STATUS PIC X(02).
             88 LEGALHOLD-OK VALUE '00'.
           05 WS-LEGALHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 LEGALHOLD-AT-EOF VALUE 'Y'.
           05 WS-ESCHSENT-NAME PIC X(30) VALUE 'ESCHSENT.DAT'.
           05 WS-ESCHSENT-STATUS PIC X(02).
             88 ESCHSENT-OK VALUE '00'.
           05 WS-ESCHSENT-EOF-FLAG PIC X VALUE 'N'.
             88 ESCHSENT-AT-EOF VALUE 'Y'.
           05 WS-ESCHDUE-NAME PIC X(30) VALUE 'ESCHDUE.DAT'.
           05 WS-ESCHDUE-STATUS PIC X(02).
           05 WS-ESCHLTR-NAME PIC X(30) VALUE 'ESCHLTR.DAT'.
           05 WS-ESCHLTR-STATUS PIC X(02).
           05 WS-ESCHREM-NAME PIC X(30) VALUE 'ESCHREM.DAT'.
           05 WS-ESCHREM-STATUS PIC X(02).
           05 WS-ESCHFILE-NAME PIC X(30) VALUE 'ESCHFILE.DAT'.
           05 WS-ESCHFILE-STATUS PIC X(02).
           05 WS-ESCHHOLD-NAME PIC X(30) VALUE 'ESCHHOLD.DAT'.
           05 WS-ESCHHOLD-STATUS PIC X(02).

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 DORMANT-WITH-CREDIT PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-NO-PERIOD PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-NOT-YET-DUE PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-IN-WINDOW PIC S9(9) BINARY VALUE 0.
           05 LETTERS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-REMITTED PIC S9(9) BINARY VALUE 0.
           05 REMITTED-WITHOUT-LETTER PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ON-HOLD PIC S9(9) BINARY VALUE 0.
           05 REMITTANCE-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
           05 FILING-HASH-TOTAL PIC 9(18) VALUE 0.
           05 REMIT-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 REMIT-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 REMIT-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 REMIT-RPT-PENDING-LINE PIC X(80).

      *    Dormancy periods by client code; the blank-code entry is
      *    the default for codes with no card of their own
       01 PERIOD-TABLE-CONTROLS.
           05 MAX-PERIOD-ENTRIES PIC S9(4) BINARY VALUE 50.
           05 PERIOD-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 PERIOD-IX PIC S9(4) BINARY.
           05 PERIOD-FOUND-IX PIC S9(4) BINARY.
           05 DEFAULT-PERIOD-IX PIC S9(4) BINARY VALUE 0.
       01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 50.
             10 PDT-CLIENT-CODE PIC X(04).
             10 PDT-DORMANCY-MONTHS PIC 9(03).
             10 PDT-NOTICE-MONTHS PIC 9(03).

       01 HOLD-TABLE-CONTROLS.
           05 MAX-HOLD-ENTRIES PIC S9(4) BINARY VALUE 2000.
           05 HOLD-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 HOLD-IX PIC S9(4) BINARY.
           05 HOLD-FOUND-IX PIC S9(4) BINARY.
       01 LEGAL-HOLD-TABLE.
           05 LEGAL-HOLD-ENTRY OCCURS 2000.
             10 LHT-CUSTOMER-NUMBER PIC 9(09).
             10 LHT-HOLD-REFERENCE PIC X(12).

      *    Owner letters already on record from earlier runs
       01 SENT-TABLE-CONTROLS.
           05 MAX-SENT-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 SENT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 SENT-IX PIC S9(9) BINARY.
           05 SENT-FOUND-IX PIC S9(9) BINARY.
           05 SENT-TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
             88 SENT-TABLE-FULL VALUE 'Y'.
       01 SENT-LETTER-TABLE.
           05 SENT-LETTER-ENTRY OCCURS 20000.
             10 SLT-CUSTOMER-NUMBER PIC 9(09).
             10 SLT-LETTER-DATE PIC 9(08).

      *    Month arithmetic on the status date: the deadline is the
      *    status date moved forward by the dormancy period, the
      *    window opens the notice period before it
       01 DEADLINE-WORK-FIELDS.
           05 STATUS-DATE-PARTS.
             10 SDP-YEAR PIC 9(04).
             10 SDP-MONTH PIC 9(02).
             10 SDP-DAY PIC 9(02).
           05 STATUS-DATE-NUMBER REDEFINES STATUS-DATE-PARTS
              PIC 9(08).
           05 SHIFTED-DATE-PARTS.
             10 SHP-YEAR PIC 9(04).
             10 SHP-MONTH PIC 9(02).
             10 SHP-DAY PIC 9(02).
           05 SHIFTED-DATE-NUMBER REDEFINES SHIFTED-DATE-PARTS
              PIC 9(08).
           05 MONTH-SHIFT PIC S9(4) BINARY.
           05 MONTH-ORDINAL PIC S9(9) BINARY.
           05 DEADLINE-DATE PIC 9(08).
           05 WINDOW-OPEN-DATE PIC 9(08).
           05 OWNER-NAME PIC X(41).

       01 DUE-DILIGENCE-LINE.
           05 DDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDL-OWNER-NAME PIC X(24).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDL-BALANCE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDL-DEADLINE-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DDL-LETTER-NOTE PIC X(17).

       01 REMITTANCE-DETAIL-LINE.
           05 RML-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RML-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RML-OWNER-NAME PIC X(24).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RML-STATUS-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RML-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 RML-LETTER-NOTE PIC X(10).

       01 REMITTANCE-TOTAL-LINE.
           05 FILLER PIC X(20) VALUE 'TOTAL TO REMIT      '.
           05 RTL-CUSTOMER-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE ' AMOUNT '.
           05 RTL-AMOUNT-TOTAL PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 HOLD-LISTING-LINE.
           05 HLL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 HLL-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 HLL-OWNER-NAME PIC X(24).
           05 FILLER PIC X(01) VALUE SPACE.
           05 HLL-BALANCE PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 HLL-HOLD-REFERENCE PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 HLL-STAGE PIC X(08).

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-ESCHEAT-PERIODS
           IF PERIOD-ENTRY-COUNT = 0
               DISPLAY 'NO DORMANCY PERIOD CARDS PRESENT - NOTHING '
                       'TO MEASURE'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-LETTER-REGISTER

           DISPLAY 'Measuring dormant credit balances as of '
                   BUSINESS-DATE '...'
              UPON CONSOLE

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'measure'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DUE-DILIGENCE-FILE
           OPEN OUTPUT OWNER-LETTER-FILE
           OPEN OUTPUT REMITTANCE-REPORT-FILE
           OPEN OUTPUT FILING-FILE
           OPEN OUTPUT HOLD-LISTING-FILE
           OPEN EXTEND LETTER-REGISTER-FILE
           IF NOT ESCHSENT-OK
               OPEN OUTPUT LETTER-REGISTER-FILE
           END-IF

           MOVE SPACES TO DUE-DILIGENCE-RECORD
           STRING 'DUE-DILIGENCE WINDOW AS OF ' DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO DUE-DILIGENCE-RECORD
           END-STRING
           WRITE DUE-DILIGENCE-RECORD
           MOVE SPACES TO HOLD-LISTING-RECORD
           STRING 'DORMANT CREDIT BALANCES UNDER LEGAL HOLD AS OF '
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
             INTO HOLD-LISTING-RECORD
           END-STRING
           WRITE HOLD-LISTING-RECORD
           PERFORM WRITE-REMIT-REPORT-HEADING

           MOVE SPACES TO FILING-CONTROL-RECORD
           MOVE 'H' TO EFC-RECORD-TYPE
           MOVE BUSINESS-DATE TO EFC-REPORT-DATE
           MOVE 0 TO EFC-RECORD-COUNT
           MOVE 0 TO EFC-AMOUNT-TOTAL
           MOVE 0 TO EFC-HASH-TOTAL
           WRITE FILING-CONTROL-RECORD

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM MEASURE-ONE-CUSTOMER
               END-READ
           END-PERFORM

           MOVE SPACES TO FILING-CONTROL-RECORD
           MOVE 'T' TO EFC-RECORD-TYPE
           MOVE BUSINESS-DATE TO EFC-REPORT-DATE
           MOVE CUSTOMERS-REMITTED TO EFC-RECORD-COUNT
           MOVE REMITTANCE-TOTAL TO EFC-AMOUNT-TOTAL
           MOVE FILING-HASH-TOTAL TO EFC-HASH-TOTAL
           WRITE FILING-CONTROL-RECORD

           MOVE SPACES TO REMITTANCE-REPORT-RECORD
           PERFORM WRITE-REMIT-REPORT-LINE
           MOVE CUSTOMERS-REMITTED TO RTL-CUSTOMER-COUNT
           MOVE REMITTANCE-TOTAL TO RTL-AMOUNT-TOTAL
           MOVE REMITTANCE-TOTAL-LINE TO REMITTANCE-REPORT-RECORD
           PERFORM WRITE-REMIT-REPORT-LINE

           CLOSE LETTER-REGISTER-FILE
           CLOSE HOLD-LISTING-FILE
           CLOSE FILING-FILE
           CLOSE REMITTANCE-REPORT-FILE
           CLOSE OWNER-LETTER-FILE
           CLOSE DUE-DILIGENCE-FILE
           CLOSE PROVIDER-MASTER-IN

           DISPLAY 'Provider records read:      ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Dormant with credit:        '
                   DORMANT-WITH-CREDIT
              UPON CONSOLE
           DISPLAY 'Not yet in window:          '
                   CUSTOMERS-NOT-YET-DUE
              UPON CONSOLE
           DISPLAY 'In due-diligence window:    '
                   CUSTOMERS-IN-WINDOW
              UPON CONSOLE
           DISPLAY 'Owner letters written:      ' LETTERS-WRITTEN
              UPON CONSOLE
           DISPLAY 'Customers to remit:         '
                   CUSTOMERS-REMITTED
              UPON CONSOLE
           DISPLAY 'Remitted without a letter:  '
                   REMITTED-WITHOUT-LETTER
              UPON CONSOLE
           DISPLAY 'Held back by legal hold:    ' CUSTOMERS-ON-HOLD
              UPON CONSOLE
           DISPLAY 'No dormancy period card:    '
                   CUSTOMERS-NO-PERIOD
              UPON CONSOLE
           IF REMITTED-WITHOUT-LETTER > 0 OR CUSTOMERS-NO-PERIOD > 0
               OR SENT-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The windows are measured from the business date when a
      * card names one, the system date otherwise
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

       LOAD-ESCHEAT-PERIODS SECTION.
           OPEN INPUT ESCHEAT-CARD-FILE
           IF NOT ESCHEAT-CARD-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL ESCHEAT-CARD-AT-EOF
                      OR PERIOD-ENTRY-COUNT >= MAX-PERIOD-ENTRIES
               READ ESCHEAT-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-ESCHEAT-CARD-EOF-FLAG
                   NOT AT END
                       IF ESC-DORMANCY-MONTHS IS NUMERIC
                          AND ESC-DORMANCY-MONTHS > 0
                           ADD 1 TO PERIOD-ENTRY-COUNT
                           MOVE ESC-CLIENT-CODE
                             TO PDT-CLIENT-CODE (PERIOD-ENTRY-COUNT)
                           MOVE ESC-DORMANCY-MONTHS
                             TO PDT-DORMANCY-MONTHS
                                (PERIOD-ENTRY-COUNT)
                           IF ESC-NOTICE-MONTHS IS NUMERIC
                               MOVE ESC-NOTICE-MONTHS
                                 TO PDT-NOTICE-MONTHS
                                    (PERIOD-ENTRY-COUNT)
                           ELSE
                               MOVE 0 TO PDT-NOTICE-MONTHS
                                         (PERIOD-ENTRY-COUNT)
                           END-IF
                           IF ESC-CLIENT-CODE = SPACES
                               MOVE PERIOD-ENTRY-COUNT
                                 TO DEFAULT-PERIOD-IX
                           END-IF
                       ELSE
                           DISPLAY '*** DORMANCY CARD FOR CLIENT '
                                   ESC-CLIENT-CODE
                                   ' HAS NO PERIOD - IGNORED'
                              UPON CONSOLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-CARD-FILE

           EXIT.

       LOAD-LEGAL-HOLDS SECTION.
           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT LEGALHOLD-OK
               MOVE 'Y' TO WS-LEGALHOLD-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL LEGALHOLD-AT-EOF
                      OR HOLD-ENTRY-COUNT >= MAX-HOLD-ENTRIES
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-LEGALHOLD-EOF-FLAG
                   NOT AT END
                       IF LGH-CUSTOMER-NUMBER IS NUMERIC
                           ADD 1 TO HOLD-ENTRY-COUNT
                           MOVE LGH-CUSTOMER-NUMBER
                             TO LHT-CUSTOMER-NUMBER
                                (HOLD-ENTRY-COUNT)
                           MOVE LGH-HOLD-REFERENCE
                             TO LHT-HOLD-REFERENCE
                                (HOLD-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE

           EXIT.

       LOAD-LETTER-REGISTER SECTION.
           OPEN INPUT LETTER-REGISTER-FILE
           IF NOT ESCHSENT-OK
               MOVE 'Y' TO WS-ESCHSENT-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL ESCHSENT-AT-EOF
               READ LETTER-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-ESCHSENT-EOF-FLAG
                   NOT AT END
                       IF ELR-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM REMEMBER-SENT-LETTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-REGISTER-FILE

           EXIT.

      * ---
      * Record one letter in the in-memory register; a full table
      * is warned about once, and a customer not remembered would
      * only be written to again
       REMEMBER-SENT-LETTER SECTION.
           IF SENT-ENTRY-COUNT >= MAX-SENT-ENTRIES
               IF NOT SENT-TABLE-FULL
                   DISPLAY '*** LETTER REGISTER TABLE FULL - LATER '
                           'LETTERS MAY BE REPEATED'
                      UPON CONSOLE
                   SET SENT-TABLE-FULL TO TRUE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO SENT-ENTRY-COUNT
           MOVE ELR-CUSTOMER-NUMBER
             TO SLT-CUSTOMER-NUMBER (SENT-ENTRY-COUNT)
           MOVE ELR-LETTER-DATE
             TO SLT-LETTER-DATE (SENT-ENTRY-COUNT)

           EXIT.

      * ---
      * Only a dormant customer with a credit balance is in scope.
      * The deadline is the status date - the date the customer
      * went dormant - moved on by the client's dormancy period
       MEASURE-ONE-CUSTOMER SECTION.
           IF NOT CUSTOMER-DORMANT
               EXIT SECTION
           END-IF
           IF PMI-ACCOUNT-BALANCE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF PMI-ACCOUNT-BALANCE NOT > 0
               EXIT SECTION
           END-IF
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
              OR PMI-STATUS-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF
           ADD 1 TO DORMANT-WITH-CREDIT

           MOVE 0 TO PERIOD-FOUND-IX
           PERFORM VARYING PERIOD-IX FROM 1 BY 1
                   UNTIL PERIOD-IX > PERIOD-ENTRY-COUNT
                      OR PERIOD-FOUND-IX > 0
               IF PDT-CLIENT-CODE (PERIOD-IX) = PMI-CLIENT-CODE
                  AND PDT-CLIENT-CODE (PERIOD-IX) NOT = SPACES
                   MOVE PERIOD-IX TO PERIOD-FOUND-IX
               END-IF
           END-PERFORM
           IF PERIOD-FOUND-IX = 0
               MOVE DEFAULT-PERIOD-IX TO PERIOD-FOUND-IX
           END-IF
           IF PERIOD-FOUND-IX = 0
               ADD 1 TO CUSTOMERS-NO-PERIOD
               EXIT SECTION
           END-IF

           MOVE PMI-STATUS-DATE TO STATUS-DATE-NUMBER
           MOVE PDT-DORMANCY-MONTHS (PERIOD-FOUND-IX) TO MONTH-SHIFT
           PERFORM SHIFT-STATUS-DATE
           MOVE SHIFTED-DATE-NUMBER TO DEADLINE-DATE
           COMPUTE MONTH-SHIFT =
               PDT-DORMANCY-MONTHS (PERIOD-FOUND-IX)
             - PDT-NOTICE-MONTHS (PERIOD-FOUND-IX)
           IF MONTH-SHIFT < 0
               MOVE 0 TO MONTH-SHIFT
           END-IF
           PERFORM SHIFT-STATUS-DATE
           MOVE SHIFTED-DATE-NUMBER TO WINDOW-OPEN-DATE

           IF BUSINESS-DATE < WINDOW-OPEN-DATE
               ADD 1 TO CUSTOMERS-NOT-YET-DUE
               EXIT SECTION
           END-IF

           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO OWNER-NAME
           ELSE
               MOVE SPACES TO OWNER-NAME
               STRING PMI-FIRST-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY SIZE
                 INTO OWNER-NAME
               END-STRING
           END-IF

      *    A customer on hold is listed on its own and goes neither
      *    to the letter nor to the state
           MOVE 0 TO HOLD-FOUND-IX
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ENTRY-COUNT
                      OR HOLD-FOUND-IX > 0
               IF LHT-CUSTOMER-NUMBER (HOLD-IX) = PMI-CUSTOMER-NUMBER
                   MOVE HOLD-IX TO HOLD-FOUND-IX
               END-IF
           END-PERFORM
           IF HOLD-FOUND-IX > 0
               PERFORM LIST-HELD-CUSTOMER
               EXIT SECTION
           END-IF

           MOVE 0 TO SENT-FOUND-IX
           PERFORM VARYING SENT-IX FROM 1 BY 1
                   UNTIL SENT-IX > SENT-ENTRY-COUNT
                      OR SENT-FOUND-IX > 0
               IF SLT-CUSTOMER-NUMBER (SENT-IX) = PMI-CUSTOMER-NUMBER
                   MOVE SENT-IX TO SENT-FOUND-IX
               END-IF
           END-PERFORM

           IF BUSINESS-DATE < DEADLINE-DATE
               PERFORM LIST-DUE-DILIGENCE-CUSTOMER
           ELSE
               PERFORM REMIT-ONE-CUSTOMER
           END-IF

           EXIT.

      * ---
      * Move the status date forward by MONTH-SHIFT months into
      * SHIFTED-DATE-NUMBER, keeping the day of the month; the
      * result is only ever compared, so a day beyond the short
      * month's end orders correctly
       SHIFT-STATUS-DATE SECTION.
           COMPUTE MONTH-ORDINAL =
               SDP-YEAR * 12 + SDP-MONTH - 1 + MONTH-SHIFT
           DIVIDE MONTH-ORDINAL BY 12
             GIVING SHP-YEAR REMAINDER SHP-MONTH
           ADD 1 TO SHP-MONTH
           MOVE SDP-DAY TO SHP-DAY

           EXIT.

      * ---
      * In the window: listed every run until the deadline, the
      * owner letter written only the first time
       LIST-DUE-DILIGENCE-CUSTOMER SECTION.
           ADD 1 TO CUSTOMERS-IN-WINDOW
           MOVE PMI-CUSTOMER-NUMBER TO DDL-CUSTOMER-NUMBER
           MOVE PMI-CLIENT-CODE TO DDL-CLIENT-CODE
           MOVE OWNER-NAME TO DDL-OWNER-NAME
           MOVE PMI-ACCOUNT-BALANCE TO DDL-BALANCE
           MOVE DEADLINE-DATE TO DDL-DEADLINE-DATE
           IF SENT-FOUND-IX > 0
               MOVE SPACES TO DDL-LETTER-NOTE
               STRING 'LETTER ' DELIMITED BY SIZE
                      SLT-LETTER-DATE (SENT-FOUND-IX)
                      DELIMITED BY SIZE
                 INTO DDL-LETTER-NOTE
               END-STRING
           ELSE
               MOVE 'LETTER THIS RUN' TO DDL-LETTER-NOTE
               PERFORM WRITE-OWNER-LETTER
           END-IF
           MOVE DUE-DILIGENCE-LINE TO DUE-DILIGENCE-RECORD
           WRITE DUE-DILIGENCE-RECORD

           EXIT.

       WRITE-OWNER-LETTER SECTION.
           MOVE SPACES TO OWNER-LETTER-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO ELT-CUSTOMER-NUMBER
           MOVE BUSINESS-DATE TO ELT-LETTER-DATE
           MOVE OWNER-NAME TO ELT-ADDRESSEE
           MOVE PMI-STREET TO ELT-STREET
           MOVE PMI-NUMBER TO ELT-NUMBER
           MOVE PMI-POSTAL-CODE TO ELT-POSTAL-CODE
           MOVE PMI-CITY TO ELT-CITY
           MOVE PMI-COUNTRY-CODE TO ELT-COUNTRY-CODE
           MOVE PMI-ACCOUNT-BALANCE TO ELT-BALANCE
           MOVE DEADLINE-DATE TO ELT-DEADLINE-DATE
           MOVE PMI-CLIENT-CODE TO ELT-CLIENT-CODE
           WRITE OWNER-LETTER-RECORD
           ADD 1 TO LETTERS-WRITTEN

           MOVE SPACES TO LETTER-REGISTER-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO ELR-CUSTOMER-NUMBER
           MOVE BUSINESS-DATE TO ELR-LETTER-DATE
           MOVE DEADLINE-DATE TO ELR-DEADLINE-DATE
           WRITE LETTER-REGISTER-RECORD

           EXIT.

      * ---
      * Past the deadline and still dormant: the property goes on
      * the remittance report and the filing file. One that never
      * had its letter is still reported - the deadline is the
      * law's - but flagged for the compliance officer
       REMIT-ONE-CUSTOMER SECTION.
           ADD 1 TO CUSTOMERS-REMITTED
           ADD PMI-ACCOUNT-BALANCE TO REMITTANCE-TOTAL
           ADD PMI-CUSTOMER-NUMBER TO FILING-HASH-TOTAL

           MOVE PMI-CUSTOMER-NUMBER TO RML-CUSTOMER-NUMBER
           MOVE PMI-CLIENT-CODE TO RML-CLIENT-CODE
           MOVE OWNER-NAME TO RML-OWNER-NAME
           MOVE PMI-STATUS-DATE TO RML-STATUS-DATE
           MOVE PMI-ACCOUNT-BALANCE TO RML-AMOUNT
           IF SENT-FOUND-IX > 0
               MOVE SPACES TO RML-LETTER-NOTE
           ELSE
               MOVE 'NO LETTER' TO RML-LETTER-NOTE
               ADD 1 TO REMITTED-WITHOUT-LETTER
           END-IF
           MOVE REMITTANCE-DETAIL-LINE TO REMITTANCE-REPORT-RECORD
           PERFORM WRITE-REMIT-REPORT-LINE

           MOVE SPACES TO FILING-DETAIL-RECORD
           MOVE 'D' TO EFD-RECORD-TYPE
           MOVE PMI-CUSTOMER-NUMBER TO EFD-CUSTOMER-NUMBER
           MOVE OWNER-NAME TO EFD-OWNER-NAME
           MOVE PMI-STREET TO EFD-STREET
           MOVE PMI-NUMBER TO EFD-NUMBER
           MOVE PMI-POSTAL-CODE TO EFD-POSTAL-CODE
           MOVE PMI-CITY TO EFD-CITY
           MOVE PMI-COUNTRY-CODE TO EFD-COUNTRY-CODE
           MOVE PMI-STATUS-DATE TO EFD-LAST-ACTIVITY-DATE
           MOVE PMI-ACCOUNT-BALANCE TO EFD-AMOUNT
           MOVE PMI-CLIENT-CODE TO EFD-CLIENT-CODE
           WRITE FILING-DETAIL-RECORD

           EXIT.

       LIST-HELD-CUSTOMER SECTION.
           ADD 1 TO CUSTOMERS-ON-HOLD
           MOVE PMI-CUSTOMER-NUMBER TO HLL-CUSTOMER-NUMBER
           MOVE PMI-CLIENT-CODE TO HLL-CLIENT-CODE
           MOVE OWNER-NAME TO HLL-OWNER-NAME
           MOVE PMI-ACCOUNT-BALANCE TO HLL-BALANCE
           MOVE LHT-HOLD-REFERENCE (HOLD-FOUND-IX)
             TO HLL-HOLD-REFERENCE
           IF BUSINESS-DATE < DEADLINE-DATE
               MOVE 'WINDOW' TO HLL-STAGE
           ELSE
               MOVE 'OVERDUE' TO HLL-STAGE
           END-IF
           MOVE HOLD-LISTING-LINE TO HOLD-LISTING-RECORD
           WRITE HOLD-LISTING-RECORD

           EXIT.

      * ---
      * Start a new remittance page: bump the page number, write
      * the report title line, and reset the page line count
       WRITE-REMIT-REPORT-HEADING SECTION.
           ADD 1 TO REMIT-RPT-PAGE-NUMBER

           MOVE SPACES TO REMITTANCE-REPORT-RECORD
           WRITE REMITTANCE-REPORT-RECORD

           MOVE SPACES TO REMITTANCE-REPORT-RECORD
           STRING 'UNCLAIMED PROPERTY REMITTANCE ' DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  REMIT-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO REMITTANCE-REPORT-RECORD
           END-STRING
           WRITE REMITTANCE-REPORT-RECORD

           MOVE SPACES TO REMITTANCE-REPORT-RECORD
           WRITE REMITTANCE-REPORT-RECORD

           MOVE 0 TO REMIT-RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one remittance line, starting a new page first if
      * the current one is full
       WRITE-REMIT-REPORT-LINE SECTION.
           IF REMIT-RPT-LINE-COUNT >= REMIT-RPT-LINES-PER-PAGE
               MOVE REMITTANCE-REPORT-RECORD TO REMIT-RPT-PENDING-LINE
               PERFORM WRITE-REMIT-REPORT-HEADING
               MOVE REMIT-RPT-PENDING-LINE TO REMITTANCE-REPORT-RECORD
           END-IF
           WRITE REMITTANCE-REPORT-RECORD
           ADD 1 TO REMIT-RPT-LINE-COUNT

           EXIT.
