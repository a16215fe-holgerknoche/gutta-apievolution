123456*Monthly minor-customer monitoring: works out every open
      *customer's age from the date of birth on the provider output
      *as of the business date and lists the current minors, the
      *customers reaching majority (18) before the next monthly run
      *with their branch - for whom the guardian's authority ends
      *and who must be re-identified and sign their own terms - and
      *queues their majority letter for APICORR. Minors who are
      *overdrawn or have a company relationship are listed as policy
      *exceptions; dates of birth that cannot be read, lie in the
      *future or imply an age over 120 are listed as data errors

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIMINR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Branch and RM portfolio from APIPORT, in provider order
           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.
      *    Company-group membership resolved by APIGEXP: member,
      *    ultimate parent and immediate parent
           SELECT GROUP-MEMBER-FILE ASSIGN TO WS-GROUP-MBR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-MBR-STATUS.
      *    Business date the ages are worked out as of
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Letter requests queued for the correspondence run
           SELECT LETTER-REQUEST-FILE ASSIGN TO WS-CORRREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREQ-STATUS.
      *    Paginated monitoring report for the branches and
      *    compliance
           SELECT MINOR-REPORT-FILE ASSIGN TO WS-MINR-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MINR-RPT-STATUS.
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

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           05 PFL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 PFL-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PFL-RM-ID PIC X(08).
           05 FILLER PIC X(01).
           05 PFL-ASSIGNED-BY PIC X(01).

       FD GROUP-MEMBER-FILE.
       01 GROUP-MEMBER-RECORD.
           05 GMB-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-ULTIMATE-PARENT PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-IMMEDIATE-PARENT PIC 9(09).
           05 FILLER PIC X(01).
           05 GMB-LEVEL PIC 9(02).

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

       FD MINOR-REPORT-FILE.
       01 MINOR-REPORT-RECORD PIC X(132).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       WORKING-STORAGE SECTION.
       01 MINOR-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PORTFOLIO-NAME PIC X(30) VALUE 'PORTFOLIO.DAT'.
           05 WS-PORTFOLIO-STATUS PIC X(02).
             88 PORTFOLIO-OK VALUE '00'.
           05 WS-PORTFOLIO-EOF-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-AT-EOF VALUE 'Y'.
           05 WS-PORTFOLIO-OPEN-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-OPEN VALUE 'Y'.
           05 WS-GROUP-MBR-NAME PIC X(30) VALUE 'GROUPMBR.DAT'.
           05 WS-GROUP-MBR-STATUS PIC X(02).
             88 GROUP-MBR-OK VALUE '00'.
           05 WS-GROUP-MBR-EOF-FLAG PIC X VALUE 'N'.
             88 GROUP-MBR-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-CORRREQ-STATUS PIC X(02).
             88 CORRREQ-OK VALUE '00'.
           05 WS-MINR-RPT-NAME PIC X(30) VALUE 'MINRRPT.DAT'.
           05 WS-MINR-RPT-STATUS PIC X(02).

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
             10 BUSINESS-YEAR PIC 9(04).
             10 BUSINESS-MMDD PIC 9(04).
           05 WINDOW-END-DATE PIC 9(08) VALUE 0.
           05 WINDOW-END-PARTS REDEFINES WINDOW-END-DATE.
             10 WINDOW-END-YEAR PIC 9(04).
             10 WINDOW-END-MONTH PIC 9(02).
             10 WINDOW-END-DAY PIC 9(02).
           05 MONTH-NUMBER PIC S9(9) BINARY.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CLOSED-SKIPPED PIC S9(9) BINARY VALUE 0.
           05 NO-DATE-OF-BIRTH PIC S9(9) BINARY VALUE 0.
           05 AGES-WORKED-OUT PIC S9(9) BINARY VALUE 0.
           05 MINORS-FOUND PIC S9(9) BINARY VALUE 0.
           05 MAJORITY-DUE PIC S9(9) BINARY VALUE 0.
           05 LETTERS-QUEUED PIC S9(9) BINARY VALUE 0.
           05 POLICY-EXCEPTIONS PIC S9(9) BINARY VALUE 0.
           05 DATA-ERRORS PIC S9(9) BINARY VALUE 0.
      *    Worst condition of the run, handed back at the end since
      *    the run-log CALLs reset RETURN-CODE
           05 MINOR-RUN-RC PIC S9(4) BINARY VALUE 0.

      *    Date of birth as recorded: DD.MM.YYYY as the old systems
      *    keep it, or YYYY-MM-DD
       01 BIRTH-DATE-FIELDS.
           05 BIRTH-DATE-TEXT PIC X(10).
           05 BIRTH-DATE-DOTTED REDEFINES BIRTH-DATE-TEXT.
             10 BDD-DAY PIC X(02).
             10 BDD-DOT-1 PIC X(01).
             10 BDD-MONTH PIC X(02).
             10 BDD-DOT-2 PIC X(01).
             10 BDD-YEAR PIC X(04).
           05 BIRTH-DATE-ISO REDEFINES BIRTH-DATE-TEXT.
             10 BDI-YEAR PIC X(04).
             10 BDI-DASH-1 PIC X(01).
             10 BDI-MONTH PIC X(02).
             10 BDI-DASH-2 PIC X(01).
             10 BDI-DAY PIC X(02).
           05 BIRTH-DATE PIC 9(08).
           05 BIRTH-DATE-PARTS REDEFINES BIRTH-DATE.
             10 BIRTH-YEAR PIC 9(04).
             10 BIRTH-MMDD PIC 9(04).
             10 BIRTH-MMDD-PARTS REDEFINES BIRTH-MMDD.
               15 BIRTH-MONTH PIC 9(02).
               15 BIRTH-DAY PIC 9(02).
           05 BIRTH-DATE-VALID-FLAG PIC X(01).
             88 BIRTH-DATE-VALID VALUE 'Y'.
           05 DAYS-IN-MONTH PIC 9(02).
           05 LEAP-REMAINDER PIC 9(04).
           05 LEAP-QUOTIENT PIC 9(04).
           05 LEAP-YEAR-FLAG PIC X(01).
             88 LEAP-YEAR VALUE 'Y'.
           05 CUSTOMER-AGE PIC S9(4) BINARY.
           05 MAJORITY-DATE PIC 9(08).
           05 MAJORITY-DATE-PARTS REDEFINES MAJORITY-DATE.
             10 MAJORITY-YEAR PIC 9(04).
             10 MAJORITY-MMDD PIC 9(04).
           05 AGE-OF-MAJORITY PIC 9(02) VALUE 18.
           05 OLDEST-PLAUSIBLE-AGE PIC 9(03) VALUE 120.

      *    The customer being looked at
       01 CUSTOMER-WORK-FIELDS.
           05 CUSTOMER-BRANCH PIC X(04).
           05 CUSTOMER-RM-ID PIC X(08).
           05 CUSTOMER-NAME PIC X(30).
           05 COMPANY-LINK-FLAG PIC X(01).
             88 COMPANY-LINKED VALUE 'Y'.
           05 ERROR-REASON PIC X(30).

      *    Every customer number in a company group, as member or
      *    parent
       01 GROUP-TABLE-CONTROLS.
           05 MAX-GROUP-ENTRIES PIC S9(9) BINARY VALUE 10000.
           05 GROUP-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 GROUP-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 GROUP-IX PIC S9(9) BINARY.
           05 GROUP-WANTED PIC 9(09).
           05 GROUP-FOUND-FLAG PIC X(01).
             88 GROUP-FOUND VALUE 'Y'.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 10000.
             10 GRT-CUSTOMER-NUMBER PIC 9(09).

      *    Minors and data errors found on the pass, in provider
      *    order, for the report sections
       01 FINDING-TABLE-CONTROLS.
           05 MAX-FINDING-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 FINDING-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 FINDING-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 FINDING-IX PIC S9(9) BINARY.
           05 SECTION-LINES PIC S9(9) BINARY.
       01 FINDING-TABLE.
           05 FINDING-ENTRY OCCURS 5000.
             10 FND-KIND PIC X(01).
               88 FND-MINOR VALUE 'M'.
               88 FND-DATA-ERROR VALUE 'E'.
             10 FND-CUSTOMER-NUMBER PIC 9(09).
             10 FND-NAME PIC X(30).
             10 FND-DATE-OF-BIRTH PIC X(10).
             10 FND-AGE PIC S9(4) BINARY.
             10 FND-MAJORITY-DATE PIC 9(08).
             10 FND-BRANCH PIC X(04).
             10 FND-RM-ID PIC X(08).
             10 FND-BALANCE PIC S9(7)V99 COMP-3.
             10 FND-MAJORITY-DUE-FLAG PIC X(01).
               88 FND-MAJORITY-DUE VALUE 'Y'.
             10 FND-OVERDRAWN-FLAG PIC X(01).
               88 FND-OVERDRAWN VALUE 'Y'.
             10 FND-COMPANY-FLAG PIC X(01).
               88 FND-COMPANY-LINKED VALUE 'Y'.
             10 FND-REASON PIC X(30).

      *    Report pagination
       01 MINOR-REPORT-CONTROLS.
           05 MINR-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 MINR-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 MINR-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 MINR-RPT-PENDING-LINE PIC X(132).

       01 REPORT-DATE-EDIT.
           05 RDE-DAY PIC 9(02).
           05 FILLER PIC X(01) VALUE '.'.
           05 RDE-MONTH PIC 9(02).
           05 FILLER PIC X(01) VALUE '.'.
           05 RDE-YEAR PIC 9(04).
       01 REPORT-DATE-IN PIC 9(08).
       01 REPORT-DATE-IN-PARTS REDEFINES REPORT-DATE-IN.
           05 RDI-YEAR PIC 9(04).
           05 RDI-MONTH PIC 9(02).
           05 RDI-DAY PIC 9(02).

       01 MINOR-COLUMN-HEADING.
           05 FILLER PIC X(09) VALUE 'CUSTOMER'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(30) VALUE 'NAME'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(10) VALUE 'BORN'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(03) VALUE 'AGE'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(10) VALUE 'MAJORITY'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(04) VALUE 'BRCH'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(08) VALUE 'RM'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(13) VALUE '      BALANCE'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(30) VALUE 'NOTE'.

       01 MINOR-DETAIL-LINE.
           05 MDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-NAME PIC X(30).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-AGE PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-MAJORITY-DATE PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-BRANCH PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-RM-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-BALANCE PIC -Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 MDL-NOTE PIC X(30).

       01 SUMMARY-LINE.
           05 SML-LABEL PIC X(40).
           05 SML-COUNT PIC ZZZ,ZZZ,ZZ9.

       01 RUN-LOG-CONTROLS.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-STATUS PIC X(02).
             88 RUN-LOG-OK VALUE '00'.
           05 RUN-LOG-MESSAGE-ID PIC X(07).
           05 RUN-LOG-SEVERITY PIC X(01).
           05 RUN-LOG-TEXT PIC X(80).
           05 RUN-LOG-COUNT-EDIT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUN-LOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE 'APN001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE 'RUN STARTED' TO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG-MESSAGE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-GROUP-MEMBERSHIP

      *    Majority falling after today and up to the same day next
      *    month is due before the next monthly run; a day the next
      *    month does not have still bounds the window correctly
           COMPUTE MONTH-NUMBER = BUSINESS-YEAR * 12
                                + BUSINESS-MMDD / 100
           DIVIDE MONTH-NUMBER BY 12 GIVING WINDOW-END-YEAR
               REMAINDER WINDOW-END-MONTH
           ADD 1 TO WINDOW-END-MONTH
           MOVE BUSINESS-DATE (7:2) TO WINDOW-END-DAY

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'monitor'
                  UPON CONSOLE
               MOVE 'APN901S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO PROVIDER MASTER - NOTHING MONITORED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PORTFOLIO-FILE
           IF PORTFOLIO-OK
               MOVE 'Y' TO WS-PORTFOLIO-OPEN-FLAG
               MOVE ZEROS TO PFL-CUSTOMER-NUMBER
           ELSE
               MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
           END-IF
           OPEN EXTEND LETTER-REQUEST-FILE
           IF NOT CORRREQ-OK
               OPEN OUTPUT LETTER-REQUEST-FILE
           END-IF

           DISPLAY 'Working out customer ages as of '
                   BUSINESS-DATE '...'
              UPON CONSOLE

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM

           CLOSE LETTER-REQUEST-FILE
           IF PORTFOLIO-OPEN
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE PROVIDER-MASTER-IN

           PERFORM WRITE-MINOR-REPORT

           DISPLAY 'Provider records read:     ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Closed customers skipped:  ' CLOSED-SKIPPED
              UPON CONSOLE
           DISPLAY 'No date of birth:          ' NO-DATE-OF-BIRTH
              UPON CONSOLE
           DISPLAY 'Ages worked out:           ' AGES-WORKED-OUT
              UPON CONSOLE
           DISPLAY 'Current minors:            ' MINORS-FOUND
              UPON CONSOLE
           DISPLAY 'Reaching majority:         ' MAJORITY-DUE
              UPON CONSOLE
           DISPLAY 'Majority letters queued:   ' LETTERS-QUEUED
              UPON CONSOLE
           DISPLAY 'Policy exceptions:         ' POLICY-EXCEPTIONS
              UPON CONSOLE
           DISPLAY 'Date-of-birth errors:      ' DATA-ERRORS
              UPON CONSOLE

           IF POLICY-EXCEPTIONS > 0
               MOVE POLICY-EXCEPTIONS TO RUN-LOG-COUNT-EDIT
               MOVE 'APN101W' TO RUN-LOG-MESSAGE-ID
               MOVE 'W' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING RUN-LOG-COUNT-EDIT DELIMITED BY SIZE
                      ' MINOR(S) OVERDRAWN OR COMPANY-LINKED'
                      DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 4 TO MINOR-RUN-RC
           END-IF
           IF DATA-ERRORS > 0
               MOVE DATA-ERRORS TO RUN-LOG-COUNT-EDIT
               MOVE 'APN102W' TO RUN-LOG-MESSAGE-ID
               MOVE 'W' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING RUN-LOG-COUNT-EDIT DELIMITED BY SIZE
                      ' DATE(S) OF BIRTH IN ERROR' DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 4 TO MINOR-RUN-RC
           END-IF
           IF FINDING-OVERFLOWS > 0
               DISPLAY '*** FINDING TABLE FULL - ' FINDING-OVERFLOWS
                       ' CUSTOMER(S) NOT LISTED'
                  UPON CONSOLE
               MOVE 'APN903S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'FINDING TABLE FULL - REPORT INCOMPLETE'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 16 TO MINOR-RUN-RC
           END-IF

           MOVE MAJORITY-DUE TO RUN-LOG-COUNT-EDIT
           MOVE 'APN002I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING 'RUN ENDED - ' DELIMITED BY SIZE
                  RUN-LOG-COUNT-EDIT DELIMITED BY SIZE
                  ' REACHING MAJORITY' DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE
           CLOSE RUN-LOG-FILE
           MOVE MINOR-RUN-RC TO RETURN-CODE

           GOBACK.

      * ---
      * Ages are worked out as of the business date, the system date
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
      * Every member of a company group and every parent above one;
      * with no membership file only the master's own company
      * fields show a company relationship
       LOAD-GROUP-MEMBERSHIP SECTION.
           OPEN INPUT GROUP-MEMBER-FILE
           IF NOT GROUP-MBR-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL GROUP-MBR-AT-EOF
               READ GROUP-MEMBER-FILE
                   AT END
                       MOVE 'Y' TO WS-GROUP-MBR-EOF-FLAG
                   NOT AT END
                       IF GMB-CUSTOMER-NUMBER IS NUMERIC
                           MOVE GMB-CUSTOMER-NUMBER TO GROUP-WANTED
                           PERFORM ADD-GROUP-CUSTOMER
                       END-IF
                       IF GMB-ULTIMATE-PARENT IS NUMERIC
                           MOVE GMB-ULTIMATE-PARENT TO GROUP-WANTED
                           PERFORM ADD-GROUP-CUSTOMER
                       END-IF
                       IF GMB-IMMEDIATE-PARENT IS NUMERIC
                           MOVE GMB-IMMEDIATE-PARENT TO GROUP-WANTED
                           PERFORM ADD-GROUP-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GROUP-MEMBER-FILE

           IF GROUP-OVERFLOWS > 0
               DISPLAY '*** GROUP TABLE FULL - ' GROUP-OVERFLOWS
                       ' GROUP CUSTOMER(S) NOT LOADED'
                  UPON CONSOLE
           END-IF

           EXIT.

       ADD-GROUP-CUSTOMER SECTION.
           IF GROUP-WANTED = 0
               EXIT SECTION
           END-IF
           PERFORM FIND-GROUP-CUSTOMER
           IF GROUP-FOUND
               EXIT SECTION
           END-IF
           IF GROUP-ENTRY-COUNT >= MAX-GROUP-ENTRIES
               ADD 1 TO GROUP-OVERFLOWS
               EXIT SECTION
           END-IF
           ADD 1 TO GROUP-ENTRY-COUNT
           MOVE GROUP-WANTED TO GRT-CUSTOMER-NUMBER (GROUP-ENTRY-COUNT)

           EXIT.

       FIND-GROUP-CUSTOMER SECTION.
           MOVE 'N' TO GROUP-FOUND-FLAG
           PERFORM VARYING GROUP-IX FROM 1 BY 1
                   UNTIL GROUP-IX > GROUP-ENTRY-COUNT
                      OR GROUP-FOUND
               IF GRT-CUSTOMER-NUMBER (GROUP-IX) = GROUP-WANTED
                   MOVE 'Y' TO GROUP-FOUND-FLAG
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One provider record: closed customers and records with no
      * date of birth are passed over; a date that cannot be read or
      * is implausible is a data error; otherwise the age decides
      * whether the customer is still a minor
       CHECK-ONE-CUSTOMER SECTION.
           IF PMI-LIFECYCLE-STATUS = 'C'
               ADD 1 TO CLOSED-SKIPPED
               EXIT SECTION
           END-IF
           IF PMI-DATE-OF-BIRTH = SPACES
               ADD 1 TO NO-DATE-OF-BIRTH
               EXIT SECTION
           END-IF

           PERFORM READ-DATE-OF-BIRTH
           IF NOT BIRTH-DATE-VALID
               MOVE 'DATE OF BIRTH UNREADABLE' TO ERROR-REASON
               PERFORM NOTE-DATA-ERROR
               EXIT SECTION
           END-IF
           IF BIRTH-DATE > BUSINESS-DATE
               MOVE 'DATE OF BIRTH IN THE FUTURE' TO ERROR-REASON
               PERFORM NOTE-DATA-ERROR
               EXIT SECTION
           END-IF

      *    A 29 February birthday falls on 1 March in other years
           COMPUTE CUSTOMER-AGE = BUSINESS-YEAR - BIRTH-YEAR
           IF BUSINESS-MMDD < BIRTH-MMDD
               SUBTRACT 1 FROM CUSTOMER-AGE
           END-IF
           ADD 1 TO AGES-WORKED-OUT
           IF CUSTOMER-AGE > OLDEST-PLAUSIBLE-AGE
               MOVE 'AGE OVER 120' TO ERROR-REASON
               PERFORM NOTE-DATA-ERROR
               EXIT SECTION
           END-IF
           IF CUSTOMER-AGE >= AGE-OF-MAJORITY
               EXIT SECTION
           END-IF

           ADD 1 TO MINORS-FOUND
           COMPUTE MAJORITY-YEAR = BIRTH-YEAR + AGE-OF-MAJORITY
           MOVE BIRTH-MMDD TO MAJORITY-MMDD
           IF BIRTH-MMDD = 0229
               MOVE MAJORITY-YEAR TO LEAP-QUOTIENT
               PERFORM CHECK-LEAP-YEAR
               IF NOT LEAP-YEAR
                   MOVE 0301 TO MAJORITY-MMDD
               END-IF
           END-IF
           PERFORM FIND-CUSTOMER-PORTFOLIO
           PERFORM NOTE-MINOR

           EXIT.

      * ---
      * Take the recorded date apart into BIRTH-DATE (YYYYMMDD) and
      * check it is a real calendar date
       READ-DATE-OF-BIRTH SECTION.
           MOVE 'N' TO BIRTH-DATE-VALID-FLAG
           MOVE 0 TO BIRTH-DATE
           MOVE PMI-DATE-OF-BIRTH TO BIRTH-DATE-TEXT
           EVALUATE TRUE
               WHEN BDD-DOT-1 = '.' AND BDD-DOT-2 = '.'
                AND BDD-DAY IS NUMERIC AND BDD-MONTH IS NUMERIC
                AND BDD-YEAR IS NUMERIC
                   MOVE BDD-YEAR TO BIRTH-YEAR
                   MOVE BDD-MONTH TO BIRTH-MONTH
                   MOVE BDD-DAY TO BIRTH-DAY
               WHEN BDI-DASH-1 = '-' AND BDI-DASH-2 = '-'
                AND BDI-DAY IS NUMERIC AND BDI-MONTH IS NUMERIC
                AND BDI-YEAR IS NUMERIC
                   MOVE BDI-YEAR TO BIRTH-YEAR
                   MOVE BDI-MONTH TO BIRTH-MONTH
                   MOVE BDI-DAY TO BIRTH-DAY
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE

           IF BIRTH-YEAR < 1000
               OR BIRTH-MONTH < 1 OR BIRTH-MONTH > 12
               OR BIRTH-DAY < 1
               EXIT SECTION
           END-IF
           EVALUATE BIRTH-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   MOVE BIRTH-YEAR TO LEAP-QUOTIENT
                   PERFORM CHECK-LEAP-YEAR
                   IF LEAP-YEAR
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           IF BIRTH-DAY > DAYS-IN-MONTH
               EXIT SECTION
           END-IF
           MOVE 'Y' TO BIRTH-DATE-VALID-FLAG

           EXIT.

      * ---
      * Is the year in LEAP-QUOTIENT a leap year
       CHECK-LEAP-YEAR SECTION.
           MOVE 'N' TO LEAP-YEAR-FLAG
           DIVIDE LEAP-QUOTIENT BY 4 GIVING LEAP-REMAINDER
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER NOT = 0
               EXIT SECTION
           END-IF
           DIVIDE LEAP-QUOTIENT BY 100 GIVING LEAP-REMAINDER
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER NOT = 0
               MOVE 'Y' TO LEAP-YEAR-FLAG
               EXIT SECTION
           END-IF
           DIVIDE LEAP-QUOTIENT BY 400 GIVING LEAP-REMAINDER
               REMAINDER LEAP-REMAINDER
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-FLAG
           END-IF

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
      * Add a finding, with the fields every report section shows
       ADD-FINDING SECTION.
           IF FINDING-ENTRY-COUNT >= MAX-FINDING-ENTRIES
               ADD 1 TO FINDING-OVERFLOWS
               MOVE 0 TO FINDING-IX
               EXIT SECTION
           END-IF
           ADD 1 TO FINDING-ENTRY-COUNT
           MOVE FINDING-ENTRY-COUNT TO FINDING-IX

           MOVE SPACES TO CUSTOMER-NAME
           STRING PMI-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PMI-LAST-NAME DELIMITED BY '  '
             INTO CUSTOMER-NAME
           END-STRING
           IF PMI-CUSTOMER-NUMBER IS NUMERIC
               MOVE PMI-CUSTOMER-NUMBER
                 TO FND-CUSTOMER-NUMBER (FINDING-IX)
           ELSE
               MOVE 0 TO FND-CUSTOMER-NUMBER (FINDING-IX)
           END-IF
           MOVE CUSTOMER-NAME TO FND-NAME (FINDING-IX)
           MOVE PMI-DATE-OF-BIRTH TO FND-DATE-OF-BIRTH (FINDING-IX)
           MOVE 0 TO FND-AGE (FINDING-IX)
           MOVE 0 TO FND-MAJORITY-DATE (FINDING-IX)
           MOVE CUSTOMER-BRANCH TO FND-BRANCH (FINDING-IX)
           MOVE CUSTOMER-RM-ID TO FND-RM-ID (FINDING-IX)
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO FND-BALANCE (FINDING-IX)
           ELSE
               MOVE 0 TO FND-BALANCE (FINDING-IX)
           END-IF
           MOVE 'N' TO FND-MAJORITY-DUE-FLAG (FINDING-IX)
           MOVE 'N' TO FND-OVERDRAWN-FLAG (FINDING-IX)
           MOVE 'N' TO FND-COMPANY-FLAG (FINDING-IX)
           MOVE SPACES TO FND-REASON (FINDING-IX)

           EXIT.

       NOTE-DATA-ERROR SECTION.
           ADD 1 TO DATA-ERRORS
           PERFORM FIND-CUSTOMER-PORTFOLIO
           PERFORM ADD-FINDING
           IF FINDING-IX = 0
               EXIT SECTION
           END-IF
           MOVE 'E' TO FND-KIND (FINDING-IX)
           MOVE ERROR-REASON TO FND-REASON (FINDING-IX)
           IF ERROR-REASON = 'AGE OVER 120'
               MOVE CUSTOMER-AGE TO FND-AGE (FINDING-IX)
           END-IF

           EXIT.

      * ---
      * A minor: due for majority when the birthday falls before
      * the next run, in which case the majority letter is queued -
      * the majority date is its reference, so a rerun does not
      * send it twice. Overdrawn or company-linked minors are
      * policy exceptions
       NOTE-MINOR SECTION.
           MOVE 'N' TO COMPANY-LINK-FLAG
           IF PMI-CUSTOMER-KIND = 'C' OR PMI-COMPANY-NAME NOT = SPACES
               MOVE 'Y' TO COMPANY-LINK-FLAG
           ELSE
               IF PMI-CUSTOMER-NUMBER IS NUMERIC
                   MOVE PMI-CUSTOMER-NUMBER TO GROUP-WANTED
                   PERFORM FIND-GROUP-CUSTOMER
                   IF GROUP-FOUND
                       MOVE 'Y' TO COMPANY-LINK-FLAG
                   END-IF
               END-IF
           END-IF

           PERFORM ADD-FINDING
           IF FINDING-IX = 0
               EXIT SECTION
           END-IF
           MOVE 'M' TO FND-KIND (FINDING-IX)
           MOVE CUSTOMER-AGE TO FND-AGE (FINDING-IX)
           MOVE MAJORITY-DATE TO FND-MAJORITY-DATE (FINDING-IX)

           IF MAJORITY-DATE <= WINDOW-END-DATE
               ADD 1 TO MAJORITY-DUE
               MOVE 'Y' TO FND-MAJORITY-DUE-FLAG (FINDING-IX)
               IF PMI-CUSTOMER-NUMBER IS NUMERIC
                   PERFORM QUEUE-MAJORITY-LETTER
                   MOVE 'MAJORITY LETTER QUEUED'
                     TO FND-REASON (FINDING-IX)
               END-IF
           END-IF

           IF FND-BALANCE (FINDING-IX) < 0
               MOVE 'Y' TO FND-OVERDRAWN-FLAG (FINDING-IX)
           END-IF
           IF COMPANY-LINKED
               MOVE 'Y' TO FND-COMPANY-FLAG (FINDING-IX)
           END-IF
           IF FND-OVERDRAWN (FINDING-IX)
               OR FND-COMPANY-LINKED (FINDING-IX)
               ADD 1 TO POLICY-EXCEPTIONS
           END-IF

           EXIT.

      * ---
      * Queue the majority letter for the correspondence run, dated
      * for the day the customer comes of age
       QUEUE-MAJORITY-LETTER SECTION.
           MOVE SPACES TO LETTER-REQUEST-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO CRQ-CUSTOMER-NUMBER
           MOVE 'MAJRTY01' TO CRQ-LETTER-CODE
           MOVE 'APIMINR ' TO CRQ-SOURCE-PROGRAM
           MOVE BUSINESS-DATE TO CRQ-REQUEST-DATE
           MOVE MAJORITY-DATE TO CRQ-EVENT-DATE
           MOVE 0 TO CRQ-AMOUNT
           STRING 'MAJ-' DELIMITED BY SIZE
                  MAJORITY-DATE DELIMITED BY SIZE
             INTO CRQ-REFERENCE
           END-STRING
           WRITE LETTER-REQUEST-RECORD
           ADD 1 TO LETTERS-QUEUED

           EXIT.

      * ---
      * The report: customers reaching majority, current minors,
      * policy exceptions, date-of-birth errors, then the counts
       WRITE-MINOR-REPORT SECTION.
           OPEN OUTPUT MINOR-REPORT-FILE
           PERFORM WRITE-MINOR-REPORT-HEADING

           MOVE WINDOW-END-DATE TO REPORT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'CUSTOMERS REACHING MAJORITY UP TO '
                  DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
                  ' - GUARDIAN AUTHORITY ENDS, RE-IDENTIFY'
                  DELIMITED BY SIZE
             INTO MINOR-REPORT-RECORD
           END-STRING
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING FINDING-IX FROM 1 BY 1
                   UNTIL FINDING-IX > FINDING-ENTRY-COUNT
               IF FND-MINOR (FINDING-IX)
                   AND FND-MAJORITY-DUE (FINDING-IX)
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-PERFORM
           PERFORM END-REPORT-SECTION

           MOVE 'CURRENT MINORS' TO MINOR-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING FINDING-IX FROM 1 BY 1
                   UNTIL FINDING-IX > FINDING-ENTRY-COUNT
               IF FND-MINOR (FINDING-IX)
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-PERFORM
           PERFORM END-REPORT-SECTION

           MOVE 'POLICY EXCEPTIONS - MINORS OVERDRAWN OR WITH A '
             & 'COMPANY RELATIONSHIP' TO MINOR-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING FINDING-IX FROM 1 BY 1
                   UNTIL FINDING-IX > FINDING-ENTRY-COUNT
               IF FND-MINOR (FINDING-IX)
                   AND (FND-OVERDRAWN (FINDING-IX)
                        OR FND-COMPANY-LINKED (FINDING-IX))
                   EVALUATE TRUE
                       WHEN FND-OVERDRAWN (FINDING-IX)
                        AND FND-COMPANY-LINKED (FINDING-IX)
                           MOVE 'OVERDRAWN, COMPANY RELATION'
                             TO FND-REASON (FINDING-IX)
                       WHEN FND-OVERDRAWN (FINDING-IX)
                           MOVE 'OVERDRAWN' TO FND-REASON (FINDING-IX)
                       WHEN OTHER
                           MOVE 'COMPANY RELATIONSHIP'
                             TO FND-REASON (FINDING-IX)
                   END-EVALUATE
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-PERFORM
           PERFORM END-REPORT-SECTION

           MOVE 'DATE-OF-BIRTH DATA ERRORS' TO MINOR-REPORT-RECORD
           PERFORM WRITE-SECTION-HEADING
           PERFORM VARYING FINDING-IX FROM 1 BY 1
                   UNTIL FINDING-IX > FINDING-ENTRY-COUNT
               IF FND-DATA-ERROR (FINDING-IX)
                   PERFORM WRITE-FINDING-LINE
               END-IF
           END-PERFORM
           PERFORM END-REPORT-SECTION

           MOVE 'PROVIDER RECORDS READ' TO SML-LABEL
           MOVE RECORDS-READ TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CLOSED CUSTOMERS SKIPPED' TO SML-LABEL
           MOVE CLOSED-SKIPPED TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'NO DATE OF BIRTH RECORDED' TO SML-LABEL
           MOVE NO-DATE-OF-BIRTH TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CURRENT MINORS' TO SML-LABEL
           MOVE MINORS-FOUND TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'REACHING MAJORITY' TO SML-LABEL
           MOVE MAJORITY-DUE TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'MAJORITY LETTERS QUEUED' TO SML-LABEL
           MOVE LETTERS-QUEUED TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'POLICY EXCEPTIONS' TO SML-LABEL
           MOVE POLICY-EXCEPTIONS TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DATE-OF-BIRTH DATA ERRORS' TO SML-LABEL
           MOVE DATA-ERRORS TO SML-COUNT
           PERFORM WRITE-SUMMARY-LINE

           CLOSE MINOR-REPORT-FILE

           EXIT.

      * ---
      * Section title (already in the report record) and the column
      * heading
       WRITE-SECTION-HEADING SECTION.
           PERFORM WRITE-MINOR-REPORT-LINE
           MOVE MINOR-COLUMN-HEADING TO MINOR-REPORT-RECORD
           PERFORM WRITE-MINOR-REPORT-LINE
           MOVE 0 TO SECTION-LINES

           EXIT.

       END-REPORT-SECTION SECTION.
           IF SECTION-LINES = 0
               MOVE '  NONE' TO MINOR-REPORT-RECORD
               PERFORM WRITE-MINOR-REPORT-LINE
           END-IF
           MOVE SPACES TO MINOR-REPORT-RECORD
           PERFORM WRITE-MINOR-REPORT-LINE

           EXIT.

       WRITE-FINDING-LINE SECTION.
           MOVE SPACES TO MINOR-DETAIL-LINE
           MOVE FND-CUSTOMER-NUMBER (FINDING-IX)
             TO MDL-CUSTOMER-NUMBER
           MOVE FND-NAME (FINDING-IX) TO MDL-NAME
           MOVE FND-DATE-OF-BIRTH (FINDING-IX) TO MDL-DATE-OF-BIRTH
           IF FND-MINOR (FINDING-IX)
               OR FND-AGE (FINDING-IX) > 0
               MOVE FND-AGE (FINDING-IX) TO MDL-AGE
           END-IF
           IF FND-MAJORITY-DATE (FINDING-IX) > 0
               MOVE FND-MAJORITY-DATE (FINDING-IX) TO REPORT-DATE-IN
               PERFORM EDIT-REPORT-DATE
               MOVE REPORT-DATE-EDIT TO MDL-MAJORITY-DATE
           END-IF
           MOVE FND-BRANCH (FINDING-IX) TO MDL-BRANCH
           MOVE FND-RM-ID (FINDING-IX) TO MDL-RM-ID
           MOVE FND-BALANCE (FINDING-IX) TO MDL-BALANCE
           MOVE FND-REASON (FINDING-IX) TO MDL-NOTE
           MOVE MINOR-DETAIL-LINE TO MINOR-REPORT-RECORD
           PERFORM WRITE-MINOR-REPORT-LINE
           ADD 1 TO SECTION-LINES

           EXIT.

       WRITE-SUMMARY-LINE SECTION.
           MOVE SUMMARY-LINE TO MINOR-REPORT-RECORD
           PERFORM WRITE-MINOR-REPORT-LINE

           EXIT.

       EDIT-REPORT-DATE SECTION.
           MOVE RDI-DAY TO RDE-DAY
           MOVE RDI-MONTH TO RDE-MONTH
           MOVE RDI-YEAR TO RDE-YEAR

           EXIT.

       WRITE-MINOR-REPORT-HEADING SECTION.
           ADD 1 TO MINR-RPT-PAGE-NUMBER

           MOVE SPACES TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           MOVE BUSINESS-DATE TO REPORT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO MINOR-REPORT-RECORD
           STRING 'MINOR-CUSTOMER MONITORING AS OF '
                  DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  MINR-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO MINOR-REPORT-RECORD
           END-STRING
           WRITE MINOR-REPORT-RECORD

           MOVE SPACES TO MINOR-REPORT-RECORD
           WRITE MINOR-REPORT-RECORD

           MOVE 0 TO MINR-RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-MINOR-REPORT-LINE SECTION.
           IF MINR-RPT-LINE-COUNT >= MINR-RPT-LINES-PER-PAGE
               MOVE MINOR-REPORT-RECORD TO MINR-RPT-PENDING-LINE
               PERFORM WRITE-MINOR-REPORT-HEADING
               MOVE MINR-RPT-PENDING-LINE TO MINOR-REPORT-RECORD
           END-IF
           WRITE MINOR-REPORT-RECORD
           ADD 1 TO MINR-RPT-LINE-COUNT
           MOVE SPACES TO MINOR-REPORT-RECORD

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT
       WRITE-RUN-LOG-MESSAGE SECTION.
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APIMINR' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD

           EXIT.
