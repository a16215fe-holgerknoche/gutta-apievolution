123456*Customer risk rating and KYC review scheduling: scores every
      *provider customer nightly from what the suite already holds -
      *watch-list screening history, an international primary and
      *its country's risk class, company customers, overdraft
      *exposure against the limit register and recent address
      *changes on the provider history - rates it high, medium or
      *low, and schedules the next KYC review from the rating. The
      *rating file keeps the contributing factors; the review list
      *shows, branch by branch, who is due or overdue by month end,
      *the branch and RM coming from the APIPORT portfolio

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIRISK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    The rating file, carried from night to night so review
      *    dates survive, and rewritten through the work file
           SELECT RISK-RATING-FILE ASSIGN TO WS-RISK-RATING-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-RATING-STATUS.
           SELECT RISK-RATING-NEW ASSIGN TO WS-RISK-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-NEW-STATUS.
      *    Completed reviews the KYC team reports back
           SELECT REVIEW-DONE-FILE ASSIGN TO WS-REVIEW-DONE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-DONE-STATUS.
      *    Watch-list screening history: confirmed hits and
      *    released false positives as APIWLREV registers them
           SELECT CONFIRMED-REGISTER-FILE ASSIGN TO WS-CONFIRM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT RELEASED-REGISTER-FILE ASSIGN TO WS-RELEASE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
      *    Country reference the conversion checks codes against,
      *    with compliance's risk class per country
           SELECT COUNTRY-REFERENCE-FILE ASSIGN TO WS-COUNTRY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTRY-STATUS.
      *    Overdraft limit register APILIMT maintains
           SELECT LIMIT-REGISTER-FILE ASSIGN TO WS-LIMIT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-REG-STATUS.
      *    Provider-master history: superseded records with the
      *    date they were replaced
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    Reviews due or overdue by month end, per branch
           SELECT REVIEW-LIST-FILE ASSIGN TO WS-REVIEW-LIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-LIST-STATUS.
      *    Business date the ratings and reviews are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Branch and RM portfolio from APIPORT, in provider order
           SELECT PORTFOLIO-FILE ASSIGN TO WS-PORTFOLIO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PORTFOLIO-STATUS.

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

      *    One line per rated customer: the rating, its score and
      *    the factors behind it ('Y'/'N', the country's class, the
      *    count of recent address changes), the date first rated,
      *    the last completed review and the next one due
       FD RISK-RATING-FILE.
       01 RISK-RATING-RECORD.
           05 RRT-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RRT-RATING PIC X(01).
           05 FILLER PIC X(01).
           05 RRT-SCORE PIC 9(03).
           05 FILLER PIC X(01).
           05 RRT-FACTORS.
             10 RRT-FCT-WL-CONFIRMED PIC X(01).
             10 RRT-FCT-WL-RELEASED PIC X(01).
             10 RRT-FCT-INTERNATIONAL PIC X(01).
             10 RRT-FCT-COUNTRY-CLASS PIC X(01).
             10 RRT-FCT-COMPANY PIC X(01).
             10 RRT-FCT-OVERDRAWN PIC X(01).
             10 RRT-FCT-OVER-LIMIT PIC X(01).
             10 RRT-FCT-ADDRESS-CHANGES PIC 9(01).
           05 FILLER PIC X(01).
           05 RRT-RATED-SINCE PIC 9(08).
           05 FILLER PIC X(01).
           05 RRT-LAST-REVIEW-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RRT-NEXT-REVIEW-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 RRT-RATING-DATE PIC 9(08).

       FD RISK-RATING-NEW.
       01 RISK-RATING-NEW-RECORD PIC X(60).

      *    A review date of zero is the business date
       FD REVIEW-DONE-FILE.
       01 REVIEW-DONE-RECORD.
           05 KYD-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 KYD-REVIEW-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 KYD-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(53).

       FD CONFIRMED-REGISTER-FILE.
       01 CONFIRMED-REGISTER-RECORD.
           05 CNF-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(61).

       FD RELEASED-REGISTER-FILE.
       01 RELEASED-REGISTER-RECORD.
           05 RLS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(61).

       FD COUNTRY-REFERENCE-FILE.
       01 COUNTRY-REFERENCE-RECORD.
           05 CRF-COUNTRY-CODE PIC X(03).
           05 CRF-POSTAL-SHAPE PIC X(09).
           05 CRF-RISK-CLASS PIC X(01).

       FD LIMIT-REGISTER-FILE.
       01 LIMIT-REGISTER-RECORD.
           05 OLR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 OLR-LIMIT-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 OLR-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 OLR-LIMIT-STATUS PIC X(01).
           05 FILLER PIC X(31).

      *    The superseded record image carries the address as it
      *    stood before the change
       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE.
             10 FILLER PIC X(42).
             10 HIS-STREET PIC X(20).
             10 HIS-NUMBER PIC X(05).
             10 HIS-POSTAL-CODE PIC X(09).
             10 HIS-CITY PIC X(20).
             10 HIS-CUSTOMER-NUMBER PIC 9(09).
             10 FILLER PIC X(147).

       FD REVIEW-LIST-FILE.
       01 REVIEW-LIST-RECORD PIC X(132).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD PORTFOLIO-FILE.
       01 PORTFOLIO-RECORD.
           05 PFL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 PFL-BRANCH PIC X(04).
           05 FILLER PIC X(01).
           05 PFL-RM-ID PIC X(08).
           05 FILLER PIC X(01).
           05 PFL-ASSIGNED-BY PIC X(01).

       WORKING-STORAGE SECTION.
       01 RISK-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-RISK-RATING-NAME PIC X(30) VALUE 'RISKRATE.DAT'.
           05 WS-RISK-RATING-STATUS PIC X(02).
             88 RISK-RATING-OK VALUE '00'.
           05 WS-RISK-NEW-NAME PIC X(30) VALUE 'RISKRATE.NEW'.
           05 WS-RISK-NEW-STATUS PIC X(02).
           05 WS-REVIEW-DONE-NAME PIC X(30) VALUE 'KYCDONE.DAT'.
           05 WS-REVIEW-DONE-STATUS PIC X(02).
             88 REVIEW-DONE-OK VALUE '00'.
           05 WS-CONFIRM-NAME PIC X(30) VALUE 'WLCONF.DAT'.
           05 WS-CONFIRM-STATUS PIC X(02).
             88 CONFIRM-OK VALUE '00'.
           05 WS-RELEASE-NAME PIC X(30) VALUE 'WLRELS.DAT'.
           05 WS-RELEASE-STATUS PIC X(02).
             88 RELEASE-OK VALUE '00'.
           05 WS-COUNTRY-NAME PIC X(30) VALUE 'COUNTRY.DAT'.
           05 WS-COUNTRY-STATUS PIC X(02).
             88 COUNTRY-FILE-OK VALUE '00'.
           05 WS-LIMIT-REG-NAME PIC X(30) VALUE 'ODLIMIT.DAT'.
           05 WS-LIMIT-REG-STATUS PIC X(02).
             88 LIMIT-REG-OK VALUE '00'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-REVIEW-LIST-NAME PIC X(30) VALUE 'KYCDUE.DAT'.
           05 WS-REVIEW-LIST-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-PORTFOLIO-NAME PIC X(30) VALUE 'PORTFOLIO.DAT'.
           05 WS-PORTFOLIO-STATUS PIC X(02).
             88 PORTFOLIO-OK VALUE '00'.
           05 WS-PORTFOLIO-EOF-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-AT-EOF VALUE 'Y'.
           05 WS-PORTFOLIO-OPEN-FLAG PIC X VALUE 'N'.
             88 PORTFOLIO-OPEN VALUE 'Y'.
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
           05 LOOKUP-FOUND-FLAG PIC X(01).
             88 LOOKUP-FOUND VALUE 'Y'.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-RATED PIC S9(9) BINARY VALUE 0.
           05 RATED-HIGH PIC S9(9) BINARY VALUE 0.
           05 RATED-MEDIUM PIC S9(9) BINARY VALUE 0.
           05 RATED-LOW PIC S9(9) BINARY VALUE 0.
           05 REVIEWS-RECORDED PIC S9(9) BINARY VALUE 0.
           05 REVIEWS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 REVIEWS-DUE PIC S9(9) BINARY VALUE 0.
           05 REVIEWS-OVERDUE PIC S9(9) BINARY VALUE 0.

      *    Scoring weights and the thresholds between the ratings;
      *    a confirmed watch-list hit alone makes a customer high
           05 WEIGHT-WL-CONFIRMED PIC S9(4) BINARY VALUE 50.
           05 WEIGHT-WL-RELEASED PIC S9(4) BINARY VALUE 10.
           05 WEIGHT-INTERNATIONAL PIC S9(4) BINARY VALUE 10.
           05 WEIGHT-COUNTRY-HIGH PIC S9(4) BINARY VALUE 30.
           05 WEIGHT-COUNTRY-MEDIUM PIC S9(4) BINARY VALUE 15.
           05 WEIGHT-COUNTRY-UNKNOWN PIC S9(4) BINARY VALUE 15.
           05 WEIGHT-COMPANY PIC S9(4) BINARY VALUE 10.
           05 WEIGHT-OVERDRAWN PIC S9(4) BINARY VALUE 10.
           05 WEIGHT-OVER-LIMIT PIC S9(4) BINARY VALUE 20.
           05 WEIGHT-ADDRESS-CHANGE PIC S9(4) BINARY VALUE 10.
           05 MAX-ADDRESS-CHANGES-SCORED PIC S9(4) BINARY VALUE 2.
           05 THRESHOLD-HIGH PIC S9(4) BINARY VALUE 40.
           05 THRESHOLD-MEDIUM PIC S9(4) BINARY VALUE 20.
      *    Review frequency in months by rating, and how far back
      *    an address change still counts as recent
           05 REVIEW-MONTHS-HIGH PIC S9(4) BINARY VALUE 12.
           05 REVIEW-MONTHS-MEDIUM PIC S9(4) BINARY VALUE 24.
           05 REVIEW-MONTHS-LOW PIC S9(4) BINARY VALUE 36.
           05 ADDRESS-WINDOW-MONTHS PIC S9(4) BINARY VALUE 6.

      *    One customer's score as it is built up
       01 SCORE-WORK-FIELDS.
           05 CUSTOMER-SCORE PIC S9(4) BINARY.
           05 CUSTOMER-RATING PIC X(01).
           05 REVIEW-MONTHS PIC S9(4) BINARY.
           05 ADDRESS-CHANGE-COUNT PIC S9(4) BINARY.
           05 LIMIT-AMOUNT-HELD PIC S9(7)V99.
           05 OVERDRAWN-AMOUNT PIC S9(7)V99.
           05 WORK-FACTORS.
             10 WRK-FCT-WL-CONFIRMED PIC X(01).
             10 WRK-FCT-WL-RELEASED PIC X(01).
             10 WRK-FCT-INTERNATIONAL PIC X(01).
             10 WRK-FCT-COUNTRY-CLASS PIC X(01).
             10 WRK-FCT-COMPANY PIC X(01).
             10 WRK-FCT-OVERDRAWN PIC X(01).
             10 WRK-FCT-OVER-LIMIT PIC X(01).
             10 WRK-FCT-ADDRESS-CHANGES PIC 9(01).
           05 RATED-SINCE-DATE PIC 9(08).
           05 LAST-REVIEW-DATE PIC 9(08).
           05 NEXT-REVIEW-DATE PIC 9(08).
           05 BASE-REVIEW-DATE PIC 9(08).

      *    Month arithmetic on YYYYMMDD dates: a month index for
      *    the recent-change window, and months added to a date
      *    with the day held inside the target month
       01 DATE-WORK-FIELDS.
           05 DATE-WORK PIC 9(08).
           05 DATE-WORK-PARTS REDEFINES DATE-WORK.
             10 DTW-YEAR PIC 9(04).
             10 DTW-MONTH PIC 9(02).
             10 DTW-DAY PIC 9(02).
           05 MONTH-INDEX PIC S9(9) BINARY.
           05 WINDOW-START-INDEX PIC S9(9) BINARY.
           05 MONTHS-TO-ADD PIC S9(4) BINARY.
           05 DAYS-IN-MONTH PIC S9(4) BINARY.
           05 LEAP-QUOTIENT PIC S9(9) BINARY.
           05 LEAP-REMAINDER PIC S9(4) BINARY.
           05 BUSINESS-MONTH-END PIC 9(08).
           05 MONTH-LENGTH-VALUES PIC X(24)
              VALUE '312831303130313130313031'.
           05 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
             10 MONTH-LENGTH PIC 9(02) OCCURS 12.

      *    Last night's ratings, for the dates they carry
       01 PRIOR-TABLE-CONTROLS.
           05 MAX-PRIOR-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 PRIOR-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 PRIOR-IX PIC S9(9) BINARY.
           05 PRIOR-FOUND-IX PIC S9(9) BINARY.
           05 PRIOR-NEXT-IX PIC S9(9) BINARY VALUE 1.

       01 PRIOR-TABLE.
           05 PRIOR-ENTRY OCCURS 20000.
             10 PRT-CUSTOMER-NUMBER PIC 9(09).
             10 PRT-RATED-SINCE PIC 9(08).
             10 PRT-LAST-REVIEW-DATE PIC 9(08).

      *    Customer sets from the screening registers and the
      *    limit register
       01 SCREENING-TABLE-CONTROLS.
           05 MAX-SCREENING-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 CONFIRMED-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 RELEASED-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 SCREENING-IX PIC S9(9) BINARY.

       01 CONFIRMED-TABLE.
           05 CONFIRMED-CUSTOMER PIC 9(09) OCCURS 5000.
       01 RELEASED-TABLE.
           05 RELEASED-CUSTOMER PIC 9(09) OCCURS 5000.

       01 LIMIT-TABLE-CONTROLS.
           05 MAX-LIMIT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 LIMIT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LIMIT-IX PIC S9(9) BINARY.

       01 LIMIT-TABLE.
           05 LIMIT-ENTRY OCCURS 5000.
             10 LMT-CUSTOMER-NUMBER PIC 9(09).
             10 LMT-LIMIT-AMOUNT PIC 9(07)V99.

       01 COUNTRY-TABLE-CONTROLS.
           05 MAX-COUNTRY-ENTRIES PIC S9(4) BINARY VALUE 300.
           05 COUNTRY-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 COUNTRY-IX PIC S9(4) BINARY.

       01 COUNTRY-TABLE.
           05 COUNTRY-ENTRY OCCURS 300.
             10 CRT-COUNTRY-CODE PIC X(03).
             10 CRT-RISK-CLASS PIC X(01).

      *    Addresses customers left inside the recent-change window
       01 MOVE-TABLE-CONTROLS.
           05 MAX-MOVE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 MOVE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MOVE-IX PIC S9(9) BINARY.
           05 LAST-MOVE-ADDRESS PIC X(54).

       01 MOVE-TABLE.
           05 MOVE-ENTRY OCCURS 5000.
             10 MVE-CUSTOMER-NUMBER PIC 9(09).
             10 MVE-ADDRESS.
               15 MVE-STREET PIC X(20).
               15 MVE-NUMBER PIC X(05).
               15 MVE-POSTAL-CODE PIC X(09).
               15 MVE-CITY PIC X(20).

      *    Reviews due by month end, held for the per-branch list;
      *    the branch is the customer's portfolio branch, or the
      *    postal region band ('INTL' for international primaries)
      *    for a customer no portfolio carries yet
       01 DUE-TABLE-CONTROLS.
           05 MAX-DUE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 DUE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 DUE-IX PIC S9(9) BINARY.

       01 DUE-TABLE.
           05 DUE-ENTRY OCCURS 5000.
             10 DUE-BRANCH PIC X(04).
             10 DUE-RM-ID PIC X(08).
             10 DUE-CUSTOMER-NUMBER PIC 9(09).
             10 DUE-LAST-NAME PIC X(20).
             10 DUE-FIRST-NAME PIC X(20).
             10 DUE-RATING PIC X(01).
             10 DUE-SCORE PIC 9(03).
             10 DUE-LAST-REVIEW-DATE PIC 9(08).
             10 DUE-NEXT-REVIEW-DATE PIC 9(08).
             10 DUE-FACTOR-TEXT PIC X(32).

       01 BRANCH-TABLE-CONTROLS.
           05 MAX-BRANCH-ENTRIES PIC S9(4) BINARY VALUE 200.
           05 BRANCH-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 BRANCH-IX PIC S9(4) BINARY.
           05 BRANCH-SORT-IX PIC S9(4) BINARY.
           05 BRANCH-HOLD PIC X(04).
           05 CURRENT-BRANCH PIC X(04).
           05 BRANCH-DUE-COUNT PIC S9(9) BINARY.
           05 BRANCH-OVERDUE-COUNT PIC S9(9) BINARY.

       01 BRANCH-TABLE.
           05 BRANCH-CODE PIC X(04) OCCURS 200.

       01 BAND-WORK-FIELDS.
           05 BAND-DIGIT PIC 9(01).
           05 BAND-POSTAL-VALUE PIC S9(9) BINARY.
           05 CUSTOMER-BRANCH PIC X(04).
           05 CUSTOMER-RM-ID PIC X(08).
           05 FACTOR-TEXT PIC X(32).
           05 FACTOR-POINTER PIC S9(4) BINARY.

       01 REVIEW-LIST-CONTROLS.
           05 RVL-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RVL-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RVL-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.

       01 REVIEW-DETAIL-LINE.
           05 RDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 RDL-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 RDL-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 RDL-RATING PIC X(06).
           05 FILLER PIC X(01).
           05 RDL-SCORE PIC ZZ9.
           05 FILLER PIC X(01).
           05 RDL-LAST-REVIEW PIC X(08).
           05 FILLER PIC X(01).
           05 RDL-NEXT-REVIEW PIC 9(08).
           05 FILLER PIC X(01).
           05 RDL-STATE PIC X(07).
           05 FILLER PIC X(01).
           05 RDL-FACTORS PIC X(32).
           05 FILLER PIC X(01).
           05 RDL-RM-ID PIC X(08).

       01 REVIEW-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER PIC X(42) VALUE 'NAME'.
           05 FILLER PIC X(11) VALUE 'RATING'.
           05 FILLER PIC X(09) VALUE 'REVIEWED'.
           05 FILLER PIC X(09) VALUE 'DUE'.
           05 FILLER PIC X(08) VALUE 'STATE'.
           05 FILLER PIC X(33) VALUE 'FACTORS'.
           05 FILLER PIC X(08) VALUE 'RM'.

       01 BRANCH-TOTAL-LINE.
           05 FILLER PIC X(07) VALUE 'BRANCH '.
           05 BTL-BRANCH PIC X(04).
           05 FILLER PIC X(02) VALUE ': '.
           05 BTL-DUE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(06) VALUE ' DUE, '.
           05 BTL-OVERDUE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(08) VALUE ' OVERDUE'.

       PROCEDURE DIVISION.
           DISPLAY 'Rating provider customers for KYC review...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PRIOR-RATINGS
           PERFORM APPLY-COMPLETED-REVIEWS
           PERFORM LOAD-SCREENING-HISTORY
           PERFORM LOAD-COUNTRY-RISK
           PERFORM LOAD-ACTIVE-LIMITS
           PERFORM LOAD-RECENT-MOVES

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RISK-RATING-NEW
           OPEN INPUT PORTFOLIO-FILE
           IF PORTFOLIO-OK
               MOVE 'Y' TO WS-PORTFOLIO-OPEN-FLAG
               MOVE ZEROS TO PFL-CUSTOMER-NUMBER
           ELSE
               MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           AND PMI-LIFECYCLE-STATUS NOT = 'C'
                           PERFORM RATE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           IF PORTFOLIO-OPEN
               CLOSE PORTFOLIO-FILE
           END-IF
           CLOSE RISK-RATING-NEW
           CLOSE PROVIDER-MASTER-IN

      *    Tonight's ratings replace last night's only after a
      *    complete pass; a closed customer drops off
           CALL 'CBL_DELETE_FILE' USING WS-RISK-RATING-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-RISK-NEW-NAME
                WS-RISK-RATING-NAME
              RETURNING RENAME-STATUS

           PERFORM WRITE-REVIEW-LIST

           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers rated:          ' CUSTOMERS-RATED
              UPON CONSOLE
           DISPLAY '  rated high:             ' RATED-HIGH
              UPON CONSOLE
           DISPLAY '  rated medium:           ' RATED-MEDIUM
              UPON CONSOLE
           DISPLAY '  rated low:              ' RATED-LOW
              UPON CONSOLE
           DISPLAY 'Reviews recorded:         ' REVIEWS-RECORDED
              UPON CONSOLE
           DISPLAY 'Review cards refused:     ' REVIEWS-REFUSED
              UPON CONSOLE
           DISPLAY 'Reviews due by month end: ' REVIEWS-DUE
              UPON CONSOLE
           DISPLAY '  of which overdue:       ' REVIEWS-OVERDUE
              UPON CONSOLE

           IF REVIEWS-REFUSED > 0 OR TABLE-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Ratings and reviews are dated with the business date, the
      * system date when none is on file
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

      *    The review list runs to the last day of this month, and
      *    an address change counts as recent back to the start of
      *    the window
           MOVE BUSINESS-DATE TO DATE-WORK
           PERFORM FIND-DAYS-IN-MONTH
           MOVE DAYS-IN-MONTH TO DTW-DAY
           MOVE DATE-WORK TO BUSINESS-MONTH-END
           MOVE BUSINESS-DATE TO DATE-WORK
           COMPUTE WINDOW-START-INDEX =
               DTW-YEAR * 12 + DTW-MONTH - ADDRESS-WINDOW-MONTHS

           EXIT.

      * ---
      * Each customer's first-rated and last-review dates from
      * last night's file
       LOAD-PRIOR-RATINGS SECTION.
           OPEN INPUT RISK-RATING-FILE
           IF NOT RISK-RATING-OK
               DISPLAY 'NO RATING FILE PRESENT - EVERY CUSTOMER IS '
                       'RATED FOR THE FIRST TIME'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ RISK-RATING-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF RRT-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM STORE-ONE-PRIOR-RATING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RISK-RATING-FILE

           EXIT.

       STORE-ONE-PRIOR-RATING SECTION.
           IF PRIOR-ENTRY-COUNT >= MAX-PRIOR-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** RATING TABLE FULL AT '
                           MAX-PRIOR-ENTRIES
                           ' - LATER CUSTOMERS RATED AFRESH'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO PRIOR-ENTRY-COUNT
           MOVE RRT-CUSTOMER-NUMBER
             TO PRT-CUSTOMER-NUMBER (PRIOR-ENTRY-COUNT)
           IF RRT-RATED-SINCE IS NUMERIC
               MOVE RRT-RATED-SINCE
                 TO PRT-RATED-SINCE (PRIOR-ENTRY-COUNT)
           ELSE
               MOVE BUSINESS-DATE
                 TO PRT-RATED-SINCE (PRIOR-ENTRY-COUNT)
           END-IF
           IF RRT-LAST-REVIEW-DATE IS NUMERIC
               MOVE RRT-LAST-REVIEW-DATE
                 TO PRT-LAST-REVIEW-DATE (PRIOR-ENTRY-COUNT)
           ELSE
               MOVE 0 TO PRT-LAST-REVIEW-DATE (PRIOR-ENTRY-COUNT)
           END-IF

           EXIT.

      * ---
      * A completed review restarts the customer's review clock;
      * a customer never rated is taken on with the review as its
      * first date
       APPLY-COMPLETED-REVIEWS SECTION.
           OPEN INPUT REVIEW-DONE-FILE
           IF NOT REVIEW-DONE-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ REVIEW-DONE-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-REVIEW
               END-READ
           END-PERFORM
           CLOSE REVIEW-DONE-FILE

           EXIT.

       APPLY-ONE-REVIEW SECTION.
           IF KYD-CUSTOMER-NUMBER IS NOT NUMERIC
               OR KYD-REVIEW-DATE IS NOT NUMERIC
               OR KYD-REVIEW-DATE > BUSINESS-DATE
               ADD 1 TO REVIEWS-REFUSED
               DISPLAY 'REVIEW CARD FOR ' KYD-CUSTOMER-NUMBER
                       ' REFUSED - CUSTOMER OR DATE NOT VALID'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF KYD-REVIEW-DATE = 0
               MOVE BUSINESS-DATE TO KYD-REVIEW-DATE
           END-IF

           MOVE KYD-CUSTOMER-NUMBER TO PMI-CUSTOMER-NUMBER
           PERFORM FIND-PRIOR-RATING
           IF PRIOR-FOUND-IX = 0
               IF PRIOR-ENTRY-COUNT >= MAX-PRIOR-ENTRIES
                   ADD 1 TO REVIEWS-REFUSED
                   DISPLAY 'REVIEW CARD FOR ' KYD-CUSTOMER-NUMBER
                           ' REFUSED - RATING TABLE FULL'
                      UPON CONSOLE
                   EXIT SECTION
               END-IF
               ADD 1 TO PRIOR-ENTRY-COUNT
               MOVE PRIOR-ENTRY-COUNT TO PRIOR-FOUND-IX
               MOVE KYD-CUSTOMER-NUMBER
                 TO PRT-CUSTOMER-NUMBER (PRIOR-FOUND-IX)
               MOVE KYD-REVIEW-DATE
                 TO PRT-RATED-SINCE (PRIOR-FOUND-IX)
           END-IF
           IF KYD-REVIEW-DATE > PRT-LAST-REVIEW-DATE (PRIOR-FOUND-IX)
               MOVE KYD-REVIEW-DATE
                 TO PRT-LAST-REVIEW-DATE (PRIOR-FOUND-IX)
           END-IF
           ADD 1 TO REVIEWS-RECORDED

           EXIT.

      * ---
      * The rating file is written in master order, so the entry
      * after the last one found is tried before a full scan
       FIND-PRIOR-RATING SECTION.
           MOVE 0 TO PRIOR-FOUND-IX
           IF PRIOR-NEXT-IX <= PRIOR-ENTRY-COUNT
               IF PRT-CUSTOMER-NUMBER (PRIOR-NEXT-IX)
                      = PMI-CUSTOMER-NUMBER
                   MOVE PRIOR-NEXT-IX TO PRIOR-FOUND-IX
               END-IF
           END-IF
           IF PRIOR-FOUND-IX = 0
               PERFORM VARYING PRIOR-IX FROM 1 BY 1
                       UNTIL PRIOR-IX > PRIOR-ENTRY-COUNT
                          OR PRIOR-FOUND-IX > 0
                   IF PRT-CUSTOMER-NUMBER (PRIOR-IX)
                          = PMI-CUSTOMER-NUMBER
                       MOVE PRIOR-IX TO PRIOR-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF
           IF PRIOR-FOUND-IX > 0
               COMPUTE PRIOR-NEXT-IX = PRIOR-FOUND-IX + 1
           END-IF

           EXIT.

      * ---
      * Confirmed hits and released false positives, by customer
       LOAD-SCREENING-HISTORY SECTION.
           OPEN INPUT CONFIRMED-REGISTER-FILE
           IF CONFIRM-OK
               MOVE 'N' TO LOAD-EOF-FLAG
               PERFORM UNTIL LOAD-AT-EOF
                   READ CONFIRMED-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO LOAD-EOF-FLAG
                       NOT AT END
                           IF CNF-CUSTOMER-NUMBER IS NUMERIC
                               AND CONFIRMED-ENTRY-COUNT
                                   < MAX-SCREENING-ENTRIES
                               ADD 1 TO CONFIRMED-ENTRY-COUNT
                               MOVE CNF-CUSTOMER-NUMBER
                                 TO CONFIRMED-CUSTOMER
                                    (CONFIRMED-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIRMED-REGISTER-FILE
           END-IF

           OPEN INPUT RELEASED-REGISTER-FILE
           IF RELEASE-OK
               MOVE 'N' TO LOAD-EOF-FLAG
               PERFORM UNTIL LOAD-AT-EOF
                   READ RELEASED-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO LOAD-EOF-FLAG
                       NOT AT END
                           IF RLS-CUSTOMER-NUMBER IS NUMERIC
                               AND RELEASED-ENTRY-COUNT
                                   < MAX-SCREENING-ENTRIES
                               ADD 1 TO RELEASED-ENTRY-COUNT
                               MOVE RLS-CUSTOMER-NUMBER
                                 TO RELEASED-CUSTOMER
                                    (RELEASED-ENTRY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASED-REGISTER-FILE
           END-IF

           EXIT.

      * ---
      * Country codes with their risk class; a class left blank on
      * the reference is treated as low
       LOAD-COUNTRY-RISK SECTION.
           OPEN INPUT COUNTRY-REFERENCE-FILE
           IF NOT COUNTRY-FILE-OK
               DISPLAY 'NO COUNTRY REFERENCE PRESENT - EVERY '
                       'INTERNATIONAL PRIMARY SCORES AS UNKNOWN'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
                      OR COUNTRY-ENTRY-COUNT >= MAX-COUNTRY-ENTRIES
               READ COUNTRY-REFERENCE-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF CRF-COUNTRY-CODE NOT = SPACES
                           ADD 1 TO COUNTRY-ENTRY-COUNT
                           MOVE CRF-COUNTRY-CODE
                             TO CRT-COUNTRY-CODE
                                (COUNTRY-ENTRY-COUNT)
                           IF CRF-RISK-CLASS = 'H'
                               OR CRF-RISK-CLASS = 'M'
                               MOVE CRF-RISK-CLASS
                                 TO CRT-RISK-CLASS
                                    (COUNTRY-ENTRY-COUNT)
                           ELSE
                               MOVE 'L'
                                 TO CRT-RISK-CLASS
                                    (COUNTRY-ENTRY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTRY-REFERENCE-FILE

           EXIT.

      * ---
      * Live limits only; an expired limit no longer covers a
      * negative balance
       LOAD-ACTIVE-LIMITS SECTION.
           OPEN INPUT LIMIT-REGISTER-FILE
           IF NOT LIMIT-REG-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ LIMIT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF OLR-CUSTOMER-NUMBER IS NUMERIC
                           AND OLR-LIMIT-STATUS = 'A'
                           AND OLR-LIMIT-AMOUNT IS NUMERIC
                           AND (OLR-EXPIRY-DATE = 0
                                OR OLR-EXPIRY-DATE >= BUSINESS-DATE)
                           IF LIMIT-ENTRY-COUNT < MAX-LIMIT-ENTRIES
                               ADD 1 TO LIMIT-ENTRY-COUNT
                               MOVE OLR-CUSTOMER-NUMBER
                                 TO LMT-CUSTOMER-NUMBER
                                    (LIMIT-ENTRY-COUNT)
                               MOVE OLR-LIMIT-AMOUNT
                                 TO LMT-LIMIT-AMOUNT
                                    (LIMIT-ENTRY-COUNT)
                           ELSE
                               IF TABLE-FULL-FLAG = 'N'
                                   MOVE 'Y' TO TABLE-FULL-FLAG
                                   DISPLAY '*** LIMIT TABLE FULL AT '
                                           MAX-LIMIT-ENTRIES
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-REGISTER-FILE

           EXIT.

      * ---
      * History images replaced inside the window, oldest first; an
      * image repeating the customer's previous address adds
      * nothing, so what is kept is the run of addresses held, and
      * each step along it (and on to today's) is one change
       LOAD-RECENT-MOVES SECTION.
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF HIS-REPLACED-DATE IS NUMERIC
                           AND HIS-CUSTOMER-NUMBER IS NUMERIC
                           MOVE HIS-REPLACED-DATE TO DATE-WORK
                           COMPUTE MONTH-INDEX =
                               DTW-YEAR * 12 + DTW-MONTH
                           IF MONTH-INDEX >= WINDOW-START-INDEX
                               PERFORM STORE-ONE-RECENT-MOVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

       STORE-ONE-RECENT-MOVE SECTION.
           IF MOVE-ENTRY-COUNT >= MAX-MOVE-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** ADDRESS HISTORY TABLE FULL AT '
                           MAX-MOVE-ENTRIES
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING MOVE-IX FROM MOVE-ENTRY-COUNT BY -1
                   UNTIL MOVE-IX < 1
                      OR LOOKUP-FOUND
               IF MVE-CUSTOMER-NUMBER (MOVE-IX) = HIS-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
                   IF MVE-ADDRESS (MOVE-IX)
                          = HIS-RECORD-IMAGE (43:54)
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO MOVE-ENTRY-COUNT
           MOVE HIS-CUSTOMER-NUMBER
             TO MVE-CUSTOMER-NUMBER (MOVE-ENTRY-COUNT)
           MOVE HIS-STREET TO MVE-STREET (MOVE-ENTRY-COUNT)
           MOVE HIS-NUMBER TO MVE-NUMBER (MOVE-ENTRY-COUNT)
           MOVE HIS-POSTAL-CODE TO MVE-POSTAL-CODE (MOVE-ENTRY-COUNT)
           MOVE HIS-CITY TO MVE-CITY (MOVE-ENTRY-COUNT)

           EXIT.

      * ---
      * Score one customer, rate it and schedule its next review
      * from the last review (or the date first rated) and the
      * frequency the rating carries
       RATE-ONE-CUSTOMER SECTION.
           PERFORM SCORE-ONE-CUSTOMER

           EVALUATE TRUE
               WHEN CUSTOMER-SCORE >= THRESHOLD-HIGH
                   MOVE 'H' TO CUSTOMER-RATING
                   MOVE REVIEW-MONTHS-HIGH TO REVIEW-MONTHS
                   ADD 1 TO RATED-HIGH
               WHEN CUSTOMER-SCORE >= THRESHOLD-MEDIUM
                   MOVE 'M' TO CUSTOMER-RATING
                   MOVE REVIEW-MONTHS-MEDIUM TO REVIEW-MONTHS
                   ADD 1 TO RATED-MEDIUM
               WHEN OTHER
                   MOVE 'L' TO CUSTOMER-RATING
                   MOVE REVIEW-MONTHS-LOW TO REVIEW-MONTHS
                   ADD 1 TO RATED-LOW
           END-EVALUATE

           PERFORM FIND-PRIOR-RATING
           IF PRIOR-FOUND-IX > 0
               MOVE PRT-RATED-SINCE (PRIOR-FOUND-IX)
                 TO RATED-SINCE-DATE
               MOVE PRT-LAST-REVIEW-DATE (PRIOR-FOUND-IX)
                 TO LAST-REVIEW-DATE
           ELSE
               MOVE BUSINESS-DATE TO RATED-SINCE-DATE
               MOVE 0 TO LAST-REVIEW-DATE
           END-IF
           IF LAST-REVIEW-DATE > 0
               MOVE LAST-REVIEW-DATE TO BASE-REVIEW-DATE
           ELSE
               MOVE RATED-SINCE-DATE TO BASE-REVIEW-DATE
           END-IF
           MOVE BASE-REVIEW-DATE TO DATE-WORK
           MOVE REVIEW-MONTHS TO MONTHS-TO-ADD
           PERFORM ADD-MONTHS-TO-DATE
           MOVE DATE-WORK TO NEXT-REVIEW-DATE

           MOVE SPACES TO RISK-RATING-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO RRT-CUSTOMER-NUMBER
           MOVE CUSTOMER-RATING TO RRT-RATING
           MOVE CUSTOMER-SCORE TO RRT-SCORE
           MOVE WORK-FACTORS TO RRT-FACTORS
           MOVE RATED-SINCE-DATE TO RRT-RATED-SINCE
           MOVE LAST-REVIEW-DATE TO RRT-LAST-REVIEW-DATE
           MOVE NEXT-REVIEW-DATE TO RRT-NEXT-REVIEW-DATE
           MOVE BUSINESS-DATE TO RRT-RATING-DATE
           MOVE RISK-RATING-RECORD TO RISK-RATING-NEW-RECORD
           WRITE RISK-RATING-NEW-RECORD
           ADD 1 TO CUSTOMERS-RATED

           IF NEXT-REVIEW-DATE <= BUSINESS-MONTH-END
               PERFORM STORE-ONE-DUE-REVIEW
           END-IF

           EXIT.

       SCORE-ONE-CUSTOMER SECTION.
           MOVE 0 TO CUSTOMER-SCORE
           MOVE 'NNNNNNN0' TO WORK-FACTORS
           MOVE SPACE TO WRK-FCT-COUNTRY-CLASS

           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING SCREENING-IX FROM 1 BY 1
                   UNTIL SCREENING-IX > CONFIRMED-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF CONFIRMED-CUSTOMER (SCREENING-IX)
                      = PMI-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               MOVE 'Y' TO WRK-FCT-WL-CONFIRMED
               ADD WEIGHT-WL-CONFIRMED TO CUSTOMER-SCORE
           END-IF

           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING SCREENING-IX FROM 1 BY 1
                   UNTIL SCREENING-IX > RELEASED-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF RELEASED-CUSTOMER (SCREENING-IX)
                      = PMI-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               MOVE 'Y' TO WRK-FCT-WL-RELEASED
               ADD WEIGHT-WL-RELEASED TO CUSTOMER-SCORE
           END-IF

      *    An international primary scores, and so does its
      *    country's class; a code missing from the reference is
      *    scored as unknown ('U')
           IF PMI-ADDR-KIND = 'I'
               MOVE 'Y' TO WRK-FCT-INTERNATIONAL
               ADD WEIGHT-INTERNATIONAL TO CUSTOMER-SCORE
               MOVE 'U' TO WRK-FCT-COUNTRY-CLASS
               PERFORM VARYING COUNTRY-IX FROM 1 BY 1
                       UNTIL COUNTRY-IX > COUNTRY-ENTRY-COUNT
                          OR WRK-FCT-COUNTRY-CLASS NOT = 'U'
                   IF CRT-COUNTRY-CODE (COUNTRY-IX)
                          = PMI-COUNTRY-CODE
                       MOVE CRT-RISK-CLASS (COUNTRY-IX)
                         TO WRK-FCT-COUNTRY-CLASS
                   END-IF
               END-PERFORM
               EVALUATE WRK-FCT-COUNTRY-CLASS
                   WHEN 'H'
                       ADD WEIGHT-COUNTRY-HIGH TO CUSTOMER-SCORE
                   WHEN 'M'
                       ADD WEIGHT-COUNTRY-MEDIUM TO CUSTOMER-SCORE
                   WHEN 'U'
                       ADD WEIGHT-COUNTRY-UNKNOWN TO CUSTOMER-SCORE
               END-EVALUATE
           END-IF

           IF PMI-CUSTOMER-KIND = 'C'
               MOVE 'Y' TO WRK-FCT-COMPANY
               ADD WEIGHT-COMPANY TO CUSTOMER-SCORE
           END-IF

      *    A negative balance scores; drawn past the live limit,
      *    or with no live limit at all, it scores again
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               AND PMI-ACCOUNT-BALANCE < 0
               MOVE 'Y' TO WRK-FCT-OVERDRAWN
               ADD WEIGHT-OVERDRAWN TO CUSTOMER-SCORE
               MOVE 0 TO LIMIT-AMOUNT-HELD
               PERFORM VARYING LIMIT-IX FROM 1 BY 1
                       UNTIL LIMIT-IX > LIMIT-ENTRY-COUNT
                   IF LMT-CUSTOMER-NUMBER (LIMIT-IX)
                          = PMI-CUSTOMER-NUMBER
                       MOVE LMT-LIMIT-AMOUNT (LIMIT-IX)
                         TO LIMIT-AMOUNT-HELD
                   END-IF
               END-PERFORM
               COMPUTE OVERDRAWN-AMOUNT = 0 - PMI-ACCOUNT-BALANCE
               IF OVERDRAWN-AMOUNT > LIMIT-AMOUNT-HELD
                   MOVE 'Y' TO WRK-FCT-OVER-LIMIT
                   ADD WEIGHT-OVER-LIMIT TO CUSTOMER-SCORE
               END-IF
           END-IF

           MOVE 0 TO ADDRESS-CHANGE-COUNT
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING MOVE-IX FROM 1 BY 1
                   UNTIL MOVE-IX > MOVE-ENTRY-COUNT
               IF MVE-CUSTOMER-NUMBER (MOVE-IX) = PMI-CUSTOMER-NUMBER
                   IF LOOKUP-FOUND
                       ADD 1 TO ADDRESS-CHANGE-COUNT
                   END-IF
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
                   MOVE MVE-ADDRESS (MOVE-IX) TO LAST-MOVE-ADDRESS
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               AND LAST-MOVE-ADDRESS
                   NOT = PROVIDER-MASTER-IN-RECORD (43:54)
               ADD 1 TO ADDRESS-CHANGE-COUNT
           END-IF
           IF ADDRESS-CHANGE-COUNT > 9
               MOVE 9 TO WRK-FCT-ADDRESS-CHANGES
           ELSE
               MOVE ADDRESS-CHANGE-COUNT TO WRK-FCT-ADDRESS-CHANGES
           END-IF
           IF ADDRESS-CHANGE-COUNT > MAX-ADDRESS-CHANGES-SCORED
               MOVE MAX-ADDRESS-CHANGES-SCORED TO ADDRESS-CHANGE-COUNT
           END-IF
           COMPUTE CUSTOMER-SCORE = CUSTOMER-SCORE
               + ADDRESS-CHANGE-COUNT * WEIGHT-ADDRESS-CHANGE

           IF CUSTOMER-SCORE > 999
               MOVE 999 TO CUSTOMER-SCORE
           END-IF

           EXIT.

      * ---
      * Hold a review due by month end for the list, under the
      * customer's branch
       STORE-ONE-DUE-REVIEW SECTION.
           ADD 1 TO REVIEWS-DUE
           IF NEXT-REVIEW-DATE < BUSINESS-DATE
               ADD 1 TO REVIEWS-OVERDUE
           END-IF
           IF DUE-ENTRY-COUNT >= MAX-DUE-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** REVIEW LIST TABLE FULL AT '
                           MAX-DUE-ENTRIES
                           ' - LATER REVIEWS NOT LISTED'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           PERFORM DERIVE-CUSTOMER-BRANCH

           MOVE SPACES TO FACTOR-TEXT
           MOVE 1 TO FACTOR-POINTER
           IF WRK-FCT-WL-CONFIRMED = 'Y'
               STRING 'WLHIT ' DELIMITED BY SIZE
                 INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
           END-IF
           IF WRK-FCT-WL-RELEASED = 'Y'
               STRING 'WLREL ' DELIMITED BY SIZE
                 INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
           END-IF
           IF WRK-FCT-INTERNATIONAL = 'Y'
               STRING 'INTL-' WRK-FCT-COUNTRY-CLASS ' '
                      DELIMITED BY SIZE
                 INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
           END-IF
           IF WRK-FCT-COMPANY = 'Y'
               STRING 'COMP ' DELIMITED BY SIZE
                 INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
           END-IF
           IF WRK-FCT-OVER-LIMIT = 'Y'
               STRING 'OVLIM ' DELIMITED BY SIZE
                 INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
           ELSE
               IF WRK-FCT-OVERDRAWN = 'Y'
                   STRING 'OVDR ' DELIMITED BY SIZE
                     INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
               END-IF
           END-IF
           IF WRK-FCT-ADDRESS-CHANGES > 0
               STRING 'MOVED-' WRK-FCT-ADDRESS-CHANGES
                      DELIMITED BY SIZE
                 INTO FACTOR-TEXT WITH POINTER FACTOR-POINTER
           END-IF

           ADD 1 TO DUE-ENTRY-COUNT
           MOVE DUE-ENTRY-COUNT TO DUE-IX
           MOVE CUSTOMER-BRANCH TO DUE-BRANCH (DUE-IX)
           MOVE CUSTOMER-RM-ID TO DUE-RM-ID (DUE-IX)
           MOVE PMI-CUSTOMER-NUMBER TO DUE-CUSTOMER-NUMBER (DUE-IX)
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO DUE-LAST-NAME (DUE-IX)
               MOVE SPACES TO DUE-FIRST-NAME (DUE-IX)
           ELSE
               MOVE PMI-LAST-NAME TO DUE-LAST-NAME (DUE-IX)
               MOVE PMI-FIRST-NAME TO DUE-FIRST-NAME (DUE-IX)
           END-IF
           MOVE CUSTOMER-RATING TO DUE-RATING (DUE-IX)
           MOVE CUSTOMER-SCORE TO DUE-SCORE (DUE-IX)
           MOVE LAST-REVIEW-DATE TO DUE-LAST-REVIEW-DATE (DUE-IX)
           MOVE NEXT-REVIEW-DATE TO DUE-NEXT-REVIEW-DATE (DUE-IX)
           MOVE FACTOR-TEXT TO DUE-FACTOR-TEXT (DUE-IX)

           PERFORM NOTE-BRANCH-CODE

           EXIT.

      * ---
      * The customer's branch and RM from the portfolio, read
      * forward in step with the provider output. A customer the
      * portfolio does not carry falls back to the region band the
      * regional summary uses, as 'RGN' and the band digit; an
      * international primary is 'INTL'
       DERIVE-CUSTOMER-BRANCH SECTION.
           MOVE SPACES TO CUSTOMER-RM-ID
           PERFORM UNTIL PORTFOLIO-AT-EOF
                      OR PFL-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               READ PORTFOLIO-FILE
                   AT END
                       MOVE 'Y' TO WS-PORTFOLIO-EOF-FLAG
               END-READ
           END-PERFORM
           IF NOT PORTFOLIO-AT-EOF
              AND PFL-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
              AND PFL-BRANCH NOT = 'NONE'
               MOVE PFL-BRANCH TO CUSTOMER-BRANCH
               MOVE PFL-RM-ID TO CUSTOMER-RM-ID
               EXIT SECTION
           END-IF

           IF PMI-ADDR-KIND = 'I'
               MOVE 'INTL' TO CUSTOMER-BRANCH
               EXIT SECTION
           END-IF
           MOVE 'RGN?' TO CUSTOMER-BRANCH
           IF PMI-POSTAL-CODE IS NUMERIC
               MOVE PMI-POSTAL-CODE TO BAND-POSTAL-VALUE
               PERFORM UNTIL BAND-POSTAL-VALUE < 10
                   DIVIDE BAND-POSTAL-VALUE BY 10
                     GIVING BAND-POSTAL-VALUE
               END-PERFORM
               MOVE BAND-POSTAL-VALUE TO BAND-DIGIT
               MOVE BAND-DIGIT TO CUSTOMER-BRANCH (4:1)
           END-IF

           EXIT.

      * ---
      * Keep the list's branches in code order as they are met
       NOTE-BRANCH-CODE SECTION.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF BRANCH-CODE (BRANCH-IX) = CUSTOMER-BRANCH
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               EXIT SECTION
           END-IF
           IF BRANCH-ENTRY-COUNT >= MAX-BRANCH-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** BRANCH TABLE FULL AT '
                           MAX-BRANCH-ENTRIES
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO BRANCH-ENTRY-COUNT
           MOVE BRANCH-ENTRY-COUNT TO BRANCH-IX
           MOVE CUSTOMER-BRANCH TO BRANCH-CODE (BRANCH-IX)
           PERFORM UNTIL BRANCH-IX <= 1
               COMPUTE BRANCH-SORT-IX = BRANCH-IX - 1
               IF BRANCH-CODE (BRANCH-SORT-IX)
                      <= BRANCH-CODE (BRANCH-IX)
                   MOVE 1 TO BRANCH-IX
               ELSE
                   MOVE BRANCH-CODE (BRANCH-SORT-IX) TO BRANCH-HOLD
                   MOVE BRANCH-CODE (BRANCH-IX)
                     TO BRANCH-CODE (BRANCH-SORT-IX)
                   MOVE BRANCH-HOLD TO BRANCH-CODE (BRANCH-IX)
                   MOVE BRANCH-SORT-IX TO BRANCH-IX
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The review list: one run of pages per branch, customers
      * in master order within it, with the branch's due and
      * overdue totals at the foot
       WRITE-REVIEW-LIST SECTION.
           OPEN OUTPUT REVIEW-LIST-FILE

           IF BRANCH-ENTRY-COUNT = 0
               MOVE SPACES TO CURRENT-BRANCH
               PERFORM WRITE-REVIEW-HEADING
               MOVE 'NO REVIEWS DUE BY MONTH END'
                 TO REVIEW-LIST-RECORD
               WRITE REVIEW-LIST-RECORD
           END-IF

           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-ENTRY-COUNT
               MOVE BRANCH-CODE (BRANCH-IX) TO CURRENT-BRANCH
               MOVE 0 TO BRANCH-DUE-COUNT
               MOVE 0 TO BRANCH-OVERDUE-COUNT
               PERFORM WRITE-REVIEW-HEADING
               PERFORM VARYING DUE-IX FROM 1 BY 1
                       UNTIL DUE-IX > DUE-ENTRY-COUNT
                   IF DUE-BRANCH (DUE-IX) = CURRENT-BRANCH
                       PERFORM WRITE-ONE-DUE-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REVIEW-LIST-RECORD
               PERFORM WRITE-REVIEW-LINE
               MOVE CURRENT-BRANCH TO BTL-BRANCH
               MOVE BRANCH-DUE-COUNT TO BTL-DUE-COUNT
               MOVE BRANCH-OVERDUE-COUNT TO BTL-OVERDUE-COUNT
               MOVE BRANCH-TOTAL-LINE TO REVIEW-LIST-RECORD
               PERFORM WRITE-REVIEW-LINE
           END-PERFORM

           CLOSE REVIEW-LIST-FILE

           EXIT.

       WRITE-ONE-DUE-LINE SECTION.
           MOVE SPACES TO REVIEW-DETAIL-LINE
           MOVE DUE-CUSTOMER-NUMBER (DUE-IX) TO RDL-CUSTOMER-NUMBER
           MOVE DUE-LAST-NAME (DUE-IX) TO RDL-LAST-NAME
           MOVE DUE-FIRST-NAME (DUE-IX) TO RDL-FIRST-NAME
           EVALUATE DUE-RATING (DUE-IX)
               WHEN 'H'
                   MOVE 'HIGH' TO RDL-RATING
               WHEN 'M'
                   MOVE 'MEDIUM' TO RDL-RATING
               WHEN OTHER
                   MOVE 'LOW' TO RDL-RATING
           END-EVALUATE
           MOVE DUE-SCORE (DUE-IX) TO RDL-SCORE
           IF DUE-LAST-REVIEW-DATE (DUE-IX) = 0
               MOVE 'NEVER' TO RDL-LAST-REVIEW
           ELSE
               MOVE DUE-LAST-REVIEW-DATE (DUE-IX) TO RDL-LAST-REVIEW
           END-IF
           MOVE DUE-NEXT-REVIEW-DATE (DUE-IX) TO RDL-NEXT-REVIEW
           ADD 1 TO BRANCH-DUE-COUNT
           IF DUE-NEXT-REVIEW-DATE (DUE-IX) < BUSINESS-DATE
               MOVE 'OVERDUE' TO RDL-STATE
               ADD 1 TO BRANCH-OVERDUE-COUNT
           ELSE
               MOVE 'DUE' TO RDL-STATE
           END-IF
           MOVE DUE-FACTOR-TEXT (DUE-IX) TO RDL-FACTORS
           MOVE DUE-RM-ID (DUE-IX) TO RDL-RM-ID
           MOVE REVIEW-DETAIL-LINE TO REVIEW-LIST-RECORD
           PERFORM WRITE-REVIEW-LINE

           EXIT.

       WRITE-REVIEW-HEADING SECTION.
           ADD 1 TO RVL-PAGE-NUMBER

           MOVE SPACES TO REVIEW-LIST-RECORD
           WRITE REVIEW-LIST-RECORD

           MOVE SPACES TO REVIEW-LIST-RECORD
           STRING 'KYC REVIEWS DUE BY ' DELIMITED BY SIZE
                  BUSINESS-MONTH-END DELIMITED BY SIZE
                  ' - BRANCH ' DELIMITED BY SIZE
                  CURRENT-BRANCH DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  RVL-PAGE-NUMBER DELIMITED BY SIZE
             INTO REVIEW-LIST-RECORD
           END-STRING
           WRITE REVIEW-LIST-RECORD

           MOVE SPACES TO REVIEW-LIST-RECORD
           WRITE REVIEW-LIST-RECORD

           MOVE REVIEW-COLUMN-LINE TO REVIEW-LIST-RECORD
           WRITE REVIEW-LIST-RECORD

           MOVE 0 TO RVL-LINE-COUNT

           EXIT.

       WRITE-REVIEW-LINE SECTION.
           IF RVL-LINE-COUNT >= RVL-LINES-PER-PAGE
               PERFORM WRITE-REVIEW-HEADING
           END-IF
           WRITE REVIEW-LIST-RECORD
           ADD 1 TO RVL-LINE-COUNT

           EXIT.

      * ---
      * Add MONTHS-TO-ADD months to the date in DATE-WORK; a day
      * past the end of the target month falls back to its last
       ADD-MONTHS-TO-DATE SECTION.
           COMPUTE MONTH-INDEX =
               DTW-YEAR * 12 + DTW-MONTH - 1 + MONTHS-TO-ADD
           DIVIDE MONTH-INDEX BY 12 GIVING DTW-YEAR
               REMAINDER DTW-MONTH
           ADD 1 TO DTW-MONTH
           PERFORM FIND-DAYS-IN-MONTH
           IF DTW-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DTW-DAY
           END-IF

           EXIT.

       FIND-DAYS-IN-MONTH SECTION.
           MOVE MONTH-LENGTH (DTW-MONTH) TO DAYS-IN-MONTH
           IF DTW-MONTH = 2
               DIVIDE DTW-YEAR BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO DAYS-IN-MONTH
                   DIVIDE DTW-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 28 TO DAYS-IN-MONTH
                       DIVIDE DTW-YEAR BY 400 GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER = 0
                           MOVE 29 TO DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF

           EXIT.
