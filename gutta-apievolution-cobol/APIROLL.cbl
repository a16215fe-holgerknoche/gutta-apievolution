123456*Monthly customer-base roll-forward: for every client code and
      *customer kind, last month's closing count of active customers
      *plus new, reopened, reactivated and transferred-in customers,
      *less closed, gone dormant, purged, merged-away duplicates and
      *transferred-out, gives the closing count - each movement tied
      *to the file and run (or erasure ticket) it came from. Movements
      *are found by comparing the provider output customer for
      *customer with the snapshot the last run kept; the closing
      *count is proved against the records on PROVOUT.DAT and its
      *publish control, and whatever the movements cannot explain is
      *printed as a break and listed customer by customer

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIROLL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR and kept by
      *    the lifecycle step, sorted by customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Publish control written beside the provider output
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Snapshot the previous run kept: ROLLSNAP.DAT, or on a rerun
      *    for the same business date the generation before it
           SELECT ROLL-SNAPSHOT-PRIOR ASSIGN TO WS-ROLLSNAP-PRIOR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLSNAP-PRIOR-STATUS.
      *    This run's snapshot, renamed over ROLLSNAP.DAT at the end
           SELECT ROLL-SNAPSHOT-NEW ASSIGN TO WS-ROLLSNAP-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLLSNAP-NEW-STATUS.
      *    Erasure log APIPURGE appends to, one line per purge card
           SELECT ERASURE-LOG-FILE ASSIGN TO WS-ERASURE-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-LOG-STATUS.
      *    Duplicate customers found by the last migration run
           SELECT DUPLICATE-REPORT-FILE ASSIGN TO WS-DUP-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-STATUS.
      *    Business date the roll-forward closes on
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Paginated roll-forward report for management
           SELECT ROLL-REPORT-FILE ASSIGN TO WS-ROLL-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ROLL-RPT-STATUS.
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

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD ROLL-SNAPSHOT-PRIOR.
       01 ROLL-SNAPSHOT-PRIOR-RECORD PIC X(40).

       FD ROLL-SNAPSHOT-NEW.
       01 ROLL-SNAPSHOT-NEW-RECORD PIC X(40).

       FD ERASURE-LOG-FILE.
       01 ERASURE-LOG-RECORD.
           COPY CPURGLG REPLACING '*-' BY PLG-.

       FD DUPLICATE-REPORT-FILE.
       01 DUPLICATE-REPORT-RECORD.
           05 DUP-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 DUP-CUSTOMER-VERSION PIC X(02).
           05 FILLER PIC X(01).
           05 DUP-FIRST-SEEN-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 DUP-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DUP-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DUP-ACTION-TAKEN PIC X(30).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD ROLL-REPORT-FILE.
       01 ROLL-REPORT-RECORD PIC X(132).

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       WORKING-STORAGE SECTION.
       01 ROLL-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 WS-ROLLSNAP-NAME PIC X(30) VALUE 'ROLLSNAP.DAT'.
           05 WS-ROLLSNAP-OLD-NAME PIC X(30) VALUE 'ROLLSNAP.OLD'.
           05 WS-ROLLSNAP-NEW-NAME PIC X(30) VALUE 'ROLLSNAP.NEW'.
           05 WS-ROLLSNAP-PRIOR-NAME PIC X(30).
           05 WS-ROLLSNAP-PRIOR-STATUS PIC X(02).
             88 ROLLSNAP-PRIOR-OK VALUE '00'.
           05 WS-ROLLSNAP-PRIOR-EOF-FLAG PIC X VALUE 'N'.
             88 ROLLSNAP-PRIOR-AT-EOF VALUE 'Y'.
           05 WS-ROLLSNAP-NEW-STATUS PIC X(02).
           05 WS-ERASURE-LOG-NAME PIC X(30) VALUE 'PURGLOG.DAT'.
           05 WS-ERASURE-LOG-STATUS PIC X(02).
             88 ERASURE-LOG-OK VALUE '00'.
           05 WS-ERASURE-LOG-EOF-FLAG PIC X VALUE 'N'.
             88 ERASURE-LOG-AT-EOF VALUE 'Y'.
           05 WS-DUP-REPORT-NAME PIC X(30) VALUE 'MIGDUP.DAT'.
           05 WS-DUP-REPORT-STATUS PIC X(02).
             88 DUP-REPORT-OK VALUE '00'.
           05 WS-DUP-REPORT-EOF-FLAG PIC X VALUE 'N'.
             88 DUP-REPORT-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-ROLL-RPT-NAME PIC X(30) VALUE 'ROLLRPT.DAT'.
           05 WS-ROLL-RPT-STATUS PIC X(02).

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ROLLED PIC S9(9) BINARY VALUE 0.
           05 UNNUMBERED-RECORDS PIC S9(9) BINARY VALUE 0.
           05 SEQUENCE-ERRORS PIC S9(9) BINARY VALUE 0.
           05 UNEXPLAINED-MOVES PIC S9(9) BINARY VALUE 0.
           05 BREAK-LINES PIC S9(9) BINARY VALUE 0.
           05 PREVIOUS-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
      *    Worst condition of the run, handed back at the end since
      *    the run-log CALLs reset RETURN-CODE
           05 ROLL-RUN-RC PIC S9(4) BINARY VALUE 0.

      *    What the publish control says about the provider output
       01 PUBLISH-CONTROL-FIELDS.
           05 PUBLISH-CONTROL-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-CONTROL-FOUND VALUE 'Y'.
           05 PUBLISH-RUN-ID PIC 9(09) VALUE 0.
           05 PUBLISH-PROGRAM-NAME PIC X(08) VALUE SPACES.
           05 PUBLISH-BUSINESS-DATE PIC 9(08) VALUE 0.
           05 PUBLISH-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
           05 PUBLISH-REFERENCE PIC X(40).

      *    Snapshot lines: a header with the date and provider run
      *    the snapshot was taken from, one line per customer with
      *    the line and state it was counted in, and one closing
      *    total per client code and kind, which is next month's
      *    opening figure
       01 SNAPSHOT-LINE.
           05 SNP-RECORD-TYPE PIC X(01).
             88 SNP-HEADER VALUE 'H'.
             88 SNP-CUSTOMER VALUE 'C'.
             88 SNP-LINE-TOTAL VALUE 'T'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 SNP-BODY PIC X(38).
           05 SNP-HEADER-BODY REDEFINES SNP-BODY.
             10 SNH-SNAPSHOT-DATE PIC 9(08).
             10 FILLER PIC X(01).
             10 SNH-RUN-ID PIC 9(09).
             10 FILLER PIC X(01).
             10 SNH-PROGRAM-NAME PIC X(08).
             10 FILLER PIC X(11).
           05 SNP-CUSTOMER-BODY REDEFINES SNP-BODY.
             10 SNC-CUSTOMER-NUMBER PIC 9(09).
             10 FILLER PIC X(01).
             10 SNC-CLIENT-CODE PIC X(04).
             10 FILLER PIC X(01).
             10 SNC-CUSTOMER-KIND PIC X(01).
             10 FILLER PIC X(01).
             10 SNC-STATE PIC X(01).
             10 FILLER PIC X(20).
           05 SNP-TOTAL-BODY REDEFINES SNP-BODY.
             10 SNT-CLIENT-CODE PIC X(04).
             10 FILLER PIC X(01).
             10 SNT-CUSTOMER-KIND PIC X(01).
             10 FILLER PIC X(01).
             10 SNT-ACTIVE-COUNT PIC 9(09).
             10 FILLER PIC X(01).
             10 SNT-DORMANT-COUNT PIC 9(09).
             10 FILLER PIC X(01).
             10 SNT-CLOSED-COUNT PIC 9(09).
             10 FILLER PIC X(02).

      *    The snapshot compared against, and the customer on it the
      *    provider output is being matched to
       01 PRIOR-SNAPSHOT-FIELDS.
           05 PRIOR-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 PRIOR-SNAPSHOT-FOUND VALUE 'Y'.
           05 PRIOR-RERUN-FLAG PIC X(01) VALUE 'N'.
             88 RERUN-OF-SAME-DATE VALUE 'Y'.
           05 PRIOR-REFUSED-FLAG PIC X(01) VALUE 'N'.
             88 PRIOR-SNAPSHOT-REFUSED VALUE 'Y'.
           05 HEADER-FOUND-FLAG PIC X(01).
             88 SNAPSHOT-HEADER-FOUND VALUE 'Y'.
           05 PRIOR-CUSTOMER-FLAG PIC X(01).
             88 PRIOR-CUSTOMER-READ VALUE 'Y'.
           05 PRIOR-DATE PIC 9(08) VALUE 0.
           05 PRIOR-RUN-ID PIC 9(09) VALUE 0.
           05 PRIOR-CUSTOMER-NUMBER PIC 9(09).
           05 PRIOR-CLIENT-CODE PIC X(04).
           05 PRIOR-CUSTOMER-KIND PIC X(01).
           05 PRIOR-STATE PIC X(01).
           05 SNAPSHOT-REFERENCE PIC X(40).

      *    The customer being rolled: active (A), dormant (D) or
      *    closed (C), counted under its client code and kind - C for
      *    a company, P for a private person
       01 CUSTOMER-WORK-FIELDS.
           05 CURRENT-CLIENT-CODE PIC X(04).
           05 CURRENT-CUSTOMER-KIND PIC X(01).
           05 CURRENT-STATE PIC X(01).
           05 STATUS-EVIDENCE-FLAG PIC X(01).
             88 STATUS-CHANGE-DATED VALUE 'Y'.
           05 NOTE-CUSTOMER-NUMBER PIC 9(09).
           05 NOTE-CLIENT-CODE PIC X(04).
           05 NOTE-CUSTOMER-KIND PIC X(01).
           05 NOTE-WAS-STATE PIC X(01).
           05 NOTE-NOW-STATE PIC X(01).
           05 NOTE-TEXT PIC X(60).

      *    One roll-forward line per client code and customer kind,
      *    kept in code order
       01 LINE-TABLE-CONTROLS.
           05 MAX-LINE-ENTRIES PIC S9(9) BINARY VALUE 200.
           05 LINE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LINE-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 LINE-IX PIC S9(9) BINARY.
           05 LINE-SHIFT-IX PIC S9(9) BINARY.
           05 LINE-FOUND-IX PIC S9(9) BINARY.
           05 LINE-WANTED-CLIENT PIC X(04).
           05 LINE-WANTED-KIND PIC X(01).
       01 LINE-TABLE.
           05 LINE-ENTRY OCCURS 200.
             10 RLT-CLIENT-CODE PIC X(04).
             10 RLT-CUSTOMER-KIND PIC X(01).
             10 RLT-FIGURES.
               15 RLT-OPENING PIC S9(9) BINARY.
               15 RLT-NEW PIC S9(9) BINARY.
               15 RLT-REOPENED PIC S9(9) BINARY.
               15 RLT-REACTIVATED PIC S9(9) BINARY.
               15 RLT-TRANSFER-IN PIC S9(9) BINARY.
               15 RLT-CLOSED PIC S9(9) BINARY.
               15 RLT-DORMANT PIC S9(9) BINARY.
               15 RLT-PURGED PIC S9(9) BINARY.
               15 RLT-MERGED PIC S9(9) BINARY.
               15 RLT-TRANSFER-OUT PIC S9(9) BINARY.
               15 RLT-ACTIVE PIC S9(9) BINARY.
               15 RLT-HELD-DORMANT PIC S9(9) BINARY.
               15 RLT-HELD-CLOSED PIC S9(9) BINARY.
             10 RLT-PURGE-TICKET PIC X(12).
             10 RLT-TICKETS-FLAG PIC X(01).
               88 RLT-SEVERAL-TICKETS VALUE 'Y'.

      *    The line (or the total) being printed
       01 BLOCK-FIGURES.
           05 BLK-OPENING PIC S9(9) BINARY.
           05 BLK-NEW PIC S9(9) BINARY.
           05 BLK-REOPENED PIC S9(9) BINARY.
           05 BLK-REACTIVATED PIC S9(9) BINARY.
           05 BLK-TRANSFER-IN PIC S9(9) BINARY.
           05 BLK-CLOSED PIC S9(9) BINARY.
           05 BLK-DORMANT PIC S9(9) BINARY.
           05 BLK-PURGED PIC S9(9) BINARY.
           05 BLK-MERGED PIC S9(9) BINARY.
           05 BLK-TRANSFER-OUT PIC S9(9) BINARY.
           05 BLK-ACTIVE PIC S9(9) BINARY.
           05 BLK-HELD-DORMANT PIC S9(9) BINARY.
           05 BLK-HELD-CLOSED PIC S9(9) BINARY.
       01 BLOCK-WORK-FIELDS.
           05 BLK-PURGE-TICKET PIC X(12).
           05 BLK-TICKETS-FLAG PIC X(01).
             88 BLK-SEVERAL-TICKETS VALUE 'Y'.
           05 BLK-ROLLED-CLOSING PIC S9(9) BINARY.
           05 BLK-BREAK PIC S9(9) BINARY.
           05 BLK-TITLE PIC X(60).

       01 TOTAL-FIGURES.
           05 TOT-OPENING PIC S9(9) BINARY VALUE 0.
           05 TOT-NEW PIC S9(9) BINARY VALUE 0.
           05 TOT-REOPENED PIC S9(9) BINARY VALUE 0.
           05 TOT-REACTIVATED PIC S9(9) BINARY VALUE 0.
           05 TOT-TRANSFER-IN PIC S9(9) BINARY VALUE 0.
           05 TOT-CLOSED PIC S9(9) BINARY VALUE 0.
           05 TOT-DORMANT PIC S9(9) BINARY VALUE 0.
           05 TOT-PURGED PIC S9(9) BINARY VALUE 0.
           05 TOT-MERGED PIC S9(9) BINARY VALUE 0.
           05 TOT-TRANSFER-OUT PIC S9(9) BINARY VALUE 0.
           05 TOT-ACTIVE PIC S9(9) BINARY VALUE 0.
           05 TOT-HELD-DORMANT PIC S9(9) BINARY VALUE 0.
           05 TOT-HELD-CLOSED PIC S9(9) BINARY VALUE 0.
       01 TOTAL-WORK-FIELDS.
           05 TOT-PURGE-TICKET PIC X(12) VALUE SPACES.
           05 TOT-TICKETS-FLAG PIC X(01) VALUE 'N'.
             88 TOT-SEVERAL-TICKETS VALUE 'Y'.
           05 ACCOUNTED-FOR PIC S9(9) BINARY.
           05 RECONCILE-BREAK PIC S9(9) BINARY.

      *    Customers erased by APIPURGE, with the approval ticket
       01 ERASURE-TABLE-CONTROLS.
           05 MAX-ERASURE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 ERASURE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 ERASURE-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 ERASURE-IX PIC S9(9) BINARY.
           05 ERASURE-FOUND-IX PIC S9(9) BINARY.
       01 ERASURE-TABLE.
           05 ERASURE-ENTRY OCCURS 5000.
             10 ERT-CUSTOMER-NUMBER PIC 9(09).
             10 ERT-TICKET PIC X(12).

      *    Duplicates the migration suppressed, with the customer
      *    that survived in their place
       01 DUPLICATE-TABLE-CONTROLS.
           05 MAX-DUPLICATE-ENTRIES PIC S9(9) BINARY VALUE 10000.
           05 DUPLICATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 DUPLICATE-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 DUPLICATE-IX PIC S9(9) BINARY.
           05 DUPLICATE-FOUND-IX PIC S9(9) BINARY.
       01 DUPLICATE-TABLE.
           05 DUPLICATE-ENTRY OCCURS 10000.
             10 DPT-CUSTOMER-NUMBER PIC 9(09).
             10 DPT-SURVIVOR-NUMBER PIC 9(09).

      *    Customers behind the departures and the breaks, in the
      *    order met, for the detail sections
       01 NOTE-TABLE-CONTROLS.
           05 MAX-NOTE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 NOTE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 NOTE-OVERFLOWS PIC S9(9) BINARY VALUE 0.
           05 NOTE-IX PIC S9(9) BINARY.
           05 SECTION-LINES PIC S9(9) BINARY.
       01 NOTE-TABLE.
           05 NOTE-ENTRY OCCURS 5000.
             10 NTE-KIND PIC X(01).
               88 NTE-DEPARTURE VALUE 'D'.
               88 NTE-UNEXPLAINED VALUE 'U'.
             10 NTE-CUSTOMER-NUMBER PIC 9(09).
             10 NTE-CLIENT-CODE PIC X(04).
             10 NTE-CUSTOMER-KIND PIC X(01).
             10 NTE-WAS-STATE PIC X(01).
             10 NTE-NOW-STATE PIC X(01).
             10 NTE-TEXT PIC X(60).

      *    Report pagination
       01 ROLL-REPORT-CONTROLS.
           05 ROLL-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 ROLL-RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 ROLL-RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 ROLL-RPT-PENDING-LINE PIC X(132).

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

       01 MOVEMENT-COLUMN-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(34) VALUE 'MOVEMENT'.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(12) VALUE '       COUNT'.
           05 FILLER PIC X(03) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'SOURCE FILE'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(40) VALUE 'RUN OR REFERENCE'.

       01 MOVEMENT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MVL-LABEL PIC X(34).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MVL-SIGN PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MVL-COUNT PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(03) VALUE SPACES.
           05 MVL-SOURCE-FILE PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 MVL-REFERENCE PIC X(40).
       01 MOVEMENT-COUNT PIC S9(9) BINARY.

       01 NOTE-COLUMN-HEADING.
           05 FILLER PIC X(09) VALUE 'CUSTOMER'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(06) VALUE 'CLIENT'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(07) VALUE 'KIND'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(07) VALUE 'WAS'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(07) VALUE 'NOW'.
           05 FILLER PIC X(01) VALUE SPACE.
           05 FILLER PIC X(60) VALUE 'NOTE'.

       01 NOTE-DETAIL-LINE.
           05 NDL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NDL-CLIENT-CODE PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NDL-CUSTOMER-KIND PIC X(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NDL-WAS-STATE PIC X(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NDL-NOW-STATE PIC X(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NDL-TEXT PIC X(60).

       01 STATE-WORK-FIELDS.
           05 STATE-CODE PIC X(01).
           05 STATE-TEXT PIC X(07).
           05 KIND-CODE PIC X(01).
           05 KIND-TEXT PIC X(07).

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
           MOVE 'APR001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE 'RUN STARTED' TO RUN-LOG-TEXT
           PERFORM WRITE-RUN-LOG-MESSAGE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PUBLISH-CONTROL

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - nothing to '
                       'roll forward'
                  UPON CONSOLE
               MOVE 'APR901S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'NO PROVIDER MASTER - NOTHING ROLLED FORWARD'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE RUN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHOOSE-PRIOR-SNAPSHOT
           IF PRIOR-SNAPSHOT-REFUSED
               DISPLAY '*** ROLL-FORWARD SNAPSHOT ' WS-ROLLSNAP-NAME
                       ' IS DATED ' PRIOR-DATE
                       ', AFTER THE BUSINESS DATE ' BUSINESS-DATE
                  UPON CONSOLE
               MOVE 'APR904S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING 'SNAPSHOT DATED ' DELIMITED BY SIZE
                      PRIOR-DATE DELIMITED BY SIZE
                      ' IS AFTER BUSINESS DATE ' DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      ' - NOTHING ROLLED' DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               CLOSE PROVIDER-MASTER-IN
               CLOSE RUN-LOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ERASURE-LOG
           PERFORM LOAD-DUPLICATE-REPORT

           OPEN OUTPUT ROLL-SNAPSHOT-NEW
           MOVE SPACES TO SNAPSHOT-LINE
           MOVE 'H' TO SNP-RECORD-TYPE
           MOVE BUSINESS-DATE TO SNH-SNAPSHOT-DATE
           MOVE PUBLISH-RUN-ID TO SNH-RUN-ID
           MOVE PUBLISH-PROGRAM-NAME TO SNH-PROGRAM-NAME
           WRITE ROLL-SNAPSHOT-NEW-RECORD FROM SNAPSHOT-LINE

           IF PRIOR-SNAPSHOT-FOUND
               OPEN INPUT ROLL-SNAPSHOT-PRIOR
      *        The header was read when the snapshot was chosen
               READ ROLL-SNAPSHOT-PRIOR
                   AT END
                       MOVE 'Y' TO WS-ROLLSNAP-PRIOR-EOF-FLAG
               END-READ
               PERFORM READ-PRIOR-SNAPSHOT
           ELSE
               MOVE 'Y' TO WS-ROLLSNAP-PRIOR-EOF-FLAG
           END-IF

           DISPLAY 'Rolling the customer base forward to '
                   BUSINESS-DATE '...'
              UPON CONSOLE

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM ROLL-ONE-CUSTOMER
               END-READ
           END-PERFORM

      *    Whoever is left on the snapshot is no longer on the
      *    provider output
           PERFORM UNTIL ROLLSNAP-PRIOR-AT-EOF
               PERFORM ROLL-DEPARTED-CUSTOMER
               PERFORM READ-PRIOR-SNAPSHOT
           END-PERFORM

           IF PRIOR-SNAPSHOT-FOUND
               CLOSE ROLL-SNAPSHOT-PRIOR
           END-IF
           CLOSE PROVIDER-MASTER-IN

           PERFORM WRITE-SNAPSHOT-TOTALS
           CLOSE ROLL-SNAPSHOT-NEW

      *    With nothing to compare against, this run's closing is the
      *    opening figure and the roll-forward starts next month
           IF NOT PRIOR-SNAPSHOT-FOUND
               PERFORM VARYING LINE-IX FROM 1 BY 1
                       UNTIL LINE-IX > LINE-ENTRY-COUNT
                   MOVE RLT-ACTIVE (LINE-IX) TO RLT-OPENING (LINE-IX)
               END-PERFORM
               MOVE 'APR003I' TO RUN-LOG-MESSAGE-ID
               MOVE 'I' TO RUN-LOG-SEVERITY
               MOVE 'NO PRIOR SNAPSHOT - BASELINE ESTABLISHED'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
           END-IF

           PERFORM WRITE-ROLL-REPORT
           PERFORM REPLACE-ROLL-SNAPSHOT

           DISPLAY 'Provider records read:     ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers rolled forward:  ' CUSTOMERS-ROLLED
              UPON CONSOLE
           DISPLAY 'Active at close:           ' TOT-ACTIVE
              UPON CONSOLE
           DISPLAY 'Break lines:               ' BREAK-LINES
              UPON CONSOLE
           DISPLAY 'Unexplained movements:     ' UNEXPLAINED-MOVES
              UPON CONSOLE

           IF BREAK-LINES > 0
               MOVE BREAK-LINES TO RUN-LOG-COUNT-EDIT
               MOVE 'APR101W' TO RUN-LOG-MESSAGE-ID
               MOVE 'W' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING RUN-LOG-COUNT-EDIT DELIMITED BY SIZE
                      ' ROLL-FORWARD BREAK LINE(S) - SEE ROLLRPT.DAT'
                      DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 4 TO ROLL-RUN-RC
           END-IF
           IF NOT PUBLISH-CONTROL-FOUND
               MOVE 'APR102W' TO RUN-LOG-MESSAGE-ID
               MOVE 'W' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING 'NO PUBLISH CONTROL ' DELIMITED BY SIZE
                      WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' - CLOSING NOT PROVED TO A RUN'
                      DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 4 TO ROLL-RUN-RC
           END-IF
           IF SEQUENCE-ERRORS > 0
               DISPLAY '*** PROVIDER OUTPUT OUT OF SEQUENCE - '
                       SEQUENCE-ERRORS ' RECORD(S) NOT ROLLED'
                  UPON CONSOLE
               MOVE 'APR902S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'PROVIDER OUTPUT OUT OF SEQUENCE - SNAPSHOT KEPT'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 12 TO ROLL-RUN-RC
           END-IF
           IF LINE-OVERFLOWS > 0
               OR ERASURE-OVERFLOWS > 0
               OR DUPLICATE-OVERFLOWS > 0
               OR NOTE-OVERFLOWS > 0
               DISPLAY '*** ROLL-FORWARD TABLE FULL - LINES '
                       LINE-OVERFLOWS ' ERASURES ' ERASURE-OVERFLOWS
                       ' DUPLICATES ' DUPLICATE-OVERFLOWS
                       ' NOTES ' NOTE-OVERFLOWS
                  UPON CONSOLE
               MOVE 'APR903S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE 'ROLL-FORWARD TABLE FULL - REPORT INCOMPLETE'
                 TO RUN-LOG-TEXT
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 16 TO ROLL-RUN-RC
           END-IF

           MOVE TOT-ACTIVE TO RUN-LOG-COUNT-EDIT
           MOVE 'APR002I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING 'RUN ENDED - ' DELIMITED BY SIZE
                  RUN-LOG-COUNT-EDIT DELIMITED BY SIZE
                  ' ACTIVE CUSTOMERS AT CLOSE' DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE
           CLOSE RUN-LOG-FILE
           MOVE ROLL-RUN-RC TO RETURN-CODE

           GOBACK.

      * ---
      * The roll-forward closes on the business date, the system
      * date when none is on file
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
      * The publish control names the run and program that produced
      * the provider output and the record count it was published
      * with; the closing count is proved against both
       LOAD-PUBLISH-CONTROL SECTION.
           MOVE 'NO PUBLISH CONTROL' TO PUBLISH-REFERENCE
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF NOT PUBCTL-OK
               EXIT SECTION
           END-IF
           READ PUBLISH-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PBC-RUN-ID IS NUMERIC
                       AND PBC-RECORD-COUNT IS NUMERIC
                       MOVE 'Y' TO PUBLISH-CONTROL-FOUND-FLAG
                       MOVE PBC-RUN-ID TO PUBLISH-RUN-ID
                       MOVE PBC-RECORD-COUNT TO PUBLISH-RECORD-COUNT
                       MOVE PBC-PROGRAM-NAME TO PUBLISH-PROGRAM-NAME
                       IF PBC-BUSINESS-DATE IS NUMERIC
                           MOVE PBC-BUSINESS-DATE
                             TO PUBLISH-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE PUBLISH-CONTROL-FILE

           IF PUBLISH-CONTROL-FOUND
               MOVE SPACES TO PUBLISH-REFERENCE
               STRING 'RUN ' DELIMITED BY SIZE
                      PUBLISH-RUN-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PUBLISH-PROGRAM-NAME DELIMITED BY SPACE
                 INTO PUBLISH-REFERENCE
               END-STRING
           END-IF

           EXIT.

      * ---
      * Last month's snapshot is ROLLSNAP.DAT. If that was taken on
      * this business date the run is being repeated, and it is
      * compared against the generation before (ROLLSNAP.OLD)
      * instead; a snapshot dated after the business date means the
      * date is wrong and nothing is rolled. With no snapshot at all
      * the run establishes the baseline
       CHOOSE-PRIOR-SNAPSHOT SECTION.
           MOVE WS-ROLLSNAP-NAME TO WS-ROLLSNAP-PRIOR-NAME
           PERFORM READ-SNAPSHOT-HEADER
           IF NOT SNAPSHOT-HEADER-FOUND
               EXIT SECTION
           END-IF
           IF PRIOR-DATE > BUSINESS-DATE
               MOVE 'Y' TO PRIOR-REFUSED-FLAG
               EXIT SECTION
           END-IF
           IF PRIOR-DATE = BUSINESS-DATE
               MOVE 'Y' TO PRIOR-RERUN-FLAG
               MOVE WS-ROLLSNAP-OLD-NAME TO WS-ROLLSNAP-PRIOR-NAME
               PERFORM READ-SNAPSHOT-HEADER
               IF NOT SNAPSHOT-HEADER-FOUND
                   EXIT SECTION
               END-IF
           END-IF
           MOVE 'Y' TO PRIOR-FOUND-FLAG

           MOVE PRIOR-DATE TO REPORT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO SNAPSHOT-REFERENCE
           STRING 'AS OF ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  PRIOR-RUN-ID DELIMITED BY SIZE
             INTO SNAPSHOT-REFERENCE
           END-STRING

           EXIT.

       READ-SNAPSHOT-HEADER SECTION.
           MOVE 'N' TO HEADER-FOUND-FLAG
           OPEN INPUT ROLL-SNAPSHOT-PRIOR
           IF NOT ROLLSNAP-PRIOR-OK
               EXIT SECTION
           END-IF
           READ ROLL-SNAPSHOT-PRIOR INTO SNAPSHOT-LINE
               AT END
                   CONTINUE
               NOT AT END
                   IF SNP-HEADER
                       AND SNH-SNAPSHOT-DATE IS NUMERIC
                       MOVE 'Y' TO HEADER-FOUND-FLAG
                       MOVE SNH-SNAPSHOT-DATE TO PRIOR-DATE
                       IF SNH-RUN-ID IS NUMERIC
                           MOVE SNH-RUN-ID TO PRIOR-RUN-ID
                       ELSE
                           MOVE 0 TO PRIOR-RUN-ID
                       END-IF
                   END-IF
           END-READ
           CLOSE ROLL-SNAPSHOT-PRIOR

           EXIT.

      * ---
      * Every customer APIPURGE has erased, under its ticket
       LOAD-ERASURE-LOG SECTION.
           OPEN INPUT ERASURE-LOG-FILE
           IF NOT ERASURE-LOG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL ERASURE-LOG-AT-EOF
               READ ERASURE-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-ERASURE-LOG-EOF-FLAG
                   NOT AT END
                       IF PLG-OUTCOME = 'ERASED'
                           AND PLG-CUSTOMER-NUMBER IS NUMERIC
                           IF ERASURE-ENTRY-COUNT
                              >= MAX-ERASURE-ENTRIES
                               ADD 1 TO ERASURE-OVERFLOWS
                           ELSE
                               ADD 1 TO ERASURE-ENTRY-COUNT
                               MOVE PLG-CUSTOMER-NUMBER
                                 TO ERT-CUSTOMER-NUMBER
                                    (ERASURE-ENTRY-COUNT)
                               MOVE PLG-TICKET
                                 TO ERT-TICKET (ERASURE-ENTRY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ERASURE-LOG-FILE

           EXIT.

      * ---
      * Every duplicate the migration suppressed in favour of the
      * customer first seen; a duplicate fed downstream under the
      * last-wins rule has not left the base
       LOAD-DUPLICATE-REPORT SECTION.
           OPEN INPUT DUPLICATE-REPORT-FILE
           IF NOT DUP-REPORT-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL DUP-REPORT-AT-EOF
               READ DUPLICATE-REPORT-FILE
                   AT END
                       MOVE 'Y' TO WS-DUP-REPORT-EOF-FLAG
                   NOT AT END
                       IF DUP-ACTION-TAKEN (1:10) = 'SUPPRESSED'
                           AND DUP-CUSTOMER-NUMBER IS NUMERIC
                           IF DUPLICATE-ENTRY-COUNT
                              >= MAX-DUPLICATE-ENTRIES
                               ADD 1 TO DUPLICATE-OVERFLOWS
                           ELSE
                               ADD 1 TO DUPLICATE-ENTRY-COUNT
                               MOVE DUP-CUSTOMER-NUMBER
                                 TO DPT-CUSTOMER-NUMBER
                                    (DUPLICATE-ENTRY-COUNT)
                               MOVE DUP-FIRST-SEEN-NUMBER
                                 TO DPT-SURVIVOR-NUMBER
                                    (DUPLICATE-ENTRY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUPLICATE-REPORT-FILE

           EXIT.

      * ---
      * Next customer line off the prior snapshot; the closing
      * totals that follow the customers are last month's figures
      * and become this month's opening counts
       READ-PRIOR-SNAPSHOT SECTION.
           MOVE 'N' TO PRIOR-CUSTOMER-FLAG
           PERFORM UNTIL ROLLSNAP-PRIOR-AT-EOF
                      OR PRIOR-CUSTOMER-READ
               READ ROLL-SNAPSHOT-PRIOR INTO SNAPSHOT-LINE
                   AT END
                       MOVE 'Y' TO WS-ROLLSNAP-PRIOR-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SNP-CUSTOMER
                            AND SNC-CUSTOMER-NUMBER IS NUMERIC
                               MOVE 'Y' TO PRIOR-CUSTOMER-FLAG
                               MOVE SNC-CUSTOMER-NUMBER
                                 TO PRIOR-CUSTOMER-NUMBER
                               MOVE SNC-CLIENT-CODE
                                 TO PRIOR-CLIENT-CODE
                               MOVE SNC-CUSTOMER-KIND
                                 TO PRIOR-CUSTOMER-KIND
                               MOVE SNC-STATE TO PRIOR-STATE
                           WHEN SNP-LINE-TOTAL
                            AND SNT-ACTIVE-COUNT IS NUMERIC
                               MOVE SNT-CLIENT-CODE
                                 TO LINE-WANTED-CLIENT
                               MOVE SNT-CUSTOMER-KIND
                                 TO LINE-WANTED-KIND
                               PERFORM FIND-ROLL-LINE
                               IF LINE-FOUND-IX > 0
                                   ADD SNT-ACTIVE-COUNT
                                     TO RLT-OPENING (LINE-FOUND-IX)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           EXIT.

      * ---
      * One provider record: counted under its line and state and
      * kept on the new snapshot, then compared with the snapshot.
      * Snapshot customers numbered below it have left the base
       ROLL-ONE-CUSTOMER SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO UNNUMBERED-RECORDS
               MOVE 0 TO NOTE-CUSTOMER-NUMBER
               MOVE PMI-CLIENT-CODE TO NOTE-CLIENT-CODE
               MOVE PMI-CUSTOMER-KIND TO NOTE-CUSTOMER-KIND
               MOVE SPACE TO NOTE-WAS-STATE
               MOVE PMI-LIFECYCLE-STATUS TO NOTE-NOW-STATE
               MOVE 'RECORD WITHOUT A CUSTOMER NUMBER - NOT COUNTED'
                 TO NOTE-TEXT
               PERFORM NOTE-UNEXPLAINED
               EXIT SECTION
           END-IF
           IF PMI-CUSTOMER-NUMBER <= PREVIOUS-CUSTOMER-NUMBER
               ADD 1 TO SEQUENCE-ERRORS
               MOVE PMI-CUSTOMER-NUMBER TO NOTE-CUSTOMER-NUMBER
               MOVE PMI-CLIENT-CODE TO NOTE-CLIENT-CODE
               MOVE PMI-CUSTOMER-KIND TO NOTE-CUSTOMER-KIND
               MOVE SPACE TO NOTE-WAS-STATE
               MOVE PMI-LIFECYCLE-STATUS TO NOTE-NOW-STATE
               MOVE 'OUT OF CUSTOMER-NUMBER SEQUENCE - NOT COUNTED'
                 TO NOTE-TEXT
               PERFORM NOTE-UNEXPLAINED
               EXIT SECTION
           END-IF
           MOVE PMI-CUSTOMER-NUMBER TO PREVIOUS-CUSTOMER-NUMBER

           MOVE PMI-CLIENT-CODE TO CURRENT-CLIENT-CODE
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE 'C' TO CURRENT-CUSTOMER-KIND
           ELSE
               MOVE 'P' TO CURRENT-CUSTOMER-KIND
           END-IF
           EVALUATE PMI-LIFECYCLE-STATUS
               WHEN 'C'
                   MOVE 'C' TO CURRENT-STATE
               WHEN 'D'
                   MOVE 'D' TO CURRENT-STATE
               WHEN OTHER
                   MOVE 'A' TO CURRENT-STATE
           END-EVALUATE

           PERFORM UNTIL ROLLSNAP-PRIOR-AT-EOF
                      OR PRIOR-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM ROLL-DEPARTED-CUSTOMER
               PERFORM READ-PRIOR-SNAPSHOT
           END-PERFORM

           MOVE CURRENT-CLIENT-CODE TO LINE-WANTED-CLIENT
           MOVE CURRENT-CUSTOMER-KIND TO LINE-WANTED-KIND
           PERFORM FIND-ROLL-LINE
           IF LINE-FOUND-IX = 0
               EXIT SECTION
           END-IF
           EVALUATE CURRENT-STATE
               WHEN 'C'
                   ADD 1 TO RLT-HELD-CLOSED (LINE-FOUND-IX)
               WHEN 'D'
                   ADD 1 TO RLT-HELD-DORMANT (LINE-FOUND-IX)
               WHEN OTHER
                   ADD 1 TO RLT-ACTIVE (LINE-FOUND-IX)
           END-EVALUATE
           ADD 1 TO CUSTOMERS-ROLLED

           MOVE SPACES TO SNAPSHOT-LINE
           MOVE 'C' TO SNP-RECORD-TYPE
           MOVE PMI-CUSTOMER-NUMBER TO SNC-CUSTOMER-NUMBER
           MOVE CURRENT-CLIENT-CODE TO SNC-CLIENT-CODE
           MOVE CURRENT-CUSTOMER-KIND TO SNC-CUSTOMER-KIND
           MOVE CURRENT-STATE TO SNC-STATE
           WRITE ROLL-SNAPSHOT-NEW-RECORD FROM SNAPSHOT-LINE

           IF NOT PRIOR-SNAPSHOT-FOUND
               EXIT SECTION
           END-IF
           IF NOT ROLLSNAP-PRIOR-AT-EOF
              AND PRIOR-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
               PERFORM ROLL-MATCHED-CUSTOMER
               PERFORM READ-PRIOR-SNAPSHOT
           ELSE
               IF CURRENT-STATE = 'A'
                   ADD 1 TO RLT-NEW (LINE-FOUND-IX)
               END-IF
           END-IF

           EXIT.

      * ---
      * A customer on both: a change of line is a transfer; leaving
      * or rejoining the active base is a lifecycle movement, but
      * only when the lifecycle status date shows it happened since
      * the snapshot - otherwise it is left unexplained
       ROLL-MATCHED-CUSTOMER SECTION.
           MOVE 'N' TO STATUS-EVIDENCE-FLAG
           IF PMI-STATUS-DATE IS NUMERIC
               AND PMI-STATUS-DATE > PRIOR-DATE
               AND PMI-STATUS-DATE <= BUSINESS-DATE
               MOVE 'Y' TO STATUS-EVIDENCE-FLAG
           END-IF

           EVALUATE TRUE
               WHEN PRIOR-STATE = 'A' AND CURRENT-STATE = 'A'
                   IF PRIOR-CLIENT-CODE = CURRENT-CLIENT-CODE
                      AND PRIOR-CUSTOMER-KIND = CURRENT-CUSTOMER-KIND
                       EXIT SECTION
                   END-IF
                   MOVE PRIOR-CLIENT-CODE TO LINE-WANTED-CLIENT
                   MOVE PRIOR-CUSTOMER-KIND TO LINE-WANTED-KIND
                   PERFORM FIND-ROLL-LINE
                   IF LINE-FOUND-IX > 0
                       ADD 1 TO RLT-TRANSFER-OUT (LINE-FOUND-IX)
                   END-IF
                   MOVE CURRENT-CLIENT-CODE TO LINE-WANTED-CLIENT
                   MOVE CURRENT-CUSTOMER-KIND TO LINE-WANTED-KIND
                   PERFORM FIND-ROLL-LINE
                   IF LINE-FOUND-IX > 0
                       ADD 1 TO RLT-TRANSFER-IN (LINE-FOUND-IX)
                   END-IF
               WHEN PRIOR-STATE = 'A'
                   IF NOT STATUS-CHANGE-DATED
                       MOVE 'LEFT ACTIVE BASE WITHOUT A NEW STATUS DATE'
                         TO NOTE-TEXT
                       PERFORM NOTE-MATCHED-UNEXPLAINED
                       EXIT SECTION
                   END-IF
                   MOVE PRIOR-CLIENT-CODE TO LINE-WANTED-CLIENT
                   MOVE PRIOR-CUSTOMER-KIND TO LINE-WANTED-KIND
                   PERFORM FIND-ROLL-LINE
                   IF LINE-FOUND-IX = 0
                       EXIT SECTION
                   END-IF
                   IF CURRENT-STATE = 'C'
                       ADD 1 TO RLT-CLOSED (LINE-FOUND-IX)
                   ELSE
                       ADD 1 TO RLT-DORMANT (LINE-FOUND-IX)
                   END-IF
               WHEN CURRENT-STATE = 'A'
                   IF NOT STATUS-CHANGE-DATED
                       MOVE 'RETURNED TO ACTIVE WITHOUT A NEW STATUS '
                         & 'DATE' TO NOTE-TEXT
                       PERFORM NOTE-MATCHED-UNEXPLAINED
                       EXIT SECTION
                   END-IF
                   MOVE CURRENT-CLIENT-CODE TO LINE-WANTED-CLIENT
                   MOVE CURRENT-CUSTOMER-KIND TO LINE-WANTED-KIND
                   PERFORM FIND-ROLL-LINE
                   IF LINE-FOUND-IX = 0
                       EXIT SECTION
                   END-IF
                   IF PRIOR-STATE = 'C'
                       ADD 1 TO RLT-REOPENED (LINE-FOUND-IX)
                   ELSE
                       ADD 1 TO RLT-REACTIVATED (LINE-FOUND-IX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

       NOTE-MATCHED-UNEXPLAINED SECTION.
           MOVE PMI-CUSTOMER-NUMBER TO NOTE-CUSTOMER-NUMBER
           MOVE CURRENT-CLIENT-CODE TO NOTE-CLIENT-CODE
           MOVE CURRENT-CUSTOMER-KIND TO NOTE-CUSTOMER-KIND
           MOVE PRIOR-STATE TO NOTE-WAS-STATE
           MOVE CURRENT-STATE TO NOTE-NOW-STATE
           PERFORM NOTE-UNEXPLAINED

           EXIT.

      * ---
      * A snapshot customer no longer on the provider output. Only an
      * active customer leaves the base: erased under a purge ticket,
      * or suppressed by the migration as a duplicate of another.
      * Any other disappearance is unexplained
       ROLL-DEPARTED-CUSTOMER SECTION.
           IF PRIOR-STATE NOT = 'A'
               EXIT SECTION
           END-IF
           MOVE PRIOR-CUSTOMER-NUMBER TO NOTE-CUSTOMER-NUMBER
           MOVE PRIOR-CLIENT-CODE TO NOTE-CLIENT-CODE
           MOVE PRIOR-CUSTOMER-KIND TO NOTE-CUSTOMER-KIND
           MOVE PRIOR-STATE TO NOTE-WAS-STATE
           MOVE SPACE TO NOTE-NOW-STATE

           MOVE 0 TO ERASURE-FOUND-IX
           PERFORM VARYING ERASURE-IX FROM 1 BY 1
                   UNTIL ERASURE-IX > ERASURE-ENTRY-COUNT
                      OR ERASURE-FOUND-IX > 0
               IF ERT-CUSTOMER-NUMBER (ERASURE-IX)
                  = PRIOR-CUSTOMER-NUMBER
                   MOVE ERASURE-IX TO ERASURE-FOUND-IX
               END-IF
           END-PERFORM
           MOVE 0 TO DUPLICATE-FOUND-IX
           IF ERASURE-FOUND-IX = 0
               PERFORM VARYING DUPLICATE-IX FROM 1 BY 1
                       UNTIL DUPLICATE-IX > DUPLICATE-ENTRY-COUNT
                          OR DUPLICATE-FOUND-IX > 0
                   IF DPT-CUSTOMER-NUMBER (DUPLICATE-IX)
                      = PRIOR-CUSTOMER-NUMBER
                       MOVE DUPLICATE-IX TO DUPLICATE-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF
           IF ERASURE-FOUND-IX = 0
              AND DUPLICATE-FOUND-IX = 0
               MOVE 'NO LONGER ON PROVOUT.DAT - NOT PURGED OR MERGED'
                 TO NOTE-TEXT
               PERFORM NOTE-UNEXPLAINED
               EXIT SECTION
           END-IF

           MOVE PRIOR-CLIENT-CODE TO LINE-WANTED-CLIENT
           MOVE PRIOR-CUSTOMER-KIND TO LINE-WANTED-KIND
           PERFORM FIND-ROLL-LINE
           IF LINE-FOUND-IX = 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO NOTE-TEXT
           IF ERASURE-FOUND-IX > 0
               ADD 1 TO RLT-PURGED (LINE-FOUND-IX)
               IF RLT-PURGE-TICKET (LINE-FOUND-IX) = SPACES
                   MOVE ERT-TICKET (ERASURE-FOUND-IX)
                     TO RLT-PURGE-TICKET (LINE-FOUND-IX)
               ELSE
                   IF RLT-PURGE-TICKET (LINE-FOUND-IX)
                      NOT = ERT-TICKET (ERASURE-FOUND-IX)
                       MOVE 'Y' TO RLT-TICKETS-FLAG (LINE-FOUND-IX)
                   END-IF
               END-IF
               STRING 'PURGED - PURGLOG.DAT TICKET ' DELIMITED BY SIZE
                      ERT-TICKET (ERASURE-FOUND-IX) DELIMITED BY SIZE
                 INTO NOTE-TEXT
               END-STRING
           ELSE
               ADD 1 TO RLT-MERGED (LINE-FOUND-IX)
               STRING 'MERGED AWAY - MIGDUP.DAT, SURVIVOR '
                      DELIMITED BY SIZE
                      DPT-SURVIVOR-NUMBER (DUPLICATE-FOUND-IX)
                      DELIMITED BY SIZE
                 INTO NOTE-TEXT
               END-STRING
           END-IF
           PERFORM NOTE-DEPARTURE

           EXIT.

      * ---
      * Find the line for LINE-WANTED-CLIENT and LINE-WANTED-KIND in
      * LINE-FOUND-IX, adding it in code order when it is new; zero
      * when the table is full. Adding moves the lines after it, so
      * an index is only good until the next call
       FIND-ROLL-LINE SECTION.
           MOVE 0 TO LINE-FOUND-IX
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-ENTRY-COUNT
                      OR LINE-FOUND-IX > 0
               IF RLT-CLIENT-CODE (LINE-IX) = LINE-WANTED-CLIENT
                   AND RLT-CUSTOMER-KIND (LINE-IX) = LINE-WANTED-KIND
                   MOVE LINE-IX TO LINE-FOUND-IX
               END-IF
           END-PERFORM
           IF LINE-FOUND-IX > 0
               EXIT SECTION
           END-IF

           IF LINE-ENTRY-COUNT >= MAX-LINE-ENTRIES
               ADD 1 TO LINE-OVERFLOWS
               EXIT SECTION
           END-IF

      *    Make room at the first line that sorts after this one
           MOVE 1 TO LINE-IX
           PERFORM UNTIL LINE-IX > LINE-ENTRY-COUNT
                      OR RLT-CLIENT-CODE (LINE-IX) > LINE-WANTED-CLIENT
                      OR (RLT-CLIENT-CODE (LINE-IX)
                          = LINE-WANTED-CLIENT
                          AND RLT-CUSTOMER-KIND (LINE-IX)
                              > LINE-WANTED-KIND)
               ADD 1 TO LINE-IX
           END-PERFORM
           PERFORM VARYING LINE-SHIFT-IX FROM LINE-ENTRY-COUNT
                   BY -1 UNTIL LINE-SHIFT-IX < LINE-IX
               MOVE LINE-ENTRY (LINE-SHIFT-IX)
                 TO LINE-ENTRY (LINE-SHIFT-IX + 1)
           END-PERFORM
           ADD 1 TO LINE-ENTRY-COUNT

           MOVE LINE-IX TO LINE-FOUND-IX
           MOVE LINE-WANTED-CLIENT TO RLT-CLIENT-CODE (LINE-FOUND-IX)
           MOVE LINE-WANTED-KIND TO RLT-CUSTOMER-KIND (LINE-FOUND-IX)
           MOVE 0 TO RLT-OPENING (LINE-FOUND-IX)
           MOVE 0 TO RLT-NEW (LINE-FOUND-IX)
           MOVE 0 TO RLT-REOPENED (LINE-FOUND-IX)
           MOVE 0 TO RLT-REACTIVATED (LINE-FOUND-IX)
           MOVE 0 TO RLT-TRANSFER-IN (LINE-FOUND-IX)
           MOVE 0 TO RLT-CLOSED (LINE-FOUND-IX)
           MOVE 0 TO RLT-DORMANT (LINE-FOUND-IX)
           MOVE 0 TO RLT-PURGED (LINE-FOUND-IX)
           MOVE 0 TO RLT-MERGED (LINE-FOUND-IX)
           MOVE 0 TO RLT-TRANSFER-OUT (LINE-FOUND-IX)
           MOVE 0 TO RLT-ACTIVE (LINE-FOUND-IX)
           MOVE 0 TO RLT-HELD-DORMANT (LINE-FOUND-IX)
           MOVE 0 TO RLT-HELD-CLOSED (LINE-FOUND-IX)
           MOVE SPACES TO RLT-PURGE-TICKET (LINE-FOUND-IX)
           MOVE 'N' TO RLT-TICKETS-FLAG (LINE-FOUND-IX)

           EXIT.

      * ---
      * Keep the customer behind a departure or a break for the
      * detail sections of the report
       NOTE-DEPARTURE SECTION.
           PERFORM ADD-NOTE
           IF NOTE-IX > 0
               MOVE 'D' TO NTE-KIND (NOTE-IX)
           END-IF

           EXIT.

       NOTE-UNEXPLAINED SECTION.
           ADD 1 TO UNEXPLAINED-MOVES
           PERFORM ADD-NOTE
           IF NOTE-IX > 0
               MOVE 'U' TO NTE-KIND (NOTE-IX)
           END-IF

           EXIT.

       ADD-NOTE SECTION.
           IF NOTE-ENTRY-COUNT >= MAX-NOTE-ENTRIES
               ADD 1 TO NOTE-OVERFLOWS
               MOVE 0 TO NOTE-IX
               EXIT SECTION
           END-IF
           ADD 1 TO NOTE-ENTRY-COUNT
           MOVE NOTE-ENTRY-COUNT TO NOTE-IX
           MOVE NOTE-CUSTOMER-NUMBER TO NTE-CUSTOMER-NUMBER (NOTE-IX)
           MOVE NOTE-CLIENT-CODE TO NTE-CLIENT-CODE (NOTE-IX)
           MOVE NOTE-CUSTOMER-KIND TO NTE-CUSTOMER-KIND (NOTE-IX)
           MOVE NOTE-WAS-STATE TO NTE-WAS-STATE (NOTE-IX)
           MOVE NOTE-NOW-STATE TO NTE-NOW-STATE (NOTE-IX)
           MOVE NOTE-TEXT TO NTE-TEXT (NOTE-IX)

           EXIT.

      * ---
      * Each line's closing figures follow the customers on the new
      * snapshot, to open next month's roll-forward
       WRITE-SNAPSHOT-TOTALS SECTION.
           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-ENTRY-COUNT
               MOVE SPACES TO SNAPSHOT-LINE
               MOVE 'T' TO SNP-RECORD-TYPE
               MOVE RLT-CLIENT-CODE (LINE-IX) TO SNT-CLIENT-CODE
               MOVE RLT-CUSTOMER-KIND (LINE-IX) TO SNT-CUSTOMER-KIND
               MOVE RLT-ACTIVE (LINE-IX) TO SNT-ACTIVE-COUNT
               MOVE RLT-HELD-DORMANT (LINE-IX) TO SNT-DORMANT-COUNT
               MOVE RLT-HELD-CLOSED (LINE-IX) TO SNT-CLOSED-COUNT
               WRITE ROLL-SNAPSHOT-NEW-RECORD FROM SNAPSHOT-LINE
           END-PERFORM

           EXIT.

      * ---
      * The new snapshot replaces ROLLSNAP.DAT, which is kept as
      * ROLLSNAP.OLD for a rerun to compare against; a rerun keeps
      * the generation it compared against. A provider output out of
      * sequence, or a line that could not be held, would leave a
      * snapshot the next month cannot trust, so the old one stays
       REPLACE-ROLL-SNAPSHOT SECTION.
           IF SEQUENCE-ERRORS > 0
               OR LINE-OVERFLOWS > 0
               CALL 'CBL_DELETE_FILE' USING WS-ROLLSNAP-NEW-NAME
                  RETURNING RENAME-STATUS
               EXIT SECTION
           END-IF

           IF NOT RERUN-OF-SAME-DATE
               CALL 'CBL_DELETE_FILE' USING WS-ROLLSNAP-OLD-NAME
                  RETURNING RENAME-STATUS
               CALL 'CBL_RENAME_FILE' USING
                    WS-ROLLSNAP-NAME
                    WS-ROLLSNAP-OLD-NAME
                  RETURNING RENAME-STATUS
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-ROLLSNAP-NAME
                  RETURNING RENAME-STATUS
           END-IF
           CALL 'CBL_RENAME_FILE' USING
                WS-ROLLSNAP-NEW-NAME
                WS-ROLLSNAP-NAME
              RETURNING RENAME-STATUS

           EXIT.

      * ---
      * The report: one roll-forward block per client code and kind,
      * the block for all lines together, the reconciliation to the
      * provider output, then the customers behind the departures
      * and behind the breaks
       WRITE-ROLL-REPORT SECTION.
           OPEN OUTPUT ROLL-REPORT-FILE
           PERFORM WRITE-ROLL-REPORT-HEADING

           PERFORM VARYING LINE-IX FROM 1 BY 1
                   UNTIL LINE-IX > LINE-ENTRY-COUNT
               MOVE RLT-FIGURES (LINE-IX) TO BLOCK-FIGURES
               MOVE RLT-PURGE-TICKET (LINE-IX) TO BLK-PURGE-TICKET
               MOVE RLT-TICKETS-FLAG (LINE-IX) TO BLK-TICKETS-FLAG
               PERFORM ADD-LINE-TO-TOTAL
               MOVE RLT-CLIENT-CODE (LINE-IX) TO LINE-WANTED-CLIENT
               IF LINE-WANTED-CLIENT = SPACES
                   MOVE 'NONE' TO LINE-WANTED-CLIENT
               END-IF
               MOVE SPACES TO BLK-TITLE
               IF RLT-CUSTOMER-KIND (LINE-IX) = 'C'
                   STRING 'CLIENT ' DELIMITED BY SIZE
                          LINE-WANTED-CLIENT DELIMITED BY SIZE
                          ' - COMPANIES' DELIMITED BY SIZE
                     INTO BLK-TITLE
                   END-STRING
               ELSE
                   STRING 'CLIENT ' DELIMITED BY SIZE
                          LINE-WANTED-CLIENT DELIMITED BY SIZE
                          ' - PRIVATE CUSTOMERS' DELIMITED BY SIZE
                     INTO BLK-TITLE
                   END-STRING
               END-IF
               PERFORM WRITE-ROLL-BLOCK
               IF BLK-BREAK NOT = 0
                   ADD 1 TO BREAK-LINES
               END-IF
           END-PERFORM

           MOVE TOTAL-FIGURES TO BLOCK-FIGURES
           MOVE TOT-PURGE-TICKET TO BLK-PURGE-TICKET
           MOVE TOT-TICKETS-FLAG TO BLK-TICKETS-FLAG
           MOVE 'ALL CLIENT CODES AND CUSTOMER KINDS' TO BLK-TITLE
           PERFORM WRITE-ROLL-BLOCK

           PERFORM WRITE-RECONCILIATION

           MOVE 'CUSTOMERS PURGED OR MERGED AWAY'
             TO ROLL-REPORT-RECORD
           PERFORM WRITE-NOTE-HEADING
           PERFORM VARYING NOTE-IX FROM 1 BY 1
                   UNTIL NOTE-IX > NOTE-ENTRY-COUNT
               IF NTE-DEPARTURE (NOTE-IX)
                   PERFORM WRITE-NOTE-LINE
               END-IF
           END-PERFORM
           PERFORM END-REPORT-SECTION

           MOVE 'UNEXPLAINED MOVEMENTS - BEHIND THE BREAK LINES'
             TO ROLL-REPORT-RECORD
           PERFORM WRITE-NOTE-HEADING
           PERFORM VARYING NOTE-IX FROM 1 BY 1
                   UNTIL NOTE-IX > NOTE-ENTRY-COUNT
               IF NTE-UNEXPLAINED (NOTE-IX)
                   PERFORM WRITE-NOTE-LINE
               END-IF
           END-PERFORM
           PERFORM END-REPORT-SECTION

           CLOSE ROLL-REPORT-FILE

           EXIT.

       ADD-LINE-TO-TOTAL SECTION.
           ADD BLK-OPENING TO TOT-OPENING
           ADD BLK-NEW TO TOT-NEW
           ADD BLK-REOPENED TO TOT-REOPENED
           ADD BLK-REACTIVATED TO TOT-REACTIVATED
           ADD BLK-TRANSFER-IN TO TOT-TRANSFER-IN
           ADD BLK-CLOSED TO TOT-CLOSED
           ADD BLK-DORMANT TO TOT-DORMANT
           ADD BLK-PURGED TO TOT-PURGED
           ADD BLK-MERGED TO TOT-MERGED
           ADD BLK-TRANSFER-OUT TO TOT-TRANSFER-OUT
           ADD BLK-ACTIVE TO TOT-ACTIVE
           ADD BLK-HELD-DORMANT TO TOT-HELD-DORMANT
           ADD BLK-HELD-CLOSED TO TOT-HELD-CLOSED
           IF BLK-PURGE-TICKET NOT = SPACES
               IF TOT-PURGE-TICKET = SPACES
                   MOVE BLK-PURGE-TICKET TO TOT-PURGE-TICKET
               END-IF
               IF BLK-SEVERAL-TICKETS
                   OR BLK-PURGE-TICKET NOT = TOT-PURGE-TICKET
                   MOVE 'Y' TO TOT-TICKETS-FLAG
               END-IF
           END-IF

           EXIT.

      * ---
      * One roll-forward block from BLOCK-FIGURES: opening, the
      * movements in and out with the file and run behind each, the
      * closing rolled forward and the closing actually on the
      * provider output. A difference between the two is printed as
      * a break, never folded into a movement
       WRITE-ROLL-BLOCK SECTION.
           COMPUTE BLK-ROLLED-CLOSING = BLK-OPENING
                                      + BLK-NEW
                                      + BLK-REOPENED
                                      + BLK-REACTIVATED
                                      + BLK-TRANSFER-IN
                                      - BLK-CLOSED
                                      - BLK-DORMANT
                                      - BLK-PURGED
                                      - BLK-MERGED
                                      - BLK-TRANSFER-OUT
           COMPUTE BLK-BREAK = BLK-ACTIVE - BLK-ROLLED-CLOSING

           MOVE BLK-TITLE TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE
           MOVE MOVEMENT-COLUMN-HEADING TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE

           MOVE 'OPENING - LAST MONTH''S CLOSING' TO MVL-LABEL
           MOVE SPACE TO MVL-SIGN
           MOVE BLK-OPENING TO MOVEMENT-COUNT
           IF PRIOR-SNAPSHOT-FOUND
               MOVE 'ROLLSNAP.DAT' TO MVL-SOURCE-FILE
               MOVE SNAPSHOT-REFERENCE TO MVL-REFERENCE
           ELSE
               MOVE 'PROVOUT.DAT' TO MVL-SOURCE-FILE
               MOVE 'BASELINE - NO PRIOR SNAPSHOT' TO MVL-REFERENCE
           END-IF
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'NEW CUSTOMERS' TO MVL-LABEL
           MOVE '+' TO MVL-SIGN
           MOVE BLK-NEW TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'REOPENED - CLOSED TO ACTIVE' TO MVL-LABEL
           MOVE '+' TO MVL-SIGN
           MOVE BLK-REOPENED TO MOVEMENT-COUNT
           PERFORM SET-LIFECYCLE-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'REACTIVATED - DORMANT TO ACTIVE' TO MVL-LABEL
           MOVE '+' TO MVL-SIGN
           MOVE BLK-REACTIVATED TO MOVEMENT-COUNT
           PERFORM SET-LIFECYCLE-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'TRANSFERRED IN FROM OTHER LINES' TO MVL-LABEL
           MOVE '+' TO MVL-SIGN
           MOVE BLK-TRANSFER-IN TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'CLOSED' TO MVL-LABEL
           MOVE '-' TO MVL-SIGN
           MOVE BLK-CLOSED TO MOVEMENT-COUNT
           PERFORM SET-LIFECYCLE-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'GONE DORMANT' TO MVL-LABEL
           MOVE '-' TO MVL-SIGN
           MOVE BLK-DORMANT TO MOVEMENT-COUNT
           PERFORM SET-LIFECYCLE-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'PURGED' TO MVL-LABEL
           MOVE '-' TO MVL-SIGN
           MOVE BLK-PURGED TO MOVEMENT-COUNT
           MOVE 'PURGLOG.DAT' TO MVL-SOURCE-FILE
           EVALUATE TRUE
               WHEN BLK-PURGED = 0
                   MOVE SPACES TO MVL-REFERENCE
               WHEN BLK-SEVERAL-TICKETS
                   MOVE 'SEVERAL TICKETS - SEE PURGED OR MERGED'
                     TO MVL-REFERENCE
               WHEN OTHER
                   MOVE SPACES TO MVL-REFERENCE
                   STRING 'TICKET ' DELIMITED BY SIZE
                          BLK-PURGE-TICKET DELIMITED BY SIZE
                     INTO MVL-REFERENCE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'MERGED-AWAY DUPLICATES' TO MVL-LABEL
           MOVE '-' TO MVL-SIGN
           MOVE BLK-MERGED TO MOVEMENT-COUNT
           MOVE 'MIGDUP.DAT' TO MVL-SOURCE-FILE
           MOVE PUBLISH-REFERENCE TO MVL-REFERENCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'TRANSFERRED OUT TO OTHER LINES' TO MVL-LABEL
           MOVE '-' TO MVL-SIGN
           MOVE BLK-TRANSFER-OUT TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'CLOSING - ROLLED FORWARD' TO MVL-LABEL
           MOVE '=' TO MVL-SIGN
           MOVE BLK-ROLLED-CLOSING TO MOVEMENT-COUNT
           MOVE SPACES TO MVL-SOURCE-FILE
           MOVE SPACES TO MVL-REFERENCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'CLOSING - ACTIVE ON PROVOUT.DAT' TO MVL-LABEL
           MOVE SPACE TO MVL-SIGN
           MOVE BLK-ACTIVE TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           IF BLK-BREAK NOT = 0
               MOVE '*** BREAK - UNEXPLAINED DIFFERENCE' TO MVL-LABEL
               MOVE SPACE TO MVL-SIGN
               MOVE BLK-BREAK TO MOVEMENT-COUNT
               MOVE SPACES TO MVL-SOURCE-FILE
               MOVE 'SEE UNEXPLAINED MOVEMENTS' TO MVL-REFERENCE
               PERFORM WRITE-MOVEMENT-LINE
           END-IF

           MOVE 'DORMANT CUSTOMERS HELD' TO MVL-LABEL
           MOVE SPACE TO MVL-SIGN
           MOVE BLK-HELD-DORMANT TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'CLOSED CUSTOMERS HELD' TO MVL-LABEL
           MOVE SPACE TO MVL-SIGN
           MOVE BLK-HELD-CLOSED TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE SPACES TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE

           EXIT.

       SET-PROVOUT-SOURCE SECTION.
           MOVE 'PROVOUT.DAT' TO MVL-SOURCE-FILE
           MOVE PUBLISH-REFERENCE TO MVL-REFERENCE

           EXIT.

      * The lifecycle status and its date are kept on the provider
      * output by APILIFE
       SET-LIFECYCLE-SOURCE SECTION.
           MOVE 'PROVOUT.DAT' TO MVL-SOURCE-FILE
           MOVE SPACES TO MVL-REFERENCE
           STRING 'APILIFE STATUS, ' DELIMITED BY SIZE
                  PUBLISH-REFERENCE DELIMITED BY '  '
             INTO MVL-REFERENCE
           END-STRING

           EXIT.

       WRITE-MOVEMENT-LINE SECTION.
           MOVE MOVEMENT-COUNT TO MVL-COUNT
           MOVE MOVEMENT-LINE TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE

           EXIT.

      * ---
      * Active, dormant and closed customers together must account
      * for every record on PROVOUT.DAT, and PROVOUT.DAT must hold
      * the count its publish control was written with; either
      * difference is a break
       WRITE-RECONCILIATION SECTION.
           MOVE 'RECONCILIATION TO PROVOUT.DAT' TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE
           MOVE MOVEMENT-COLUMN-HEADING TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE

           MOVE 'ACTIVE CUSTOMERS AT CLOSE' TO MVL-LABEL
           MOVE SPACE TO MVL-SIGN
           MOVE TOT-ACTIVE TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'DORMANT CUSTOMERS HELD' TO MVL-LABEL
           MOVE '+' TO MVL-SIGN
           MOVE TOT-HELD-DORMANT TO MOVEMENT-COUNT
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'CLOSED CUSTOMERS HELD' TO MVL-LABEL
           MOVE '+' TO MVL-SIGN
           MOVE TOT-HELD-CLOSED TO MOVEMENT-COUNT
           PERFORM WRITE-MOVEMENT-LINE

           COMPUTE ACCOUNTED-FOR = TOT-ACTIVE
                                 + TOT-HELD-DORMANT
                                 + TOT-HELD-CLOSED
           MOVE 'CUSTOMERS ACCOUNTED FOR' TO MVL-LABEL
           MOVE '=' TO MVL-SIGN
           MOVE ACCOUNTED-FOR TO MOVEMENT-COUNT
           MOVE SPACES TO MVL-SOURCE-FILE
           MOVE SPACES TO MVL-REFERENCE
           PERFORM WRITE-MOVEMENT-LINE

           MOVE 'RECORDS ON PROVOUT.DAT' TO MVL-LABEL
           MOVE SPACE TO MVL-SIGN
           MOVE RECORDS-READ TO MOVEMENT-COUNT
           PERFORM SET-PROVOUT-SOURCE
           PERFORM WRITE-MOVEMENT-LINE

           COMPUTE RECONCILE-BREAK = RECORDS-READ - ACCOUNTED-FOR
           IF RECONCILE-BREAK NOT = 0
               ADD 1 TO BREAK-LINES
               MOVE '*** BREAK - RECORDS NOT ACCOUNTED' TO MVL-LABEL
               MOVE SPACE TO MVL-SIGN
               MOVE RECONCILE-BREAK TO MOVEMENT-COUNT
               MOVE SPACES TO MVL-SOURCE-FILE
               MOVE 'SEE UNEXPLAINED MOVEMENTS' TO MVL-REFERENCE
               PERFORM WRITE-MOVEMENT-LINE
           END-IF

           IF PUBLISH-CONTROL-FOUND
               MOVE 'RECORD COUNT ON PUBLISH CONTROL' TO MVL-LABEL
               MOVE SPACE TO MVL-SIGN
               MOVE PUBLISH-RECORD-COUNT TO MOVEMENT-COUNT
               MOVE 'PROVOUT.CTL' TO MVL-SOURCE-FILE
               MOVE PUBLISH-BUSINESS-DATE TO REPORT-DATE-IN
               PERFORM EDIT-REPORT-DATE
               MOVE SPACES TO MVL-REFERENCE
               STRING PUBLISH-REFERENCE DELIMITED BY '  '
                      ' OF ' DELIMITED BY SIZE
                      REPORT-DATE-EDIT DELIMITED BY SIZE
                 INTO MVL-REFERENCE
               END-STRING
               PERFORM WRITE-MOVEMENT-LINE
               COMPUTE RECONCILE-BREAK = RECORDS-READ
                                       - PUBLISH-RECORD-COUNT
               IF RECONCILE-BREAK NOT = 0
                   ADD 1 TO BREAK-LINES
                   MOVE '*** BREAK - DISAGREES WITH CONTROL'
                     TO MVL-LABEL
                   MOVE SPACE TO MVL-SIGN
                   MOVE RECONCILE-BREAK TO MOVEMENT-COUNT
                   MOVE SPACES TO MVL-SOURCE-FILE
                   MOVE 'PROVOUT.DAT LESS PROVOUT.CTL' TO MVL-REFERENCE
                   PERFORM WRITE-MOVEMENT-LINE
               END-IF
           ELSE
               ADD 1 TO BREAK-LINES
               MOVE '*** BREAK - NO PUBLISH CONTROL' TO MVL-LABEL
               MOVE SPACE TO MVL-SIGN
               MOVE RECORDS-READ TO MOVEMENT-COUNT
               MOVE 'PROVOUT.CTL' TO MVL-SOURCE-FILE
               MOVE 'CLOSING CANNOT BE TIED TO A RUN'
                 TO MVL-REFERENCE
               PERFORM WRITE-MOVEMENT-LINE
           END-IF

           MOVE SPACES TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE

           EXIT.

      * ---
      * Section title (already in the report record) and the column
      * heading for a customer list
       WRITE-NOTE-HEADING SECTION.
           PERFORM WRITE-ROLL-REPORT-LINE
           MOVE NOTE-COLUMN-HEADING TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE
           MOVE 0 TO SECTION-LINES

           EXIT.

       END-REPORT-SECTION SECTION.
           IF SECTION-LINES = 0
               MOVE '  NONE' TO ROLL-REPORT-RECORD
               PERFORM WRITE-ROLL-REPORT-LINE
           END-IF
           MOVE SPACES TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE

           EXIT.

       WRITE-NOTE-LINE SECTION.
           MOVE SPACES TO NOTE-DETAIL-LINE
           MOVE NTE-CUSTOMER-NUMBER (NOTE-IX) TO NDL-CUSTOMER-NUMBER
           MOVE NTE-CLIENT-CODE (NOTE-IX) TO NDL-CLIENT-CODE
           MOVE NTE-CUSTOMER-KIND (NOTE-IX) TO KIND-CODE
           PERFORM EDIT-CUSTOMER-KIND
           MOVE KIND-TEXT TO NDL-CUSTOMER-KIND
           MOVE NTE-WAS-STATE (NOTE-IX) TO STATE-CODE
           PERFORM EDIT-CUSTOMER-STATE
           MOVE STATE-TEXT TO NDL-WAS-STATE
           MOVE NTE-NOW-STATE (NOTE-IX) TO STATE-CODE
           PERFORM EDIT-CUSTOMER-STATE
           MOVE STATE-TEXT TO NDL-NOW-STATE
           MOVE NTE-TEXT (NOTE-IX) TO NDL-TEXT
           MOVE NOTE-DETAIL-LINE TO ROLL-REPORT-RECORD
           PERFORM WRITE-ROLL-REPORT-LINE
           ADD 1 TO SECTION-LINES

           EXIT.

      * No state means not on that file
       EDIT-CUSTOMER-STATE SECTION.
           EVALUATE STATE-CODE
               WHEN 'A'
                   MOVE 'ACTIVE' TO STATE-TEXT
               WHEN 'D'
                   MOVE 'DORMANT' TO STATE-TEXT
               WHEN 'C'
                   MOVE 'CLOSED' TO STATE-TEXT
               WHEN SPACE
                   MOVE '-' TO STATE-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO STATE-TEXT
           END-EVALUATE

           EXIT.

       EDIT-CUSTOMER-KIND SECTION.
           IF KIND-CODE = 'C'
               MOVE 'COMPANY' TO KIND-TEXT
           ELSE
               MOVE 'PRIVATE' TO KIND-TEXT
           END-IF

           EXIT.

       EDIT-REPORT-DATE SECTION.
           MOVE RDI-DAY TO RDE-DAY
           MOVE RDI-MONTH TO RDE-MONTH
           MOVE RDI-YEAR TO RDE-YEAR

           EXIT.

       WRITE-ROLL-REPORT-HEADING SECTION.
           ADD 1 TO ROLL-RPT-PAGE-NUMBER

           MOVE SPACES TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD

           MOVE BUSINESS-DATE TO REPORT-DATE-IN
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO ROLL-REPORT-RECORD
           STRING 'CUSTOMER-BASE ROLL-FORWARD TO ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  ROLL-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO ROLL-REPORT-RECORD
           END-STRING
           WRITE ROLL-REPORT-RECORD

           MOVE SPACES TO ROLL-REPORT-RECORD
           WRITE ROLL-REPORT-RECORD

           MOVE 0 TO ROLL-RPT-LINE-COUNT

           EXIT.

      * ---
      * Write one report line, starting a new page first if the
      * current one is full
       WRITE-ROLL-REPORT-LINE SECTION.
           IF ROLL-RPT-LINE-COUNT >= ROLL-RPT-LINES-PER-PAGE
               MOVE ROLL-REPORT-RECORD TO ROLL-RPT-PENDING-LINE
               PERFORM WRITE-ROLL-REPORT-HEADING
               MOVE ROLL-RPT-PENDING-LINE TO ROLL-REPORT-RECORD
           END-IF
           WRITE ROLL-REPORT-RECORD
           ADD 1 TO ROLL-RPT-LINE-COUNT
           MOVE SPACES TO ROLL-REPORT-RECORD

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT
       WRITE-RUN-LOG-MESSAGE SECTION.
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APIROLL' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD

           EXIT.
