123456*Monthly customer value segmentation: places every provider
      *customer in a segment (Premier, Core, Basic, At-risk or
      *whatever the rules card names) from what the suite already
      *holds - the balance, the tenure since the customer was first
      *seen on the provider history, the customer kind, the
      *lifecycle status and the overdraft aging state APIOVDR
      *carries - writes the segment file, prints the segments per
      *client code, and prints the migration matrix of how many
      *customers moved from each of last month's segments to each
      *of this month's

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISEGM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Segment rules, tried in card order; the first rule the
      *    customer meets gives its segment. Several cards may name
      *    the same segment
           SELECT SEGMENT-RULE-FILE ASSIGN TO WS-SEGRULE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEGRULE-STATUS.
      *    Provider-layout extract as written by APIMIGR, sorted by
      *    customer number
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Superseded provider records; a customer's first
      *    generation on it dates the relationship
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    APIOVDR's aging state, in provider order
           SELECT OVERDRAFT-STATE-FILE ASSIGN TO WS-OVDR-STATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OVDR-STATE-STATUS.
      *    Last month's segments, in provider order: the current
      *    segment file, or the one it replaced when this month's
      *    run is being repeated
           SELECT PRIOR-SEGMENT-FILE ASSIGN TO WS-SEGPRIOR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEGPRIOR-STATUS.
      *    This month's segments, replaced only after a complete
      *    pass
           SELECT SEGMENT-NEW ASSIGN TO WS-SEGMENT-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEGMENT-NEW-STATUS.
      *    Segment summary and migration matrix
           SELECT SEGMENT-REPORT-FILE ASSIGN TO WS-SEGRPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEGRPT-STATUS.
      *    Business date the segments are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A blank bound is no bound. Customer kind 'C' is a company,
      *    'P' a person, blank either. The lifecycle list holds the
      *    statuses the rule takes ('A' also takes a blank status),
      *    blank any. Tenure is in whole months, overdraft history in
      *    successive negative feeds
       FD SEGMENT-RULE-FILE.
       01 SEGMENT-RULE-RECORD.
           05 SRC-SEGMENT PIC X(08).
           05 FILLER PIC X(01).
           05 SRC-BALANCE-MIN PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 SRC-BALANCE-MAX PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 SRC-TENURE-MIN PIC 9(04).
           05 FILLER PIC X(01).
           05 SRC-TENURE-MAX PIC 9(04).
           05 FILLER PIC X(01).
           05 SRC-CUSTOMER-KIND PIC X(01).
           05 FILLER PIC X(01).
           05 SRC-LIFECYCLE-LIST PIC X(03).
           05 FILLER PIC X(01).
           05 SRC-OVDR-FEEDS-MIN PIC 9(04).
           05 FILLER PIC X(01).
           05 SRC-OVDR-FEEDS-MAX PIC 9(04).
           05 FILLER PIC X(14).

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

       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE.
             10 FILLER PIC X(96).
             10 HIS-CUSTOMER-NUMBER PIC 9(09).
             10 FILLER PIC X(147).

       FD OVERDRAFT-STATE-FILE.
       01 OVERDRAFT-STATE-RECORD.
           05 OVS-CUSTOMER-NUMBER PIC 9(09).
           05 OVS-FEEDS-NEGATIVE PIC 9(04).

       FD PRIOR-SEGMENT-FILE.
       01 PRIOR-SEGMENT-RECORD.
           05 SGP-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SGP-PERIOD PIC 9(06).
           05 FILLER PIC X(01).
           05 SGP-SEGMENT PIC X(08).
           05 FILLER PIC X(63).

       FD SEGMENT-NEW.
       01 SEGMENT-NEW-RECORD.
           05 SGN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SGN-PERIOD PIC 9(06).
           05 FILLER PIC X(01).
           05 SGN-SEGMENT PIC X(08).
           05 FILLER PIC X(01).
           05 SGN-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 SGN-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 SGN-TENURE-MONTHS PIC 9(04).
           05 FILLER PIC X(01).
           05 SGN-OVDR-FEEDS PIC 9(04).
           05 FILLER PIC X(01).
           05 SGN-FIRST-SEEN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SGN-RULE-NUMBER PIC 9(03).

       FD SEGMENT-REPORT-FILE.
       01 SEGMENT-REPORT-RECORD PIC X(132).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 SEGMENT-CONTROLS.
           05 WS-SEGRULE-NAME PIC X(30) VALUE 'SEGRULE.DAT'.
           05 WS-SEGRULE-STATUS PIC X(02).
             88 SEGRULE-OK VALUE '00'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-OVDR-STATE-NAME PIC X(30) VALUE 'OVDRSTAT.DAT'.
           05 WS-OVDR-STATE-STATUS PIC X(02).
             88 OVDR-STATE-OK VALUE '00'.
           05 WS-OVDR-STATE-EOF-FLAG PIC X VALUE 'N'.
             88 OVDR-STATE-AT-EOF VALUE 'Y'.
           05 WS-OVDR-STATE-OPEN-FLAG PIC X VALUE 'N'.
             88 OVDR-STATE-OPEN VALUE 'Y'.
           05 WS-SEGMENT-NAME PIC X(30) VALUE 'SEGMENT.DAT'.
           05 WS-SEGPREV-NAME PIC X(30) VALUE 'SEGPREV.DAT'.
           05 WS-SEGPRIOR-NAME PIC X(30).
           05 WS-SEGPRIOR-STATUS PIC X(02).
             88 SEGPRIOR-OK VALUE '00'.
           05 WS-SEGPRIOR-EOF-FLAG PIC X VALUE 'N'.
             88 SEGPRIOR-AT-EOF VALUE 'Y'.
           05 WS-SEGPRIOR-OPEN-FLAG PIC X VALUE 'N'.
             88 SEGPRIOR-OPEN VALUE 'Y'.
           05 WS-SEGMENT-NEW-NAME PIC X(30) VALUE 'SEGMENT.NEW'.
           05 WS-SEGMENT-NEW-STATUS PIC X(02).
           05 WS-SEGRPT-NAME PIC X(30) VALUE 'SEGMRPT.DAT'.
           05 WS-SEGRPT-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.
           05 LOOKUP-FOUND-FLAG PIC X(01).
             88 LOOKUP-FOUND VALUE 'Y'.
           05 RULE-MET-FLAG PIC X(01).
             88 RULE-MET VALUE 'Y'.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
             88 TABLE-FULL VALUE 'Y'.
           05 REPEAT-RUN-FLAG PIC X(01) VALUE 'N'.
             88 REPEAT-RUN VALUE 'Y'.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-SEGMENTED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-UNSEGMENTED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-MOVED PIC S9(9) BINARY VALUE 0.
           05 RULES-REFUSED PIC S9(9) BINARY VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-PERIOD PIC 9(06).
           05 PRIOR-PERIOD PIC 9(06) VALUE 0.
           05 RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 40.
           05 RPT-TITLE PIC X(60).
           05 REPORT-LINE-HOLD PIC X(132).

       01 DATE-WORK-FIELDS.
           05 DATE-WORK PIC 9(08).
           05 DATE-WORK-PARTS REDEFINES DATE-WORK.
             10 DTW-YEAR PIC 9(04).
             10 DTW-MONTH PIC 9(02).
             10 DTW-DAY PIC 9(02).
           05 BUSINESS-MONTH-INDEX PIC S9(9) BINARY.
           05 MONTH-INDEX PIC S9(9) BINARY.

      *    What the rules are tried against for one customer
       01 CUSTOMER-MEASURES.
           05 CUSTOMER-BALANCE PIC S9(7)V99 COMP-3.
           05 CUSTOMER-TENURE-MONTHS PIC S9(4) BINARY.
           05 CUSTOMER-OVDR-FEEDS PIC S9(4) BINARY.
           05 CUSTOMER-KIND PIC X(01).
           05 CUSTOMER-STATUS PIC X(01).
           05 CUSTOMER-FIRST-SEEN PIC 9(08).
           05 CUSTOMER-SEGMENT-IX PIC S9(4) BINARY.
           05 CUSTOMER-RULE-IX PIC S9(4) BINARY.
           05 PRIOR-SEGMENT-IX PIC S9(4) BINARY.

      *    The rules in card order
       01 RULE-TABLE-CONTROLS.
           05 MAX-RULE-ENTRIES PIC S9(4) BINARY VALUE 50.
           05 RULE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 RULE-IX PIC S9(4) BINARY.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 50.
             10 RUL-SEGMENT-IX PIC S9(4) BINARY.
             10 RUL-BALANCE-MIN-FLAG PIC X(01).
             10 RUL-BALANCE-MIN PIC S9(7)V99 COMP-3.
             10 RUL-BALANCE-MAX-FLAG PIC X(01).
             10 RUL-BALANCE-MAX PIC S9(7)V99 COMP-3.
             10 RUL-TENURE-MIN-FLAG PIC X(01).
             10 RUL-TENURE-MIN PIC S9(4) BINARY.
             10 RUL-TENURE-MAX-FLAG PIC X(01).
             10 RUL-TENURE-MAX PIC S9(4) BINARY.
             10 RUL-CUSTOMER-KIND PIC X(01).
             10 RUL-LIFECYCLE-LIST PIC X(03).
             10 RUL-OVDR-MIN-FLAG PIC X(01).
             10 RUL-OVDR-FEEDS-MIN PIC S9(4) BINARY.
             10 RUL-OVDR-MAX-FLAG PIC X(01).
             10 RUL-OVDR-FEEDS-MAX PIC S9(4) BINARY.

      *    The segments in the order the rules first name them; the
      *    last slot is kept for customers no rule places (and, in
      *    the matrix, last month's segments the rules no longer
      *    name)
       01 SEGMENT-TABLE-CONTROLS.
           05 MAX-SEGMENT-ENTRIES PIC S9(4) BINARY VALUE 8.
           05 SEGMENT-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 SEGMENT-NONE-IX PIC S9(4) BINARY VALUE 9.
           05 SEGMENT-IX PIC S9(4) BINARY.
           05 SEGMENT-CODE-WORK PIC X(08).
       01 SEGMENT-TABLE.
           05 SEGMENT-ENTRY OCCURS 9.
             10 SEG-CODE PIC X(08).
             10 SEG-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 SEG-BALANCE-TOTAL PIC S9(11)V99 COMP-3.
             10 SEG-OVERDRAWN-COUNT PIC S9(9) BINARY.

      *    First-seen date per customer from the provider history,
      *    which is appended in date order, so a customer's first
      *    generation on it is the earliest
       01 FIRST-SEEN-TABLE-CONTROLS.
           05 MAX-FIRST-SEEN-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 FIRST-SEEN-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 FIRST-SEEN-IX PIC S9(9) BINARY.
       01 FIRST-SEEN-TABLE.
           05 FIRST-SEEN-ENTRY OCCURS 20000.
             10 FSN-CUSTOMER-NUMBER PIC 9(09).
             10 FSN-FIRST-SEEN-DATE PIC 9(08).

      *    Customers and balance per segment and client code, kept
      *    in segment/client order as they are met
       01 CLIENT-TABLE-CONTROLS.
           05 MAX-CLIENT-ENTRIES PIC S9(4) BINARY VALUE 2000.
           05 CLIENT-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 CLIENT-IX PIC S9(4) BINARY.
           05 CLIENT-SORT-IX PIC S9(4) BINARY.
           05 CLIENT-FOUND-IX PIC S9(4) BINARY.
           05 CLIENT-KEY.
             10 CLIENT-KEY-SEGMENT PIC 9(02).
             10 CLIENT-KEY-CODE PIC X(04).
           05 CLIENT-HOLD PIC X(30).
       01 CLIENT-TABLE.
           05 CLIENT-ENTRY OCCURS 2000.
             10 CLT-KEY.
               15 CLT-SEGMENT-IX PIC 9(02).
               15 CLT-CLIENT-CODE PIC X(04).
             10 CLT-CUSTOMER-COUNT PIC S9(9) BINARY.
             10 CLT-BALANCE-TOTAL PIC S9(11)V99 COMP-3.
             10 CLT-OVERDRAWN-COUNT PIC S9(9) BINARY.
             10 FILLER PIC X(09).

      *    Migration counts: rows are last month's segments plus a
      *    row for customers new this month; columns are this
      *    month's segments plus a column for customers gone
       01 MIGRATION-MATRIX.
           05 MIGRATION-ROW OCCURS 10.
             10 MIGRATION-CELL PIC S9(9) BINARY OCCURS 10.
       01 MATRIX-WORK-FIELDS.
           05 MATRIX-ROW-IX PIC S9(4) BINARY.
           05 MATRIX-COL-IX PIC S9(4) BINARY.
           05 MATRIX-NEW-IX PIC S9(4) BINARY VALUE 10.
           05 MATRIX-GONE-IX PIC S9(4) BINARY VALUE 10.
           05 MATRIX-ROW-TOTAL PIC S9(9) BINARY.
           05 MATRIX-POINTER PIC S9(4) BINARY.

       01 SUMMARY-DETAIL-LINE.
           05 SDL-SEGMENT PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 SDL-CLIENT-CODE PIC X(05).
           05 FILLER PIC X(01) VALUE SPACE.
           05 SDL-CUSTOMER-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACE.
           05 SDL-BALANCE-TOTAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACE.
           05 SDL-OVERDRAWN-COUNT PIC ZZZ,ZZZ,ZZ9.

       01 SUMMARY-COLUMN-LINE.
           05 FILLER PIC X(09) VALUE 'SEGMENT'.
           05 FILLER PIC X(06) VALUE 'CLIENT'.
           05 FILLER PIC X(12) VALUE '  CUSTOMERS'.
           05 FILLER PIC X(19) VALUE '      TOTAL BALANCE'.
           05 FILLER PIC X(12) VALUE '  OVERDRAWN'.

       01 MATRIX-CELL-EDIT PIC ZZZ,ZZ9.
       01 MATRIX-LABEL PIC X(10).

       PROCEDURE DIVISION.
           DISPLAY 'Segmenting provider customers...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-SEGMENT-RULES
           IF RULE-ENTRY-COUNT = 0
               DISPLAY '*** NO SEGMENT RULES - NO SEGMENTS BUILT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-FIRST-SEEN-DATES
           PERFORM CHOOSE-PRIOR-SEGMENTS

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SEGMENT-NEW
           OPEN INPUT OVERDRAFT-STATE-FILE
           IF OVDR-STATE-OK
               MOVE 'Y' TO WS-OVDR-STATE-OPEN-FLAG
               MOVE ZEROS TO OVS-CUSTOMER-NUMBER
           ELSE
               MOVE 'Y' TO WS-OVDR-STATE-EOF-FLAG
           END-IF
           IF SEGPRIOR-OPEN
               PERFORM READ-PRIOR-SEGMENT
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM SEGMENT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

      *    Whatever is left of last month's file has gone since
           PERFORM UNTIL SEGPRIOR-AT-EOF
               PERFORM COUNT-PRIOR-GONE
           END-PERFORM

           IF SEGPRIOR-OPEN
               CLOSE PRIOR-SEGMENT-FILE
           END-IF
           IF OVDR-STATE-OPEN
               CLOSE OVERDRAFT-STATE-FILE
           END-IF
           CLOSE SEGMENT-NEW
           CLOSE PROVIDER-MASTER-IN

      *    A new month's segments push last month's to the previous
      *    file; a repeat of this month's run only replaces its own
           IF NOT REPEAT-RUN
               CALL 'CBL_DELETE_FILE' USING WS-SEGPREV-NAME
                  RETURNING RENAME-STATUS
               CALL 'CBL_RENAME_FILE' USING
                    WS-SEGMENT-NAME
                    WS-SEGPREV-NAME
                  RETURNING RENAME-STATUS
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-SEGMENT-NAME
                  RETURNING RENAME-STATUS
           END-IF
           CALL 'CBL_RENAME_FILE' USING
                WS-SEGMENT-NEW-NAME
                WS-SEGMENT-NAME
              RETURNING RENAME-STATUS

           PERFORM WRITE-SEGMENT-REPORT

           DISPLAY 'Provider records read:    ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Customers segmented:      ' CUSTOMERS-SEGMENTED
              UPON CONSOLE
           DISPLAY 'Customers in no segment:  ' CUSTOMERS-UNSEGMENTED
              UPON CONSOLE
           DISPLAY 'Customers changing segment: ' CUSTOMERS-MOVED
              UPON CONSOLE
           DISPLAY 'Rule cards refused:       ' RULES-REFUSED
              UPON CONSOLE
           IF CUSTOMERS-UNSEGMENTED > 0 OR RULES-REFUSED > 0
              OR TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Segments are dated with the business date, the system date
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

           MOVE BUSINESS-DATE TO DATE-WORK
           COMPUTE BUSINESS-MONTH-INDEX = DTW-YEAR * 12 + DTW-MONTH
           MOVE BUSINESS-DATE (1:6) TO BUSINESS-PERIOD

           EXIT.

      * ---
      * Load the rule cards. A card without a segment code, or
      * whose bounds cross, is refused; a ninth segment code does
      * not fit the matrix and is refused too
       LOAD-SEGMENT-RULES SECTION.
           PERFORM VARYING SEGMENT-IX FROM 1 BY 1
                   UNTIL SEGMENT-IX > SEGMENT-NONE-IX
               MOVE SPACES TO SEG-CODE (SEGMENT-IX)
               MOVE 0 TO SEG-CUSTOMER-COUNT (SEGMENT-IX)
               MOVE 0 TO SEG-BALANCE-TOTAL (SEGMENT-IX)
               MOVE 0 TO SEG-OVERDRAWN-COUNT (SEGMENT-IX)
           END-PERFORM
           MOVE 'NONE' TO SEG-CODE (SEGMENT-NONE-IX)
           INITIALIZE MIGRATION-MATRIX

           OPEN INPUT SEGMENT-RULE-FILE
           IF NOT SEGRULE-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ SEGMENT-RULE-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF SEGMENT-RULE-RECORD NOT = SPACES
                           PERFORM LOAD-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEGMENT-RULE-FILE

           EXIT.

       LOAD-ONE-RULE SECTION.
           IF SRC-SEGMENT = SPACES OR SRC-SEGMENT = 'NONE'
              OR RULE-ENTRY-COUNT >= MAX-RULE-ENTRIES
              OR (SRC-BALANCE-MIN IS NUMERIC
                  AND SRC-BALANCE-MAX IS NUMERIC
                  AND SRC-BALANCE-MAX < SRC-BALANCE-MIN)
              OR (SRC-TENURE-MIN IS NUMERIC
                  AND SRC-TENURE-MAX IS NUMERIC
                  AND SRC-TENURE-MAX < SRC-TENURE-MIN)
              OR (SRC-OVDR-FEEDS-MIN IS NUMERIC
                  AND SRC-OVDR-FEEDS-MAX IS NUMERIC
                  AND SRC-OVDR-FEEDS-MAX < SRC-OVDR-FEEDS-MIN)
              OR (SRC-CUSTOMER-KIND NOT = SPACE
                  AND SRC-CUSTOMER-KIND NOT = 'C'
                  AND SRC-CUSTOMER-KIND NOT = 'P')
               PERFORM REFUSE-RULE
               EXIT SECTION
           END-IF

           MOVE SRC-SEGMENT TO SEGMENT-CODE-WORK
           PERFORM FIND-SEGMENT-CODE
           IF NOT LOOKUP-FOUND
               IF SEGMENT-ENTRY-COUNT >= MAX-SEGMENT-ENTRIES
                   PERFORM REFUSE-RULE
                   EXIT SECTION
               END-IF
               ADD 1 TO SEGMENT-ENTRY-COUNT
               MOVE SEGMENT-ENTRY-COUNT TO SEGMENT-IX
               MOVE SRC-SEGMENT TO SEG-CODE (SEGMENT-IX)
           END-IF

           ADD 1 TO RULE-ENTRY-COUNT
           MOVE RULE-ENTRY-COUNT TO RULE-IX
           INITIALIZE RULE-ENTRY (RULE-IX)
           MOVE SEGMENT-IX TO RUL-SEGMENT-IX (RULE-IX)
           MOVE 'N' TO RUL-BALANCE-MIN-FLAG (RULE-IX)
           MOVE 'N' TO RUL-BALANCE-MAX-FLAG (RULE-IX)
           MOVE 'N' TO RUL-TENURE-MIN-FLAG (RULE-IX)
           MOVE 'N' TO RUL-TENURE-MAX-FLAG (RULE-IX)
           MOVE 'N' TO RUL-OVDR-MIN-FLAG (RULE-IX)
           MOVE 'N' TO RUL-OVDR-MAX-FLAG (RULE-IX)
           IF SRC-BALANCE-MIN IS NUMERIC
               MOVE 'Y' TO RUL-BALANCE-MIN-FLAG (RULE-IX)
               MOVE SRC-BALANCE-MIN TO RUL-BALANCE-MIN (RULE-IX)
           END-IF
           IF SRC-BALANCE-MAX IS NUMERIC
               MOVE 'Y' TO RUL-BALANCE-MAX-FLAG (RULE-IX)
               MOVE SRC-BALANCE-MAX TO RUL-BALANCE-MAX (RULE-IX)
           END-IF
           IF SRC-TENURE-MIN IS NUMERIC
               MOVE 'Y' TO RUL-TENURE-MIN-FLAG (RULE-IX)
               MOVE SRC-TENURE-MIN TO RUL-TENURE-MIN (RULE-IX)
           END-IF
           IF SRC-TENURE-MAX IS NUMERIC
               MOVE 'Y' TO RUL-TENURE-MAX-FLAG (RULE-IX)
               MOVE SRC-TENURE-MAX TO RUL-TENURE-MAX (RULE-IX)
           END-IF
           IF SRC-OVDR-FEEDS-MIN IS NUMERIC
               MOVE 'Y' TO RUL-OVDR-MIN-FLAG (RULE-IX)
               MOVE SRC-OVDR-FEEDS-MIN TO RUL-OVDR-FEEDS-MIN (RULE-IX)
           END-IF
           IF SRC-OVDR-FEEDS-MAX IS NUMERIC
               MOVE 'Y' TO RUL-OVDR-MAX-FLAG (RULE-IX)
               MOVE SRC-OVDR-FEEDS-MAX TO RUL-OVDR-FEEDS-MAX (RULE-IX)
           END-IF
           MOVE SRC-CUSTOMER-KIND TO RUL-CUSTOMER-KIND (RULE-IX)
           MOVE SRC-LIFECYCLE-LIST TO RUL-LIFECYCLE-LIST (RULE-IX)

           EXIT.

       REFUSE-RULE SECTION.
           ADD 1 TO RULES-REFUSED
           DISPLAY '*** SEGMENT RULE REFUSED: '
                   SEGMENT-RULE-RECORD (1:60)
              UPON CONSOLE

           EXIT.

      * ---
      * Find SEGMENT-CODE-WORK among the rules' segments; not
      * found leaves SEGMENT-IX on the no-segment slot
       FIND-SEGMENT-CODE SECTION.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING SEGMENT-IX FROM 1 BY 1
                   UNTIL SEGMENT-IX > SEGMENT-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF SEG-CODE (SEGMENT-IX) = SEGMENT-CODE-WORK
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               SUBTRACT 1 FROM SEGMENT-IX
           ELSE
               MOVE SEGMENT-NONE-IX TO SEGMENT-IX
           END-IF

           EXIT.

      * ---
      * Each customer's first generation on the provider history
       LOAD-FIRST-SEEN-DATES SECTION.
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
                           PERFORM STORE-ONE-FIRST-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

       STORE-ONE-FIRST-SEEN SECTION.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING FIRST-SEEN-IX FROM 1 BY 1
                   UNTIL FIRST-SEEN-IX > FIRST-SEEN-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF FSN-CUSTOMER-NUMBER (FIRST-SEEN-IX)
                      = HIS-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
                   IF HIS-REPLACED-DATE
                          < FSN-FIRST-SEEN-DATE (FIRST-SEEN-IX)
                       MOVE HIS-REPLACED-DATE
                         TO FSN-FIRST-SEEN-DATE (FIRST-SEEN-IX)
                   END-IF
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               EXIT SECTION
           END-IF

           IF FIRST-SEEN-ENTRY-COUNT >= MAX-FIRST-SEEN-ENTRIES
               IF NOT TABLE-FULL
                   SET TABLE-FULL TO TRUE
                   DISPLAY '*** FIRST-SEEN TABLE FULL AT '
                           MAX-FIRST-SEEN-ENTRIES
                           ' - LATER CUSTOMERS DATED FROM THIS RUN'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO FIRST-SEEN-ENTRY-COUNT
           MOVE HIS-CUSTOMER-NUMBER
             TO FSN-CUSTOMER-NUMBER (FIRST-SEEN-ENTRY-COUNT)
           MOVE HIS-REPLACED-DATE
             TO FSN-FIRST-SEEN-DATE (FIRST-SEEN-ENTRY-COUNT)

           EXIT.

      * ---
      * Last month's segments are the current segment file, unless
      * that file is already this month's - a repeated run - when
      * they are the file it replaced
       CHOOSE-PRIOR-SEGMENTS SECTION.
           MOVE WS-SEGMENT-NAME TO WS-SEGPRIOR-NAME
           OPEN INPUT PRIOR-SEGMENT-FILE
           IF SEGPRIOR-OK
               READ PRIOR-SEGMENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SGP-PERIOD = BUSINESS-PERIOD
                           MOVE 'Y' TO REPEAT-RUN-FLAG
                       END-IF
               END-READ
               CLOSE PRIOR-SEGMENT-FILE
           END-IF

           IF REPEAT-RUN
               MOVE WS-SEGPREV-NAME TO WS-SEGPRIOR-NAME
               DISPLAY 'Segments for ' BUSINESS-PERIOD
                       ' already built - rebuilding them against '
                       'the previous month'
                  UPON CONSOLE
           END-IF

           OPEN INPUT PRIOR-SEGMENT-FILE
           IF SEGPRIOR-OK
               MOVE 'Y' TO WS-SEGPRIOR-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-SEGPRIOR-EOF-FLAG
               DISPLAY 'No previous segment file - every customer '
                       'counts as new'
                  UPON CONSOLE
           END-IF

           EXIT.

       READ-PRIOR-SEGMENT SECTION.
           READ PRIOR-SEGMENT-FILE
               AT END
                   MOVE 'Y' TO WS-SEGPRIOR-EOF-FLAG
               NOT AT END
                   IF SGP-PERIOD IS NUMERIC
                       MOVE SGP-PERIOD TO PRIOR-PERIOD
                   END-IF
           END-READ

           EXIT.

      * ---
      * A customer on last month's file and not on the provider
      * output any more: counted in the gone column
       COUNT-PRIOR-GONE SECTION.
           MOVE SGP-SEGMENT TO SEGMENT-CODE-WORK
           PERFORM FIND-SEGMENT-CODE
           ADD 1 TO MIGRATION-CELL (SEGMENT-IX, MATRIX-GONE-IX)
           PERFORM READ-PRIOR-SEGMENT

           EXIT.

      * ---
      * Measure the customer, place it by the first rule it meets,
      * write its segment and count it in the summary and the
      * migration matrix
       SEGMENT-ONE-CUSTOMER SECTION.
           MOVE 0 TO CUSTOMER-BALANCE
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO CUSTOMER-BALANCE
           END-IF
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE 'C' TO CUSTOMER-KIND
           ELSE
               MOVE 'P' TO CUSTOMER-KIND
           END-IF
           MOVE PMI-LIFECYCLE-STATUS TO CUSTOMER-STATUS
           IF CUSTOMER-STATUS = SPACE
               MOVE 'A' TO CUSTOMER-STATUS
           END-IF

      *    Tenure in whole months since the first generation; a
      *    customer not on the history yet is new this run
           MOVE BUSINESS-DATE TO CUSTOMER-FIRST-SEEN
           PERFORM VARYING FIRST-SEEN-IX FROM 1 BY 1
                   UNTIL FIRST-SEEN-IX > FIRST-SEEN-ENTRY-COUNT
               IF FSN-CUSTOMER-NUMBER (FIRST-SEEN-IX)
                      = PMI-CUSTOMER-NUMBER
                   MOVE FSN-FIRST-SEEN-DATE (FIRST-SEEN-IX)
                     TO CUSTOMER-FIRST-SEEN
                   MOVE FIRST-SEEN-ENTRY-COUNT TO FIRST-SEEN-IX
               END-IF
           END-PERFORM
           MOVE CUSTOMER-FIRST-SEEN TO DATE-WORK
           COMPUTE MONTH-INDEX = DTW-YEAR * 12 + DTW-MONTH
           COMPUTE CUSTOMER-TENURE-MONTHS =
               BUSINESS-MONTH-INDEX - MONTH-INDEX
           IF CUSTOMER-TENURE-MONTHS < 0
               MOVE 0 TO CUSTOMER-TENURE-MONTHS
           END-IF

      *    Successive negative feeds from the aging state, read
      *    forward in step with the provider output
           MOVE 0 TO CUSTOMER-OVDR-FEEDS
           PERFORM UNTIL OVDR-STATE-AT-EOF
                      OR OVS-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               READ OVERDRAFT-STATE-FILE
                   AT END
                       MOVE 'Y' TO WS-OVDR-STATE-EOF-FLAG
               END-READ
           END-PERFORM
           IF NOT OVDR-STATE-AT-EOF
              AND OVS-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
              AND OVS-FEEDS-NEGATIVE IS NUMERIC
               MOVE OVS-FEEDS-NEGATIVE TO CUSTOMER-OVDR-FEEDS
           END-IF

           MOVE SEGMENT-NONE-IX TO CUSTOMER-SEGMENT-IX
           MOVE 0 TO CUSTOMER-RULE-IX
           PERFORM VARYING RULE-IX FROM 1 BY 1
                   UNTIL RULE-IX > RULE-ENTRY-COUNT
                      OR CUSTOMER-RULE-IX > 0
               PERFORM TRY-ONE-RULE
               IF RULE-MET
                   MOVE RULE-IX TO CUSTOMER-RULE-IX
                   MOVE RUL-SEGMENT-IX (RULE-IX)
                     TO CUSTOMER-SEGMENT-IX
               END-IF
           END-PERFORM
           IF CUSTOMER-RULE-IX = 0
               ADD 1 TO CUSTOMERS-UNSEGMENTED
           ELSE
               ADD 1 TO CUSTOMERS-SEGMENTED
           END-IF

           MOVE SPACES TO SEGMENT-NEW-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO SGN-CUSTOMER-NUMBER
           MOVE BUSINESS-PERIOD TO SGN-PERIOD
           MOVE SEG-CODE (CUSTOMER-SEGMENT-IX) TO SGN-SEGMENT
           MOVE PMI-CLIENT-CODE TO SGN-CLIENT-CODE
           MOVE CUSTOMER-BALANCE TO SGN-BALANCE
           MOVE CUSTOMER-TENURE-MONTHS TO SGN-TENURE-MONTHS
           MOVE CUSTOMER-OVDR-FEEDS TO SGN-OVDR-FEEDS
           MOVE CUSTOMER-FIRST-SEEN TO SGN-FIRST-SEEN-DATE
           MOVE CUSTOMER-RULE-IX TO SGN-RULE-NUMBER
           WRITE SEGMENT-NEW-RECORD

           ADD 1 TO SEG-CUSTOMER-COUNT (CUSTOMER-SEGMENT-IX)
           ADD CUSTOMER-BALANCE
             TO SEG-BALANCE-TOTAL (CUSTOMER-SEGMENT-IX)
           IF CUSTOMER-BALANCE < 0
               ADD 1 TO SEG-OVERDRAWN-COUNT (CUSTOMER-SEGMENT-IX)
           END-IF
           PERFORM ADD-TO-CLIENT-TOTAL

      *    Last month's file is read forward in step: customers it
      *    holds below this one have gone, this one moved or stayed,
      *    and a customer it does not hold is new
           PERFORM UNTIL SEGPRIOR-AT-EOF
                      OR SGP-CUSTOMER-NUMBER >= PMI-CUSTOMER-NUMBER
               PERFORM COUNT-PRIOR-GONE
           END-PERFORM
           IF NOT SEGPRIOR-AT-EOF
              AND SGP-CUSTOMER-NUMBER = PMI-CUSTOMER-NUMBER
               MOVE SGP-SEGMENT TO SEGMENT-CODE-WORK
               PERFORM FIND-SEGMENT-CODE
               MOVE SEGMENT-IX TO PRIOR-SEGMENT-IX
               PERFORM READ-PRIOR-SEGMENT
               IF PRIOR-SEGMENT-IX NOT = CUSTOMER-SEGMENT-IX
                   ADD 1 TO CUSTOMERS-MOVED
               END-IF
           ELSE
               MOVE MATRIX-NEW-IX TO PRIOR-SEGMENT-IX
           END-IF
           ADD 1 TO MIGRATION-CELL (PRIOR-SEGMENT-IX,
                                    CUSTOMER-SEGMENT-IX)

           EXIT.

      * ---
      * Does the customer meet rule RULE-IX? Every bound the rule
      * sets must hold
       TRY-ONE-RULE SECTION.
           MOVE 'N' TO RULE-MET-FLAG

           IF RUL-BALANCE-MIN-FLAG (RULE-IX) = 'Y'
              AND CUSTOMER-BALANCE < RUL-BALANCE-MIN (RULE-IX)
               EXIT SECTION
           END-IF
           IF RUL-BALANCE-MAX-FLAG (RULE-IX) = 'Y'
              AND CUSTOMER-BALANCE > RUL-BALANCE-MAX (RULE-IX)
               EXIT SECTION
           END-IF
           IF RUL-TENURE-MIN-FLAG (RULE-IX) = 'Y'
              AND CUSTOMER-TENURE-MONTHS < RUL-TENURE-MIN (RULE-IX)
               EXIT SECTION
           END-IF
           IF RUL-TENURE-MAX-FLAG (RULE-IX) = 'Y'
              AND CUSTOMER-TENURE-MONTHS > RUL-TENURE-MAX (RULE-IX)
               EXIT SECTION
           END-IF
           IF RUL-OVDR-MIN-FLAG (RULE-IX) = 'Y'
              AND CUSTOMER-OVDR-FEEDS < RUL-OVDR-FEEDS-MIN (RULE-IX)
               EXIT SECTION
           END-IF
           IF RUL-OVDR-MAX-FLAG (RULE-IX) = 'Y'
              AND CUSTOMER-OVDR-FEEDS > RUL-OVDR-FEEDS-MAX (RULE-IX)
               EXIT SECTION
           END-IF
           IF RUL-CUSTOMER-KIND (RULE-IX) NOT = SPACE
              AND RUL-CUSTOMER-KIND (RULE-IX) NOT = CUSTOMER-KIND
               EXIT SECTION
           END-IF
           IF RUL-LIFECYCLE-LIST (RULE-IX) NOT = SPACES
              AND RUL-LIFECYCLE-LIST (RULE-IX) (1:1)
                      NOT = CUSTOMER-STATUS
              AND RUL-LIFECYCLE-LIST (RULE-IX) (2:1)
                      NOT = CUSTOMER-STATUS
              AND RUL-LIFECYCLE-LIST (RULE-IX) (3:1)
                      NOT = CUSTOMER-STATUS
               EXIT SECTION
           END-IF

           MOVE 'Y' TO RULE-MET-FLAG

           EXIT.

      * ---
      * Find or open the segment/client-code line, kept in segment
      * and client-code order, and add the customer to it
       ADD-TO-CLIENT-TOTAL SECTION.
           MOVE CUSTOMER-SEGMENT-IX TO CLIENT-KEY-SEGMENT
           MOVE PMI-CLIENT-CODE TO CLIENT-KEY-CODE
           MOVE 0 TO CLIENT-FOUND-IX
           PERFORM VARYING CLIENT-IX FROM 1 BY 1
                   UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
                      OR CLIENT-FOUND-IX > 0
               IF CLT-KEY (CLIENT-IX) = CLIENT-KEY
                   MOVE CLIENT-IX TO CLIENT-FOUND-IX
               END-IF
           END-PERFORM

           IF CLIENT-FOUND-IX = 0
               IF CLIENT-ENTRY-COUNT >= MAX-CLIENT-ENTRIES
                   IF NOT TABLE-FULL
                       SET TABLE-FULL TO TRUE
                       DISPLAY '*** CLIENT CODE TABLE FULL AT '
                               MAX-CLIENT-ENTRIES
                          UPON CONSOLE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO CLIENT-ENTRY-COUNT
               MOVE CLIENT-ENTRY-COUNT TO CLIENT-IX
               MOVE CLIENT-KEY TO CLT-KEY (CLIENT-IX)
               MOVE 0 TO CLT-CUSTOMER-COUNT (CLIENT-IX)
               MOVE 0 TO CLT-BALANCE-TOTAL (CLIENT-IX)
               MOVE 0 TO CLT-OVERDRAWN-COUNT (CLIENT-IX)
               PERFORM UNTIL CLIENT-IX <= 1
                   COMPUTE CLIENT-SORT-IX = CLIENT-IX - 1
                   IF CLT-KEY (CLIENT-SORT-IX) <= CLT-KEY (CLIENT-IX)
                       MOVE 1 TO CLIENT-IX
                   ELSE
                       MOVE CLIENT-ENTRY (CLIENT-SORT-IX)
                         TO CLIENT-HOLD
                       MOVE CLIENT-ENTRY (CLIENT-IX)
                         TO CLIENT-ENTRY (CLIENT-SORT-IX)
                       MOVE CLIENT-HOLD TO CLIENT-ENTRY (CLIENT-IX)
                       MOVE CLIENT-SORT-IX TO CLIENT-IX
                   END-IF
               END-PERFORM
               PERFORM VARYING CLIENT-IX FROM 1 BY 1
                       UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
                          OR CLIENT-FOUND-IX > 0
                   IF CLT-KEY (CLIENT-IX) = CLIENT-KEY
                       MOVE CLIENT-IX TO CLIENT-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           ADD 1 TO CLT-CUSTOMER-COUNT (CLIENT-FOUND-IX)
           ADD CUSTOMER-BALANCE TO CLT-BALANCE-TOTAL (CLIENT-FOUND-IX)
           IF CUSTOMER-BALANCE < 0
               ADD 1 TO CLT-OVERDRAWN-COUNT (CLIENT-FOUND-IX)
           END-IF

           EXIT.

      * ---
      * The summary: each segment's client codes, then the
      * segment's total; then the migration matrix on a page of
      * its own
       WRITE-SEGMENT-REPORT SECTION.
           OPEN OUTPUT SEGMENT-REPORT-FILE
           MOVE SPACES TO RPT-TITLE
           STRING 'CUSTOMER SEGMENTS FOR ' DELIMITED BY SIZE
                  BUSINESS-PERIOD DELIMITED BY SIZE
             INTO RPT-TITLE
           END-STRING
           PERFORM WRITE-REPORT-HEADING
           MOVE SUMMARY-COLUMN-LINE TO SEGMENT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO CLIENT-IX
           PERFORM VARYING SEGMENT-IX FROM 1 BY 1
                   UNTIL SEGMENT-IX > SEGMENT-NONE-IX
               IF SEGMENT-IX <= SEGMENT-ENTRY-COUNT
                  OR SEGMENT-IX = SEGMENT-NONE-IX
                   PERFORM WRITE-SEGMENT-SUMMARY
               END-IF
           END-PERFORM

           PERFORM WRITE-MIGRATION-MATRIX

           CLOSE SEGMENT-REPORT-FILE

           EXIT.

       WRITE-SEGMENT-SUMMARY SECTION.
           PERFORM UNTIL CLIENT-IX > CLIENT-ENTRY-COUNT
                      OR CLT-SEGMENT-IX (CLIENT-IX) > SEGMENT-IX
               MOVE SPACES TO SUMMARY-DETAIL-LINE
               MOVE SEG-CODE (SEGMENT-IX) TO SDL-SEGMENT
               MOVE CLT-CLIENT-CODE (CLIENT-IX) TO SDL-CLIENT-CODE
               MOVE CLT-CUSTOMER-COUNT (CLIENT-IX)
                 TO SDL-CUSTOMER-COUNT
               MOVE CLT-BALANCE-TOTAL (CLIENT-IX) TO SDL-BALANCE-TOTAL
               MOVE CLT-OVERDRAWN-COUNT (CLIENT-IX)
                 TO SDL-OVERDRAWN-COUNT
               MOVE SUMMARY-DETAIL-LINE TO SEGMENT-REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO CLIENT-IX
           END-PERFORM

           MOVE SPACES TO SUMMARY-DETAIL-LINE
           MOVE SEG-CODE (SEGMENT-IX) TO SDL-SEGMENT
           MOVE 'TOTAL' TO SDL-CLIENT-CODE
           MOVE SEG-CUSTOMER-COUNT (SEGMENT-IX) TO SDL-CUSTOMER-COUNT
           MOVE SEG-BALANCE-TOTAL (SEGMENT-IX) TO SDL-BALANCE-TOTAL
           MOVE SEG-OVERDRAWN-COUNT (SEGMENT-IX)
             TO SDL-OVERDRAWN-COUNT
           MOVE SUMMARY-DETAIL-LINE TO SEGMENT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO SEGMENT-REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           EXIT.

      * ---
      * One row per segment of last month (and a row of new
      * customers), one column per segment of this month (and a
      * column of customers gone), each cell the customers that
      * made that move
       WRITE-MIGRATION-MATRIX SECTION.
           MOVE SPACES TO RPT-TITLE
           STRING 'SEGMENT MIGRATION ' DELIMITED BY SIZE
                  PRIOR-PERIOD DELIMITED BY SIZE
                  ' TO ' DELIMITED BY SIZE
                  BUSINESS-PERIOD DELIMITED BY SIZE
             INTO RPT-TITLE
           END-STRING
           PERFORM WRITE-REPORT-HEADING

           MOVE SPACES TO SEGMENT-REPORT-RECORD
           MOVE 'FROM \ TO' TO SEGMENT-REPORT-RECORD (1:10)
           MOVE 11 TO MATRIX-POINTER
           PERFORM VARYING MATRIX-COL-IX FROM 1 BY 1
                   UNTIL MATRIX-COL-IX > SEGMENT-NONE-IX
               IF MATRIX-COL-IX <= SEGMENT-ENTRY-COUNT
                  OR MATRIX-COL-IX = SEGMENT-NONE-IX
                   MOVE SEG-CODE (MATRIX-COL-IX)
                     TO SEGMENT-REPORT-RECORD (MATRIX-POINTER + 1:8)
                   ADD 10 TO MATRIX-POINTER
               END-IF
           END-PERFORM
           MOVE '    GONE'
             TO SEGMENT-REPORT-RECORD (MATRIX-POINTER + 1:8)
           ADD 10 TO MATRIX-POINTER
           MOVE '   TOTAL'
             TO SEGMENT-REPORT-RECORD (MATRIX-POINTER + 1:8)
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING MATRIX-ROW-IX FROM 1 BY 1
                   UNTIL MATRIX-ROW-IX > MATRIX-NEW-IX
               IF MATRIX-ROW-IX <= SEGMENT-ENTRY-COUNT
                  OR MATRIX-ROW-IX = SEGMENT-NONE-IX
                  OR MATRIX-ROW-IX = MATRIX-NEW-IX
                   PERFORM WRITE-MATRIX-ROW
               END-IF
           END-PERFORM

           EXIT.

       WRITE-MATRIX-ROW SECTION.
           MOVE SPACES TO SEGMENT-REPORT-RECORD
           IF MATRIX-ROW-IX = MATRIX-NEW-IX
               MOVE 'NEW' TO MATRIX-LABEL
           ELSE
               MOVE SEG-CODE (MATRIX-ROW-IX) TO MATRIX-LABEL
           END-IF
           MOVE MATRIX-LABEL TO SEGMENT-REPORT-RECORD (1:10)
           MOVE 11 TO MATRIX-POINTER
           MOVE 0 TO MATRIX-ROW-TOTAL
           PERFORM VARYING MATRIX-COL-IX FROM 1 BY 1
                   UNTIL MATRIX-COL-IX > MATRIX-GONE-IX
               IF MATRIX-COL-IX <= SEGMENT-ENTRY-COUNT
                  OR MATRIX-COL-IX = SEGMENT-NONE-IX
                  OR MATRIX-COL-IX = MATRIX-GONE-IX
                   MOVE MIGRATION-CELL (MATRIX-ROW-IX, MATRIX-COL-IX)
                     TO MATRIX-CELL-EDIT
                   MOVE MATRIX-CELL-EDIT
                     TO SEGMENT-REPORT-RECORD (MATRIX-POINTER + 2:7)
                   ADD MIGRATION-CELL (MATRIX-ROW-IX, MATRIX-COL-IX)
                     TO MATRIX-ROW-TOTAL
                   ADD 10 TO MATRIX-POINTER
               END-IF
           END-PERFORM
           MOVE MATRIX-ROW-TOTAL TO MATRIX-CELL-EDIT
           MOVE MATRIX-CELL-EDIT
             TO SEGMENT-REPORT-RECORD (MATRIX-POINTER + 2:7)
           PERFORM WRITE-REPORT-LINE

           EXIT.

       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO RPT-PAGE-NUMBER

           MOVE SPACES TO SEGMENT-REPORT-RECORD
           WRITE SEGMENT-REPORT-RECORD

           MOVE SPACES TO SEGMENT-REPORT-RECORD
           STRING RPT-TITLE DELIMITED BY '  '
                  ' - PAGE ' DELIMITED BY SIZE
                  RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO SEGMENT-REPORT-RECORD
           END-STRING
           WRITE SEGMENT-REPORT-RECORD

           MOVE SPACES TO SEGMENT-REPORT-RECORD
           WRITE SEGMENT-REPORT-RECORD

           MOVE 0 TO RPT-LINE-COUNT

           EXIT.

       WRITE-REPORT-LINE SECTION.
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               MOVE SEGMENT-REPORT-RECORD TO REPORT-LINE-HOLD
               PERFORM WRITE-REPORT-HEADING
               MOVE REPORT-LINE-HOLD TO SEGMENT-REPORT-RECORD
           END-IF
           WRITE SEGMENT-REPORT-RECORD
           ADD 1 TO RPT-LINE-COUNT
           MOVE SPACES TO SEGMENT-REPORT-RECORD

           EXIT.
