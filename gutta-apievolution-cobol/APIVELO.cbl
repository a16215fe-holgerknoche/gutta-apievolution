123456*Address-change velocity and account-takeover detection: walks
      *the provider history and the current master into a timeline
      *of each customer's changes - address, contact details and
      *large balance movements, each with the date and the run that
      *made it - and applies the rules on the parameter card: too
      *many address changes inside a window, an address change
      *followed closely by a contact change, and a change of either
      *kind followed by a large balance movement. Every hit is
      *appended to the alert file and printed with the customer's
      *timeline, and the customer is placed on the fraud-hold
      *register, which holds their gateway lines the way a
      *watch-list hit is held until fraud operations release them

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIVELO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Provider-master history: superseded records with the
      *    date they were replaced and the run that replaced them
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
      *    Windows, thresholds and rule switches
           SELECT PARAMETER-CARD-FILE ASSIGN TO WS-PARM-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-CARD-STATUS.
      *    The fraud-hold register, rewritten through the work
      *    file when this run places holds
           SELECT FRAUD-HOLD-FILE ASSIGN TO WS-FRAUDHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHOLD-STATUS.
           SELECT FRAUD-HOLD-NEW ASSIGN TO WS-FRAUDHOLD-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHOLD-NEW-STATUS.
      *    One line per rule hit, kept from run to run
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
      *    The alerted customers with their timelines, for fraud
      *    operations
           SELECT ALERT-REPORT-FILE ASSIGN TO WS-ALERT-REPORT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-REPORT-STATUS.
      *    Business date the windows are measured back from
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROVIDER-MASTER-IN.
       01 PROVIDER-MASTER-IN-RECORD PIC X(252).

       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE PIC X(252).

      *    Day counts are three digits, the movement threshold is in
      *    the balance's own units; a zero or blank field takes the
      *    default, a rule switch of 'N' turns that rule off
       FD PARAMETER-CARD-FILE.
       01 PARAMETER-CARD-RECORD.
           05 PRM-LOOKBACK-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 PRM-VELOCITY-COUNT PIC 9(02).
           05 FILLER PIC X(01).
           05 PRM-VELOCITY-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 PRM-CONTACT-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 PRM-BALANCE-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 PRM-BALANCE-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 PRM-VELOCITY-SWITCH PIC X(01).
           05 PRM-CONTACT-SWITCH PIC X(01).
           05 PRM-BALANCE-SWITCH PIC X(01).
           05 FILLER PIC X(48).

      *    'H' while held, 'R' once fraud operations released the
      *    customer; changes on or before the release date are not
      *    alerted on again
       FD FRAUD-HOLD-FILE.
       01 FRAUD-HOLD-RECORD.
           05 FRH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 FRH-HOLD-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 FRH-HELD-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 FRH-RULE-NAME PIC X(12).
           05 FILLER PIC X(01).
           05 FRH-RELEASED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 FRH-RELEASE-REASON PIC X(30).

       FD FRAUD-HOLD-NEW.
       01 FRAUD-HOLD-NEW-RECORD PIC X(73).

      *    The rule, the date raised, and the first and last change
      *    in the pattern with the runs that made them
       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 ATA-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 ATA-RULE-NAME PIC X(12).
           05 FILLER PIC X(01).
           05 ATA-ALERT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ATA-FIRST-CHANGE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ATA-FIRST-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 ATA-LAST-CHANGE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 ATA-LAST-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 ATA-CHANGE-COUNT PIC 9(02).

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-RECORD PIC X(132).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 VELOCITY-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-PARM-CARD-NAME PIC X(30) VALUE 'ATOPARM.DAT'.
           05 WS-PARM-CARD-STATUS PIC X(02).
             88 PARM-CARD-OK VALUE '00'.
           05 WS-FRAUDHOLD-NAME PIC X(30) VALUE 'FRDHOLD.DAT'.
           05 WS-FRAUDHOLD-STATUS PIC X(02).
             88 FRAUDHOLD-OK VALUE '00'.
           05 WS-FRAUDHOLD-NEW-NAME PIC X(30) VALUE 'FRDHOLD.NEW'.
           05 WS-FRAUDHOLD-NEW-STATUS PIC X(02).
           05 WS-ALERT-NAME PIC X(30) VALUE 'ATOALERT.DAT'.
           05 WS-ALERT-STATUS PIC X(02).
             88 ALERT-OK VALUE '00'.
           05 WS-ALERT-REPORT-NAME PIC X(30) VALUE 'ATORPT.DAT'.
           05 WS-ALERT-REPORT-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DAY-NUMBER PIC S9(9) BINARY.
           05 LOOKBACK-START-DAY PIC S9(9) BINARY.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
           05 HISTORY-IMAGES-READ PIC S9(9) BINARY VALUE 0.
           05 HISTORY-IMAGES-USED PIC S9(9) BINARY VALUE 0.
           05 MASTER-RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-WITH-CHANGES PIC S9(9) BINARY VALUE 0.
           05 ALERTS-RAISED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ALERTED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-ALREADY-HELD PIC S9(9) BINARY VALUE 0.

      *    The rules in force for this run, defaults first
       01 RULE-SETTINGS.
           05 LOOKBACK-DAYS PIC S9(4) BINARY VALUE 90.
           05 VELOCITY-COUNT PIC S9(4) BINARY VALUE 2.
           05 VELOCITY-DAYS PIC S9(4) BINARY VALUE 42.
           05 CONTACT-DAYS PIC S9(4) BINARY VALUE 14.
           05 BALANCE-DAYS PIC S9(4) BINARY VALUE 30.
           05 BALANCE-AMOUNT PIC S9(7)V99 VALUE 5000.00.
           05 VELOCITY-SWITCH PIC X(01) VALUE 'Y'.
             88 VELOCITY-RULE-ON VALUE 'Y'.
           05 CONTACT-SWITCH PIC X(01) VALUE 'Y'.
             88 CONTACT-RULE-ON VALUE 'Y'.
           05 BALANCE-SWITCH PIC X(01) VALUE 'Y'.
             88 BALANCE-RULE-ON VALUE 'Y'.

      *    YYYYMMDD to a running day number, so windows can be
      *    measured in days across month and year ends
       01 DATE-WORK-FIELDS.
           05 DATE-WORK PIC 9(08).
           05 DATE-WORK-PARTS REDEFINES DATE-WORK.
             10 DTW-YEAR PIC 9(04).
             10 DTW-MONTH PIC 9(02).
             10 DTW-DAY PIC 9(02).
           05 DAY-NUMBER PIC S9(9) BINARY.
           05 DNW-YEAR PIC S9(9) BINARY.
           05 DNW-MONTH PIC S9(4) BINARY.
           05 DNW-QUOTIENT-4 PIC S9(9) BINARY.
           05 DNW-QUOTIENT-100 PIC S9(9) BINARY.
           05 DNW-QUOTIENT-400 PIC S9(9) BINARY.
           05 DNW-MONTH-DAYS PIC S9(9) BINARY.

      *    Each customer's latest state as the history is walked,
      *    with the date and run that replaced it, and the ends of
      *    the customer's chain in the change table
       01 STATE-TABLE-CONTROLS.
           05 MAX-STATE-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 STATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 STATE-IX PIC S9(9) BINARY.
           05 STATE-FOUND-IX PIC S9(9) BINARY.
           05 STATE-NEXT-IX PIC S9(9) BINARY VALUE 1.
           05 LOOKUP-CUSTOMER PIC 9(09).

       01 STATE-TABLE.
           05 STATE-ENTRY OCCURS 20000.
             10 STE-CUSTOMER-NUMBER PIC 9(09).
             10 STE-REPLACED-DATE PIC 9(08).
             10 STE-RUN-ID PIC 9(09).
             10 STE-FIRST-CHANGE-IX PIC S9(9) BINARY.
             10 STE-LAST-CHANGE-IX PIC S9(9) BINARY.
             10 STE-IMAGE PIC X(252).

      *    Every change found, chained per customer oldest first;
      *    kind 'A' address, 'C' contact details, 'B' balance
       01 CHANGE-TABLE-CONTROLS.
           05 MAX-CHANGE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 CHANGE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 CHANGE-IX PIC S9(9) BINARY.
           05 SCAN-IX PIC S9(9) BINARY.
           05 WINDOW-COUNT PIC S9(4) BINARY.
           05 WINDOW-LAST-IX PIC S9(9) BINARY.

       01 CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 5000.
             10 CHG-CUSTOMER-NUMBER PIC 9(09).
             10 CHG-CHANGE-DATE PIC 9(08).
             10 CHG-DAY-NUMBER PIC S9(9) BINARY.
             10 CHG-RUN-ID PIC 9(09).
             10 CHG-KIND PIC X(01).
             10 CHG-BEFORE-TEXT PIC X(40).
             10 CHG-AFTER-TEXT PIC X(40).
             10 CHG-NEXT-IX PIC S9(9) BINARY.
             10 CHG-IN-PATTERN PIC X(01).

      *    Two provider images side by side: the state before the
      *    change and the state after it
       01 BEFORE-IMAGE.
           05 BFR-FIRST-NAME PIC X(20).
           05 BFR-LAST-NAME PIC X(20).
           05 FILLER PIC X(02).
           05 BFR-PRIMARY-ADDRESS.
             10 BFR-STREET PIC X(20).
             10 BFR-NUMBER PIC X(05).
             10 BFR-POSTAL-CODE PIC X(09).
             10 BFR-CITY PIC X(20).
           05 BFR-CUSTOMER-NUMBER PIC 9(09).
           05 BFR-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 BFR-OTHER-ADDRESS.
             10 BFR-ADDR-KIND PIC X(01).
             10 BFR-BOX-NO PIC 9(09).
             10 BFR-COUNTRY-CODE PIC X(03).
             10 BFR-FOREIGN-POSTAL-CODE PIC X(09).
           05 BFR-ADDRESS-LINE PIC X(08).
           05 BFR-SEC-ADDR-COUNT PIC 9(02).
           05 BFR-CUSTOMER-KIND PIC X(01).
           05 BFR-COMPANY-NAME PIC X(30).
           05 FILLER PIC X(10).
           05 BFR-CONTACT-PERSON PIC X(20).
           05 FILLER PIC X(35).
           05 BFR-LIFECYCLE-STATUS PIC X(01).
           05 FILLER PIC X(08).

       01 AFTER-IMAGE.
           05 AFT-FIRST-NAME PIC X(20).
           05 AFT-LAST-NAME PIC X(20).
           05 FILLER PIC X(02).
           05 AFT-PRIMARY-ADDRESS.
             10 AFT-STREET PIC X(20).
             10 AFT-NUMBER PIC X(05).
             10 AFT-POSTAL-CODE PIC X(09).
             10 AFT-CITY PIC X(20).
           05 AFT-CUSTOMER-NUMBER PIC 9(09).
           05 AFT-ACCOUNT-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 AFT-OTHER-ADDRESS.
             10 AFT-ADDR-KIND PIC X(01).
             10 AFT-BOX-NO PIC 9(09).
             10 AFT-COUNTRY-CODE PIC X(03).
             10 AFT-FOREIGN-POSTAL-CODE PIC X(09).
           05 AFT-ADDRESS-LINE PIC X(08).
           05 AFT-SEC-ADDR-COUNT PIC 9(02).
           05 AFT-CUSTOMER-KIND PIC X(01).
           05 AFT-COMPANY-NAME PIC X(30).
           05 FILLER PIC X(10).
           05 AFT-CONTACT-PERSON PIC X(20).
           05 FILLER PIC X(35).
           05 AFT-LIFECYCLE-STATUS PIC X(01).
           05 FILLER PIC X(08).

       01 CHANGE-WORK-FIELDS.
           05 CHANGE-DATE-WORK PIC 9(08).
           05 CHANGE-RUN-WORK PIC 9(09).
           05 BALANCE-MOVEMENT PIC S9(8)V99.
           05 AMOUNT-EDIT PIC -Z,ZZZ,ZZ9.99.
           05 TEXT-POINTER PIC S9(4) BINARY.
           05 ADDRESS-TEXT PIC X(40).

      *    The fraud-hold register held in memory while holds are
      *    placed
       01 FRAUD-TABLE-CONTROLS.
           05 MAX-FRAUD-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 FRAUD-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 FRAUD-IX PIC S9(9) BINARY.
           05 FRAUD-FOUND-IX PIC S9(9) BINARY.
           05 FRAUD-REGISTER-FLAG PIC X(01) VALUE 'N'.
             88 FRAUD-REGISTER-CHANGED VALUE 'Y'.
           05 RELEASED-AFTER-DATE PIC 9(08).

       01 FRAUD-TABLE.
           05 FRAUD-ENTRY OCCURS 2000.
             10 FRT-REGISTER-LINE PIC X(73).

      *    What each rule found for the customer in hand
       01 RULE-RESULT-TABLE.
           05 RULE-RESULT OCCURS 3.
             10 RRS-RULE-NAME PIC X(12).
             10 RRS-HIT-FLAG PIC X(01).
               88 RRS-HIT VALUE 'Y'.
             10 RRS-FIRST-IX PIC S9(9) BINARY.
             10 RRS-LAST-IX PIC S9(9) BINARY.
             10 RRS-CHANGE-COUNT PIC S9(4) BINARY.
       01 RULE-IX PIC S9(4) BINARY.
       01 CUSTOMER-HIT-FLAG PIC X(01).
         88 CUSTOMER-HIT VALUE 'Y'.
       01 FIRST-RULE-HIT PIC X(12).

       01 ALERT-REPORT-CONTROLS.
           05 ARL-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 ARL-LINE-COUNT PIC S9(9) BINARY VALUE 99.
           05 ARL-LINES-PER-PAGE PIC S9(9) BINARY VALUE 50.
           05 ARL-BLOCK-LINES PIC S9(9) BINARY.

       01 ALERT-CUSTOMER-LINE.
           05 FILLER PIC X(09) VALUE 'CUSTOMER '.
           05 ACL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(02).
           05 ACL-LAST-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 ACL-FIRST-NAME PIC X(20).
           05 FILLER PIC X(02).
           05 FILLER PIC X(07) VALUE 'RULES: '.
           05 ACL-RULES PIC X(35).
           05 FILLER PIC X(01).
           05 ACL-HOLD-TEXT PIC X(14).

       01 TIMELINE-LINE.
           05 FILLER PIC X(02).
           05 TML-PATTERN-MARK PIC X(01).
           05 FILLER PIC X(01).
           05 TML-CHANGE-DATE PIC 9(08).
           05 FILLER PIC X(05) VALUE ' RUN '.
           05 TML-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 TML-KIND-TEXT PIC X(08).
           05 FILLER PIC X(01).
           05 TML-BEFORE-TEXT PIC X(40).
           05 FILLER PIC X(04) VALUE ' -> '.
           05 TML-AFTER-TEXT PIC X(40).

       01 RULE-SETTINGS-LINE.
           05 FILLER PIC X(10) VALUE 'VELOCITY: '.
           05 RSL-VELOCITY-COUNT PIC Z9.
           05 FILLER PIC X(11) VALUE ' CHANGES IN'.
           05 RSL-VELOCITY-DAYS PIC ZZ9.
           05 FILLER PIC X(21) VALUE ' DAYS   ADDR+CONTACT:'.
           05 RSL-CONTACT-DAYS PIC ZZ9.
           05 FILLER PIC X(21) VALUE ' DAYS   MOVE+BALANCE:'.
           05 RSL-BALANCE-AMOUNT PIC Z,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE ' WITHIN'.
           05 RSL-BALANCE-DAYS PIC ZZ9.
           05 FILLER PIC X(16) VALUE ' DAYS   LOOKBACK'.
           05 RSL-LOOKBACK-DAYS PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY 'Scanning provider history for account-takeover '
                   'patterns...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PARAMETER-CARD
           PERFORM LOAD-FRAUD-HOLDS

           PERFORM SCAN-PROVIDER-HISTORY
           PERFORM SCAN-CURRENT-MASTER
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           OPEN EXTEND ALERT-FILE
           IF NOT ALERT-OK
               OPEN OUTPUT ALERT-FILE
           END-IF
           OPEN OUTPUT ALERT-REPORT-FILE

           PERFORM VARYING STATE-IX FROM 1 BY 1
                   UNTIL STATE-IX > STATE-ENTRY-COUNT
               IF STE-FIRST-CHANGE-IX (STATE-IX) > 0
                   ADD 1 TO CUSTOMERS-WITH-CHANGES
                   PERFORM EXAMINE-ONE-CUSTOMER
               END-IF
           END-PERFORM

           IF CUSTOMERS-ALERTED = 0
               PERFORM WRITE-ALERT-HEADING
               MOVE 'NO ACCOUNT-TAKEOVER PATTERNS FOUND'
                 TO ALERT-REPORT-RECORD
               WRITE ALERT-REPORT-RECORD
           END-IF

           CLOSE ALERT-REPORT-FILE
           CLOSE ALERT-FILE

           PERFORM REWRITE-FRAUD-HOLDS

           DISPLAY 'History images read:      ' HISTORY-IMAGES-READ
              UPON CONSOLE
           DISPLAY '  inside the lookback:    ' HISTORY-IMAGES-USED
              UPON CONSOLE
           DISPLAY 'Master records read:      ' MASTER-RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Changes on the timeline:  ' CHANGE-ENTRY-COUNT
              UPON CONSOLE
           DISPLAY 'Customers with changes:   ' CUSTOMERS-WITH-CHANGES
              UPON CONSOLE
           DISPLAY 'Alerts raised:            ' ALERTS-RAISED
              UPON CONSOLE
           DISPLAY 'Customers placed on hold: ' CUSTOMERS-ALERTED
              UPON CONSOLE
           DISPLAY 'Customers already held:   ' CUSTOMERS-ALREADY-HELD
              UPON CONSOLE

           IF TABLE-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Windows are measured back from the business date, the
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

           MOVE BUSINESS-DATE TO DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER
           MOVE DAY-NUMBER TO BUSINESS-DAY-NUMBER

           EXIT.

      * ---
      * Without a card the defaults apply: two address changes in
      * six weeks, a contact change within two weeks of an address
      * change, a movement of 5,000.00 within thirty days of either,
      * all looked for over the last ninety days
       LOAD-PARAMETER-CARD SECTION.
           OPEN INPUT PARAMETER-CARD-FILE
           IF PARM-CARD-OK
               READ PARAMETER-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PARAMETER-CARD
               END-READ
               CLOSE PARAMETER-CARD-FILE
           END-IF

           COMPUTE LOOKBACK-START-DAY =
               BUSINESS-DAY-NUMBER - LOOKBACK-DAYS

           MOVE VELOCITY-COUNT TO RSL-VELOCITY-COUNT
           MOVE VELOCITY-DAYS TO RSL-VELOCITY-DAYS
           MOVE CONTACT-DAYS TO RSL-CONTACT-DAYS
           MOVE BALANCE-AMOUNT TO RSL-BALANCE-AMOUNT
           MOVE BALANCE-DAYS TO RSL-BALANCE-DAYS
           MOVE LOOKBACK-DAYS TO RSL-LOOKBACK-DAYS

           MOVE 'VELOCITY' TO RRS-RULE-NAME (1)
           MOVE 'ADDR+CONTACT' TO RRS-RULE-NAME (2)
           MOVE 'MOVE+BALANCE' TO RRS-RULE-NAME (3)

           EXIT.

       APPLY-PARAMETER-CARD SECTION.
           IF PRM-LOOKBACK-DAYS IS NUMERIC
               AND PRM-LOOKBACK-DAYS > 0
               MOVE PRM-LOOKBACK-DAYS TO LOOKBACK-DAYS
           END-IF
      *    One change is no velocity; fewer than two is ignored
           IF PRM-VELOCITY-COUNT IS NUMERIC
               AND PRM-VELOCITY-COUNT > 1
               MOVE PRM-VELOCITY-COUNT TO VELOCITY-COUNT
           END-IF
           IF PRM-VELOCITY-DAYS IS NUMERIC
               AND PRM-VELOCITY-DAYS > 0
               MOVE PRM-VELOCITY-DAYS TO VELOCITY-DAYS
           END-IF
           IF PRM-CONTACT-DAYS IS NUMERIC
               AND PRM-CONTACT-DAYS > 0
               MOVE PRM-CONTACT-DAYS TO CONTACT-DAYS
           END-IF
           IF PRM-BALANCE-DAYS IS NUMERIC
               AND PRM-BALANCE-DAYS > 0
               MOVE PRM-BALANCE-DAYS TO BALANCE-DAYS
           END-IF
           IF PRM-BALANCE-AMOUNT IS NUMERIC
               AND PRM-BALANCE-AMOUNT > 0
               MOVE PRM-BALANCE-AMOUNT TO BALANCE-AMOUNT
           END-IF
           IF PRM-VELOCITY-SWITCH = 'N'
               MOVE 'N' TO VELOCITY-SWITCH
           END-IF
           IF PRM-CONTACT-SWITCH = 'N'
               MOVE 'N' TO CONTACT-SWITCH
           END-IF
           IF PRM-BALANCE-SWITCH = 'N'
               MOVE 'N' TO BALANCE-SWITCH
           END-IF

           EXIT.

      * ---
      * With no register on disk nobody is on fraud hold yet
       LOAD-FRAUD-HOLDS SECTION.
           OPEN INPUT FRAUD-HOLD-FILE
           IF NOT FRAUDHOLD-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ FRAUD-HOLD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF FRAUD-ENTRY-COUNT < MAX-FRAUD-ENTRIES
                           ADD 1 TO FRAUD-ENTRY-COUNT
                           MOVE FRAUD-HOLD-RECORD
                             TO FRT-REGISTER-LINE (FRAUD-ENTRY-COUNT)
                       ELSE
                           IF TABLE-FULL-FLAG = 'N'
                               MOVE 'Y' TO TABLE-FULL-FLAG
                               DISPLAY '*** FRAUD-HOLD TABLE FULL AT '
                                       MAX-FRAUD-ENTRIES
                                  UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-HOLD-FILE

           EXIT.

      * ---
      * The history is in the order it was written, oldest first;
      * each image inside the lookback is compared with the same
      * customer's previous one, and the difference is a change
      * made on the date, and by the run, that replaced the
      * previous image
       SCAN-PROVIDER-HISTORY SECTION.
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               DISPLAY 'NO PROVIDER HISTORY PRESENT - NO CHANGES '
                       'TO EXAMINE'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO HISTORY-IMAGES-READ
                       IF HIS-REPLACED-DATE IS NUMERIC
                           AND HIS-RECORD-IMAGE (97:9) IS NUMERIC
                           MOVE HIS-REPLACED-DATE TO DATE-WORK
                           PERFORM COMPUTE-DAY-NUMBER
                           IF DAY-NUMBER >= LOOKBACK-START-DAY
                               ADD 1 TO HISTORY-IMAGES-USED
                               PERFORM TAKE-ONE-HISTORY-IMAGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           EXIT.

       TAKE-ONE-HISTORY-IMAGE SECTION.
           MOVE HIS-RECORD-IMAGE (97:9) TO LOOKUP-CUSTOMER
           PERFORM FIND-CUSTOMER-STATE
           IF STATE-FOUND-IX = 0
               IF STATE-ENTRY-COUNT >= MAX-STATE-ENTRIES
                   IF TABLE-FULL-FLAG = 'N'
                       MOVE 'Y' TO TABLE-FULL-FLAG
                       DISPLAY '*** CUSTOMER TABLE FULL AT '
                               MAX-STATE-ENTRIES
                               ' - LATER CUSTOMERS NOT EXAMINED'
                          UPON CONSOLE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO STATE-ENTRY-COUNT
               MOVE STATE-ENTRY-COUNT TO STATE-FOUND-IX
               MOVE LOOKUP-CUSTOMER
                 TO STE-CUSTOMER-NUMBER (STATE-FOUND-IX)
               MOVE 0 TO STE-FIRST-CHANGE-IX (STATE-FOUND-IX)
               MOVE 0 TO STE-LAST-CHANGE-IX (STATE-FOUND-IX)
           ELSE
               MOVE STE-IMAGE (STATE-FOUND-IX) TO BEFORE-IMAGE
               MOVE HIS-RECORD-IMAGE TO AFTER-IMAGE
               MOVE STE-REPLACED-DATE (STATE-FOUND-IX)
                 TO CHANGE-DATE-WORK
               MOVE STE-RUN-ID (STATE-FOUND-IX) TO CHANGE-RUN-WORK
               PERFORM RECORD-CHANGES
           END-IF

           MOVE HIS-RECORD-IMAGE TO STE-IMAGE (STATE-FOUND-IX)
           MOVE HIS-REPLACED-DATE
             TO STE-REPLACED-DATE (STATE-FOUND-IX)
           IF HIS-RUN-ID IS NUMERIC
               MOVE HIS-RUN-ID TO STE-RUN-ID (STATE-FOUND-IX)
           ELSE
               MOVE 0 TO STE-RUN-ID (STATE-FOUND-IX)
           END-IF

           EXIT.

      * ---
      * The master today is the state after the last history image
       SCAN-CURRENT-MASTER SECTION.
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present' UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 1 TO STATE-NEXT-IX
           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO MASTER-RECORDS-READ
                       IF PROVIDER-MASTER-IN-RECORD (97:9) IS NUMERIC
                           MOVE PROVIDER-MASTER-IN-RECORD (97:9)
                             TO LOOKUP-CUSTOMER
                           PERFORM FIND-CUSTOMER-STATE
                           IF STATE-FOUND-IX > 0
                               MOVE STE-IMAGE (STATE-FOUND-IX)
                                 TO BEFORE-IMAGE
                               MOVE PROVIDER-MASTER-IN-RECORD
                                 TO AFTER-IMAGE
                               MOVE STE-REPLACED-DATE (STATE-FOUND-IX)
                                 TO CHANGE-DATE-WORK
                               MOVE STE-RUN-ID (STATE-FOUND-IX)
                                 TO CHANGE-RUN-WORK
                               PERFORM RECORD-CHANGES
                               MOVE PROVIDER-MASTER-IN-RECORD
                                 TO STE-IMAGE (STATE-FOUND-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

      * ---
      * Each history generation is in master order, so the entry
      * after the last one found is tried before a full scan
       FIND-CUSTOMER-STATE SECTION.
           MOVE 0 TO STATE-FOUND-IX
           IF STATE-NEXT-IX > STATE-ENTRY-COUNT
               MOVE 1 TO STATE-NEXT-IX
           END-IF
           IF STATE-NEXT-IX <= STATE-ENTRY-COUNT
               IF STE-CUSTOMER-NUMBER (STATE-NEXT-IX)
                      = LOOKUP-CUSTOMER
                   MOVE STATE-NEXT-IX TO STATE-FOUND-IX
               END-IF
           END-IF
           IF STATE-FOUND-IX = 0
               PERFORM VARYING STATE-IX FROM 1 BY 1
                       UNTIL STATE-IX > STATE-ENTRY-COUNT
                          OR STATE-FOUND-IX > 0
                   IF STE-CUSTOMER-NUMBER (STATE-IX)
                          = LOOKUP-CUSTOMER
                       MOVE STATE-IX TO STATE-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF
           IF STATE-FOUND-IX > 0
               COMPUTE STATE-NEXT-IX = STATE-FOUND-IX + 1
           ELSE
               COMPUTE STATE-NEXT-IX = STATE-ENTRY-COUNT + 1
           END-IF

           EXIT.

      * ---
      * Compare the two images: the primary address (or the box or
      * foreign address behind it), the contact details (contact
      * person, address line, secondary addresses) and a balance
      * movement at or above the threshold each make one change
       RECORD-CHANGES SECTION.
           MOVE CHANGE-DATE-WORK TO DATE-WORK
           PERFORM COMPUTE-DAY-NUMBER

           IF BFR-PRIMARY-ADDRESS NOT = AFT-PRIMARY-ADDRESS
               OR BFR-OTHER-ADDRESS NOT = AFT-OTHER-ADDRESS
               PERFORM ADD-CHANGE-ENTRY
               IF CHANGE-IX > 0
                   MOVE 'A' TO CHG-KIND (CHANGE-IX)
                   PERFORM BUILD-BEFORE-ADDRESS-TEXT
                   MOVE ADDRESS-TEXT TO CHG-BEFORE-TEXT (CHANGE-IX)
                   PERFORM BUILD-AFTER-ADDRESS-TEXT
                   MOVE ADDRESS-TEXT TO CHG-AFTER-TEXT (CHANGE-IX)
               END-IF
           END-IF

           IF BFR-CONTACT-PERSON NOT = AFT-CONTACT-PERSON
               OR BFR-ADDRESS-LINE NOT = AFT-ADDRESS-LINE
               OR BFR-SEC-ADDR-COUNT NOT = AFT-SEC-ADDR-COUNT
               PERFORM ADD-CHANGE-ENTRY
               IF CHANGE-IX > 0
                   MOVE 'C' TO CHG-KIND (CHANGE-IX)
                   MOVE SPACES TO CHG-BEFORE-TEXT (CHANGE-IX)
                   STRING BFR-CONTACT-PERSON DELIMITED BY SIZE
                          ' ' BFR-ADDRESS-LINE DELIMITED BY SIZE
                          ' SEC ' BFR-SEC-ADDR-COUNT
                          DELIMITED BY SIZE
                     INTO CHG-BEFORE-TEXT (CHANGE-IX)
                   END-STRING
                   MOVE SPACES TO CHG-AFTER-TEXT (CHANGE-IX)
                   STRING AFT-CONTACT-PERSON DELIMITED BY SIZE
                          ' ' AFT-ADDRESS-LINE DELIMITED BY SIZE
                          ' SEC ' AFT-SEC-ADDR-COUNT
                          DELIMITED BY SIZE
                     INTO CHG-AFTER-TEXT (CHANGE-IX)
                   END-STRING
               END-IF
           END-IF

           IF BFR-ACCOUNT-BALANCE IS NUMERIC
               AND AFT-ACCOUNT-BALANCE IS NUMERIC
               COMPUTE BALANCE-MOVEMENT =
                   AFT-ACCOUNT-BALANCE - BFR-ACCOUNT-BALANCE
               IF BALANCE-MOVEMENT < 0
                   COMPUTE BALANCE-MOVEMENT = 0 - BALANCE-MOVEMENT
               END-IF
               IF BALANCE-MOVEMENT >= BALANCE-AMOUNT
                   PERFORM ADD-CHANGE-ENTRY
                   IF CHANGE-IX > 0
                       MOVE 'B' TO CHG-KIND (CHANGE-IX)
                       MOVE BFR-ACCOUNT-BALANCE TO AMOUNT-EDIT
                       MOVE AMOUNT-EDIT TO CHG-BEFORE-TEXT (CHANGE-IX)
                       MOVE AFT-ACCOUNT-BALANCE TO AMOUNT-EDIT
                       MOVE AMOUNT-EDIT TO CHG-AFTER-TEXT (CHANGE-IX)
                   END-IF
               END-IF
           END-IF

           EXIT.

      * ---
      * Append a change to the table and to the end of the
      * customer's chain; CHANGE-IX is zero when the table is full
       ADD-CHANGE-ENTRY SECTION.
           IF CHANGE-ENTRY-COUNT >= MAX-CHANGE-ENTRIES
               MOVE 0 TO CHANGE-IX
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** CHANGE TABLE FULL AT '
                           MAX-CHANGE-ENTRIES
                           ' - LATER CHANGES NOT EXAMINED'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO CHANGE-ENTRY-COUNT
           MOVE CHANGE-ENTRY-COUNT TO CHANGE-IX
           MOVE STE-CUSTOMER-NUMBER (STATE-FOUND-IX)
             TO CHG-CUSTOMER-NUMBER (CHANGE-IX)
           MOVE CHANGE-DATE-WORK TO CHG-CHANGE-DATE (CHANGE-IX)
           MOVE DAY-NUMBER TO CHG-DAY-NUMBER (CHANGE-IX)
           MOVE CHANGE-RUN-WORK TO CHG-RUN-ID (CHANGE-IX)
           MOVE 0 TO CHG-NEXT-IX (CHANGE-IX)
           MOVE SPACE TO CHG-IN-PATTERN (CHANGE-IX)

           IF STE-LAST-CHANGE-IX (STATE-FOUND-IX) = 0
               MOVE CHANGE-IX TO STE-FIRST-CHANGE-IX (STATE-FOUND-IX)
           ELSE
               MOVE CHANGE-IX
                 TO CHG-NEXT-IX (STE-LAST-CHANGE-IX (STATE-FOUND-IX))
           END-IF
           MOVE CHANGE-IX TO STE-LAST-CHANGE-IX (STATE-FOUND-IX)

           EXIT.

       BUILD-BEFORE-ADDRESS-TEXT SECTION.
           MOVE SPACES TO ADDRESS-TEXT
           MOVE 1 TO TEXT-POINTER
           EVALUATE BFR-ADDR-KIND
               WHEN 'P'
                   STRING 'PO BOX ' BFR-BOX-NO ' ' DELIMITED BY SIZE
                     INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
                   END-STRING
               WHEN 'I'
                   STRING BFR-COUNTRY-CODE ' ' DELIMITED BY SIZE
                          BFR-FOREIGN-POSTAL-CODE DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                     INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
                   END-STRING
               WHEN OTHER
                   STRING BFR-STREET DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          BFR-NUMBER DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          BFR-POSTAL-CODE DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                     INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
                   END-STRING
           END-EVALUATE
           STRING BFR-CITY DELIMITED BY '  '
             INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
           END-STRING

           EXIT.

       BUILD-AFTER-ADDRESS-TEXT SECTION.
           MOVE SPACES TO ADDRESS-TEXT
           MOVE 1 TO TEXT-POINTER
           EVALUATE AFT-ADDR-KIND
               WHEN 'P'
                   STRING 'PO BOX ' AFT-BOX-NO ' ' DELIMITED BY SIZE
                     INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
                   END-STRING
               WHEN 'I'
                   STRING AFT-COUNTRY-CODE ' ' DELIMITED BY SIZE
                          AFT-FOREIGN-POSTAL-CODE DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                     INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
                   END-STRING
               WHEN OTHER
                   STRING AFT-STREET DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          AFT-NUMBER DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          AFT-POSTAL-CODE DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                     INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
                   END-STRING
           END-EVALUATE
           STRING AFT-CITY DELIMITED BY '  '
             INTO ADDRESS-TEXT WITH POINTER TEXT-POINTER
           END-STRING

           EXIT.

      * ---
      * Apply the rules to one customer's timeline. A customer
      * still on hold is not alerted again; one released by fraud
      * operations is judged only on changes made since
       EXAMINE-ONE-CUSTOMER SECTION.
           MOVE 0 TO FRAUD-FOUND-IX
           MOVE 0 TO RELEASED-AFTER-DATE
           PERFORM VARYING FRAUD-IX FROM 1 BY 1
                   UNTIL FRAUD-IX > FRAUD-ENTRY-COUNT
               MOVE FRT-REGISTER-LINE (FRAUD-IX) TO FRAUD-HOLD-RECORD
               IF FRH-CUSTOMER-NUMBER = STE-CUSTOMER-NUMBER (STATE-IX)
                   MOVE FRAUD-IX TO FRAUD-FOUND-IX
               END-IF
           END-PERFORM
           IF FRAUD-FOUND-IX > 0
               MOVE FRT-REGISTER-LINE (FRAUD-FOUND-IX)
                 TO FRAUD-HOLD-RECORD
               IF FRH-HOLD-STATUS = 'H'
                   ADD 1 TO CUSTOMERS-ALREADY-HELD
                   EXIT SECTION
               END-IF
               IF FRH-RELEASED-DATE IS NUMERIC
                   MOVE FRH-RELEASED-DATE TO RELEASED-AFTER-DATE
               END-IF
           END-IF

      *    A customer closed on the master today has nothing left
      *    to take over
           MOVE STE-IMAGE (STATE-IX) TO AFTER-IMAGE
           IF AFT-LIFECYCLE-STATUS = 'C'
               EXIT SECTION
           END-IF

           MOVE 'N' TO CUSTOMER-HIT-FLAG
           PERFORM VARYING RULE-IX FROM 1 BY 1 UNTIL RULE-IX > 3
               MOVE 'N' TO RRS-HIT-FLAG (RULE-IX)
               MOVE 0 TO RRS-FIRST-IX (RULE-IX)
               MOVE 0 TO RRS-LAST-IX (RULE-IX)
               MOVE 0 TO RRS-CHANGE-COUNT (RULE-IX)
           END-PERFORM
           MOVE STE-FIRST-CHANGE-IX (STATE-IX) TO CHANGE-IX
           PERFORM UNTIL CHANGE-IX = 0
               MOVE SPACE TO CHG-IN-PATTERN (CHANGE-IX)
               MOVE CHG-NEXT-IX (CHANGE-IX) TO CHANGE-IX
           END-PERFORM

           IF VELOCITY-RULE-ON
               PERFORM APPLY-VELOCITY-RULE
           END-IF
           IF CONTACT-RULE-ON
               PERFORM APPLY-CONTACT-RULE
           END-IF
           IF BALANCE-RULE-ON
               PERFORM APPLY-BALANCE-RULE
           END-IF

           IF NOT CUSTOMER-HIT
               EXIT SECTION
           END-IF

           ADD 1 TO CUSTOMERS-ALERTED
           MOVE SPACES TO FIRST-RULE-HIT
           PERFORM VARYING RULE-IX FROM 1 BY 1 UNTIL RULE-IX > 3
               IF RRS-HIT (RULE-IX)
                   PERFORM WRITE-ONE-ALERT
                   IF FIRST-RULE-HIT = SPACES
                       MOVE RRS-RULE-NAME (RULE-IX) TO FIRST-RULE-HIT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PLACE-FRAUD-HOLD
           PERFORM WRITE-CUSTOMER-TIMELINE

           EXIT.

      * ---
      * Too many address changes inside the velocity window: from
      * each address change, count the address changes that follow
      * within the window, the first one included
       APPLY-VELOCITY-RULE SECTION.
           MOVE STE-FIRST-CHANGE-IX (STATE-IX) TO CHANGE-IX
           PERFORM UNTIL CHANGE-IX = 0 OR RRS-HIT (1)
               IF CHG-KIND (CHANGE-IX) = 'A'
                   AND CHG-CHANGE-DATE (CHANGE-IX)
                       > RELEASED-AFTER-DATE
                   MOVE 0 TO WINDOW-COUNT
                   MOVE CHANGE-IX TO SCAN-IX
                   PERFORM UNTIL SCAN-IX = 0
                       IF CHG-DAY-NUMBER (SCAN-IX)
                              - CHG-DAY-NUMBER (CHANGE-IX)
                              > VELOCITY-DAYS
                           MOVE 0 TO SCAN-IX
                       ELSE
                           IF CHG-KIND (SCAN-IX) = 'A'
                               ADD 1 TO WINDOW-COUNT
                               MOVE SCAN-IX TO WINDOW-LAST-IX
                           END-IF
                           MOVE CHG-NEXT-IX (SCAN-IX) TO SCAN-IX
                       END-IF
                   END-PERFORM
                   IF WINDOW-COUNT >= VELOCITY-COUNT
                       MOVE 1 TO RULE-IX
                       PERFORM MARK-RULE-HIT
                       MOVE WINDOW-COUNT TO RRS-CHANGE-COUNT (1)
                   END-IF
               END-IF
               MOVE CHG-NEXT-IX (CHANGE-IX) TO CHANGE-IX
           END-PERFORM

           EXIT.

      * ---
      * An address change followed, within the contact window, by
      * a change to the contact details
       APPLY-CONTACT-RULE SECTION.
           MOVE STE-FIRST-CHANGE-IX (STATE-IX) TO CHANGE-IX
           PERFORM UNTIL CHANGE-IX = 0 OR RRS-HIT (2)
               IF CHG-KIND (CHANGE-IX) = 'A'
                   AND CHG-CHANGE-DATE (CHANGE-IX)
                       > RELEASED-AFTER-DATE
                   MOVE CHG-NEXT-IX (CHANGE-IX) TO SCAN-IX
                   PERFORM UNTIL SCAN-IX = 0 OR RRS-HIT (2)
                       IF CHG-DAY-NUMBER (SCAN-IX)
                              - CHG-DAY-NUMBER (CHANGE-IX)
                              > CONTACT-DAYS
                           MOVE 0 TO SCAN-IX
                       ELSE
                           IF CHG-KIND (SCAN-IX) = 'C'
                               MOVE SCAN-IX TO WINDOW-LAST-IX
                               MOVE 2 TO RULE-IX
                               PERFORM MARK-RULE-HIT
                               MOVE 2 TO RRS-CHANGE-COUNT (2)
                           ELSE
                               MOVE CHG-NEXT-IX (SCAN-IX) TO SCAN-IX
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE CHG-NEXT-IX (CHANGE-IX) TO CHANGE-IX
           END-PERFORM

           EXIT.

      * ---
      * An address or contact change followed, within the balance
      * window, by a movement at or above the threshold
       APPLY-BALANCE-RULE SECTION.
           MOVE STE-FIRST-CHANGE-IX (STATE-IX) TO CHANGE-IX
           PERFORM UNTIL CHANGE-IX = 0 OR RRS-HIT (3)
               IF (CHG-KIND (CHANGE-IX) = 'A'
                   OR CHG-KIND (CHANGE-IX) = 'C')
                   AND CHG-CHANGE-DATE (CHANGE-IX)
                       > RELEASED-AFTER-DATE
                   MOVE CHG-NEXT-IX (CHANGE-IX) TO SCAN-IX
                   PERFORM UNTIL SCAN-IX = 0 OR RRS-HIT (3)
                       IF CHG-DAY-NUMBER (SCAN-IX)
                              - CHG-DAY-NUMBER (CHANGE-IX)
                              > BALANCE-DAYS
                           MOVE 0 TO SCAN-IX
                       ELSE
                           IF CHG-KIND (SCAN-IX) = 'B'
                               MOVE SCAN-IX TO WINDOW-LAST-IX
                               MOVE 3 TO RULE-IX
                               PERFORM MARK-RULE-HIT
                               MOVE 2 TO RRS-CHANGE-COUNT (3)
                           ELSE
                               MOVE CHG-NEXT-IX (SCAN-IX) TO SCAN-IX
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE CHG-NEXT-IX (CHANGE-IX) TO CHANGE-IX
           END-PERFORM

           EXIT.

      * ---
      * Note the hit for RULE-IX from CHANGE-IX to WINDOW-LAST-IX
      * and mark the changes in between for the timeline
       MARK-RULE-HIT SECTION.
           MOVE 'Y' TO RRS-HIT-FLAG (RULE-IX)
           MOVE 'Y' TO CUSTOMER-HIT-FLAG
           MOVE CHANGE-IX TO RRS-FIRST-IX (RULE-IX)
           MOVE WINDOW-LAST-IX TO RRS-LAST-IX (RULE-IX)
           MOVE '*' TO CHG-IN-PATTERN (CHANGE-IX)
           MOVE '*' TO CHG-IN-PATTERN (WINDOW-LAST-IX)
           IF RULE-IX = 1
               MOVE CHANGE-IX TO SCAN-IX
               PERFORM UNTIL SCAN-IX = 0 OR SCAN-IX = WINDOW-LAST-IX
                   IF CHG-KIND (SCAN-IX) = 'A'
                       MOVE '*' TO CHG-IN-PATTERN (SCAN-IX)
                   END-IF
                   MOVE CHG-NEXT-IX (SCAN-IX) TO SCAN-IX
               END-PERFORM
           END-IF

           EXIT.

       WRITE-ONE-ALERT SECTION.
           MOVE SPACES TO ALERT-RECORD
           MOVE STE-CUSTOMER-NUMBER (STATE-IX) TO ATA-CUSTOMER-NUMBER
           MOVE RRS-RULE-NAME (RULE-IX) TO ATA-RULE-NAME
           MOVE BUSINESS-DATE TO ATA-ALERT-DATE
           MOVE CHG-CHANGE-DATE (RRS-FIRST-IX (RULE-IX))
             TO ATA-FIRST-CHANGE-DATE
           MOVE CHG-RUN-ID (RRS-FIRST-IX (RULE-IX))
             TO ATA-FIRST-RUN-ID
           MOVE CHG-CHANGE-DATE (RRS-LAST-IX (RULE-IX))
             TO ATA-LAST-CHANGE-DATE
           MOVE CHG-RUN-ID (RRS-LAST-IX (RULE-IX)) TO ATA-LAST-RUN-ID
           MOVE RRS-CHANGE-COUNT (RULE-IX) TO ATA-CHANGE-COUNT
           WRITE ALERT-RECORD
           ADD 1 TO ALERTS-RAISED
           DISPLAY 'ALERT ' RRS-RULE-NAME (RULE-IX) ' - CUSTOMER '
                   STE-CUSTOMER-NUMBER (STATE-IX)
              UPON CONSOLE

           EXIT.

      * ---
      * Put the customer on hold, reusing a released entry so the
      * register keeps one line per customer
       PLACE-FRAUD-HOLD SECTION.
           IF FRAUD-FOUND-IX = 0
               IF FRAUD-ENTRY-COUNT >= MAX-FRAUD-ENTRIES
                   IF TABLE-FULL-FLAG = 'N'
                       MOVE 'Y' TO TABLE-FULL-FLAG
                   END-IF
                   DISPLAY '*** FRAUD-HOLD TABLE FULL - CUSTOMER '
                           STE-CUSTOMER-NUMBER (STATE-IX)
                           ' ALERTED BUT NOT HELD'
                      UPON CONSOLE
                   EXIT SECTION
               END-IF
               ADD 1 TO FRAUD-ENTRY-COUNT
               MOVE FRAUD-ENTRY-COUNT TO FRAUD-FOUND-IX
           END-IF

           MOVE SPACES TO FRAUD-HOLD-RECORD
           MOVE STE-CUSTOMER-NUMBER (STATE-IX) TO FRH-CUSTOMER-NUMBER
           MOVE 'H' TO FRH-HOLD-STATUS
           MOVE BUSINESS-DATE TO FRH-HELD-DATE
           MOVE FIRST-RULE-HIT TO FRH-RULE-NAME
           MOVE 0 TO FRH-RELEASED-DATE
           MOVE FRAUD-HOLD-RECORD TO FRT-REGISTER-LINE (FRAUD-FOUND-IX)
           MOVE 'Y' TO FRAUD-REGISTER-FLAG

           EXIT.

       REWRITE-FRAUD-HOLDS SECTION.
           IF NOT FRAUD-REGISTER-CHANGED
               EXIT SECTION
           END-IF

           OPEN OUTPUT FRAUD-HOLD-NEW
           PERFORM VARYING FRAUD-IX FROM 1 BY 1
                   UNTIL FRAUD-IX > FRAUD-ENTRY-COUNT
               MOVE FRT-REGISTER-LINE (FRAUD-IX)
                 TO FRAUD-HOLD-NEW-RECORD
               WRITE FRAUD-HOLD-NEW-RECORD
           END-PERFORM
           CLOSE FRAUD-HOLD-NEW

           CALL 'CBL_DELETE_FILE' USING WS-FRAUDHOLD-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-FRAUDHOLD-NEW-NAME
                WS-FRAUDHOLD-NAME
              RETURNING RENAME-STATUS

           EXIT.

      * ---
      * The alerted customer, the rules hit, and every change on the
      * timeline with the date and run that made it; the changes in
      * a pattern are starred. A block is kept to one page
       WRITE-CUSTOMER-TIMELINE SECTION.
           MOVE 3 TO ARL-BLOCK-LINES
           MOVE STE-FIRST-CHANGE-IX (STATE-IX) TO CHANGE-IX
           PERFORM UNTIL CHANGE-IX = 0
               ADD 1 TO ARL-BLOCK-LINES
               MOVE CHG-NEXT-IX (CHANGE-IX) TO CHANGE-IX
           END-PERFORM
           IF ARL-LINE-COUNT + ARL-BLOCK-LINES > ARL-LINES-PER-PAGE
               PERFORM WRITE-ALERT-HEADING
           END-IF

           MOVE SPACES TO ACL-FIRST-NAME
           MOVE SPACES TO ACL-RULES
           MOVE STE-CUSTOMER-NUMBER (STATE-IX) TO ACL-CUSTOMER-NUMBER
           IF AFT-CUSTOMER-KIND = 'C'
               MOVE AFT-COMPANY-NAME TO ACL-LAST-NAME
           ELSE
               MOVE AFT-LAST-NAME TO ACL-LAST-NAME
               MOVE AFT-FIRST-NAME TO ACL-FIRST-NAME
           END-IF
           MOVE 1 TO TEXT-POINTER
           PERFORM VARYING RULE-IX FROM 1 BY 1 UNTIL RULE-IX > 3
               IF RRS-HIT (RULE-IX)
                   STRING RRS-RULE-NAME (RULE-IX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                     INTO ACL-RULES WITH POINTER TEXT-POINTER
                   END-STRING
               END-IF
           END-PERFORM
           IF FRAUD-FOUND-IX > 0
               MOVE 'PLACED ON HOLD' TO ACL-HOLD-TEXT
           ELSE
               MOVE 'NOT HELD' TO ACL-HOLD-TEXT
           END-IF
           MOVE ALERT-CUSTOMER-LINE TO ALERT-REPORT-RECORD
           PERFORM WRITE-ALERT-LINE

           MOVE STE-FIRST-CHANGE-IX (STATE-IX) TO CHANGE-IX
           PERFORM UNTIL CHANGE-IX = 0
               MOVE CHG-IN-PATTERN (CHANGE-IX) TO TML-PATTERN-MARK
               MOVE CHG-CHANGE-DATE (CHANGE-IX) TO TML-CHANGE-DATE
               MOVE CHG-RUN-ID (CHANGE-IX) TO TML-RUN-ID
               EVALUATE CHG-KIND (CHANGE-IX)
                   WHEN 'A'
                       MOVE 'ADDRESS' TO TML-KIND-TEXT
                   WHEN 'C'
                       MOVE 'CONTACT' TO TML-KIND-TEXT
                   WHEN OTHER
                       MOVE 'BALANCE' TO TML-KIND-TEXT
               END-EVALUATE
               MOVE CHG-BEFORE-TEXT (CHANGE-IX) TO TML-BEFORE-TEXT
               MOVE CHG-AFTER-TEXT (CHANGE-IX) TO TML-AFTER-TEXT
               MOVE TIMELINE-LINE TO ALERT-REPORT-RECORD
               PERFORM WRITE-ALERT-LINE
               MOVE CHG-NEXT-IX (CHANGE-IX) TO CHANGE-IX
           END-PERFORM

           MOVE SPACES TO ALERT-REPORT-RECORD
           PERFORM WRITE-ALERT-LINE

           EXIT.

       WRITE-ALERT-HEADING SECTION.
           ADD 1 TO ARL-PAGE-NUMBER

           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE SPACES TO ALERT-REPORT-RECORD
           STRING 'ACCOUNT-TAKEOVER ALERTS - BUSINESS DATE '
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ' - PAGE ' DELIMITED BY SIZE
                  ARL-PAGE-NUMBER DELIMITED BY SIZE
             INTO ALERT-REPORT-RECORD
           END-STRING
           WRITE ALERT-REPORT-RECORD

           MOVE RULE-SETTINGS-LINE TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE SPACES TO ALERT-REPORT-RECORD
           WRITE ALERT-REPORT-RECORD

           MOVE 0 TO ARL-LINE-COUNT

           EXIT.

       WRITE-ALERT-LINE SECTION.
           IF ARL-LINE-COUNT >= ARL-LINES-PER-PAGE
               PERFORM WRITE-ALERT-HEADING
           END-IF
           WRITE ALERT-REPORT-RECORD
           ADD 1 TO ARL-LINE-COUNT

           EXIT.

      * ---
      * Running day number for the date in DATE-WORK, counted from
      * March so the leap day falls at the end of the year
       COMPUTE-DAY-NUMBER SECTION.
           MOVE DTW-YEAR TO DNW-YEAR
           MOVE DTW-MONTH TO DNW-MONTH
           IF DNW-MONTH <= 2
               SUBTRACT 1 FROM DNW-YEAR
               ADD 12 TO DNW-MONTH
           END-IF
           DIVIDE DNW-YEAR BY 4 GIVING DNW-QUOTIENT-4
           DIVIDE DNW-YEAR BY 100 GIVING DNW-QUOTIENT-100
           DIVIDE DNW-YEAR BY 400 GIVING DNW-QUOTIENT-400
           COMPUTE DNW-MONTH-DAYS = 153 * (DNW-MONTH - 3) + 2
           DIVIDE DNW-MONTH-DAYS BY 5 GIVING DNW-MONTH-DAYS
           COMPUTE DAY-NUMBER = 365 * DNW-YEAR + DNW-QUOTIENT-4
               - DNW-QUOTIENT-100 + DNW-QUOTIENT-400
               + DNW-MONTH-DAYS + DTW-DAY

           EXIT.
