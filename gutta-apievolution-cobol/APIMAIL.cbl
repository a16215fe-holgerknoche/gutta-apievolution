123456*Campaign mailing-list builder: selects customers from the
      *provider output by the campaign's selection card - region
      *bands, age bands, customer kind, client code and balance
      *range - applies every mailing suppression (do-not-mail,
      *closed or dormant, no marketing consent by post, watch-list
      *hold, legal hold), collapses each household to its first
      *eligible member and writes the mail-house file with a
      *suppression report counting what each rule removed

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIMAIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The campaign's selection card
           SELECT SELECTION-CARD-FILE ASSIGN TO WS-SELECTION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SELECTION-STATUS.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Household membership as APIHHLD writes it
           SELECT HOUSEHOLD-FILE ASSIGN TO WS-HOUSEHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOUSEHOLD-STATUS.
      *    Consent register as APICONS maintains it
           SELECT CONSENT-REGISTER-FILE ASSIGN TO WS-CONSENT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-REG-STATUS.
      *    Customers held by the watch-list screening step
           SELECT WATCH-HOLD-FILE ASSIGN TO WS-WATCHHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WATCHHOLD-STATUS.
      *    Legal-hold register maintained by APIHOLD
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-LEGALHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
      *    Business date the ages are derived against
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    One addressee per line for the mail house
           SELECT MAIL-HOUSE-FILE ASSIGN TO WS-MAIL-HOUSE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-HOUSE-STATUS.
      *    Suppression report for marketing
           SELECT SUPPRESSION-REPORT-FILE ASSIGN TO WS-SUPP-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Region and age bands are one 'Y' byte per band (region
      *    digits 0-9, the five demographics age bands); a blank
      *    selector selects everything, and the balance range only
      *    applies when its flag is 'Y'
       FD SELECTION-CARD-FILE.
       01 SELECTION-CARD-RECORD.
           05 MSC-CAMPAIGN-ID PIC X(08).
           05 FILLER PIC X(01).
           05 MSC-REGION-BANDS PIC X(10).
           05 FILLER PIC X(01).
           05 MSC-AGE-BANDS PIC X(05).
           05 FILLER PIC X(01).
           05 MSC-CUSTOMER-KIND PIC X(01).
           05 FILLER PIC X(01).
           05 MSC-CLIENT-CODE PIC X(04).
           05 FILLER PIC X(01).
           05 MSC-BALANCE-RANGE-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 MSC-BALANCE-FROM PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 MSC-BALANCE-TO PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(24).

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

       FD HOUSEHOLD-FILE.
       01 HOUSEHOLD-RECORD.
           05 HHM-HOUSEHOLD-ID PIC 9(07).
           05 FILLER PIC X(01).
           05 HHM-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(57).

       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           05 CNS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CNS-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CNS-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CNS-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CNS-SOURCE PIC X(08).

       FD WATCH-HOLD-FILE.
       01 WATCH-HOLD-RECORD.
           05 WLH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(544).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LGH-HOLD-REFERENCE PIC X(12).
           05 FILLER PIC X(01).
           05 LGH-START-DATE PIC 9(08).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD MAIL-HOUSE-FILE.
       01 MAIL-HOUSE-RECORD.
           05 MHF-CAMPAIGN-ID PIC X(08).
           05 FILLER PIC X(01).
           05 MHF-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 MHF-HOUSEHOLD-ID PIC 9(07).
           05 FILLER PIC X(01).
           05 MHF-NAME-LINE PIC X(41).
           05 FILLER PIC X(01).
           05 MHF-ATTENTION-LINE PIC X(20).
           05 FILLER PIC X(01).
           05 MHF-ADDR-KIND PIC X(01).
           05 FILLER PIC X(01).
           05 MHF-STREET PIC X(20).
           05 FILLER PIC X(01).
           05 MHF-NUMBER PIC X(05).
           05 FILLER PIC X(01).
           05 MHF-BOX-NO PIC 9(09).
           05 FILLER PIC X(01).
           05 MHF-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 MHF-CITY PIC X(20).
           05 FILLER PIC X(01).
           05 MHF-COUNTRY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 MHF-FOREIGN-POSTAL-CODE PIC X(09).

       FD SUPPRESSION-REPORT-FILE.
       01 SUPPRESSION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 MAILING-CONTROLS.
           05 WS-SELECTION-NAME PIC X(30) VALUE 'MAILSEL.DAT'.
           05 WS-SELECTION-STATUS PIC X(02).
             88 SELECTION-OK VALUE '00'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-HOUSEHOLD-NAME PIC X(30) VALUE 'HOUSHOLD.DAT'.
           05 WS-HOUSEHOLD-STATUS PIC X(02).
             88 HOUSEHOLD-OK VALUE '00'.
           05 WS-CONSENT-REG-NAME PIC X(30) VALUE 'CONSENT.DAT'.
           05 WS-CONSENT-REG-STATUS PIC X(02).
             88 CONSENT-REG-OK VALUE '00'.
           05 WS-WATCHHOLD-NAME PIC X(30) VALUE 'WLHOLD.DAT'.
           05 WS-WATCHHOLD-STATUS PIC X(02).
             88 WATCHHOLD-OK VALUE '00'.
           05 WS-LEGALHOLD-NAME PIC X(30) VALUE 'LEGALHLD.DAT'.
           05 WS-LEGALHOLD-STATUS PIC X(02).
             88 LEGALHOLD-OK VALUE '00'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-MAIL-HOUSE-NAME PIC X(30) VALUE 'MAILHOUS.DAT'.
           05 WS-MAIL-HOUSE-STATUS PIC X(02).
           05 WS-SUPP-RPT-NAME PIC X(30) VALUE 'MAILSUPP.DAT'.
           05 WS-SUPP-RPT-STATUS PIC X(02).
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.

           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 NOT-SELECTED-COUNT PIC S9(9) BINARY VALUE 0.
           05 SUPPRESSED-DO-NOT-MAIL PIC S9(9) BINARY VALUE 0.
           05 SUPPRESSED-CLOSED PIC S9(9) BINARY VALUE 0.
           05 SUPPRESSED-NO-CONSENT PIC S9(9) BINARY VALUE 0.
           05 SUPPRESSED-WATCH-HOLD PIC S9(9) BINARY VALUE 0.
           05 SUPPRESSED-LEGAL-HOLD PIC S9(9) BINARY VALUE 0.
           05 HOUSEHOLD-DUPLICATES PIC S9(9) BINARY VALUE 0.
           05 ADDRESSEES-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 SUPP-RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.

           05 CUSTOMER-SELECTED-FLAG PIC X(01).
             88 CUSTOMER-SELECTED VALUE 'Y'.
           05 BAND-DIGIT PIC 9(01).
           05 BAND-INDEX PIC S9(4) BINARY.
           05 BAND-POSTAL-VALUE PIC S9(9) BINARY.
           05 AGE-BAND-IX PIC S9(4) BINARY.
           05 CURRENT-HOUSEHOLD-ID PIC 9(07).

      *    Age derivation from the DD.MM.YYYY date of birth against
      *    the business date, banded the way the demographics
      *    report bands it
       01 AGE-WORK-FIELDS.
           05 RUN-DATE-YYYYMMDD PIC 9(08).
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-YYYYMMDD.
             10 RUN-YEAR PIC 9(04).
             10 RUN-MONTH PIC 9(02).
             10 RUN-DAY PIC 9(02).
           05 DOB-COMPONENTS.
             10 DOB-DAY-X PIC X(02).
             10 DOB-DAY REDEFINES DOB-DAY-X PIC 9(02).
             10 DOB-SEP-1 PIC X(01).
             10 DOB-MONTH-X PIC X(02).
             10 DOB-MONTH REDEFINES DOB-MONTH-X PIC 9(02).
             10 DOB-SEP-2 PIC X(01).
             10 DOB-YEAR-X PIC X(04).
             10 DOB-YEAR REDEFINES DOB-YEAR-X PIC 9(04).
           05 DERIVED-AGE PIC S9(4) BINARY.
           05 AGE-VALID-FLAG PIC X(01).
             88 AGE-DERIVED VALUE 'Y'.

      *    Customers whose suppression or grouping the run looks up:
      *    post-marketing consent granted, watch-list and legal
      *    holds, household membership and households already mailed
       01 LOOKUP-TABLE-CONTROLS.
           05 MAX-CONSENT-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 CONSENT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 CONSENT-IX PIC S9(9) BINARY.
           05 CONSENT-FULL-FLAG PIC X(01) VALUE 'N'.
           05 MAX-HOLD-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 WATCH-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 WATCH-IX PIC S9(9) BINARY.
           05 WATCH-FULL-FLAG PIC X(01) VALUE 'N'.
           05 LEGAL-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 LEGAL-IX PIC S9(9) BINARY.
           05 LEGAL-FULL-FLAG PIC X(01) VALUE 'N'.
           05 MAX-MEMBER-ENTRIES PIC S9(9) BINARY VALUE 20000.
           05 MEMBER-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MEMBER-IX PIC S9(9) BINARY.
           05 MEMBER-FULL-FLAG PIC X(01) VALUE 'N'.
           05 MAX-MAILED-ENTRIES PIC S9(9) BINARY VALUE 10000.
           05 MAILED-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 MAILED-IX PIC S9(9) BINARY.
           05 MAILED-FULL-FLAG PIC X(01) VALUE 'N'.
           05 LOOKUP-FOUND-FLAG PIC X(01).
             88 LOOKUP-FOUND VALUE 'Y'.

       01 CONSENT-TABLE.
           05 CONSENT-CUSTOMER PIC 9(09) OCCURS 20000.
       01 WATCH-HOLD-TABLE.
           05 WATCH-CUSTOMER PIC 9(09) OCCURS 5000.
       01 LEGAL-HOLD-TABLE.
           05 LEGAL-CUSTOMER PIC 9(09) OCCURS 5000.
       01 MEMBER-TABLE.
           05 MEMBER-ENTRY OCCURS 20000.
             10 MBR-CUSTOMER-NUMBER PIC 9(09).
             10 MBR-HOUSEHOLD-ID PIC 9(07).
       01 MAILED-HOUSEHOLD-TABLE.
           05 MAILED-HOUSEHOLD-ID PIC 9(07) OCCURS 10000.

       01 SUPPRESSION-DETAIL-LINE.
           05 SDL-LABEL PIC X(40).
           05 SDL-COUNT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           DISPLAY 'Building the campaign mailing list...'
              UPON CONSOLE

           OPEN INPUT SELECTION-CARD-FILE
           IF NOT SELECTION-OK
               DISPLAY '*** NO SELECTION CARD - NO MAILING LIST BUILT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ SELECTION-CARD-FILE
               AT END
                   CLOSE SELECTION-CARD-FILE
                   DISPLAY '*** SELECTION CARD FILE EMPTY - NO '
                           'MAILING LIST BUILT'
                      UPON CONSOLE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE SELECTION-CARD-FILE

           IF MSC-BALANCE-RANGE-FLAG = 'Y'
               AND (MSC-BALANCE-FROM IS NOT NUMERIC
                    OR MSC-BALANCE-TO IS NOT NUMERIC)
               DISPLAY '*** SELECTION CARD BALANCE RANGE NOT NUMERIC'
                       ' - NO MAILING LIST BUILT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-BUSINESS-DATE
           MOVE BUSINESS-DATE TO RUN-DATE-YYYYMMDD
           PERFORM LOAD-POST-CONSENTS
           PERFORM LOAD-WATCH-HOLDS
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM LOAD-HOUSEHOLD-MEMBERS

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY '*** NO PROVIDER OUTPUT PRESENT - NO MAILING '
                       'LIST BUILT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MAIL-HOUSE-FILE

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM MAIL-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN
           CLOSE MAIL-HOUSE-FILE

           PERFORM WRITE-SUPPRESSION-REPORT

           DISPLAY 'Campaign:                ' MSC-CAMPAIGN-ID
              UPON CONSOLE
           DISPLAY 'Provider records read:   ' RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Not in selection:        ' NOT-SELECTED-COUNT
              UPON CONSOLE
           DISPLAY 'Suppressed:              '
                   SUPPRESSED-DO-NOT-MAIL ' do-not-mail, '
                   SUPPRESSED-CLOSED ' closed or dormant'
              UPON CONSOLE
           DISPLAY '                         '
                   SUPPRESSED-NO-CONSENT ' no consent, '
                   SUPPRESSED-WATCH-HOLD ' watch-list, '
                   SUPPRESSED-LEGAL-HOLD ' legal hold'
              UPON CONSOLE
           DISPLAY 'Household duplicates:    ' HOUSEHOLD-DUPLICATES
              UPON CONSOLE
           DISPLAY 'Addressees written:      ' ADDRESSEES-WRITTEN
              UPON CONSOLE

           IF CONSENT-FULL-FLAG = 'Y' OR WATCH-FULL-FLAG = 'Y'
               OR LEGAL-FULL-FLAG = 'Y' OR MEMBER-FULL-FLAG = 'Y'
               OR MAILED-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Ages are as of the business date, the system date when none
      * is on file
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
      * Marketing by post needs a granted POST consent; a customer
      * with no entry has not agreed and is suppressed
       LOAD-POST-CONSENTS SECTION.
           OPEN INPUT CONSENT-REGISTER-FILE
           IF NOT CONSENT-REG-OK
               DISPLAY 'NO CONSENT REGISTER PRESENT - EVERY CUSTOMER '
                       'IS SUPPRESSED FOR CONSENT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ CONSENT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF CNS-CUSTOMER-NUMBER IS NUMERIC
                           AND CNS-CHANNEL = 'POST'
                           AND CNS-CONSENT-STATUS = 'G'
                           IF CONSENT-ENTRY-COUNT
                                  < MAX-CONSENT-ENTRIES
                               ADD 1 TO CONSENT-ENTRY-COUNT
                               MOVE CNS-CUSTOMER-NUMBER
                                 TO CONSENT-CUSTOMER
                                    (CONSENT-ENTRY-COUNT)
                           ELSE
                               IF CONSENT-FULL-FLAG = 'N'
                                   MOVE 'Y' TO CONSENT-FULL-FLAG
                                   DISPLAY 'CONSENT TABLE FULL AT '
                                           MAX-CONSENT-ENTRIES
                                           ' - LATER CONSENTS ARE '
                                           'NOT HONOURED'
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-REGISTER-FILE

           EXIT.

       LOAD-WATCH-HOLDS SECTION.
           OPEN INPUT WATCH-HOLD-FILE
           IF NOT WATCHHOLD-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ WATCH-HOLD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF WLH-CUSTOMER-NUMBER IS NUMERIC
                           IF WATCH-ENTRY-COUNT < MAX-HOLD-ENTRIES
                               ADD 1 TO WATCH-ENTRY-COUNT
                               MOVE WLH-CUSTOMER-NUMBER
                                 TO WATCH-CUSTOMER
                                    (WATCH-ENTRY-COUNT)
                           ELSE
                               IF WATCH-FULL-FLAG = 'N'
                                   MOVE 'Y' TO WATCH-FULL-FLAG
                                   DISPLAY '*** WATCH-LIST HOLD TABLE'
                                           ' FULL AT '
                                           MAX-HOLD-ENTRIES
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-HOLD-FILE

           EXIT.

       LOAD-LEGAL-HOLDS SECTION.
           OPEN INPUT LEGAL-HOLD-FILE
           IF NOT LEGALHOLD-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ LEGAL-HOLD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF LGH-CUSTOMER-NUMBER IS NUMERIC
                           IF LEGAL-ENTRY-COUNT < MAX-HOLD-ENTRIES
                               ADD 1 TO LEGAL-ENTRY-COUNT
                               MOVE LGH-CUSTOMER-NUMBER
                                 TO LEGAL-CUSTOMER
                                    (LEGAL-ENTRY-COUNT)
                           ELSE
                               IF LEGAL-FULL-FLAG = 'N'
                                   MOVE 'Y' TO LEGAL-FULL-FLAG
                                   DISPLAY '*** LEGAL HOLD TABLE FULL '
                                           'AT ' MAX-HOLD-ENTRIES
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE

           EXIT.

      * ---
      * Without a household file every eligible customer is mailed
      * individually
       LOAD-HOUSEHOLD-MEMBERS SECTION.
           OPEN INPUT HOUSEHOLD-FILE
           IF NOT HOUSEHOLD-OK
               DISPLAY 'NO HOUSEHOLD FILE PRESENT - HOUSEHOLDS ARE '
                       'NOT COLLAPSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ HOUSEHOLD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF HHM-CUSTOMER-NUMBER IS NUMERIC
                           AND HHM-HOUSEHOLD-ID IS NUMERIC
                           IF MEMBER-ENTRY-COUNT < MAX-MEMBER-ENTRIES
                               ADD 1 TO MEMBER-ENTRY-COUNT
                               MOVE HHM-CUSTOMER-NUMBER
                                 TO MBR-CUSTOMER-NUMBER
                                    (MEMBER-ENTRY-COUNT)
                               MOVE HHM-HOUSEHOLD-ID
                                 TO MBR-HOUSEHOLD-ID
                                    (MEMBER-ENTRY-COUNT)
                           ELSE
                               IF MEMBER-FULL-FLAG = 'N'
                                   MOVE 'Y' TO MEMBER-FULL-FLAG
                                   DISPLAY 'HOUSEHOLD MEMBER TABLE '
                                           'FULL AT '
                                           MAX-MEMBER-ENTRIES
                                           ' - LATER MEMBERS MAILED '
                                           'INDIVIDUALLY'
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSEHOLD-FILE

           EXIT.

      * ---
      * Selection first, then the suppressions in report order - a
      * customer removed by more than one rule is counted against
      * the first - then the household collapse
       MAIL-ONE-CUSTOMER SECTION.
           PERFORM TEST-SELECTION
           IF NOT CUSTOMER-SELECTED
               ADD 1 TO NOT-SELECTED-COUNT
               EXIT SECTION
           END-IF

           IF PMI-DO-NOT-MAIL = 'Y'
               ADD 1 TO SUPPRESSED-DO-NOT-MAIL
               EXIT SECTION
           END-IF

           IF PMI-LIFECYCLE-STATUS = 'C' OR PMI-LIFECYCLE-STATUS = 'D'
               ADD 1 TO SUPPRESSED-CLOSED
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING CONSENT-IX FROM 1 BY 1
                   UNTIL CONSENT-IX > CONSENT-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF CONSENT-CUSTOMER (CONSENT-IX) = PMI-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT LOOKUP-FOUND
               ADD 1 TO SUPPRESSED-NO-CONSENT
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING WATCH-IX FROM 1 BY 1
                   UNTIL WATCH-IX > WATCH-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF WATCH-CUSTOMER (WATCH-IX) = PMI-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               ADD 1 TO SUPPRESSED-WATCH-HOLD
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING LEGAL-IX FROM 1 BY 1
                   UNTIL LEGAL-IX > LEGAL-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF LEGAL-CUSTOMER (LEGAL-IX) = PMI-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               ADD 1 TO SUPPRESSED-LEGAL-HOLD
               EXIT SECTION
           END-IF

           MOVE 0 TO CURRENT-HOUSEHOLD-ID
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING MEMBER-IX FROM 1 BY 1
                   UNTIL MEMBER-IX > MEMBER-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF MBR-CUSTOMER-NUMBER (MEMBER-IX)
                      = PMI-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
                   MOVE MBR-HOUSEHOLD-ID (MEMBER-IX)
                     TO CURRENT-HOUSEHOLD-ID
               END-IF
           END-PERFORM

           IF CURRENT-HOUSEHOLD-ID > 0
               MOVE 'N' TO LOOKUP-FOUND-FLAG
               PERFORM VARYING MAILED-IX FROM 1 BY 1
                       UNTIL MAILED-IX > MAILED-ENTRY-COUNT
                          OR LOOKUP-FOUND
                   IF MAILED-HOUSEHOLD-ID (MAILED-IX)
                          = CURRENT-HOUSEHOLD-ID
                       MOVE 'Y' TO LOOKUP-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF LOOKUP-FOUND
                   ADD 1 TO HOUSEHOLD-DUPLICATES
                   EXIT SECTION
               END-IF
               IF MAILED-ENTRY-COUNT < MAX-MAILED-ENTRIES
                   ADD 1 TO MAILED-ENTRY-COUNT
                   MOVE CURRENT-HOUSEHOLD-ID
                     TO MAILED-HOUSEHOLD-ID (MAILED-ENTRY-COUNT)
               ELSE
                   IF MAILED-FULL-FLAG = 'N'
                       MOVE 'Y' TO MAILED-FULL-FLAG
                       DISPLAY 'MAILED HOUSEHOLD TABLE FULL AT '
                               MAX-MAILED-ENTRIES
                               ' - LATER HOUSEHOLDS MAY BE MAILED '
                               'TWICE'
                          UPON CONSOLE
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-MAIL-HOUSE-RECORD

           EXIT.

      * ---
      * The selection card's criteria; each blank selector passes
      * everyone. Companies have no age, so an age-band selection
      * leaves them out along with persons whose age cannot be
      * derived
       TEST-SELECTION SECTION.
           MOVE 'N' TO CUSTOMER-SELECTED-FLAG

           IF MSC-CUSTOMER-KIND = 'C' AND PMI-CUSTOMER-KIND NOT = 'C'
               EXIT SECTION
           END-IF
           IF MSC-CUSTOMER-KIND = 'P' AND PMI-CUSTOMER-KIND = 'C'
               EXIT SECTION
           END-IF

           IF MSC-CLIENT-CODE NOT = SPACES
               AND MSC-CLIENT-CODE NOT = PMI-CLIENT-CODE
               EXIT SECTION
           END-IF

           IF MSC-REGION-BANDS NOT = SPACES
               IF PMI-POSTAL-CODE IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               MOVE PMI-POSTAL-CODE TO BAND-POSTAL-VALUE
               PERFORM UNTIL BAND-POSTAL-VALUE < 10
                   DIVIDE BAND-POSTAL-VALUE BY 10
                     GIVING BAND-POSTAL-VALUE
               END-PERFORM
               MOVE BAND-POSTAL-VALUE TO BAND-DIGIT
               COMPUTE BAND-INDEX = BAND-DIGIT + 1
               IF MSC-REGION-BANDS (BAND-INDEX:1) NOT = 'Y'
                   EXIT SECTION
               END-IF
           END-IF

           IF MSC-AGE-BANDS NOT = SPACES
               IF PMI-CUSTOMER-KIND = 'C'
                   EXIT SECTION
               END-IF
               PERFORM DERIVE-AGE
               IF NOT AGE-DERIVED
                   EXIT SECTION
               END-IF
               EVALUATE TRUE
                   WHEN DERIVED-AGE < 25
                       MOVE 1 TO AGE-BAND-IX
                   WHEN DERIVED-AGE < 40
                       MOVE 2 TO AGE-BAND-IX
                   WHEN DERIVED-AGE < 55
                       MOVE 3 TO AGE-BAND-IX
                   WHEN DERIVED-AGE < 70
                       MOVE 4 TO AGE-BAND-IX
                   WHEN OTHER
                       MOVE 5 TO AGE-BAND-IX
               END-EVALUATE
               IF MSC-AGE-BANDS (AGE-BAND-IX:1) NOT = 'Y'
                   EXIT SECTION
               END-IF
           END-IF

           IF MSC-BALANCE-RANGE-FLAG = 'Y'
               IF PMI-ACCOUNT-BALANCE IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               IF PMI-ACCOUNT-BALANCE < MSC-BALANCE-FROM
                   OR PMI-ACCOUNT-BALANCE > MSC-BALANCE-TO
                   EXIT SECTION
               END-IF
           END-IF

           SET CUSTOMER-SELECTED TO TRUE

           EXIT.

      * ---
      * Age as of the business date from the DD.MM.YYYY date of
      * birth; an unparseable or future date leaves it underived
       DERIVE-AGE SECTION.
           MOVE 'N' TO AGE-VALID-FLAG
           MOVE PMI-DATE-OF-BIRTH TO DOB-COMPONENTS

           IF DOB-DAY-X IS NOT NUMERIC
               OR DOB-MONTH-X IS NOT NUMERIC
               OR DOB-YEAR-X IS NOT NUMERIC
               OR DOB-SEP-1 NOT = '.'
               OR DOB-SEP-2 NOT = '.'
               EXIT SECTION
           END-IF

           COMPUTE DERIVED-AGE = RUN-YEAR - DOB-YEAR
           IF DOB-MONTH > RUN-MONTH
               OR (DOB-MONTH = RUN-MONTH AND DOB-DAY > RUN-DAY)
               SUBTRACT 1 FROM DERIVED-AGE
           END-IF

           IF DERIVED-AGE >= 0 AND DERIVED-AGE < 130
               MOVE 'Y' TO AGE-VALID-FLAG
           END-IF

           EXIT.

      * ---
      * A company is addressed by name for the attention of its
      * contact person, a person by first and last name
       WRITE-MAIL-HOUSE-RECORD SECTION.
           MOVE SPACES TO MAIL-HOUSE-RECORD
           MOVE MSC-CAMPAIGN-ID TO MHF-CAMPAIGN-ID
           MOVE PMI-CUSTOMER-NUMBER TO MHF-CUSTOMER-NUMBER
           MOVE CURRENT-HOUSEHOLD-ID TO MHF-HOUSEHOLD-ID
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO MHF-NAME-LINE
               MOVE PMI-CONTACT-PERSON TO MHF-ATTENTION-LINE
           ELSE
               STRING PMI-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY '  '
                 INTO MHF-NAME-LINE
               END-STRING
           END-IF
           MOVE PMI-ADDR-KIND TO MHF-ADDR-KIND
           MOVE PMI-STREET TO MHF-STREET
           MOVE PMI-NUMBER TO MHF-NUMBER
           IF PMI-BOX-NO IS NUMERIC
               MOVE PMI-BOX-NO TO MHF-BOX-NO
           ELSE
               MOVE 0 TO MHF-BOX-NO
           END-IF
           MOVE PMI-POSTAL-CODE TO MHF-POSTAL-CODE
           MOVE PMI-CITY TO MHF-CITY
           MOVE PMI-COUNTRY-CODE TO MHF-COUNTRY-CODE
           MOVE PMI-FOREIGN-POSTAL-CODE TO MHF-FOREIGN-POSTAL-CODE
           WRITE MAIL-HOUSE-RECORD
           ADD 1 TO ADDRESSEES-WRITTEN

           EXIT.

      * ---
      * One line per rule; the lines reconcile to records read
       WRITE-SUPPRESSION-REPORT SECTION.
           OPEN OUTPUT SUPPRESSION-REPORT-FILE
           ADD 1 TO SUPP-RPT-PAGE-NUMBER

           MOVE SPACES TO SUPPRESSION-REPORT-RECORD
           WRITE SUPPRESSION-REPORT-RECORD
           MOVE SPACES TO SUPPRESSION-REPORT-RECORD
           STRING 'CAMPAIGN ' DELIMITED BY SIZE
                  MSC-CAMPAIGN-ID DELIMITED BY SPACE
                  ' MAILING SUPPRESSION - PAGE ' DELIMITED BY SIZE
                  SUPP-RPT-PAGE-NUMBER DELIMITED BY SIZE
             INTO SUPPRESSION-REPORT-RECORD
           END-STRING
           WRITE SUPPRESSION-REPORT-RECORD
           MOVE SPACES TO SUPPRESSION-REPORT-RECORD
           WRITE SUPPRESSION-REPORT-RECORD

           MOVE 'PROVIDER RECORDS READ' TO SDL-LABEL
           MOVE RECORDS-READ TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'NOT IN SELECTION' TO SDL-LABEL
           MOVE NOT-SELECTED-COUNT TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'SUPPRESSED - DO NOT MAIL' TO SDL-LABEL
           MOVE SUPPRESSED-DO-NOT-MAIL TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'SUPPRESSED - CLOSED OR DORMANT' TO SDL-LABEL
           MOVE SUPPRESSED-CLOSED TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'SUPPRESSED - NO MARKETING CONSENT' TO SDL-LABEL
           MOVE SUPPRESSED-NO-CONSENT TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'SUPPRESSED - WATCH-LIST HOLD' TO SDL-LABEL
           MOVE SUPPRESSED-WATCH-HOLD TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'SUPPRESSED - LEGAL HOLD' TO SDL-LABEL
           MOVE SUPPRESSED-LEGAL-HOLD TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE 'HOUSEHOLD DUPLICATES COLLAPSED' TO SDL-LABEL
           MOVE HOUSEHOLD-DUPLICATES TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE
           MOVE SPACES TO SUPPRESSION-REPORT-RECORD
           WRITE SUPPRESSION-REPORT-RECORD
           MOVE 'ADDRESSEES WRITTEN' TO SDL-LABEL
           MOVE ADDRESSEES-WRITTEN TO SDL-COUNT
           PERFORM WRITE-SUPPRESSION-LINE

           CLOSE SUPPRESSION-REPORT-FILE

           EXIT.

       WRITE-SUPPRESSION-LINE SECTION.
           MOVE SUPPRESSION-DETAIL-LINE TO SUPPRESSION-REPORT-RECORD
           WRITE SUPPRESSION-REPORT-RECORD

           EXIT.
