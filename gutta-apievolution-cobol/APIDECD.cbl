123456*Deceased-customer notification match: grades every entry on
      *the registry bureau's monthly death-register file against the
      *provider customers - name and date of birth, the phonetic
      *index for spelling variants, and the postal code - as exact,
      *probable or weak. A single exact match is closed through the
      *lifecycle transactions as deceased (closed and no longer
      *mailed) and its balance placed on estate hold; probable and
      *weak matches wait on the review queue until the back office
      *confirms or rejects them with a decision card

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIDECD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The registry bureau's death-register notifications
           SELECT DEATH-REGISTER-FILE ASSIGN TO WS-DEATHREG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEATHREG-STATUS.
      *    Back-office decisions on queued matches: the
      *    notification, the customer, 'C' confirm or 'R' reject
           SELECT DECISION-CARD-FILE ASSIGN TO WS-DECISION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
      *    Matches awaiting a decision, carried from run to run
           SELECT REVIEW-QUEUE-FILE ASSIGN TO WS-REVIEW-QUEUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-QUEUE-STATUS.
           SELECT REVIEW-QUEUE-NEW ASSIGN TO WS-REVIEW-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-NEW-STATUS.
      *    Provider-layout extract as written by APIMIGR
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Phonetic name index as APIPHON builds it
           SELECT PHONETIC-INDEX-FILE ASSIGN TO WS-PHONIDX-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PHONIDX-STATUS.
      *    Lifecycle transactions APILIFE applies; confirmed deaths
      *    are appended as 'X' transactions
           SELECT LIFECYCLE-TRAN-FILE ASSIGN TO WS-LIFETRAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIFETRAN-STATUS.
      *    Balances held for the estate
           SELECT ESTATE-HOLD-FILE ASSIGN TO WS-ESTATE-HOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATE-HOLD-STATUS.
      *    Paginated review report of the pending queue
           SELECT REVIEW-REPORT-FILE ASSIGN TO WS-REVIEW-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-RPT-STATUS.
      *    Business date the queue and holds are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Dates of birth in the provider's DD.MM.YYYY form
       FD DEATH-REGISTER-FILE.
       01 DEATH-REGISTER-RECORD.
           05 DRN-NOTIFICATION-REF PIC X(12).
           05 FILLER PIC X(01).
           05 DRN-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DRN-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DRN-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01).
           05 DRN-DATE-OF-DEATH PIC 9(08).
           05 FILLER PIC X(01).
           05 DRN-POSTAL-CODE PIC X(09).

       FD DECISION-CARD-FILE.
       01 DECISION-CARD-RECORD.
           05 DDC-NOTIFICATION-REF PIC X(12).
           05 FILLER PIC X(01).
           05 DDC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 DDC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 DDC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(47).

      *    Customer number leads, so the erasure finds the queue the
      *    same way it finds the other customer-keyed registers
       FD REVIEW-QUEUE-FILE.
       01 REVIEW-QUEUE-RECORD.
           05 DRQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 DRQ-NOTIFICATION-REF PIC X(12).
           05 FILLER PIC X(01).
           05 DRQ-GRADE PIC X(01).
           05 FILLER PIC X(01).
           05 DRQ-SCORE PIC 9(01).
           05 FILLER PIC X(01).
           05 DRQ-DATE-OF-DEATH PIC 9(08).
           05 FILLER PIC X(01).
           05 DRQ-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 DRQ-QUEUED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 DRQ-CUST-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DRQ-CUST-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DRQ-CUST-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01).
           05 DRQ-CUST-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 DRQ-REG-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DRQ-REG-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DRQ-REG-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01).
           05 DRQ-REG-POSTAL-CODE PIC X(09).

       FD REVIEW-QUEUE-NEW.
       01 REVIEW-QUEUE-NEW-RECORD.
           05 DQN-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 DQN-NOTIFICATION-REF PIC X(12).
           05 FILLER PIC X(01).
           05 DQN-GRADE PIC X(01).
           05 FILLER PIC X(01).
           05 DQN-SCORE PIC 9(01).
           05 FILLER PIC X(01).
           05 DQN-DATE-OF-DEATH PIC 9(08).
           05 FILLER PIC X(01).
           05 DQN-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 DQN-QUEUED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 DQN-CUST-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DQN-CUST-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DQN-CUST-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01).
           05 DQN-CUST-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 DQN-REG-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DQN-REG-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 DQN-REG-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01).
           05 DQN-REG-POSTAL-CODE PIC X(09).

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

       FD PHONETIC-INDEX-FILE.
       01 PHONETIC-INDEX-RECORD.
           05 PHX-LAST-SOUNDEX PIC X(04).
           05 FILLER PIC X(01).
           05 PHX-FIRST-SOUNDEX PIC X(04).
           05 FILLER PIC X(01).
           05 PHX-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(63).

       FD LIFECYCLE-TRAN-FILE.
       01 LIFECYCLE-TRAN-RECORD.
           05 LFT-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LFT-ACTION PIC X(01).
           05 FILLER PIC X(69).

      *    One line per customer whose balance is held for the
      *    estate: the balance when the death was confirmed, the
      *    notification and who confirmed it (REGISTRY for an exact
      *    match the run closed itself)
       FD ESTATE-HOLD-FILE.
       01 ESTATE-HOLD-RECORD.
           05 EST-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 EST-HOLD-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 EST-BALANCE PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 EST-NOTIFICATION-REF PIC X(12).
           05 FILLER PIC X(01).
           05 EST-DATE-OF-DEATH PIC 9(08).
           05 FILLER PIC X(01).
           05 EST-CONFIRMED-BY PIC X(08).

       FD REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-RECORD PIC X(132).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 DECEASED-MATCH-CONTROLS.
           05 WS-DEATHREG-NAME PIC X(30) VALUE 'DEATHREG.DAT'.
           05 WS-DEATHREG-STATUS PIC X(02).
             88 DEATHREG-OK VALUE '00'.
           05 WS-DECISION-NAME PIC X(30) VALUE 'DECDDEC.DAT'.
           05 WS-DECISION-STATUS PIC X(02).
             88 DECISION-OK VALUE '00'.
           05 WS-REVIEW-QUEUE-NAME PIC X(30) VALUE 'DECDREVW.DAT'.
           05 WS-REVIEW-QUEUE-STATUS PIC X(02).
             88 REVIEW-QUEUE-OK VALUE '00'.
           05 WS-REVIEW-NEW-NAME PIC X(30) VALUE 'DECDREVW.NEW'.
           05 WS-REVIEW-NEW-STATUS PIC X(02).
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-PHONIDX-NAME PIC X(30) VALUE 'PHONIDX.DAT'.
           05 WS-PHONIDX-STATUS PIC X(02).
             88 PHONIDX-OK VALUE '00'.
           05 WS-LIFETRAN-NAME PIC X(30) VALUE 'LIFETRAN.DAT'.
           05 WS-LIFETRAN-STATUS PIC X(02).
             88 LIFETRAN-OK VALUE '00'.
           05 WS-ESTATE-HOLD-NAME PIC X(30) VALUE 'ESTHOLD.DAT'.
           05 WS-ESTATE-HOLD-STATUS PIC X(02).
             88 ESTATE-HOLD-OK VALUE '00'.
           05 WS-REVIEW-RPT-NAME PIC X(30) VALUE 'DECDRPT.DAT'.
           05 WS-REVIEW-RPT-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 LOAD-EOF-FLAG PIC X(01).
             88 LOAD-AT-EOF VALUE 'Y'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 NOTIFICATIONS-READ PIC S9(9) BINARY VALUE 0.
           05 NOTIFICATIONS-UNMATCHED PIC S9(9) BINARY VALUE 0.
           05 EXACT-CLOSED PIC S9(9) BINARY VALUE 0.
           05 MATCHES-QUEUED PIC S9(9) BINARY VALUE 0.
           05 ALREADY-QUEUED PIC S9(9) BINARY VALUE 0.
           05 ALREADY-ON-HOLD PIC S9(9) BINARY VALUE 0.
           05 DECISIONS-CONFIRMED PIC S9(9) BINARY VALUE 0.
           05 DECISIONS-REJECTED PIC S9(9) BINARY VALUE 0.
           05 DECISIONS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 TABLE-FULL-FLAG PIC X(01) VALUE 'N'.
           05 RPT-PAGE-NUMBER PIC 9(04) VALUE 0.
           05 RPT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 RPT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 PENDING-REPORT-LINE PIC X(132).

      *    Working copy of the confirmed death being closed
           05 CONFIRM-CUSTOMER-NUMBER PIC 9(09).
           05 CONFIRM-BALANCE PIC S9(7)V99.
           05 CONFIRM-NOTIFICATION-REF PIC X(12).
           05 CONFIRM-DATE-OF-DEATH PIC 9(08).
           05 CONFIRM-BY PIC X(08).

      *    Matching state for one customer against one notification:
      *    name 2 exact or 1 phonetic, date of birth 2, postal code
      *    1. Exact is both names and the date of birth; otherwise
      *    3 and over is probable and 2 weak - but a date of birth
      *    on both sides that disagrees caps the match at weak
           05 CUST-LAST-UPPER PIC X(20).
           05 CUST-FIRST-UPPER PIC X(20).
           05 MATCH-SCORE PIC S9(4) BINARY.
           05 MATCH-NAME-LEVEL PIC S9(4) BINARY.
           05 MATCH-GRADE PIC X(01).
           05 DOB-CONFLICT-FLAG PIC X(01).
             88 DOB-CONFLICT VALUE 'Y'.
           05 EXACT-CANDIDATES PIC S9(9) BINARY.
           05 EXACT-CANDIDATE-IX PIC S9(9) BINARY.
           05 LOOKUP-FOUND-FLAG PIC X(01).
             88 LOOKUP-FOUND VALUE 'Y'.

      *    The month's notifications with their phonetic keys
       01 NOTIFICATION-TABLE-CONTROLS.
           05 MAX-NOTIFICATION-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 NOTIFICATION-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 NOTIFICATION-IX PIC S9(9) BINARY.

       01 NOTIFICATION-TABLE.
           05 NOTIFICATION-ENTRY OCCURS 2000.
             10 NTF-REFERENCE PIC X(12).
             10 NTF-LAST-NAME PIC X(20).
             10 NTF-FIRST-NAME PIC X(20).
             10 NTF-DATE-OF-BIRTH PIC X(10).
             10 NTF-DATE-OF-DEATH PIC 9(08).
             10 NTF-POSTAL-CODE PIC X(09).
             10 NTF-LAST-SOUNDEX PIC X(04).
             10 NTF-FIRST-SOUNDEX PIC X(04).

      *    Customers whose index keys sound like a notification's
       01 PHONETIC-HIT-CONTROLS.
           05 MAX-PHONETIC-HITS PIC S9(9) BINARY VALUE 5000.
           05 PHONETIC-HIT-COUNT PIC S9(9) BINARY VALUE 0.
           05 PHONETIC-HIT-IX PIC S9(9) BINARY.

       01 PHONETIC-HIT-TABLE.
           05 PHONETIC-HIT-ENTRY OCCURS 5000.
             10 PHH-CUSTOMER-NUMBER PIC 9(09).
             10 PHH-NOTIFICATION-IX PIC S9(9) BINARY.

      *    Every graded match from this month's pass
       01 CANDIDATE-TABLE-CONTROLS.
           05 MAX-CANDIDATE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 CANDIDATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 CANDIDATE-IX PIC S9(9) BINARY.

       01 CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 5000.
             10 CND-NOTIFICATION-IX PIC S9(9) BINARY.
             10 CND-CUSTOMER-NUMBER PIC 9(09).
             10 CND-GRADE PIC X(01).
             10 CND-SCORE PIC 9(01).
             10 CND-BALANCE PIC S9(7)V99.
             10 CND-LAST-NAME PIC X(20).
             10 CND-FIRST-NAME PIC X(20).
             10 CND-DATE-OF-BIRTH PIC X(10).
             10 CND-POSTAL-CODE PIC X(09).

      *    The review queue held in memory; decided entries are
      *    flagged and left out of the rewrite
       01 QUEUE-TABLE-CONTROLS.
           05 MAX-QUEUE-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 QUEUE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 QUEUE-IX PIC S9(9) BINARY.
           05 QUEUE-FOUND-IX PIC S9(9) BINARY.

       01 QUEUE-TABLE.
           05 QUEUE-ENTRY OCCURS 2000.
             10 QUE-CUSTOMER-NUMBER PIC 9(09).
             10 QUE-NOTIFICATION-REF PIC X(12).
             10 QUE-GRADE PIC X(01).
             10 QUE-SCORE PIC 9(01).
             10 QUE-DATE-OF-DEATH PIC 9(08).
             10 QUE-BALANCE PIC S9(7)V99.
             10 QUE-QUEUED-DATE PIC 9(08).
             10 QUE-CUST-LAST-NAME PIC X(20).
             10 QUE-CUST-FIRST-NAME PIC X(20).
             10 QUE-CUST-DATE-OF-BIRTH PIC X(10).
             10 QUE-CUST-POSTAL-CODE PIC X(09).
             10 QUE-REG-LAST-NAME PIC X(20).
             10 QUE-REG-FIRST-NAME PIC X(20).
             10 QUE-REG-DATE-OF-BIRTH PIC X(10).
             10 QUE-REG-POSTAL-CODE PIC X(09).
             10 QUE-DECIDED-FLAG PIC X(01).
               88 QUE-DECIDED VALUE 'Y'.

      *    Customers already on estate hold, so a confirmation is
      *    never held twice
       01 ESTATE-TABLE-CONTROLS.
           05 MAX-ESTATE-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 ESTATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 ESTATE-IX PIC S9(9) BINARY.

       01 ESTATE-TABLE.
           05 ESTATE-CUSTOMER PIC 9(09) OCCURS 5000.

      *    Soundex-style encoder state, the same key APIPHON builds
      *    the index with
       01 SOUNDEX-CONTROLS.
           05 SDX-INPUT PIC X(20).
           05 SDX-CODE PIC X(04).
           05 SDX-IX PIC S9(4) BINARY.
           05 SDX-OUT-IX PIC S9(4) BINARY.
           05 SDX-CHAR PIC X(01).
           05 SDX-DIGIT PIC X(01).
           05 SDX-PRIOR-DIGIT PIC X(01).

       01 REVIEW-DETAIL-LINE.
           05 RDL-NOTIFICATION-REF PIC X(12).
           05 FILLER PIC X(01).
           05 RDL-GRADE PIC X(08).
           05 FILLER PIC X(01).
           05 RDL-SIDE PIC X(08).
           05 FILLER PIC X(01).
           05 RDL-CUSTOMER-NUMBER PIC X(09).
           05 FILLER PIC X(01).
           05 RDL-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 RDL-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 RDL-DATE-OF-BIRTH PIC X(10).
           05 FILLER PIC X(01).
           05 RDL-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(01).
           05 RDL-EXTRA PIC X(28).

       01 REVIEW-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE 'NOTIFICATION GRADE'.
           05 FILLER PIC X(19) VALUE 'SOURCE   CUSTOMER'.
           05 FILLER PIC X(21) VALUE 'LAST NAME'.
           05 FILLER PIC X(21) VALUE 'FIRST NAME'.
           05 FILLER PIC X(11) VALUE 'BORN'.
           05 FILLER PIC X(10) VALUE 'POSTAL'.
           05 FILLER PIC X(28) VALUE 'BALANCE / DIED'.

       01 BALANCE-EDIT PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           DISPLAY 'Matching death-register notifications...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-ESTATE-HOLDS
           PERFORM LOAD-REVIEW-QUEUE

           OPEN EXTEND LIFECYCLE-TRAN-FILE
           IF NOT LIFETRAN-OK
               OPEN OUTPUT LIFECYCLE-TRAN-FILE
           END-IF
           OPEN EXTEND ESTATE-HOLD-FILE
           IF NOT ESTATE-HOLD-OK
               OPEN OUTPUT ESTATE-HOLD-FILE
           END-IF

           PERFORM APPLY-DECISION-CARDS
           PERFORM LOAD-NOTIFICATIONS
           IF NOTIFICATION-ENTRY-COUNT > 0
               PERFORM LOAD-PHONETIC-HITS
               PERFORM MATCH-PROVIDER-CUSTOMERS
               PERFORM RESOLVE-NOTIFICATIONS
           END-IF

           CLOSE ESTATE-HOLD-FILE
           CLOSE LIFECYCLE-TRAN-FILE

           PERFORM REWRITE-REVIEW-QUEUE
           PERFORM WRITE-REVIEW-REPORT

           DISPLAY 'Notifications read:        ' NOTIFICATIONS-READ
              UPON CONSOLE
           DISPLAY 'Notifications unmatched:   '
                   NOTIFICATIONS-UNMATCHED
              UPON CONSOLE
           DISPLAY 'Exact matches closed:      ' EXACT-CLOSED
              UPON CONSOLE
           DISPLAY 'Matches queued for review: ' MATCHES-QUEUED
              UPON CONSOLE
           DISPLAY 'Matches already queued:    ' ALREADY-QUEUED
              UPON CONSOLE
           DISPLAY 'Decisions confirmed:       ' DECISIONS-CONFIRMED
              UPON CONSOLE
           DISPLAY 'Decisions rejected:        ' DECISIONS-REJECTED
              UPON CONSOLE
           DISPLAY 'Decisions refused:         ' DECISIONS-REFUSED
              UPON CONSOLE
           DISPLAY 'Already on estate hold:    ' ALREADY-ON-HOLD
              UPON CONSOLE

           IF DECISIONS-REFUSED > 0 OR TABLE-FULL-FLAG = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The queue and the holds are dated with the business date,
      * the system date when none is on file
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

       LOAD-ESTATE-HOLDS SECTION.
           OPEN INPUT ESTATE-HOLD-FILE
           IF NOT ESTATE-HOLD-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ ESTATE-HOLD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF EST-CUSTOMER-NUMBER IS NUMERIC
                           IF ESTATE-ENTRY-COUNT < MAX-ESTATE-ENTRIES
                               ADD 1 TO ESTATE-ENTRY-COUNT
                               MOVE EST-CUSTOMER-NUMBER
                                 TO ESTATE-CUSTOMER
                                    (ESTATE-ENTRY-COUNT)
                           ELSE
                               IF TABLE-FULL-FLAG = 'N'
                                   MOVE 'Y' TO TABLE-FULL-FLAG
                                   DISPLAY '*** ESTATE HOLD TABLE FULL'
                                           ' AT ' MAX-ESTATE-ENTRIES
                                      UPON CONSOLE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTATE-HOLD-FILE

           EXIT.

       LOAD-REVIEW-QUEUE SECTION.
           OPEN INPUT REVIEW-QUEUE-FILE
           IF NOT REVIEW-QUEUE-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
                      OR QUEUE-ENTRY-COUNT >= MAX-QUEUE-ENTRIES
               READ REVIEW-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF DRQ-CUSTOMER-NUMBER IS NUMERIC
                           ADD 1 TO QUEUE-ENTRY-COUNT
                           MOVE QUEUE-ENTRY-COUNT TO QUEUE-IX
                           MOVE DRQ-CUSTOMER-NUMBER
                             TO QUE-CUSTOMER-NUMBER (QUEUE-IX)
                           MOVE DRQ-NOTIFICATION-REF
                             TO QUE-NOTIFICATION-REF (QUEUE-IX)
                           MOVE DRQ-GRADE TO QUE-GRADE (QUEUE-IX)
                           MOVE DRQ-SCORE TO QUE-SCORE (QUEUE-IX)
                           MOVE DRQ-DATE-OF-DEATH
                             TO QUE-DATE-OF-DEATH (QUEUE-IX)
                           MOVE DRQ-BALANCE TO QUE-BALANCE (QUEUE-IX)
                           MOVE DRQ-QUEUED-DATE
                             TO QUE-QUEUED-DATE (QUEUE-IX)
                           MOVE DRQ-CUST-LAST-NAME
                             TO QUE-CUST-LAST-NAME (QUEUE-IX)
                           MOVE DRQ-CUST-FIRST-NAME
                             TO QUE-CUST-FIRST-NAME (QUEUE-IX)
                           MOVE DRQ-CUST-DATE-OF-BIRTH
                             TO QUE-CUST-DATE-OF-BIRTH (QUEUE-IX)
                           MOVE DRQ-CUST-POSTAL-CODE
                             TO QUE-CUST-POSTAL-CODE (QUEUE-IX)
                           MOVE DRQ-REG-LAST-NAME
                             TO QUE-REG-LAST-NAME (QUEUE-IX)
                           MOVE DRQ-REG-FIRST-NAME
                             TO QUE-REG-FIRST-NAME (QUEUE-IX)
                           MOVE DRQ-REG-DATE-OF-BIRTH
                             TO QUE-REG-DATE-OF-BIRTH (QUEUE-IX)
                           MOVE DRQ-REG-POSTAL-CODE
                             TO QUE-REG-POSTAL-CODE (QUEUE-IX)
                           MOVE 'N' TO QUE-DECIDED-FLAG (QUEUE-IX)
                       END-IF
               END-READ
           END-PERFORM
           IF NOT LOAD-AT-EOF
               READ REVIEW-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
               END-READ
           END-IF
           CLOSE REVIEW-QUEUE-FILE

           IF NOT LOAD-AT-EOF
               DISPLAY '*** REVIEW QUEUE FULL AT ' MAX-QUEUE-ENTRIES
                       ' - RUN STOPPED BEFORE ANY DECISION IS APPLIED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * A confirmation closes the customer and clears every other
      * candidate queued for the same notification - the person
      * has been found; a rejection clears only its own entry
       APPLY-DECISION-CARDS SECTION.
           OPEN INPUT DECISION-CARD-FILE
           IF NOT DECISION-OK
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ DECISION-CARD-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           CLOSE DECISION-CARD-FILE

           EXIT.

       APPLY-ONE-DECISION SECTION.
           MOVE 0 TO QUEUE-FOUND-IX
           IF DDC-CUSTOMER-NUMBER IS NUMERIC
               PERFORM VARYING QUEUE-IX FROM 1 BY 1
                       UNTIL QUEUE-IX > QUEUE-ENTRY-COUNT
                          OR QUEUE-FOUND-IX > 0
                   IF QUE-NOTIFICATION-REF (QUEUE-IX)
                          = DDC-NOTIFICATION-REF
                       AND QUE-CUSTOMER-NUMBER (QUEUE-IX)
                          = DDC-CUSTOMER-NUMBER
                       AND NOT QUE-DECIDED (QUEUE-IX)
                       MOVE QUEUE-IX TO QUEUE-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF

           IF QUEUE-FOUND-IX = 0
               ADD 1 TO DECISIONS-REFUSED
               DISPLAY 'DECISION FOR ' DDC-NOTIFICATION-REF ' / '
                       DDC-CUSTOMER-NUMBER
                       ' REFUSED - NO SUCH MATCH AWAITING REVIEW'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           EVALUATE DDC-ACTION
               WHEN 'C'
                   MOVE QUE-CUSTOMER-NUMBER (QUEUE-FOUND-IX)
                     TO CONFIRM-CUSTOMER-NUMBER
                   MOVE QUE-BALANCE (QUEUE-FOUND-IX)
                     TO CONFIRM-BALANCE
                   MOVE QUE-NOTIFICATION-REF (QUEUE-FOUND-IX)
                     TO CONFIRM-NOTIFICATION-REF
                   MOVE QUE-DATE-OF-DEATH (QUEUE-FOUND-IX)
                     TO CONFIRM-DATE-OF-DEATH
                   MOVE DDC-OPERATOR-ID TO CONFIRM-BY
                   PERFORM CONFIRM-DECEASED
                   PERFORM VARYING QUEUE-IX FROM 1 BY 1
                           UNTIL QUEUE-IX > QUEUE-ENTRY-COUNT
                       IF QUE-NOTIFICATION-REF (QUEUE-IX)
                              = DDC-NOTIFICATION-REF
                           MOVE 'Y' TO QUE-DECIDED-FLAG (QUEUE-IX)
                       END-IF
                   END-PERFORM
                   ADD 1 TO DECISIONS-CONFIRMED
               WHEN 'R'
                   MOVE 'Y' TO QUE-DECIDED-FLAG (QUEUE-FOUND-IX)
                   ADD 1 TO DECISIONS-REJECTED
               WHEN OTHER
                   ADD 1 TO DECISIONS-REFUSED
                   DISPLAY 'UNKNOWN DECISION ' DDC-ACTION ' FOR '
                           DDC-NOTIFICATION-REF ' - CARD REFUSED'
                      UPON CONSOLE
           END-EVALUATE

           EXIT.

      * ---
      * Queue the customer's deceased transaction for the
      * lifecycle run and hold the balance for the estate; a
      * customer already on estate hold has been dealt with
       CONFIRM-DECEASED SECTION.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING ESTATE-IX FROM 1 BY 1
                   UNTIL ESTATE-IX > ESTATE-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF ESTATE-CUSTOMER (ESTATE-IX)
                      = CONFIRM-CUSTOMER-NUMBER
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               ADD 1 TO ALREADY-ON-HOLD
               EXIT SECTION
           END-IF

           MOVE SPACES TO LIFECYCLE-TRAN-RECORD
           MOVE CONFIRM-CUSTOMER-NUMBER TO LFT-CUSTOMER-NUMBER
           MOVE 'X' TO LFT-ACTION
           WRITE LIFECYCLE-TRAN-RECORD

           MOVE SPACES TO ESTATE-HOLD-RECORD
           MOVE CONFIRM-CUSTOMER-NUMBER TO EST-CUSTOMER-NUMBER
           MOVE BUSINESS-DATE TO EST-HOLD-DATE
           MOVE CONFIRM-BALANCE TO EST-BALANCE
           MOVE CONFIRM-NOTIFICATION-REF TO EST-NOTIFICATION-REF
           MOVE CONFIRM-DATE-OF-DEATH TO EST-DATE-OF-DEATH
           MOVE CONFIRM-BY TO EST-CONFIRMED-BY
           WRITE ESTATE-HOLD-RECORD

           IF ESTATE-ENTRY-COUNT < MAX-ESTATE-ENTRIES
               ADD 1 TO ESTATE-ENTRY-COUNT
               MOVE CONFIRM-CUSTOMER-NUMBER
                 TO ESTATE-CUSTOMER (ESTATE-ENTRY-COUNT)
           END-IF

           EXIT.

      * ---
      * Registry names arrive in mixed case; they are compared in
      * upper case and keyed with the index's own soundex
       LOAD-NOTIFICATIONS SECTION.
           OPEN INPUT DEATH-REGISTER-FILE
           IF NOT DEATHREG-OK
               DISPLAY 'NO DEATH-REGISTER FILE PRESENT - ONLY '
                       'DECISIONS APPLIED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ DEATH-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       ADD 1 TO NOTIFICATIONS-READ
                       IF NOTIFICATION-ENTRY-COUNT
                              < MAX-NOTIFICATION-ENTRIES
                           ADD 1 TO NOTIFICATION-ENTRY-COUNT
                           PERFORM STORE-ONE-NOTIFICATION
                       ELSE
                           IF TABLE-FULL-FLAG = 'N'
                               MOVE 'Y' TO TABLE-FULL-FLAG
                               DISPLAY '*** NOTIFICATION TABLE FULL AT '
                                       MAX-NOTIFICATION-ENTRIES
                                       ' - LATER ENTRIES NOT MATCHED'
                                  UPON CONSOLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEATH-REGISTER-FILE

           EXIT.

       STORE-ONE-NOTIFICATION SECTION.
           MOVE NOTIFICATION-ENTRY-COUNT TO NOTIFICATION-IX
           INSPECT DRN-LAST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT DRN-FIRST-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE DRN-NOTIFICATION-REF
             TO NTF-REFERENCE (NOTIFICATION-IX)
           MOVE DRN-LAST-NAME TO NTF-LAST-NAME (NOTIFICATION-IX)
           MOVE DRN-FIRST-NAME TO NTF-FIRST-NAME (NOTIFICATION-IX)
           MOVE DRN-DATE-OF-BIRTH
             TO NTF-DATE-OF-BIRTH (NOTIFICATION-IX)
           IF DRN-DATE-OF-DEATH IS NUMERIC
               MOVE DRN-DATE-OF-DEATH
                 TO NTF-DATE-OF-DEATH (NOTIFICATION-IX)
           ELSE
               MOVE 0 TO NTF-DATE-OF-DEATH (NOTIFICATION-IX)
           END-IF
           MOVE DRN-POSTAL-CODE TO NTF-POSTAL-CODE (NOTIFICATION-IX)
           MOVE DRN-LAST-NAME TO SDX-INPUT
           PERFORM SOUNDEX-ENCODE
           MOVE SDX-CODE TO NTF-LAST-SOUNDEX (NOTIFICATION-IX)
           MOVE DRN-FIRST-NAME TO SDX-INPUT
           PERFORM SOUNDEX-ENCODE
           MOVE SDX-CODE TO NTF-FIRST-SOUNDEX (NOTIFICATION-IX)

           EXIT.

      * ---
      * One pass over the phonetic index noting each customer whose
      * last and first keys both match a notification's; without
      * an index the phonetic leg is skipped
       LOAD-PHONETIC-HITS SECTION.
           OPEN INPUT PHONETIC-INDEX-FILE
           IF NOT PHONIDX-OK
               DISPLAY 'NO PHONETIC INDEX PRESENT - SPELLING '
                       'VARIANTS ARE NOT MATCHED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO LOAD-EOF-FLAG
           PERFORM UNTIL LOAD-AT-EOF
               READ PHONETIC-INDEX-FILE
                   AT END
                       MOVE 'Y' TO LOAD-EOF-FLAG
                   NOT AT END
                       IF PHX-CUSTOMER-NUMBER IS NUMERIC
                           AND PHX-LAST-SOUNDEX NOT = SPACES
                           PERFORM NOTE-PHONETIC-HITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PHONETIC-INDEX-FILE

           EXIT.

       NOTE-PHONETIC-HITS SECTION.
           PERFORM VARYING NOTIFICATION-IX FROM 1 BY 1
                   UNTIL NOTIFICATION-IX > NOTIFICATION-ENTRY-COUNT
               IF NTF-LAST-SOUNDEX (NOTIFICATION-IX)
                      = PHX-LAST-SOUNDEX
                   AND NTF-FIRST-SOUNDEX (NOTIFICATION-IX)
                      = PHX-FIRST-SOUNDEX
                   IF PHONETIC-HIT-COUNT < MAX-PHONETIC-HITS
                       ADD 1 TO PHONETIC-HIT-COUNT
                       MOVE PHX-CUSTOMER-NUMBER
                         TO PHH-CUSTOMER-NUMBER (PHONETIC-HIT-COUNT)
                       MOVE NOTIFICATION-IX
                         TO PHH-NOTIFICATION-IX (PHONETIC-HIT-COUNT)
                   ELSE
                       IF TABLE-FULL-FLAG = 'N'
                           MOVE 'Y' TO TABLE-FULL-FLAG
                           DISPLAY '*** PHONETIC HIT TABLE FULL AT '
                                   MAX-PHONETIC-HITS
                              UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Grade every person customer against every notification.
      * Companies do not die, and a customer already closed as
      * deceased is not matched again
       MATCH-PROVIDER-CUSTOMERS SECTION.
           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY '*** NO PROVIDER OUTPUT PRESENT - '
                       'NOTIFICATIONS NOT MATCHED'
                  UPON CONSOLE
               MOVE 'Y' TO TABLE-FULL-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       IF PMI-CUSTOMER-KIND NOT = 'C'
                           AND PMI-CUSTOMER-NUMBER IS NUMERIC
                           AND PMI-RETURN-REASON NOT = 'DECEASED'
                           PERFORM MATCH-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           EXIT.

       MATCH-ONE-CUSTOMER SECTION.
           MOVE PMI-LAST-NAME TO CUST-LAST-UPPER
           MOVE PMI-FIRST-NAME TO CUST-FIRST-UPPER
           INSPECT CUST-LAST-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT CUST-FIRST-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM VARYING NOTIFICATION-IX FROM 1 BY 1
                   UNTIL NOTIFICATION-IX > NOTIFICATION-ENTRY-COUNT
               PERFORM GRADE-ONE-PAIR
               IF MATCH-GRADE NOT = SPACE
                   PERFORM STORE-ONE-CANDIDATE
               END-IF
           END-PERFORM

           EXIT.

       GRADE-ONE-PAIR SECTION.
           MOVE SPACE TO MATCH-GRADE
           MOVE 0 TO MATCH-NAME-LEVEL
           MOVE 'N' TO DOB-CONFLICT-FLAG

           IF CUST-LAST-UPPER = NTF-LAST-NAME (NOTIFICATION-IX)
               AND CUST-FIRST-UPPER = NTF-FIRST-NAME (NOTIFICATION-IX)
               AND CUST-LAST-UPPER NOT = SPACES
               MOVE 2 TO MATCH-NAME-LEVEL
           ELSE
               PERFORM VARYING PHONETIC-HIT-IX FROM 1 BY 1
                       UNTIL PHONETIC-HIT-IX > PHONETIC-HIT-COUNT
                          OR MATCH-NAME-LEVEL > 0
                   IF PHH-CUSTOMER-NUMBER (PHONETIC-HIT-IX)
                          = PMI-CUSTOMER-NUMBER
                       AND PHH-NOTIFICATION-IX (PHONETIC-HIT-IX)
                          = NOTIFICATION-IX
                       MOVE 1 TO MATCH-NAME-LEVEL
                   END-IF
               END-PERFORM
           END-IF
           IF MATCH-NAME-LEVEL = 0
               EXIT SECTION
           END-IF

           MOVE MATCH-NAME-LEVEL TO MATCH-SCORE
           IF PMI-DATE-OF-BIRTH NOT = SPACES
               AND NTF-DATE-OF-BIRTH (NOTIFICATION-IX) NOT = SPACES
               IF PMI-DATE-OF-BIRTH
                      = NTF-DATE-OF-BIRTH (NOTIFICATION-IX)
                   ADD 2 TO MATCH-SCORE
               ELSE
                   MOVE 'Y' TO DOB-CONFLICT-FLAG
               END-IF
           END-IF
           IF PMI-POSTAL-CODE NOT = SPACES
               AND PMI-POSTAL-CODE
                      = NTF-POSTAL-CODE (NOTIFICATION-IX)
               ADD 1 TO MATCH-SCORE
           END-IF

           EVALUATE TRUE
               WHEN MATCH-NAME-LEVEL = 2 AND MATCH-SCORE >= 4
                   MOVE 'E' TO MATCH-GRADE
               WHEN MATCH-SCORE >= 3 AND NOT DOB-CONFLICT
                   MOVE 'P' TO MATCH-GRADE
               WHEN MATCH-SCORE >= 2
                   MOVE 'W' TO MATCH-GRADE
           END-EVALUATE

           EXIT.

       STORE-ONE-CANDIDATE SECTION.
           IF CANDIDATE-ENTRY-COUNT >= MAX-CANDIDATE-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** CANDIDATE TABLE FULL AT '
                           MAX-CANDIDATE-ENTRIES
                           ' - LATER MATCHES DROPPED'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO CANDIDATE-ENTRY-COUNT
           MOVE CANDIDATE-ENTRY-COUNT TO CANDIDATE-IX
           MOVE NOTIFICATION-IX TO CND-NOTIFICATION-IX (CANDIDATE-IX)
           MOVE PMI-CUSTOMER-NUMBER
             TO CND-CUSTOMER-NUMBER (CANDIDATE-IX)
           MOVE MATCH-GRADE TO CND-GRADE (CANDIDATE-IX)
           MOVE MATCH-SCORE TO CND-SCORE (CANDIDATE-IX)
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO CND-BALANCE (CANDIDATE-IX)
           ELSE
               MOVE 0 TO CND-BALANCE (CANDIDATE-IX)
           END-IF
           MOVE PMI-LAST-NAME TO CND-LAST-NAME (CANDIDATE-IX)
           MOVE PMI-FIRST-NAME TO CND-FIRST-NAME (CANDIDATE-IX)
           MOVE PMI-DATE-OF-BIRTH
             TO CND-DATE-OF-BIRTH (CANDIDATE-IX)
           MOVE PMI-POSTAL-CODE TO CND-POSTAL-CODE (CANDIDATE-IX)

           EXIT.

      * ---
      * A notification with exactly one exact match is closed
      * outright; anything less certain - including two customers
      * matching exactly - goes to the back office with every
      * candidate, the exact ones shown as probable
       RESOLVE-NOTIFICATIONS SECTION.
           PERFORM VARYING NOTIFICATION-IX FROM 1 BY 1
                   UNTIL NOTIFICATION-IX > NOTIFICATION-ENTRY-COUNT
               MOVE 0 TO EXACT-CANDIDATES
               MOVE 'N' TO LOOKUP-FOUND-FLAG
               PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                       UNTIL CANDIDATE-IX > CANDIDATE-ENTRY-COUNT
                   IF CND-NOTIFICATION-IX (CANDIDATE-IX)
                          = NOTIFICATION-IX
                       MOVE 'Y' TO LOOKUP-FOUND-FLAG
                       IF CND-GRADE (CANDIDATE-IX) = 'E'
                           ADD 1 TO EXACT-CANDIDATES
                           MOVE CANDIDATE-IX TO EXACT-CANDIDATE-IX
                       END-IF
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN NOT LOOKUP-FOUND
                       ADD 1 TO NOTIFICATIONS-UNMATCHED
                   WHEN EXACT-CANDIDATES = 1
                       MOVE CND-CUSTOMER-NUMBER (EXACT-CANDIDATE-IX)
                         TO CONFIRM-CUSTOMER-NUMBER
                       MOVE CND-BALANCE (EXACT-CANDIDATE-IX)
                         TO CONFIRM-BALANCE
                       MOVE NTF-REFERENCE (NOTIFICATION-IX)
                         TO CONFIRM-NOTIFICATION-REF
                       MOVE NTF-DATE-OF-DEATH (NOTIFICATION-IX)
                         TO CONFIRM-DATE-OF-DEATH
                       MOVE 'REGISTRY' TO CONFIRM-BY
                       PERFORM CONFIRM-DECEASED
                       ADD 1 TO EXACT-CLOSED
                   WHEN OTHER
                       PERFORM VARYING CANDIDATE-IX FROM 1 BY 1
                               UNTIL CANDIDATE-IX
                                     > CANDIDATE-ENTRY-COUNT
                           IF CND-NOTIFICATION-IX (CANDIDATE-IX)
                                  = NOTIFICATION-IX
                               PERFORM QUEUE-ONE-CANDIDATE
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM

           EXIT.

       QUEUE-ONE-CANDIDATE SECTION.
           MOVE 'N' TO LOOKUP-FOUND-FLAG
           PERFORM VARYING QUEUE-IX FROM 1 BY 1
                   UNTIL QUEUE-IX > QUEUE-ENTRY-COUNT
                      OR LOOKUP-FOUND
               IF QUE-NOTIFICATION-REF (QUEUE-IX)
                      = NTF-REFERENCE (NOTIFICATION-IX)
                   AND QUE-CUSTOMER-NUMBER (QUEUE-IX)
                      = CND-CUSTOMER-NUMBER (CANDIDATE-IX)
                   MOVE 'Y' TO LOOKUP-FOUND-FLAG
               END-IF
           END-PERFORM
           IF LOOKUP-FOUND
               ADD 1 TO ALREADY-QUEUED
               EXIT SECTION
           END-IF

           IF QUEUE-ENTRY-COUNT >= MAX-QUEUE-ENTRIES
               IF TABLE-FULL-FLAG = 'N'
                   MOVE 'Y' TO TABLE-FULL-FLAG
                   DISPLAY '*** REVIEW QUEUE FULL AT '
                           MAX-QUEUE-ENTRIES
                           ' - LATER MATCHES NOT QUEUED'
                      UPON CONSOLE
               END-IF
               EXIT SECTION
           END-IF

           ADD 1 TO QUEUE-ENTRY-COUNT
           MOVE QUEUE-ENTRY-COUNT TO QUEUE-IX
           MOVE CND-CUSTOMER-NUMBER (CANDIDATE-IX)
             TO QUE-CUSTOMER-NUMBER (QUEUE-IX)
           MOVE NTF-REFERENCE (NOTIFICATION-IX)
             TO QUE-NOTIFICATION-REF (QUEUE-IX)
           IF CND-GRADE (CANDIDATE-IX) = 'E'
               MOVE 'P' TO QUE-GRADE (QUEUE-IX)
           ELSE
               MOVE CND-GRADE (CANDIDATE-IX) TO QUE-GRADE (QUEUE-IX)
           END-IF
           MOVE CND-SCORE (CANDIDATE-IX) TO QUE-SCORE (QUEUE-IX)
           MOVE NTF-DATE-OF-DEATH (NOTIFICATION-IX)
             TO QUE-DATE-OF-DEATH (QUEUE-IX)
           MOVE CND-BALANCE (CANDIDATE-IX) TO QUE-BALANCE (QUEUE-IX)
           MOVE BUSINESS-DATE TO QUE-QUEUED-DATE (QUEUE-IX)
           MOVE CND-LAST-NAME (CANDIDATE-IX)
             TO QUE-CUST-LAST-NAME (QUEUE-IX)
           MOVE CND-FIRST-NAME (CANDIDATE-IX)
             TO QUE-CUST-FIRST-NAME (QUEUE-IX)
           MOVE CND-DATE-OF-BIRTH (CANDIDATE-IX)
             TO QUE-CUST-DATE-OF-BIRTH (QUEUE-IX)
           MOVE CND-POSTAL-CODE (CANDIDATE-IX)
             TO QUE-CUST-POSTAL-CODE (QUEUE-IX)
           MOVE NTF-LAST-NAME (NOTIFICATION-IX)
             TO QUE-REG-LAST-NAME (QUEUE-IX)
           MOVE NTF-FIRST-NAME (NOTIFICATION-IX)
             TO QUE-REG-FIRST-NAME (QUEUE-IX)
           MOVE NTF-DATE-OF-BIRTH (NOTIFICATION-IX)
             TO QUE-REG-DATE-OF-BIRTH (QUEUE-IX)
           MOVE NTF-POSTAL-CODE (NOTIFICATION-IX)
             TO QUE-REG-POSTAL-CODE (QUEUE-IX)
           MOVE 'N' TO QUE-DECIDED-FLAG (QUEUE-IX)
           ADD 1 TO MATCHES-QUEUED

           EXIT.

      * ---
      * The queue only replaces the kept one after a complete pass
       REWRITE-REVIEW-QUEUE SECTION.
           OPEN OUTPUT REVIEW-QUEUE-NEW
           PERFORM VARYING QUEUE-IX FROM 1 BY 1
                   UNTIL QUEUE-IX > QUEUE-ENTRY-COUNT
               IF NOT QUE-DECIDED (QUEUE-IX)
                   MOVE SPACES TO REVIEW-QUEUE-NEW-RECORD
                   MOVE QUE-CUSTOMER-NUMBER (QUEUE-IX)
                     TO DQN-CUSTOMER-NUMBER
                   MOVE QUE-NOTIFICATION-REF (QUEUE-IX)
                     TO DQN-NOTIFICATION-REF
                   MOVE QUE-GRADE (QUEUE-IX) TO DQN-GRADE
                   MOVE QUE-SCORE (QUEUE-IX) TO DQN-SCORE
                   MOVE QUE-DATE-OF-DEATH (QUEUE-IX)
                     TO DQN-DATE-OF-DEATH
                   MOVE QUE-BALANCE (QUEUE-IX) TO DQN-BALANCE
                   MOVE QUE-QUEUED-DATE (QUEUE-IX) TO DQN-QUEUED-DATE
                   MOVE QUE-CUST-LAST-NAME (QUEUE-IX)
                     TO DQN-CUST-LAST-NAME
                   MOVE QUE-CUST-FIRST-NAME (QUEUE-IX)
                     TO DQN-CUST-FIRST-NAME
                   MOVE QUE-CUST-DATE-OF-BIRTH (QUEUE-IX)
                     TO DQN-CUST-DATE-OF-BIRTH
                   MOVE QUE-CUST-POSTAL-CODE (QUEUE-IX)
                     TO DQN-CUST-POSTAL-CODE
                   MOVE QUE-REG-LAST-NAME (QUEUE-IX)
                     TO DQN-REG-LAST-NAME
                   MOVE QUE-REG-FIRST-NAME (QUEUE-IX)
                     TO DQN-REG-FIRST-NAME
                   MOVE QUE-REG-DATE-OF-BIRTH (QUEUE-IX)
                     TO DQN-REG-DATE-OF-BIRTH
                   MOVE QUE-REG-POSTAL-CODE (QUEUE-IX)
                     TO DQN-REG-POSTAL-CODE
                   WRITE REVIEW-QUEUE-NEW-RECORD
               END-IF
           END-PERFORM
           CLOSE REVIEW-QUEUE-NEW

           CALL 'CBL_DELETE_FILE' USING WS-REVIEW-QUEUE-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-REVIEW-NEW-NAME
                WS-REVIEW-QUEUE-NAME
              RETURNING RENAME-STATUS

           EXIT.

      * ---
      * Two lines per pending match - the customer as we hold them
      * and the person as the registry reported them - kept
      * together on a page
       WRITE-REVIEW-REPORT SECTION.
           OPEN OUTPUT REVIEW-REPORT-FILE
           PERFORM WRITE-REVIEW-HEADING

           PERFORM VARYING QUEUE-IX FROM 1 BY 1
                   UNTIL QUEUE-IX > QUEUE-ENTRY-COUNT
               IF NOT QUE-DECIDED (QUEUE-IX)
                   IF RPT-LINE-COUNT + 2 > RPT-LINES-PER-PAGE
                       PERFORM WRITE-REVIEW-HEADING
                   END-IF

                   MOVE SPACES TO REVIEW-DETAIL-LINE
                   MOVE QUE-NOTIFICATION-REF (QUEUE-IX)
                     TO RDL-NOTIFICATION-REF
                   IF QUE-GRADE (QUEUE-IX) = 'P'
                       MOVE 'PROBABLE' TO RDL-GRADE
                   ELSE
                       MOVE 'WEAK' TO RDL-GRADE
                   END-IF
                   MOVE 'CUSTOMER' TO RDL-SIDE
                   MOVE QUE-CUSTOMER-NUMBER (QUEUE-IX)
                     TO RDL-CUSTOMER-NUMBER
                   MOVE QUE-CUST-LAST-NAME (QUEUE-IX) TO RDL-LAST-NAME
                   MOVE QUE-CUST-FIRST-NAME (QUEUE-IX)
                     TO RDL-FIRST-NAME
                   MOVE QUE-CUST-DATE-OF-BIRTH (QUEUE-IX)
                     TO RDL-DATE-OF-BIRTH
                   MOVE QUE-CUST-POSTAL-CODE (QUEUE-IX)
                     TO RDL-POSTAL-CODE
                   MOVE QUE-BALANCE (QUEUE-IX) TO BALANCE-EDIT
                   MOVE BALANCE-EDIT TO RDL-EXTRA
                   MOVE REVIEW-DETAIL-LINE TO REVIEW-REPORT-RECORD
                   PERFORM WRITE-REVIEW-LINE

                   MOVE SPACES TO REVIEW-DETAIL-LINE
                   MOVE 'REGISTER' TO RDL-SIDE
                   MOVE QUE-REG-LAST-NAME (QUEUE-IX) TO RDL-LAST-NAME
                   MOVE QUE-REG-FIRST-NAME (QUEUE-IX)
                     TO RDL-FIRST-NAME
                   MOVE QUE-REG-DATE-OF-BIRTH (QUEUE-IX)
                     TO RDL-DATE-OF-BIRTH
                   MOVE QUE-REG-POSTAL-CODE (QUEUE-IX)
                     TO RDL-POSTAL-CODE
                   STRING 'DIED ' DELIMITED BY SIZE
                          QUE-DATE-OF-DEATH (QUEUE-IX)
                          DELIMITED BY SIZE
                     INTO RDL-EXTRA
                   END-STRING
                   MOVE REVIEW-DETAIL-LINE TO REVIEW-REPORT-RECORD
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-PERFORM

           CLOSE REVIEW-REPORT-FILE

           EXIT.

       WRITE-REVIEW-HEADING SECTION.
           ADD 1 TO RPT-PAGE-NUMBER

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING 'DECEASED MATCH REVIEW QUEUE - PAGE '
                  DELIMITED BY SIZE
                  RPT-PAGE-NUMBER
                  DELIMITED BY SIZE
             INTO REVIEW-REPORT-RECORD
           END-STRING
           WRITE REVIEW-REPORT-RECORD

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE REVIEW-COLUMN-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE 0 TO RPT-LINE-COUNT

           EXIT.

       WRITE-REVIEW-LINE SECTION.
           MOVE REVIEW-REPORT-RECORD TO PENDING-REPORT-LINE
           IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
               PERFORM WRITE-REVIEW-HEADING
           END-IF
           MOVE PENDING-REPORT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           ADD 1 TO RPT-LINE-COUNT

           EXIT.

      * ---
      * Classic soundex: keep the first letter, code the rest
      * (BFPV=1 CGJKQSXZ=2 DT=3 L=4 MN=5 R=6), skip vowels and
      * H/W/Y, collapse runs of the same code, zero-pad to four; a
      * blank input encodes to spaces so it never matches anything
       SOUNDEX-ENCODE SECTION.
           MOVE SPACES TO SDX-CODE
           IF SDX-INPUT = SPACES
               EXIT SECTION
           END-IF

           INSPECT SDX-INPUT CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE SDX-INPUT (1:1) TO SDX-CODE (1:1)
           MOVE SDX-INPUT (1:1) TO SDX-CHAR
           PERFORM SOUNDEX-CODE-ONE-CHAR
           MOVE SDX-DIGIT TO SDX-PRIOR-DIGIT

           MOVE 1 TO SDX-OUT-IX
           PERFORM VARYING SDX-IX FROM 2 BY 1
                   UNTIL SDX-IX > 20 OR SDX-OUT-IX >= 4
               MOVE SDX-INPUT (SDX-IX:1) TO SDX-CHAR
               PERFORM SOUNDEX-CODE-ONE-CHAR
               EVALUATE TRUE
                   WHEN SDX-DIGIT = SPACE
                       MOVE SPACE TO SDX-PRIOR-DIGIT
                   WHEN SDX-DIGIT = '.'
                       CONTINUE
                   WHEN SDX-DIGIT = SDX-PRIOR-DIGIT
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO SDX-OUT-IX
                       MOVE SDX-DIGIT TO SDX-CODE (SDX-OUT-IX:1)
                       MOVE SDX-DIGIT TO SDX-PRIOR-DIGIT
               END-EVALUATE
           END-PERFORM

           PERFORM UNTIL SDX-OUT-IX >= 4
               ADD 1 TO SDX-OUT-IX
               MOVE '0' TO SDX-CODE (SDX-OUT-IX:1)
           END-PERFORM

           EXIT.

       SOUNDEX-CODE-ONE-CHAR SECTION.
           EVALUATE TRUE
               WHEN SDX-CHAR = 'B' OR SDX-CHAR = 'F'
                   OR SDX-CHAR = 'P' OR SDX-CHAR = 'V'
                   MOVE '1' TO SDX-DIGIT
               WHEN SDX-CHAR = 'C' OR SDX-CHAR = 'G'
                   OR SDX-CHAR = 'J' OR SDX-CHAR = 'K'
                   OR SDX-CHAR = 'Q' OR SDX-CHAR = 'S'
                   OR SDX-CHAR = 'X' OR SDX-CHAR = 'Z'
                   MOVE '2' TO SDX-DIGIT
               WHEN SDX-CHAR = 'D' OR SDX-CHAR = 'T'
                   MOVE '3' TO SDX-DIGIT
               WHEN SDX-CHAR = 'L'
                   MOVE '4' TO SDX-DIGIT
               WHEN SDX-CHAR = 'M' OR SDX-CHAR = 'N'
                   MOVE '5' TO SDX-DIGIT
               WHEN SDX-CHAR = 'R'
                   MOVE '6' TO SDX-DIGIT
               WHEN SDX-CHAR = 'H' OR SDX-CHAR = 'W'
                   OR SDX-CHAR = 'Y'
                   MOVE '.' TO SDX-DIGIT
               WHEN OTHER
                   MOVE SPACE TO SDX-DIGIT
           END-EVALUATE

           EXIT.
