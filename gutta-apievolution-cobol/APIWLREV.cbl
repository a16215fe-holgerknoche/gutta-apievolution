123456*Watch-list hold review: applies compliance's decisions to the
      *screening hold file - a released false positive's feed line
      *is appended to the gateway feed exactly as it would have
      *published and the release kept on the released register, a
      *confirmed hit moves to the confirmed register with its
      *reason, and everything undecided stays held. A release also
      *lifts the customer's fraud hold, if the account-takeover
      *detection placed one

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIWLREV.
           SELECT CONFIRMED-REGISTER-FILE ASSIGN TO WS-CONFIRM-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
      *    Released false positives, with the releasing reason, so
      *    a customer's screening history outlives the hold
           SELECT RELEASED-REGISTER-FILE ASSIGN TO WS-RELEASE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
      *    Fraud-hold register, rewritten through the work file
      *    when a release lifts a hold
           SELECT FRAUD-HOLD-FILE ASSIGN TO WS-FRAUDHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHOLD-STATUS.
           SELECT FRAUD-HOLD-NEW ASSIGN TO WS-FRAUDHOLD-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUDHOLD-NEW-STATUS.
      *    Business date a lifted hold is dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(01) VALUE SPACE.
           05 CNF-REASON PIC X(30).

      *    Same layout as the confirmed register
       FD RELEASED-REGISTER-FILE.
       01 RELEASED-REGISTER-RECORD.
           05 RLS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLS-MATCHED-NAME PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RLS-REASON PIC X(30).

      *    'H' while held, 'R' once released, with the date and
      *    reason of the release
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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 REVIEW-CONTROLS.
           05 WS-WATCHHOLD-NAME PIC X(30) VALUE 'WLHOLD.DAT'.
           05 WS-CONFIRM-NAME PIC X(30) VALUE 'WLCONF.DAT'.
           05 WS-CONFIRM-STATUS PIC X(02).
             88 CONFIRM-OK VALUE '00'.
           05 WS-RELEASE-NAME PIC X(30) VALUE 'WLRELS.DAT'.
           05 WS-RELEASE-STATUS PIC X(02).
             88 RELEASE-OK VALUE '00'.
           05 WS-FRAUDHOLD-NAME PIC X(30) VALUE 'FRDHOLD.DAT'.
           05 WS-FRAUDHOLD-STATUS PIC X(02).
             88 FRAUDHOLD-OK VALUE '00'.
           05 WS-FRAUDHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 FRAUDHOLD-AT-EOF VALUE 'Y'.
           05 WS-FRAUDHOLD-NEW-NAME PIC X(30) VALUE 'FRDHOLD.NEW'.
           05 WS-FRAUDHOLD-NEW-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.

           05 HOLDS-READ PIC S9(9) BINARY VALUE 0.
           05 HOLDS-RELEASED PIC S9(9) BINARY VALUE 0.
           05 HOLDS-CONFIRMED PIC S9(9) BINARY VALUE 0.
           05 HOLDS-KEPT PIC S9(9) BINARY VALUE 0.
           05 DECISIONS-UNMATCHED PIC S9(9) BINARY VALUE 0.
           05 FRAUD-HOLDS-LIFTED PIC S9(9) BINARY VALUE 0.

      *    The run's decisions held in memory
       01 DECISION-TABLE-CONTROLS.
             10 DCT-REASON PIC X(30).
             10 DCT-MATCHED-FLAG PIC X(01).

      *    The fraud-hold register, held in memory while releases
      *    are applied to it
       01 FRAUD-TABLE-CONTROLS.
           05 MAX-FRAUD-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 FRAUD-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 FRAUD-IX PIC S9(9) BINARY.
           05 FRAUD-REGISTER-FLAG PIC X(01) VALUE 'N'.
             88 FRAUD-REGISTER-CHANGED VALUE 'Y'.

       01 FRAUD-TABLE.
           05 FRAUD-ENTRY OCCURS 2000.
             10 FRT-REGISTER-LINE PIC X(73).

       PROCEDURE DIVISION.
           PERFORM LOAD-DECISIONS
           IF DECISION-COUNT = 0
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-FRAUD-HOLDS

           OPEN OUTPUT HOLD-WORK-FILE
           OPEN EXTEND GATEWAY-FEED-FILE
           OPEN EXTEND CONFIRMED-REGISTER-FILE
           OPEN EXTEND RELEASED-REGISTER-FILE
           IF NOT RELEASE-OK
               OPEN OUTPUT RELEASED-REGISTER-FILE
           END-IF

           PERFORM UNTIL WATCHHOLD-AT-EOF
               READ WATCH-HOLD-FILE
               END-READ
           END-PERFORM

           CLOSE RELEASED-REGISTER-FILE
           CLOSE CONFIRMED-REGISTER-FILE
           CLOSE GATEWAY-FEED-FILE
           CLOSE HOLD-WORK-FILE
           CLOSE WATCH-HOLD-FILE

           PERFORM REWRITE-HOLD-FILE
           PERFORM LIFT-FRAUD-HOLDS
           PERFORM COUNT-UNMATCHED-DECISIONS

           DISPLAY 'Holds read:       ' HOLDS-READ UPON CONSOLE
           DISPLAY 'Holds confirmed:  ' HOLDS-CONFIRMED
              UPON CONSOLE
           DISPLAY 'Holds kept:       ' HOLDS-KEPT UPON CONSOLE
           DISPLAY 'Fraud holds lifted: ' FRAUD-HOLDS-LIFTED
              UPON CONSOLE
           DISPLAY 'Decisions without a hold: '
                   DECISIONS-UNMATCHED
              UPON CONSOLE
               ADD 1 TO HOLDS-RELEASED
               MOVE WLH-FEED-LINE TO GATEWAY-FEED-RECORD
               WRITE GATEWAY-FEED-RECORD
               MOVE SPACES TO RELEASED-REGISTER-RECORD
               MOVE WLH-CUSTOMER-NUMBER TO RLS-CUSTOMER-NUMBER
               MOVE WLH-RUN-ID TO RLS-RUN-ID
               MOVE WLH-MATCHED-NAME TO RLS-MATCHED-NAME
               MOVE DCT-REASON (DECISION-FOUND-IX) TO RLS-REASON
               WRITE RELEASED-REGISTER-RECORD
               DISPLAY 'RELEASED CUSTOMER ' WLH-CUSTOMER-NUMBER
                       ' TO THE FEED'
                  UPON CONSOLE

           EXIT.

      * ---
      * Dated with the business date, the system date when none is
      * on file
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
      * With no register on disk nobody is on fraud hold
       LOAD-FRAUD-HOLDS SECTION.
           MOVE 'N' TO WS-FRAUDHOLD-EOF-FLAG
           OPEN INPUT FRAUD-HOLD-FILE
           IF NOT FRAUDHOLD-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL FRAUDHOLD-AT-EOF
               READ FRAUD-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-FRAUDHOLD-EOF-FLAG
                   NOT AT END
                       IF FRAUD-ENTRY-COUNT < MAX-FRAUD-ENTRIES
                           ADD 1 TO FRAUD-ENTRY-COUNT
                           MOVE FRAUD-HOLD-RECORD
                             TO FRT-REGISTER-LINE (FRAUD-ENTRY-COUNT)
                       ELSE
                           DISPLAY '*** FRAUD-HOLD REGISTER TOO LARGE'
                                   ' - LEFT AS IT STANDS'
                              UPON CONSOLE
                           MOVE 0 TO FRAUD-ENTRY-COUNT
                           MOVE 'Y' TO WS-FRAUDHOLD-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-HOLD-FILE

           EXIT.

      * ---
      * A release decision lifts the customer's fraud hold, whether
      * or not a line was held for it yet; the register is written
      * back only when something was lifted
       LIFT-FRAUD-HOLDS SECTION.
           PERFORM VARYING FRAUD-IX FROM 1 BY 1
                   UNTIL FRAUD-IX > FRAUD-ENTRY-COUNT
               MOVE FRT-REGISTER-LINE (FRAUD-IX) TO FRAUD-HOLD-RECORD
               IF FRH-HOLD-STATUS = 'H'
                   PERFORM VARYING DECISION-IX FROM 1 BY 1
                           UNTIL DECISION-IX > DECISION-COUNT
                       IF DCT-CUSTOMER-NUMBER (DECISION-IX)
                              = FRH-CUSTOMER-NUMBER
                           AND DCT-ACTION (DECISION-IX) = 'R'
                           AND FRH-HOLD-STATUS = 'H'
                           MOVE 'R' TO FRH-HOLD-STATUS
                           MOVE BUSINESS-DATE TO FRH-RELEASED-DATE
                           MOVE DCT-REASON (DECISION-IX)
                             TO FRH-RELEASE-REASON
                           MOVE 'Y' TO DCT-MATCHED-FLAG (DECISION-IX)
                           MOVE FRAUD-HOLD-RECORD
                             TO FRT-REGISTER-LINE (FRAUD-IX)
                           MOVE 'Y' TO FRAUD-REGISTER-FLAG
                           ADD 1 TO FRAUD-HOLDS-LIFTED
                           DISPLAY 'FRAUD HOLD LIFTED FOR CUSTOMER '
                                   FRH-CUSTOMER-NUMBER
                              UPON CONSOLE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

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

       COUNT-UNMATCHED-DECISIONS SECTION.
           PERFORM VARYING DECISION-IX FROM 1 BY 1
                   UNTIL DECISION-IX > DECISION-COUNT
