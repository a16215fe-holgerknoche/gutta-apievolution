123456*Pre-posting check of the balance feed: fingerprints the feed
      *as received - record count, customer-number and amount hash
      *totals and a position-weighted checksum - and compares it
      *with the fingerprints of the recent feeds, so a whole-file
      *replay of an earlier day is caught before the conversion
      *posts it a second time. Within the feed, every line of a
      *customer sent more than once goes to the suspense file for
      *treasury to resolve, and the feed is rewritten without them
      *so no one of the conflicting amounts silently wins.
      *Return codes: 0 clean, 4 lines suspended or out of sequence,
      *8 no feed or an empty one, 12 replayed feed - the chain
      *stops the conversion on anything above 4

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APIBFCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Today's balance feed, rewritten through the work file
      *    once its duplicated customers are taken out
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT BALANCE-FILE-NEW ASSIGN TO WS-BALANCE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-NEW-STATUS.
      *    Fingerprints of the recent feeds, carried day to day
           SELECT FINGERPRINT-FILE ASSIGN TO WS-FINGERPRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FINGERPRINT-STATUS.
      *    Lines held back for treasury, appended run after run
           SELECT BALANCE-SUSPENSE-FILE ASSIGN TO WS-SUSPENSE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      *    The check's report: the fingerprint, what it matched and
      *    every line suspended
           SELECT FEED-CHECK-REPORT ASSIGN TO WS-CHECK-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-RPT-STATUS.
      *    Business date the feed is checked in for
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One balance per customer, same layout as the feed the
      *    conversion job merges
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-CUSTOMER-NUMBER PIC 9(09).
           05 BAL-AMOUNT-SIGN PIC X(01).
             88 BALANCE-IS-NEGATIVE VALUE '-'.
           05 BAL-AMOUNT PIC 9(07)V99.
      *    Currency code, appended; blank means ledger currency
           05 BAL-CURRENCY-CODE PIC X(03).

       FD BALANCE-FILE-NEW.
       01 BALANCE-NEW-RECORD PIC X(22).

      *    One fingerprint per business date; status A the feed was
      *    passed, R it was refused as a replay
       FD FINGERPRINT-FILE.
       01 FINGERPRINT-RECORD.
           05 FPR-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 FPR-FEED-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 FPR-RECORD-COUNT PIC 9(09).
           05 FILLER PIC X(01).
           05 FPR-CUSTOMER-HASH PIC 9(18).
           05 FILLER PIC X(01).
           05 FPR-AMOUNT-HASH PIC S9(15)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 FPR-CHECKSUM PIC 9(15).

      *    Customer first, so the erasure job can find the lines
       FD BALANCE-SUSPENSE-FILE.
       01 BALANCE-SUSPENSE-RECORD.
           05 BSU-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BSU-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 BSU-FEED-LINE-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BSU-REASON PIC X(20).
           05 FILLER PIC X(01).
           05 BSU-FEED-LINE PIC X(22).

       FD FEED-CHECK-REPORT.
       01 FEED-CHECK-RECORD PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 FEED-CHECK-CONTROLS.
           05 WS-BALANCE-FILE-NAME PIC X(30) VALUE 'BALANCES.DAT'.
           05 WS-BALANCE-FILE-STATUS PIC X(02).
             88 BALANCE-FILE-OK VALUE '00'.
           05 WS-BALANCE-EOF-FLAG PIC X VALUE 'N'.
             88 BALANCE-FILE-AT-EOF VALUE 'Y'.
           05 WS-BALANCE-NEW-NAME PIC X(30) VALUE 'BALANCES.NEW'.
           05 WS-BALANCE-NEW-STATUS PIC X(02).
           05 WS-FINGERPRINT-NAME PIC X(30) VALUE 'BALFPRNT.DAT'.
           05 WS-FINGERPRINT-STATUS PIC X(02).
             88 FINGERPRINT-OK VALUE '00'.
           05 WS-FINGERPRINT-EOF-FLAG PIC X VALUE 'N'.
             88 FINGERPRINT-AT-EOF VALUE 'Y'.
           05 WS-SUSPENSE-NAME PIC X(30) VALUE 'BALSUSP.DAT'.
           05 WS-SUSPENSE-STATUS PIC X(02).
             88 SUSPENSE-OK VALUE '00'.
           05 WS-CHECK-RPT-NAME PIC X(30) VALUE 'BFCHKRPT.DAT'.
           05 WS-CHECK-RPT-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 FEED-RENAME-STATUS PIC S9(9) BINARY.
           05 REPLAY-FLAG PIC X(01) VALUE 'N'.
             88 FEED-IS-REPLAY VALUE 'Y'.
           05 REPLAY-OF-DATE PIC 9(08) VALUE 0.

           05 FEED-LINES-READ PIC S9(9) BINARY VALUE 0.
           05 FEED-LINES-PASSED PIC S9(9) BINARY VALUE 0.
           05 LINES-SUSPENDED PIC S9(9) BINARY VALUE 0.
           05 CUSTOMERS-SUSPENDED PIC S9(9) BINARY VALUE 0.
           05 LINES-OUT-OF-SEQUENCE PIC S9(9) BINARY VALUE 0.
           05 LINES-UNREADABLE PIC S9(9) BINARY VALUE 0.

      *    The feed line held back until the next line shows whether
      *    its customer comes more than once
           05 HELD-FLAG PIC X(01) VALUE 'N'.
             88 LINE-IS-HELD VALUE 'Y'.
           05 HELD-FEED-LINE PIC X(22).
           05 HELD-LINE-NUMBER PIC S9(9) BINARY.
           05 HELD-CUSTOMER-NUMBER PIC 9(09).
           05 DUPLICATE-GROUP-FLAG PIC X(01) VALUE 'N'.
             88 IN-DUPLICATE-GROUP VALUE 'Y'.
           05 PRIOR-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
           05 SUSPEND-REASON PIC X(20).

      *    Today's fingerprint as it is accumulated; the checksum
      *    weights every line by its position, so the same lines in
      *    another order fingerprint differently
       01 FEED-FINGERPRINT.
           05 FFP-RECORD-COUNT PIC 9(09) VALUE 0.
           05 FFP-CUSTOMER-HASH PIC 9(18) VALUE 0.
           05 FFP-AMOUNT-HASH PIC S9(15)V99 VALUE 0.
           05 FFP-CHECKSUM PIC 9(15) VALUE 0.
       01 FINGERPRINT-WORK.
           05 FPW-AMOUNT-CENTS PIC S9(11) BINARY.
           05 FPW-LINE-TERM PIC S9(18) BINARY.
           05 FPW-QUOTIENT PIC S9(18) BINARY.
           05 FPW-MODULUS PIC S9(18) BINARY
              VALUE 1000000000000000.

      *    The recent fingerprints, oldest first; the table keeps
      *    the latest ones and today's is added or replaced
       01 FINGERPRINT-TABLE-CONTROLS.
           05 MAX-FINGERPRINT-ENTRIES PIC S9(4) BINARY VALUE 60.
           05 FINGERPRINT-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 FINGERPRINT-IX PIC S9(4) BINARY.
           05 TODAY-ENTRY-IX PIC S9(4) BINARY VALUE 0.
       01 FINGERPRINT-TABLE.
           05 FINGERPRINT-ENTRY OCCURS 60.
             10 FPT-BUSINESS-DATE PIC 9(08).
             10 FPT-FEED-STATUS PIC X(01).
             10 FPT-RECORD-COUNT PIC 9(09).
             10 FPT-CUSTOMER-HASH PIC 9(18).
             10 FPT-AMOUNT-HASH PIC S9(15)V99.
             10 FPT-CHECKSUM PIC 9(15).

       01 CHECK-REPORT-LINES.
           05 FINGERPRINT-LINE.
             10 FILLER PIC X(12) VALUE 'FINGERPRINT '.
             10 FPL-BUSINESS-DATE PIC 9(08).
             10 FILLER PIC X(09) VALUE ' RECORDS '.
             10 FPL-RECORD-COUNT PIC ZZZ,ZZZ,ZZ9.
             10 FILLER PIC X(06) VALUE ' HASH '.
             10 FPL-CUSTOMER-HASH PIC 9(18).
           05 FINGERPRINT-LINE-2.
             10 FILLER PIC X(20) VALUE SPACES.
             10 FILLER PIC X(08) VALUE 'AMOUNTS '.
             10 FPL-AMOUNT-HASH PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
             10 FILLER PIC X(06) VALUE ' CHECK'.
             10 FILLER PIC X(01) VALUE SPACE.
             10 FPL-CHECKSUM PIC 9(15).
           05 SUSPENSE-DETAIL-LINE.
             10 FILLER PIC X(05) VALUE 'LINE '.
             10 SDL-LINE-NUMBER PIC ZZZ,ZZZ,ZZ9.
             10 FILLER PIC X(01) VALUE SPACE.
             10 SDL-REASON PIC X(20).
             10 FILLER PIC X(01) VALUE SPACE.
             10 SDL-FEED-LINE PIC X(22).
           05 SUMMARY-LINE.
             10 FILLER PIC X(07) VALUE 'PASSED '.
             10 SUL-LINES-PASSED PIC ZZZ,ZZZ,ZZ9.
             10 FILLER PIC X(17) VALUE '  LINES SUSPENDED'.
             10 SUL-LINES-SUSPENDED PIC ZZZ,ZZ9.
             10 FILLER PIC X(12) VALUE '  CUSTOMERS '.
             10 SUL-CUSTOMERS-SUSPENDED PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-FINGERPRINTS

           OPEN INPUT BALANCE-FILE
           IF NOT BALANCE-FILE-OK
               DISPLAY '*** NO BALANCE FEED PRESENT - NOTHING TO '
                       'CHECK OR POST'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FEED-CHECK-REPORT
           MOVE SPACES TO FEED-CHECK-RECORD
           STRING 'BALANCE FEED PRE-POSTING CHECK - BUSINESS DATE '
                  DELIMITED BY SIZE
                  BUSINESS-DATE
                  DELIMITED BY SIZE
             INTO FEED-CHECK-RECORD
           END-STRING
           WRITE FEED-CHECK-RECORD
           MOVE SPACES TO FEED-CHECK-RECORD
           WRITE FEED-CHECK-RECORD

      *    First pass: the fingerprint of the feed as received
           PERFORM UNTIL BALANCE-FILE-AT-EOF
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO FEED-LINES-READ
                       PERFORM FINGERPRINT-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE

           IF FEED-LINES-READ = 0
               DISPLAY '*** BALANCE FEED IS EMPTY - NOTHING TO POST'
                  UPON CONSOLE
               MOVE 'BALANCE FEED IS EMPTY - NOTHING TO POST'
                 TO FEED-CHECK-RECORD
               WRITE FEED-CHECK-RECORD
               CLOSE FEED-CHECK-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE BUSINESS-DATE TO FPL-BUSINESS-DATE
           MOVE FFP-RECORD-COUNT TO FPL-RECORD-COUNT
           MOVE FFP-CUSTOMER-HASH TO FPL-CUSTOMER-HASH
           MOVE FFP-AMOUNT-HASH TO FPL-AMOUNT-HASH
           MOVE FFP-CHECKSUM TO FPL-CHECKSUM
           WRITE FEED-CHECK-RECORD FROM FINGERPRINT-LINE
           WRITE FEED-CHECK-RECORD FROM FINGERPRINT-LINE-2
           MOVE SPACES TO FEED-CHECK-RECORD
           WRITE FEED-CHECK-RECORD

           PERFORM MATCH-RECENT-FINGERPRINTS

      *    A replayed feed is left exactly as it arrived and goes no
      *    further; its fingerprint is kept, marked refused
           IF FEED-IS-REPLAY
               PERFORM RECORD-TODAY-FINGERPRINT
               PERFORM SAVE-FINGERPRINTS
               MOVE SPACES TO FEED-CHECK-RECORD
               STRING '*** REPLAY - FEED IS IDENTICAL TO THE FEED OF '
                      DELIMITED BY SIZE
                      REPLAY-OF-DATE
                      DELIMITED BY SIZE
                      ' - NOT POSTED'
                      DELIMITED BY SIZE
                 INTO FEED-CHECK-RECORD
               END-STRING
               WRITE FEED-CHECK-RECORD
               CLOSE FEED-CHECK-REPORT
               DISPLAY '*** BALANCE FEED IS A REPLAY OF THE FEED OF '
                       REPLAY-OF-DATE ' - CONVERSION MUST NOT POST IT'
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'NO REPLAY - FINGERPRINT MATCHES NO RECENT FEED'
             TO FEED-CHECK-RECORD
           WRITE FEED-CHECK-RECORD

      *    Second pass: the feed rewritten without its duplicated
      *    customers, whose lines all go to suspense
           OPEN INPUT BALANCE-FILE
           OPEN OUTPUT BALANCE-FILE-NEW
           OPEN EXTEND BALANCE-SUSPENSE-FILE
           IF NOT SUSPENSE-OK
               OPEN OUTPUT BALANCE-SUSPENSE-FILE
           END-IF
           MOVE 'N' TO WS-BALANCE-EOF-FLAG
           MOVE 0 TO FEED-LINES-READ
           PERFORM UNTIL BALANCE-FILE-AT-EOF
               READ BALANCE-FILE
                   AT END
                       MOVE 'Y' TO WS-BALANCE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO FEED-LINES-READ
                       PERFORM SCREEN-ONE-FEED-LINE
               END-READ
           END-PERFORM
           IF LINE-IS-HELD
               PERFORM PASS-HELD-LINE
           END-IF
           CLOSE BALANCE-SUSPENSE-FILE
           CLOSE BALANCE-FILE-NEW
           CLOSE BALANCE-FILE

      *    The cleaned feed replaces the received one only when
      *    something was taken out of it
           IF LINES-SUSPENDED > 0
               CALL 'CBL_DELETE_FILE' USING WS-BALANCE-FILE-NAME
                  RETURNING FEED-RENAME-STATUS
               CALL 'CBL_RENAME_FILE' USING
                    WS-BALANCE-NEW-NAME
                    WS-BALANCE-FILE-NAME
                  RETURNING FEED-RENAME-STATUS
           ELSE
               CALL 'CBL_DELETE_FILE' USING WS-BALANCE-NEW-NAME
                  RETURNING FEED-RENAME-STATUS
           END-IF

           PERFORM RECORD-TODAY-FINGERPRINT
           PERFORM SAVE-FINGERPRINTS

           MOVE SPACES TO FEED-CHECK-RECORD
           WRITE FEED-CHECK-RECORD
           MOVE FEED-LINES-PASSED TO SUL-LINES-PASSED
           MOVE LINES-SUSPENDED TO SUL-LINES-SUSPENDED
           MOVE CUSTOMERS-SUSPENDED TO SUL-CUSTOMERS-SUSPENDED
           WRITE FEED-CHECK-RECORD FROM SUMMARY-LINE
           CLOSE FEED-CHECK-REPORT

           DISPLAY 'Feed lines read:          ' FEED-LINES-READ
              UPON CONSOLE
           DISPLAY 'Lines passed for posting: ' FEED-LINES-PASSED
              UPON CONSOLE
           DISPLAY 'Lines suspended:          ' LINES-SUSPENDED
              UPON CONSOLE
           DISPLAY 'Customers suspended:      ' CUSTOMERS-SUSPENDED
              UPON CONSOLE
           DISPLAY 'Lines out of sequence:    ' LINES-OUT-OF-SEQUENCE
              UPON CONSOLE
           DISPLAY 'Unreadable lines:         ' LINES-UNREADABLE
              UPON CONSOLE
           IF LINES-SUSPENDED > 0 OR LINES-OUT-OF-SEQUENCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The feed is checked in under the business date when one is
      * on file, the system date otherwise
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
      * Hold the recent fingerprints; when the file holds more than
      * the table, the oldest give way
       LOAD-FINGERPRINTS SECTION.
           OPEN INPUT FINGERPRINT-FILE
           IF NOT FINGERPRINT-OK
               MOVE 'Y' TO WS-FINGERPRINT-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL FINGERPRINT-AT-EOF
               READ FINGERPRINT-FILE
                   AT END
                       MOVE 'Y' TO WS-FINGERPRINT-EOF-FLAG
                   NOT AT END
                       IF FPR-BUSINESS-DATE IS NUMERIC
                           AND FPR-RECORD-COUNT IS NUMERIC
                           AND FPR-CUSTOMER-HASH IS NUMERIC
                           AND FPR-AMOUNT-HASH IS NUMERIC
                           AND FPR-CHECKSUM IS NUMERIC
                           PERFORM MAKE-ROOM-FOR-FINGERPRINT
                           MOVE FPR-BUSINESS-DATE
                             TO FPT-BUSINESS-DATE
                                (FINGERPRINT-ENTRY-COUNT)
                           MOVE FPR-FEED-STATUS
                             TO FPT-FEED-STATUS
                                (FINGERPRINT-ENTRY-COUNT)
                           MOVE FPR-RECORD-COUNT
                             TO FPT-RECORD-COUNT
                                (FINGERPRINT-ENTRY-COUNT)
                           MOVE FPR-CUSTOMER-HASH
                             TO FPT-CUSTOMER-HASH
                                (FINGERPRINT-ENTRY-COUNT)
                           MOVE FPR-AMOUNT-HASH
                             TO FPT-AMOUNT-HASH
                                (FINGERPRINT-ENTRY-COUNT)
                           MOVE FPR-CHECKSUM
                             TO FPT-CHECKSUM
                                (FINGERPRINT-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINGERPRINT-FILE

           EXIT.

      * ---
      * Open the next table slot, shifting the oldest entry out
      * when the table is full
       MAKE-ROOM-FOR-FINGERPRINT SECTION.
           IF FINGERPRINT-ENTRY-COUNT < MAX-FINGERPRINT-ENTRIES
               ADD 1 TO FINGERPRINT-ENTRY-COUNT
               EXIT SECTION
           END-IF

           PERFORM VARYING FINGERPRINT-IX FROM 2 BY 1
                   UNTIL FINGERPRINT-IX > FINGERPRINT-ENTRY-COUNT
               MOVE FINGERPRINT-ENTRY (FINGERPRINT-IX)
                 TO FINGERPRINT-ENTRY (FINGERPRINT-IX - 1)
           END-PERFORM

           EXIT.

      * ---
      * Add one line to the fingerprint. Unreadable columns count
      * as zero, so a garbled line still changes the count
       FINGERPRINT-ONE-LINE SECTION.
           ADD 1 TO FFP-RECORD-COUNT
           MOVE 0 TO FPW-AMOUNT-CENTS
           MOVE 0 TO FPW-LINE-TERM
           IF BAL-CUSTOMER-NUMBER IS NUMERIC
               ADD BAL-CUSTOMER-NUMBER TO FFP-CUSTOMER-HASH
               MOVE BAL-CUSTOMER-NUMBER TO FPW-LINE-TERM
           END-IF
           IF BAL-AMOUNT IS NUMERIC
               COMPUTE FPW-AMOUNT-CENTS = BAL-AMOUNT * 100
               IF BALANCE-IS-NEGATIVE
                   SUBTRACT BAL-AMOUNT FROM FFP-AMOUNT-HASH
                   COMPUTE FPW-AMOUNT-CENTS = FPW-AMOUNT-CENTS * 3
               ELSE
                   ADD BAL-AMOUNT TO FFP-AMOUNT-HASH
               END-IF
           END-IF

           COMPUTE FPW-LINE-TERM =
               (FPW-LINE-TERM + FPW-AMOUNT-CENTS) * FFP-RECORD-COUNT
             + FFP-CHECKSUM
           DIVIDE FPW-LINE-TERM BY FPW-MODULUS
               GIVING FPW-QUOTIENT
               REMAINDER FFP-CHECKSUM

           EXIT.

      * ---
      * A feed is a replay when its fingerprint equals one filed
      * under an earlier business date. Today's own fingerprint,
      * from a rerun of the night, is not a replay
       MATCH-RECENT-FINGERPRINTS SECTION.
           PERFORM VARYING FINGERPRINT-IX FROM 1 BY 1
                   UNTIL FINGERPRINT-IX > FINGERPRINT-ENTRY-COUNT
                      OR FEED-IS-REPLAY
               IF FPT-BUSINESS-DATE (FINGERPRINT-IX) < BUSINESS-DATE
                  AND FPT-RECORD-COUNT (FINGERPRINT-IX)
                          = FFP-RECORD-COUNT
                  AND FPT-CUSTOMER-HASH (FINGERPRINT-IX)
                          = FFP-CUSTOMER-HASH
                  AND FPT-AMOUNT-HASH (FINGERPRINT-IX)
                          = FFP-AMOUNT-HASH
                  AND FPT-CHECKSUM (FINGERPRINT-IX) = FFP-CHECKSUM
                   SET FEED-IS-REPLAY TO TRUE
                   MOVE FPT-BUSINESS-DATE (FINGERPRINT-IX)
                     TO REPLAY-OF-DATE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One line on the second pass. The feed is sorted by
      * customer, so a customer sent twice arrives on adjacent
      * lines: each line is held until the next shows whether its
      * customer repeats. A line that breaks the sort order is
      * reported, since the conversion's merge would skip it
       SCREEN-ONE-FEED-LINE SECTION.
           IF BAL-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO LINES-UNREADABLE
               IF LINE-IS-HELD
                   PERFORM PASS-HELD-LINE
               END-IF
               MOVE BALANCE-RECORD TO BALANCE-NEW-RECORD
               WRITE BALANCE-NEW-RECORD
               ADD 1 TO FEED-LINES-PASSED
               EXIT SECTION
           END-IF

           IF BAL-CUSTOMER-NUMBER < PRIOR-CUSTOMER-NUMBER
               ADD 1 TO LINES-OUT-OF-SEQUENCE
               MOVE FEED-LINES-READ TO SDL-LINE-NUMBER
               MOVE 'OUT OF SEQUENCE' TO SDL-REASON
               MOVE BALANCE-RECORD TO SDL-FEED-LINE
               WRITE FEED-CHECK-RECORD FROM SUSPENSE-DETAIL-LINE
           END-IF
           MOVE BAL-CUSTOMER-NUMBER TO PRIOR-CUSTOMER-NUMBER

           IF LINE-IS-HELD
               AND BAL-CUSTOMER-NUMBER = HELD-CUSTOMER-NUMBER
               IF NOT IN-DUPLICATE-GROUP
                   SET IN-DUPLICATE-GROUP TO TRUE
                   ADD 1 TO CUSTOMERS-SUSPENDED
                   MOVE 'CUSTOMER SENT TWICE' TO SUSPEND-REASON
                   PERFORM SUSPEND-HELD-LINE
               END-IF
               MOVE BALANCE-RECORD TO HELD-FEED-LINE
               MOVE FEED-LINES-READ TO HELD-LINE-NUMBER
               PERFORM SUSPEND-HELD-LINE
               EXIT SECTION
           END-IF

           IF LINE-IS-HELD AND NOT IN-DUPLICATE-GROUP
               PERFORM PASS-HELD-LINE
           END-IF
           MOVE 'N' TO DUPLICATE-GROUP-FLAG
           SET LINE-IS-HELD TO TRUE
           MOVE BALANCE-RECORD TO HELD-FEED-LINE
           MOVE FEED-LINES-READ TO HELD-LINE-NUMBER
           MOVE BAL-CUSTOMER-NUMBER TO HELD-CUSTOMER-NUMBER

           EXIT.

       PASS-HELD-LINE SECTION.
           IF NOT IN-DUPLICATE-GROUP
               MOVE HELD-FEED-LINE TO BALANCE-NEW-RECORD
               WRITE BALANCE-NEW-RECORD
               ADD 1 TO FEED-LINES-PASSED
           END-IF
           MOVE 'N' TO HELD-FLAG
           MOVE 'N' TO DUPLICATE-GROUP-FLAG

           EXIT.

      * ---
      * The held line to suspense and onto the report
       SUSPEND-HELD-LINE SECTION.
           MOVE SPACES TO BALANCE-SUSPENSE-RECORD
           MOVE HELD-CUSTOMER-NUMBER TO BSU-CUSTOMER-NUMBER
           MOVE BUSINESS-DATE TO BSU-BUSINESS-DATE
           MOVE HELD-LINE-NUMBER TO BSU-FEED-LINE-NUMBER
           MOVE SUSPEND-REASON TO BSU-REASON
           MOVE HELD-FEED-LINE TO BSU-FEED-LINE
           WRITE BALANCE-SUSPENSE-RECORD
           ADD 1 TO LINES-SUSPENDED

           MOVE HELD-LINE-NUMBER TO SDL-LINE-NUMBER
           MOVE SUSPEND-REASON TO SDL-REASON
           MOVE HELD-FEED-LINE TO SDL-FEED-LINE
           WRITE FEED-CHECK-RECORD FROM SUSPENSE-DETAIL-LINE

           EXIT.

      * ---
      * Today's fingerprint into the table: a rerun replaces the
      * day's entry, otherwise it is added at the newest end
       RECORD-TODAY-FINGERPRINT SECTION.
           MOVE 0 TO TODAY-ENTRY-IX
           PERFORM VARYING FINGERPRINT-IX FROM 1 BY 1
                   UNTIL FINGERPRINT-IX > FINGERPRINT-ENTRY-COUNT
               IF FPT-BUSINESS-DATE (FINGERPRINT-IX) = BUSINESS-DATE
                   MOVE FINGERPRINT-IX TO TODAY-ENTRY-IX
               END-IF
           END-PERFORM
           IF TODAY-ENTRY-IX = 0
               PERFORM MAKE-ROOM-FOR-FINGERPRINT
               MOVE FINGERPRINT-ENTRY-COUNT TO TODAY-ENTRY-IX
           END-IF

           MOVE BUSINESS-DATE TO FPT-BUSINESS-DATE (TODAY-ENTRY-IX)
           IF FEED-IS-REPLAY
               MOVE 'R' TO FPT-FEED-STATUS (TODAY-ENTRY-IX)
           ELSE
               MOVE 'A' TO FPT-FEED-STATUS (TODAY-ENTRY-IX)
           END-IF
           MOVE FFP-RECORD-COUNT TO FPT-RECORD-COUNT (TODAY-ENTRY-IX)
           MOVE FFP-CUSTOMER-HASH TO FPT-CUSTOMER-HASH (TODAY-ENTRY-IX)
           MOVE FFP-AMOUNT-HASH TO FPT-AMOUNT-HASH (TODAY-ENTRY-IX)
           MOVE FFP-CHECKSUM TO FPT-CHECKSUM (TODAY-ENTRY-IX)

           EXIT.

       SAVE-FINGERPRINTS SECTION.
           OPEN OUTPUT FINGERPRINT-FILE
           PERFORM VARYING FINGERPRINT-IX FROM 1 BY 1
                   UNTIL FINGERPRINT-IX > FINGERPRINT-ENTRY-COUNT
               MOVE SPACES TO FINGERPRINT-RECORD
               MOVE FPT-BUSINESS-DATE (FINGERPRINT-IX)
                 TO FPR-BUSINESS-DATE
               MOVE FPT-FEED-STATUS (FINGERPRINT-IX)
                 TO FPR-FEED-STATUS
               MOVE FPT-RECORD-COUNT (FINGERPRINT-IX)
                 TO FPR-RECORD-COUNT
               MOVE FPT-CUSTOMER-HASH (FINGERPRINT-IX)
                 TO FPR-CUSTOMER-HASH
               MOVE FPT-AMOUNT-HASH (FINGERPRINT-IX)
                 TO FPR-AMOUNT-HASH
               MOVE FPT-CHECKSUM (FINGERPRINT-IX) TO FPR-CHECKSUM
               WRITE FINGERPRINT-RECORD
           END-PERFORM
           CLOSE FINGERPRINT-FILE

           EXIT.
