      *per customer - name, primary address for the mailing block,
      *current balance, and the balance movements received this
      *cycle - plus a statement register (customer number, statement
      *number, amount, cycle date, pages) for reconciliation with the
      *print bureau. Every printed line is also kept in the statement
      *archive, keyed by customer, cycle and statement number, for
      *the archive's retention period so a copy can be reprinted

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISTMT.
               ASSIGN TO WS-STMT-REGISTER-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-REGISTER-STATUS.
      *    Business date the statements are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Statement archive: every cycle's printed lines, carried
      *    forward through the work file with this cycle's added
           SELECT STATEMENT-ARCHIVE-FILE
               ASSIGN TO WS-STMT-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-ARCHIVE-STATUS.
           SELECT STATEMENT-ARCHIVE-NEW
               ASSIGN TO WS-STMT-ARCHIVE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-ARCHIVE-NEW-STATUS.
      *    Retention card: months a cycle stays in the archive
           SELECT ARCHIVE-RETENTION-FILE
               ASSIGN TO WS-ARCHIVE-RETAIN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-RETAIN-STATUS.
      *    Legal-hold register: a held customer's statements stay
      *    in the archive past the retention period
           SELECT LEGAL-HOLD-FILE ASSIGN TO WS-LEGALHOLD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEGALHOLD-STATUS.
      *    Publish control record beside the provider output; the
      *    input is proved against it before a record is processed
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Shared run log for the numbered verification messages
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X(01) VALUE SPACE.
           05 SRG-BALANCE-SIGN PIC X(01).
           05 SRG-BALANCE-AMOUNT PIC 9(07)V99.
      *    Cycle date and the pages the statement took, which the
      *    bureau's confirmation is matched against
           05 FILLER PIC X(01) VALUE SPACE.
           05 SRG-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 SRG-PAGE-COUNT PIC 9(04).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

      *    One archive line per printed line; customer number leads
      *    the record so the erasure purge finds it
       FD STATEMENT-ARCHIVE-FILE.
       01 STATEMENT-ARCHIVE-RECORD.
           05 SAR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SAR-STATEMENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 SAR-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SAR-LINE-NUMBER PIC 9(04).
           05 FILLER PIC X(01).
           05 SAR-PRINT-LINE PIC X(80).

       FD STATEMENT-ARCHIVE-NEW.
       01 STATEMENT-ARCHIVE-NEW-RECORD PIC X(114).

      *    Zero or no card keeps every cycle
       FD ARCHIVE-RETENTION-FILE.
       01 ARCHIVE-RETENTION-RECORD.
           05 ART-RETENTION-MONTHS PIC 9(03).
           05 FILLER PIC X(77).

       FD LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
           05 LGH-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 LGH-HOLD-REFERENCE PIC X(12).
           05 FILLER PIC X(01).
           05 LGH-START-DATE PIC 9(08).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       WORKING-STORAGE SECTION.
       01 STATEMENT-CONTROLS.
           05 WS-STMT-REGISTER-STATUS PIC X(02).
             88 STMT-REGISTER-OK VALUE '00'.

           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 WS-STMT-ARCHIVE-NAME PIC X(30) VALUE 'STMTARCH.DAT'.
           05 WS-STMT-ARCHIVE-STATUS PIC X(02).
             88 STMT-ARCHIVE-OK VALUE '00'.
           05 WS-STMT-ARCHIVE-EOF-FLAG PIC X VALUE 'N'.
             88 STMT-ARCHIVE-AT-EOF VALUE 'Y'.
           05 WS-STMT-ARCHIVE-NEW-NAME PIC X(30) VALUE 'STMTARCH.NEW'.
           05 WS-STMT-ARCHIVE-NEW-STATUS PIC X(02).
           05 WS-ARCHIVE-RETAIN-NAME PIC X(30) VALUE 'STMTRETN.DAT'.
           05 WS-ARCHIVE-RETAIN-STATUS PIC X(02).
             88 ARCHIVE-RETAIN-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE.
             10 BUSINESS-YEAR PIC 9(04).
             10 BUSINESS-MONTH PIC 9(02).
             10 BUSINESS-DAY PIC 9(02).
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 STATEMENTS-PRODUCED PIC S9(9) BINARY VALUE 0.
           05 STATEMENTS-SUPPRESSED PIC S9(9) BINARY VALUE 0.
           05 MOVEMENTS-LISTED PIC S9(9) BINARY VALUE 0.
           05 CURRENT-STATEMENT-NUMBER PIC 9(09) VALUE 0.
           05 STMT-PAGE-NUMBER PIC S9(9) BINARY VALUE 0.
           05 STMT-FIRST-PAGE PIC S9(9) BINARY VALUE 0.
           05 STMT-LINE-COUNT PIC S9(9) BINARY VALUE 0.
           05 STMT-LINES-PER-PAGE PIC S9(9) BINARY VALUE 20.
           05 MOVEMENT-AMOUNT PIC S9(7)V99 COMP-3.

      *    Archive retention: cycles dated before the cutoff leave
      *    the archive, except a held customer's
           05 RETENTION-MONTHS PIC S9(4) BINARY VALUE 0.
           05 RETENTION-MONTH-COUNT PIC S9(9) BINARY.
           05 RETENTION-CUTOFF-DATE PIC 9(08) VALUE 0.
           05 RETENTION-CUTOFF-PARTS REDEFINES RETENTION-CUTOFF-DATE.
             10 CUTOFF-YEAR PIC 9(04).
             10 CUTOFF-MONTH PIC 9(02).
             10 CUTOFF-DAY PIC 9(02).
           05 ARCHIVE-LINE-NUMBER PIC S9(4) BINARY VALUE 0.
           05 ARCHIVE-RENAME-STATUS PIC S9(9) BINARY.
           05 ARCHIVE-LINES-KEPT PIC S9(9) BINARY VALUE 0.
           05 ARCHIVE-LINES-EXPIRED PIC S9(9) BINARY VALUE 0.
           05 ARCHIVE-LINES-REPLACED PIC S9(9) BINARY VALUE 0.
           05 ARCHIVE-LINES-HELD PIC S9(9) BINARY VALUE 0.
           05 ARCHIVE-LINES-ADDED PIC S9(9) BINARY VALUE 0.

      *    Legal-hold register held in memory for the carry-forward
       01 LEGAL-HOLD-CONTROLS.
           05 WS-LEGALHOLD-NAME PIC X(30) VALUE 'LEGALHLD.DAT'.
           05 WS-LEGALHOLD-STATUS PIC X(02).
             88 LEGALHOLD-OK VALUE '00'.
           05 WS-LEGALHOLD-EOF-FLAG PIC X VALUE 'N'.
             88 LEGALHOLD-AT-EOF VALUE 'Y'.
           05 MAX-HOLD-ENTRIES PIC S9(4) BINARY VALUE 2000.
           05 HOLD-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 HOLD-IX PIC S9(4) BINARY.
           05 HOLD-MATCH-FLAG PIC X(01).
             88 RECORD-UNDER-HOLD VALUE 'Y'.

       01 LEGAL-HOLD-TABLE.
           05 LEGAL-HOLD-ENTRY OCCURS 2000.
             10 LHT-CUSTOMER-NUMBER PIC 9(09).

      *    Label/value line in the conversion report's print shape
       01 STMT-DETAIL-LINE.
           05 STL-LABEL PIC X(28).

       01 AMOUNT-EDIT PIC -Z,ZZZ,ZZ9.99.

      *    Verification of the input against its publish control:
      *    the control must be for the business date being run and
      *    its count and totals must match the file as it stands
       01 PUBLISH-CONTROL-CONTROLS.
           05 WS-PUBCTL-NAME PIC X(30) VALUE 'PROVOUT.CTL'.
           05 WS-PUBCTL-STATUS PIC X(02).
             88 PUBCTL-OK VALUE '00'.
           05 PUBLISH-CONTROL-STEM PIC X(30).
           05 PUBLISH-EOF-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-AT-EOF VALUE 'Y'.
           05 PUBLISH-CONTROL-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-CONTROL-FOUND VALUE 'Y'.
           05 PUBLISH-REFUSED-FLAG PIC X(01) VALUE 'N'.
             88 PUBLISH-INPUT-REFUSED VALUE 'Y'.
           05 PUBLISH-EXPECTED-DATE PIC 9(08) VALUE 0.
           05 PUBLISH-RECORD-COUNT PIC S9(9) BINARY VALUE 0.
           05 PUBLISH-HASH-TOTAL PIC 9(18) VALUE 0.
           05 PUBLISH-BALANCE-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
           05 PUBLISH-COUNT-DISP PIC 9(09).
           05 PUBLISH-CONTROL-COUNT-DISP PIC 9(09).

      *    The control line as it was read; the file is closed
      *    before the line is proved
       01 PUBLISH-CONTROL-LINE.
           COPY CPUBCTL REPLACING '*-' BY PCL-.

       01 RUN-LOG-CONTROLS.
           05 WS-RUN-LOG-NAME PIC X(30) VALUE 'RUNLOG.DAT'.
           05 WS-RUN-LOG-STATUS PIC X(02).
             88 RUN-LOG-OK VALUE '00'.
           05 RUN-LOG-MESSAGE-ID PIC X(07).
           05 RUN-LOG-SEVERITY PIC X(01).
           05 RUN-LOG-TEXT PIC X(80).

       PROCEDURE DIVISION.
           DISPLAY 'Producing customer statements...' UPON CONSOLE
           PERFORM LOAD-BUSINESS-DATE

           PERFORM VERIFY-PUBLISH-CONTROL
           IF PUBLISH-INPUT-REFUSED
               GOBACK
           END-IF

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           PERFORM OPEN-BALANCE-FILE
           OPEN OUTPUT STATEMENT-PRINT-FILE
           OPEN OUTPUT STATEMENT-REGISTER-FILE
           PERFORM LOAD-ARCHIVE-RETENTION
           PERFORM LOAD-LEGAL-HOLDS
           PERFORM CARRY-FORWARD-ARCHIVE

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN

           CLOSE STATEMENT-REGISTER-FILE
           CLOSE STATEMENT-PRINT-FILE
           PERFORM REPLACE-STATEMENT-ARCHIVE
           PERFORM CLOSE-BALANCE-FILE
           CLOSE PROVIDER-MASTER-IN

              UPON CONSOLE
           DISPLAY 'Movements listed:      ' MOVEMENTS-LISTED
              UPON CONSOLE
           DISPLAY 'Archive lines added:   ' ARCHIVE-LINES-ADDED
              UPON CONSOLE
           DISPLAY 'Archive lines kept:    ' ARCHIVE-LINES-KEPT
              UPON CONSOLE
           DISPLAY 'Archive lines expired: ' ARCHIVE-LINES-EXPIRED
              UPON CONSOLE
           DISPLAY 'Kept under legal hold: ' ARCHIVE-LINES-HELD
              UPON CONSOLE
           DISPLAY 'Replaced by rerun:     ' ARCHIVE-LINES-REPLACED
              UPON CONSOLE

           GOBACK.

      * ---
      * Statements are dated with the business date when one is on
      * file, the system date otherwise
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

       OPEN-BALANCE-FILE SECTION.
           MOVE 'Y' TO WS-BALANCE-EOF-FLAG
           OPEN INPUT BALANCE-FILE

           ADD 1 TO CURRENT-STATEMENT-NUMBER
           ADD 1 TO STATEMENTS-PRODUCED
           MOVE 0 TO ARCHIVE-LINE-NUMBER
           PERFORM WRITE-STMT-HEADING
           MOVE STMT-PAGE-NUMBER TO STMT-FIRST-PAGE

           MOVE SPACES TO STMT-DETAIL-LINE
           MOVE 'STATEMENT NUMBER' TO STL-LABEL
                   MOVE 0 TO SRG-BALANCE-AMOUNT
               END-IF
           END-IF
           MOVE BUSINESS-DATE TO SRG-STATEMENT-DATE
           COMPUTE SRG-PAGE-COUNT =
               STMT-PAGE-NUMBER - STMT-FIRST-PAGE + 1
           WRITE STATEMENT-REGISTER-RECORD

           EXIT.
           ADD 1 TO STMT-PAGE-NUMBER

           MOVE SPACES TO STATEMENT-PRINT-RECORD
           PERFORM WRITE-STMT-PRINT-LINE

           MOVE SPACES TO STMT-DETAIL-LINE
           MOVE 'CUSTOMER STATEMENT' TO STL-LABEL
           MOVE 'PAGE' TO STL-VALUE
           MOVE STMT-DETAIL-LINE TO STATEMENT-PRINT-RECORD
           PERFORM WRITE-STMT-PRINT-LINE

           MOVE SPACES TO STMT-DETAIL-LINE
           MOVE 'PAGE NUMBER' TO STL-LABEL
           MOVE STMT-PAGE-NUMBER TO STL-VALUE-NUM
           MOVE STMT-DETAIL-LINE TO STATEMENT-PRINT-RECORD
           PERFORM WRITE-STMT-PRINT-LINE

           MOVE SPACES TO STATEMENT-PRINT-RECORD
           PERFORM WRITE-STMT-PRINT-LINE

           MOVE 0 TO STMT-LINE-COUNT

           END-IF

           MOVE STMT-DETAIL-LINE TO STATEMENT-PRINT-RECORD
           PERFORM WRITE-STMT-PRINT-LINE
           ADD 1 TO STMT-LINE-COUNT

           EXIT.

      * ---
      * Every printed line also goes to the archive under the
      * statement it belongs to
       WRITE-STMT-PRINT-LINE SECTION.
           WRITE STATEMENT-PRINT-RECORD

           ADD 1 TO ARCHIVE-LINE-NUMBER
           MOVE SPACES TO STATEMENT-ARCHIVE-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO SAR-CUSTOMER-NUMBER
           MOVE BUSINESS-DATE TO SAR-STATEMENT-DATE
           MOVE CURRENT-STATEMENT-NUMBER TO SAR-STATEMENT-NUMBER
           MOVE ARCHIVE-LINE-NUMBER TO SAR-LINE-NUMBER
           MOVE STATEMENT-PRINT-RECORD TO SAR-PRINT-LINE
           MOVE STATEMENT-ARCHIVE-RECORD
             TO STATEMENT-ARCHIVE-NEW-RECORD
           WRITE STATEMENT-ARCHIVE-NEW-RECORD
           ADD 1 TO ARCHIVE-LINES-ADDED

           EXIT.

      * ---
      * The retention card gives the months a cycle is kept; the
      * cutoff is the business date that many months back
       LOAD-ARCHIVE-RETENTION SECTION.
           OPEN INPUT ARCHIVE-RETENTION-FILE
           IF NOT ARCHIVE-RETAIN-OK
               EXIT SECTION
           END-IF
           READ ARCHIVE-RETENTION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ART-RETENTION-MONTHS IS NUMERIC
                       MOVE ART-RETENTION-MONTHS TO RETENTION-MONTHS
                   END-IF
           END-READ
           CLOSE ARCHIVE-RETENTION-FILE

           IF RETENTION-MONTHS > 0
               COMPUTE RETENTION-MONTH-COUNT =
                   BUSINESS-YEAR * 12 + BUSINESS-MONTH - 1
                 - RETENTION-MONTHS
               DIVIDE RETENTION-MONTH-COUNT BY 12
                   GIVING CUTOFF-YEAR
                   REMAINDER CUTOFF-MONTH
               ADD 1 TO CUTOFF-MONTH
               MOVE BUSINESS-DAY TO CUTOFF-DAY
           END-IF

           EXIT.

      * ---
      * Load the legal-hold register; with no register on disk
      * nothing is exempt
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-HOLD-FILE

           EXIT.

       CHECK-LEGAL-HOLD SECTION.
           MOVE 'N' TO HOLD-MATCH-FLAG
           IF HOLD-ENTRY-COUNT = 0
               OR SAR-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                   UNTIL HOLD-IX > HOLD-ENTRY-COUNT
                      OR RECORD-UNDER-HOLD
               IF LHT-CUSTOMER-NUMBER (HOLD-IX)
                       = SAR-CUSTOMER-NUMBER
                   SET RECORD-UNDER-HOLD TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Start the new archive with the earlier cycles it keeps: a
      * cycle past the retention cutoff drops out unless its
      * customer is under legal hold, and a rerun's own cycle date
      * drops out so the rerun replaces it. The work file stays open
      * for this cycle's lines
       CARRY-FORWARD-ARCHIVE SECTION.
           OPEN OUTPUT STATEMENT-ARCHIVE-NEW
           OPEN INPUT STATEMENT-ARCHIVE-FILE
           IF NOT STMT-ARCHIVE-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL STMT-ARCHIVE-AT-EOF
               READ STATEMENT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-STMT-ARCHIVE-EOF-FLAG
                   NOT AT END
                       PERFORM CARRY-ONE-ARCHIVE-LINE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-ARCHIVE-FILE

           EXIT.

       CARRY-ONE-ARCHIVE-LINE SECTION.
           IF SAR-STATEMENT-DATE = BUSINESS-DATE
               ADD 1 TO ARCHIVE-LINES-REPLACED
               EXIT SECTION
           END-IF
           IF RETENTION-CUTOFF-DATE > 0
              AND SAR-STATEMENT-DATE IS NUMERIC
              AND SAR-STATEMENT-DATE < RETENTION-CUTOFF-DATE
               PERFORM CHECK-LEGAL-HOLD
               IF NOT RECORD-UNDER-HOLD
                   ADD 1 TO ARCHIVE-LINES-EXPIRED
                   EXIT SECTION
               END-IF
               ADD 1 TO ARCHIVE-LINES-HELD
           END-IF

           MOVE STATEMENT-ARCHIVE-RECORD
             TO STATEMENT-ARCHIVE-NEW-RECORD
           WRITE STATEMENT-ARCHIVE-NEW-RECORD
           ADD 1 TO ARCHIVE-LINES-KEPT

           EXIT.

      * ---
      * The new archive replaces the kept one only after the whole
      * cycle has been written
       REPLACE-STATEMENT-ARCHIVE SECTION.
           CLOSE STATEMENT-ARCHIVE-NEW
           CALL 'CBL_DELETE_FILE' USING WS-STMT-ARCHIVE-NAME
              RETURNING ARCHIVE-RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-STMT-ARCHIVE-NEW-NAME
                WS-STMT-ARCHIVE-NAME
              RETURNING ARCHIVE-RENAME-STATUS

           EXIT.

      * ---
      * Prove the provider output against the publish control
      * written beside it before processing a record. A missing
      * control, or one for another business date, means the step
      * is running early or against an old generation (8); a file
      * that disagrees with its own control is damaged or
      * incomplete (12)
       VERIFY-PUBLISH-CONTROL SECTION.
           MOVE 'N' TO PUBLISH-REFUSED-FLAG
           MOVE SPACES TO PUBLISH-CONTROL-STEM
           UNSTRING WS-PROVMAST-IN-NAME DELIMITED BY '.'
               INTO PUBLISH-CONTROL-STEM
           END-UNSTRING
           MOVE SPACES TO WS-PUBCTL-NAME
           STRING PUBLISH-CONTROL-STEM DELIMITED BY SPACE
                  '.CTL' DELIMITED BY SIZE
             INTO WS-PUBCTL-NAME
           END-STRING
           MOVE BUSINESS-DATE TO PUBLISH-EXPECTED-DATE
           MOVE 'N' TO PUBLISH-CONTROL-FOUND-FLAG
           OPEN INPUT PUBLISH-CONTROL-FILE
           IF PUBCTL-OK
               READ PUBLISH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO PUBLISH-CONTROL-FOUND-FLAG
                       MOVE PUBLISH-CONTROL-RECORD
                         TO PUBLISH-CONTROL-LINE
               END-READ
               CLOSE PUBLISH-CONTROL-FILE
           END-IF

           IF NOT PUBLISH-CONTROL-FOUND
               MOVE 'APV101E' TO RUN-LOG-MESSAGE-ID
               MOVE 'E' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING 'NO PUBLISH CONTROL ' DELIMITED BY SIZE
                      WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' - INPUT CANNOT BE VERIFIED'
                          DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           IF PCL-BUSINESS-DATE NOT NUMERIC
               OR PCL-BUSINESS-DATE NOT = PUBLISH-EXPECTED-DATE
               MOVE 'APV102E' TO RUN-LOG-MESSAGE-ID
               MOVE 'E' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING WS-PUBCTL-NAME DELIMITED BY SPACE
                      ' IS FOR BUSINESS DATE ' DELIMITED BY SIZE
                      PCL-BUSINESS-DATE DELIMITED BY SIZE
                      ', EXPECTED ' DELIMITED BY SIZE
                      PUBLISH-EXPECTED-DATE DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 0 TO PUBLISH-RECORD-COUNT
           MOVE 0 TO PUBLISH-HASH-TOTAL
           MOVE 0 TO PUBLISH-BALANCE-TOTAL
           MOVE 'N' TO PUBLISH-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF PROVMAST-IN-OK
               PERFORM UNTIL PUBLISH-AT-EOF
                   READ PROVIDER-MASTER-IN
                       AT END
                           MOVE 'Y' TO PUBLISH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO PUBLISH-RECORD-COUNT
                           IF PMI-CUSTOMER-NUMBER IS NUMERIC
                               ADD PMI-CUSTOMER-NUMBER
                                 TO PUBLISH-HASH-TOTAL
                           END-IF
                           IF PMI-ACCOUNT-BALANCE IS NUMERIC
                               ADD PMI-ACCOUNT-BALANCE
                                 TO PUBLISH-BALANCE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVIDER-MASTER-IN
           END-IF

      *    A missing output is reported by the open that follows
           IF NOT PROVMAST-IN-OK
               EXIT SECTION
           END-IF
           MOVE PUBLISH-RECORD-COUNT TO PUBLISH-COUNT-DISP
           MOVE PCL-RECORD-COUNT TO PUBLISH-CONTROL-COUNT-DISP
           IF PCL-RECORD-COUNT NOT NUMERIC
               OR PCL-HASH-TOTAL NOT NUMERIC
               OR PCL-BALANCE-TOTAL NOT NUMERIC
               OR PCL-RECORD-COUNT NOT = PUBLISH-RECORD-COUNT
               OR PCL-HASH-TOTAL NOT = PUBLISH-HASH-TOTAL
               OR PCL-BALANCE-TOTAL NOT = PUBLISH-BALANCE-TOTAL
               MOVE 'APV103S' TO RUN-LOG-MESSAGE-ID
               MOVE 'S' TO RUN-LOG-SEVERITY
               MOVE SPACES TO RUN-LOG-TEXT
               STRING WS-PROVMAST-IN-NAME DELIMITED BY SPACE
                      ' DISAGREES WITH ITS CONTROL - '
                          DELIMITED BY SIZE
                      PUBLISH-COUNT-DISP DELIMITED BY SIZE
                      ' RECORDS, CONTROL ' DELIMITED BY SIZE
                      PUBLISH-CONTROL-COUNT-DISP DELIMITED BY SIZE
                 INTO RUN-LOG-TEXT
               END-STRING
               PERFORM WRITE-RUN-LOG-MESSAGE
               DISPLAY '    HASH    ' PUBLISH-HASH-TOTAL
                       ' CONTROL ' PCL-HASH-TOTAL
                  UPON CONSOLE
               DISPLAY '    BALANCE ' PUBLISH-BALANCE-TOTAL
                       ' CONTROL ' PCL-BALANCE-TOTAL
                  UPON CONSOLE
               MOVE 'Y' TO PUBLISH-REFUSED-FLAG
               MOVE 12 TO RETURN-CODE
               EXIT SECTION
           END-IF

           MOVE 'APV001I' TO RUN-LOG-MESSAGE-ID
           MOVE 'I' TO RUN-LOG-SEVERITY
           MOVE SPACES TO RUN-LOG-TEXT
           STRING WS-PROVMAST-IN-NAME DELIMITED BY SPACE
                  ' VERIFIED AGAINST ' DELIMITED BY SIZE
                  WS-PUBCTL-NAME DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  PUBLISH-COUNT-DISP DELIMITED BY SIZE
                  ' RECORDS' DELIMITED BY SIZE
             INTO RUN-LOG-TEXT
           END-STRING
           PERFORM WRITE-RUN-LOG-MESSAGE

           EXIT.

      * ---
      * Write one numbered message to the shared run log; caller has
      * set RUN-LOG-MESSAGE-ID, RUN-LOG-SEVERITY and RUN-LOG-TEXT.
      * Anything but an informational message goes to the console
      * as well
       WRITE-RUN-LOG-MESSAGE SECTION.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUN-LOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE SPACES TO RUN-LOG-RECORD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE RLG-TIMESTAMP-MS
           MOVE 'APISTMT' TO RLG-PROGRAM-NAME
           MOVE RUN-LOG-MESSAGE-ID TO RLG-MESSAGE-ID
           MOVE RUN-LOG-SEVERITY TO RLG-SEVERITY
           MOVE RUN-LOG-TEXT TO RLG-MESSAGE-TEXT
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           IF RUN-LOG-SEVERITY NOT = 'I'
               DISPLAY '*** ' RUN-LOG-MESSAGE-ID ' ' RUN-LOG-TEXT
                  UPON CONSOLE
           END-IF

           EXIT.
