           SELECT DEMO-REPORT-FILE ASSIGN TO WS-DEMO-RPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEMO-RPT-STATUS.
      *    Publish control record beside the provider output; the
      *    input is proved against it before a record is processed
           SELECT PUBLISH-CONTROL-FILE ASSIGN TO WS-PUBCTL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PUBCTL-STATUS.
      *    Shared run log for the numbered verification messages
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEMO-REPORT-FILE.
       01 DEMO-REPORT-RECORD PIC X(80).

       FD PUBLISH-CONTROL-FILE.
       01 PUBLISH-CONTROL-RECORD.
           COPY CPUBCTL REPLACING '*-' BY PBC-.

       FD RUN-LOG-FILE.
       01 RUN-LOG-RECORD.
           COPY CRUNLOG REPLACING '*-' BY RLG-.

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       WORKING-STORAGE SECTION.
       01 DEMOGRAPHICS-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
       01 AGE-LABEL-TABLE REDEFINES AGE-LABEL-LIST.
           05 AGE-LABEL-ENTRY PIC X(06) OCCURS 5.

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
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

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
           DISPLAY 'Tabulating demographics over the provider '
                   'output...'
               END-PERFORM
           END-PERFORM

           PERFORM VERIFY-PUBLISH-CONTROL
           IF PUBLISH-INPUT-REFUSED
               GOBACK
           END-IF

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
           MOVE SPACES TO DEMO-REPORT-RECORD

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
           MOVE 0 TO PUBLISH-EXPECTED-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDC-BUSINESS-DATE IS NUMERIC
                           AND BDC-BUSINESS-DATE > 0
                           MOVE BDC-BUSINESS-DATE
                             TO PUBLISH-EXPECTED-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF PUBLISH-EXPECTED-DATE = 0
               ACCEPT PUBLISH-EXPECTED-DATE FROM DATE YYYYMMDD
           END-IF
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
           MOVE 'APIDEMO' TO RLG-PROGRAM-NAME
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
