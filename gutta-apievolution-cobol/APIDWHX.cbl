           SELECT WAREHOUSE-INTF-FILE ASSIGN TO WS-WAREHOUSE-NAME
               ORGANIZATION SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.
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

      *    Token card flagging the fields this feed carries as
      *    tokens, and the token vault pairing tokens with values
           SELECT TOKEN-CARD-FILE ASSIGN TO WS-TOKEN-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TOKEN-CARD-STATUS.
           SELECT TOKEN-VAULT-FILE ASSIGN TO WS-TOKEN-VAULT-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TKV-VAULT-KEY
               ALTERNATE RECORD KEY IS TKV-TOKEN-KEY
               FILE STATUS IS WS-TOKEN-VAULT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROVIDER-MASTER-IN.
           05 DWC-HASH-TOTAL PIC 9(18).
      *    Padded to the detail record's exact length so every
      *    interface record is the same fixed size
           05 FILLER PIC X(139).

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

       FD TOKEN-CARD-FILE.
       01 TOKEN-CARD-RECORD.
           COPY CTOKCRD REPLACING '*-' BY TKC-.

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           COPY CTOKVLT REPLACING '*-' BY TKV-.

       WORKING-STORAGE SECTION.
       01 WAREHOUSE-CONTROLS.
           05 CUT-HASH-TOTAL PIC 9(18) VALUE 0.
           05 CUT-DATE PIC 9(08).

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

      *    Format-preserving tokenization of the sensitive fields the
      *    token card flags for this feed: a clear value is replaced
      *    by a token of the same shape - a digit for a digit, a
      *    letter for a letter, punctuation kept - and the pairing is
      *    held in the token vault, so a customer's value keeps its
      *    token run after run and only the vault resolves it
       01 TOKEN-CONTROLS.
           05 WS-TOKEN-CARD-NAME PIC X(30) VALUE 'TOKNCARD.DAT'.
           05 WS-TOKEN-CARD-STATUS PIC X(02).
             88 TOKEN-CARD-OK VALUE '00'.
           05 WS-TOKEN-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 TOKEN-CARD-AT-EOF VALUE 'Y'.
           05 WS-TOKEN-VAULT-NAME PIC X(30) VALUE 'TOKVAULT.DAT'.
           05 WS-TOKEN-VAULT-STATUS PIC X(02).
             88 TOKEN-VAULT-OK VALUE '00'.
             88 TOKEN-VAULT-DUPLICATE VALUE '22'.
             88 TOKEN-VAULT-ABSENT VALUE '35'.
           05 TOKEN-FEED-NAME PIC X(08) VALUE 'DWHX'.
           05 TOKEN-PROGRAM-NAME PIC X(08) VALUE 'APIDWHX'.
           05 TOKENIZE-DOB-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-DOB VALUE 'Y'.
           05 TOKENIZE-REGNO-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-REGNO VALUE 'Y'.
           05 TOKENIZE-CONTACT-FLAG PIC X(01) VALUE 'N'.
             88 TOKENIZE-CONTACT VALUE 'Y'.
           05 TOKEN-VAULT-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 TOKEN-VAULT-IS-OPEN VALUE 'Y'.
           05 TOKEN-CUSTOMER-NUMBER PIC 9(09).
           05 TOKEN-FIELD-CODE PIC X(08).
           05 TOKEN-CLEAR-VALUE PIC X(40).
           05 TOKEN-CLEAR-BYTES REDEFINES TOKEN-CLEAR-VALUE.
             10 TOKEN-CLEAR-BYTE PIC 9(2) COMP-X OCCURS 40.
           05 TOKEN-RESULT PIC X(40).
           05 TOKEN-POS PIC S9(4) BINARY.
           05 TOKEN-ATTEMPT PIC S9(4) BINARY.
           05 TOKEN-CLASH-FLAG PIC X(01).
             88 TOKEN-CLASHES VALUE 'Y'.
           05 TOKEN-SEED PIC S9(18) BINARY.
           05 TOKEN-QUOTIENT PIC S9(18) BINARY.
           05 TOKEN-PICK PIC S9(4) BINARY.
           05 TOKEN-TIME PIC 9(08).
           05 TOKEN-DATE PIC 9(08) VALUE 0.
           05 TOKEN-DIGITS PIC X(10) VALUE '0123456789'.
           05 TOKEN-LOWER-LETTERS PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 TOKEN-UPPER-LETTERS PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 TOKENS-ISSUED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-REUSED PIC S9(9) BINARY VALUE 0.
           05 TOKENS-REFUSED PIC S9(9) BINARY VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY 'Cutting warehouse interface from '
                   WS-PROVMAST-IN-NAME '...'
              UPON CONSOLE

           PERFORM VERIFY-PUBLISH-CONTROL
           IF PUBLISH-INPUT-REFUSED
               GOBACK
           END-IF

           MOVE 'N' TO WS-PROVMAST-IN-EOF-FLAG
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-TOKEN-CARD
           OPEN OUTPUT WAREHOUSE-INTF-FILE

           ACCEPT CUT-DATE FROM DATE YYYYMMDD
           MOVE CUT-HASH-TOTAL TO DWC-HASH-TOTAL
           WRITE WAREHOUSE-INTF-CONTROL

           PERFORM CLOSE-TOKEN-VAULT
           CLOSE WAREHOUSE-INTF-FILE
           CLOSE PROVIDER-MASTER-IN

           DISPLAY 'Closed customers excluded: '
                   RECORDS-EXCLUDED-CLOSED
              UPON CONSOLE
           IF TOKENIZE-DOB OR TOKENIZE-REGNO
               DISPLAY 'Tokens issued:           ' TOKENS-ISSUED
                  UPON CONSOLE
               DISPLAY 'Tokens reused:           ' TOKENS-REUSED
                  UPON CONSOLE
               DISPLAY 'Values blanked:          ' TOKENS-REFUSED
                  UPON CONSOLE
           END-IF
           IF TOKENS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

           ELSE
               MOVE 0 TO DWH-ACCOUNT-BALANCE
           END-IF
           MOVE PMI-CUSTOMER-NUMBER TO TOKEN-CUSTOMER-NUMBER
           IF TOKENIZE-DOB AND PMI-CUSTOMER-KIND NOT = 'C'
               MOVE 'DOB' TO TOKEN-FIELD-CODE
               MOVE PMI-DATE-OF-BIRTH TO TOKEN-CLEAR-VALUE
               PERFORM TOKENIZE-FIELD-VALUE
               MOVE TOKEN-RESULT TO DWH-DATE-OF-BIRTH-TOKEN
           END-IF
           IF TOKENIZE-REGNO AND PMI-CUSTOMER-KIND = 'C'
               MOVE 'REGNO' TO TOKEN-FIELD-CODE
               MOVE PMI-REGISTRATION-NO TO TOKEN-CLEAR-VALUE
               PERFORM TOKENIZE-FIELD-VALUE
               MOVE TOKEN-RESULT TO DWH-REGISTRATION-NO-TOKEN
           END-IF
           WRITE WAREHOUSE-INTF-RECORD
           ADD 1 TO DETAILS-WRITTEN
           ADD PMI-CUSTOMER-NUMBER TO CUT-HASH-TOTAL

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
           MOVE 'APIDWHX' TO RLG-PROGRAM-NAME
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

      * ---
      * Read the token card for this feed's flags; with any field
      * flagged the vault is opened so existing tokens are reused.
      * With no card, or no line for this feed, nothing is tokenized
       LOAD-TOKEN-CARD SECTION.
           MOVE 'N' TO WS-TOKEN-CARD-EOF-FLAG
           OPEN INPUT TOKEN-CARD-FILE
           IF NOT TOKEN-CARD-OK
               EXIT SECTION
           END-IF
           PERFORM UNTIL TOKEN-CARD-AT-EOF
               READ TOKEN-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-TOKEN-CARD-EOF-FLAG
                   NOT AT END
                       IF TKC-FEED-NAME = TOKEN-FEED-NAME
                           OR TKC-FEED-NAME = 'ALL'
                           IF TKC-TOKENIZE-DOB = 'Y'
                               MOVE 'Y' TO TOKENIZE-DOB-FLAG
                           END-IF
                           IF TKC-TOKENIZE-REGNO = 'Y'
                               MOVE 'Y' TO TOKENIZE-REGNO-FLAG
                           END-IF
                           IF TKC-TOKENIZE-CONTACT = 'Y'
                               MOVE 'Y' TO TOKENIZE-CONTACT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOKEN-CARD-FILE

           IF TOKENIZE-DOB OR TOKENIZE-REGNO OR TOKENIZE-CONTACT
               DISPLAY '  Tokenized fields: date of birth '
                       TOKENIZE-DOB-FLAG ', registration no '
                       TOKENIZE-REGNO-FLAG ', contacts '
                       TOKENIZE-CONTACT-FLAG
                  UPON CONSOLE
               PERFORM OPEN-TOKEN-VAULT
           END-IF

           EXIT.

      * ---
      * Open the vault for update. The first run ever creates it;
      * a vault that cannot be opened leaves every value to be
      * tokenized blanked, never sent in clear
       OPEN-TOKEN-VAULT SECTION.
           ACCEPT TOKEN-DATE FROM DATE YYYYMMDD
           OPEN I-O TOKEN-VAULT-FILE
           IF TOKEN-VAULT-ABSENT
               OPEN OUTPUT TOKEN-VAULT-FILE
               CLOSE TOKEN-VAULT-FILE
               OPEN I-O TOKEN-VAULT-FILE
           END-IF
           IF TOKEN-VAULT-OK
               MOVE 'Y' TO TOKEN-VAULT-OPEN-FLAG
           ELSE
               DISPLAY '*** TOKEN VAULT ' WS-TOKEN-VAULT-NAME
                       ' NOT AVAILABLE, STATUS '
                       WS-TOKEN-VAULT-STATUS
                       ' - TOKENIZED VALUES ARE BLANKED'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Replace TOKEN-CLEAR-VALUE (field TOKEN-FIELD-CODE of
      * customer TOKEN-CUSTOMER-NUMBER) by its token in
      * TOKEN-RESULT: the vault's token when the value has one,
      * otherwise a new one entered in the vault. A value that
      * cannot be given a token is blanked, never sent in clear
       TOKENIZE-FIELD-VALUE SECTION.
           MOVE SPACES TO TOKEN-RESULT
           IF TOKEN-CLEAR-VALUE = SPACES
               EXIT SECTION
           END-IF
           IF NOT TOKEN-VAULT-IS-OPEN
               ADD 1 TO TOKENS-REFUSED
               EXIT SECTION
           END-IF

           PERFORM FIND-VAULT-TOKEN
           IF TOKEN-RESULT NOT = SPACES
               ADD 1 TO TOKENS-REUSED
               EXIT SECTION
           END-IF

      *    A new token must differ from the value; the vault itself
      *    refuses a token already issued for the field, so each
      *    token resolves to exactly one value
           MOVE 'Y' TO TOKEN-CLASH-FLAG
           PERFORM VARYING TOKEN-ATTEMPT FROM 1 BY 1
                   UNTIL TOKEN-ATTEMPT > 20
                      OR NOT TOKEN-CLASHES
                      OR NOT TOKEN-VAULT-IS-OPEN
               PERFORM GENERATE-TOKEN
               IF TOKEN-RESULT NOT = TOKEN-CLEAR-VALUE
                   PERFORM ENTER-VAULT-TOKEN
               END-IF
           END-PERFORM
           IF TOKEN-CLASHES
               MOVE SPACES TO TOKEN-RESULT
               ADD 1 TO TOKENS-REFUSED
           END-IF

           EXIT.

      * ---
      * The vault's token for the value, spaces when it has none
       FIND-VAULT-TOKEN SECTION.
           MOVE SPACES TO TOKEN-RESULT
           MOVE TOKEN-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
           MOVE TOKEN-FIELD-CODE TO TKV-FIELD-CODE
           MOVE TOKEN-CLEAR-VALUE TO TKV-CLEAR-VALUE
           READ TOKEN-VAULT-FILE KEY IS TKV-VAULT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TKV-TOKEN TO TOKEN-RESULT
           END-READ

           EXIT.

      * ---
      * Enter the candidate token in TOKEN-RESULT in the vault. A
      * duplicate is either a token already issued for the field -
      * the next candidate is tried - or a value another writer has
      * just tokenized, whose token is then taken from the vault
       ENTER-VAULT-TOKEN SECTION.
           MOVE TOKEN-CUSTOMER-NUMBER TO TKV-CUSTOMER-NUMBER
           MOVE TOKEN-FIELD-CODE TO TKV-FIELD-CODE
           MOVE TOKEN-CLEAR-VALUE TO TKV-CLEAR-VALUE
           MOVE TOKEN-FIELD-CODE TO TKV-TOKEN-FIELD-CODE
           MOVE TOKEN-RESULT TO TKV-TOKEN
           MOVE TOKEN-DATE TO TKV-CREATED-DATE
           MOVE TOKEN-PROGRAM-NAME TO TKV-PROGRAM-NAME
           WRITE TOKEN-VAULT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE TRUE
               WHEN TOKEN-VAULT-OK
                   MOVE 'N' TO TOKEN-CLASH-FLAG
                   ADD 1 TO TOKENS-ISSUED
               WHEN TOKEN-VAULT-DUPLICATE
                   PERFORM FIND-VAULT-TOKEN
                   IF TOKEN-RESULT NOT = SPACES
                       MOVE 'N' TO TOKEN-CLASH-FLAG
                       ADD 1 TO TOKENS-REUSED
                   END-IF
               WHEN OTHER
                   DISPLAY '*** TOKEN VAULT WRITE FAILED, STATUS '
                           WS-TOKEN-VAULT-STATUS
                           ' - FURTHER TOKENIZED VALUES ARE BLANKED'
                      UPON CONSOLE
                   CLOSE TOKEN-VAULT-FILE
                   MOVE 'N' TO TOKEN-VAULT-OPEN-FLAG
           END-EVALUATE

           EXIT.

      * ---
      * One candidate token: each digit and letter of the value is
      * replaced from a pseudo-random sequence seeded from the
      * customer, the value, the time of day and the attempt, so
      * the token cannot be worked back to the value without the
      * vault; everything else is kept where it stands
       GENERATE-TOKEN SECTION.
           ACCEPT TOKEN-TIME FROM TIME
           COMPUTE TOKEN-SEED = TOKEN-CUSTOMER-NUMBER
                              + TOKEN-TIME * 7
                              + TOKEN-ATTEMPT * 7919
                              + TOKENS-ISSUED * 131
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > 40
               COMPUTE TOKEN-SEED = TOKEN-SEED
                   + TOKEN-CLEAR-BYTE (TOKEN-POS) * TOKEN-POS
           END-PERFORM
           DIVIDE TOKEN-SEED BY 2147483647
               GIVING TOKEN-QUOTIENT
               REMAINDER TOKEN-SEED
           IF TOKEN-SEED = 0
               MOVE 1 TO TOKEN-SEED
           END-IF

           MOVE TOKEN-CLEAR-VALUE TO TOKEN-RESULT
           PERFORM VARYING TOKEN-POS FROM 1 BY 1
                   UNTIL TOKEN-POS > 40
               COMPUTE TOKEN-SEED = TOKEN-SEED * 48271
               DIVIDE TOKEN-SEED BY 2147483647
                   GIVING TOKEN-QUOTIENT
                   REMAINDER TOKEN-SEED
               EVALUATE TRUE
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1) IS NUMERIC
                   DIVIDE TOKEN-SEED BY 10
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-DIGITS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1) = SPACE
                   CONTINUE
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1)
                        IS ALPHABETIC-LOWER
                   DIVIDE TOKEN-SEED BY 26
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-LOWER-LETTERS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               WHEN TOKEN-CLEAR-VALUE (TOKEN-POS:1)
                        IS ALPHABETIC-UPPER
                   DIVIDE TOKEN-SEED BY 26
                       GIVING TOKEN-QUOTIENT
                       REMAINDER TOKEN-PICK
                   MOVE TOKEN-UPPER-LETTERS (TOKEN-PICK + 1:1)
                     TO TOKEN-RESULT (TOKEN-POS:1)
               END-EVALUATE
           END-PERFORM

           EXIT.

      * ---
      * Every token is in the vault from the moment it is issued;
      * closing it is all that is left
       CLOSE-TOKEN-VAULT SECTION.
           IF TOKEN-VAULT-IS-OPEN
               CLOSE TOKEN-VAULT-FILE
               MOVE 'N' TO TOKEN-VAULT-OPEN-FLAG
           END-IF

           EXIT.
