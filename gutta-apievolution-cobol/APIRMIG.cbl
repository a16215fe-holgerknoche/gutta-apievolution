               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.

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
       FD RUN-LOCK-FILE.
           05 FILLER PIC X(01) VALUE SPACE.
           05 AUD-RUN-ID PIC 9(09).

       FD TOKEN-CARD-FILE.
       01 TOKEN-CARD-RECORD.
           COPY CTOKCRD REPLACING '*-' BY TKC-.

       FD TOKEN-VAULT-FILE.
       01 TOKEN-VAULT-RECORD.
           COPY CTOKVLT REPLACING '*-' BY TKV-.

       WORKING-STORAGE SECTION.
       01 REVERSE-MIGRATION-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVIN.DAT'.
       01 NUMBER-DISP PIC 9(05).
       01 POSTAL-CODE-DISP PIC 9(09).

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
           05 TOKEN-FEED-NAME PIC X(08) VALUE 'RMIG'.
           05 TOKEN-PROGRAM-NAME PIC X(08) VALUE 'APIRMIG'.
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
      *    Initial call to load the modules and make the other
      *    functions available
                   TARGET-VERSION '...'
              UPON CONSOLE

           PERFORM LOAD-TOKEN-CARD
           PERFORM LOAD-SCRIPT-CONFIG
           PERFORM LOAD-SCRIPTS
           PERFORM OPEN-FILES
           PERFORM CLOSE-AUDIT-LOG-FILE
           PERFORM RELEASE-AUDIT-LOCK
           PERFORM CLOSE-PROVSEC-FILE
           PERFORM CLOSE-TOKEN-VAULT
           PERFORM CLOSE-FILES
           PERFORM UNLOAD-SCRIPTS

           DISPLAY 'Secondary addresses loaded: '
                   SEC-ADDRESSES-LOADED
              UPON CONSOLE
           IF TOKENIZE-DOB AND TARGET-REVISION-3
               DISPLAY 'Tokens issued: ' TOKENS-ISSUED
                       ', reused: ' TOKENS-REUSED
                       ', values blanked: ' TOKENS-REFUSED
                  UPON CONSOLE
           END-IF
           IF TOKENS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

               MOVE CS3O-FIRST-NAME TO CMV3-FIRST-NAME
               MOVE CS3O-LAST-NAME TO CMV3-LAST-NAME
               MOVE CS3O-DATE-OF-BIRTH TO CMV3-DATE-OF-BIRTH
               IF TOKENIZE-DOB
                   MOVE CURRENT-CUSTOMER-NUMBER
                     TO TOKEN-CUSTOMER-NUMBER
                   MOVE 'DOB' TO TOKEN-FIELD-CODE
                   MOVE CS3O-DATE-OF-BIRTH TO TOKEN-CLEAR-VALUE
                   PERFORM TOKENIZE-FIELD-VALUE
                   MOVE TOKEN-RESULT TO CMV3-DATE-OF-BIRTH
               END-IF
               MOVE CS3O-GENDER TO GENDER-DISP
               MOVE GENDER-DISP TO CMV3-GENDER
               MOVE CS3O-STREET IN CS3O-PRIMARY-ADDRESS
              RETURNING RLK-EXIST-STATUS

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
