123456*Statement reprint on demand: one card per customer request
      *names the customer and the cycle - a full date, or a month
      *with day 00 - or the statement number, and the statement is
      *copied line for line out of the statement archive APISTMT
      *keeps, headed DUPLICATE with the reprint date. Every statement
      *reprinted lands on the access log under the card's operator
      *and ticket

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISDUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card per reprint request
           SELECT REPRINT-CARD-FILE ASSIGN TO WS-REPRINT-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-CARD-STATUS.
      *    Statement archive APISTMT carries forward every cycle
           SELECT STATEMENT-ARCHIVE-FILE
               ASSIGN TO WS-STMT-ARCHIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-ARCHIVE-STATUS.
      *    Duplicates, in the statement print file's shape
           SELECT DUPLICATE-PRINT-FILE ASSIGN TO WS-DUP-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-PRINT-STATUS.
      *    Business date the duplicates are marked with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Operators allowed to request reprints
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    A zero cycle date or statement number matches any; at
      *    least one of the two must be given
       FD REPRINT-CARD-FILE.
       01 REPRINT-CARD-RECORD.
           05 SDC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SDC-CYCLE-DATE PIC 9(08).
           05 SDC-CYCLE-PARTS REDEFINES SDC-CYCLE-DATE.
             10 SDC-CYCLE-MONTH PIC 9(06).
             10 SDC-CYCLE-DAY PIC 9(02).
           05 FILLER PIC X(01).
           05 SDC-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SDC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 SDC-TICKET PIC X(12).

       FD STATEMENT-ARCHIVE-FILE.
       01 STATEMENT-ARCHIVE-RECORD.
           05 SAR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SAR-STATEMENT-DATE PIC 9(08).
           05 SAR-STATEMENT-PARTS REDEFINES SAR-STATEMENT-DATE.
             10 SAR-STATEMENT-MONTH PIC 9(06).
             10 SAR-STATEMENT-DAY PIC 9(02).
           05 FILLER PIC X(01).
           05 SAR-STATEMENT-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SAR-LINE-NUMBER PIC 9(04).
           05 FILLER PIC X(01).
           05 SAR-PRINT-LINE PIC X(80).

       FD DUPLICATE-PRINT-FILE.
       01 DUPLICATE-PRINT-RECORD PIC X(80).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD OPERATOR-AUTH-FILE.
       01 OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(72).

      *    One line per inquiry or change: who, when, under which
      *    ticket, which customer, doing what
       FD ACCESS-LOG-FILE.
       01 ACCESS-LOG-RECORD.
           05 ACC-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-PROGRAM-NAME PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-TICKET PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 ACC-ACTION PIC X(08).

       WORKING-STORAGE SECTION.
       01 REPRINT-CONTROLS.
           05 WS-REPRINT-CARD-NAME PIC X(30) VALUE 'SDUPCARD.DAT'.
           05 WS-REPRINT-CARD-STATUS PIC X(02).
             88 REPRINT-CARD-OK VALUE '00'.
           05 WS-REPRINT-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 REPRINT-CARD-AT-EOF VALUE 'Y'.
           05 WS-STMT-ARCHIVE-NAME PIC X(30) VALUE 'STMTARCH.DAT'.
           05 WS-STMT-ARCHIVE-STATUS PIC X(02).
             88 STMT-ARCHIVE-OK VALUE '00'.
           05 WS-STMT-ARCHIVE-EOF-FLAG PIC X VALUE 'N'.
             88 STMT-ARCHIVE-AT-EOF VALUE 'Y'.
           05 WS-DUP-PRINT-NAME PIC X(30) VALUE 'DUPPRNT.DAT'.
           05 WS-DUP-PRINT-STATUS PIC X(02).
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 CARDS-READ PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 STATEMENTS-REPRINTED PIC S9(9) BINARY VALUE 0.
           05 LINES-REPRINTED PIC S9(9) BINARY VALUE 0.

      *    The statement being copied, so the DUPLICATE heading is
      *    written once at the start of each
       01 CURRENT-STATEMENT-KEY.
           05 CSK-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
           05 CSK-STATEMENT-DATE PIC 9(08) VALUE 0.
           05 CSK-STATEMENT-NUMBER PIC 9(09) VALUE 0.
       01 ARCHIVE-STATEMENT-KEY.
           05 ASK-CUSTOMER-NUMBER PIC 9(09).
           05 ASK-STATEMENT-DATE PIC 9(08).
           05 ASK-STATEMENT-NUMBER PIC 9(09).

      *    Authorized operators, as the maker-checker job holds them
       01 OPERATOR-CONTROLS.
           05 WS-OPERAUTH-NAME PIC X(30) VALUE 'OPERAUTH.DAT'.
           05 WS-OPERAUTH-STATUS PIC X(02).
             88 OPERAUTH-OK VALUE '00'.
           05 WS-OPERAUTH-EOF-FLAG PIC X VALUE 'N'.
             88 OPERAUTH-AT-EOF VALUE 'Y'.
           05 WS-ACCESS-LOG-NAME PIC X(30) VALUE 'ACCESS.DAT'.
           05 WS-ACCESS-LOG-STATUS PIC X(02).
             88 ACCESS-LOG-OK VALUE '00'.
           05 AUTH-FILE-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 AUTH-FILE-PRESENT VALUE 'Y'.
           05 OPERATOR-VALID-FLAG PIC X(01).
             88 OPERATOR-AUTHORIZED VALUE 'Y'.
           05 MAX-OPERATOR-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 OPERATOR-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 OPERATOR-IX PIC S9(4) BINARY.
           05 OPERATOR-TABLE.
             10 OPT-OPERATOR-ID PIC X(08) OCCURS 500.
           05 ACCESS-TIME-MS PIC 9(18).

      *    The accepted cards, held for the one pass over the archive
       01 REQUEST-TABLE-CONTROLS.
           05 MAX-REQUEST-ENTRIES PIC S9(4) BINARY VALUE 500.
           05 REQUEST-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 REQUEST-IX PIC S9(4) BINARY.
           05 REQUEST-FOUND-IX PIC S9(4) BINARY.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 500.
             10 RQT-CUSTOMER-NUMBER PIC 9(09).
             10 RQT-CYCLE-DATE PIC 9(08).
             10 RQT-CYCLE-PARTS REDEFINES RQT-CYCLE-DATE.
               15 RQT-CYCLE-MONTH PIC 9(06).
               15 RQT-CYCLE-DAY PIC 9(02).
             10 RQT-STATEMENT-NUMBER PIC 9(09).
             10 RQT-OPERATOR-ID PIC X(08).
             10 RQT-TICKET PIC X(12).
             10 RQT-STATEMENTS-FOUND PIC S9(4) BINARY.

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS

           OPEN INPUT REPRINT-CARD-FILE
           IF NOT REPRINT-CARD-OK
               DISPLAY 'NO REPRINT CARDS PRESENT - NOTHING TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL REPRINT-CARD-AT-EOF
               READ REPRINT-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-REPRINT-CARD-EOF-FLAG
                   NOT AT END
                       IF REPRINT-CARD-RECORD NOT = SPACES
                           ADD 1 TO CARDS-READ
                           PERFORM ACCEPT-ONE-REPRINT-CARD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPRINT-CARD-FILE

           OPEN INPUT STATEMENT-ARCHIVE-FILE
           IF NOT STMT-ARCHIVE-OK
               DISPLAY 'No statement archive present - nothing to '
                       'reprint'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DUPLICATE-PRINT-FILE

           PERFORM UNTIL STMT-ARCHIVE-AT-EOF
               READ STATEMENT-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO WS-STMT-ARCHIVE-EOF-FLAG
                   NOT AT END
                       PERFORM COPY-ONE-ARCHIVE-LINE
               END-READ
           END-PERFORM
           CLOSE DUPLICATE-PRINT-FILE
           CLOSE STATEMENT-ARCHIVE-FILE

      *    A request the archive holds nothing for - never
      *    produced, or past its retention - is refused
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               IF RQT-STATEMENTS-FOUND (REQUEST-IX) = 0
                   ADD 1 TO CARDS-REFUSED
                   DISPLAY 'REPRINT CARD FOR '
                           RQT-CUSTOMER-NUMBER (REQUEST-IX)
                           ' REFUSED - NOT IN THE STATEMENT ARCHIVE'
                      UPON CONSOLE
               END-IF
           END-PERFORM

           DISPLAY 'Reprint cards read:    ' CARDS-READ UPON CONSOLE
           DISPLAY 'Cards refused:         ' CARDS-REFUSED
              UPON CONSOLE
           DISPLAY 'Statements reprinted:  ' STATEMENTS-REPRINTED
              UPON CONSOLE
           DISPLAY 'Lines reprinted:       ' LINES-REPRINTED
              UPON CONSOLE
           IF CARDS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Duplicates are marked with the business date when one is on
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

      * ---
      * Hold the authorized-operator file in memory; with no file
      * on disk every operator is accepted with a console warning
      * and the access log still records who asked for the copy
       LOAD-AUTHORIZED-OPERATORS SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               DISPLAY 'NO OPERATOR AUTHORIZATION FILE - OPERATORS '
                       'NOT VALIDATED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           SET AUTH-FILE-PRESENT TO TRUE

           PERFORM UNTIL OPERAUTH-AT-EOF
                      OR OPERATOR-ENTRY-COUNT >= MAX-OPERATOR-ENTRIES
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
                   NOT AT END
                       IF OPA-OPERATOR-ID NOT = SPACES
                           ADD 1 TO OPERATOR-ENTRY-COUNT
                           MOVE OPA-OPERATOR-ID
                             TO OPT-OPERATOR-ID
                                (OPERATOR-ENTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           EXIT.

      * ---
      * A card without a ticket or from an operator not authorized
      * is refused, as is one naming neither cycle nor statement
       ACCEPT-ONE-REPRINT-CARD SECTION.
           IF SDC-CUSTOMER-NUMBER IS NOT NUMERIC
              OR SDC-CUSTOMER-NUMBER = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REPRINT CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SDC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REPRINT CARD FOR ' SDC-CUSTOMER-NUMBER
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REPRINT CARD FOR ' SDC-CUSTOMER-NUMBER
                       ' REFUSED - OPERATOR ' SDC-OPERATOR-ID
                       ' NOT AUTHORIZED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SDC-CYCLE-DATE IS NOT NUMERIC
              OR SDC-STATEMENT-NUMBER IS NOT NUMERIC
              OR (SDC-CYCLE-DATE = 0 AND SDC-STATEMENT-NUMBER = 0)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REPRINT CARD FOR ' SDC-CUSTOMER-NUMBER
                       ' REFUSED - NO CYCLE OR STATEMENT NUMBER'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF REQUEST-ENTRY-COUNT >= MAX-REQUEST-ENTRIES
               ADD 1 TO CARDS-REFUSED
               DISPLAY '*** REPRINT TABLE FULL AT '
                       MAX-REQUEST-ENTRIES ' - CARD FOR '
                       SDC-CUSTOMER-NUMBER ' NOT TAKEN'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           ADD 1 TO REQUEST-ENTRY-COUNT
           MOVE REQUEST-ENTRY-COUNT TO REQUEST-IX
           MOVE SDC-CUSTOMER-NUMBER TO RQT-CUSTOMER-NUMBER (REQUEST-IX)
           MOVE SDC-CYCLE-DATE TO RQT-CYCLE-DATE (REQUEST-IX)
           MOVE SDC-STATEMENT-NUMBER
             TO RQT-STATEMENT-NUMBER (REQUEST-IX)
           MOVE SDC-OPERATOR-ID TO RQT-OPERATOR-ID (REQUEST-IX)
           MOVE SDC-TICKET TO RQT-TICKET (REQUEST-IX)
           MOVE 0 TO RQT-STATEMENTS-FOUND (REQUEST-IX)

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           IF SDC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = SDC-OPERATOR-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * One archive line: copied when the first card it answers is
      * found. A statement's lines are together in the archive, so a
      * change of statement key starts a new duplicate
       COPY-ONE-ARCHIVE-LINE SECTION.
           IF SAR-CUSTOMER-NUMBER IS NOT NUMERIC
              OR SAR-STATEMENT-DATE IS NOT NUMERIC
              OR SAR-STATEMENT-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE 0 TO REQUEST-FOUND-IX
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
                      OR REQUEST-FOUND-IX > 0
               IF RQT-CUSTOMER-NUMBER (REQUEST-IX)
                      = SAR-CUSTOMER-NUMBER
                  AND (RQT-CYCLE-DATE (REQUEST-IX) = 0
                       OR RQT-CYCLE-DATE (REQUEST-IX)
                              = SAR-STATEMENT-DATE
                       OR (RQT-CYCLE-DAY (REQUEST-IX) = 0
                           AND RQT-CYCLE-MONTH (REQUEST-IX)
                                   = SAR-STATEMENT-MONTH))
                  AND (RQT-STATEMENT-NUMBER (REQUEST-IX) = 0
                       OR RQT-STATEMENT-NUMBER (REQUEST-IX)
                              = SAR-STATEMENT-NUMBER)
                   MOVE REQUEST-IX TO REQUEST-FOUND-IX
               END-IF
           END-PERFORM
           IF REQUEST-FOUND-IX = 0
               EXIT SECTION
           END-IF

           MOVE SAR-CUSTOMER-NUMBER TO ASK-CUSTOMER-NUMBER
           MOVE SAR-STATEMENT-DATE TO ASK-STATEMENT-DATE
           MOVE SAR-STATEMENT-NUMBER TO ASK-STATEMENT-NUMBER
           IF ARCHIVE-STATEMENT-KEY NOT = CURRENT-STATEMENT-KEY
               MOVE ARCHIVE-STATEMENT-KEY TO CURRENT-STATEMENT-KEY
               PERFORM START-DUPLICATE-STATEMENT
           END-IF

           MOVE SAR-PRINT-LINE TO DUPLICATE-PRINT-RECORD
           WRITE DUPLICATE-PRINT-RECORD
           ADD 1 TO LINES-REPRINTED

           EXIT.

      * ---
      * The DUPLICATE heading ahead of each copied statement, and
      * the access-log line under the requesting card
       START-DUPLICATE-STATEMENT SECTION.
           ADD 1 TO STATEMENTS-REPRINTED
           ADD 1 TO RQT-STATEMENTS-FOUND (REQUEST-FOUND-IX)

           MOVE SPACES TO DUPLICATE-PRINT-RECORD
           WRITE DUPLICATE-PRINT-RECORD
           MOVE SPACES TO DUPLICATE-PRINT-RECORD
           STRING '*** DUPLICATE *** REPRINTED '
                  DELIMITED BY SIZE
                  BUSINESS-DATE
                  DELIMITED BY SIZE
                  ' - STATEMENT '
                  DELIMITED BY SIZE
                  SAR-STATEMENT-NUMBER
                  DELIMITED BY SIZE
                  ' OF '
                  DELIMITED BY SIZE
                  SAR-STATEMENT-DATE
                  DELIMITED BY SIZE
             INTO DUPLICATE-PRINT-RECORD
           END-STRING
           WRITE DUPLICATE-PRINT-RECORD

           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APISDUP ' TO ACC-PROGRAM-NAME
           MOVE RQT-OPERATOR-ID (REQUEST-FOUND-IX) TO ACC-OPERATOR-ID
           MOVE RQT-TICKET (REQUEST-FOUND-IX) TO ACC-TICKET
           MOVE SAR-CUSTOMER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE 'STMTDUP' TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.
