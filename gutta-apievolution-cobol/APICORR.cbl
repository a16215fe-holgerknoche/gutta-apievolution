123456*Customer correspondence run: takes the letters queued by the
      *lifecycle, overdraft, limit-breach and minor-monitoring steps
      *(dormancy pre-notices, closure confirmations, overdraft
      *notices, limit breaches, majority notices), renders each one
      *from its letter template in the customer's language - chosen
      *by the provider country code - with the name, company,
      *mailing block, balance and dates substituted, writes the
      *print file for the mail house and logs every letter sent on
      *the customer's communications log, so what went to whom and
      *when can be shown afterwards

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APICORR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Letter requests appended by APILIFE, APIOVDR, APIODBR and
      *    APIMINR; consumed by the run
           SELECT LETTER-REQUEST-FILE ASSIGN TO WS-CORRREQ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREQ-STATUS.
      *    Letter templates: the text lines of each letter code in
      *    each language, printed in file order
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO WS-LTRTMPL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LTRTMPL-STATUS.
      *    Country code to letter language; the '***' row is the
      *    language for domestic customers and unlisted countries
           SELECT LETTER-LANGUAGE-FILE ASSIGN TO WS-LTRLANG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LTRLANG-STATUS.
      *    Provider-layout extract as written by APIMIGR and
      *    maintained by APILIFE
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
      *    Business date the letters are dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Communications log: one line per letter sent, kept per
      *    customer number across runs
           SELECT COMMS-LOG-FILE ASSIGN TO WS-COMMLOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMMLOG-STATUS.
      *    Rendered letters for the mail house
           SELECT CORRESPONDENCE-PRINT-FILE
               ASSIGN TO WS-CORRPRNT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRPRNT-STATUS.
      *    One line per request not sent, with its reason
           SELECT LETTER-REJECT-FILE ASSIGN TO WS-CORRREJ-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LETTER-REQUEST-FILE.
       01 LETTER-REQUEST-RECORD.
           05 CRQ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CRQ-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 CRQ-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(01).
           05 CRQ-REQUEST-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CRQ-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CRQ-AMOUNT PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 CRQ-REFERENCE PIC X(12).
           05 FILLER PIC X(11).

       FD LETTER-TEMPLATE-FILE.
       01 LETTER-TEMPLATE-RECORD.
           05 LTP-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 LTP-LANGUAGE PIC X(02).
           05 FILLER PIC X(01).
           05 LTP-TEXT PIC X(68).

       FD LETTER-LANGUAGE-FILE.
       01 LETTER-LANGUAGE-RECORD.
           05 LLG-COUNTRY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 LLG-LANGUAGE PIC X(02).
           05 FILLER PIC X(74).

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

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD COMMS-LOG-FILE.
       01 COMMS-LOG-RECORD.
           05 CML-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-LETTER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-LANGUAGE PIC X(02).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-SENT-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-REFERENCE PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01) VALUE SPACE.
           05 CML-AMOUNT PIC S9(7)V99
              SIGN LEADING SEPARATE.

       FD CORRESPONDENCE-PRINT-FILE.
       01 CORRESPONDENCE-PRINT-RECORD PIC X(80).

       FD LETTER-REJECT-FILE.
       01 LETTER-REJECT-RECORD.
           05 LRJ-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LRJ-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LRJ-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LRJ-REFERENCE PIC X(12).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LRJ-REASON PIC X(39).

       WORKING-STORAGE SECTION.
       01 CORRESPONDENCE-CONTROLS.
           05 WS-CORRREQ-NAME PIC X(30) VALUE 'CORRREQ.DAT'.
           05 WS-CORRREQ-STATUS PIC X(02).
             88 CORRREQ-OK VALUE '00'.
           05 WS-CORRREQ-EOF-FLAG PIC X VALUE 'N'.
             88 CORRREQ-AT-EOF VALUE 'Y'.
           05 WS-LTRTMPL-NAME PIC X(30) VALUE 'LTRTMPL.DAT'.
           05 WS-LTRTMPL-STATUS PIC X(02).
             88 LTRTMPL-OK VALUE '00'.
           05 WS-LTRTMPL-EOF-FLAG PIC X VALUE 'N'.
             88 LTRTMPL-AT-EOF VALUE 'Y'.
           05 WS-LTRLANG-NAME PIC X(30) VALUE 'LTRLANG.DAT'.
           05 WS-LTRLANG-STATUS PIC X(02).
             88 LTRLANG-OK VALUE '00'.
           05 WS-LTRLANG-EOF-FLAG PIC X VALUE 'N'.
             88 LTRLANG-AT-EOF VALUE 'Y'.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVMAST-IN-EOF-FLAG PIC X VALUE 'N'.
             88 PROVMAST-IN-AT-EOF VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.
           05 WS-COMMLOG-NAME PIC X(30) VALUE 'COMMLOG.DAT'.
           05 WS-COMMLOG-STATUS PIC X(02).
             88 COMMLOG-OK VALUE '00'.
           05 WS-COMMLOG-EOF-FLAG PIC X VALUE 'N'.
             88 COMMLOG-AT-EOF VALUE 'Y'.
           05 WS-CORRPRNT-NAME PIC X(30) VALUE 'CORRPRNT.DAT'.
           05 WS-CORRPRNT-STATUS PIC X(02).
             88 CORRPRNT-OK VALUE '00'.
           05 WS-CORRREJ-NAME PIC X(30) VALUE 'CORRREJ.DAT'.
           05 WS-CORRREJ-STATUS PIC X(02).
             88 CORRREJ-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 DEFAULT-LANGUAGE PIC X(02) VALUE 'EN'.
           05 LETTER-LANGUAGE PIC X(02).
           05 LAST-LETTER-NUMBER PIC 9(09) VALUE 0.
           05 RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 LETTERS-SENT PIC S9(9) BINARY VALUE 0.
           05 LETTERS-ALREADY-SENT PIC S9(9) BINARY VALUE 0.
           05 LETTERS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 REFUSE-REASON PIC X(39).
           05 DELETE-STATUS PIC S9(9) BINARY.

      *    The run's letter requests; the disposition starts
      *    pending and ends sent, already sent or refused
       01 REQUEST-TABLE-CONTROLS.
           05 MAX-REQUEST-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 REQUEST-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 REQUEST-IX PIC S9(9) BINARY.
           05 REQUEST-CHECK-IX PIC S9(9) BINARY.

       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 5000.
             10 RQT-CUSTOMER-NUMBER PIC 9(09).
             10 RQT-LETTER-CODE PIC X(08).
             10 RQT-SOURCE-PROGRAM PIC X(08).
             10 RQT-EVENT-DATE PIC 9(08).
             10 RQT-AMOUNT PIC S9(7)V99 COMP-3.
             10 RQT-REFERENCE PIC X(12).
             10 RQT-DISPOSITION PIC X(01).
               88 RQT-PENDING VALUE 'P'.
               88 RQT-SENT VALUE 'S'.
               88 RQT-ALREADY-SENT VALUE 'D'.
               88 RQT-REFUSED VALUE 'R'.

       01 TEMPLATE-TABLE-CONTROLS.
           05 MAX-TEMPLATE-ENTRIES PIC S9(9) BINARY VALUE 2000.
           05 TEMPLATE-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 TEMPLATE-IX PIC S9(9) BINARY.
           05 TEMPLATE-LINES-FOUND PIC S9(9) BINARY.

       01 TEMPLATE-TABLE.
           05 TEMPLATE-ENTRY OCCURS 2000.
             10 TPT-LETTER-CODE PIC X(08).
             10 TPT-LANGUAGE PIC X(02).
             10 TPT-TEXT PIC X(68).

       01 LANGUAGE-TABLE-CONTROLS.
           05 MAX-LANGUAGE-ENTRIES PIC S9(4) BINARY VALUE 300.
           05 LANGUAGE-ENTRY-COUNT PIC S9(4) BINARY VALUE 0.
           05 LANGUAGE-IX PIC S9(4) BINARY.

       01 LANGUAGE-TABLE.
           05 LANGUAGE-ENTRY OCCURS 300.
             10 LGT-COUNTRY-CODE PIC X(03).
             10 LGT-LANGUAGE PIC X(02).

      *    Substitution work: a template line is copied through a
      *    character at a time, each &TOKEN& replaced by its value
       01 RENDER-WORK-FIELDS.
           05 RENDER-LINE PIC X(80).
           05 RENDER-POINTER PIC S9(4) BINARY.
           05 TEXT-IX PIC S9(4) BINARY.
           05 TEXT-LENGTH PIC S9(4) BINARY.
           05 TOKEN-END-IX PIC S9(4) BINARY.
           05 TOKEN-LENGTH PIC S9(4) BINARY.
           05 TOKEN-NAME PIC X(12).
           05 TOKEN-KNOWN-FLAG PIC X(01).
             88 TOKEN-KNOWN VALUE 'Y'.
           05 SUBST-VALUE PIC X(41).
           05 SUBST-LEAD PIC S9(4) BINARY.
           05 AMOUNT-EDIT PIC -,---,--9.99.
           05 BOX-EDIT PIC Z(8)9.

       01 DATE-EDIT-FIELDS.
           05 DATE-IN PIC 9(08).
           05 DATE-IN-PARTS REDEFINES DATE-IN.
             10 DATE-IN-YYYY PIC 9(04).
             10 DATE-IN-MM PIC 9(02).
             10 DATE-IN-DD PIC 9(02).
           05 DATE-OUT.
             10 DATE-OUT-YYYY PIC 9(04).
             10 FILLER PIC X(01) VALUE '-'.
             10 DATE-OUT-MM PIC 9(02).
             10 FILLER PIC X(01) VALUE '-'.
             10 DATE-OUT-DD PIC 9(02).

      *    Start-of-letter line the mail house splits the print
      *    file on
       01 LETTER-CONTROL-LINE.
           05 FILLER PIC X(05) VALUE '#LTR '.
           05 LCL-LETTER-NUMBER PIC 9(09).
           05 FILLER PIC X(10) VALUE ' CUSTOMER '.
           05 LCL-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(10) VALUE ' TEMPLATE '.
           05 LCL-LETTER-CODE PIC X(08).
           05 FILLER PIC X(06) VALUE ' LANG '.
           05 LCL-LANGUAGE PIC X(02).

       PROCEDURE DIVISION.
           DISPLAY 'Producing customer correspondence...'
              UPON CONSOLE

           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-LETTER-REQUESTS
           IF REQUEST-ENTRY-COUNT = 0
               DISPLAY 'NO LETTER REQUESTS - NOTHING TO SEND'
                  UPON CONSOLE
               GOBACK
           END-IF

           PERFORM LOAD-LETTER-TEMPLATES
           IF TEMPLATE-ENTRY-COUNT = 0
               DISPLAY '*** NO LETTER TEMPLATES - REQUESTS KEPT, '
                       'NOTHING SENT'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LETTER-LANGUAGES

           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               DISPLAY 'No provider output present - requests kept, '
                       'nothing sent'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM MARK-ALREADY-SENT

           OPEN EXTEND COMMS-LOG-FILE
           IF NOT COMMLOG-OK
               OPEN OUTPUT COMMS-LOG-FILE
           END-IF
           OPEN OUTPUT CORRESPONDENCE-PRINT-FILE
           OPEN OUTPUT LETTER-REJECT-FILE

           PERFORM UNTIL PROVMAST-IN-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO WS-PROVMAST-IN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO RECORDS-READ
                       PERFORM SEND-CUSTOMER-LETTERS
               END-READ
           END-PERFORM

           PERFORM REPORT-UNSENT-REQUESTS

           CLOSE LETTER-REJECT-FILE
           CLOSE CORRESPONDENCE-PRINT-FILE
           CLOSE COMMS-LOG-FILE
           CLOSE PROVIDER-MASTER-IN

      *    Every request is now sent, logged as sent before or on
      *    the reject list, so the queue starts empty next run
           CALL 'CBL_DELETE_FILE' USING WS-CORRREQ-NAME
              RETURNING DELETE-STATUS

           DISPLAY 'Letter requests read:   ' REQUEST-ENTRY-COUNT
              UPON CONSOLE
           DISPLAY 'Letters sent:           ' LETTERS-SENT
              UPON CONSOLE
           DISPLAY 'Already sent, skipped:  ' LETTERS-ALREADY-SENT
              UPON CONSOLE
           DISPLAY 'Requests refused:       ' LETTERS-REFUSED
              UPON CONSOLE
           IF LETTERS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Letters are dated with the business date, the system date
      * when none is on file
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
      * Load the queued requests. A queue larger than the table is
      * left untouched for a rerun rather than half consumed
       LOAD-LETTER-REQUESTS SECTION.
           OPEN INPUT LETTER-REQUEST-FILE
           IF NOT CORRREQ-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL CORRREQ-AT-EOF
               READ LETTER-REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-CORRREQ-EOF-FLAG
                   NOT AT END
                       IF CRQ-CUSTOMER-NUMBER IS NUMERIC
                           PERFORM ADD-REQUEST-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-REQUEST-FILE

           EXIT.

       ADD-REQUEST-ENTRY SECTION.
           IF REQUEST-ENTRY-COUNT >= MAX-REQUEST-ENTRIES
               DISPLAY '*** LETTER REQUEST TABLE FULL AT '
                       MAX-REQUEST-ENTRIES
                       ' - REQUESTS KEPT, NOTHING SENT'
                  UPON CONSOLE
               CLOSE LETTER-REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO REQUEST-ENTRY-COUNT
           MOVE CRQ-CUSTOMER-NUMBER
             TO RQT-CUSTOMER-NUMBER (REQUEST-ENTRY-COUNT)
           MOVE CRQ-LETTER-CODE
             TO RQT-LETTER-CODE (REQUEST-ENTRY-COUNT)
           MOVE CRQ-SOURCE-PROGRAM
             TO RQT-SOURCE-PROGRAM (REQUEST-ENTRY-COUNT)
           IF CRQ-EVENT-DATE IS NUMERIC
               MOVE CRQ-EVENT-DATE
                 TO RQT-EVENT-DATE (REQUEST-ENTRY-COUNT)
           ELSE
               MOVE 0 TO RQT-EVENT-DATE (REQUEST-ENTRY-COUNT)
           END-IF
           IF CRQ-AMOUNT IS NUMERIC
               MOVE CRQ-AMOUNT TO RQT-AMOUNT (REQUEST-ENTRY-COUNT)
           ELSE
               MOVE 0 TO RQT-AMOUNT (REQUEST-ENTRY-COUNT)
           END-IF
           MOVE CRQ-REFERENCE TO RQT-REFERENCE (REQUEST-ENTRY-COUNT)
           SET RQT-PENDING (REQUEST-ENTRY-COUNT) TO TRUE

           EXIT.

       LOAD-LETTER-TEMPLATES SECTION.
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF NOT LTRTMPL-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL LTRTMPL-AT-EOF
               READ LETTER-TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO WS-LTRTMPL-EOF-FLAG
                   NOT AT END
                       IF LTP-LETTER-CODE NOT = SPACES
                           PERFORM ADD-TEMPLATE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-TEMPLATE-FILE

           EXIT.

       ADD-TEMPLATE-ENTRY SECTION.
           IF TEMPLATE-ENTRY-COUNT >= MAX-TEMPLATE-ENTRIES
               DISPLAY '*** LETTER TEMPLATE TABLE FULL AT '
                       MAX-TEMPLATE-ENTRIES
                       ' - REQUESTS KEPT, NOTHING SENT'
                  UPON CONSOLE
               CLOSE LETTER-TEMPLATE-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO TEMPLATE-ENTRY-COUNT
           MOVE LTP-LETTER-CODE
             TO TPT-LETTER-CODE (TEMPLATE-ENTRY-COUNT)
           MOVE LTP-LANGUAGE TO TPT-LANGUAGE (TEMPLATE-ENTRY-COUNT)
           MOVE LTP-TEXT TO TPT-TEXT (TEMPLATE-ENTRY-COUNT)

           EXIT.

      * ---
      * Country-to-language table; with none on disk every letter
      * goes out in the default language
       LOAD-LETTER-LANGUAGES SECTION.
           OPEN INPUT LETTER-LANGUAGE-FILE
           IF NOT LTRLANG-OK
               DISPLAY 'NO LETTER LANGUAGE TABLE - EVERY LETTER IN '
                       DEFAULT-LANGUAGE
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL LTRLANG-AT-EOF
               READ LETTER-LANGUAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-LTRLANG-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LLG-LANGUAGE = SPACES
                               CONTINUE
                           WHEN LLG-COUNTRY-CODE = '***'
                               MOVE LLG-LANGUAGE
                                 TO DEFAULT-LANGUAGE
                           WHEN LANGUAGE-ENTRY-COUNT
                                  < MAX-LANGUAGE-ENTRIES
                               ADD 1 TO LANGUAGE-ENTRY-COUNT
                               MOVE LLG-COUNTRY-CODE
                                 TO LGT-COUNTRY-CODE
                                    (LANGUAGE-ENTRY-COUNT)
                               MOVE LLG-LANGUAGE
                                 TO LGT-LANGUAGE
                                    (LANGUAGE-ENTRY-COUNT)
                           WHEN OTHER
                               DISPLAY 'LETTER LANGUAGE TABLE FULL '
                                       '- COUNTRY '
                                       LLG-COUNTRY-CODE
                                       ' GETS THE DEFAULT LANGUAGE'
                                  UPON CONSOLE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LETTER-LANGUAGE-FILE

           EXIT.

      * ---
      * A letter already on the communications log for the same
      * customer, letter and reference is not sent again - the
      * feeding steps re-queue a standing condition every run - and
      * a request repeated within the queue is only sent once. The
      * same pass finds the last letter number issued
       MARK-ALREADY-SENT SECTION.
           PERFORM VARYING REQUEST-IX FROM 2 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               PERFORM VARYING REQUEST-CHECK-IX FROM 1 BY 1
                       UNTIL REQUEST-CHECK-IX >= REQUEST-IX
                          OR RQT-ALREADY-SENT (REQUEST-IX)
                   IF RQT-CUSTOMER-NUMBER (REQUEST-CHECK-IX)
                          = RQT-CUSTOMER-NUMBER (REQUEST-IX)
                      AND RQT-LETTER-CODE (REQUEST-CHECK-IX)
                          = RQT-LETTER-CODE (REQUEST-IX)
                      AND RQT-REFERENCE (REQUEST-CHECK-IX)
                          = RQT-REFERENCE (REQUEST-IX)
                       SET RQT-ALREADY-SENT (REQUEST-IX) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN INPUT COMMS-LOG-FILE
           IF NOT COMMLOG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL COMMLOG-AT-EOF
               READ COMMS-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-COMMLOG-EOF-FLAG
                   NOT AT END
                       IF CML-LETTER-NUMBER IS NUMERIC
                          AND CML-LETTER-NUMBER > LAST-LETTER-NUMBER
                           MOVE CML-LETTER-NUMBER
                             TO LAST-LETTER-NUMBER
                       END-IF
                       PERFORM VARYING REQUEST-IX FROM 1 BY 1
                               UNTIL REQUEST-IX
                                     > REQUEST-ENTRY-COUNT
                           IF RQT-PENDING (REQUEST-IX)
                              AND RQT-CUSTOMER-NUMBER (REQUEST-IX)
                                  = CML-CUSTOMER-NUMBER
                              AND RQT-LETTER-CODE (REQUEST-IX)
                                  = CML-LETTER-CODE
                              AND RQT-REFERENCE (REQUEST-IX)
                                  = CML-REFERENCE
                               SET RQT-ALREADY-SENT (REQUEST-IX)
                                 TO TRUE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE COMMS-LOG-FILE

           EXIT.

      * ---
      * Send every pending request for this customer. A customer
      * the mail house bounced is not written to until the address
      * is reworked, and a closed customer only receives the
      * confirmation of the closure itself
       SEND-CUSTOMER-LETTERS SECTION.
           IF PMI-CUSTOMER-NUMBER IS NOT NUMERIC
               EXIT SECTION
           END-IF

           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               IF RQT-CUSTOMER-NUMBER (REQUEST-IX)
                      = PMI-CUSTOMER-NUMBER
                   EVALUATE TRUE
                       WHEN NOT RQT-PENDING (REQUEST-IX)
                           CONTINUE
                       WHEN PMI-DO-NOT-MAIL = 'Y'
                           MOVE 'CUSTOMER IS DO-NOT-MAIL'
                             TO REFUSE-REASON
                           PERFORM REFUSE-ONE-REQUEST
                       WHEN PMI-LIFECYCLE-STATUS = 'C'
                        AND RQT-LETTER-CODE (REQUEST-IX)
                            NOT = 'CLOSED01'
                           MOVE 'CUSTOMER IS CLOSED' TO REFUSE-REASON
                           PERFORM REFUSE-ONE-REQUEST
                       WHEN OTHER
                           PERFORM SEND-ONE-LETTER
                   END-EVALUATE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The letter goes out in the language of the customer's
      * country, falling back to the default language where the
      * template has not been translated
       SEND-ONE-LETTER SECTION.
           MOVE DEFAULT-LANGUAGE TO LETTER-LANGUAGE
           IF PMI-COUNTRY-CODE NOT = SPACES
               PERFORM VARYING LANGUAGE-IX FROM 1 BY 1
                       UNTIL LANGUAGE-IX > LANGUAGE-ENTRY-COUNT
                   IF LGT-COUNTRY-CODE (LANGUAGE-IX)
                          = PMI-COUNTRY-CODE
                       MOVE LGT-LANGUAGE (LANGUAGE-IX)
                         TO LETTER-LANGUAGE
                   END-IF
               END-PERFORM
           END-IF

           PERFORM COUNT-TEMPLATE-LINES
           IF TEMPLATE-LINES-FOUND = 0
              AND LETTER-LANGUAGE NOT = DEFAULT-LANGUAGE
               MOVE DEFAULT-LANGUAGE TO LETTER-LANGUAGE
               PERFORM COUNT-TEMPLATE-LINES
           END-IF
           IF TEMPLATE-LINES-FOUND = 0
               MOVE 'NO TEMPLATE FOR THIS LETTER'
                 TO REFUSE-REASON
               PERFORM REFUSE-ONE-REQUEST
               EXIT SECTION
           END-IF

           ADD 1 TO LAST-LETTER-NUMBER
           MOVE LAST-LETTER-NUMBER TO LCL-LETTER-NUMBER
           MOVE PMI-CUSTOMER-NUMBER TO LCL-CUSTOMER-NUMBER
           MOVE RQT-LETTER-CODE (REQUEST-IX) TO LCL-LETTER-CODE
           MOVE LETTER-LANGUAGE TO LCL-LANGUAGE
           MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
           MOVE LETTER-CONTROL-LINE TO CORRESPONDENCE-PRINT-RECORD
           WRITE CORRESPONDENCE-PRINT-RECORD

           PERFORM VARYING TEMPLATE-IX FROM 1 BY 1
                   UNTIL TEMPLATE-IX > TEMPLATE-ENTRY-COUNT
               IF TPT-LETTER-CODE (TEMPLATE-IX)
                      = RQT-LETTER-CODE (REQUEST-IX)
                  AND TPT-LANGUAGE (TEMPLATE-IX) = LETTER-LANGUAGE
                   IF TPT-TEXT (TEMPLATE-IX) = '&ADDRESS&'
                       PERFORM WRITE-MAILING-BLOCK
                   ELSE
                       PERFORM RENDER-TEMPLATE-LINE
                       MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
                       MOVE RENDER-LINE
                         TO CORRESPONDENCE-PRINT-RECORD
                       WRITE CORRESPONDENCE-PRINT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
           WRITE CORRESPONDENCE-PRINT-RECORD

           MOVE SPACES TO COMMS-LOG-RECORD
           MOVE PMI-CUSTOMER-NUMBER TO CML-CUSTOMER-NUMBER
           MOVE LAST-LETTER-NUMBER TO CML-LETTER-NUMBER
           MOVE RQT-LETTER-CODE (REQUEST-IX) TO CML-LETTER-CODE
           MOVE LETTER-LANGUAGE TO CML-LANGUAGE
           MOVE BUSINESS-DATE TO CML-SENT-DATE
           MOVE RQT-SOURCE-PROGRAM (REQUEST-IX)
             TO CML-SOURCE-PROGRAM
           MOVE RQT-EVENT-DATE (REQUEST-IX) TO CML-EVENT-DATE
           MOVE RQT-REFERENCE (REQUEST-IX) TO CML-REFERENCE
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO CML-BALANCE
           ELSE
               MOVE 0 TO CML-BALANCE
           END-IF
           MOVE RQT-AMOUNT (REQUEST-IX) TO CML-AMOUNT
           WRITE COMMS-LOG-RECORD

           SET RQT-SENT (REQUEST-IX) TO TRUE
           ADD 1 TO LETTERS-SENT

           EXIT.

       COUNT-TEMPLATE-LINES SECTION.
           MOVE 0 TO TEMPLATE-LINES-FOUND
           PERFORM VARYING TEMPLATE-IX FROM 1 BY 1
                   UNTIL TEMPLATE-IX > TEMPLATE-ENTRY-COUNT
               IF TPT-LETTER-CODE (TEMPLATE-IX)
                      = RQT-LETTER-CODE (REQUEST-IX)
                  AND TPT-LANGUAGE (TEMPLATE-IX) = LETTER-LANGUAGE
                   ADD 1 TO TEMPLATE-LINES-FOUND
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The mailing block in the statement's shape: name (a company
      * by name for the attention of its contact), then the primary
      * address by its kind, then postal code and city, and the
      * country for an address abroad
       WRITE-MAILING-BLOCK SECTION.
           MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO CORRESPONDENCE-PRINT-RECORD
               WRITE CORRESPONDENCE-PRINT-RECORD
               IF PMI-CONTACT-PERSON NOT = SPACES
                   MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
                   STRING 'ATTN ' DELIMITED BY SIZE
                          PMI-CONTACT-PERSON DELIMITED BY '  '
                     INTO CORRESPONDENCE-PRINT-RECORD
                   END-STRING
                   WRITE CORRESPONDENCE-PRINT-RECORD
               END-IF
           ELSE
               STRING PMI-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY '  '
                 INTO CORRESPONDENCE-PRINT-RECORD
               END-STRING
               WRITE CORRESPONDENCE-PRINT-RECORD
           END-IF

           MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
           EVALUATE PMI-ADDR-KIND
               WHEN 'P'
                   IF PMI-BOX-NO IS NUMERIC
                       MOVE PMI-BOX-NO TO BOX-EDIT
                   ELSE
                       MOVE 0 TO BOX-EDIT
                   END-IF
                   MOVE BOX-EDIT TO SUBST-VALUE
                   PERFORM COUNT-LEADING-SPACES
                   STRING 'PO BOX ' DELIMITED BY SIZE
                          SUBST-VALUE (SUBST-LEAD + 1:)
                             DELIMITED BY '  '
                     INTO CORRESPONDENCE-PRINT-RECORD
                   END-STRING
               WHEN 'I'
                   MOVE PMI-ADDRESS-LINE
                     TO CORRESPONDENCE-PRINT-RECORD
               WHEN OTHER
                   STRING PMI-STREET DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          PMI-NUMBER DELIMITED BY '  '
                     INTO CORRESPONDENCE-PRINT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE CORRESPONDENCE-PRINT-RECORD

           MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
           IF PMI-ADDR-KIND = 'I'
               STRING PMI-FOREIGN-POSTAL-CODE DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-CITY DELIMITED BY '  '
                 INTO CORRESPONDENCE-PRINT-RECORD
               END-STRING
               WRITE CORRESPONDENCE-PRINT-RECORD
               MOVE SPACES TO CORRESPONDENCE-PRINT-RECORD
               MOVE PMI-COUNTRY-CODE TO CORRESPONDENCE-PRINT-RECORD
           ELSE
               STRING PMI-POSTAL-CODE DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-CITY DELIMITED BY '  '
                 INTO CORRESPONDENCE-PRINT-RECORD
               END-STRING
           END-IF
           WRITE CORRESPONDENCE-PRINT-RECORD

           EXIT.

      * ---
      * Copy one template line into RENDER-LINE, replacing each
      * &TOKEN& by its value; an unknown token, or an ampersand
      * with no closing one, is copied as it stands
       RENDER-TEMPLATE-LINE SECTION.
           MOVE SPACES TO RENDER-LINE
           MOVE 1 TO RENDER-POINTER
           PERFORM VARYING TEXT-LENGTH FROM 68 BY -1
                   UNTIL TEXT-LENGTH < 1
                      OR TPT-TEXT (TEMPLATE-IX) (TEXT-LENGTH:1)
                         NOT = SPACE
               CONTINUE
           END-PERFORM

           MOVE 1 TO TEXT-IX
           PERFORM UNTIL TEXT-IX > TEXT-LENGTH
                      OR RENDER-POINTER > 80
               IF TPT-TEXT (TEMPLATE-IX) (TEXT-IX:1) = '&'
                   PERFORM RENDER-ONE-TOKEN
               ELSE
                   STRING TPT-TEXT (TEMPLATE-IX) (TEXT-IX:1)
                          DELIMITED BY SIZE
                     INTO RENDER-LINE
                     WITH POINTER RENDER-POINTER
                   END-STRING
                   ADD 1 TO TEXT-IX
               END-IF
           END-PERFORM

           EXIT.

       RENDER-ONE-TOKEN SECTION.
           PERFORM VARYING TOKEN-END-IX FROM TEXT-IX BY 1
                   UNTIL TOKEN-END-IX >= TEXT-LENGTH
                      OR TPT-TEXT (TEMPLATE-IX)
                             (TOKEN-END-IX + 1:1) = '&'
               CONTINUE
           END-PERFORM
           ADD 1 TO TOKEN-END-IX
           COMPUTE TOKEN-LENGTH = TOKEN-END-IX - TEXT-IX - 1

           MOVE 'N' TO TOKEN-KNOWN-FLAG
           IF TOKEN-END-IX <= TEXT-LENGTH
              AND TOKEN-LENGTH > 0 AND TOKEN-LENGTH <= 12
               MOVE SPACES TO TOKEN-NAME
               MOVE TPT-TEXT (TEMPLATE-IX) (TEXT-IX + 1:TOKEN-LENGTH)
                 TO TOKEN-NAME
               PERFORM RESOLVE-ONE-TOKEN
           END-IF

           IF TOKEN-KNOWN
               PERFORM COUNT-LEADING-SPACES
               IF SUBST-LEAD < 41
                   STRING SUBST-VALUE (SUBST-LEAD + 1:)
                          DELIMITED BY '  '
                     INTO RENDER-LINE
                     WITH POINTER RENDER-POINTER
                   END-STRING
               END-IF
               COMPUTE TEXT-IX = TOKEN-END-IX + 1
           ELSE
               STRING '&' DELIMITED BY SIZE
                 INTO RENDER-LINE
                 WITH POINTER RENDER-POINTER
               END-STRING
               ADD 1 TO TEXT-IX
           END-IF

           EXIT.

      * ---
      * The substitution fields a template may use
       RESOLVE-ONE-TOKEN SECTION.
           MOVE SPACES TO SUBST-VALUE
           MOVE 'Y' TO TOKEN-KNOWN-FLAG
           EVALUATE TOKEN-NAME
               WHEN 'NAME'
                   EVALUATE TRUE
                       WHEN PMI-CUSTOMER-KIND NOT = 'C'
                           STRING PMI-FIRST-NAME DELIMITED BY '  '
                                  ' ' DELIMITED BY SIZE
                                  PMI-LAST-NAME DELIMITED BY '  '
                             INTO SUBST-VALUE
                           END-STRING
                       WHEN PMI-CONTACT-PERSON NOT = SPACES
                           MOVE PMI-CONTACT-PERSON TO SUBST-VALUE
                       WHEN OTHER
                           MOVE PMI-COMPANY-NAME TO SUBST-VALUE
                   END-EVALUATE
               WHEN 'COMPANY'
                   IF PMI-CUSTOMER-KIND = 'C'
                       MOVE PMI-COMPANY-NAME TO SUBST-VALUE
                   END-IF
               WHEN 'CUSTNO'
                   MOVE PMI-CUSTOMER-NUMBER TO SUBST-VALUE
               WHEN 'BALANCE'
                   IF PMI-ACCOUNT-BALANCE IS NUMERIC
                       MOVE PMI-ACCOUNT-BALANCE TO AMOUNT-EDIT
                   ELSE
                       MOVE 0 TO AMOUNT-EDIT
                   END-IF
                   MOVE AMOUNT-EDIT TO SUBST-VALUE
               WHEN 'AMOUNT'
                   MOVE RQT-AMOUNT (REQUEST-IX) TO AMOUNT-EDIT
                   MOVE AMOUNT-EDIT TO SUBST-VALUE
               WHEN 'LETTERDATE'
                   MOVE BUSINESS-DATE TO DATE-IN
                   PERFORM FORMAT-LETTER-DATE
               WHEN 'EVENTDATE'
                   MOVE RQT-EVENT-DATE (REQUEST-IX) TO DATE-IN
                   PERFORM FORMAT-LETTER-DATE
               WHEN 'REFERENCE'
                   MOVE RQT-REFERENCE (REQUEST-IX) TO SUBST-VALUE
               WHEN OTHER
                   MOVE 'N' TO TOKEN-KNOWN-FLAG
           END-EVALUATE

           EXIT.

       FORMAT-LETTER-DATE SECTION.
           IF DATE-IN = 0
               EXIT SECTION
           END-IF
           MOVE DATE-IN-YYYY TO DATE-OUT-YYYY
           MOVE DATE-IN-MM TO DATE-OUT-MM
           MOVE DATE-IN-DD TO DATE-OUT-DD
           MOVE DATE-OUT TO SUBST-VALUE

           EXIT.

       COUNT-LEADING-SPACES SECTION.
           MOVE 0 TO SUBST-LEAD
           INSPECT SUBST-VALUE TALLYING SUBST-LEAD
               FOR LEADING SPACES

           EXIT.

       REFUSE-ONE-REQUEST SECTION.
           SET RQT-REFUSED (REQUEST-IX) TO TRUE
           ADD 1 TO LETTERS-REFUSED
           PERFORM WRITE-REJECT-LINE

           EXIT.

      * ---
      * Requests whose customer is not on the provider output are
      * refused; those already sent are listed for the record but
      * are not an error
       REPORT-UNSENT-REQUESTS SECTION.
           PERFORM VARYING REQUEST-IX FROM 1 BY 1
                   UNTIL REQUEST-IX > REQUEST-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN RQT-PENDING (REQUEST-IX)
                       MOVE 'CUSTOMER NOT ON PROVIDER OUTPUT'
                         TO REFUSE-REASON
                       PERFORM REFUSE-ONE-REQUEST
                   WHEN RQT-ALREADY-SENT (REQUEST-IX)
                       ADD 1 TO LETTERS-ALREADY-SENT
                       MOVE 'ALREADY SENT' TO REFUSE-REASON
                       PERFORM WRITE-REJECT-LINE
               END-EVALUATE
           END-PERFORM

           EXIT.

       WRITE-REJECT-LINE SECTION.
           MOVE SPACES TO LETTER-REJECT-RECORD
           MOVE RQT-CUSTOMER-NUMBER (REQUEST-IX)
             TO LRJ-CUSTOMER-NUMBER
           MOVE RQT-LETTER-CODE (REQUEST-IX) TO LRJ-LETTER-CODE
           MOVE RQT-SOURCE-PROGRAM (REQUEST-IX)
             TO LRJ-SOURCE-PROGRAM
           MOVE RQT-REFERENCE (REQUEST-IX) TO LRJ-REFERENCE
           MOVE REFUSE-REASON TO LRJ-REASON
           WRITE LETTER-REJECT-RECORD

           EXIT.
