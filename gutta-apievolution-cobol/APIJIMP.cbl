           SELECT REJECT-FILE ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
      *    Consent cards cut from the payloads' consent flags, in the
      *    card layout APICONS applies after the desk's own cards
           SELECT CONSENT-CARD-FILE ASSIGN TO WS-CONSENT-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-CARD-STATUS.
      *    Script config selecting which script pair each revision
      *    loads, same layout as the one APICONV reads
           SELECT SCRIPT-CONFIG-FILE
      *    Identifier of the run that wrote the reject
           05 REJ-RUN-ID PIC 9(09).

       FD CONSENT-CARD-FILE.
       01 CONSENT-CARD-RECORD.
           05 CSC-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 CSC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CSC-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CSC-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CSC-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CSC-SOURCE PIC X(08).
           05 FILLER PIC X(01).
           05 CSC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(35).

       FD SCRIPT-CONFIG-FILE.
       01 SCRIPT-CONFIG-RECORD.
           05 SCC-CONSUMER-SCRIPT-V1 PIC X(30).
           05 WS-REJECT-FILE-STATUS PIC X(02).
             88 REJECT-FILE-OK VALUE '00'.

           05 WS-CONSENT-CARD-NAME PIC X(30) VALUE 'CONSGW.DAT'.
           05 WS-CONSENT-CARD-STATUS PIC X(02).

           05 WS-SCRIPT-CONFIG-NAME PIC X(30)
              VALUE 'SCRIPTCFG.DAT'.
           05 WS-SCRIPT-CONFIG-STATUS PIC X(02).
           05 RECORDS-IMPORTED-V3 PIC S9(9) BINARY VALUE 0.
           05 RECORDS-IMPORTED-V6 PIC S9(9) BINARY VALUE 0.
           05 REJECTS-WRITTEN PIC S9(9) BINARY VALUE 0.
           05 CONSENT-CARDS-WRITTEN PIC S9(9) BINARY VALUE 0.

      *    Pass number over the import file, one pass per target
      *    revision; parse rejects are written on the first pass only
             88 JSON-PARSE-GOOD VALUE 'Y'.
             88 JSON-PARSE-BAD VALUE 'N'.

      *    Optional "consent" flags, one byte per channel in the
      *    order post, e-mail, phone, statement; a space or '-'
      *    leaves that channel as the register holds it
       01 CONSENT-FLAG-CONTROLS.
           05 PARSED-CONSENT-FLAGS PIC X(04).
           05 CONSENT-FLAG-IX PIC S9(4) BINARY.
           05 CONSENT-CHANNEL-LIST PIC X(16)
              VALUE 'POSTEMALPHONSTMT'.
           05 CONSENT-CHANNEL-TABLE REDEFINES CONSENT-CHANNEL-LIST.
             10 CONSENT-CHANNEL-CODE PIC X(04) OCCURS 4.

      *    Old-to-new customer-number cross reference held in
      *    memory; with no file present every number passes through
      *    untranslated
           PERFORM LOAD-CUSTOMER-XREF

           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT CONSENT-CARD-FILE

           MOVE 1 TO IMPORT-PASS-NUMBER
           MOVE 'V1' TO IMPORT-PASS-VERSION
           CLOSE IMPORT-V6-FILE

           CLOSE REJECT-FILE
           CLOSE CONSENT-CARD-FILE

           DISPLAY 'JSON records read per pass: '
                   RECORDS-READ
              UPON CONSOLE
           DISPLAY 'Contact details parsed: ' CONTACTS-IMPORTED
              UPON CONSOLE
           DISPLAY 'Consent cards written: ' CONSENT-CARDS-WRITTEN
              UPON CONSOLE
           DISPLAY 'Version-1 payloads read: ' PAYLOADS-V1-READ
              UPON CONSOLE
           DISPLAY 'Version-2 payloads read: ' PAYLOADS-V2-READ
               IF JSON-PARSE-GOOD
                   PERFORM LOAD-PROVIDER-FROM-PARSED
                   PERFORM CONVERT-DOWN-AND-WRITE
                   IF IMPORT-PASS-NUMBER = 1
                       PERFORM WRITE-CONSENT-CARDS
                   END-IF
               END-IF
               PERFORM READ-GATEWAY-IMPORT
           END-PERFORM

           PERFORM PARSE-CONTACT-LIST

           MOVE SPACES TO PARSED-CONSENT-FLAGS
           MOVE '"consent":"' TO JSON-KEY-PATTERN
           MOVE 11 TO JSON-KEY-LENGTH
           PERFORM FIND-STRING-VALUE
           IF JSON-KEY-FOUND AND JSON-VALUE-LENGTH > 0
               MOVE JSON-VALUE-RAW (1:4) TO PARSED-CONSENT-FLAGS
           END-IF

           EXIT.

      * ---
      * One consent card per channel the payload states; the
      * register's own checks decide whether the flag is valid, so
      * a bad flag is refused there rather than rejecting the whole
      * customer here
       WRITE-CONSENT-CARDS SECTION.
           PERFORM VARYING CONSENT-FLAG-IX FROM 1 BY 1
                   UNTIL CONSENT-FLAG-IX > 4
               IF PARSED-CONSENT-FLAGS (CONSENT-FLAG-IX:1)
                      NOT = SPACE AND NOT = '-'
                   MOVE SPACES TO CONSENT-CARD-RECORD
                   MOVE 'S' TO CSC-ACTION
                   MOVE PARSED-CUSTOMER-NUMBER
                     TO CSC-CUSTOMER-NUMBER
                   MOVE CONSENT-CHANNEL-CODE (CONSENT-FLAG-IX)
                     TO CSC-CHANNEL
                   MOVE PARSED-CONSENT-FLAGS (CONSENT-FLAG-IX:1)
                     TO CSC-CONSENT-STATUS
                   MOVE 0 TO CSC-CAPTURE-DATE
                   MOVE 'GATEWAY' TO CSC-SOURCE
                   MOVE 'APIJIMP' TO CSC-OPERATOR-ID
                   WRITE CONSENT-CARD-RECORD
                   ADD 1 TO CONSENT-CARDS-WRITTEN
               END-IF
           END-PERFORM

           EXIT.

      * ---
           MOVE 'contactDetailsParsed' TO METRIC-KEY
           MOVE CONTACTS-IMPORTED TO METRIC-VALUE
           PERFORM WRITE-ONE-METRIC
           MOVE 'consentCardsWritten' TO METRIC-KEY
           MOVE CONSENT-CARDS-WRITTEN TO METRIC-VALUE
           PERFORM WRITE-ONE-METRIC
           MOVE 'xrefTranslations' TO METRIC-KEY
           MOVE XREF-TRANSLATIONS TO METRIC-VALUE
           PERFORM WRITE-ONE-METRIC
