123456*Subject-access disclosure pack: for a request on the register
      *whose identity check has passed, gathers everything held on
      *the customer - provider master, earlier versions of the
      *record, other addresses, balance history, contact
      *preferences and their changes, service notes, letters sent
      *and the conversion audit trail - into one document the
      *customer can read, closed by a completion certificate
      *listing every record searched and the items disclosed. The
      *pack is logged to the access log and stamped on the register

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APISARP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One card per pack: the customer and request sequence on
      *    the register, operator and ticket
           SELECT PACK-CARD-FILE ASSIGN TO WS-PACK-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-CARD-STATUS.
      *    The request register APISAR keeps
           SELECT SAR-REGISTER-FILE ASSIGN TO WS-SAR-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-REG-STATUS.
           SELECT SAR-NEW-FILE ASSIGN TO WS-SAR-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SAR-NEW-STATUS.
      *    The disclosure document, one pack per card produced
           SELECT DISCLOSURE-PACK-FILE ASSIGN TO WS-PACK-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
      *    The sources the pack is gathered from
           SELECT PROVIDER-MASTER-IN ASSIGN TO WS-PROVMAST-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVMAST-IN-STATUS.
           SELECT PROVIDER-SECADDR-IN ASSIGN TO WS-PROVSEC-IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVSEC-IN-STATUS.
           SELECT PROVIDER-HISTORY-FILE ASSIGN TO WS-PROVHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROVHIST-STATUS.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO WS-BALHIST-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT CONSENT-REGISTER-FILE ASSIGN TO WS-CONSENT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-REG-STATUS.
           SELECT CONSENT-AUDIT-FILE ASSIGN TO WS-CONSENT-AUD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-AUD-STATUS.
           SELECT NOTE-REGISTER-FILE ASSIGN TO WS-NOTE-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-REG-STATUS.
           SELECT COMMS-LOG-FILE ASSIGN TO WS-COMMLOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMMLOG-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO WS-AUDIT-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-LOG-STATUS.
      *    Business date the pack is dated with
           SELECT BUSINESS-DATE-FILE ASSIGN TO WS-BUSDATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    Operators allowed to produce packs
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
      *    Access log shared with the inquiry and maintenance jobs
           SELECT ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.
      *    Restricted-customer register and the privilege each
      *    restricted customer needs
           SELECT RESTRICT-REGISTER-FILE ASSIGN TO WS-RESTRICT-REG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PACK-CARD-FILE.
       01 PACK-CARD-RECORD.
           05 SPC-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 SPC-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01).
           05 SPC-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 SPC-TICKET PIC X(12).

       FD SAR-REGISTER-FILE.
       01 SAR-REGISTER-RECORD.
           COPY CSARREG REPLACING '*-' BY SRR-.

       FD SAR-NEW-FILE.
       01 SAR-NEW-RECORD PIC X(150).

       FD DISCLOSURE-PACK-FILE.
       01 DISCLOSURE-PACK-RECORD PIC X(80).

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

       FD PROVIDER-SECADDR-IN.
       01 PROVIDER-SECADDR-RECORD.
           05 PSA-CUSTOMER-NUMBER PIC 9(09).
           05 PSA-SEQUENCE PIC 9(02).
           05 PSA-ADDR-KIND PIC X(01).
           05 PSA-POSTAL-CODE PIC 9(09).
           05 PSA-CITY PIC X(20).
           05 PSA-STREET PIC X(20).
           05 PSA-NUMBER PIC 9(05).
           05 PSA-BOX-NO PIC 9(09).
           05 PSA-COUNTRY-CODE PIC X(03).
           05 PSA-FOREIGN-POSTAL-CODE PIC X(09).
           05 PSA-ADDRESS-LINE PIC X(08).

      *    One history line per superseded provider record, as the
      *    migration writes them
       FD PROVIDER-HISTORY-FILE.
       01 PROVIDER-HISTORY-RECORD.
           05 HIS-REPLACED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 HIS-RUN-ID PIC 9(09).
           05 FILLER PIC X(01).
           05 HIS-RECORD-IMAGE PIC X(252).

      *    Same layout as the store APIBHIST writes
       FD BALANCE-HISTORY-FILE.
       01 BALANCE-HISTORY-RECORD.
           05 BHS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 BHS-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 BHS-AMOUNT-SIGN PIC X(01).
             88 BHS-AMOUNT-NEGATIVE VALUE '-'.
           05 BHS-AMOUNT PIC 9(07)V99.
           05 FILLER PIC X(01).
           05 BHS-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 BHS-LEDGER-AMOUNT PIC S9(9)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 BHS-CONVERSION-STATUS PIC X(01).
             88 BHS-WITHOUT-RATE VALUE 'N'.
           05 FILLER PIC X(01).
           05 BHS-RUN-ID PIC 9(09).

      *    Same layout as the register APICONS maintains
       FD CONSENT-REGISTER-FILE.
       01 CONSENT-REGISTER-RECORD.
           05 CNS-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CNS-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CNS-CONSENT-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CNS-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CNS-SOURCE PIC X(08).

      *    Same layout as the consent trail APICONS appends
       FD CONSENT-AUDIT-FILE.
       01 CONSENT-AUDIT-RECORD.
           05 CAU-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CAU-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 CAU-CHANNEL PIC X(04).
           05 FILLER PIC X(01).
           05 CAU-OLD-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CAU-NEW-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 CAU-CAPTURE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CAU-SOURCE PIC X(08).
           05 FILLER PIC X(01).
           05 CAU-OPERATOR-ID PIC X(08).

      *    Same layout as the register APINOTE maintains
       FD NOTE-REGISTER-FILE.
       01 NOTE-REGISTER-RECORD.
           05 NTR-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 NTR-SEQUENCE PIC 9(03).
           05 FILLER PIC X(01).
           05 NTR-CATEGORY PIC X(08).
           05 FILLER PIC X(01).
           05 NTR-NOTE-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 NTR-CREATED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NTR-EXPIRY-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 NTR-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(01).
           05 NTR-TICKET PIC X(12).
           05 FILLER PIC X(01).
           05 NTR-TEXT PIC X(60).

      *    Same layout as the correspondence log APICORR appends
       FD COMMS-LOG-FILE.
       01 COMMS-LOG-RECORD.
           05 CML-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CML-LETTER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 CML-LETTER-CODE PIC X(08).
           05 FILLER PIC X(01).
           05 CML-LANGUAGE PIC X(02).
           05 FILLER PIC X(01).
           05 CML-SENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CML-SOURCE-PROGRAM PIC X(08).
           05 FILLER PIC X(01).
           05 CML-EVENT-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 CML-REFERENCE PIC X(12).
           05 FILLER PIC X(01).
           05 CML-BALANCE PIC S9(7)V99
              SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 CML-AMOUNT PIC S9(7)V99
              SIGN LEADING SEPARATE.

      *    Same layout as the audit log APICONV and APIMIGR write
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-TIMESTAMP-MS PIC 9(18).
           05 FILLER PIC X(01).
           05 AUD-CUSTOMER-VERSION PIC X(02).
           05 FILLER PIC X(01).
           05 AUD-OPERATION-INDEX PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-MAPPING-DIRECTION PIC X(21).
           05 FILLER PIC X(01).
           05 AUD-FIRST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 AUD-LAST-NAME PIC X(20).
           05 FILLER PIC X(01).
           05 AUD-BEFORE-GENDER PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-AFTER-GENDER PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-BEFORE-POSTAL-CODE PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-AFTER-POSTAL-CODE PIC S9(9).
           05 FILLER PIC X(01).
           05 AUD-CUSTOMER-NUMBER PIC 9(09).
           05 FILLER PIC X(01).
           05 AUD-RUN-ID PIC 9(09).

       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDC-BUSINESS-DATE PIC 9(08).
           05 FILLER PIC X(72).

       FD OPERATOR-AUTH-FILE.
       01 OPERATOR-AUTH-RECORD.
           05 OPA-OPERATOR-ID PIC X(08).
      *    Privilege level 0-9 (blank = 0): opens restricted
      *    customers of that class and below
           05 FILLER PIC X(01).
           05 OPA-PRIVILEGE-LEVEL PIC X(01).
           05 FILLER PIC X(70).

       FD RESTRICT-REGISTER-FILE.
       01 RESTRICT-REGISTER-RECORD.
           COPY CRSTREG REPLACING '*-' BY RSR-.

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
       01 PACK-CONTROLS.
           05 WS-PACK-CARD-NAME PIC X(30) VALUE 'SARPCARD.DAT'.
           05 WS-PACK-CARD-STATUS PIC X(02).
             88 PACK-CARD-OK VALUE '00'.
           05 WS-PACK-CARD-EOF-FLAG PIC X VALUE 'N'.
             88 PACK-CARD-AT-EOF VALUE 'Y'.
           05 WS-SAR-REG-NAME PIC X(30) VALUE 'SARREG.DAT'.
           05 WS-SAR-REG-STATUS PIC X(02).
             88 SAR-REG-OK VALUE '00'.
           05 WS-SAR-REG-EOF-FLAG PIC X VALUE 'N'.
             88 SAR-REG-AT-EOF VALUE 'Y'.
           05 WS-SAR-NEW-NAME PIC X(30) VALUE 'SARREG.NEW'.
           05 WS-SAR-NEW-STATUS PIC X(02).
           05 WS-PACK-NAME PIC X(30) VALUE 'SARPACK.DAT'.
           05 WS-PACK-STATUS PIC X(02).
           05 PACK-FILE-OPEN-FLAG PIC X(01) VALUE 'N'.
             88 PACK-FILE-OPEN VALUE 'Y'.
           05 WS-BUSDATE-NAME PIC X(30) VALUE 'BUSDATE.DAT'.
           05 WS-BUSDATE-STATUS PIC X(02).
             88 BUSDATE-OK VALUE '00'.

           05 BUSINESS-DATE PIC 9(08) VALUE 0.
           05 PACKS-PRODUCED PIC S9(9) BINARY VALUE 0.
           05 CARDS-REFUSED PIC S9(9) BINARY VALUE 0.
           05 RENAME-STATUS PIC S9(9) BINARY.
           05 MATCHED-CUSTOMER-NUMBER PIC 9(09).
           05 PACK-TIME-MS PIC 9(18).
           05 REISSUE-FLAG PIC X(01).
             88 PACK-IS-REISSUE VALUE 'Y'.
           05 PRIOR-PACK-DATE PIC 9(08).

      *    Source state: one status per source file, and the end-of-
      *    file switch every source scan shares
       01 SOURCE-CONTROLS.
           05 WS-PROVMAST-IN-NAME PIC X(30) VALUE 'PROVOUT.DAT'.
           05 WS-PROVMAST-IN-STATUS PIC X(02).
             88 PROVMAST-IN-OK VALUE '00'.
           05 WS-PROVSEC-IN-NAME PIC X(30) VALUE 'PROVSEC.DAT'.
           05 WS-PROVSEC-IN-STATUS PIC X(02).
             88 PROVSEC-IN-OK VALUE '00'.
           05 WS-PROVHIST-NAME PIC X(30) VALUE 'PROVHIST.DAT'.
           05 WS-PROVHIST-STATUS PIC X(02).
             88 PROVHIST-OK VALUE '00'.
           05 WS-BALHIST-NAME PIC X(30) VALUE 'BALHIST.DAT'.
           05 WS-BALHIST-STATUS PIC X(02).
             88 BALHIST-OK VALUE '00'.
           05 WS-CONSENT-REG-NAME PIC X(30) VALUE 'CONSENT.DAT'.
           05 WS-CONSENT-REG-STATUS PIC X(02).
             88 CONSENT-REG-OK VALUE '00'.
           05 WS-CONSENT-AUD-NAME PIC X(30) VALUE 'CONSAUD.DAT'.
           05 WS-CONSENT-AUD-STATUS PIC X(02).
             88 CONSENT-AUD-OK VALUE '00'.
           05 WS-NOTE-REG-NAME PIC X(30) VALUE 'CUSTNOTE.DAT'.
           05 WS-NOTE-REG-STATUS PIC X(02).
             88 NOTE-REG-OK VALUE '00'.
           05 WS-COMMLOG-NAME PIC X(30) VALUE 'COMMLOG.DAT'.
           05 WS-COMMLOG-STATUS PIC X(02).
             88 COMMLOG-OK VALUE '00'.
           05 WS-AUDIT-LOG-NAME PIC X(30) VALUE 'AUDITLOG.DAT'.
           05 WS-AUDIT-LOG-STATUS PIC X(02).
             88 AUDIT-LOG-OK VALUE '00'.
           05 SOURCE-EOF-FLAG PIC X(01).
             88 SOURCE-AT-EOF VALUE 'Y'.
           05 SOURCE-IX PIC S9(4) BINARY.
           05 PACK-ITEMS-TOTAL PIC S9(9) BINARY.

      *    The sources in the order the pack presents them: the
      *    heading the customer reads and the file the certificate
      *    names
       01 PACK-SOURCE-NAMES.
           05 FILLER PIC X(48) VALUE
              'YOUR CUSTOMER RECORD              PROVOUT.DAT'.
           05 FILLER PIC X(48) VALUE
              'YOUR OTHER ADDRESSES              PROVSEC.DAT'.
           05 FILLER PIC X(48) VALUE
              'EARLIER VERSIONS OF YOUR RECORD   PROVHIST.DAT'.
           05 FILLER PIC X(48) VALUE
              'YOUR BALANCE HISTORY              BALHIST.DAT'.
           05 FILLER PIC X(48) VALUE
              'YOUR CONTACT PREFERENCES          CONSENT.DAT'.
           05 FILLER PIC X(48) VALUE
              'CHANGES TO YOUR PREFERENCES       CONSAUD.DAT'.
           05 FILLER PIC X(48) VALUE
              'NOTES WE KEEP ABOUT YOU           CUSTNOTE.DAT'.
           05 FILLER PIC X(48) VALUE
              'LETTERS WE HAVE SENT YOU          COMMLOG.DAT'.
           05 FILLER PIC X(48) VALUE
              'PROCESSING OF YOUR RECORD         AUDITLOG.DAT'.
       01 PACK-SOURCE-NAME-TABLE REDEFINES PACK-SOURCE-NAMES.
           05 PACK-SOURCE-NAME OCCURS 9.
             10 PSN-TITLE PIC X(34).
             10 PSN-FILE-NAME PIC X(14).

       01 PACK-SOURCE-TABLE.
           05 PACK-SOURCE-ENTRY OCCURS 9.
             10 PSC-PRESENT-FLAG PIC X(01).
               88 PSC-SOURCE-PRESENT VALUE 'Y'.
             10 PSC-ITEMS PIC S9(9) BINARY.

      *    Document lines: a section heading, a labelled field, and
      *    free text indented under the field it belongs to
       01 PACK-HEADING-LINE.
           05 PHL-NUMBER PIC Z9.
           05 FILLER PIC X(02) VALUE '. '.
           05 PHL-TITLE PIC X(76).

       01 PACK-FIELD-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 PFL-LABEL PIC X(22).
           05 PFL-COLON PIC X(02) VALUE ': '.
           05 PFL-VALUE PIC X(52).

       01 PACK-TEXT-LINE.
           05 FILLER PIC X(06) VALUE SPACES.
           05 PTL-TEXT PIC X(74).

       01 CERT-DETAIL-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 CDL-SOURCE PIC X(34).
           05 CDL-FILE-NAME PIC X(14).
           05 CDL-RESULT PIC X(16).

       01 CERT-COLUMN-LINE.
           05 FILLER PIC X(04) VALUE SPACES.
           05 FILLER PIC X(34) VALUE 'RECORD SEARCHED'.
           05 FILLER PIC X(14) VALUE 'FILE'.
           05 FILLER PIC X(16) VALUE 'ITEMS DISCLOSED'.

       01 PACK-RULE-LINE PIC X(80) VALUE ALL '-'.

       01 BALANCE-EDIT PIC -Z,ZZZ,ZZ9.99.
       01 PACK-BALANCE PIC S9(7)V99 COMP-3.
       01 PACK-COUNT-EDIT PIC ZZZ,ZZ9.
       01 STATUS-TEXT PIC X(10).
       01 OLD-STATUS-TEXT PIC X(10).
       01 CHANNEL-TEXT PIC X(19).

       01 REPORT-DATE-EDIT.
           05 RDE-DAY PIC 9(02).
           05 FILLER PIC X(01) VALUE '.'.
           05 RDE-MONTH PIC 9(02).
           05 FILLER PIC X(01) VALUE '.'.
           05 RDE-YEAR PIC 9(04).
       01 REPORT-DATE-IN PIC 9(08).
       01 REPORT-DATE-IN-PARTS REDEFINES REPORT-DATE-IN.
           05 RDI-YEAR PIC 9(04).
           05 RDI-MONTH PIC 9(02).
           05 RDI-DAY PIC 9(02).

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
             10 OPT-PRIVILEGE-LEVEL PIC 9(01) OCCURS 500.
           05 ACCESS-ACTION PIC X(08).
           05 ACCESS-TIME-MS PIC 9(18).

      *    Restricted customers held in memory and the privilege
      *    level the card's operator carries
       01 RESTRICTION-CONTROLS.
           05 WS-RESTRICT-REG-NAME PIC X(30) VALUE 'RESTRICT.DAT'.
           05 WS-RESTRICT-REG-STATUS PIC X(02).
             88 RESTRICT-REG-OK VALUE '00'.
           05 WS-RESTRICT-REG-EOF-FLAG PIC X VALUE 'N'.
             88 RESTRICT-REG-AT-EOF VALUE 'Y'.
           05 RUN-PRIVILEGE-LEVEL PIC 9(01) VALUE 0.
           05 RESTRICT-CUSTOMER PIC 9(09).
           05 RESTRICT-CLASS PIC 9(01).
           05 RESTRICT-ACTION PIC X(08).
           05 RESTRICT-RESULT-FLAG PIC X(01).
             88 CUSTOMER-UNRESTRICTED VALUE 'U'.
             88 RESTRICTED-ACCESS-GRANTED VALUE 'G'.
             88 RESTRICTED-ACCESS-REFUSED VALUE 'R'.
           05 RESTRICTED-GRANTS PIC S9(9) BINARY VALUE 0.
           05 RESTRICTED-REFUSALS PIC S9(9) BINARY VALUE 0.
           05 MAX-RESTRICT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 RESTRICT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-IX PIC S9(9) BINARY.

       01 RESTRICT-TABLE.
           05 RESTRICT-ENTRY OCCURS 5000.
             10 RST-CUSTOMER-NUMBER PIC 9(09).
             10 RST-RESTRICTION-CLASS PIC 9(01).

      *    The request register held in memory while the cards run
       01 SAR-TABLE-CONTROLS.
           05 MAX-SAR-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 SAR-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 SAR-IX PIC S9(9) BINARY.
           05 SAR-FOUND-IX PIC S9(9) BINARY.

       01 SAR-TABLE.
           05 SAR-ENTRY OCCURS 5000.
             10 SAT-CUSTOMER-NUMBER PIC 9(09).
             10 SAT-SEQUENCE PIC 9(03).
             10 SAT-REQUEST-STATUS PIC X(01).
               88 SAT-OPEN VALUE 'O'.
               88 SAT-VERIFIED VALUE 'V'.
               88 SAT-PACK-PRODUCED VALUE 'P'.
             10 SAT-RECEIVED-DATE PIC 9(08).
             10 SAT-DUE-DATE PIC 9(08).
             10 SAT-EXTENDED-FLAG PIC X(01).
             10 SAT-CHANNEL PIC X(08).
             10 SAT-VERIFIED-DATE PIC 9(08).
             10 SAT-IDENTITY-METHOD PIC X(08).
             10 SAT-VERIFIED-BY PIC X(08).
             10 SAT-PACK-DATE PIC 9(08).
             10 SAT-PACK-ITEMS PIC 9(07).
             10 SAT-CLOSED-DATE PIC 9(08).
             10 SAT-OPERATOR-ID PIC X(08).
             10 SAT-TICKET PIC X(12).
             10 SAT-REASON PIC X(30).

       PROCEDURE DIVISION.
           CALL 'timer'
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-AUTHORIZED-OPERATORS
           PERFORM LOAD-RESTRICTED-REGISTER
           PERFORM LOAD-SAR-REGISTER

           IF SAR-ENTRY-COUNT = 0
               DISPLAY 'NO SUBJECT-ACCESS REQUESTS ON THE REGISTER - '
                       'NO PACK CAN BE PRODUCED'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PACK-CARD-FILE
           IF NOT PACK-CARD-OK
               DISPLAY 'NO PACK CARDS PRESENT - NOTHING TO DO'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL PACK-CARD-AT-EOF
               READ PACK-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-PACK-CARD-EOF-FLAG
                   NOT AT END
                       PERFORM PRODUCE-ONE-PACK
               END-READ
           END-PERFORM
           CLOSE PACK-CARD-FILE

           IF PACK-FILE-OPEN
               CLOSE DISCLOSURE-PACK-FILE
           END-IF
           IF PACKS-PRODUCED > 0
               PERFORM REWRITE-SAR-REGISTER
           END-IF

           DISPLAY 'Packs produced: ' PACKS-PRODUCED UPON CONSOLE
           DISPLAY 'Cards refused:  ' CARDS-REFUSED UPON CONSOLE
           IF CARDS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * The pack is dated with the business date, the system date
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
      * Hold the authorized-operator file in memory; with no file
      * on disk every operator is accepted with a console warning
      * and the access log still records who produced the pack
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
                           MOVE 0
                             TO OPT-PRIVILEGE-LEVEL
                                (OPERATOR-ENTRY-COUNT)
                           IF OPA-PRIVILEGE-LEVEL IS NUMERIC
                               MOVE OPA-PRIVILEGE-LEVEL
                                 TO OPT-PRIVILEGE-LEVEL
                                    (OPERATOR-ENTRY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           EXIT.

      * ---
      * The register is rewritten with the pack stamps, so a
      * register too big for the table stops the run before any
      * pack is produced
       LOAD-SAR-REGISTER SECTION.
           OPEN INPUT SAR-REGISTER-FILE
           IF NOT SAR-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL SAR-REG-AT-EOF
                      OR SAR-ENTRY-COUNT >= MAX-SAR-ENTRIES
               READ SAR-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-SAR-REG-EOF-FLAG
                   NOT AT END
                       IF SRR-CUSTOMER-NUMBER IS NUMERIC
                          AND SRR-SEQUENCE IS NUMERIC
                           PERFORM KEEP-SAR-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAR-REGISTER-FILE

           IF NOT SAR-REG-AT-EOF
               DISPLAY '*** SUBJECT-ACCESS REGISTER FULL - RUN '
                       'STOPPED BEFORE ANY PACK IS PRODUCED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

       KEEP-SAR-ENTRY SECTION.
           ADD 1 TO SAR-ENTRY-COUNT
           MOVE SRR-CUSTOMER-NUMBER
             TO SAT-CUSTOMER-NUMBER (SAR-ENTRY-COUNT)
           MOVE SRR-SEQUENCE TO SAT-SEQUENCE (SAR-ENTRY-COUNT)
           MOVE SRR-REQUEST-STATUS
             TO SAT-REQUEST-STATUS (SAR-ENTRY-COUNT)
           IF SRR-RECEIVED-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-RECEIVED-DATE
           END-IF
           IF SRR-DUE-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-DUE-DATE
           END-IF
           IF SRR-VERIFIED-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-VERIFIED-DATE
           END-IF
           IF SRR-PACK-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-PACK-DATE
           END-IF
           IF SRR-PACK-ITEMS IS NOT NUMERIC
               MOVE 0 TO SRR-PACK-ITEMS
           END-IF
           IF SRR-CLOSED-DATE IS NOT NUMERIC
               MOVE 0 TO SRR-CLOSED-DATE
           END-IF
           MOVE SRR-RECEIVED-DATE
             TO SAT-RECEIVED-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-DUE-DATE TO SAT-DUE-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-EXTENDED-FLAG
             TO SAT-EXTENDED-FLAG (SAR-ENTRY-COUNT)
           MOVE SRR-CHANNEL TO SAT-CHANNEL (SAR-ENTRY-COUNT)
           MOVE SRR-VERIFIED-DATE
             TO SAT-VERIFIED-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-IDENTITY-METHOD
             TO SAT-IDENTITY-METHOD (SAR-ENTRY-COUNT)
           MOVE SRR-VERIFIED-BY TO SAT-VERIFIED-BY (SAR-ENTRY-COUNT)
           MOVE SRR-PACK-DATE TO SAT-PACK-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-PACK-ITEMS TO SAT-PACK-ITEMS (SAR-ENTRY-COUNT)
           MOVE SRR-CLOSED-DATE TO SAT-CLOSED-DATE (SAR-ENTRY-COUNT)
           MOVE SRR-OPERATOR-ID TO SAT-OPERATOR-ID (SAR-ENTRY-COUNT)
           MOVE SRR-TICKET TO SAT-TICKET (SAR-ENTRY-COUNT)
           MOVE SRR-REASON TO SAT-REASON (SAR-ENTRY-COUNT)

           EXIT.

      * ---
      * Work one card. The request must be on the register with its
      * identity check passed; a request already packed is packed
      * again (the customer's data may have moved on) and marked as
      * a reissue. A card without a ticket, from an operator not
      * authorized, or for a restricted customer the operator may
      * not see is refused
       PRODUCE-ONE-PACK SECTION.
           IF SPC-CUSTOMER-NUMBER IS NOT NUMERIC
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'PACK CARD REFUSED - CUSTOMER NUMBER NOT '
                       'NUMERIC'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SPC-TICKET = SPACES
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'PACK CARD FOR ' SPC-CUSTOMER-NUMBER
                       ' REFUSED - NO TICKET'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           PERFORM VERIFY-CARD-OPERATOR
           IF NOT OPERATOR-AUTHORIZED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'PACK CARD FOR ' SPC-CUSTOMER-NUMBER
                       ' REFUSED - OPERATOR ' SPC-OPERATOR-ID
                       ' NOT AUTHORIZED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 0 TO SAR-FOUND-IX
           IF SPC-SEQUENCE IS NUMERIC
               PERFORM VARYING SAR-IX FROM 1 BY 1
                       UNTIL SAR-IX > SAR-ENTRY-COUNT
                          OR SAR-FOUND-IX > 0
                   IF SAT-CUSTOMER-NUMBER (SAR-IX)
                           = SPC-CUSTOMER-NUMBER
                       AND SAT-SEQUENCE (SAR-IX) = SPC-SEQUENCE
                       MOVE SAR-IX TO SAR-FOUND-IX
                   END-IF
               END-PERFORM
           END-IF
           IF SAR-FOUND-IX = 0
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'NO REQUEST ' SPC-SEQUENCE ' FOR '
                       SPC-CUSTOMER-NUMBER ' ON THE REGISTER - '
                       'PACK REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF SAT-OPEN (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SPC-SEQUENCE ' FOR '
                       SPC-CUSTOMER-NUMBER ' HAS NO VERIFIED '
                       'IDENTITY - PACK REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           IF NOT SAT-VERIFIED (SAR-FOUND-IX)
               AND NOT SAT-PACK-PRODUCED (SAR-FOUND-IX)
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'REQUEST ' SPC-SEQUENCE ' FOR '
                       SPC-CUSTOMER-NUMBER ' IS CLOSED - '
                       'PACK REFUSED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

      *    A restricted customer's pack is only produced by an
      *    operator with the privilege; either way the attempt is
      *    on the access log
           MOVE SPC-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
           PERFORM CHECK-CUSTOMER-RESTRICTION
           IF NOT CUSTOMER-UNRESTRICTED
               MOVE RESTRICT-ACTION TO ACCESS-ACTION
               PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF
           IF RESTRICTED-ACCESS-REFUSED
               ADD 1 TO CARDS-REFUSED
               DISPLAY 'PACK CARD FOR ' SPC-CUSTOMER-NUMBER
                       ' REFUSED - CUSTOMER RESTRICTED FROM '
                       SPC-OPERATOR-ID
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           MOVE 'N' TO REISSUE-FLAG
           IF SAT-PACK-PRODUCED (SAR-FOUND-IX)
               SET PACK-IS-REISSUE TO TRUE
               MOVE SAT-PACK-DATE (SAR-FOUND-IX) TO PRIOR-PACK-DATE
           END-IF
           MOVE SPC-CUSTOMER-NUMBER TO MATCHED-CUSTOMER-NUMBER
           MOVE 0 TO PACK-ITEMS-TOTAL
           PERFORM VARYING SOURCE-IX FROM 1 BY 1
                   UNTIL SOURCE-IX > 9
               MOVE 'N' TO PSC-PRESENT-FLAG (SOURCE-IX)
               MOVE 0 TO PSC-ITEMS (SOURCE-IX)
           END-PERFORM

           IF PACK-FILE-OPEN
               MOVE SPACES TO DISCLOSURE-PACK-RECORD
               PERFORM WRITE-PACK-LINE
               MOVE ALL '=' TO DISCLOSURE-PACK-RECORD
               PERFORM WRITE-PACK-LINE
           ELSE
               OPEN OUTPUT DISCLOSURE-PACK-FILE
               SET PACK-FILE-OPEN TO TRUE
           END-IF

           PERFORM WRITE-PACK-HEADER
           PERFORM DISCLOSE-PROVIDER-RECORD
           PERFORM DISCLOSE-OTHER-ADDRESSES
           PERFORM DISCLOSE-EARLIER-VERSIONS
           PERFORM DISCLOSE-BALANCE-HISTORY
           PERFORM DISCLOSE-CONTACT-PREFERENCES
           PERFORM DISCLOSE-PREFERENCE-CHANGES
           PERFORM DISCLOSE-SERVICE-NOTES
           PERFORM DISCLOSE-LETTERS-SENT
           PERFORM DISCLOSE-AUDIT-TRAIL
           PERFORM WRITE-COMPLETION-CERTIFICATE

           MOVE 'P' TO SAT-REQUEST-STATUS (SAR-FOUND-IX)
           MOVE BUSINESS-DATE TO SAT-PACK-DATE (SAR-FOUND-IX)
           IF PACK-ITEMS-TOTAL > 9999999
               MOVE 9999999 TO SAT-PACK-ITEMS (SAR-FOUND-IX)
           ELSE
               MOVE PACK-ITEMS-TOTAL TO SAT-PACK-ITEMS (SAR-FOUND-IX)
           END-IF
           ADD 1 TO PACKS-PRODUCED
           DISPLAY 'PACK PRODUCED FOR ' SPC-CUSTOMER-NUMBER
                   ' REQUEST ' SPC-SEQUENCE ': ' PACK-ITEMS-TOTAL
                   ' ITEM(S) DISCLOSED'
              UPON CONSOLE
           IF BUSINESS-DATE > SAT-DUE-DATE (SAR-FOUND-IX)
               DISPLAY '*** PACK FOR ' SPC-CUSTOMER-NUMBER
                       ' PRODUCED AFTER ITS DUE DATE '
                       SAT-DUE-DATE (SAR-FOUND-IX)
                  UPON CONSOLE
           END-IF
           MOVE 'SARPACK' TO ACCESS-ACTION
           PERFORM WRITE-ACCESS-LOG-ENTRY

           EXIT.

      * ---
      * Opening of the document: who it is for, which request it
      * answers and the dates the customer will want to check
       WRITE-PACK-HEADER SECTION.
           MOVE 'SUBJECT ACCESS DISCLOSURE' TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE PACK-RULE-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           MOVE 'CUSTOMER NUMBER' TO PFL-LABEL
           MOVE SPC-CUSTOMER-NUMBER TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD
           MOVE 'YOUR REQUEST' TO PFL-LABEL
           MOVE SPC-SEQUENCE TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD
           MOVE 'RECEIVED ON' TO PFL-LABEL
           MOVE SAT-RECEIVED-DATE (SAR-FOUND-IX) TO REPORT-DATE-IN
           PERFORM WRITE-PACK-DATE-FIELD
           MOVE 'RESPONSE DUE BY' TO PFL-LABEL
           MOVE SAT-DUE-DATE (SAR-FOUND-IX) TO REPORT-DATE-IN
           PERFORM WRITE-PACK-DATE-FIELD
           MOVE 'PREPARED ON' TO PFL-LABEL
           MOVE BUSINESS-DATE TO REPORT-DATE-IN
           PERFORM WRITE-PACK-DATE-FIELD
           IF PACK-IS-REISSUE
               MOVE 'REPLACES THE PACK OF' TO PFL-LABEL
               MOVE PRIOR-PACK-DATE TO REPORT-DATE-IN
               PERFORM WRITE-PACK-DATE-FIELD
           END-IF

           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'THIS DOCUMENT SETS OUT THE PERSONAL DATA WE HOLD'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'ABOUT YOU, AS ASKED UNDER YOUR RIGHT OF ACCESS. EACH'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'PART COVERS ONE OF OUR RECORDS; THE CERTIFICATE AT'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'THE END LISTS EVERY RECORD SEARCHED AND WHAT IT HELD.'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           EXIT.

      * ---
      * The customer's current provider record, laid out field by
      * field as the service desk sees it
       DISCLOSE-PROVIDER-RECORD SECTION.
           MOVE 1 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT PROVIDER-MASTER-IN
           IF NOT PROVMAST-IN-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ PROVIDER-MASTER-IN
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           AND PMI-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-PROVIDER-FIELDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-MASTER-IN

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-PROVIDER-FIELDS SECTION.
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE 'CUSTOMER TYPE' TO PFL-LABEL
               MOVE 'COMPANY' TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'COMPANY NAME' TO PFL-LABEL
               MOVE PMI-COMPANY-NAME TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'REGISTRATION NUMBER' TO PFL-LABEL
               MOVE PMI-REGISTRATION-NO TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'CONTACT PERSON' TO PFL-LABEL
               MOVE PMI-CONTACT-PERSON TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
           ELSE
               MOVE 'CUSTOMER TYPE' TO PFL-LABEL
               MOVE 'PRIVATE PERSON' TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'FIRST NAME' TO PFL-LABEL
               MOVE PMI-FIRST-NAME TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'LAST NAME' TO PFL-LABEL
               MOVE PMI-LAST-NAME TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'DATE OF BIRTH' TO PFL-LABEL
               MOVE PMI-DATE-OF-BIRTH TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
               MOVE 'GENDER CODE' TO PFL-LABEL
               MOVE SPACES TO PFL-VALUE
               STRING PMI-GENDER DELIMITED BY SIZE
                      ' (REVISED CODE ' DELIMITED BY SIZE
                      PMI-GENDER-NEW DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                 INTO PFL-VALUE
               END-STRING
               PERFORM WRITE-PACK-FIELD
           END-IF

           EVALUATE PMI-ADDR-KIND
               WHEN 'P'
                   MOVE 'ADDRESS TYPE' TO PFL-LABEL
                   MOVE 'PO BOX' TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
                   MOVE 'PO BOX NUMBER' TO PFL-LABEL
                   MOVE PMI-BOX-NO TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
               WHEN 'I'
                   MOVE 'ADDRESS TYPE' TO PFL-LABEL
                   MOVE 'INTERNATIONAL' TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
                   MOVE 'COUNTRY CODE' TO PFL-LABEL
                   MOVE PMI-COUNTRY-CODE TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
                   MOVE 'FOREIGN POSTAL CODE' TO PFL-LABEL
                   MOVE PMI-FOREIGN-POSTAL-CODE TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
                   MOVE 'ADDRESS LINE' TO PFL-LABEL
                   MOVE PMI-ADDRESS-LINE TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
               WHEN OTHER
                   MOVE 'ADDRESS TYPE' TO PFL-LABEL
                   MOVE 'STREET' TO PFL-VALUE
                   PERFORM WRITE-PACK-FIELD
           END-EVALUATE
           MOVE 'STREET' TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE
           STRING PMI-STREET DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PMI-NUMBER DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD
           MOVE 'POSTAL CODE' TO PFL-LABEL
           MOVE PMI-POSTAL-CODE TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD
           MOVE 'CITY' TO PFL-LABEL
           MOVE PMI-CITY TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD

           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO BALANCE-EDIT
               MOVE 'ACCOUNT BALANCE' TO PFL-LABEL
               MOVE BALANCE-EDIT TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
           END-IF
           MOVE 'ACCOUNT STATUS' TO PFL-LABEL
           EVALUATE PMI-LIFECYCLE-STATUS
               WHEN 'D'
                   MOVE 'DORMANT' TO STATUS-TEXT
               WHEN 'C'
                   MOVE 'CLOSED' TO STATUS-TEXT
               WHEN OTHER
                   MOVE 'ACTIVE' TO STATUS-TEXT
           END-EVALUATE
           MOVE STATUS-TEXT TO PFL-VALUE
           IF PMI-STATUS-DATE IS NUMERIC
               AND PMI-STATUS-DATE > 0
               MOVE PMI-STATUS-DATE TO REPORT-DATE-IN
               PERFORM EDIT-REPORT-DATE
               MOVE SPACES TO PFL-VALUE
               STRING STATUS-TEXT DELIMITED BY SPACE
                      ' SINCE ' DELIMITED BY SIZE
                      REPORT-DATE-EDIT DELIMITED BY SIZE
                 INTO PFL-VALUE
               END-STRING
           END-IF
           PERFORM WRITE-PACK-FIELD
           IF PMI-DO-NOT-MAIL = 'Y'
               MOVE 'MARKETING POST' TO PFL-LABEL
               MOVE 'NOT TO BE SENT' TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
           END-IF
           IF PMI-RETURN-REASON NOT = SPACES
               MOVE 'MAIL RETURNED BECAUSE' TO PFL-LABEL
               MOVE PMI-RETURN-REASON TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
           END-IF
           MOVE 'SERVICED FOR CLIENT' TO PFL-LABEL
           MOVE PMI-CLIENT-CODE TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * Secondary addresses, each with its kind
       DISCLOSE-OTHER-ADDRESSES SECTION.
           MOVE 2 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT PROVIDER-SECADDR-IN
           IF NOT PROVSEC-IN-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ PROVIDER-SECADDR-IN
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF PSA-CUSTOMER-NUMBER IS NUMERIC
                           AND PSA-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-OTHER-ADDRESS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-SECADDR-IN

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-OTHER-ADDRESS SECTION.
           MOVE SPACES TO PFL-LABEL
           STRING 'ADDRESS ' DELIMITED BY SIZE
                  PSA-SEQUENCE DELIMITED BY SIZE
             INTO PFL-LABEL
           END-STRING
           MOVE SPACES TO PFL-VALUE
           EVALUATE PSA-ADDR-KIND
               WHEN 'P'
                   STRING 'PO BOX ' DELIMITED BY SIZE
                          PSA-BOX-NO DELIMITED BY SIZE
                     INTO PFL-VALUE
                   END-STRING
               WHEN 'I'
                   STRING PSA-ADDRESS-LINE DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          PSA-FOREIGN-POSTAL-CODE DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          PSA-COUNTRY-CODE DELIMITED BY SIZE
                     INTO PFL-VALUE
                   END-STRING
               WHEN OTHER
                   STRING PSA-STREET DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          PSA-NUMBER DELIMITED BY SIZE
                     INTO PFL-VALUE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-PACK-FIELD
           MOVE SPACES TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE
           STRING PSA-POSTAL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PSA-CITY DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * Every superseded version of the record the migration kept,
      * with the date it was replaced
       DISCLOSE-EARLIER-VERSIONS SECTION.
           MOVE 3 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT PROVIDER-HISTORY-FILE
           IF NOT PROVHIST-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ PROVIDER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       MOVE HIS-RECORD-IMAGE
                         TO PROVIDER-MASTER-IN-RECORD
                       IF PMI-CUSTOMER-NUMBER IS NUMERIC
                           AND PMI-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-EARLIER-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-HISTORY-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-EARLIER-VERSION SECTION.
           MOVE 'REPLACED ON' TO PFL-LABEL
           IF HIS-REPLACED-DATE IS NUMERIC
               MOVE HIS-REPLACED-DATE TO REPORT-DATE-IN
           ELSE
               MOVE 0 TO REPORT-DATE-IN
           END-IF
           PERFORM WRITE-PACK-DATE-FIELD
           MOVE 'NAME' TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE
           IF PMI-CUSTOMER-KIND = 'C'
               MOVE PMI-COMPANY-NAME TO PFL-VALUE
           ELSE
               STRING PMI-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      PMI-LAST-NAME DELIMITED BY SIZE
                 INTO PFL-VALUE
               END-STRING
           END-IF
           PERFORM WRITE-PACK-FIELD
           MOVE 'ADDRESS' TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE
           STRING PMI-STREET DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PMI-NUMBER DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  PMI-POSTAL-CODE DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PMI-CITY DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD
           IF PMI-ACCOUNT-BALANCE IS NUMERIC
               MOVE PMI-ACCOUNT-BALANCE TO BALANCE-EDIT
               MOVE 'ACCOUNT BALANCE' TO PFL-LABEL
               MOVE BALANCE-EDIT TO PFL-VALUE
               PERFORM WRITE-PACK-FIELD
           END-IF

           EXIT.

      * ---
      * Every balance the daily feed delivered for the customer, in
      * the currency it was held in
       DISCLOSE-BALANCE-HISTORY SECTION.
           MOVE 4 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT BALANCE-HISTORY-FILE
           IF NOT BALHIST-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF BHS-CUSTOMER-NUMBER IS NUMERIC
                           AND BHS-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           AND BHS-AMOUNT IS NUMERIC
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-BALANCE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-BALANCE-ENTRY SECTION.
           IF BHS-BUSINESS-DATE IS NUMERIC
               MOVE BHS-BUSINESS-DATE TO REPORT-DATE-IN
           ELSE
               MOVE 0 TO REPORT-DATE-IN
           END-IF
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO PFL-LABEL
           STRING 'BALANCE ON ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
             INTO PFL-LABEL
           END-STRING
           MOVE BHS-AMOUNT TO PACK-BALANCE
           IF BHS-AMOUNT-NEGATIVE
               COMPUTE PACK-BALANCE = 0 - PACK-BALANCE
           END-IF
           MOVE PACK-BALANCE TO BALANCE-EDIT
           MOVE SPACES TO PFL-VALUE
           IF BHS-CURRENCY-CODE = SPACES
               STRING BALANCE-EDIT DELIMITED BY SIZE
                      ' EUR' DELIMITED BY SIZE
                 INTO PFL-VALUE
               END-STRING
           ELSE
               STRING BALANCE-EDIT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      BHS-CURRENCY-CODE DELIMITED BY SIZE
                 INTO PFL-VALUE
               END-STRING
           END-IF
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * Each contact channel the consent register holds, with when
      * and how the preference was captured
       DISCLOSE-CONTACT-PREFERENCES SECTION.
           MOVE 5 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT CONSENT-REGISTER-FILE
           IF NOT CONSENT-REG-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ CONSENT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF CNS-CUSTOMER-NUMBER IS NUMERIC
                           AND CNS-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-CONTACT-PREFERENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-REGISTER-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-CONTACT-PREFERENCE SECTION.
           MOVE CNS-CHANNEL TO CHANNEL-TEXT
           PERFORM NAME-CONSENT-CHANNEL
           MOVE CHANNEL-TEXT TO PFL-LABEL
           MOVE CNS-CONSENT-STATUS TO STATUS-TEXT
           PERFORM NAME-CONSENT-STATUS
           IF CNS-CAPTURE-DATE IS NUMERIC
               MOVE CNS-CAPTURE-DATE TO REPORT-DATE-IN
           ELSE
               MOVE 0 TO REPORT-DATE-IN
           END-IF
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO PFL-VALUE
           STRING STATUS-TEXT DELIMITED BY SPACE
                  ' ON ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
                  ' VIA ' DELIMITED BY SIZE
                  CNS-SOURCE DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * The consent trail: every change of preference, from what to
      * what
       DISCLOSE-PREFERENCE-CHANGES SECTION.
           MOVE 6 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT CONSENT-AUDIT-FILE
           IF NOT CONSENT-AUD-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ CONSENT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF CAU-CUSTOMER-NUMBER IS NUMERIC
                           AND CAU-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-PREFERENCE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONSENT-AUDIT-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-PREFERENCE-CHANGE SECTION.
           IF CAU-CAPTURE-DATE IS NUMERIC
               MOVE CAU-CAPTURE-DATE TO REPORT-DATE-IN
           ELSE
               MOVE 0 TO REPORT-DATE-IN
           END-IF
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO PFL-LABEL
           STRING 'CHANGED ON ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
             INTO PFL-LABEL
           END-STRING
           MOVE CAU-CHANNEL TO CHANNEL-TEXT
           PERFORM NAME-CONSENT-CHANNEL
           MOVE CAU-OLD-STATUS TO STATUS-TEXT
           PERFORM NAME-CONSENT-STATUS
           IF CAU-OLD-STATUS = SPACE
               MOVE 'NONE' TO STATUS-TEXT
           END-IF
           MOVE STATUS-TEXT TO OLD-STATUS-TEXT
           MOVE CAU-NEW-STATUS TO STATUS-TEXT
           PERFORM NAME-CONSENT-STATUS
           MOVE SPACES TO PFL-VALUE
           STRING CHANNEL-TEXT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  OLD-STATUS-TEXT DELIMITED BY SPACE
                  ' TO ' DELIMITED BY SIZE
                  STATUS-TEXT DELIMITED BY SPACE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * Every note the service desk keeps, in force or expired; the
      * staff identifiers and tickets on the register are internal
      * and left out
       DISCLOSE-SERVICE-NOTES SECTION.
           MOVE 7 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT NOTE-REGISTER-FILE
           IF NOT NOTE-REG-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ NOTE-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF NTR-CUSTOMER-NUMBER IS NUMERIC
                           AND NTR-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-SERVICE-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-REGISTER-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-SERVICE-NOTE SECTION.
           IF NTR-CREATED-DATE IS NUMERIC
               MOVE NTR-CREATED-DATE TO REPORT-DATE-IN
           ELSE
               MOVE 0 TO REPORT-DATE-IN
           END-IF
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO PFL-LABEL
           STRING 'NOTE OF ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
             INTO PFL-LABEL
           END-STRING
           IF NTR-EXPIRY-DATE IS NOT NUMERIC
               MOVE 0 TO NTR-EXPIRY-DATE
           END-IF
           MOVE SPACES TO PFL-VALUE
           EVALUATE TRUE
               WHEN NTR-NOTE-STATUS NOT = 'A'
                   OR (NTR-EXPIRY-DATE > 0
                       AND NTR-EXPIRY-DATE < BUSINESS-DATE)
                   MOVE NTR-EXPIRY-DATE TO REPORT-DATE-IN
                   PERFORM EDIT-REPORT-DATE
                   STRING NTR-CATEGORY DELIMITED BY SPACE
                          ' - EXPIRED ' DELIMITED BY SIZE
                          REPORT-DATE-EDIT DELIMITED BY SIZE
                     INTO PFL-VALUE
                   END-STRING
               WHEN NTR-EXPIRY-DATE > 0
                   MOVE NTR-EXPIRY-DATE TO REPORT-DATE-IN
                   PERFORM EDIT-REPORT-DATE
                   STRING NTR-CATEGORY DELIMITED BY SPACE
                          ' - IN FORCE UNTIL ' DELIMITED BY SIZE
                          REPORT-DATE-EDIT DELIMITED BY SIZE
                     INTO PFL-VALUE
                   END-STRING
               WHEN OTHER
                   STRING NTR-CATEGORY DELIMITED BY SPACE
                          ' - IN FORCE' DELIMITED BY SIZE
                     INTO PFL-VALUE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-PACK-FIELD
           MOVE NTR-TEXT TO PTL-TEXT
           MOVE PACK-TEXT-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           EXIT.

      * ---
      * Every letter the correspondence run sent the customer
       DISCLOSE-LETTERS-SENT SECTION.
           MOVE 8 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT COMMS-LOG-FILE
           IF NOT COMMLOG-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ COMMS-LOG-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF CML-CUSTOMER-NUMBER IS NUMERIC
                           AND CML-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-LETTER-SENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMS-LOG-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-LETTER-SENT SECTION.
           IF CML-SENT-DATE IS NUMERIC
               MOVE CML-SENT-DATE TO REPORT-DATE-IN
           ELSE
               MOVE 0 TO REPORT-DATE-IN
           END-IF
           PERFORM EDIT-REPORT-DATE
           MOVE SPACES TO PFL-LABEL
           STRING 'LETTER OF ' DELIMITED BY SIZE
                  REPORT-DATE-EDIT DELIMITED BY SIZE
             INTO PFL-LABEL
           END-STRING
           MOVE SPACES TO PFL-VALUE
           STRING CML-LETTER-CODE DELIMITED BY SPACE
                  ' IN LANGUAGE ' DELIMITED BY SIZE
                  CML-LANGUAGE DELIMITED BY SIZE
                  ', REFERENCE ' DELIMITED BY SIZE
                  CML-REFERENCE DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * Every conversion run that processed the record, with the
      * name as it was processed
       DISCLOSE-AUDIT-TRAIL SECTION.
           MOVE 9 TO SOURCE-IX
           PERFORM WRITE-PACK-SECTION-HEADING
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT AUDIT-LOG-OK
               PERFORM WRITE-NONE-HELD
               EXIT SECTION
           END-IF
           SET PSC-SOURCE-PRESENT (SOURCE-IX) TO TRUE

           MOVE 'N' TO SOURCE-EOF-FLAG
           PERFORM UNTIL SOURCE-AT-EOF
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO SOURCE-EOF-FLAG
                   NOT AT END
                       IF AUD-CUSTOMER-NUMBER IS NUMERIC
                           AND AUD-CUSTOMER-NUMBER
                               = MATCHED-CUSTOMER-NUMBER
                           PERFORM COUNT-PACK-ITEM
                           PERFORM WRITE-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE

           IF PSC-ITEMS (SOURCE-IX) = 0
               PERFORM WRITE-NONE-HELD
           END-IF

           EXIT.

       WRITE-AUDIT-ENTRY SECTION.
           MOVE 'PROCESSED IN RUN' TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE
           STRING AUD-RUN-ID DELIMITED BY SIZE
                  ' FORMAT ' DELIMITED BY SIZE
                  AUD-CUSTOMER-VERSION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-MAPPING-DIRECTION DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD
           MOVE 'NAME AS PROCESSED' TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE
           STRING AUD-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  AUD-LAST-NAME DELIMITED BY SIZE
             INTO PFL-VALUE
           END-STRING
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * The completion certificate: every record searched, whether
      * it was on disk to search, and the items disclosed from it,
      * with who prepared the pack and whether it met the due date
       WRITE-COMPLETION-CERTIFICATE SECTION.
           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'COMPLETION CERTIFICATE' TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE PACK-RULE-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE CERT-COLUMN-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           PERFORM VARYING SOURCE-IX FROM 1 BY 1
                   UNTIL SOURCE-IX > 9
               MOVE PSN-TITLE (SOURCE-IX) TO CDL-SOURCE
               MOVE PSN-FILE-NAME (SOURCE-IX) TO CDL-FILE-NAME
               IF PSC-SOURCE-PRESENT (SOURCE-IX)
                   MOVE PSC-ITEMS (SOURCE-IX) TO PACK-COUNT-EDIT
                   MOVE PACK-COUNT-EDIT TO CDL-RESULT
               ELSE
                   MOVE 'NOT ON FILE' TO CDL-RESULT
               END-IF
               MOVE CERT-DETAIL-LINE TO DISCLOSURE-PACK-RECORD
               PERFORM WRITE-PACK-LINE
           END-PERFORM
           MOVE 'TOTAL ITEMS DISCLOSED' TO CDL-SOURCE
           MOVE SPACES TO CDL-FILE-NAME
           MOVE PACK-ITEMS-TOTAL TO PACK-COUNT-EDIT
           MOVE PACK-COUNT-EDIT TO CDL-RESULT
           MOVE CERT-DETAIL-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'WE CERTIFY THAT THE RECORDS ABOVE WERE SEARCHED IN'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'FULL FOR THE CUSTOMER NUMBER SHOWN AND THAT EVERY'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE 'ITEM FOUND IS SET OUT IN THIS DOCUMENT.'
             TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           MOVE 'PREPARED BY' TO PFL-LABEL
           MOVE SPC-OPERATOR-ID TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD
           MOVE 'UNDER TICKET' TO PFL-LABEL
           MOVE SPC-TICKET TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD
           MOVE 'PREPARED ON' TO PFL-LABEL
           MOVE BUSINESS-DATE TO REPORT-DATE-IN
           PERFORM WRITE-PACK-DATE-FIELD
           MOVE 'STATUTORY PERIOD' TO PFL-LABEL
           IF BUSINESS-DATE > SAT-DUE-DATE (SAR-FOUND-IX)
               MOVE 'PREPARED AFTER THE DUE DATE' TO PFL-VALUE
           ELSE
               MOVE 'PREPARED WITHIN THE PERIOD' TO PFL-VALUE
           END-IF
           PERFORM WRITE-PACK-FIELD
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE PACK-TIME-MS
           MOVE 'CERTIFICATE REFERENCE' TO PFL-LABEL
           MOVE PACK-TIME-MS TO PFL-VALUE
           PERFORM WRITE-PACK-FIELD

           EXIT.

      * ---
      * Heading for the source in SOURCE-IX, numbered as the
      * certificate lists it
       WRITE-PACK-SECTION-HEADING SECTION.
           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SOURCE-IX TO PHL-NUMBER
           MOVE PSN-TITLE (SOURCE-IX) TO PHL-TITLE
           MOVE PACK-HEADING-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           EXIT.

       WRITE-NONE-HELD SECTION.
           MOVE SPACES TO PACK-TEXT-LINE
           MOVE 'WE HOLD NOTHING OF THIS KIND ABOUT YOU' TO PTL-TEXT
           MOVE PACK-TEXT-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE

           EXIT.

       COUNT-PACK-ITEM SECTION.
           ADD 1 TO PSC-ITEMS (SOURCE-IX)
           ADD 1 TO PACK-ITEMS-TOTAL

           EXIT.

       NAME-CONSENT-CHANNEL SECTION.
           EVALUATE CHANNEL-TEXT
               WHEN 'POST'
                   MOVE 'MARKETING BY POST' TO CHANNEL-TEXT
               WHEN 'EMAL'
                   MOVE 'MARKETING BY EMAIL' TO CHANNEL-TEXT
               WHEN 'PHON'
                   MOVE 'MARKETING BY PHONE' TO CHANNEL-TEXT
               WHEN 'STMT'
                   MOVE 'STATEMENT DELIVERY' TO CHANNEL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

       NAME-CONSENT-STATUS SECTION.
           EVALUATE STATUS-TEXT
               WHEN 'G'
                   MOVE 'GRANTED' TO STATUS-TEXT
               WHEN 'W'
                   MOVE 'WITHDRAWN' TO STATUS-TEXT
               WHEN 'P'
                   MOVE 'PAPER' TO STATUS-TEXT
               WHEN 'E'
                   MOVE 'ELECTRONIC' TO STATUS-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

       WRITE-PACK-FIELD SECTION.
           MOVE PACK-FIELD-LINE TO DISCLOSURE-PACK-RECORD
           PERFORM WRITE-PACK-LINE
           MOVE SPACES TO PFL-LABEL
           MOVE SPACES TO PFL-VALUE

           EXIT.

      * ---
      * A labelled date field; a zero date reads as not recorded
       WRITE-PACK-DATE-FIELD SECTION.
           IF REPORT-DATE-IN = 0
               MOVE 'NOT RECORDED' TO PFL-VALUE
           ELSE
               PERFORM EDIT-REPORT-DATE
               MOVE REPORT-DATE-EDIT TO PFL-VALUE
           END-IF
           PERFORM WRITE-PACK-FIELD

           EXIT.

       WRITE-PACK-LINE SECTION.
           WRITE DISCLOSURE-PACK-RECORD

           EXIT.

       EDIT-REPORT-DATE SECTION.
           MOVE RDI-DAY TO RDE-DAY
           MOVE RDI-MONTH TO RDE-MONTH
           MOVE RDI-YEAR TO RDE-YEAR

           EXIT.

       VERIFY-CARD-OPERATOR SECTION.
           MOVE 'N' TO OPERATOR-VALID-FLAG
           MOVE 0 TO RUN-PRIVILEGE-LEVEL
           IF SPC-OPERATOR-ID = SPACES
               EXIT SECTION
           END-IF
           IF NOT AUTH-FILE-PRESENT
               SET OPERATOR-AUTHORIZED TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
                   UNTIL OPERATOR-IX > OPERATOR-ENTRY-COUNT
                      OR OPERATOR-AUTHORIZED
               IF OPT-OPERATOR-ID (OPERATOR-IX) = SPC-OPERATOR-ID
                   SET OPERATOR-AUTHORIZED TO TRUE
                   MOVE OPT-PRIVILEGE-LEVEL (OPERATOR-IX)
                     TO RUN-PRIVILEGE-LEVEL
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Hold the restricted-customer register in memory; with no
      * register on disk no customer is restricted
       LOAD-RESTRICTED-REGISTER SECTION.
           OPEN INPUT RESTRICT-REGISTER-FILE
           IF NOT RESTRICT-REG-OK
               EXIT SECTION
           END-IF

           PERFORM UNTIL RESTRICT-REG-AT-EOF
               READ RESTRICT-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-RESTRICT-REG-EOF-FLAG
                   NOT AT END
                       IF RSR-CUSTOMER-NUMBER IS NUMERIC
                           AND RSR-CUSTOMER-NUMBER > 0
                           PERFORM KEEP-RESTRICTED-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICT-REGISTER-FILE

           EXIT.

      * ---
      * A register too big for the table stops the run rather than
      * leave customers unprotected; an unreadable class restricts
      * at the highest level rather than not at all
       KEEP-RESTRICTED-CUSTOMER SECTION.
           IF RESTRICT-ENTRY-COUNT >= MAX-RESTRICT-ENTRIES
               DISPLAY '*** RESTRICTED-CUSTOMER TABLE FULL AT '
                       MAX-RESTRICT-ENTRIES ' - RUN STOPPED'
                  UPON CONSOLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO RESTRICT-ENTRY-COUNT
           MOVE RSR-CUSTOMER-NUMBER
             TO RST-CUSTOMER-NUMBER (RESTRICT-ENTRY-COUNT)
           IF RSR-RESTRICTION-CLASS IS NUMERIC
               MOVE RSR-RESTRICTION-CLASS
                 TO RST-RESTRICTION-CLASS (RESTRICT-ENTRY-COUNT)
           ELSE
               MOVE 9 TO RST-RESTRICTION-CLASS (RESTRICT-ENTRY-COUNT)
           END-IF

           EXIT.

      * ---
      * Judge RESTRICT-CUSTOMER against the register for the run's
      * privilege level: unrestricted, restricted and granted, or
      * restricted and refused; for the last two RESTRICT-ACTION
      * carries the access-log action
       CHECK-CUSTOMER-RESTRICTION SECTION.
           SET CUSTOMER-UNRESTRICTED TO TRUE
           MOVE SPACES TO RESTRICT-ACTION
           PERFORM VARYING RESTRICT-IX FROM 1 BY 1
                   UNTIL RESTRICT-IX > RESTRICT-ENTRY-COUNT
                      OR NOT CUSTOMER-UNRESTRICTED
               IF RST-CUSTOMER-NUMBER (RESTRICT-IX)
                       = RESTRICT-CUSTOMER
                   MOVE RST-RESTRICTION-CLASS (RESTRICT-IX)
                     TO RESTRICT-CLASS
                   IF RUN-PRIVILEGE-LEVEL >= RESTRICT-CLASS
                       SET RESTRICTED-ACCESS-GRANTED TO TRUE
                   ELSE
                       SET RESTRICTED-ACCESS-REFUSED TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN RESTRICTED-ACCESS-GRANTED
                   ADD 1 TO RESTRICTED-GRANTS
                   MOVE 'RSTGRANT' TO RESTRICT-ACTION
               WHEN RESTRICTED-ACCESS-REFUSED
                   ADD 1 TO RESTRICTED-REFUSALS
                   MOVE 'RSTREFSD' TO RESTRICT-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ---
      * One access-log line per pack or refused attempt; the caller
      * has set ACCESS-ACTION, the card supplies the rest
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APISARP ' TO ACC-PROGRAM-NAME
           MOVE SPC-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE SPC-TICKET TO ACC-TICKET
           MOVE SPC-CUSTOMER-NUMBER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE

           EXIT.

      * ---
      * The register only replaces the kept one after a complete
      * pass
       REWRITE-SAR-REGISTER SECTION.
           OPEN OUTPUT SAR-NEW-FILE
           PERFORM VARYING SAR-IX FROM 1 BY 1
                   UNTIL SAR-IX > SAR-ENTRY-COUNT
               MOVE SPACES TO SAR-REGISTER-RECORD
               MOVE SAT-CUSTOMER-NUMBER (SAR-IX)
                 TO SRR-CUSTOMER-NUMBER
               MOVE SAT-SEQUENCE (SAR-IX) TO SRR-SEQUENCE
               MOVE SAT-REQUEST-STATUS (SAR-IX)
                 TO SRR-REQUEST-STATUS
               MOVE SAT-RECEIVED-DATE (SAR-IX) TO SRR-RECEIVED-DATE
               MOVE SAT-DUE-DATE (SAR-IX) TO SRR-DUE-DATE
               MOVE SAT-EXTENDED-FLAG (SAR-IX) TO SRR-EXTENDED-FLAG
               MOVE SAT-CHANNEL (SAR-IX) TO SRR-CHANNEL
               MOVE SAT-VERIFIED-DATE (SAR-IX) TO SRR-VERIFIED-DATE
               MOVE SAT-IDENTITY-METHOD (SAR-IX)
                 TO SRR-IDENTITY-METHOD
               MOVE SAT-VERIFIED-BY (SAR-IX) TO SRR-VERIFIED-BY
               MOVE SAT-PACK-DATE (SAR-IX) TO SRR-PACK-DATE
               MOVE SAT-PACK-ITEMS (SAR-IX) TO SRR-PACK-ITEMS
               MOVE SAT-CLOSED-DATE (SAR-IX) TO SRR-CLOSED-DATE
               MOVE SAT-OPERATOR-ID (SAR-IX) TO SRR-OPERATOR-ID
               MOVE SAT-TICKET (SAR-IX) TO SRR-TICKET
               MOVE SAT-REASON (SAR-IX) TO SRR-REASON
               MOVE SAR-REGISTER-RECORD TO SAR-NEW-RECORD
               WRITE SAR-NEW-RECORD
           END-PERFORM
           CLOSE SAR-NEW-FILE

           CALL 'CBL_DELETE_FILE' USING WS-SAR-REG-NAME
              RETURNING RENAME-STATUS
           CALL 'CBL_RENAME_FILE' USING
                WS-SAR-NEW-NAME
                WS-SAR-REG-NAME
              RETURNING RENAME-STATUS

           EXIT.
