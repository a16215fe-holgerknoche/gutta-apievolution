123456*Single-customer mapping trace for the support desk: takes a
      *customer number, source version and script pair on a card,
      *pulls that one customer from the extract (continuation records
      *included) and walks it through the production path - number
      *translation and check digit, standardization, the edit rules
      *and the mapper - printing every stage side by side on the
      *console. Nothing is written to the production outputs

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APITRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Trace card: customer, version, optional script pair and
      *    the operator and ticket the trace runs under
           SELECT TRACE-CARD-FILE ASSIGN TO WS-TRACE-CARD-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-CARD-STATUS.
      *    Customer extracts the customer is pulled from, read only
           SELECT CUSTOMER-MASTER-V1 ASSIGN TO WS-CUSTMAST-V1-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-V1-STATUS.
           SELECT CUSTOMER-MASTER-V3 ASSIGN TO WS-CUSTMAST-V3-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-V3-STATUS.
           SELECT CUSTOMER-MASTER-V6 ASSIGN TO WS-CUSTMAST-V6-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-V6-STATUS.
           SELECT CUSTOMER-MASTER-V7 ASSIGN TO WS-CUSTMAST-V7-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTMAST-V7-STATUS.
      *    Script config, same layout as the one APICONV reads
           SELECT SCRIPT-CONFIG-FILE
               ASSIGN TO WS-SCRIPT-CONFIG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCRIPT-CONFIG-STATUS.
      *    The production edit rules, customer-number cross
      *    reference and balance feed, all read only
           SELECT EDIT-RULE-FILE ASSIGN TO WS-EDIT-RULE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-RULE-STATUS.
           SELECT CUSTOMER-XREF-FILE ASSIGN TO WS-XREF-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO WS-BALANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO WS-EXCHRATE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCHRATE-STATUS.

      *    Authorized operators and the shared access log the
      *    compliance team queries
           SELECT OPERATOR-AUTH-FILE ASSIGN TO WS-OPERAUTH-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUTH-STATUS.
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
       FD TRACE-CARD-FILE.
       01 TRACE-CARD-RECORD.
           05 TRC-CUSTOMER-NUMBER PIC 9(09).
           05 TRC-CUSTOMER-VERSION PIC X(02).
      *    Script pair to trace against; blank takes the pair the
      *    script config (or the built-in default) names
           05 TRC-CONSUMER-SCRIPT PIC X(30).
           05 TRC-PROVIDER-SCRIPT PIC X(30).
           05 TRC-OPERATOR-ID PIC X(08).
           05 TRC-TICKET PIC X(12).
           05 FILLER PIC X(09).

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

      *    Extract layouts as APICONV reads them
       FD CUSTOMER-MASTER-V1.
       01 CUSTOMER-MASTER-V1-RECORD.
           05 CMV1-FIRST-NAME PIC X(20).
           05 CMV1-LAST-NAME PIC X(20).
           05 CMV1-GENDER PIC X(01).
           05 CMV1-STREET PIC X(20).
           05 CMV1-NUMBER PIC X(05).
           05 CMV1-POSTAL-CODE PIC X(09).
           05 CMV1-CITY PIC X(20).
           05 CMV1-CUSTOMER-NUMBER PIC 9(09).
           05 CMV1-CLIENT-CODE PIC X(04).
       01 CUSTOMER-MASTER-V1-CONTROL.
           05 CMV1C-TAG PIC X(03).
             88 CMV1C-HEADER-RECORD VALUE 'HDR'.
             88 CMV1C-TRAILER-RECORD VALUE 'TRL'.
           05 FILLER PIC X(43).

       FD CUSTOMER-MASTER-V3.
       01 CUSTOMER-MASTER-V3-RECORD.
           05 CMV3-FIRST-NAME PIC X(20).
           05 CMV3-LAST-NAME PIC X(20).
           05 CMV3-DATE-OF-BIRTH PIC X(10).
           05 CMV3-GENDER PIC X(01).
           05 CMV3-STREET PIC X(20).
           05 CMV3-NUMBER PIC X(05).
           05 CMV3-POSTAL-CODE PIC X(09).
           05 CMV3-CITY PIC X(20).
           05 CMV3-SEC-ADDR-COUNT PIC X(01).
           05 CMV3-SEC-ADDR OCCURS 2.
               10 CMV3-SEC-STREET PIC X(20).
               10 CMV3-SEC-NUMBER PIC X(05).
               10 CMV3-SEC-POSTAL-CODE PIC X(09).
               10 CMV3-SEC-CITY PIC X(20).
           05 CMV3-CUSTOMER-NUMBER PIC 9(09).
           05 CMV3-ADDR-KIND PIC X(01).
           05 CMV3-BOX-NO PIC X(09).
           05 CMV3-COUNTRY-CODE PIC X(03).
           05 CMV3-FOREIGN-POSTAL-CODE PIC X(09).
           05 CMV3-CLIENT-CODE PIC X(04).
       01 CUSTOMER-MASTER-V3-CONTINUATION.
           05 CMV3X-TAG PIC X(03).
             88 CMV3X-CONTINUATION VALUE 'CON'.
           05 CMV3X-CUSTOMER-NUMBER PIC 9(09).
           05 CMV3X-SEC-ADDR OCCURS 2.
               10 CMV3X-SEC-STREET PIC X(20).
               10 CMV3X-SEC-NUMBER PIC X(05).
               10 CMV3X-SEC-POSTAL-CODE PIC X(09).
               10 CMV3X-SEC-CITY PIC X(20).
       01 CUSTOMER-MASTER-V3-CONTROL.
           05 CMV3C-TAG PIC X(03).
             88 CMV3C-HEADER-RECORD VALUE 'HDR'.
             88 CMV3C-TRAILER-RECORD VALUE 'TRL'.
           05 FILLER PIC X(43).

       FD CUSTOMER-MASTER-V6.
       01 CUSTOMER-MASTER-V6-RECORD.
           05 CMV6-FIRST-NAME PIC X(20).
           05 CMV6-LAST-NAME PIC X(20).
           05 CMV6-DATE-OF-BIRTH PIC X(10).
           05 CMV6-GENDER PIC X(01).
           05 CMV6-STREET PIC X(20).
           05 CMV6-NUMBER PIC X(05).
           05 CMV6-POSTAL-CODE PIC X(09).
           05 CMV6-CITY PIC X(20).
           05 CMV6-SEC-ADDR-COUNT PIC X(01).
           05 CMV6-SEC-ADDR OCCURS 2.
               10 CMV6-SEC-STREET PIC X(20).
               10 CMV6-SEC-NUMBER PIC X(05).
               10 CMV6-SEC-POSTAL-CODE PIC X(09).
               10 CMV6-SEC-CITY PIC X(20).
           05 CMV6-CUSTOMER-NUMBER PIC 9(09).
           05 CMV6-ADDR-KIND PIC X(01).
           05 CMV6-BOX-NO PIC X(09).
           05 CMV6-COUNTRY-CODE PIC X(03).
           05 CMV6-FOREIGN-POSTAL-CODE PIC X(09).
           05 CMV6-CLIENT-CODE PIC X(04).
       01 CUSTOMER-MASTER-V6-CONTINUATION.
           05 CMV6X-TAG PIC X(03).
             88 CMV6X-CONTINUATION VALUE 'CON'.
           05 CMV6X-CUSTOMER-NUMBER PIC 9(09).
           05 CMV6X-SEC-ADDR OCCURS 2.
               10 CMV6X-SEC-STREET PIC X(20).
               10 CMV6X-SEC-NUMBER PIC X(05).
               10 CMV6X-SEC-POSTAL-CODE PIC X(09).
               10 CMV6X-SEC-CITY PIC X(20).
       01 CUSTOMER-MASTER-V6-CONTROL.
           05 CMV6C-TAG PIC X(03).
             88 CMV6C-HEADER-RECORD VALUE 'HDR'.
             88 CMV6C-TRAILER-RECORD VALUE 'TRL'.
           05 FILLER PIC X(43).

       FD CUSTOMER-MASTER-V7.
       01 CUSTOMER-MASTER-V7-RECORD.
           05 CMV7-FIRST-NAME PIC X(20).
           05 CMV7-LAST-NAME PIC X(20).
           05 CMV7-DATE-OF-BIRTH PIC X(10).
           05 CMV7-GENDER PIC X(01).
           05 CMV7-STREET PIC X(20).
           05 CMV7-NUMBER PIC X(05).
           05 CMV7-POSTAL-CODE PIC X(09).
           05 CMV7-CITY PIC X(20).
           05 CMV7-SEC-ADDR-COUNT PIC X(01).
           05 CMV7-SEC-ADDR OCCURS 2.
               10 CMV7-SEC-STREET PIC X(20).
               10 CMV7-SEC-NUMBER PIC X(05).
               10 CMV7-SEC-POSTAL-CODE PIC X(09).
               10 CMV7-SEC-CITY PIC X(20).
           05 CMV7-CUSTOMER-NUMBER PIC 9(09).
           05 CMV7-ADDR-KIND PIC X(01).
           05 CMV7-BOX-NO PIC X(09).
           05 CMV7-COUNTRY-CODE PIC X(03).
           05 CMV7-FOREIGN-POSTAL-CODE PIC X(09).
           05 CMV7-CUSTOMER-KIND PIC X(01).
           05 CMV7-COMPANY-NAME PIC X(30).
           05 CMV7-REGISTRATION-NO PIC X(10).
           05 CMV7-CONTACT-PERSON PIC X(20).
           05 CMV7-CONTACT-COUNT PIC 9(01).
           05 CMV7-CONTACT OCCURS 3.
             10 CMV7-CONTACT-TYPE PIC X(01).
             10 CMV7-CONTACT-VALUE PIC X(40).
           05 CMV7-CLIENT-CODE PIC X(04).
       01 CUSTOMER-MASTER-V7-CONTROL.
           05 CMV7C-TAG PIC X(03).
             88 CMV7C-HEADER-RECORD VALUE 'HDR'.
             88 CMV7C-TRAILER-RECORD VALUE 'TRL'.
           05 FILLER PIC X(43).

       FD SCRIPT-CONFIG-FILE.
       01 SCRIPT-CONFIG-RECORD.
           05 SCC-CONSUMER-SCRIPT-V1 PIC X(30).
           05 SCC-PROVIDER-SCRIPT-V1 PIC X(30).
           05 SCC-CONSUMER-SCRIPT-V3 PIC X(30).
           05 SCC-PROVIDER-SCRIPT-V3 PIC X(30).
           05 SCC-CONSUMER-SCRIPT-V6 PIC X(30).
           05 SCC-PROVIDER-SCRIPT-V6 PIC X(30).
           05 SCC-CONSUMER-SCRIPT-V7 PIC X(30).
           05 SCC-PROVIDER-SCRIPT-V7 PIC X(30).

       FD EDIT-RULE-FILE.
       01 EDIT-RULE-RECORD.
           05 ERU-CUSTOMER-VERSION PIC X(02).
           05 ERU-FIELD-NAME PIC X(20).
           05 ERU-CHECK-TYPE PIC X(08).
           05 ERU-DOMAIN-VALUES PIC X(20).
           05 ERU-ACTION PIC X(01).
           05 ERU-REASON PIC X(40).

       FD CUSTOMER-XREF-FILE.
       01 CUSTOMER-XREF-RECORD.
           05 XRF-OLD-NUMBER PIC 9(09).
           05 XRF-NEW-NUMBER PIC 9(09).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
           05 BAL-CUSTOMER-NUMBER PIC 9(09).
           05 BAL-AMOUNT-SIGN PIC X(01).
             88 BALANCE-IS-NEGATIVE VALUE '-'.
           05 BAL-AMOUNT PIC 9(07)V99.
           05 BAL-CURRENCY-CODE PIC X(03).

       FD EXCHANGE-RATE-FILE.
       01 EXCHANGE-RATE-RECORD.
           05 EXR-CURRENCY-CODE PIC X(03).
           05 FILLER PIC X(01).
           05 EXR-RATE PIC 9(03)V9(06).

       WORKING-STORAGE SECTION.
       01 TRACE-CONTROLS.
           05 WS-TRACE-CARD-NAME PIC X(30) VALUE 'TRACECRD.DAT'.
           05 WS-TRACE-CARD-STATUS PIC X(02).
             88 TRACE-CARD-OK VALUE '00'.

           05 WS-CUSTMAST-V1-NAME PIC X(30) VALUE 'CUSTV1.DAT'.
           05 WS-CUSTMAST-V1-STATUS PIC X(02).
             88 CUSTMAST-V1-OK VALUE '00'.
           05 WS-CUSTMAST-V3-NAME PIC X(30) VALUE 'CUSTV3.DAT'.
           05 WS-CUSTMAST-V3-STATUS PIC X(02).
             88 CUSTMAST-V3-OK VALUE '00'.
           05 WS-CUSTMAST-V6-NAME PIC X(30) VALUE 'CUSTV6.DAT'.
           05 WS-CUSTMAST-V6-STATUS PIC X(02).
             88 CUSTMAST-V6-OK VALUE '00'.
           05 WS-CUSTMAST-V7-NAME PIC X(30) VALUE 'CUSTV7.DAT'.
           05 WS-CUSTMAST-V7-STATUS PIC X(02).
             88 CUSTMAST-V7-OK VALUE '00'.
           05 WS-CUSTMAST-EOF-FLAG PIC X VALUE 'N'.
             88 CUSTMAST-AT-EOF VALUE 'Y'.

           05 WS-SCRIPT-CONFIG-NAME PIC X(30)
              VALUE 'SCRIPTCFG.DAT'.
           05 WS-SCRIPT-CONFIG-STATUS PIC X(02).
             88 SCRIPT-CONFIG-OK VALUE '00'.
           05 ACTIVE-CONSUMER-SCRIPT-V1 PIC X(30)
              VALUE 'consumer-script-v1.dat'.
           05 ACTIVE-PROVIDER-SCRIPT-V1 PIC X(30)
              VALUE 'provider-script-v1.dat'.
           05 ACTIVE-CONSUMER-SCRIPT-V3 PIC X(30)
              VALUE 'consumer-script-v3.dat'.
           05 ACTIVE-PROVIDER-SCRIPT-V3 PIC X(30)
              VALUE 'provider-script-v3.dat'.
           05 ACTIVE-CONSUMER-SCRIPT-V6 PIC X(30)
              VALUE 'consumer-script-v6.dat'.
           05 ACTIVE-PROVIDER-SCRIPT-V6 PIC X(30)
              VALUE 'provider-script-v6.dat'.
           05 ACTIVE-CONSUMER-SCRIPT-V7 PIC X(30)
              VALUE 'consumer-script-v7.dat'.
           05 ACTIVE-PROVIDER-SCRIPT-V7 PIC X(30)
              VALUE 'provider-script-v7.dat'.

           05 WS-BALANCE-FILE-NAME PIC X(30) VALUE 'BALANCES.DAT'.
           05 WS-BALANCE-FILE-STATUS PIC X(02).
             88 BALANCE-FILE-OK VALUE '00'.
           05 WS-BALANCE-EOF-FLAG PIC X VALUE 'N'.
             88 BALANCE-FILE-AT-EOF VALUE 'Y'.
           05 WS-EXCHRATE-NAME PIC X(30) VALUE 'EXCHRATE.DAT'.
           05 WS-EXCHRATE-STATUS PIC X(02).
             88 EXCHRATE-OK VALUE '00'.
           05 WS-EXCHRATE-EOF-FLAG PIC X VALUE 'N'.
             88 EXCHRATE-AT-EOF VALUE 'Y'.
           05 LEDGER-CURRENCY-CODE PIC X(03) VALUE 'EUR'.
           05 BALANCE-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 BALANCE-FOUND VALUE 'Y'.
           05 RATE-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 RATE-FOUND VALUE 'Y'.
           05 CURRENT-BALANCE PIC S9(7)V99 COMP-3 VALUE 0.
           05 BALANCE-RATE PIC 9(03)V9(06) VALUE 0.

      *    The card's customer and the version whose extract and
      *    script pair the trace runs against
           05 TRACE-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
           05 TRACE-VERSION PIC X(02) VALUE SPACES.
             88 TRACE-VERSION-V1 VALUE 'V1'.
             88 TRACE-VERSION-V3 VALUE 'V3'.
             88 TRACE-VERSION-V6 VALUE 'V6'.
             88 TRACE-VERSION-V7 VALUE 'V7'.
             88 TRACE-VERSION-VALID VALUE 'V1' 'V3' 'V6' 'V7'.
           05 TRACE-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 TRACE-CUSTOMER-FOUND VALUE 'Y'.
           05 TRACE-MATCH-FLAG PIC X(01) VALUE 'N'.
             88 TRACE-RECORD-MATCHES VALUE 'Y'.
           05 TRACE-RECORD-NUMBER PIC 9(09).
           05 TRACE-CLIENT-CODE PIC X(04).
           05 TRACE-KIND-FLAG PIC X(01) VALUE 'P'.
             88 TRACE-COMPANY-CUSTOMER VALUE 'C'.
           05 SOURCE-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
           05 CURRENT-CUSTOMER-NUMBER PIC 9(09) VALUE 0.
           05 RECORDS-SCANNED PIC S9(9) BINARY VALUE 0.

      *    Secondary addresses as the loader sees them: the detail
      *    record's two standardized slots, then whatever the
      *    continuation records carry
           05 MAX-SECONDARY-ADDRESSES PIC S9(9) BINARY VALUE 10.
           05 SEC-ADDRESSES-CLAIMED PIC S9(9) BINARY VALUE 0.
           05 SEC-ADDRESSES-LOADED PIC S9(9) BINARY VALUE 0.
           05 CONTINUATION-SLOT PIC S9(4) BINARY.
           05 CONTINUATION-RECORDS-READ PIC S9(9) BINARY VALUE 0.
           05 CONTINUATION-DONE-FLAG PIC X(01) VALUE 'N'.
             88 CONTINUATIONS-DONE VALUE 'Y'.
       01 TRACE-SECONDARY-TABLE.
           05 TRACE-SECONDARY OCCURS 10.
             10 TSA-STREET PIC X(20).
             10 TSA-NUMBER PIC X(05).
             10 TSA-POSTAL-CODE PIC X(09).
             10 TSA-CITY PIC X(20).

      *    Working image of the detail record in the common layout
      *    v3, v6 and v7 share up to the address-kind columns; a v1
      *    record is moved in field by field. Standardization and
      *    the edit rules both work against this image, as the
      *    production loader works against its own record buffer
       01 TRACE-EXTRACT-IMAGE.
           05 TXI-FIRST-NAME PIC X(20).
           05 TXI-LAST-NAME PIC X(20).
           05 TXI-DATE-OF-BIRTH PIC X(10).
           05 TXI-GENDER PIC X(01).
           05 TXI-STREET PIC X(20).
           05 TXI-NUMBER PIC X(05).
           05 TXI-POSTAL-CODE PIC X(09).
           05 TXI-CITY PIC X(20).
           05 TXI-SEC-ADDR-COUNT PIC X(01).
           05 TXI-SEC-ADDR OCCURS 2.
               10 TXI-SEC-STREET PIC X(20).
               10 TXI-SEC-NUMBER PIC X(05).
               10 TXI-SEC-POSTAL-CODE PIC X(09).
               10 TXI-SEC-CITY PIC X(20).
           05 TXI-CUSTOMER-NUMBER PIC 9(09).
           05 TXI-ADDR-KIND PIC X(01).
           05 TXI-BOX-NO PIC X(09).
           05 TXI-COUNTRY-CODE PIC X(03).
           05 TXI-FOREIGN-POSTAL-CODE PIC X(09).
           05 FILLER PIC X(200).

      *    Edit rules, loaded the way APICONV loads them
       01 EDIT-RULE-CONTROLS.
           05 WS-EDIT-RULE-NAME PIC X(30) VALUE 'EDITRULE.DAT'.
           05 WS-EDIT-RULE-STATUS PIC X(02).
             88 EDIT-RULE-OK VALUE '00'.
           05 WS-EDIT-RULE-EOF-FLAG PIC X VALUE 'N'.
             88 EDIT-RULE-AT-EOF VALUE 'Y'.
           05 MAX-EDIT-RULES PIC S9(4) BINARY VALUE 50.
           05 EDIT-RULE-COUNT PIC S9(4) BINARY VALUE 0.
           05 EDIT-RULE-IX PIC S9(4) BINARY.
           05 EDIT-FIELD-VALUE PIC X(20).
           05 EDIT-FIELD-LENGTH PIC S9(4) BINARY.
           05 EDIT-SCAN-IX PIC S9(4) BINARY.
           05 EDIT-RULE-FAILED-FLAG PIC X(01).
             88 EDIT-RULE-FAILED VALUE 'Y'.
           05 EDIT-FIELD-KNOWN-FLAG PIC X(01).
             88 EDIT-FIELD-KNOWN VALUE 'Y'.
           05 EDIT-RULES-APPLIED PIC S9(9) BINARY VALUE 0.
           05 EDIT-RULES-FIRED PIC S9(9) BINARY VALUE 0.
           05 EDIT-RULE-NO PIC Z9.
           05 EDIT-RULE-OUTCOME PIC X(08).
       01 EDIT-RULE-TABLE.
           05 EDIT-RULE-ENTRY OCCURS 50.
             10 ERT-CUSTOMER-VERSION PIC X(02).
             10 ERT-FIELD-NAME PIC X(20).
             10 ERT-CHECK-TYPE PIC X(08).
             10 ERT-DOMAIN-VALUES PIC X(20).
             10 ERT-ACTION PIC X(01).
             10 ERT-REASON PIC X(40).

      *    Cross-reference state: only the pairs naming the card's
      *    customer are kept, so the trace finds the customer under
      *    either its old or its new number
       01 XREF-CONTROLS.
           05 WS-XREF-FILE-NAME PIC X(30) VALUE 'CUSTXREF.DAT'.
           05 WS-XREF-FILE-STATUS PIC X(02).
             88 XREF-FILE-OK VALUE '00'.
           05 WS-XREF-EOF-FLAG PIC X VALUE 'N'.
             88 XREF-AT-EOF VALUE 'Y'.
           05 XREF-PAIRS-READ PIC S9(9) BINARY VALUE 0.
           05 MAX-XREF-ALIASES PIC S9(4) BINARY VALUE 10.
           05 XREF-ALIAS-COUNT PIC S9(4) BINARY VALUE 0.
           05 XREF-IX PIC S9(4) BINARY.
           05 XREF-FOUND-FLAG PIC X(01) VALUE 'N'.
             88 XREF-ENTRY-FOUND VALUE 'Y'.
       01 XREF-ALIAS-TABLE.
           05 XREF-ALIAS OCCURS 10.
             10 XRA-OLD-NUMBER PIC 9(09).
             10 XRA-NEW-NUMBER PIC 9(09).

      *    Standardization state, the same rules APICONV applies
       01 STANDARDIZATION-CONTROLS.
           05 STD-FIELD-VALUE PIC X(20).
           05 STD-STREET-FLAG PIC X(01).
             88 STD-EXPAND-STREET VALUE 'Y'.
           05 STD-TEXT-LENGTH PIC S9(4) BINARY.
           05 STD-SCAN-IX PIC S9(4) BINARY.
           05 STD-SHIFT-WORK PIC X(20).
           05 LOWER-CASE-LETTERS PIC X(26)
              VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 UPPER-CASE-LETTERS PIC X(26)
              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    One row per traced field: the extract value, the value
      *    after standardization, the consumer-side flag going into
      *    the mapper, and the provider value and flag coming out.
      *    Rows 1-14 are the fixed fields; each secondary address
      *    takes four rows from 15 on
       01 TRACE-ROW-TABLE.
           05 TRACE-ROW OCCURS 54.
             10 TRR-FIELD-NAME PIC X(16).
             10 TRR-EXTRACT PIC X(20).
             10 TRR-STANDARD PIC X(20).
             10 TRR-CONSUMER-FLAG PIC X(07).
             10 TRR-PROVIDER-VALUE PIC X(20).
             10 TRR-PROVIDER-FLAG PIC X(07).
             10 TRR-IN-USE-FLAG PIC X(01).
               88 TRR-IN-USE VALUE 'Y'.
       01 TRACE-ROW-CONTROLS.
           05 MAX-TRACE-ROWS PIC S9(4) BINARY VALUE 54.
           05 TRACE-ROW-IX PIC S9(4) BINARY.
           05 TRACE-SEC-IX PIC S9(4) BINARY.
           05 TRACE-SEC-NO PIC 9(02).
           05 CAPTURE-COLUMN PIC X(01).
             88 CAPTURE-EXTRACT VALUE 'E'.
             88 CAPTURE-STANDARD VALUE 'S'.
           05 TRACE-CAPTURE-VALUE PIC X(20).
           05 TRACE-FLAG-VALUE PIC 9(01).
           05 TRACE-FLAG-TEXT PIC X(07).
           05 TRACE-NUMBER-EDIT PIC -(9)9.
           05 TRACE-BALANCE-EDIT PIC -(7)9.99.
           05 TRACE-NUMBER-WORK PIC S9(9) BINARY.
       01 TRACE-PRINT-LINE.
           05 TPL-FIELD-NAME PIC X(16).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TPL-EXTRACT PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TPL-STANDARD PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TPL-CONSUMER-FLAG PIC X(07).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TPL-PROVIDER-VALUE PIC X(20).
           05 FILLER PIC X(01) VALUE SPACE.
           05 TPL-PROVIDER-FLAG PIC X(07).

       01 CUSTOMER-V1-IN.
           COPY CUSTOMR1 REPLACING '*-' BY CS1I-.

       01 CUSTOMER-V3-IN.
           COPY CUSTOMR3 REPLACING '*-' BY CS3I-.

       01 CUSTOMER-V6-IN.
           COPY CUSTOMR6 REPLACING '*-' BY CS6I-.

       01 CUSTOMER-V7-IN.
           COPY CUSTOMR7 REPLACING '*-' BY CS7I-.

       01 CUSTOMER-PROVIDER-IN.
           COPY CUSTOMRP REPLACING '*-' BY CSPI-.

      *    Parameters for the load/convert scripts
       01 CONSUMER-SCRIPT-NAME PIC X(255).
       01 PROVIDER-SCRIPT-NAME PIC X(255).

       01 OPERATION-INDEX PIC S9(9) BINARY.

       01 MAPPING-DIRECTION PIC 9 BINARY.
           88 CONSUMER-TO-PROVIDER VALUE 0.
           88 PROVIDER-TO-CONSUMER VALUE 1.

       01 MAPPING-TYPE PIC 9 BINARY.
           88 PARAMETER-MAPPING VALUE 0.
           88 RESULT-MAPPING VALUE 1.

       01 SCRIPT-VALIDATION-CONTROLS.
           05 SCRIPT-VERSION-V1 PIC S9(9) BINARY VALUE 1.
           05 SCRIPT-VERSION-V3 PIC S9(9) BINARY VALUE 3.
           05 SCRIPT-VERSION-V6 PIC S9(9) BINARY VALUE 6.
           05 SCRIPT-VERSION-V7 PIC S9(9) BINARY VALUE 7.
           05 EXPECTED-SCRIPT-VERSION PIC S9(9) BINARY.
           05 LOADED-SCRIPT-VERSION PIC S9(9) BINARY.
           05 CONVERT-DATA-STATUS PIC S9(9) BINARY VALUE 0.
           05 CONVERT-DATA-FAILED-FLAG PIC X(01) VALUE 'N'.
             88 CONVERT-DATA-FAILED VALUE 'Y'.

      *    Operator identity for the access trail: the card's
      *    operator and ticket, validated against the authorized-
      *    operator file
       01 OPERATOR-CONTROLS.
           05 WS-OPERAUTH-NAME PIC X(30) VALUE 'OPERAUTH.DAT'.
           05 WS-OPERAUTH-STATUS PIC X(02).
             88 OPERAUTH-OK VALUE '00'.
           05 WS-OPERAUTH-EOF-FLAG PIC X VALUE 'N'.
             88 OPERAUTH-AT-EOF VALUE 'Y'.
           05 WS-ACCESS-LOG-NAME PIC X(30) VALUE 'ACCESS.DAT'.
           05 WS-ACCESS-LOG-STATUS PIC X(02).
           05 RUN-OPERATOR-ID PIC X(08) VALUE SPACES.
           05 RUN-TICKET PIC X(12) VALUE SPACES.
           05 OPERATOR-VALID-FLAG PIC X(01) VALUE 'N'.
             88 OPERATOR-AUTHORIZED VALUE 'Y'.
           05 AUTH-FILE-PRESENT-FLAG PIC X(01) VALUE 'N'.
             88 AUTH-FILE-PRESENT VALUE 'Y'.
           05 ACCESS-ACTION PIC X(08).
           05 ACCESS-CUSTOMER PIC 9(09).
           05 ACCESS-TIME-MS PIC 9(18).
           05 ACCESS-ENTRIES-WRITTEN PIC S9(9) BINARY VALUE 0.

      *    Restricted customers held in memory, the privilege level
      *    the operator carries, and the restricted customers already
      *    entered on the access log this run
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
           05 RESTRICT-LOG-FLAG PIC X(01).
             88 RESTRICT-LOG-NEEDED VALUE 'Y'.
           05 RESTRICTED-GRANTS PIC S9(9) BINARY VALUE 0.
           05 RESTRICTED-REFUSALS PIC S9(9) BINARY VALUE 0.
           05 MAX-RESTRICT-ENTRIES PIC S9(9) BINARY VALUE 5000.
           05 RESTRICT-ENTRY-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-IX PIC S9(9) BINARY.
           05 MAX-RESTRICT-NOTED PIC S9(9) BINARY VALUE 500.
           05 RESTRICT-NOTED-COUNT PIC S9(9) BINARY VALUE 0.
           05 RESTRICT-NOTED-IX PIC S9(9) BINARY.

       01 RESTRICT-TABLE.
           05 RESTRICT-ENTRY OCCURS 5000.
             10 RST-CUSTOMER-NUMBER PIC 9(09).
             10 RST-RESTRICTION-CLASS PIC 9(01).

       01 RESTRICT-NOTED-TABLE.
           05 RESTRICT-NOTED-ENTRY OCCURS 500.
             10 RSN-CUSTOMER-NUMBER PIC 9(09).
             10 RSN-ACTION PIC X(08).

      *    Check-digit verification state: the customer number's
      *    last digit is a Luhn check digit on new numbers; digits
      *    doubled from the right, nines cast out, sum mod ten zero
       01 CHECK-DIGIT-CONTROLS.
           05 CHK-NUMBER-X PIC X(09).
           05 CHK-DIGIT-TABLE REDEFINES CHK-NUMBER-X.
             10 CHK-DIGIT PIC 9(01) OCCURS 9.
           05 CHK-IX PIC S9(4) BINARY.
           05 CHK-WORK PIC S9(4) BINARY.
           05 CHK-SUM PIC S9(4) BINARY.
           05 CHK-REMAINDER PIC S9(4) BINARY.
           05 CHK-QUOTIENT PIC S9(4) BINARY.
           05 CHK-OK-FLAG PIC X(01).
             88 CHECK-DIGIT-OK VALUE 'Y'.

      *    Pre-mapping screens, the same ones the production pass
      *    runs between loading and conversion
       01 SCREEN-CONTROLS.
           05 DOB-COMPONENTS.
             10 DOB-DAY-X PIC X(02).
             10 DOB-DAY REDEFINES DOB-DAY-X PIC 9(02).
             10 DOB-SEP-1 PIC X(01).
             10 DOB-MONTH-X PIC X(02).
             10 DOB-MONTH REDEFINES DOB-MONTH-X PIC 9(02).
             10 DOB-SEP-2 PIC X(01).
             10 DOB-YEAR-X PIC X(04).
             10 DOB-YEAR REDEFINES DOB-YEAR-X PIC 9(04).
           05 DOB-VALID-FLAG PIC X(01).
             88 DATE-OF-BIRTH-VALID VALUE 'Y'.
             88 DATE-OF-BIRTH-INVALID VALUE 'N'.
           05 DOB-MAX-DAY PIC 9(02).
           05 DOB-DIV-QUOT PIC 9(04).
           05 DOB-REM-4 PIC 9(04).
           05 DOB-REM-100 PIC 9(04).
           05 DOB-REM-400 PIC 9(04).
           05 DOB-CHECK-FLAG PIC X(01).
             88 DOB-TO-BE-CHECKED VALUE 'Y'.
           05 SCREEN-REASON PIC X(40).
           05 SCREEN-FINDINGS PIC S9(9) BINARY VALUE 0.
           05 PRIMARY-POSTAL-FLAG PIC X(01).
             88 PRIMARY-POSTAL-BAD VALUE 'Y'.
           05 SECONDARY-POSTAL-FLAG PIC X(01) OCCURS 10.
             88 SECONDARY-POSTAL-BAD VALUE 'Y'.

       01 INDEXES.
           05 I-1 PIC S9(9) BINARY.
           05 I-2 PIC S9(9) BINARY.

       PROCEDURE DIVISION.
      *    Initial call to load the modules and make the other
      *    functions available
           CALL 'timer'
           CALL 'apimapper'

           DISPLAY 'Tracing one customer through the mapping path...'
              UPON CONSOLE

           PERFORM LOAD-TRACE-CARD
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-RESTRICTED-REGISTER

      *    A restricted customer is only traced for an operator
      *    with the privilege
           MOVE TRACE-CUSTOMER-NUMBER TO RESTRICT-CUSTOMER
           PERFORM SCREEN-RESTRICTED-CUSTOMER
           IF RESTRICTED-ACCESS-REFUSED
               DISPLAY '*** CUSTOMER ' TRACE-CUSTOMER-NUMBER
                       ' IS RESTRICTED - TRACE REFUSED TO '
                       RUN-OPERATOR-ID
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'TRACE' TO ACCESS-ACTION
           MOVE TRACE-CUSTOMER-NUMBER TO ACCESS-CUSTOMER
           PERFORM WRITE-ACCESS-LOG-ENTRY

           PERFORM LOAD-SCRIPT-CONFIG
           PERFORM LOAD-CUSTOMER-XREF
           PERFORM SCREEN-TRACE-ALIASES
           PERFORM LOAD-EDIT-RULES
           PERFORM INITIALIZE-TRACE-ROWS

           EVALUATE TRUE
               WHEN TRACE-VERSION-V1
                   PERFORM FIND-CUSTOMER-V1
               WHEN TRACE-VERSION-V3
                   PERFORM FIND-CUSTOMER-V3
               WHEN TRACE-VERSION-V6
                   PERFORM FIND-CUSTOMER-V6
               WHEN TRACE-VERSION-V7
                   PERFORM FIND-CUSTOMER-V7
           END-EVALUATE

           IF NOT TRACE-CUSTOMER-FOUND
               DISPLAY 'CUSTOMER ' TRACE-CUSTOMER-NUMBER
                       ' NOT FOUND ON THE ' TRACE-VERSION
                       ' EXTRACT (' RECORDS-SCANNED
                       ' DETAIL RECORDS SCANNED)'
                  UPON CONSOLE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    The stages in the order the production loader runs them
           MOVE 'E' TO CAPTURE-COLUMN
           PERFORM CAPTURE-IMAGE-COLUMN
           PERFORM TRACE-NUMBER-STAGE
           PERFORM STANDARDIZE-TRACE-IMAGE
           MOVE 'S' TO CAPTURE-COLUMN
           PERFORM CAPTURE-IMAGE-COLUMN
           PERFORM CAPTURE-CONTINUATION-ROWS
           IF TRACE-VERSION-V7
               PERFORM MATCH-TRACE-BALANCE
           END-IF
           PERFORM SCREEN-TRACE-FIELDS

           EVALUATE TRUE
               WHEN TRACE-VERSION-V1
                   PERFORM LOAD-TRACE-V1
               WHEN TRACE-VERSION-V3
                   PERFORM LOAD-TRACE-V3
               WHEN TRACE-VERSION-V6
                   PERFORM LOAD-TRACE-V6
               WHEN TRACE-VERSION-V7
                   PERFORM LOAD-TRACE-V7
           END-EVALUATE

           PERFORM TRACE-EDIT-RULES

           EVALUATE TRUE
               WHEN TRACE-VERSION-V1
                   PERFORM CAPTURE-CONSUMER-V1
               WHEN TRACE-VERSION-V3
                   PERFORM CAPTURE-CONSUMER-V3
               WHEN TRACE-VERSION-V6
                   PERFORM CAPTURE-CONSUMER-V6
               WHEN TRACE-VERSION-V7
                   PERFORM CAPTURE-CONSUMER-V7
           END-EVALUATE

           PERFORM MAP-TRACE-CUSTOMER
           PERFORM CAPTURE-PROVIDER
           PERFORM PRINT-TRACE-TABLE

           CALL 'unloadScripts'

           IF CONVERT-DATA-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK.

      * ---
      * Read the trace card; without a customer number and a known
      * source version there is nothing to trace
       LOAD-TRACE-CARD SECTION.
           OPEN INPUT TRACE-CARD-FILE
           IF NOT TRACE-CARD-OK
               DISPLAY '*** NO TRACE CARD ' WS-TRACE-CARD-NAME
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           READ TRACE-CARD-FILE
               AT END
                   MOVE SPACES TO TRACE-CARD-RECORD
           END-READ
           CLOSE TRACE-CARD-FILE

           IF TRC-CUSTOMER-NUMBER IS NUMERIC
               MOVE TRC-CUSTOMER-NUMBER TO TRACE-CUSTOMER-NUMBER
           END-IF
           MOVE TRC-CUSTOMER-VERSION TO TRACE-VERSION
           MOVE TRC-OPERATOR-ID TO RUN-OPERATOR-ID
           MOVE TRC-TICKET TO RUN-TICKET

           IF TRACE-CUSTOMER-NUMBER = 0
               DISPLAY '*** TRACE CARD CARRIES NO CUSTOMER NUMBER'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT TRACE-VERSION-VALID
               DISPLAY '*** TRACE CARD VERSION ' TRACE-VERSION
                       ' IS NOT ONE OF V1, V3, V6 OR V7'
                  UPON CONSOLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Read the optional script config selecting which script pair
      * each version loads; a pair named on the trace card wins, so
      * a candidate script can be traced before it is configured
       LOAD-SCRIPT-CONFIG SECTION.
           OPEN INPUT SCRIPT-CONFIG-FILE
           IF SCRIPT-CONFIG-OK
               READ SCRIPT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCC-CONSUMER-SCRIPT-V1 NOT = SPACES
                           MOVE SCC-CONSUMER-SCRIPT-V1
                             TO ACTIVE-CONSUMER-SCRIPT-V1
                       END-IF
                       IF SCC-PROVIDER-SCRIPT-V1 NOT = SPACES
                           MOVE SCC-PROVIDER-SCRIPT-V1
                             TO ACTIVE-PROVIDER-SCRIPT-V1
                       END-IF
                       IF SCC-CONSUMER-SCRIPT-V3 NOT = SPACES
                           MOVE SCC-CONSUMER-SCRIPT-V3
                             TO ACTIVE-CONSUMER-SCRIPT-V3
                       END-IF
                       IF SCC-PROVIDER-SCRIPT-V3 NOT = SPACES
                           MOVE SCC-PROVIDER-SCRIPT-V3
                             TO ACTIVE-PROVIDER-SCRIPT-V3
                       END-IF
                       IF SCC-CONSUMER-SCRIPT-V6 NOT = SPACES
                           MOVE SCC-CONSUMER-SCRIPT-V6
                             TO ACTIVE-CONSUMER-SCRIPT-V6
                       END-IF
                       IF SCC-PROVIDER-SCRIPT-V6 NOT = SPACES
                           MOVE SCC-PROVIDER-SCRIPT-V6
                             TO ACTIVE-PROVIDER-SCRIPT-V6
                       END-IF
                       IF SCC-CONSUMER-SCRIPT-V7 NOT = SPACES
                           MOVE SCC-CONSUMER-SCRIPT-V7
                             TO ACTIVE-CONSUMER-SCRIPT-V7
                       END-IF
                       IF SCC-PROVIDER-SCRIPT-V7 NOT = SPACES
                           MOVE SCC-PROVIDER-SCRIPT-V7
                             TO ACTIVE-PROVIDER-SCRIPT-V7
                       END-IF
               END-READ
               CLOSE SCRIPT-CONFIG-FILE
           END-IF

           EVALUATE TRUE
               WHEN TRACE-VERSION-V1
                   MOVE ACTIVE-CONSUMER-SCRIPT-V1
                     TO CONSUMER-SCRIPT-NAME
                   MOVE ACTIVE-PROVIDER-SCRIPT-V1
                     TO PROVIDER-SCRIPT-NAME
                   MOVE SCRIPT-VERSION-V1 TO EXPECTED-SCRIPT-VERSION
               WHEN TRACE-VERSION-V3
                   MOVE ACTIVE-CONSUMER-SCRIPT-V3
                     TO CONSUMER-SCRIPT-NAME
                   MOVE ACTIVE-PROVIDER-SCRIPT-V3
                     TO PROVIDER-SCRIPT-NAME
                   MOVE SCRIPT-VERSION-V3 TO EXPECTED-SCRIPT-VERSION
               WHEN TRACE-VERSION-V6
                   MOVE ACTIVE-CONSUMER-SCRIPT-V6
                     TO CONSUMER-SCRIPT-NAME
                   MOVE ACTIVE-PROVIDER-SCRIPT-V6
                     TO PROVIDER-SCRIPT-NAME
                   MOVE SCRIPT-VERSION-V6 TO EXPECTED-SCRIPT-VERSION
               WHEN TRACE-VERSION-V7
                   MOVE ACTIVE-CONSUMER-SCRIPT-V7
                     TO CONSUMER-SCRIPT-NAME
                   MOVE ACTIVE-PROVIDER-SCRIPT-V7
                     TO PROVIDER-SCRIPT-NAME
                   MOVE SCRIPT-VERSION-V7 TO EXPECTED-SCRIPT-VERSION
           END-EVALUATE

           IF TRC-CONSUMER-SCRIPT NOT = SPACES
               MOVE TRC-CONSUMER-SCRIPT TO CONSUMER-SCRIPT-NAME
           END-IF
           IF TRC-PROVIDER-SCRIPT NOT = SPACES
               MOVE TRC-PROVIDER-SCRIPT TO PROVIDER-SCRIPT-NAME
           END-IF

           EXIT.

      * ---
      * Validate the card's operator against the authorized-
      * operator file: with the file present an unknown or blank
      * operator refuses the run; with no file on disk the access
      * log still records whoever ran, with a console warning
       VERIFY-OPERATOR SECTION.
           OPEN INPUT OPERATOR-AUTH-FILE
           IF NOT OPERAUTH-OK
               MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
               DISPLAY 'NO OPERATOR AUTHORIZATION FILE - ACCESS '
                       'NOT VALIDATED'
                  UPON CONSOLE
               EXIT SECTION
           END-IF
           SET AUTH-FILE-PRESENT TO TRUE

           PERFORM UNTIL OPERAUTH-AT-EOF OR OPERATOR-AUTHORIZED
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERAUTH-EOF-FLAG
                   NOT AT END
                       IF OPA-OPERATOR-ID = RUN-OPERATOR-ID
                           AND RUN-OPERATOR-ID NOT = SPACES
                           SET OPERATOR-AUTHORIZED TO TRUE
                           IF OPA-PRIVILEGE-LEVEL IS NUMERIC
                               MOVE OPA-PRIVILEGE-LEVEL
                                 TO RUN-PRIVILEGE-LEVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE

           IF NOT OPERATOR-AUTHORIZED
               DISPLAY '*** OPERATOR ' RUN-OPERATOR-ID
                       ' IS NOT AUTHORIZED - RUN REFUSED'
                  UPON CONSOLE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * One access-log line per touch of personal data; the caller
      * has set ACCESS-ACTION and ACCESS-CUSTOMER
       WRITE-ACCESS-LOG-ENTRY SECTION.
           OPEN EXTEND ACCESS-LOG-FILE
           CALL 'getCurrentTimeMs' USING
                BY REFERENCE ACCESS-TIME-MS
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE ACCESS-TIME-MS TO ACC-TIMESTAMP-MS
           MOVE 'APITRACE' TO ACC-PROGRAM-NAME
           MOVE RUN-OPERATOR-ID TO ACC-OPERATOR-ID
           MOVE RUN-TICKET TO ACC-TICKET
           MOVE ACCESS-CUSTOMER TO ACC-CUSTOMER-NUMBER
           MOVE ACCESS-ACTION TO ACC-ACTION
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE
           ADD 1 TO ACCESS-ENTRIES-WRITTEN

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
      * A restricted customer goes on the access log once per run
      * and action, not once per record a scan meets; a customer not
      * yet noted sets RESTRICT-LOG-NEEDED
       NOTE-RESTRICTED-ACCESS SECTION.
           MOVE 'N' TO RESTRICT-LOG-FLAG
           IF CUSTOMER-UNRESTRICTED
               EXIT SECTION
           END-IF
           PERFORM VARYING RESTRICT-NOTED-IX FROM 1 BY 1
                   UNTIL RESTRICT-NOTED-IX > RESTRICT-NOTED-COUNT
               IF RSN-CUSTOMER-NUMBER (RESTRICT-NOTED-IX)
                       = RESTRICT-CUSTOMER
                   AND RSN-ACTION (RESTRICT-NOTED-IX)
                       = RESTRICT-ACTION
                   EXIT SECTION
               END-IF
           END-PERFORM

           SET RESTRICT-LOG-NEEDED TO TRUE
           IF RESTRICT-NOTED-COUNT < MAX-RESTRICT-NOTED
               ADD 1 TO RESTRICT-NOTED-COUNT
               MOVE RESTRICT-CUSTOMER
                 TO RSN-CUSTOMER-NUMBER (RESTRICT-NOTED-COUNT)
               MOVE RESTRICT-ACTION
                 TO RSN-ACTION (RESTRICT-NOTED-COUNT)
           END-IF

           EXIT.

      * ---
      * Check RESTRICT-CUSTOMER and put a privileged or refused
      * access on the access log
       SCREEN-RESTRICTED-CUSTOMER SECTION.
           PERFORM CHECK-CUSTOMER-RESTRICTION
           PERFORM NOTE-RESTRICTED-ACCESS
           IF RESTRICT-LOG-NEEDED
               MOVE RESTRICT-ACTION TO ACCESS-ACTION
               MOVE RESTRICT-CUSTOMER TO ACCESS-CUSTOMER
               PERFORM WRITE-ACCESS-LOG-ENTRY
           END-IF

           EXIT.

      * ---
      * Keep the cross-reference pairs naming the card's customer
      * on either side; the rest of the file is only counted, to
      * tell whether a translation is in force at all
       LOAD-CUSTOMER-XREF SECTION.
           OPEN INPUT CUSTOMER-XREF-FILE
           IF NOT XREF-FILE-OK
               MOVE 'Y' TO WS-XREF-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL XREF-AT-EOF
               READ CUSTOMER-XREF-FILE
                   AT END
                       MOVE 'Y' TO WS-XREF-EOF-FLAG
                   NOT AT END
                       IF XRF-OLD-NUMBER IS NUMERIC
                           AND XRF-NEW-NUMBER IS NUMERIC
                           ADD 1 TO XREF-PAIRS-READ
                           IF (XRF-OLD-NUMBER = TRACE-CUSTOMER-NUMBER
                               OR XRF-NEW-NUMBER
                                  = TRACE-CUSTOMER-NUMBER)
                               AND XREF-ALIAS-COUNT < MAX-XREF-ALIASES
                               ADD 1 TO XREF-ALIAS-COUNT
                               MOVE XRF-OLD-NUMBER
                                 TO XRA-OLD-NUMBER (XREF-ALIAS-COUNT)
                               MOVE XRF-NEW-NUMBER
                                 TO XRA-NEW-NUMBER (XREF-ALIAS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-XREF-FILE

           EXIT.

      * ---
      * The trace follows the customer under its other numbers too,
      * so each of them is screened like the card's own
       SCREEN-TRACE-ALIASES SECTION.
           PERFORM VARYING XREF-IX FROM 1 BY 1
                   UNTIL XREF-IX > XREF-ALIAS-COUNT
               MOVE XRA-OLD-NUMBER (XREF-IX) TO RESTRICT-CUSTOMER
               PERFORM SCREEN-RESTRICTED-CUSTOMER
               IF NOT RESTRICTED-ACCESS-REFUSED
                   MOVE XRA-NEW-NUMBER (XREF-IX) TO RESTRICT-CUSTOMER
                   PERFORM SCREEN-RESTRICTED-CUSTOMER
               END-IF
               IF RESTRICTED-ACCESS-REFUSED
                   DISPLAY '*** CUSTOMER ' RESTRICT-CUSTOMER
                           ' IS RESTRICTED - TRACE REFUSED TO '
                           RUN-OPERATOR-ID
                      UPON CONSOLE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Load the optional edit-rule file into the table; with no
      * file present only the built-in validations run
       LOAD-EDIT-RULES SECTION.
           OPEN INPUT EDIT-RULE-FILE
           IF NOT EDIT-RULE-OK
               MOVE 'Y' TO WS-EDIT-RULE-EOF-FLAG
               EXIT SECTION
           END-IF

           PERFORM UNTIL EDIT-RULE-AT-EOF
                      OR EDIT-RULE-COUNT >= MAX-EDIT-RULES
               READ EDIT-RULE-FILE
                   AT END
                       MOVE 'Y' TO WS-EDIT-RULE-EOF-FLAG
                   NOT AT END
                       ADD 1 TO EDIT-RULE-COUNT
                       MOVE ERU-CUSTOMER-VERSION
                         TO ERT-CUSTOMER-VERSION (EDIT-RULE-COUNT)
                       MOVE ERU-FIELD-NAME
                         TO ERT-FIELD-NAME (EDIT-RULE-COUNT)
                       MOVE ERU-CHECK-TYPE
                         TO ERT-CHECK-TYPE (EDIT-RULE-COUNT)
                       MOVE ERU-DOMAIN-VALUES
                         TO ERT-DOMAIN-VALUES (EDIT-RULE-COUNT)
                       MOVE ERU-ACTION
                         TO ERT-ACTION (EDIT-RULE-COUNT)
                       MOVE ERU-REASON
                         TO ERT-REASON (EDIT-RULE-COUNT)
               END-READ
           END-PERFORM
           CLOSE EDIT-RULE-FILE

           EXIT.

      * ---
      * Name the fixed rows and the secondary-address rows, and mark
      * the fixed rows the traced version actually carries
       INITIALIZE-TRACE-ROWS SECTION.
           MOVE SPACES TO TRACE-ROW-TABLE
           MOVE 'FIRST-NAME' TO TRR-FIELD-NAME (1)
           MOVE 'LAST-NAME' TO TRR-FIELD-NAME (2)
           MOVE 'DATE-OF-BIRTH' TO TRR-FIELD-NAME (3)
           MOVE 'GENDER' TO TRR-FIELD-NAME (4)
           MOVE 'GENDER-NEW' TO TRR-FIELD-NAME (5)
           MOVE 'ADDRESS-KIND' TO TRR-FIELD-NAME (6)
           MOVE 'STREET' TO TRR-FIELD-NAME (7)
           MOVE 'NUMBER' TO TRR-FIELD-NAME (8)
           MOVE 'POSTAL-CODE' TO TRR-FIELD-NAME (9)
           MOVE 'CITY' TO TRR-FIELD-NAME (10)
           MOVE 'BOX-NO' TO TRR-FIELD-NAME (11)
           MOVE 'COUNTRY-CODE' TO TRR-FIELD-NAME (12)
           MOVE 'FOREIGN-POSTAL' TO TRR-FIELD-NAME (13)
           MOVE 'ACCOUNT-BALANCE' TO TRR-FIELD-NAME (14)

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > 10
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
               MOVE TRACE-SEC-IX TO TRACE-SEC-NO
               STRING 'SEC' TRACE-SEC-NO '-STREET'
                      DELIMITED BY SIZE
                 INTO TRR-FIELD-NAME (TRACE-ROW-IX + 1)
               END-STRING
               STRING 'SEC' TRACE-SEC-NO '-NUMBER'
                      DELIMITED BY SIZE
                 INTO TRR-FIELD-NAME (TRACE-ROW-IX + 2)
               END-STRING
               STRING 'SEC' TRACE-SEC-NO '-POSTAL'
                      DELIMITED BY SIZE
                 INTO TRR-FIELD-NAME (TRACE-ROW-IX + 3)
               END-STRING
               STRING 'SEC' TRACE-SEC-NO '-CITY'
                      DELIMITED BY SIZE
                 INTO TRR-FIELD-NAME (TRACE-ROW-IX + 4)
               END-STRING
           END-PERFORM

           MOVE 'Y' TO TRR-IN-USE-FLAG (1) TRR-IN-USE-FLAG (2)
                       TRR-IN-USE-FLAG (4) TRR-IN-USE-FLAG (5)
                       TRR-IN-USE-FLAG (7) TRR-IN-USE-FLAG (8)
                       TRR-IN-USE-FLAG (9) TRR-IN-USE-FLAG (10)
           IF NOT TRACE-VERSION-V1
               MOVE 'Y' TO TRR-IN-USE-FLAG (3) TRR-IN-USE-FLAG (6)
                           TRR-IN-USE-FLAG (11) TRR-IN-USE-FLAG (12)
                           TRR-IN-USE-FLAG (13)
           END-IF
           IF TRACE-VERSION-V7
               MOVE 'Y' TO TRR-IN-USE-FLAG (14)
           END-IF

           EXIT.

      * ---
      * A detail record belongs to the traced customer when it
      * carries the card's number, or a number the cross reference
      * pairs with it in either direction
       CHECK-TRACE-MATCH SECTION.
           MOVE 'N' TO TRACE-MATCH-FLAG
           IF TRACE-RECORD-NUMBER = 0
               EXIT SECTION
           END-IF
           IF TRACE-RECORD-NUMBER = TRACE-CUSTOMER-NUMBER
               SET TRACE-RECORD-MATCHES TO TRUE
               EXIT SECTION
           END-IF

           PERFORM VARYING XREF-IX FROM 1 BY 1
                   UNTIL XREF-IX > XREF-ALIAS-COUNT
                      OR TRACE-RECORD-MATCHES
               IF XRA-OLD-NUMBER (XREF-IX) = TRACE-RECORD-NUMBER
                   OR XRA-NEW-NUMBER (XREF-IX) = TRACE-RECORD-NUMBER
                   SET TRACE-RECORD-MATCHES TO TRUE
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * Find the customer on the v1 extract; v1 has no secondary
      * addresses, so its fields go into the working image one by
      * one and the secondary count stays zero
       FIND-CUSTOMER-V1 SECTION.
           OPEN INPUT CUSTOMER-MASTER-V1
           IF NOT CUSTMAST-V1-OK
               DISPLAY '*** EXTRACT ' WS-CUSTMAST-V1-NAME
                       ' NOT PRESENT' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL CUSTMAST-AT-EOF OR TRACE-CUSTOMER-FOUND
               READ CUSTOMER-MASTER-V1
                   AT END
                       SET CUSTMAST-AT-EOF TO TRUE
                   NOT AT END
                       IF NOT CMV1C-HEADER-RECORD
                           AND NOT CMV1C-TRAILER-RECORD
                           ADD 1 TO RECORDS-SCANNED
                           MOVE 0 TO TRACE-RECORD-NUMBER
                           IF CMV1-CUSTOMER-NUMBER IS NUMERIC
                               MOVE CMV1-CUSTOMER-NUMBER
                                 TO TRACE-RECORD-NUMBER
                           END-IF
                           PERFORM CHECK-TRACE-MATCH
                           IF TRACE-RECORD-MATCHES
                               SET TRACE-CUSTOMER-FOUND TO TRUE
                               MOVE SPACES TO TRACE-EXTRACT-IMAGE
                               MOVE CMV1-FIRST-NAME TO TXI-FIRST-NAME
                               MOVE CMV1-LAST-NAME TO TXI-LAST-NAME
                               MOVE CMV1-GENDER TO TXI-GENDER
                               MOVE CMV1-STREET TO TXI-STREET
                               MOVE CMV1-NUMBER TO TXI-NUMBER
                               MOVE CMV1-POSTAL-CODE
                                 TO TXI-POSTAL-CODE
                               MOVE CMV1-CITY TO TXI-CITY
                               MOVE CMV1-CLIENT-CODE
                                 TO TRACE-CLIENT-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-V1

           MOVE 0 TO SEC-ADDRESSES-CLAIMED
           MOVE 0 TO SEC-ADDRESSES-LOADED

           EXIT.

      * ---
      * Find the customer on the v3 extract, then consume the
      * continuation records that follow its detail record
       FIND-CUSTOMER-V3 SECTION.
           OPEN INPUT CUSTOMER-MASTER-V3
           IF NOT CUSTMAST-V3-OK
               DISPLAY '*** EXTRACT ' WS-CUSTMAST-V3-NAME
                       ' NOT PRESENT' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL CUSTMAST-AT-EOF OR TRACE-CUSTOMER-FOUND
               READ CUSTOMER-MASTER-V3
                   AT END
                       SET CUSTMAST-AT-EOF TO TRUE
                   NOT AT END
                       IF NOT CMV3C-HEADER-RECORD
                           AND NOT CMV3C-TRAILER-RECORD
                           AND NOT CMV3X-CONTINUATION
                           ADD 1 TO RECORDS-SCANNED
                           MOVE 0 TO TRACE-RECORD-NUMBER
                           IF CMV3-CUSTOMER-NUMBER IS NUMERIC
                               MOVE CMV3-CUSTOMER-NUMBER
                                 TO TRACE-RECORD-NUMBER
                           END-IF
                           PERFORM CHECK-TRACE-MATCH
                           IF TRACE-RECORD-MATCHES
                               SET TRACE-CUSTOMER-FOUND TO TRUE
                               MOVE CUSTOMER-MASTER-V3-RECORD
                                 TO TRACE-EXTRACT-IMAGE
                               MOVE CMV3-CLIENT-CODE
                                 TO TRACE-CLIENT-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF TRACE-CUSTOMER-FOUND
               PERFORM PREPARE-SECONDARY-COUNT
               MOVE 'N' TO CONTINUATION-DONE-FLAG
               PERFORM UNTIL CUSTMAST-AT-EOF
                          OR CONTINUATIONS-DONE
                          OR SEC-ADDRESSES-LOADED
                             >= SEC-ADDRESSES-CLAIMED
                   READ CUSTOMER-MASTER-V3
                       AT END
                           SET CUSTMAST-AT-EOF TO TRUE
                       NOT AT END
                           IF CMV3X-CONTINUATION
                               ADD 1 TO CONTINUATION-RECORDS-READ
                               PERFORM VARYING CONTINUATION-SLOT
                                       FROM 1 BY 1
                                       UNTIL CONTINUATION-SLOT > 2
                                          OR SEC-ADDRESSES-LOADED
                                             >= SEC-ADDRESSES-CLAIMED
                                   ADD 1 TO SEC-ADDRESSES-LOADED
                                   MOVE CMV3X-SEC-ADDR
                                        (CONTINUATION-SLOT)
                                     TO TRACE-SECONDARY
                                        (SEC-ADDRESSES-LOADED)
                               END-PERFORM
                           ELSE
                               SET CONTINUATIONS-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CLIP-SECONDARY-COUNT
           END-IF
           CLOSE CUSTOMER-MASTER-V3

           EXIT.

      * ---
      * Find the customer on the v6 extract, then consume the
      * continuation records that follow its detail record
       FIND-CUSTOMER-V6 SECTION.
           OPEN INPUT CUSTOMER-MASTER-V6
           IF NOT CUSTMAST-V6-OK
               DISPLAY '*** EXTRACT ' WS-CUSTMAST-V6-NAME
                       ' NOT PRESENT' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL CUSTMAST-AT-EOF OR TRACE-CUSTOMER-FOUND
               READ CUSTOMER-MASTER-V6
                   AT END
                       SET CUSTMAST-AT-EOF TO TRUE
                   NOT AT END
                       IF NOT CMV6C-HEADER-RECORD
                           AND NOT CMV6C-TRAILER-RECORD
                           AND NOT CMV6X-CONTINUATION
                           ADD 1 TO RECORDS-SCANNED
                           MOVE 0 TO TRACE-RECORD-NUMBER
                           IF CMV6-CUSTOMER-NUMBER IS NUMERIC
                               MOVE CMV6-CUSTOMER-NUMBER
                                 TO TRACE-RECORD-NUMBER
                           END-IF
                           PERFORM CHECK-TRACE-MATCH
                           IF TRACE-RECORD-MATCHES
                               SET TRACE-CUSTOMER-FOUND TO TRUE
                               MOVE CUSTOMER-MASTER-V6-RECORD
                                 TO TRACE-EXTRACT-IMAGE
                               MOVE CMV6-CLIENT-CODE
                                 TO TRACE-CLIENT-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF TRACE-CUSTOMER-FOUND
               PERFORM PREPARE-SECONDARY-COUNT
               MOVE 'N' TO CONTINUATION-DONE-FLAG
               PERFORM UNTIL CUSTMAST-AT-EOF
                          OR CONTINUATIONS-DONE
                          OR SEC-ADDRESSES-LOADED
                             >= SEC-ADDRESSES-CLAIMED
                   READ CUSTOMER-MASTER-V6
                       AT END
                           SET CUSTMAST-AT-EOF TO TRUE
                       NOT AT END
                           IF CMV6X-CONTINUATION
                               ADD 1 TO CONTINUATION-RECORDS-READ
                               PERFORM VARYING CONTINUATION-SLOT
                                       FROM 1 BY 1
                                       UNTIL CONTINUATION-SLOT > 2
                                          OR SEC-ADDRESSES-LOADED
                                             >= SEC-ADDRESSES-CLAIMED
                                   ADD 1 TO SEC-ADDRESSES-LOADED
                                   MOVE CMV6X-SEC-ADDR
                                        (CONTINUATION-SLOT)
                                     TO TRACE-SECONDARY
                                        (SEC-ADDRESSES-LOADED)
                               END-PERFORM
                           ELSE
                               SET CONTINUATIONS-DONE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CLIP-SECONDARY-COUNT
           END-IF
           CLOSE CUSTOMER-MASTER-V6

           EXIT.

      * ---
      * Find the customer on the v7 extract; v7 has no continuation
      * records, so a claimed count above the two physical slots is
      * clipped the way the production loader clips it
       FIND-CUSTOMER-V7 SECTION.
           OPEN INPUT CUSTOMER-MASTER-V7
           IF NOT CUSTMAST-V7-OK
               DISPLAY '*** EXTRACT ' WS-CUSTMAST-V7-NAME
                       ' NOT PRESENT' UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL CUSTMAST-AT-EOF OR TRACE-CUSTOMER-FOUND
               READ CUSTOMER-MASTER-V7
                   AT END
                       SET CUSTMAST-AT-EOF TO TRUE
                   NOT AT END
                       IF NOT CMV7C-HEADER-RECORD
                           AND NOT CMV7C-TRAILER-RECORD
                           ADD 1 TO RECORDS-SCANNED
                           MOVE 0 TO TRACE-RECORD-NUMBER
                           IF CMV7-CUSTOMER-NUMBER IS NUMERIC
                               MOVE CMV7-CUSTOMER-NUMBER
                                 TO TRACE-RECORD-NUMBER
                           END-IF
                           PERFORM CHECK-TRACE-MATCH
                           IF TRACE-RECORD-MATCHES
                               SET TRACE-CUSTOMER-FOUND TO TRUE
                               MOVE CUSTOMER-MASTER-V7-RECORD
                                 TO TRACE-EXTRACT-IMAGE
                               MOVE CMV7-CLIENT-CODE
                                 TO TRACE-CLIENT-CODE
                               MOVE 'P' TO TRACE-KIND-FLAG
                               IF CMV7-CUSTOMER-KIND = 'C'
                                   MOVE 'C' TO TRACE-KIND-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-V7

           IF TRACE-CUSTOMER-FOUND
               PERFORM PREPARE-SECONDARY-COUNT
               IF SEC-ADDRESSES-CLAIMED > 2
                   DISPLAY 'NOTE: V7 SECONDARY ADDRESS COUNT '
                           SEC-ADDRESSES-CLAIMED
                           ' CLIPPED TO THE 2 THE RECORD CARRIES'
                      UPON CONSOLE
                   MOVE 2 TO SEC-ADDRESSES-CLAIMED
               END-IF
           END-IF

           EXIT.

      * ---
      * The claimed secondary count from the detail record, and how
      * many of those the detail record itself carries
       PREPARE-SECONDARY-COUNT SECTION.
           MOVE 0 TO SEC-ADDRESSES-CLAIMED
           IF TXI-SEC-ADDR-COUNT IS NUMERIC
               MOVE TXI-SEC-ADDR-COUNT TO SEC-ADDRESSES-CLAIMED
           END-IF
           IF SEC-ADDRESSES-CLAIMED > MAX-SECONDARY-ADDRESSES
               MOVE MAX-SECONDARY-ADDRESSES TO SEC-ADDRESSES-CLAIMED
           END-IF
           MOVE SEC-ADDRESSES-CLAIMED TO SEC-ADDRESSES-LOADED
           IF SEC-ADDRESSES-LOADED > 2
               MOVE 2 TO SEC-ADDRESSES-LOADED
           END-IF

           EXIT.

      * ---
      * A claimed count the continuations never delivered is
      * clipped to what actually arrived, as the loader clips it
       CLIP-SECONDARY-COUNT SECTION.
           IF SEC-ADDRESSES-CLAIMED > SEC-ADDRESSES-LOADED
               DISPLAY 'NOTE: CONTINUATIONS SHORT OF THE CLAIMED '
                       'COUNT - ' SEC-ADDRESSES-CLAIMED ' CLAIMED, '
                       SEC-ADDRESSES-LOADED ' ARRIVED'
                  UPON CONSOLE
               MOVE SEC-ADDRESSES-LOADED TO SEC-ADDRESSES-CLAIMED
           END-IF

           EXIT.

      * ---
      * Copy the working image into the extract or standardized
      * column, as CAPTURE-COLUMN says
       CAPTURE-IMAGE-COLUMN SECTION.
           MOVE 1 TO TRACE-ROW-IX
           MOVE TXI-FIRST-NAME TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 2 TO TRACE-ROW-IX
           MOVE TXI-LAST-NAME TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 3 TO TRACE-ROW-IX
           MOVE TXI-DATE-OF-BIRTH TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 4 TO TRACE-ROW-IX
           MOVE TXI-GENDER TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 6 TO TRACE-ROW-IX
           MOVE TXI-ADDR-KIND TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 7 TO TRACE-ROW-IX
           MOVE TXI-STREET TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 8 TO TRACE-ROW-IX
           MOVE TXI-NUMBER TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 9 TO TRACE-ROW-IX
           MOVE TXI-POSTAL-CODE TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 10 TO TRACE-ROW-IX
           MOVE TXI-CITY TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 11 TO TRACE-ROW-IX
           MOVE TXI-BOX-NO TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 12 TO TRACE-ROW-IX
           MOVE TXI-COUNTRY-CODE TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE
           MOVE 13 TO TRACE-ROW-IX
           MOVE TXI-FOREIGN-POSTAL-CODE TO TRACE-CAPTURE-VALUE
           PERFORM STORE-CAPTURE-VALUE

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > SEC-ADDRESSES-CLAIMED
                      OR TRACE-SEC-IX > 2
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
                                         + 1
               MOVE TXI-SEC-STREET (TRACE-SEC-IX)
                 TO TRACE-CAPTURE-VALUE
               PERFORM STORE-CAPTURE-VALUE
               ADD 1 TO TRACE-ROW-IX
               MOVE TXI-SEC-NUMBER (TRACE-SEC-IX)
                 TO TRACE-CAPTURE-VALUE
               PERFORM STORE-CAPTURE-VALUE
               ADD 1 TO TRACE-ROW-IX
               MOVE TXI-SEC-POSTAL-CODE (TRACE-SEC-IX)
                 TO TRACE-CAPTURE-VALUE
               PERFORM STORE-CAPTURE-VALUE
               ADD 1 TO TRACE-ROW-IX
               MOVE TXI-SEC-CITY (TRACE-SEC-IX)
                 TO TRACE-CAPTURE-VALUE
               PERFORM STORE-CAPTURE-VALUE
           END-PERFORM

           EXIT.

      * ---
      * One captured value into the column CAPTURE-COLUMN names, on
      * row TRACE-ROW-IX
       STORE-CAPTURE-VALUE SECTION.
           IF CAPTURE-EXTRACT
               MOVE TRACE-CAPTURE-VALUE TO TRR-EXTRACT (TRACE-ROW-IX)
           ELSE
               MOVE TRACE-CAPTURE-VALUE
                 TO TRR-STANDARD (TRACE-ROW-IX)
           END-IF

           EXIT.

      * ---
      * Settle the secondary addresses the loader will see: the
      * detail record's standardized slots join the continuation-
      * carried ones, which standardization never touches, so their
      * extract and standardized columns are the same value
       CAPTURE-CONTINUATION-ROWS SECTION.
           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > SEC-ADDRESSES-CLAIMED
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
               MOVE 'Y' TO TRR-IN-USE-FLAG (TRACE-ROW-IX + 1)
                           TRR-IN-USE-FLAG (TRACE-ROW-IX + 2)
                           TRR-IN-USE-FLAG (TRACE-ROW-IX + 3)
                           TRR-IN-USE-FLAG (TRACE-ROW-IX + 4)
               IF TRACE-SEC-IX <= 2
                   MOVE TXI-SEC-ADDR (TRACE-SEC-IX)
                     TO TRACE-SECONDARY (TRACE-SEC-IX)
               ELSE
                   MOVE TSA-STREET (TRACE-SEC-IX)
                     TO TRR-EXTRACT (TRACE-ROW-IX + 1)
                        TRR-STANDARD (TRACE-ROW-IX + 1)
                   MOVE TSA-NUMBER (TRACE-SEC-IX)
                     TO TRR-EXTRACT (TRACE-ROW-IX + 2)
                        TRR-STANDARD (TRACE-ROW-IX + 2)
                   MOVE TSA-POSTAL-CODE (TRACE-SEC-IX)
                     TO TRR-EXTRACT (TRACE-ROW-IX + 3)
                        TRR-STANDARD (TRACE-ROW-IX + 3)
                   MOVE TSA-CITY (TRACE-SEC-IX)
                     TO TRR-EXTRACT (TRACE-ROW-IX + 4)
                        TRR-STANDARD (TRACE-ROW-IX + 4)
               END-IF
           END-PERFORM

           EXIT.

      * ---
      * The customer-number stage: cross-reference translation,
      * client code and check digit, exactly as the loader sees them
       TRACE-NUMBER-STAGE SECTION.
           MOVE TRACE-RECORD-NUMBER TO SOURCE-CUSTOMER-NUMBER
           MOVE TRACE-RECORD-NUMBER TO CURRENT-CUSTOMER-NUMBER

           DISPLAY '--- CUSTOMER NUMBER ---' UPON CONSOLE
           DISPLAY 'SOURCE VERSION  : ' TRACE-VERSION UPON CONSOLE
           DISPLAY 'SOURCE NUMBER   : ' SOURCE-CUSTOMER-NUMBER
              UPON CONSOLE

           IF XREF-PAIRS-READ = 0
               DISPLAY 'CROSS REFERENCE : NOT IN FORCE - NUMBER '
                       'PASSES THROUGH'
                  UPON CONSOLE
           ELSE
               MOVE 'N' TO XREF-FOUND-FLAG
               PERFORM VARYING XREF-IX FROM 1 BY 1
                       UNTIL XREF-IX > XREF-ALIAS-COUNT
                          OR XREF-ENTRY-FOUND
                   IF XRA-OLD-NUMBER (XREF-IX)
                       = SOURCE-CUSTOMER-NUMBER
                       MOVE XRA-NEW-NUMBER (XREF-IX)
                         TO CURRENT-CUSTOMER-NUMBER
                       SET XREF-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF XREF-ENTRY-FOUND
                   DISPLAY 'CROSS REFERENCE : TRANSLATED TO '
                           CURRENT-CUSTOMER-NUMBER
                      UPON CONSOLE
               ELSE
                   DISPLAY 'CROSS REFERENCE : NO ENTRY - NUMBER '
                           'KEPT AND LISTED AS MISSING'
                      UPON CONSOLE
               END-IF
           END-IF

           IF TRACE-CLIENT-CODE = SPACES
               DISPLAY 'CLIENT CODE     : (BLANK - BELONGS TO THE '
                       'DECLARED CLIENT)'
                  UPON CONSOLE
           ELSE
               DISPLAY 'CLIENT CODE     : ' TRACE-CLIENT-CODE
                  UPON CONSOLE
           END-IF

           MOVE CURRENT-CUSTOMER-NUMBER TO CHK-NUMBER-X
           PERFORM VERIFY-CHECK-DIGIT
           IF CHECK-DIGIT-OK
               DISPLAY 'CHECK DIGIT     : VALID' UPON CONSOLE
           ELSE
               DISPLAY 'CHECK DIGIT     : FAILED - PRE-SCHEME '
                       'NUMBER, TRANSITION REPORT ONLY'
                  UPON CONSOLE
           END-IF
           IF TRACE-COMPANY-CUSTOMER
               DISPLAY 'CUSTOMER KIND   : COMPANY - DATE OF BIRTH '
                       'AND GENDER LOAD ABSENT'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Luhn verification of the nine-digit customer number in
      * CHK-NUMBER-X: doubling every second digit from the right,
      * casting out nines, the total must divide by ten
       VERIFY-CHECK-DIGIT SECTION.
           MOVE 'N' TO CHK-OK-FLAG
           IF CHK-NUMBER-X IS NOT NUMERIC
               EXIT SECTION
           END-IF

           MOVE 0 TO CHK-SUM
           PERFORM VARYING CHK-IX FROM 9 BY -1
                   UNTIL CHK-IX < 1
               MOVE CHK-DIGIT (CHK-IX) TO CHK-WORK
      *    Even positions from the right double
               COMPUTE CHK-REMAINDER = 9 - CHK-IX
               DIVIDE CHK-REMAINDER BY 2
                 GIVING CHK-QUOTIENT REMAINDER CHK-REMAINDER
               IF CHK-REMAINDER = 1
                   COMPUTE CHK-WORK = CHK-WORK * 2
                   IF CHK-WORK > 9
                       SUBTRACT 9 FROM CHK-WORK
                   END-IF
               END-IF
               ADD CHK-WORK TO CHK-SUM
           END-PERFORM

           DIVIDE CHK-SUM BY 10
             GIVING CHK-QUOTIENT REMAINDER CHK-REMAINDER
           IF CHK-REMAINDER = 0
               MOVE 'Y' TO CHK-OK-FLAG
           END-IF

           EXIT.

      * ---
      * Standardize the working image in the field order the
      * production pass uses: names and city, then the street with
      * abbreviation expansion, then the detail record's two
      * secondary addresses
       STANDARDIZE-TRACE-IMAGE SECTION.
           MOVE 'N' TO STD-STREET-FLAG
           MOVE TXI-FIRST-NAME TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO TXI-FIRST-NAME

           MOVE TXI-LAST-NAME TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO TXI-LAST-NAME

           MOVE TXI-CITY TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO TXI-CITY

           MOVE 'Y' TO STD-STREET-FLAG
           MOVE TXI-STREET TO STD-FIELD-VALUE
           PERFORM STANDARDIZE-ONE-FIELD
           MOVE STD-FIELD-VALUE TO TXI-STREET

           IF TRACE-VERSION-V1
               EXIT SECTION
           END-IF

           PERFORM VARYING I-2 FROM 1 BY 1 UNTIL I-2 > 2
               MOVE 'N' TO STD-STREET-FLAG
               MOVE TXI-SEC-CITY (I-2) TO STD-FIELD-VALUE
               PERFORM STANDARDIZE-ONE-FIELD
               MOVE STD-FIELD-VALUE TO TXI-SEC-CITY (I-2)

               MOVE 'Y' TO STD-STREET-FLAG
               MOVE TXI-SEC-STREET (I-2) TO STD-FIELD-VALUE
               PERFORM STANDARDIZE-ONE-FIELD
               MOVE STD-FIELD-VALUE TO TXI-SEC-STREET (I-2)
           END-PERFORM

           EXIT.

      * ---
      * Standardize one text field in STD-FIELD-VALUE: trim leading
      * padding, fold to upper case and, for street fields, expand
      * the inconsistent 'STR.'/'STR'/'STREET' endings to 'STRASSE'
       STANDARDIZE-ONE-FIELD SECTION.
      *    Trim leading padding by shifting left to the first
      *    non-space byte
           MOVE 1 TO STD-SCAN-IX
           PERFORM UNTIL STD-SCAN-IX >= 20
                      OR STD-FIELD-VALUE (STD-SCAN-IX:1) NOT = SPACE
               ADD 1 TO STD-SCAN-IX
           END-PERFORM
           IF STD-SCAN-IX > 1
               AND STD-FIELD-VALUE (STD-SCAN-IX:1) NOT = SPACE
               MOVE STD-FIELD-VALUE (STD-SCAN-IX:)
                 TO STD-SHIFT-WORK
               MOVE STD-SHIFT-WORK TO STD-FIELD-VALUE
           END-IF

      *    Case folding
           INSPECT STD-FIELD-VALUE
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS

      *    Street-abbreviation expansion on the right-trimmed text
           IF STD-EXPAND-STREET
               MOVE 20 TO STD-TEXT-LENGTH
               PERFORM UNTIL STD-TEXT-LENGTH < 1
                   OR STD-FIELD-VALUE (STD-TEXT-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM STD-TEXT-LENGTH
               END-PERFORM
               EVALUATE TRUE
                   WHEN STD-TEXT-LENGTH >= 6
                       AND STD-FIELD-VALUE
                           (STD-TEXT-LENGTH - 5:6) = 'STREET'
                       AND STD-TEXT-LENGTH + 1 <= 20
                       MOVE 'STRASSE'
                         TO STD-FIELD-VALUE (STD-TEXT-LENGTH - 5:7)
                   WHEN STD-TEXT-LENGTH >= 4
                       AND STD-FIELD-VALUE
                           (STD-TEXT-LENGTH - 3:4) = 'STR.'
                       AND STD-TEXT-LENGTH + 3 <= 20
                       MOVE 'STRASSE'
                         TO STD-FIELD-VALUE (STD-TEXT-LENGTH - 3:7)
                   WHEN STD-TEXT-LENGTH >= 4
                       AND STD-FIELD-VALUE
                           (STD-TEXT-LENGTH - 2:3) = 'STR'
                       AND STD-TEXT-LENGTH + 4 <= 20
                       MOVE 'STRASSE'
                         TO STD-FIELD-VALUE (STD-TEXT-LENGTH - 2:7)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EXIT.

      * ---
      * The v7 balance: find the customer's line on the balance feed
      * and convert it to the ledger currency the way the loader
      * does; an unlisted currency leaves the balance absent
       MATCH-TRACE-BALANCE SECTION.
           MOVE 'N' TO BALANCE-FOUND-FLAG
           MOVE 0 TO CURRENT-BALANCE
           OPEN INPUT BALANCE-FILE
           IF NOT BALANCE-FILE-OK
               DISPLAY 'BALANCE         : NO BALANCE FEED - LOADS '
                       'ABSENT'
                  UPON CONSOLE
               EXIT SECTION
           END-IF

           PERFORM UNTIL BALANCE-FILE-AT-EOF OR BALANCE-FOUND
               READ BALANCE-FILE
                   AT END
                       SET BALANCE-FILE-AT-EOF TO TRUE
                   NOT AT END
                       IF BAL-CUSTOMER-NUMBER = CURRENT-CUSTOMER-NUMBER
                           AND BAL-AMOUNT IS NUMERIC
                           SET BALANCE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           IF BALANCE-FOUND
               PERFORM PRICE-TRACE-BALANCE
           ELSE
               DISPLAY 'BALANCE         : NO BALANCE RECORD - LOADS '
                       'ABSENT'
                  UPON CONSOLE
           END-IF
           CLOSE BALANCE-FILE

           EXIT.

      * ---
      * Sign and convert the matched balance line; the extract
      * column shows the feed amount in its own currency and the
      * standardized column the ledger amount the loader uses
       PRICE-TRACE-BALANCE SECTION.
           MOVE BAL-AMOUNT TO CURRENT-BALANCE
           IF BALANCE-IS-NEGATIVE
               COMPUTE CURRENT-BALANCE = 0 - CURRENT-BALANCE
           END-IF
           MOVE CURRENT-BALANCE TO TRACE-BALANCE-EDIT
           STRING TRACE-BALANCE-EDIT ' ' BAL-CURRENCY-CODE
                  DELIMITED BY SIZE
             INTO TRR-EXTRACT (14)
           END-STRING

           IF BAL-CURRENCY-CODE NOT = SPACES
               AND BAL-CURRENCY-CODE NOT = LEDGER-CURRENCY-CODE
               MOVE 'N' TO RATE-FOUND-FLAG
               MOVE 'N' TO WS-EXCHRATE-EOF-FLAG
               OPEN INPUT EXCHANGE-RATE-FILE
               IF EXCHRATE-OK
                   PERFORM UNTIL EXCHRATE-AT-EOF OR RATE-FOUND
                       READ EXCHANGE-RATE-FILE
                           AT END
                               SET EXCHRATE-AT-EOF TO TRUE
                           NOT AT END
                               IF EXR-CURRENCY-CODE
                                   = BAL-CURRENCY-CODE
                                   AND EXR-RATE IS NUMERIC
                                   MOVE EXR-RATE TO BALANCE-RATE
                                   SET RATE-FOUND TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCHANGE-RATE-FILE
               END-IF
               IF NOT RATE-FOUND
                   DISPLAY 'BALANCE         : NO EXCHANGE RATE FOR '
                           BAL-CURRENCY-CODE ' - BALANCE DROPPED, '
                           'LOADS ABSENT'
                      UPON CONSOLE
                   MOVE 'N' TO BALANCE-FOUND-FLAG
                   MOVE 0 TO CURRENT-BALANCE
                   MOVE 'DROPPED' TO TRR-STANDARD (14)
                   EXIT SECTION
               END-IF
               COMPUTE CURRENT-BALANCE ROUNDED =
                   CURRENT-BALANCE * BALANCE-RATE
           END-IF

           MOVE CURRENT-BALANCE TO TRACE-BALANCE-EDIT
           STRING TRACE-BALANCE-EDIT ' ' LEDGER-CURRENCY-CODE
                  DELIMITED BY SIZE
             INTO TRR-STANDARD (14)
           END-STRING
           DISPLAY 'BALANCE         : ' TRR-STANDARD (14)
              UPON CONSOLE

           EXIT.

      * ---
      * The screens the production pass runs between loading and
      * conversion - postal codes that cannot fit a numeric field,
      * address kinds revision 3 cannot carry, malformed dates of
      * birth. Each finding leaves its field absent at load
       SCREEN-TRACE-FIELDS SECTION.
           DISPLAY '--- PRE-MAPPING SCREENS ---' UPON CONSOLE
           MOVE 'N' TO PRIMARY-POSTAL-FLAG
           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > 10
               MOVE 'N' TO SECONDARY-POSTAL-FLAG (TRACE-SEC-IX)
           END-PERFORM

           EVALUATE TRUE
               WHEN TRACE-VERSION-V3
                   AND (TXI-ADDR-KIND = 'P' OR TXI-ADDR-KIND = 'I')
                   ADD 1 TO SCREEN-FINDINGS
                   DISPLAY 'ADDRESS-KIND    : ' TXI-ADDR-KIND
                           ' NOT IN REVISION 3 SCHEMA - PRIMARY '
                           'ADDRESS LOADS ABSENT'
                      UPON CONSOLE
               WHEN (TRACE-VERSION-V6 OR TRACE-VERSION-V7)
                   AND TXI-ADDR-KIND = 'I'
                   CONTINUE
               WHEN TXI-POSTAL-CODE IS NOT NUMERIC
                   ADD 1 TO SCREEN-FINDINGS
                   SET PRIMARY-POSTAL-BAD TO TRUE
                   DISPLAY 'POSTAL-CODE     : ' TXI-POSTAL-CODE
                           ' DOES NOT FIT A NUMERIC FIELD - '
                           'LOADS ABSENT'
                      UPON CONSOLE
           END-EVALUATE

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > SEC-ADDRESSES-CLAIMED
               IF TSA-POSTAL-CODE (TRACE-SEC-IX) IS NOT NUMERIC
                   ADD 1 TO SCREEN-FINDINGS
                   SET SECONDARY-POSTAL-BAD (TRACE-SEC-IX) TO TRUE
                   MOVE TRACE-SEC-IX TO TRACE-SEC-NO
                   DISPLAY 'SEC' TRACE-SEC-NO '-POSTAL    : '
                           TSA-POSTAL-CODE (TRACE-SEC-IX)
                           ' DOES NOT FIT A NUMERIC FIELD - '
                           'LOADS ABSENT'
                      UPON CONSOLE
               END-IF
           END-PERFORM

           MOVE 'N' TO DOB-CHECK-FLAG
           IF TRACE-VERSION-V3 OR TRACE-VERSION-V6
               SET DOB-TO-BE-CHECKED TO TRUE
           END-IF
           IF TRACE-VERSION-V7 AND NOT TRACE-COMPANY-CUSTOMER
               SET DOB-TO-BE-CHECKED TO TRUE
           END-IF
           SET DATE-OF-BIRTH-VALID TO TRUE
           IF DOB-TO-BE-CHECKED
               PERFORM SCREEN-DATE-OF-BIRTH
           END-IF

           IF SCREEN-FINDINGS = 0
               DISPLAY 'NO SCREEN FINDINGS' UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * DD.MM.YYYY format and calendar range of the date of birth
       SCREEN-DATE-OF-BIRTH SECTION.
           MOVE TXI-DATE-OF-BIRTH TO DOB-COMPONENTS
           IF DOB-DAY-X IS NOT NUMERIC
               OR DOB-MONTH-X IS NOT NUMERIC
               OR DOB-YEAR-X IS NOT NUMERIC
               OR DOB-SEP-1 NOT = '.'
               OR DOB-SEP-2 NOT = '.'
               SET DATE-OF-BIRTH-INVALID TO TRUE
               MOVE 'DATE OF BIRTH NOT IN DD.MM.YYYY FORMAT'
                 TO SCREEN-REASON
           ELSE
               PERFORM DETERMINE-DOB-MAX-DAY
               IF DOB-MONTH < 1 OR DOB-MONTH > 12
                   OR DOB-DAY < 1 OR DOB-DAY > DOB-MAX-DAY
                   SET DATE-OF-BIRTH-INVALID TO TRUE
                   MOVE 'DATE OF BIRTH NOT A VALID CALENDAR DATE'
                     TO SCREEN-REASON
               END-IF
           END-IF

           IF DATE-OF-BIRTH-INVALID
               ADD 1 TO SCREEN-FINDINGS
               DISPLAY 'DATE-OF-BIRTH   : ' TXI-DATE-OF-BIRTH
                       ' ' SCREEN-REASON
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Last valid day of DOB-MONTH in DOB-YEAR
       DETERMINE-DOB-MAX-DAY SECTION.
           EVALUATE DOB-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DOB-MAX-DAY
               WHEN 2
                   DIVIDE DOB-YEAR BY 4
                     GIVING DOB-DIV-QUOT REMAINDER DOB-REM-4
                   DIVIDE DOB-YEAR BY 100
                     GIVING DOB-DIV-QUOT REMAINDER DOB-REM-100
                   DIVIDE DOB-YEAR BY 400
                     GIVING DOB-DIV-QUOT REMAINDER DOB-REM-400
                   IF DOB-REM-4 = 0
                       AND (DOB-REM-100 NOT = 0
                            OR DOB-REM-400 = 0)
                       MOVE 29 TO DOB-MAX-DAY
                   ELSE
                       MOVE 28 TO DOB-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DOB-MAX-DAY
           END-EVALUATE

           EXIT.

      * ---
      * Load the v1 consumer structure from the standardized image,
      * as LOAD-INPUT-DATA-V1 loads it
       LOAD-TRACE-V1 SECTION.
           INITIALIZE CUSTOMER-V1-IN
           SET VALUE-PRESENT IN CS1I-CUSTOMER-FLAGS
            TO TRUE

           SET VALUE-PRESENT IN CS1I-FIRST-NAME-FLAGS
            TO TRUE
           MOVE TXI-FIRST-NAME
             TO CS1I-FIRST-NAME
           SET VALUE-PRESENT IN CS1I-LAST-NAME-FLAGS
            TO TRUE
           MOVE TXI-LAST-NAME
             TO CS1I-LAST-NAME
           SET VALUE-PRESENT IN CS1I-GENDER-FLAGS
            TO TRUE
           MOVE TXI-GENDER
             TO CS1I-GENDER

           SET VALUE-PRESENT IN CS1I-ADDRESS-FLAGS
            TO TRUE
           SET VALUE-PRESENT IN CS1I-STREET-FLAGS
            TO TRUE
           MOVE TXI-STREET
             TO CS1I-STREET
           SET VALUE-PRESENT IN CS1I-NUMBER-FLAGS
             TO TRUE
           MOVE TXI-NUMBER
             TO CS1I-NUMBER
           SET VALUE-PRESENT IN CS1I-POSTAL-CODE-FLAGS
            TO TRUE
           MOVE TXI-POSTAL-CODE
             TO CS1I-POSTAL-CODE
           IF PRIMARY-POSTAL-BAD
               SET VALUE-ABSENT IN CS1I-POSTAL-CODE-FLAGS TO TRUE
           END-IF
           SET VALUE-PRESENT IN CS1I-CITY-FLAGS
            TO TRUE
           MOVE TXI-CITY
             TO CS1I-CITY

           EXIT.

      * ---
      * Load the v3 consumer structure, as LOAD-INPUT-DATA-V3 loads
      * it; a PO-box or international primary has no revision 3
      * form and loads absent
       LOAD-TRACE-V3 SECTION.
           INITIALIZE CUSTOMER-V3-IN
           SET VALUE-PRESENT IN CS3I-CUSTOMER-FLAGS
            TO TRUE

           SET VALUE-PRESENT IN CS3I-FIRST-NAME-FLAGS
            TO TRUE
           MOVE TXI-FIRST-NAME
             TO CS3I-FIRST-NAME
           SET VALUE-PRESENT IN CS3I-LAST-NAME-FLAGS
            TO TRUE
           MOVE TXI-LAST-NAME
             TO CS3I-LAST-NAME
           SET VALUE-PRESENT IN CS3I-DATE-OF-BIRTH-FLAGS
            TO TRUE
           MOVE TXI-DATE-OF-BIRTH
             TO CS3I-DATE-OF-BIRTH
           IF DATE-OF-BIRTH-INVALID
               SET VALUE-ABSENT IN CS3I-DATE-OF-BIRTH-FLAGS TO TRUE
           END-IF
           SET VALUE-PRESENT IN CS3I-GENDER-FLAGS
            TO TRUE
           MOVE TXI-GENDER
             TO CS3I-GENDER

           IF TXI-ADDR-KIND = 'P' OR TXI-ADDR-KIND = 'I'
               SET VALUE-ABSENT IN CS3I-PRIMARY-ADDRESS-FLAGS
                TO TRUE
               SET VALUE-ABSENT IN CS3I-STREET-FLAGS
                                IN CS3I-PRIMARY-ADDRESS TO TRUE
               SET VALUE-ABSENT IN CS3I-NUMBER-FLAGS
                                IN CS3I-PRIMARY-ADDRESS TO TRUE
               SET VALUE-ABSENT IN CS3I-POSTAL-CODE-FLAGS
                                IN CS3I-PRIMARY-ADDRESS TO TRUE
               SET VALUE-ABSENT IN CS3I-CITY-FLAGS
                                IN CS3I-PRIMARY-ADDRESS TO TRUE
           ELSE
               SET VALUE-PRESENT IN CS3I-PRIMARY-ADDRESS-FLAGS
                TO TRUE
               SET VALUE-PRESENT IN CS3I-STREET-FLAGS
                                 IN CS3I-PRIMARY-ADDRESS
                TO TRUE
               MOVE TXI-STREET
                 TO CS3I-STREET IN CS3I-PRIMARY-ADDRESS
               SET VALUE-PRESENT IN CS3I-NUMBER-FLAGS
                                 IN CS3I-PRIMARY-ADDRESS
                TO TRUE
               MOVE TXI-NUMBER
                 TO CS3I-NUMBER IN CS3I-PRIMARY-ADDRESS
               SET VALUE-PRESENT IN CS3I-POSTAL-CODE-FLAGS
                                 IN CS3I-PRIMARY-ADDRESS
                TO TRUE
               MOVE TXI-POSTAL-CODE
                 TO CS3I-POSTAL-CODE IN CS3I-PRIMARY-ADDRESS
               IF PRIMARY-POSTAL-BAD
                   SET VALUE-ABSENT IN CS3I-POSTAL-CODE-FLAGS
                                    IN CS3I-PRIMARY-ADDRESS
                    TO TRUE
               END-IF
               SET VALUE-PRESENT IN CS3I-CITY-FLAGS
                                 IN CS3I-PRIMARY-ADDRESS
                TO TRUE
               MOVE TXI-CITY
                 TO CS3I-CITY IN CS3I-PRIMARY-ADDRESS
           END-IF

           SET VALUE-PRESENT IN CS3I-SEC-ADDR-LST-FLAGS
            TO TRUE
           MOVE SEC-ADDRESSES-CLAIMED
             TO CS3I-SEC-ADDRESS-COUNT
           PERFORM VARYING I-1 FROM 1 BY 1
                   UNTIL I-1 > CS3I-SEC-ADDRESS-COUNT
             SET VALUE-PRESENT IN CS3I-SECONDARY-ADDRESS-FLAGS(I-1)
              TO TRUE
             SET VALUE-PRESENT IN CS3I-STREET-FLAGS
                               IN CS3I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             MOVE TSA-STREET(I-1)
               TO CS3I-STREET IN CS3I-SECONDARY-ADDRESS(I-1)
             SET VALUE-PRESENT IN CS3I-NUMBER-FLAGS
                               IN CS3I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             IF TSA-NUMBER(I-1) IS NUMERIC
                 MOVE TSA-NUMBER(I-1)
                   TO CS3I-NUMBER IN CS3I-SECONDARY-ADDRESS(I-1)
             ELSE
                 MOVE 0
                   TO CS3I-NUMBER IN CS3I-SECONDARY-ADDRESS(I-1)
             END-IF
             IF SECONDARY-POSTAL-BAD(I-1)
                 SET VALUE-ABSENT IN CS3I-POSTAL-CODE-FLAGS
                                  IN CS3I-SECONDARY-ADDRESS(I-1)
                  TO TRUE
             ELSE
                 SET VALUE-PRESENT IN CS3I-POSTAL-CODE-FLAGS
                                   IN CS3I-SECONDARY-ADDRESS(I-1)
                  TO TRUE
                 MOVE TSA-POSTAL-CODE(I-1)
                   TO CS3I-POSTAL-CODE IN CS3I-SECONDARY-ADDRESS(I-1)
             END-IF
             SET VALUE-PRESENT IN CS3I-CITY-FLAGS
                               IN CS3I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             MOVE TSA-CITY(I-1)
               TO CS3I-CITY IN CS3I-SECONDARY-ADDRESS(I-1)
           END-PERFORM

           EXIT.

      * ---
      * Load the v6 consumer structure, as LOAD-INPUT-DATA-V6 loads
      * it; the address-kind column picks the polymorphic form
       LOAD-TRACE-V6 SECTION.
           INITIALIZE CUSTOMER-V6-IN
           SET VALUE-PRESENT IN CS6I-CUSTOMER-FLAGS
            TO TRUE

           SET VALUE-PRESENT IN CS6I-FIRST-NAME-FLAGS
            TO TRUE
           MOVE TXI-FIRST-NAME
             TO CS6I-FIRST-NAME
           SET VALUE-PRESENT IN CS6I-LAST-NAME-FLAGS
            TO TRUE
           MOVE TXI-LAST-NAME
             TO CS6I-LAST-NAME
           SET VALUE-PRESENT IN CS6I-DATE-OF-BIRTH-FLAGS
            TO TRUE
           MOVE TXI-DATE-OF-BIRTH
             TO CS6I-DATE-OF-BIRTH
           IF DATE-OF-BIRTH-INVALID
               SET VALUE-ABSENT IN CS6I-DATE-OF-BIRTH-FLAGS TO TRUE
           END-IF
           SET VALUE-PRESENT IN CS6I-GENDER-FLAGS
            TO TRUE
           MOVE TXI-GENDER
             TO CS6I-GENDER

           SET VALUE-PRESENT IN CS6I-PRIMARY-ADDRESS-FLAGS
            TO TRUE
           EVALUATE TXI-ADDR-KIND
               WHEN 'P'
                   SET CS6I-PO-BOX-ADDRESS IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
                   SET VALUE-PRESENT IN CS6I-BOX-NO-FLAGS
                                     IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
                   IF TXI-BOX-NO IS NUMERIC
                       MOVE TXI-BOX-NO
                         TO CS6I-BOX-NO IN CS6I-PRIMARY-ADDRESS
                   ELSE
                       MOVE 0
                         TO CS6I-BOX-NO IN CS6I-PRIMARY-ADDRESS
                   END-IF
               WHEN 'I'
                   SET CS6I-INTERNATIONAL-ADDRESS
                    IN CS6I-PRIMARY-ADDRESS TO TRUE
                   SET VALUE-PRESENT IN CS6I-COUNTRY-CODE-FLAGS
                                     IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
                   MOVE TXI-COUNTRY-CODE
                     TO CS6I-COUNTRY-CODE IN CS6I-PRIMARY-ADDRESS
                   SET VALUE-PRESENT
                    IN CS6I-FOREIGN-POSTAL-CODE-FLAGS
                    IN CS6I-PRIMARY-ADDRESS TO TRUE
                   MOVE TXI-FOREIGN-POSTAL-CODE
                     TO CS6I-FOREIGN-POSTAL-CODE
                        IN CS6I-PRIMARY-ADDRESS
                   SET VALUE-ABSENT IN CS6I-ADDRESS-LINE-FLAGS
                                    IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
               WHEN OTHER
                   SET CS6I-STREET-ADDRESS IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
                   SET VALUE-PRESENT IN CS6I-STREET-FLAGS
                                     IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
                   MOVE TXI-STREET
                     TO CS6I-STREET IN CS6I-PRIMARY-ADDRESS
                   SET VALUE-PRESENT IN CS6I-NUMBER-FLAGS
                                     IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
                   MOVE TXI-NUMBER
                     TO CS6I-NUMBER IN CS6I-PRIMARY-ADDRESS
           END-EVALUATE
           IF TXI-ADDR-KIND = 'I'
               SET VALUE-ABSENT IN CS6I-POSTAL-CODE-FLAGS
                                IN CS6I-PRIMARY-ADDRESS
                TO TRUE
               MOVE 0
                 TO CS6I-POSTAL-CODE IN CS6I-PRIMARY-ADDRESS
           ELSE
               SET VALUE-PRESENT IN CS6I-POSTAL-CODE-FLAGS
                                 IN CS6I-PRIMARY-ADDRESS
                TO TRUE
               MOVE TXI-POSTAL-CODE
                 TO CS6I-POSTAL-CODE IN CS6I-PRIMARY-ADDRESS
               IF PRIMARY-POSTAL-BAD
                   SET VALUE-ABSENT IN CS6I-POSTAL-CODE-FLAGS
                                    IN CS6I-PRIMARY-ADDRESS
                    TO TRUE
               END-IF
           END-IF
           SET VALUE-PRESENT IN CS6I-CITY-FLAGS
                             IN CS6I-PRIMARY-ADDRESS
            TO TRUE
           MOVE TXI-CITY
             TO CS6I-CITY IN CS6I-PRIMARY-ADDRESS

           SET VALUE-PRESENT IN CS6I-SEC-ADDR-LST-FLAGS
            TO TRUE
           MOVE SEC-ADDRESSES-CLAIMED
             TO CS6I-SEC-ADDRESS-COUNT
           PERFORM VARYING I-1 FROM 1 BY 1
                   UNTIL I-1 > CS6I-SEC-ADDRESS-COUNT
             SET VALUE-PRESENT IN CS6I-SECONDARY-ADDRESS-FLAGS(I-1)
              TO TRUE
             SET CS6I-STREET-ADDRESS IN CS6I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             SET VALUE-PRESENT IN CS6I-STREET-FLAGS
                               IN CS6I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             MOVE TSA-STREET(I-1)
               TO CS6I-STREET IN CS6I-SECONDARY-ADDRESS(I-1)
             SET VALUE-PRESENT IN CS6I-NUMBER-FLAGS
                               IN CS6I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             IF TSA-NUMBER(I-1) IS NUMERIC
                 MOVE TSA-NUMBER(I-1)
                   TO CS6I-NUMBER IN CS6I-SECONDARY-ADDRESS(I-1)
             ELSE
                 MOVE 0
                   TO CS6I-NUMBER IN CS6I-SECONDARY-ADDRESS(I-1)
             END-IF
             IF SECONDARY-POSTAL-BAD(I-1)
                 SET VALUE-ABSENT IN CS6I-POSTAL-CODE-FLAGS
                                  IN CS6I-SECONDARY-ADDRESS(I-1)
                  TO TRUE
             ELSE
                 SET VALUE-PRESENT IN CS6I-POSTAL-CODE-FLAGS
                                   IN CS6I-SECONDARY-ADDRESS(I-1)
                  TO TRUE
                 MOVE TSA-POSTAL-CODE(I-1)
                   TO CS6I-POSTAL-CODE IN CS6I-SECONDARY-ADDRESS(I-1)
             END-IF
             SET VALUE-PRESENT IN CS6I-CITY-FLAGS
                               IN CS6I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             MOVE TSA-CITY(I-1)
               TO CS6I-CITY IN CS6I-SECONDARY-ADDRESS(I-1)
           END-PERFORM

           EXIT.

       LOAD-TRACE-V7 SECTION.
           INITIALIZE CUSTOMER-V7-IN
           SET VALUE-PRESENT IN CS7I-CUSTOMER-FLAGS
            TO TRUE

           SET VALUE-PRESENT IN CS7I-FIRST-NAME-FLAGS
            TO TRUE
           MOVE TXI-FIRST-NAME
             TO CS7I-FIRST-NAME
           SET VALUE-PRESENT IN CS7I-LAST-NAME-FLAGS
            TO TRUE
           MOVE TXI-LAST-NAME
             TO CS7I-LAST-NAME
           IF TRACE-COMPANY-CUSTOMER
               SET VALUE-ABSENT IN CS7I-DATE-OF-BIRTH-FLAGS
                TO TRUE
               MOVE SPACES TO CS7I-DATE-OF-BIRTH
               SET VALUE-ABSENT IN CS7I-GENDER-FLAGS
                TO TRUE
               MOVE 0 TO CS7I-GENDER
           ELSE
               SET VALUE-PRESENT IN CS7I-DATE-OF-BIRTH-FLAGS
                TO TRUE
               MOVE TXI-DATE-OF-BIRTH
                 TO CS7I-DATE-OF-BIRTH
               IF DATE-OF-BIRTH-INVALID
                   SET VALUE-ABSENT IN CS7I-DATE-OF-BIRTH-FLAGS
                    TO TRUE
               END-IF
               SET VALUE-PRESENT IN CS7I-GENDER-FLAGS
                TO TRUE
               MOVE TXI-GENDER
                 TO CS7I-GENDER
           END-IF

           IF BALANCE-FOUND
               SET VALUE-PRESENT IN CS7I-ACCOUNT-BALANCE-FLAGS
                TO TRUE
               MOVE CURRENT-BALANCE TO CS7I-ACCOUNT-BALANCE
           ELSE
               SET VALUE-ABSENT IN CS7I-ACCOUNT-BALANCE-FLAGS
                TO TRUE
               MOVE 0 TO CS7I-ACCOUNT-BALANCE
           END-IF

           SET VALUE-PRESENT IN CS7I-PRIMARY-ADDRESS-FLAGS
            TO TRUE
           EVALUATE TXI-ADDR-KIND
               WHEN 'P'
                   SET CS7I-PO-BOX-ADDRESS IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
                   SET VALUE-PRESENT IN CS7I-BOX-NO-FLAGS
                                     IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
                   IF TXI-BOX-NO IS NUMERIC
                       MOVE TXI-BOX-NO
                         TO CS7I-BOX-NO IN CS7I-PRIMARY-ADDRESS
                   ELSE
                       MOVE 0
                         TO CS7I-BOX-NO IN CS7I-PRIMARY-ADDRESS
                   END-IF
               WHEN 'I'
                   SET CS7I-INTERNATIONAL-ADDRESS
                    IN CS7I-PRIMARY-ADDRESS TO TRUE
                   SET VALUE-PRESENT IN CS7I-COUNTRY-CODE-FLAGS
                                     IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
                   MOVE TXI-COUNTRY-CODE
                     TO CS7I-COUNTRY-CODE IN CS7I-PRIMARY-ADDRESS
                   SET VALUE-PRESENT
                    IN CS7I-FOREIGN-POSTAL-CODE-FLAGS
                    IN CS7I-PRIMARY-ADDRESS TO TRUE
                   MOVE TXI-FOREIGN-POSTAL-CODE
                     TO CS7I-FOREIGN-POSTAL-CODE
                        IN CS7I-PRIMARY-ADDRESS
                   SET VALUE-ABSENT IN CS7I-ADDRESS-LINE-FLAGS
                                    IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
               WHEN OTHER
                   SET CS7I-STREET-ADDRESS IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
                   SET VALUE-PRESENT IN CS7I-STREET-FLAGS
                                     IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
                   MOVE TXI-STREET
                     TO CS7I-STREET IN CS7I-PRIMARY-ADDRESS
                   SET VALUE-PRESENT IN CS7I-NUMBER-FLAGS
                                     IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
                   MOVE TXI-NUMBER
                     TO CS7I-NUMBER IN CS7I-PRIMARY-ADDRESS
           END-EVALUATE
           IF TXI-ADDR-KIND = 'I'
               SET VALUE-ABSENT IN CS7I-POSTAL-CODE-FLAGS
                                IN CS7I-PRIMARY-ADDRESS
                TO TRUE
               MOVE 0
                 TO CS7I-POSTAL-CODE IN CS7I-PRIMARY-ADDRESS
           ELSE
               SET VALUE-PRESENT IN CS7I-POSTAL-CODE-FLAGS
                                 IN CS7I-PRIMARY-ADDRESS
                TO TRUE
               MOVE TXI-POSTAL-CODE
                 TO CS7I-POSTAL-CODE IN CS7I-PRIMARY-ADDRESS
               IF PRIMARY-POSTAL-BAD
                   SET VALUE-ABSENT IN CS7I-POSTAL-CODE-FLAGS
                                    IN CS7I-PRIMARY-ADDRESS
                    TO TRUE
               END-IF
           END-IF
           SET VALUE-PRESENT IN CS7I-CITY-FLAGS
                             IN CS7I-PRIMARY-ADDRESS
            TO TRUE
           MOVE TXI-CITY
             TO CS7I-CITY IN CS7I-PRIMARY-ADDRESS

           SET VALUE-PRESENT IN CS7I-SEC-ADDR-LST-FLAGS
            TO TRUE
           MOVE SEC-ADDRESSES-CLAIMED
             TO CS7I-SEC-ADDRESS-COUNT
           PERFORM VARYING I-1 FROM 1 BY 1
                   UNTIL I-1 > CS7I-SEC-ADDRESS-COUNT
             SET VALUE-PRESENT IN CS7I-SECONDARY-ADDRESS-FLAGS(I-1)
              TO TRUE
             SET CS7I-STREET-ADDRESS IN CS7I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             SET VALUE-PRESENT IN CS7I-STREET-FLAGS
                               IN CS7I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             MOVE TSA-STREET(I-1)
               TO CS7I-STREET IN CS7I-SECONDARY-ADDRESS(I-1)
             SET VALUE-PRESENT IN CS7I-NUMBER-FLAGS
                               IN CS7I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             IF TSA-NUMBER(I-1) IS NUMERIC
                 MOVE TSA-NUMBER(I-1)
                   TO CS7I-NUMBER IN CS7I-SECONDARY-ADDRESS(I-1)
             ELSE
                 MOVE 0
                   TO CS7I-NUMBER IN CS7I-SECONDARY-ADDRESS(I-1)
             END-IF
             IF SECONDARY-POSTAL-BAD(I-1)
                 SET VALUE-ABSENT IN CS7I-POSTAL-CODE-FLAGS
                                  IN CS7I-SECONDARY-ADDRESS(I-1)
                  TO TRUE
             ELSE
                 SET VALUE-PRESENT IN CS7I-POSTAL-CODE-FLAGS
                                   IN CS7I-SECONDARY-ADDRESS(I-1)
                  TO TRUE
                 MOVE TSA-POSTAL-CODE(I-1)
                   TO CS7I-POSTAL-CODE IN CS7I-SECONDARY-ADDRESS(I-1)
             END-IF
             SET VALUE-PRESENT IN CS7I-CITY-FLAGS
                               IN CS7I-SECONDARY-ADDRESS(I-1)
              TO TRUE
             MOVE TSA-CITY(I-1)
               TO CS7I-CITY IN CS7I-SECONDARY-ADDRESS(I-1)
           END-PERFORM

           EXIT.

      * ---
      * Run every edit rule naming the source version (or every
      * version) against the standardized image, as the production
      * APPLY-EDIT-RULES-Vn does, and show what each one decided
       TRACE-EDIT-RULES SECTION.
           DISPLAY '--- EDIT RULES ---' UPON CONSOLE
           PERFORM VARYING EDIT-RULE-IX FROM 1 BY 1
                   UNTIL EDIT-RULE-IX > EDIT-RULE-COUNT
               IF ERT-CUSTOMER-VERSION (EDIT-RULE-IX) = TRACE-VERSION
                   OR ERT-CUSTOMER-VERSION (EDIT-RULE-IX) = '**'
                   MOVE 'Y' TO EDIT-FIELD-KNOWN-FLAG
                   EVALUATE ERT-FIELD-NAME (EDIT-RULE-IX)
                       WHEN 'FIRST-NAME'
                           MOVE TXI-FIRST-NAME TO EDIT-FIELD-VALUE
                       WHEN 'LAST-NAME'
                           MOVE TXI-LAST-NAME TO EDIT-FIELD-VALUE
                       WHEN 'GENDER'
                           MOVE SPACES TO EDIT-FIELD-VALUE
                           MOVE TXI-GENDER
                             TO EDIT-FIELD-VALUE (1:1)
                       WHEN 'NUMBER'
                           MOVE SPACES TO EDIT-FIELD-VALUE
                           MOVE TXI-NUMBER
                             TO EDIT-FIELD-VALUE (1:5)
                       WHEN 'CITY'
                           MOVE TXI-CITY TO EDIT-FIELD-VALUE
                       WHEN OTHER
                           MOVE 'N' TO EDIT-FIELD-KNOWN-FLAG
                   END-EVALUATE
                   IF EDIT-FIELD-KNOWN
                       ADD 1 TO EDIT-RULES-APPLIED
                       PERFORM CHECK-ONE-EDIT-RULE
                       MOVE EDIT-RULE-IX TO EDIT-RULE-NO
                       IF EDIT-RULE-FAILED
                           ADD 1 TO EDIT-RULES-FIRED
                           IF ERT-ACTION (EDIT-RULE-IX) = 'W'
                               MOVE 'WARNED' TO EDIT-RULE-OUTCOME
                           ELSE
                               MOVE 'REJECTED' TO EDIT-RULE-OUTCOME
                               PERFORM CLEAR-EDIT-FIELD
                           END-IF
                           DISPLAY 'RULE ' EDIT-RULE-NO ' '
                                   ERT-FIELD-NAME (EDIT-RULE-IX) ' '
                                   ERT-CHECK-TYPE (EDIT-RULE-IX) ' '
                                   EDIT-RULE-OUTCOME ' - '
                                   ERT-REASON (EDIT-RULE-IX)
                              UPON CONSOLE
                       ELSE
                           DISPLAY 'RULE ' EDIT-RULE-NO ' '
                                   ERT-FIELD-NAME (EDIT-RULE-IX) ' '
                                   ERT-CHECK-TYPE (EDIT-RULE-IX) ' '
                                   'PASSED'
                              UPON CONSOLE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF EDIT-RULES-APPLIED = 0
               DISPLAY 'NO EDIT RULE APPLIES TO ' TRACE-VERSION
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Run the check a rule names against EDIT-FIELD-VALUE and set
      * EDIT-RULE-FAILED accordingly; caller has set EDIT-RULE-IX
       CHECK-ONE-EDIT-RULE SECTION.
           MOVE 'N' TO EDIT-RULE-FAILED-FLAG

           MOVE 20 TO EDIT-FIELD-LENGTH
           PERFORM UNTIL EDIT-FIELD-LENGTH < 1
                      OR EDIT-FIELD-VALUE
                         (EDIT-FIELD-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM EDIT-FIELD-LENGTH
           END-PERFORM

           EVALUATE ERT-CHECK-TYPE (EDIT-RULE-IX)
               WHEN 'NOTBLANK'
                   IF EDIT-FIELD-LENGTH = 0
                       SET EDIT-RULE-FAILED TO TRUE
                   END-IF
               WHEN 'NUMERIC'
                   IF EDIT-FIELD-LENGTH = 0
                       OR EDIT-FIELD-VALUE (1:EDIT-FIELD-LENGTH)
                          IS NOT NUMERIC
                       SET EDIT-RULE-FAILED TO TRUE
                   END-IF
               WHEN 'DOMAIN'
                   SET EDIT-RULE-FAILED TO TRUE
                   PERFORM VARYING EDIT-SCAN-IX FROM 1 BY 1
                           UNTIL EDIT-SCAN-IX > 20
                              OR NOT EDIT-RULE-FAILED
                              OR ERT-DOMAIN-VALUES (EDIT-RULE-IX)
                                 (EDIT-SCAN-IX:1) = SPACE
                       IF EDIT-FIELD-VALUE (1:1) =
                           ERT-DOMAIN-VALUES (EDIT-RULE-IX)
                           (EDIT-SCAN-IX:1)
                           MOVE 'N' TO EDIT-RULE-FAILED-FLAG
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXIT.

      * ---
      * A rejecting rule leaves its field absent in the consumer
      * structure of the source version
       CLEAR-EDIT-FIELD SECTION.
           EVALUATE TRUE
               WHEN TRACE-VERSION-V1
                   EVALUATE ERT-FIELD-NAME (EDIT-RULE-IX)
                       WHEN 'FIRST-NAME'
                           SET VALUE-ABSENT IN CS1I-FIRST-NAME-FLAGS
                            TO TRUE
                       WHEN 'LAST-NAME'
                           SET VALUE-ABSENT IN CS1I-LAST-NAME-FLAGS
                            TO TRUE
                       WHEN 'GENDER'
                           SET VALUE-ABSENT IN CS1I-GENDER-FLAGS
                            TO TRUE
                       WHEN 'NUMBER'
                           SET VALUE-ABSENT IN CS1I-NUMBER-FLAGS
                            TO TRUE
                       WHEN 'CITY'
                           SET VALUE-ABSENT IN CS1I-CITY-FLAGS
                            TO TRUE
                   END-EVALUATE
               WHEN TRACE-VERSION-V3
                   EVALUATE ERT-FIELD-NAME (EDIT-RULE-IX)
                       WHEN 'FIRST-NAME'
                           SET VALUE-ABSENT IN CS3I-FIRST-NAME-FLAGS
                            TO TRUE
                       WHEN 'LAST-NAME'
                           SET VALUE-ABSENT IN CS3I-LAST-NAME-FLAGS
                            TO TRUE
                       WHEN 'GENDER'
                           SET VALUE-ABSENT IN CS3I-GENDER-FLAGS
                            TO TRUE
                       WHEN 'NUMBER'
                           SET VALUE-ABSENT IN CS3I-NUMBER-FLAGS
                                            IN CS3I-PRIMARY-ADDRESS
                            TO TRUE
                       WHEN 'CITY'
                           SET VALUE-ABSENT IN CS3I-CITY-FLAGS
                                            IN CS3I-PRIMARY-ADDRESS
                            TO TRUE
                   END-EVALUATE
               WHEN TRACE-VERSION-V6
                   EVALUATE ERT-FIELD-NAME (EDIT-RULE-IX)
                       WHEN 'FIRST-NAME'
                           SET VALUE-ABSENT IN CS6I-FIRST-NAME-FLAGS
                            TO TRUE
                       WHEN 'LAST-NAME'
                           SET VALUE-ABSENT IN CS6I-LAST-NAME-FLAGS
                            TO TRUE
                       WHEN 'GENDER'
                           SET VALUE-ABSENT IN CS6I-GENDER-FLAGS
                            TO TRUE
                       WHEN 'NUMBER'
                           SET VALUE-ABSENT IN CS6I-NUMBER-FLAGS
                                            IN CS6I-PRIMARY-ADDRESS
                            TO TRUE
                       WHEN 'CITY'
                           SET VALUE-ABSENT IN CS6I-CITY-FLAGS
                                            IN CS6I-PRIMARY-ADDRESS
                            TO TRUE
                   END-EVALUATE
               WHEN TRACE-VERSION-V7
                   EVALUATE ERT-FIELD-NAME (EDIT-RULE-IX)
                       WHEN 'FIRST-NAME'
                           SET VALUE-ABSENT IN CS7I-FIRST-NAME-FLAGS
                            TO TRUE
                       WHEN 'LAST-NAME'
                           SET VALUE-ABSENT IN CS7I-LAST-NAME-FLAGS
                            TO TRUE
                       WHEN 'GENDER'
                           SET VALUE-ABSENT IN CS7I-GENDER-FLAGS
                            TO TRUE
                       WHEN 'NUMBER'
                           SET VALUE-ABSENT IN CS7I-NUMBER-FLAGS
                                            IN CS7I-PRIMARY-ADDRESS
                            TO TRUE
                       WHEN 'CITY'
                           SET VALUE-ABSENT IN CS7I-CITY-FLAGS
                                            IN CS7I-PRIMARY-ADDRESS
                            TO TRUE
                   END-EVALUATE
           END-EVALUATE

           EXIT.

      * ---
      * Render a presence flag held in TRACE-FLAG-VALUE for the
      * trace table
       FORMAT-FLAG-TEXT SECTION.
           EVALUATE TRACE-FLAG-VALUE
               WHEN 0
                   MOVE 'ABSENT' TO TRACE-FLAG-TEXT
               WHEN 1
                   MOVE 'PRESENT' TO TRACE-FLAG-TEXT
               WHEN 2
                   MOVE 'UNREPR' TO TRACE-FLAG-TEXT
               WHEN OTHER
                   MOVE 'INVALID' TO TRACE-FLAG-TEXT
           END-EVALUATE

           EXIT.

      * ---
      * Fill the consumer-flag column from the v1 structure as it
      * stands after the load and the edit rules
       CAPTURE-CONSUMER-V1 SECTION.
           MOVE CS1I-FIRST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (1)
           MOVE CS1I-LAST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (2)
           MOVE CS1I-GENDER-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (4)
           MOVE CS1I-STREET-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (7)
           MOVE CS1I-NUMBER-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (8)
           MOVE CS1I-POSTAL-CODE-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (9)
           MOVE CS1I-CITY-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (10)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (5)

           EXIT.

      * ---
      * Fill the consumer-flag column from the v3 structure
       CAPTURE-CONSUMER-V3 SECTION.
           MOVE CS3I-FIRST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (1)
           MOVE CS3I-LAST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (2)
           MOVE CS3I-DATE-OF-BIRTH-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (3)
           MOVE CS3I-GENDER-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (4)
           MOVE CS3I-PRIMARY-ADDRESS-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (6)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (5)
           MOVE CS3I-STREET-FLAGS
             IN CS3I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (7)
           MOVE CS3I-NUMBER-FLAGS
             IN CS3I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (8)
           MOVE CS3I-POSTAL-CODE-FLAGS
             IN CS3I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (9)
           MOVE CS3I-CITY-FLAGS
             IN CS3I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (10)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (11)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (12)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (13)

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > CS3I-SEC-ADDRESS-COUNT
                      OR TRACE-SEC-IX > 10
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
               MOVE CS3I-STREET-FLAGS
                 IN CS3I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 1)
               MOVE CS3I-NUMBER-FLAGS
                 IN CS3I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 2)
               MOVE CS3I-POSTAL-CODE-FLAGS
                 IN CS3I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 3)
               MOVE CS3I-CITY-FLAGS
                 IN CS3I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 4)
           END-PERFORM

           EXIT.

      * ---
      * Fill the consumer-flag column from the v6 structure; the
      * address rows of the forms the primary does not take read N/A
       CAPTURE-CONSUMER-V6 SECTION.
           MOVE CS6I-FIRST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (1)
           MOVE CS6I-LAST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (2)
           MOVE CS6I-DATE-OF-BIRTH-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (3)
           MOVE CS6I-GENDER-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (4)
           MOVE CS6I-PRIMARY-ADDRESS-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (6)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (5)
           IF CS6I-STREET-ADDRESS IN CS6I-PRIMARY-ADDRESS
               MOVE CS6I-STREET-FLAGS
                 IN CS6I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (7)
               MOVE CS6I-NUMBER-FLAGS
                 IN CS6I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (8)
           ELSE
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (7)
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (8)
           END-IF
           MOVE CS6I-POSTAL-CODE-FLAGS
             IN CS6I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (9)
           MOVE CS6I-CITY-FLAGS
             IN CS6I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (10)
           IF CS6I-PO-BOX-ADDRESS IN CS6I-PRIMARY-ADDRESS
               MOVE CS6I-BOX-NO-FLAGS
                 IN CS6I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (11)
           ELSE
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (11)
           END-IF
           IF CS6I-INTERNATIONAL-ADDRESS IN CS6I-PRIMARY-ADDRESS
               MOVE CS6I-COUNTRY-CODE-FLAGS
                 IN CS6I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (12)
               MOVE CS6I-FOREIGN-POSTAL-CODE-FLAGS
                 IN CS6I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (13)
           ELSE
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (12)
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (13)
           END-IF

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > CS6I-SEC-ADDRESS-COUNT
                      OR TRACE-SEC-IX > 10
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
               MOVE CS6I-STREET-FLAGS
                 IN CS6I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 1)
               MOVE CS6I-NUMBER-FLAGS
                 IN CS6I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 2)
               MOVE CS6I-POSTAL-CODE-FLAGS
                 IN CS6I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 3)
               MOVE CS6I-CITY-FLAGS
                 IN CS6I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 4)
           END-PERFORM

           EXIT.

      * ---
      * Fill the consumer-flag column from the v7 structure; the
      * address rows of the forms the primary does not take read N/A
       CAPTURE-CONSUMER-V7 SECTION.
           MOVE CS7I-FIRST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (1)
           MOVE CS7I-LAST-NAME-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (2)
           MOVE CS7I-DATE-OF-BIRTH-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (3)
           MOVE CS7I-GENDER-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (4)
           MOVE CS7I-PRIMARY-ADDRESS-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (6)
           MOVE 'N/A' TO TRR-CONSUMER-FLAG (5)
           IF CS7I-STREET-ADDRESS IN CS7I-PRIMARY-ADDRESS
               MOVE CS7I-STREET-FLAGS
                 IN CS7I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (7)
               MOVE CS7I-NUMBER-FLAGS
                 IN CS7I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (8)
           ELSE
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (7)
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (8)
           END-IF
           MOVE CS7I-POSTAL-CODE-FLAGS
             IN CS7I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (9)
           MOVE CS7I-CITY-FLAGS
             IN CS7I-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (10)
           IF CS7I-PO-BOX-ADDRESS IN CS7I-PRIMARY-ADDRESS
               MOVE CS7I-BOX-NO-FLAGS
                 IN CS7I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (11)
           ELSE
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (11)
           END-IF
           IF CS7I-INTERNATIONAL-ADDRESS IN CS7I-PRIMARY-ADDRESS
               MOVE CS7I-COUNTRY-CODE-FLAGS
                 IN CS7I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (12)
               MOVE CS7I-FOREIGN-POSTAL-CODE-FLAGS
                 IN CS7I-PRIMARY-ADDRESS
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (13)
           ELSE
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (12)
               MOVE 'N/A' TO TRR-CONSUMER-FLAG (13)
           END-IF
           MOVE CS7I-ACCOUNT-BALANCE-FLAGS TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-CONSUMER-FLAG (14)

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > CS7I-SEC-ADDRESS-COUNT
                      OR TRACE-SEC-IX > 10
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
               MOVE CS7I-STREET-FLAGS
                 IN CS7I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 1)
               MOVE CS7I-NUMBER-FLAGS
                 IN CS7I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 2)
               MOVE CS7I-POSTAL-CODE-FLAGS
                 IN CS7I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 3)
               MOVE CS7I-CITY-FLAGS
                 IN CS7I-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-CONSUMER-FLAG (TRACE-ROW-IX + 4)
           END-PERFORM

           EXIT.

      * ---
      * Load the script pair the production run would use for the
      * source version, confirm its version and map the one customer
      * consumer-to-provider exactly as the conversion does
       MAP-TRACE-CUSTOMER SECTION.
           CALL 'loadScripts' USING
                BY REFERENCE CONSUMER-SCRIPT-NAME
                BY REFERENCE PROVIDER-SCRIPT-NAME
           PERFORM VALIDATE-LOADED-SCRIPT-VERSION

           INITIALIZE CUSTOMER-PROVIDER-IN
           MOVE 0 TO OPERATION-INDEX
           SET CONSUMER-TO-PROVIDER TO TRUE
           SET PARAMETER-MAPPING TO TRUE

           EVALUATE TRUE
               WHEN TRACE-VERSION-V1
                   CALL 'convertData' USING
                     BY VALUE OPERATION-INDEX
                     BY VALUE MAPPING-DIRECTION
                     BY VALUE MAPPING-TYPE
                     BY REFERENCE CUSTOMER-V1-IN
                     BY REFERENCE CUSTOMER-PROVIDER-IN
               WHEN TRACE-VERSION-V3
                   CALL 'convertData' USING
                     BY VALUE OPERATION-INDEX
                     BY VALUE MAPPING-DIRECTION
                     BY VALUE MAPPING-TYPE
                     BY REFERENCE CUSTOMER-V3-IN
                     BY REFERENCE CUSTOMER-PROVIDER-IN
               WHEN TRACE-VERSION-V6
                   CALL 'convertData' USING
                     BY VALUE OPERATION-INDEX
                     BY VALUE MAPPING-DIRECTION
                     BY VALUE MAPPING-TYPE
                     BY REFERENCE CUSTOMER-V6-IN
                     BY REFERENCE CUSTOMER-PROVIDER-IN
               WHEN TRACE-VERSION-V7
                   CALL 'convertData' USING
                     BY VALUE OPERATION-INDEX
                     BY VALUE MAPPING-DIRECTION
                     BY VALUE MAPPING-TYPE
                     BY REFERENCE CUSTOMER-V7-IN
                     BY REFERENCE CUSTOMER-PROVIDER-IN
           END-EVALUATE

      *    A mapper failure is what the support desk is usually
      *    chasing; report it and still print the consumer side
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO CONVERT-DATA-STATUS
               MOVE 0 TO RETURN-CODE
               SET CONVERT-DATA-FAILED TO TRUE
               DISPLAY 'CONVERTDATA FAILED - STATUS '
                       CONVERT-DATA-STATUS
                       ' - THE CUSTOMER WOULD BE QUARANTINED'
                  UPON CONSOLE
           END-IF

           EXIT.

      * ---
      * Confirm the script pair just loaded declares the version the
      * source version expects; tracing against a mismatched script
      * would show a mapping production never performs
       VALIDATE-LOADED-SCRIPT-VERSION SECTION.
           CALL 'getLoadedScriptVersion' USING
                BY REFERENCE LOADED-SCRIPT-VERSION

           IF LOADED-SCRIPT-VERSION NOT = EXPECTED-SCRIPT-VERSION
               DISPLAY 'SCRIPT VERSION MISMATCH - CONSUMER SCRIPT '
                       CONSUMER-SCRIPT-NAME
                  UPON CONSOLE
               DISPLAY '  EXPECTED VERSION ' EXPECTED-SCRIPT-VERSION
                       ' BUT LOADED SCRIPT DECLARES '
                       LOADED-SCRIPT-VERSION
                  UPON CONSOLE
               DISPLAY 'ABORTING - REFUSING TO TRACE AGAINST A '
                       'MISMATCHED SCRIPT'
                  UPON CONSOLE
               CALL 'unloadScripts'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           EXIT.

      * ---
      * Fill the provider value and flag columns from the mapped
      * provider structure
       CAPTURE-PROVIDER SECTION.
           IF CONVERT-DATA-FAILED
               EXIT SECTION
           END-IF

           MOVE CSPI-FIRST-NAME TO TRR-PROVIDER-VALUE (1)
           MOVE CSPI-FIRST-NAME-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (1)
           MOVE CSPI-LAST-NAME TO TRR-PROVIDER-VALUE (2)
           MOVE CSPI-LAST-NAME-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (2)
           MOVE CSPI-DATE-OF-BIRTH TO TRR-PROVIDER-VALUE (3)
           MOVE CSPI-DATE-OF-BIRTH-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (3)
           MOVE CSPI-GENDER TO TRACE-NUMBER-EDIT
           MOVE TRACE-NUMBER-EDIT TO TRR-PROVIDER-VALUE (4)
           MOVE CSPI-GENDER-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (4)
           MOVE CSPI-GENDER-NEW TO TRACE-NUMBER-EDIT
           MOVE TRACE-NUMBER-EDIT TO TRR-PROVIDER-VALUE (5)
           MOVE CSPI-GENDER-NEW-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (5)

           EVALUATE TRUE
               WHEN CSPI-STREET-ADDRESS IN CSPI-PRIMARY-ADDRESS-NEW
                   MOVE 'STREET' TO TRR-PROVIDER-VALUE (6)
               WHEN CSPI-PO-BOX-ADDRESS IN CSPI-PRIMARY-ADDRESS-NEW
                   MOVE 'PO BOX' TO TRR-PROVIDER-VALUE (6)
               WHEN CSPI-INTERNATIONAL-ADDRESS
                 IN CSPI-PRIMARY-ADDRESS-NEW
                   MOVE 'INTERNATIONAL' TO TRR-PROVIDER-VALUE (6)
               WHEN OTHER
                   MOVE SPACES TO TRR-PROVIDER-VALUE (6)
           END-EVALUATE
           MOVE CSPI-PRIMARY-ADDRESS-NEW-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (6)

           MOVE CSPI-STREET IN CSPI-PRIMARY-ADDRESS
             TO TRR-PROVIDER-VALUE (7)
           MOVE CSPI-STREET-FLAGS IN CSPI-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (7)
           MOVE CSPI-NUMBER IN CSPI-PRIMARY-ADDRESS
             TO TRACE-NUMBER-EDIT
           MOVE TRACE-NUMBER-EDIT TO TRR-PROVIDER-VALUE (8)
           MOVE CSPI-NUMBER-FLAGS IN CSPI-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (8)
           MOVE CSPI-POSTAL-CODE IN CSPI-PRIMARY-ADDRESS
             TO TRACE-NUMBER-EDIT
           MOVE TRACE-NUMBER-EDIT TO TRR-PROVIDER-VALUE (9)
           MOVE CSPI-POSTAL-CODE-FLAGS IN CSPI-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (9)
           MOVE CSPI-CITY IN CSPI-PRIMARY-ADDRESS
             TO TRR-PROVIDER-VALUE (10)
           MOVE CSPI-CITY-FLAGS IN CSPI-PRIMARY-ADDRESS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (10)

      *    The kind-specific rows exist only under the form the
      *    provider primary address took
           IF CSPI-PO-BOX-ADDRESS IN CSPI-PRIMARY-ADDRESS-NEW
               MOVE CSPI-BOX-NO IN CSPI-PRIMARY-ADDRESS-NEW
                 TO TRACE-NUMBER-EDIT
               MOVE TRACE-NUMBER-EDIT TO TRR-PROVIDER-VALUE (11)
               MOVE CSPI-BOX-NO-FLAGS IN CSPI-PRIMARY-ADDRESS-NEW
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (11)
           ELSE
               MOVE 'N/A' TO TRR-PROVIDER-FLAG (11)
           END-IF
           IF CSPI-INTERNATIONAL-ADDRESS IN CSPI-PRIMARY-ADDRESS-NEW
               MOVE CSPI-COUNTRY-CODE IN CSPI-PRIMARY-ADDRESS-NEW
                 TO TRR-PROVIDER-VALUE (12)
               MOVE CSPI-COUNTRY-CODE-FLAGS
                 IN CSPI-PRIMARY-ADDRESS-NEW
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (12)
               MOVE CSPI-FOREIGN-POSTAL-CODE
                 IN CSPI-PRIMARY-ADDRESS-NEW
                 TO TRR-PROVIDER-VALUE (13)
               MOVE CSPI-FOREIGN-POSTAL-CODE-FLAGS
                 IN CSPI-PRIMARY-ADDRESS-NEW
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (13)
           ELSE
               MOVE 'N/A' TO TRR-PROVIDER-FLAG (12)
               MOVE 'N/A' TO TRR-PROVIDER-FLAG (13)
           END-IF

           MOVE CSPI-ACCOUNT-BALANCE TO TRACE-BALANCE-EDIT
           MOVE TRACE-BALANCE-EDIT TO TRR-PROVIDER-VALUE (14)
           MOVE CSPI-ACCOUNT-BALANCE-FLAGS
             TO TRACE-FLAG-VALUE
           PERFORM FORMAT-FLAG-TEXT
           MOVE TRACE-FLAG-TEXT TO TRR-PROVIDER-FLAG (14)

           PERFORM VARYING TRACE-SEC-IX FROM 1 BY 1
                   UNTIL TRACE-SEC-IX > CSPI-SEC-ADDRESS-COUNT
                      OR TRACE-SEC-IX > 10
               COMPUTE TRACE-ROW-IX = 14 + (TRACE-SEC-IX - 1) * 4
               MOVE 'Y' TO TRR-IN-USE-FLAG (TRACE-ROW-IX + 1)
               MOVE 'Y' TO TRR-IN-USE-FLAG (TRACE-ROW-IX + 2)
               MOVE 'Y' TO TRR-IN-USE-FLAG (TRACE-ROW-IX + 3)
               MOVE 'Y' TO TRR-IN-USE-FLAG (TRACE-ROW-IX + 4)
               MOVE CSPI-STREET IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRR-PROVIDER-VALUE (TRACE-ROW-IX + 1)
               MOVE CSPI-NUMBER IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-NUMBER-EDIT
               MOVE TRACE-NUMBER-EDIT
                 TO TRR-PROVIDER-VALUE (TRACE-ROW-IX + 2)
               MOVE CSPI-POSTAL-CODE
                 IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-NUMBER-EDIT
               MOVE TRACE-NUMBER-EDIT
                 TO TRR-PROVIDER-VALUE (TRACE-ROW-IX + 3)
               MOVE CSPI-CITY IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRR-PROVIDER-VALUE (TRACE-ROW-IX + 4)
               MOVE CSPI-STREET-FLAGS
                 IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-PROVIDER-FLAG (TRACE-ROW-IX + 1)
               MOVE CSPI-NUMBER-FLAGS
                 IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-PROVIDER-FLAG (TRACE-ROW-IX + 2)
               MOVE CSPI-POSTAL-CODE-FLAGS
                 IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-PROVIDER-FLAG (TRACE-ROW-IX + 3)
               MOVE CSPI-CITY-FLAGS
                 IN CSPI-SECONDARY-ADDRESS (TRACE-SEC-IX)
                 TO TRACE-FLAG-VALUE
               PERFORM FORMAT-FLAG-TEXT
               MOVE TRACE-FLAG-TEXT
                 TO TRR-PROVIDER-FLAG (TRACE-ROW-IX + 4)
           END-PERFORM

           EXIT.

      * ---
      * Print the stages side by side, one line per traced field
       PRINT-TRACE-TABLE SECTION.
           DISPLAY '--- FIELD TRACE ---' UPON CONSOLE
           MOVE 'FIELD' TO TPL-FIELD-NAME
           MOVE 'EXTRACT' TO TPL-EXTRACT
           MOVE 'STANDARDIZED' TO TPL-STANDARD
           MOVE 'LOADED' TO TPL-CONSUMER-FLAG
           MOVE 'PROVIDER VALUE' TO TPL-PROVIDER-VALUE
           MOVE 'MAPPED' TO TPL-PROVIDER-FLAG
           DISPLAY TRACE-PRINT-LINE UPON CONSOLE

           PERFORM VARYING TRACE-ROW-IX FROM 1 BY 1
                   UNTIL TRACE-ROW-IX > MAX-TRACE-ROWS
               IF TRR-IN-USE (TRACE-ROW-IX)
                   MOVE TRR-FIELD-NAME (TRACE-ROW-IX)
                     TO TPL-FIELD-NAME
                   MOVE TRR-EXTRACT (TRACE-ROW-IX) TO TPL-EXTRACT
                   MOVE TRR-STANDARD (TRACE-ROW-IX) TO TPL-STANDARD
                   MOVE TRR-CONSUMER-FLAG (TRACE-ROW-IX)
                     TO TPL-CONSUMER-FLAG
                   MOVE TRR-PROVIDER-VALUE (TRACE-ROW-IX)
                     TO TPL-PROVIDER-VALUE
                   MOVE TRR-PROVIDER-FLAG (TRACE-ROW-IX)
                     TO TPL-PROVIDER-FLAG
                   DISPLAY TRACE-PRINT-LINE UPON CONSOLE
               END-IF
           END-PERFORM

           DISPLAY 'EDIT RULES APPLIED ' EDIT-RULES-APPLIED
                   ' FIRED ' EDIT-RULES-FIRED
                   ' - SCREEN FINDINGS ' SCREEN-FINDINGS
              UPON CONSOLE

           EXIT.
